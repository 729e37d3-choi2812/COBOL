000400 ENVIRONMENT               DIVISION.
000500 INPUT-OUTPUT              SECTION.
000600 FILE-CONTROL.
000900     SELECT  SHOHIN-FILE ASSIGN  "ISAM仕入先マスタ"
001000                              ORGANIZATION INDEXED
001100                              ACCESS MODE SEQUENTIAL
           SELECT  OPTIONAL SHUN-FILE ASSIGN  "旬カレンダー.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SHUN-FS.
           SELECT  OPTIONAL DAITAI-FILE ASSIGN
                                    "代替商品マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS DAITAI-FS.
           SELECT  OPTIONAL DJ-FILE  ASSIGN  "代替実績.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS DJ-FS.
           SELECT  OPTIONAL LOT-FILE ASSIGN  "在庫ロット.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS LOT-FS.
001500*
001600 DATA                      DIVISION.
001700 FILE                      SECTION.
002800 FD  SHOHIN-FILE.
002900 01  S-REC.
003000     05  S-CODE            PIC X(03).
           05  SE-FROM           PIC 9(04).
           05                    PIC X(01).
           05  SE-TO             PIC 9(04).
      *
      * 代替商品マスタ：同じ元商品の代替は優先順の小さい順に使う
       FD  DAITAI-FILE.
       01  DS-REC.
           05  DS-ITEM           PIC X(05).
           05                    PIC X(01).
           05  DS-JUN            PIC 9(02).
           05                    PIC X(01).
           05  DS-SUB            PIC X(05).
           05                    PIC X(01).
           05  DS-RATIO          PIC 9(03)V99.
           05                    PIC X(01).
           05  DS-FROM           PIC 9(08).
           05                    PIC X(01).
           05  DS-TO             PIC 9(08).
           05                    PIC X(01).
           05  DS-S-CODE         PIC X(03).
      *
      * 代替実績：区分 S＝出庫（P27）H＝発注提案（P17）Y＝予測（P55）
       FD  DJ-FILE.
       01  DJ-REC.
           05  DJ-DATE           PIC 9(08).
           05                    PIC X(01).
           05  DJ-KBN            PIC X(01).
           05                    PIC X(01).
           05  DJ-ITEM           PIC X(05).
           05                    PIC X(01).
           05  DJ-SUB            PIC X(05).
           05                    PIC X(01).
           05  DJ-SURYO          PIC 9(07).
           05                    PIC X(01).
           05  DJ-S-CODE         PIC X(03).
      *
       FD  LOT-FILE.
       01  LT-REC.
           05  LT-NO             PIC X(05).
           05                    PIC X(01).
           05  LT-DATE           PIC 9(08).
           05                    PIC X(01).
           05  LT-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  LT-ZAN            PIC 9(06).
           05                    PIC X(01).
           05  LT-HOLD           PIC X(01).
           05                    PIC X(01).
           05  LT-HOLD-DATE      PIC 9(08).
           05                    PIC X(01).
           05  LT-RIYU           PIC X(20).
003600*
003700 WORKING-STORAGE           SECTION.
003800 01  END-FLG               PIC X(01)  VALUE SPACE.
       01  SHUN-OK-FLG           PIC X(01)  VALUE SPACE.
       01  SHUN-TOROKU-FLG       PIC X(01)  VALUE SPACE.
       01  TODAY-MMDD            PIC 9(04)  VALUE ZERO.
       01  SHUN-CHK-NO           PIC X(05)  VALUE SPACE.
       01  SHUN-TBL.
           05  SHUN-ENT          OCCURS 300 TIMES.
               10  SH-NO         PIC X(05).
               10  SH-FROM       PIC 9(04).
               10  SH-TO         PIC 9(04).
      * 代替商品（旬外・仕入先取引停止の商品は代替を提案する）
       01  DAITAI-FS             PIC X(02)  VALUE SPACE.
       01  DAITAI-END-FLG        PIC X(01)  VALUE SPACE.
       01  DJ-FS                 PIC X(02)  VALUE SPACE.
       01  DS-CNT                PIC 9(03)  VALUE ZERO.
       01  DSX                   PIC 9(03).
       01  HIT-DS                PIC 9(03)  VALUE ZERO.
       01  IY                    PIC 9(03).
      * 保留ロット（P138で保留した数量は利用可能在庫から除く）
       01  LOT-FS                PIC X(02)  VALUE SPACE.
       01  LOT-END-FLG           PIC X(01)  VALUE SPACE.
       01  HR-CNT                PIC 9(03)  VALUE ZERO.
       01  HRX                   PIC 9(03).
       01  HIT-HR                PIC 9(03)  VALUE ZERO.
       01  HR-TBL.
           05  HR-ENT            OCCURS 200 TIMES.
               10  HR-NO         PIC X(05).
               10  HR-SURYO      PIC 9(07).
       01  DAITAI-S-CODE         PIC X(03)  VALUE SPACE.
       01  DAITAI-S-DATE         PIC 9(08)  VALUE ZERO.
       01  HIT-S-CODE            PIC X(03)  VALUE SPACE.
       01  DAITAI-SURYO          PIC 9(07)  VALUE ZERO.
       01  SUP-OK-FLG            PIC X(01)  VALUE SPACE.
       01  SUP-CNT               PIC 9(03)  VALUE ZERO.
       01  SPX                   PIC 9(03).
       01  DAITAI-TBL.
           05  DAITAI-ENT        OCCURS 300 TIMES.
               10  DST-ITEM      PIC X(05).
               10  DST-JUN       PIC 9(02).
               10  DST-SUB       PIC X(05).
               10  DST-RATIO     PIC 9(03)V99.
               10  DST-FROM      PIC 9(08).
               10  DST-TO        PIC 9(08).
               10  DST-S-CODE    PIC X(03).
      * 仕入先の取引状態（代替の推奨仕入先の判定用）
       01  SUP-TBL.
           05  SUP-ENT           OCCURS 200 TIMES.
               10  SPT-CODE      PIC X(03).
               10  SPT-STATUS    PIC X(01).
      *
       01  DAITAI-MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(03)  VALUE "└".
           05  DM-NO             PIC X(05).
           05                    PIC X(01)  VALUE SPACE.
           05                    PIC X(09)  VALUE "→代替".
           05  DM-SUB            PIC X(05).
           05                    PIC X(01)  VALUE SPACE.
           05  DM-NAME           PIC X(10).
           05                    PIC X(01)  VALUE SPACE.
           05                    PIC X(09)  VALUE "仕入先".
           05  DM-S-CODE         PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  DM-SURYO          PIC ZZZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  DM-RIYU           PIC X(12).
      *
       01  CAP-MEISAI.
           05                    PIC X(04)  VALUE SPACE.
           05  CM-CAP            PIC ZZZZ9.
           05                    PIC X(04)  VALUE "　★".
004200*
      * 仕入日計の読込（NIKKEI：仕入日計が使えなければ明細）
       01  NK-FUNC               PIC X(01)  VALUE SPACE.
       01  NK-MODE               PIC X(01)  VALUE SPACE.
       01  NK-RESULT             PIC X(01)  VALUE SPACE.
       01  NK-REC.
           05  NK-DATE           PIC 9(08).
           05  NK-NO             PIC X(05).
           05  NK-NAME           PIC X(10).
           05  NK-S-CODE         PIC X(03).
           05  NK-S-NAME         PIC X(10).
           05  NK-BRANCH         PIC X(02).
           05  NK-TANKA          PIC 9(05)V99.
           05  NK-SURYO          PIC 9(07).
           05  NK-KINGAKU        PIC 9(11).
           05  NK-KENSU          PIC 9(05).
      *
004300 01  ITEM-TBL.
004400     05  ITEM-ENT          OCCURS 200 TIMES.
004500         10  IT-S-NO       PIC X(03).
004600         10  IT-NO         PIC X(05).
004700         10  IT-NAME       PIC X(10).
004800         10  IT-SURYO      PIC 9(07).
               10  IT-LAST-DATE  PIC 9(08).
004900*
005000 01  MEISAI.
005100     05                    PIC X(02)  VALUE SPACE.
008200*
008300 PROCEDURE                 DIVISION.
008400 MOOO.
           OPEN INPUT  SHN-FILE
008600     PERFORM LOAD-RTN
           PERFORM SUP-LOAD-RTN
           PERFORM DAITAI-LOAD-RTN
008800     OPEN INPUT  SHOHIN-FILE
008810     OPEN INPUT  ZAIKO-FILE
008815     PERFORM CAL-LOAD-RTN
           PERFORM NPAT-LOAD-RTN
           PERFORM JISSEKI-LOAD-RTN
           PERFORM MA3-SET-RTN
           PERFORM SHUN-LOAD-RTN
           PERFORM HORYU-LOAD-RTN
008900     OPEN OUTPUT PRINT-FILE
009000     ACCEPT W-DATE6 FROM DATE
009010     PERFORM DATE-EXPAND-RTN
009500     DISPLAY "END"
009600     STOP RUN.
009700*
      * 仕入先×商品の仕入数と最終仕入日（仕入日計を読む。商品名は
      * 仕入日計に無いため商品マスタから補う）
009800 LOAD-RTN.
009900     MOVE SPACE TO END-FLG
           MOVE "O" TO NK-FUNC
           CALL "NIKKEI" USING NK-FUNC NK-MODE NK-REC NK-RESULT
           IF NK-RESULT NOT = "Y"
               MOVE "E" TO END-FLG
           ELSE
               PERFORM NK-READ-RTN
           END-IF
010300     PERFORM UNTIL END-FLG = "E"
010400         MOVE "N" TO FOUND-FLG
010500         PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > ITEM-CNT
010600             IF IT-S-NO(IX) = NK-S-CODE AND IT-NO(IX) = NK-NO
010700                 MOVE "Y" TO FOUND-FLG
010800                 COMPUTE IT-SURYO(IX) = IT-SURYO(IX) + NK-SURYO
                       IF NK-DATE > IT-LAST-DATE(IX)
                           MOVE NK-DATE TO IT-LAST-DATE(IX)
                       END-IF
010900             END-IF
011000         END-PERFORM
011100         IF FOUND-FLG = "N" AND ITEM-CNT < 200
011200             ADD 1 TO ITEM-CNT
011300             MOVE NK-S-CODE TO IT-S-NO(ITEM-CNT)
011400             MOVE NK-NO     TO IT-NO(ITEM-CNT)
011500             MOVE NK-NAME   TO IT-NAME(ITEM-CNT)
011600             MOVE NK-SURYO  TO IT-SURYO(ITEM-CNT)
                   MOVE NK-DATE   TO IT-LAST-DATE(ITEM-CNT)
                   IF NK-NAME = SPACE
                       MOVE NK-NO TO T-NO
                       READ SHN-FILE
                           INVALID KEY
                               MOVE SPACE TO T-NAME
                       END-READ
                       MOVE T-NAME TO IT-NAME(ITEM-CNT)
                   END-IF
011700         END-IF
               PERFORM NK-READ-RTN
012100     END-PERFORM
           MOVE "C" TO NK-FUNC
           CALL "NIKKEI" USING NK-FUNC NK-MODE NK-REC NK-RESULT.
      *
       NK-READ-RTN.
           MOVE "R" TO NK-FUNC
           CALL "NIKKEI" USING NK-FUNC NK-MODE NK-REC NK-RESULT
           IF NK-RESULT NOT = "Y"
               MOVE "E" TO END-FLG
           END-IF.
012200*
012300 SCAN-RTN.
012400     MOVE SPACE TO END-FLG
013000             PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > ITEM-CNT
013100                 IF IT-S-NO(IX) = S-CODE
013150                     PERFORM ZAIKO-GET-RTN
                           MOVE IT-NO(IX) TO SHUN-CHK-NO
                           PERFORM SHUN-CHK-RTN
013200                     IF SHUN-OK-FLG = "Y"
                               AND ZAIKO-SURYO < S-REORDER
014100                         WRITE P-REC FROM MEISAI AFTER 1
                               PERFORM CAP-RTN
014200                     END-IF
                           IF ZAIKO-SURYO < S-REORDER
                               AND (SHUN-OK-FLG NOT = "Y" OR S-INACTIVE)
                               PERFORM DAITAI-TEIAN-RTN
                           END-IF
014300                 END-IF
014400             END-PERFORM
014500         END-IF
014900     END-PERFORM.
015000*
015100* 在庫マスタから現在庫数を取得（未登録は在庫ゼロ扱い）
      * 保留中のロットの数量は差し引いて利用可能在庫とする
015200 ZAIKO-GET-RTN.
015300     MOVE IT-NO(IX) TO Z-NO
015400     READ ZAIKO-FILE
015600             MOVE ZERO TO ZAIKO-SURYO
015700         NOT INVALID KEY
015800             MOVE Z-ZAIKO-SURYO TO ZAIKO-SURYO
015900     END-READ
           PERFORM VARYING HRX FROM 1 BY 1 UNTIL HRX > HR-CNT
               IF HR-NO(HRX) = IT-NO(IX)
                   COMPUTE ZAIKO-SURYO = ZAIKO-SURYO - HR-SURYO(HRX)
               END-IF
           END-PERFORM.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
      *
      * 旬判定：窓の登録が無い商品は通年扱い。登録がある商品は
      * 本日の月日がいずれかの窓内（FROM＞TOの年越し窓も可）の
      * ときだけ提案する（判定する商品はSHUN-CHK-NOで渡す）
       SHUN-CHK-RTN.
            MOVE SPACE TO SHUN-OK-FLG SHUN-TOROKU-FLG
            PERFORM VARYING SEX FROM 1 BY 1 UNTIL SEX > SE-CNT
                IF SH-NO(SEX) = SHUN-CHK-NO
                    MOVE "Y" TO SHUN-TOROKU-FLG
                    IF SH-FROM(SEX) <= SH-TO(SEX)
                        IF TODAY-MMDD >= SH-FROM(SEX)
            COMPUTE DW-T = DW-H + 5
            DIVIDE DW-T BY 7 GIVING DW-Q REMAINDER DW-H
            COMPUTE YOBI-NO = DW-H + 1.
      *
      * 代替提案：旬外または仕入先が取引停止の商品について、本日
      * 有効な代替のうち旬内で推奨仕入先（未指定は直近の仕入先）が
      * 取引中のもので優先順最小のものを、発注数を換算比率で直して
      * 提案行の下に印字し代替実績.TXTへ記録する
       DAITAI-TEIAN-RTN.
            MOVE ZERO TO HIT-DS
            PERFORM VARYING DSX FROM 1 BY 1 UNTIL DSX > DS-CNT
                IF DST-ITEM(DSX) = IT-NO(IX)
                    AND DST-FROM(DSX) <= W-DATE8
                    AND DST-TO(DSX) >= W-DATE8
                    PERFORM DAITAI-CHK-RTN
                END-IF
            END-PERFORM
            IF HIT-DS > ZERO
                COMPUTE DAITAI-SURYO ROUNDED =
                    (S-REORDER - ZAIKO-SURYO) * DST-RATIO(HIT-DS)
                MOVE DST-SUB(HIT-DS) TO DM-SUB T-NO
                READ SHN-FILE
                    INVALID KEY
                        MOVE SPACE TO T-NAME
                END-READ
                MOVE IT-NO(IX)    TO DM-NO
                MOVE T-NAME       TO DM-NAME
                MOVE HIT-S-CODE   TO DM-S-CODE
                MOVE DAITAI-SURYO TO DM-SURYO
                IF S-INACTIVE
                    MOVE "取引停止" TO DM-RIYU
                ELSE
                    MOVE "旬外" TO DM-RIYU
                END-IF
                WRITE P-REC FROM DAITAI-MEISAI AFTER 1
                OPEN EXTEND DJ-FILE
                MOVE SPACE           TO DJ-REC
                MOVE W-DATE8         TO DJ-DATE
                MOVE "H"             TO DJ-KBN
                MOVE IT-NO(IX)       TO DJ-ITEM
                MOVE DST-SUB(HIT-DS) TO DJ-SUB
                MOVE DAITAI-SURYO    TO DJ-SURYO
                MOVE HIT-S-CODE      TO DJ-S-CODE
                WRITE DJ-REC
                CLOSE DJ-FILE
            END-IF.
      *
      * 代替候補の判定：旬内で、推奨仕入先が取引中であること
       DAITAI-CHK-RTN.
            MOVE DST-SUB(DSX) TO SHUN-CHK-NO
            PERFORM SHUN-CHK-RTN
            MOVE DST-S-CODE(DSX) TO DAITAI-S-CODE
            IF DAITAI-S-CODE = SPACE
                MOVE ZERO TO DAITAI-S-DATE
                PERFORM VARYING IY FROM 1 BY 1 UNTIL IY > ITEM-CNT
                    IF IT-NO(IY) = DST-SUB(DSX)
                        AND IT-LAST-DATE(IY) > DAITAI-S-DATE
                        MOVE IT-S-NO(IY)      TO DAITAI-S-CODE
                        MOVE IT-LAST-DATE(IY) TO DAITAI-S-DATE
                    END-IF
                END-PERFORM
            END-IF
            MOVE SPACE TO SUP-OK-FLG
            PERFORM VARYING SPX FROM 1 BY 1 UNTIL SPX > SUP-CNT
                IF SPT-CODE(SPX) = DAITAI-S-CODE
                    AND SPT-STATUS(SPX) NOT = "I"
                    MOVE "Y" TO SUP-OK-FLG
                END-IF
            END-PERFORM
            IF SHUN-OK-FLG = "Y" AND SUP-OK-FLG = "Y"
                IF HIT-DS = ZERO
                    OR DST-JUN(DSX) < DST-JUN(HIT-DS)
                    MOVE DSX           TO HIT-DS
                    MOVE DAITAI-S-CODE TO HIT-S-CODE
                END-IF
            END-IF.
      *
      * 仕入先の取引状態を先に読み込む（本処理は仕入先順に読む）
       SUP-LOAD-RTN.
            OPEN INPUT SHOHIN-FILE
            MOVE SPACE TO END-FLG
            READ SHOHIN-FILE
                AT END MOVE "E" TO END-FLG
            END-READ
            PERFORM UNTIL END-FLG = "E"
                IF SUP-CNT < 200
                    ADD 1 TO SUP-CNT
                    MOVE S-CODE   TO SPT-CODE(SUP-CNT)
                    MOVE S-STATUS TO SPT-STATUS(SUP-CNT)
                END-IF
                READ SHOHIN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE SHOHIN-FILE
            MOVE SPACE TO END-FLG.
      *
      * 在庫ロット.TXTから保留中の数量を商品別に集計する
       HORYU-LOAD-RTN.
            OPEN INPUT LOT-FILE
            IF LOT-FS = "00"
                READ LOT-FILE
                    AT END MOVE "E" TO LOT-END-FLG
                END-READ
                PERFORM UNTIL LOT-END-FLG = "E"
                    IF LT-HOLD NOT = SPACE
                        PERFORM HORYU-ADD-RTN
                    END-IF
                    READ LOT-FILE
                        AT END MOVE "E" TO LOT-END-FLG
                    END-READ
                END-PERFORM
                CLOSE LOT-FILE
            ELSE
                CLOSE LOT-FILE
            END-IF.
      *
       HORYU-ADD-RTN.
            MOVE ZERO TO HIT-HR
            PERFORM VARYING HRX FROM 1 BY 1 UNTIL HRX > HR-CNT
                IF HR-NO(HRX) = LT-NO
                    MOVE HRX TO HIT-HR
                END-IF
            END-PERFORM
            IF HIT-HR = ZERO AND HR-CNT < 200
                ADD 1 TO HR-CNT
                MOVE HR-CNT TO HIT-HR
                MOVE LT-NO  TO HR-NO(HIT-HR)
                MOVE ZERO   TO HR-SURYO(HIT-HR)
            END-IF
            IF HIT-HR NOT = ZERO
                ADD LT-ZAN TO HR-SURYO(HIT-HR)
            END-IF.
      *
       DAITAI-LOAD-RTN.
            OPEN INPUT DAITAI-FILE
            IF DAITAI-FS = "00"
                READ DAITAI-FILE
                    AT END MOVE "E" TO DAITAI-END-FLG
                END-READ
                PERFORM UNTIL DAITAI-END-FLG = "E"
                    IF DS-CNT < 300
                        ADD 1 TO DS-CNT
                        MOVE DS-ITEM   TO DST-ITEM(DS-CNT)
                        MOVE DS-JUN    TO DST-JUN(DS-CNT)
                        MOVE DS-SUB    TO DST-SUB(DS-CNT)
                        MOVE DS-RATIO  TO DST-RATIO(DS-CNT)
                        MOVE DS-FROM   TO DST-FROM(DS-CNT)
                        MOVE DS-TO     TO DST-TO(DS-CNT)
                        MOVE DS-S-CODE TO DST-S-CODE(DS-CNT)
                    END-IF
                    READ DAITAI-FILE
                        AT END MOVE "E" TO DAITAI-END-FLG
                    END-READ
                END-PERFORM
                CLOSE DAITAI-FILE
            ELSE
                CLOSE DAITAI-FILE
            END-IF.
      *
       NPAT-LOAD-RTN.
            OPEN INPUT NPAT-FILE
