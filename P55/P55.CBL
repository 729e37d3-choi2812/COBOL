      * 商品マスタの賞味日数がある商品は、賞味日数内に売り切れる数
      * （1日需要×賞味日数−現在庫）まで推奨数を抑え、元の数と
      * 上限後の数を★付きで並記する（発注予測.TXTは上限後の数）
      * 旬外の商品と直近の仕入先が取引停止の商品は、代替商品マスタ
      * .TXT（P134で保守）の有効な代替のうち旬内で推奨仕入先（未指定
      * は直近の仕入先）が取引中のものへ推奨数を換算比率で直して
      * 提案し、代替実績.TXTへ記録する（発注予測.TXTには含めない）
      * 仕入整列.txtは仕入日計（P150で作成）で代える（仕入日計が使え
      * なければ明細を読む：NIKKEI）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P55.
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL JISSEKI-FILE ASSIGN  "月次実績.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS JISSEKI-FS.
           SELECT  OPTIONAL SHUN-FILE ASSIGN  "旬カレンダー.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SHUN-FS.
           SELECT  MAS-FILE    ASSIGN  "ISAM仕入先マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY S-CODE.
           SELECT  OPTIONAL DAITAI-FILE ASSIGN
                                    "代替商品マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS DAITAI-FS.
           SELECT  OPTIONAL DJ-FILE  ASSIGN  "代替実績.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS DJ-FS.
           SELECT  OPTIONAL YREKI-FILE ASSIGN  "発注予測履歴.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS YREKI-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
       FD  JISSEKI-FILE.
       01  JS-REC.
           05  JS-NO             PIC X(05).
           05  SE-FROM           PIC 9(04).
           05                    PIC X(01).
           05  SE-TO             PIC 9(04).
      *
       FD  MAS-FILE.
       01  S-REC.
           05  S-CODE            PIC X(03).
           05  S-SYOTEN.
               10  S-SYOTEN-ZIP      PIC X(08).
               10  S-SYOTEN-PREF     PIC X(02).
               10  S-SYOTEN-REST     PIC X(10).
           05  S-TEL             PIC X(12).
           05  S-CATEGORY        PIC X(02).
           05  S-FAX             PIC X(12).
           05  S-EMAIL           PIC X(30).
           05  S-REORDER         PIC 9(05).
           05  S-STATUS          PIC X(01).
               88  S-ACTIVE                 VALUE "A".
               88  S-INACTIVE               VALUE "I".
           05  S-YTD-SURYO       PIC 9(07).
           05  S-YTD-KINGAKU     PIC 9(09).
           05  S-BANK-CODE       PIC X(04).
           05  S-SHITEN-CODE     PIC X(03).
           05  S-KOZA-TYPE       PIC X(01).
           05  S-KOZA-NO         PIC X(07).
           05  S-KOZA-KANA       PIC X(30).
           05  S-INV-NO          PIC X(14).
           05  S-CURRENCY        PIC X(03).
           05  S-GRADE           PIC X(01).
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
      * 予測履歴：P95の予測精度検証が後から実績と突き合わせる
       FD  YREKI-FILE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  LATEST-YYMM           PIC X(06)  VALUE SPACE.
      *
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
       01  TGT-YYMM              PIC X(06)  VALUE SPACE.
       01  MA3-YYMM1             PIC X(06)  VALUE SPACE.
       01  MA3-YYMM2             PIC X(06)  VALUE SPACE.
       01  SHUN-OK-FLG           PIC X(01)  VALUE SPACE.
       01  SHUN-TOROKU-FLG       PIC X(01)  VALUE SPACE.
       01  TODAY-MMDD            PIC 9(04)  VALUE ZERO.
       01  SHUN-CHK-NO           PIC X(05)  VALUE SPACE.
       01  SHUN-TBL.
           05  SHUN-ENT          OCCURS 300 TIMES.
               10  SH-NO         PIC X(05).
       01  ITEM-LIST.
           05  ITEM-ENT          OCCURS 200 TIMES.
               10  IL-NO         PIC X(05).
               10  IL-S-NO       PIC X(03).
               10  IL-S-DATE     PIC 9(08).
      * 代替商品（旬外・直近の仕入先が取引停止の商品は代替を提案）
       01  DAITAI-FS             PIC X(02)  VALUE SPACE.
       01  DAITAI-END-FLG        PIC X(01)  VALUE SPACE.
       01  DJ-FS                 PIC X(02)  VALUE SPACE.
       01  DS-CNT                PIC 9(03)  VALUE ZERO.
       01  DSX                   PIC 9(03).
       01  HIT-DS                PIC 9(03)  VALUE ZERO.
       01  IY                    PIC 9(03).
       01  MOTO-SHUN-FLG         PIC X(01)  VALUE SPACE.
       01  TEISHI-FLG            PIC X(01)  VALUE SPACE.
       01  DAITAI-S-CODE         PIC X(03)  VALUE SPACE.
       01  HIT-S-CODE            PIC X(03)  VALUE SPACE.
       01  DAITAI-SURYO          PIC 9(07)  VALUE ZERO.
       01  DAITAI-TBL.
           05  DAITAI-ENT        OCCURS 300 TIMES.
               10  DST-ITEM      PIC X(05).
               10  DST-JUN       PIC 9(02).
               10  DST-SUB       PIC X(05).
               10  DST-RATIO     PIC 9(03)V99.
               10  DST-FROM      PIC 9(08).
               10  DST-TO        PIC 9(08).
               10  DST-S-CODE    PIC X(03).
      *
       01  JS-TBL.
           05  JS-ENT            OCCURS 2000 TIMES.
           05  M-CAP             PIC ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-MARK            PIC X(02).
      *
       01  DAITAI-MEISAI.
           05                    PIC X(02)  VALUE SPACE.
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
           05  DM-SURYO          PIC ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  DM-RIYU           PIC X(12).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
            PERFORM DATE-EXPAND-RTN
            MOVE W-DATE8(5:4) TO TODAY-MMDD
            PERFORM SHUN-LOAD-RTN
            PERFORM DAITAI-LOAD-RTN
            PERFORM JISSEKI-LOAD-RTN
            PERFORM SIIRE-MERGE-RTN
            PERFORM JISSEKI-SAVE-RTN
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 仕入日計の商品×年月を履歴へ併合する
      * 今回ファイルに現れた月は今回値で置き換える
       SIIRE-MERGE-RTN.
            MOVE "O" TO NK-FUNC
            CALL "NIKKEI" USING NK-FUNC NK-MODE NK-REC NK-RESULT
            IF NK-RESULT NOT = "Y"
                MOVE "E" TO END-FLG
            ELSE
                PERFORM NK-READ-RTN
            END-IF
            PERFORM UNTIL END-FLG = "E"
                PERFORM MERGE-ONE-RTN
                PERFORM NK-READ-RTN
            END-PERFORM
            MOVE "C" TO NK-FUNC
            CALL "NIKKEI" USING NK-FUNC NK-MODE NK-REC NK-RESULT.
      *
       NK-READ-RTN.
            MOVE "R" TO NK-FUNC
            CALL "NIKKEI" USING NK-FUNC NK-MODE NK-REC NK-RESULT
            IF NK-RESULT NOT = "Y"
                MOVE "E" TO END-FLG
            END-IF.
      *
       MERGE-ONE-RTN.
            MOVE NK-DATE(1:6) TO WK-YYMM
            IF WK-YYMM > LATEST-YYMM
                MOVE WK-YYMM TO LATEST-YYMM
            END-IF
            MOVE SPACE TO FOUND-FLG
            PERFORM VARYING JSX FROM 1 BY 1 UNTIL JSX > JS-CNT
                IF JT-NO(JSX) = NK-NO AND JT-YYMM(JSX) = WK-YYMM
                    MOVE "Y" TO FOUND-FLG
                    IF JT-CUR(JSX) = "C"
                        COMPUTE JT-SURYO(JSX) = JT-SURYO(JSX)
                                              + NK-SURYO
                    ELSE
                        MOVE NK-SURYO TO JT-SURYO(JSX)
                        MOVE "C" TO JT-CUR(JSX)
                    END-IF
                END-IF
            END-PERFORM
            IF FOUND-FLG NOT = "Y" AND JS-CNT < 2000
                ADD 1 TO JS-CNT
                MOVE NK-NO    TO JT-NO(JS-CNT)
                MOVE WK-YYMM TO JT-YYMM(JS-CNT)
                MOVE NK-SURYO TO JT-SURYO(JS-CNT)
                MOVE "C"     TO JT-CUR(JS-CNT)
            END-IF
            PERFORM ITEM-NOTE-RTN.
      *
      * 商品ごとに直近の仕入先（仕入日が最新の仕入先）を控える
       ITEM-NOTE-RTN.
            MOVE SPACE TO FOUND-FLG
            PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > ITEM-CNT
                IF IL-NO(IX) = NK-NO
                    MOVE "Y" TO FOUND-FLG
                    IF NK-DATE > IL-S-DATE(IX)
                        MOVE NK-S-CODE   TO IL-S-NO(IX)
                        MOVE NK-DATE TO IL-S-DATE(IX)
                    END-IF
                END-IF
            END-PERFORM
            IF FOUND-FLG NOT = "Y" AND ITEM-CNT < 200
                ADD 1 TO ITEM-CNT
                MOVE NK-NO     TO IL-NO(ITEM-CNT)
                MOVE NK-S-CODE   TO IL-S-NO(ITEM-CNT)
                MOVE NK-DATE TO IL-S-DATE(ITEM-CNT)
            END-IF.
      *
      * 履歴にのみ残る商品も予測対象に加える
                IF FOUND-FLG NOT = "Y" AND ITEM-CNT < 200
                    ADD 1 TO ITEM-CNT
                    MOVE JT-NO(JSX) TO IL-NO(ITEM-CNT)
                    MOVE SPACE      TO IL-S-NO(ITEM-CNT)
                    MOVE ZERO       TO IL-S-DATE(ITEM-CNT)
                END-IF
            END-PERFORM.
      *
                MOVE TGT-YYMM TO WK-YYMM
                PERFORM PREV-YEAR-RTN
                MOVE WK-YYMM TO LY-YYMM
                OPEN INPUT  SHN-FILE ZAIKO-FILE MAS-FILE
                OPEN OUTPUT YOSOKU-FILE PRINT-FILE
                MOVE W-DATE8 TO H-DATE
                WRITE P-REC FROM HEAD-1 AFTER PAGE
                PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > ITEM-CNT
                    PERFORM YOSOKU-ONE-RTN
                END-PERFORM
                CLOSE SHN-FILE ZAIKO-FILE MAS-FILE
                CLOSE YOSOKU-FILE PRINT-FILE
            END-IF.
      *
      * 旬外の商品は予測を出さない（旬カレンダー未登録は通年扱い）
      * 旬外・直近の仕入先が取引停止の商品は代替を提案する
       YOSOKU-ONE-RTN.
            MOVE IL-NO(IX) TO SHUN-CHK-NO
            PERFORM SHUN-CHK-RTN
            MOVE SHUN-OK-FLG TO MOTO-SHUN-FLG
            PERFORM TEISHI-CHK-RTN
            IF SHUN-OK-FLG = "Y"
                PERFORM YOSOKU-KEISAN-RTN
            ELSE
                PERFORM YOSOKU-SANSHUTSU-RTN
            END-IF
            IF (MOTO-SHUN-FLG NOT = "Y" OR TEISHI-FLG = "Y")
                AND SUISHO > ZERO
                PERFORM DAITAI-TEIAN-RTN
            END-IF.
      *
      * 直近の仕入先が取引停止か（仕入先の分からない商品は判定しない）
       TEISHI-CHK-RTN.
            MOVE SPACE TO TEISHI-FLG
            IF IL-S-NO(IX) NOT = SPACE
                MOVE IL-S-NO(IX) TO S-CODE
                READ MAS-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF S-INACTIVE
                            MOVE "Y" TO TEISHI-FLG
                        END-IF
                END-READ
            END-IF.
      *
       YOSOKU-KEISAN-RTN.
            PERFORM YOSOKU-SANSHUTSU-RTN
            MOVE SPACE TO MEISAI
            MOVE IL-NO(IX) TO M-NO
            MOVE MA3-AVG   TO M-MA3
            MOVE LY-SURYO  TO M-LY
            MOVE SUISHO    TO M-SUISHO
            PERFORM CAP-RTN
            MOVE SPACE TO YF-REC
            MOVE IL-NO(IX) TO YF-NO
            MOVE TGT-YYMM  TO YF-YYMM
            MOVE SUISHO    TO YF-SURYO
            WRITE YF-REC
            OPEN EXTEND YREKI-FILE
            MOVE SPACE TO YR-REC
            MOVE IL-NO(IX) TO YR-NO
            MOVE TGT-YYMM  TO YR-YYMM
            MOVE SUISHO    TO YR-SURYO
            WRITE YR-REC
            CLOSE YREKI-FILE
            WRITE P-REC FROM MEISAI AFTER 1.
      *
      * 推奨数の算出：3ヶ月移動平均と前年同月の平均
       YOSOKU-SANSHUTSU-RTN.
            MOVE ZERO TO MA3-SUM MA3-CNT LY-SURYO
            MOVE SPACE TO LY-FLG
            PERFORM VARYING JSX FROM 1 BY 1 UNTIL JSX > JS-CNT
                    MOVE LY-SURYO TO SUISHO
                WHEN OTHER
                    MOVE ZERO TO SUISHO
            END-EVALUATE.
      *
      * 代替提案：本日有効な代替のうち旬内で推奨仕入先（未指定は
      * 直近の仕入先）が取引中のもので優先順最小のものへ推奨数を
      * 換算比率で直して印字し、代替実績.TXTへ記録する
       DAITAI-TEIAN-RTN.
            MOVE ZERO TO HIT-DS
            PERFORM VARYING DSX FROM 1 BY 1 UNTIL DSX > DS-CNT
                IF DST-ITEM(DSX) = IL-NO(IX)
                    AND DST-FROM(DSX) <= W-DATE8
                    AND DST-TO(DSX) >= W-DATE8
                    PERFORM DAITAI-CHK-RTN
                END-IF
            END-PERFORM
            IF HIT-DS > ZERO
                COMPUTE DAITAI-SURYO ROUNDED =
                    SUISHO * DST-RATIO(HIT-DS)
                MOVE DST-SUB(HIT-DS) TO DM-SUB T-NO
                READ SHN-FILE
                    INVALID KEY
                        MOVE SPACE TO T-NAME
                END-READ
                MOVE IL-NO(IX)    TO DM-NO
                MOVE T-NAME       TO DM-NAME
                MOVE HIT-S-CODE   TO DM-S-CODE
                MOVE DAITAI-SURYO TO DM-SURYO
                IF TEISHI-FLG = "Y"
                    MOVE "取引停止" TO DM-RIYU
                ELSE
                    MOVE "旬外" TO DM-RIYU
                END-IF
                WRITE P-REC FROM DAITAI-MEISAI AFTER 1
                OPEN EXTEND DJ-FILE
                MOVE SPACE           TO DJ-REC
                MOVE W-DATE8         TO DJ-DATE
                MOVE "Y"             TO DJ-KBN
                MOVE IL-NO(IX)       TO DJ-ITEM
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
                PERFORM VARYING IY FROM 1 BY 1 UNTIL IY > ITEM-CNT
                    IF IL-NO(IY) = DST-SUB(DSX)
                        MOVE IL-S-NO(IY) TO DAITAI-S-CODE
                    END-IF
                END-PERFORM
            END-IF
            IF SHUN-OK-FLG = "Y" AND DAITAI-S-CODE NOT = SPACE
                MOVE DAITAI-S-CODE TO S-CODE
                READ MAS-FILE
                    INVALID KEY
                        MOVE "N" TO SHUN-OK-FLG
                    NOT INVALID KEY
                        IF S-INACTIVE
                            MOVE "N" TO SHUN-OK-FLG
                        END-IF
                END-READ
                IF SHUN-OK-FLG = "Y"
                    IF HIT-DS = ZERO
                        OR DST-JUN(DSX) < DST-JUN(HIT-DS)
                        MOVE DSX           TO HIT-DS
                        MOVE DAITAI-S-CODE TO HIT-S-CODE
                    END-IF
                END-IF
            END-IF.
      *
      * 賞味期限上限：1日需要（3ヶ月平均÷30）×賞味日数−現在庫
      * まで推奨数を抑える。効いた場合は★を付けて並記する
       SHUN-CHK-RTN.
            MOVE SPACE TO SHUN-OK-FLG SHUN-TOROKU-FLG
            PERFORM VARYING SEX FROM 1 BY 1 UNTIL SEX > SE-CNT
                IF SH-NO(SEX) = SHUN-CHK-NO
                    MOVE "Y" TO SHUN-TOROKU-FLG
                    IF SH-FROM(SEX) <= SH-TO(SEX)
                        IF TODAY-MMDD >= SH-FROM(SEX)
            ELSE
                CLOSE SHUN-FILE
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
       NEXT-MONTH-RTN.
            MOVE WK-YYMM(1:4) TO WK-YY
