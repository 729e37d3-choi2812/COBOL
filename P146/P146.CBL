      *
      * 14JY0123 崔　禎　文
      * 仕入物価指数：基準年の品目別仕入数量（仕入整列.txt）を固定
      * バスケットとし、対象月の品目別平均仕入単価で評価し直して
      * 分類別・全体のラスパイレス価格指数（基準年平均＝100）を求め、
      * 前月比・前年同月比とともに印字する
      * 当月に仕入の無い品目は直近の仕入単価（無ければ基準年の平均
      * 単価）で評価する
      * 基準年はパラメタマスタ（P156で保守）の
      * P146 KIJUN-YY（西暦4桁、0・未登録は前年）
      * 算出した指数は物価指数.TXTへ月ごとに保存し（同一年月は置換）、
      * 前月・前年同月の比較と直近13か月の推移はこの履歴から印字する
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P146.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL IN-FILE ASSIGN  "仕入整列.txt"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IN-FS.
           SELECT  SHOHIN-FILE ASSIGN  "ISAM商品マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY T-NO.
           SELECT  OPTIONAL SHISU-FILE ASSIGN  "物価指数.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SHISU-FS.
           SELECT  PRINT-FILE  ASSIGN  "P146.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
       FD  IN-FILE.
       01  I-REC.
           05  I-NO              PIC X(05).
           05  I-NAME            PIC X(10).
           05  I-S-DATE          PIC 9(08).
           05  I-S-NO            PIC X(03).
           05  I-S-NAME          PIC X(10).
           05  I-SURYO           PIC 9(04).
           05  I-TANKA           PIC 9(05)V99.
           05  I-BRANCH          PIC X(02).
      *
       FD  SHOHIN-FILE.
       01  T-REC.
           05  T-NO              PIC X(05).
           05  T-NAME            PIC X(10).
           05  T-S-TANKA         PIC 9(05)V99.
           05  T-H-TANKA         PIC 9(05)V99.
           05  T-CATEGORY        PIC X(02).
           05  T-SHELF-DAYS      PIC 9(03).
           05  T-STATUS          PIC X(01).
      *
      * 物価指数：年月・基準年・分類（**＝全体）・指数・基準額・
      * 当月評価額
       FD  SHISU-FILE.
       01  PX-REC.
           05  PX-YYMM           PIC 9(06).
           05                    PIC X(01).
           05  PX-KIJUN          PIC 9(04).
           05                    PIC X(01).
           05  PX-CATEGORY       PIC X(02).
           05                    PIC X(01).
           05  PX-SHISU          PIC 9(04)V9.
           05                    PIC X(01).
           05  PX-KIJUN-KIN      PIC 9(11).
           05                    PIC X(01).
           05  PX-TOGETSU-KIN    PIC 9(11).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  IN-FS                 PIC X(02)  VALUE SPACE.
       01  PG-MODE               PIC X(01)  VALUE "G".
       01  PG-PROG               PIC X(04)  VALUE "P146".
       01  PG-NAME               PIC X(24)  VALUE SPACE.
       01  PG-VALUE              PIC X(14)  VALUE SPACE.
       01  PG-SUCHI              PIC 9(09)V99 VALUE ZERO.
       01  PG-RESULT             PIC X(01)  VALUE SPACE.
       01  SHISU-FS              PIC X(02)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  KIJUN-YY              PIC 9(04)  VALUE ZERO.
       01  IN-YYMM               PIC X(06)  VALUE SPACE.
       01  IN-YYMM-N REDEFINES IN-YYMM PIC 9(06).
       01  TAISHO-YYMM           PIC 9(06)  VALUE ZERO.
       01  ZENGETSU-YYMM         PIC 9(06)  VALUE ZERO.
       01  ZENNEN-YYMM           PIC 9(06)  VALUE ZERO.
       01  SUII-FROM             PIC 9(06)  VALUE ZERO.
       01  W-YY                  PIC 9(04)  VALUE ZERO.
       01  W-MM                  PIC 9(02)  VALUE ZERO.
       01  W-YYMM                PIC 9(06)  VALUE ZERO.
       01  W-KINGAKU             PIC 9(11)V99 VALUE ZERO.
       01  W-TANKA               PIC 9(05)V99 VALUE ZERO.
       01  W-SHISU               PIC 9(04)V9 VALUE ZERO.
       01  W-HIRITSU             PIC S9(04)V9 VALUE ZERO.
       01  HIKAKU-SHISU          PIC 9(04)V9 VALUE ZERO.
       01  HIKAKU-FLG            PIC X(01)  VALUE SPACE.
       01  READ-CNT              PIC 9(07)  VALUE ZERO.
       01  KOMOKU-CNT            PIC 9(05)  VALUE ZERO.
       01  HOKAN-CNT             PIC 9(05)  VALUE ZERO.
      *
      * 品目表：基準年の数量・金額、対象月の数量・金額、直近単価
       01  IT-CNT                PIC 9(04)  VALUE ZERO.
       01  IX                    PIC 9(04).
       01  HIT-IX                PIC 9(04)  VALUE ZERO.
       01  IT-TBL.
           05  IT-ENT            OCCURS 2000 TIMES.
               10  IT-NO         PIC X(05).
               10  IT-CATEGORY   PIC X(02).
               10  IT-Q0         PIC 9(07).
               10  IT-A0         PIC 9(11)V99.
               10  IT-QT         PIC 9(07).
               10  IT-AT         PIC 9(11)V99.
               10  IT-LAST-DATE  PIC 9(08).
               10  IT-LAST-TANKA PIC 9(05)V99.
      *
      * 分類表：基準額（基準年数量×基準単価）と当月評価額（基準年
      * 数量×当月単価）
       01  CT-CNT                PIC 9(03)  VALUE ZERO.
       01  CX                    PIC 9(03).
       01  CY                    PIC 9(03).
       01  HIT-CX                PIC 9(03)  VALUE ZERO.
       01  WK-CATEGORY           PIC X(02)  VALUE SPACE.
       01  CT-TBL.
           05  CT-ENT            OCCURS 100 TIMES.
               10  CT-CATEGORY   PIC X(02).
               10  CT-K0         PIC 9(11)V99.
               10  CT-KT         PIC 9(11)V99.
       01  CT-WORK               PIC X(28).
       01  G-K0                  PIC 9(11)V99 VALUE ZERO.
       01  G-KT                  PIC 9(11)V99 VALUE ZERO.
       01  G-K0-W                PIC 9(11)V99 VALUE ZERO.
       01  G-KT-W                PIC 9(11)V99 VALUE ZERO.
      *
      * 指数履歴
       01  PX-CNT                PIC 9(04)  VALUE ZERO.
       01  PXX                   PIC 9(04).
       01  PXY                   PIC 9(04).
       01  PX-TBL.
           05  PX-ENT            OCCURS 3000 TIMES.
               10  PXT-REC       PIC X(44).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 仕入物価指数".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
       01  HEAD-15.
           05                    PIC X(09)  VALUE "対象：".
           05  H-YY              PIC 9(04).
           05                    PIC X(03)  VALUE "年".
           05  H-MM              PIC 9(02).
           05                    PIC X(06)  VALUE "月".
           05                    PIC X(12)  VALUE "基準年：".
           05  H-KIJUN           PIC 9(04).
           05                    PIC X(15)  VALUE "平均＝100".
       01  HEAD-2.
           05                    PIC X(08)  VALUE  "分類".
           05                    PIC X(17)  VALUE  "基準額".
           05                    PIC X(17)  VALUE  "当月評価額".
           05                    PIC X(09)  VALUE  "指数".
           05                    PIC X(12)  VALUE  "前月比".
           05                    PIC X(12)  VALUE  "前年比".
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  M-CATEGORY        PIC X(02).
           05                    PIC X(02)  VALUE SPACE.
           05  M-K0              PIC ZZ,ZZZ,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-KT              PIC ZZ,ZZZ,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-SHISU           PIC Z,ZZ9.9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-ZENGETSU        PIC ---9.9.
           05  M-ZENGETSU-X REDEFINES M-ZENGETSU PIC X(06).
           05                    PIC X(01)  VALUE "%".
           05                    PIC X(02)  VALUE SPACE.
           05  M-ZENNEN          PIC ---9.9.
           05  M-ZENNEN-X REDEFINES M-ZENNEN PIC X(06).
           05                    PIC X(01)  VALUE "%".
       01  HEAD-3.
           05                    PIC X(30)  VALUE
                                 "全体指数の推移".
       01  SUII-MEISAI.
           05                    PIC X(04)  VALUE SPACE.
           05  S-YY              PIC 9(04).
           05                    PIC X(01)  VALUE "/".
           05  S-MM              PIC 9(02).
           05                    PIC X(02)  VALUE SPACE.
           05  S-SHISU           PIC Z,ZZ9.9.
       01  FOOT-1.
           05                    PIC X(21)  VALUE "評価品目数：".
           05  F-KOMOKU          PIC ZZZZ9.
           05                    PIC X(04)  VALUE SPACE.
           05                    PIC X(30)  VALUE
                                 "うち直近単価で評価：".
           05  F-HOKAN           PIC ZZZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM PARAM-LOAD-RTN
            DISPLAY "対象年月YYYYMM（空白は前月）："
            ACCEPT IN-YYMM
            IF IN-YYMM = SPACE
                MOVE W-DATE8(1:4) TO W-YY
                MOVE W-DATE8(5:2) TO W-MM
                PERFORM MAE-TSUKI-RTN
                COMPUTE TAISHO-YYMM = W-YY * 100 + W-MM
            ELSE
                IF IN-YYMM NOT NUMERIC
                    DISPLAY "年月が不正です。"
                    STOP RUN
                END-IF
                MOVE IN-YYMM-N TO TAISHO-YYMM
            END-IF
            COMPUTE W-YY = TAISHO-YYMM / 100
            IF W-YY <= KIJUN-YY
                DISPLAY "対象年月は基準年より後に"
                        "してください。"
                STOP RUN
            END-IF
            PERFORM HIKAKU-SET-RTN
            PERFORM SHIIRE-RTN
            PERFORM BUNRUI-RTN
            PERFORM SHUKEI-RTN
            PERFORM CT-SORT-RTN
            PERFORM RIREKI-LOAD-RTN
            PERFORM RIREKI-SAVE-RTN
            PERFORM PRINT-RTN
            DISPLAY "読込件数：" READ-CNT
            DISPLAY "END"
            STOP RUN.
      *
      * 前月・前年同月・推移の開始月（12か月前）を求める
       HIKAKU-SET-RTN.
            MOVE TAISHO-YYMM(1:4) TO W-YY
            MOVE TAISHO-YYMM(5:2) TO W-MM
            PERFORM MAE-TSUKI-RTN
            COMPUTE ZENGETSU-YYMM = W-YY * 100 + W-MM
            COMPUTE ZENNEN-YYMM = TAISHO-YYMM - 100
            MOVE ZENNEN-YYMM TO SUII-FROM.
      *
       MAE-TSUKI-RTN.
            IF W-MM > 1
                SUBTRACT 1 FROM W-MM
            ELSE
                MOVE 12 TO W-MM
                SUBTRACT 1 FROM W-YY
            END-IF.
      *
      * 仕入整列.txtから基準年・対象月の数量と金額、対象月末までの
      * 直近単価を品目別に集める
       SHIIRE-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT IN-FILE
            IF IN-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ IN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                ADD 1 TO READ-CNT
                MOVE I-S-DATE(1:6) TO W-YYMM
                IF I-S-DATE(1:4) = KIJUN-YY
                                   OR W-YYMM <= TAISHO-YYMM
                    PERFORM IT-FIND-RTN
                END-IF
                IF HIT-IX NOT = ZERO
                    COMPUTE W-KINGAKU = I-SURYO * I-TANKA
                    IF I-S-DATE(1:4) = KIJUN-YY
                        ADD I-SURYO   TO IT-Q0(HIT-IX)
                        ADD W-KINGAKU TO IT-A0(HIT-IX)
                    END-IF
                    IF W-YYMM = TAISHO-YYMM
                        ADD I-SURYO   TO IT-QT(HIT-IX)
                        ADD W-KINGAKU TO IT-AT(HIT-IX)
                    END-IF
                    IF W-YYMM <= TAISHO-YYMM AND I-SURYO > ZERO
                       AND I-S-DATE >= IT-LAST-DATE(HIT-IX)
                        MOVE I-S-DATE TO IT-LAST-DATE(HIT-IX)
                        MOVE I-TANKA  TO IT-LAST-TANKA(HIT-IX)
                    END-IF
                END-IF
                MOVE ZERO TO HIT-IX
                READ IN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE IN-FILE
            MOVE SPACE TO END-FLG.
      *
       IT-FIND-RTN.
            MOVE ZERO TO HIT-IX
            PERFORM VARYING IX FROM 1 BY 1
                    UNTIL IX > IT-CNT OR HIT-IX NOT = ZERO
                IF IT-NO(IX) = I-NO
                    MOVE IX TO HIT-IX
                END-IF
            END-PERFORM
            IF HIT-IX = ZERO AND IT-CNT < 2000
                ADD 1 TO IT-CNT
                MOVE IT-CNT TO HIT-IX
                MOVE I-NO   TO IT-NO(HIT-IX)
                MOVE SPACE  TO IT-CATEGORY(HIT-IX)
                MOVE ZERO   TO IT-Q0(HIT-IX) IT-A0(HIT-IX)
                               IT-QT(HIT-IX) IT-AT(HIT-IX)
                               IT-LAST-DATE(HIT-IX)
                               IT-LAST-TANKA(HIT-IX)
            END-IF.
      *
      * 基準年に仕入のある品目（バスケット）の分類を商品マスタから引く
       BUNRUI-RTN.
            OPEN INPUT SHOHIN-FILE
            PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > IT-CNT
                IF IT-Q0(IX) > ZERO
                    MOVE IT-NO(IX) TO T-NO
                    READ SHOHIN-FILE
                        INVALID KEY
                            MOVE "??" TO IT-CATEGORY(IX)
                        NOT INVALID KEY
                            MOVE T-CATEGORY TO IT-CATEGORY(IX)
                    END-READ
                END-IF
            END-PERFORM
            CLOSE SHOHIN-FILE.
      *
      * 分類別に基準額と当月評価額（基準年数量×当月平均単価）を積む
       SHUKEI-RTN.
            PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > IT-CNT
                IF IT-Q0(IX) > ZERO
                    ADD 1 TO KOMOKU-CNT
                    EVALUATE TRUE
                        WHEN IT-QT(IX) > ZERO
                            COMPUTE W-TANKA ROUNDED =
                                IT-AT(IX) / IT-QT(IX)
                        WHEN IT-LAST-DATE(IX) > ZERO
                            MOVE IT-LAST-TANKA(IX) TO W-TANKA
                            ADD 1 TO HOKAN-CNT
                        WHEN OTHER
                            COMPUTE W-TANKA ROUNDED =
                                IT-A0(IX) / IT-Q0(IX)
                            ADD 1 TO HOKAN-CNT
                    END-EVALUATE
                    COMPUTE W-KINGAKU = IT-Q0(IX) * W-TANKA
                    MOVE IT-CATEGORY(IX) TO WK-CATEGORY
                    PERFORM CT-FIND-RTN
                    IF HIT-CX NOT = ZERO
                        ADD IT-A0(IX) TO CT-K0(HIT-CX)
                        ADD W-KINGAKU TO CT-KT(HIT-CX)
                    END-IF
                    ADD IT-A0(IX) TO G-K0
                    ADD W-KINGAKU TO G-KT
                END-IF
            END-PERFORM.
      *
       CT-FIND-RTN.
            MOVE ZERO TO HIT-CX
            PERFORM VARYING CX FROM 1 BY 1
                    UNTIL CX > CT-CNT OR HIT-CX NOT = ZERO
                IF CT-CATEGORY(CX) = WK-CATEGORY
                    MOVE CX TO HIT-CX
                END-IF
            END-PERFORM
            IF HIT-CX = ZERO AND CT-CNT < 100
                ADD 1 TO CT-CNT
                MOVE CT-CNT      TO HIT-CX
                MOVE WK-CATEGORY TO CT-CATEGORY(HIT-CX)
                MOVE ZERO        TO CT-K0(HIT-CX) CT-KT(HIT-CX)
            END-IF.
      *
       CT-SORT-RTN.
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX >= CT-CNT
                PERFORM VARYING CY FROM CX BY 1 UNTIL CY > CT-CNT
                    IF CT-CATEGORY(CY) < CT-CATEGORY(CX)
                        MOVE CT-ENT(CX) TO CT-WORK
                        MOVE CT-ENT(CY) TO CT-ENT(CX)
                        MOVE CT-WORK    TO CT-ENT(CY)
                    END-IF
                END-PERFORM
            END-PERFORM.
      *
      * 指数履歴を読み込む（対象年月の分は作り直すので除く）
       RIREKI-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT SHISU-FILE
            IF SHISU-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ SHISU-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF PX-YYMM NOT = TAISHO-YYMM AND PX-CNT < 3000
                    ADD 1 TO PX-CNT
                    MOVE PX-REC TO PXT-REC(PX-CNT)
                END-IF
                READ SHISU-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE SHISU-FILE
            MOVE SPACE TO END-FLG.
      *
      * 対象年月の分類別・全体の指数を履歴に加えて書き直す
       RIREKI-SAVE-RTN.
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CT-CNT
                MOVE CT-CATEGORY(CX) TO WK-CATEGORY
                MOVE CT-K0(CX)       TO G-K0-W
                MOVE CT-KT(CX)       TO G-KT-W
                PERFORM RIREKI-ADD-RTN
            END-PERFORM
            MOVE "**" TO WK-CATEGORY
            MOVE G-K0 TO G-K0-W
            MOVE G-KT TO G-KT-W
            PERFORM RIREKI-ADD-RTN
            OPEN OUTPUT SHISU-FILE
            PERFORM VARYING PXX FROM 1 BY 1 UNTIL PXX > PX-CNT
                MOVE PXT-REC(PXX) TO PX-REC
                WRITE PX-REC
            END-PERFORM
            CLOSE SHISU-FILE.
      *
       RIREKI-ADD-RTN.
            PERFORM SHISU-CALC-RTN
            IF PX-CNT < 3000
                MOVE SPACE TO PX-REC
                MOVE TAISHO-YYMM TO PX-YYMM
                MOVE KIJUN-YY    TO PX-KIJUN
                MOVE WK-CATEGORY TO PX-CATEGORY
                MOVE W-SHISU     TO PX-SHISU
                COMPUTE PX-KIJUN-KIN ROUNDED   = G-K0-W
                COMPUTE PX-TOGETSU-KIN ROUNDED = G-KT-W
                ADD 1 TO PX-CNT
                MOVE PX-REC TO PXT-REC(PX-CNT)
            END-IF.
      *
      * 指数＝当月評価額÷基準額×100
       SHISU-CALC-RTN.
            IF G-K0-W > ZERO
                COMPUTE W-SHISU ROUNDED = G-KT-W * 100 / G-K0-W
            ELSE
                MOVE ZERO TO W-SHISU
            END-IF.
      *
       PRINT-RTN.
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            MOVE TAISHO-YYMM(1:4) TO H-YY
            MOVE TAISHO-YYMM(5:2) TO H-MM
            MOVE KIJUN-YY TO H-KIJUN
            WRITE P-REC FROM HEAD-15 AFTER 1
            WRITE P-REC FROM HEAD-2 AFTER 2
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CT-CNT
                MOVE CT-CATEGORY(CX) TO WK-CATEGORY
                MOVE CT-K0(CX)       TO G-K0-W
                MOVE CT-KT(CX)       TO G-KT-W
                PERFORM MEISAI-RTN
            END-PERFORM
            MOVE "**" TO WK-CATEGORY
            MOVE G-K0 TO G-K0-W
            MOVE G-KT TO G-KT-W
            PERFORM MEISAI-RTN
            MOVE KOMOKU-CNT TO F-KOMOKU
            MOVE HOKAN-CNT  TO F-HOKAN
            WRITE P-REC FROM FOOT-1 AFTER 2
            WRITE P-REC FROM HEAD-3 AFTER 2
            PERFORM SUII-RTN
            CLOSE PRINT-FILE.
      *
       MEISAI-RTN.
            PERFORM SHISU-CALC-RTN
            MOVE WK-CATEGORY TO M-CATEGORY
            MOVE G-K0-W      TO M-K0
            MOVE G-KT-W      TO M-KT
            MOVE W-SHISU     TO M-SHISU
            MOVE ZENGETSU-YYMM TO W-YYMM
            PERFORM HIKAKU-RTN
            IF HIKAKU-FLG = "Y"
                MOVE W-HIRITSU TO M-ZENGETSU
            ELSE
                MOVE "     -" TO M-ZENGETSU-X
            END-IF
            MOVE ZENNEN-YYMM TO W-YYMM
            PERFORM HIKAKU-RTN
            IF HIKAKU-FLG = "Y"
                MOVE W-HIRITSU TO M-ZENNEN
            ELSE
                MOVE "     -" TO M-ZENNEN-X
            END-IF
            WRITE P-REC FROM MEISAI AFTER 1.
      *
      * 比較月の同じ分類・同じ基準年の指数に対する増減率（％）
       HIKAKU-RTN.
            MOVE "N" TO HIKAKU-FLG
            PERFORM VARYING PXX FROM 1 BY 1 UNTIL PXX > PX-CNT
                MOVE PXT-REC(PXX) TO PX-REC
                IF PX-YYMM = W-YYMM AND PX-CATEGORY = WK-CATEGORY
                   AND PX-KIJUN = KIJUN-YY AND PX-SHISU > ZERO
                    MOVE PX-SHISU TO HIKAKU-SHISU
                    MOVE "Y" TO HIKAKU-FLG
                END-IF
            END-PERFORM
            IF HIKAKU-FLG = "Y"
                COMPUTE W-HIRITSU ROUNDED =
                    W-SHISU * 100 / HIKAKU-SHISU - 100
            END-IF.
      *
      * 全体指数の推移（同じ基準年の直近13か月、古い順）
       SUII-RTN.
            PERFORM VARYING PXX FROM 1 BY 1 UNTIL PXX > PX-CNT - 1
                PERFORM VARYING PXY FROM 1 BY 1
                        UNTIL PXY > PX-CNT - PXX
                    IF PXT-REC(PXY) > PXT-REC(PXY + 1)
                        MOVE PXT-REC(PXY)     TO PX-REC
                        MOVE PXT-REC(PXY + 1) TO PXT-REC(PXY)
                        MOVE PX-REC           TO PXT-REC(PXY + 1)
                    END-IF
                END-PERFORM
            END-PERFORM
            PERFORM VARYING PXX FROM 1 BY 1 UNTIL PXX > PX-CNT
                MOVE PXT-REC(PXX) TO PX-REC
                IF PX-CATEGORY = "**" AND PX-KIJUN = KIJUN-YY
                   AND PX-YYMM >= SUII-FROM
                   AND PX-YYMM <= TAISHO-YYMM
                    MOVE PX-YYMM(1:4) TO S-YY
                    MOVE PX-YYMM(5:2) TO S-MM
                    MOVE PX-SHISU     TO S-SHISU
                    WRITE P-REC FROM SUII-MEISAI AFTER 1
                END-IF
            END-PERFORM.
      *
      * 基準年：パラメタマスタのP146 KIJUN-YY、無ければ運用日付の前年
       PARAM-LOAD-RTN.
            COMPUTE KIJUN-YY = W-DATE8 / 10000 - 1
            MOVE "KIJUN-YY" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y" AND PG-SUCHI NOT = ZERO
                MOVE PG-SUCHI TO KIJUN-YY
            END-IF.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
