      *
      * 14JY0123 崔　禎　文
      * 低価法評価減：月末に在庫マスタの商品ごとに移動平均原価
      * （Z-AVG-COST）と、市況単価.TXTの対象月末までの最新値、
      * 売価（T-H-TANKA）から販売費率を引いた正味売却価額を比べ、
      * 最も低い単価まで評価を下げる。商品別・分類別の評価減額を
      * 印字し、借方評価損（HYOKASON、標準5996）／貸方商品
      * （SHOHIN、標準1401）の仕訳をHバッチで仕訳.TXTへ追記する
      * 評価減は低価法評価減記録.TXTに残し（状態O）、翌月の実行で
      * 前月までの評価減を戻入（借方商品／貸方評価損、状態R）して
      * から新たな評価減を計上する（洗替法）。同じ月の再実行は不可
      * 対象年月はパラメタマスタ（P156で保守）の
      * P120 TGT-YYMM（YYYYMM、未登録は運用月）、
      * 販売費率は同じくP120 HANBAI-RITSU（既定10.00）
      * 科目が未登録なら何も更新しない
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P120.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  ZAIKO-FILE  ASSIGN  "ISAM在庫マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE SEQUENTIAL
                                    RECORD KEY Z-NO.
           SELECT  SHOHIN-FILE ASSIGN  "ISAM商品マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY T-NO.
           SELECT  OPTIONAL SHIKYO-FILE ASSIGN  "市況単価.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SHIKYO-FS.
           SELECT  OPTIONAL TEIKA-FILE ASSIGN
                                    "低価法評価減記録.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS TEIKA-FS.
           SELECT  TEIKA-NEW   ASSIGN  "低価法評価減記録.NEW"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL SIWAKE-FILE ASSIGN  "仕訳.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIWAKE-FS.
           SELECT  OPTIONAL KMAP-FILE ASSIGN
                                    "勘定科目対応マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KMAP-FS.
           SELECT  PRINT-FILE  ASSIGN  "P120.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
       FD  ZAIKO-FILE.
       01  Z-REC.
           05  Z-NO              PIC X(05).
           05  Z-NAME            PIC X(10).
           05  Z-ZAIKO-SURYO     PIC S9(07).
           05  Z-AVG-COST        PIC 9(05)V99.
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
       FD  SHIKYO-FILE.
       01  SK-REC.
           05  SK-NO             PIC X(05).
           05                    PIC X(01).
           05  SK-DATE           PIC 9(08).
           05                    PIC X(01).
           05  SK-TANKA          PIC 9(05)V99.
      *
      * 低価法評価減記録：O＝評価減中　R＝戻入済
       FD  TEIKA-FILE.
       01  TK-REC.
           05  TK-YYMM           PIC X(06).
           05                    PIC X(01).
           05  TK-NO             PIC X(05).
           05                    PIC X(01).
           05  TK-CAT            PIC X(02).
           05                    PIC X(01).
           05  TK-SURYO          PIC 9(07).
           05                    PIC X(01).
           05  TK-GENKA          PIC 9(05)V99.
           05                    PIC X(01).
           05  TK-HYOKA          PIC 9(05)V99.
           05                    PIC X(01).
           05  TK-KINGAKU        PIC 9(11).
           05                    PIC X(01).
           05  TK-STATUS         PIC X(01).
      *
       FD  TEIKA-NEW.
       01  TKN-REC               PIC X(53).
      *
       FD  SIWAKE-FILE.
       01  SW-REC.
           05  SW-KBN            PIC X(01).
           05                    PIC X(01).
           05  SW-DATE           PIC 9(08).
           05                    PIC X(01).
           05  SW-KAMOKU         PIC X(04).
           05                    PIC X(01).
           05  SW-HOJO           PIC X(03).
           05                    PIC X(01).
           05  SW-KINGAKU        PIC 9(11).
           05                    PIC X(01).
           05  SW-TEKIYO         PIC X(20).
      *
      * 勘定科目対応マスタ：計上事象→科目・補助（P117で保守）
       FD  KMAP-FILE.
       01  KM-REC.
           05  KM-JISHO          PIC X(08).
           05                    PIC X(01).
           05  KM-KAMOKU         PIC X(04).
           05                    PIC X(01).
           05  KM-HOJO           PIC X(03).
           05                    PIC X(01).
           05  KM-NAME           PIC X(20).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  SHIKYO-FS             PIC X(02)  VALUE SPACE.
       01  TEIKA-FS              PIC X(02)  VALUE SPACE.
       01  SIWAKE-FS             PIC X(02)  VALUE SPACE.
       01  PG-MODE               PIC X(01)  VALUE "G".
       01  PG-PROG               PIC X(04)  VALUE "P120".
       01  PG-NAME               PIC X(24)  VALUE SPACE.
       01  PG-VALUE              PIC X(14)  VALUE SPACE.
       01  PG-SUCHI              PIC 9(09)V99 VALUE ZERO.
       01  PG-RESULT             PIC X(01)  VALUE SPACE.
       01  TGT-YYMM              PIC X(06)  VALUE SPACE.
       01  HANBAI-RITSU          PIC 9(02)V99 VALUE 10.00.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  WK-CAT                PIC X(02)  VALUE SPACE.
       01  SHIKYO-TANKA          PIC 9(05)V99 VALUE ZERO.
       01  SHOMI-TANKA           PIC 9(05)V99 VALUE ZERO.
       01  HYOKA-TANKA           PIC 9(05)V99 VALUE ZERO.
       01  KIHON-KBN             PIC X(01)  VALUE SPACE.
       01  GENZAN                PIC 9(11)  VALUE ZERO.
       01  G-GENZAN              PIC 9(12)  VALUE ZERO.
       01  G-MODOSHI             PIC 9(12)  VALUE ZERO.
       01  KARI-TOTAL            PIC 9(12)  VALUE ZERO.
       01  KASHI-TOTAL           PIC 9(12)  VALUE ZERO.
       01  READ-CNT              PIC 9(05)  VALUE ZERO.
       01  GENZAN-CNT            PIC 9(05)  VALUE ZERO.
       01  MODOSHI-CNT           PIC 9(05)  VALUE ZERO.
       01  D-CNT                 PIC 9(05)  VALUE ZERO.
       01  CMD                   PIC X(100) VALUE SPACE.
       01  SUMI-FLG              PIC X(01)  VALUE SPACE.
       01  AFURE-FLG             PIC X(01)  VALUE SPACE.
       01  CX                    PIC 9(02).
       01  CAT-CNT               PIC 9(02)  VALUE ZERO.
       01  HIT-CX                PIC 9(02)  VALUE ZERO.
       01  SX                    PIC 9(03).
       01  SK-CNT                PIC 9(03)  VALUE ZERO.
       01  HIT-SX                PIC 9(03)  VALUE ZERO.
       01  TX                    PIC 9(04).
       01  TK-CNT                PIC 9(04)  VALUE ZERO.
       01  TK-OLD-CNT            PIC 9(04)  VALUE ZERO.
       01  KMAP-FS               PIC X(02)  VALUE SPACE.
       01  KMAP-END-FLG          PIC X(01)  VALUE SPACE.
       01  KMAP-CNT              PIC 9(03)  VALUE ZERO.
       01  KMX                   PIC 9(03).
       01  HIT-KMX               PIC 9(03)  VALUE ZERO.
       01  KMAP-NG-CNT           PIC 9(03)  VALUE ZERO.
       01  KMAP-KEY              PIC X(08)  VALUE SPACE.
       01  KMAP-KAMOKU           PIC X(04)  VALUE SPACE.
       01  KMAP-HOJO             PIC X(03)  VALUE SPACE.
       01  HYOKASON-KMK          PIC X(04)  VALUE SPACE.
       01  HYOKASON-HJ           PIC X(03)  VALUE SPACE.
       01  SHOHIN-KMK            PIC X(04)  VALUE SPACE.
       01  SHOHIN-HJ             PIC X(03)  VALUE SPACE.
      *
      * 勘定科目対応マスタの控え
       01  KMAP-TBL.
           05  KMAP-ENT          OCCURS 200 TIMES.
               10  KMT-JISHO     PIC X(08).
               10  KMT-KAMOKU    PIC X(04).
               10  KMT-HOJO      PIC X(03).
      *
      * 市況単価：商品ごとの対象月末までの最新値
       01  SK-TBL.
           05  SK-ENT            OCCURS 500 TIMES.
               10  ST-NO         PIC X(05).
               10  ST-DATE       PIC 9(08).
               10  ST-TANKA      PIC 9(05)V99.
      *
      * 低価法評価減記録の控え（今回の評価減を後ろに追加する）
       01  TK-TBL.
           05  TK-ENT            OCCURS 3000 TIMES.
               10  TT-REC        PIC X(53).
      *
      * 分類別の評価減額・戻入額
       01  CAT-TBL.
           05  CAT-ENT           OCCURS 20 TIMES.
               10  CT-CODE       PIC X(02).
               10  CT-GENZAN     PIC 9(11).
               10  CT-MODOSHI    PIC 9(11).
      *
       01  BATCH-HEADER.
           05                    PIC X(01)  VALUE "H".
           05                    PIC X(01)  VALUE SPACE.
           05  BH-DATE           PIC 9(08).
           05                    PIC X(01)  VALUE SPACE.
           05  BH-YYMM           PIC X(06).
           05                    PIC X(01)  VALUE SPACE.
           05  BH-KARI           PIC 9(12).
           05                    PIC X(01)  VALUE SPACE.
           05  BH-KASHI          PIC 9(12).
      *
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  M-NO              PIC X(05).
           05                    PIC X(01)  VALUE SPACE.
           05  M-NAME            PIC X(10).
           05                    PIC X(01)  VALUE SPACE.
           05  M-CAT             PIC X(02).
           05                    PIC X(01)  VALUE SPACE.
           05  M-SURYO           PIC Z,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-GENKA           PIC Z,ZZ9.99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-SHIKYO          PIC Z,ZZ9.99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-SHOMI           PIC Z,ZZ9.99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-KIHON           PIC X(01).
           05                    PIC X(01)  VALUE SPACE.
           05  M-GENZAN          PIC ZZZ,ZZZ,ZZ9.
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 低価法評価減表".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  HEAD-15.
           05                    PIC X(15)  VALUE "対象年月：".
           05  H-YYMM            PIC X(06).
           05                    PIC X(18)  VALUE
                                 "　販売費率：".
           05  H-RITSU           PIC Z9.99.
           05                    PIC X(01)  VALUE "%".
      *
       01  HEAD-2.
           05                    PIC X(07)  VALUE  "商品".
           05                    PIC X(12)  VALUE  "商品名".
           05                    PIC X(07)  VALUE  "分類".
           05                    PIC X(09)  VALUE  "在庫数".
           05                    PIC X(09)  VALUE  "原価".
           05                    PIC X(09)  VALUE  "市況".
           05                    PIC X(13)  VALUE  "正味売価".
           05                    PIC X(09)  VALUE  "評価減".
      *
       01  HEAD-3.
           05                    PIC X(12)  VALUE  "分類".
           05                    PIC X(18)  VALUE  "前月戻入".
           05                    PIC X(18)  VALUE  "当月評価減".
      *
       01  CAT-MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05  CM-CODE           PIC X(02).
           05                    PIC X(04)  VALUE SPACE.
           05  CM-MODOSHI        PIC ZZ,ZZZ,ZZZ,ZZ9.
           05                    PIC X(04)  VALUE SPACE.
           05  CM-GENZAN         PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  SW-MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05  SM-KBN            PIC X(06).
           05                    PIC X(02)  VALUE SPACE.
           05  SM-KAMOKU         PIC X(04).
           05                    PIC X(02)  VALUE SPACE.
           05  SM-HOJO           PIC X(03).
           05                    PIC X(02)  VALUE SPACE.
           05  SM-KINGAKU        PIC ZZ,ZZZ,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  SM-TEKIYO         PIC X(20).
      *
       01  FOOT-1.
           05                    PIC X(15)  VALUE "評価件数：".
           05  F-READ            PIC ZZZZ9.
           05                    PIC X(21)  VALUE
                                 "　評価減件数：".
           05  F-GENZAN-CNT      PIC ZZZZ9.
       01  FOOT-2.
           05                    PIC X(21)  VALUE
                                 "前月戻入合計：".
           05  F-MODOSHI         PIC ZZ,ZZZ,ZZZ,ZZ9.
           05                    PIC X(27)  VALUE
                                 "　当月評価減合計：".
           05  F-GENZAN          PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  FOOT-3.
           05                    PIC X(15)  VALUE "借方合計：".
           05  F-KARI            PIC ZZ,ZZZ,ZZZ,ZZ9.
           05                    PIC X(18)  VALUE "　貸方合計：".
           05  F-KASHI           PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  FOOT-4.
           05                    PIC X(15)  VALUE "仕訳件数：".
           05  F-CNT             PIC ZZZZ9.
           05                    PIC X(04)  VALUE SPACE.
           05  F-MSG             PIC X(40)  VALUE SPACE.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM PARAM-LOAD-RTN
            PERFORM TEIKA-LOAD-RTN
            IF SUMI-FLG = "Y"
                DISPLAY "★" TGT-YYMM
                        "以降の評価減は作成済です。"
                STOP RUN
            END-IF
            IF AFURE-FLG = "Y"
                DISPLAY "★評価減記録の作業表あふれ"
                STOP RUN
            END-IF
            PERFORM KMAP-LOAD-RTN
            PERFORM KMAP-CHK-RTN
            IF KMAP-NG-CNT > ZERO
                DISPLAY "★科目未登録のため中止します"
                DISPLAY "P117で登録してください"
                STOP RUN
            END-IF
            PERFORM MODOSHI-RTN
            PERFORM SHIKYO-LOAD-RTN
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8      TO H-DATE
            MOVE TGT-YYMM     TO H-YYMM
            MOVE HANBAI-RITSU TO H-RITSU
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-15 AFTER 1
            WRITE P-REC FROM HEAD-2 AFTER 2
            OPEN INPUT ZAIKO-FILE
            OPEN INPUT SHOHIN-FILE
            READ ZAIKO-FILE
                AT END MOVE "E" TO END-FLG
            END-READ
            PERFORM UNTIL END-FLG = "E"
                IF Z-ZAIKO-SURYO > ZERO
                    PERFORM HYOKA-RTN
                END-IF
                READ ZAIKO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE ZAIKO-FILE SHOHIN-FILE
            MOVE SPACE TO END-FLG
            IF AFURE-FLG = "Y"
                DISPLAY "★評価減記録の作業表あふれ"
                CLOSE PRINT-FILE
                STOP RUN
            END-IF
            WRITE P-REC FROM HEAD-3 AFTER 2
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAT-CNT
                MOVE SPACE TO CAT-MEISAI
                MOVE CT-CODE(CX)    TO CM-CODE
                MOVE CT-MODOSHI(CX) TO CM-MODOSHI
                MOVE CT-GENZAN(CX)  TO CM-GENZAN
                WRITE P-REC FROM CAT-MEISAI AFTER 1
            END-PERFORM
            IF G-GENZAN > ZERO OR G-MODOSHI > ZERO
                PERFORM SIWAKE-RTN
            END-IF
            PERFORM TEIKA-REWRITE-RTN
            MOVE READ-CNT   TO F-READ
            MOVE GENZAN-CNT TO F-GENZAN-CNT
            WRITE P-REC FROM FOOT-1 AFTER 2
            MOVE G-MODOSHI  TO F-MODOSHI
            MOVE G-GENZAN   TO F-GENZAN
            WRITE P-REC FROM FOOT-2 AFTER 1
            MOVE KARI-TOTAL  TO F-KARI
            MOVE KASHI-TOTAL TO F-KASHI
            WRITE P-REC FROM FOOT-3 AFTER 1
            MOVE D-CNT TO F-CNT
            EVALUATE TRUE
                WHEN D-CNT = ZERO
                    MOVE "評価減・戻入なし" TO F-MSG
                WHEN KARI-TOTAL = KASHI-TOTAL
                    MOVE "貸借一致：ＧＬ連携可" TO F-MSG
                WHEN OTHER
                    MOVE "★貸借不一致：連携不可" TO F-MSG
            END-EVALUATE
            WRITE P-REC FROM FOOT-4 AFTER 1
            CLOSE PRINT-FILE
            DISPLAY "END"
            STOP RUN.
      *
       PARAM-LOAD-RTN.
            MOVE W-DATE8(1:6) TO TGT-YYMM
            MOVE "TGT-YYMM" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y"
                MOVE PG-VALUE TO TGT-YYMM
            END-IF
            MOVE "HANBAI-RITSU" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y"
                MOVE PG-SUCHI TO HANBAI-RITSU
            END-IF.
      *
      * 低価法評価減記録を作業表へ読み込む（対象月以降があれば済）
       TEIKA-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT TEIKA-FILE
            IF TEIKA-FS NOT = "00"
                CLOSE TEIKA-FILE
            ELSE
                READ TEIKA-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF TK-YYMM >= TGT-YYMM
                        MOVE "Y" TO SUMI-FLG
                    END-IF
                    IF TK-CNT < 3000
                        ADD 1 TO TK-CNT
                        MOVE TK-REC TO TT-REC(TK-CNT)
                    ELSE
                        MOVE "Y" TO AFURE-FLG
                    END-IF
                    READ TEIKA-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE TEIKA-FILE
            END-IF
            MOVE TK-CNT TO TK-OLD-CNT
            MOVE SPACE TO END-FLG.
      *
      * 前月までの評価減（状態O）を分類別に戻入し、Rにする
       MODOSHI-RTN.
            PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TK-OLD-CNT
                MOVE TT-REC(TX) TO TK-REC
                IF TK-STATUS = "O"
                    MOVE TK-CAT TO WK-CAT
                    PERFORM CAT-FIND-RTN
                    IF HIT-CX > ZERO
                        ADD TK-KINGAKU TO CT-MODOSHI(HIT-CX)
                        ADD TK-KINGAKU TO G-MODOSHI
                        ADD 1 TO MODOSHI-CNT
                        MOVE "R" TO TK-STATUS
                        MOVE TK-REC TO TT-REC(TX)
                    END-IF
                END-IF
            END-PERFORM.
      *
      * 分類の集計位置をHIT-CXへ返す（未登録は追加）
       CAT-FIND-RTN.
            MOVE ZERO TO HIT-CX
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAT-CNT
                IF CT-CODE(CX) = WK-CAT
                    MOVE CX TO HIT-CX
                END-IF
            END-PERFORM
            IF HIT-CX = ZERO AND CAT-CNT < 20
                ADD 1 TO CAT-CNT
                MOVE WK-CAT TO CT-CODE(CAT-CNT)
                MOVE ZERO   TO CT-GENZAN(CAT-CNT)
                MOVE ZERO   TO CT-MODOSHI(CAT-CNT)
                MOVE CAT-CNT TO HIT-CX
            END-IF.
      *
      * 市況単価から商品ごとに対象月末までの最新値を控える
       SHIKYO-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT SHIKYO-FILE
            IF SHIKYO-FS NOT = "00"
                CLOSE SHIKYO-FILE
            ELSE
                READ SHIKYO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF SK-DATE(1:6) <= TGT-YYMM
                        PERFORM SHIKYO-ONE-RTN
                    END-IF
                    READ SHIKYO-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE SHIKYO-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
       SHIKYO-ONE-RTN.
            MOVE ZERO TO HIT-SX
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SK-CNT
                IF ST-NO(SX) = SK-NO
                    MOVE SX TO HIT-SX
                END-IF
            END-PERFORM
            IF HIT-SX = ZERO AND SK-CNT < 500
                ADD 1 TO SK-CNT
                MOVE SK-NO    TO ST-NO(SK-CNT)
                MOVE SK-DATE  TO ST-DATE(SK-CNT)
                MOVE SK-TANKA TO ST-TANKA(SK-CNT)
            END-IF
            IF HIT-SX > ZERO
                IF SK-DATE >= ST-DATE(HIT-SX)
                    MOVE SK-DATE  TO ST-DATE(HIT-SX)
                    MOVE SK-TANKA TO ST-TANKA(HIT-SX)
                END-IF
            END-IF.
      *
      * 商品ごとに原価・市況・正味売却価額の最も低い単価で評価する
      * 市況が無い、売価が無い場合はその比較を行わない
       HYOKA-RTN.
            ADD 1 TO READ-CNT
            MOVE "99" TO WK-CAT
            MOVE ZERO TO SHOMI-TANKA
            MOVE Z-NO TO T-NO
            READ SHOHIN-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF T-CATEGORY NOT = SPACE
                        MOVE T-CATEGORY TO WK-CAT
                    END-IF
                    COMPUTE SHOMI-TANKA ROUNDED =
                            T-H-TANKA * (100 - HANBAI-RITSU) / 100
            END-READ
            MOVE ZERO TO SHIKYO-TANKA
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SK-CNT
                IF ST-NO(SX) = Z-NO
                    MOVE ST-TANKA(SX) TO SHIKYO-TANKA
                END-IF
            END-PERFORM
            MOVE Z-AVG-COST TO HYOKA-TANKA
            MOVE SPACE      TO KIHON-KBN
            IF SHIKYO-TANKA > ZERO AND SHIKYO-TANKA < HYOKA-TANKA
                MOVE SHIKYO-TANKA TO HYOKA-TANKA
                MOVE "S" TO KIHON-KBN
            END-IF
            IF SHOMI-TANKA > ZERO AND SHOMI-TANKA < HYOKA-TANKA
                MOVE SHOMI-TANKA TO HYOKA-TANKA
                MOVE "H" TO KIHON-KBN
            END-IF
            IF HYOKA-TANKA < Z-AVG-COST
                COMPUTE GENZAN ROUNDED =
                        Z-ZAIKO-SURYO * (Z-AVG-COST - HYOKA-TANKA)
            ELSE
                MOVE ZERO TO GENZAN
            END-IF
            IF GENZAN > ZERO
                PERFORM CAT-FIND-RTN
                IF HIT-CX > ZERO
                    ADD GENZAN TO CT-GENZAN(HIT-CX)
                END-IF
                ADD GENZAN TO G-GENZAN
                ADD 1 TO GENZAN-CNT
                PERFORM TEIKA-ADD-RTN
                MOVE SPACE TO MEISAI
                MOVE Z-NO          TO M-NO
                MOVE Z-NAME        TO M-NAME
                MOVE WK-CAT        TO M-CAT
                MOVE Z-ZAIKO-SURYO TO M-SURYO
                MOVE Z-AVG-COST    TO M-GENKA
                MOVE SHIKYO-TANKA  TO M-SHIKYO
                MOVE SHOMI-TANKA   TO M-SHOMI
                MOVE KIHON-KBN     TO M-KIHON
                MOVE GENZAN        TO M-GENZAN
                WRITE P-REC FROM MEISAI AFTER 1
            END-IF.
      *
      * 今回の評価減を記録の作業表へ追加する（状態O）
       TEIKA-ADD-RTN.
            IF TK-CNT < 3000
                MOVE SPACE TO TK-REC
                MOVE TGT-YYMM      TO TK-YYMM
                MOVE Z-NO          TO TK-NO
                MOVE WK-CAT        TO TK-CAT
                MOVE Z-ZAIKO-SURYO TO TK-SURYO
                MOVE Z-AVG-COST    TO TK-GENKA
                MOVE HYOKA-TANKA   TO TK-HYOKA
                MOVE GENZAN        TO TK-KINGAKU
                MOVE "O"           TO TK-STATUS
                ADD 1 TO TK-CNT
                MOVE TK-REC TO TT-REC(TK-CNT)
            ELSE
                MOVE "Y" TO AFURE-FLG
            END-IF.
      *
      * 評価減仕訳：分類別に前月分の戻入（借方商品／貸方評価損）と
      * 当月の評価減（借方評価損／貸方商品）を一つのバッチで書く
       SIWAKE-RTN.
            COMPUTE KARI-TOTAL  = G-MODOSHI + G-GENZAN
            COMPUTE KASHI-TOTAL = G-MODOSHI + G-GENZAN
            OPEN EXTEND SIWAKE-FILE
            MOVE SPACE TO SW-REC
            MOVE W-DATE8      TO BH-DATE
            MOVE TGT-YYMM     TO BH-YYMM
            MOVE KARI-TOTAL   TO BH-KARI
            MOVE KASHI-TOTAL  TO BH-KASHI
            WRITE SW-REC FROM BATCH-HEADER
            MOVE SPACE TO P-REC
            WRITE P-REC AFTER 1
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAT-CNT
                IF CT-MODOSHI(CX) > ZERO
                    MOVE SPACE          TO SW-REC
                    MOVE "D"            TO SW-KBN
                    MOVE SHOHIN-KMK     TO SW-KAMOKU
                    MOVE SHOHIN-HJ      TO SW-HOJO
                    MOVE CT-MODOSHI(CX) TO SW-KINGAKU
                    MOVE "低価法戻入"   TO SW-TEKIYO
                    PERFORM SW-WRITE-RTN
                    MOVE "C"            TO SW-KBN
                    MOVE HYOKASON-KMK   TO SW-KAMOKU
                    MOVE HYOKASON-HJ    TO SW-HOJO
                    PERFORM SW-WRITE-RTN
                END-IF
                IF CT-GENZAN(CX) > ZERO
                    MOVE SPACE          TO SW-REC
                    MOVE "D"            TO SW-KBN
                    MOVE HYOKASON-KMK   TO SW-KAMOKU
                    MOVE HYOKASON-HJ    TO SW-HOJO
                    MOVE CT-GENZAN(CX)  TO SW-KINGAKU
                    MOVE "低価法評価減" TO SW-TEKIYO
                    PERFORM SW-WRITE-RTN
                    MOVE "C"            TO SW-KBN
                    MOVE SHOHIN-KMK     TO SW-KAMOKU
                    MOVE SHOHIN-HJ      TO SW-HOJO
                    PERFORM SW-WRITE-RTN
                END-IF
            END-PERFORM
            CLOSE SIWAKE-FILE.
      *
       SW-WRITE-RTN.
            MOVE W-DATE8 TO SW-DATE
            WRITE SW-REC
            ADD 1 TO D-CNT
            MOVE SPACE TO SW-MEISAI
            IF SW-KBN = "D"
                MOVE "借方" TO SM-KBN
            ELSE
                MOVE "貸方" TO SM-KBN
            END-IF
            MOVE SW-KAMOKU  TO SM-KAMOKU
            MOVE SW-HOJO    TO SM-HOJO
            MOVE SW-KINGAKU TO SM-KINGAKU
            MOVE SW-TEKIYO  TO SM-TEKIYO
            WRITE P-REC FROM SW-MEISAI AFTER 1.
      *
      * 低価法評価減記録を作業表から書き直す（戻入はR、今回分はO）
       TEIKA-REWRITE-RTN.
            OPEN OUTPUT TEIKA-NEW
            PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TK-CNT
                MOVE TT-REC(TX) TO TKN-REC
                WRITE TKN-REC
            END-PERFORM
            CLOSE TEIKA-NEW
            MOVE SPACE TO CMD
            STRING "mv 低価法評価減記録.NEW " DELIMITED BY SIZE
                   "低価法評価減記録.TXT" DELIMITED BY SIZE
              INTO CMD
            END-STRING
            CALL "SYSTEM" USING CMD.
      *
      * 評価減仕訳の科目を揃える（未登録は中止）
       KMAP-CHK-RTN.
            MOVE "HYOKASON" TO KMAP-KEY
            PERFORM KMAP-GET-RTN
            MOVE KMAP-KAMOKU TO HYOKASON-KMK
            MOVE KMAP-HOJO   TO HYOKASON-HJ
            MOVE "SHOHIN"   TO KMAP-KEY
            PERFORM KMAP-GET-RTN
            MOVE KMAP-KAMOKU TO SHOHIN-KMK
            MOVE KMAP-HOJO   TO SHOHIN-HJ.
      *
      * 計上事象の科目・補助を勘定科目対応マスタから取る
      * 未登録の事象は★を表示し、未登録件数に数える
       KMAP-GET-RTN.
            PERFORM KMAP-FIND-RTN
            IF HIT-KMX = ZERO
                ADD 1 TO KMAP-NG-CNT
                DISPLAY "★科目対応未登録：" KMAP-KEY
            END-IF.
      *
       KMAP-FIND-RTN.
            MOVE SPACE TO KMAP-KAMOKU
            MOVE SPACE TO KMAP-HOJO
            MOVE ZERO  TO HIT-KMX
            PERFORM VARYING KMX FROM 1 BY 1 UNTIL KMX > KMAP-CNT
                IF KMT-JISHO(KMX) = KMAP-KEY
                    MOVE KMX TO HIT-KMX
                END-IF
            END-PERFORM
            IF HIT-KMX > ZERO
                MOVE KMT-KAMOKU(HIT-KMX) TO KMAP-KAMOKU
                MOVE KMT-HOJO(HIT-KMX)   TO KMAP-HOJO
            END-IF.
      *
       KMAP-LOAD-RTN.
            MOVE SPACE TO KMAP-END-FLG
            OPEN INPUT KMAP-FILE
            IF KMAP-FS NOT = "00"
                CLOSE KMAP-FILE
            ELSE
                READ KMAP-FILE
                    AT END MOVE "E" TO KMAP-END-FLG
                END-READ
                PERFORM UNTIL KMAP-END-FLG = "E"
                    IF KMAP-CNT < 200 AND KM-JISHO NOT = SPACE
                        ADD 1 TO KMAP-CNT
                        MOVE KM-JISHO  TO KMT-JISHO(KMAP-CNT)
                        MOVE KM-KAMOKU TO KMT-KAMOKU(KMAP-CNT)
                        MOVE KM-HOJO   TO KMT-HOJO(KMAP-CNT)
                    END-IF
                    READ KMAP-FILE
                        AT END MOVE "E" TO KMAP-END-FLG
                    END-READ
                END-PERFORM
                CLOSE KMAP-FILE
            END-IF.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
