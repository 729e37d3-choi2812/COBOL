      *
      * 14JY0123 崔　禎　文
      * 仕分けリスト：店舗要求を集約した発注（要求発注.TXT、P29で
      * 記録）が入荷したとき、入荷数量を要求元の店舗へどう分けるか
      * を印字する。入荷記録.TXT（P82）を先頭から順に読み、入荷の
      * 都度その集約NOの要求へ配分を積み上げる（分割入荷に対応）
      * 入荷数量は単位マスタ.TXTで基本単位へ換算する（P82と同じ）
      * 残要求の合計以上に入荷すれば各店舗へ残要求どおり配分し、
      * 余りは在庫とする。不足（欠品）のときは残要求に比例して配分
      * （端数切捨て）し、切捨てで残った数量は要求の古い順に1ずつ
      * 配分して★欠品按分を付ける。印字は指定日に入荷した分のみ
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P130.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL YOKYU-FILE ASSIGN  "店舗要求.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS YOKYU-FS.
           SELECT  OPTIONAL YH-FILE ASSIGN  "要求発注.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS YH-FS.
           SELECT  OPTIONAL NYUKA-LOG-FILE ASSIGN  "入荷記録.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS NL-FS.
           SELECT  OPTIONAL TANI-FILE ASSIGN  "単位マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS TANI-FS.
           SELECT  PRINT-FILE  ASSIGN  "P130.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
       FD  YOKYU-FILE.
       01  RQ-REC.
           05  RQ-NO             PIC 9(06).
           05                    PIC X(01).
           05  RQ-OUTLET         PIC X(04).
           05                    PIC X(01).
           05  RQ-ITEM           PIC X(05).
           05                    PIC X(01).
           05  RQ-SURYO          PIC 9(05).
           05                    PIC X(01).
           05  RQ-NEED           PIC 9(08).
           05                    PIC X(01).
           05  RQ-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  RQ-DATE           PIC 9(08).
           05                    PIC X(01).
           05  RQ-OPID           PIC X(04).
           05                    PIC X(01).
           05  RQ-YK-NO          PIC X(06).
      *
       FD  YH-FILE.
       01  YH-REC.
           05  YH-YOKYU-NO       PIC X(06).
           05                    PIC X(01).
           05  YH-PO-NO          PIC X(06).
      *
       FD  NYUKA-LOG-FILE.
       01  NL-REC.
           05  NL-PO-NO          PIC X(06).
           05                    PIC X(01).
           05  NL-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  NL-ITEM           PIC X(05).
           05                    PIC X(01).
           05  NL-DATE           PIC 9(08).
           05                    PIC X(01).
           05  NL-SURYO          PIC 9(04).
           05                    PIC X(01).
           05  NL-UNIT           PIC X(02).
           05                    PIC X(01).
           05  NL-TANKA          PIC 9(05)V99.
           05                    PIC X(01).
           05  NL-OPID           PIC X(04).
      *
       FD  TANI-FILE.
       01  TN-REC.
           05  TN-CODE           PIC X(02).
           05                    PIC X(01).
           05  TN-NAME           PIC X(10).
           05                    PIC X(01).
           05  TN-FACTOR         PIC 9(05).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  YOKYU-FS              PIC X(02)  VALUE SPACE.
       01  YH-FS                 PIC X(02)  VALUE SPACE.
       01  NL-FS                 PIC X(02)  VALUE SPACE.
       01  TANI-FS               PIC X(02)  VALUE SPACE.
       01  TANI-END-FLG          PIC X(01)  VALUE SPACE.
       01  TANI-CNT              PIC 9(02)  VALUE ZERO.
       01  TNX                   PIC 9(02).
       01  UNIT-FACTOR           PIC 9(05)  VALUE 1.
       01  IN-DATE               PIC X(08)  VALUE SPACE.
       01  TAISHO-DATE           PIC 9(08)  VALUE ZERO.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  RX                    PIC 9(03).
       01  RQ-CNT                PIC 9(03)  VALUE ZERO.
       01  YX                    PIC 9(03).
       01  YH-CNT                PIC 9(03)  VALUE ZERO.
       01  WK-YK-NO              PIC X(06)  VALUE SPACE.
       01  NYUKA-SURYO           PIC 9(09)  VALUE ZERO.
       01  ZAN-GOKEI             PIC 9(09)  VALUE ZERO.
       01  HAIBUN-GOKEI          PIC 9(09)  VALUE ZERO.
       01  HASU                  PIC 9(09)  VALUE ZERO.
       01  ZAIKO-SURYO           PIC 9(09)  VALUE ZERO.
       01  KETSU-FLG             PIC X(01)  VALUE SPACE.
       01  NYUKA-CNT             PIC 9(05)  VALUE ZERO.
       01  KETSU-CNT             PIC 9(05)  VALUE ZERO.
       01  TANI-TBL.
           05  TANI-ENT          OCCURS 20 TIMES.
               10  TT-CODE       PIC X(02).
               10  TT-FACTOR     PIC 9(05).
      *
      * 集約NOと発注NOの対応（要求発注.TXT）
       01  YH-TBL.
           05  YH-ENT            OCCURS 300 TIMES.
               10  YT-YK-NO      PIC X(06).
               10  YT-PO-NO      PIC X(06).
      *
      * 集約済みの店舗要求と、配分の累計・今回分
       01  RQ-TBL.
           05  RQ-ENT            OCCURS 500 TIMES.
               10  RT-NO         PIC 9(06).
               10  RT-OUTLET     PIC X(04).
               10  RT-YK-NO      PIC X(06).
               10  RT-SURYO      PIC 9(05).
               10  RT-ZAN        PIC 9(05).
               10  RT-RUIKEI     PIC 9(05).
               10  RT-KONKAI     PIC 9(05).
      *
       01  MEISAI-1.
           05                    PIC X(09)  VALUE "発注：".
           05  M-PO-NO           PIC X(06).
           05                    PIC X(01)  VALUE SPACE.
           05                    PIC X(09)  VALUE "商品：".
           05  M-ITEM            PIC X(05).
           05                    PIC X(01)  VALUE SPACE.
           05                    PIC X(09)  VALUE "入荷：".
           05  M-NYUKA           PIC ZZZZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05                    PIC X(09)  VALUE "集約：".
           05  M-YK-NO           PIC X(06).
           05                    PIC X(01)  VALUE SPACE.
           05  M-FLAG            PIC X(15).
      *
       01  MEISAI-2.
           05                    PIC X(04)  VALUE SPACE.
           05  M2-OUTLET         PIC X(04).
           05                    PIC X(04)  VALUE SPACE.
           05  M2-RQ-NO          PIC 9(06).
           05                    PIC X(03)  VALUE SPACE.
           05  M2-SURYO          PIC ZZ,ZZ9.
           05                    PIC X(04)  VALUE SPACE.
           05  M2-KONKAI         PIC ZZ,ZZ9.
           05                    PIC X(04)  VALUE SPACE.
           05  M2-RUIKEI         PIC ZZ,ZZ9.
           05                    PIC X(04)  VALUE SPACE.
           05  M2-ZAN            PIC ZZ,ZZ9.
      *
       01  MEISAI-3.
           05                    PIC X(04)  VALUE SPACE.
           05                    PIC X(15)  VALUE "在庫へ：".
           05  M3-ZAIKO          PIC ZZZ,ZZ9.
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 仕分けリスト".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  HEAD-2.
           05                    PIC X(15)  VALUE  "入荷日：".
           05  H-TAISHO          PIC 9999/99/99.
      *
       01  HEAD-3.
           05                    PIC X(04)  VALUE  SPACE.
           05                    PIC X(08)  VALUE  "店舗".
           05                    PIC X(09)  VALUE  "要求NO".
           05                    PIC X(10)  VALUE  "要求数".
           05                    PIC X(10)  VALUE  "今回".
           05                    PIC X(10)  VALUE  "累計".
           05                    PIC X(09)  VALUE  "残".
      *
       01  FOOT-1.
           05                    PIC X(15)  VALUE "入荷件数：".
           05  F-NYUKA           PIC ZZZZ9.
           05                    PIC X(21)  VALUE
                                 "　★欠品按分：".
           05  F-KETSU           PIC ZZZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            DISPLAY "入荷日YYYYMMDD（空白=本日）："
            ACCEPT IN-DATE
            IF IN-DATE = SPACE
                MOVE W-DATE8 TO TAISHO-DATE
            ELSE
                IF IN-DATE NOT NUMERIC
                    DISPLAY "数字8桁で入力してください。"
                    STOP RUN
                END-IF
                MOVE IN-DATE TO TAISHO-DATE
            END-IF
            PERFORM TANI-LOAD-RTN
            PERFORM YH-LOAD-RTN
            PERFORM YOKYU-LOAD-RTN
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8     TO H-DATE
            MOVE TAISHO-DATE TO H-TAISHO
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            WRITE P-REC FROM HEAD-3 AFTER 2
            OPEN INPUT NYUKA-LOG-FILE
            IF NL-FS = "00"
                READ NYUKA-LOG-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    PERFORM NYUKA-RTN
                    READ NYUKA-LOG-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE NYUKA-LOG-FILE
            ELSE
                CLOSE NYUKA-LOG-FILE
            END-IF
            MOVE NYUKA-CNT TO F-NYUKA
            MOVE KETSU-CNT TO F-KETSU
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE PRINT-FILE
            DISPLAY "入荷件数：" NYUKA-CNT
                    "　欠品按分：" KETSU-CNT
            DISPLAY "END"
            STOP RUN.
      *
      * 入荷1件：店舗要求の発注なら配分し、指定日の入荷なら印字する
       NYUKA-RTN.
            MOVE SPACE TO WK-YK-NO
            PERFORM VARYING YX FROM 1 BY 1 UNTIL YX > YH-CNT
                IF YT-PO-NO(YX) = NL-PO-NO
                    MOVE YT-YK-NO(YX) TO WK-YK-NO
                END-IF
            END-PERFORM
            IF WK-YK-NO NOT = SPACE
                PERFORM HAIBUN-RTN
                IF NL-DATE = TAISHO-DATE
                    PERFORM SHIWAKE-PRINT-RTN
                END-IF
            END-IF.
      *
      * 配分：残要求の合計以上なら残要求どおり（余りは在庫）、
      * 不足なら残要求に比例して切捨て、端数は古い要求から1ずつ
       HAIBUN-RTN.
            MOVE 1 TO UNIT-FACTOR
            PERFORM VARYING TNX FROM 1 BY 1 UNTIL TNX > TANI-CNT
                IF TT-CODE(TNX) = NL-UNIT
                    MOVE TT-FACTOR(TNX) TO UNIT-FACTOR
                END-IF
            END-PERFORM
            COMPUTE NYUKA-SURYO = NL-SURYO * UNIT-FACTOR
            MOVE ZERO  TO ZAN-GOKEI HAIBUN-GOKEI ZAIKO-SURYO
            MOVE SPACE TO KETSU-FLG
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RQ-CNT
                MOVE ZERO TO RT-KONKAI(RX)
                IF RT-YK-NO(RX) = WK-YK-NO
                    COMPUTE RT-ZAN(RX) = RT-SURYO(RX) - RT-RUIKEI(RX)
                    ADD RT-ZAN(RX) TO ZAN-GOKEI
                END-IF
            END-PERFORM
            IF NYUKA-SURYO >= ZAN-GOKEI
                PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RQ-CNT
                    IF RT-YK-NO(RX) = WK-YK-NO
                        MOVE RT-ZAN(RX) TO RT-KONKAI(RX)
                    END-IF
                END-PERFORM
                COMPUTE ZAIKO-SURYO = NYUKA-SURYO - ZAN-GOKEI
            ELSE
                MOVE "Y" TO KETSU-FLG
                PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RQ-CNT
                    IF RT-YK-NO(RX) = WK-YK-NO
                        COMPUTE RT-KONKAI(RX) =
                                NYUKA-SURYO * RT-ZAN(RX) / ZAN-GOKEI
                        ADD RT-KONKAI(RX) TO HAIBUN-GOKEI
                    END-IF
                END-PERFORM
                COMPUTE HASU = NYUKA-SURYO - HAIBUN-GOKEI
                PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RQ-CNT
                    IF RT-YK-NO(RX) = WK-YK-NO AND HASU > ZERO
                        AND RT-KONKAI(RX) < RT-ZAN(RX)
                        ADD 1 TO RT-KONKAI(RX)
                        SUBTRACT 1 FROM HASU
                    END-IF
                END-PERFORM
            END-IF
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RQ-CNT
                IF RT-YK-NO(RX) = WK-YK-NO
                    ADD RT-KONKAI(RX) TO RT-RUIKEI(RX)
                END-IF
            END-PERFORM.
      *
       SHIWAKE-PRINT-RTN.
            ADD 1 TO NYUKA-CNT
            MOVE NL-PO-NO    TO M-PO-NO
            MOVE NL-ITEM     TO M-ITEM
            MOVE NYUKA-SURYO TO M-NYUKA
            MOVE WK-YK-NO    TO M-YK-NO
            MOVE SPACE       TO M-FLAG
            IF KETSU-FLG = "Y"
                ADD 1 TO KETSU-CNT
                MOVE "★欠品按分" TO M-FLAG
            END-IF
            WRITE P-REC FROM MEISAI-1 AFTER 2
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RQ-CNT
                IF RT-YK-NO(RX) = WK-YK-NO
                    MOVE RT-OUTLET(RX) TO M2-OUTLET
                    MOVE RT-NO(RX)     TO M2-RQ-NO
                    MOVE RT-SURYO(RX)  TO M2-SURYO
                    MOVE RT-KONKAI(RX) TO M2-KONKAI
                    MOVE RT-RUIKEI(RX) TO M2-RUIKEI
                    COMPUTE M2-ZAN = RT-SURYO(RX) - RT-RUIKEI(RX)
                    WRITE P-REC FROM MEISAI-2 AFTER 1
                END-IF
            END-PERFORM
            IF ZAIKO-SURYO > ZERO
                MOVE ZAIKO-SURYO TO M3-ZAIKO
                WRITE P-REC FROM MEISAI-3 AFTER 1
            END-IF.
      *
      * 集約済みの店舗要求を読み込む（要求の古い順）
       YOKYU-LOAD-RTN.
            OPEN INPUT YOKYU-FILE
            IF YOKYU-FS = "00"
                READ YOKYU-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF RQ-YK-NO NOT = SPACE AND RQ-CNT < 500
                        ADD 1 TO RQ-CNT
                        MOVE RQ-NO     TO RT-NO(RQ-CNT)
                        MOVE RQ-OUTLET TO RT-OUTLET(RQ-CNT)
                        MOVE RQ-YK-NO  TO RT-YK-NO(RQ-CNT)
                        MOVE RQ-SURYO  TO RT-SURYO(RQ-CNT)
                        MOVE ZERO      TO RT-ZAN(RQ-CNT)
                        MOVE ZERO      TO RT-RUIKEI(RQ-CNT)
                        MOVE ZERO      TO RT-KONKAI(RQ-CNT)
                    END-IF
                    READ YOKYU-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE YOKYU-FILE
            ELSE
                CLOSE YOKYU-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
       YH-LOAD-RTN.
            OPEN INPUT YH-FILE
            IF YH-FS = "00"
                READ YH-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF YH-CNT < 300
                        ADD 1 TO YH-CNT
                        MOVE YH-YOKYU-NO TO YT-YK-NO(YH-CNT)
                        MOVE YH-PO-NO    TO YT-PO-NO(YH-CNT)
                    END-IF
                    READ YH-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE YH-FILE
            ELSE
                CLOSE YH-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
       TANI-LOAD-RTN.
            OPEN INPUT TANI-FILE
            IF TANI-FS = "00"
                READ TANI-FILE
                    AT END MOVE "E" TO TANI-END-FLG
                END-READ
                PERFORM UNTIL TANI-END-FLG = "E"
                    IF TANI-CNT < 20
                        ADD 1 TO TANI-CNT
                        MOVE TN-CODE   TO TT-CODE(TANI-CNT)
                        MOVE TN-FACTOR TO TT-FACTOR(TANI-CNT)
                    END-IF
                    READ TANI-FILE
                        AT END MOVE "E" TO TANI-END-FLG
                    END-READ
                END-PERFORM
                CLOSE TANI-FILE
            ELSE
                CLOSE TANI-FILE
            END-IF.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
