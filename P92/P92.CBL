      * 在庫日数がパラメタ下限（既定7日）を下回る商品は★欠品リスク
      * （発注マスタの未完了発注残を併記）、上限（既定60日）を
      * 上回る商品は★過剰（在庫金額＝平均原価評価を併記）で警告する
      * 下限・上限はパラメタマスタ（P156で保守）の
      * P92 MIN-DAYS・MAX-DAYS
      * 在庫数は在庫ロット.TXTの保留中（P138）の数量を除いた利用可能
      * 在庫で示し、在庫日数もこれで求める（保留があれば補足に表示）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P92.
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY PO-NO.
           SELECT  OPTIONAL LOT-FILE ASSIGN  "在庫ロット.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS LOT-FS.
           SELECT  PRINT-FILE  ASSIGN  "P92.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
           05  PO-DOC-NO         PIC X(06).
           05  PO-UKE-DATE       PIC 9(08).
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
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  JISSEKI-FS            PIC X(02)  VALUE SPACE.
       01  PG-MODE               PIC X(01)  VALUE "G".
       01  PG-PROG               PIC X(04)  VALUE "P92".
       01  PG-NAME               PIC X(24)  VALUE SPACE.
       01  PG-VALUE              PIC X(14)  VALUE SPACE.
       01  PG-SUCHI              PIC 9(09)V99 VALUE ZERO.
       01  PG-RESULT             PIC X(01)  VALUE SPACE.
       01  MIN-DAYS              PIC 9(03)  VALUE 7.
       01  MAX-DAYS              PIC 9(03)  VALUE 60.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  PO-ZAN                PIC 9(07)  VALUE ZERO.
       01  PO-END-FLG            PIC X(01)  VALUE SPACE.
       01  HYOKA-KIN             PIC S9(11) VALUE ZERO.
       01  LOT-FS                PIC X(02)  VALUE SPACE.
       01  LOT-END-FLG           PIC X(01)  VALUE SPACE.
       01  RIYO-SURYO            PIC S9(07) VALUE ZERO.
       01  HORYU-SURYO           PIC 9(07)  VALUE ZERO.
       01  HR-CNT                PIC 9(03)  VALUE ZERO.
       01  HRX                   PIC 9(03).
       01  HIT-HR                PIC 9(03)  VALUE ZERO.
       01  HR-TBL.
           05  HR-ENT            OCCURS 200 TIMES.
               10  HR-NO         PIC X(05).
               10  HR-SURYO      PIC 9(07).
      *
       01  JS-TBL.
           05  JS-ENT            OCCURS 2000 TIMES.
            PERFORM PARAM-LOAD-RTN
            PERFORM JISSEKI-LOAD-RTN
            PERFORM MA3-SET-RTN
            PERFORM HORYU-LOAD-RTN
            OPEN INPUT  ZAIKO-FILE
            OPEN INPUT  PO-FILE
            OPEN OUTPUT PRINT-FILE
                END-IF
            END-PERFORM
            COMPUTE HIATARI ROUNDED = JYUYO-SUM / 90
            MOVE ZERO TO HORYU-SURYO
            PERFORM VARYING HRX FROM 1 BY 1 UNTIL HRX > HR-CNT
                IF HR-NO(HRX) = Z-NO
                    MOVE HR-SURYO(HRX) TO HORYU-SURYO
                END-IF
            END-PERFORM
            COMPUTE RIYO-SURYO = Z-ZAIKO-SURYO - HORYU-SURYO
            EVALUATE TRUE
                WHEN RIYO-SURYO <= ZERO
                    MOVE ZERO TO ZAIKO-NISSU
                WHEN HIATARI > ZERO
                    COMPUTE ZAIKO-NISSU ROUNDED =
                        RIYO-SURYO / HIATARI
                        ON SIZE ERROR MOVE 99999 TO ZAIKO-NISSU
                    END-COMPUTE
                WHEN OTHER
            MOVE SPACE TO MEISAI
            MOVE Z-NO          TO M-NO
            MOVE Z-NAME        TO M-NAME
            MOVE RIYO-SURYO    TO M-ZAIKO
            MOVE HIATARI       TO M-HIATARI
            MOVE ZAIKO-NISSU   TO M-NISSU
            EVALUATE TRUE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF HORYU-SURYO > ZERO AND M-HOSOKU = SPACE
                STRING "保留" DELIMITED BY SIZE
                       HORYU-SURYO DELIMITED BY SIZE
                  INTO M-HOSOKU
                END-STRING
            END-IF
            WRITE P-REC FROM MEISAI AFTER 1.
      *
      * 未完了発注の残数（発注数−入荷済数）の合計
                        + PO-SURYO - PO-UKE-SURYO
                END-IF
            END-PERFORM.
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
       JISSEKI-LOAD-RTN.
            MOVE SPACE TO END-FLG
            MOVE WK-MM TO WK-YYMM(5:2).
      *
       PARAM-LOAD-RTN.
            MOVE "MIN-DAYS" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y" AND PG-SUCHI NOT = ZERO
                MOVE PG-SUCHI TO MIN-DAYS
            END-IF
            MOVE "MAX-DAYS" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y" AND PG-SUCHI NOT = ZERO
                MOVE PG-SUCHI TO MAX-DAYS
            END-IF.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
