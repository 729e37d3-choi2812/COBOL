      * 仕入整列.ARCのみ読む）、
      * 出庫は出庫TRAN.TXT、廃棄は廃棄履歴.TXT、追加調整は
      * 棚卸調整履歴から加減算する（棚卸記録の無い商品はゼロ起点）
      * 乖離がP90 GENDO（パラメタマスタ（P156で保守）、
      * 既定10）を超える商品は
      * ★印字のうえ例外累積.TXTへO記録を書く
      * （仕入整列の数量は記録単位のままのため、単位換算ぶんの
      * 　乖離が出ることがある。内訳で判断すること）
      * 加工履歴.TXT（P147）の製品は入庫、原料のうち製品になった分
      * は出庫として加える（ロス分は廃棄履歴.TXTで廃棄に入る）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P90.
           SELECT  OPTIONAL HAIKI-FILE ASSIGN  "廃棄履歴.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS HAIKI-FS.
           SELECT  OPTIONAL KAKO-FILE ASSIGN  "加工履歴.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KAKO-FS.
           SELECT  OPTIONAL ZAIKO-FILE  ASSIGN  "ISAM在庫マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
           SELECT  OPTIONAL EXREPO-FILE ASSIGN  "例外累積.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS EXREPO-FS.
           SELECT  PRINT-FILE  ASSIGN  "P90.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
           05  HA-KINGAKU        PIC 9(09).
           05                    PIC X(01).
           05  HA-OPID           PIC X(04).
      *
      * 加工履歴（P147）：区分 R＝原料払出、O＝製品受入
       FD  KAKO-FILE.
       01  KK-REC.
           05  KK-DATE           PIC 9(08).
           05                    PIC X(01).
           05  KK-DENNO          PIC 9(06).
           05                    PIC X(01).
           05  KK-KBN            PIC X(01).
           05                    PIC X(01).
           05  KK-RAW            PIC X(05).
           05                    PIC X(01).
           05  KK-NO             PIC X(05).
           05                    PIC X(01).
           05  KK-LOT-DATE       PIC 9(08).
           05                    PIC X(01).
           05  KK-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  KK-SURYO          PIC 9(06).
           05                    PIC X(01).
           05  KK-LOSS           PIC 9(06).
           05                    PIC X(01).
           05  KK-KINGAKU        PIC 9(09).
           05                    PIC X(01).
           05  KK-OPID           PIC X(04).
      *
       FD  ZAIKO-FILE.
       01  Z-REC.
           05  EX-REASON         PIC X(20).
           05                    PIC X(01).
           05  EX-STATUS         PIC X(01).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
       01  SYUKO-FS              PIC X(02)  VALUE SPACE.
       01  CHOSEI-FS             PIC X(02)  VALUE SPACE.
       01  HAIKI-FS              PIC X(02)  VALUE SPACE.
       01  KAKO-FS               PIC X(02)  VALUE SPACE.
       01  EXREPO-FS             PIC X(02)  VALUE SPACE.
       01  PG-MODE               PIC X(01)  VALUE "G".
       01  PG-PROG               PIC X(04)  VALUE "P90".
       01  PG-NAME               PIC X(24)  VALUE SPACE.
       01  PG-VALUE              PIC X(14)  VALUE SPACE.
       01  PG-SUCHI              PIC 9(09)V99 VALUE ZERO.
       01  PG-RESULT             PIC X(01)  VALUE SPACE.
       01  GENDO                 PIC 9(05)  VALUE 10.
       01  IN-ARC                PIC X(01)  VALUE SPACE.
       01  CAT-FS                PIC X(02)  VALUE SPACE.
            END-IF
            PERFORM SYUKO-SCAN-RTN
            PERFORM HAIKI-SCAN-RTN
            PERFORM KAKO-SCAN-RTN
            OPEN INPUT ZAIKO-FILE
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
                CLOSE HAIKI-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 加工：製品（O）は入庫、原料（R）はロスを除いた分を出庫
       KAKO-SCAN-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT KAKO-FILE
            IF KAKO-FS NOT = "00"
                CLOSE KAKO-FILE
            ELSE
                READ KAKO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    MOVE KK-NO TO WK-NO
                    PERFORM ITEM-FIND-RTN
                    IF KK-DATE > IT-BASE-DATE(MX)
                        EVALUATE KK-KBN
                            WHEN "O"
                                ADD KK-SURYO TO IT-UKE(MX)
                            WHEN "R"
                                COMPUTE IT-SYUKO(MX) = IT-SYUKO(MX)
                                                     + KK-SURYO
                                                     - KK-LOSS
                        END-EVALUATE
                    END-IF
                    READ KAKO-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE KAKO-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
       MEISAI-RTN.
            COMPUTE RIRON-ZAN = IT-BASE(MX) + IT-UKE(MX)
            END-EVALUATE.
      *
       PARAM-LOAD-RTN.
            MOVE "GENDO" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y" AND PG-SUCHI NOT = ZERO
                MOVE PG-SUCHI TO GENDO
            END-IF.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
