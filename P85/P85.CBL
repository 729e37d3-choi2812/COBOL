      * 確定する。生成結果は帳票に印字し、廃番商品（T-STATUS=D）
      * ・休止仕入先（S-STATUS=I）の定期発注は生成せず★で警告する
      * （週次サイクルで週のはじめに１回実行する運用）
      * 仕入先・商品に納品日で有効な包括発注（包括発注マスタ.TXT、
      * P132で登録）があれば、TRAN行末に包括NOを付けて分納とする
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P85.
                                    "カレンダーマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS CAL-FS.
           SELECT  OPTIONAL BK-FILE ASSIGN  "包括発注マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS BK-FS.
           SELECT  PRINT-FILE  ASSIGN  "P85.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
           05  H-ITEM            PIC X(05).
           05  H-SURYO           PIC 9(05).
           05  H-YOTEI           PIC 9(08).
      *    拡張欄：集約NO（P129のみ、ここでは空白）・包括NO
           05  H-YOKYU-NO        PIC X(06).
           05  H-BK-NO           PIC X(06).
      *
       FD  SHOHIN-FILE.
       01  T-REC.
           05  CA-KBN            PIC X(01).
           05                    PIC X(01).
           05  CA-NAME           PIC X(20).
      *
      * 包括発注マスタ（P132で保守）：A＝有効　C＝終了
       FD  BK-FILE.
       01  BK-REC.
           05  BK-NO             PIC 9(06).
           05                    PIC X(01).
           05  BK-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  BK-ITEM           PIC X(05).
           05                    PIC X(01).
           05  BK-SURYO          PIC 9(07).
           05                    PIC X(01).
           05  BK-TANKA          PIC 9(05)V99.
           05                    PIC X(01).
           05  BK-FROM           PIC 9(08).
           05                    PIC X(01).
           05  BK-TO             PIC 9(08).
           05                    PIC X(01).
           05  BK-STATUS         PIC X(01).
               88  BK-ACTIVE                VALUE "A".
           05                    PIC X(01).
           05  BK-DATE           PIC 9(08).
           05                    PIC X(01).
           05  BK-OPID           PIC X(04).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
           05  CAL-ENT           OCCURS 750 TIMES.
               10  CL-DATE       PIC 9(08).
               10  CL-KBN        PIC X(01).
       01  BK-FS                 PIC X(02)  VALUE SPACE.
       01  BK-END-FLG            PIC X(01)  VALUE SPACE.
       01  BK-CNT                PIC 9(03)  VALUE ZERO.
       01  BKX                   PIC 9(03).
       01  BK-TBL.
           05  BK-ENT            OCCURS 100 TIMES.
               10  BKT-NO        PIC 9(06).
               10  BKT-S-CODE    PIC X(03).
               10  BKT-ITEM      PIC X(05).
               10  BKT-FROM      PIC 9(08).
               10  BKT-TO        PIC 9(08).
      *
      * 曜日・暦日計算用の作業域
       01  DW-DATE               PIC 9(08)  VALUE ZERO.
           05  M-NOHIN           PIC 9999/99/99.
           05                    PIC X(02)  VALUE SPACE.
           05  M-KEKKA           PIC X(20).
           05                    PIC X(01)  VALUE SPACE.
           05  M-BK-LABEL        PIC X(09).
           05  M-BK-NO           PIC X(06).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM CAL-LOAD-RTN
            PERFORM BK-LOAD-RTN
            OPEN INPUT TEIKI-FILE
            IF TEIKI-FS NOT = "00"
                DISPLAY "定期発注マスタがありません。"
                MOVE TE-ITEM    TO H-ITEM
                MOVE TE-SURYO   TO H-SURYO
                MOVE NOHIN-DATE TO H-YOTEI
                PERFORM BK-FIND-RTN
                WRITE H-REC
                MOVE "生成" TO M-KEKKA
                IF H-BK-NO NOT = SPACE
                    MOVE "包括：" TO M-BK-LABEL
                    MOVE H-BK-NO  TO M-BK-NO
                END-IF
            ELSE
                ADD 1 TO SKIP-CNT
                MOVE NG-RIYU TO M-KEKKA
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
      *
      * 納品日で有効な包括発注があれば包括NOを付ける（先頭の一件）
       BK-FIND-RTN.
            PERFORM VARYING BKX FROM 1 BY 1 UNTIL BKX > BK-CNT
                IF H-BK-NO = SPACE
                    AND BKT-S-CODE(BKX) = TE-S-CODE
                    AND BKT-ITEM(BKX) = TE-ITEM
                    AND BKT-FROM(BKX) <= NOHIN-DATE
                    AND BKT-TO(BKX) >= NOHIN-DATE
                    MOVE BKT-NO(BKX) TO H-BK-NO
                END-IF
            END-PERFORM.
      *
      * 包括発注マスタの読込（有効なもののみ）
       BK-LOAD-RTN.
            OPEN INPUT BK-FILE
            IF BK-FS = "00"
                READ BK-FILE
                    AT END MOVE "E" TO BK-END-FLG
                END-READ
                PERFORM UNTIL BK-END-FLG = "E"
                    IF BK-ACTIVE AND BK-CNT < 100
                        ADD 1 TO BK-CNT
                        MOVE BK-NO     TO BKT-NO(BK-CNT)
                        MOVE BK-S-CODE TO BKT-S-CODE(BK-CNT)
                        MOVE BK-ITEM   TO BKT-ITEM(BK-CNT)
                        MOVE BK-FROM   TO BKT-FROM(BK-CNT)
                        MOVE BK-TO     TO BKT-TO(BK-CNT)
                    END-IF
                    READ BK-FILE
                        AT END MOVE "E" TO BK-END-FLG
                    END-READ
                END-PERFORM
            END-IF
            CLOSE BK-FILE.
      *
      * カレンダーマスタの読込（無い場合は全日営業日扱い）
       CAL-LOAD-RTN.
            OPEN INPUT CAL-FILE
