      * 適格・非適格仕入区分表：仕入整列.txtを仕入先別に集計し、
      * 仕入先マスタの適格請求書発行事業者登録番号の有無で
      * 適格仕入と非適格仕入に分けて月次で印字する
      * パラメタマスタ（P156で保守）のP35 TGT-YYMMに
      * 年月（YYYYMM）を置くとその月のみ対象とする
      * （空白・未登録は全期間）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P35.
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY S-CODE.
           SELECT  PRINT-FILE  ASSIGN  "P35.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
           05  S-INV-NO          PIC X(14).
           05  S-CURRENCY        PIC X(03).
           05  S-GRADE           PIC X(01).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  PG-MODE               PIC X(01)  VALUE "G".
       01  PG-PROG               PIC X(04)  VALUE "P35".
       01  PG-NAME               PIC X(24)  VALUE SPACE.
       01  PG-VALUE              PIC X(14)  VALUE SPACE.
       01  PG-SUCHI              PIC 9(09)V99 VALUE ZERO.
       01  PG-RESULT             PIC X(01)  VALUE SPACE.
       01  TGT-YYMM              PIC X(06)  VALUE SPACE.
       01  KINGAKU               PIC 9(09)  VALUE ZERO.
       01  SX                    PIC 9(03).
            STOP RUN.
      *
       PARAM-LOAD-RTN.
            MOVE "TGT-YYMM" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y"
                MOVE PG-VALUE TO TGT-YYMM
            END-IF.
      *
       SUP-ACCUM-RTN.
