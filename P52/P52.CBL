      * 実仕入平均単価を求め、商品マスタの販売単価と比較して
      * マージン率を分類付きで印字する。実仕入単価が販売単価の
      * 閾値％以内まで迫った（または上回った）商品は★で警告する
      * 閾値はパラメタマスタ（P156で保守）のP52
      * MARGIN-PCT（既定10％）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P52.
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY T-NO.
           SELECT  PRINT-FILE  ASSIGN  "P52.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL ALERT-FILE ASSIGN  "アラート.TXT"
           05  T-CATEGORY        PIC X(02).
           05  T-SHELF-DAYS      PIC 9(03).
           05  T-STATUS          PIC X(01).
      *
      *
      * 中央アラート（P18がサインオン直後に未確認分を表示する）
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  PG-MODE               PIC X(01)  VALUE "G".
       01  PG-PROG               PIC X(04)  VALUE "P52".
       01  PG-NAME               PIC X(24)  VALUE SPACE.
       01  PG-VALUE              PIC X(14)  VALUE SPACE.
       01  PG-SUCHI              PIC 9(09)V99 VALUE ZERO.
       01  PG-RESULT             PIC X(01)  VALUE SPACE.
       01  THRESHOLD             PIC 9(03)  VALUE 10.
       01  ITEM-CNT              PIC 9(03)  VALUE ZERO.
       01  IX                    PIC 9(03).
            STOP RUN.
      *
       PARAM-LOAD-RTN.
            MOVE "MARGIN-PCT" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y" AND PG-SUCHI NOT = ZERO
                MOVE PG-SUCHI TO THRESHOLD
            END-IF.
      *
       LOAD-RTN.
