      * 市況単価乖離表：市況速報から取り込んだ市況単価.TXT
      * （商品NO・市場日・基準単価）と当日の仕入整列.txtを
      * 商品×日付で突き合わせ、基準単価を閾値％以上上回る
      * 仕入を仕入先別に印字する
      * 閾値はパラメタマスタ（P156で保守）のP48
      * KAIRI-PCT（既定20％）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P48.
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  IN-FILE     ASSIGN  "仕入整列.txt"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  PRINT-FILE  ASSIGN  "P48.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL ALERT-FILE ASSIGN  "アラート.TXT"
           05  I-SURYO           PIC 9(04).
           05  I-TANKA           PIC 9(05)V99.
           05  I-BRANCH          PIC X(02).
      *
      *
      * 中央アラート（P18がサインオン直後に未確認分を表示する）
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  PG-MODE               PIC X(01)  VALUE "G".
       01  PG-PROG               PIC X(04)  VALUE "P48".
       01  PG-NAME               PIC X(24)  VALUE SPACE.
       01  PG-VALUE              PIC X(14)  VALUE SPACE.
       01  PG-SUCHI              PIC 9(09)V99 VALUE ZERO.
       01  PG-RESULT             PIC X(01)  VALUE SPACE.
       01  THRESHOLD             PIC 9(03)  VALUE 20.
       01  SK-CNT                PIC 9(03)  VALUE ZERO.
       01  SKX                   PIC 9(03).
            STOP RUN.
      *
       PARAM-LOAD-RTN.
            MOVE "KAIRI-PCT" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y" AND PG-SUCHI NOT = ZERO
                MOVE PG-SUCHI TO THRESHOLD
            END-IF.
      *
       SHIKYO-LOAD-RTN.
