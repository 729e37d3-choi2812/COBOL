      * 返品台帳・返品率分析：仕入3.txtのマイナス数量（返品）を
      * 商品マスタ原価で金額評価して全件印字し、仕入先別・商品別に
      * 納品数量に対する返品率を集計する。返品率が閾値％を超える
      * 仕入先は★で警告する（閾値はパラメタマスタ
      * （P156で保守）のP57 HENPIN-PCT、既定5％）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P57.
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY T-NO.
           SELECT  PRINT-FILE  ASSIGN  "P57.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
           05  T-CATEGORY        PIC X(02).
           05  T-SHELF-DAYS      PIC 9(03).
           05  T-STATUS          PIC X(01).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  PG-MODE               PIC X(01)  VALUE "G".
       01  PG-PROG               PIC X(04)  VALUE "P57".
       01  PG-NAME               PIC X(24)  VALUE SPACE.
       01  PG-VALUE              PIC X(14)  VALUE SPACE.
       01  PG-SUCHI              PIC 9(09)V99 VALUE ZERO.
       01  PG-RESULT             PIC X(01)  VALUE SPACE.
       01  THRESHOLD             PIC 9(03)  VALUE 5.
       01  HENPIN-SURYO          PIC 9(06)  VALUE ZERO.
       01  HENPIN-KIN            PIC S9(10) VALUE ZERO.
            STOP RUN.
      *
       PARAM-LOAD-RTN.
            MOVE "HENPIN-PCT" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y" AND PG-SUCHI NOT = ZERO
                MOVE PG-SUCHI TO THRESHOLD
            END-IF.
      *
       ONE-RTN.
