           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
001100*
001200 DATA                      DIVISION.
001300 FILE                      SECTION.
       01  SG-REC.
           05  SG-OPID           PIC X(04).
002555*
002700 WORKING-STORAGE           SECTION.
002800 01  END-FLG               PIC X(01)  VALUE SPACE.
       01  MOKUROKU-FS           PIC X(02)  VALUE SPACE.
           05  BF-NAME           PIC X(10).
           05                    PIC X(04)  VALUE "）：".
           05  BF-KINGAKU        PIC ZZZ,ZZZ,ZZ9.
       01  PG-MODE               PIC X(01)  VALUE "G".
       01  PG-PROG               PIC X(04)  VALUE "P6".
       01  PG-NAME               PIC X(24)  VALUE SPACE.
       01  PG-VALUE              PIC X(14)  VALUE SPACE.
       01  PG-SUCHI              PIC 9(09)V99 VALUE ZERO.
       01  PG-RESULT             PIC X(01)  VALUE SPACE.
002820 01  RANGE-ITEM-FROM       PIC X(05)  VALUE LOW-VALUE.
002830 01  RANGE-ITEM-TO         PIC X(05)  VALUE HIGH-VALUE.
002840 01  RANGE-SUP-FROM        PIC X(03)  VALUE LOW-VALUE.
015600      STOP RUN.
015700*
015800 PARAM-LOAD-RTN.
            MOVE "ITEM-FROM" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y"
                MOVE PG-VALUE TO RANGE-ITEM-FROM
            END-IF
            MOVE "ITEM-TO" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y"
                MOVE PG-VALUE TO RANGE-ITEM-TO
            END-IF
            MOVE "SUP-FROM" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y"
                MOVE PG-VALUE TO RANGE-SUP-FROM
            END-IF
            MOVE "SUP-TO" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y"
                MOVE PG-VALUE TO RANGE-SUP-TO
            END-IF.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
