           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
      *
       DATA                             DIVISION.
       FILE                             SECTION.
       FD  SIGNON-FILE.
       01  SG-REC.
           05  SG-OPID           PIC X(04).
      *
       WORKING-STORAGE                  SECTION.
       01  OOMIDASHI.                       
               "*** プレビューモード（更新なし） ***".
       01  PEND-ADL                     PIC X(10)   VALUE SPACE.
       01  PEND-TEL                     PIC X(12)   VALUE SPACE.
       01  PG-MODE                      PIC X(01)   VALUE "G".
       01  PG-PROG                      PIC X(04)   VALUE "P11".
       01  PG-NAME                      PIC X(24)   VALUE SPACE.
       01  PG-VALUE                     PIC X(14)   VALUE SPACE.
       01  PG-SUCHI                     PIC 9(09)V99 VALUE ZERO.
       01  PG-RESULT                    PIC X(01)   VALUE SPACE.
       01  ERR-THRESHOLD                PIC 9(03)   VALUE 30.
       01  ABORT-FLG                    PIC X(01)   VALUE SPACE.
       01  SV-LAST-ADD-CODE             PIC X(03)   VALUE SPACE.

      *
       PARAM-LOAD-RTN.
           MOVE "ERR-PCT" TO PG-NAME
           CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                 PG-VALUE PG-SUCHI PG-RESULT
           IF PG-RESULT = "Y" AND PG-SUCHI NOT = ZERO
             MOVE PG-SUCHI TO ERR-THRESHOLD
           END-IF.

      *
