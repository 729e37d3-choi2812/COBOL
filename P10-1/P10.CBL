                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY S-CODE.
           SELECT  OPTIONAL CKPT-FILE   ASSIGN  "P10CKPT.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS CKPT-FS.
           05  S-INV-NO          PIC X(14).
           05  S-CURRENCY        PIC X(03).
           05  S-GRADE           PIC X(01).
      *
       FD  CKPT-FILE.
       01  CKPT-REC.
           88  PREVIEW-MODE                 VALUE "Y".
       01  PREVIEW-MSG           PIC X(78)  VALUE
               "*** プレビューモード（更新なし） ***".
       01  PG-MODE               PIC X(01)  VALUE "G".
       01  PG-PROG               PIC X(04)  VALUE "P10".
       01  PG-NAME               PIC X(24)  VALUE SPACE.
       01  PG-VALUE              PIC X(14)  VALUE SPACE.
       01  PG-SUCHI              PIC 9(09)V99 VALUE ZERO.
       01  PG-RESULT             PIC X(01)  VALUE SPACE.
       01  CKPT-FS               PIC X(02)  VALUE SPACE.
       01  ERR-THRESHOLD         PIC 9(03)  VALUE 30.
       01  ABORT-FLG             PIC X(01)  VALUE SPACE.
           WRITE AUDIT-REC.
      *
       PARAM-LOAD-RTN.
           MOVE "ERR-PCT" TO PG-NAME
           CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                 PG-VALUE PG-SUCHI PG-RESULT
           IF PG-RESULT = "Y" AND PG-SUCHI NOT = ZERO
               MOVE PG-SUCHI TO ERR-THRESHOLD
           END-IF.
      *
       SEVERITY-CHK-RTN.
