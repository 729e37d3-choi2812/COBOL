000400 ENVIRONMENT               DIVISION.
000500 INPUT-OUTPUT              SECTION.
000600 FILE-CONTROL.
000900     SELECT  SHOHIN-FILE ASSIGN  "ISAM仕入先マスタ"
001000                              ORGANIZATION INDEXED
001100                              ACCESS MODE SEQUENTIAL
001500*
001600 DATA                      DIVISION.
001700 FILE                      SECTION.
002800 FD  SHOHIN-FILE.
002900 01  S-REC.
003000     05  S-CODE            PIC X(03).
005200 01  WS-DD                 PIC 9(02).
005300 01  WS-SERIAL             PIC 9(07).
005400*
      * 仕入日計の読込（NIKKEI：仕入日計が使えなければ明細）
       01  NK-FUNC               PIC X(01)  VALUE SPACE.
       01  NK-MODE               PIC X(01)  VALUE SPACE.
       01  NK-RESULT             PIC X(01)  VALUE SPACE.
       01  NK-REC.
           05  NK-DATE           PIC 9(08).
           05  NK-NO             PIC X(05).
           05  NK-NAME           PIC X(10).
           05  NK-S-CODE         PIC X(03).
           05  NK-S-NAME         PIC X(10).
           05  NK-BRANCH         PIC X(02).
           05  NK-TANKA          PIC 9(05)V99.
           05  NK-SURYO          PIC 9(07).
           05  NK-KINGAKU        PIC 9(11).
           05  NK-KENSU          PIC 9(05).
      *
005500 01  SUP-TBL.
005600     05  SUP-ENT           OCCURS 100 TIMES.
005700         10  SUP-T-CODE    PIC X(03).
008700*
008800 PROCEDURE                 DIVISION.
008900 MOOO.
009100     PERFORM LOAD-RTN
009300     OPEN INPUT  SHOHIN-FILE
009400     OPEN OUTPUT PRINT-FILE
009500     ACCEPT W-DATE6 FROM DATE
010400     DISPLAY "END"
010500     STOP RUN.
010600*
      * 仕入先ごとの最終仕入日（仕入日計を日付・仕入先で見る）
010700 LOAD-RTN.
010800     MOVE SPACE TO END-FLG
           MOVE "O" TO NK-FUNC
           CALL "NIKKEI" USING NK-FUNC NK-MODE NK-REC NK-RESULT
           IF NK-RESULT NOT = "Y"
               MOVE "E" TO END-FLG
           ELSE
               PERFORM NK-READ-RTN
           END-IF
011200     PERFORM UNTIL END-FLG = "E"
011300         MOVE NK-DATE TO WS-DATE-IN
011400         PERFORM DATE-SERIAL-RTN
011500         MOVE WS-SERIAL TO WORK-SERIAL
011600         MOVE "N" TO FOUND-FLG
011700         PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUP-CNT
011800             IF SUP-T-CODE(SX) = NK-S-CODE
011900                 MOVE "Y" TO FOUND-FLG
012000                 IF WORK-SERIAL > SUP-T-SERIAL(SX)
012100                     MOVE NK-DATE    TO SUP-T-DATE(SX)
012200                     MOVE WORK-SERIAL TO SUP-T-SERIAL(SX)
012300                 END-IF
012400             END-IF
012500         END-PERFORM
012600         IF FOUND-FLG = "N" AND SUP-CNT < 100
012700             ADD 1 TO SUP-CNT
012800             MOVE NK-S-CODE    TO SUP-T-CODE(SUP-CNT)
012900             MOVE NK-DATE      TO SUP-T-DATE(SUP-CNT)
013000             MOVE WORK-SERIAL  TO SUP-T-SERIAL(SUP-CNT)
013100         END-IF
               PERFORM NK-READ-RTN
013500     END-PERFORM
           MOVE "C" TO NK-FUNC
           CALL "NIKKEI" USING NK-FUNC NK-MODE NK-REC NK-RESULT.
      *
       NK-READ-RTN.
           MOVE "R" TO NK-FUNC
           CALL "NIKKEI" USING NK-FUNC NK-MODE NK-REC NK-RESULT
           IF NK-RESULT NOT = "Y"
               MOVE "E" TO END-FLG
           END-IF.
013600*
013700 SCAN-RTN.
013800     MOVE SPACE TO END-FLG
