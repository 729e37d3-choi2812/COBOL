      * 仕入先マスタの都道府県コードで地域別にまとめて
      * 数量・金額と構成比（金額の総合計比）を印字する
      * 地域見出しの下に仕入先別明細を付ける
      * 仕入整列.txtは仕入日計（P150で作成）で代える（仕入日計が使え
      * なければ明細を読む：NIKKEI）。仕入先名は仕入先マスタから取る
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P63.
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  MAS-FILE    ASSIGN  "ISAM仕入先マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
      *
       DATA             DIVISION.
       FILE             SECTION.
       FD  MAS-FILE.
       01  S-REC.
           05  S-CODE            PIC X(03).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  KINGAKU               PIC 9(11)  VALUE ZERO.
       01  G-KINGAKU             PIC 9(12)  VALUE ZERO.
       01  PCT-WORK              PIC 9(03)V9 VALUE ZERO.
       01  SX                    PIC 9(03).
       01  HIT-PX                PIC 9(02)  VALUE ZERO.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
      *
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
       01  SUP-TBL.
           05  SUP-ENT           OCCURS 200 TIMES.
      *
       PROCEDURE        DIVISION.
       MOOO.
            MOVE "O" TO NK-FUNC
            CALL "NIKKEI" USING NK-FUNC NK-MODE NK-REC NK-RESULT
            OPEN INPUT  MAS-FILE
            OPEN OUTPUT PRINT-FILE
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            IF NK-RESULT NOT = "Y"
                MOVE "E" TO END-FLG
            ELSE
                PERFORM NK-READ-RTN
            END-IF
            PERFORM UNTIL END-FLG = "E"
                PERFORM SUP-ACCUM-RTN
                PERFORM NK-READ-RTN
            END-PERFORM
            MOVE "C" TO NK-FUNC
            CALL "NIKKEI" USING NK-FUNC NK-MODE NK-REC NK-RESULT
            PERFORM PREF-SUM-RTN
            PERFORM PRINT-RTN
            MOVE G-KINGAKU TO F-GOKEI
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE MAS-FILE PRINT-FILE
            DISPLAY "END"
            STOP RUN.
      *
       NK-READ-RTN.
            MOVE "R" TO NK-FUNC
            CALL "NIKKEI" USING NK-FUNC NK-MODE NK-REC NK-RESULT
            IF NK-RESULT NOT = "Y"
                MOVE "E" TO END-FLG
            END-IF.
      *
       SUP-ACCUM-RTN.
            MOVE NK-KINGAKU TO KINGAKU
            COMPUTE G-KINGAKU = G-KINGAKU + KINGAKU
            MOVE SPACE TO FOUND-FLG
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUP-CNT
                IF SU-CODE(SX) = NK-S-CODE
                    COMPUTE SU-SURYO(SX) = SU-SURYO(SX) + NK-SURYO
                    COMPUTE SU-KINGAKU(SX) = SU-KINGAKU(SX) + KINGAKU
                    MOVE "Y" TO FOUND-FLG
                END-IF
            END-PERFORM
            IF FOUND-FLG NOT = "Y" AND SUP-CNT < 200
                ADD 1 TO SUP-CNT
                MOVE NK-S-CODE   TO SU-CODE(SUP-CNT)
                MOVE NK-S-NAME TO SU-NAME(SUP-CNT)
                MOVE NK-SURYO  TO SU-SURYO(SUP-CNT)
                MOVE KINGAKU  TO SU-KINGAKU(SUP-CNT)
                MOVE NK-S-CODE TO S-CODE
                READ MAS-FILE
                    INVALID KEY
                        MOVE "??" TO SU-PREF(SUP-CNT)
                    NOT INVALID KEY
                        MOVE S-SYOTEN-PREF TO SU-PREF(SUP-CNT)
                        IF SU-NAME(SUP-CNT) = SPACE
                            MOVE S-SYOTEN-REST TO SU-NAME(SUP-CNT)
                        END-IF
                END-READ
            END-IF.
      *
