      *
      * 14JY0123 崔　禎　文
      * 仕入先別年間実績更新：仕入日計（P150で作成）を読み、
      * 仕入先マスタの年間数量・年間金額へ加算する
      * 仕入日計が使えないときは仕入整列.txtの明細を読む（NIKKEI）
      * 読込・更新・除外件数は仕入明細の件数で数える
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P23.
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  SHOHIN-FILE ASSIGN  "ISAM仕入先マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
      *
       DATA             DIVISION.
       FILE             SECTION.
       FD  SHOHIN-FILE.
       01  S-REC.
           05  S-CODE            PIC X(03).
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  KINGAKU               PIC 9(11)  VALUE 0.
       01  RUNLOG-FS             PIC X(02)  VALUE SPACE.
       01  W-TIME8               PIC 9(08)  VALUE ZERO.
       01  RUN-STATUS            PIC X(01)  VALUE "N".
       01  STAT-READ-CNT         PIC 9(05)  VALUE 0.
       01  STAT-POST-CNT         PIC 9(05)  VALUE 0.
       01  STAT-REJECT-CNT       PIC 9(05)  VALUE 0.
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
       01  MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(02)  VALUE SPACE.
           05  M-NO              PIC X(05).
           05                    PIC X(02)  VALUE SPACE.
           05  M-SURYO           PIC ZZZZZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-KINGAKU         PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
       01  HEAD-2.
           05                    PIC X(07)  VALUE  "仕入先".
           05                    PIC X(12)  VALUE  "商品NO".
           05                    PIC X(12)  VALUE  "数量".
           05                    PIC X(14)  VALUE  "金額".
           05                    PIC X(11)  VALUE  "年間数量".
           05                    PIC X(14)  VALUE  "年間金額".
       MOOO.
            PERFORM KIKAN-LOAD-RTN
            PERFORM OPID-LOAD-RTN
            MOVE "O" TO NK-FUNC
            CALL "NIKKEI" USING NK-FUNC NK-MODE NK-REC NK-RESULT
            OPEN I-O    SHOHIN-FILE
            OPEN OUTPUT PRINT-FILE
            ACCEPT W-DATE6 FROM DATE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            IF NK-RESULT NOT = "Y"
                MOVE "E" TO END-FLG
            ELSE
                PERFORM NK-READ-RTN
            END-IF
            PERFORM UNTIL END-FLG = "E"
                PERFORM POST-RTN
                PERFORM NK-READ-RTN
            END-PERFORM
            PERFORM FOOT-RTN
            MOVE "C" TO NK-FUNC
            CALL "NIKKEI" USING NK-FUNC NK-MODE NK-REC NK-RESULT
            CLOSE SHOHIN-FILE PRINT-FILE
            PERFORM RUNLOG-WRITE-RTN
            DISPLAY "END"
            STOP RUN.
      *
      * 仕入日計１行（明細のときは１件）を読む
       NK-READ-RTN.
            MOVE "R" TO NK-FUNC
            CALL "NIKKEI" USING NK-FUNC NK-MODE NK-REC NK-RESULT
            IF NK-RESULT NOT = "Y"
                MOVE "E" TO END-FLG
            ELSE
                ADD NK-KENSU TO STAT-READ-CNT
            END-IF.
      *
       POST-RTN.
            MOVE SPACE TO MEISAI
            MOVE NK-S-CODE TO M-S-CODE S-CODE
            MOVE NK-NO     TO M-NO
            MOVE NK-SURYO  TO M-SURYO
            MOVE NK-KINGAKU TO KINGAKU
            MOVE KINGAKU TO M-KINGAKU
            MOVE NK-DATE(1:6) TO CHK-YYMM
            PERFORM KIKAN-CHK-RTN
            IF CLOSED-FLG = "Y"
                MOVE "締切済み" TO M-COMMENT
                ADD NK-KENSU TO STAT-REJECT-CNT
                WRITE P-REC FROM MEISAI AFTER 1
            ELSE
                PERFORM POST-GO-RTN
            READ SHOHIN-FILE
                INVALID KEY
                    MOVE "仕入先無し" TO M-COMMENT
                    ADD NK-KENSU TO STAT-REJECT-CNT
                NOT INVALID KEY
                    COMPUTE S-YTD-SURYO = S-YTD-SURYO + NK-SURYO
                    COMPUTE S-YTD-KINGAKU = S-YTD-KINGAKU + KINGAKU
                    REWRITE S-REC
                        INVALID KEY
                            MOVE "REWRITEエラー" TO M-COMMENT
                            ADD NK-KENSU TO STAT-REJECT-CNT
                        NOT INVALID KEY
                            MOVE S-YTD-SURYO   TO M-YTD-SURYO
                            MOVE S-YTD-KINGAKU TO M-YTD-KINGAKU
                            MOVE "更新" TO M-COMMENT
                            ADD NK-KENSU TO STAT-POST-CNT
                    END-REWRITE
            END-READ
            WRITE P-REC FROM MEISAI AFTER 1.
