      * 現行S-REORDERと推奨値を根拠（平均・偏差・リード）付きで
      * 印字し、監督者（権限レベル2）が1件ずつ承認したものだけ
      * マスタへ反映する。反映は仕入先履歴.TXTへ旧新値を記録する
      * 仕入整列.txtは仕入日計（P150で作成）で代える（仕入日計が使え
      * なければ明細を読む：NIKKEI）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P96.
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  MAS-FILE    ASSIGN  "ISAM仕入先マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
      *
       DATA             DIVISION.
       FILE             SECTION.
       FD  MAS-FILE.
       01  S-REC.
           05  S-CODE            PIC X(03).
       01  SUP-CNT               PIC 9(03)  VALUE ZERO.
       01  MON-CNT               PIC 9(04)  VALUE ZERO.
       01  WK-YYMM               PIC X(06)  VALUE SPACE.
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
       01  TUKI-SU               PIC 9(03)  VALUE ZERO.
       01  HEIKIN                PIC 9(07)V9 VALUE ZERO.
       01  HENSA-SUM             PIC 9(09)V9 VALUE ZERO.
            DISPLAY "END"
            STOP RUN.
      *
      * 仕入日計を仕入先×年月で集計しておく
       MON-LOAD-RTN.
            MOVE SPACE TO END-FLG
            MOVE "O" TO NK-FUNC
            CALL "NIKKEI" USING NK-FUNC NK-MODE NK-REC NK-RESULT
            IF NK-RESULT NOT = "Y"
                MOVE "E" TO END-FLG
            ELSE
                PERFORM NK-READ-RTN
            END-IF
            PERFORM UNTIL END-FLG = "E"
                MOVE NK-DATE(1:6) TO WK-YYMM
                PERFORM MON-POST-RTN
                PERFORM NK-READ-RTN
            END-PERFORM
            MOVE "C" TO NK-FUNC
            CALL "NIKKEI" USING NK-FUNC NK-MODE NK-REC NK-RESULT
            MOVE SPACE TO END-FLG.
      *
       NK-READ-RTN.
            MOVE "R" TO NK-FUNC
            CALL "NIKKEI" USING NK-FUNC NK-MODE NK-REC NK-RESULT
            IF NK-RESULT NOT = "Y"
                MOVE "E" TO END-FLG
            END-IF.
      *
       MON-POST-RTN.
            MOVE ZERO TO HIT-SX
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MON-CNT
                IF MN-S-CODE(MX) = NK-S-CODE
                    AND MN-YYMM(MX) = WK-YYMM
                    ADD NK-SURYO TO MN-SURYO(MX)
                    MOVE 1 TO HIT-SX
                END-IF
            END-PERFORM
            IF HIT-SX = ZERO AND MON-CNT < 2000
                ADD 1 TO MON-CNT
                MOVE NK-S-CODE  TO MN-S-CODE(MON-CNT)
                MOVE WK-YYMM TO MN-YYMM(MON-CNT)
                MOVE NK-SURYO TO MN-SURYO(MON-CNT)
            END-IF
            MOVE ZERO TO HIT-SX
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUP-CNT
                IF SU-CODE(SX) = NK-S-CODE
                    MOVE 1 TO HIT-SX
                END-IF
            END-PERFORM
            IF HIT-SX = ZERO AND SUP-CNT < 200
                ADD 1 TO SUP-CNT
                MOVE NK-S-CODE TO SU-CODE(SUP-CNT)
            END-IF.
      *
      * 推奨発注点の算出と承認反映
