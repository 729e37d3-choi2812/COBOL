      *
      * 14JY0123 崔　禎　文
      * 納期催促状印字：発注マスタの未完了発注のうち入荷予定日を
      * P80 OKURE-DAYS（パラメタマスタ（P156で保守）、
      * 既定3営業日）以上過ぎたものを
      * 仕入先別にまとめ、P62の注文書と同じ体裁で催促状を印字する
      * 明細には残数量（発注数−入荷済数）を示す
      * 催促のつど催促履歴.TXTへ発注NO・催促日・回数を記録し、
      * ２回目以降は再催促（第ｎ回）の見出しで段階を上げる
      * 送信区分マスタ.TXTでメール同意（Y）の仕入先は、催促状ごとに
      * MAILQでメール送信待ち.TXTへ件名・遅延件数・最古の予定日を
      * 登録する（印字はそのまま行い、送信不調はP153でFAXへ回す）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P80.
           SELECT  OPTIONAL SAISOKU-FILE ASSIGN  "催促履歴.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SAISOKU-FS.
           SELECT  OPTIONAL CAL-FILE    ASSIGN
                                    "カレンダーマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
           05  SA-DATE           PIC 9(08).
           05                    PIC X(01).
           05  SA-KAISU          PIC 9(02).
      *
       FD  CAL-FILE.
       01  CA-REC.
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  SAISOKU-FS            PIC X(02)  VALUE SPACE.
       01  PG-MODE               PIC X(01)  VALUE "G".
       01  PG-PROG               PIC X(04)  VALUE "P80".
       01  PG-NAME               PIC X(24)  VALUE SPACE.
       01  PG-VALUE              PIC X(14)  VALUE SPACE.
       01  PG-SUCHI              PIC 9(09)V99 VALUE ZERO.
       01  PG-RESULT             PIC X(01)  VALUE SPACE.
       01  LIMIT-DAYS            PIC 9(03)  VALUE 3.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  WS-DD                 PIC 9(02).
       01  WS-SERIAL             PIC 9(07).
       01  RUN-SERIAL            PIC 9(07)  VALUE ZERO.
       01  MAIL-CNT              PIC 9(03)  VALUE ZERO.
       01  W-KENSU               PIC 9(03)  VALUE ZERO.
       01  W-FURUI               PIC 9(08)  VALUE ZERO.
       01  W-KAISU               PIC 9(02)  VALUE ZERO.
       01  MQ-PROG               PIC X(04)  VALUE "P80".
       01  MQ-S-CODE             PIC X(03)  VALUE SPACE.
       01  MQ-ADDR               PIC X(30)  VALUE SPACE.
       01  MQ-SHUBETSU           PIC X(01)  VALUE "S".
       01  MQ-REF                PIC X(10)  VALUE SPACE.
       01  MQ-KENMEI             PIC X(40)  VALUE SPACE.
       01  MQ-HONBUN             PIC X(60)  VALUE SPACE.
       01  MQ-SEQ                PIC 9(07)  VALUE ZERO.
       01  MQ-RESULT             PIC X(01)  VALUE SPACE.
       01  YOTEI-SERIAL          PIC 9(07)  VALUE ZERO.
      *
      * 催促対象の発注の作業表
                CLOSE MAS-FILE PRINT-FILE
                PERFORM SAISOKU-WRITE-RTN
                DISPLAY "催促状件数：" DOC-CNT
                DISPLAY "メール送信待ち：" MAIL-CNT
            END-IF
            DISPLAY "END"
            STOP RUN.
            MOVE W-DATE8 TO DH-DATE
            WRITE P-REC FROM DOC-HEAD-2 AFTER 2
            MOVE CUR-SUP TO S-CODE
            MOVE SPACE TO MQ-ADDR
            READ MAS-FILE
                INVALID KEY
                    MOVE SPACE TO DH-ZIP DH-PREF DH-REST
                    MOVE S-SYOTEN-REST TO DH-REST
                    MOVE S-SYOTEN-REST TO DH-NAME
                    MOVE S-FAX         TO DH-FAX
                    MOVE S-EMAIL       TO MQ-ADDR
            END-READ
            WRITE P-REC FROM DOC-HEAD-3 AFTER 1
            WRITE P-REC FROM DOC-HEAD-4 AFTER 1
            WRITE P-REC FROM DOC-HEAD-5 AFTER 1
            WRITE P-REC FROM DOC-HEAD-6 AFTER 2
            WRITE P-REC FROM DOC-HEAD-7 AFTER 2
            MOVE ZERO TO W-KENSU W-FURUI
            PERFORM VARYING ODX FROM 1 BY 1 UNTIL ODX > OD-CNT
                IF OD-S-CODE(ODX) = CUR-SUP
                    ADD 1 TO W-KENSU
                    IF W-FURUI = ZERO OR OD-YOTEI(ODX) < W-FURUI
                        MOVE OD-YOTEI(ODX) TO W-FURUI
                    END-IF
                    MOVE SPACE TO DOC-MEISAI
                    MOVE OD-PO-NO(ODX) TO DM-PO-NO
                    MOVE OD-ITEM(ODX)  TO DM-ITEM
                    MOVE OD-ZAN(ODX)   TO DM-ZAN
                    WRITE P-REC FROM DOC-MEISAI AFTER 1
                END-IF
            END-PERFORM
            PERFORM MAIL-RTN.
      *
      * メール同意の仕入先へ同じ催促を送信待ちに登録する
       MAIL-RTN.
            MOVE CUR-SUP TO MQ-S-CODE
            MOVE W-DATE8 TO MQ-REF
            MOVE SPACE TO MQ-KENMEI MQ-HONBUN
            IF MAX-KAISU = ZERO
                MOVE "納期催促状" TO MQ-KENMEI
            ELSE
                COMPUTE W-KAISU = MAX-KAISU + 1
                STRING "再催促状（第" DELIMITED BY SIZE
                       W-KAISU        DELIMITED BY SIZE
                       "回）"         DELIMITED BY SIZE
                  INTO MQ-KENMEI
                END-STRING
            END-IF
            STRING "遅延発注"             DELIMITED BY SIZE
                   W-KENSU                DELIMITED BY SIZE
                   "件　最古の入荷予定日" DELIMITED BY SIZE
                   W-FURUI                DELIMITED BY SIZE
              INTO MQ-HONBUN
            END-STRING
            CALL "MAILQ" USING MQ-PROG MQ-S-CODE MQ-ADDR
                               MQ-SHUBETSU MQ-REF MQ-KENMEI
                               MQ-HONBUN MQ-SEQ MQ-RESULT
            IF MQ-RESULT = "Y"
                ADD 1 TO MAIL-CNT
            END-IF.
      *
      * 催促履歴：発注NOごとに回数を１つ進めて追記する
       SAISOKU-WRITE-RTN.
            END-IF.
      *
       PARAM-LOAD-RTN.
            MOVE "OKURE-DAYS" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y" AND PG-SUCHI NOT = ZERO
                MOVE PG-SUCHI TO LIMIT-DAYS
            END-IF.
      *
       DATE-SERIAL-RTN.
