      * P60と同じ要領で作業ファイル経由の注文CSV（注文<code>.CSV）
      * を作成する。作成ファイルと行数は送信管理表として
      * 帳票末尾に印字する
      * 金額による承認待ち（状態P）の発注は未完了でないため対象外と
      * なり、P126で承認されてから注文書を発行する
      * 改訂注文書・取消通知は、送信区分マスタ.TXTでメール同意（Y）
      * の仕入先についてMAILQでメール送信待ち.TXTへも登録する
      * （種別K＝改訂、T＝取消。印字はそのまま行う）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P62.
       01  CMD                   PIC X(100) VALUE SPACE.
       01  SURYO-X               PIC 9(05)  VALUE ZERO.
       01  TANKA-X               PIC X(08)  VALUE SPACE.
       01  MAIL-CNT              PIC 9(03)  VALUE ZERO.
       01  MQ-PROG               PIC X(04)  VALUE "P62".
       01  MQ-S-CODE             PIC X(03)  VALUE SPACE.
       01  MQ-ADDR               PIC X(30)  VALUE SPACE.
       01  MQ-SHUBETSU           PIC X(01)  VALUE SPACE.
       01  MQ-REF                PIC X(10)  VALUE SPACE.
       01  MQ-KENMEI             PIC X(40)  VALUE SPACE.
       01  MQ-HONBUN             PIC X(60)  VALUE SPACE.
       01  MQ-SEQ                PIC 9(07)  VALUE ZERO.
       01  MQ-RESULT             PIC X(01)  VALUE SPACE.
       01  SOSHIN-TBL.
           05  SOSHIN-ENT        OCCURS 200 TIMES.
               10  ST-CODE       PIC X(03).
            DISPLAY "発行件数：" DOC-CNT
            DISPLAY "CSV件数：" CSV-FILE-CNT
            DISPLAY "改訂件数：" KAITEI-CNT
            DISPLAY "メール送信待ち：" MAIL-CNT
            DISPLAY "END"
            STOP RUN.
      *
                    WRITE P-REC FROM KAI-HEAD-2 AFTER 2
                    MOVE PO-S-CODE TO CUR-SUP
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
                        WRITE P-REC FROM DOC-HEAD-6 AFTER 2
                        PERFORM KAITEI-LINE-RTN
                    END-IF
                    PERFORM KAITEI-MAIL-RTN
            END-READ.
      *
      * メール同意の仕入先へ改訂・取消の内容を送信待ちに登録する
       KAITEI-MAIL-RTN.
            MOVE CUR-SUP TO MQ-S-CODE
            MOVE PO-NO   TO MQ-REF
            MOVE SPACE TO MQ-KENMEI MQ-HONBUN
            IF PO-STATUS = "X"
                MOVE "T" TO MQ-SHUBETSU
                STRING "注文取消通知　注文書"
                           DELIMITED BY SIZE
                       PO-DOC-NO              DELIMITED BY SIZE
                  INTO MQ-KENMEI
                END-STRING
                STRING "発注NO"                 DELIMITED BY SIZE
                       PO-NO                    DELIMITED BY SIZE
                       "の注文を取り消します"
                           DELIMITED BY SIZE
                  INTO MQ-HONBUN
                END-STRING
            ELSE
                MOVE "K" TO MQ-SHUBETSU
                STRING "注文書（改訂）　注文書"
                           DELIMITED BY SIZE
                       PO-DOC-NO                DELIMITED BY SIZE
                  INTO MQ-KENMEI
                END-STRING
                STRING "変更："  DELIMITED BY SIZE
                       HK-FIELD  DELIMITED BY SPACE
                       "　旧："  DELIMITED BY SIZE
                       HK-OLD    DELIMITED BY SPACE
                       "　新："  DELIMITED BY SIZE
                       HK-NEW    DELIMITED BY SPACE
                  INTO MQ-HONBUN
                END-STRING
            END-IF
            CALL "MAILQ" USING MQ-PROG MQ-S-CODE MQ-ADDR
                               MQ-SHUBETSU MQ-REF MQ-KENMEI
                               MQ-HONBUN MQ-SEQ MQ-RESULT
            IF MQ-RESULT = "Y"
                ADD 1 TO MAIL-CNT
            END-IF.
      *
       KAITEI-LINE-RTN.
            MOVE SPACE TO DOC-MEISAI
