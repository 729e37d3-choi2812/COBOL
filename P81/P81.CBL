      * 　　数量を先方回答へ更新して相違を帳票に★印字、Dは発注を
      * 　　取消（X）にする。処理済みの請書はPに落とす）
      * ３＝未請書一覧（注文書発行済みで請書が無く、発注日から
      * 　　P81 UKE-DAYS（パラメタマスタ（P156で保守）、
      * 　　既定5日）を超えた発注）
      * 入力した請書はDENSHIで電子取引台帳へ種別Kで登録する（仕入先
      * ・取引日は同じ注文書番号の発注から取り、金額は持たない）
      * 未請書一覧では、送信区分マスタ.TXTでメール同意（Y）の仕入先
      * へ注文書番号ごとに１件、MAILQで請書督促（種別U）をメール
      * 送信待ち.TXTへ登録する
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P81.
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY PO-NO.
           SELECT  MAS-FILE    ASSIGN  "ISAM仕入先マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY S-CODE.
           SELECT  PRINT-FILE  ASSIGN  "P81.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
           05  PO-DOC-NO         PIC X(06).
           05  PO-UKE-DATE       PIC 9(08).
      *
       FD  MAS-FILE.
       01  S-REC.
           05  S-CODE            PIC X(03).
           05  S-SYOTEN.
               10  S-SYOTEN-ZIP      PIC X(08).
               10  S-SYOTEN-PREF     PIC X(02).
               10  S-SYOTEN-REST     PIC X(10).
           05  S-TEL             PIC X(12).
           05  S-CATEGORY        PIC X(02).
           05  S-FAX             PIC X(12).
           05  S-EMAIL           PIC X(30).
           05  S-REORDER         PIC 9(05).
           05  S-STATUS          PIC X(01).
               88  S-ACTIVE                 VALUE "A".
               88  S-INACTIVE               VALUE "I".
           05  S-YTD-SURYO       PIC 9(07).
           05  S-YTD-KINGAKU     PIC 9(09).
           05  S-BANK-CODE       PIC X(04).
           05  S-SHITEN-CODE     PIC X(03).
           05  S-KOZA-TYPE       PIC X(01).
           05  S-KOZA-NO         PIC X(07).
           05  S-KOZA-KANA       PIC X(30).
           05  S-INV-NO          PIC X(14).
           05  S-CURRENCY        PIC X(03).
           05  S-GRADE           PIC X(01).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  UKESHO-FS             PIC X(02)  VALUE SPACE.
       01  PG-MODE               PIC X(01)  VALUE "G".
       01  PG-PROG               PIC X(04)  VALUE "P81".
       01  PG-NAME               PIC X(24)  VALUE SPACE.
       01  PG-VALUE              PIC X(14)  VALUE SPACE.
       01  PG-SUCHI              PIC 9(09)V99 VALUE ZERO.
       01  PG-RESULT             PIC X(01)  VALUE SPACE.
       01  LIMIT-DAYS            PIC 9(03)  VALUE 5.
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  IN-DOC-NO             PIC X(06)  VALUE SPACE.
       01  AKX                   PIC 9(03).
       01  ACK-CNT               PIC 9(03)  VALUE ZERO.
       01  ACK-FOUND-FLG         PIC X(01)  VALUE SPACE.
       01  DN-FUNC               PIC X(01)  VALUE SPACE.
       01  DN-SEQ                PIC 9(07)  VALUE ZERO.
       01  DN-SHUBETSU           PIC X(01)  VALUE "K".
       01  DN-S-CODE             PIC X(03)  VALUE SPACE.
       01  DN-T-DATE             PIC 9(08)  VALUE ZERO.
       01  DN-KINGAKU            PIC 9(11)  VALUE ZERO.
       01  DN-FILE               PIC X(30)  VALUE SPACE.
       01  DN-REF                PIC X(10)  VALUE SPACE.
       01  DN-RESULT             PIC X(01)  VALUE SPACE.
       01  MAIL-CNT              PIC 9(03)  VALUE ZERO.
       01  MDX                   PIC 9(03).
       01  MD-CNT                PIC 9(03)  VALUE ZERO.
       01  MAIL-ZUMI-FLG         PIC X(01)  VALUE SPACE.
       01  MQ-PROG               PIC X(04)  VALUE "P81".
       01  MQ-S-CODE             PIC X(03)  VALUE SPACE.
       01  MQ-ADDR               PIC X(30)  VALUE SPACE.
       01  MQ-SHUBETSU           PIC X(01)  VALUE "U".
       01  MQ-REF                PIC X(10)  VALUE SPACE.
       01  MQ-KENMEI             PIC X(40)  VALUE SPACE.
       01  MQ-HONBUN             PIC X(60)  VALUE SPACE.
       01  MQ-SEQ                PIC 9(07)  VALUE ZERO.
       01  MQ-RESULT             PIC X(01)  VALUE SPACE.
      *
      * 今回督促メールを登録した注文書番号
       01  MAIL-DOC-TBL.
           05  MAIL-DOC-ENT      OCCURS 300 TIMES.
               10  MD-DOC-NO     PIC X(06).
      *
      * 請書のある注文書番号（未請書一覧の消し込み用）
       01  ACK-TBL.
                MOVE SPACE   TO UK-STATUS
                WRITE UK-REC
                CLOSE UKESHO-FILE
                PERFORM DENSHI-TOROKU-RTN
                DISPLAY "登録しました。"
            END-IF.
      *
      * 請書を電子取引台帳へ登録する（発注が無ければ仕入先空白・
      * 取引日は入力日）
       DENSHI-TOROKU-RTN.
            MOVE SPACE   TO DN-S-CODE PO-END-FLG
            MOVE W-DATE8 TO DN-T-DATE
            OPEN INPUT PO-FILE
            MOVE LOW-VALUE TO PO-NO
            START PO-FILE KEY NOT < PO-NO
                INVALID KEY MOVE "E" TO PO-END-FLG
            END-START
            PERFORM UNTIL PO-END-FLG = "E"
                READ PO-FILE NEXT
                    AT END MOVE "E" TO PO-END-FLG
                END-READ
                IF PO-END-FLG NOT = "E" AND PO-DOC-NO = IN-DOC-NO
                    MOVE PO-S-CODE TO DN-S-CODE
                    MOVE PO-DATE   TO DN-T-DATE
                    MOVE "E" TO PO-END-FLG
                END-IF
            END-PERFORM
            CLOSE PO-FILE
            MOVE "R" TO DN-FUNC
            MOVE ZERO TO DN-KINGAKU
            MOVE "請書TRAN.TXT" TO DN-FILE
            MOVE SPACE TO DN-REF
            STRING IN-DOC-NO DELIMITED BY SIZE
                   "-"       DELIMITED BY SIZE
                   IN-KBN    DELIMITED BY SIZE
                   INTO DN-REF
            END-STRING
            CALL "DENSHI" USING DN-FUNC DN-SEQ DN-SHUBETSU
                                DN-S-CODE DN-T-DATE DN-KINGAKU
                                DN-FILE DN-REF DN-RESULT
            MOVE SPACE TO PO-END-FLG.
      *
      * 突合：未処理の請書を発注マスタへ反映し、Pに落とす
       TSUKIAWASE-RTN.
            OPEN INPUT UKESHO-FILE
      * パラメタ日数超の未完了発注を印字する
       MIUKESHO-RTN.
            PERFORM ACK-LOAD-RTN
            OPEN INPUT PO-FILE MAS-FILE
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            END-PERFORM
            MOVE MI-CNT TO F-MI
            WRITE P-REC FROM FOOT-2 AFTER 2
            CLOSE PO-FILE MAS-FILE PRINT-FILE
            DISPLAY "メール送信待ち：" MAIL-CNT.
      *
       MI-CHK-RTN.
            MOVE SPACE TO ACK-FOUND-FLG
                    MOVE PO-DATE   TO MM-DATE
                    MOVE DIFF-DAYS TO MM-KEIKA
                    WRITE P-REC FROM MI-MEISAI AFTER 1
                    PERFORM TOKUSOKU-MAIL-RTN
                END-IF
            END-IF.
      *
      * メール同意の仕入先へ請書督促を送信待ちに登録する
      * （同じ注文書番号は１回の実行で１件だけ）
       TOKUSOKU-MAIL-RTN.
            MOVE SPACE TO MAIL-ZUMI-FLG
            PERFORM VARYING MDX FROM 1 BY 1 UNTIL MDX > MD-CNT
                IF MD-DOC-NO(MDX) = PO-DOC-NO
                    MOVE "Y" TO MAIL-ZUMI-FLG
                END-IF
            END-PERFORM
            IF MAIL-ZUMI-FLG NOT = "Y"
                IF MD-CNT < 300
                    ADD 1 TO MD-CNT
                    MOVE PO-DOC-NO TO MD-DOC-NO(MD-CNT)
                END-IF
                MOVE PO-S-CODE TO S-CODE MQ-S-CODE
                MOVE SPACE TO MQ-ADDR
                READ MAS-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE S-EMAIL TO MQ-ADDR
                END-READ
                MOVE PO-DOC-NO TO MQ-REF
                MOVE SPACE TO MQ-KENMEI MQ-HONBUN
                STRING "注文請書のお願い　注文書"
                                  DELIMITED BY SIZE
                       PO-DOC-NO                  DELIMITED BY SIZE
                  INTO MQ-KENMEI
                END-STRING
                STRING "発注日"   DELIMITED BY SIZE
                       PO-DATE    DELIMITED BY SIZE
                       "の注文書に請書が未着です"
                                  DELIMITED BY SIZE
                  INTO MQ-HONBUN
                END-STRING
                CALL "MAILQ" USING MQ-PROG MQ-S-CODE MQ-ADDR
                                   MQ-SHUBETSU MQ-REF MQ-KENMEI
                                   MQ-HONBUN MQ-SEQ MQ-RESULT
                IF MQ-RESULT = "Y"
                    ADD 1 TO MAIL-CNT
                END-IF
            END-IF.
      *
            MOVE SPACE TO END-FLG.
      *
       PARAM-LOAD-RTN.
            MOVE "UKE-DAYS" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y" AND PG-SUCHI NOT = ZERO
                MOVE PG-SUCHI TO LIMIT-DAYS
            END-IF.
      *
       DATE-SERIAL-RTN.
