      *
      * 14JY0123 崔　禎　文
      * 支払通知書：振込データ作成（P34）の１ランぶんについて、
      * 支払実績.TXTの振込記録（P）ごとに、支払った請求書番号・
      * 差し引いた返品控除票（P71）・振込手数料・振込金額と振込日
      * を記した支払通知書を仕入先別に印字する
      * 対象ランはパラメタマスタ（P156で保守）の
      * P113 TGT-SERIAL（送信簿連番、0は最新の連番）
      * 明細はP34が記録した支払明細.TXTから取る
      * 送信区分マスタ.TXTでD（データ送付）の仕入先は印字せず、
      * P62と同じ要領で作業ファイル経由の支払通知CSV
      * （通知<code>.CSV）を作成し、送信管理表に示す
      * 早期支払割引（P68・P34）を取った仕入先は割引額を別行で示す
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P113.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL JISSEKI-FILE ASSIGN  "支払実績.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS JISSEKI-FS.
           SELECT  OPTIONAL SHMEI-FILE ASSIGN  "支払明細.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SHMEI-FS.
           SELECT  MAS-FILE    ASSIGN  "ISAM仕入先マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY S-CODE.
           SELECT  OPTIONAL SOSHIN-FILE ASSIGN
                                    "送信区分マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SOSHIN-FS.
           SELECT  CSV-FILE    ASSIGN  "通知CSV作業.TXT"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  PRINT-FILE  ASSIGN  "P113.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 支払実績：P＝振込（P34）　F＝振込不能取消（P69）
       FD  JISSEKI-FILE.
       01  JT-REC.
           05  JT-KBN            PIC X(01).
           05                    PIC X(01).
           05  JT-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  JT-PAY-DATE       PIC 9(08).
           05                    PIC X(01).
           05  JT-RUN-DATE       PIC 9(08).
           05                    PIC X(01).
           05  JT-GROSS          PIC 9(09).
           05                    PIC X(01).
           05  JT-KOJO           PIC 9(09).
           05                    PIC X(01).
           05  JT-KINGAKU        PIC 9(09).
           05                    PIC X(01).
           05  JT-SERIAL         PIC 9(05).
           05                    PIC X(01).
           05  JT-WARIBIKI       PIC 9(09).
      *
      * 支払明細：I＝請求書　R＝控除票（P71の返品控除）
       FD  SHMEI-FILE.
       01  MS-REC.
           05  MS-SERIAL         PIC 9(05).
           05                    PIC X(01).
           05  MS-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  MS-PAY-DATE       PIC 9(08).
           05                    PIC X(01).
           05  MS-INV-NO         PIC X(08).
           05                    PIC X(01).
           05  MS-KBN            PIC X(01).
           05                    PIC X(01).
           05  MS-KINGAKU        PIC 9(09).
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
      * 送信区分マスタ：F＝ＦＡＸ（印字）　D＝データ送付（CSV）
       FD  SOSHIN-FILE.
       01  SO-REC.
           05  SO-CODE           PIC X(03).
           05                    PIC X(01).
           05  SO-HOHO           PIC X(01).
      *
       FD  CSV-FILE.
       01  CSV-REC               PIC X(90).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  JISSEKI-FS            PIC X(02)  VALUE SPACE.
       01  SHMEI-FS              PIC X(02)  VALUE SPACE.
       01  PG-MODE               PIC X(01)  VALUE "G".
       01  PG-PROG               PIC X(04)  VALUE "P113".
       01  PG-NAME               PIC X(24)  VALUE SPACE.
       01  PG-VALUE              PIC X(14)  VALUE SPACE.
       01  PG-SUCHI              PIC 9(09)V99 VALUE ZERO.
       01  PG-RESULT             PIC X(01)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  TGT-SERIAL            PIC 9(05)  VALUE ZERO.
       01  TSUCHI-CNT            PIC 9(03)  VALUE ZERO.
       01  PRINT-CNT             PIC 9(03)  VALUE ZERO.
       01  TESURYO               PIC S9(09) VALUE ZERO.
       01  WARIBIKI              PIC 9(09)  VALUE ZERO.
       01  SOSHIN-FS             PIC X(02)  VALUE SPACE.
       01  SOSHIN-END-FLG        PIC X(01)  VALUE SPACE.
       01  SO-CNT                PIC 9(03)  VALUE ZERO.
       01  SOX                   PIC 9(03).
       01  CUR-SUP               PIC X(03)  VALUE SPACE.
       01  CUR-HOHO              PIC X(01)  VALUE SPACE.
       01  CSV-LINE-CNT          PIC 9(05)  VALUE ZERO.
       01  CSV-FILE-CNT          PIC 9(03)  VALUE ZERO.
       01  CMD                   PIC X(100) VALUE SPACE.
       01  KINGAKU-X             PIC 9(09)  VALUE ZERO.
       01  MX                    PIC 9(04).
       01  MS-CNT                PIC 9(04)  VALUE ZERO.
       01  SOSHIN-TBL.
           05  SOSHIN-ENT        OCCURS 200 TIMES.
               10  ST-CODE       PIC X(03).
               10  ST-HOHO       PIC X(01).
      *
      * 対象ランの支払明細の控え
       01  SHMEI-TBL.
           05  SHMEI-ENT         OCCURS 2000 TIMES.
               10  MT-S-CODE     PIC X(03).
               10  MT-INV-NO     PIC X(08).
               10  MT-KBN        PIC X(01).
               10  MT-KINGAKU    PIC 9(09).
      *
      * 送信管理表（CSV作成分の控え）
       01  CVX                   PIC 9(03).
       01  CV-CNT                PIC 9(03)  VALUE ZERO.
       01  CSV-LOG-TBL.
           05  CSV-LOG-ENT       OCCURS 100 TIMES.
               10  CV-CODE       PIC X(03).
               10  CV-LINES      PIC 9(05).
       01  SOSHIN-HEAD.
           05                    PIC X(40)  VALUE
                         "－送信管理表（支払通知CSV）－".
       01  SOSHIN-MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05  SM-CODE           PIC X(03).
           05                    PIC X(02)  VALUE SPACE.
           05  SM-FILE           PIC X(14).
           05                    PIC X(02)  VALUE SPACE.
           05  SM-LINES          PIC ZZZZ9.
           05                    PIC X(04)  VALUE "行".
      *
       01  DOC-HEAD-1.
           05                    PIC X(28)  VALUE SPACE.
           05                    PIC X(20)  VALUE
                                 "支　払　通　知　書".
       01  DOC-HEAD-2.
           05                    PIC X(12)  VALUE "通知番号：".
           05  DH-SERIAL         PIC 9(05).
           05                    PIC X(01)  VALUE "-".
           05  DH-S-CODE         PIC X(03).
           05                    PIC X(05)  VALUE SPACE.
           05                    PIC X(06)  VALUE "日付：".
           05  DH-DATE           PIC 9999/99/99.
       01  DOC-HEAD-3.
           05                    PIC X(06)  VALUE "宛先：".
           05  DH-ZIP            PIC X(08).
           05                    PIC X(01)  VALUE SPACE.
           05  DH-PREF           PIC X(02).
           05  DH-REST           PIC X(10).
           05                    PIC X(02)  VALUE SPACE.
           05  DH-NAME           PIC X(10).
           05                    PIC X(04)  VALUE "御中".
       01  DOC-HEAD-4.
           05                    PIC X(08)  VALUE "ＦＡＸ：".
           05  DH-FAX            PIC X(12).
       01  DOC-HEAD-5.
           05                    PIC X(40)  VALUE
                     "発行：日本青果株式会社　経理部".
       01  DOC-BUN-1.
           05                    PIC X(60)  VALUE
               "下記のとおりお振込みいたしましたので".
       01  DOC-BUN-2.
           05                    PIC X(60)  VALUE
               "ご通知申し上げます。".
       01  DOC-FURIKOMI.
           05                    PIC X(10)  VALUE SPACE.
           05                    PIC X(10)  VALUE "振込日：".
           05  DF-DATE           PIC 9999/99/99.
       01  DOC-MEI-HEAD.
           05                    PIC X(10)  VALUE SPACE.
           05                    PIC X(10)  VALUE "区分".
           05                    PIC X(12)  VALUE "番号".
           05                    PIC X(14)  VALUE "　　　　金額".
       01  DOC-MEISAI.
           05                    PIC X(10)  VALUE SPACE.
           05  DM-KBN            PIC X(10).
           05  DM-INV-NO         PIC X(08).
           05                    PIC X(02)  VALUE SPACE.
           05  DM-KINGAKU        PIC ---,---,--9.
       01  DOC-GOKEI.
           05                    PIC X(10)  VALUE SPACE.
           05  DG-TITLE          PIC X(20).
           05  DG-KINGAKU        PIC ---,---,--9.
           05                    PIC X(02)  VALUE "円".
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 支払通知書".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
       01  FOOT-1.
           05                    PIC X(16)  VALUE "送信簿連番：".
           05  F-SERIAL          PIC ZZZZ9.
           05                    PIC X(12)  VALUE "　通知数：".
           05  F-TSUCHI          PIC ZZ9.
           05                    PIC X(10)  VALUE "　印字：".
           05  F-PRINT           PIC ZZ9.
           05                    PIC X(08)  VALUE "　CSV：".
           05  F-CSV             PIC ZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM PARAM-LOAD-RTN
            IF TGT-SERIAL = ZERO
                PERFORM SERIAL-GET-RTN
            END-IF
            IF TGT-SERIAL = ZERO
                DISPLAY "支払実績がありません。"
                STOP RUN
            END-IF
            PERFORM SOSHIN-LOAD-RTN
            PERFORM SHMEI-LOAD-RTN
            OPEN INPUT  JISSEKI-FILE MAS-FILE
            OPEN OUTPUT PRINT-FILE
            READ JISSEKI-FILE
                AT END MOVE "E" TO END-FLG
            END-READ
            PERFORM UNTIL END-FLG = "E"
                IF JT-KBN = "P" AND JT-SERIAL = TGT-SERIAL
                    PERFORM TSUCHI-RTN
                END-IF
                READ JISSEKI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            MOVE TGT-SERIAL   TO F-SERIAL
            MOVE TSUCHI-CNT   TO F-TSUCHI
            MOVE PRINT-CNT    TO F-PRINT
            MOVE CSV-FILE-CNT TO F-CSV
            WRITE P-REC FROM FOOT-1 AFTER 2
            PERFORM SOSHIN-PRINT-RTN
            CLOSE JISSEKI-FILE MAS-FILE PRINT-FILE
            DISPLAY "通知数：" TSUCHI-CNT
            DISPLAY "CSV件数：" CSV-FILE-CNT
            DISPLAY "END"
            STOP RUN.
      *
      * 仕入先１件の通知：送信区分Dは通知CSV、それ以外は印字
       TSUCHI-RTN.
            ADD 1 TO TSUCHI-CNT
            MOVE JT-S-CODE TO CUR-SUP
            MOVE ZERO TO WARIBIKI
            IF JT-WARIBIKI NUMERIC
                MOVE JT-WARIBIKI TO WARIBIKI
            END-IF
            COMPUTE TESURYO = JT-GROSS - JT-KOJO - JT-KINGAKU
                            - WARIBIKI
            PERFORM HOHO-GET-RTN
            IF CUR-HOHO = "D"
                PERFORM CSV-MAKE-RTN
            ELSE
                ADD 1 TO PRINT-CNT
                PERFORM LETTER-RTN
            END-IF.
      *
       LETTER-RTN.
            WRITE P-REC FROM DOC-HEAD-1 AFTER PAGE
            MOVE TGT-SERIAL TO DH-SERIAL
            MOVE CUR-SUP    TO DH-S-CODE
            MOVE W-DATE8    TO DH-DATE
            WRITE P-REC FROM DOC-HEAD-2 AFTER 2
            MOVE CUR-SUP TO S-CODE
            READ MAS-FILE
                INVALID KEY
                    MOVE SPACE TO DH-ZIP DH-PREF DH-REST
                    MOVE SPACE TO DH-NAME DH-FAX
                NOT INVALID KEY
                    MOVE S-SYOTEN-ZIP  TO DH-ZIP
                    MOVE S-SYOTEN-PREF TO DH-PREF
                    MOVE S-SYOTEN-REST TO DH-REST
                    MOVE S-SYOTEN-REST TO DH-NAME
                    MOVE S-FAX         TO DH-FAX
            END-READ
            WRITE P-REC FROM DOC-HEAD-3 AFTER 1
            WRITE P-REC FROM DOC-HEAD-4 AFTER 1
            WRITE P-REC FROM DOC-HEAD-5 AFTER 1
            WRITE P-REC FROM DOC-BUN-1 AFTER 2
            WRITE P-REC FROM DOC-BUN-2 AFTER 1
            MOVE JT-PAY-DATE TO DF-DATE
            WRITE P-REC FROM DOC-FURIKOMI AFTER 2
            WRITE P-REC FROM DOC-MEI-HEAD AFTER 2
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MS-CNT
                IF MT-S-CODE(MX) = CUR-SUP
                    MOVE SPACE TO DOC-MEISAI
                    MOVE MT-INV-NO(MX) TO DM-INV-NO
                    IF MT-KBN(MX) = "R"
                        MOVE "返品控除" TO DM-KBN
                        COMPUTE DM-KINGAKU = ZERO - MT-KINGAKU(MX)
                    ELSE
                        MOVE "請求書" TO DM-KBN
                        MOVE MT-KINGAKU(MX) TO DM-KINGAKU
                    END-IF
                    WRITE P-REC FROM DOC-MEISAI AFTER 1
                END-IF
            END-PERFORM
            MOVE "請求合計"   TO DG-TITLE
            MOVE JT-GROSS     TO DG-KINGAKU
            WRITE P-REC FROM DOC-GOKEI AFTER 2
            MOVE "返品控除"   TO DG-TITLE
            COMPUTE DG-KINGAKU = ZERO - JT-KOJO
            WRITE P-REC FROM DOC-GOKEI AFTER 1
            IF WARIBIKI > ZERO
                MOVE "早期支払割引" TO DG-TITLE
                COMPUTE DG-KINGAKU = ZERO - WARIBIKI
                WRITE P-REC FROM DOC-GOKEI AFTER 1
            END-IF
            MOVE "振込手数料" TO DG-TITLE
            COMPUTE DG-KINGAKU = ZERO - TESURYO
            WRITE P-REC FROM DOC-GOKEI AFTER 1
            MOVE "振込金額"   TO DG-TITLE
            MOVE JT-KINGAKU   TO DG-KINGAKU
            WRITE P-REC FROM DOC-GOKEI AFTER 1.
      *
      * データ送付仕入先：印字を抑止し、通知CSVを作成する
      * （P62と同じく作業ファイルへ書いてから複写する）
       CSV-MAKE-RTN.
            MOVE ZERO TO CSV-LINE-CNT
            OPEN OUTPUT CSV-FILE
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MS-CNT
                IF MT-S-CODE(MX) = CUR-SUP
                    MOVE MT-KINGAKU(MX) TO KINGAKU-X
                    IF MT-KBN(MX) = "R"
                        PERFORM CSV-KOJO-RTN
                    ELSE
                        PERFORM CSV-SEIKYU-RTN
                    END-IF
                END-IF
            END-PERFORM
            PERFORM CSV-GOKEI-RTN
            CLOSE CSV-FILE
            MOVE SPACE TO CMD
            STRING "cp 通知CSV作業.TXT 通知" DELIMITED BY SIZE
                   CUR-SUP DELIMITED BY SPACE
                   ".CSV" DELIMITED BY SIZE
              INTO CMD
            END-STRING
            CALL "SYSTEM" USING CMD
            ADD 1 TO CSV-FILE-CNT
            IF CV-CNT < 100
                ADD 1 TO CV-CNT
                MOVE CUR-SUP      TO CV-CODE(CV-CNT)
                MOVE CSV-LINE-CNT TO CV-LINES(CV-CNT)
            END-IF.
      *
      * CSV１行：区分,番号,振込日,金額（控除・手数料は負の金額）
       CSV-SEIKYU-RTN.
            ADD 1 TO CSV-LINE-CNT
            MOVE SPACE TO CSV-REC
            STRING "INV,"         DELIMITED BY SIZE
                   MT-INV-NO(MX)  DELIMITED BY SPACE
                   ","            DELIMITED BY SIZE
                   JT-PAY-DATE    DELIMITED BY SIZE
                   ","            DELIMITED BY SIZE
                   KINGAKU-X      DELIMITED BY SIZE
              INTO CSV-REC
            END-STRING
            WRITE CSV-REC.
      *
       CSV-KOJO-RTN.
            ADD 1 TO CSV-LINE-CNT
            MOVE SPACE TO CSV-REC
            STRING "RET,"         DELIMITED BY SIZE
                   MT-INV-NO(MX)  DELIMITED BY SPACE
                   ","            DELIMITED BY SIZE
                   JT-PAY-DATE    DELIMITED BY SIZE
                   ",-"           DELIMITED BY SIZE
                   KINGAKU-X      DELIMITED BY SIZE
              INTO CSV-REC
            END-STRING
            WRITE CSV-REC.
      *
       CSV-GOKEI-RTN.
            IF WARIBIKI > ZERO
                ADD 1 TO CSV-LINE-CNT
                MOVE WARIBIKI TO KINGAKU-X
                MOVE SPACE TO CSV-REC
                STRING "DSC,,"        DELIMITED BY SIZE
                       JT-PAY-DATE    DELIMITED BY SIZE
                       ",-"           DELIMITED BY SIZE
                       KINGAKU-X      DELIMITED BY SIZE
                  INTO CSV-REC
                END-STRING
                WRITE CSV-REC
            END-IF
            ADD 1 TO CSV-LINE-CNT
            MOVE TESURYO TO KINGAKU-X
            MOVE SPACE TO CSV-REC
            STRING "FEE,,"        DELIMITED BY SIZE
                   JT-PAY-DATE    DELIMITED BY SIZE
                   ",-"           DELIMITED BY SIZE
                   KINGAKU-X      DELIMITED BY SIZE
              INTO CSV-REC
            END-STRING
            WRITE CSV-REC
            ADD 1 TO CSV-LINE-CNT
            MOVE JT-KINGAKU TO KINGAKU-X
            MOVE SPACE TO CSV-REC
            STRING "PAY,"         DELIMITED BY SIZE
                   CUR-SUP        DELIMITED BY SPACE
                   ","            DELIMITED BY SIZE
                   JT-PAY-DATE    DELIMITED BY SIZE
                   ","            DELIMITED BY SIZE
                   KINGAKU-X      DELIMITED BY SIZE
              INTO CSV-REC
            END-STRING
            WRITE CSV-REC.
      *
       SOSHIN-PRINT-RTN.
            IF CV-CNT > ZERO
                WRITE P-REC FROM SOSHIN-HEAD AFTER 2
                PERFORM VARYING CVX FROM 1 BY 1 UNTIL CVX > CV-CNT
                    MOVE SPACE TO SOSHIN-MEISAI
                    MOVE CV-CODE(CVX) TO SM-CODE
                    MOVE SPACE TO SM-FILE
                    STRING "通知" DELIMITED BY SIZE
                           CV-CODE(CVX) DELIMITED BY SPACE
                           ".CSV" DELIMITED BY SIZE
                      INTO SM-FILE
                    END-STRING
                    MOVE CV-LINES(CVX) TO SM-LINES
                    WRITE P-REC FROM SOSHIN-MEISAI AFTER 1
                END-PERFORM
            END-IF.
      *
       HOHO-GET-RTN.
            MOVE SPACE TO CUR-HOHO
            PERFORM VARYING SOX FROM 1 BY 1 UNTIL SOX > SO-CNT
                IF ST-CODE(SOX) = CUR-SUP
                    MOVE ST-HOHO(SOX) TO CUR-HOHO
                END-IF
            END-PERFORM.
      *
       SOSHIN-LOAD-RTN.
            OPEN INPUT SOSHIN-FILE
            IF SOSHIN-FS = "00"
                READ SOSHIN-FILE
                    AT END MOVE "E" TO SOSHIN-END-FLG
                END-READ
                PERFORM UNTIL SOSHIN-END-FLG = "E"
                    IF SO-CNT < 200
                        ADD 1 TO SO-CNT
                        MOVE SO-CODE TO ST-CODE(SO-CNT)
                        MOVE SO-HOHO TO ST-HOHO(SO-CNT)
                    END-IF
                    READ SOSHIN-FILE
                        AT END MOVE "E" TO SOSHIN-END-FLG
                    END-READ
                END-PERFORM
                CLOSE SOSHIN-FILE
            ELSE
                CLOSE SOSHIN-FILE
            END-IF.
      *
      * 対象ランの支払明細を控える
       SHMEI-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT SHMEI-FILE
            IF SHMEI-FS NOT = "00"
                CLOSE SHMEI-FILE
            ELSE
                READ SHMEI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF MS-SERIAL = TGT-SERIAL AND MS-CNT < 2000
                        ADD 1 TO MS-CNT
                        MOVE MS-S-CODE  TO MT-S-CODE(MS-CNT)
                        MOVE MS-INV-NO  TO MT-INV-NO(MS-CNT)
                        MOVE MS-KBN     TO MT-KBN(MS-CNT)
                        MOVE MS-KINGAKU TO MT-KINGAKU(MS-CNT)
                    END-IF
                    READ SHMEI-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE SHMEI-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 既定の対象ラン：支払実績の振込記録の最新の連番
       SERIAL-GET-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT JISSEKI-FILE
            IF JISSEKI-FS NOT = "00"
                CLOSE JISSEKI-FILE
            ELSE
                READ JISSEKI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF JT-KBN = "P" AND JT-SERIAL > TGT-SERIAL
                        MOVE JT-SERIAL TO TGT-SERIAL
                    END-IF
                    READ JISSEKI-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE JISSEKI-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
       PARAM-LOAD-RTN.
            MOVE "TGT-SERIAL" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y"
                MOVE PG-SUCHI TO TGT-SERIAL
            END-IF.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
