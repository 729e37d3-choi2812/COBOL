      *
      * 14JY0123 崔　禎　文
      * 書類追跡照会：発注NO、または商品・仕入先・発注日を指定し、
      * １件の購買について発注（P30）→入荷（P82）→検品（P86）→
      * 請求書（P32）→支払選定・承認（P68/P70）→振込作成（P34）
      * →銀行結果（P69）までの書類の連鎖を、日付・数量・金額・
      * 担当者ID付きで発注１件につき１頁に印字する
      * 入荷は入荷記録.TXT（P82）から取り、記録の無い古い入荷は
      * 仕入整列.txtの同じ仕入先・商品・発注日以降の行で推定する
      * 請求書はP32の照合と同じく仕入先・入荷月で結び付け、支払
      * 明細.TXTの送信簿連番・振込指定日で承認と振込を辿る
      * 連鎖の切れ目（入荷済で入荷記録なし・入荷に請求書なし・
      * 請求書保留・支払済で承認なし／振込記録なし・振込不能）は
      * ★で示す。担当者の記録が無い工程は担当欄を－とする
      * 金額による承認待ち（P126で未承認）の発注は状態を承認待ちと
      * 示す
      * 請求書台帳はISAM請求書台帳（請求書NO順）を順に読む
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P123.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL PO-FILE ASSIGN  "ISAM発注マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY PO-NO.
           SELECT  OPTIONAL NYUKA-LOG-FILE ASSIGN  "入荷記録.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS NYUKA-LOG-FS.
           SELECT  OPTIONAL IN-FILE ASSIGN  "仕入整列.txt"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IN-FS.
           SELECT  OPTIONAL KENPIN-FILE ASSIGN  "検品TRAN.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KENPIN-FS.
           SELECT  OPTIONAL DAICHO-FILE ASSIGN  "ISAM請求書台帳"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY D-INV-NO
                                    ALTERNATE RECORD KEY D-SS-KEY
                                        WITH DUPLICATES
                                    FILE STATUS DAICHO-FS.
           SELECT  OPTIONAL SHMEI-FILE ASSIGN  "支払明細.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SHMEI-FS.
           SELECT  OPTIONAL SHONIN-FILE ASSIGN  "支払承認.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SHONIN-FS.
           SELECT  OPTIONAL SOSHIN-FILE ASSIGN  "振込送信簿.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SOSHIN-FS.
           SELECT  OPTIONAL JISSEKI-FILE ASSIGN  "支払実績.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS JISSEKI-FS.
           SELECT  PRINT-FILE  ASSIGN  "P123.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
       FD  PO-FILE.
       01  PO-REC.
           05  PO-NO             PIC X(06).
           05  PO-S-CODE         PIC X(03).
           05  PO-ITEM           PIC X(05).
           05  PO-SURYO          PIC 9(05).
           05  PO-DATE           PIC 9(08).
           05  PO-YOTEI          PIC 9(08).
           05  PO-STATUS         PIC X(01).
               88  PO-OPEN                  VALUE "O".
               88  PO-CLOSED                VALUE "C".
               88  PO-CANCELLED             VALUE "X".
               88  PO-PENDING               VALUE "P".
           05  PO-UKE-SURYO      PIC 9(05).
           05  PO-DOC-NO         PIC X(06).
           05  PO-UKE-DATE       PIC 9(08).
      *
       FD  NYUKA-LOG-FILE.
       01  NL-REC.
           05  NL-PO-NO          PIC X(06).
           05                    PIC X(01).
           05  NL-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  NL-ITEM           PIC X(05).
           05                    PIC X(01).
           05  NL-DATE           PIC 9(08).
           05                    PIC X(01).
           05  NL-SURYO          PIC 9(04).
           05                    PIC X(01).
           05  NL-UNIT           PIC X(02).
           05                    PIC X(01).
           05  NL-TANKA          PIC 9(05)V99.
           05                    PIC X(01).
           05  NL-OPID           PIC X(04).
      *
       FD  IN-FILE.
       01  I-REC.
           05  I-NO              PIC X(05).
           05  I-NAME            PIC X(10).
           05  I-S-DATE          PIC 9(08).
           05  I-S-NO            PIC X(03).
           05  I-S-NAME          PIC X(10).
           05  I-SURYO           PIC 9(04).
           05  I-TANKA           PIC 9(05)V99.
           05  I-BRANCH          PIC X(02).
      *
       FD  KENPIN-FILE.
       01  KE-REC.
           05  KE-PO-NO          PIC X(06).
           05                    PIC X(01).
           05  KE-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  KE-ITEM           PIC X(05).
           05                    PIC X(01).
           05  KE-DATE           PIC 9(08).
           05                    PIC X(01).
           05  KE-GOKAKU         PIC 9(04).
           05                    PIC X(01).
           05  KE-FURYO          PIC 9(04).
           05                    PIC X(01).
           05  KE-RIYU           PIC X(02).
           05                    PIC X(01).
           05  KE-STATUS         PIC X(01).
           05                    PIC X(01).
           05  KE-OPID           PIC X(04).
      *
       FD  DAICHO-FILE.
       01  D-REC.
           05  D-INV-NO          PIC X(08).
           05                    PIC X(01).
           05  D-SS-KEY.
               10  D-S-CODE      PIC X(03).
               10  D-STATUS      PIC X(01).
                   88  D-MATCHED                VALUE "M".
                   88  D-HOLD                   VALUE "H".
                   88  D-SCHEDULED              VALUE "S".
                   88  D-DEBIT                  VALUE "R".
                   88  D-PAID                   VALUE "P".
           05                    PIC X(01).
           05  D-DATE            PIC 9(08).
           05                    PIC X(01).
           05  D-KINGAKU         PIC 9(09).
           05                    PIC X(01).
           05  D-JISSEKI         PIC 9(09).
           05                    PIC X(01).
           05  D-REASON          PIC X(20).
           05                    PIC X(01).
           05  D-KICHO-DATE      PIC 9(08).
           05                    PIC X(01).
           05  D-KIJITSU         PIC 9(08).
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
      * 支払承認：P＝承認待ち（P68）　A＝承認済み（P70）
       FD  SHONIN-FILE.
       01  SN-REC.
           05  SN-DATE           PIC 9(04).
           05                    PIC X(01).
           05  SN-STATUS         PIC X(01).
           05                    PIC X(01).
           05  SN-KINGAKU        PIC 9(12).
           05                    PIC X(01).
           05  SN-OPID           PIC X(04).
           05                    PIC X(01).
           05  SN-KIROKU-DATE    PIC 9(08).
           05                    PIC X(01).
           05  SN-TIME           PIC 9(06).
      *
      * 振込送信簿：S＝振込作成（P34）　G＝外国送金（P114）
      * 　　　　　　R＝再実行許可（P70）
       FD  SOSHIN-FILE.
       01  TB-REC.
           05  TB-SERIAL         PIC 9(05).
           05                    PIC X(01).
           05  TB-KBN            PIC X(01).
           05                    PIC X(01).
           05  TB-DATE           PIC 9(04).
           05                    PIC X(01).
           05  TB-RUN-DATE       PIC 9(08).
           05                    PIC X(01).
           05  TB-TIME           PIC 9(06).
           05                    PIC X(01).
           05  TB-KENSU          PIC 9(06).
           05                    PIC X(01).
           05  TB-KINGAKU        PIC 9(12).
           05                    PIC X(01).
           05  TB-OPID           PIC X(04).
      *
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
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  PO-END-FLG            PIC X(01)  VALUE SPACE.
       01  SUB-END-FLG           PIC X(01)  VALUE SPACE.
       01  NYUKA-LOG-FS          PIC X(02)  VALUE SPACE.
       01  IN-FS                 PIC X(02)  VALUE SPACE.
       01  KENPIN-FS             PIC X(02)  VALUE SPACE.
       01  DAICHO-FS             PIC X(02)  VALUE SPACE.
       01  SHMEI-FS              PIC X(02)  VALUE SPACE.
       01  SHONIN-FS             PIC X(02)  VALUE SPACE.
       01  SOSHIN-FS             PIC X(02)  VALUE SPACE.
       01  JISSEKI-FS            PIC X(02)  VALUE SPACE.
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  PAGE-CNT              PIC 9(05)  VALUE ZERO.
       01  KIREME-CNT            PIC 9(05)  VALUE ZERO.
       01  KIREME-TOTAL          PIC 9(05)  VALUE ZERO.
       01  NYUKA-CNT             PIC 9(05)  VALUE ZERO.
       01  KENPIN-CNT            PIC 9(05)  VALUE ZERO.
       01  SEIKYU-CNT            PIC 9(05)  VALUE ZERO.
       01  W-KINGAKU             PIC 9(11)  VALUE ZERO.
      *
      * 照会条件
       01  IN-PO-NO              PIC X(06)  VALUE SPACE.
       01  IN-ITEM               PIC X(05)  VALUE SPACE.
       01  IN-S-CODE             PIC X(03)  VALUE SPACE.
       01  IN-PO-DATE            PIC X(08)  VALUE SPACE.
      *
      * 入荷月（請求書の結び付け用、重複なし）
       01  YM-CNT                PIC 9(02)  VALUE ZERO.
       01  YX                    PIC 9(02).
       01  YM-FOUND-FLG          PIC X(01)  VALUE SPACE.
       01  W-YM                  PIC 9(06)  VALUE ZERO.
       01  YM-TBL.
           05  YM-ENT            PIC 9(06)  OCCURS 20 TIMES.
      *
      * 支払の追跡（請求書１件分）
       01  MS-FOUND-FLG          PIC X(01)  VALUE SPACE.
       01  W-SERIAL              PIC 9(05)  VALUE ZERO.
       01  W-PAY-DATE            PIC 9(08)  VALUE ZERO.
       01  SNP-FLG               PIC X(01)  VALUE SPACE.
       01  SNP-DATE              PIC 9(08)  VALUE ZERO.
       01  SNP-KINGAKU           PIC 9(12)  VALUE ZERO.
       01  SNP-OPID              PIC X(04)  VALUE SPACE.
       01  SNA-FLG               PIC X(01)  VALUE SPACE.
       01  SNA-DATE              PIC 9(08)  VALUE ZERO.
       01  SNA-KINGAKU           PIC 9(12)  VALUE ZERO.
       01  SNA-OPID              PIC X(04)  VALUE SPACE.
       01  TB-FOUND-FLG          PIC X(01)  VALUE SPACE.
       01  JT-FOUND-FLG          PIC X(01)  VALUE SPACE.
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 書類追跡照会".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  PO-HEAD.
           05                    PIC X(12)  VALUE "発注NO：".
           05  PH-PO-NO          PIC X(06).
           05                    PIC X(15)  VALUE "　仕入先：".
           05  PH-S-CODE         PIC X(03).
           05                    PIC X(12)  VALUE "　商品：".
           05  PH-ITEM           PIC X(05).
           05                    PIC X(15)  VALUE "　注文書：".
           05  PH-DOC-NO         PIC X(06).
      *
       01  HEAD-2.
           05                    PIC X(04)  VALUE SPACE.
           05                    PIC X(12)  VALUE "工程".
           05                    PIC X(09)  VALUE "書類NO".
           05                    PIC X(11)  VALUE "日付".
           05                    PIC X(06)  VALUE "数量".
           05                    PIC X(09)  VALUE "金額".
           05                    PIC X(06)  VALUE "担当".
           05                    PIC X(21)  VALUE "備考".
      *
       01  TR-LINE.
           05                    PIC X(01).
           05  T-MARK            PIC X(03).
           05  T-STEP            PIC X(12).
           05  T-REF             PIC X(08).
           05                    PIC X(01).
           05  T-DATE            PIC 9999/99/99.
           05                    PIC X(01).
           05  T-SURYO           PIC ZZZZ9.
           05                    PIC X(01).
           05  T-KINGAKU         PIC ZZZZZZZZ9.
           05                    PIC X(01).
           05  T-OPID            PIC X(04).
           05                    PIC X(01).
           05  T-BIKO            PIC X(21).
      *
       01  FOOT-1.
           05                    PIC X(33)  VALUE
                                 "連鎖の切れ目（★）：".
           05  F-KIREME          PIC ZZZZ9.
           05                    PIC X(03)  VALUE "件".
       01  FOOT-2.
           05                    PIC X(42)  VALUE
                       "担当欄の－は担当者の記録なし".
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            DISPLAY "1=発注NO指定 "
                    "2=商品・仕入先・発注日指定："
            ACCEPT MENU-CHOICE
            EVALUATE MENU-CHOICE
                WHEN "1" PERFORM SHITEI-RTN
                WHEN "2" PERFORM JOKEN-RTN
                WHEN OTHER DISPLAY "選択が不正です。"
            END-EVALUATE
            DISPLAY "END"
            STOP RUN.
      *
      * 発注NOを指定して１件を照会する
       SHITEI-RTN.
            DISPLAY "発注NO："
            ACCEPT IN-PO-NO
            OPEN INPUT PO-FILE
            MOVE IN-PO-NO TO PO-NO
            READ PO-FILE
                INVALID KEY
                    DISPLAY "該当なし：" IN-PO-NO
                NOT INVALID KEY
                    OPEN OUTPUT PRINT-FILE
                    PERFORM TRAIL-RTN
                    CLOSE PRINT-FILE
                    DISPLAY "切れ目件数：" KIREME-TOTAL
            END-READ
            CLOSE PO-FILE.
      *
      * 商品・仕入先・発注日（空白は指定なし）で該当する発注を
      * すべて照会する
       JOKEN-RTN.
            DISPLAY "商品コード："
            ACCEPT IN-ITEM
            DISPLAY "仕入先コード："
            ACCEPT IN-S-CODE
            DISPLAY "発注日(YYYYMMDD、空白は指定なし)："
            ACCEPT IN-PO-DATE
            IF IN-PO-DATE NOT = SPACE AND IN-PO-DATE NOT NUMERIC
                DISPLAY "発注日が不正です。"
            ELSE
                OPEN INPUT PO-FILE
                OPEN OUTPUT PRINT-FILE
                MOVE LOW-VALUE TO PO-NO
                START PO-FILE KEY NOT < PO-NO
                    INVALID KEY MOVE "E" TO PO-END-FLG
                END-START
                PERFORM UNTIL PO-END-FLG = "E"
                    READ PO-FILE NEXT
                        AT END MOVE "E" TO PO-END-FLG
                    END-READ
                    IF PO-END-FLG NOT = "E"
                        AND PO-ITEM = IN-ITEM
                        AND PO-S-CODE = IN-S-CODE
                        AND (IN-PO-DATE = SPACE
                             OR PO-DATE = IN-PO-DATE)
                        PERFORM TRAIL-RTN
                    END-IF
                END-PERFORM
                CLOSE PO-FILE PRINT-FILE
                IF PAGE-CNT = 0
                    DISPLAY "該当する発注がありません。"
                ELSE
                    DISPLAY "照会発注件数：" PAGE-CNT
                    DISPLAY "切れ目件数　：" KIREME-TOTAL
                END-IF
            END-IF.
      *
      * 発注１件の書類の連鎖を１頁に印字する
       TRAIL-RTN.
            ADD 1 TO PAGE-CNT
            MOVE ZERO TO KIREME-CNT YM-CNT
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            MOVE PO-NO     TO PH-PO-NO
            MOVE PO-S-CODE TO PH-S-CODE
            MOVE PO-ITEM   TO PH-ITEM
            MOVE PO-DOC-NO TO PH-DOC-NO
            WRITE P-REC FROM PO-HEAD AFTER 2
            WRITE P-REC FROM HEAD-2 AFTER 2
            MOVE SPACE TO TR-LINE
            PERFORM HACHU-RTN
            PERFORM NYUKA-RTN
            PERFORM KENPIN-RTN
            PERFORM SEIKYU-RTN
            MOVE KIREME-CNT TO F-KIREME
            WRITE P-REC FROM FOOT-1 AFTER 2
            WRITE P-REC FROM FOOT-2 AFTER 1
            ADD KIREME-CNT TO KIREME-TOTAL.
      *
      * 発注（P30）：発注日・発注数・入荷予定日・状態
       HACHU-RTN.
            MOVE "発注"    TO T-STEP
            MOVE PO-NO     TO T-REF
            MOVE PO-DATE   TO T-DATE
            MOVE PO-SURYO  TO T-SURYO
            MOVE "－"      TO T-OPID
            EVALUATE TRUE
                WHEN PO-OPEN      MOVE "未完了" TO T-BIKO
                WHEN PO-CLOSED    MOVE "完了"   TO T-BIKO
                WHEN PO-CANCELLED MOVE "取消"   TO T-BIKO
                WHEN PO-PENDING   MOVE "承認待ち" TO T-BIKO
                WHEN OTHER        MOVE PO-STATUS TO T-BIKO
            END-EVALUATE
            PERFORM LINE-WRITE-RTN
            MOVE "入荷予定"     TO T-STEP
            MOVE PO-YOTEI       TO T-DATE
            MOVE PO-UKE-SURYO   TO T-SURYO
            MOVE "－"           TO T-OPID
            MOVE "数量＝入荷済数" TO T-BIKO
            PERFORM LINE-WRITE-RTN.
      *
      * 入荷（P82）：入荷記録.TXTを優先し、無ければ仕入整列.txtで
      * 推定する
       NYUKA-RTN.
            MOVE ZERO TO NYUKA-CNT
            MOVE SPACE TO END-FLG
            OPEN INPUT NYUKA-LOG-FILE
            IF NYUKA-LOG-FS = "00"
                READ NYUKA-LOG-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF NL-PO-NO = PO-NO
                        ADD 1 TO NYUKA-CNT
                        MOVE "入荷"   TO T-STEP
                        MOVE PO-NO    TO T-REF
                        MOVE NL-DATE  TO T-DATE
                        MOVE NL-SURYO TO T-SURYO
                        COMPUTE W-KINGAKU = NL-SURYO * NL-TANKA
                        MOVE W-KINGAKU TO T-KINGAKU
                        MOVE NL-OPID  TO T-OPID
                        STRING "単位：" DELIMITED BY SIZE
                               NL-UNIT  DELIMITED BY SIZE
                               INTO T-BIKO
                        END-STRING
                        PERFORM LINE-WRITE-RTN
                        MOVE NL-DATE(1:6) TO W-YM
                        PERFORM YM-ADD-RTN
                    END-IF
                    READ NYUKA-LOG-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
            END-IF
            CLOSE NYUKA-LOG-FILE
            IF NYUKA-CNT = 0
                PERFORM NYUKA-SUITEI-RTN
            END-IF
            IF NYUKA-CNT = 0
                MOVE "入荷" TO T-STEP
                MOVE "－"   TO T-OPID
                IF PO-UKE-SURYO > ZERO
                    MOVE "★"           TO T-MARK
                    MOVE "入荷記録なし" TO T-BIKO
                ELSE
                    MOVE "未入荷"       TO T-BIKO
                END-IF
                PERFORM LINE-WRITE-RTN
            END-IF.
      *
      * 入荷記録の無い入荷：同じ仕入先・商品の発注日以降の仕入
       NYUKA-SUITEI-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT IN-FILE
            IF IN-FS = "00"
                READ IN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF I-S-NO = PO-S-CODE AND I-NO = PO-ITEM
                        AND I-S-DATE >= PO-DATE
                        ADD 1 TO NYUKA-CNT
                        MOVE "入荷"   TO T-STEP
                        MOVE I-S-DATE TO T-DATE
                        MOVE I-SURYO  TO T-SURYO
                        COMPUTE W-KINGAKU = I-SURYO * I-TANKA
                        MOVE W-KINGAKU TO T-KINGAKU
                        MOVE "－"     TO T-OPID
                        MOVE "仕入より推定" TO T-BIKO
                        PERFORM LINE-WRITE-RTN
                        MOVE I-S-DATE(1:6) TO W-YM
                        PERFORM YM-ADD-RTN
                    END-IF
                    READ IN-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
            END-IF
            CLOSE IN-FILE.
      *
      * 入荷月を表へ加える（同じ月は１回だけ）
       YM-ADD-RTN.
            MOVE SPACE TO YM-FOUND-FLG
            PERFORM VARYING YX FROM 1 BY 1 UNTIL YX > YM-CNT
                IF YM-ENT(YX) = W-YM
                    MOVE "Y" TO YM-FOUND-FLG
                END-IF
            END-PERFORM
            IF YM-FOUND-FLG NOT = "Y" AND YM-CNT < 20
                ADD 1 TO YM-CNT
                MOVE W-YM TO YM-ENT(YM-CNT)
            END-IF.
      *
      * 検品（P86）：合格数・不良数・理由
       KENPIN-RTN.
            MOVE ZERO TO KENPIN-CNT
            MOVE SPACE TO END-FLG
            OPEN INPUT KENPIN-FILE
            IF KENPIN-FS = "00"
                READ KENPIN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF KE-PO-NO = PO-NO
                        ADD 1 TO KENPIN-CNT
                        MOVE "検品"    TO T-STEP
                        MOVE PO-NO     TO T-REF
                        MOVE KE-DATE   TO T-DATE
                        MOVE KE-GOKAKU TO T-SURYO
                        IF KE-OPID = SPACE
                            MOVE "－"    TO T-OPID
                        ELSE
                            MOVE KE-OPID TO T-OPID
                        END-IF
                        STRING "不良"   DELIMITED BY SIZE
                               KE-FURYO DELIMITED BY SIZE
                               " 理由"  DELIMITED BY SIZE
                               KE-RIYU  DELIMITED BY SIZE
                               INTO T-BIKO
                        END-STRING
                        PERFORM LINE-WRITE-RTN
                    END-IF
                    READ KENPIN-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
            END-IF
            CLOSE KENPIN-FILE
            IF KENPIN-CNT = 0
                MOVE "検品"     TO T-STEP
                MOVE "－"       TO T-OPID
                MOVE "記録なし" TO T-BIKO
                PERFORM LINE-WRITE-RTN
            END-IF.
      *
      * 請求書（P32）：仕入先・入荷月が同じ請求書と、その支払の連鎖
       SEIKYU-RTN.
            MOVE ZERO TO SEIKYU-CNT
            IF YM-CNT > 0
                MOVE SPACE TO END-FLG
                OPEN INPUT DAICHO-FILE
                IF DAICHO-FS = "00"
                    READ DAICHO-FILE NEXT
                        AT END MOVE "E" TO END-FLG
                    END-READ
                    PERFORM UNTIL END-FLG = "E"
                        IF D-S-CODE = PO-S-CODE
                            MOVE D-DATE(1:6) TO W-YM
                            PERFORM YM-CHK-RTN
                            IF YM-FOUND-FLG = "Y"
                                PERFORM SEIKYU-ONE-RTN
                            END-IF
                        END-IF
                        READ DAICHO-FILE NEXT
                            AT END MOVE "E" TO END-FLG
                        END-READ
                    END-PERFORM
                END-IF
                CLOSE DAICHO-FILE
                IF SEIKYU-CNT = 0
                    MOVE "★"         TO T-MARK
                    MOVE "請求書"     TO T-STEP
                    MOVE "－"         TO T-OPID
                    MOVE "請求書なし" TO T-BIKO
                    PERFORM LINE-WRITE-RTN
                END-IF
            END-IF.
      *
       YM-CHK-RTN.
            MOVE SPACE TO YM-FOUND-FLG
            PERFORM VARYING YX FROM 1 BY 1 UNTIL YX > YM-CNT
                IF YM-ENT(YX) = W-YM
                    MOVE "Y" TO YM-FOUND-FLG
                END-IF
            END-PERFORM.
      *
      * 請求書１件：状態を印字し、支払済みなら支払を辿る
       SEIKYU-ONE-RTN.
            ADD 1 TO SEIKYU-CNT
            MOVE "請求書"  TO T-STEP
            MOVE D-INV-NO  TO T-REF
            MOVE D-DATE    TO T-DATE
            MOVE D-KINGAKU TO T-KINGAKU
            MOVE "－"      TO T-OPID
            EVALUATE TRUE
                WHEN D-MATCHED
                    MOVE "照合済・未選定" TO T-BIKO
                WHEN D-HOLD
                    MOVE "★" TO T-MARK
                    STRING "保留："       DELIMITED BY SIZE
                           D-REASON(1:12) DELIMITED BY SIZE
                           INTO T-BIKO
                    END-STRING
                WHEN D-SCHEDULED
                    MOVE "支払予定確定" TO T-BIKO
                WHEN D-DEBIT
                    MOVE "控除票" TO T-BIKO
                WHEN D-PAID
                    MOVE "支払済" TO T-BIKO
                WHEN OTHER
                    MOVE D-STATUS TO T-BIKO
            END-EVALUATE
            PERFORM LINE-WRITE-RTN
            IF D-PAID
                PERFORM SHIHARAI-RTN
            END-IF.
      *
      * 支払済み請求書：支払明細→支払選定・承認→振込作成→銀行結果
       SHIHARAI-RTN.
            MOVE SPACE TO MS-FOUND-FLG SUB-END-FLG
            OPEN INPUT SHMEI-FILE
            IF SHMEI-FS = "00"
                READ SHMEI-FILE
                    AT END MOVE "E" TO SUB-END-FLG
                END-READ
                PERFORM UNTIL SUB-END-FLG = "E"
                    IF MS-INV-NO = D-INV-NO AND MS-KBN = "I"
                        MOVE "Y"         TO MS-FOUND-FLG
                        MOVE MS-SERIAL   TO W-SERIAL
                        MOVE MS-PAY-DATE TO W-PAY-DATE
                    END-IF
                    READ SHMEI-FILE
                        AT END MOVE "E" TO SUB-END-FLG
                    END-READ
                END-PERFORM
            END-IF
            CLOSE SHMEI-FILE
            IF MS-FOUND-FLG NOT = "Y"
                MOVE "★"           TO T-MARK
                MOVE "振込作成"     TO T-STEP
                MOVE "－"           TO T-OPID
                MOVE "振込記録なし" TO T-BIKO
                PERFORM LINE-WRITE-RTN
            ELSE
                PERFORM SHONIN-RTN
                PERFORM SOSHIN-RTN
                PERFORM KEKKA-RTN
            END-IF.
      *
      * 支払選定（P68の承認依頼P）と承認（P70のA）：振込指定日が
      * 同じで、振込指定日以前に記録された最後の行
       SHONIN-RTN.
            MOVE SPACE TO SNP-FLG SNA-FLG SUB-END-FLG
            OPEN INPUT SHONIN-FILE
            IF SHONIN-FS = "00"
                READ SHONIN-FILE
                    AT END MOVE "E" TO SUB-END-FLG
                END-READ
                PERFORM UNTIL SUB-END-FLG = "E"
                    IF SN-DATE = W-PAY-DATE(5:4)
                        AND SN-KIROKU-DATE <= W-PAY-DATE
                        IF SN-STATUS = "P"
                            MOVE "Y"            TO SNP-FLG
                            MOVE SN-KIROKU-DATE TO SNP-DATE
                            MOVE SN-KINGAKU     TO SNP-KINGAKU
                            MOVE SN-OPID        TO SNP-OPID
                        END-IF
                        IF SN-STATUS = "A"
                            MOVE "Y"            TO SNA-FLG
                            MOVE SN-KIROKU-DATE TO SNA-DATE
                            MOVE SN-KINGAKU     TO SNA-KINGAKU
                            MOVE SN-OPID        TO SNA-OPID
                        END-IF
                    END-IF
                    READ SHONIN-FILE
                        AT END MOVE "E" TO SUB-END-FLG
                    END-READ
                END-PERFORM
            END-IF
            CLOSE SHONIN-FILE
            MOVE "支払選定" TO T-STEP
            IF SNP-FLG = "Y"
                MOVE SNP-DATE    TO T-DATE
                MOVE SNP-KINGAKU TO T-KINGAKU
                MOVE SNP-OPID    TO T-OPID
                MOVE "承認依頼"  TO T-BIKO
            ELSE
                MOVE "－"        TO T-OPID
                MOVE "依頼記録なし" TO T-BIKO
            END-IF
            PERFORM LINE-WRITE-RTN
            MOVE "支払承認" TO T-STEP
            IF SNA-FLG = "Y"
                MOVE SNA-DATE    TO T-DATE
                MOVE SNA-KINGAKU TO T-KINGAKU
                MOVE SNA-OPID    TO T-OPID
                MOVE "承認済"    TO T-BIKO
            ELSE
                MOVE "★"           TO T-MARK
                MOVE "－"           TO T-OPID
                MOVE "承認記録なし" TO T-BIKO
            END-IF
            PERFORM LINE-WRITE-RTN.
      *
      * 振込作成（P34）・外国送金（P114）：送信簿連番で結び付ける
       SOSHIN-RTN.
            MOVE SPACE TO TB-FOUND-FLG SUB-END-FLG
            MOVE "振込作成"  TO T-STEP
            OPEN INPUT SOSHIN-FILE
            IF SOSHIN-FS = "00"
                READ SOSHIN-FILE
                    AT END MOVE "E" TO SUB-END-FLG
                END-READ
                PERFORM UNTIL SUB-END-FLG = "E"
                    IF TB-SERIAL = W-SERIAL
                        AND (TB-KBN = "S" OR TB-KBN = "G")
                        MOVE "Y"         TO TB-FOUND-FLG
                        MOVE W-SERIAL    TO T-REF
                        MOVE TB-RUN-DATE TO T-DATE
                        MOVE TB-KINGAKU  TO T-KINGAKU
                        MOVE TB-OPID     TO T-OPID
                        STRING "振込日"        DELIMITED BY SIZE
                               W-PAY-DATE(5:4) DELIMITED BY SIZE
                               INTO T-BIKO
                        END-STRING
                    END-IF
                    READ SOSHIN-FILE
                        AT END MOVE "E" TO SUB-END-FLG
                    END-READ
                END-PERFORM
            END-IF
            CLOSE SOSHIN-FILE
            IF TB-FOUND-FLG NOT = "Y"
                MOVE "★"         TO T-MARK
                MOVE W-SERIAL     TO T-REF
                MOVE "－"         TO T-OPID
                MOVE "送信簿なし" TO T-BIKO
            END-IF
            PERFORM LINE-WRITE-RTN.
      *
      * 銀行結果（P69）：同じ仕入先・振込日の振込不能取消の有無
       KEKKA-RTN.
            MOVE SPACE TO JT-FOUND-FLG SUB-END-FLG
            MOVE "銀行結果" TO T-STEP
            OPEN INPUT JISSEKI-FILE
            IF JISSEKI-FS = "00"
                READ JISSEKI-FILE
                    AT END MOVE "E" TO SUB-END-FLG
                END-READ
                PERFORM UNTIL SUB-END-FLG = "E"
                    IF JT-KBN = "F" AND JT-S-CODE = PO-S-CODE
                        AND JT-PAY-DATE = W-PAY-DATE
                        MOVE "Y"         TO JT-FOUND-FLG
                        MOVE JT-RUN-DATE TO T-DATE
                        MOVE JT-KINGAKU  TO T-KINGAKU
                    END-IF
                    READ JISSEKI-FILE
                        AT END MOVE "E" TO SUB-END-FLG
                    END-READ
                END-PERFORM
            END-IF
            CLOSE JISSEKI-FILE
            MOVE "－" TO T-OPID
            IF JT-FOUND-FLG = "Y"
                MOVE "★"       TO T-MARK
                MOVE "振込不能" TO T-BIKO
            ELSE
                MOVE "不能記録なし" TO T-BIKO
            END-IF
            PERFORM LINE-WRITE-RTN.
      *
      * 連鎖１行を印字し、★の行を切れ目として数える
       LINE-WRITE-RTN.
            WRITE P-REC FROM TR-LINE AFTER 1
            IF T-MARK NOT = SPACE
                ADD 1 TO KIREME-CNT
            END-IF
            MOVE SPACE TO TR-LINE.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
