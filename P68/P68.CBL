      *
      * 14JY0123 崔　禎　文
      * 支払選択：請求書台帳の支払予定（M）明細から
      * 締切日までに支払期日が到来した請求書を拾い出し、
      * １件ずつ採否を確認のうえ仕入先別合計を支払確定.TXTへ
      * 書き出す。採用した明細は台帳上でS(支払予定確定)に更新し、
      * 同じ請求書が二度支払われないようにする
      * （台帳はISAM請求書台帳で、変わった明細だけその場で更新する）
      * 前回選択の未払残（振込に至らずSのまま残った明細）は
      * 本ランの冒頭でMへ戻し（充当済みの控除票はRへ戻し）、
      * 今回の選択対象に含め直す。支払確定.TXTは今回選択分で
      * 作り直すため、前回分を取り残さない
      * 支払確定の仕入先別合計には支払方法（支払方法マスタ.TXT、
      * 未登録は振込）を付けて印字し、でんさい・外国送金に回る
      * 件数・金額を別に示す（振分けはP34・P114が行う）
      * 下請法対象マスタ.TXTの対象先の請求書を見送った、または
      * 支払期日が締切日後で今回選択に入らない場合、照合元の
      * 納品（仕入整列.txtの同じ仕入先×年月の最早受領日）から
      * 起算して60日目が振込指定日までに到来していれば★で警告する
      * 早期割引マスタ.TXT（仕入先別の割引率％・日数）のある仕入先
      * は、振込指定日が請求日から割引日数以内なら請求額に割引率
      * を掛けた早期支払割引を差し引く。画面で指定すれば支払期日
      * が締切日後でも割引期間内の請求書を選択対象に含める
      * （外国送金の仕入先は対象外）。割引額は明細・仕入先別合計に
      * 印字し、支払確定.TXTの差引支払額から引いて割引額欄に残す
      * （仕入割引の仕訳はP34が振込時に計上する）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P68.
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL DAICHO-FILE ASSIGN  "ISAM請求書台帳"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY D-INV-NO
                                    ALTERNATE RECORD KEY D-SS-KEY
                                        WITH DUPLICATES
                                    FILE STATUS DAICHO-FS.
           SELECT  SHIHARAI-FILE ASSIGN  "支払確定.TXT"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL SHONIN-FILE ASSIGN  "支払承認.TXT"
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  OPTIONAL HOHO-FILE ASSIGN
                                    "支払方法マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS HOHO-FS.
           SELECT  OPTIONAL SHITAUKE-FILE ASSIGN
                                    "下請法対象マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SHITAUKE-FS.
           SELECT  OPTIONAL IN-FILE     ASSIGN  "仕入整列.txt"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IN-FS.
           SELECT  OPTIONAL WARIBIKI-FILE ASSIGN
                                    "早期割引マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WARIBIKI-FS.
           SELECT  PRINT-FILE  ASSIGN  "P68.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
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
           05                    PIC X(01).
           05  D-JISSEKI         PIC 9(09).
           05                    PIC X(01).
           05  D-REASON          PIC X(20).
           05                    PIC X(01).
           05  D-KICHO-DATE      PIC 9(08).
           05                    PIC X(01).
           05  D-KIJITSU         PIC 9(08).
      *
       FD  SHIHARAI-FILE.
      * 差引支払額（KINGAKU）＝支払予定計（GROSS）−返品控除（KOJO）
      * 　　　　　　　　　　　　−早期支払割引（WARIBIKI）
       01  SH-REC.
           05  SH-S-CODE         PIC X(03).
           05  SH-DATE           PIC 9(04).
           05  SH-KINGAKU        PIC 9(09).
           05  SH-GROSS          PIC 9(09).
           05  SH-KOJO           PIC 9(09).
           05  SH-WARIBIKI       PIC 9(09).
      *
      * 支払承認：P＝承認待ち（本プログラムが記録）
      * 　　　　　A＝承認済み（P70が記録）
       FD  SIGNON-FILE.
       01  SG-REC.
           05  SG-OPID           PIC X(04).
      *
      * 支払方法マスタ：1＝振込　2＝でんさい　3＝外国送金
       FD  HOHO-FILE.
       01  HH-REC.
           05  HH-CODE           PIC X(03).
           05                    PIC X(01).
           05  HH-HOHO           PIC X(01).
           05                    PIC X(01).
           05  HH-SITE           PIC X(03).
      *
      * 下請法対象マスタ：仕入先コードと対象区分（1＝対象）
       FD  SHITAUKE-FILE.
       01  ST-REC.
           05  ST-CODE           PIC X(03).
           05                    PIC X(01).
           05  ST-KBN            PIC X(01).
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
      * 早期割引マスタ：割引率（％、小数２桁）と割引日数
       FD  WARIBIKI-FILE.
       01  WM-REC.
           05  WM-CODE           PIC X(03).
           05                    PIC X(01).
           05  WM-RITSU          PIC 9(02)V99.
           05                    PIC X(01).
           05  WM-NISSU          PIC 9(03).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  D-MAE-REC             PIC X(81)  VALUE SPACE.
       01  KOJO-CNT              PIC 9(03)  VALUE ZERO.
       01  KX                    PIC 9(03).
       01  USED-CNT              PIC 9(03)  VALUE ZERO.
       01  ZANRYU-FLG            PIC X(01)  VALUE SPACE.
       01  ZAN-CNT               PIC 9(03)  VALUE ZERO.
       01  ZX                    PIC 9(03).
       01  HOHO-FS               PIC X(02)  VALUE SPACE.
       01  HH-CNT                PIC 9(03)  VALUE ZERO.
       01  HHX                   PIC 9(03).
       01  HOHO                  PIC X(01)  VALUE SPACE.
       01  DENSAI-CNT            PIC 9(05)  VALUE ZERO.
       01  DENSAI-KIN            PIC 9(12)  VALUE ZERO.
       01  GAIKA-CNT             PIC 9(05)  VALUE ZERO.
       01  GAIKA-KIN             PIC 9(12)  VALUE ZERO.
       01  SHITAUKE-FS           PIC X(02)  VALUE SPACE.
       01  IN-FS                 PIC X(02)  VALUE SPACE.
       01  ST-CNT                PIC 9(03)  VALUE ZERO.
       01  STX                   PIC 9(03).
       01  TAISHO-FLG            PIC X(01)  VALUE SPACE.
       01  CHK-CODE              PIC X(03)  VALUE SPACE.
       01  JR-CNT                PIC 9(04)  VALUE ZERO.
       01  JRX                   PIC 9(04).
       01  JR-FOUND-FLG          PIC X(01)  VALUE SPACE.
       01  JURYO-DATE            PIC 9(08)  VALUE ZERO.
       01  KIGEN                 PIC 9(08)  VALUE ZERO.
       01  PAY-FULL-DATE         PIC 9(08)  VALUE ZERO.
       01  KEIKOKU-CNT           PIC 9(05)  VALUE ZERO.
       01  WARIBIKI-FS           PIC X(02)  VALUE SPACE.
       01  WARIBIKI-OPT          PIC X(01)  VALUE SPACE.
       01  WARIBIKI-FLG          PIC X(01)  VALUE SPACE.
       01  WARIBIKI-GAKU         PIC 9(09)  VALUE ZERO.
       01  G-WARIBIKI-KIN        PIC 9(12)  VALUE ZERO.
       01  WARIBIKI-CNT          PIC 9(05)  VALUE ZERO.
       01  WB-CNT                PIC 9(03)  VALUE ZERO.
       01  WBX                   PIC 9(03).
       01  HIT-WBX               PIC 9(03)  VALUE ZERO.
      *
      * 実暦の日付送り用
       01  DW-DATE               PIC 9(08)  VALUE ZERO.
       01  DW-YY                 PIC 9(04)  VALUE ZERO.
       01  DW-MM                 PIC 9(02)  VALUE ZERO.
       01  DW-DD                 PIC 9(02)  VALUE ZERO.
       01  DW-Q                  PIC 9(05)  VALUE ZERO.
       01  DW-R4                 PIC 9(02)  VALUE ZERO.
       01  DW-R100               PIC 9(03)  VALUE ZERO.
       01  DW-R400               PIC 9(03)  VALUE ZERO.
       01  TSUKI-MATSU           PIC 9(02)  VALUE ZERO.
      *
      * 早期割引マスタの控え
       01  WARIBIKI-TBL.
           05  WARIBIKI-ENT      OCCURS 300 TIMES.
               10  WT-CODE       PIC X(03).
               10  WT-RITSU      PIC 9(02)V99.
               10  WT-NISSU      PIC 9(03).
      *
      * 下請法対象の仕入先
       01  ST-TBL.
           05  ST-ENT            OCCURS 300 TIMES.
               10  SB-CODE       PIC X(03).
      *
      * 下請法対象先の仕入先×年月ごとの最早受領日
       01  JURYO-TBL.
           05  JURYO-ENT         OCCURS 1000 TIMES.
               10  JR-S-CODE     PIC X(03).
               10  JR-YYMM       PIC X(06).
               10  JR-DATE       PIC 9(08).
      *
      * 支払方法マスタの控え
       01  HOHO-TBL.
           05  HOHO-ENT          OCCURS 300 TIMES.
               10  HB-CODE       PIC X(03).
               10  HB-HOHO       PIC X(01).
      *
      * 未払選択（S・支払選択採用）の残る仕入先の一覧
       01  ZAN-TBL.
               10  SU-CODE       PIC X(03).
               10  SU-KINGAKU    PIC 9(11).
               10  SU-KOJO       PIC 9(11).
               10  SU-WARIBIKI   PIC 9(11).
      *
      * 台帳上の未充当控除票（R）の一覧
       01  KOJO-TBL.
           05                    PIC X(01)  VALUE SPACE.
           05  M-KINGAKU         PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-WARIBIKI        PIC ZZZ,ZZZ.
           05                    PIC X(01)  VALUE SPACE.
           05  M-KEKKA           PIC X(12).
      *
       01  KEIKOKU-LINE.
           05                    PIC X(01)  VALUE SPACE.
           05  KK-INV-NO         PIC X(08).
           05                    PIC X(01)  VALUE SPACE.
           05  KK-S-CODE         PIC X(03).
           05                    PIC X(12)  VALUE
                                 " ★下請法".
           05                    PIC X(08)  VALUE "受領：".
           05  KK-JURYO          PIC 9999/99/99.
           05                    PIC X(08)  VALUE " 期限：".
           05  KK-KIGEN          PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  KK-RIYU           PIC X(12).
      *
       01  SUP-MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(02)  VALUE SPACE.
           05  SM-KOJO           PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  SM-WARIBIKI       PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  SM-NET            PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  SM-HOHO           PIC X(10).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(11)  VALUE  "請求日".
           05                    PIC X(11)  VALUE  "支払期日".
           05                    PIC X(13)  VALUE  "金額".
           05                    PIC X(08)  VALUE  "割引".
           05                    PIC X(06)  VALUE  "採否".
      *
       01  SUP-HEAD.
           05                    PIC X(44)  VALUE
            "－支払確定（総額・控除・割引・差引）－".
      *
       01  FOOT-1.
           05                    PIC X(15)  VALUE "対象件数：".
                                 "前回選択の未払残戻し：".
           05  F-MODOSHI         PIC ZZZZ9.
           05                    PIC X(04)  VALUE "件".
       01  FOOT-5.
           05                    PIC X(18)  VALUE
                                 "うちでんさい：".
           05  F-DENSAI-CNT      PIC ZZZZ9.
           05                    PIC X(04)  VALUE "件".
           05  F-DENSAI          PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  FOOT-6.
           05                    PIC X(18)  VALUE
                                 "うち外国送金：".
           05  F-GAIKA-CNT       PIC ZZZZ9.
           05                    PIC X(04)  VALUE "件".
           05  F-GAIKA           PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  FOOT-8.
           05                    PIC X(18)  VALUE
                                 "早期支払割引：".
           05  F-WARIBIKI-CNT    PIC ZZZZ9.
           05                    PIC X(04)  VALUE "件".
           05  F-WARIBIKI        PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  FOOT-7.
           05                    PIC X(33)  VALUE
                                 "★下請法期限超過：".
           05  F-KEIKOKU         PIC ZZZZ9.
           05                    PIC X(04)  VALUE "件".
      *
       PROCEDURE        DIVISION.
       MOOO.
            ELSE
                MOVE IN-PAYDATE TO PAY-DATE
            END-IF
            MOVE W-DATE8(1:4) TO KI-YY
            COMPUTE PAY-FULL-DATE = KI-YY * 10000 + PAY-DATE
            IF PAY-DATE < W-DATE8(5:4)
                ADD 10000 TO PAY-FULL-DATE
            END-IF
            PERFORM WARIBIKI-LOAD-RTN
            IF WB-CNT > ZERO
                DISPLAY "割引期間内も含めますか(Y/N)："
                ACCEPT WARIBIKI-OPT
                IF WARIBIKI-OPT = "y"
                    MOVE "Y" TO WARIBIKI-OPT
                END-IF
            END-IF
            PERFORM SHITAUKE-LOAD-RTN
            IF ST-CNT > ZERO
                PERFORM JURYO-LOAD-RTN
            END-IF
            PERFORM ZANRYU-LOAD-RTN
            PERFORM HOHO-LOAD-RTN
            OPEN I-O DAICHO-FILE
            IF DAICHO-FS NOT = "00"
                DISPLAY "請求書台帳がありません。"
                CLOSE DAICHO-FILE
            ELSE
                OPEN OUTPUT PRINT-FILE
                MOVE W-DATE8 TO H-DATE
                MOVE CUTOFF-DATE TO H-CUTOFF
                WRITE P-REC FROM HEAD-1 AFTER PAGE
                WRITE P-REC FROM HEAD-15 AFTER 1
                WRITE P-REC FROM HEAD-2 AFTER 2
                READ DAICHO-FILE NEXT
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    ADD 1 TO READ-CNT
                    MOVE D-REC TO D-MAE-REC
                    PERFORM SENTAKU-RTN
                    IF D-REC NOT = D-MAE-REC
                        REWRITE D-REC
                            INVALID KEY CONTINUE
                        END-REWRITE
                    END-IF
                    READ DAICHO-FILE NEXT
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                PERFORM SHIHARAI-WRITE-RTN
                PERFORM SHONIN-IRAI-RTN
                MOVE TAISHO-CNT  TO F-TAISHO
                MOVE G-KOJO-KIN TO F-KOJO
                MOVE G-NET-KIN  TO F-NET
                WRITE P-REC FROM FOOT-3 AFTER 1
                IF WARIBIKI-CNT > ZERO
                    MOVE WARIBIKI-CNT   TO F-WARIBIKI-CNT
                    MOVE G-WARIBIKI-KIN TO F-WARIBIKI
                    WRITE P-REC FROM FOOT-8 AFTER 1
                END-IF
                IF DENSAI-CNT > ZERO
                    MOVE DENSAI-CNT TO F-DENSAI-CNT
                    MOVE DENSAI-KIN TO F-DENSAI
                    WRITE P-REC FROM FOOT-5 AFTER 1
                END-IF
                IF GAIKA-CNT > ZERO
                    MOVE GAIKA-CNT TO F-GAIKA-CNT
                    MOVE GAIKA-KIN TO F-GAIKA
                    WRITE P-REC FROM FOOT-6 AFTER 1
                END-IF
                IF MODOSHI-CNT > ZERO
                    MOVE MODOSHI-CNT TO F-MODOSHI
                    WRITE P-REC FROM FOOT-4 AFTER 1
                    DISPLAY "前回残戻し：" MODOSHI-CNT "件"
                END-IF
                IF KEIKOKU-CNT > ZERO
                    MOVE KEIKOKU-CNT TO F-KEIKOKU
                    WRITE P-REC FROM FOOT-7 AFTER 1
                    DISPLAY "★下請法期限超過："
                            KEIKOKU-CNT "件"
                END-IF
                CLOSE PRINT-FILE
                IF USED-CNT > ZERO
                    PERFORM KOJO-APPLY-RTN
                END-IF
                CLOSE DAICHO-FILE
            END-IF
            DISPLAY "END"
            STOP RUN.
            END-IF
            IF D-MATCHED
                PERFORM KIJITSU-RTN
                PERFORM WARIBIKI-CHK-RTN
                IF KIJITSU <= CUTOFF-DATE
                    OR (WARIBIKI-OPT = "Y" AND WARIBIKI-FLG = "Y")
                    ADD 1 TO TAISHO-CNT
                    PERFORM TOIAWASE-RTN
                ELSE
                    MOVE "期日未到来" TO KK-RIYU
                    PERFORM SHITAUKE-CHK-RTN
                END-IF
            END-IF
            IF D-DEBIT AND KOJO-CNT < 200
       ZANRYU-LOAD-RTN.
            OPEN INPUT DAICHO-FILE
            IF DAICHO-FS = "00"
                READ DAICHO-FILE NEXT
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                        AND D-REASON = "支払選択採用"
                        PERFORM ZANRYU-ADD-RTN
                    END-IF
                    READ DAICHO-FILE NEXT
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                DISPLAY "請求書：" D-INV-NO
                        "　仕入先：" D-S-CODE
                        "　金額：" D-KINGAKU
                IF WARIBIKI-GAKU > ZERO
                    DISPLAY "　早期支払割引：" WARIBIKI-GAKU
                END-IF
                DISPLAY "採用しますか(Y/N/A=以降全採用)："
                ACCEPT ANS
                IF ANS = "A" OR ANS = "a"
            MOVE D-DATE    TO M-DATE
            MOVE KIJITSU   TO M-KIJITSU
            MOVE D-KINGAKU TO M-KINGAKU
            MOVE WARIBIKI-GAKU TO M-WARIBIKI
            IF ANS = "Y" OR ANS = "y"
                ADD 1 TO SAIYO-CNT
                ADD D-KINGAKU TO SAIYO-KIN
                IF WARIBIKI-GAKU > ZERO
                    ADD 1 TO WARIBIKI-CNT
                    ADD WARIBIKI-GAKU TO G-WARIBIKI-KIN
                END-IF
                MOVE "S" TO D-STATUS
                MOVE "支払選択採用" TO D-REASON
                MOVE "採用" TO M-KEKKA
                ADD 1 TO MIOKURI-CNT
                MOVE "見送り" TO M-KEKKA
            END-IF
            WRITE P-REC FROM MEISAI AFTER 1
            IF M-KEKKA = "見送り"
                MOVE "見送り" TO KK-RIYU
                PERFORM SHITAUKE-CHK-RTN
            END-IF.
      *
       SUP-ACCUM-RTN.
            MOVE SPACE TO SUP-FOUND-FLG
                IF SU-CODE(SX) = D-S-CODE
                    COMPUTE SU-KINGAKU(SX) = SU-KINGAKU(SX)
                                           + D-KINGAKU
                    ADD WARIBIKI-GAKU TO SU-WARIBIKI(SX)
                    MOVE "Y" TO SUP-FOUND-FLG
                END-IF
            END-PERFORM
                MOVE D-S-CODE  TO SU-CODE(SUP-CNT)
                MOVE D-KINGAKU TO SU-KINGAKU(SUP-CNT)
                MOVE ZERO      TO SU-KOJO(SUP-CNT)
                MOVE WARIBIKI-GAKU TO SU-WARIBIKI(SUP-CNT)
            END-IF.
      *
       SHIHARAI-WRITE-RTN.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUP-CNT
                PERFORM KOJO-WARIATE-RTN
                COMPUTE NET-KIN = SU-KINGAKU(SX) - SU-KOJO(SX)
                                - SU-WARIBIKI(SX)
                ADD NET-KIN     TO G-NET-KIN
                ADD SU-KOJO(SX) TO G-KOJO-KIN
                MOVE SPACE TO SH-REC
                MOVE NET-KIN        TO SH-KINGAKU
                MOVE SU-KINGAKU(SX) TO SH-GROSS
                MOVE SU-KOJO(SX)    TO SH-KOJO
                MOVE SU-WARIBIKI(SX) TO SH-WARIBIKI
                WRITE SH-REC
                MOVE SPACE TO SUP-MEISAI
                MOVE SU-CODE(SX)    TO SM-CODE
                MOVE SU-KINGAKU(SX) TO SM-KINGAKU
                MOVE SU-KOJO(SX)    TO SM-KOJO
                MOVE SU-WARIBIKI(SX) TO SM-WARIBIKI
                MOVE NET-KIN        TO SM-NET
                PERFORM HOHO-GET-RTN
                WRITE P-REC FROM SUP-MEISAI AFTER 1
            END-PERFORM
            CLOSE SHIHARAI-FILE.
      *
      * 返品控除の充当：同一仕入先の控除票を台帳の並び順に、
      * 支払予定計（早期支払割引を引いた残り）を超えない範囲で
      * 票単位に充当する
      * 充当しきれない控除票は未充当（R）のまま次回に回す
       KOJO-WARIATE-RTN.
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KOJO-CNT
                IF KJ-S-CODE(KX) = SU-CODE(SX)
                    AND KJ-USED(KX) NOT = "Y"
                    AND SU-KOJO(SX) + KJ-KINGAKU(KX)
                        + SU-WARIBIKI(SX) <= SU-KINGAKU(SX)
                    COMPUTE SU-KOJO(SX) = SU-KOJO(SX)
                                        + KJ-KINGAKU(KX)
                    MOVE "Y" TO KJ-USED(KX)
            END-IF.
      *
      * 充当した控除票を台帳上でS（充当済み）へ更新する
      * （控除票番号で直接読み、その場で書き換える）
       KOJO-APPLY-RTN.
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KOJO-CNT
                IF KJ-USED(KX) = "Y"
                    MOVE KJ-INV-NO(KX) TO D-INV-NO
                    READ DAICHO-FILE KEY IS D-INV-NO
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF D-DEBIT
                                MOVE "S" TO D-STATUS
                                MOVE "支払控除充当" TO D-REASON
                                REWRITE D-REC
                                    INVALID KEY CONTINUE
                                END-REWRITE
                            END-IF
                    END-READ
                END-IF
            END-PERFORM.
      *
      * 仕入先の支払方法を印字し、でんさい・外国送金分を集計する
       HOHO-GET-RTN.
            MOVE "1" TO HOHO
            PERFORM VARYING HHX FROM 1 BY 1 UNTIL HHX > HH-CNT
                IF HB-CODE(HHX) = SU-CODE(SX)
                    MOVE HB-HOHO(HHX) TO HOHO
                END-IF
            END-PERFORM
            EVALUATE HOHO
              WHEN "2"
                MOVE "でんさい" TO SM-HOHO
                ADD 1       TO DENSAI-CNT
                ADD NET-KIN TO DENSAI-KIN
              WHEN "3"
                MOVE "外国送金" TO SM-HOHO
                ADD 1       TO GAIKA-CNT
                ADD NET-KIN TO GAIKA-KIN
              WHEN OTHER
                MOVE "振込" TO SM-HOHO
            END-EVALUATE.
      *
       HOHO-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT HOHO-FILE
            IF HOHO-FS NOT = "00"
                CLOSE HOHO-FILE
            ELSE
                READ HOHO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF HH-CNT < 300
                        ADD 1 TO HH-CNT
                        MOVE HH-CODE TO HB-CODE(HH-CNT)
                        MOVE HH-HOHO TO HB-HOHO(HH-CNT)
                    END-IF
                    READ HOHO-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE HOHO-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 下請法対象先の選択漏れ警告：照合元納品の最早受領日（無け
      * れば請求月の１日）から起算して60日目が振込指定日までに
      * 到来していれば、次回以降の支払では期限を超える
       SHITAUKE-CHK-RTN.
            MOVE D-S-CODE TO CHK-CODE
            PERFORM TAISHO-CHK-RTN
            IF TAISHO-FLG = "Y"
                MOVE D-DATE TO JURYO-DATE
                MOVE "01"   TO JURYO-DATE(7:2)
                PERFORM VARYING JRX FROM 1 BY 1 UNTIL JRX > JR-CNT
                    IF JR-S-CODE(JRX) = D-S-CODE
                        AND JR-YYMM(JRX) = D-DATE(1:6)
                        MOVE JR-DATE(JRX) TO JURYO-DATE
                    END-IF
                END-PERFORM
                MOVE JURYO-DATE TO DW-DATE
                PERFORM DATE-INC-RTN 59 TIMES
                MOVE DW-DATE TO KIGEN
                IF KIGEN <= PAY-FULL-DATE
                    ADD 1 TO KEIKOKU-CNT
                    MOVE D-INV-NO   TO KK-INV-NO
                    MOVE D-S-CODE   TO KK-S-CODE
                    MOVE JURYO-DATE TO KK-JURYO
                    MOVE KIGEN      TO KK-KIGEN
                    WRITE P-REC FROM KEIKOKU-LINE AFTER 1
                    DISPLAY "★下請法期限：" D-INV-NO
                            "　仕入先：" D-S-CODE
                            "　期限：" KIGEN
                END-IF
            END-IF.
      *
       TAISHO-CHK-RTN.
            MOVE SPACE TO TAISHO-FLG
            PERFORM VARYING STX FROM 1 BY 1 UNTIL STX > ST-CNT
                IF SB-CODE(STX) = CHK-CODE
                    MOVE "Y" TO TAISHO-FLG
                END-IF
            END-PERFORM.
      *
       SHITAUKE-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT SHITAUKE-FILE
            IF SHITAUKE-FS NOT = "00"
                CLOSE SHITAUKE-FILE
            ELSE
                READ SHITAUKE-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF ST-KBN = "1" AND ST-CNT < 300
                        ADD 1 TO ST-CNT
                        MOVE ST-CODE TO SB-CODE(ST-CNT)
                    END-IF
                    READ SHITAUKE-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE SHITAUKE-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 対象先の納品を仕入先×年月で集め、最早の受領日を控える
       JURYO-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT IN-FILE
            IF IN-FS NOT = "00"
                CLOSE IN-FILE
            ELSE
                READ IN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    MOVE I-S-NO TO CHK-CODE
                    PERFORM TAISHO-CHK-RTN
                    IF TAISHO-FLG = "Y"
                        PERFORM JURYO-ADD-RTN
                    END-IF
                    READ IN-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE IN-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
       JURYO-ADD-RTN.
            MOVE SPACE TO JR-FOUND-FLG
            PERFORM VARYING JRX FROM 1 BY 1 UNTIL JRX > JR-CNT
                IF JR-S-CODE(JRX) = I-S-NO
                    AND JR-YYMM(JRX) = I-S-DATE(1:6)
                    MOVE "Y" TO JR-FOUND-FLG
                    IF I-S-DATE < JR-DATE(JRX)
                        MOVE I-S-DATE TO JR-DATE(JRX)
                    END-IF
                END-IF
            END-PERFORM
            IF JR-FOUND-FLG NOT = "Y" AND JR-CNT < 1000
                ADD 1 TO JR-CNT
                MOVE I-S-NO        TO JR-S-CODE(JR-CNT)
                MOVE I-S-DATE(1:6) TO JR-YYMM(JR-CNT)
                MOVE I-S-DATE      TO JR-DATE(JR-CNT)
            END-IF.
      *
      * 翌日計算（閏年・月末を考慮した実暦）
       DATE-INC-RTN.
            MOVE DW-DATE(1:4) TO DW-YY
            MOVE DW-DATE(5:2) TO DW-MM
            MOVE DW-DATE(7:2) TO DW-DD
            PERFORM TSUKI-MATSU-RTN
            IF DW-DD < TSUKI-MATSU
                ADD 1 TO DW-DD
            ELSE
                MOVE 1 TO DW-DD
                IF DW-MM = 12
                    ADD 1 TO DW-YY
                    MOVE 1 TO DW-MM
                ELSE
                    ADD 1 TO DW-MM
                END-IF
            END-IF
            COMPUTE DW-DATE =
                DW-YY * 10000 + DW-MM * 100 + DW-DD.
      *
       TSUKI-MATSU-RTN.
            EVALUATE DW-MM
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO TSUKI-MATSU
                WHEN 2
                    DIVIDE DW-YY BY 4 GIVING DW-Q
                        REMAINDER DW-R4
                    DIVIDE DW-YY BY 100 GIVING DW-Q
                        REMAINDER DW-R100
                    DIVIDE DW-YY BY 400 GIVING DW-Q
                        REMAINDER DW-R400
                    IF DW-R4 = 0 AND
                       (DW-R100 NOT = 0 OR DW-R400 = 0)
                        MOVE 29 TO TSUKI-MATSU
                    ELSE
                        MOVE 28 TO TSUKI-MATSU
                    END-IF
                WHEN OTHER
                    MOVE 31 TO TSUKI-MATSU
            END-EVALUATE.
      *
      * 早期支払割引：振込指定日が請求日から割引日数（実暦）以内
      * なら、請求額×割引率（円未満切捨て）を割引額とする
      * 外国送金の仕入先は割引を取らない（外貨額で送金するため）
       WARIBIKI-CHK-RTN.
            MOVE SPACE TO WARIBIKI-FLG
            MOVE ZERO  TO WARIBIKI-GAKU
            MOVE ZERO  TO HIT-WBX
            PERFORM VARYING WBX FROM 1 BY 1 UNTIL WBX > WB-CNT
                IF WT-CODE(WBX) = D-S-CODE
                    MOVE WBX TO HIT-WBX
                END-IF
            END-PERFORM
            MOVE "1" TO HOHO
            PERFORM VARYING HHX FROM 1 BY 1 UNTIL HHX > HH-CNT
                IF HB-CODE(HHX) = D-S-CODE
                    MOVE HB-HOHO(HHX) TO HOHO
                END-IF
            END-PERFORM
            IF HIT-WBX > ZERO AND HOHO NOT = "3"
                MOVE D-DATE TO DW-DATE
                PERFORM DATE-INC-RTN WT-NISSU(HIT-WBX) TIMES
                IF PAY-FULL-DATE <= DW-DATE
                    MOVE "Y" TO WARIBIKI-FLG
                    COMPUTE WARIBIKI-GAKU =
                        D-KINGAKU * WT-RITSU(HIT-WBX) / 100
                END-IF
            END-IF.
      *
       WARIBIKI-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT WARIBIKI-FILE
            IF WARIBIKI-FS NOT = "00"
                CLOSE WARIBIKI-FILE
            ELSE
                READ WARIBIKI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF WB-CNT < 300
                        AND WM-RITSU NUMERIC AND WM-NISSU NUMERIC
                        ADD 1 TO WB-CNT
                        MOVE WM-CODE  TO WT-CODE(WB-CNT)
                        MOVE WM-RITSU TO WT-RITSU(WB-CNT)
                        MOVE WM-NISSU TO WT-NISSU(WB-CNT)
                    END-IF
                    READ WARIBIKI-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE WARIBIKI-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
