      *
      * 14JY0123 崔　禎　文
      * 残高確認書：買掛金元帳（P111）が買掛金残高.TXTへ繰り越した
      * 基準年月の仕入先別残高について、仕入先マスタの住所・ＦＡＸ
      * を宛先にした残高確認書（回答書付き）をP62の注文書と同じ
      * 体裁で印字し、発行を残高確認台帳.TXTへ記録する
      * 回答入力では仕入先ごとに一致（A）・相違（D、先方残高付き）
      * ・回答なし（N）を記録し、督促一覧では未回収（I）と回答なし
      * の確認書、および相違の先方残高と差額を印字する
      * 1=発行 2=回答入力 3=督促一覧をメニューで選ぶ
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P112.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL ZANDAKA-FILE ASSIGN  "買掛金残高.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS ZANDAKA-FS.
           SELECT  OPTIONAL KAKUNIN-FILE ASSIGN "残高確認台帳.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KAKUNIN-FS.
           SELECT  KAKUNIN-NEW ASSIGN  "残高確認台帳.NEW"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  MAS-FILE    ASSIGN  "ISAM仕入先マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY S-CODE.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  PRINT-FILE  ASSIGN  "P112.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 買掛金残高：年月・仕入先ごとの月末残（P111が繰越）
       FD  ZANDAKA-FILE.
       01  ZN-REC.
           05  ZN-YYMM           PIC X(06).
           05                    PIC X(01).
           05  ZN-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  ZN-ZANDAKA        PIC S9(11) SIGN LEADING SEPARATE.
      *
      * 残高確認台帳：I＝発行済み（未回収）　A＝一致　D＝相違
      * N＝回答なし（先方残高はDのときのみ）
       FD  KAKUNIN-FILE.
       01  KN-REC.
           05  KN-YYMM           PIC X(06).
           05                    PIC X(01).
           05  KN-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  KN-ZANDAKA        PIC S9(11) SIGN LEADING SEPARATE.
           05                    PIC X(01).
           05  KN-STATUS         PIC X(01).
               88  KN-ISSUED                VALUE "I".
               88  KN-AGREED                VALUE "A".
               88  KN-DIFFER                VALUE "D".
               88  KN-NOREPLY               VALUE "N".
           05                    PIC X(01).
           05  KN-SAKI-ZANDAKA   PIC S9(11) SIGN LEADING SEPARATE.
           05                    PIC X(01).
           05  KN-HAKKO-DATE     PIC 9(08).
           05                    PIC X(01).
           05  KN-KAITO-DATE     PIC 9(08).
           05                    PIC X(01).
           05  KN-OPID           PIC X(04).
      *
       FD  KAKUNIN-NEW.
       01  KNN-REC               PIC X(72).
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
       FD  SIGNON-FILE.
       01  SG-REC.
           05  SG-OPID           PIC X(04).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  ZANDAKA-FS            PIC X(02)  VALUE SPACE.
       01  KAKUNIN-FS            PIC X(02)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  ANS                   PIC X(01)  VALUE SPACE.
       01  IN-YYMM               PIC X(06)  VALUE SPACE.
       01  IN-S-CODE             PIC X(03)  VALUE SPACE.
       01  IN-FUGO               PIC X(01)  VALUE SPACE.
       01  IN-KINGAKU            PIC X(11)  VALUE SPACE.
       01  IN-KINGAKU-N REDEFINES IN-KINGAKU PIC 9(11).
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  KX                    PIC 9(03).
       01  KN-CNT                PIC 9(03)  VALUE ZERO.
       01  HIT-KX                PIC 9(03)  VALUE ZERO.
       01  HAKKO-CNT             PIC 9(05)  VALUE ZERO.
       01  SUMI-CNT              PIC 9(05)  VALUE ZERO.
       01  MIKAISHU-CNT          PIC 9(05)  VALUE ZERO.
       01  SOI-CNT               PIC 9(05)  VALUE ZERO.
       01  SAGAKU                PIC S9(11) VALUE ZERO.
       01  G-SAGAKU              PIC S9(12) VALUE ZERO.
      *
      * 残高確認台帳の作業表（回答入力の書き直し用）
       01  KAKUNIN-TBL.
           05  KAKUNIN-ENT       OCCURS 300 TIMES.
               10  KT-REC        PIC X(72).
      *
       01  DOC-HEAD-1.
           05                    PIC X(26)  VALUE SPACE.
           05                    PIC X(24)  VALUE
                                 "残　高　確　認　書".
       01  DOC-HEAD-2.
           05                    PIC X(12)  VALUE "確認番号：".
           05  DH-YYMM           PIC X(06).
           05                    PIC X(01)  VALUE "-".
           05  DH-S-CODE         PIC X(03).
           05                    PIC X(04)  VALUE SPACE.
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
               "拝啓　平素は格別のお引き立てを賜り".
       01  DOC-BUN-2.
           05                    PIC X(60)  VALUE
               "厚く御礼申し上げます。".
       01  DOC-BUN-3.
           05                    PIC X(60)  VALUE
               "監査のため、下記基準日現在の当社".
       01  DOC-BUN-4.
           05                    PIC X(60)  VALUE
               "買掛金残高をご確認の上、下欄の".
       01  DOC-BUN-5.
           05                    PIC X(60)  VALUE
               "回答書にご記入いただきご返送".
       01  DOC-BUN-6.
           05                    PIC X(60)  VALUE
               "くださいますようお願い申し上げます。".
       01  DOC-BUN-7.
           05                    PIC X(50)  VALUE SPACE.
           05                    PIC X(04)  VALUE "敬具".
       01  DOC-KIJUN.
           05                    PIC X(10)  VALUE SPACE.
           05                    PIC X(14)  VALUE "基準年月末：".
           05  DK-YYMM           PIC X(06).
       01  DOC-ZANDAKA.
           05                    PIC X(10)  VALUE SPACE.
           05                    PIC X(14)  VALUE "当社残高：".
           05  DZ-ZANDAKA        PIC ----,---,---,--9.
           05                    PIC X(02)  VALUE "円".
       01  DOC-KIRITORI.
           05                    PIC X(70)  VALUE ALL "-".
       01  REPLY-HEAD.
           05                    PIC X(30)  VALUE SPACE.
           05                    PIC X(12)  VALUE "回　答　書".
       01  REPLY-1.
           05                    PIC X(12)  VALUE "確認番号：".
           05  RP-YYMM           PIC X(06).
           05                    PIC X(01)  VALUE "-".
           05  RP-S-CODE         PIC X(03).
       01  REPLY-2.
           05                    PIC X(50)  VALUE
           "上記残高は　□一致します　□相違します".
       01  REPLY-3.
           05                    PIC X(14)  VALUE
               "貴社記帳残高：".
           05                    PIC X(30)  VALUE ALL "_".
           05                    PIC X(02)  VALUE "円".
       01  REPLY-4.
           05                    PIC X(10)  VALUE "相違内容：".
           05                    PIC X(40)  VALUE ALL "_".
       01  REPLY-5.
           05                    PIC X(30)  VALUE
               "回答日：　　年　　月　　日".
           05                    PIC X(14)  VALUE "貴社名・印：".
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 残高確認書督促一覧".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
       01  HEAD-15.
           05                    PIC X(12)  VALUE "基準年月：".
           05  H-YYMM            PIC X(06).
       01  HEAD-2.
           05                    PIC X(07)  VALUE  "仕入先".
           05                    PIC X(11)  VALUE  "発行日".
           05                    PIC X(16)  VALUE  "　　当社残高".
           05                    PIC X(16)  VALUE  "　　先方残高".
           05                    PIC X(14)  VALUE  "　　　　差額".
           05                    PIC X(10)  VALUE  "状態".
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  M-S-CODE          PIC X(03).
           05                    PIC X(02)  VALUE SPACE.
           05  M-HAKKO           PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-ZANDAKA         PIC ----,---,--9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-SAKI            PIC ----,---,--9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-SAGAKU          PIC ----,---,--9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-JOTAI           PIC X(10).
       01  FOOT-1.
           05                    PIC X(12)  VALUE "未回収：".
           05  F-MIKAISHU        PIC ZZZZ9.
           05                    PIC X(12)  VALUE "　相違：".
           05  F-SOI             PIC ZZZZ9.
           05                    PIC X(14)  VALUE "　差額合計：".
           05  F-SAGAKU          PIC ----,---,---,--9.
       01  FOOT-HAKKO.
           05                    PIC X(12)  VALUE "発行件数：".
           05  F-HAKKO           PIC ZZZZ9.
           05                    PIC X(20)  VALUE
                                 "　発行済み除外：".
           05  F-SUMI            PIC ZZZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM OPID-LOAD-RTN
            DISPLAY "1=確認書発行 2=回答入力 3=督促一覧："
            ACCEPT MENU-CHOICE
            DISPLAY "基準年月(YYYYMM)："
            ACCEPT IN-YYMM
            IF IN-YYMM NOT NUMERIC
                DISPLAY "基準年月が不正です。"
                STOP RUN
            END-IF
            PERFORM KAKUNIN-LOAD-RTN
            EVALUATE MENU-CHOICE
                WHEN "1" PERFORM HAKKO-RTN
                WHEN "2" PERFORM KAITO-RTN
                WHEN "3" PERFORM TOKUSOKU-RTN
                WHEN OTHER DISPLAY "選択が不正です。"
            END-EVALUATE
            DISPLAY "END"
            STOP RUN.
      *
      * 残高確認台帳を作業表へ読み込む
       KAKUNIN-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT KAKUNIN-FILE
            IF KAKUNIN-FS NOT = "00"
                CLOSE KAKUNIN-FILE
            ELSE
                READ KAKUNIN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF KN-CNT < 300
                        ADD 1 TO KN-CNT
                        MOVE KN-REC TO KT-REC(KN-CNT)
                    END-IF
                    READ KAKUNIN-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE KAKUNIN-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 基準年月・仕入先の台帳行を探す（HIT-KXに位置、無ければ0）
       KAKUNIN-FIND-RTN.
            MOVE ZERO TO HIT-KX
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KN-CNT
                MOVE KT-REC(KX) TO KN-REC
                IF KN-YYMM = IN-YYMM AND KN-S-CODE = IN-S-CODE
                    MOVE KX TO HIT-KX
                END-IF
            END-PERFORM.
      *
      * 発行：基準年月の残高のある仕入先ごとに確認書を印字する
      * （同じ基準年月で発行済みの仕入先は重ねて発行しない）
       HAKKO-RTN.
            OPEN INPUT ZANDAKA-FILE
            IF ZANDAKA-FS NOT = "00"
                DISPLAY "買掛金残高がありません。"
                CLOSE ZANDAKA-FILE
            ELSE
                OPEN INPUT  MAS-FILE
                OPEN OUTPUT PRINT-FILE
                OPEN EXTEND KAKUNIN-FILE
                READ ZANDAKA-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF ZN-YYMM = IN-YYMM AND ZN-ZANDAKA NOT = ZERO
                        MOVE ZN-S-CODE TO IN-S-CODE
                        PERFORM KAKUNIN-FIND-RTN
                        IF HIT-KX > ZERO
                            ADD 1 TO SUMI-CNT
                        ELSE
                            PERFORM LETTER-RTN
                        END-IF
                    END-IF
                    READ ZANDAKA-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                MOVE HAKKO-CNT TO F-HAKKO
                MOVE SUMI-CNT  TO F-SUMI
                WRITE P-REC FROM FOOT-HAKKO AFTER PAGE
                CLOSE ZANDAKA-FILE MAS-FILE PRINT-FILE KAKUNIN-FILE
                DISPLAY "発行件数：" HAKKO-CNT
            END-IF.
      *
      * １仕入先ぶんの確認書と回答書、台帳への発行記録
       LETTER-RTN.
            ADD 1 TO HAKKO-CNT
            WRITE P-REC FROM DOC-HEAD-1 AFTER PAGE
            MOVE IN-YYMM   TO DH-YYMM
            MOVE ZN-S-CODE TO DH-S-CODE
            MOVE W-DATE8   TO DH-DATE
            WRITE P-REC FROM DOC-HEAD-2 AFTER 2
            MOVE ZN-S-CODE TO S-CODE
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
            WRITE P-REC FROM DOC-BUN-3 AFTER 1
            WRITE P-REC FROM DOC-BUN-4 AFTER 1
            WRITE P-REC FROM DOC-BUN-5 AFTER 1
            WRITE P-REC FROM DOC-BUN-6 AFTER 1
            WRITE P-REC FROM DOC-BUN-7 AFTER 1
            MOVE IN-YYMM TO DK-YYMM
            WRITE P-REC FROM DOC-KIJUN AFTER 2
            MOVE ZN-ZANDAKA TO DZ-ZANDAKA
            WRITE P-REC FROM DOC-ZANDAKA AFTER 1
            WRITE P-REC FROM DOC-KIRITORI AFTER 3
            WRITE P-REC FROM REPLY-HEAD AFTER 2
            MOVE IN-YYMM   TO RP-YYMM
            MOVE ZN-S-CODE TO RP-S-CODE
            WRITE P-REC FROM REPLY-1 AFTER 2
            WRITE P-REC FROM REPLY-2 AFTER 2
            WRITE P-REC FROM REPLY-3 AFTER 2
            WRITE P-REC FROM REPLY-4 AFTER 2
            WRITE P-REC FROM REPLY-5 AFTER 2
            MOVE SPACE TO KN-REC
            MOVE IN-YYMM    TO KN-YYMM
            MOVE ZN-S-CODE  TO KN-S-CODE
            MOVE ZN-ZANDAKA TO KN-ZANDAKA
            MOVE "I"        TO KN-STATUS
            MOVE ZERO       TO KN-SAKI-ZANDAKA
            MOVE W-DATE8    TO KN-HAKKO-DATE
            MOVE ZERO       TO KN-KAITO-DATE
            MOVE OPID       TO KN-OPID
            WRITE KN-REC.
      *
      * 回答入力：仕入先コードごとに回答区分と先方残高を記録し、
      * 台帳を書き直す（空白のコードで終了）
       KAITO-RTN.
            MOVE "N" TO ANS
            PERFORM UNTIL ANS = "E"
                DISPLAY "仕入先コード(3桁、空白で終了)："
                MOVE SPACE TO IN-S-CODE
                ACCEPT IN-S-CODE
                IF IN-S-CODE = SPACE
                    MOVE "E" TO ANS
                ELSE
                    PERFORM KAITO-ONE-RTN
                END-IF
            END-PERFORM
            OPEN OUTPUT KAKUNIN-NEW
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KN-CNT
                MOVE KT-REC(KX) TO KNN-REC
                WRITE KNN-REC
            END-PERFORM
            CLOSE KAKUNIN-NEW
            CALL "SYSTEM" USING
                "mv 残高確認台帳.NEW 残高確認台帳.TXT".
      *
       KAITO-ONE-RTN.
            PERFORM KAKUNIN-FIND-RTN
            IF HIT-KX = ZERO
                DISPLAY "確認書が発行されていません。"
            ELSE
                MOVE KT-REC(HIT-KX) TO KN-REC
                DISPLAY "当社残高：" KN-ZANDAKA
                        "　現在の状態：" KN-STATUS
                DISPLAY "回答 A=一致 D=相違 N=回答なし："
                ACCEPT ANS
                EVALUATE ANS
                    WHEN "A"
                        MOVE "A" TO KN-STATUS
                        MOVE ZERO TO KN-SAKI-ZANDAKA
                        PERFORM KAITO-KIROKU-RTN
                    WHEN "D"
                        PERFORM SAKI-ACCEPT-RTN
                    WHEN "N"
                        MOVE "N" TO KN-STATUS
                        MOVE ZERO TO KN-SAKI-ZANDAKA
                        PERFORM KAITO-KIROKU-RTN
                    WHEN OTHER
                        DISPLAY "回答区分が不正です。"
                END-EVALUATE
                MOVE "N" TO ANS
            END-IF.
      *
      * 相違：先方の記帳残高（符号＋11桁）を受け付ける
       SAKI-ACCEPT-RTN.
            DISPLAY "先方残高の符号(+/-)："
            ACCEPT IN-FUGO
            DISPLAY "先方残高(11桁)："
            ACCEPT IN-KINGAKU
            IF IN-KINGAKU NOT NUMERIC
                OR (IN-FUGO NOT = "+" AND IN-FUGO NOT = "-")
                DISPLAY "先方残高が不正です。"
            ELSE
                MOVE "D" TO KN-STATUS
                IF IN-FUGO = "-"
                    COMPUTE KN-SAKI-ZANDAKA = ZERO - IN-KINGAKU-N
                ELSE
                    MOVE IN-KINGAKU-N TO KN-SAKI-ZANDAKA
                END-IF
                PERFORM KAITO-KIROKU-RTN
            END-IF.
      *
       KAITO-KIROKU-RTN.
            MOVE W-DATE8 TO KN-KAITO-DATE
            MOVE OPID    TO KN-OPID
            MOVE KN-REC  TO KT-REC(HIT-KX)
            DISPLAY "回答を記録しました。".
      *
      * 督促一覧：未回収・回答なし・相違の確認書を印字する
       TOKUSOKU-RTN.
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            MOVE IN-YYMM TO H-YYMM
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-15 AFTER 1
            WRITE P-REC FROM HEAD-2 AFTER 2
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KN-CNT
                MOVE KT-REC(KX) TO KN-REC
                IF KN-YYMM = IN-YYMM AND NOT KN-AGREED
                    PERFORM TOKUSOKU-ONE-RTN
                END-IF
            END-PERFORM
            MOVE MIKAISHU-CNT TO F-MIKAISHU
            MOVE SOI-CNT      TO F-SOI
            MOVE G-SAGAKU     TO F-SAGAKU
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE PRINT-FILE.
      *
       TOKUSOKU-ONE-RTN.
            MOVE SPACE TO MEISAI
            MOVE KN-S-CODE     TO M-S-CODE
            MOVE KN-HAKKO-DATE TO M-HAKKO
            MOVE KN-ZANDAKA    TO M-ZANDAKA
            EVALUATE TRUE
                WHEN KN-ISSUED
                    ADD 1 TO MIKAISHU-CNT
                    MOVE "未回収" TO M-JOTAI
                WHEN KN-NOREPLY
                    ADD 1 TO MIKAISHU-CNT
                    MOVE "回答なし" TO M-JOTAI
                WHEN KN-DIFFER
                    ADD 1 TO SOI-CNT
                    COMPUTE SAGAKU = KN-SAKI-ZANDAKA - KN-ZANDAKA
                    ADD SAGAKU TO G-SAGAKU
                    MOVE KN-SAKI-ZANDAKA TO M-SAKI
                    MOVE SAGAKU          TO M-SAGAKU
                    MOVE "★相違" TO M-JOTAI
            END-EVALUATE
            WRITE P-REC FROM MEISAI AFTER 1.
      *
      * サインオン情報（P18で記録）から担当者IDを取得する
       OPID-LOAD-RTN.
            OPEN INPUT SIGNON-FILE
            IF SIGNON-FS = "00"
                READ SIGNON-FILE
                    AT END MOVE "E" TO SIGNON-END-FLG
                END-READ
                IF SIGNON-END-FLG NOT = "E"
                    MOVE SG-OPID TO OPID
                END-IF
                CLOSE SIGNON-FILE
            ELSE
                CLOSE SIGNON-FILE
            END-IF.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
