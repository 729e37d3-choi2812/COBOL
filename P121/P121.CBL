      *
      * 14JY0123 崔　禎　文
      * 仕入明細書：請求書を発行しない仕入先（仕入明細書対象マスタ
      * .TXTで区分1）について、仕入整列.txtの指定年月の仕入明細から
      * 当社が仕入明細書を作成して印字する。明細ごとに税率（税率
      * マスタ.TXT・軽減品目.TXT、P16と同じ規則、軽減は※）を付け、
      * 税率ごとの対象額と消費税額（明細書ごとに税率別１回の端数
      * 切捨て）、当社と仕入先の登録番号を記載する
      * 発行は仕入明細書台帳.TXTに記録し、確認入力で仕入先の確認
      * （A）・異議（D、内容付き）を記録する。例外一覧には発行から
      * 所定日数を過ぎても確認も異議もない明細書を印字する
      * 当社登録番号はパラメタマスタ（P156で保守）の
      * P121 JISHA-INV-NO、所定日数は同じく
      * P121 KAKUNIN-NISSU（既定30日）
      * 1=発行 2=確認入力 3=未確認例外一覧をメニューで選ぶ
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P121.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  IN-FILE     ASSIGN  "仕入整列.txt"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  MAS-FILE    ASSIGN  "ISAM仕入先マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY S-CODE.
           SELECT  OPTIONAL TAISHO-FILE ASSIGN
                                    "仕入明細書対象マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS TAISHO-FS.
           SELECT  OPTIONAL ZEI-FILE    ASSIGN  "税率マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS ZEI-FS.
           SELECT  OPTIONAL KEI-FILE    ASSIGN  "軽減品目.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KEI-FS.
           SELECT  OPTIONAL MEISAISHO-FILE ASSIGN
                                    "仕入明細書台帳.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS MEISAISHO-FS.
           SELECT  MEISAISHO-NEW ASSIGN  "仕入明細書台帳.NEW"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  PRINT-FILE  ASSIGN  "P121.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
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
      * 仕入明細書対象マスタ：仕入先コードと対象区分（1＝対象）
       FD  TAISHO-FILE.
       01  TS-REC.
           05  TS-CODE           PIC X(03).
           05                    PIC X(01).
           05  TS-KBN            PIC X(01).
      *
       FD  ZEI-FILE.
       01  ZR-REC.
           05  ZR-DATE           PIC 9(08).
           05  ZR-RATE           PIC 9(02).
           05  ZR-KEIGEN         PIC 9(02).
       FD  KEI-FILE.
       01  KI2-REC.
           05  KI2-NO            PIC X(05).
      *
      * 仕入明細書台帳：I＝発行済み（未確認）　A＝確認　D＝異議
      * 金額は税込、税額は税率別端数処理後の合計
       FD  MEISAISHO-FILE.
       01  MS-REC.
           05  MS-YYMM           PIC X(06).
           05                    PIC X(01).
           05  MS-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  MS-KINGAKU        PIC 9(11).
           05                    PIC X(01).
           05  MS-ZEI            PIC 9(09).
           05                    PIC X(01).
           05  MS-STATUS         PIC X(01).
               88  MS-ISSUED                VALUE "I".
               88  MS-AGREED                VALUE "A".
               88  MS-OBJECTED              VALUE "D".
           05                    PIC X(01).
           05  MS-HAKKO-DATE     PIC 9(08).
           05                    PIC X(01).
           05  MS-KAKUNIN-DATE   PIC 9(08).
           05                    PIC X(01).
           05  MS-OPID           PIC X(04).
           05                    PIC X(01).
           05  MS-RIYU           PIC X(20).
      *
       FD  MEISAISHO-NEW.
       01  MSN-REC               PIC X(78).
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
       01  TAISHO-FS             PIC X(02)  VALUE SPACE.
       01  ZEI-FS                PIC X(02)  VALUE SPACE.
       01  KEI-FS                PIC X(02)  VALUE SPACE.
       01  MEISAISHO-FS          PIC X(02)  VALUE SPACE.
       01  PG-MODE               PIC X(01)  VALUE "G".
       01  PG-PROG               PIC X(04)  VALUE "P121".
       01  PG-NAME               PIC X(24)  VALUE SPACE.
       01  PG-VALUE              PIC X(14)  VALUE SPACE.
       01  PG-SUCHI              PIC 9(09)V99 VALUE ZERO.
       01  PG-RESULT             PIC X(01)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  CMD                   PIC X(100) VALUE SPACE.
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  ANS                   PIC X(01)  VALUE SPACE.
       01  IN-YYMM               PIC X(06)  VALUE SPACE.
       01  IN-S-CODE             PIC X(03)  VALUE SPACE.
       01  IN-RIYU               PIC X(20)  VALUE SPACE.
       01  JISHA-INV-NO          PIC X(14)  VALUE SPACE.
       01  KAKUNIN-NISSU         PIC 9(03)  VALUE 30.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  KINGAKU               PIC 9(09)  VALUE ZERO.
       01  MEI-CNT               PIC 9(05)  VALUE ZERO.
       01  HAKKO-CNT             PIC 9(05)  VALUE ZERO.
       01  SUMI-CNT              PIC 9(05)  VALUE ZERO.
       01  NASHI-CNT             PIC 9(05)  VALUE ZERO.
       01  REIGAI-CNT            PIC 9(05)  VALUE ZERO.
       01  IGI-CNT               PIC 9(05)  VALUE ZERO.
       01  KIGEN                 PIC 9(08)  VALUE ZERO.
       01  NX                    PIC 9(03).
       01  TX                    PIC 9(03).
       01  TS-CNT                PIC 9(03)  VALUE ZERO.
       01  MX                    PIC 9(04).
       01  MS-CNT                PIC 9(04)  VALUE ZERO.
       01  HIT-MX                PIC 9(04)  VALUE ZERO.
      *
      * 税率の判定（P16と同じ規則）
       01  ZEI-END-FLG           PIC X(01) VALUE SPACE.
       01  ZEI-CNT               PIC 9(02) VALUE 0.
       01  ZX                    PIC 9(02).
       01  ZEI-RATE              PIC 9(02) VALUE 0.
       01  KEIGEN-FLG            PIC X(01) VALUE SPACE.
       01  ZEI-TBL.
           05  ZEI-ENT           OCCURS 10 TIMES.
               10  ZT-DATE       PIC 9(08).
               10  ZT-RATE       PIC 9(02).
               10  ZT-KEIGEN     PIC 9(02).
       01  KEI-CNT               PIC 9(03) VALUE 0.
       01  KX                    PIC 9(03).
       01  KEI-TBL.
           05  KEI-ENT           OCCURS 100 TIMES.
               10  KT-NO         PIC X(05).
      *
      * 明細書１枚ぶんの税率別集計
       01  RX                    PIC 9(01).
       01  RT-CNT                PIC 9(01)  VALUE ZERO.
       01  HIT-RX                PIC 9(01)  VALUE ZERO.
       01  RT-TBL.
           05  RT-ENT            OCCURS 5 TIMES.
               10  RT-RATE       PIC 9(02).
               10  RT-KEIGEN     PIC X(01).
               10  RT-TAISHO     PIC 9(11).
               10  RT-ZEI        PIC 9(09).
       01  G-TAISHO              PIC 9(11)  VALUE ZERO.
       01  G-ZEI                 PIC 9(09)  VALUE ZERO.
      *
      * 仕入明細書の対象仕入先
       01  TS-TBL.
           05  TS-ENT            OCCURS 300 TIMES.
               10  TB-CODE       PIC X(03).
      *
      * 仕入明細書台帳の作業表（確認入力の書き直し用）
       01  MEISAISHO-TBL.
           05  MEISAISHO-ENT     OCCURS 3000 TIMES.
               10  MT-REC        PIC X(78).
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
       01  DOC-HEAD-1.
           05                    PIC X(26)  VALUE SPACE.
           05                    PIC X(27)  VALUE
                                 "仕　入　明　細　書".
       01  DOC-HEAD-2.
           05                    PIC X(18)  VALUE "明細書番号：".
           05  DH-YYMM           PIC X(06).
           05                    PIC X(01)  VALUE "-".
           05  DH-S-CODE         PIC X(03).
           05                    PIC X(04)  VALUE SPACE.
           05                    PIC X(12)  VALUE "作成日：".
           05  DH-DATE           PIC 9999/99/99.
       01  DOC-HEAD-3.
           05                    PIC X(09)  VALUE "宛先：".
           05  DH-ZIP            PIC X(08).
           05                    PIC X(01)  VALUE SPACE.
           05  DH-PREF           PIC X(02).
           05  DH-REST           PIC X(10).
           05                    PIC X(02)  VALUE SPACE.
           05  DH-NAME           PIC X(10).
           05                    PIC X(06)  VALUE "御中".
       01  DOC-HEAD-4.
           05                    PIC X(21)  VALUE
                                 "貴社登録番号：".
           05  DH-S-INV-NO       PIC X(20).
       01  DOC-HEAD-5.
           05                    PIC X(45)  VALUE
                     "作成：日本青果株式会社　経理部".
       01  DOC-HEAD-6.
           05                    PIC X(21)  VALUE
                                 "当社登録番号：".
           05  DH-INV-NO         PIC X(14).
       01  DOC-BUN-1.
           05                    PIC X(33)  VALUE
               "下記のとおり貴社からの".
           05                    PIC X(30)  VALUE
               "仕入を計上しました。".
       01  DOC-BUN-2.
           05                    PIC X(45)  VALUE
               "内容をご確認のうえ、本書到着後".
           05  DB-NISSU          PIC ZZ9.
           05                    PIC X(21)  VALUE
               "日以内に誤りの".
       01  DOC-BUN-3.
           05                    PIC X(30)  VALUE
               "お申し出がない場合は".
           05                    PIC X(36)  VALUE
               "確認されたものとします。".
       01  DOC-KIKAN.
           05                    PIC X(15)  VALUE "対象年月：".
           05  DK-YYMM           PIC X(06).
       01  DOC-MEI-HEAD.
           05                    PIC X(11)  VALUE  "仕入日".
           05                    PIC X(06)  VALUE  "商品".
           05                    PIC X(12)  VALUE  "品名".
           05                    PIC X(07)  VALUE  "数量".
           05                    PIC X(12)  VALUE  "単価".
           05                    PIC X(15)  VALUE  "金額".
           05                    PIC X(06)  VALUE  "税率".
       01  DOC-MEI.
           05  DM-DATE           PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  DM-NO             PIC X(05).
           05                    PIC X(01)  VALUE SPACE.
           05  DM-NAME           PIC X(10).
           05                    PIC X(01)  VALUE SPACE.
           05  DM-SURYO          PIC Z,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  DM-TANKA          PIC ZZ,ZZ9.99.
           05                    PIC X(01)  VALUE SPACE.
           05  DM-KINGAKU        PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  DM-RATE           PIC Z9.
           05                    PIC X(01)  VALUE "%".
           05  DM-KEIGEN         PIC X(03).
       01  DOC-ZEI.
           05                    PIC X(10)  VALUE SPACE.
           05  DZ-RATE           PIC Z9.
           05                    PIC X(01)  VALUE "%".
           05  DZ-KEIGEN         PIC X(03).
           05                    PIC X(15)  VALUE "　対象額：".
           05  DZ-TAISHO         PIC ZZ,ZZZ,ZZZ,ZZ9.
           05                    PIC X(15)  VALUE "　消費税：".
           05  DZ-ZEI            PIC ZZZ,ZZZ,ZZ9.
       01  DOC-GOKEI.
           05                    PIC X(10)  VALUE SPACE.
           05                    PIC X(21)  VALUE
                                 "合計（税込）：".
           05  DG-KINGAKU        PIC ZZ,ZZZ,ZZZ,ZZ9.
           05                    PIC X(03)  VALUE "円".
       01  DOC-CHU.
           05                    PIC X(40)  VALUE
                     "※は軽減税率対象品目".
       01  DOC-KIRITORI.
           05                    PIC X(70)  VALUE ALL "-".
       01  REPLY-HEAD.
           05                    PIC X(30)  VALUE SPACE.
           05                    PIC X(15)  VALUE "確　認　書".
       01  REPLY-1.
           05                    PIC X(18)  VALUE "明細書番号：".
           05  RP-YYMM           PIC X(06).
           05                    PIC X(01)  VALUE "-".
           05  RP-S-CODE         PIC X(03).
       01  REPLY-2.
           05                    PIC X(36)  VALUE
               "上記内容を　□確認します".
           05                    PIC X(27)  VALUE
               "　□異議があります".
       01  REPLY-3.
           05                    PIC X(15)  VALUE "異議内容：".
           05                    PIC X(40)  VALUE ALL "_".
       01  REPLY-4.
           05                    PIC X(39)  VALUE
               "確認日：　　年　　月　　日".
           05                    PIC X(18)  VALUE "貴社名・印：".
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(31)  VALUE
                                 "*** 仕入明細書未確認表".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
       01  HEAD-15.
           05                    PIC X(36)  VALUE
                                 "確認期限（発行後日数）：".
           05  H-NISSU           PIC ZZ9.
       01  HEAD-2.
           05                    PIC X(07)  VALUE  "年月".
           05                    PIC X(09)  VALUE  "仕入先".
           05                    PIC X(11)  VALUE  "発行日".
           05                    PIC X(12)  VALUE  "確認期限".
           05                    PIC X(16)  VALUE  "　　　金額".
           05                    PIC X(10)  VALUE  "状態".
       01  MEISAI.
           05  M-YYMM            PIC X(06).
           05                    PIC X(01)  VALUE SPACE.
           05  M-S-CODE          PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  M-HAKKO           PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-KIGEN           PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-KINGAKU         PIC Z,ZZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-JOTAI           PIC X(30).
       01  FOOT-1.
           05                    PIC X(15)  VALUE "期限超過：".
           05  F-REIGAI          PIC ZZZZ9.
           05                    PIC X(12)  VALUE "　異議：".
           05  F-IGI             PIC ZZZZ9.
       01  FOOT-HAKKO.
           05                    PIC X(15)  VALUE "発行件数：".
           05  F-HAKKO           PIC ZZZZ9.
           05                    PIC X(24)  VALUE
                                 "　発行済み除外：".
           05  F-SUMI            PIC ZZZZ9.
           05                    PIC X(21)  VALUE
                                 "　仕入なし：".
           05  F-NASHI           PIC ZZZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM OPID-LOAD-RTN
            PERFORM PARAM-LOAD-RTN
            DISPLAY "1=明細書発行 2=確認入力 "
                    "3=未確認例外一覧："
            ACCEPT MENU-CHOICE
            PERFORM MEISAISHO-LOAD-RTN
            EVALUATE MENU-CHOICE
                WHEN "1" PERFORM HAKKO-RTN
                WHEN "2" PERFORM KAKUNIN-RTN
                WHEN "3" PERFORM REIGAI-RTN
                WHEN OTHER DISPLAY "選択が不正です。"
            END-EVALUATE
            DISPLAY "END"
            STOP RUN.
      *
      * 当社登録番号と確認の所定日数
       PARAM-LOAD-RTN.
            MOVE "JISHA-INV-NO" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y"
                MOVE PG-VALUE TO JISHA-INV-NO
            END-IF
            MOVE "KAKUNIN-NISSU" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y" AND PG-SUCHI NOT = ZERO
                MOVE PG-SUCHI TO KAKUNIN-NISSU
            END-IF.
      *
      * 仕入明細書台帳を作業表へ読み込む
       MEISAISHO-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT MEISAISHO-FILE
            IF MEISAISHO-FS NOT = "00"
                CLOSE MEISAISHO-FILE
            ELSE
                READ MEISAISHO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF MS-CNT < 3000
                        ADD 1 TO MS-CNT
                        MOVE MS-REC TO MT-REC(MS-CNT)
                    END-IF
                    READ MEISAISHO-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE MEISAISHO-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 対象年月・仕入先の台帳行を探す（HIT-MXに位置、無ければ0）
       MEISAISHO-FIND-RTN.
            MOVE ZERO TO HIT-MX
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MS-CNT
                MOVE MT-REC(MX) TO MS-REC
                IF MS-YYMM = IN-YYMM AND MS-S-CODE = IN-S-CODE
                    MOVE MX TO HIT-MX
                END-IF
            END-PERFORM.
      *
      * 発行：対象仕入先ごとに指定年月の仕入明細書を印字する
      * （同じ年月で発行済みの仕入先は重ねて発行しない）
       HAKKO-RTN.
            DISPLAY "対象年月(YYYYMM)："
            ACCEPT IN-YYMM
            IF IN-YYMM NOT NUMERIC
                DISPLAY "対象年月が不正です。"
            ELSE
                PERFORM TAISHO-LOAD-RTN
                IF TS-CNT = ZERO
                    DISPLAY "対象仕入先がありません。"
                ELSE
                    PERFORM ZEI-LOAD-RTN
                    OPEN INPUT  MAS-FILE
                    OPEN OUTPUT PRINT-FILE
                    OPEN EXTEND MEISAISHO-FILE
                    PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TS-CNT
                        MOVE TB-CODE(TX) TO IN-S-CODE
                        PERFORM MEISAISHO-FIND-RTN
                        IF HIT-MX > ZERO
                            ADD 1 TO SUMI-CNT
                        ELSE
                            PERFORM SHOMEI-RTN
                        END-IF
                    END-PERFORM
                    MOVE HAKKO-CNT TO F-HAKKO
                    MOVE SUMI-CNT  TO F-SUMI
                    MOVE NASHI-CNT TO F-NASHI
                    WRITE P-REC FROM FOOT-HAKKO AFTER PAGE
                    CLOSE MAS-FILE PRINT-FILE MEISAISHO-FILE
                    DISPLAY "発行件数：" HAKKO-CNT
                END-IF
            END-IF.
      *
      * １仕入先ぶん：仕入が無ければ発行しない
       SHOMEI-RTN.
            MOVE ZERO TO MEI-CNT
            MOVE SPACE TO END-FLG
            OPEN INPUT IN-FILE
            READ IN-FILE
                AT END MOVE "E" TO END-FLG
            END-READ
            PERFORM UNTIL END-FLG = "E"
                IF I-S-NO = IN-S-CODE AND I-S-DATE(1:6) = IN-YYMM
                    ADD 1 TO MEI-CNT
                END-IF
                READ IN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE IN-FILE
            MOVE SPACE TO END-FLG
            IF MEI-CNT = ZERO
                ADD 1 TO NASHI-CNT
            ELSE
                PERFORM LETTER-RTN
            END-IF.
      *
      * 仕入明細書と確認書、台帳への発行記録
       LETTER-RTN.
            ADD 1 TO HAKKO-CNT
            MOVE ZERO TO RT-CNT G-TAISHO G-ZEI
            WRITE P-REC FROM DOC-HEAD-1 AFTER PAGE
            MOVE IN-YYMM   TO DH-YYMM
            MOVE IN-S-CODE TO DH-S-CODE
            MOVE W-DATE8   TO DH-DATE
            WRITE P-REC FROM DOC-HEAD-2 AFTER 2
            MOVE IN-S-CODE TO S-CODE
            READ MAS-FILE
                INVALID KEY
                    MOVE SPACE TO DH-ZIP DH-PREF DH-REST
                    MOVE SPACE TO DH-NAME
                    MOVE "（未登録）" TO DH-S-INV-NO
                NOT INVALID KEY
                    MOVE S-SYOTEN-ZIP  TO DH-ZIP
                    MOVE S-SYOTEN-PREF TO DH-PREF
                    MOVE S-SYOTEN-REST TO DH-REST
                    MOVE S-SYOTEN-REST TO DH-NAME
                    IF S-INV-NO(1:1) = "T"
                        MOVE S-INV-NO TO DH-S-INV-NO
                    ELSE
                        MOVE "（未登録）" TO DH-S-INV-NO
                    END-IF
            END-READ
            WRITE P-REC FROM DOC-HEAD-3 AFTER 1
            WRITE P-REC FROM DOC-HEAD-4 AFTER 1
            WRITE P-REC FROM DOC-HEAD-5 AFTER 2
            MOVE JISHA-INV-NO TO DH-INV-NO
            WRITE P-REC FROM DOC-HEAD-6 AFTER 1
            WRITE P-REC FROM DOC-BUN-1 AFTER 2
            MOVE KAKUNIN-NISSU TO DB-NISSU
            WRITE P-REC FROM DOC-BUN-2 AFTER 1
            WRITE P-REC FROM DOC-BUN-3 AFTER 1
            MOVE IN-YYMM TO DK-YYMM
            WRITE P-REC FROM DOC-KIKAN AFTER 2
            WRITE P-REC FROM DOC-MEI-HEAD AFTER 1
            MOVE SPACE TO END-FLG
            OPEN INPUT IN-FILE
            READ IN-FILE
                AT END MOVE "E" TO END-FLG
            END-READ
            PERFORM UNTIL END-FLG = "E"
                IF I-S-NO = IN-S-CODE AND I-S-DATE(1:6) = IN-YYMM
                    PERFORM MEI-RTN
                END-IF
                READ IN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE IN-FILE
            MOVE SPACE TO END-FLG
            PERFORM ZEI-KEISAN-RTN
            COMPUTE DG-KINGAKU = G-TAISHO + G-ZEI
            WRITE P-REC FROM DOC-GOKEI AFTER 1
            WRITE P-REC FROM DOC-CHU AFTER 1
            WRITE P-REC FROM DOC-KIRITORI AFTER 3
            WRITE P-REC FROM REPLY-HEAD AFTER 2
            MOVE IN-YYMM   TO RP-YYMM
            MOVE IN-S-CODE TO RP-S-CODE
            WRITE P-REC FROM REPLY-1 AFTER 2
            WRITE P-REC FROM REPLY-2 AFTER 2
            WRITE P-REC FROM REPLY-3 AFTER 2
            WRITE P-REC FROM REPLY-4 AFTER 2
            MOVE SPACE TO MS-REC
            MOVE IN-YYMM    TO MS-YYMM
            MOVE IN-S-CODE  TO MS-S-CODE
            COMPUTE MS-KINGAKU = G-TAISHO + G-ZEI
            MOVE G-ZEI      TO MS-ZEI
            MOVE "I"        TO MS-STATUS
            MOVE W-DATE8    TO MS-HAKKO-DATE
            MOVE ZERO       TO MS-KAKUNIN-DATE
            MOVE OPID       TO MS-OPID
            WRITE MS-REC.
      *
      * 明細１行：税率を付けて印字し、税率別の対象額に加える
       MEI-RTN.
            COMPUTE KINGAKU ROUNDED = I-TANKA * I-SURYO
            PERFORM ZEI-RATE-RTN
            MOVE SPACE    TO DM-KEIGEN
            MOVE I-S-DATE TO DM-DATE
            MOVE I-NO     TO DM-NO
            MOVE I-NAME   TO DM-NAME
            MOVE I-SURYO  TO DM-SURYO
            MOVE I-TANKA  TO DM-TANKA
            MOVE KINGAKU  TO DM-KINGAKU
            MOVE ZEI-RATE TO DM-RATE
            IF KEIGEN-FLG = "Y"
                MOVE "※" TO DM-KEIGEN
            END-IF
            WRITE P-REC FROM DOC-MEI AFTER 1
            MOVE ZERO TO HIT-RX
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RT-CNT
                IF RT-RATE(RX) = ZEI-RATE
                    AND RT-KEIGEN(RX) = KEIGEN-FLG
                    MOVE RX TO HIT-RX
                END-IF
            END-PERFORM
            IF HIT-RX = ZERO AND RT-CNT < 5
                ADD 1 TO RT-CNT
                MOVE ZEI-RATE   TO RT-RATE(RT-CNT)
                MOVE KEIGEN-FLG TO RT-KEIGEN(RT-CNT)
                MOVE ZERO       TO RT-TAISHO(RT-CNT)
                MOVE ZERO       TO RT-ZEI(RT-CNT)
                MOVE RT-CNT TO HIT-RX
            END-IF
            IF HIT-RX > ZERO
                ADD KINGAKU TO RT-TAISHO(HIT-RX)
            END-IF
            ADD KINGAKU TO G-TAISHO.
      *
      * 税率ごとの消費税：明細書ごとに税率別１回だけ切り捨てる
       ZEI-KEISAN-RTN.
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RT-CNT
                COMPUTE RT-ZEI(RX) =
                    RT-TAISHO(RX) * RT-RATE(RX) / 100
                ADD RT-ZEI(RX) TO G-ZEI
                MOVE SPACE TO DZ-KEIGEN
                MOVE RT-RATE(RX)   TO DZ-RATE
                IF RT-KEIGEN(RX) = "Y"
                    MOVE "※" TO DZ-KEIGEN
                END-IF
                MOVE RT-TAISHO(RX) TO DZ-TAISHO
                MOVE RT-ZEI(RX)    TO DZ-ZEI
                IF RX = 1
                    WRITE P-REC FROM DOC-ZEI AFTER 2
                ELSE
                    WRITE P-REC FROM DOC-ZEI AFTER 1
                END-IF
            END-PERFORM.
      *
      * 確認入力：仕入先コードごとに確認・異議を記録し、台帳を
      * 書き直す（空白のコードで終了）
       KAKUNIN-RTN.
            DISPLAY "対象年月(YYYYMM)："
            ACCEPT IN-YYMM
            IF IN-YYMM NOT NUMERIC
                DISPLAY "対象年月が不正です。"
            ELSE
                MOVE "N" TO ANS
                PERFORM UNTIL ANS = "E"
                    DISPLAY "仕入先コード(空白で終了)："
                    MOVE SPACE TO IN-S-CODE
                    ACCEPT IN-S-CODE
                    IF IN-S-CODE = SPACE
                        MOVE "E" TO ANS
                    ELSE
                        PERFORM KAKUNIN-ONE-RTN
                    END-IF
                END-PERFORM
                OPEN OUTPUT MEISAISHO-NEW
                PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MS-CNT
                    MOVE MT-REC(MX) TO MSN-REC
                    WRITE MSN-REC
                END-PERFORM
                CLOSE MEISAISHO-NEW
                MOVE SPACE TO CMD
                STRING "mv 仕入明細書台帳.NEW " DELIMITED BY SIZE
                       "仕入明細書台帳.TXT" DELIMITED BY SIZE
                  INTO CMD
                END-STRING
                CALL "SYSTEM" USING CMD
            END-IF.
      *
       KAKUNIN-ONE-RTN.
            PERFORM MEISAISHO-FIND-RTN
            IF HIT-MX = ZERO
                DISPLAY "仕入明細書が未発行です。"
            ELSE
                MOVE MT-REC(HIT-MX) TO MS-REC
                DISPLAY "金額（税込）：" MS-KINGAKU
                        "　現在の状態：" MS-STATUS
                DISPLAY "A=確認 D=異議："
                ACCEPT ANS
                EVALUATE ANS
                    WHEN "A"
                        MOVE "A" TO MS-STATUS
                        MOVE SPACE TO MS-RIYU
                        PERFORM KAKUNIN-KIROKU-RTN
                    WHEN "D"
                        DISPLAY "異議内容(20桁)："
                        MOVE SPACE TO IN-RIYU
                        ACCEPT IN-RIYU
                        MOVE "D" TO MS-STATUS
                        MOVE IN-RIYU TO MS-RIYU
                        PERFORM KAKUNIN-KIROKU-RTN
                    WHEN OTHER
                        DISPLAY "区分が不正です。"
                END-EVALUATE
                MOVE "N" TO ANS
            END-IF.
      *
       KAKUNIN-KIROKU-RTN.
            MOVE W-DATE8 TO MS-KAKUNIN-DATE
            MOVE OPID    TO MS-OPID
            MOVE MS-REC  TO MT-REC(HIT-MX)
            DISPLAY "記録しました。".
      *
      * 未確認例外一覧：発行から所定日数を過ぎた未確認と異議を印字
       REIGAI-RTN.
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8       TO H-DATE
            MOVE KAKUNIN-NISSU TO H-NISSU
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-15 AFTER 1
            WRITE P-REC FROM HEAD-2 AFTER 2
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MS-CNT
                MOVE MT-REC(MX) TO MS-REC
                IF MS-ISSUED OR MS-OBJECTED
                    PERFORM REIGAI-ONE-RTN
                END-IF
            END-PERFORM
            MOVE REIGAI-CNT TO F-REIGAI
            MOVE IGI-CNT    TO F-IGI
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE PRINT-FILE.
      *
       REIGAI-ONE-RTN.
            MOVE MS-HAKKO-DATE TO DW-DATE
            PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > KAKUNIN-NISSU
                PERFORM DATE-INC-RTN
            END-PERFORM
            MOVE DW-DATE TO KIGEN
            IF MS-OBJECTED OR KIGEN < W-DATE8
                MOVE SPACE TO MEISAI
                MOVE MS-YYMM       TO M-YYMM
                MOVE MS-S-CODE     TO M-S-CODE
                MOVE MS-HAKKO-DATE TO M-HAKKO
                MOVE KIGEN         TO M-KIGEN
                MOVE MS-KINGAKU    TO M-KINGAKU
                IF MS-OBJECTED
                    ADD 1 TO IGI-CNT
                    MOVE "★異議" TO M-JOTAI
                    MOVE MS-RIYU TO M-JOTAI(11:20)
                ELSE
                    ADD 1 TO REIGAI-CNT
                    MOVE "★期限超過未確認" TO M-JOTAI
                END-IF
                WRITE P-REC FROM MEISAI AFTER 1
            END-IF.
      *
      * 仕入明細書の対象仕入先を読む
       TAISHO-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT TAISHO-FILE
            IF TAISHO-FS NOT = "00"
                CLOSE TAISHO-FILE
            ELSE
                READ TAISHO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF TS-KBN = "1" AND TS-CNT < 300
                        ADD 1 TO TS-CNT
                        MOVE TS-CODE TO TB-CODE(TS-CNT)
                    END-IF
                    READ TAISHO-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE TAISHO-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 仕入日時点で有効な税率を求める（軽減品目は軽減税率、
      * P16と同じ規則）
       ZEI-RATE-RTN.
            MOVE SPACE TO KEIGEN-FLG
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KEI-CNT
                IF KT-NO(KX) = I-NO
                    MOVE "Y" TO KEIGEN-FLG
                END-IF
            END-PERFORM
            MOVE ZERO TO ZEI-RATE
            PERFORM VARYING ZX FROM 1 BY 1 UNTIL ZX > ZEI-CNT
                IF ZT-DATE(ZX) <= I-S-DATE
                    IF KEIGEN-FLG = "Y"
                        MOVE ZT-KEIGEN(ZX) TO ZEI-RATE
                    ELSE
                        MOVE ZT-RATE(ZX) TO ZEI-RATE
                    END-IF
                END-IF
            END-PERFORM.
      *
      * 税率マスタ・軽減品目の読込（無い場合は標準10％・軽減8％）
       ZEI-LOAD-RTN.
            OPEN INPUT ZEI-FILE
            IF ZEI-FS = "00"
                READ ZEI-FILE
                    AT END MOVE "E" TO ZEI-END-FLG
                END-READ
                PERFORM UNTIL ZEI-END-FLG = "E"
                    IF ZEI-CNT < 10
                        ADD 1 TO ZEI-CNT
                        MOVE ZR-DATE   TO ZT-DATE(ZEI-CNT)
                        MOVE ZR-RATE   TO ZT-RATE(ZEI-CNT)
                        MOVE ZR-KEIGEN TO ZT-KEIGEN(ZEI-CNT)
                    END-IF
                    READ ZEI-FILE
                        AT END MOVE "E" TO ZEI-END-FLG
                    END-READ
                END-PERFORM
                CLOSE ZEI-FILE
            END-IF
            IF ZEI-CNT = 0
                MOVE 1      TO ZEI-CNT
                MOVE ZERO   TO ZT-DATE(1)
                MOVE 10     TO ZT-RATE(1)
                MOVE 8      TO ZT-KEIGEN(1)
            END-IF
            MOVE SPACE TO ZEI-END-FLG
            OPEN INPUT KEI-FILE
            IF KEI-FS = "00"
                READ KEI-FILE
                    AT END MOVE "E" TO ZEI-END-FLG
                END-READ
                PERFORM UNTIL ZEI-END-FLG = "E"
                    IF KEI-CNT < 100
                        ADD 1 TO KEI-CNT
                        MOVE KI2-NO TO KT-NO(KEI-CNT)
                    END-IF
                    READ KEI-FILE
                        AT END MOVE "E" TO ZEI-END-FLG
                    END-READ
                END-PERFORM
                CLOSE KEI-FILE
            END-IF.
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
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
