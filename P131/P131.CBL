      *
      * 14JY0123 崔　禎　文
      * 見積依頼：契約更改（P98で期限切れ間近を確認）などで商品・
      * 数量・契約期間を指定した見積依頼を起こし、依頼先の仕入先
      * ごとにP62の注文書と同じ体裁の見積依頼書（回答欄付き）を
      * 印字する。依頼は見積依頼.TXT、依頼先ごとの回答は
      * 見積回答.TXT（I＝依頼中　R＝回答　D＝辞退　A＝落札）に記録
      * 比較表は回答単価の安い順に、仕入先マスタの等級（P56）と
      * 発注マスタから求めた納期遵守率（P58と同じ計算）を並べ、
      * 現行の契約単価も参考に印字する
      * 落札登録（権限レベル2のみ）は落札した仕入先の単価と依頼の
      * 契約期間で契約単価マスタ.TXTへ1行追加し、依頼を落札済みに
      * する（同じ商品・仕入先で期間が重なる契約がある場合は不可）
      * 1=依頼作成 2=回答入力 3=比較表 4=落札登録をメニューで選ぶ
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P131.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL MI-FILE ASSIGN  "見積依頼.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS MI-FS.
           SELECT  MI-NEW      ASSIGN  "見積依頼.NEW"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL MK-FILE ASSIGN  "見積回答.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS MK-FS.
           SELECT  MK-NEW      ASSIGN  "見積回答.NEW"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL KEIYAKU-FILE ASSIGN
                                    "契約単価マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KEIYAKU-FS.
           SELECT  SHOHIN-FILE ASSIGN  "ISAM商品マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY T-NO.
           SELECT  MAS-FILE    ASSIGN  "ISAM仕入先マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY S-CODE.
           SELECT  OPTIONAL PO-FILE ASSIGN  "ISAM発注マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE SEQUENTIAL
                                    RECORD KEY PO-NO.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  OPTIONAL OPE-FILE ASSIGN
                                    "オペレータマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS OPE-FS.
           SELECT  PRINT-FILE  ASSIGN  "P131.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 見積依頼：O＝見積中　A＝落札済み（落札仕入先付き）
       FD  MI-FILE.
       01  MI-REC.
           05  MI-NO             PIC 9(06).
           05                    PIC X(01).
           05  MI-ITEM           PIC X(05).
           05                    PIC X(01).
           05  MI-SURYO          PIC 9(05).
           05                    PIC X(01).
           05  MI-FROM           PIC 9(08).
           05                    PIC X(01).
           05  MI-TO             PIC 9(08).
           05                    PIC X(01).
           05  MI-SHIMEKIRI      PIC 9(08).
           05                    PIC X(01).
           05  MI-STATUS         PIC X(01).
               88  MI-OPEN                  VALUE "O".
               88  MI-AWARDED               VALUE "A".
           05                    PIC X(01).
           05  MI-RAKU-S         PIC X(03).
           05                    PIC X(01).
           05  MI-DATE           PIC 9(08).
           05                    PIC X(01).
           05  MI-OPID           PIC X(04).
      *
       FD  MI-NEW.
       01  MIN-REC               PIC X(66).
      *
      * 見積回答：I＝依頼中　R＝回答　D＝辞退　A＝落札
       FD  MK-FILE.
       01  MK-REC.
           05  MK-NO             PIC 9(06).
           05                    PIC X(01).
           05  MK-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  MK-STATUS         PIC X(01).
               88  MK-IRAI                  VALUE "I".
               88  MK-KAITO                 VALUE "R".
               88  MK-JITAI                 VALUE "D".
               88  MK-RAKU                  VALUE "A".
           05                    PIC X(01).
           05  MK-TANKA          PIC 9(05)V99.
           05                    PIC X(01).
           05  MK-LEAD           PIC 9(03).
           05                    PIC X(01).
           05  MK-KAITO-DATE     PIC 9(08).
           05                    PIC X(01).
           05  MK-OPID           PIC X(04).
      *
       FD  MK-NEW.
       01  MKN-REC               PIC X(38).
      *
       FD  KEIYAKU-FILE.
       01  KY-REC.
           05  KY-ITEM           PIC X(05).
           05                    PIC X(01).
           05  KY-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  KY-TANKA          PIC 9(05)V99.
           05                    PIC X(01).
           05  KY-FROM           PIC 9(08).
           05                    PIC X(01).
           05  KY-TO             PIC 9(08).
      *
       FD  SHOHIN-FILE.
       01  T-REC.
           05  T-NO              PIC X(05).
           05  T-NAME            PIC X(10).
           05  T-S-TANKA         PIC 9(05)V99.
           05  T-H-TANKA         PIC 9(05)V99.
           05  T-CATEGORY        PIC X(02).
           05  T-SHELF-DAYS      PIC 9(03).
           05  T-STATUS          PIC X(01).
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
       FD  PO-FILE.
       01  PO-REC.
           05  PO-NO             PIC X(06).
           05  PO-S-CODE         PIC X(03).
           05  PO-ITEM           PIC X(05).
           05  PO-SURYO          PIC 9(05).
           05  PO-DATE           PIC 9(08).
           05  PO-YOTEI          PIC 9(08).
           05  PO-STATUS         PIC X(01).
           05  PO-UKE-SURYO      PIC 9(05).
           05  PO-DOC-NO         PIC X(06).
           05  PO-UKE-DATE       PIC 9(08).
      *
       FD  SIGNON-FILE.
       01  SG-REC.
           05  SG-OPID           PIC X(04).
      *
       FD  OPE-FILE.
       01  OP-REC.
           05  OP-ID             PIC X(04).
           05                    PIC X(01).
           05  OP-NAME           PIC X(10).
           05                    PIC X(01).
           05  OP-LEVEL          PIC X(01).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  MI-FS                 PIC X(02)  VALUE SPACE.
       01  MK-FS                 PIC X(02)  VALUE SPACE.
       01  KEIYAKU-FS            PIC X(02)  VALUE SPACE.
       01  KEIYAKU-END-FLG       PIC X(01)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPE-FS                PIC X(02)  VALUE SPACE.
       01  OPE-END-FLG           PIC X(01)  VALUE SPACE.
       01  CUR-LEVEL             PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  ANS                   PIC X(01)  VALUE SPACE.
       01  OK-FLG                PIC X(01)  VALUE SPACE.
       01  IN-MI-NO              PIC X(06)  VALUE SPACE.
       01  IN-ITEM               PIC X(05)  VALUE SPACE.
       01  IN-SURYO              PIC X(05)  VALUE SPACE.
       01  IN-FROM               PIC X(08)  VALUE SPACE.
       01  IN-TO                 PIC X(08)  VALUE SPACE.
       01  IN-SHIMEKIRI          PIC X(08)  VALUE SPACE.
       01  IN-S-CODE             PIC X(03)  VALUE SPACE.
       01  IN-TANKA              PIC X(07)  VALUE SPACE.
       01  IN-TANKA-N REDEFINES IN-TANKA PIC 9(05)V99.
       01  IN-LEAD               PIC X(03)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  MX                    PIC 9(03).
       01  MI-CNT                PIC 9(03)  VALUE ZERO.
       01  HIT-MX                PIC 9(03)  VALUE ZERO.
       01  KX                    PIC 9(04).
       01  MK-CNT                PIC 9(04)  VALUE ZERO.
       01  HIT-KX                PIC 9(04)  VALUE ZERO.
       01  CX                    PIC 9(02).
       01  CY                    PIC 9(02).
       01  CP-CNT                PIC 9(02)  VALUE ZERO.
       01  HIT-CX                PIC 9(02)  VALUE ZERO.
       01  LAST-MI-NO            PIC 9(06)  VALUE ZERO.
       01  KAITO-CNT             PIC 9(03)  VALUE ZERO.
       01  JITAI-CNT             PIC 9(03)  VALUE ZERO.
       01  MIKAITO-CNT           PIC 9(03)  VALUE ZERO.
       01  SAIYASU-TANKA         PIC 9(05)V99 VALUE ZERO.
       01  WK-KINGAKU            PIC 9(11)  VALUE ZERO.
       01  WORK-PCT              PIC 9(03)V9 VALUE ZERO.
       01  LATE-DAYS             PIC S9(05) VALUE ZERO.
       01  WS-DATE-IN            PIC 9(08).
       01  WS-YY                 PIC 9(04).
       01  WS-MM                 PIC 9(02).
       01  WS-DD                 PIC 9(02).
       01  WS-SERIAL             PIC 9(07).
       01  UKE-SERIAL            PIC 9(07)  VALUE ZERO.
       01  YOTEI-SERIAL          PIC 9(07)  VALUE ZERO.
      *
      * 作業表（回答入力・落札登録の書き直し用）
       01  MI-TBL.
           05  MI-ENT            OCCURS 300 TIMES.
               10  MIT-REC       PIC X(66).
       01  MK-TBL.
           05  MK-ENT            OCCURS 1000 TIMES.
               10  MKT-REC       PIC X(38).
      *
      * 依頼先（作成時の入力、比較表の並べ替え・納期実績の集計）
       01  CP-TBL.
           05  CP-ENT            OCCURS 20 TIMES.
               10  CP-S-CODE     PIC X(03).
               10  CP-STATUS     PIC X(01).
               10  CP-TANKA      PIC 9(05)V99.
               10  CP-LEAD       PIC 9(03).
               10  CP-PO-CNT     PIC 9(05).
               10  CP-ONTIME     PIC 9(05).
       01  CP-WORK               PIC X(24).
      *
       01  DOC-HEAD-1.
           05                    PIC X(26)  VALUE SPACE.
           05                    PIC X(27)  VALUE
                                 "見　積　依　頼　書".
       01  DOC-HEAD-2.
           05                    PIC X(15)  VALUE "依頼番号：".
           05  DH-MI-NO          PIC 9(06).
           05                    PIC X(08)  VALUE SPACE.
           05                    PIC X(09)  VALUE "日付：".
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
           05                    PIC X(12)  VALUE "ＦＡＸ：".
           05  DH-FAX            PIC X(12).
       01  DOC-HEAD-5.
           05                    PIC X(45)  VALUE
                     "発行：日本青果株式会社　仕入部".
       01  DOC-BUN-1.
           05                    PIC X(60)  VALUE
               "拝啓　平素は格別のお引き立てを賜り".
       01  DOC-BUN-2.
           05                    PIC X(60)  VALUE
               "厚く御礼申し上げます。".
       01  DOC-BUN-3.
           05                    PIC X(60)  VALUE
               "下記の品目につきお見積りをいただき".
       01  DOC-BUN-4.
           05                    PIC X(60)  VALUE
               "たく、回答期限までに下欄の回答書に".
       01  DOC-BUN-5.
           05                    PIC X(60)  VALUE
               "ご記入の上ご返送くださいますよう".
       01  DOC-BUN-6.
           05                    PIC X(60)  VALUE
               "お願い申し上げます。".
       01  DOC-BUN-7.
           05                    PIC X(50)  VALUE SPACE.
           05                    PIC X(06)  VALUE "敬具".
       01  DOC-ITEM.
           05                    PIC X(10)  VALUE SPACE.
           05                    PIC X(12)  VALUE "品　目：".
           05  DI-ITEM           PIC X(05).
           05                    PIC X(02)  VALUE SPACE.
           05  DI-NAME           PIC X(10).
       01  DOC-SURYO.
           05                    PIC X(10)  VALUE SPACE.
           05                    PIC X(12)  VALUE "数　量：".
           05  DS-SURYO          PIC ZZ,ZZ9.
       01  DOC-KIKAN.
           05                    PIC X(10)  VALUE SPACE.
           05                    PIC X(15)  VALUE "契約期間：".
           05  DK-FROM           PIC 9999/99/99.
           05                    PIC X(03)  VALUE "～".
           05  DK-TO             PIC 9999/99/99.
       01  DOC-SHIMEKIRI.
           05                    PIC X(10)  VALUE SPACE.
           05                    PIC X(15)  VALUE "回答期限：".
           05  DM-SHIMEKIRI      PIC 9999/99/99.
       01  DOC-KIRITORI.
           05                    PIC X(70)  VALUE ALL "-".
       01  REPLY-HEAD.
           05                    PIC X(30)  VALUE SPACE.
           05                    PIC X(15)  VALUE "回　答　書".
       01  REPLY-1.
           05                    PIC X(15)  VALUE "依頼番号：".
           05  RP-MI-NO          PIC 9(06).
           05                    PIC X(01)  VALUE "-".
           05  RP-S-CODE         PIC X(03).
       01  REPLY-2.
           05                    PIC X(18)  VALUE
               "単価（円）：".
           05                    PIC X(30)  VALUE ALL "_".
       01  REPLY-3.
           05                    PIC X(30)  VALUE
               "納期（発注後日数）：".
           05                    PIC X(20)  VALUE ALL "_".
       01  REPLY-4.
           05                    PIC X(40)  VALUE
               "□見積りを辞退します".
       01  REPLY-5.
           05                    PIC X(39)  VALUE
               "回答日：　　年　　月　　日".
           05                    PIC X(18)  VALUE "貴社名・印：".
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 見積比較表".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
       01  HEAD-15.
           05                    PIC X(15)  VALUE "依頼番号：".
           05  H-MI-NO           PIC 9(06).
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(09)  VALUE "商品：".
           05  H-ITEM            PIC X(05).
           05                    PIC X(01)  VALUE SPACE.
           05  H-NAME            PIC X(10).
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(09)  VALUE "数量：".
           05  H-SURYO           PIC ZZ,ZZ9.
       01  HEAD-16.
           05                    PIC X(15)  VALUE "契約期間：".
           05  H-FROM            PIC 9999/99/99.
           05                    PIC X(03)  VALUE "～".
           05  H-TO              PIC 9999/99/99.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(15)  VALUE "回答期限：".
           05  H-SHIMEKIRI       PIC 9999/99/99.
       01  HEAD-GENKO.
           05                    PIC X(15)  VALUE "現行契約：".
           05  HG-S-CODE         PIC X(03).
           05                    PIC X(02)  VALUE SPACE.
           05  HG-TANKA          PIC ZZ,ZZ9.99.
           05                    PIC X(02)  VALUE SPACE.
           05  HG-FROM           PIC 9999/99/99.
           05                    PIC X(03)  VALUE "～".
           05  HG-TO             PIC 9999/99/99.
       01  HEAD-2.
           05                    PIC X(07)  VALUE  "順位".
           05                    PIC X(10)  VALUE  "仕入先".
           05                    PIC X(12)  VALUE  "名称".
           05                    PIC X(10)  VALUE  "単価".
           05                    PIC X(14)  VALUE  "　　金額".
           05                    PIC X(07)  VALUE  "納期".
           05                    PIC X(07)  VALUE  "等級".
           05                    PIC X(09)  VALUE  "遵守率".
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  M-JUNI            PIC Z9.
           05                    PIC X(03)  VALUE SPACE.
           05  M-S-CODE          PIC X(03).
           05                    PIC X(02)  VALUE SPACE.
           05  M-NAME            PIC X(10).
           05                    PIC X(01)  VALUE SPACE.
           05  M-TANKA           PIC ZZ,ZZ9.99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-KINGAKU         PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-LEAD            PIC ZZ9.
           05                    PIC X(03)  VALUE "日".
           05                    PIC X(02)  VALUE SPACE.
           05  M-GRADE           PIC X(01).
           05                    PIC X(02)  VALUE SPACE.
           05  M-ONTIME          PIC ZZ9.9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-BIKO            PIC X(09).
       01  FOOT-1.
           05                    PIC X(12)  VALUE "依頼先：".
           05  F-IRAI            PIC ZZ9.
           05                    PIC X(12)  VALUE "　回答：".
           05  F-KAITO           PIC ZZ9.
           05                    PIC X(12)  VALUE "　辞退：".
           05  F-JITAI           PIC ZZ9.
           05                    PIC X(15)  VALUE "　未回答：".
           05  F-MIKAITO         PIC ZZ9.
       01  FOOT-IRAI.
           05                    PIC X(15)  VALUE "依頼番号：".
           05  FI-MI-NO          PIC 9(06).
           05                    PIC X(15)  VALUE "　依頼書：".
           05  FI-CNT            PIC ZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM OPID-LOAD-RTN
            PERFORM MI-LOAD-RTN
            PERFORM MK-LOAD-RTN
            DISPLAY "1=依頼作成 2=回答入力 3=比較表"
                    " 4=落札登録："
            ACCEPT MENU-CHOICE
            EVALUATE MENU-CHOICE
                WHEN "1" PERFORM SAKUSEI-RTN
                WHEN "2" PERFORM KAITO-RTN
                WHEN "3" PERFORM HIKAKU-RTN
                WHEN "4" PERFORM RAKUSATSU-RTN
                WHEN OTHER DISPLAY "選択が不正です。"
            END-EVALUATE
            DISPLAY "END"
            STOP RUN.
      *
      * 依頼作成：商品・数量・契約期間・回答期限と依頼先を受け付け
      * 依頼を記録して依頼先ごとに見積依頼書を印字する
       SAKUSEI-RTN.
            MOVE "Y" TO OK-FLG
            OPEN INPUT SHOHIN-FILE MAS-FILE
            DISPLAY "商品NO："
            ACCEPT IN-ITEM
            MOVE IN-ITEM TO T-NO
            READ SHOHIN-FILE
                INVALID KEY
                    DISPLAY "商品がありません：" IN-ITEM
                    MOVE "N" TO OK-FLG
                NOT INVALID KEY
                    IF T-STATUS = "D"
                        DISPLAY "廃番商品です：" IN-ITEM
                        MOVE "N" TO OK-FLG
                    ELSE
                        DISPLAY "商品名：" T-NAME
                    END-IF
            END-READ
            IF OK-FLG = "Y"
                DISPLAY "数量(5桁)："
                ACCEPT IN-SURYO
                IF IN-SURYO NOT NUMERIC OR IN-SURYO = ZERO
                    DISPLAY "数字5桁で入力してください。"
                    MOVE "N" TO OK-FLG
                END-IF
            END-IF
            IF OK-FLG = "Y"
                DISPLAY "契約開始日YYYYMMDD："
                ACCEPT IN-FROM
                DISPLAY "契約終了日YYYYMMDD："
                ACCEPT IN-TO
                IF IN-FROM NOT NUMERIC OR IN-TO NOT NUMERIC
                    DISPLAY "数字8桁で入力してください。"
                    MOVE "N" TO OK-FLG
                ELSE
                    IF IN-TO < IN-FROM
                        DISPLAY "契約期間が不正です。"
                        MOVE "N" TO OK-FLG
                    END-IF
                END-IF
            END-IF
            IF OK-FLG = "Y"
                DISPLAY "回答期限YYYYMMDD："
                ACCEPT IN-SHIMEKIRI
                IF IN-SHIMEKIRI NOT NUMERIC
                    DISPLAY "数字8桁で入力してください。"
                    MOVE "N" TO OK-FLG
                ELSE
                    IF IN-SHIMEKIRI < W-DATE8
                        DISPLAY "本日より前の回答期限は"
                                "不可です。"
                        MOVE "N" TO OK-FLG
                    END-IF
                END-IF
            END-IF
            IF OK-FLG = "Y"
                PERFORM IRAISAKI-RTN
                IF CP-CNT = ZERO
                    DISPLAY "依頼先がありません。"
                    MOVE "N" TO OK-FLG
                END-IF
            END-IF
            IF OK-FLG = "Y"
                PERFORM IRAI-WRITE-RTN
            ELSE
                DISPLAY "見積依頼は作成しません。"
            END-IF
            CLOSE SHOHIN-FILE MAS-FILE.
      *
      * 依頼先の仕入先コードを受け付ける（空白で終了、20社まで）
       IRAISAKI-RTN.
            MOVE ZERO TO CP-CNT
            MOVE "N" TO ANS
            PERFORM UNTIL ANS = "E"
                DISPLAY "依頼先仕入先コード"
                        "(3桁、空白で終了)："
                MOVE SPACE TO IN-S-CODE
                ACCEPT IN-S-CODE
                IF IN-S-CODE = SPACE OR CP-CNT = 20
                    MOVE "E" TO ANS
                ELSE
                    PERFORM IRAISAKI-CHK-RTN
                END-IF
            END-PERFORM.
      *
       IRAISAKI-CHK-RTN.
            MOVE ZERO TO HIT-CX
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CP-CNT
                IF CP-S-CODE(CX) = IN-S-CODE
                    MOVE CX TO HIT-CX
                END-IF
            END-PERFORM
            IF HIT-CX NOT = ZERO
                DISPLAY "入力済みの仕入先です：" IN-S-CODE
            ELSE
                MOVE IN-S-CODE TO S-CODE
                READ MAS-FILE
                    INVALID KEY
                        DISPLAY "仕入先がありません："
                                IN-S-CODE
                    NOT INVALID KEY
                        IF S-INACTIVE
                            DISPLAY "休止中の仕入先です："
                                    IN-S-CODE
                        ELSE
                            ADD 1 TO CP-CNT
                            MOVE IN-S-CODE TO CP-S-CODE(CP-CNT)
                            DISPLAY "仕入先名：" S-SYOTEN-REST
                        END-IF
                END-READ
            END-IF.
      *
      * 依頼番号を採番し、依頼・依頼先を記録して依頼書を印字する
       IRAI-WRITE-RTN.
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MI-CNT
                MOVE MIT-REC(MX) TO MI-REC
                IF MI-NO > LAST-MI-NO
                    MOVE MI-NO TO LAST-MI-NO
                END-IF
            END-PERFORM
            ADD 1 TO LAST-MI-NO
            OPEN EXTEND MI-FILE
            MOVE SPACE TO MI-REC
            MOVE LAST-MI-NO   TO MI-NO
            MOVE IN-ITEM      TO MI-ITEM
            MOVE IN-SURYO     TO MI-SURYO
            MOVE IN-FROM      TO MI-FROM
            MOVE IN-TO        TO MI-TO
            MOVE IN-SHIMEKIRI TO MI-SHIMEKIRI
            MOVE "O"          TO MI-STATUS
            MOVE W-DATE8      TO MI-DATE
            MOVE OPID         TO MI-OPID
            WRITE MI-REC
            CLOSE MI-FILE
            OPEN EXTEND MK-FILE
            OPEN OUTPUT PRINT-FILE
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CP-CNT
                MOVE SPACE TO MK-REC
                MOVE LAST-MI-NO    TO MK-NO
                MOVE CP-S-CODE(CX) TO MK-S-CODE
                MOVE "I"           TO MK-STATUS
                MOVE ZERO          TO MK-TANKA MK-LEAD MK-KAITO-DATE
                MOVE OPID          TO MK-OPID
                WRITE MK-REC
                PERFORM IRAISHO-RTN
            END-PERFORM
            MOVE LAST-MI-NO TO FI-MI-NO
            MOVE CP-CNT     TO FI-CNT
            WRITE P-REC FROM FOOT-IRAI AFTER PAGE
            CLOSE MK-FILE PRINT-FILE
            DISPLAY "依頼番号 " LAST-MI-NO
                    " で作成しました。".
      *
      * １仕入先ぶんの見積依頼書と回答書
       IRAISHO-RTN.
            WRITE P-REC FROM DOC-HEAD-1 AFTER PAGE
            MOVE LAST-MI-NO TO DH-MI-NO
            MOVE W-DATE8    TO DH-DATE
            WRITE P-REC FROM DOC-HEAD-2 AFTER 2
            MOVE CP-S-CODE(CX) TO S-CODE
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
            MOVE IN-ITEM TO DI-ITEM
            MOVE T-NAME  TO DI-NAME
            WRITE P-REC FROM DOC-ITEM AFTER 2
            MOVE IN-SURYO TO DS-SURYO
            WRITE P-REC FROM DOC-SURYO AFTER 1
            MOVE IN-FROM TO DK-FROM
            MOVE IN-TO   TO DK-TO
            WRITE P-REC FROM DOC-KIKAN AFTER 1
            MOVE IN-SHIMEKIRI TO DM-SHIMEKIRI
            WRITE P-REC FROM DOC-SHIMEKIRI AFTER 1
            WRITE P-REC FROM DOC-KIRITORI AFTER 3
            WRITE P-REC FROM REPLY-HEAD AFTER 2
            MOVE LAST-MI-NO    TO RP-MI-NO
            MOVE CP-S-CODE(CX) TO RP-S-CODE
            WRITE P-REC FROM REPLY-1 AFTER 2
            WRITE P-REC FROM REPLY-2 AFTER 2
            WRITE P-REC FROM REPLY-3 AFTER 2
            WRITE P-REC FROM REPLY-4 AFTER 2
            WRITE P-REC FROM REPLY-5 AFTER 2.
      *
      * 回答入力：依頼先ごとに単価・納期（日数）または辞退を記録し
      * 見積回答.TXTを書き直す（空白のコードで終了）
       KAITO-RTN.
            PERFORM IRAI-FIND-RTN
            IF HIT-MX NOT = ZERO
                IF NOT MI-OPEN
                    DISPLAY "落札済みの依頼です。"
                ELSE
                    MOVE "N" TO ANS
                    PERFORM UNTIL ANS = "E"
                        DISPLAY "仕入先コード"
                                "(3桁、空白で終了)："
                        MOVE SPACE TO IN-S-CODE
                        ACCEPT IN-S-CODE
                        IF IN-S-CODE = SPACE
                            MOVE "E" TO ANS
                        ELSE
                            PERFORM KAITO-ONE-RTN
                        END-IF
                    END-PERFORM
                    PERFORM MK-SAVE-RTN
                END-IF
            END-IF.
      *
       KAITO-ONE-RTN.
            PERFORM KAITO-FIND-RTN
            IF HIT-KX = ZERO
                DISPLAY "この依頼の依頼先では"
                        "ありません。"
            ELSE
                MOVE MKT-REC(HIT-KX) TO MK-REC
                DISPLAY "現在の状態：" MK-STATUS
                DISPLAY "単価(7桁、円5桁＋銭2桁)"
                        " N=辞退："
                MOVE SPACE TO IN-TANKA
                ACCEPT IN-TANKA
                IF IN-TANKA = "N" OR IN-TANKA = "n"
                    MOVE "D"  TO MK-STATUS
                    MOVE ZERO TO MK-TANKA MK-LEAD
                    PERFORM KAITO-KIROKU-RTN
                ELSE
                    IF IN-TANKA NOT NUMERIC OR IN-TANKA-N = ZERO
                        DISPLAY "単価が不正です。"
                    ELSE
                        DISPLAY "納期(発注後日数3桁)："
                        ACCEPT IN-LEAD
                        IF IN-LEAD NOT NUMERIC
                            DISPLAY "数字3桁で入力して"
                                    "ください。"
                        ELSE
                            MOVE "R"        TO MK-STATUS
                            MOVE IN-TANKA-N TO MK-TANKA
                            MOVE IN-LEAD    TO MK-LEAD
                            PERFORM KAITO-KIROKU-RTN
                        END-IF
                    END-IF
                END-IF
                MOVE "N" TO ANS
            END-IF.
      *
       KAITO-KIROKU-RTN.
            MOVE W-DATE8 TO MK-KAITO-DATE
            MOVE OPID    TO MK-OPID
            MOVE MK-REC  TO MKT-REC(HIT-KX)
            DISPLAY "回答を記録しました。".
      *
      * 比較表：回答単価の安い順に等級・納期遵守率を並べて印字する
       HIKAKU-RTN.
            PERFORM IRAI-FIND-RTN
            IF HIT-MX NOT = ZERO
                PERFORM HIKAKU-LOAD-RTN
                PERFORM NARABE-RTN
                PERFORM JISSEKI-RTN
                PERFORM HIKAKU-PRINT-RTN
            END-IF.
      *
      * この依頼の依頼先を比較表へ取り出し、回答状況を数える
       HIKAKU-LOAD-RTN.
            MOVE ZERO TO CP-CNT KAITO-CNT JITAI-CNT MIKAITO-CNT
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > MK-CNT
                MOVE MKT-REC(KX) TO MK-REC
                IF MK-NO = MI-NO AND CP-CNT < 20
                    ADD 1 TO CP-CNT
                    MOVE MK-S-CODE TO CP-S-CODE(CP-CNT)
                    MOVE MK-STATUS TO CP-STATUS(CP-CNT)
                    MOVE MK-TANKA  TO CP-TANKA(CP-CNT)
                    MOVE MK-LEAD   TO CP-LEAD(CP-CNT)
                    MOVE ZERO      TO CP-PO-CNT(CP-CNT)
                    MOVE ZERO      TO CP-ONTIME(CP-CNT)
                    EVALUATE TRUE
                        WHEN MK-KAITO OR MK-RAKU
                            ADD 1 TO KAITO-CNT
                        WHEN MK-JITAI
                            ADD 1 TO JITAI-CNT
                        WHEN OTHER
                            ADD 1 TO MIKAITO-CNT
                    END-EVALUATE
                END-IF
            END-PERFORM.
      *
      * 並べ替え：回答（R・A）を単価の安い順に前へ、辞退・未回答は後
       NARABE-RTN.
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX >= CP-CNT
                PERFORM VARYING CY FROM CX BY 1 UNTIL CY > CP-CNT
                    IF (CP-STATUS(CY) = "R" OR CP-STATUS(CY) = "A")
                        AND ((CP-STATUS(CX) NOT = "R"
                              AND CP-STATUS(CX) NOT = "A")
                             OR CP-TANKA(CY) < CP-TANKA(CX))
                        MOVE CP-ENT(CX) TO CP-WORK
                        MOVE CP-ENT(CY) TO CP-ENT(CX)
                        MOVE CP-WORK    TO CP-ENT(CY)
                    END-IF
                END-PERFORM
            END-PERFORM.
      *
      * 納期遵守率：入荷実績のある発注を仕入先ごとに数える（P58と
      * 同じく入荷日が入荷予定日以前なら遵守）
       JISSEKI-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT PO-FILE
            READ PO-FILE
                AT END MOVE "E" TO END-FLG
            END-READ
            PERFORM UNTIL END-FLG = "E"
                IF PO-UKE-DATE > ZERO
                    PERFORM JISSEKI-ONE-RTN
                END-IF
                READ PO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE PO-FILE
            MOVE SPACE TO END-FLG.
      *
       JISSEKI-ONE-RTN.
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CP-CNT
                IF CP-S-CODE(CX) = PO-S-CODE
                    MOVE PO-UKE-DATE TO WS-DATE-IN
                    PERFORM DATE-SERIAL-RTN
                    MOVE WS-SERIAL TO UKE-SERIAL
                    MOVE PO-YOTEI TO WS-DATE-IN
                    PERFORM DATE-SERIAL-RTN
                    MOVE WS-SERIAL TO YOTEI-SERIAL
                    COMPUTE LATE-DAYS = UKE-SERIAL - YOTEI-SERIAL
                    ADD 1 TO CP-PO-CNT(CX)
                    IF LATE-DAYS <= ZERO
                        ADD 1 TO CP-ONTIME(CX)
                    END-IF
                END-IF
            END-PERFORM.
      *
       HIKAKU-PRINT-RTN.
            OPEN INPUT SHOHIN-FILE MAS-FILE
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            MOVE MI-NO    TO H-MI-NO
            MOVE MI-ITEM  TO H-ITEM T-NO
            READ SHOHIN-FILE
                INVALID KEY
                    MOVE SPACE TO T-NAME
            END-READ
            MOVE T-NAME   TO H-NAME
            MOVE MI-SURYO TO H-SURYO
            WRITE P-REC FROM HEAD-15 AFTER 1
            MOVE MI-FROM      TO H-FROM
            MOVE MI-TO        TO H-TO
            MOVE MI-SHIMEKIRI TO H-SHIMEKIRI
            WRITE P-REC FROM HEAD-16 AFTER 1
            PERFORM GENKO-RTN
            WRITE P-REC FROM HEAD-2 AFTER 2
            MOVE ZERO TO SAIYASU-TANKA
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CP-CNT
                PERFORM HIKAKU-ONE-RTN
            END-PERFORM
            MOVE CP-CNT      TO F-IRAI
            MOVE KAITO-CNT   TO F-KAITO
            MOVE JITAI-CNT   TO F-JITAI
            MOVE MIKAITO-CNT TO F-MIKAITO
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE SHOHIN-FILE MAS-FILE PRINT-FILE
            DISPLAY "比較表を印字しました：P131.DOC".
      *
       HIKAKU-ONE-RTN.
            MOVE SPACE TO MEISAI
            MOVE CP-S-CODE(CX) TO M-S-CODE S-CODE
            READ MAS-FILE
                INVALID KEY
                    MOVE SPACE TO S-SYOTEN-REST S-GRADE
            END-READ
            MOVE S-SYOTEN-REST TO M-NAME
            MOVE S-GRADE       TO M-GRADE
            IF CP-PO-CNT(CX) > ZERO
                COMPUTE WORK-PCT ROUNDED =
                    CP-ONTIME(CX) * 100 / CP-PO-CNT(CX)
                MOVE WORK-PCT TO M-ONTIME
            END-IF
            EVALUATE CP-STATUS(CX)
                WHEN "R"
                WHEN "A"
                    MOVE CX            TO M-JUNI
                    MOVE CP-TANKA(CX)  TO M-TANKA
                    COMPUTE WK-KINGAKU ROUNDED =
                            CP-TANKA(CX) * MI-SURYO
                    MOVE WK-KINGAKU    TO M-KINGAKU
                    MOVE CP-LEAD(CX)   TO M-LEAD
                    IF CP-STATUS(CX) = "A"
                        MOVE "★落札" TO M-BIKO
                    END-IF
                WHEN "D"
                    MOVE "辞退" TO M-BIKO
                WHEN OTHER
                    MOVE "未回答" TO M-BIKO
            END-EVALUATE
            WRITE P-REC FROM MEISAI AFTER 1.
      *
      * 現行契約：依頼の商品で本日有効な契約単価を参考に印字する
       GENKO-RTN.
            MOVE SPACE TO KEIYAKU-END-FLG
            OPEN INPUT KEIYAKU-FILE
            IF KEIYAKU-FS NOT = "00"
                MOVE "E" TO KEIYAKU-END-FLG
            ELSE
                READ KEIYAKU-FILE
                    AT END MOVE "E" TO KEIYAKU-END-FLG
                END-READ
            END-IF
            PERFORM UNTIL KEIYAKU-END-FLG = "E"
                IF KY-ITEM = MI-ITEM
                    AND KY-FROM <= W-DATE8 AND KY-TO >= W-DATE8
                    MOVE KY-S-CODE TO HG-S-CODE
                    MOVE KY-TANKA  TO HG-TANKA
                    MOVE KY-FROM   TO HG-FROM
                    MOVE KY-TO     TO HG-TO
                    WRITE P-REC FROM HEAD-GENKO AFTER 1
                END-IF
                READ KEIYAKU-FILE
                    AT END MOVE "E" TO KEIYAKU-END-FLG
                END-READ
            END-PERFORM
            CLOSE KEIYAKU-FILE.
      *
      * 落札登録：落札仕入先の単価で契約単価マスタへ1行追加し、依頼
      * と回答を落札済みにする（権限レベル2のみ）
       RAKUSATSU-RTN.
            PERFORM LEVEL-CHK-RTN
            IF CUR-LEVEL NOT = "2"
                DISPLAY "権限がありません。"
            ELSE
                PERFORM IRAI-FIND-RTN
                IF HIT-MX NOT = ZERO
                    IF NOT MI-OPEN
                        DISPLAY "落札済みの依頼です。"
                    ELSE
                        PERFORM RAKUSATSU-ONE-RTN
                    END-IF
                END-IF
            END-IF.
      *
       RAKUSATSU-ONE-RTN.
            DISPLAY "落札仕入先コード(3桁)："
            ACCEPT IN-S-CODE
            PERFORM KAITO-FIND-RTN
            IF HIT-KX = ZERO
                DISPLAY "この依頼の依頼先では"
                        "ありません。"
            ELSE
                MOVE MKT-REC(HIT-KX) TO MK-REC
                IF NOT MK-KAITO
                    DISPLAY "回答のない仕入先は"
                            "落札できません。"
                ELSE
                    PERFORM JUFUKU-CHK-RTN
                    IF OK-FLG = "Y"
                        PERFORM SAIYASU-CHK-RTN
                        DISPLAY "単価：" MK-TANKA
                                "　期間：" MI-FROM
                                "～" MI-TO
                        DISPLAY "落札しますか(Y/N)："
                        ACCEPT ANS
                        IF ANS = "Y" OR ANS = "y"
                            PERFORM RAKUSATSU-KIROKU-RTN
                        ELSE
                            DISPLAY "落札は登録しません。"
                        END-IF
                    END-IF
                END-IF
            END-IF.
      *
      * 同じ商品・仕入先で期間が重なる契約があれば落札不可
       JUFUKU-CHK-RTN.
            MOVE "Y" TO OK-FLG
            MOVE SPACE TO KEIYAKU-END-FLG
            OPEN INPUT KEIYAKU-FILE
            IF KEIYAKU-FS NOT = "00"
                MOVE "E" TO KEIYAKU-END-FLG
            ELSE
                READ KEIYAKU-FILE
                    AT END MOVE "E" TO KEIYAKU-END-FLG
                END-READ
            END-IF
            PERFORM UNTIL KEIYAKU-END-FLG = "E"
                IF KY-ITEM = MI-ITEM AND KY-S-CODE = IN-S-CODE
                    AND KY-FROM <= MI-TO AND KY-TO >= MI-FROM
                    DISPLAY "契約期間が重複しています："
                            KY-FROM "～" KY-TO
                    MOVE "N" TO OK-FLG
                END-IF
                READ KEIYAKU-FILE
                    AT END MOVE "E" TO KEIYAKU-END-FLG
                END-READ
            END-PERFORM
            CLOSE KEIYAKU-FILE.
      *
      * 最安の回答でない仕入先を落札するときは★で知らせる
       SAIYASU-CHK-RTN.
            MOVE ZERO TO SAIYASU-TANKA
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > MK-CNT
                MOVE MKT-REC(KX) TO MK-REC
                IF MK-NO = MI-NO AND MK-KAITO
                    IF SAIYASU-TANKA = ZERO
                        OR MK-TANKA < SAIYASU-TANKA
                        MOVE MK-TANKA TO SAIYASU-TANKA
                    END-IF
                END-IF
            END-PERFORM
            MOVE MKT-REC(HIT-KX) TO MK-REC
            IF MK-TANKA > SAIYASU-TANKA
                DISPLAY "★最安の回答ではありません"
                        "（最安："
                        SAIYASU-TANKA "）"
            END-IF.
      *
       RAKUSATSU-KIROKU-RTN.
            OPEN EXTEND KEIYAKU-FILE
            MOVE SPACE     TO KY-REC
            MOVE MI-ITEM   TO KY-ITEM
            MOVE IN-S-CODE TO KY-S-CODE
            MOVE MK-TANKA  TO KY-TANKA
            MOVE MI-FROM   TO KY-FROM
            MOVE MI-TO     TO KY-TO
            WRITE KY-REC
            CLOSE KEIYAKU-FILE
            MOVE "A"     TO MK-STATUS
            MOVE OPID    TO MK-OPID
            MOVE MK-REC  TO MKT-REC(HIT-KX)
            MOVE "A"       TO MI-STATUS
            MOVE IN-S-CODE TO MI-RAKU-S
            MOVE MI-REC    TO MIT-REC(HIT-MX)
            PERFORM MK-SAVE-RTN
            OPEN OUTPUT MI-NEW
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MI-CNT
                MOVE MIT-REC(MX) TO MIN-REC
                WRITE MIN-REC
            END-PERFORM
            CLOSE MI-NEW
            CALL "SYSTEM" USING
                "mv 見積依頼.NEW 見積依頼.TXT"
            DISPLAY "契約単価マスタへ登録しました。".
      *
      * 依頼番号を受け付けて依頼を探す（HIT-MXに位置、無ければ0）
       IRAI-FIND-RTN.
            MOVE ZERO TO HIT-MX
            DISPLAY "依頼番号(6桁)："
            ACCEPT IN-MI-NO
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MI-CNT
                MOVE MIT-REC(MX) TO MI-REC
                IF MI-NO = IN-MI-NO
                    MOVE MX TO HIT-MX
                END-IF
            END-PERFORM
            IF HIT-MX = ZERO
                DISPLAY "見積依頼がありません：" IN-MI-NO
            ELSE
                MOVE MIT-REC(HIT-MX) TO MI-REC
            END-IF.
      *
      * 依頼番号・仕入先の回答行を探す（HIT-KXに位置、無ければ0）
       KAITO-FIND-RTN.
            MOVE ZERO TO HIT-KX
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > MK-CNT
                MOVE MKT-REC(KX) TO MK-REC
                IF MK-NO = MI-NO AND MK-S-CODE = IN-S-CODE
                    MOVE KX TO HIT-KX
                END-IF
            END-PERFORM.
      *
       MK-SAVE-RTN.
            OPEN OUTPUT MK-NEW
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > MK-CNT
                MOVE MKT-REC(KX) TO MKN-REC
                WRITE MKN-REC
            END-PERFORM
            CLOSE MK-NEW
            CALL "SYSTEM" USING
                "mv 見積回答.NEW 見積回答.TXT".
      *
       MI-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT MI-FILE
            IF MI-FS NOT = "00"
                CLOSE MI-FILE
            ELSE
                READ MI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF MI-CNT < 300
                        ADD 1 TO MI-CNT
                        MOVE MI-REC TO MIT-REC(MI-CNT)
                    END-IF
                    READ MI-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE MI-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
       MK-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT MK-FILE
            IF MK-FS NOT = "00"
                CLOSE MK-FILE
            ELSE
                READ MK-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF MK-CNT < 1000
                        ADD 1 TO MK-CNT
                        MOVE MK-REC TO MKT-REC(MK-CNT)
                    END-IF
                    READ MK-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE MK-FILE
            END-IF
            MOVE SPACE TO END-FLG.
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
       LEVEL-CHK-RTN.
            MOVE SPACE TO OPE-END-FLG
            OPEN INPUT OPE-FILE
            IF OPE-FS NOT = "00"
                MOVE "E" TO OPE-END-FLG
            ELSE
                READ OPE-FILE
                    AT END MOVE "E" TO OPE-END-FLG
                END-READ
            END-IF
            PERFORM UNTIL OPE-END-FLG = "E"
                IF OP-ID = OPID
                    MOVE OP-LEVEL TO CUR-LEVEL
                    MOVE "E" TO OPE-END-FLG
                ELSE
                    READ OPE-FILE
                        AT END MOVE "E" TO OPE-END-FLG
                    END-READ
                END-IF
            END-PERFORM
            CLOSE OPE-FILE.
      *
       DATE-SERIAL-RTN.
            MOVE WS-DATE-IN(1:4) TO WS-YY
            MOVE WS-DATE-IN(5:2) TO WS-MM
            MOVE WS-DATE-IN(7:2) TO WS-DD
            COMPUTE WS-SERIAL = WS-YY * 360 + WS-MM * 30 + WS-DD.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
