      *
      * 14JY0123 崔　禎　文
      * 外国送金依頼作成：承認済の支払（支払確定.TXT）のうち外貨
      * 仕入先（仕入先マスタS-CURRENCYがJPY以外、P34は振込から
      * 外して残す）について、銀行所定の外国送金依頼ファイル
      * （外国送金依頼.TXT）を作成する。送金先銀行のSWIFTコード・
      * 口座・受取人名・国・送金目的・手数料負担区分は
      * 外国送金先マスタ.TXT（仕入先別）から取る
      * 送金額（外貨）は台帳のS（支払予定確定）明細ごとに帳簿円額
      * ÷記帳日レート（為替レート.TXT、P76と同じ求め方）で外貨へ
      * 戻して合計し、控除票（D＋7桁）は差し引く
      * 送金先未登録・レート未登録の仕入先は除外して支払確定に残す
      * 作成のつど振込送信簿.TXTへ区分G（外国送金作成）で連番付き
      * に記録し、P34と同じく台帳のS明細をPへ落として支払明細.TXT
      * ・支払実績.TXTへ記録し、支払確定.TXTから作成済みの仕入先を
      * 除いて書き直す。件数・通貨別金額を管理帳票に印字する
      * 支払方法マスタ.TXTで外国送金（3）の仕入先も対象とし、
      * 円建て（S-CURRENCYが空白・JPY）の場合は円額のまま送金する
      * 外国送金は外貨額で送るため早期支払割引は取らず、支払確定に
      * 割引額があっても差引支払額へ戻して扱う
      * 請求書台帳はISAM請求書台帳で、仕入先ごとのS明細を副キー
      * （仕入先＋状態）で直接読み、Pへの更新はその場で書き換える
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P114.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  SHIHARAI-FILE ASSIGN  "支払確定.TXT"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  SHIHARAI-NEW ASSIGN  "支払確定.NEW"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  MAS-FILE    ASSIGN  "ISAM仕入先マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY S-CODE.
           SELECT  SOKIN-FILE  ASSIGN  "外国送金依頼.TXT"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  PRINT-FILE  ASSIGN  "P114.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL SOSHIN-FILE ASSIGN  "振込送信簿.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SOSHIN-FS.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  OPTIONAL SHONIN-FILE ASSIGN  "支払承認.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SHONIN-FS.
           SELECT  OPTIONAL SOKINSAKI-FILE ASSIGN
                                    "外国送金先マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SOKINSAKI-FS.
           SELECT  OPTIONAL HOHO-FILE ASSIGN
                                    "支払方法マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS HOHO-FS.
           SELECT  OPTIONAL KAWASE-FILE ASSIGN  "為替レート.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KAWASE-FS.
           SELECT  OPTIONAL DAICHO-FILE ASSIGN  "ISAM請求書台帳"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY D-INV-NO
                                    ALTERNATE RECORD KEY D-SS-KEY
                                        WITH DUPLICATES
                                    FILE STATUS DAICHO-FS.
           SELECT  OPTIONAL JISSEKI-FILE ASSIGN  "支払実績.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS JISSEKI-FS.
           SELECT  OPTIONAL SHMEI-FILE ASSIGN  "支払明細.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SHMEI-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 差引支払額（KINGAKU）＝支払予定計（GROSS）−返品控除（KOJO）
      * 　　　　　　　　　　　　−早期支払割引（WARIBIKI）
       FD  SHIHARAI-FILE.
       01  SH-REC.
           05  SH-S-CODE         PIC X(03).
           05  SH-DATE           PIC 9(04).
           05  SH-KINGAKU        PIC 9(09).
           05  SH-GROSS          PIC 9(09).
           05  SH-KOJO           PIC 9(09).
           05  SH-WARIBIKI       PIC 9(09).
      *
       FD  SHIHARAI-NEW.
       01  SHN-REC               PIC X(43).
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
      * 外国送金依頼（銀行所定、250バイト）
      * 1＝ヘッダ　2＝依頼明細　8＝トレーラ
       FD  SOKIN-FILE.
       01  GR-REC                PIC X(250).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
      * 振込送信簿：S＝送信（作成）記録　R＝再実行許可
      * G＝外国送金依頼の作成記録（本プログラム）
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
       FD  SIGNON-FILE.
       01  SG-REC.
           05  SG-OPID           PIC X(04).
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
      * 外国送金先マスタ：仕入先別の受取人・送金先銀行
      * 手数料負担区分 OUR＝当方 SHA＝折半 BEN＝受取人
       FD  SOKINSAKI-FILE.
       01  GS-REC.
           05  GS-CODE           PIC X(03).
           05                    PIC X(01).
           05  GS-SWIFT          PIC X(11).
           05                    PIC X(01).
           05  GS-KOZA           PIC X(34).
           05                    PIC X(01).
           05  GS-NAME           PIC X(35).
           05                    PIC X(01).
           05  GS-BANK-NAME      PIC X(35).
           05                    PIC X(01).
           05  GS-COUNTRY        PIC X(02).
           05                    PIC X(01).
           05  GS-CHARGE         PIC X(03).
           05                    PIC X(01).
           05  GS-PURPOSE        PIC X(20).
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
       FD  KAWASE-FILE.
       01  KW-REC.
           05  KW-CURRENCY       PIC X(03).
           05                    PIC X(01).
           05  KW-DATE           PIC 9(08).
           05                    PIC X(01).
           05  KW-RATE           PIC 9(04)V99.
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
      * 支払実績：P＝振込・送金　F＝振込不能取消（P69）
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
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  READ-CNT              PIC 9(05)  VALUE ZERO.
       01  OUT-CNT               PIC 9(06)  VALUE ZERO.
       01  REJ-CNT               PIC 9(05)  VALUE ZERO.
       01  G-KINGAKU             PIC 9(12)  VALUE ZERO.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  W-TIME8               PIC 9(08)  VALUE ZERO.
       01  SOSHIN-FS             PIC X(02)  VALUE SPACE.
       01  SOSHIN-END-FLG        PIC X(01)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  PAY-DATE              PIC 9(04)  VALUE ZERO.
       01  PAY-DATE8             PIC 9(08)  VALUE ZERO.
       01  MAX-SERIAL            PIC 9(05)  VALUE ZERO.
       01  SHONIN-FS             PIC X(02)  VALUE SPACE.
       01  SHONIN-END-FLG        PIC X(01)  VALUE SPACE.
       01  LAST-SHONIN           PIC X(01)  VALUE SPACE.
       01  SOKINSAKI-FS          PIC X(02)  VALUE SPACE.
       01  KAWASE-FS             PIC X(02)  VALUE SPACE.
       01  DAICHO-FS             PIC X(02)  VALUE SPACE.
       01  DAICHO-END-FLG        PIC X(01)  VALUE SPACE.
       01  JISSEKI-FS            PIC X(02)  VALUE SPACE.
       01  SHMEI-FS              PIC X(02)  VALUE SPACE.
       01  WS-YY                 PIC 9(04).
       01  WK-S-CODE             PIC X(03)  VALUE SPACE.
       01  LOAD-END-FLG          PIC X(01)  VALUE SPACE.
       01  GS-CNT                PIC 9(03)  VALUE ZERO.
       01  GSX                   PIC 9(03).
       01  HIT-GSX               PIC 9(03)  VALUE ZERO.
       01  KW-CNT                PIC 9(03)  VALUE ZERO.
       01  KWX                   PIC 9(03).
       01  GK-CNT                PIC 9(03)  VALUE ZERO.
       01  GKX                   PIC 9(03).
       01  HIT-GKX               PIC 9(03)  VALUE ZERO.
       01  CRX                   PIC 9(02).
       01  CR-CNT                PIC 9(02)  VALUE ZERO.
       01  BOOK-RATE             PIC 9(04)V99 VALUE ZERO.
       01  HOHO-FS               PIC X(02)  VALUE SPACE.
       01  HH-CNT                PIC 9(03)  VALUE ZERO.
       01  HHX                   PIC 9(03).
       01  HOHO                  PIC X(01)  VALUE SPACE.
      *
      * 支払方法マスタの控え
       01  HOHO-TBL.
           05  HOHO-ENT          OCCURS 300 TIMES.
               10  HB-CODE       PIC X(03).
               10  HB-HOHO       PIC X(01).
       01  FC-GAKU               PIC 9(11)V99 VALUE ZERO.
      *
      * 外国送金先マスタの控え
       01  SOKINSAKI-TBL.
           05  SOKINSAKI-ENT     OCCURS 100 TIMES.
               10  GT-CODE       PIC X(03).
               10  GT-SWIFT      PIC X(11).
               10  GT-KOZA       PIC X(34).
               10  GT-NAME       PIC X(35).
               10  GT-BANK-NAME  PIC X(35).
               10  GT-COUNTRY    PIC X(02).
               10  GT-CHARGE     PIC X(03).
               10  GT-PURPOSE    PIC X(20).
      *
       01  KAWASE-TBL.
           05  KAWASE-ENT        OCCURS 50 TIMES.
               10  KWT-CURRENCY  PIC X(03).
               10  KWT-DATE      PIC 9(08).
               10  KWT-RATE      PIC 9(04)V99.
      *
      * 今回の外貨仕入先（支払確定の行と外貨送金額）
      * GA-KEKKA：Y＝作成　N＝送金先未登録　R＝レート未登録
       01  GAIKA-TBL.
           05  GAIKA-ENT         OCCURS 100 TIMES.
               10  GA-CODE       PIC X(03).
               10  GA-CURRENCY   PIC X(03).
               10  GA-KINGAKU    PIC 9(09).
               10  GA-GROSS      PIC 9(09).
               10  GA-KOJO       PIC 9(09).
               10  GA-FC         PIC S9(11)V99.
               10  GA-KEKKA      PIC X(01).
      *
      * 通貨別の送金額合計
       01  CUR-TBL.
           05  CUR-ENT           OCCURS 20 TIMES.
               10  CT-CURRENCY   PIC X(03).
               10  CT-KENSU      PIC 9(05).
               10  CT-FC         PIC 9(13)V99.
      *
      * 外国送金依頼各レコード（250バイト）
       01  GR-HEADER.
           05                    PIC X(01)  VALUE "1".
           05  GH-DATE           PIC 9(08).
           05  GH-BANK           PIC X(04)  VALUE "0001".
           05  GH-SHITEN         PIC X(03)  VALUE "001".
           05  GH-KOZA-TYPE      PIC X(01)  VALUE "1".
           05  GH-KOZA-NO        PIC X(07)  VALUE "1234567".
           05  GH-IRAI-NAME      PIC X(35)  VALUE
               "NIHON SEIKA CO.,LTD.".
           05                    PIC X(191) VALUE SPACE.
       01  GR-DATA.
           05                    PIC X(01)  VALUE "2".
           05  GD-REF            PIC X(10).
           05  GD-CURRENCY       PIC X(03).
           05  GD-FC             PIC 9(13)V99.
           05  GD-NAME           PIC X(35).
           05  GD-KOZA           PIC X(34).
           05  GD-SWIFT          PIC X(11).
           05  GD-BANK-NAME      PIC X(35).
           05  GD-COUNTRY        PIC X(02).
           05  GD-PURPOSE        PIC X(35).
           05  GD-CHARGE         PIC X(03).
           05                    PIC X(66)  VALUE SPACE.
       01  GR-TRAILER.
           05                    PIC X(01)  VALUE "8".
           05  GTR-KENSU          PIC 9(06).
           05                    PIC X(243) VALUE SPACE.
      *
       01  MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05  M-S-CODE          PIC X(03).
           05                    PIC X(02)  VALUE SPACE.
           05  M-CURRENCY        PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  M-FC              PIC ZZZ,ZZZ,ZZ9.99-.
           05                    PIC X(01)  VALUE SPACE.
           05  M-KINGAKU         PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-SWIFT           PIC X(11).
           05                    PIC X(01)  VALUE SPACE.
           05  M-COMMENT         PIC X(16).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 外国送金依頼作成".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  HEAD-2.
           05                    PIC X(07)  VALUE  "仕入先".
           05                    PIC X(05)  VALUE  "通貨".
           05                    PIC X(16)  VALUE  "　　　送金額".
           05                    PIC X(14)  VALUE  "帳簿円額".
           05                    PIC X(12)  VALUE  "SWIFT".
           05                    PIC X(08)  VALUE  "結果".
      *
       01  CUR-MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05  CM-CURRENCY       PIC X(03).
           05                    PIC X(02)  VALUE SPACE.
           05  CM-KENSU          PIC ZZZZ9.
           05                    PIC X(04)  VALUE "件".
           05  CM-FC             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  FOOT-1.
           05                    PIC X(15)  VALUE "対象件数：".
           05  F-READ            PIC ZZZZ9.
           05                    PIC X(12)  VALUE "　作成：".
           05  F-OUT             PIC ZZZZZ9.
           05                    PIC X(12)  VALUE "　除外：".
           05  F-REJ             PIC ZZZZ9.
       01  FOOT-2.
           05                    PIC X(18)  VALUE
                                 "帳簿円額合計：".
           05  F-KINGAKU         PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  FOOT-3.
           05                    PIC X(18)  VALUE
                                 "送信簿連番：".
           05  F-SERIAL          PIC ZZZZ9.
       01  CUR-HEAD.
           05                    PIC X(30)  VALUE
                                 "－通貨別送金額－".
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM OPID-LOAD-RTN
            OPEN INPUT  SHIHARAI-FILE
            READ SHIHARAI-FILE
                AT END MOVE "E" TO END-FLG
            END-READ
            IF END-FLG = "E"
                DISPLAY "支払確定がありません。"
                CLOSE SHIHARAI-FILE
                STOP RUN
            END-IF
            MOVE SH-DATE TO PAY-DATE
            PERFORM SHONIN-CHK-RTN
            IF LAST-SHONIN NOT = "A"
                DISPLAY "振込指定日 " PAY-DATE
                        " は未承認です。"
                DISPLAY "P70で承認を受けてください。"
                CLOSE SHIHARAI-FILE
                STOP RUN
            END-IF
            PERFORM PAYDATE-SET-RTN
            PERFORM SOSHIN-MAX-RTN
            ADD 1 TO MAX-SERIAL
            PERFORM SOKINSAKI-LOAD-RTN
            PERFORM KAWASE-LOAD-RTN
            PERFORM HOHO-LOAD-RTN
            OPEN INPUT  MAS-FILE
            PERFORM UNTIL END-FLG = "E"
                PERFORM GAIKA-SENTAKU-RTN
                READ SHIHARAI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE SHIHARAI-FILE MAS-FILE
            IF GK-CNT = ZERO
                DISPLAY "外貨仕入先の支払はありません。"
                STOP RUN
            END-IF
            PERFORM FC-KEISAN-RTN
            OPEN OUTPUT SOKIN-FILE PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            MOVE PAY-DATE8 TO GH-DATE
            WRITE GR-REC FROM GR-HEADER
            PERFORM VARYING GKX FROM 1 BY 1 UNTIL GKX > GK-CNT
                PERFORM SOKIN-RTN
            END-PERFORM
            MOVE OUT-CNT TO GTR-KENSU
            WRITE GR-REC FROM GR-TRAILER
            MOVE READ-CNT TO F-READ
            MOVE OUT-CNT  TO F-OUT
            MOVE REJ-CNT  TO F-REJ
            WRITE P-REC FROM FOOT-1 AFTER 2
            MOVE G-KINGAKU TO F-KINGAKU
            WRITE P-REC FROM FOOT-2 AFTER 1
            IF OUT-CNT > ZERO
                MOVE MAX-SERIAL TO F-SERIAL
                WRITE P-REC FROM FOOT-3 AFTER 1
                WRITE P-REC FROM CUR-HEAD AFTER 2
                PERFORM VARYING CRX FROM 1 BY 1 UNTIL CRX > CR-CNT
                    MOVE CT-CURRENCY(CRX) TO CM-CURRENCY
                    MOVE CT-KENSU(CRX)    TO CM-KENSU
                    MOVE CT-FC(CRX)       TO CM-FC
                    WRITE P-REC FROM CUR-MEISAI AFTER 1
                END-PERFORM
            END-IF
            CLOSE SOKIN-FILE PRINT-FILE
            IF OUT-CNT > ZERO
                PERFORM SOSHIN-KIROKU-RTN
                PERFORM JISSEKI-WRITE-RTN
                PERFORM DAICHO-PAID-RTN
                PERFORM SHIHARAI-KAKIKAE-RTN
            END-IF
            DISPLAY "作成件数：" OUT-CNT
            DISPLAY "END"
            STOP RUN.
      *
      * 支払確定の行のうち外貨仕入先を控える
       GAIKA-SENTAKU-RTN.
            MOVE SH-S-CODE TO S-CODE
            READ MAS-FILE
                INVALID KEY
                    MOVE SPACE TO S-CURRENCY
            END-READ
            MOVE "1" TO HOHO
            PERFORM VARYING HHX FROM 1 BY 1 UNTIL HHX > HH-CNT
                IF HB-CODE(HHX) = SH-S-CODE
                    MOVE HB-HOHO(HHX) TO HOHO
                END-IF
            END-PERFORM
            IF HOHO = "3" AND S-CURRENCY = SPACE
                MOVE "JPY" TO S-CURRENCY
            END-IF
            IF ((S-CURRENCY NOT = SPACE AND S-CURRENCY NOT = "JPY")
                OR HOHO = "3")
                AND GK-CNT < 100
                ADD 1 TO READ-CNT
                ADD 1 TO GK-CNT
                MOVE SH-S-CODE  TO GA-CODE(GK-CNT)
                MOVE S-CURRENCY TO GA-CURRENCY(GK-CNT)
                MOVE SH-KINGAKU TO GA-KINGAKU(GK-CNT)
                IF SH-WARIBIKI NUMERIC
                    ADD SH-WARIBIKI TO GA-KINGAKU(GK-CNT)
                END-IF
                IF SH-GROSS NUMERIC
                    MOVE SH-GROSS TO GA-GROSS(GK-CNT)
                    MOVE SH-KOJO  TO GA-KOJO(GK-CNT)
                ELSE
                    MOVE SH-KINGAKU TO GA-GROSS(GK-CNT)
                    MOVE ZERO       TO GA-KOJO(GK-CNT)
                END-IF
                MOVE ZERO TO GA-FC(GK-CNT)
                MOVE "Y"  TO GA-KEKKA(GK-CNT)
            END-IF.
      *
      * 外貨送金額：台帳のS明細を記帳日レートで外貨へ戻して合計
      * （控除票は差し引く。レートが無い明細があれば仕入先ごと除外）
       FC-KEISAN-RTN.
            OPEN INPUT DAICHO-FILE
            IF DAICHO-FS NOT = "00"
                CLOSE DAICHO-FILE
            ELSE
                PERFORM VARYING HIT-GKX FROM 1 BY 1
                        UNTIL HIT-GKX > GK-CNT
                    PERFORM FC-SHIIRE-RTN
                END-PERFORM
                CLOSE DAICHO-FILE
            END-IF.
      *
      * 仕入先１件：仕入先＋Sの明細を副キーで順に読む
       FC-SHIIRE-RTN.
            MOVE SPACE TO DAICHO-END-FLG
            MOVE GA-CODE(HIT-GKX) TO D-S-CODE
            MOVE "S"              TO D-STATUS
            START DAICHO-FILE KEY = D-SS-KEY
                INVALID KEY MOVE "E" TO DAICHO-END-FLG
            END-START
            PERFORM UNTIL DAICHO-END-FLG = "E"
                READ DAICHO-FILE NEXT
                    AT END MOVE "E" TO DAICHO-END-FLG
                END-READ
                IF DAICHO-END-FLG NOT = "E"
                    IF D-S-CODE = GA-CODE(HIT-GKX) AND D-SCHEDULED
                        PERFORM FC-ONE-RTN
                    ELSE
                        MOVE "E" TO DAICHO-END-FLG
                    END-IF
                END-IF
            END-PERFORM.
      *
       FC-ONE-RTN.
            MOVE ZERO TO BOOK-RATE
            IF GA-CURRENCY(HIT-GKX) = "JPY"
                MOVE 1 TO BOOK-RATE
            END-IF
            PERFORM VARYING KWX FROM 1 BY 1 UNTIL KWX > KW-CNT
                IF KWT-CURRENCY(KWX) = GA-CURRENCY(HIT-GKX)
                    AND KWT-DATE(KWX) <= D-DATE
                    MOVE KWT-RATE(KWX) TO BOOK-RATE
                END-IF
            END-PERFORM
            IF BOOK-RATE = ZERO
                MOVE "R" TO GA-KEKKA(HIT-GKX)
            ELSE
                COMPUTE FC-GAKU ROUNDED = D-KINGAKU / BOOK-RATE
                IF D-INV-NO(1:1) = "D"
                    SUBTRACT FC-GAKU FROM GA-FC(HIT-GKX)
                ELSE
                    ADD FC-GAKU TO GA-FC(HIT-GKX)
                END-IF
            END-IF.
      *
       GAIKA-FIND-RTN.
            MOVE ZERO TO HIT-GKX
            PERFORM VARYING GKX FROM 1 BY 1 UNTIL GKX > GK-CNT
                IF GA-CODE(GKX) = WK-S-CODE
                    MOVE GKX TO HIT-GKX
                END-IF
            END-PERFORM.
      *
      * 仕入先１件の送金依頼（送金先・レートの無いものは除外）
       SOKIN-RTN.
            MOVE SPACE TO MEISAI
            MOVE GA-CODE(GKX)     TO M-S-CODE
            MOVE GA-CURRENCY(GKX) TO M-CURRENCY
            MOVE GA-FC(GKX)       TO M-FC
            MOVE GA-KINGAKU(GKX)  TO M-KINGAKU
            MOVE ZERO TO HIT-GSX
            PERFORM VARYING GSX FROM 1 BY 1 UNTIL GSX > GS-CNT
                IF GT-CODE(GSX) = GA-CODE(GKX)
                    MOVE GSX TO HIT-GSX
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN HIT-GSX = ZERO
                    MOVE "N" TO GA-KEKKA(GKX)
                    ADD 1 TO REJ-CNT
                    MOVE "送金先未登録" TO M-COMMENT
                WHEN GA-KEKKA(GKX) = "R"
                    ADD 1 TO REJ-CNT
                    MOVE "レート未登録" TO M-COMMENT
                WHEN GA-FC(GKX) NOT > ZERO
                    MOVE "N" TO GA-KEKKA(GKX)
                    ADD 1 TO REJ-CNT
                    MOVE "送金額なし" TO M-COMMENT
                WHEN OTHER
                    PERFORM GR-WRITE-RTN
            END-EVALUATE
            WRITE P-REC FROM MEISAI AFTER 1.
      *
       GR-WRITE-RTN.
            MOVE SPACE TO GD-REF
            STRING GA-CODE(GKX) DELIMITED BY SIZE
                   MAX-SERIAL   DELIMITED BY SIZE
              INTO GD-REF
            END-STRING
            MOVE GA-CURRENCY(GKX)    TO GD-CURRENCY
            MOVE GA-FC(GKX)          TO GD-FC
            MOVE GT-NAME(HIT-GSX)    TO GD-NAME
            MOVE GT-KOZA(HIT-GSX)    TO GD-KOZA
            MOVE GT-SWIFT(HIT-GSX)   TO GD-SWIFT
            MOVE GT-BANK-NAME(HIT-GSX) TO GD-BANK-NAME
            MOVE GT-COUNTRY(HIT-GSX) TO GD-COUNTRY
            MOVE GT-PURPOSE(HIT-GSX) TO GD-PURPOSE
            IF GT-CHARGE(HIT-GSX) = SPACE
                MOVE "SHA" TO GD-CHARGE
            ELSE
                MOVE GT-CHARGE(HIT-GSX) TO GD-CHARGE
            END-IF
            WRITE GR-REC FROM GR-DATA
            ADD 1 TO OUT-CNT
            ADD GA-KINGAKU(GKX) TO G-KINGAKU
            MOVE GT-SWIFT(HIT-GSX) TO M-SWIFT
            MOVE "作成" TO M-COMMENT
            PERFORM CUR-ACCUM-RTN.
      *
       CUR-ACCUM-RTN.
            MOVE ZERO TO HIT-GSX
            PERFORM VARYING CRX FROM 1 BY 1 UNTIL CRX > CR-CNT
                IF CT-CURRENCY(CRX) = GA-CURRENCY(GKX)
                    ADD 1 TO CT-KENSU(CRX)
                    ADD GA-FC(GKX) TO CT-FC(CRX)
                    MOVE 1 TO HIT-GSX
                END-IF
            END-PERFORM
            IF HIT-GSX = ZERO AND CR-CNT < 20
                ADD 1 TO CR-CNT
                MOVE GA-CURRENCY(GKX) TO CT-CURRENCY(CR-CNT)
                MOVE 1                TO CT-KENSU(CR-CNT)
                MOVE GA-FC(GKX)       TO CT-FC(CR-CNT)
            END-IF.
      *
      * 承認検査：当該振込指定日の最終記録がA（承認済み）で
      * なければ送金依頼は作成しない（P34と同じ）
       SHONIN-CHK-RTN.
            MOVE SPACE TO SHONIN-END-FLG LAST-SHONIN
            OPEN INPUT SHONIN-FILE
            IF SHONIN-FS NOT = "00"
                CLOSE SHONIN-FILE
            ELSE
                READ SHONIN-FILE
                    AT END MOVE "E" TO SHONIN-END-FLG
                END-READ
                PERFORM UNTIL SHONIN-END-FLG = "E"
                    IF SN-DATE = PAY-DATE
                        MOVE SN-STATUS TO LAST-SHONIN
                    END-IF
                    READ SHONIN-FILE
                        AT END MOVE "E" TO SHONIN-END-FLG
                    END-READ
                END-PERFORM
                CLOSE SHONIN-FILE
            END-IF.
      *
      * 送信簿の最終連番（振込・外国送金で通し番号とする）
       SOSHIN-MAX-RTN.
            MOVE SPACE TO SOSHIN-END-FLG
            OPEN INPUT SOSHIN-FILE
            IF SOSHIN-FS NOT = "00"
                CLOSE SOSHIN-FILE
            ELSE
                READ SOSHIN-FILE
                    AT END MOVE "E" TO SOSHIN-END-FLG
                END-READ
                PERFORM UNTIL SOSHIN-END-FLG = "E"
                    IF TB-SERIAL > MAX-SERIAL
                        MOVE TB-SERIAL TO MAX-SERIAL
                    END-IF
                    READ SOSHIN-FILE
                        AT END MOVE "E" TO SOSHIN-END-FLG
                    END-READ
                END-PERFORM
                CLOSE SOSHIN-FILE
            END-IF.
      *
       SOSHIN-KIROKU-RTN.
            OPEN EXTEND SOSHIN-FILE
            MOVE SPACE TO TB-REC
            MOVE MAX-SERIAL TO TB-SERIAL
            MOVE "G"        TO TB-KBN
            MOVE PAY-DATE   TO TB-DATE
            MOVE W-DATE8    TO TB-RUN-DATE
            ACCEPT W-TIME8 FROM TIME
            MOVE W-TIME8(1:6) TO TB-TIME
            MOVE OUT-CNT    TO TB-KENSU
            MOVE G-KINGAKU  TO TB-KINGAKU
            MOVE OPID       TO TB-OPID
            WRITE TB-REC
            CLOSE SOSHIN-FILE.
      *
      * 支払実績の追記（円額は帳簿額、P34の振込と同じ形）
       JISSEKI-WRITE-RTN.
            OPEN EXTEND JISSEKI-FILE
            PERFORM VARYING GKX FROM 1 BY 1 UNTIL GKX > GK-CNT
                IF GA-KEKKA(GKX) = "Y"
                    MOVE SPACE TO JT-REC
                    MOVE "P"             TO JT-KBN
                    MOVE GA-CODE(GKX)    TO JT-S-CODE
                    MOVE PAY-DATE8       TO JT-PAY-DATE
                    MOVE W-DATE8         TO JT-RUN-DATE
                    MOVE GA-GROSS(GKX)   TO JT-GROSS
                    MOVE GA-KOJO(GKX)    TO JT-KOJO
                    MOVE GA-KINGAKU(GKX) TO JT-KINGAKU
                    MOVE MAX-SERIAL      TO JT-SERIAL
                    WRITE JT-REC
                END-IF
            END-PERFORM
            CLOSE JISSEKI-FILE.
      *
      * 台帳の支払済み更新：作成した仕入先のS明細をPへ落とし、
      * 支払明細へ記録する
       DAICHO-PAID-RTN.
            OPEN I-O DAICHO-FILE
            IF DAICHO-FS NOT = "00"
                CLOSE DAICHO-FILE
            ELSE
                OPEN EXTEND SHMEI-FILE
                PERFORM VARYING GKX FROM 1 BY 1 UNTIL GKX > GK-CNT
                    IF GA-KEKKA(GKX) = "Y"
                        PERFORM PAID-ONE-RTN
                    END-IF
                END-PERFORM
                CLOSE DAICHO-FILE SHMEI-FILE
            END-IF.
      *
      * 仕入先１件：仕入先＋Sの先頭明細を副キーで読み、Pへ落とす
      * （書き換えた明細は副キーが変わるため、毎回先頭から探し直す）
       PAID-ONE-RTN.
            MOVE SPACE TO DAICHO-END-FLG
            PERFORM UNTIL DAICHO-END-FLG = "E"
                MOVE GA-CODE(GKX) TO D-S-CODE
                MOVE "S"          TO D-STATUS
                START DAICHO-FILE KEY = D-SS-KEY
                    INVALID KEY MOVE "E" TO DAICHO-END-FLG
                END-START
                IF DAICHO-END-FLG NOT = "E"
                    READ DAICHO-FILE NEXT
                        AT END MOVE "E" TO DAICHO-END-FLG
                    END-READ
                END-IF
                IF DAICHO-END-FLG NOT = "E"
                    MOVE "P" TO D-STATUS
                    MOVE "支払済み" TO D-REASON
                    PERFORM SHMEI-WRITE-RTN
                    REWRITE D-REC
                        INVALID KEY MOVE "E" TO DAICHO-END-FLG
                    END-REWRITE
                END-IF
            END-PERFORM.
      *
       SHMEI-WRITE-RTN.
            MOVE SPACE TO MS-REC
            MOVE MAX-SERIAL TO MS-SERIAL
            MOVE D-S-CODE   TO MS-S-CODE
            MOVE PAY-DATE8  TO MS-PAY-DATE
            MOVE D-INV-NO   TO MS-INV-NO
            IF D-INV-NO(1:1) = "D"
                MOVE "R" TO MS-KBN
            ELSE
                MOVE "I" TO MS-KBN
            END-IF
            MOVE D-KINGAKU  TO MS-KINGAKU
            WRITE MS-REC.
      *
      * 支払確定の書き直し：作成した仕入先を除く
       SHIHARAI-KAKIKAE-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT  SHIHARAI-FILE
            OPEN OUTPUT SHIHARAI-NEW
            READ SHIHARAI-FILE
                AT END MOVE "E" TO END-FLG
            END-READ
            PERFORM UNTIL END-FLG = "E"
                MOVE SH-S-CODE TO WK-S-CODE
                PERFORM GAIKA-FIND-RTN
                IF HIT-GKX = ZERO
                    MOVE SH-REC TO SHN-REC
                    WRITE SHN-REC
                ELSE
                    IF GA-KEKKA(HIT-GKX) NOT = "Y"
                        MOVE SH-REC TO SHN-REC
                        WRITE SHN-REC
                    END-IF
                END-IF
                READ SHIHARAI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE SHIHARAI-FILE SHIHARAI-NEW
            CALL "SYSTEM" USING
                "mv 支払確定.NEW 支払確定.TXT".
      *
       SOKINSAKI-LOAD-RTN.
            MOVE SPACE TO LOAD-END-FLG
            OPEN INPUT SOKINSAKI-FILE
            IF SOKINSAKI-FS NOT = "00"
                CLOSE SOKINSAKI-FILE
            ELSE
                READ SOKINSAKI-FILE
                    AT END MOVE "E" TO LOAD-END-FLG
                END-READ
                PERFORM UNTIL LOAD-END-FLG = "E"
                    IF GS-CNT < 100
                        ADD 1 TO GS-CNT
                        MOVE GS-CODE      TO GT-CODE(GS-CNT)
                        MOVE GS-SWIFT     TO GT-SWIFT(GS-CNT)
                        MOVE GS-KOZA      TO GT-KOZA(GS-CNT)
                        MOVE GS-NAME      TO GT-NAME(GS-CNT)
                        MOVE GS-BANK-NAME TO GT-BANK-NAME(GS-CNT)
                        MOVE GS-COUNTRY   TO GT-COUNTRY(GS-CNT)
                        MOVE GS-CHARGE    TO GT-CHARGE(GS-CNT)
                        MOVE GS-PURPOSE   TO GT-PURPOSE(GS-CNT)
                    END-IF
                    READ SOKINSAKI-FILE
                        AT END MOVE "E" TO LOAD-END-FLG
                    END-READ
                END-PERFORM
                CLOSE SOKINSAKI-FILE
            END-IF.
      *
       HOHO-LOAD-RTN.
            MOVE SPACE TO LOAD-END-FLG
            OPEN INPUT HOHO-FILE
            IF HOHO-FS = "00"
                READ HOHO-FILE
                    AT END MOVE "E" TO LOAD-END-FLG
                END-READ
                PERFORM UNTIL LOAD-END-FLG = "E"
                    IF HH-CNT < 300
                        ADD 1 TO HH-CNT
                        MOVE HH-CODE TO HB-CODE(HH-CNT)
                        MOVE HH-HOHO TO HB-HOHO(HH-CNT)
                    END-IF
                    READ HOHO-FILE
                        AT END MOVE "E" TO LOAD-END-FLG
                    END-READ
                END-PERFORM
                CLOSE HOHO-FILE
            ELSE
                CLOSE HOHO-FILE
            END-IF.
      *
       KAWASE-LOAD-RTN.
            MOVE SPACE TO LOAD-END-FLG
            OPEN INPUT KAWASE-FILE
            IF KAWASE-FS = "00"
                READ KAWASE-FILE
                    AT END MOVE "E" TO LOAD-END-FLG
                END-READ
                PERFORM UNTIL LOAD-END-FLG = "E"
                    IF KW-CNT < 50
                        ADD 1 TO KW-CNT
                        MOVE KW-CURRENCY TO KWT-CURRENCY(KW-CNT)
                        MOVE KW-DATE     TO KWT-DATE(KW-CNT)
                        MOVE KW-RATE     TO KWT-RATE(KW-CNT)
                    END-IF
                    READ KAWASE-FILE
                        AT END MOVE "E" TO LOAD-END-FLG
                    END-READ
                END-PERFORM
                CLOSE KAWASE-FILE
            ELSE
                CLOSE KAWASE-FILE
            END-IF.
      *
      * 振込指定日（MMDD）の西暦化：運用日が12月で指定日が1月なら
      * 翌年、それ以外は運用日と同じ年とする
       PAYDATE-SET-RTN.
            MOVE W-DATE8(1:4) TO WS-YY
            COMPUTE PAY-DATE8 = WS-YY * 10000 + PAY-DATE
            IF W-DATE8(5:2) = "12" AND PAY-DATE < 0200
                ADD 10000 TO PAY-DATE8
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
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
