      * 作成のつど振込送信簿.TXTへ連番付きで記録し、同じ振込指定日
      * の再作成は送信簿の再実行許可（R）が無い限り拒否する
      * （再実行許可はP70で記録する）
      * 口座欄がパラメタマスタ（P156で保守）のP34
      * HOLD-DAYS（既定14日）以内に
      * 変更された仕入先は振込せず保留し、旧・新口座を印字する
      * （保留はP70の支払解除で第二オペレータが解く）
      * 振込データへ出力した仕入先の台帳明細はS（支払予定確定）
      * からP（支払済み）へ落とし、支払確定.TXTからも出力済みの
      * 仕入先を除いて書き直す。再実行許可後の再作成は保留・除外で
      * 残った仕入先だけを対象にし、二重払いを起こさない
      * 出力した仕入先ごとに振込日・総額・控除・振込金額を
      * 支払実績.TXTへ追記する（買掛金元帳P111の支払額の元）
      * Pへ落とした請求書・控除票は送信簿連番付きで支払明細.TXT
      * へ記録する（支払通知書P113の明細の元）
      * 振込手数料は振込手数料マスタ.TXT（当社口座との関係＝同一
      * 支店・同一銀行・他行と振込金額の帯）で求め、手数料負担
      * マスタ.TXTで先方負担（S）の仕入先は振込金額から差し引く
      * 手数料合計は仕訳.TXTへ計上する（借方支払手数料5997／貸方
      * 普通預金1102、先方負担分は借方買掛金2001／貸方5997で相殺）
      * 外貨仕入先（S-CURRENCYがJPY以外）は振込に含めず支払確定に
      * 残し、外国送金依頼作成（P114）へ回す
      * 支払方法マスタ.TXT（仕入先別　1＝振込　2＝でんさい　3＝
      * 外国送金、未登録は振込）で外国送金の仕入先も同様に回し、
      * でんさいの仕入先は振込データではなくでんさい依頼.TXT
      * （発生記録請求）へ出力する（手数料差引なし）。支払期日は
      * 振込指定日に支払方法マスタのサイト日数（既定90日、1ヶ月
      * 30日の近似）を加え、カレンダーマスタで翌営業日まで繰り
      * 下げた日とし、でんさい台帳.TXTへ未決済（O）で記録する
      * （資金繰り予測P73は支払期日の週で出金を見る）
      * P68が早期支払割引を差し引いた仕入先は、振込・でんさいの
      * 出力時に割引額を支払実績.TXTへ記録し、仕訳.TXTへ借方買掛金
      * 2001（補助＝仕入先）／貸方仕入割引4502を計上して請求額の
      * 全額を消し込む
      * 仕訳の科目は勘定科目対応マスタ.TXT（P117で保守）から取り、
      * 上記の科目は標準登録の値。処理前に支払確定
      * を一度読み、今回実際に計上する事象だけを
      * 確かめる（手数料があれば支払手数料・普通
      * 預金、先方負担か割引があれば買掛金、割引
      * があれば仕入割引）。未登録なら振込データを
      * 作らずに中止する
      * 請求書台帳はISAM請求書台帳（副キー＝仕入先＋状態）で、
      * 出力した仕入先のS明細を副キーで直接拾ってその場でPへ更新する
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P34.
                                    RECORD KEY S-CODE.
           SELECT  ZENGIN-FILE ASSIGN  "振込データ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL KMAP-FILE ASSIGN
                                    "勘定科目対応マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KMAP-FS.
           SELECT  PRINT-FILE  ASSIGN  "P34.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL SOSHIN-FILE ASSIGN  "振込送信簿.TXT"
           SELECT  OPTIONAL KAIJO-FILE ASSIGN  "支払解除.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KAIJO-FS.
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
           SELECT  OPTIONAL TESURYO-FILE ASSIGN
                                    "振込手数料マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS TESURYO-FS.
           SELECT  OPTIONAL FUTAN-FILE ASSIGN
                                    "手数料負担マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS FUTAN-FS.
           SELECT  OPTIONAL SIWAKE-FILE ASSIGN  "仕訳.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIWAKE-FS.
           SELECT  OPTIONAL HOHO-FILE ASSIGN
                                    "支払方法マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS HOHO-FS.
           SELECT  DENSAI-FILE ASSIGN  "でんさい依頼.TXT"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL DKIROKU-FILE ASSIGN
                                    "でんさい台帳.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS DKIROKU-FS.
           SELECT  OPTIONAL CAL-FILE    ASSIGN
                                    "カレンダーマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS CAL-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 差引支払額（KINGAKU）＝支払予定計（GROSS）−返品控除（KOJO）
      * 　　　　　　　　　　　　−早期支払割引（WARIBIKI）
      * GROSS・KOJO・WARIBIKIはP68が付加する（旧形式は空白）
       FD  SHIHARAI-FILE.
       01  SH-REC.
           05  SH-S-CODE         PIC X(03).
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
           05  KJ-DATE           PIC 9(08).
           05                    PIC X(01).
           05  KJ-OPID           PIC X(04).
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
           05                    PIC X(01).
           05  D-JISSEKI         PIC 9(09).
           05                    PIC X(01).
           05  D-REASON          PIC X(20).
           05                    PIC X(01).
           05  D-KICHO-DATE      PIC 9(08).
           05                    PIC X(01).
           05  D-KIJITSU         PIC 9(08).
      *
      * 支払実績：P＝振込（本プログラム）　F＝振込不能取消（P69）
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
      * 振込手数料マスタ：関係（1＝同一支店 2＝同一銀行 3＝他行）
      * ごとに振込金額の上限（この金額以下）と手数料
       FD  TESURYO-FILE.
       01  TE-REC.
           05  TE-KANKEI         PIC X(01).
           05                    PIC X(01).
           05  TE-JOGEN          PIC 9(09).
           05                    PIC X(01).
           05  TE-TESURYO        PIC 9(05).
      *
      * 手数料負担マスタ：S＝先方負担（差引）　T＝当方負担
      * （登録の無い仕入先は当方負担）
       FD  FUTAN-FILE.
       01  FT-REC.
           05  FT-CODE           PIC X(03).
           05                    PIC X(01).
           05  FT-FUTAN          PIC X(01).
      *
      * 支払方法マスタ：1＝振込　2＝でんさい　3＝外国送金
      * （サイトはでんさいの支払期日までの日数、空白は90日）
       FD  HOHO-FILE.
       01  HH-REC.
           05  HH-CODE           PIC X(03).
           05                    PIC X(01).
           05  HH-HOHO           PIC X(01).
           05                    PIC X(01).
           05  HH-SITE           PIC X(03).
      *
       FD  DENSAI-FILE.
       01  DS-REC                PIC X(120).
      *
      * でんさい台帳：O＝未決済（発生記録請求済み）　K＝決済済み
      * 　　　　　　　X＝取消
       FD  DKIROKU-FILE.
       01  DK-REC.
           05  DK-SERIAL         PIC 9(05).
           05                    PIC X(01).
           05  DK-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  DK-HASSEI-DATE    PIC 9(08).
           05                    PIC X(01).
           05  DK-MANKI-DATE     PIC 9(08).
           05                    PIC X(01).
           05  DK-KINGAKU        PIC 9(09).
           05                    PIC X(01).
           05  DK-STATUS         PIC X(01).
      *
       FD  CAL-FILE.
       01  CA-REC.
           05  CA-DATE           PIC 9(08).
           05                    PIC X(01).
           05  CA-KBN            PIC X(01).
           05                    PIC X(01).
           05  CA-NAME           PIC X(20).
      *
       FD  SIWAKE-FILE.
       01  SW-REC.
           05  SW-KBN            PIC X(01).
           05                    PIC X(01).
           05  SW-DATE           PIC 9(08).
           05                    PIC X(01).
           05  SW-KAMOKU         PIC X(04).
           05                    PIC X(01).
           05  SW-HOJO           PIC X(03).
           05                    PIC X(01).
           05  SW-KINGAKU        PIC 9(11).
           05                    PIC X(01).
           05  SW-TEKIYO         PIC X(20).
      *
      * 勘定科目対応マスタ：計上事象→科目・補助（P117で保守）
       FD  KMAP-FILE.
       01  KM-REC.
           05  KM-JISHO          PIC X(08).
           05                    PIC X(01).
           05  KM-KAMOKU         PIC X(04).
           05                    PIC X(01).
           05  KM-HOJO           PIC X(03).
           05                    PIC X(01).
           05  KM-NAME           PIC X(20).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  GINKO-END-FLG         PIC X(01)  VALUE SPACE.
       01  BK-CNT                PIC 9(03)  VALUE ZERO.
       01  BKX                   PIC 9(03).
       01  KMAP-FS               PIC X(02)  VALUE SPACE.
       01  KMAP-END-FLG          PIC X(01)  VALUE SPACE.
       01  KMAP-CNT              PIC 9(03)  VALUE ZERO.
       01  KMX                   PIC 9(03).
       01  HIT-KMX               PIC 9(03)  VALUE ZERO.
       01  KMAP-NG-CNT           PIC 9(03)  VALUE ZERO.
       01  KMAP-KEY              PIC X(08)  VALUE SPACE.
       01  KMAP-KAMOKU           PIC X(04)  VALUE SPACE.
       01  KMAP-HOJO             PIC X(03)  VALUE SPACE.
       01  TESURYO-KMK           PIC X(04)  VALUE SPACE.
       01  TESURYO-HJ            PIC X(03)  VALUE SPACE.
       01  YOKIN-KMK             PIC X(04)  VALUE SPACE.
       01  YOKIN-HJ              PIC X(03)  VALUE SPACE.
       01  KAIKAKE-KMK           PIC X(04)  VALUE SPACE.
       01  WARIBIKI-KMK          PIC X(04)  VALUE SPACE.
       01  WARIBIKI-HJ           PIC X(03)  VALUE SPACE.
       01  FEE-ARI-FLG           PIC X(01)  VALUE SPACE.
       01  SAKI-ARI-FLG          PIC X(01)  VALUE SPACE.
       01  WARIBIKI-ARI-FLG      PIC X(01)  VALUE SPACE.
      *
      * 勘定科目対応マスタの控え
       01  KMAP-TBL.
           05  KMAP-ENT          OCCURS 200 TIMES.
               10  KMT-JISHO     PIC X(08).
               10  KMT-KAMOKU    PIC X(04).
               10  KMT-HOJO      PIC X(03).
       01  GINKO-TBL.
           05  GINKO-ENT         OCCURS 300 TIMES.
               10  GB-BANK       PIC X(04).
      *
       01  RIREKI-FS             PIC X(02)  VALUE SPACE.
       01  KAIJO-FS              PIC X(02)  VALUE SPACE.
       01  PG-MODE               PIC X(01)  VALUE "G".
       01  PG-PROG               PIC X(04)  VALUE "P34".
       01  PG-NAME               PIC X(24)  VALUE SPACE.
       01  PG-VALUE              PIC X(14)  VALUE SPACE.
       01  PG-SUCHI              PIC 9(09)V99 VALUE ZERO.
       01  PG-RESULT             PIC X(01)  VALUE SPACE.
       01  HOLD-DAYS             PIC 9(03)  VALUE 14.
       01  HOLD-CNT              PIC 9(05)  VALUE ZERO.
       01  HOLD-FLG              PIC X(01)  VALUE SPACE.
       01  PDX                   PIC 9(03).
       01  PAID-CNT              PIC 9(03)  VALUE ZERO.
       01  PAID-FOUND-FLG        PIC X(01)  VALUE SPACE.
       01  JISSEKI-FS            PIC X(02)  VALUE SPACE.
       01  PAY-DATE8             PIC 9(08)  VALUE ZERO.
       01  SHMEI-FS              PIC X(02)  VALUE SPACE.
       01  TESURYO-FS            PIC X(02)  VALUE SPACE.
       01  FUTAN-FS              PIC X(02)  VALUE SPACE.
       01  SIWAKE-FS             PIC X(02)  VALUE SPACE.
       01  TE-CNT                PIC 9(03)  VALUE ZERO.
       01  TEX                   PIC 9(03).
       01  FT-CNT                PIC 9(03)  VALUE ZERO.
       01  FTX                   PIC 9(03).
       01  SK-CNT                PIC 9(03)  VALUE ZERO.
       01  SKX                   PIC 9(03).
       01  KANKEI                PIC X(01)  VALUE SPACE.
       01  FUTAN-KBN             PIC X(01)  VALUE SPACE.
       01  FEE                   PIC 9(05)  VALUE ZERO.
       01  FEE-JOGEN             PIC 9(09)  VALUE ZERO.
       01  NET-KINGAKU           PIC 9(09)  VALUE ZERO.
       01  GAIKA-CNT             PIC 9(05)  VALUE ZERO.
       01  G-TOHO-FEE            PIC 9(09)  VALUE ZERO.
       01  G-SAKI-FEE            PIC 9(09)  VALUE ZERO.
       01  KARI-TOTAL            PIC 9(12)  VALUE ZERO.
       01  KASHI-TOTAL           PIC 9(12)  VALUE ZERO.
       01  WARIBIKI-GAKU         PIC 9(09)  VALUE ZERO.
       01  G-WARIBIKI            PIC 9(12)  VALUE ZERO.
       01  WB-CNT                PIC 9(03)  VALUE ZERO.
       01  WBX                   PIC 9(03).
       01  HOHO-FS               PIC X(02)  VALUE SPACE.
       01  DKIROKU-FS            PIC X(02)  VALUE SPACE.
       01  CAL-FS                PIC X(02)  VALUE SPACE.
       01  CAL-END-FLG           PIC X(01)  VALUE SPACE.
       01  CAL-CNT               PIC 9(04)  VALUE ZERO.
       01  CAX                   PIC 9(04).
       01  HH-CNT                PIC 9(03)  VALUE ZERO.
       01  HHX                   PIC 9(03).
       01  HOHO                  PIC X(01)  VALUE SPACE.
       01  SITE-DAYS             PIC 9(03)  VALUE ZERO.
       01  DENSAI-CNT            PIC 9(05)  VALUE ZERO.
       01  G-DENSAI              PIC 9(12)  VALUE ZERO.
       01  MANKI                 PIC 9(08)  VALUE ZERO.
       01  KI-YY                 PIC 9(04)  VALUE ZERO.
       01  KI-MM                 PIC 9(02)  VALUE ZERO.
       01  KI-DD3                PIC 9(03)  VALUE ZERO.
      *
       01  CAL-TBL.
           05  CAL-ENT           OCCURS 750 TIMES.
               10  CL-DATE       PIC 9(08).
               10  CL-KBN        PIC X(01).
      *
      * 支払方法マスタの控え
       01  HOHO-TBL.
           05  HOHO-ENT          OCCURS 300 TIMES.
               10  HB-CODE       PIC X(03).
               10  HB-HOHO       PIC X(01).
               10  HB-SITE       PIC 9(03).
      *
      * でんさい依頼各レコード（120バイト）
       01  DS-HEADER.
           05                    PIC X(01)  VALUE "1".
           05  DH-RIYOSHA        PIC X(10)  VALUE "0000000001".
           05  DH-NAME           PIC X(40)  VALUE
               "ﾆﾎﾝｾｲｶ(ｶ".
           05  DH-DATE           PIC 9(08).
           05  DH-BANK           PIC X(04)  VALUE "0001".
           05  DH-SHITEN         PIC X(03)  VALUE "001".
           05  DH-KOZA-TYPE      PIC X(01)  VALUE "1".
           05  DH-KOZA-NO        PIC X(07)  VALUE "1234567".
           05                    PIC X(46)  VALUE SPACE.
       01  DS-DATA.
           05                    PIC X(01)  VALUE "2".
           05  DD-BANK           PIC X(04).
           05  DD-SHITEN         PIC X(03).
           05  DD-KOZA-TYPE      PIC X(01).
           05  DD-KOZA-NO        PIC X(07).
           05  DD-KANA           PIC X(30).
           05  DD-KINGAKU        PIC 9(10).
           05  DD-HASSEI-DATE    PIC 9(08).
           05  DD-MANKI-DATE     PIC 9(08).
           05  DD-KOKYAKU        PIC X(10).
           05                    PIC X(38)  VALUE SPACE.
       01  DS-TRAILER.
           05                    PIC X(01)  VALUE "8".
           05  DT-KENSU          PIC 9(06).
           05  DT-KINGAKU        PIC 9(12).
           05                    PIC X(101) VALUE SPACE.
      *
       01  TESURYO-TBL.
           05  TESURYO-ENT       OCCURS 30 TIMES.
               10  TT-KANKEI     PIC X(01).
               10  TT-JOGEN      PIC 9(09).
               10  TT-TESURYO    PIC 9(05).
       01  FUTAN-TBL.
           05  FUTAN-ENT         OCCURS 200 TIMES.
               10  FB-CODE       PIC X(03).
               10  FB-FUTAN      PIC X(01).
      *
      * 先方負担で差し引いた手数料（仕入先別、買掛金相殺の仕訳用）
       01  SAHIKI-TBL.
           05  SAHIKI-ENT        OCCURS 200 TIMES.
               10  SK-CODE       PIC X(03).
               10  SK-FEE        PIC 9(07).
      *
      * 早期支払割引を取った仕入先（仕入割引の仕訳用）
       01  WARIBIKI-TBL.
           05  WARIBIKI-ENT      OCCURS 200 TIMES.
               10  WB-CODE       PIC X(03).
               10  WB-KINGAKU    PIC 9(11).
      *
       01  BATCH-HEADER.
           05                    PIC X(01)  VALUE "H".
           05                    PIC X(01)  VALUE SPACE.
           05  BH-DATE           PIC 9(08).
           05                    PIC X(01)  VALUE SPACE.
           05  BH-YYMM           PIC X(06).
           05                    PIC X(01)  VALUE SPACE.
           05  BH-KARI           PIC 9(12).
           05                    PIC X(01)  VALUE SPACE.
           05  BH-KASHI          PIC 9(12).
      *
      * 振込データへ出力した仕入先（台帳のS→P更新の対象）
       01  PAID-TBL.
           05                    PIC X(18)  VALUE
                                 "口座変更保留：".
           05  F-HOLD            PIC ZZZZ9.
       01  FOOT-5.
           05                    PIC X(18)  VALUE
                                 "当方負担手数料：".
           05  F-TOHO-FEE        PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(18)  VALUE
                                 "　先方負担差引：".
           05  F-SAKI-FEE        PIC ZZZ,ZZZ,ZZ9.
       01  FOOT-6.
           05                    PIC X(18)  VALUE
                                 "外国送金へ回付：".
           05  F-GAIKA           PIC ZZZZ9.
       01  FOOT-7.
           05                    PIC X(18)  VALUE
                                 "でんさい請求：".
           05  F-DENSAI-CNT      PIC ZZZZ9.
           05                    PIC X(06)  VALUE "件".
           05  F-DENSAI          PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  FOOT-8.
           05                    PIC X(18)  VALUE
                                 "早期支払割引：".
           05  F-WARIBIKI        PIC ZZZ,ZZZ,ZZZ,ZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            PERFORM PARAM-LOAD-RTN
            PERFORM CHG-LOAD-RTN
            PERFORM KAIJO-LOAD-RTN
            PERFORM TESURYO-LOAD-RTN
            PERFORM FUTAN-LOAD-RTN
            PERFORM HOHO-LOAD-RTN
            PERFORM CAL-LOAD-RTN
            PERFORM KMAP-LOAD-RTN
            MOVE W-DATE8 TO WS-DATE-IN
            PERFORM DATE-SERIAL-RTN
            MOVE WS-SERIAL TO RUN-SERIAL
            PERFORM PAYDATE-SET-RTN
            OPEN INPUT  MAS-FILE
            PERFORM KMAP-YOHI-RTN
            PERFORM KMAP-CHK-RTN
            IF KMAP-NG-CNT > ZERO
                DISPLAY "★科目未登録のため中止します"
                DISPLAY "P117で登録してください"
                CLOSE SHIHARAI-FILE MAS-FILE
                STOP RUN
            END-IF
            OPEN OUTPUT ZENGIN-FILE PRINT-FILE DENSAI-FILE
            OPEN EXTEND JISSEKI-FILE DKIROKU-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            MOVE G-KINGAKU TO ZT-KINGAKU
            WRITE Z-REC FROM ZG-TRAILER
            WRITE Z-REC FROM ZG-END
            IF DENSAI-CNT > ZERO
                MOVE DENSAI-CNT TO DT-KENSU
                MOVE G-DENSAI   TO DT-KINGAKU
                WRITE DS-REC FROM DS-TRAILER
            END-IF
            PERFORM SOSHIN-KIROKU-RTN
            PERFORM DAICHO-PAID-RTN
            MOVE READ-CNT TO F-READ
            WRITE P-REC FROM FOOT-3 AFTER 1
            MOVE HOLD-CNT TO F-HOLD
            WRITE P-REC FROM FOOT-4 AFTER 1
            MOVE G-TOHO-FEE TO F-TOHO-FEE
            MOVE G-SAKI-FEE TO F-SAKI-FEE
            WRITE P-REC FROM FOOT-5 AFTER 1
            MOVE GAIKA-CNT TO F-GAIKA
            WRITE P-REC FROM FOOT-6 AFTER 1
            MOVE DENSAI-CNT TO F-DENSAI-CNT
            MOVE G-DENSAI   TO F-DENSAI
            WRITE P-REC FROM FOOT-7 AFTER 1
            IF G-WARIBIKI > ZERO
                MOVE G-WARIBIKI TO F-WARIBIKI
                WRITE P-REC FROM FOOT-8 AFTER 1
            END-IF
            IF G-TOHO-FEE + G-SAKI-FEE > ZERO
                PERFORM SIWAKE-RTN
            END-IF
            IF G-WARIBIKI > ZERO
                PERFORM WARIBIKI-SIWAKE-RTN
            END-IF
            CLOSE SHIHARAI-FILE MAS-FILE ZENGIN-FILE PRINT-FILE
            CLOSE JISSEKI-FILE DENSAI-FILE DKIROKU-FILE
            PERFORM SHIHARAI-KAKIKAE-RTN
            DISPLAY "END"
            STOP RUN.
      * （保留・除外の仕入先のSは次回選択のため残す）
       DAICHO-PAID-RTN.
            IF PAID-CNT > ZERO
                OPEN I-O DAICHO-FILE
                IF DAICHO-FS NOT = "00"
                    CLOSE DAICHO-FILE
                ELSE
                    OPEN EXTEND SHMEI-FILE
                    PERFORM VARYING PDX FROM 1 BY 1
                            UNTIL PDX > PAID-CNT
                        PERFORM PAID-ONE-RTN
                    END-PERFORM
                    CLOSE DAICHO-FILE SHMEI-FILE
                END-IF
            END-IF.
      *
      * 仕入先１件：仕入先＋Sの先頭明細を副キーで読み、Pへ落とす
      * （書き換えた明細は副キーが変わるため、毎回先頭から探し直す）
       PAID-ONE-RTN.
            MOVE SPACE TO DAICHO-END-FLG
            PERFORM UNTIL DAICHO-END-FLG = "E"
                MOVE PD-CODE(PDX) TO D-S-CODE
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
      * 支払明細の追記（連番は本ランの送信簿連番）
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
       SOSHIN-KIROKU-RTN.
            OPEN EXTEND SOSHIN-FILE
                MOVE SH-KINGAKU TO M-GROSS
                MOVE ZERO       TO M-KOJO
            END-IF
            PERFORM HOHO-GET-RTN
            MOVE SH-S-CODE TO S-CODE
            READ MAS-FILE
                INVALID KEY
                    ADD 1 TO REJ-CNT
                    MOVE "仕入先マスタ無し" TO M-COMMENT
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN HOHO = "3"
                            ADD 1 TO GAIKA-CNT
                            MOVE "外国送金(P114)" TO M-COMMENT
                        WHEN S-CURRENCY NOT = SPACE
                            AND S-CURRENCY NOT = "JPY"
                            ADD 1 TO GAIKA-CNT
                            MOVE "外国送金(P114)" TO M-COMMENT
                        WHEN S-BANK-CODE = SPACE OR S-KOZA-NO = SPACE
                            ADD 1 TO REJ-CNT
                            MOVE "口座情報未設定" TO M-COMMENT
                        WHEN OTHER
                            PERFORM HOLD-CHK-RTN
                            IF HOLD-FLG = "Y"
                                ADD 1 TO HOLD-CNT
                                MOVE "★口座変更保留"
                                    TO M-COMMENT
                            ELSE
                                IF HOHO = "2"
                                    PERFORM DENSAI-WRITE-RTN
                                ELSE
                                    PERFORM ZENGIN-WRITE-RTN
                                END-IF
                            END-IF
                    END-EVALUATE
            END-READ
            WRITE P-REC FROM MEISAI AFTER 1
            IF HOLD-FLG = "Y"
            MOVE SPACE TO END-FLG.
      *
       PARAM-LOAD-RTN.
            MOVE "HOLD-DAYS" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y" AND PG-SUCHI NOT = ZERO
                MOVE PG-SUCHI TO HOLD-DAYS
            END-IF.
      *
       DATE-SERIAL-RTN.
            COMPUTE WS-SERIAL = WS-YY * 360 + WS-MM * 30 + WS-DD.
      *
       ZENGIN-WRITE-RTN.
            PERFORM TESURYO-RTN
            MOVE S-BANK-CODE   TO ZD-BANK
            MOVE S-SHITEN-CODE TO ZD-SHITEN
            MOVE S-KOZA-TYPE   TO ZD-KOZA-TYPE
            MOVE S-KOZA-NO     TO ZD-KOZA-NO
            MOVE S-KOZA-KANA   TO ZD-KANA
            MOVE NET-KINGAKU   TO ZD-KINGAKU
            MOVE SPACE         TO ZD-KOKYAKU
            MOVE SH-S-CODE     TO ZD-KOKYAKU
            WRITE Z-REC FROM ZG-DATA
            ADD 1 TO OUT-CNT
            ADD NET-KINGAKU TO G-KINGAKU
            MOVE NET-KINGAKU   TO M-KINGAKU
            MOVE S-KOZA-KANA   TO M-KANA
            IF NET-KINGAKU < SH-KINGAKU
                MOVE "出力(手数料差引)" TO M-COMMENT
            ELSE
                MOVE "出力" TO M-COMMENT
            END-IF
            MOVE SPACE TO PAID-FOUND-FLG
            PERFORM VARYING PDX FROM 1 BY 1 UNTIL PDX > PAID-CNT
                IF PD-CODE(PDX) = SH-S-CODE
                ADD 1 TO PAID-CNT
                MOVE SH-S-CODE TO PD-CODE(PAID-CNT)
            END-IF
            PERFORM JISSEKI-WRITE-RTN
            PERFORM BANK-NAME-RTN.
      *
      * でんさい：発生記録請求を出力し、でんさい台帳へ記録する
      * （手数料は差し引かず、差引支払額をそのまま債権額とする）
       DENSAI-WRITE-RTN.
            IF DENSAI-CNT = ZERO
                MOVE PAY-DATE8 TO DH-DATE
                WRITE DS-REC FROM DS-HEADER
            END-IF
            MOVE SH-KINGAKU TO NET-KINGAKU
            PERFORM MANKI-RTN
            MOVE S-BANK-CODE   TO DD-BANK
            MOVE S-SHITEN-CODE TO DD-SHITEN
            MOVE S-KOZA-TYPE   TO DD-KOZA-TYPE
            MOVE S-KOZA-NO     TO DD-KOZA-NO
            MOVE S-KOZA-KANA   TO DD-KANA
            MOVE NET-KINGAKU   TO DD-KINGAKU
            MOVE PAY-DATE8     TO DD-HASSEI-DATE
            MOVE MANKI         TO DD-MANKI-DATE
            MOVE SPACE         TO DD-KOKYAKU
            MOVE SH-S-CODE     TO DD-KOKYAKU
            WRITE DS-REC FROM DS-DATA
            ADD 1 TO DENSAI-CNT
            ADD NET-KINGAKU TO G-DENSAI
            MOVE SPACE TO DK-REC
            COMPUTE DK-SERIAL = MAX-SERIAL + 1
            MOVE SH-S-CODE     TO DK-S-CODE
            MOVE PAY-DATE8     TO DK-HASSEI-DATE
            MOVE MANKI         TO DK-MANKI-DATE
            MOVE NET-KINGAKU   TO DK-KINGAKU
            MOVE "O"           TO DK-STATUS
            WRITE DK-REC
            MOVE NET-KINGAKU   TO M-KINGAKU
            MOVE S-KOZA-KANA   TO M-KANA
            MOVE "でんさい請求" TO M-COMMENT
            MOVE SPACE TO PAID-FOUND-FLG
            PERFORM VARYING PDX FROM 1 BY 1 UNTIL PDX > PAID-CNT
                IF PD-CODE(PDX) = SH-S-CODE
                    MOVE "Y" TO PAID-FOUND-FLG
                END-IF
            END-PERFORM
            IF PAID-FOUND-FLG NOT = "Y" AND PAID-CNT < 200
                ADD 1 TO PAID-CNT
                MOVE SH-S-CODE TO PD-CODE(PAID-CNT)
            END-IF
            PERFORM JISSEKI-WRITE-RTN
            PERFORM BANK-NAME-RTN.
      *
      * でんさいの支払期日：振込指定日にサイト日数を加え（1ヶ月
      * 30日の近似）、カレンダーマスタで翌営業日まで繰り下げる
       MANKI-RTN.
            MOVE PAY-DATE8(1:4) TO KI-YY
            MOVE PAY-DATE8(5:2) TO KI-MM
            MOVE PAY-DATE8(7:2) TO KI-DD3
            IF KI-DD3 > 30
                MOVE 30 TO KI-DD3
            END-IF
            ADD SITE-DAYS TO KI-DD3
            PERFORM UNTIL KI-DD3 <= 30
                SUBTRACT 30 FROM KI-DD3
                IF KI-MM = 12
                    ADD 1 TO KI-YY
                    MOVE 1 TO KI-MM
                ELSE
                    ADD 1 TO KI-MM
                END-IF
            END-PERFORM
            IF KI-MM = 2 AND KI-DD3 > 28
                MOVE 28 TO KI-DD3
            END-IF
            COMPUTE MANKI = KI-YY * 10000 + KI-MM * 100 + KI-DD3
            PERFORM VARYING CAX FROM 1 BY 1 UNTIL CAX > CAL-CNT
                IF CL-DATE(CAX) >= MANKI AND CL-KBN(CAX) = "1"
                    MOVE CL-DATE(CAX) TO MANKI
                    MOVE CAL-CNT TO CAX
                END-IF
            END-PERFORM.
      *
      * 支払方法とサイト日数（未登録は振込・90日）
       HOHO-GET-RTN.
            MOVE "1" TO HOHO
            MOVE 90  TO SITE-DAYS
            PERFORM VARYING HHX FROM 1 BY 1 UNTIL HHX > HH-CNT
                IF HB-CODE(HHX) = SH-S-CODE
                    MOVE HB-HOHO(HHX) TO HOHO
                    IF HB-SITE(HHX) > ZERO
                        MOVE HB-SITE(HHX) TO SITE-DAYS
                    END-IF
                END-IF
            END-PERFORM.
      *
      * 支払実績の追記（総額・控除は旧形式の支払確定なら振込額・0）
       JISSEKI-WRITE-RTN.
            MOVE SPACE TO JT-REC
            MOVE "P"        TO JT-KBN
            MOVE SH-S-CODE  TO JT-S-CODE
            MOVE PAY-DATE8  TO JT-PAY-DATE
            MOVE W-DATE8    TO JT-RUN-DATE
            IF SH-GROSS NUMERIC
                MOVE SH-GROSS   TO JT-GROSS
                MOVE SH-KOJO    TO JT-KOJO
            ELSE
                MOVE SH-KINGAKU TO JT-GROSS
                MOVE ZERO       TO JT-KOJO
            END-IF
            MOVE NET-KINGAKU TO JT-KINGAKU
            COMPUTE JT-SERIAL = MAX-SERIAL + 1
            MOVE ZERO TO WARIBIKI-GAKU
            IF SH-WARIBIKI NUMERIC
                MOVE SH-WARIBIKI TO WARIBIKI-GAKU
            END-IF
            MOVE WARIBIKI-GAKU TO JT-WARIBIKI
            WRITE JT-REC
            IF WARIBIKI-GAKU > ZERO
                PERFORM WARIBIKI-ADD-RTN
            END-IF.
      *
       WARIBIKI-ADD-RTN.
            ADD WARIBIKI-GAKU TO G-WARIBIKI
            MOVE SPACE TO PAID-FOUND-FLG
            PERFORM VARYING WBX FROM 1 BY 1 UNTIL WBX > WB-CNT
                IF WB-CODE(WBX) = SH-S-CODE
                    ADD WARIBIKI-GAKU TO WB-KINGAKU(WBX)
                    MOVE "Y" TO PAID-FOUND-FLG
                END-IF
            END-PERFORM
            IF PAID-FOUND-FLG NOT = "Y" AND WB-CNT < 200
                ADD 1 TO WB-CNT
                MOVE SH-S-CODE     TO WB-CODE(WB-CNT)
                MOVE WARIBIKI-GAKU TO WB-KINGAKU(WB-CNT)
            END-IF
            MOVE SPACE TO PAID-FOUND-FLG.
      *
      * 振込手数料：当社口座（振込元）との関係と振込金額の帯で
      * 手数料を求め、先方負担の仕入先は振込金額から差し引く
      * （差し引くと振込金額が無くなる場合は当方負担とする）
       TESURYO-RTN.
            PERFORM TESURYO-GET-RTN
            MOVE SH-KINGAKU TO NET-KINGAKU
            IF FUTAN-KBN = "S" AND SH-KINGAKU > FEE
                COMPUTE NET-KINGAKU = SH-KINGAKU - FEE
                ADD FEE TO G-SAKI-FEE
                PERFORM SAHIKI-ADD-RTN
            ELSE
                ADD FEE TO G-TOHO-FEE
            END-IF.
      *
      * 当社口座との関係と金額帯で手数料を、
      * 手数料負担マスタで負担区分を求める
       TESURYO-GET-RTN.
            IF S-BANK-CODE = ZH-BANK AND S-SHITEN-CODE = ZH-SHITEN
                MOVE "1" TO KANKEI
            ELSE
                IF S-BANK-CODE = ZH-BANK
                    MOVE "2" TO KANKEI
                ELSE
                    MOVE "3" TO KANKEI
                END-IF
            END-IF
            MOVE ZERO TO FEE
            MOVE 999999999 TO FEE-JOGEN
            PERFORM VARYING TEX FROM 1 BY 1 UNTIL TEX > TE-CNT
                IF TT-KANKEI(TEX) = KANKEI
                    AND TT-JOGEN(TEX) >= SH-KINGAKU
                    AND TT-JOGEN(TEX) <= FEE-JOGEN
                    MOVE TT-JOGEN(TEX)   TO FEE-JOGEN
                    MOVE TT-TESURYO(TEX) TO FEE
                END-IF
            END-PERFORM
            MOVE "T" TO FUTAN-KBN
            PERFORM VARYING FTX FROM 1 BY 1 UNTIL FTX > FT-CNT
                IF FB-CODE(FTX) = SH-S-CODE
                    MOVE FB-FUTAN(FTX) TO FUTAN-KBN
                END-IF
            END-PERFORM.
      *
       SAHIKI-ADD-RTN.
            MOVE SPACE TO PAID-FOUND-FLG
            PERFORM VARYING SKX FROM 1 BY 1 UNTIL SKX > SK-CNT
                IF SK-CODE(SKX) = SH-S-CODE
                    ADD FEE TO SK-FEE(SKX)
                    MOVE "Y" TO PAID-FOUND-FLG
                END-IF
            END-PERFORM
            IF PAID-FOUND-FLG NOT = "Y" AND SK-CNT < 200
                ADD 1 TO SK-CNT
                MOVE SH-S-CODE TO SK-CODE(SK-CNT)
                MOVE FEE       TO SK-FEE(SK-CNT)
            END-IF
            MOVE SPACE TO PAID-FOUND-FLG.
      *
      * 手数料仕訳：P36と同じ形式で仕訳.TXTへ追記する
      * 銀行に払う手数料全額を借方支払手数料（5997）／貸方普通預金
      * （1102）、先方負担で差し引いた分を借方買掛金（2001・補助
      * 仕入先）／貸方支払手数料（5997）として相殺する
       SIWAKE-RTN.
            OPEN EXTEND SIWAKE-FILE
            COMPUTE KARI-TOTAL = G-TOHO-FEE + G-SAKI-FEE + G-SAKI-FEE
            MOVE KARI-TOTAL TO KASHI-TOTAL
            MOVE SPACE TO SW-REC
            MOVE W-DATE8      TO BH-DATE
            MOVE W-DATE8(1:6) TO BH-YYMM
            MOVE KARI-TOTAL   TO BH-KARI
            MOVE KASHI-TOTAL  TO BH-KASHI
            WRITE SW-REC FROM BATCH-HEADER
            MOVE SPACE TO SW-REC
            MOVE "D"      TO SW-KBN
            MOVE W-DATE8  TO SW-DATE
            MOVE TESURYO-KMK TO SW-KAMOKU
            MOVE TESURYO-HJ  TO SW-HOJO
            COMPUTE SW-KINGAKU = G-TOHO-FEE + G-SAKI-FEE
            MOVE "振込手数料" TO SW-TEKIYO
            WRITE SW-REC
            MOVE SPACE TO SW-REC
            MOVE "C"      TO SW-KBN
            MOVE W-DATE8  TO SW-DATE
            MOVE YOKIN-KMK TO SW-KAMOKU
            MOVE YOKIN-HJ  TO SW-HOJO
            COMPUTE SW-KINGAKU = G-TOHO-FEE + G-SAKI-FEE
            MOVE "振込手数料" TO SW-TEKIYO
            WRITE SW-REC
            PERFORM VARYING SKX FROM 1 BY 1 UNTIL SKX > SK-CNT
                MOVE SPACE TO SW-REC
                MOVE "D"      TO SW-KBN
                MOVE W-DATE8  TO SW-DATE
                MOVE KAIKAKE-KMK TO SW-KAMOKU
                MOVE SK-CODE(SKX) TO SW-HOJO
                MOVE SK-FEE(SKX)  TO SW-KINGAKU
                MOVE "手数料先方負担" TO SW-TEKIYO
                WRITE SW-REC
            END-PERFORM
            IF G-SAKI-FEE > ZERO
                MOVE SPACE TO SW-REC
                MOVE "C"      TO SW-KBN
                MOVE W-DATE8  TO SW-DATE
                MOVE TESURYO-KMK TO SW-KAMOKU
                MOVE TESURYO-HJ  TO SW-HOJO
                MOVE G-SAKI-FEE TO SW-KINGAKU
                MOVE "手数料先方負担" TO SW-TEKIYO
                WRITE SW-REC
            END-IF
            CLOSE SIWAKE-FILE.
      *
      * 仕入割引仕訳：手数料仕訳と同じ形式で１バッチとして追記する
      * 借方買掛金（2001・補助＝仕入先）／貸方仕入割引（4502）
       WARIBIKI-SIWAKE-RTN.
            OPEN EXTEND SIWAKE-FILE
            MOVE SPACE TO SW-REC
            MOVE W-DATE8      TO BH-DATE
            MOVE W-DATE8(1:6) TO BH-YYMM
            MOVE G-WARIBIKI   TO BH-KARI
            MOVE G-WARIBIKI   TO BH-KASHI
            WRITE SW-REC FROM BATCH-HEADER
            PERFORM VARYING WBX FROM 1 BY 1 UNTIL WBX > WB-CNT
                MOVE SPACE TO SW-REC
                MOVE "D"      TO SW-KBN
                MOVE W-DATE8  TO SW-DATE
                MOVE KAIKAKE-KMK TO SW-KAMOKU
                MOVE WB-CODE(WBX)    TO SW-HOJO
                MOVE WB-KINGAKU(WBX) TO SW-KINGAKU
                MOVE "早期支払割引" TO SW-TEKIYO
                WRITE SW-REC
            END-PERFORM
            MOVE SPACE TO SW-REC
            MOVE "C"      TO SW-KBN
            MOVE W-DATE8  TO SW-DATE
            MOVE WARIBIKI-KMK TO SW-KAMOKU
            MOVE WARIBIKI-HJ  TO SW-HOJO
            MOVE G-WARIBIKI TO SW-KINGAKU
            MOVE "仕入割引" TO SW-TEKIYO
            WRITE SW-REC
            CLOSE SIWAKE-FILE.
      *
       TESURYO-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT TESURYO-FILE
            IF TESURYO-FS NOT = "00"
                CLOSE TESURYO-FILE
            ELSE
                READ TESURYO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF TE-CNT < 30
                        ADD 1 TO TE-CNT
                        MOVE TE-KANKEI  TO TT-KANKEI(TE-CNT)
                        MOVE TE-JOGEN   TO TT-JOGEN(TE-CNT)
                        MOVE TE-TESURYO TO TT-TESURYO(TE-CNT)
                    END-IF
                    READ TESURYO-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE TESURYO-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
       FUTAN-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT FUTAN-FILE
            IF FUTAN-FS NOT = "00"
                CLOSE FUTAN-FILE
            ELSE
                READ FUTAN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF FT-CNT < 200
                        ADD 1 TO FT-CNT
                        MOVE FT-CODE  TO FB-CODE(FT-CNT)
                        MOVE FT-FUTAN TO FB-FUTAN(FT-CNT)
                    END-IF
                    READ FUTAN-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE FUTAN-FILE
            END-IF
            MOVE SPACE TO END-FLG.
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
                        IF HH-SITE NUMERIC
                            MOVE HH-SITE TO HB-SITE(HH-CNT)
                        ELSE
                            MOVE ZERO    TO HB-SITE(HH-CNT)
                        END-IF
                    END-IF
                    READ HOHO-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE HOHO-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * カレンダーマスタの読込（無い場合は全日営業日扱い）
       CAL-LOAD-RTN.
            OPEN INPUT CAL-FILE
            IF CAL-FS = "00"
                READ CAL-FILE
                    AT END MOVE "E" TO CAL-END-FLG
                END-READ
                PERFORM UNTIL CAL-END-FLG = "E"
                    IF CAL-CNT < 750
                        ADD 1 TO CAL-CNT
                        MOVE CA-DATE TO CL-DATE(CAL-CNT)
                        MOVE CA-KBN  TO CL-KBN(CAL-CNT)
                    END-IF
                    READ CAL-FILE
                        AT END MOVE "E" TO CAL-END-FLG
                    END-READ
                END-PERFORM
                CLOSE CAL-FILE
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
      * 銀行マスタから銀行名・支店名を引いて出力行の下に印字する
      * （未登録はコードのまま印字して気付けるようにする）
       BANK-NAME-RTN.
                CLOSE GINKO-FILE
            END-IF.
      *
      * 今回計上する手数料・割引仕訳の科目を処理前
      * に揃える（計上しない事象は問わない）
       KMAP-CHK-RTN.
            IF FEE-ARI-FLG = "Y"
                MOVE "TESURYO" TO KMAP-KEY
                PERFORM KMAP-GET-RTN
                MOVE KMAP-KAMOKU TO TESURYO-KMK
                MOVE KMAP-HOJO   TO TESURYO-HJ
                MOVE "YOKIN"   TO KMAP-KEY
                PERFORM KMAP-GET-RTN
                MOVE KMAP-KAMOKU TO YOKIN-KMK
                MOVE KMAP-HOJO   TO YOKIN-HJ
            END-IF
            IF SAKI-ARI-FLG = "Y" OR WARIBIKI-ARI-FLG = "Y"
                MOVE "KAIKAKE" TO KMAP-KEY
                PERFORM KMAP-GET-RTN
                MOVE KMAP-KAMOKU TO KAIKAKE-KMK
            END-IF
            IF WARIBIKI-ARI-FLG = "Y"
                MOVE "WARIBIKI" TO KMAP-KEY
                PERFORM KMAP-GET-RTN
                MOVE KMAP-KAMOKU TO WARIBIKI-KMK
                MOVE KMAP-HOJO   TO WARIBIKI-HJ
            END-IF.
      *
      * 支払確定を一度読み、振込本処理と同じ判定
      * （支払方法・外貨・口座・口座変更保留）で
      * 出力する仕入先に手数料・先方負担・早期支払
      * 割引が付くかを控える。読み終えたら支払確定
      * を開き直し、先頭を読んでおく
       KMAP-YOHI-RTN.
            PERFORM UNTIL END-FLG = "E"
                PERFORM HOHO-GET-RTN
                MOVE SH-S-CODE TO S-CODE
                READ MAS-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        PERFORM KMAP-YOHI-ONE-RTN
                END-READ
                READ SHIHARAI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE SHIHARAI-FILE
            MOVE SPACE TO END-FLG
            OPEN INPUT SHIHARAI-FILE
            READ SHIHARAI-FILE
                AT END MOVE "E" TO END-FLG
            END-READ
            MOVE SPACE TO HOLD-FLG.
      *
       KMAP-YOHI-ONE-RTN.
            IF HOHO = "3"
                OR (S-CURRENCY NOT = SPACE AND S-CURRENCY NOT = "JPY")
                OR S-BANK-CODE = SPACE OR S-KOZA-NO = SPACE
                CONTINUE
            ELSE
                PERFORM HOLD-CHK-RTN
                IF HOLD-FLG NOT = "Y"
                    IF SH-WARIBIKI NUMERIC AND SH-WARIBIKI > ZERO
                        MOVE "Y" TO WARIBIKI-ARI-FLG
                    END-IF
                    IF HOHO NOT = "2"
                        PERFORM TESURYO-GET-RTN
                        IF FEE > ZERO
                            MOVE "Y" TO FEE-ARI-FLG
                            IF FUTAN-KBN = "S" AND SH-KINGAKU > FEE
                                MOVE "Y" TO SAKI-ARI-FLG
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.
      *
      * 計上事象の科目・補助を勘定科目対応マスタから取る
      * 未登録の事象は★を表示し、未登録件数に数える
       KMAP-GET-RTN.
            PERFORM KMAP-FIND-RTN
            IF HIT-KMX = ZERO
                ADD 1 TO KMAP-NG-CNT
                DISPLAY "★科目対応未登録：" KMAP-KEY
            END-IF.
      *
       KMAP-FIND-RTN.
            MOVE SPACE TO KMAP-KAMOKU
            MOVE SPACE TO KMAP-HOJO
            MOVE ZERO  TO HIT-KMX
            PERFORM VARYING KMX FROM 1 BY 1 UNTIL KMX > KMAP-CNT
                IF KMT-JISHO(KMX) = KMAP-KEY
                    MOVE KMX TO HIT-KMX
                END-IF
            END-PERFORM
            IF HIT-KMX > ZERO
                MOVE KMT-KAMOKU(HIT-KMX) TO KMAP-KAMOKU
                MOVE KMT-HOJO(HIT-KMX)   TO KMAP-HOJO
            END-IF.
      *
       KMAP-LOAD-RTN.
            MOVE SPACE TO KMAP-END-FLG
            OPEN INPUT KMAP-FILE
            IF KMAP-FS NOT = "00"
                CLOSE KMAP-FILE
            ELSE
                READ KMAP-FILE
                    AT END MOVE "E" TO KMAP-END-FLG
                END-READ
                PERFORM UNTIL KMAP-END-FLG = "E"
                    IF KMAP-CNT < 200 AND KM-JISHO NOT = SPACE
                        ADD 1 TO KMAP-CNT
                        MOVE KM-JISHO  TO KMT-JISHO(KMAP-CNT)
                        MOVE KM-KAMOKU TO KMT-KAMOKU(KMAP-CNT)
                        MOVE KM-HOJO   TO KMT-HOJO(KMAP-CNT)
                    END-IF
                    READ KMAP-FILE
                        AT END MOVE "E" TO KMAP-END-FLG
                    END-READ
                END-PERFORM
                CLOSE KMAP-FILE
            END-IF.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
