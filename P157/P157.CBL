      *
      * 14JY0123 崔　禎　文
      * 内示書：主要仕入先へ向こう４週間（本日以降の最初の月曜から
      * の４週）の商品別・週別の発注見込数量を知らせる（週次）
      * 数量は次の順に積み上げる
      * 　確定：ISAM発注マスタの未納発注（O）の未入荷数量を入荷予定
      * 　　　　日の週へ（予定日を過ぎたものは第１週へ）
      * 　定期：定期発注マスタ.TXT（P85）の指定曜日の納品。その週に
      * 　　　　同じ仕入先・商品の未納発注があれば生成済として数えない
      * 　見込：発注予測.TXT（P55）の月間推奨数の週割り（×7÷30）から
      * 　　　　全仕入先の確定・定期・見込を引いた不足分。仕入先は
      * 　　　　有効な包括発注（P132）、定期発注、直近の仕入先の順
      * 　　　　予測の無い商品で包括発注の残があるものは、残数量を
      * 　　　　期限までの週数で割った数を週ごとの見込とする
      * 定期・見込は旬カレンダー.TXTで週の中日（木曜）が旬外の商品は
      * 出さない（確定は発注済のためそのまま示す）。廃番商品・取引
      * 停止の仕入先の定期・見込も出さない
      * 対象は送信区分マスタ.TXTの内示欄がYの仕入先。送信区分D
      * （データ送付）の仕入先は印字せず、P113と同じ要領で作業ファイル
      * 経由の内示CSV（内示<code>.CSV）を作成し、送信管理表に示す
      * 知らせた数量は内示履歴.TXTへ仕入先・商品・週ごとに記録し、
      * 後日実際の発注と比べられるようにする（同日の再実行は
      * その日の記録を置き換える：.NEWへ書いて差し替える）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P157.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL PO-FILE ASSIGN  "ISAM発注マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY PO-NO
                                    FILE STATUS PO-FS.
           SELECT  OPTIONAL TEIKI-FILE ASSIGN
                                    "定期発注マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS TEIKI-FS.
           SELECT  OPTIONAL YOSOKU-FILE ASSIGN  "発注予測.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS YOSOKU-FS.
           SELECT  OPTIONAL BK-FILE ASSIGN  "包括発注マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS BK-FS.
           SELECT  OPTIONAL BM-FILE ASSIGN  "包括発注明細.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS BM-FS.
           SELECT  OPTIONAL SHUN-FILE ASSIGN  "旬カレンダー.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SHUN-FS.
           SELECT  OPTIONAL SOSHIN-FILE ASSIGN
                                    "送信区分マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SOSHIN-FS.
           SELECT  SHOHIN-FILE ASSIGN  "ISAM商品マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY T-NO.
           SELECT  MAS-FILE    ASSIGN  "ISAM仕入先マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY S-CODE.
           SELECT  OPTIONAL RIREKI-FILE ASSIGN  "内示履歴.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS RIREKI-FS.
           SELECT  RIREKI-NEW  ASSIGN  "内示履歴.NEW"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  CSV-FILE    ASSIGN  "内示CSV作業.TXT"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  PRINT-FILE  ASSIGN  "P157.DOC"
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
               88  PO-PENDING               VALUE "P".
               88  PO-CANCELLED             VALUE "X".
           05  PO-UKE-SURYO      PIC 9(05).
           05  PO-DOC-NO         PIC X(06).
           05  PO-UKE-DATE       PIC 9(08).
      *
      * 定期発注マスタ：納品曜日は1＝月〜7＝日
       FD  TEIKI-FILE.
       01  TE-REC.
           05  TE-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  TE-ITEM           PIC X(05).
           05                    PIC X(01).
           05  TE-SURYO          PIC 9(05).
           05                    PIC X(01).
           05  TE-YOBI           PIC 9(01).
           05                    PIC X(01).
           05  TE-FROM           PIC 9(08).
           05                    PIC X(01).
           05  TE-TO             PIC 9(08).
      *
       FD  YOSOKU-FILE.
       01  YF-REC.
           05  YF-NO             PIC X(05).
           05                    PIC X(01).
           05  YF-YYMM           PIC X(06).
           05                    PIC X(01).
           05  YF-SURYO          PIC 9(07).
      *
      * 包括発注マスタ（P132で保守）：A＝有効　C＝終了
       FD  BK-FILE.
       01  BK-REC.
           05  BK-NO             PIC 9(06).
           05                    PIC X(01).
           05  BK-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  BK-ITEM           PIC X(05).
           05                    PIC X(01).
           05  BK-SURYO          PIC 9(07).
           05                    PIC X(01).
           05  BK-TANKA          PIC 9(05)V99.
           05                    PIC X(01).
           05  BK-FROM           PIC 9(08).
           05                    PIC X(01).
           05  BK-TO             PIC 9(08).
           05                    PIC X(01).
           05  BK-STATUS         PIC X(01).
               88  BK-ACTIVE                VALUE "A".
           05                    PIC X(01).
           05  BK-DATE           PIC 9(08).
           05                    PIC X(01).
           05  BK-OPID           PIC X(04).
      *
      * 包括発注明細：分納発注の発注NO（P29が確定時に記録）
       FD  BM-FILE.
       01  BM-REC.
           05  BM-BK-NO          PIC 9(06).
           05                    PIC X(01).
           05  BM-PO-NO          PIC X(06).
           05                    PIC X(01).
           05  BM-SURYO          PIC 9(05).
           05                    PIC X(01).
           05  BM-DATE           PIC 9(08).
      *
       FD  SHUN-FILE.
       01  SE-REC.
           05  SE-NO             PIC X(05).
           05                    PIC X(01).
           05  SE-FROM           PIC 9(04).
           05                    PIC X(01).
           05  SE-TO             PIC 9(04).
      *
      * 送信区分マスタ：F＝ＦＡＸ（印字）　D＝データ送付（CSV）
      * メール：Y＝メール送付に同意　内示：Y＝内示書を送る仕入先
       FD  SOSHIN-FILE.
       01  SO-REC.
           05  SO-CODE           PIC X(03).
           05                    PIC X(01).
           05  SO-HOHO           PIC X(01).
           05                    PIC X(01).
           05  SO-MAIL           PIC X(01).
           05                    PIC X(01).
           05  SO-NAIJI          PIC X(01).
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
      * 内示履歴：内示日・仕入先・商品・週（月曜日）ごとの確定・
      * 定期・見込数量。送付方法 P＝印字　D＝CSV
       FD  RIREKI-FILE.
       01  NR-REC.
           05  NR-DATE           PIC 9(08).
           05                    PIC X(01).
           05  NR-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  NR-ITEM           PIC X(05).
           05                    PIC X(01).
           05  NR-WEEK           PIC 9(08).
           05                    PIC X(01).
           05  NR-KAKU           PIC 9(07).
           05                    PIC X(01).
           05  NR-TEIKI          PIC 9(07).
           05                    PIC X(01).
           05  NR-MIKOMI         PIC 9(07).
           05                    PIC X(01).
           05  NR-HOHO           PIC X(01).
      *
       FD  RIREKI-NEW.
       01  NRN-REC               PIC X(53).
      *
       FD  CSV-FILE.
       01  CSV-REC               PIC X(90).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  PO-FS                 PIC X(02)  VALUE SPACE.
       01  PO-ARI-FLG            PIC X(01)  VALUE SPACE.
       01  TEIKI-FS              PIC X(02)  VALUE SPACE.
       01  YOSOKU-FS             PIC X(02)  VALUE SPACE.
       01  BK-FS                 PIC X(02)  VALUE SPACE.
       01  BM-FS                 PIC X(02)  VALUE SPACE.
       01  SHUN-FS               PIC X(02)  VALUE SPACE.
       01  SOSHIN-FS             PIC X(02)  VALUE SPACE.
       01  RIREKI-FS             PIC X(02)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  CMD                   PIC X(100) VALUE SPACE.
       01  CUR-SUP               PIC X(03)  VALUE SPACE.
       01  CUR-ITEM              PIC X(05)  VALUE SPACE.
       01  CUR-HOHO              PIC X(01)  VALUE SPACE.
       01  NG-FLG                PIC X(01)  VALUE SPACE.
       01  WX                    PIC 9(01).
       01  DX                    PIC 9(01).
       01  SURYO-W               PIC S9(08) VALUE ZERO.
       01  COVER-SURYO           PIC 9(08)  VALUE ZERO.
       01  SHU-SURYO             PIC 9(07)  VALUE ZERO.
       01  NOKORI-SHU            PIC 9(05)  VALUE ZERO.
       01  ITEM-GOKEI            PIC 9(08)  VALUE ZERO.
      *
      * 件数
       01  NAIJI-CNT             PIC 9(03)  VALUE ZERO.
       01  PRINT-CNT             PIC 9(03)  VALUE ZERO.
       01  CSV-FILE-CNT          PIC 9(03)  VALUE ZERO.
       01  GYO-CNT               PIC 9(05)  VALUE ZERO.
       01  MIKOMI-SKIP-CNT       PIC 9(05)  VALUE ZERO.
       01  TEIKI-SKIP-CNT        PIC 9(05)  VALUE ZERO.
       01  AFURE-CNT             PIC 9(05)  VALUE ZERO.
       01  CSV-LINE-CNT          PIC 9(05)  VALUE ZERO.
      *
      * 対象の４週：週ごとの月曜〜日曜の日付
       01  WEEK-TBL.
           05  WEEK-ENT          OCCURS 4 TIMES.
               10  WK-FROM       PIC 9(08).
               10  WK-TO         PIC 9(08).
               10  WK-DAY        PIC 9(08)  OCCURS 7 TIMES.
      *
      * 旬カレンダー（週の中日が旬外の商品は定期・見込を出さない）
       01  SHUN-END-FLG          PIC X(01)  VALUE SPACE.
       01  SEX                   PIC 9(03).
       01  SE-CNT                PIC 9(03)  VALUE ZERO.
       01  SHUN-OK-FLG           PIC X(01)  VALUE SPACE.
       01  SHUN-TOROKU-FLG       PIC X(01)  VALUE SPACE.
       01  CHK-MMDD              PIC 9(04)  VALUE ZERO.
       01  SHUN-CHK-NO           PIC X(05)  VALUE SPACE.
       01  SHUN-TBL.
           05  SHUN-ENT          OCCURS 300 TIMES.
               10  SH-NO         PIC X(05).
               10  SH-FROM       PIC 9(04).
               10  SH-TO         PIC 9(04).
      *
      * 送信区分マスタ
       01  SOSHIN-END-FLG        PIC X(01)  VALUE SPACE.
       01  SO-CNT                PIC 9(03)  VALUE ZERO.
       01  SOX                   PIC 9(03).
       01  SOSHIN-TBL.
           05  SOSHIN-ENT        OCCURS 200 TIMES.
               10  ST-CODE       PIC X(03).
               10  ST-HOHO       PIC X(01).
               10  ST-NAIJI      PIC X(01).
      *
      * 包括発注（有効なもの）と分納発注から求めた残数量
       01  BK-END-FLG            PIC X(01)  VALUE SPACE.
       01  BK-CNT                PIC 9(03)  VALUE ZERO.
       01  BKX                   PIC 9(03).
       01  HIT-BK                PIC 9(03)  VALUE ZERO.
       01  BK-TBL.
           05  BK-ENT            OCCURS 100 TIMES.
               10  BKT-NO        PIC 9(06).
               10  BKT-S-CODE    PIC X(03).
               10  BKT-ITEM      PIC X(05).
               10  BKT-SURYO     PIC 9(07).
               10  BKT-FROM      PIC 9(08).
               10  BKT-TO        PIC 9(08).
               10  BKT-HAKKO     PIC 9(07).
               10  BKT-ZAN       PIC S9(08).
      *
      * 定期発注マスタの控え
       01  TE-CNT                PIC 9(03)  VALUE ZERO.
       01  TEX                   PIC 9(03).
       01  TEIKI-TBL.
           05  TEIKI-ENT         OCCURS 300 TIMES.
               10  TET-S-CODE    PIC X(03).
               10  TET-ITEM      PIC X(05).
               10  TET-SURYO     PIC 9(05).
               10  TET-YOBI      PIC 9(01).
               10  TET-FROM      PIC 9(08).
               10  TET-TO        PIC 9(08).
      *
      * 発注予測（商品ごとの月間推奨数と直近の仕入先）
       01  FC-CNT                PIC 9(03)  VALUE ZERO.
       01  FCX                   PIC 9(03).
       01  FC-TBL.
           05  FC-ENT            OCCURS 500 TIMES.
               10  FCT-NO        PIC X(05).
               10  FCT-SURYO     PIC 9(07).
               10  FCT-S-CODE    PIC X(03).
               10  FCT-S-DATE    PIC 9(08).
      *
      * 仕入日計の読込（NIKKEI：仕入日計が使えなければ明細）
       01  NK-FUNC               PIC X(01)  VALUE SPACE.
       01  NK-MODE               PIC X(01)  VALUE SPACE.
       01  NK-RESULT             PIC X(01)  VALUE SPACE.
       01  NK-REC.
           05  NK-DATE           PIC 9(08).
           05  NK-NO             PIC X(05).
           05  NK-NAME           PIC X(10).
           05  NK-S-CODE         PIC X(03).
           05  NK-S-NAME         PIC X(10).
           05  NK-BRANCH         PIC X(02).
           05  NK-TANKA          PIC 9(05)V99.
           05  NK-SURYO          PIC 9(07).
           05  NK-KINGAKU        PIC 9(11).
           05  NK-KENSU          PIC 9(05).
      *
      * 内示作業表：仕入先×商品ごとの週別数量
       01  NJ-CNT                PIC 9(04)  VALUE ZERO.
       01  NJX                   PIC 9(04).
       01  HIT-NJ                PIC 9(04)  VALUE ZERO.
       01  NJ-TBL.
           05  NJ-ENT            OCCURS 1000 TIMES.
               10  NJ-S-CODE     PIC X(03).
               10  NJ-ITEM       PIC X(05).
               10  NJ-KAKU       PIC 9(07)  OCCURS 4 TIMES.
               10  NJ-TEIKI      PIC 9(07)  OCCURS 4 TIMES.
               10  NJ-MIKOMI     PIC 9(07)  OCCURS 4 TIMES.
               10  NJ-BK-ZAN     PIC 9(07).
               10  NJ-BK-TO      PIC 9(08).
      *
      * 仕入先ごとの週別合計
       01  SUP-GOKEI-TBL.
           05  SUP-GOKEI         PIC 9(08)  OCCURS 4 TIMES.
      *
      * 曜日・暦日計算用の作業域
       01  DW-DATE               PIC 9(08)  VALUE ZERO.
       01  DW-YY                 PIC 9(04)  VALUE ZERO.
       01  DW-MM                 PIC 9(02)  VALUE ZERO.
       01  DW-DD                 PIC 9(02)  VALUE ZERO.
       01  DW-ZY                 PIC 9(04)  VALUE ZERO.
       01  DW-ZM                 PIC 9(02)  VALUE ZERO.
       01  DW-K                  PIC 9(02)  VALUE ZERO.
       01  DW-J                  PIC 9(02)  VALUE ZERO.
       01  DW-H                  PIC 9(04)  VALUE ZERO.
       01  DW-T                  PIC 9(05)  VALUE ZERO.
       01  DW-Q                  PIC 9(05)  VALUE ZERO.
       01  DW-A                  PIC 9(03)  VALUE ZERO.
       01  DW-B                  PIC 9(03)  VALUE ZERO.
       01  DW-C                  PIC 9(03)  VALUE ZERO.
       01  DW-R4                 PIC 9(02)  VALUE ZERO.
       01  DW-R100               PIC 9(03)  VALUE ZERO.
       01  DW-R400               PIC 9(03)  VALUE ZERO.
       01  YOBI-NO               PIC 9(01)  VALUE ZERO.
       01  TSUKI-MATSU           PIC 9(02)  VALUE ZERO.
       01  LOOP-CNT              PIC 9(02)  VALUE ZERO.
      *
      * 日数計算用（年360日・月30日の通算日）
       01  WS-DATE-IN            PIC 9(08).
       01  WS-YY                 PIC 9(04).
       01  WS-MM                 PIC 9(02).
       01  WS-DD                 PIC 9(02).
       01  WS-SERIAL             PIC 9(07).
       01  START-SERIAL          PIC 9(07)  VALUE ZERO.
      *
      * CSV用の編集域
       01  CSV-KAKU              PIC 9(07)  VALUE ZERO.
       01  CSV-TEIKI             PIC 9(07)  VALUE ZERO.
       01  CSV-MIKOMI            PIC 9(07)  VALUE ZERO.
       01  CSV-GOKEI             PIC 9(08)  VALUE ZERO.
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
                         "－送信管理表（内示CSV）－".
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
           05                    PIC X(30)  VALUE SPACE.
           05                    PIC X(15)  VALUE
                                 "内　示　書".
       01  DOC-HEAD-2.
           05                    PIC X(12)  VALUE "仕入先：".
           05  DH-S-CODE         PIC X(03).
           05                    PIC X(10)  VALUE SPACE.
           05                    PIC X(06)  VALUE "日付：".
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
           05                    PIC X(48)  VALUE
               "向こう４週間の発注見込数量を".
       01  DOC-BUN-2.
           05                    PIC X(48)  VALUE
               "下記のとおりお知らせいたします。".
       01  DOC-BUN-3.
           05                    PIC X(48)  VALUE
               "確定は発注済の未納数量です。".
       01  DOC-BUN-4.
           05                    PIC X(48)  VALUE
               "定期・見込は予定であり、発注を".
       01  DOC-BUN-5.
           05                    PIC X(48)  VALUE
               "お約束するものではありません。".
       01  DOC-MEI-HEAD.
           05                    PIC X(08)  VALUE "  商品".
           05                    PIC X(11)  VALUE " 品名".
           05                    PIC X(06)  VALUE "区分".
           05  DMH-WEEK          OCCURS 4 TIMES.
               10                PIC X(03)  VALUE SPACE.
               10  DMH-MMDD      PIC X(05).
           05                    PIC X(09)  VALUE "   合計".
       01  DOC-MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05  DM-ITEM           PIC X(05).
           05                    PIC X(01)  VALUE SPACE.
           05  DM-NAME           PIC X(10).
           05                    PIC X(01)  VALUE SPACE.
           05  DM-KBN            PIC X(06).
           05  DM-WEEK           OCCURS 4 TIMES.
               10                PIC X(01)  VALUE SPACE.
               10  DM-SURYO      PIC ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  DM-GOKEI          PIC ZZZZ,ZZ9.
       01  DOC-BK.
           05                    PIC X(20)  VALUE SPACE.
           05                    PIC X(18)  VALUE
                                 "包括発注残：".
           05  DB-ZAN            PIC Z,ZZZ,ZZ9.
           05                    PIC X(10)  VALUE " （期限".
           05  DB-TO             PIC 9999/99/99.
           05                    PIC X(03)  VALUE "）".
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 内示書".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
       01  HEAD-2.
           05                    PIC X(12)  VALUE "対象週：".
           05  H-FROM            PIC 9999/99/99.
           05                    PIC X(03)  VALUE "〜".
           05  H-TO              PIC 9999/99/99.
       01  FOOT-1.
           05                    PIC X(12)  VALUE "内示先：".
           05  F-NAIJI           PIC ZZ9.
           05                    PIC X(12)  VALUE "　印字：".
           05  F-PRINT           PIC ZZ9.
           05                    PIC X(09)  VALUE "　CSV：".
           05  F-CSV             PIC ZZ9.
           05                    PIC X(18)  VALUE "　商品行数：".
           05  F-GYO             PIC ZZZZ9.
       01  FOOT-2.
           05                    PIC X(48)  VALUE
                     "定期発注の見送り（廃番・停止）：".
           05  F-TEIKI-SKIP      PIC ZZZZ9.
       01  FOOT-3.
           05                    PIC X(45)  VALUE
                     "予測の見送り（仕入先不明等）：".
           05  F-MIKOMI-SKIP     PIC ZZZZ9.
       01  FOOT-4.
           05                    PIC X(45)  VALUE
                     "★作業表あふれ（内示漏れ）：".
           05  F-AFURE           PIC ZZZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM WEEK-SET-RTN
            PERFORM SOSHIN-LOAD-RTN
            PERFORM SHUN-LOAD-RTN
            PERFORM TEIKI-LOAD-RTN
            PERFORM YOSOKU-LOAD-RTN
            PERFORM SIIRESAKI-RTN
            OPEN INPUT PO-FILE SHOHIN-FILE MAS-FILE
            IF PO-FS = "00"
                MOVE "Y" TO PO-ARI-FLG
            END-IF
            PERFORM KAKUTEI-RTN
            PERFORM BK-LOAD-RTN
            PERFORM BK-ZAN-RTN
            PERFORM TEIKI-RTN
            PERFORM BK-MIKOMI-RTN
            PERFORM MIKOMI-RTN
            OPEN OUTPUT PRINT-FILE
            PERFORM RIREKI-COPY-RTN
            PERFORM VARYING SOX FROM 1 BY 1 UNTIL SOX > SO-CNT
                IF ST-NAIJI(SOX) = "Y"
                    PERFORM NAIJI-ONE-RTN
                END-IF
            END-PERFORM
            CLOSE RIREKI-NEW
            MOVE SPACE TO CMD
            STRING "mv 内示履歴.NEW 内示履歴.TXT"
                       DELIMITED BY SIZE
              INTO CMD
            END-STRING
            CALL "SYSTEM" USING CMD
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            MOVE WK-FROM(1) TO H-FROM
            MOVE WK-TO(4)   TO H-TO
            WRITE P-REC FROM HEAD-2 AFTER 1
            MOVE NAIJI-CNT       TO F-NAIJI
            MOVE PRINT-CNT       TO F-PRINT
            MOVE CSV-FILE-CNT    TO F-CSV
            MOVE GYO-CNT         TO F-GYO
            WRITE P-REC FROM FOOT-1 AFTER 2
            MOVE TEIKI-SKIP-CNT  TO F-TEIKI-SKIP
            WRITE P-REC FROM FOOT-2 AFTER 1
            MOVE MIKOMI-SKIP-CNT TO F-MIKOMI-SKIP
            WRITE P-REC FROM FOOT-3 AFTER 1
            IF AFURE-CNT > ZERO
                MOVE AFURE-CNT TO F-AFURE
                WRITE P-REC FROM FOOT-4 AFTER 1
            END-IF
            PERFORM SOSHIN-PRINT-RTN
            CLOSE PO-FILE SHOHIN-FILE MAS-FILE PRINT-FILE
            DISPLAY "内示先：" NAIJI-CNT
            DISPLAY "CSV件数：" CSV-FILE-CNT
            DISPLAY "END"
            STOP RUN.
      *
      * 対象の４週：本日以降の最初の月曜から４週、各週の日付を求める
       WEEK-SET-RTN.
            MOVE W-DATE8 TO DW-DATE
            PERFORM YOBI-RTN
            PERFORM UNTIL YOBI-NO = 1
                PERFORM DATE-INC-RTN
                PERFORM YOBI-RTN
            END-PERFORM
            PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 4
                MOVE DW-DATE TO WK-FROM(WX)
                PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 7
                    MOVE DW-DATE TO WK-DAY(WX, DX)
                    MOVE DW-DATE TO WK-TO(WX)
                    PERFORM DATE-INC-RTN
                END-PERFORM
            END-PERFORM
            MOVE WK-FROM(1) TO WS-DATE-IN
            PERFORM DATE-SERIAL-RTN
            MOVE WS-SERIAL TO START-SERIAL.
      *
      * 確定：未納発注の未入荷数量を入荷予定日の週へ積む
       KAKUTEI-RTN.
            MOVE SPACE TO END-FLG
            IF PO-ARI-FLG NOT = "Y"
                MOVE "E" TO END-FLG
            ELSE
                READ PO-FILE NEXT
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF PO-OPEN AND PO-YOTEI <= WK-TO(4)
                    AND PO-SURYO > PO-UKE-SURYO
                    MOVE 1 TO WX
                    PERFORM VARYING DX FROM 2 BY 1 UNTIL DX > 4
                        IF PO-YOTEI >= WK-FROM(DX)
                            MOVE DX TO WX
                        END-IF
                    END-PERFORM
                    MOVE PO-S-CODE TO CUR-SUP
                    MOVE PO-ITEM   TO CUR-ITEM
                    PERFORM NJ-FIND-RTN
                    IF HIT-NJ > ZERO
                        COMPUTE NJ-KAKU(HIT-NJ, WX) =
                            NJ-KAKU(HIT-NJ, WX)
                            + PO-SURYO - PO-UKE-SURYO
                    END-IF
                END-IF
                READ PO-FILE NEXT
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            MOVE SPACE TO END-FLG.
      *
      * 定期：週ごとに指定曜日の納品日で有効期間・旬を確かめ、
      * 同じ週に未納発注が無ければ定期数量を積む
       TEIKI-RTN.
            PERFORM VARYING TEX FROM 1 BY 1 UNTIL TEX > TE-CNT
                MOVE TET-S-CODE(TEX) TO CUR-SUP
                MOVE TET-ITEM(TEX)   TO CUR-ITEM
                PERFORM TORIHIKI-CHK-RTN
                IF NG-FLG = "Y"
                    ADD 1 TO TEIKI-SKIP-CNT
                ELSE
                    PERFORM TEIKI-ONE-RTN
                END-IF
            END-PERFORM.
      *
       TEIKI-ONE-RTN.
            MOVE TET-YOBI(TEX) TO DX
            IF DX < 1 OR DX > 7
                MOVE 1 TO DX
            END-IF
            PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 4
                IF WK-DAY(WX, DX) >= TET-FROM(TEX)
                    AND WK-DAY(WX, DX) <= TET-TO(TEX)
                    MOVE CUR-ITEM TO SHUN-CHK-NO
                    MOVE WK-DAY(WX, DX)(5:4) TO CHK-MMDD
                    PERFORM SHUN-CHK-RTN
                    IF SHUN-OK-FLG = "Y"
                        PERFORM NJ-FIND-RTN
                        IF HIT-NJ > ZERO
                            IF NJ-KAKU(HIT-NJ, WX) = ZERO
                                ADD TET-SURYO(TEX)
                                    TO NJ-TEIKI(HIT-NJ, WX)
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
      *
      * 包括発注の残：予測の無い商品は、残数量を期限までの週数で
      * 割った数を週ごとの見込とする（確定・定期を引いた不足分）
       BK-MIKOMI-RTN.
            PERFORM VARYING BKX FROM 1 BY 1 UNTIL BKX > BK-CNT
                IF BKT-ZAN(BKX) > ZERO
                    AND BKT-TO(BKX) >= WK-FROM(1)
                    AND BKT-FROM(BKX) <= WK-TO(4)
                    MOVE BKT-S-CODE(BKX) TO CUR-SUP
                    MOVE BKT-ITEM(BKX)   TO CUR-ITEM
                    PERFORM TORIHIKI-CHK-RTN
                    IF NG-FLG NOT = "Y"
                        PERFORM NJ-FIND-RTN
                        PERFORM BK-MIKOMI-ONE-RTN
                    END-IF
                END-IF
            END-PERFORM.
      *
       BK-MIKOMI-ONE-RTN.
            IF HIT-NJ > ZERO
                MOVE BKT-ZAN(BKX) TO NJ-BK-ZAN(HIT-NJ)
                MOVE BKT-TO(BKX)  TO NJ-BK-TO(HIT-NJ)
                MOVE BKT-TO(BKX)  TO WS-DATE-IN
                PERFORM DATE-SERIAL-RTN
                COMPUTE NOKORI-SHU = (WS-SERIAL - START-SERIAL) / 7
                                   + 1
                COMPUTE SHU-SURYO ROUNDED = BKT-ZAN(BKX) / NOKORI-SHU
                PERFORM FC-FIND-RTN
            END-IF
            IF HIT-NJ > ZERO AND FCX > FC-CNT
                PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 4
                    IF WK-FROM(WX) <= BKT-TO(BKX)
                        AND WK-TO(WX) >= BKT-FROM(BKX)
                        MOVE CUR-ITEM TO SHUN-CHK-NO
                        MOVE WK-DAY(WX, 4)(5:4) TO CHK-MMDD
                        PERFORM SHUN-CHK-RTN
                        COMPUTE SURYO-W = SHU-SURYO
                                        - NJ-KAKU(HIT-NJ, WX)
                                        - NJ-TEIKI(HIT-NJ, WX)
                        IF SHUN-OK-FLG = "Y" AND SURYO-W > ZERO
                            ADD SURYO-W TO NJ-MIKOMI(HIT-NJ, WX)
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.
      *
      * 見込：予測の週割りから全仕入先の確定・定期・見込を引いた
      * 不足分を、包括発注・定期発注・直近の仕入先の順で決めた
      * 仕入先へ積む
       MIKOMI-RTN.
            PERFORM VARYING FCX FROM 1 BY 1 UNTIL FCX > FC-CNT
                MOVE FCT-NO(FCX) TO CUR-ITEM
                PERFORM MIKOMI-SAKI-RTN
                IF CUR-SUP = SPACE
                    ADD 1 TO MIKOMI-SKIP-CNT
                ELSE
                    PERFORM TORIHIKI-CHK-RTN
                    IF NG-FLG = "Y"
                        ADD 1 TO MIKOMI-SKIP-CNT
                    ELSE
                        PERFORM MIKOMI-ONE-RTN
                    END-IF
                END-IF
            END-PERFORM.
      *
       MIKOMI-ONE-RTN.
            COMPUTE SHU-SURYO ROUNDED = FCT-SURYO(FCX) * 7 / 30
            PERFORM NJ-FIND-RTN
            IF HIT-NJ > ZERO
                PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 4
                    MOVE CUR-ITEM TO SHUN-CHK-NO
                    MOVE WK-DAY(WX, 4)(5:4) TO CHK-MMDD
                    PERFORM SHUN-CHK-RTN
                    IF SHUN-OK-FLG = "Y"
                        PERFORM COVER-RTN
                        COMPUTE SURYO-W = SHU-SURYO - COVER-SURYO
                        IF SURYO-W > ZERO
                            ADD SURYO-W TO NJ-MIKOMI(HIT-NJ, WX)
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.
      *
      * その週の商品の手当済数量（全仕入先の確定・定期・見込）
       COVER-RTN.
            MOVE ZERO TO COVER-SURYO
            PERFORM VARYING NJX FROM 1 BY 1 UNTIL NJX > NJ-CNT
                IF NJ-ITEM(NJX) = CUR-ITEM
                    ADD NJ-KAKU(NJX, WX) NJ-TEIKI(NJX, WX)
                        NJ-MIKOMI(NJX, WX) TO COVER-SURYO
                END-IF
            END-PERFORM.
      *
      * 予測商品の仕入先：有効な包括発注、有効な定期発注、直近の
      * 仕入先の順
       MIKOMI-SAKI-RTN.
            MOVE SPACE TO CUR-SUP
            PERFORM VARYING BKX FROM 1 BY 1 UNTIL BKX > BK-CNT
                IF CUR-SUP = SPACE
                    AND BKT-ITEM(BKX) = CUR-ITEM
                    AND BKT-ZAN(BKX) > ZERO
                    AND BKT-TO(BKX) >= WK-FROM(1)
                    AND BKT-FROM(BKX) <= WK-TO(4)
                    MOVE BKT-S-CODE(BKX) TO CUR-SUP
                END-IF
            END-PERFORM
            PERFORM VARYING TEX FROM 1 BY 1 UNTIL TEX > TE-CNT
                IF CUR-SUP = SPACE
                    AND TET-ITEM(TEX) = CUR-ITEM
                    AND TET-TO(TEX) >= WK-FROM(1)
                    AND TET-FROM(TEX) <= WK-TO(4)
                    MOVE TET-S-CODE(TEX) TO CUR-SUP
                END-IF
            END-PERFORM
            IF CUR-SUP = SPACE
                MOVE FCT-S-CODE(FCX) TO CUR-SUP
            END-IF.
      *
      * 廃番商品（T-STATUS=D）・取引停止の仕入先は見送る
       TORIHIKI-CHK-RTN.
            MOVE SPACE TO NG-FLG
            MOVE CUR-ITEM TO T-NO
            READ SHOHIN-FILE
                INVALID KEY
                    MOVE "Y" TO NG-FLG
                NOT INVALID KEY
                    IF T-STATUS = "D"
                        MOVE "Y" TO NG-FLG
                    END-IF
            END-READ
            MOVE CUR-SUP TO S-CODE
            READ MAS-FILE
                INVALID KEY
                    MOVE "Y" TO NG-FLG
                NOT INVALID KEY
                    IF S-INACTIVE
                        MOVE "Y" TO NG-FLG
                    END-IF
            END-READ.
      *
      * 仕入先×商品の作業表の位置（無ければ追加）
       NJ-FIND-RTN.
            MOVE ZERO TO HIT-NJ
            PERFORM VARYING NJX FROM 1 BY 1
                    UNTIL NJX > NJ-CNT OR HIT-NJ > ZERO
                IF NJ-S-CODE(NJX) = CUR-SUP
                    AND NJ-ITEM(NJX) = CUR-ITEM
                    MOVE NJX TO HIT-NJ
                END-IF
            END-PERFORM
            IF HIT-NJ = ZERO
                IF NJ-CNT < 1000
                    ADD 1 TO NJ-CNT
                    MOVE NJ-CNT TO HIT-NJ
                    INITIALIZE NJ-ENT(HIT-NJ)
                    MOVE CUR-SUP  TO NJ-S-CODE(HIT-NJ)
                    MOVE CUR-ITEM TO NJ-ITEM(HIT-NJ)
                ELSE
                    ADD 1 TO AFURE-CNT
                END-IF
            END-IF.
      *
      * 予測商品の位置（見つからなければFCX＞FC-CNT）
       FC-FIND-RTN.
            PERFORM VARYING FCX FROM 1 BY 1
                    UNTIL FCX > FC-CNT OR FCT-NO(FCX) = CUR-ITEM
                CONTINUE
            END-PERFORM.
      *
      * 内示先１件：送信区分Dは内示CSV、それ以外は内示書を印字
       NAIJI-ONE-RTN.
            MOVE ST-CODE(SOX) TO CUR-SUP
            MOVE ST-HOHO(SOX) TO CUR-HOHO
            MOVE ZERO TO ITEM-GOKEI
            PERFORM VARYING NJX FROM 1 BY 1 UNTIL NJX > NJ-CNT
                IF NJ-S-CODE(NJX) = CUR-SUP
                    PERFORM GOKEI-RTN
                    ADD SURYO-W TO ITEM-GOKEI
                END-IF
            END-PERFORM
            IF ITEM-GOKEI > ZERO
                ADD 1 TO NAIJI-CNT
                IF CUR-HOHO = "D"
                    PERFORM CSV-MAKE-RTN
                ELSE
                    ADD 1 TO PRINT-CNT
                    PERFORM LETTER-RTN
                END-IF
                PERFORM RIREKI-RTN
            END-IF.
      *
      * 作業表１件の４週の合計
       GOKEI-RTN.
            MOVE ZERO TO SURYO-W
            PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 4
                ADD NJ-KAKU(NJX, WX) NJ-TEIKI(NJX, WX)
                    NJ-MIKOMI(NJX, WX) TO SURYO-W
            END-PERFORM.
      *
       LETTER-RTN.
            WRITE P-REC FROM DOC-HEAD-1 AFTER PAGE
            MOVE CUR-SUP TO DH-S-CODE
            MOVE W-DATE8 TO DH-DATE
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
            WRITE P-REC FROM DOC-BUN-3 AFTER 2
            WRITE P-REC FROM DOC-BUN-4 AFTER 1
            WRITE P-REC FROM DOC-BUN-5 AFTER 1
            PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 4
                MOVE SPACE TO DMH-MMDD(WX)
                STRING WK-FROM(WX)(5:2) "/" WK-FROM(WX)(7:2)
                    DELIMITED BY SIZE INTO DMH-MMDD(WX)
                END-STRING
                MOVE ZERO TO SUP-GOKEI(WX)
            END-PERFORM
            WRITE P-REC FROM DOC-MEI-HEAD AFTER 2
            PERFORM VARYING NJX FROM 1 BY 1 UNTIL NJX > NJ-CNT
                IF NJ-S-CODE(NJX) = CUR-SUP
                    PERFORM GOKEI-RTN
                    IF SURYO-W > ZERO
                        PERFORM LETTER-ITEM-RTN
                    END-IF
                END-IF
            END-PERFORM
            MOVE SPACE TO DOC-MEISAI
            MOVE "合計" TO DM-KBN
            MOVE ZERO TO SURYO-W
            PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 4
                MOVE SUP-GOKEI(WX) TO DM-SURYO(WX)
                ADD SUP-GOKEI(WX) TO SURYO-W
            END-PERFORM
            MOVE SURYO-W TO DM-GOKEI
            WRITE P-REC FROM DOC-MEISAI AFTER 2.
      *
      * 商品１件：確定・定期・見込のうち数量のある区分を１行ずつ
       LETTER-ITEM-RTN.
            ADD 1 TO GYO-CNT
            MOVE NJ-ITEM(NJX) TO T-NO
            READ SHOHIN-FILE
                INVALID KEY
                    MOVE SPACE TO T-NAME
            END-READ
            MOVE SPACE TO DOC-MEISAI
            MOVE NJ-ITEM(NJX) TO DM-ITEM
            MOVE T-NAME       TO DM-NAME
            MOVE ZERO TO SURYO-W
            PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 4
                ADD NJ-KAKU(NJX, WX) TO SURYO-W
            END-PERFORM
            IF SURYO-W > ZERO
                MOVE "確定" TO DM-KBN
                PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 4
                    MOVE NJ-KAKU(NJX, WX) TO DM-SURYO(WX)
                    ADD NJ-KAKU(NJX, WX) TO SUP-GOKEI(WX)
                END-PERFORM
                MOVE SURYO-W TO DM-GOKEI
                WRITE P-REC FROM DOC-MEISAI AFTER 1
                MOVE SPACE TO DOC-MEISAI
            END-IF
            MOVE ZERO TO SURYO-W
            PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 4
                ADD NJ-TEIKI(NJX, WX) TO SURYO-W
            END-PERFORM
            IF SURYO-W > ZERO
                MOVE "定期" TO DM-KBN
                PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 4
                    MOVE NJ-TEIKI(NJX, WX) TO DM-SURYO(WX)
                    ADD NJ-TEIKI(NJX, WX) TO SUP-GOKEI(WX)
                END-PERFORM
                MOVE SURYO-W TO DM-GOKEI
                WRITE P-REC FROM DOC-MEISAI AFTER 1
                MOVE SPACE TO DOC-MEISAI
            END-IF
            MOVE ZERO TO SURYO-W
            PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 4
                ADD NJ-MIKOMI(NJX, WX) TO SURYO-W
            END-PERFORM
            IF SURYO-W > ZERO
                MOVE "見込" TO DM-KBN
                PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 4
                    MOVE NJ-MIKOMI(NJX, WX) TO DM-SURYO(WX)
                    ADD NJ-MIKOMI(NJX, WX) TO SUP-GOKEI(WX)
                END-PERFORM
                MOVE SURYO-W TO DM-GOKEI
                WRITE P-REC FROM DOC-MEISAI AFTER 1
            END-IF
            IF NJ-BK-ZAN(NJX) > ZERO
                MOVE NJ-BK-ZAN(NJX) TO DB-ZAN
                MOVE NJ-BK-TO(NJX)  TO DB-TO
                WRITE P-REC FROM DOC-BK AFTER 1
            END-IF.
      *
      * データ送付仕入先：印字を抑止し、内示CSVを作成する
      * （P113と同じく作業ファイルへ書いてから複写する）
      * CSV１行：NJI,商品,週（月曜日）,確定,定期,見込,計
       CSV-MAKE-RTN.
            MOVE ZERO TO CSV-LINE-CNT
            OPEN OUTPUT CSV-FILE
            PERFORM VARYING NJX FROM 1 BY 1 UNTIL NJX > NJ-CNT
                IF NJ-S-CODE(NJX) = CUR-SUP
                    PERFORM GOKEI-RTN
                    IF SURYO-W > ZERO
                        ADD 1 TO GYO-CNT
                        PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 4
                            PERFORM CSV-LINE-RTN
                        END-PERFORM
                    END-IF
                END-IF
            END-PERFORM
            CLOSE CSV-FILE
            MOVE SPACE TO CMD
            STRING "cp 内示CSV作業.TXT 内示" DELIMITED BY SIZE
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
       CSV-LINE-RTN.
            ADD 1 TO CSV-LINE-CNT
            MOVE NJ-KAKU(NJX, WX)   TO CSV-KAKU
            MOVE NJ-TEIKI(NJX, WX)  TO CSV-TEIKI
            MOVE NJ-MIKOMI(NJX, WX) TO CSV-MIKOMI
            COMPUTE CSV-GOKEI = CSV-KAKU + CSV-TEIKI + CSV-MIKOMI
            MOVE SPACE TO CSV-REC
            STRING "NJI,"         DELIMITED BY SIZE
                   NJ-ITEM(NJX)   DELIMITED BY SPACE
                   ","            DELIMITED BY SIZE
                   WK-FROM(WX)    DELIMITED BY SIZE
                   ","            DELIMITED BY SIZE
                   CSV-KAKU       DELIMITED BY SIZE
                   ","            DELIMITED BY SIZE
                   CSV-TEIKI      DELIMITED BY SIZE
                   ","            DELIMITED BY SIZE
                   CSV-MIKOMI     DELIMITED BY SIZE
                   ","            DELIMITED BY SIZE
                   CSV-GOKEI      DELIMITED BY SIZE
              INTO CSV-REC
            END-STRING
            WRITE CSV-REC.
      *
      * 内示履歴：知らせた数量を仕入先・商品・週ごとに記録する
       RIREKI-RTN.
            PERFORM VARYING NJX FROM 1 BY 1 UNTIL NJX > NJ-CNT
                IF NJ-S-CODE(NJX) = CUR-SUP
                    PERFORM VARYING WX FROM 1 BY 1 UNTIL WX > 4
                        IF NJ-KAKU(NJX, WX) > ZERO
                            OR NJ-TEIKI(NJX, WX) > ZERO
                            OR NJ-MIKOMI(NJX, WX) > ZERO
                            PERFORM RIREKI-ONE-RTN
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.
      *
       RIREKI-ONE-RTN.
            MOVE SPACE TO NR-REC
            MOVE W-DATE8            TO NR-DATE
            MOVE CUR-SUP            TO NR-S-CODE
            MOVE NJ-ITEM(NJX)       TO NR-ITEM
            MOVE WK-FROM(WX)        TO NR-WEEK
            MOVE NJ-KAKU(NJX, WX)   TO NR-KAKU
            MOVE NJ-TEIKI(NJX, WX)  TO NR-TEIKI
            MOVE NJ-MIKOMI(NJX, WX) TO NR-MIKOMI
            IF CUR-HOHO = "D"
                MOVE "D" TO NR-HOHO
            ELSE
                MOVE "P" TO NR-HOHO
            END-IF
            MOVE NR-REC TO NRN-REC
            WRITE NRN-REC.
      *
      * 内示履歴を.NEWへ写す（本日の内示日の記録は置き換えるため除く）
       RIREKI-COPY-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT  RIREKI-FILE
            OPEN OUTPUT RIREKI-NEW
            IF RIREKI-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ RIREKI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF NR-DATE NOT = W-DATE8
                    MOVE NR-REC TO NRN-REC
                    WRITE NRN-REC
                END-IF
                READ RIREKI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE RIREKI-FILE
            MOVE SPACE TO END-FLG.
      *
       SOSHIN-PRINT-RTN.
            IF CV-CNT > ZERO
                WRITE P-REC FROM SOSHIN-HEAD AFTER 2
                PERFORM VARYING CVX FROM 1 BY 1 UNTIL CVX > CV-CNT
                    MOVE SPACE TO SOSHIN-MEISAI
                    MOVE CV-CODE(CVX) TO SM-CODE
                    MOVE SPACE TO SM-FILE
                    STRING "内示" DELIMITED BY SIZE
                           CV-CODE(CVX) DELIMITED BY SPACE
                           ".CSV" DELIMITED BY SIZE
                      INTO SM-FILE
                    END-STRING
                    MOVE CV-LINES(CVX) TO SM-LINES
                    WRITE P-REC FROM SOSHIN-MEISAI AFTER 1
                END-PERFORM
            END-IF.
      *
      * 旬判定：窓の登録が無い商品は通年扱い。登録がある商品は
      * 判定日の月日がいずれかの窓内（FROM＞TOの年越し窓も可）の
      * ときだけ旬内とする
       SHUN-CHK-RTN.
            MOVE SPACE TO SHUN-OK-FLG SHUN-TOROKU-FLG
            PERFORM VARYING SEX FROM 1 BY 1 UNTIL SEX > SE-CNT
                IF SH-NO(SEX) = SHUN-CHK-NO
                    MOVE "Y" TO SHUN-TOROKU-FLG
                    IF SH-FROM(SEX) <= SH-TO(SEX)
                        IF CHK-MMDD >= SH-FROM(SEX)
                            AND CHK-MMDD <= SH-TO(SEX)
                            MOVE "Y" TO SHUN-OK-FLG
                        END-IF
                    ELSE
                        IF CHK-MMDD >= SH-FROM(SEX)
                            OR CHK-MMDD <= SH-TO(SEX)
                            MOVE "Y" TO SHUN-OK-FLG
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF SHUN-TOROKU-FLG NOT = "Y"
                MOVE "Y" TO SHUN-OK-FLG
            END-IF.
      *
       SHUN-LOAD-RTN.
            OPEN INPUT SHUN-FILE
            IF SHUN-FS = "00"
                READ SHUN-FILE
                    AT END MOVE "E" TO SHUN-END-FLG
                END-READ
                PERFORM UNTIL SHUN-END-FLG = "E"
                    IF SE-CNT < 300
                        ADD 1 TO SE-CNT
                        MOVE SE-NO   TO SH-NO(SE-CNT)
                        MOVE SE-FROM TO SH-FROM(SE-CNT)
                        MOVE SE-TO   TO SH-TO(SE-CNT)
                    END-IF
                    READ SHUN-FILE
                        AT END MOVE "E" TO SHUN-END-FLG
                    END-READ
                END-PERFORM
                CLOSE SHUN-FILE
            ELSE
                CLOSE SHUN-FILE
            END-IF.
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
                        MOVE SO-CODE  TO ST-CODE(SO-CNT)
                        MOVE SO-HOHO  TO ST-HOHO(SO-CNT)
                        MOVE SO-NAIJI TO ST-NAIJI(SO-CNT)
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
       TEIKI-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT TEIKI-FILE
            IF TEIKI-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ TEIKI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF TE-CNT < 300
                    ADD 1 TO TE-CNT
                    MOVE TE-S-CODE TO TET-S-CODE(TE-CNT)
                    MOVE TE-ITEM   TO TET-ITEM(TE-CNT)
                    MOVE TE-SURYO  TO TET-SURYO(TE-CNT)
                    MOVE TE-YOBI   TO TET-YOBI(TE-CNT)
                    MOVE TE-FROM   TO TET-FROM(TE-CNT)
                    MOVE TE-TO     TO TET-TO(TE-CNT)
                END-IF
                READ TEIKI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE TEIKI-FILE
            MOVE SPACE TO END-FLG.
      *
      * 発注予測の読込（同じ商品が重なれば後のものを使う）
       YOSOKU-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT YOSOKU-FILE
            IF YOSOKU-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ YOSOKU-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                MOVE YF-NO TO CUR-ITEM
                PERFORM FC-FIND-RTN
                IF FCX > FC-CNT AND FC-CNT < 500
                    ADD 1 TO FC-CNT
                    MOVE FC-CNT TO FCX
                    MOVE YF-NO  TO FCT-NO(FCX)
                    MOVE SPACE  TO FCT-S-CODE(FCX)
                    MOVE ZERO   TO FCT-S-DATE(FCX)
                END-IF
                IF FCX NOT > FC-CNT
                    MOVE YF-SURYO TO FCT-SURYO(FCX)
                END-IF
                READ YOSOKU-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE YOSOKU-FILE
            MOVE SPACE TO END-FLG.
      *
      * 予測商品の直近の仕入先（仕入日が最新の仕入先）を仕入日計
      * から求める
       SIIRESAKI-RTN.
            MOVE "O" TO NK-FUNC
            CALL "NIKKEI" USING NK-FUNC NK-MODE NK-REC NK-RESULT
            IF NK-RESULT NOT = "Y"
                MOVE "E" TO END-FLG
            ELSE
                PERFORM NK-READ-RTN
            END-IF
            PERFORM UNTIL END-FLG = "E"
                MOVE NK-NO TO CUR-ITEM
                PERFORM FC-FIND-RTN
                IF FCX NOT > FC-CNT
                    IF NK-DATE > FCT-S-DATE(FCX)
                        MOVE NK-S-CODE TO FCT-S-CODE(FCX)
                        MOVE NK-DATE   TO FCT-S-DATE(FCX)
                    END-IF
                END-IF
                PERFORM NK-READ-RTN
            END-PERFORM
            MOVE "C" TO NK-FUNC
            CALL "NIKKEI" USING NK-FUNC NK-MODE NK-REC NK-RESULT
            MOVE SPACE TO END-FLG.
      *
       NK-READ-RTN.
            MOVE "R" TO NK-FUNC
            CALL "NIKKEI" USING NK-FUNC NK-MODE NK-REC NK-RESULT
            IF NK-RESULT NOT = "Y"
                MOVE "E" TO END-FLG
            END-IF.
      *
      * 包括発注マスタの読込（有効なもののみ）
       BK-LOAD-RTN.
            OPEN INPUT BK-FILE
            IF BK-FS = "00"
                READ BK-FILE
                    AT END MOVE "E" TO BK-END-FLG
                END-READ
                PERFORM UNTIL BK-END-FLG = "E"
                    IF BK-ACTIVE AND BK-CNT < 100
                        ADD 1 TO BK-CNT
                        MOVE BK-NO     TO BKT-NO(BK-CNT)
                        MOVE BK-S-CODE TO BKT-S-CODE(BK-CNT)
                        MOVE BK-ITEM   TO BKT-ITEM(BK-CNT)
                        MOVE BK-SURYO  TO BKT-SURYO(BK-CNT)
                        MOVE BK-FROM   TO BKT-FROM(BK-CNT)
                        MOVE BK-TO     TO BKT-TO(BK-CNT)
                        MOVE ZERO      TO BKT-HAKKO(BK-CNT)
                    END-IF
                    READ BK-FILE
                        AT END MOVE "E" TO BK-END-FLG
                    END-READ
                END-PERFORM
            END-IF
            CLOSE BK-FILE.
      *
      * 包括発注の残数量：約定数量−分納発注（取消を除く）の数量
      * （P132の状況表と同じ求め方）
       BK-ZAN-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT BM-FILE
            IF BM-FS NOT = "00" OR BK-CNT = ZERO
                MOVE "E" TO END-FLG
            ELSE
                READ BM-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                MOVE ZERO TO HIT-BK
                PERFORM VARYING BKX FROM 1 BY 1 UNTIL BKX > BK-CNT
                    IF BKT-NO(BKX) = BM-BK-NO
                        MOVE BKX TO HIT-BK
                    END-IF
                END-PERFORM
                IF HIT-BK > ZERO AND PO-ARI-FLG = "Y"
                    MOVE BM-PO-NO TO PO-NO
                    READ PO-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF NOT PO-CANCELLED
                                ADD PO-SURYO TO BKT-HAKKO(HIT-BK)
                            END-IF
                    END-READ
                END-IF
                READ BM-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE BM-FILE
            PERFORM VARYING BKX FROM 1 BY 1 UNTIL BKX > BK-CNT
                COMPUTE BKT-ZAN(BKX) = BKT-SURYO(BKX)
                                     - BKT-HAKKO(BKX)
            END-PERFORM
            MOVE SPACE TO END-FLG.
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
      * 曜日計算（ツェラーの公式、1＝月〜7＝日）
       YOBI-RTN.
            MOVE DW-DATE(1:4) TO DW-YY
            MOVE DW-DATE(5:2) TO DW-MM
            MOVE DW-DATE(7:2) TO DW-DD
            MOVE DW-YY TO DW-ZY
            MOVE DW-MM TO DW-ZM
            IF DW-ZM < 3
                ADD 12 TO DW-ZM
                SUBTRACT 1 FROM DW-ZY
            END-IF
            DIVIDE DW-ZY BY 100 GIVING DW-J REMAINDER DW-K
            COMPUTE DW-T = 13 * (DW-ZM + 1)
            DIVIDE DW-T BY 5 GIVING DW-A
            DIVIDE DW-K BY 4 GIVING DW-B
            DIVIDE DW-J BY 4 GIVING DW-C
            COMPUTE DW-T = DW-DD + DW-A + DW-K + DW-B + DW-C
                         + 5 * DW-J
            DIVIDE DW-T BY 7 GIVING DW-Q REMAINDER DW-H
            COMPUTE DW-T = DW-H + 5
            DIVIDE DW-T BY 7 GIVING DW-Q REMAINDER DW-H
            COMPUTE YOBI-NO = DW-H + 1.
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
