      * 出庫のロット引当（先入先出）の内訳は、倉庫が最古ロットから
      * 出せるようにピッキングリスト（P27PICK.DOC）へ入庫日順に
      * 印字する
      * 委託在庫：委託契約マスタ.TXT（P133で保守）の仕入先×商品の
      * 入庫は自社在庫に入れず、委託在庫.TXTへ数量のみ加算して
      * 委託受払.TXTへ記録する（評価しない）。出庫は委託在庫から
      * 先に引き当て、消化分を契約単価（P9と同じ適用単価）で仕入
      * として委託仕入.TXTへ計上する（P5が仕入整列へ取り込む）
      * 消化分の出庫原価は契約単価、残りは移動平均原価で付ける
      * 出庫で在庫が足りない商品は、代替商品マスタ.TXT（P134で保守）
      * の有効な代替のうち優先順が最小で在庫の足りるものを、欠品
      * 代替としてピッキングリストに提案し代替実績.TXTへ記録する
      * 保留中のロット（P138で保留・返品指示）は出庫の引当から外す
      * 返品（マイナス入庫）は同じ仕入先の返品指示ロットから先に
      * 落とし、残りを通常ロットの先入先出で落とす
      * 入庫ロットには入荷産地.TXT（P82・P61が記録）の産地を付け、
      * ピッキングリストに産地を印字して出庫産地.TXTへ残す（P140の
      * 産地ラベルが読む）
      * 二重計上の防止：入庫・出庫を反映した取引はISAM計上済TRAN（区分
      * U＝仕入3.txt・S＝出庫TRAN.TXT、取引日付、ファイル内の連番）へ
      * レコード内容とともに記録し、再実行では同じキー・同じ内容の取引を
      * 飛ばす（飛ばした件数は集計欄の「済」）。反映のたびにロット・委託
      * 在庫を保存してから記録するので、異常終了後の再実行は最後に記録
      * した取引の次から再開する
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P27.
           SELECT  OPTIONAL GENKA-FILE ASSIGN  "出庫原価.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS GENKA-FS.
           SELECT  OPTIONAL ITK-FILE ASSIGN  "委託契約マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS ITK-FS.
           SELECT  OPTIONAL IZ-FILE  ASSIGN  "委託在庫.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IZ-FS.
           SELECT  OPTIONAL IH-FILE  ASSIGN  "委託受払.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IH-FS.
           SELECT  OPTIONAL IS-FILE  ASSIGN  "委託仕入.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IS-FS.
           SELECT  OPTIONAL DAITAI-FILE ASSIGN
                                    "代替商品マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS DAITAI-FS.
           SELECT  OPTIONAL DJ-FILE  ASSIGN  "代替実績.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS DJ-FS.
           SELECT  OPTIONAL SA-FILE  ASSIGN  "入荷産地.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SA-FS.
           SELECT  OPTIONAL SC-FILE  ASSIGN  "産地マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SC-FS.
           SELECT  OPTIONAL SO-FILE  ASSIGN  "出庫産地.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SO-FS.
           SELECT  OPTIONAL KR-FILE  ASSIGN  "ISAM計上済TRAN"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY KR-KEY
                                    FILE STATUS KR-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
       FD  SIIRESAKI-FILE.
       01  SS-REC.
           05  SS-CODE           PIC X(03).
           05                    PIC X(10).
           05  SS-NAME           PIC X(10).
           05                    PIC X(78).
           05  SS-BANK-AREA      PIC X(45).
           05  SS-INV-NO         PIC X(14).
           05  SS-CURRENCY       PIC X(03).
           05  LT-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  LT-ZAN            PIC 9(06).
           05                    PIC X(01).
           05  LT-HOLD           PIC X(01).
           05                    PIC X(01).
           05  LT-HOLD-DATE      PIC 9(08).
           05                    PIC X(01).
           05  LT-RIYU           PIC X(20).
           05                    PIC X(01).
           05  LT-SANCHI         PIC X(03).
      *
      *
       FD  TANI-FILE.
           05  TN-NAME           PIC X(10).
           05                    PIC X(01).
           05  TN-FACTOR         PIC 9(05).
      *
      * 委託契約マスタ：商品が空白の行はその仕入先の全商品が委託
       FD  ITK-FILE.
       01  IK-REC.
           05  IK-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  IK-ITEM           PIC X(05).
           05                    PIC X(01).
           05  IK-FROM           PIC 9(08).
           05                    PIC X(01).
           05  IK-TO             PIC 9(08).
      *
      * 委託在庫：仕入先×商品の預り数量（基本単位）
       FD  IZ-FILE.
       01  IZ-REC.
           05  IZ-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  IZ-ITEM           PIC X(05).
           05                    PIC X(01).
           05  IZ-ZAN            PIC 9(07).
      *
      * 委託受払：R＝入庫　H＝返品　S＝消化（消化のみ単価・金額付き）
       FD  IH-FILE.
       01  IH-REC.
           05  IH-DATE           PIC 9(08).
           05                    PIC X(01).
           05  IH-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  IH-ITEM           PIC X(05).
           05                    PIC X(01).
           05  IH-KBN            PIC X(01).
           05                    PIC X(01).
           05  IH-SURYO          PIC 9(06).
           05                    PIC X(01).
           05  IH-TANKA          PIC 9(05)V99.
           05                    PIC X(01).
           05  IH-KINGAKU        PIC 9(09).
      *
      * 委託仕入：消化分の仕入（仕入TEN形式、P5が支店ITで取り込む）
       FD  IS-FILE.
       01  IS-REC.
           05  IS-NO             PIC X(05).
           05  IS-NAME           PIC X(10).
           05  IS-DATE           PIC 9(08).
           05  IS-S-CODE         PIC X(03).
           05  IS-S-NAME         PIC X(10).
           05  IS-SURYO          PIC 9(04).
           05  IS-TANKA          PIC 9(05)V99.
      *
      * 代替商品マスタ：同じ元商品の代替は優先順の小さい順に使う
       FD  DAITAI-FILE.
       01  DS-REC.
           05  DS-ITEM           PIC X(05).
           05                    PIC X(01).
           05  DS-JUN            PIC 9(02).
           05                    PIC X(01).
           05  DS-SUB            PIC X(05).
           05                    PIC X(01).
           05  DS-RATIO          PIC 9(03)V99.
           05                    PIC X(01).
           05  DS-FROM           PIC 9(08).
           05                    PIC X(01).
           05  DS-TO             PIC 9(08).
           05                    PIC X(01).
           05  DS-S-CODE         PIC X(03).
      *
      * 代替実績：区分 S＝出庫（P27）H＝発注提案（P17）Y＝予測（P55）
       FD  DJ-FILE.
       01  DJ-REC.
           05  DJ-DATE           PIC 9(08).
           05                    PIC X(01).
           05  DJ-KBN            PIC X(01).
           05                    PIC X(01).
           05  DJ-ITEM           PIC X(05).
           05                    PIC X(01).
           05  DJ-SUB            PIC X(05).
           05                    PIC X(01).
           05  DJ-SURYO          PIC 9(07).
           05                    PIC X(01).
           05  DJ-S-CODE         PIC X(03).
      *
      * 入荷産地：入荷時に入力した産地（P82・P61が追記）
       FD  SA-FILE.
       01  SA-REC.
           05  SA-ITEM           PIC X(05).
           05                    PIC X(01).
           05  SA-DATE           PIC 9(08).
           05                    PIC X(01).
           05  SA-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  SA-SANCHI         PIC X(03).
           05                    PIC X(01).
           05  SA-SURYO          PIC 9(04).
           05                    PIC X(01).
           05  SA-UNIT           PIC X(02).
           05                    PIC X(01).
           05  SA-PO-NO          PIC X(06).
           05                    PIC X(01).
           05  SA-OPID           PIC X(04).
      *
      * 産地マスタ：都道府県コード（01～47）または国コード
       FD  SC-FILE.
       01  SC-REC.
           05  SC-CODE           PIC X(03).
           05                    PIC X(01).
           05  SC-NAME           PIC X(20).
      *
      * 出庫産地：出庫のロット引当ごとの産地（P140の産地ラベル）
       FD  SO-FILE.
       01  SO-REC.
           05  SO-DATE           PIC 9(08).
           05                    PIC X(01).
           05  SO-OUTLET         PIC X(04).
           05                    PIC X(01).
           05  SO-ITEM           PIC X(05).
           05                    PIC X(01).
           05  SO-LOT-DATE       PIC 9(08).
           05                    PIC X(01).
           05  SO-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  SO-SANCHI         PIC X(03).
           05                    PIC X(01).
           05  SO-SURYO          PIC 9(06).
      *
      * 計上済TRAN：反映した取引（区分・取引日付・連番）と内容
       FD  KR-FILE.
       01  KR-REC.
           05  KR-KEY.
               10  KR-KBN        PIC X(01).
               10  KR-DATE       PIC 9(08).
               10  KR-SEQ        PIC 9(06).
           05  KR-IMAGE          PIC X(40).
           05  KR-RUN-DATE       PIC 9(08).
           05  KR-RUN-TIME       PIC 9(06).
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  NOKORI                PIC 9(06)  VALUE ZERO.
       01  HIKIATE               PIC 9(06)  VALUE ZERO.
       01  WK-LOT-NO             PIC X(05)  VALUE SPACE.
       01  WK-LOT-HOLD           PIC X(01)  VALUE SPACE.
       01  WK-LOT-S-CODE         PIC X(03)  VALUE SPACE.
       01  HENPIN-ZAN            PIC 9(07)  VALUE ZERO.
       01  HIKIATE-NOKORI        PIC 9(07)  VALUE ZERO.
       01  OLD-SURYO             PIC S9(07) VALUE ZERO.
       01  NEW-SURYO             PIC S9(07) VALUE ZERO.
       01  PICK-FLG              PIC X(01)  VALUE SPACE.
       01  GENKA-FS              PIC X(02)  VALUE SPACE.
       01  WARIATE               PIC 9(06)  VALUE ZERO.
       01  PICK-CNT              PIC 9(05)  VALUE ZERO.
       01  TK-ITEM               PIC X(05)  VALUE SPACE.
       01  TK-S-CODE             PIC X(03)  VALUE SPACE.
       01  TK-DATE               PIC 9(08)  VALUE ZERO.
       01  WK-GN-SURYO           PIC 9(04)  VALUE ZERO.
       01  WK-GN-GENKA           PIC 9(05)V99 VALUE ZERO.
       01  ITK-FS                PIC X(02)  VALUE SPACE.
       01  IZ-FS                 PIC X(02)  VALUE SPACE.
       01  IH-FS                 PIC X(02)  VALUE SPACE.
       01  IS-FS                 PIC X(02)  VALUE SPACE.
       01  ITK-END-FLG           PIC X(01)  VALUE SPACE.
       01  IZ-END-FLG            PIC X(01)  VALUE SPACE.
       01  ITAKU-FLG             PIC X(01)  VALUE SPACE.
       01  ITK-CNT               PIC 9(03)  VALUE ZERO.
       01  IKX                   PIC 9(03).
       01  IZ-CNT                PIC 9(03)  VALUE ZERO.
       01  IZX                   PIC 9(03).
       01  HIT-IZ                PIC 9(03)  VALUE ZERO.
       01  ITAKU-SURYO           PIC 9(04)  VALUE ZERO.
       01  JISHA-SURYO           PIC 9(04)  VALUE ZERO.
       01  ITAKU-NOKORI          PIC 9(04)  VALUE ZERO.
       01  SHOKA-SURYO           PIC 9(04)  VALUE ZERO.
       01  HENPIN-SURYO          PIC 9(06)  VALUE ZERO.
       01  ITAKU-UKE-CNT         PIC 9(05)  VALUE ZERO.
       01  ITAKU-SHOKA-CNT       PIC 9(05)  VALUE ZERO.
       01  ITK-TBL.
           05  ITK-ENT           OCCURS 100 TIMES.
               10  IKT-S-CODE    PIC X(03).
               10  IKT-ITEM      PIC X(05).
               10  IKT-FROM      PIC 9(08).
               10  IKT-TO        PIC 9(08).
       01  IZ-TBL.
           05  IZ-ENT            OCCURS 300 TIMES.
               10  IZT-S-CODE    PIC X(03).
               10  IZT-ITEM      PIC X(05).
               10  IZT-ZAN       PIC 9(07).
       01  DAITAI-FS             PIC X(02)  VALUE SPACE.
       01  DAITAI-END-FLG        PIC X(01)  VALUE SPACE.
       01  DJ-FS                 PIC X(02)  VALUE SPACE.
       01  DS-CNT                PIC 9(03)  VALUE ZERO.
       01  DSX                   PIC 9(03).
       01  HIT-DS                PIC 9(03)  VALUE ZERO.
       01  KEPPIN-SURYO          PIC 9(06)  VALUE ZERO.
       01  DAITAI-SURYO          PIC 9(07)  VALUE ZERO.
       01  HIT-DAITAI-SURYO      PIC 9(07)  VALUE ZERO.
       01  HIT-ZAN               PIC S9(07) VALUE ZERO.
       01  HIT-NAME              PIC X(10)  VALUE SPACE.
       01  DAITAI-CNT            PIC 9(05)  VALUE ZERO.
       01  DAITAI-TBL.
           05  DAITAI-ENT        OCCURS 300 TIMES.
               10  DST-ITEM      PIC X(05).
               10  DST-JUN       PIC 9(02).
               10  DST-SUB       PIC X(05).
               10  DST-RATIO     PIC 9(03)V99.
               10  DST-FROM      PIC 9(08).
               10  DST-TO        PIC 9(08).
      *
       01  PICK-MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  PM-S-CODE         PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  PM-SURYO          PIC ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  PM-SANCHI         PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  PM-SANCHI-NAME    PIC X(20).
      *
      * 欠品代替の提案（不足数を換算比率で代替商品の数に直す）
       01  PICK-DAITAI.
           05                    PIC X(01)  VALUE SPACE.
           05                    PIC X(09)  VALUE "★欠品".
           05  PD-NO             PIC X(05).
           05                    PIC X(01)  VALUE SPACE.
           05                    PIC X(06)  VALUE "不足".
           05  PD-KEPPIN         PIC ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05                    PIC X(09)  VALUE "→代替".
           05  PD-SUB            PIC X(05).
           05                    PIC X(01)  VALUE SPACE.
           05  PD-NAME           PIC X(10).
           05                    PIC X(01)  VALUE SPACE.
           05  PD-SURYO          PIC ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05                    PIC X(06)  VALUE "在庫".
           05  PD-ZAN            PIC ZZZ,ZZ9.
       01  PICK-HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(12)  VALUE  "入庫日".
           05                    PIC X(05)  VALUE  "仕入".
           05                    PIC X(10)  VALUE  "引当数".
           05                    PIC X(06)  VALUE  "産地".
       01  PICK-FOOT.
           05                    PIC X(18)  VALUE "引当行数：".
           05  PF-CNT            PIC ZZZZ9.
           05                    PIC X(24)  VALUE
                                 "　欠品代替提案：".
           05  PF-DAITAI         PIC ZZZZ9.
       01  KEIYAKU-FS            PIC X(02)  VALUE SPACE.
       01  KEIYAKU-END-FLG       PIC X(01)  VALUE SPACE.
       01  KY-CNT                PIC 9(03)  VALUE ZERO.
               10  LO-DATE       PIC 9(08).
               10  LO-S-CODE     PIC X(03).
               10  LO-ZAN        PIC S9(06).
               10  LO-HOLD       PIC X(01).
               10  LO-HOLD-DATE  PIC 9(08).
               10  LO-RIYU       PIC X(20).
               10  LO-SANCHI     PIC X(03).
       01  SA-FS                 PIC X(02)  VALUE SPACE.
       01  SA-END-FLG            PIC X(01)  VALUE SPACE.
       01  SA-CNT                PIC 9(04)  VALUE ZERO.
       01  SAX                   PIC 9(04).
       01  SANCHI-TBL.
           05  SANCHI-ENT        OCCURS 2000 TIMES.
               10  SAT-ITEM      PIC X(05).
               10  SAT-DATE      PIC 9(08).
               10  SAT-S-CODE    PIC X(03).
               10  SAT-SANCHI    PIC X(03).
               10  SAT-SURYO     PIC 9(04).
               10  SAT-UNIT      PIC X(02).
               10  SAT-USED      PIC X(01).
       01  HIT-SAX               PIC 9(04)  VALUE ZERO.
       01  SC-FS                 PIC X(02)  VALUE SPACE.
       01  SC-END-FLG            PIC X(01)  VALUE SPACE.
       01  SC-CNT                PIC 9(03)  VALUE ZERO.
       01  SCX                   PIC 9(03).
       01  SCM-TBL.
           05  SCM-ENT           OCCURS 200 TIMES.
               10  SCM-CODE      PIC X(03).
               10  SCM-NAME      PIC X(20).
       01  SO-FS                 PIC X(02)  VALUE SPACE.
       01  KR-FS                 PIC X(02)  VALUE SPACE.
       01  KR-ARI                PIC X(01)  VALUE SPACE.
       01  KR-SKIP-FLG           PIC X(01)  VALUE SPACE.
       01  UKE-SKIP-CNT          PIC 9(05)  VALUE ZERO.
       01  SYU-SKIP-CNT          PIC 9(05)  VALUE ZERO.
       01  MAE-POST-SU           PIC 9(06)  VALUE ZERO.
       01  ATO-POST-SU           PIC 9(06)  VALUE ZERO.
       01  W-TIME8               PIC 9(08)  VALUE ZERO.
       01  KK-KEY.
           05  KK-KBN            PIC X(01).
           05  KK-DATE           PIC 9(08).
           05  KK-SEQ            PIC 9(06).
       01  KK-IMAGE              PIC X(40)  VALUE SPACE.
      *
       01  MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05  M-ZAIKO           PIC -Z,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-COMMENT         PIC X(20).
      *
      * 委託消化の明細（仕入先ごとの消化数と委託残）
       01  MEISAI-IT.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(06)  VALUE "委託".
           05                    PIC X(01)  VALUE SPACE.
           05  MI-NO             PIC X(05).
           05                    PIC X(02)  VALUE SPACE.
           05  MI-NAME           PIC X(10).
           05                    PIC X(01)  VALUE SPACE.
           05  MI-SURYO          PIC -Z,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  MI-ZAN            PIC -Z,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(09)  VALUE "仕入先".
           05  MI-S-CODE         PIC X(03).
           05                    PIC X(12)  VALUE "へ計上".
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05  F-UKE-POST        PIC ZZZZ9.
           05                    PIC X(12)  VALUE "　除外：".
           05  F-UKE-REJ         PIC ZZZZ9.
           05                    PIC X(09)  VALUE "　済：".
           05  F-UKE-SKIP        PIC ZZZZ9.
       01  FOOT-2.
           05                    PIC X(15)  VALUE "出庫読込：".
           05  F-SYU-READ        PIC ZZZZ9.
           05  F-SYU-POST        PIC ZZZZ9.
           05                    PIC X(12)  VALUE "　除外：".
           05  F-SYU-REJ         PIC ZZZZ9.
           05                    PIC X(09)  VALUE "　済：".
           05  F-SYU-SKIP        PIC ZZZZ9.
       01  FOOT-3.
           05                    PIC X(15)  VALUE "委託入庫：".
           05  F-ITAKU-UKE       PIC ZZZZ9.
           05                    PIC X(18)  VALUE "　委託消化：".
           05  F-ITAKU-SHOKA     PIC ZZZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            PERFORM TANI-LOAD-RTN
            PERFORM KEIYAKU-LOAD-RTN
            PERFORM KAWASE-LOAD-RTN
            PERFORM ITK-LOAD-RTN
            PERFORM IZ-LOAD-RTN
            PERFORM DAITAI-LOAD-RTN
            PERFORM SANCHI-LOAD-RTN
            OPEN INPUT  UKE-FILE
            OPEN INPUT  SIIRESAKI-FILE
            OPEN I-O    ZAIKO-FILE
            OPEN I-O    KR-FILE
            OPEN INPUT  SHOHIN-FILE
            OPEN OUTPUT PRINT-FILE
            ACCEPT W-DATE6 FROM DATE
            MOVE UKE-READ-CNT TO F-UKE-READ
            MOVE UKE-POST-CNT TO F-UKE-POST
            MOVE UKE-REJ-CNT  TO F-UKE-REJ
            MOVE UKE-SKIP-CNT TO F-UKE-SKIP
            WRITE P-REC FROM FOOT-1 AFTER 2
            MOVE SYU-READ-CNT TO F-SYU-READ
            MOVE SYU-POST-CNT TO F-SYU-POST
            MOVE SYU-REJ-CNT  TO F-SYU-REJ
            MOVE SYU-SKIP-CNT TO F-SYU-SKIP
            WRITE P-REC FROM FOOT-2 AFTER 1
            MOVE ITAKU-UKE-CNT   TO F-ITAKU-UKE
            MOVE ITAKU-SHOKA-CNT TO F-ITAKU-SHOKA
            WRITE P-REC FROM FOOT-3 AFTER 1
            PERFORM LOT-SAVE-RTN
            PERFORM IZ-SAVE-RTN
            MOVE PICK-CNT TO PF-CNT
            MOVE DAITAI-CNT TO PF-DAITAI
            WRITE PK-REC FROM PICK-FOOT AFTER 2
            CLOSE PICK-FILE
            CLOSE ZAIKO-FILE SHOHIN-FILE SIIRESAKI-FILE PRINT-FILE
            CLOSE KR-FILE
            IF UKE-SKIP-CNT > ZERO OR SYU-SKIP-CNT > ZERO
                DISPLAY "★計上済みの取引を飛ばしました"
                        "（入庫" UKE-SKIP-CNT "件・出庫"
                        SYU-SKIP-CNT "件）"
            END-IF
            DISPLAY "END"
            STOP RUN.
      *
            END-READ
            PERFORM UNTIL END-FLG = "E"
                ADD 1 TO UKE-READ-CNT
                MOVE "U"          TO KK-KBN
                MOVE I-S-DATE     TO KK-DATE
                MOVE UKE-READ-CNT TO KK-SEQ
                MOVE I-REC        TO KK-IMAGE
                PERFORM KR-CHK-RTN
                IF KR-SKIP-FLG = "Y"
                    ADD 1 TO UKE-SKIP-CNT
                ELSE
                    PERFORM POST-SU-RTN
                    MOVE ATO-POST-SU TO MAE-POST-SU
                    PERFORM UNIT-CHK-RTN
                    PERFORM UKE-POST-RTN
                    PERFORM KAKUTEI-RTN
                END-IF
                READ UKE-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            MOVE "入庫"  TO M-KBN
            MOVE I-NO    TO M-NO
            MOVE NORM-SURYO TO M-SURYO
            PERFORM ITAKU-CHK-RTN
            IF ITAKU-FLG = "Y"
                PERFORM ITAKU-UKE-RTN
            ELSE
                MOVE I-NO    TO Z-NO
                READ ZAIKO-FILE
                    INVALID KEY
                        PERFORM ZAIKO-CREATE-RTN
                    NOT INVALID KEY
                        MOVE Z-ZAIKO-SURYO TO OLD-SURYO
                        COMPUTE Z-ZAIKO-SURYO =
                            Z-ZAIKO-SURYO + NORM-SURYO
                        PERFORM AVG-COST-RTN
                        PERFORM ZAIKO-REWRITE-RTN
                END-READ
            END-IF
            WRITE P-REC FROM MEISAI AFTER 1.
      *
      * 委託契約の判定：仕入先・商品（空白は全商品）・仕入日が
      * 契約期間内なら委託の入庫とする
       ITAKU-CHK-RTN.
            MOVE SPACE TO ITAKU-FLG
            PERFORM VARYING IKX FROM 1 BY 1 UNTIL IKX > ITK-CNT
                IF IKT-S-CODE(IKX) = I-S-NO
                    AND (IKT-ITEM(IKX) = I-NO OR IKT-ITEM(IKX) = SPACE)
                    AND IKT-FROM(IKX) <= I-S-DATE
                    AND IKT-TO(IKX) >= I-S-DATE
                    MOVE "Y" TO ITAKU-FLG
                END-IF
            END-PERFORM.
      *
      * 委託の入庫・返品：委託在庫の数量だけを増減して受払に残す
      * （自社在庫・ロット・移動平均原価には触れない）
       ITAKU-UKE-RTN.
            MOVE I-NO TO T-NO
            READ SHOHIN-FILE
                INVALID KEY
                    ADD 1 TO UKE-REJ-CNT
                    MOVE "商品マスタ未登録" TO M-COMMENT
                NOT INVALID KEY
                    MOVE T-NAME TO M-NAME
                    PERFORM IZ-FIND-RTN
                    MOVE SPACE TO IH-REC
                    IF NORM-SURYO < ZERO
                        COMPUTE HENPIN-SURYO = ZERO - NORM-SURYO
                        MOVE "H" TO IH-KBN
                        MOVE "委託返品" TO M-COMMENT
                        IF IZT-ZAN(HIT-IZ) < HENPIN-SURYO
                            MOVE IZT-ZAN(HIT-IZ) TO HENPIN-SURYO
                            MOVE "★委託在庫不足" TO M-COMMENT
                        END-IF
                        SUBTRACT HENPIN-SURYO FROM IZT-ZAN(HIT-IZ)
                        MOVE HENPIN-SURYO TO IH-SURYO
                    ELSE
                        ADD NORM-SURYO TO IZT-ZAN(HIT-IZ)
                        MOVE "R" TO IH-KBN
                        MOVE NORM-SURYO TO IH-SURYO
                        MOVE "委託在庫へ" TO M-COMMENT
                    END-IF
                    MOVE IZT-ZAN(HIT-IZ) TO M-ZAIKO
                    MOVE I-S-DATE TO IH-DATE
                    MOVE I-S-NO   TO IH-S-CODE
                    MOVE I-NO     TO IH-ITEM
                    MOVE ZERO     TO IH-TANKA IH-KINGAKU
                    PERFORM IH-WRITE-RTN
                    ADD 1 TO UKE-POST-CNT
                    ADD 1 TO ITAKU-UKE-CNT
            END-READ.
      *
      * 委託在庫の位置をHIT-IZへ返す（仕入先×商品、無ければ追加）
       IZ-FIND-RTN.
            MOVE ZERO TO HIT-IZ
            PERFORM VARYING IZX FROM 1 BY 1 UNTIL IZX > IZ-CNT
                IF IZT-S-CODE(IZX) = I-S-NO AND IZT-ITEM(IZX) = I-NO
                    MOVE IZX TO HIT-IZ
                END-IF
            END-PERFORM
            IF HIT-IZ = ZERO
                IF IZ-CNT < 300
                    ADD 1 TO IZ-CNT
                    MOVE I-S-NO TO IZT-S-CODE(IZ-CNT)
                    MOVE I-NO   TO IZT-ITEM(IZ-CNT)
                    MOVE ZERO   TO IZT-ZAN(IZ-CNT)
                END-IF
                MOVE IZ-CNT TO HIT-IZ
            END-IF.
      *
       IH-WRITE-RTN.
            OPEN EXTEND IH-FILE
            WRITE IH-REC
            CLOSE IH-FILE.
      *
      * 在庫マスタ未登録の商品は商品マスタから名称を引いて新規作成
       ZAIKO-CREATE-RTN.
                    MOVE I-NO       TO Z-NO
                    MOVE T-NAME     TO Z-NAME
                    MOVE NORM-SURYO TO Z-ZAIKO-SURYO
                    MOVE I-NO     TO TK-ITEM
                    MOVE I-S-NO   TO TK-S-CODE
                    MOVE I-S-DATE TO TK-DATE
                    PERFORM TEKIYO-TANKA-RTN
                    MOVE TEKIYO-TANKA TO Z-AVG-COST
                    PERFORM ZAIKO-WRITE-RTN
                IF NORM-SURYO < ZERO
                    COMPUTE HIKIATE = ZERO - NORM-SURYO
                    MOVE I-NO TO WK-LOT-NO
                    PERFORM LOT-HENPIN-RTN
                    PERFORM LOT-FIFO-RTN
                END-IF
            END-IF.
            END-IF
            PERFORM UNTIL END-FLG = "E"
                ADD 1 TO SYU-READ-CNT
                MOVE "S"          TO KK-KBN
                MOVE D-DATE       TO KK-DATE
                MOVE SYU-READ-CNT TO KK-SEQ
                MOVE D-REC        TO KK-IMAGE
                PERFORM KR-CHK-RTN
                IF KR-SKIP-FLG = "Y"
                    ADD 1 TO SYU-SKIP-CNT
                ELSE
                    PERFORM POST-SU-RTN
                    MOVE ATO-POST-SU TO MAE-POST-SU
                    PERFORM SYUKO-POST-RTN
                    PERFORM KAKUTEI-RTN
                END-IF
                READ SYUKO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            MOVE D-NO    TO M-NO
            COMPUTE NORM-SURYO = 0 - D-SURYO
            MOVE NORM-SURYO TO M-SURYO
            PERFORM ITAKU-SHOKA-RTN
            COMPUTE JISHA-SURYO = D-SURYO - ITAKU-SURYO
            IF JISHA-SURYO = ZERO
                ADD 1 TO SYU-POST-CNT
                MOVE T-NAME TO M-NAME
                MOVE "委託消化" TO M-COMMENT
            ELSE
                MOVE D-NO    TO Z-NO
                READ ZAIKO-FILE
                    INVALID KEY
                        ADD 1 TO SYU-REJ-CNT
                        MOVE "在庫マスタ未登録" TO M-COMMENT
                    NOT INVALID KEY
                        MOVE JISHA-SURYO TO WK-GN-SURYO
                        MOVE Z-AVG-COST  TO WK-GN-GENKA
                        PERFORM GENKA-WRITE-RTN
                        COMPUTE Z-ZAIKO-SURYO =
                            Z-ZAIKO-SURYO - JISHA-SURYO
                        MOVE JISHA-SURYO TO HIKIATE
                        MOVE D-NO TO WK-LOT-NO
                        MOVE "Y" TO PICK-FLG
                        PERFORM LOT-FIFO-RTN
                        MOVE SPACE TO PICK-FLG
                        PERFORM SYUKO-REWRITE-RTN
                        IF Z-ZAIKO-SURYO < ZERO
                            PERFORM DAITAI-PICK-RTN
                        END-IF
                END-READ
            END-IF
            WRITE P-REC FROM MEISAI AFTER 1.
      *
      * 欠品代替：在庫で足りなかった数（出庫数が上限）を換算比率で
      * 代替商品の数に直し、出庫日に有効な代替のうち在庫の足りる
      * 優先順最小のものをピッキングリストに提案する
      * （提案のみ。実際の出庫は代替商品の出庫TRANで計上する）
       DAITAI-PICK-RTN.
            COMPUTE KEPPIN-SURYO = ZERO - Z-ZAIKO-SURYO
            IF KEPPIN-SURYO > JISHA-SURYO
                MOVE JISHA-SURYO TO KEPPIN-SURYO
            END-IF
            MOVE ZERO TO HIT-DS
            PERFORM VARYING DSX FROM 1 BY 1 UNTIL DSX > DS-CNT
                IF DST-ITEM(DSX) = D-NO
                    AND DST-FROM(DSX) <= D-DATE
                    AND DST-TO(DSX) >= D-DATE
                    PERFORM DAITAI-ZAIKO-RTN
                END-IF
            END-PERFORM
            IF HIT-DS > ZERO
                ADD 1 TO DAITAI-CNT
                MOVE D-NO             TO PD-NO
                MOVE KEPPIN-SURYO     TO PD-KEPPIN
                MOVE DST-SUB(HIT-DS)  TO PD-SUB
                MOVE HIT-NAME         TO PD-NAME
                MOVE HIT-DAITAI-SURYO TO PD-SURYO
                MOVE HIT-ZAN          TO PD-ZAN
                WRITE PK-REC FROM PICK-DAITAI AFTER 1
                OPEN EXTEND DJ-FILE
                MOVE SPACE            TO DJ-REC
                MOVE D-DATE           TO DJ-DATE
                MOVE "S"              TO DJ-KBN
                MOVE D-NO             TO DJ-ITEM
                MOVE DST-SUB(HIT-DS)  TO DJ-SUB
                MOVE HIT-DAITAI-SURYO TO DJ-SURYO
                WRITE DJ-REC
                CLOSE DJ-FILE
            END-IF.
      *
      * 代替商品の在庫を確かめ、足りれば優先順で候補を置き換える
       DAITAI-ZAIKO-RTN.
            COMPUTE DAITAI-SURYO ROUNDED =
                KEPPIN-SURYO * DST-RATIO(DSX)
            MOVE DST-SUB(DSX) TO Z-NO
            READ ZAIKO-FILE
                INVALID KEY
                    MOVE ZERO TO Z-ZAIKO-SURYO
            END-READ
            IF Z-ZAIKO-SURYO >= DAITAI-SURYO
                IF HIT-DS = ZERO
                    OR DST-JUN(DSX) < DST-JUN(HIT-DS)
                    MOVE DSX           TO HIT-DS
                    MOVE DAITAI-SURYO  TO HIT-DAITAI-SURYO
                    MOVE Z-ZAIKO-SURYO TO HIT-ZAN
                    MOVE Z-NAME        TO HIT-NAME
                END-IF
            END-IF.
      *
      * 委託消化：出庫商品の委託在庫を仕入先順に引き当て、消化分を
      * 適用単価で委託仕入へ計上し受払（S）と出庫原価に残す
       ITAKU-SHOKA-RTN.
            MOVE ZERO    TO ITAKU-SURYO
            MOVE D-SURYO TO ITAKU-NOKORI
            MOVE D-NO    TO T-NO
            READ SHOHIN-FILE
                INVALID KEY
                    MOVE SPACE TO T-NAME
                    MOVE ZERO  TO T-S-TANKA
            END-READ
            PERFORM VARYING IZX FROM 1 BY 1 UNTIL IZX > IZ-CNT
                IF IZT-ITEM(IZX) = D-NO AND IZT-ZAN(IZX) > ZERO
                    AND ITAKU-NOKORI > ZERO
                    IF IZT-ZAN(IZX) >= ITAKU-NOKORI
                        MOVE ITAKU-NOKORI TO SHOKA-SURYO
                    ELSE
                        MOVE IZT-ZAN(IZX) TO SHOKA-SURYO
                    END-IF
                    SUBTRACT SHOKA-SURYO FROM IZT-ZAN(IZX)
                    SUBTRACT SHOKA-SURYO FROM ITAKU-NOKORI
                    ADD SHOKA-SURYO TO ITAKU-SURYO
                    PERFORM ITAKU-SHIIRE-RTN
                END-IF
            END-PERFORM.
      *
       ITAKU-SHIIRE-RTN.
            MOVE D-NO           TO TK-ITEM
            MOVE IZT-S-CODE(IZX) TO TK-S-CODE
            MOVE D-DATE         TO TK-DATE
            PERFORM TEKIYO-TANKA-RTN
            OPEN EXTEND IS-FILE
            MOVE SPACE          TO IS-REC
            MOVE D-NO           TO IS-NO
            MOVE T-NAME         TO IS-NAME
            MOVE D-DATE         TO IS-DATE
            MOVE TK-S-CODE      TO IS-S-CODE
            MOVE SS-NAME        TO IS-S-NAME
            MOVE SHOKA-SURYO    TO IS-SURYO
            MOVE TEKIYO-TANKA   TO IS-TANKA
            WRITE IS-REC
            CLOSE IS-FILE
            MOVE SPACE          TO IH-REC
            MOVE D-DATE         TO IH-DATE
            MOVE TK-S-CODE      TO IH-S-CODE
            MOVE D-NO           TO IH-ITEM
            MOVE "S"            TO IH-KBN
            MOVE SHOKA-SURYO    TO IH-SURYO
            MOVE TEKIYO-TANKA   TO IH-TANKA
            COMPUTE IH-KINGAKU ROUNDED = SHOKA-SURYO * TEKIYO-TANKA
            PERFORM IH-WRITE-RTN
            MOVE SHOKA-SURYO    TO WK-GN-SURYO
            MOVE TEKIYO-TANKA   TO WK-GN-GENKA
            PERFORM GENKA-WRITE-RTN
            ADD 1 TO ITAKU-SHOKA-CNT
            MOVE D-NO           TO MI-NO
            MOVE T-NAME         TO MI-NAME
            COMPUTE MI-SURYO = ZERO - SHOKA-SURYO
            MOVE IZT-ZAN(IZX)   TO MI-ZAN
            MOVE TK-S-CODE      TO MI-S-CODE
            WRITE P-REC FROM MEISAI-IT AFTER 1.
      *
      * 出庫原価控え：出庫時点（減算前）の移動平均原価で原価付けし
      * TRAN拡張欄の実売単価・出荷先と一緒に残す
      * （拡張欄の無い旧形式TRANは単価ゼロで残す）
      * 数量・原価はWK-GN-SURYO・WK-GN-GENKAで渡す（委託消化分は
      * 契約単価、自社在庫分は移動平均原価）
       GENKA-WRITE-RTN.
            OPEN EXTEND GENKA-FILE
            MOVE SPACE TO GN-REC
            MOVE D-NO      TO GN-NO
            MOVE D-DATE    TO GN-DATE
            MOVE WK-GN-SURYO TO GN-SURYO
            MOVE WK-GN-GENKA TO GN-GENKA
            IF D-URI-TANKA NUMERIC
                MOVE D-URI-TANKA TO GN-URI-TANKA
            ELSE
                    END-IF
            END-REWRITE.
      *
      * 計上済TRANの照会：同じキーで内容も同じなら反映済みとして
      * 飛ばす（キーが同じで内容が違うのは作り直された取引ファイル
      * の別の取引なので反映し、記録を置き換える）
       KR-CHK-RTN.
            MOVE SPACE  TO KR-SKIP-FLG KR-ARI
            MOVE KK-KEY TO KR-KEY
            READ KR-FILE
                INVALID KEY
                    MOVE "N" TO KR-ARI
                NOT INVALID KEY
                    MOVE "Y" TO KR-ARI
                    IF KR-IMAGE = KK-IMAGE
                        MOVE "Y" TO KR-SKIP-FLG
                    END-IF
            END-READ.
      *
      * 反映件数（入庫・出庫・委託消化）の合計
       POST-SU-RTN.
            COMPUTE ATO-POST-SU =
                UKE-POST-CNT + SYU-POST-CNT + ITAKU-SHOKA-CNT.
      *
      * 確定：反映が起きた取引はロット・委託在庫を保存してから
      * 計上済TRANへ記録する（除外だけの取引は記録せず再実行で再試行）
       KAKUTEI-RTN.
            PERFORM POST-SU-RTN
            IF ATO-POST-SU NOT = MAE-POST-SU
                PERFORM LOT-SAVE-RTN
                PERFORM IZ-SAVE-RTN
                MOVE SPACE    TO KR-REC
                MOVE KK-KEY   TO KR-KEY
                MOVE KK-IMAGE TO KR-IMAGE
                MOVE W-DATE8  TO KR-RUN-DATE
                ACCEPT W-TIME8 FROM TIME
                MOVE W-TIME8(1:6) TO KR-RUN-TIME
                IF KR-ARI = "Y"
                    REWRITE KR-REC
                        INVALID KEY
                            DISPLAY "★計上済TRAN更新エラー"
                                    KR-KEY
                    END-REWRITE
                ELSE
                    WRITE KR-REC
                        INVALID KEY
                            DISPLAY "★計上済TRAN書込エラー"
                                    KR-KEY
                    END-WRITE
                END-IF
            END-IF.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                MOVE 24   TO TT-FACTOR(3)
            END-IF.
      *
      * 委託契約マスタの読込
       DAITAI-LOAD-RTN.
            OPEN INPUT DAITAI-FILE
            IF DAITAI-FS = "00"
                READ DAITAI-FILE
                    AT END MOVE "E" TO DAITAI-END-FLG
                END-READ
                PERFORM UNTIL DAITAI-END-FLG = "E"
                    IF DS-CNT < 300
                        ADD 1 TO DS-CNT
                        MOVE DS-ITEM   TO DST-ITEM(DS-CNT)
                        MOVE DS-JUN    TO DST-JUN(DS-CNT)
                        MOVE DS-SUB    TO DST-SUB(DS-CNT)
                        MOVE DS-RATIO  TO DST-RATIO(DS-CNT)
                        MOVE DS-FROM   TO DST-FROM(DS-CNT)
                        MOVE DS-TO     TO DST-TO(DS-CNT)
                    END-IF
                    READ DAITAI-FILE
                        AT END MOVE "E" TO DAITAI-END-FLG
                    END-READ
                END-PERFORM
                CLOSE DAITAI-FILE
            ELSE
                CLOSE DAITAI-FILE
            END-IF.
      *
       ITK-LOAD-RTN.
            OPEN INPUT ITK-FILE
            IF ITK-FS = "00"
                READ ITK-FILE
                    AT END MOVE "E" TO ITK-END-FLG
                END-READ
                PERFORM UNTIL ITK-END-FLG = "E"
                    IF ITK-CNT < 100
                        ADD 1 TO ITK-CNT
                        MOVE IK-S-CODE TO IKT-S-CODE(ITK-CNT)
                        MOVE IK-ITEM   TO IKT-ITEM(ITK-CNT)
                        MOVE IK-FROM   TO IKT-FROM(ITK-CNT)
                        MOVE IK-TO     TO IKT-TO(ITK-CNT)
                    END-IF
                    READ ITK-FILE
                        AT END MOVE "E" TO ITK-END-FLG
                    END-READ
                END-PERFORM
                CLOSE ITK-FILE
            ELSE
                CLOSE ITK-FILE
            END-IF.
      *
      * 委託在庫の読込・保存（残数ゼロの行は保存時に落とす）
       IZ-LOAD-RTN.
            OPEN INPUT IZ-FILE
            IF IZ-FS = "00"
                READ IZ-FILE
                    AT END MOVE "E" TO IZ-END-FLG
                END-READ
                PERFORM UNTIL IZ-END-FLG = "E"
                    IF IZ-CNT < 300
                        ADD 1 TO IZ-CNT
                        MOVE IZ-S-CODE TO IZT-S-CODE(IZ-CNT)
                        MOVE IZ-ITEM   TO IZT-ITEM(IZ-CNT)
                        MOVE IZ-ZAN    TO IZT-ZAN(IZ-CNT)
                    END-IF
                    READ IZ-FILE
                        AT END MOVE "E" TO IZ-END-FLG
                    END-READ
                END-PERFORM
                CLOSE IZ-FILE
            ELSE
                CLOSE IZ-FILE
            END-IF.
      *
       IZ-SAVE-RTN.
            OPEN OUTPUT IZ-FILE
            PERFORM VARYING IZX FROM 1 BY 1 UNTIL IZX > IZ-CNT
                IF IZT-ZAN(IZX) > ZERO
                    MOVE SPACE TO IZ-REC
                    MOVE IZT-S-CODE(IZX) TO IZ-S-CODE
                    MOVE IZT-ITEM(IZX)   TO IZ-ITEM
                    MOVE IZT-ZAN(IZX)    TO IZ-ZAN
                    WRITE IZ-REC
                END-IF
            END-PERFORM
            CLOSE IZ-FILE.
      *
      * ロットの読込・保存（残数ゼロのロットは保存時に落とす）
       LOT-LOAD-RTN.
            OPEN INPUT LOT-FILE
                        MOVE LT-DATE   TO LO-DATE(LOT-CNT)
                        MOVE LT-S-CODE TO LO-S-CODE(LOT-CNT)
                        MOVE LT-ZAN    TO LO-ZAN(LOT-CNT)
                        MOVE LT-HOLD   TO LO-HOLD(LOT-CNT)
                        MOVE LT-RIYU   TO LO-RIYU(LOT-CNT)
                        MOVE LT-SANCHI TO LO-SANCHI(LOT-CNT)
                        IF LT-HOLD = SPACE
                            MOVE ZERO TO LO-HOLD-DATE(LOT-CNT)
                        ELSE
                            MOVE LT-HOLD-DATE TO LO-HOLD-DATE(LOT-CNT)
                        END-IF
                    END-IF
                    READ LOT-FILE
                        AT END MOVE "E" TO LOT-END-FLG
                    MOVE LO-DATE(LOX)   TO LT-DATE
                    MOVE LO-S-CODE(LOX) TO LT-S-CODE
                    MOVE LO-ZAN(LOX)    TO LT-ZAN
                    IF LO-HOLD(LOX) NOT = SPACE
                        MOVE LO-HOLD(LOX)      TO LT-HOLD
                        MOVE LO-HOLD-DATE(LOX) TO LT-HOLD-DATE
                        MOVE LO-RIYU(LOX)      TO LT-RIYU
                    END-IF
                    MOVE LO-SANCHI(LOX) TO LT-SANCHI
                    WRITE LT-REC
                END-IF
            END-PERFORM
                MOVE I-S-DATE   TO LO-DATE(LOT-CNT)
                MOVE I-S-NO     TO LO-S-CODE(LOT-CNT)
                MOVE NORM-SURYO TO LO-ZAN(LOT-CNT)
                MOVE SPACE      TO LO-HOLD(LOT-CNT) LO-RIYU(LOT-CNT)
                MOVE ZERO       TO LO-HOLD-DATE(LOT-CNT)
                PERFORM SANCHI-FIND-RTN
            END-IF.
      *
      * ロットの産地：同じ商品・入荷日・仕入先で数量・単位も一致する
      * 未使用の入荷産地を先に採り、無ければ数量違いの最後の記録を採る
       SANCHI-FIND-RTN.
            MOVE SPACE TO LO-SANCHI(LOT-CNT)
            MOVE ZERO  TO HIT-SAX
            PERFORM VARYING SAX FROM 1 BY 1 UNTIL SAX > SA-CNT
                IF SAT-ITEM(SAX) = I-NO
                    AND SAT-DATE(SAX) = I-S-DATE
                    AND SAT-S-CODE(SAX) = I-S-NO
                    AND SAT-SURYO(SAX) = I-SURYO
                    AND SAT-UNIT(SAX) = I-UNIT
                    AND SAT-USED(SAX) = SPACE
                    AND HIT-SAX = ZERO
                    MOVE SAX TO HIT-SAX
                END-IF
            END-PERFORM
            IF HIT-SAX = ZERO
                PERFORM VARYING SAX FROM 1 BY 1 UNTIL SAX > SA-CNT
                    IF SAT-ITEM(SAX) = I-NO
                        AND SAT-DATE(SAX) = I-S-DATE
                        AND SAT-S-CODE(SAX) = I-S-NO
                        MOVE SAX TO HIT-SAX
                    END-IF
                END-PERFORM
            END-IF
            IF HIT-SAX NOT = ZERO
                MOVE "Y" TO SAT-USED(HIT-SAX)
                MOVE SAT-SANCHI(HIT-SAX) TO LO-SANCHI(LOT-CNT)
            END-IF.
      *
      * 移動平均原価：入庫のたびにP9と同じ適用単価
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE I-NO     TO TK-ITEM
                        MOVE I-S-NO   TO TK-S-CODE
                        MOVE I-S-DATE TO TK-DATE
                        PERFORM TEKIYO-TANKA-RTN
                        MOVE Z-ZAIKO-SURYO TO NEW-SURYO
                        IF NEW-SURYO > ZERO
      *
      * 適用単価：契約単価（有効期間内）優先、無ければ商品マスタ。
      * 外貨仕入先は仕入日時点のレートで円単価へ換算する
      * （商品・仕入先・日付はTK-ITEM・TK-S-CODE・TK-DATEで渡す）
       TEKIYO-TANKA-RTN.
            MOVE T-S-TANKA TO TEKIYO-TANKA
            PERFORM VARYING KYX FROM 1 BY 1 UNTIL KYX > KY-CNT
                IF KYT-ITEM(KYX) = TK-ITEM
                    AND KYT-S-CODE(KYX) = TK-S-CODE
                    AND KYT-FROM(KYX) <= TK-DATE
                    AND KYT-TO(KYX) >= TK-DATE
                    MOVE KYT-TANKA(KYX) TO TEKIYO-TANKA
                END-IF
            END-PERFORM
            MOVE SPACE TO CUR-CURRENCY
            MOVE 1     TO CUR-RATE
            MOVE SPACE  TO SS-NAME
            MOVE TK-S-CODE TO SS-CODE
            READ SIIRESAKI-FILE
                INVALID KEY
                    CONTINUE
            IF CUR-CURRENCY NOT = SPACE AND CUR-CURRENCY NOT = "JPY"
                PERFORM VARYING KWX FROM 1 BY 1 UNTIL KWX > KW-CNT
                    IF KWT-CURRENCY(KWX) = CUR-CURRENCY
                        AND KWT-DATE(KWX) <= TK-DATE
                        MOVE KWT-RATE(KWX) TO CUR-RATE
                    END-IF
                END-PERFORM
            END-IF.
      *
      * 最古ロットから順に引き当てる（先入先出）
      * 通常は保留の無いロットのみ、WK-LOT-HOLDが"R"のときは
      * WK-LOT-S-CODEの仕入先の返品指示ロットのみを対象とする
       LOT-FIFO-RTN.
            PERFORM UNTIL HIKIATE = ZERO
                MOVE ZERO TO OLD-LOX
                PERFORM VARYING LOX FROM 1 BY 1 UNTIL LOX > LOT-CNT
                    IF LO-NO(LOX) = WK-LOT-NO AND LO-ZAN(LOX) > ZERO
                        AND LO-HOLD(LOX) = WK-LOT-HOLD
                        AND (WK-LOT-HOLD = SPACE
                             OR LO-S-CODE(LOX) = WK-LOT-S-CODE)
                        IF OLD-LOX = ZERO
                            MOVE LOX TO OLD-LOX
                        ELSE
                END-IF
            END-PERFORM.
      *
      * 返品：同じ仕入先の返品指示ロットの残量までを先に落とし、
      * 残りをHIKIATEに戻して通常ロットの先入先出に回す
       LOT-HENPIN-RTN.
            MOVE ZERO TO HENPIN-ZAN
            PERFORM VARYING LOX FROM 1 BY 1 UNTIL LOX > LOT-CNT
                IF LO-NO(LOX) = I-NO AND LO-S-CODE(LOX) = I-S-NO
                    AND LO-HOLD(LOX) = "R" AND LO-ZAN(LOX) > ZERO
                    ADD LO-ZAN(LOX) TO HENPIN-ZAN
                END-IF
            END-PERFORM
            IF HENPIN-ZAN > ZERO
                IF HENPIN-ZAN > HIKIATE
                    MOVE HIKIATE TO HENPIN-ZAN
                END-IF
                COMPUTE HIKIATE-NOKORI = HIKIATE - HENPIN-ZAN
                MOVE HENPIN-ZAN TO HIKIATE
                MOVE "R"    TO WK-LOT-HOLD
                MOVE I-S-NO TO WK-LOT-S-CODE
                PERFORM LOT-FIFO-RTN
                MOVE SPACE  TO WK-LOT-HOLD WK-LOT-S-CODE
                MOVE HIKIATE-NOKORI TO HIKIATE
            END-IF.
      *
      * ピッキング明細：出庫の引当を最古ロット順に印字する
       PICK-PRINT-RTN.
            ADD 1 TO PICK-CNT
            MOVE LO-DATE(OLD-LOX) TO PM-LOT-DATE
            MOVE LO-S-CODE(OLD-LOX) TO PM-S-CODE
            MOVE WARIATE          TO PM-SURYO
            MOVE LO-SANCHI(OLD-LOX) TO PM-SANCHI
            PERFORM VARYING SCX FROM 1 BY 1 UNTIL SCX > SC-CNT
                IF SCM-CODE(SCX) = LO-SANCHI(OLD-LOX)
                    AND LO-SANCHI(OLD-LOX) NOT = SPACE
                    MOVE SCM-NAME(SCX) TO PM-SANCHI-NAME
                END-IF
            END-PERFORM
            WRITE PK-REC FROM PICK-MEISAI AFTER 1
            IF LO-SANCHI(OLD-LOX) NOT = SPACE
                PERFORM SANCHI-WRITE-RTN
            END-IF.
      *
      * 出庫産地控え：産地の付いたロットの引当を出荷先ごとに残す
       SANCHI-WRITE-RTN.
            OPEN EXTEND SO-FILE
            MOVE SPACE TO SO-REC
            MOVE D-DATE             TO SO-DATE
            MOVE D-OUTLET           TO SO-OUTLET
            MOVE WK-LOT-NO          TO SO-ITEM
            MOVE LO-DATE(OLD-LOX)   TO SO-LOT-DATE
            MOVE LO-S-CODE(OLD-LOX) TO SO-S-CODE
            MOVE LO-SANCHI(OLD-LOX) TO SO-SANCHI
            MOVE WARIATE            TO SO-SURYO
            WRITE SO-REC
            CLOSE SO-FILE.
      *
      * 入荷産地・産地マスタの読込（同じ入荷の産地は後の記録を採る）
       SANCHI-LOAD-RTN.
            OPEN INPUT SA-FILE
            IF SA-FS = "00"
                READ SA-FILE
                    AT END MOVE "E" TO SA-END-FLG
                END-READ
                PERFORM UNTIL SA-END-FLG = "E"
                    IF SA-CNT < 2000
                        ADD 1 TO SA-CNT
                        MOVE SA-ITEM   TO SAT-ITEM(SA-CNT)
                        MOVE SA-DATE   TO SAT-DATE(SA-CNT)
                        MOVE SA-S-CODE TO SAT-S-CODE(SA-CNT)
                        MOVE SA-SANCHI TO SAT-SANCHI(SA-CNT)
                        MOVE SA-SURYO  TO SAT-SURYO(SA-CNT)
                        MOVE SA-UNIT   TO SAT-UNIT(SA-CNT)
                        MOVE SPACE     TO SAT-USED(SA-CNT)
                    END-IF
                    READ SA-FILE
                        AT END MOVE "E" TO SA-END-FLG
                    END-READ
                END-PERFORM
                CLOSE SA-FILE
            ELSE
                CLOSE SA-FILE
            END-IF
            OPEN INPUT SC-FILE
            IF SC-FS = "00"
                READ SC-FILE
                    AT END MOVE "E" TO SC-END-FLG
                END-READ
                PERFORM UNTIL SC-END-FLG = "E"
                    IF SC-CNT < 200
                        ADD 1 TO SC-CNT
                        MOVE SC-CODE TO SCM-CODE(SC-CNT)
                        MOVE SC-NAME TO SCM-NAME(SC-CNT)
                    END-IF
                    READ SC-FILE
                        AT END MOVE "E" TO SC-END-FLG
                    END-READ
                END-PERFORM
                CLOSE SC-FILE
            ELSE
                CLOSE SC-FILE
            END-IF.
