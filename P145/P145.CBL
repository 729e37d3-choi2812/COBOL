      *
      * 14JY0123 崔　禎　文
      * 品質クレーム台帳：店舗・顧客から受けた品質クレーム（腐敗・
      * 異物等、検品（P86）合格後に判明したもの）をクレーム台帳.TXTに
      * 受付日・店舗・商品・数量・内容・損害額で登録し、状態を管理する
      * 1=登録：P88と同じ先入先出の引当再現（仕入整列.txtの入庫と
      * 　出庫TRAN.TXTの出庫）で、その店舗への出庫（出庫日空白は受付日
      * 　以前の直近の出庫）の元ロットと仕入先を自動で特定する
      * 　（特定できないときは仕入先を入力させる）
      * 2=状態変更：O＝受付　I＝調査中　B＝仕入先請求　C＝完了
      * 　Bにするときは（権限レベル2）P71と同じ要領で控除票（R）を
      * 　請求書台帳へ記帳する（控除採番.TXTでD＋7桁を採番し、
      * 　P68が支払予定から差し引く）
      * 3=一覧（未完了分、P145.DOC）
      * 4=月次クレーム率報告：対象年月の仕入先別の入荷件数（仕入
      * 　整列.txt）・クレーム件数・率・損害額・請求額を印字し、
      * 　クレーム率.TXTへ記録する（P56の仕入先スコアで減点に使う）
      * 請求書台帳はISAM請求書台帳（主キー＝控除票番号）へ直接書く
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P145.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL CLAIM-FILE ASSIGN  "クレーム台帳.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS CLAIM-FS.
           SELECT  OPTIONAL IN-FILE ASSIGN  "仕入整列.txt"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IN-FS.
           SELECT  OPTIONAL SYUKO-FILE  ASSIGN  "出庫TRAN.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SYUKO-FS.
           SELECT  OPTIONAL DAICHO-FILE ASSIGN  "ISAM請求書台帳"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY DC-INV-NO
                                    ALTERNATE RECORD KEY DC-SS-KEY
                                        WITH DUPLICATES
                                    FILE STATUS DAICHO-FS.
           SELECT  OPTIONAL SAIBAN-FILE ASSIGN  "控除採番.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SAIBAN-FS.
           SELECT  OPTIONAL RITSU-FILE ASSIGN  "クレーム率.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS RITSU-FS.
           SELECT  SHOHIN-FILE ASSIGN  "ISAM商品マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY T-NO.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  OPTIONAL OPE-FILE ASSIGN
                                    "オペレータマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS OPE-FS.
           SELECT  PRINT-FILE  ASSIGN  "P145.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * クレーム台帳：状態 O＝受付 I＝調査中 B＝仕入先請求 C＝完了
       FD  CLAIM-FILE.
       01  CL-REC.
           05  CL-NO             PIC 9(06).
           05                    PIC X(01).
           05  CL-DATE           PIC 9(08).
           05                    PIC X(01).
           05  CL-OUTLET         PIC X(04).
           05                    PIC X(01).
           05  CL-ITEM           PIC X(05).
           05                    PIC X(01).
           05  CL-SURYO          PIC 9(06).
           05                    PIC X(01).
           05  CL-NAIYO          PIC X(30).
           05                    PIC X(01).
           05  CL-KINGAKU        PIC 9(09).
           05                    PIC X(01).
           05  CL-ISS-DATE       PIC 9(08).
           05                    PIC X(01).
           05  CL-LOT-DATE       PIC 9(08).
           05                    PIC X(01).
           05  CL-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  CL-STATUS         PIC X(01).
           05                    PIC X(01).
           05  CL-INV-NO         PIC X(08).
           05                    PIC X(01).
           05  CL-UPD-DATE       PIC 9(08).
           05                    PIC X(01).
           05  CL-OPID           PIC X(04).
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
      * 出庫TRAN：末尾の実売単価・出荷先は拡張欄（旧形式は空白）
       FD  SYUKO-FILE.
       01  D-REC.
           05  D-NO              PIC X(05).
           05  D-DATE            PIC 9(08).
           05  D-SURYO           PIC 9(04).
           05  D-BIKO            PIC X(10).
           05  D-URI-TANKA       PIC 9(05)V99.
           05  D-OUTLET          PIC X(04).
      *
       FD  DAICHO-FILE.
       01  DC-REC.
           05  DC-INV-NO         PIC X(08).
           05                    PIC X(01).
           05  DC-SS-KEY.
               10  DC-S-CODE     PIC X(03).
               10  DC-STATUS     PIC X(01).
           05                    PIC X(01).
           05  DC-DATE           PIC 9(08).
           05                    PIC X(01).
           05  DC-KINGAKU        PIC 9(09).
           05                    PIC X(01).
           05  DC-JISSEKI        PIC 9(09).
           05                    PIC X(01).
           05  DC-REASON         PIC X(20).
           05                    PIC X(01).
           05  DC-KICHO-DATE     PIC 9(08).
           05                    PIC X(01).
           05  DC-KIJITSU        PIC 9(08).
      *
       FD  SAIBAN-FILE.
       01  SB-REC.
           05  SB-LAST-NO        PIC 9(07).
      *
      * クレーム率：年月・仕入先・入荷件数・クレーム件数・率（％）
       FD  RITSU-FILE.
       01  CR-REC.
           05  CR-YYMM           PIC 9(06).
           05                    PIC X(01).
           05  CR-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  CR-NYUKA          PIC 9(05).
           05                    PIC X(01).
           05  CR-KEN            PIC 9(05).
           05                    PIC X(01).
           05  CR-RITSU          PIC 9(03)V9.
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
       01  CLAIM-FS              PIC X(02)  VALUE SPACE.
       01  IN-FS                 PIC X(02)  VALUE SPACE.
       01  SYUKO-FS              PIC X(02)  VALUE SPACE.
       01  SAIBAN-FS             PIC X(02)  VALUE SPACE.
       01  DAICHO-FS             PIC X(02)  VALUE SPACE.
       01  SAIBAN-END-FLG        PIC X(01)  VALUE SPACE.
       01  RITSU-FS              PIC X(02)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPE-FS                PIC X(02)  VALUE SPACE.
       01  OPE-END-FLG           PIC X(01)  VALUE SPACE.
       01  CUR-LEVEL             PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  ANS                   PIC X(01)  VALUE SPACE.
       01  OK-FLG                PIC X(01)  VALUE SPACE.
       01  LAST-NO               PIC 9(07)  VALUE ZERO.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  IN-DATE               PIC X(08)  VALUE SPACE.
       01  IN-DATE-N REDEFINES IN-DATE PIC 9(08).
       01  IN-ISS-DATE           PIC X(08)  VALUE SPACE.
       01  IN-ISS-DATE-N REDEFINES IN-ISS-DATE PIC 9(08).
       01  IN-OUTLET             PIC X(04)  VALUE SPACE.
       01  IN-ITEM               PIC X(05)  VALUE SPACE.
       01  IN-SURYO              PIC X(06)  VALUE SPACE.
       01  IN-SURYO-N REDEFINES IN-SURYO PIC 9(06).
       01  IN-NAIYO              PIC X(30)  VALUE SPACE.
       01  IN-KINGAKU            PIC X(09)  VALUE SPACE.
       01  IN-KINGAKU-N REDEFINES IN-KINGAKU PIC 9(09).
       01  IN-S-CODE             PIC X(03)  VALUE SPACE.
       01  IN-NO                 PIC X(06)  VALUE SPACE.
       01  IN-NO-N REDEFINES IN-NO PIC 9(06).
       01  IN-STATUS             PIC X(01)  VALUE SPACE.
       01  IN-YYMM               PIC X(06)  VALUE SPACE.
       01  IN-YYMM-N REDEFINES IN-YYMM PIC 9(06).
       01  W-YYMM                PIC 9(06)  VALUE ZERO.
       01  W-KINGAKU             PIC 9(09)  VALUE ZERO.
       01  D-SURYO-E             PIC ZZZ,ZZ9.
       01  D-KINGAKU-E           PIC ZZZ,ZZZ,ZZ9.
       01  CL-CNT                PIC 9(04)  VALUE ZERO.
       01  CX                    PIC 9(04).
       01  HIT-CX                PIC 9(04)  VALUE ZERO.
       01  MAX-NO                PIC 9(06)  VALUE ZERO.
       01  PRT-CNT               PIC 9(05)  VALUE ZERO.
      *
      * トレース（P88と同じ先入先出の引当再現）
       01  RX                    PIC 9(04).
       01  SX                    PIC 9(04).
       01  JX                    PIC 9(04).
       01  AX                    PIC 9(04).
       01  RCV-CNT               PIC 9(04)  VALUE ZERO.
       01  ISS-CNT               PIC 9(04)  VALUE ZERO.
       01  ALLOC-CNT             PIC 9(04)  VALUE ZERO.
       01  HIKIATE               PIC 9(06)  VALUE ZERO.
       01  WARIATE               PIC 9(06)  VALUE ZERO.
       01  HIT-SX                PIC 9(04)  VALUE ZERO.
       01  HIT-AX                PIC 9(04)  VALUE ZERO.
       01  TR-ISS-DATE           PIC 9(08)  VALUE ZERO.
       01  TR-LOT-DATE           PIC 9(08)  VALUE ZERO.
       01  TR-S-CODE             PIC X(03)  VALUE SPACE.
       01  RCV-TEMP.
           05  RT-DATE           PIC 9(08).
           05  RT-S-NO           PIC X(03).
           05  RT-SURYO          PIC 9(06).
           05  RT-ZAN            PIC 9(06).
       01  RCV-TBL.
           05  RCV-ENT           OCCURS 1000 TIMES.
               10  RC-DATE       PIC 9(08).
               10  RC-S-NO       PIC X(03).
               10  RC-SURYO      PIC 9(06).
               10  RC-ZAN        PIC 9(06).
       01  ISS-TEMP.
           05  IT-DATE           PIC 9(08).
           05  IT-SURYO          PIC 9(06).
           05  IT-OUTLET         PIC X(04).
       01  ISS-TBL.
           05  ISS-ENT           OCCURS 1000 TIMES.
               10  IS-DATE       PIC 9(08).
               10  IS-SURYO      PIC 9(06).
               10  IS-OUTLET     PIC X(04).
       01  ALLOC-TBL.
           05  ALLOC-ENT         OCCURS 3000 TIMES.
               10  AL-RX         PIC 9(04).
               10  AL-SX         PIC 9(04).
               10  AL-SURYO      PIC 9(06).
      *
      * クレーム台帳の作業表
       01  CL-TBL.
           05  CL-ENT            OCCURS 2000 TIMES.
               10  CT-REC        PIC X(121).
      *
      * 月次報告：仕入先別の集計
       01  SU-CNT                PIC 9(03)  VALUE ZERO.
       01  SUX                   PIC 9(03).
       01  SUY                   PIC 9(03).
       01  HIT-SUX               PIC 9(03)  VALUE ZERO.
       01  WK-CODE               PIC X(03)  VALUE SPACE.
       01  W-RITSU               PIC 9(03)V9 VALUE ZERO.
       01  G-NYUKA               PIC 9(07)  VALUE ZERO.
       01  G-KEN                 PIC 9(05)  VALUE ZERO.
       01  G-SONGAI              PIC 9(11)  VALUE ZERO.
       01  G-SEIKYU              PIC 9(11)  VALUE ZERO.
       01  SU-TBL.
           05  SU-ENT            OCCURS 300 TIMES.
               10  SUT-CODE      PIC X(03).
               10  SUT-NYUKA     PIC 9(05).
               10  SUT-KEN       PIC 9(05).
               10  SUT-SONGAI    PIC 9(11).
               10  SUT-SEIKYU    PIC 9(11).
       01  SU-WORK               PIC X(35).
       01  CR-CNT                PIC 9(04)  VALUE ZERO.
       01  CRX                   PIC 9(04).
       01  CR-TBL.
           05  CR-ENT            OCCURS 3000 TIMES.
               10  CRT-REC       PIC X(28).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05  H-TITLE           PIC X(29)  VALUE
                                 "*** 品質クレーム一覧".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
       01  HEAD-15.
           05                    PIC X(09)  VALUE "対象：".
           05  H-YY              PIC 9(04).
           05                    PIC X(03)  VALUE "年".
           05  H-MM              PIC 9(02).
           05                    PIC X(03)  VALUE "月".
       01  HEAD-2.
           05                    PIC X(08)  VALUE  " NO".
           05                    PIC X(14)  VALUE  "受付日".
           05                    PIC X(07)  VALUE  "店舗".
           05                    PIC X(07)  VALUE  "商品".
           05                    PIC X(08)  VALUE  "数量".
           05                    PIC X(06)  VALUE  "仕入".
           05                    PIC X(13)  VALUE  "ロット".
           05                    PIC X(09)  VALUE  "損害額".
           05                    PIC X(06)  VALUE  "状態".
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  M-NO              PIC 9(06).
           05                    PIC X(01)  VALUE SPACE.
           05  M-DATE            PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-OUTLET          PIC X(04).
           05                    PIC X(01)  VALUE SPACE.
           05  M-ITEM            PIC X(05).
           05                    PIC X(01)  VALUE SPACE.
           05  M-SURYO           PIC ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-S-CODE          PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  M-LOT-DATE        PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-KINGAKU         PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-STATUS          PIC X(01).
           05                    PIC X(01)  VALUE SPACE.
           05  M-INV-NO          PIC X(08).
       01  MEISAI-2.
           05                    PIC X(08)  VALUE SPACE.
           05  M-NAIYO           PIC X(30).
       01  HEAD-3.
           05                    PIC X(08)  VALUE  " 仕入".
           05                    PIC X(13)  VALUE  "入荷件数".
           05                    PIC X(12)  VALUE  "クレーム".
           05                    PIC X(09)  VALUE  "率％".
           05                    PIC X(19)  VALUE  "損害額".
           05                    PIC X(09)  VALUE  "請求額".
       01  RITSU-MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  R-S-CODE          PIC X(03).
           05                    PIC X(02)  VALUE SPACE.
           05  R-NYUKA           PIC ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  R-KEN             PIC ZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  R-RITSU           PIC ZZ9.9.
           05                    PIC X(02)  VALUE SPACE.
           05  R-SONGAI          PIC ZZ,ZZZ,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  R-SEIKYU          PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  RITSU-KEI.
           05                    PIC X(06)  VALUE "　計".
           05  RK-NYUKA          PIC ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  RK-KEN            PIC ZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  RK-RITSU          PIC ZZ9.9.
           05                    PIC X(02)  VALUE SPACE.
           05  RK-SONGAI         PIC ZZ,ZZZ,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  RK-SEIKYU         PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  FOOT-1.
           05                    PIC X(15)  VALUE "印字件数：".
           05  F-CNT             PIC ZZZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM OPID-LOAD-RTN
            PERFORM CLAIM-LOAD-RTN
            DISPLAY "1=登録 2=状態変更 3=一覧"
                    " 4=月次クレーム率："
            ACCEPT MENU-CHOICE
            EVALUATE MENU-CHOICE
                WHEN "1"
                    PERFORM TOROKU-RTN
                WHEN "2"
                    PERFORM JOTAI-RTN
                WHEN "3"
                    PERFORM LIST-RTN
                WHEN "4"
                    PERFORM GEPPO-RTN
                WHEN OTHER
                    DISPLAY "選択が不正です。"
            END-EVALUATE
            DISPLAY "END"
            STOP RUN.
      *
      * 登録：受付内容を入力し、元ロット・仕入先をトレースする
       TOROKU-RTN.
            DISPLAY "受付日YYYYMMDD（空白は当日）："
            MOVE SPACE TO IN-DATE
            ACCEPT IN-DATE
            IF IN-DATE = SPACE
                MOVE W-DATE8 TO IN-DATE-N
            END-IF
            DISPLAY "店舗："
            MOVE SPACE TO IN-OUTLET
            ACCEPT IN-OUTLET
            DISPLAY "商品NO(5桁)："
            MOVE SPACE TO IN-ITEM
            ACCEPT IN-ITEM
            DISPLAY "店舗への出庫日YYYYMMDD"
                    "（空白は直近）："
            MOVE SPACE TO IN-ISS-DATE
            ACCEPT IN-ISS-DATE
            DISPLAY "数量(6桁、基本単位)："
            MOVE SPACE TO IN-SURYO
            ACCEPT IN-SURYO
            DISPLAY "内容（30字以内）："
            MOVE SPACE TO IN-NAIYO
            ACCEPT IN-NAIYO
            DISPLAY "損害額(9桁、空白=数量×仕入単価)："
            MOVE SPACE TO IN-KINGAKU
            ACCEPT IN-KINGAKU
            MOVE "Y" TO OK-FLG
            IF IN-DATE NOT NUMERIC
                MOVE "N" TO OK-FLG
                DISPLAY "受付日が不正です。"
            END-IF
            IF IN-ISS-DATE NOT = SPACE AND IN-ISS-DATE NOT NUMERIC
                MOVE "N" TO OK-FLG
                DISPLAY "出庫日が不正です。"
            END-IF
            IF IN-OUTLET = SPACE
                MOVE "N" TO OK-FLG
                DISPLAY "店舗を入力してください。"
            END-IF
            IF IN-SURYO NOT NUMERIC OR IN-SURYO-N = ZERO
                MOVE "N" TO OK-FLG
                DISPLAY "数量が不正です。"
            END-IF
            IF IN-KINGAKU NOT = SPACE AND IN-KINGAKU NOT NUMERIC
                MOVE "N" TO OK-FLG
                DISPLAY "損害額が不正です。"
            END-IF
            IF OK-FLG = "Y"
                OPEN INPUT SHOHIN-FILE
                MOVE IN-ITEM TO T-NO
                READ SHOHIN-FILE
                    INVALID KEY
                        MOVE "N" TO OK-FLG
                        DISPLAY "商品がありません：" IN-ITEM
                    NOT INVALID KEY
                        CONTINUE
                END-READ
                CLOSE SHOHIN-FILE
            END-IF
            IF OK-FLG = "Y"
                PERFORM TRACE-RTN
                PERFORM TOROKU-ONE-RTN
            END-IF.
      *
       TOROKU-ONE-RTN.
            IF TR-S-CODE = SPACE
                DISPLAY "元ロットを特定できません。"
                DISPLAY "仕入先コード(3桁、空白=不明)："
                MOVE SPACE TO IN-S-CODE
                ACCEPT IN-S-CODE
                MOVE IN-S-CODE TO TR-S-CODE
            ELSE
                DISPLAY "出庫日　：" TR-ISS-DATE
                DISPLAY "元ロット：" TR-LOT-DATE
                        "　仕入先：" TR-S-CODE
            END-IF
            IF IN-KINGAKU = SPACE
                COMPUTE W-KINGAKU ROUNDED = IN-SURYO-N * T-S-TANKA
            ELSE
                MOVE IN-KINGAKU-N TO W-KINGAKU
            END-IF
            IF CL-CNT < 2000
                ADD 1 TO MAX-NO
                ADD 1 TO CL-CNT
                MOVE SPACE TO CL-REC
                MOVE MAX-NO      TO CL-NO
                MOVE IN-DATE-N   TO CL-DATE
                MOVE IN-OUTLET   TO CL-OUTLET
                MOVE IN-ITEM     TO CL-ITEM
                MOVE IN-SURYO-N  TO CL-SURYO
                MOVE IN-NAIYO    TO CL-NAIYO
                MOVE W-KINGAKU   TO CL-KINGAKU
                MOVE TR-ISS-DATE TO CL-ISS-DATE
                MOVE TR-LOT-DATE TO CL-LOT-DATE
                MOVE TR-S-CODE   TO CL-S-CODE
                MOVE "O"         TO CL-STATUS
                MOVE W-DATE8     TO CL-UPD-DATE
                MOVE OPID        TO CL-OPID
                MOVE CL-REC      TO CT-REC(CL-CNT)
                PERFORM CLAIM-SAVE-RTN
                MOVE W-KINGAKU TO D-KINGAKU-E
                DISPLAY "クレームNO" MAX-NO "で登録しました"
                        "（損害額" D-KINGAKU-E "）。"
            ELSE
                DISPLAY "クレーム台帳が満杯です。"
            END-IF.
      *
      * トレース：商品の入庫・出庫を先入先出で引当再現し、その店舗へ
      * の出庫（指定日、空白は受付日以前の直近）のうち最も多く引き
      * 当てたロットを元ロットとする
       TRACE-RTN.
            MOVE ZERO  TO RCV-CNT ISS-CNT ALLOC-CNT
                          TR-ISS-DATE TR-LOT-DATE
            MOVE SPACE TO TR-S-CODE
            PERFORM RCV-LOAD-RTN
            PERFORM ISS-LOAD-RTN
            PERFORM SORT-RTN
            PERFORM SAIGEN-RTN
            MOVE ZERO TO HIT-SX
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > ISS-CNT
                IF IS-OUTLET(SX) = IN-OUTLET
                    IF IN-ISS-DATE = SPACE
                        IF IS-DATE(SX) <= IN-DATE-N
                            MOVE SX TO HIT-SX
                        END-IF
                    ELSE
                        IF IS-DATE(SX) = IN-ISS-DATE-N
                            MOVE SX TO HIT-SX
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF HIT-SX NOT = ZERO
                MOVE IS-DATE(HIT-SX) TO TR-ISS-DATE
                MOVE ZERO TO HIT-AX
                PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > ALLOC-CNT
                    IF AL-SX(AX) = HIT-SX
                        IF HIT-AX = ZERO
                            MOVE AX TO HIT-AX
                        ELSE
                            IF AL-SURYO(AX) > AL-SURYO(HIT-AX)
                                MOVE AX TO HIT-AX
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
                IF HIT-AX NOT = ZERO
                    MOVE RC-DATE(AL-RX(HIT-AX)) TO TR-LOT-DATE
                    MOVE RC-S-NO(AL-RX(HIT-AX)) TO TR-S-CODE
                END-IF
            END-IF.
      *
       RCV-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT IN-FILE
            IF IN-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ IN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF I-NO = IN-ITEM AND RCV-CNT < 1000
                    ADD 1 TO RCV-CNT
                    MOVE I-S-DATE TO RC-DATE(RCV-CNT)
                    MOVE I-S-NO   TO RC-S-NO(RCV-CNT)
                    MOVE I-SURYO  TO RC-SURYO(RCV-CNT)
                    MOVE I-SURYO  TO RC-ZAN(RCV-CNT)
                END-IF
                READ IN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE IN-FILE
            MOVE SPACE TO END-FLG.
      *
       ISS-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT SYUKO-FILE
            IF SYUKO-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ SYUKO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF D-NO = IN-ITEM AND ISS-CNT < 1000
                    ADD 1 TO ISS-CNT
                    MOVE D-DATE   TO IS-DATE(ISS-CNT)
                    MOVE D-SURYO  TO IS-SURYO(ISS-CNT)
                    MOVE D-OUTLET TO IS-OUTLET(ISS-CNT)
                END-IF
                READ SYUKO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE SYUKO-FILE
            MOVE SPACE TO END-FLG.
      *
      * 入庫・出庫を日付順へ整列する（バブル整列）
       SORT-RTN.
            PERFORM VARYING RX FROM 1 BY 1
                    UNTIL RX > RCV-CNT - 1
                PERFORM VARYING JX FROM 1 BY 1
                        UNTIL JX > RCV-CNT - RX
                    IF RC-DATE(JX) > RC-DATE(JX + 1)
                        MOVE RCV-ENT(JX)     TO RCV-TEMP
                        MOVE RCV-ENT(JX + 1) TO RCV-ENT(JX)
                        MOVE RCV-TEMP        TO RCV-ENT(JX + 1)
                    END-IF
                END-PERFORM
            END-PERFORM
            PERFORM VARYING SX FROM 1 BY 1
                    UNTIL SX > ISS-CNT - 1
                PERFORM VARYING JX FROM 1 BY 1
                        UNTIL JX > ISS-CNT - SX
                    IF IS-DATE(JX) > IS-DATE(JX + 1)
                        MOVE ISS-ENT(JX)     TO ISS-TEMP
                        MOVE ISS-ENT(JX + 1) TO ISS-ENT(JX)
                        MOVE ISS-TEMP        TO ISS-ENT(JX + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.
      *
      * 先入先出の引当再現：出庫を日付順に最古ロットから引き当て、
      * 対応表（ロット×出庫×数量）を残す
       SAIGEN-RTN.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > ISS-CNT
                MOVE IS-SURYO(SX) TO HIKIATE
                PERFORM VARYING RX FROM 1 BY 1
                        UNTIL RX > RCV-CNT OR HIKIATE = ZERO
                    IF RC-ZAN(RX) > ZERO
                        IF RC-ZAN(RX) >= HIKIATE
                            MOVE HIKIATE TO WARIATE
                            COMPUTE RC-ZAN(RX) =
                                RC-ZAN(RX) - HIKIATE
                            MOVE ZERO TO HIKIATE
                        ELSE
                            MOVE RC-ZAN(RX) TO WARIATE
                            COMPUTE HIKIATE =
                                HIKIATE - RC-ZAN(RX)
                            MOVE ZERO TO RC-ZAN(RX)
                        END-IF
                        IF ALLOC-CNT < 3000
                            ADD 1 TO ALLOC-CNT
                            MOVE RX      TO AL-RX(ALLOC-CNT)
                            MOVE SX      TO AL-SX(ALLOC-CNT)
                            MOVE WARIATE TO AL-SURYO(ALLOC-CNT)
                        END-IF
                    END-IF
                END-PERFORM
            END-PERFORM.
      *
      * 状態変更：完了済みは変更不可。Bは控除票を記帳する
       JOTAI-RTN.
            DISPLAY "クレームNO(6桁)："
            MOVE SPACE TO IN-NO
            ACCEPT IN-NO
            MOVE ZERO TO HIT-CX
            IF IN-NO NUMERIC
                PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CL-CNT
                    MOVE CT-REC(CX) TO CL-REC
                    IF CL-NO = IN-NO-N
                        MOVE CX TO HIT-CX
                    END-IF
                END-PERFORM
            END-IF
            IF HIT-CX = ZERO
                DISPLAY "該当なし：" IN-NO
            ELSE
                MOVE CT-REC(HIT-CX) TO CL-REC
                MOVE CL-SURYO   TO D-SURYO-E
                MOVE CL-KINGAKU TO D-KINGAKU-E
                DISPLAY "受付日：" CL-DATE "　店舗：" CL-OUTLET
                DISPLAY "商品　：" CL-ITEM "　数量：" D-SURYO-E
                DISPLAY "内容　：" CL-NAIYO
                DISPLAY "仕入先：" CL-S-CODE
                        "　損害額：" D-KINGAKU-E
                DISPLAY "状態　：" CL-STATUS
                IF CL-STATUS = "C"
                    DISPLAY "完了済みのため"
                            "変更できません。"
                ELSE
                    DISPLAY "新状態(I=調査中 B=仕入先請求"
                            " C=完了)："
                    MOVE SPACE TO IN-STATUS
                    ACCEPT IN-STATUS
                    EVALUATE IN-STATUS
                        WHEN "I"
                            PERFORM JOTAI-KOSHIN-RTN
                        WHEN "C"
                            PERFORM JOTAI-KOSHIN-RTN
                        WHEN "B"
                            PERFORM SEIKYU-RTN
                        WHEN OTHER
                            DISPLAY "状態が不正です。"
                    END-EVALUATE
                END-IF
            END-IF.
      *
       JOTAI-KOSHIN-RTN.
            MOVE IN-STATUS TO CL-STATUS
            MOVE W-DATE8   TO CL-UPD-DATE
            MOVE OPID      TO CL-OPID
            MOVE CL-REC    TO CT-REC(HIT-CX)
            PERFORM CLAIM-SAVE-RTN
            DISPLAY "状態を更新しました。".
      *
      * 仕入先請求：控除票を請求書台帳へ記帳する（権限レベル2）
       SEIKYU-RTN.
            PERFORM LEVEL-CHK-RTN
            EVALUATE TRUE
                WHEN CUR-LEVEL NOT = "2"
                    DISPLAY "権限がありません。"
                WHEN CL-STATUS = "B"
                    DISPLAY "請求済みです（控除票"
                            CL-INV-NO "）。"
                WHEN CL-S-CODE = SPACE
                    DISPLAY "仕入先が不明のため"
                            "請求できません。"
                WHEN CL-KINGAKU = ZERO
                    DISPLAY "損害額がゼロのため"
                            "請求できません。"
                WHEN OTHER
                    DISPLAY "控除票を記帳しますか(Y/N)："
                    ACCEPT ANS
                    IF ANS = "Y" OR ANS = "y"
                        PERFORM KOJO-RTN
                        MOVE "B" TO IN-STATUS
                        PERFORM JOTAI-KOSHIN-RTN
                    END-IF
            END-EVALUATE.
      *
      * 控除票の記帳（P71と同じ：D＋7桁、状態R）
       KOJO-RTN.
            PERFORM SAIBAN-LOAD-RTN
            ADD 1 TO LAST-NO
            OPEN I-O DAICHO-FILE
            MOVE SPACE TO DC-REC
            MOVE "D"        TO DC-INV-NO(1:1)
            MOVE LAST-NO    TO DC-INV-NO(2:7)
            MOVE CL-S-CODE  TO DC-S-CODE
            MOVE CL-DATE    TO DC-DATE
            MOVE CL-KINGAKU TO DC-KINGAKU
            MOVE ZERO       TO DC-JISSEKI
            MOVE "R"        TO DC-STATUS
            MOVE "品質クレーム" TO DC-REASON
            MOVE W-DATE8    TO DC-KICHO-DATE
            MOVE ZERO       TO DC-KIJITSU
            WRITE DC-REC
                INVALID KEY
                    DISPLAY "★控除票" DC-INV-NO
                            "は台帳に既にあります。"
            END-WRITE
            CLOSE DAICHO-FILE
            PERFORM SAIBAN-SAVE-RTN
            MOVE DC-INV-NO TO CL-INV-NO
            DISPLAY "控除票" DC-INV-NO "を記帳しました。".
      *
      * 一覧：未完了のクレームを受付順に印字する
       LIST-RTN.
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CL-CNT
                MOVE CT-REC(CX) TO CL-REC
                IF CL-STATUS NOT = "C"
                    ADD 1 TO PRT-CNT
                    MOVE CL-NO       TO M-NO
                    MOVE CL-DATE     TO M-DATE
                    MOVE CL-OUTLET   TO M-OUTLET
                    MOVE CL-ITEM     TO M-ITEM
                    MOVE CL-SURYO    TO M-SURYO
                    MOVE CL-S-CODE   TO M-S-CODE
                    MOVE CL-LOT-DATE TO M-LOT-DATE
                    MOVE CL-KINGAKU  TO M-KINGAKU
                    MOVE CL-STATUS   TO M-STATUS
                    MOVE CL-INV-NO   TO M-INV-NO
                    WRITE P-REC FROM MEISAI AFTER 1
                    MOVE CL-NAIYO TO M-NAIYO
                    WRITE P-REC FROM MEISAI-2 AFTER 1
                END-IF
            END-PERFORM
            MOVE PRT-CNT TO F-CNT
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE PRINT-FILE
            DISPLAY "一覧を印字しました。".
      *
      * 月次クレーム率：入荷件数に対するクレーム件数の割合を仕入先
      * 別に印字し、クレーム率.TXTの当該年月分を置き換える
       GEPPO-RTN.
            DISPLAY "対象年月YYYYMM（空白は当月）："
            MOVE SPACE TO IN-YYMM
            ACCEPT IN-YYMM
            IF IN-YYMM = SPACE
                MOVE W-DATE8(1:6) TO IN-YYMM
            END-IF
            IF IN-YYMM NOT NUMERIC
                DISPLAY "年月が不正です。"
            ELSE
                PERFORM GEPPO-NYUKA-RTN
                PERFORM GEPPO-CLAIM-RTN
                PERFORM GEPPO-SORT-RTN
                PERFORM GEPPO-PRINT-RTN
                PERFORM RITSU-SAVE-RTN
                DISPLAY "月次クレーム率を印字しました。"
            END-IF.
      *
       GEPPO-NYUKA-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT IN-FILE
            IF IN-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ IN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                MOVE I-S-DATE(1:6) TO W-YYMM
                IF W-YYMM = IN-YYMM-N
                    MOVE I-S-NO TO WK-CODE
                    PERFORM SU-FIND-RTN
                    IF HIT-SUX NOT = ZERO
                        ADD 1 TO SUT-NYUKA(HIT-SUX)
                    END-IF
                END-IF
                READ IN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE IN-FILE
            MOVE SPACE TO END-FLG.
      *
       GEPPO-CLAIM-RTN.
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CL-CNT
                MOVE CT-REC(CX) TO CL-REC
                MOVE CL-DATE(1:6) TO W-YYMM
                IF W-YYMM = IN-YYMM-N AND CL-S-CODE NOT = SPACE
                    MOVE CL-S-CODE TO WK-CODE
                    PERFORM SU-FIND-RTN
                    IF HIT-SUX NOT = ZERO
                        ADD 1          TO SUT-KEN(HIT-SUX)
                        ADD CL-KINGAKU TO SUT-SONGAI(HIT-SUX)
                        IF CL-INV-NO NOT = SPACE
                            ADD CL-KINGAKU TO SUT-SEIKYU(HIT-SUX)
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
      *
       SU-FIND-RTN.
            MOVE ZERO TO HIT-SUX
            PERFORM VARYING SUX FROM 1 BY 1 UNTIL SUX > SU-CNT
                IF SUT-CODE(SUX) = WK-CODE
                    MOVE SUX TO HIT-SUX
                END-IF
            END-PERFORM
            IF HIT-SUX = ZERO AND SU-CNT < 300
                ADD 1 TO SU-CNT
                MOVE SU-CNT  TO HIT-SUX
                MOVE WK-CODE TO SUT-CODE(HIT-SUX)
                MOVE ZERO    TO SUT-NYUKA(HIT-SUX) SUT-KEN(HIT-SUX)
                                SUT-SONGAI(HIT-SUX)
                                SUT-SEIKYU(HIT-SUX)
            END-IF.
      *
       GEPPO-SORT-RTN.
            PERFORM VARYING SUX FROM 1 BY 1 UNTIL SUX >= SU-CNT
                PERFORM VARYING SUY FROM SUX BY 1 UNTIL SUY > SU-CNT
                    IF SUT-CODE(SUY) < SUT-CODE(SUX)
                        MOVE SU-ENT(SUX) TO SU-WORK
                        MOVE SU-ENT(SUY) TO SU-ENT(SUX)
                        MOVE SU-WORK     TO SU-ENT(SUY)
                    END-IF
                END-PERFORM
            END-PERFORM.
      *
       GEPPO-PRINT-RTN.
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            MOVE "*** 月次クレーム率" TO H-TITLE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            MOVE IN-YYMM(1:4) TO H-YY
            MOVE IN-YYMM(5:2) TO H-MM
            WRITE P-REC FROM HEAD-15 AFTER 1
            WRITE P-REC FROM HEAD-3 AFTER 2
            PERFORM VARYING SUX FROM 1 BY 1 UNTIL SUX > SU-CNT
                MOVE SUT-CODE(SUX)   TO R-S-CODE
                MOVE SUT-NYUKA(SUX)  TO R-NYUKA
                MOVE SUT-KEN(SUX)    TO R-KEN
                PERFORM RITSU-CALC-RTN
                MOVE W-RITSU         TO R-RITSU
                MOVE SUT-SONGAI(SUX) TO R-SONGAI
                MOVE SUT-SEIKYU(SUX) TO R-SEIKYU
                WRITE P-REC FROM RITSU-MEISAI AFTER 1
                ADD SUT-NYUKA(SUX)  TO G-NYUKA
                ADD SUT-KEN(SUX)    TO G-KEN
                ADD SUT-SONGAI(SUX) TO G-SONGAI
                ADD SUT-SEIKYU(SUX) TO G-SEIKYU
            END-PERFORM
            MOVE G-NYUKA  TO RK-NYUKA
            MOVE G-KEN    TO RK-KEN
            IF G-NYUKA > ZERO
                COMPUTE W-RITSU ROUNDED = G-KEN * 100 / G-NYUKA
            ELSE
                MOVE ZERO TO W-RITSU
            END-IF
            MOVE W-RITSU  TO RK-RITSU
            MOVE G-SONGAI TO RK-SONGAI
            MOVE G-SEIKYU TO RK-SEIKYU
            WRITE P-REC FROM RITSU-KEI AFTER 2
            CLOSE PRINT-FILE.
      *
      * 率：入荷件数100件あたりのクレーム件数（入荷が無ければ100）
       RITSU-CALC-RTN.
            IF SUT-NYUKA(SUX) > ZERO
                COMPUTE W-RITSU ROUNDED =
                    SUT-KEN(SUX) * 100 / SUT-NYUKA(SUX)
            ELSE
                IF SUT-KEN(SUX) > ZERO
                    MOVE 100 TO W-RITSU
                ELSE
                    MOVE ZERO TO W-RITSU
                END-IF
            END-IF
            IF W-RITSU > 100
                MOVE 100 TO W-RITSU
            END-IF.
      *
      * クレーム率.TXT：他の年月分を残して当該年月分を書き直す
       RITSU-SAVE-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT RITSU-FILE
            IF RITSU-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ RITSU-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF CR-YYMM NOT = IN-YYMM-N AND CR-CNT < 3000
                    ADD 1 TO CR-CNT
                    MOVE CR-REC TO CRT-REC(CR-CNT)
                END-IF
                READ RITSU-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE RITSU-FILE
            MOVE SPACE TO END-FLG
            OPEN OUTPUT RITSU-FILE
            PERFORM VARYING CRX FROM 1 BY 1 UNTIL CRX > CR-CNT
                MOVE CRT-REC(CRX) TO CR-REC
                WRITE CR-REC
            END-PERFORM
            PERFORM VARYING SUX FROM 1 BY 1 UNTIL SUX > SU-CNT
                MOVE SPACE TO CR-REC
                MOVE IN-YYMM-N      TO CR-YYMM
                MOVE SUT-CODE(SUX)  TO CR-S-CODE
                MOVE SUT-NYUKA(SUX) TO CR-NYUKA
                MOVE SUT-KEN(SUX)   TO CR-KEN
                PERFORM RITSU-CALC-RTN
                MOVE W-RITSU        TO CR-RITSU
                WRITE CR-REC
            END-PERFORM
            CLOSE RITSU-FILE.
      *
       CLAIM-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT CLAIM-FILE
            IF CLAIM-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ CLAIM-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF CL-CNT < 2000
                    ADD 1 TO CL-CNT
                    MOVE CL-REC TO CT-REC(CL-CNT)
                    IF CL-NO > MAX-NO
                        MOVE CL-NO TO MAX-NO
                    END-IF
                END-IF
                READ CLAIM-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE CLAIM-FILE
            MOVE SPACE TO END-FLG.
      *
       CLAIM-SAVE-RTN.
            OPEN OUTPUT CLAIM-FILE
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CL-CNT
                MOVE CT-REC(CX) TO CL-REC
                WRITE CL-REC
            END-PERFORM
            CLOSE CLAIM-FILE.
      *
       SAIBAN-LOAD-RTN.
            MOVE ZERO TO LAST-NO
            MOVE SPACE TO SAIBAN-END-FLG
            OPEN INPUT SAIBAN-FILE
            IF SAIBAN-FS = "00"
                READ SAIBAN-FILE
                    AT END MOVE "E" TO SAIBAN-END-FLG
                END-READ
                IF SAIBAN-END-FLG NOT = "E"
                    MOVE SB-LAST-NO TO LAST-NO
                END-IF
                CLOSE SAIBAN-FILE
            ELSE
                CLOSE SAIBAN-FILE
            END-IF.
      *
       SAIBAN-SAVE-RTN.
            OPEN OUTPUT SAIBAN-FILE
            MOVE LAST-NO TO SB-LAST-NO
            WRITE SB-REC
            CLOSE SAIBAN-FILE.
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
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
