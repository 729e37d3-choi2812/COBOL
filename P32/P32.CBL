      *
      * 14JY0123 崔　禎　文
      * 請求書台帳：仕入先請求書（請求書TRAN.TXT）を仕入実績と照合し
      * 台帳（請求書台帳）へ記帳する。照合一致分は支払予定として
      * 印字し、支払期日までの残日数でエイジングを集計する
      * 支払期日は支払条件マスタ.TXT（仕入先別の締日・支払サイト）
      * から求めて台帳明細へ記録する（未登録は月末締め30日払い）
      * 金額相違・実績なしの請求書は保留として理由付きで残す
      * 記帳前に既存台帳と同一バッチ内を照合し、請求書NOが既に
      * あるものは二重記帳として却下（台帳へは書かない）、番号違い
      * でも仕入先・請求日・金額が同じものは重複疑いとして保留にし
      * 例外累積.TXTへO(発生)レコードを書く（P41で解消まで追跡）
      * 受領した請求書TRAN.TXTはDENSHIで保存名へ複写し、二重記帳
      * 却下以外の請求書を電子取引台帳へ種別Sで登録する
      * 請求書TRANは税率区分別（標準・軽減）の対象額と税額を持つ。
      * 照合した仕入実績を税率マスタ・軽減品目で区分別に集計し、
      * 請求日時点の税率で計算した税額（切捨て）と請求書の税額の
      * 差が端数許容差（区分ごと1円）を超えるものは税額相違として
      * 保留にする。差のある区分は税額差異一覧（P32ZEI.DOC）へ
      * 印字する（税額欄の無い旧形式の請求書は検証しない）
      * 請求書台帳はISAM請求書台帳（主キー＝請求書NO、副キー＝
      * 仕入先＋状態）で、二重記帳は請求書NOで直接読んで調べ、
      * 重複疑いは副キーで同じ仕入先の明細だけを見る
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P32.
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  IN-FILE     ASSIGN  "仕入整列.txt"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL DAICHO-FILE ASSIGN  "ISAM請求書台帳"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY D-INV-NO
                                    ALTERNATE RECORD KEY D-SS-KEY
                                        WITH DUPLICATES
                                    FILE STATUS DAICHO-FS.
           SELECT  PRINT-FILE  ASSIGN  "P32.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  ZEI-PRINT-FILE ASSIGN  "P32ZEI.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL ZEI-FILE    ASSIGN  "税率マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS ZEI-FS.
           SELECT  OPTIONAL KEI-FILE    ASSIGN  "軽減品目.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KEI-FS.
           SELECT  OPTIONAL CAL-FILE    ASSIGN
                                    "カレンダーマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    "支払条件マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS JOKEN-FS.
           SELECT  OPTIONAL EXREPO-FILE ASSIGN  "例外累積.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS EXREPO-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
           05  G-S-CODE          PIC X(03).
           05  G-DATE            PIC 9(08).
           05  G-KINGAKU         PIC 9(09).
           05  G-HYOJUN-TAISHO   PIC 9(09).
           05  G-HYOJUN-ZEI      PIC 9(09).
           05  G-KEIGEN-TAISHO   PIC 9(09).
           05  G-KEIGEN-ZEI      PIC 9(09).
      *
       FD  IN-FILE.
       01  I-REC.
       01  D-REC.
           05  D-INV-NO          PIC X(08).
           05                    PIC X(01)  VALUE SPACE.
           05  D-SS-KEY.
               10  D-S-CODE      PIC X(03).
               10  D-STATUS      PIC X(01).
                   88  D-MATCHED                VALUE "M".
                   88  D-HOLD                   VALUE "H".
                   88  D-SCHEDULED              VALUE "S".
                   88  D-DEBIT                  VALUE "R".
                   88  D-PAID                   VALUE "P".
           05                    PIC X(01)  VALUE SPACE.
           05  D-DATE            PIC 9(08).
           05                    PIC X(01)  VALUE SPACE.
           05                    PIC X(01)  VALUE SPACE.
           05  D-JISSEKI         PIC 9(09).
           05                    PIC X(01)  VALUE SPACE.
           05  D-REASON          PIC X(20).
           05                    PIC X(01)  VALUE SPACE.
           05  D-KICHO-DATE      PIC 9(08).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       FD  ZEI-PRINT-FILE.
       01  ZP-REC                PIC X(78).
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
       FD  CAL-FILE.
       01  CA-REC.
           05  SJ-SHIMEBI        PIC 9(02).
           05                    PIC X(01).
           05  SJ-SITE           PIC 9(03).
      *
       FD  EXREPO-FILE.
       01  EX-REC.
           05  EX-PROG           PIC X(04).
           05                    PIC X(01).
           05  EX-DATE           PIC 9(08).
           05                    PIC X(01).
           05  EX-KEY            PIC X(16).
           05                    PIC X(01).
           05  EX-REASON         PIC X(20).
           05                    PIC X(01).
           05  EX-STATUS         PIC X(01).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  READ-CNT              PIC 9(05)  VALUE ZERO.
       01  MATCH-CNT             PIC 9(05)  VALUE ZERO.
       01  HOLD-CNT              PIC 9(05)  VALUE ZERO.
       01  DUP-REJ-CNT           PIC 9(05)  VALUE ZERO.
       01  DUP-HOLD-CNT          PIC 9(05)  VALUE ZERO.
       01  DAICHO-FS             PIC X(02)  VALUE SPACE.
       01  EXREPO-FS             PIC X(02)  VALUE SPACE.
       01  ZEI-FS                PIC X(02)  VALUE SPACE.
       01  KEI-FS                PIC X(02)  VALUE SPACE.
       01  DUP-KBN               PIC X(01)  VALUE SPACE.
       01  DUP-END-FLG           PIC X(01)  VALUE SPACE.
       01  RUN-DATE              PIC 9(08)  VALUE ZERO.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  SUM-CNT               PIC 9(03)  VALUE ZERO.
       01  SUM-FOUND-FLG         PIC X(01)  VALUE SPACE.
       01  HIT-SX                PIC 9(03)  VALUE ZERO.
       01  DN-FUNC               PIC X(01)  VALUE SPACE.
       01  DN-SEQ                PIC 9(07)  VALUE ZERO.
       01  DN-SHUBETSU           PIC X(01)  VALUE "S".
       01  DN-S-CODE             PIC X(03)  VALUE SPACE.
       01  DN-T-DATE             PIC 9(08)  VALUE ZERO.
       01  DN-KINGAKU            PIC 9(11)  VALUE ZERO.
       01  DN-FILE               PIC X(30)  VALUE SPACE.
       01  DN-REF                PIC X(10)  VALUE SPACE.
       01  DN-RESULT             PIC X(01)  VALUE SPACE.
       01  HOZON-FILE            PIC X(30)  VALUE SPACE.
      *
       01  WS-DATE-IN            PIC 9(08).
       01  WS-YY                 PIC 9(04).
               10  SU-S-CODE     PIC X(03).
               10  SU-YYMM       PIC X(06).
               10  SU-KINGAKU    PIC 9(09).
               10  SU-HYOJUN     PIC 9(09).
               10  SU-KEIGEN     PIC 9(09).
      *
      * 税率の判定（P16と同じ規則）
       01  ZEI-END-FLG           PIC X(01) VALUE SPACE.
       01  ZEI-CNT               PIC 9(02) VALUE 0.
       01  ZX                    PIC 9(02).
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
      * 税額検証：区分ごとの端数許容差（円）と作業域
       01  ZEI-KYOYO             PIC 9(03)  VALUE 1.
       01  ZEI-SOUI-FLG          PIC X(01)  VALUE SPACE.
       01  ZEI-SOUI-CNT          PIC 9(05)  VALUE ZERO.
       01  ZEI-HASU-CNT          PIC 9(05)  VALUE ZERO.
       01  HYOJUN-RATE           PIC 9(02)  VALUE ZERO.
       01  KEIGEN-RATE           PIC 9(02)  VALUE ZERO.
       01  CHK-RATE              PIC 9(02)  VALUE ZERO.
       01  CHK-KEIGEN            PIC X(01)  VALUE SPACE.
       01  CHK-INV-TAISHO        PIC 9(09)  VALUE ZERO.
       01  CHK-INV-ZEI           PIC 9(09)  VALUE ZERO.
       01  CHK-JI-TAISHO         PIC 9(09)  VALUE ZERO.
       01  CHK-KEI-ZEI           PIC 9(09)  VALUE ZERO.
       01  CHK-SAGAKU            PIC S9(09) VALUE ZERO.
       01  CHK-SAGAKU-ABS        PIC 9(09)  VALUE ZERO.
      *
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05                    PIC X(01)  VALUE SPACE.
           05  M-JISSEKI         PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-STATUS          PIC X(15).
           05                    PIC X(01)  VALUE SPACE.
           05  M-KIJITSU         PIC 9999/99/99.
      *
           05  F-MATCH           PIC ZZZZ9.
           05                    PIC X(12)  VALUE "　保留：".
           05  F-HOLD            PIC ZZZZ9.
       01  FOOT-2.
           05                    PIC X(15)  VALUE "重複却下：".
           05  F-DUP-REJ         PIC ZZZZ9.
           05                    PIC X(18)  VALUE "　重複疑い：".
           05  F-DUP-HOLD        PIC ZZZZ9.
      *
      * 税額差異一覧
       01  ZEI-HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 税額差異一覧".
           05                    PIC X(06)  VALUE "日付：".
           05  ZH-DATE           PIC 9999/99/99.
       01  ZEI-HEAD-2.
           05                    PIC X(09)  VALUE  "請求NO".
           05                    PIC X(09)  VALUE  "仕入先".
           05                    PIC X(07)  VALUE  "税率".
           05                    PIC X(12)  VALUE  "請求対象".
           05                    PIC X(12)  VALUE  "実績対象".
           05                    PIC X(12)  VALUE  "請求税額".
           05                    PIC X(11)  VALUE  "計算税".
           05                    PIC X(06)  VALUE  "差額".
       01  ZEI-MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  ZM-INV-NO         PIC X(08).
           05                    PIC X(01)  VALUE SPACE.
           05  ZM-S-CODE         PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  ZM-RATE           PIC Z9.
           05                    PIC X(01)  VALUE "%".
           05  ZM-KEIGEN         PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  ZM-INV-TAISHO     PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  ZM-JI-TAISHO      PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  ZM-INV-ZEI        PIC ZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  ZM-KEI-ZEI        PIC ZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  ZM-SAGAKU         PIC -ZZZ,ZZ9.
           05  ZM-HANTEI         PIC X(03).
       01  ZEI-FOOT-1.
           05                    PIC X(30)  VALUE
                                 "★税額相違（保留）：".
           05  ZF-SOUI           PIC ZZZZ9.
           05                    PIC X(30)  VALUE
                                 "　端数差（許容内）：".
           05  ZF-HASU           PIC ZZZZ9.
       01  ZEI-FOOT-2.
           05                    PIC X(21)  VALUE
                                 "※＝軽減税率　".
           05                    PIC X(48)  VALUE
                   "計算税＝実績対象×税率（切捨て）".
      *
       01  AGE-HEAD.
           05                    PIC X(40)  VALUE
       MOOO.
            PERFORM CAL-LOAD-RTN
            PERFORM JOKEN-LOAD-RTN
            PERFORM ZEI-LOAD-RTN
            OPEN INPUT  IN-FILE
            PERFORM SUM-LOAD-RTN
            CLOSE IN-FILE
            PERFORM HOZON-RTN
            OPEN INPUT  TRAN-FILE
            OPEN I-O    DAICHO-FILE
            OPEN OUTPUT PRINT-FILE ZEI-PRINT-FILE
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            MOVE W-DATE8 TO H-DATE ZH-DATE
            WRITE ZP-REC FROM ZEI-HEAD-1 AFTER PAGE
            WRITE ZP-REC FROM ZEI-HEAD-2 AFTER 2
            MOVE W-DATE8 TO RUN-DATE
            MOVE RUN-DATE TO WS-DATE-IN
            PERFORM DATE-SERIAL-RTN
            MOVE MATCH-CNT TO F-MATCH
            MOVE HOLD-CNT  TO F-HOLD
            WRITE P-REC FROM FOOT-1 AFTER 2
            MOVE DUP-REJ-CNT  TO F-DUP-REJ
            MOVE DUP-HOLD-CNT TO F-DUP-HOLD
            WRITE P-REC FROM FOOT-2 AFTER 1
            WRITE P-REC FROM AGE-HEAD AFTER 2
            MOVE AGE-30-KIN   TO F-AGE-30
            WRITE P-REC FROM AGE-LINE-1 AFTER 1
            WRITE P-REC FROM AGE-LINE-3 AFTER 1
            MOVE AGE-OVER-KIN TO F-AGE-OVER
            WRITE P-REC FROM AGE-LINE-4 AFTER 1
            MOVE ZEI-SOUI-CNT TO ZF-SOUI
            MOVE ZEI-HASU-CNT TO ZF-HASU
            WRITE ZP-REC FROM ZEI-FOOT-1 AFTER 2
            WRITE ZP-REC FROM ZEI-FOOT-2 AFTER 1
            CLOSE TRAN-FILE DAICHO-FILE PRINT-FILE ZEI-PRINT-FILE
            DISPLAY "END"
            STOP RUN.
      *
            END-READ
            PERFORM UNTIL END-FLG = "E"
                COMPUTE KINGAKU ROUNDED = I-TANKA * I-SURYO
                PERFORM KEIGEN-CHK-RTN
                MOVE ZERO TO HIT-SX
                PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUM-CNT
                    IF SU-S-CODE(SX) = I-S-NO
                        AND SU-YYMM(SX) = I-S-DATE(1:6)
                        COMPUTE SU-KINGAKU(SX) =
                            SU-KINGAKU(SX) + KINGAKU
                        MOVE SX TO HIT-SX
                    END-IF
                END-PERFORM
                IF HIT-SX = ZERO AND SUM-CNT < 200
                    ADD 1 TO SUM-CNT
                    MOVE I-S-NO        TO SU-S-CODE(SUM-CNT)
                    MOVE I-S-DATE(1:6) TO SU-YYMM(SUM-CNT)
                    MOVE KINGAKU       TO SU-KINGAKU(SUM-CNT)
                    MOVE ZERO          TO SU-HYOJUN(SUM-CNT)
                                          SU-KEIGEN(SUM-CNT)
                    MOVE SUM-CNT       TO HIT-SX
                END-IF
                IF HIT-SX NOT = ZERO
                    IF KEIGEN-FLG = "Y"
                        ADD KINGAKU TO SU-KEIGEN(HIT-SX)
                    ELSE
                        ADD KINGAKU TO SU-HYOJUN(HIT-SX)
                    END-IF
                END-IF
                READ IN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM.
      *
      * 重複判定：請求書NO一致＝"R"（却下）、仕入先＋請求日＋金額
      * 一致で番号違い＝"H"（重複疑い）、該当なし＝空白
      * （当バッチで記帳した分も台帳に書き込み済みなので同じ扱い）
       DUP-CHK-RTN.
            MOVE SPACE TO DUP-KBN DUP-END-FLG
            MOVE G-INV-NO TO D-INV-NO
            READ DAICHO-FILE KEY IS D-INV-NO
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE "R" TO DUP-KBN
            END-READ
            IF DUP-KBN = SPACE
                MOVE G-S-CODE  TO D-S-CODE
                MOVE LOW-VALUE TO D-STATUS
                START DAICHO-FILE KEY NOT < D-SS-KEY
                    INVALID KEY MOVE "E" TO DUP-END-FLG
                END-START
                PERFORM UNTIL DUP-END-FLG = "E"
                    READ DAICHO-FILE NEXT
                        AT END MOVE "E" TO DUP-END-FLG
                    END-READ
                    IF DUP-END-FLG NOT = "E"
                        IF D-S-CODE NOT = G-S-CODE
                            MOVE "E" TO DUP-END-FLG
                        ELSE
                            IF D-DATE = G-DATE
                                AND D-KINGAKU = G-KINGAKU
                                MOVE "H" TO DUP-KBN
                                MOVE "E" TO DUP-END-FLG
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.
      *
       INV-MATCH-RTN.
            PERFORM DUP-CHK-RTN
            MOVE SPACE TO MEISAI
            MOVE SPACE TO D-REC
            MOVE ZERO  TO KIJITSU
            MOVE G-DATE    TO M-DATE
            MOVE G-KINGAKU TO M-KINGAKU
            MOVE G-DATE(1:6) TO G-YYMM
            IF DUP-KBN = "R"
                ADD 1 TO DUP-REJ-CNT
                MOVE "★重複却下" TO M-STATUS
                WRITE P-REC FROM MEISAI AFTER 1
            ELSE
                PERFORM DENSHI-TOROKU-RTN
                PERFORM INV-HANTEI-RTN
            END-IF.
      *
      * 受領した請求書TRANを保存名へ複写しておく
       HOZON-RTN.
            MOVE "F" TO DN-FUNC
            MOVE "請求書TRAN.TXT" TO DN-FILE
            CALL "DENSHI" USING DN-FUNC DN-SEQ DN-SHUBETSU
                                DN-S-CODE DN-T-DATE DN-KINGAKU
                                DN-FILE DN-REF DN-RESULT
            MOVE DN-FILE TO HOZON-FILE.
      *
      * 請求書1件を電子取引台帳へ登録する
       DENSHI-TOROKU-RTN.
            MOVE "R"        TO DN-FUNC
            MOVE G-S-CODE   TO DN-S-CODE
            MOVE G-DATE     TO DN-T-DATE
            MOVE G-KINGAKU  TO DN-KINGAKU
            MOVE HOZON-FILE TO DN-FILE
            MOVE G-INV-NO   TO DN-REF
            CALL "DENSHI" USING DN-FUNC DN-SEQ DN-SHUBETSU
                                DN-S-CODE DN-T-DATE DN-KINGAKU
                                DN-FILE DN-REF DN-RESULT.
      *
       INV-HANTEI-RTN.
            MOVE ZERO TO HIT-SX
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUM-CNT
                IF SU-S-CODE(SX) = G-S-CODE
                    MOVE SX TO HIT-SX
                END-IF
            END-PERFORM
            MOVE SPACE TO ZEI-SOUI-FLG
            IF HIT-SX NOT = ZERO
                AND G-HYOJUN-TAISHO NUMERIC AND G-HYOJUN-ZEI NUMERIC
                AND G-KEIGEN-TAISHO NUMERIC AND G-KEIGEN-ZEI NUMERIC
                PERFORM ZEI-CHK-RTN
            END-IF
            EVALUATE TRUE
                WHEN DUP-KBN = "H"
                    ADD 1 TO HOLD-CNT
                    ADD 1 TO DUP-HOLD-CNT
                    MOVE "H" TO D-STATUS
                    MOVE "重複疑い" TO D-REASON
                    MOVE ZERO TO D-JISSEKI
                    IF HIT-SX NOT = ZERO
                        MOVE SU-KINGAKU(HIT-SX) TO D-JISSEKI M-JISSEKI
                    END-IF
                    MOVE "★重複疑い" TO M-STATUS
                    PERFORM EXREPO-WRITE-RTN
                WHEN HIT-SX = ZERO
                    ADD 1 TO HOLD-CNT
                    MOVE "H" TO D-STATUS
                    MOVE "金額相違" TO D-REASON
                    MOVE SU-KINGAKU(HIT-SX) TO D-JISSEKI M-JISSEKI
                    MOVE "保留：金額相違" TO M-STATUS
                WHEN ZEI-SOUI-FLG = "Y"
                    ADD 1 TO HOLD-CNT
                    MOVE "H" TO D-STATUS
                    MOVE "税額相違" TO D-REASON
                    MOVE SU-KINGAKU(HIT-SX) TO D-JISSEKI M-JISSEKI
                    MOVE "保留：税額相違" TO M-STATUS
                WHEN OTHER
                    ADD 1 TO MATCH-CNT
                    MOVE "M" TO D-STATUS
            WRITE P-REC FROM MEISAI AFTER 1
            PERFORM DAICHO-WRITE-RTN.
      *
      * 税額検証：標準・軽減の区分ごとに、実績対象額×請求日時点の
      * 税率（切捨て）と請求書の税額を比べる
       ZEI-CHK-RTN.
            MOVE ZERO TO HYOJUN-RATE KEIGEN-RATE
            PERFORM VARYING ZX FROM 1 BY 1 UNTIL ZX > ZEI-CNT
                IF ZT-DATE(ZX) <= G-DATE
                    MOVE ZT-RATE(ZX)   TO HYOJUN-RATE
                    MOVE ZT-KEIGEN(ZX) TO KEIGEN-RATE
                END-IF
            END-PERFORM
            MOVE HYOJUN-RATE        TO CHK-RATE
            MOVE SPACE              TO CHK-KEIGEN
            MOVE G-HYOJUN-TAISHO    TO CHK-INV-TAISHO
            MOVE G-HYOJUN-ZEI       TO CHK-INV-ZEI
            MOVE SU-HYOJUN(HIT-SX)  TO CHK-JI-TAISHO
            PERFORM ZEI-CHK-ONE-RTN
            MOVE KEIGEN-RATE        TO CHK-RATE
            MOVE "Y"                TO CHK-KEIGEN
            MOVE G-KEIGEN-TAISHO    TO CHK-INV-TAISHO
            MOVE G-KEIGEN-ZEI       TO CHK-INV-ZEI
            MOVE SU-KEIGEN(HIT-SX)  TO CHK-JI-TAISHO
            PERFORM ZEI-CHK-ONE-RTN.
      *
       ZEI-CHK-ONE-RTN.
            COMPUTE CHK-KEI-ZEI = CHK-JI-TAISHO * CHK-RATE / 100
            COMPUTE CHK-SAGAKU = CHK-INV-ZEI - CHK-KEI-ZEI
            IF CHK-SAGAKU < ZERO
                COMPUTE CHK-SAGAKU-ABS = ZERO - CHK-SAGAKU
            ELSE
                MOVE CHK-SAGAKU TO CHK-SAGAKU-ABS
            END-IF
            IF CHK-SAGAKU NOT = ZERO
                MOVE SPACE TO ZM-KEIGEN ZM-HANTEI
                MOVE G-INV-NO       TO ZM-INV-NO
                MOVE G-S-CODE       TO ZM-S-CODE
                MOVE CHK-RATE       TO ZM-RATE
                IF CHK-KEIGEN = "Y"
                    MOVE "※" TO ZM-KEIGEN
                END-IF
                MOVE CHK-INV-TAISHO TO ZM-INV-TAISHO
                MOVE CHK-JI-TAISHO  TO ZM-JI-TAISHO
                MOVE CHK-INV-ZEI    TO ZM-INV-ZEI
                MOVE CHK-KEI-ZEI    TO ZM-KEI-ZEI
                MOVE CHK-SAGAKU     TO ZM-SAGAKU
                IF CHK-SAGAKU-ABS > ZEI-KYOYO
                    IF ZEI-SOUI-FLG NOT = "Y"
                        ADD 1 TO ZEI-SOUI-CNT
                    END-IF
                    MOVE "Y"  TO ZEI-SOUI-FLG
                    MOVE "★" TO ZM-HANTEI
                ELSE
                    ADD 1 TO ZEI-HASU-CNT
                END-IF
                WRITE ZP-REC FROM ZEI-MEISAI AFTER 1
            END-IF.
      *
      * 支払期日＝仕入先の締日（99＝月末）で締めた日へ支払サイト
      * 日数を加えた日を起点に、カレンダーマスタで翌営業日まで
      * 繰り下げる（条件未登録は月末締め30日、カレンダー未整備時は
            MOVE G-KINGAKU TO D-KINGAKU
            MOVE RUN-DATE  TO D-KICHO-DATE
            MOVE KIJITSU   TO D-KIJITSU
            WRITE D-REC
                INVALID KEY CONTINUE
            END-WRITE.
      *
      * 重複疑いを例外累積へ発生(O)として記録する
       EXREPO-WRITE-RTN.
            OPEN EXTEND EXREPO-FILE
            MOVE SPACE     TO EX-REC
            MOVE "P32"     TO EX-PROG
            MOVE RUN-DATE  TO EX-DATE
            MOVE G-INV-NO  TO EX-KEY
            MOVE "請求書重複疑い" TO EX-REASON
            MOVE "O"       TO EX-STATUS
            WRITE EX-REC
            CLOSE EXREPO-FILE.
      *
       DATE-SERIAL-RTN.
            MOVE WS-DATE-IN(1:4) TO WS-YY
                CLOSE JOKEN-FILE
            END-IF.
      *
      * 軽減品目の判定（P16と同じ規則）
       KEIGEN-CHK-RTN.
            MOVE SPACE TO KEIGEN-FLG
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KEI-CNT
                IF KT-NO(KX) = I-NO
                    MOVE "Y" TO KEIGEN-FLG
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
      * カレンダーマスタの読込（無い場合は全日営業日扱い）
       CAL-LOAD-RTN.
            OPEN INPUT CAL-FILE
