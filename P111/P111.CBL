      *
      * 14JY0123 崔　禎　文
      * 買掛金元帳：仕入先別・月別に前月残＋当月仕入−返品−支払
      * ＝当月残を求めて印字する。仕入は仕入整列.txt、返品は
      * 請求書台帳の控除票（D＋7桁、P71作成）、支払は
      * 支払実績.TXT（P34の振込、P69の振込不能取消）から集計する
      * （支払は総額−控除の決済額、先方負担の手数料差引を含む）
      * 前月残は買掛金残高.TXTから取り、当月残を同ファイルへ
      * 書き戻して翌月へ繰り越す（同月の再実行は置き換え）
      * 当月仕入はP36が仕訳.TXTへ送った買掛金2001の貸方と
      * 仕入先別・総合計で突き合わせ、差異に★を付ける
      * （買掛金の科目は勘定科目対応マスタ.TXTのKAIKAKE、未登録
      * なら2001）
      * 対象年月はパラメタマスタ（P156で保守）の
      * P111 TGT-YYMM（YYYYMM）、未登録は運用月
      * 請求書台帳はISAM請求書台帳（請求書NO順）を順に読む
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P111.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  IN-FILE     ASSIGN  "仕入整列.txt"
                                    ORGANIZATION LINE SEQUENTIAL.
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
           SELECT  OPTIONAL ZANDAKA-FILE ASSIGN  "買掛金残高.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS ZANDAKA-FS.
           SELECT  ZANDAKA-NEW ASSIGN  "買掛金残高.NEW"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL SIWAKE-FILE ASSIGN  "仕訳.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIWAKE-FS.
           SELECT  OPTIONAL KMAP-FILE ASSIGN
                                    "勘定科目対応マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KMAP-FS.
           SELECT  PRINT-FILE  ASSIGN  "P111.DOC"
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
      * 支払実績：P＝振込（P34）　F＝振込不能取消（P69）
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
      * 買掛金残高：年月・仕入先ごとの月末残（繰越用）
       FD  ZANDAKA-FILE.
       01  ZN-REC.
           05  ZN-YYMM           PIC X(06).
           05                    PIC X(01).
           05  ZN-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  ZN-ZANDAKA        PIC S9(11) SIGN LEADING SEPARATE.
      *
       FD  ZANDAKA-NEW.
       01  ZNN-REC               PIC X(23).
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
       01  SWH-REC.
           05                    PIC X(01).
           05                    PIC X(01).
           05  SWH-DATE          PIC 9(08).
           05                    PIC X(01).
           05  SWH-YYMM          PIC X(06).
           05                    PIC X(34).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
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
       01  DAICHO-FS             PIC X(02)  VALUE SPACE.
       01  JISSEKI-FS            PIC X(02)  VALUE SPACE.
       01  ZANDAKA-FS            PIC X(02)  VALUE SPACE.
       01  SIWAKE-FS             PIC X(02)  VALUE SPACE.
       01  PG-MODE               PIC X(01)  VALUE "G".
       01  PG-PROG               PIC X(04)  VALUE "P111".
       01  PG-NAME               PIC X(24)  VALUE SPACE.
       01  PG-VALUE              PIC X(14)  VALUE SPACE.
       01  PG-SUCHI              PIC 9(09)V99 VALUE ZERO.
       01  PG-RESULT             PIC X(01)  VALUE SPACE.
       01  TGT-YYMM              PIC X(06)  VALUE SPACE.
       01  TGT-YYMM-N REDEFINES TGT-YYMM.
           05  TGT-YY            PIC 9(04).
           05  TGT-MM            PIC 9(02).
       01  PRV-YYMM              PIC X(06)  VALUE SPACE.
       01  PRV-YYMM-N REDEFINES PRV-YYMM.
           05  PRV-YY            PIC 9(04).
           05  PRV-MM            PIC 9(02).
       01  KMAP-FS               PIC X(02)  VALUE SPACE.
       01  KMAP-END-FLG          PIC X(01)  VALUE SPACE.
       01  KMAP-CNT              PIC 9(03)  VALUE ZERO.
       01  KMX                   PIC 9(03).
       01  HIT-KMX               PIC 9(03)  VALUE ZERO.
       01  KMAP-KEY              PIC X(08)  VALUE SPACE.
       01  KMAP-KAMOKU           PIC X(04)  VALUE SPACE.
       01  KMAP-HOJO             PIC X(03)  VALUE SPACE.
       01  KAIKAKE-KMK           PIC X(04)  VALUE "2001".
      *
      * 勘定科目対応マスタの控え
       01  KMAP-TBL.
           05  KMAP-ENT          OCCURS 200 TIMES.
               10  KMT-JISHO     PIC X(08).
               10  KMT-KAMOKU    PIC X(04).
               10  KMT-HOJO      PIC X(03).
       01  BATCH-YYMM            PIC X(06)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  KINGAKU               PIC 9(09)  VALUE ZERO.
       01  KESSAI                PIC 9(09)  VALUE ZERO.
       01  SX                    PIC 9(03).
       01  SUP-CNT               PIC 9(03)  VALUE ZERO.
       01  HIT-SX                PIC 9(03)  VALUE ZERO.
       01  WK-S-CODE             PIC X(03)  VALUE SPACE.
       01  SAI-CNT               PIC 9(03)  VALUE ZERO.
       01  G-ZEN                 PIC S9(12) VALUE ZERO.
       01  G-SIIRE               PIC S9(12) VALUE ZERO.
       01  G-HENPIN              PIC S9(12) VALUE ZERO.
       01  G-SHIHARAI            PIC S9(12) VALUE ZERO.
       01  G-TOU                 PIC S9(12) VALUE ZERO.
       01  G-GL                  PIC S9(12) VALUE ZERO.
      *
      * 仕入先別の元帳集計表
       01  SUP-TBL.
           05  SUP-ENT           OCCURS 200 TIMES.
               10  SU-CODE       PIC X(03).
               10  SU-ZEN        PIC S9(11).
               10  SU-SIIRE      PIC S9(11).
               10  SU-HENPIN     PIC S9(11).
               10  SU-SHIHARAI   PIC S9(11).
               10  SU-TOU        PIC S9(11).
               10  SU-GL         PIC S9(11).
      *
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  M-S-CODE          PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  M-ZEN             PIC ----,---,--9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-SIIRE           PIC ---,---,--9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-HENPIN          PIC --,---,--9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-SHIHARAI        PIC ---,---,--9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-TOU             PIC ----,---,--9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-MARK            PIC X(03).
      *
      * ★行の下に印字するＧＬ貸方との差異
       01  SAI-MEISAI.
           05                    PIC X(05)  VALUE SPACE.
           05                    PIC X(18)  VALUE
                                 "ＧＬ買掛金貸方：".
           05  SM-GL             PIC ---,---,--9.
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 買掛金元帳".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  HEAD-15.
           05                    PIC X(12)  VALUE "対象年月：".
           05  H-YYMM            PIC X(06).
      *
       01  HEAD-2.
           05                    PIC X(05)  VALUE  "仕入".
           05                    PIC X(13)  VALUE  "　　　前月残".
           05                    PIC X(12)  VALUE  "　　　仕入".
           05                    PIC X(11)  VALUE  "　　返品".
           05                    PIC X(12)  VALUE  "　　　支払".
           05                    PIC X(13)  VALUE  "　　　当月残".
      *
       01  FOOT-1.
           05                    PIC X(05)  VALUE "合計".
           05  F-ZEN             PIC ----,---,--9.
           05                    PIC X(01)  VALUE SPACE.
           05  F-SIIRE           PIC ---,---,--9.
           05                    PIC X(01)  VALUE SPACE.
           05  F-HENPIN          PIC --,---,--9.
           05                    PIC X(01)  VALUE SPACE.
           05  F-SHIHARAI        PIC ---,---,--9.
           05                    PIC X(01)  VALUE SPACE.
           05  F-TOU             PIC ----,---,--9.
       01  FOOT-2.
           05                    PIC X(24)  VALUE
                                 "ＧＬ買掛金貸方：".
           05  F-GL              PIC ----,---,---,--9.
           05                    PIC X(02)  VALUE SPACE.
           05  F-MSG             PIC X(30)  VALUE SPACE.
       01  FOOT-3.
           05                    PIC X(18)  VALUE
                                 "差異仕入先数：".
           05  F-SAI             PIC ZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM PARAM-LOAD-RTN
            IF TGT-MM = 1
                COMPUTE PRV-YY = TGT-YY - 1
                MOVE 12 TO PRV-MM
            ELSE
                MOVE TGT-YY TO PRV-YY
                COMPUTE PRV-MM = TGT-MM - 1
            END-IF
            PERFORM ZEN-LOAD-RTN
            PERFORM SIIRE-LOAD-RTN
            PERFORM HENPIN-LOAD-RTN
            PERFORM SHIHARAI-LOAD-RTN
            PERFORM KMAP-LOAD-RTN
            MOVE "KAIKAKE" TO KMAP-KEY
            PERFORM KMAP-FIND-RTN
            IF HIT-KMX > ZERO
                MOVE KMAP-KAMOKU TO KAIKAKE-KMK
            END-IF
            PERFORM GL-LOAD-RTN
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            MOVE TGT-YYMM TO H-YYMM
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-15 AFTER 1
            WRITE P-REC FROM HEAD-2 AFTER 2
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUP-CNT
                PERFORM MEISAI-RTN
            END-PERFORM
            MOVE G-ZEN      TO F-ZEN
            MOVE G-SIIRE    TO F-SIIRE
            MOVE G-HENPIN   TO F-HENPIN
            MOVE G-SHIHARAI TO F-SHIHARAI
            MOVE G-TOU      TO F-TOU
            WRITE P-REC FROM FOOT-1 AFTER 2
            MOVE G-GL TO F-GL
            IF G-GL = G-SIIRE
                MOVE "当月仕入と一致" TO F-MSG
            ELSE
                MOVE "★当月仕入と不一致" TO F-MSG
            END-IF
            WRITE P-REC FROM FOOT-2 AFTER 1
            MOVE SAI-CNT TO F-SAI
            WRITE P-REC FROM FOOT-3 AFTER 1
            CLOSE PRINT-FILE
            PERFORM KURIKOSHI-RTN
            DISPLAY "END"
            STOP RUN.
      *
       PARAM-LOAD-RTN.
            MOVE W-DATE8(1:6) TO TGT-YYMM
            MOVE "TGT-YYMM" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y"
                MOVE PG-VALUE TO TGT-YYMM
            END-IF.
      *
      * 仕入先の集計行を探し、無ければ追加する（HIT-SXに位置）
       SUP-GET-RTN.
            MOVE ZERO TO HIT-SX
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUP-CNT
                IF SU-CODE(SX) = WK-S-CODE
                    MOVE SX TO HIT-SX
                END-IF
            END-PERFORM
            IF HIT-SX = ZERO AND SUP-CNT < 200
                ADD 1 TO SUP-CNT
                MOVE WK-S-CODE TO SU-CODE(SUP-CNT)
                MOVE ZERO TO SU-ZEN(SUP-CNT) SU-SIIRE(SUP-CNT)
                             SU-HENPIN(SUP-CNT) SU-SHIHARAI(SUP-CNT)
                             SU-TOU(SUP-CNT) SU-GL(SUP-CNT)
                MOVE SUP-CNT TO HIT-SX
            END-IF.
      *
      * 前月残：買掛金残高.TXTの前月分
       ZEN-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT ZANDAKA-FILE
            IF ZANDAKA-FS NOT = "00"
                CLOSE ZANDAKA-FILE
            ELSE
                READ ZANDAKA-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF ZN-YYMM = PRV-YYMM
                        MOVE ZN-S-CODE TO WK-S-CODE
                        PERFORM SUP-GET-RTN
                        IF HIT-SX > ZERO
                            ADD ZN-ZANDAKA TO SU-ZEN(HIT-SX)
                        END-IF
                    END-IF
                    READ ZANDAKA-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE ZANDAKA-FILE
            END-IF.
      *
      * 当月仕入：仕入整列.txtの対象月明細（P36と同じ金額計算）
       SIIRE-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT IN-FILE
            READ IN-FILE
                AT END MOVE "E" TO END-FLG
            END-READ
            PERFORM UNTIL END-FLG = "E"
                IF I-S-DATE(1:6) = TGT-YYMM
                    COMPUTE KINGAKU ROUNDED = I-TANKA * I-SURYO
                    MOVE I-S-NO TO WK-S-CODE
                    PERFORM SUP-GET-RTN
                    IF HIT-SX > ZERO
                        ADD KINGAKU TO SU-SIIRE(HIT-SX)
                    END-IF
                END-IF
                READ IN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE IN-FILE.
      *
      * 当月返品：控除票（番号D＋7桁）の返品日が対象月のもの
      * （充当・支払で状態がS／Pに変わっていても返品として数える）
       HENPIN-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT DAICHO-FILE
            IF DAICHO-FS NOT = "00"
                CLOSE DAICHO-FILE
            ELSE
                READ DAICHO-FILE NEXT
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF D-INV-NO(1:1) = "D"
                        AND D-DATE(1:6) = TGT-YYMM
                        MOVE D-S-CODE TO WK-S-CODE
                        PERFORM SUP-GET-RTN
                        IF HIT-SX > ZERO
                            ADD D-KINGAKU TO SU-HENPIN(HIT-SX)
                        END-IF
                    END-IF
                    READ DAICHO-FILE NEXT
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE DAICHO-FILE
            END-IF.
      *
      * 当月支払：振込日が対象月の決済額（総額−控除充当、先方負担
      * で差し引いた振込手数料を含む）から、対象月に記録された
      * 振込不能分を差し引く
       SHIHARAI-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT JISSEKI-FILE
            IF JISSEKI-FS NOT = "00"
                CLOSE JISSEKI-FILE
            ELSE
                READ JISSEKI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF JT-PAY-DATE(1:6) = TGT-YYMM
                        MOVE JT-S-CODE TO WK-S-CODE
                        PERFORM SUP-GET-RTN
                        IF HIT-SX > ZERO
                            COMPUTE KESSAI = JT-GROSS - JT-KOJO
                            IF JT-KBN = "F"
                                SUBTRACT KESSAI
                                    FROM SU-SHIHARAI(HIT-SX)
                            ELSE
                                ADD KESSAI TO SU-SHIHARAI(HIT-SX)
                            END-IF
                        END-IF
                    END-IF
                    READ JISSEKI-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE JISSEKI-FILE
            END-IF.
      *
      * ＧＬ突合：仕訳.TXTのうち対象月バッチの買掛金貸方
      * （P36の月次買掛金）を仕入先別に集める
       GL-LOAD-RTN.
            MOVE SPACE TO END-FLG BATCH-YYMM
            OPEN INPUT SIWAKE-FILE
            IF SIWAKE-FS NOT = "00"
                CLOSE SIWAKE-FILE
            ELSE
                READ SIWAKE-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF SW-KBN = "H"
                        MOVE SWH-YYMM TO BATCH-YYMM
                    END-IF
                    IF SW-KBN = "C" AND SW-KAMOKU = KAIKAKE-KMK
                        AND SW-TEKIYO = "月次買掛金"
                        AND BATCH-YYMM = TGT-YYMM
                        MOVE SW-HOJO TO WK-S-CODE
                        PERFORM SUP-GET-RTN
                        IF HIT-SX > ZERO
                            ADD SW-KINGAKU TO SU-GL(HIT-SX)
                        END-IF
                        ADD SW-KINGAKU TO G-GL
                    END-IF
                    READ SIWAKE-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE SIWAKE-FILE
            END-IF.
      *
       MEISAI-RTN.
            COMPUTE SU-TOU(SX) = SU-ZEN(SX) + SU-SIIRE(SX)
                               - SU-HENPIN(SX) - SU-SHIHARAI(SX)
            ADD SU-ZEN(SX)      TO G-ZEN
            ADD SU-SIIRE(SX)    TO G-SIIRE
            ADD SU-HENPIN(SX)   TO G-HENPIN
            ADD SU-SHIHARAI(SX) TO G-SHIHARAI
            ADD SU-TOU(SX)      TO G-TOU
            MOVE SPACE TO MEISAI
            MOVE SU-CODE(SX)     TO M-S-CODE
            MOVE SU-ZEN(SX)      TO M-ZEN
            MOVE SU-SIIRE(SX)    TO M-SIIRE
            MOVE SU-HENPIN(SX)   TO M-HENPIN
            MOVE SU-SHIHARAI(SX) TO M-SHIHARAI
            MOVE SU-TOU(SX)      TO M-TOU
            IF SU-GL(SX) NOT = SU-SIIRE(SX)
                ADD 1 TO SAI-CNT
                MOVE "★" TO M-MARK
            END-IF
            WRITE P-REC FROM MEISAI AFTER 1
            IF SU-GL(SX) NOT = SU-SIIRE(SX)
                MOVE SU-GL(SX) TO SM-GL
                WRITE P-REC FROM SAI-MEISAI AFTER 1
            END-IF.
      *
      * 当月残の繰越：対象月の旧記録を除いて書き直し、当月残を追記
       KURIKOSHI-RTN.
            MOVE SPACE TO END-FLG
            OPEN OUTPUT ZANDAKA-NEW
            OPEN INPUT ZANDAKA-FILE
            IF ZANDAKA-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ ZANDAKA-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF ZN-YYMM NOT = TGT-YYMM
                    MOVE ZN-REC TO ZNN-REC
                    WRITE ZNN-REC
                END-IF
                READ ZANDAKA-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE ZANDAKA-FILE
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUP-CNT
                IF SU-TOU(SX) NOT = ZERO
                    MOVE SPACE TO ZN-REC
                    MOVE TGT-YYMM    TO ZN-YYMM
                    MOVE SU-CODE(SX) TO ZN-S-CODE
                    MOVE SU-TOU(SX)  TO ZN-ZANDAKA
                    MOVE ZN-REC TO ZNN-REC
                    WRITE ZNN-REC
                END-IF
            END-PERFORM
            CLOSE ZANDAKA-NEW
            CALL "SYSTEM" USING
                "mv 買掛金残高.NEW 買掛金残高.TXT".
      *
      * 計上事象の科目・補助を勘定科目対応マスタから取る
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
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
