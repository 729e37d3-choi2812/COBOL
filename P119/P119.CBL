      *
      * 14JY0123 崔　禎　文
      * 売上原価仕訳作成：出庫原価.TXT（P27が出庫時点の移動平均
      * 原価で原価付けしたもの）の対象月分を商品分類×出荷先で集計
      * し、借方売上原価（分類別、出荷先を原価部門に付ける）／貸方
      * 商品（分類別）の仕訳をHバッチヘッダ付きで仕訳.TXTへ追記する
      * 科目は勘定科目対応マスタ.TXT（P117で保守）のGENKA＋分類、
      * 無ければGENKA（科目の**は分類、標準は52**）とSHOHIN（標準
      * 1401）。未登録があれば仕訳を作らずに中止する
      * 原価部門は仕訳明細の末尾（摘要の後ろ）に出荷先コードを置く
      * 検証リストには仕訳明細と貸借合計を印字し、商品別に出庫原価
      * の数量を受払表（P89）の出庫欄と同じ求め方の
      * 同月数量（出庫TRAN.TXT−委託消化＋加工消費）
      * と突き合わせる。委託消化（委託受払.TXTの
      * 区分S）と加工消費（加工履歴.TXTの区分R、
      * ロス除く）は調整欄に別掲し、出庫原価数
      * −委託消化＋加工消費が受払出庫数と合わない
      * 商品だけに★を付ける
      * 対象年月はパラメタマスタ（P156で保守）の
      * P119 TGT-YYMM（YYYYMM）、未登録は運用月
      * （仕訳.TXTはP36が作り直すため、P36の月次仕訳の後に実行する）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P119.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL GENKA-FILE ASSIGN  "出庫原価.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS GENKA-FS.
           SELECT  OPTIONAL SYUKO-FILE  ASSIGN  "出庫TRAN.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SYUKO-FS.
           SELECT  OPTIONAL IH-FILE  ASSIGN  "委託受払.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IH-FS.
           SELECT  OPTIONAL KAKO-FILE ASSIGN  "加工履歴.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KAKO-FS.
           SELECT  SHOHIN-FILE ASSIGN  "ISAM商品マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY T-NO.
           SELECT  OPTIONAL SIWAKE-FILE ASSIGN  "仕訳.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIWAKE-FS.
           SELECT  OPTIONAL KMAP-FILE ASSIGN
                                    "勘定科目対応マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KMAP-FS.
           SELECT  PRINT-FILE  ASSIGN  "P119.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
       FD  GENKA-FILE.
       01  GN-REC.
           05  GN-NO             PIC X(05).
           05                    PIC X(01).
           05  GN-DATE           PIC 9(08).
           05                    PIC X(01).
           05  GN-SURYO          PIC 9(04).
           05                    PIC X(01).
           05  GN-GENKA          PIC 9(05)V99.
           05                    PIC X(01).
           05  GN-URI-TANKA      PIC 9(05)V99.
           05                    PIC X(01).
           05  GN-OUTLET         PIC X(04).
      *
       FD  SYUKO-FILE.
       01  D-REC.
           05  D-NO              PIC X(05).
           05  D-DATE            PIC 9(08).
           05  D-SURYO           PIC 9(04).
           05  D-BIKO            PIC X(10).
      *
      * 委託受払：R＝入庫 H＝返品 S＝消化（P27）
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
      * 加工履歴（P147）：R＝原料払出、O＝製品受入
       FD  KAKO-FILE.
       01  KK-REC.
           05  KK-DATE           PIC 9(08).
           05                    PIC X(01).
           05  KK-DENNO          PIC 9(06).
           05                    PIC X(01).
           05  KK-KBN            PIC X(01).
           05                    PIC X(01).
           05  KK-RAW            PIC X(05).
           05                    PIC X(01).
           05  KK-NO             PIC X(05).
           05                    PIC X(01).
           05  KK-LOT-DATE       PIC 9(08).
           05                    PIC X(01).
           05  KK-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  KK-SURYO          PIC 9(06).
           05                    PIC X(01).
           05  KK-LOSS           PIC 9(06).
           05                    PIC X(01).
           05  KK-KINGAKU        PIC 9(09).
           05                    PIC X(01).
           05  KK-OPID           PIC X(04).
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
      * 仕訳：末尾の原価部門（出荷先）は売上原価の明細だけに置く
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
           05                    PIC X(01).
           05  SW-BUMON          PIC X(04).
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
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  GENKA-FS              PIC X(02)  VALUE SPACE.
       01  SYUKO-FS              PIC X(02)  VALUE SPACE.
       01  IH-FS                 PIC X(02)  VALUE SPACE.
       01  KAKO-FS               PIC X(02)  VALUE SPACE.
       01  UH-SURYO              PIC 9(08)  VALUE ZERO.
       01  CHOSEI-SURYO          PIC S9(08) VALUE ZERO.
       01  SIWAKE-FS             PIC X(02)  VALUE SPACE.
       01  PG-MODE               PIC X(01)  VALUE "G".
       01  PG-PROG               PIC X(04)  VALUE "P119".
       01  PG-NAME               PIC X(24)  VALUE SPACE.
       01  PG-VALUE              PIC X(14)  VALUE SPACE.
       01  PG-SUCHI              PIC 9(09)V99 VALUE ZERO.
       01  PG-RESULT             PIC X(01)  VALUE SPACE.
       01  TGT-YYMM              PIC X(06)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  GENKA                 PIC 9(09)  VALUE ZERO.
       01  KARI-TOTAL            PIC 9(12)  VALUE ZERO.
       01  KASHI-TOTAL           PIC 9(12)  VALUE ZERO.
       01  GN-CNT                PIC 9(05)  VALUE ZERO.
       01  D-CNT                 PIC 9(05)  VALUE ZERO.
       01  SAI-CNT               PIC 9(04)  VALUE ZERO.
       01  AFURE-CNT             PIC 9(05)  VALUE ZERO.
       01  CX                    PIC 9(02).
       01  CAT-CNT               PIC 9(02)  VALUE ZERO.
       01  HIT-CX                PIC 9(02)  VALUE ZERO.
       01  WK-CAT                PIC X(02)  VALUE SPACE.
       01  OX                    PIC 9(03).
       01  CO-CNT                PIC 9(03)  VALUE ZERO.
       01  HIT-OX                PIC 9(03)  VALUE ZERO.
       01  IX                    PIC 9(03).
       01  ITEM-CNT              PIC 9(03)  VALUE ZERO.
       01  HIT-IX                PIC 9(03)  VALUE ZERO.
       01  WK-NO                 PIC X(05)  VALUE SPACE.
       01  KMAP-FS               PIC X(02)  VALUE SPACE.
       01  KMAP-END-FLG          PIC X(01)  VALUE SPACE.
       01  KMAP-CNT              PIC 9(03)  VALUE ZERO.
       01  KMX                   PIC 9(03).
       01  HIT-KMX               PIC 9(03)  VALUE ZERO.
       01  KMAP-NG-CNT           PIC 9(03)  VALUE ZERO.
       01  KMAP-KEY              PIC X(08)  VALUE SPACE.
       01  KMAP-KAMOKU           PIC X(04)  VALUE SPACE.
       01  KMAP-HOJO             PIC X(03)  VALUE SPACE.
       01  SHOHIN-KMK            PIC X(04)  VALUE SPACE.
       01  SHOHIN-HJ             PIC X(03)  VALUE SPACE.
      *
      * 勘定科目対応マスタの控え
       01  KMAP-TBL.
           05  KMAP-ENT          OCCURS 200 TIMES.
               10  KMT-JISHO     PIC X(08).
               10  KMT-KAMOKU    PIC X(04).
               10  KMT-HOJO      PIC X(03).
      *
      * 貸方：商品分類別の出庫原価（借方科目もここに決める）
       01  CAT-TBL.
           05  CAT-ENT           OCCURS 20 TIMES.
               10  CT-CODE       PIC X(02).
               10  CT-KINGAKU    PIC 9(11).
               10  CT-KAMOKU     PIC X(04).
               10  CT-HOJO       PIC X(03).
      *
      * 借方：分類×出荷先別の売上原価
       01  CO-TBL.
           05  CO-ENT            OCCURS 300 TIMES.
               10  CO-CAT        PIC X(02).
               10  CO-OUTLET     PIC X(04).
               10  CO-KINGAKU    PIC 9(11).
      *
      * 受払表との突合：商品別の出庫原価数量・出庫TRAN数量
      * 委託消化数量・加工の原料消費数量
       01  ITEM-TBL.
           05  ITEM-ENT          OCCURS 500 TIMES.
               10  IT-NO         PIC X(05).
               10  IT-GN-SURYO   PIC 9(07).
               10  IT-TR-SURYO   PIC 9(07).
               10  IT-ITAKU      PIC 9(07).
               10  IT-KAKO       PIC 9(07).
               10  IT-GENKA      PIC 9(11).
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
       01  MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05  M-KBN             PIC X(06).
           05                    PIC X(02)  VALUE SPACE.
           05  M-KAMOKU          PIC X(04).
           05                    PIC X(02)  VALUE SPACE.
           05  M-HOJO            PIC X(03).
           05                    PIC X(02)  VALUE SPACE.
           05  M-BUMON           PIC X(04).
           05                    PIC X(01)  VALUE SPACE.
           05  M-KINGAKU         PIC ZZ,ZZZ,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-TEKIYO          PIC X(20).
      *
       01  TSUKI-MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05  TM-NO             PIC X(05).
           05                    PIC X(01)  VALUE SPACE.
           05  TM-GN-SURYO       PIC Z,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  TM-ITAKU          PIC Z,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  TM-KAKO           PIC Z,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  TM-UH-SURYO       PIC Z,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  TM-GENKA          PIC ZZ,ZZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  TM-FLAG           PIC X(15).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                       "*** 売上原価仕訳検証".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  HEAD-15.
           05                    PIC X(15)  VALUE "対象年月：".
           05  H-YYMM            PIC X(06).
      *
       01  HEAD-2.
           05                    PIC X(06)  VALUE  "貸借".
           05                    PIC X(06)  VALUE  "科目".
           05                    PIC X(06)  VALUE  "補助".
           05                    PIC X(06)  VALUE  "部門".
           05                    PIC X(15)  VALUE  "金額".
           05                    PIC X(06)  VALUE  "摘要".
      *
       01  HEAD-3.
           05                    PIC X(07)  VALUE  "商品".
           05                    PIC X(16)  VALUE  "出庫原価数".
           05                    PIC X(13)  VALUE  "委託消化".
           05                    PIC X(13)  VALUE  "加工消費".
           05                    PIC X(16)  VALUE  "受払出庫数".
           05                    PIC X(13)  VALUE  "原価金額".
      *
       01  FOOT-1.
           05                    PIC X(15)  VALUE "借方合計：".
           05  F-KARI            PIC ZZ,ZZZ,ZZZ,ZZ9.
           05                    PIC X(18)  VALUE "　貸方合計：".
           05  F-KASHI           PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  FOOT-2.
           05                    PIC X(15)  VALUE "明細件数：".
           05  F-CNT             PIC ZZZZ9.
           05                    PIC X(04)  VALUE SPACE.
           05  F-MSG             PIC X(40)  VALUE SPACE.
       01  FOOT-3.
           05                    PIC X(21)  VALUE
                                 "出庫原価件数：".
           05  F-GN-CNT          PIC ZZZZ9.
           05                    PIC X(33)  VALUE
                                 "　受払表出庫との差異：".
           05  F-SAI             PIC ZZZ9.
       01  FOOT-4.
           05                    PIC X(33)  VALUE
                       "★作業表あふれ：未集計".
           05  F-AFURE           PIC ZZZZ9.
           05                    PIC X(21)  VALUE
                       "件（仕訳なし）".
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM PARAM-LOAD-RTN
            OPEN INPUT SHOHIN-FILE
            PERFORM GENKA-SCAN-RTN
            CLOSE SHOHIN-FILE
            IF GN-CNT = ZERO
                DISPLAY "対象月の出庫原価がありません。"
                STOP RUN
            END-IF
            PERFORM SYUKO-SCAN-RTN
            PERFORM ITAKU-SCAN-RTN
            PERFORM KAKO-SCAN-RTN
            PERFORM KMAP-LOAD-RTN
            PERFORM KMAP-CHK-RTN
            IF KMAP-NG-CNT > ZERO
                DISPLAY "★科目未登録のため中止します"
                DISPLAY "P117で登録してください"
                STOP RUN
            END-IF
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8  TO H-DATE
            MOVE TGT-YYMM TO H-YYMM
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-15 AFTER 1
            WRITE P-REC FROM HEAD-2 AFTER 2
            IF AFURE-CNT = ZERO
                PERFORM SIWAKE-RTN
            END-IF
            MOVE KARI-TOTAL  TO F-KARI
            MOVE KASHI-TOTAL TO F-KASHI
            WRITE P-REC FROM FOOT-1 AFTER 2
            MOVE D-CNT TO F-CNT
            EVALUATE TRUE
                WHEN AFURE-CNT > ZERO
                    MOVE "★作業表あふれ：仕訳なし" TO F-MSG
                WHEN KARI-TOTAL = KASHI-TOTAL
                    MOVE "貸借一致：ＧＬ連携可" TO F-MSG
                WHEN OTHER
                    MOVE "★貸借不一致：連携不可" TO F-MSG
            END-EVALUATE
            WRITE P-REC FROM FOOT-2 AFTER 1
            PERFORM TSUKIAWASE-RTN
            MOVE GN-CNT  TO F-GN-CNT
            MOVE SAI-CNT TO F-SAI
            WRITE P-REC FROM FOOT-3 AFTER 2
            IF AFURE-CNT > ZERO
                MOVE AFURE-CNT TO F-AFURE
                WRITE P-REC FROM FOOT-4 AFTER 2
                DISPLAY "★作業表あふれ：仕訳なし"
            END-IF
            CLOSE PRINT-FILE
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
      * 出庫原価の対象月分を分類・分類×出荷先・商品別に集計する
       GENKA-SCAN-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT GENKA-FILE
            IF GENKA-FS NOT = "00"
                CLOSE GENKA-FILE
            ELSE
                READ GENKA-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF GN-DATE(1:6) = TGT-YYMM
                        ADD 1 TO GN-CNT
                        PERFORM GENKA-POST-RTN
                    END-IF
                    READ GENKA-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE GENKA-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
       GENKA-POST-RTN.
            COMPUTE GENKA ROUNDED = GN-SURYO * GN-GENKA
            PERFORM CAT-GET-RTN
            MOVE ZERO TO HIT-CX
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAT-CNT
                IF CT-CODE(CX) = WK-CAT
                    MOVE CX TO HIT-CX
                END-IF
            END-PERFORM
            IF HIT-CX = ZERO AND CAT-CNT < 20
                ADD 1 TO CAT-CNT
                MOVE WK-CAT TO CT-CODE(CAT-CNT)
                MOVE ZERO   TO CT-KINGAKU(CAT-CNT)
                MOVE CAT-CNT TO HIT-CX
            END-IF
            MOVE ZERO TO HIT-OX
            PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > CO-CNT
                IF CO-CAT(OX) = WK-CAT AND CO-OUTLET(OX) = GN-OUTLET
                    MOVE OX TO HIT-OX
                END-IF
            END-PERFORM
            IF HIT-OX = ZERO AND CO-CNT < 300
                ADD 1 TO CO-CNT
                MOVE WK-CAT    TO CO-CAT(CO-CNT)
                MOVE GN-OUTLET TO CO-OUTLET(CO-CNT)
                MOVE ZERO      TO CO-KINGAKU(CO-CNT)
                MOVE CO-CNT TO HIT-OX
            END-IF
            IF HIT-CX = ZERO OR HIT-OX = ZERO
                ADD 1 TO AFURE-CNT
            ELSE
                ADD GENKA TO CT-KINGAKU(HIT-CX)
                ADD GENKA TO CO-KINGAKU(HIT-OX)
            END-IF
            MOVE GN-NO TO WK-NO
            PERFORM ITEM-FIND-RTN
            IF HIT-IX > ZERO
                ADD GN-SURYO TO IT-GN-SURYO(HIT-IX)
                ADD GENKA    TO IT-GENKA(HIT-IX)
            END-IF.
      *
      * 商品の突合位置をHIT-IXへ返す（未登録は追加）
       ITEM-FIND-RTN.
            MOVE ZERO TO HIT-IX
            PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > ITEM-CNT
                IF IT-NO(IX) = WK-NO
                    MOVE IX TO HIT-IX
                END-IF
            END-PERFORM
            IF HIT-IX = ZERO AND ITEM-CNT < 500
                ADD 1 TO ITEM-CNT
                MOVE WK-NO TO IT-NO(ITEM-CNT)
                MOVE ZERO  TO IT-GN-SURYO(ITEM-CNT)
                MOVE ZERO  TO IT-TR-SURYO(ITEM-CNT)
                MOVE ZERO  TO IT-ITAKU(ITEM-CNT)
                MOVE ZERO  TO IT-KAKO(ITEM-CNT)
                MOVE ZERO  TO IT-GENKA(ITEM-CNT)
                MOVE ITEM-CNT TO HIT-IX
            END-IF.
      *
      * 商品マスタから分類コードを取得（未登録・空白は99）
       CAT-GET-RTN.
            MOVE "99" TO WK-CAT
            MOVE GN-NO TO T-NO
            READ SHOHIN-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF T-CATEGORY NOT = SPACE
                        MOVE T-CATEGORY TO WK-CAT
                    END-IF
            END-READ.
      *
      * 受払表の出庫欄と同じ出庫TRAN.TXTから対象月の出庫数を集める
       SYUKO-SCAN-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT SYUKO-FILE
            IF SYUKO-FS NOT = "00"
                CLOSE SYUKO-FILE
            ELSE
                READ SYUKO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF D-DATE(1:6) = TGT-YYMM
                        MOVE D-NO TO WK-NO
                        PERFORM ITEM-FIND-RTN
                        IF HIT-IX > ZERO
                            ADD D-SURYO TO IT-TR-SURYO(HIT-IX)
                        END-IF
                    END-IF
                    READ SYUKO-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE SYUKO-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 委託在庫から消化した数量を集める（出庫原価
      * には入るが、受払表の出庫からは除かれる）
       ITAKU-SCAN-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT IH-FILE
            IF IH-FS NOT = "00"
                CLOSE IH-FILE
            ELSE
                READ IH-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF IH-KBN = "S" AND IH-DATE(1:6) = TGT-YYMM
                        MOVE IH-ITEM TO WK-NO
                        PERFORM ITEM-FIND-RTN
                        IF HIT-IX > ZERO
                            ADD IH-SURYO TO IT-ITAKU(HIT-IX)
                        END-IF
                    END-IF
                    READ IH-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE IH-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 加工の原料（R）のロスを除いた数量を集める
      * （出庫原価には無いが受払表の出庫には入る）
       KAKO-SCAN-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT KAKO-FILE
            IF KAKO-FS NOT = "00"
                CLOSE KAKO-FILE
            ELSE
                READ KAKO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF KK-KBN = "R" AND KK-DATE(1:6) = TGT-YYMM
                        MOVE KK-NO TO WK-NO
                        PERFORM ITEM-FIND-RTN
                        IF HIT-IX > ZERO
                            COMPUTE IT-KAKO(HIT-IX) = IT-KAKO(HIT-IX)
                                + KK-SURYO - KK-LOSS
                        END-IF
                    END-IF
                    READ KAKO-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE KAKO-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 売上原価仕訳：借方＝分類×出荷先別売上原価（部門＝出荷先）
      * 貸方＝分類別商品
       SIWAKE-RTN.
            MOVE ZERO TO KARI-TOTAL KASHI-TOTAL
            PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > CO-CNT
                ADD CO-KINGAKU(OX) TO KARI-TOTAL
            END-PERFORM
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAT-CNT
                ADD CT-KINGAKU(CX) TO KASHI-TOTAL
            END-PERFORM
            OPEN EXTEND SIWAKE-FILE
            MOVE SPACE TO SW-REC
            MOVE W-DATE8      TO BH-DATE
            MOVE TGT-YYMM     TO BH-YYMM
            MOVE KARI-TOTAL   TO BH-KARI
            MOVE KASHI-TOTAL  TO BH-KASHI
            WRITE SW-REC FROM BATCH-HEADER
            PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > CO-CNT
                IF CO-KINGAKU(OX) > ZERO
                    PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAT-CNT
                        IF CT-CODE(CX) = CO-CAT(OX)
                            MOVE CX TO HIT-CX
                        END-IF
                    END-PERFORM
                    MOVE SPACE TO SW-REC
                    MOVE "D"      TO SW-KBN
                    MOVE W-DATE8  TO SW-DATE
                    MOVE CT-KAMOKU(HIT-CX) TO SW-KAMOKU
                    MOVE CT-HOJO(HIT-CX)   TO SW-HOJO
                    MOVE CO-KINGAKU(OX)    TO SW-KINGAKU
                    MOVE "月次売上原価"    TO SW-TEKIYO
                    MOVE CO-OUTLET(OX)     TO SW-BUMON
                    WRITE SW-REC
                    ADD 1 TO D-CNT
                    PERFORM PROOF-PRINT-RTN
                END-IF
            END-PERFORM
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAT-CNT
                IF CT-KINGAKU(CX) > ZERO
                    MOVE SPACE TO SW-REC
                    MOVE "C"      TO SW-KBN
                    MOVE W-DATE8  TO SW-DATE
                    MOVE SHOHIN-KMK TO SW-KAMOKU
                    MOVE SHOHIN-HJ  TO SW-HOJO
                    MOVE CT-KINGAKU(CX) TO SW-KINGAKU
                    MOVE "月次売上原価" TO SW-TEKIYO
                    WRITE SW-REC
                    ADD 1 TO D-CNT
                    PERFORM PROOF-PRINT-RTN
                END-IF
            END-PERFORM
            CLOSE SIWAKE-FILE.
      *
       PROOF-PRINT-RTN.
            MOVE SPACE TO MEISAI
            IF SW-KBN = "D"
                MOVE "借方" TO M-KBN
            ELSE
                MOVE "貸方" TO M-KBN
            END-IF
            MOVE SW-KAMOKU  TO M-KAMOKU
            MOVE SW-HOJO    TO M-HOJO
            MOVE SW-BUMON   TO M-BUMON
            MOVE SW-KINGAKU TO M-KINGAKU
            MOVE SW-TEKIYO  TO M-TEKIYO
            WRITE P-REC FROM MEISAI AFTER 1.
      *
      * 受払表との突合：商品別に出庫原価数、調整欄
      * （委託消化・加工消費）、受払出庫数を並べる
      * 受払出庫数＝出庫TRAN−委託消化（負はゼロ）
      * ＋加工消費（受払表の出庫欄と同じ求め方）
       TSUKIAWASE-RTN.
            WRITE P-REC FROM HEAD-3 AFTER 2
            PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > ITEM-CNT
                IF IT-TR-SURYO(IX) > IT-ITAKU(IX)
                    COMPUTE UH-SURYO = IT-TR-SURYO(IX)
                        - IT-ITAKU(IX) + IT-KAKO(IX)
                ELSE
                    MOVE IT-KAKO(IX) TO UH-SURYO
                END-IF
                COMPUTE CHOSEI-SURYO = IT-GN-SURYO(IX)
                    - IT-ITAKU(IX) + IT-KAKO(IX)
                MOVE SPACE TO TSUKI-MEISAI
                MOVE IT-NO(IX)       TO TM-NO
                MOVE IT-GN-SURYO(IX) TO TM-GN-SURYO
                MOVE IT-ITAKU(IX)    TO TM-ITAKU
                MOVE IT-KAKO(IX)     TO TM-KAKO
                MOVE UH-SURYO        TO TM-UH-SURYO
                MOVE IT-GENKA(IX)    TO TM-GENKA
                IF CHOSEI-SURYO NOT = UH-SURYO
                    ADD 1 TO SAI-CNT
                    MOVE "★数量差異" TO TM-FLAG
                END-IF
                WRITE P-REC FROM TSUKI-MEISAI AFTER 1
            END-PERFORM.
      *
      * 仕訳の科目を出力前に揃える（未登録があれば中止）
       KMAP-CHK-RTN.
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAT-CNT
                PERFORM GENKA-KMK-RTN
            END-PERFORM
            MOVE "SHOHIN"  TO KMAP-KEY
            PERFORM KMAP-GET-RTN
            MOVE KMAP-KAMOKU TO SHOHIN-KMK
            MOVE KMAP-HOJO   TO SHOHIN-HJ.
      *
      * 分類別売上原価の科目：GENKA＋分類、無ければGENKA（科目の
      * **は分類コードに置き換える）
       GENKA-KMK-RTN.
            MOVE SPACE       TO KMAP-KEY
            MOVE "GENKA"     TO KMAP-KEY(1:5)
            MOVE CT-CODE(CX) TO KMAP-KEY(6:2)
            PERFORM KMAP-FIND-RTN
            IF HIT-KMX = ZERO
                MOVE "GENKA" TO KMAP-KEY
                PERFORM KMAP-GET-RTN
            END-IF
            IF KMAP-KAMOKU(3:2) = "**"
                MOVE CT-CODE(CX) TO KMAP-KAMOKU(3:2)
            END-IF
            MOVE KMAP-KAMOKU TO CT-KAMOKU(CX)
            MOVE KMAP-HOJO   TO CT-HOJO(CX).
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
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
