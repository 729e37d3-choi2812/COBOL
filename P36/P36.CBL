      * 仕訳データ作成：月次仕入実績から総勘定元帳への仕訳を作成する
      * 借方＝仕入（商品分類別）、貸方＝買掛金（仕入先別）
      * バッチヘッダと貸借合計を持つ仕訳.TXTと検証リストを出力する
      * パラメタマスタ（P156で保守）のP36 TGT-YYMMに
      * 年月（YYYYMM）を置くとその月のみ対象とする
      * （空白・未登録は全期間）
      * 科目は勘定科目対応マスタ.TXT（P117で保守）から取る。仕入高
      * はSIIRE＋分類、無ければSIIRE（科目の**は分類、標準は51**）
      * 買掛金はKAIKAKE（標準2001）。未登録があれば仕訳を作らない
      * 実行結果は運転日誌.TXTへ記録する（中止はA、貸借不一致はE）
      * 月次締めチェック（SHIMECHK）がこの記録で仕訳作成を確認する
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P36.
                                    RECORD KEY T-NO.
           SELECT  SIWAKE-FILE ASSIGN  "仕訳.TXT"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL KMAP-FILE ASSIGN
                                    "勘定科目対応マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KMAP-FS.
           SELECT  PRINT-FILE  ASSIGN  "P36.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL RUNLOG-FILE ASSIGN  "運転日誌.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS RUNLOG-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
           05  SW-KINGAKU        PIC 9(11).
           05                    PIC X(01).
           05  SW-TEKIYO         PIC X(20).
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
       FD  RUNLOG-FILE.
       01  RJ-REC.
           05  RJ-PROG           PIC X(04).
           05                    PIC X(01).
           05  RJ-DATE           PIC 9(08).
           05                    PIC X(01).
           05  RJ-TIME           PIC 9(06).
           05                    PIC X(01).
           05  RJ-READ           PIC 9(07).
           05                    PIC X(01).
           05  RJ-WRITE          PIC 9(07).
           05                    PIC X(01).
           05  RJ-REJ            PIC 9(07).
           05                    PIC X(01).
           05  RJ-STATUS         PIC X(01).
           05                    PIC X(01).
           05  RJ-INFILE         PIC X(20).
      *
       WORKING-STORAGE  SECTION.
       01  RUNLOG-FS             PIC X(02)  VALUE SPACE.
       01  W-TIME8               PIC 9(08)  VALUE ZERO.
       01  RUN-STATUS            PIC X(01)  VALUE "N".
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  PG-MODE               PIC X(01)  VALUE "G".
       01  PG-PROG               PIC X(04)  VALUE "P36".
       01  PG-NAME               PIC X(24)  VALUE SPACE.
       01  PG-VALUE              PIC X(14)  VALUE SPACE.
       01  PG-SUCHI              PIC 9(09)V99 VALUE ZERO.
       01  PG-RESULT             PIC X(01)  VALUE SPACE.
       01  TGT-YYMM              PIC X(06)  VALUE SPACE.
       01  RUN-DATE              PIC 9(08)  VALUE ZERO.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  SUP-CNT               PIC 9(03)  VALUE ZERO.
       01  SUP-FOUND-FLG         PIC X(01)  VALUE SPACE.
       01  D-CNT                 PIC 9(05)  VALUE ZERO.
       01  READ-CNT              PIC 9(07)  VALUE ZERO.
       01  KMAP-FS               PIC X(02)  VALUE SPACE.
       01  KMAP-END-FLG          PIC X(01)  VALUE SPACE.
       01  KMAP-CNT              PIC 9(03)  VALUE ZERO.
       01  KMX                   PIC 9(03).
       01  HIT-KMX               PIC 9(03)  VALUE ZERO.
       01  KMAP-NG-CNT           PIC 9(03)  VALUE ZERO.
       01  KMAP-KEY              PIC X(08)  VALUE SPACE.
       01  KMAP-KAMOKU           PIC X(04)  VALUE SPACE.
       01  KMAP-HOJO             PIC X(03)  VALUE SPACE.
       01  KAIKAKE-KMK           PIC X(04)  VALUE SPACE.
      *
      * 勘定科目対応マスタの控え
       01  KMAP-TBL.
           05  KMAP-ENT          OCCURS 200 TIMES.
               10  KMT-JISHO     PIC X(08).
               10  KMT-KAMOKU    PIC X(04).
               10  KMT-HOJO      PIC X(03).
      *
      * 借方：商品分類（商品マスタT-CATEGORY）別の仕入高
       01  CAT-TBL.
           05  CAT-ENT           OCCURS 20 TIMES.
               10  CT-CODE       PIC X(02).
               10  CT-KINGAKU    PIC 9(11).
               10  CT-KAMOKU     PIC X(04).
               10  CT-HOJO       PIC X(03).
       01  CAT-CNT               PIC 9(02)  VALUE ZERO.
       01  HIT-CX                PIC 9(02)  VALUE ZERO.
       01  WK-CAT                PIC X(02)  VALUE SPACE.
            PERFORM PARAM-LOAD-RTN
            OPEN INPUT  IN-FILE
            OPEN INPUT  SHOHIN-FILE
            OPEN OUTPUT PRINT-FILE
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            MOVE W-DATE8 TO H-DATE
                AT END MOVE "E" TO END-FLG
            END-READ
            PERFORM UNTIL END-FLG = "E"
                ADD 1 TO READ-CNT
                IF TGT-YYMM = SPACE OR I-S-DATE(1:6) = TGT-YYMM
                    PERFORM ACCUM-RTN
                END-IF
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            PERFORM KMAP-LOAD-RTN
            PERFORM KMAP-CHK-RTN
            IF KMAP-NG-CNT > ZERO
                DISPLAY "★科目未登録のため中止します"
                DISPLAY "P117で登録してください"
                CLOSE IN-FILE SHOHIN-FILE PRINT-FILE
                MOVE "A" TO RUN-STATUS
                PERFORM RUNLOG-WRITE-RTN
                STOP RUN
            END-IF
            OPEN OUTPUT SIWAKE-FILE
            PERFORM HEADER-WRITE-RTN
            PERFORM KARI-WRITE-RTN
            PERFORM KASHI-WRITE-RTN
                MOVE "貸借一致：ＧＬ連携可" TO F-MSG
            ELSE
                MOVE "★貸借不一致：連携不可" TO F-MSG
                MOVE "E" TO RUN-STATUS
            END-IF
            WRITE P-REC FROM FOOT-2 AFTER 1
            CLOSE IN-FILE SHOHIN-FILE SIWAKE-FILE PRINT-FILE
            PERFORM RUNLOG-WRITE-RTN
            DISPLAY "END"
            STOP RUN.
      *
       PARAM-LOAD-RTN.
            MOVE "TGT-YYMM" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y"
                MOVE PG-VALUE TO TGT-YYMM
            END-IF.
      *
       ACCUM-RTN.
                    END-IF
            END-READ.
      *
      * 借方明細：分類別仕入高（科目は分類ごとにKMAP-CHK-RTNで決定）
       KARI-WRITE-RTN.
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAT-CNT
                IF CT-KINGAKU(CX) > ZERO
                    MOVE SPACE TO SW-REC
                    MOVE "D"      TO SW-KBN
                    MOVE RUN-DATE TO SW-DATE
                    MOVE CT-KAMOKU(CX) TO SW-KAMOKU
                    MOVE CT-HOJO(CX)   TO SW-HOJO
                    MOVE CT-KINGAKU(CX) TO SW-KINGAKU
                    MOVE "月次仕入高"   TO SW-TEKIYO
                    WRITE SW-REC
                END-IF
            END-PERFORM.
      *
      * 貸方明細：仕入先別買掛金（科目KAIKAKE、補助＝仕入先）
       KASHI-WRITE-RTN.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUP-CNT
                MOVE SPACE TO SW-REC
                MOVE "C"      TO SW-KBN
                MOVE RUN-DATE TO SW-DATE
                MOVE KAIKAKE-KMK TO SW-KAMOKU
                MOVE SU-CODE(SX)    TO SW-HOJO
                MOVE SU-KINGAKU(SX) TO SW-KINGAKU
                MOVE "月次買掛金"   TO SW-TEKIYO
            MOVE SW-TEKIYO  TO M-TEKIYO
            WRITE P-REC FROM MEISAI AFTER 1.
      *
      * 仕訳の科目を出力前に揃える（未登録があれば中止）
       KMAP-CHK-RTN.
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAT-CNT
                PERFORM SIIRE-KMK-RTN
            END-PERFORM
            MOVE "KAIKAKE" TO KMAP-KEY
            PERFORM KMAP-GET-RTN
            MOVE KMAP-KAMOKU TO KAIKAKE-KMK.
      *
      * 分類別仕入高の科目：SIIRE＋分類、無ければSIIRE（科目の
      * **は分類コードに置き換える）
       SIIRE-KMK-RTN.
            MOVE SPACE       TO KMAP-KEY
            MOVE "SIIRE"     TO KMAP-KEY(1:5)
            MOVE CT-CODE(CX) TO KMAP-KEY(6:2)
            PERFORM KMAP-FIND-RTN
            IF HIT-KMX = ZERO
                MOVE "SIIRE" TO KMAP-KEY
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
      * 運転日誌への実行記録（プログラム・日時・件数・結果）
       RUNLOG-WRITE-RTN.
            OPEN EXTEND RUNLOG-FILE
            MOVE SPACE TO RJ-REC
            MOVE "P36" TO RJ-PROG
            MOVE W-DATE8 TO RJ-DATE
            ACCEPT W-TIME8 FROM TIME
            MOVE W-TIME8(1:6) TO RJ-TIME
            MOVE READ-CNT TO RJ-READ
            MOVE D-CNT TO RJ-WRITE
            MOVE KMAP-NG-CNT TO RJ-REJ
            MOVE RUN-STATUS TO RJ-STATUS
            MOVE "仕入整列.txt" TO RJ-INFILE
            WRITE RJ-REC
            CLOSE RUNLOG-FILE.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
