      *
      * 14JY0123 崔　禎　文
      * 外貨建買掛金の月末再評価：請求書台帳の未払（M・S）明細
      * （支払済みPはP34が落とすため対象外）のうち外貨仕入先
      * （仕入先マスタS-CURRENCYがJPY以外）のものを
      * 対象に、記帳日レートで外貨額へ戻し、月末（運用日）時点の
      * 評価替仕訳（差損5999／差益4999、相手科目は買掛金2001）を
      * P36と同じ仕訳.TXT形式（Hバッチヘッダ付き）で追記する
      * 台帳自体は書き換えない
      * （評価替バッチはヘッダに自動逆仕訳の印（R）を付け、翌期間
      * 　の開放後にP118が期間初日付で反対仕訳する。仕訳.TXTはP36
      * 　が作り直すため、本ランはP36の月次仕訳の後に実行する）
      * 請求書ごとの評価差は評価替明細.TXTへ未精算（O）で残し、
      * 同月中に外国送金が実行された請求書はP115が差損益計上と
      * 同じ仕訳で評価替を戻してC（精算済み）とする
      * 仕訳の科目は勘定科目対応マスタ.TXT（P117で保守）の
      * KAWASON・KAWAEKI・KAIKAKEから取り（上記は標準登録の値）、
      * 未登録があれば評価替明細も作らずに中止する
      * 実行結果は運転日誌.TXTへ記録する（科目未登録の中止はA）
      * 請求書台帳はISAM請求書台帳（請求書NO順）を順に読む
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P76.
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL DAICHO-FILE ASSIGN  "ISAM請求書台帳"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY D-INV-NO
                                    ALTERNATE RECORD KEY D-SS-KEY
                                        WITH DUPLICATES
                                    FILE STATUS DAICHO-FS.
           SELECT  MAS-FILE    ASSIGN  "ISAM仕入先マスタ"
                                    ORGANIZATION INDEXED
           SELECT  OPTIONAL SIWAKE-FILE ASSIGN  "仕訳.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIWAKE-FS.
           SELECT  OPTIONAL HYOKA-FILE ASSIGN  "評価替明細.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS HYOKA-FS.
           SELECT  OPTIONAL KMAP-FILE ASSIGN
                                    "勘定科目対応マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KMAP-FS.
           SELECT  PRINT-FILE  ASSIGN  "P76.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL RUNLOG-FILE ASSIGN  "運転日誌.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS RUNLOG-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
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
           05  SW-KINGAKU        PIC 9(11).
           05                    PIC X(01).
           05  SW-TEKIYO         PIC X(20).
      *
      * 評価替明細：O＝未精算　C＝外国送金実行で戻し済み（P115）
      * 　　　　　　R＝月初の反対仕訳で戻し済み
       FD  HYOKA-FILE.
       01  HY-REC.
           05  HY-YYMM           PIC X(06).
           05                    PIC X(01).
           05  HY-INV-NO         PIC X(08).
           05                    PIC X(01).
           05  HY-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  HY-SAEKI          PIC S9(09) SIGN LEADING SEPARATE.
           05                    PIC X(01).
           05  HY-STATUS         PIC X(01).
           05                    PIC X(01).
           05  HY-DATE           PIC 9(08).
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
       01  DAICHO-FS             PIC X(02)  VALUE SPACE.
       01  KAWASE-FS             PIC X(02)  VALUE SPACE.
       01  KAWASE-END-FLG        PIC X(01)  VALUE SPACE.
       01  SIWAKE-FS             PIC X(02)  VALUE SPACE.
       01  HYOKA-FS              PIC X(02)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  READ-CNT              PIC 9(05)  VALUE ZERO.
       01  G-SAEKI               PIC S9(11) VALUE ZERO.
       01  KARI-TOTAL            PIC 9(12)  VALUE ZERO.
       01  KASHI-TOTAL           PIC 9(12)  VALUE ZERO.
       01  KMAP-FS               PIC X(02)  VALUE SPACE.
       01  KMAP-END-FLG          PIC X(01)  VALUE SPACE.
       01  KMAP-CNT              PIC 9(03)  VALUE ZERO.
       01  KMX                   PIC 9(03).
       01  HIT-KMX               PIC 9(03)  VALUE ZERO.
       01  KMAP-NG-CNT           PIC 9(03)  VALUE ZERO.
       01  KMAP-KEY              PIC X(08)  VALUE SPACE.
       01  KMAP-KAMOKU           PIC X(04)  VALUE SPACE.
       01  KMAP-HOJO             PIC X(03)  VALUE SPACE.
       01  KAWASON-KMK           PIC X(04)  VALUE SPACE.
       01  KAWASON-HJ            PIC X(03)  VALUE SPACE.
       01  KAWAEKI-KMK           PIC X(04)  VALUE SPACE.
       01  KAWAEKI-HJ            PIC X(03)  VALUE SPACE.
       01  KAIKAKE-KMK           PIC X(04)  VALUE SPACE.
      *
      * 勘定科目対応マスタの控え
       01  KMAP-TBL.
           05  KMAP-ENT          OCCURS 200 TIMES.
               10  KMT-JISHO     PIC X(08).
               10  KMT-KAMOKU    PIC X(04).
               10  KMT-HOJO      PIC X(03).
      *
       01  BATCH-HEADER.
           05                    PIC X(01)  VALUE "H".
           05  BH-KARI           PIC 9(12).
           05                    PIC X(01)  VALUE SPACE.
           05  BH-KASHI          PIC 9(12).
           05                    PIC X(01)  VALUE SPACE.
           05  BH-GYAKU          PIC X(01)  VALUE "R".
           05                    PIC X(01)  VALUE SPACE.
           05  BH-MOTO           PIC X(04)  VALUE "P76".
       01  SX                    PIC 9(03).
       01  SUP-CNT               PIC 9(03)  VALUE ZERO.
       01  SUP-FOUND-FLG         PIC X(01)  VALUE SPACE.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM KAWASE-LOAD-RTN
            PERFORM KMAP-CHK-RTN
            IF KMAP-NG-CNT > ZERO
                DISPLAY "★科目未登録のため中止します"
                DISPLAY "P117で登録してください"
                MOVE "A" TO RUN-STATUS
                PERFORM RUNLOG-WRITE-RTN
                STOP RUN
            END-IF
            OPEN INPUT DAICHO-FILE
            IF DAICHO-FS NOT = "00"
                DISPLAY "請求書台帳がありません。"
                CLOSE DAICHO-FILE
                PERFORM RUNLOG-WRITE-RTN
                STOP RUN
            END-IF
            OPEN INPUT  MAS-FILE
            OPEN EXTEND HYOKA-FILE
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            READ DAICHO-FILE NEXT
                AT END MOVE "E" TO END-FLG
            END-READ
            PERFORM UNTIL END-FLG = "E"
                IF D-MATCHED OR D-SCHEDULED
                    PERFORM SAIHYOKA-RTN
                END-IF
                READ DAICHO-FILE NEXT
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            IF G-SAEKI NOT = ZERO
                PERFORM SIWAKE-RTN
            END-IF
            CLOSE DAICHO-FILE MAS-FILE HYOKA-FILE PRINT-FILE
            PERFORM RUNLOG-WRITE-RTN
            DISPLAY "END"
            STOP RUN.
      *
                    COMPUTE SAEKI = NEW-KINGAKU - D-KINGAKU
                    ADD SAEKI TO G-SAEKI
                    PERFORM SUP-ACCUM-RTN
                    IF SAEKI NOT = ZERO
                        PERFORM HYOKA-WRITE-RTN
                    END-IF
                    MOVE SPACE TO MEISAI
                    MOVE D-INV-NO    TO M-INV-NO
                    MOVE D-S-CODE    TO M-S-CODE
                END-IF
            END-IF.
      *
      * 請求書ごとの評価差を未精算で記録する
       HYOKA-WRITE-RTN.
            MOVE SPACE TO HY-REC
            MOVE W-DATE8(1:6) TO HY-YYMM
            MOVE D-INV-NO     TO HY-INV-NO
            MOVE D-S-CODE     TO HY-S-CODE
            MOVE SAEKI        TO HY-SAEKI
            MOVE "O"          TO HY-STATUS
            MOVE W-DATE8      TO HY-DATE
            WRITE HY-REC.
      *
      * 記帳日時点と運用日時点のレートを求める
      * （各日付以前の最新レートを採る）
       RATE-GET-RTN.
                    MOVE SPACE TO SW-REC
                    MOVE "D"         TO SW-KBN
                    MOVE W-DATE8     TO SW-DATE
                    MOVE KAWASON-KMK TO SW-KAMOKU
                    MOVE KAWASON-HJ  TO SW-HOJO
                    MOVE SU-SAEKI(SX) TO SW-KINGAKU
                    MOVE "為替評価差損" TO SW-TEKIYO
                    WRITE SW-REC
                    MOVE SPACE TO SW-REC
                    MOVE "C"         TO SW-KBN
                    MOVE W-DATE8     TO SW-DATE
                    MOVE KAIKAKE-KMK TO SW-KAMOKU
                    MOVE SU-CODE(SX) TO SW-HOJO
                    MOVE SU-SAEKI(SX) TO SW-KINGAKU
                    MOVE "為替評価替" TO SW-TEKIYO
                    MOVE SPACE TO SW-REC
                    MOVE "D"         TO SW-KBN
                    MOVE W-DATE8     TO SW-DATE
                    MOVE KAIKAKE-KMK TO SW-KAMOKU
                    MOVE SU-CODE(SX) TO SW-HOJO
                    MOVE SAEKI       TO SW-KINGAKU
                    MOVE "為替評価替" TO SW-TEKIYO
                    MOVE SPACE TO SW-REC
                    MOVE "C"         TO SW-KBN
                    MOVE W-DATE8     TO SW-DATE
                    MOVE KAWAEKI-KMK TO SW-KAMOKU
                    MOVE KAWAEKI-HJ  TO SW-HOJO
                    MOVE SAEKI       TO SW-KINGAKU
                    MOVE "為替評価差益" TO SW-TEKIYO
                    WRITE SW-REC
                CLOSE KAWASE-FILE
            END-IF.
      *
      * 為替差損益仕訳の科目を処理前に揃える（未登録は中止）
       KMAP-CHK-RTN.
            PERFORM KMAP-LOAD-RTN
            MOVE "KAWASON" TO KMAP-KEY
            PERFORM KMAP-GET-RTN
            MOVE KMAP-KAMOKU TO KAWASON-KMK
            MOVE KMAP-HOJO   TO KAWASON-HJ
            MOVE "KAWAEKI" TO KMAP-KEY
            PERFORM KMAP-GET-RTN
            MOVE KMAP-KAMOKU TO KAWAEKI-KMK
            MOVE KMAP-HOJO   TO KAWAEKI-HJ
            MOVE "KAIKAKE" TO KMAP-KEY
            PERFORM KMAP-GET-RTN
            MOVE KMAP-KAMOKU TO KAIKAKE-KMK.
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
            MOVE "P76" TO RJ-PROG
            MOVE W-DATE8 TO RJ-DATE
            ACCEPT W-TIME8 FROM TIME
            MOVE W-TIME8(1:6) TO RJ-TIME
            MOVE READ-CNT TO RJ-READ
            MOVE TAISHO-CNT TO RJ-WRITE
            MOVE ZERO TO RJ-REJ
            MOVE RUN-STATUS TO RJ-STATUS
            MOVE "ISAM請求書台帳" TO RJ-INFILE
            WRITE RJ-REC
            CLOSE RUNLOG-FILE.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
