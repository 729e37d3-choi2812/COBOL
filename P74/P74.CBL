      *
      * 14JY0123 崔　禎　文
      * 未請求受入（ＧＲＮＩ）計上：仕入整列.txtの納品実績のうち
      * 請求書台帳に請求書が記帳されていない仕入先×年月の
      * 明細で、経過日数がP74 KEIKA-DAYS（パラメタ
      * マスタ（P156で保守）、既定30日）
      * を超えるものを未請求受入として印字し、仕入先別小計を付ける
      * あわせて月次締め用の見越計上仕訳（借方＝分類別仕入高、
      * 貸方＝未払金2002・補助＝仕入先）をP36と同じ仕訳.TXT形式で
      * 追記する（P36の月次仕訳の後に実行する運用）
      * 科目は勘定科目対応マスタ.TXT（P117で保守）から取り、P36と
      * 同じく仕入高はSIIRE＋分類／SIIRE、未払金はMIBARAI（標準
      * 2002）。未登録があれば帳票のみ作り仕訳は追記しない
      * 見越計上バッチはヘッダに自動逆仕訳の印（R）を付け、翌期間
      * の開放後にP118が期間初日付で反対仕訳する
      * 実行結果は運転日誌.TXTへ記録する（科目未登録はE）
      * 請求書台帳はISAM請求書台帳（請求書NO順）を順に読む
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P74.
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
           SELECT  SHOHIN-FILE ASSIGN  "ISAM商品マスタ"
                                    ORGANIZATION INDEXED
           SELECT  OPTIONAL SIWAKE-FILE ASSIGN  "仕訳.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIWAKE-FS.
           SELECT  OPTIONAL KMAP-FILE ASSIGN
                                    "勘定科目対応マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KMAP-FS.
           SELECT  PRINT-FILE  ASSIGN  "P74.DOC"
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
       01  SIWAKE-FS             PIC X(02)  VALUE SPACE.
       01  PG-MODE               PIC X(01)  VALUE "G".
       01  PG-PROG               PIC X(04)  VALUE "P74".
       01  PG-NAME               PIC X(24)  VALUE SPACE.
       01  PG-VALUE              PIC X(14)  VALUE SPACE.
       01  PG-SUCHI              PIC 9(09)V99 VALUE ZERO.
       01  PG-RESULT             PIC X(01)  VALUE SPACE.
       01  LIMIT-DAYS            PIC 9(03)  VALUE 30.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  WK-CAT                PIC X(02)  VALUE SPACE.
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
       01  MIBARAI-KMK           PIC X(04)  VALUE SPACE.
      *
      * 勘定科目対応マスタの控え
       01  KMAP-TBL.
           05  KMAP-ENT          OCCURS 200 TIMES.
               10  KMT-JISHO     PIC X(08).
               10  KMT-KAMOKU    PIC X(04).
               10  KMT-HOJO      PIC X(03).
      *
      * 請求書が記帳済みの仕入先×年月（控除票Rは数えない）
       01  INV-TBL.
           05  CAT-ENT           OCCURS 20 TIMES.
               10  CT-CODE       PIC X(02).
               10  CT-KINGAKU    PIC 9(11).
               10  CT-KAMOKU     PIC X(04).
               10  CT-HOJO       PIC X(03).
      *
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  BH-KARI           PIC 9(12).
           05                    PIC X(01)  VALUE SPACE.
           05  BH-KASHI          PIC 9(12).
           05                    PIC X(01)  VALUE SPACE.
           05  BH-GYAKU          PIC X(01)  VALUE "R".
           05                    PIC X(01)  VALUE SPACE.
           05  BH-MOTO           PIC X(04)  VALUE "P74".
      *
       PROCEDURE        DIVISION.
       MOOO.
            MOVE WS-SERIAL TO RUN-SERIAL
            PERFORM PARAM-LOAD-RTN
            PERFORM INV-LOAD-RTN
            PERFORM KMAP-LOAD-RTN
            OPEN INPUT  IN-FILE
            OPEN INPUT  SHOHIN-FILE
            OPEN OUTPUT PRINT-FILE
            MOVE G-KINGAKU TO F-KINGAKU
            WRITE P-REC FROM FOOT-1 AFTER 2
            IF G-KINGAKU > ZERO
                PERFORM KMAP-CHK-RTN
            END-IF
            IF G-KINGAKU > ZERO AND KMAP-NG-CNT > ZERO
                MOVE "★科目未登録（仕訳なし）" TO F-MSG
                MOVE "E" TO RUN-STATUS
                DISPLAY "P117で登録してください"
            END-IF
            IF G-KINGAKU > ZERO AND KMAP-NG-CNT = ZERO
                PERFORM SIWAKE-RTN
                MOVE "見越計上仕訳を追記しました" TO F-MSG
            END-IF
            IF G-KINGAKU = ZERO
                MOVE "計上対象なし（仕訳なし）" TO F-MSG
            END-IF
            WRITE P-REC FROM FOOT-2 AFTER 1
            CLOSE IN-FILE SHOHIN-FILE PRINT-FILE
            PERFORM RUNLOG-WRITE-RTN
            DISPLAY "END"
            STOP RUN.
      *
            IF DAICHO-FS NOT = "00"
                CLOSE DAICHO-FILE
            ELSE
                READ DAICHO-FILE NEXT
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF NOT D-DEBIT
                        PERFORM INV-POST-RTN
                    END-IF
                    READ DAICHO-FILE NEXT
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
            END-PERFORM.
      *
      * 見越計上仕訳：P36と同じ形式で仕訳.TXTへ追記する
      * 借方＝分類別仕入高（SIIRE）、貸方＝未払金（MIBARAI・補助
      * 仕入先）
       SIWAKE-RTN.
            OPEN EXTEND SIWAKE-FILE
            MOVE ZERO TO KARI-TOTAL KASHI-TOTAL
                    MOVE SPACE TO SW-REC
                    MOVE "D"      TO SW-KBN
                    MOVE W-DATE8  TO SW-DATE
                    MOVE CT-KAMOKU(CX) TO SW-KAMOKU
                    MOVE CT-HOJO(CX)   TO SW-HOJO
                    MOVE CT-KINGAKU(CX) TO SW-KINGAKU
                    MOVE "GRNI見越計上" TO SW-TEKIYO
                    WRITE SW-REC
                MOVE SPACE TO SW-REC
                MOVE "C"      TO SW-KBN
                MOVE W-DATE8  TO SW-DATE
                MOVE MIBARAI-KMK TO SW-KAMOKU
                MOVE SU-CODE(SX)    TO SW-HOJO
                MOVE SU-KINGAKU(SX) TO SW-KINGAKU
                MOVE "GRNI見越計上" TO SW-TEKIYO
            CLOSE SIWAKE-FILE.
      *
       PARAM-LOAD-RTN.
            MOVE "KEIKA-DAYS" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y" AND PG-SUCHI NOT = ZERO
                MOVE PG-SUCHI TO LIMIT-DAYS
            END-IF.
      *
       DATE-SERIAL-RTN.
            MOVE WS-DATE-IN(7:2) TO WS-DD
            COMPUTE WS-SERIAL = WS-YY * 360 + WS-MM * 30 + WS-DD.
      *
      * 仕訳の科目を出力前に揃える（未登録があれば仕訳しない）
       KMAP-CHK-RTN.
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAT-CNT
                PERFORM SIIRE-KMK-RTN
            END-PERFORM
            MOVE "MIBARAI" TO KMAP-KEY
            PERFORM KMAP-GET-RTN
            MOVE KMAP-KAMOKU TO MIBARAI-KMK.
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
            MOVE "P74" TO RJ-PROG
            MOVE W-DATE8 TO RJ-DATE
            ACCEPT W-TIME8 FROM TIME
            MOVE W-TIME8(1:6) TO RJ-TIME
            MOVE READ-CNT TO RJ-READ
            MOVE GRNI-CNT TO RJ-WRITE
            MOVE ZERO TO RJ-REJ
            MOVE RUN-STATUS TO RJ-STATUS
            MOVE "仕入整列.txt" TO RJ-INFILE
            WRITE RJ-REC
            CLOSE RUNLOG-FILE.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
