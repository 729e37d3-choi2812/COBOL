      * 　　帯で印字する）
      * 計上仕訳はHバッチヘッダ付きで追記する。仕訳.TXTはP36が
      * 作り直すため、月次計上はP36の月次仕訳の後に実行する
      * 仕訳の科目は勘定科目対応マスタ.TXT（P117で保守）の
      * MISHUKIN・WARIMODOから取り（上記は標準登録の値）、未登録
      * があれば月次計上を中止する
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P77.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  OPTIONAL KMAP-FILE ASSIGN
                                    "勘定科目対応マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KMAP-FS.
           SELECT  PRINT-FILE  ASSIGN  "P77.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
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
       01  SAGAKU                PIC S9(10) VALUE ZERO.
       01  KEIJO-CNT             PIC 9(03)  VALUE ZERO.
       01  KEIJO-KIN             PIC 9(11)  VALUE ZERO.
       01  KMAP-FS               PIC X(02)  VALUE SPACE.
       01  KMAP-END-FLG          PIC X(01)  VALUE SPACE.
       01  KMAP-CNT              PIC 9(03)  VALUE ZERO.
       01  KMX                   PIC 9(03).
       01  HIT-KMX               PIC 9(03)  VALUE ZERO.
       01  KMAP-NG-CNT           PIC 9(03)  VALUE ZERO.
       01  KMAP-KEY              PIC X(08)  VALUE SPACE.
       01  KMAP-KAMOKU           PIC X(04)  VALUE SPACE.
       01  KMAP-HOJO             PIC X(03)  VALUE SPACE.
       01  MISHUKIN-KMK          PIC X(04)  VALUE SPACE.
       01  WARIMODO-KMK          PIC X(04)  VALUE SPACE.
       01  WARIMODO-HJ           PIC X(03)  VALUE SPACE.
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
      *
      * 月次計上：獲得済み−既計上の差額をA記録と仕訳で積み増す
       KEIJO-RTN.
            PERFORM KMAP-CHK-RTN
            IF KMAP-NG-CNT > ZERO
                DISPLAY "★科目未登録のため中止します"
                DISPLAY "P117で登録してください"
                DISPLAY "END"
                STOP RUN
            END-IF
            OPEN INPUT RIBE-FILE
            IF RIBE-FS NOT = "00"
                DISPLAY "リベート契約がありません。"
            WRITE RD-REC
            CLOSE DAICHO-FILE.
      *
      * 計上仕訳：未収入金（MISHUKIN・補助＝仕入先）／仕入割戻
      * （WARIMODO）
      * １計上＝１バッチとしてHヘッダを付ける（P36・P74と同じ形式）
       SIWAKE-RTN.
            OPEN EXTEND SIWAKE-FILE
            MOVE SPACE TO SW-REC
            MOVE "D"       TO SW-KBN
            MOVE W-DATE8   TO SW-DATE
            MOVE MISHUKIN-KMK TO SW-KAMOKU
            MOVE RB-S-CODE TO SW-HOJO
            MOVE SAGAKU    TO SW-KINGAKU
            MOVE "リベート計上" TO SW-TEKIYO
            MOVE SPACE TO SW-REC
            MOVE "C"       TO SW-KBN
            MOVE W-DATE8   TO SW-DATE
            MOVE WARIMODO-KMK TO SW-KAMOKU
            MOVE WARIMODO-HJ  TO SW-HOJO
            MOVE SAGAKU    TO SW-KINGAKU
            MOVE "リベート計上" TO SW-TEKIYO
            WRITE SW-REC
                CLOSE SIGNON-FILE
            END-IF.
      *
      * 計上仕訳の科目を処理前に揃える（未登録は中止）
       KMAP-CHK-RTN.
            PERFORM KMAP-LOAD-RTN
            MOVE "MISHUKIN" TO KMAP-KEY
            PERFORM KMAP-GET-RTN
            MOVE KMAP-KAMOKU TO MISHUKIN-KMK
            MOVE "WARIMODO" TO KMAP-KEY
            PERFORM KMAP-GET-RTN
            MOVE KMAP-KAMOKU TO WARIMODO-KMK
            MOVE KMAP-HOJO   TO WARIMODO-HJ.
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
