      * 　　突合し、承認後に在庫へ反映して棚卸調整履歴.TXTと
      * 　　循環棚卸記録.TXT（商品・実施日）を更新する）
      * ３＝カバレッジ報告（区分別に対象数・周期内実施数・実施率）
      * ２の結果は運転日誌.TXTへ記録する（差異があるのに反映しな
      * かったときは保留H。月次締めチェックで参照する）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P93.
                                    FILE STATUS SIGNON-FS.
           SELECT  PRINT-FILE  ASSIGN  "P93.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL RUNLOG-FILE ASSIGN  "運転日誌.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS RUNLOG-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
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
       01  ABC-FS                PIC X(02)  VALUE SPACE.
       01  KIROKU-FS             PIC X(02)  VALUE SPACE.
       01  CN-CNT                PIC 9(03)  VALUE ZERO.
       01  SAGAKU                PIC S9(07) VALUE ZERO.
       01  POST-CNT              PIC 9(03)  VALUE ZERO.
       01  DIFF-CNT              PIC 9(03)  VALUE ZERO.
       01  CLX                   PIC 9(01).
       01  CL-TAISHO             PIC 9(04)  VALUE ZERO.
       01  CL-JISSHI             PIC 9(04)  VALUE ZERO.
                    DISPLAY "調整を反映しました。"
                ELSE
                    DISPLAY "反映せず終了します。"
                    IF DIFF-CNT > ZERO
                        MOVE "H" TO RUN-STATUS
                    END-IF
                END-IF
                CLOSE ZAIKO-FILE PRINT-FILE
                PERFORM RUNLOG-WRITE-RTN
            END-IF.
      *
       SAGAKU-ONE-RTN.
                MOVE "一致" TO M-KEKKA
            ELSE
                MOVE "★差異" TO M-KEKKA
                ADD 1 TO DIFF-CNT
            END-IF
            WRITE P-REC FROM MEISAI AFTER 1.
      *
                CLOSE SIGNON-FILE
            END-IF.
      *
      * 運転日誌への実行記録（プログラム・日時・件数・結果）
       RUNLOG-WRITE-RTN.
            OPEN EXTEND RUNLOG-FILE
            MOVE SPACE TO RJ-REC
            MOVE "P93" TO RJ-PROG
            MOVE W-DATE8 TO RJ-DATE
            ACCEPT W-TIME8 FROM TIME
            MOVE W-TIME8(1:6) TO RJ-TIME
            MOVE CN-CNT TO RJ-READ
            MOVE POST-CNT TO RJ-WRITE
            MOVE DIFF-CNT TO RJ-REJ
            MOVE RUN-STATUS TO RJ-STATUS
            MOVE "棚卸COUNT.TXT" TO RJ-INFILE
            WRITE RJ-REC
            CLOSE RUNLOG-FILE.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
