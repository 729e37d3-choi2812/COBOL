      * 差異を商品マスタ原価で金額評価した差異表を印字する。
      * 差異表の印字後に承認を確認し、承認時のみ在庫マスタへ
      * 調整を反映し、棚卸調整履歴.TXTに監査用の記録を残す
      * 差異・調整の結果は運転日誌.TXTへ記録する（差異があるのに
      * 反映しなかったときは保留H。月次締めチェックで参照する）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P50.
           SELECT  OPTIONAL LOCK-FILE ASSIGN  "ロック制御.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS LOCK-FS.
           SELECT  OPTIONAL RUNLOG-FILE ASSIGN  "運転日誌.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS RUNLOG-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
           05  LK-DATE           PIC 9(08).
           05                    PIC X(01).
           05  LK-TIME           PIC 9(06).
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
       01  COUNT-FS              PIC X(02)  VALUE SPACE.
       01  CHOSEI-FS             PIC X(02)  VALUE SPACE.
                    DISPLAY "調整を反映しました。"
                ELSE
                    DISPLAY "反映せず終了します。"
                    IF DIFF-CNT > ZERO
                        MOVE "H" TO RUN-STATUS
                    END-IF
                END-IF
                CLOSE ZAIKO-FILE SHOHIN-FILE PRINT-FILE
                PERFORM RUNLOG-WRITE-RTN
            END-IF.
      *
       COUNT-LOAD-RTN.
            END-PERFORM
            CLOSE CHOSEI-FILE.
      *
      * 運転日誌への実行記録（プログラム・日時・件数・結果）
       RUNLOG-WRITE-RTN.
            OPEN EXTEND RUNLOG-FILE
            MOVE SPACE TO RJ-REC
            MOVE "P50" TO RJ-PROG
            MOVE W-DATE8 TO RJ-DATE
            ACCEPT W-TIME8 FROM TIME
            MOVE W-TIME8(1:6) TO RJ-TIME
            MOVE READ-CNT TO RJ-READ
            MOVE DIFF-CNT TO RJ-WRITE
            MOVE ZERO TO RJ-REJ
            MOVE RUN-STATUS TO RJ-STATUS
            MOVE "棚卸COUNT.TXT" TO RJ-INFILE
            WRITE RJ-REC
            CLOSE RUNLOG-FILE.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
