      * バッチはヘッダの日付＋対象年月で同定し、明細件数と
      * 貸借合計を照合する。未転記・件数相違・金額相違のバッチは
      * 突合表に★印字し、例外累積.TXTへO記録を書く
      * 自動逆仕訳の対象（R、P74・P76）とP118の逆仕訳（G）の
      * バッチは年月の後ろに区分を印字し、他のバッチと同じく照合する
      * 運転日誌.TXTへバッチ件数・一致数・不一致数を記録する
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P75.
                                    FILE STATUS EXREPO-FS.
           SELECT  PRINT-FILE  ASSIGN  "P75.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL RUNLOG-FILE ASSIGN  "運転日誌.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS RUNLOG-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
           05  SWH-KARI          PIC 9(12).
           05                    PIC X(01).
           05  SWH-KASHI         PIC 9(12).
           05                    PIC X(01).
           05  SWH-GYAKU         PIC X(01).
           05                    PIC X(07).
      *
       FD  KAKUNIN-FILE.
       01  GK-REC.
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
       01  SIWAKE-FS             PIC X(02)  VALUE SPACE.
       01  KAKUNIN-FS            PIC X(02)  VALUE SPACE.
               10  BT-KENSU      PIC 9(06).
               10  BT-KARI       PIC 9(12).
               10  BT-KASHI      PIC 9(12).
               10  BT-GYAKU      PIC X(01).
      *
       01  GKAKU-TBL.
           05  GKAKU-ENT         OCCURS 100 TIMES.
           05  M-DATE            PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-YYMM            PIC X(06).
           05  M-GYAKU           PIC X(01).
           05  M-KENSU           PIC ZZZZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-KARI            PIC ZZ,ZZZ,ZZZ,ZZ9.
            MOVE NG-CNT    TO F-NG
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE PRINT-FILE
            PERFORM RUNLOG-WRITE-RTN
            DISPLAY "END"
            STOP RUN.
      *
                            MOVE ZERO      TO BT-KENSU(BATCH-CNT)
                            MOVE SWH-KARI  TO BT-KARI(BATCH-CNT)
                            MOVE SWH-KASHI TO BT-KASHI(BATCH-CNT)
                            MOVE SWH-GYAKU TO BT-GYAKU(BATCH-CNT)
                        END-IF
                    ELSE
                        IF BATCH-CNT > ZERO
            MOVE SPACE TO MEISAI
            MOVE BT-DATE(BX)  TO M-DATE
            MOVE BT-YYMM(BX)  TO M-YYMM
            MOVE BT-GYAKU(BX) TO M-GYAKU
            MOVE BT-KENSU(BX) TO M-KENSU
            MOVE BT-KARI(BX)  TO M-KARI
            IF NG-RIYU = SPACE
            WRITE EX-REC
            CLOSE EXREPO-FILE.
      *
      * 運転日誌への実行記録（プログラム・日時・件数・結果）
       RUNLOG-WRITE-RTN.
            OPEN EXTEND RUNLOG-FILE
            MOVE SPACE TO RJ-REC
            MOVE "P75" TO RJ-PROG
            MOVE W-DATE8 TO RJ-DATE
            ACCEPT W-TIME8 FROM TIME
            MOVE W-TIME8(1:6) TO RJ-TIME
            MOVE BATCH-CNT TO RJ-READ
            MOVE OK-CNT TO RJ-WRITE
            MOVE NG-CNT TO RJ-REJ
            MOVE RUN-STATUS TO RJ-STATUS
            MOVE "GL確認.TXT" TO RJ-INFILE
            WRITE RJ-REC
            CLOSE RUNLOG-FILE.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
