      *
      * 14JY0123 崔　禎　文
      * 仕入日計作成：P5の後に流し、仕入整列.txtを日付・商品・
      * 仕入先・支店・単価ごとに集計して仕入日計.TXTへ追記する
      * （数量・金額・明細件数、金額は明細ごとの単価×数量の
      * 四捨五入の合計）
      * 仕入日計CTL.TXTの集計済み最終日付より後の日付だけを足す
      * 追記後に仕入日計全体と仕入整列.txt全体の件数・数量・金額を
      * 照合し、合わなければ（過去日付の追加・訂正・退避など）
      * 全件を作り直して照合し直す
      * 管理レコードには照合結果と運転日誌のP5の最終実行を記録
      * する（NIKKEIが帳票を開くときに使えるか確かめる）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P150.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL SEIRETU-FILE ASSIGN  "仕入整列.txt"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SEIRETU-FS.
           SELECT  OPTIONAL NIKKEI-FILE ASSIGN  "仕入日計.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS NIKKEI-FS.
           SELECT  OPTIONAL CTL-FILE ASSIGN  "仕入日計CTL.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS CTL-FS.
           SELECT  SORT-FILE   ASSIGN  "SORT-TEMP".
           SELECT  PRINT-FILE  ASSIGN  "P150.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL RUNLOG-FILE ASSIGN  "運転日誌.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS RUNLOG-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
       FD  SEIRETU-FILE.
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
      * 仕入日計：日付・商品・仕入先・支店・単価ごとの集計
       FD  NIKKEI-FILE.
       01  NS-REC.
           05  NS-DATE           PIC 9(08).
           05                    PIC X(01).
           05  NS-NO             PIC X(05).
           05                    PIC X(01).
           05  NS-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  NS-BRANCH         PIC X(02).
           05                    PIC X(01).
           05  NS-TANKA          PIC 9(05)V99.
           05                    PIC X(01).
           05  NS-SURYO          PIC 9(07).
           05                    PIC X(01).
           05  NS-KINGAKU        PIC 9(11).
           05                    PIC X(01).
           05  NS-KENSU          PIC 9(05).
      *
      * 管理レコード：集計済みの最終日付、仕入整列.txt全体の
      * 明細件数・数量・金額、照合結果、作成日、P5の最終実行
       FD  CTL-FILE.
       01  NC-REC.
           05  NC-LAST-DATE      PIC 9(08).
           05                    PIC X(01).
           05  NC-KENSU          PIC 9(07).
           05                    PIC X(01).
           05  NC-SURYO          PIC 9(09).
           05                    PIC X(01).
           05  NC-KINGAKU        PIC 9(12).
           05                    PIC X(01).
           05  NC-KEKKA          PIC X(01).
           05                    PIC X(01).
           05  NC-SAKUSEI-DATE   PIC 9(08).
           05                    PIC X(01).
           05  NC-P5-DATE        PIC 9(08).
           05                    PIC X(01).
           05  NC-P5-TIME        PIC 9(06).
      *
       SD  SORT-FILE.
       01  SD-REC.
           05  SD-KEY.
               10  SD-DATE       PIC 9(08).
               10  SD-NO         PIC X(05).
               10  SD-S-CODE     PIC X(03).
               10  SD-BRANCH     PIC X(02).
               10  SD-TANKA      PIC 9(05)V99.
           05  SD-SURYO          PIC 9(04).
           05  SD-KINGAKU        PIC 9(09).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(110).
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
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  FIRST-FLG             PIC X(01)  VALUE SPACE.
       01  CTL-ARI               PIC X(01)  VALUE SPACE.
       01  SAIKOCHIKU            PIC X(01)  VALUE SPACE.
       01  SAI-RIYU              PIC X(01)  VALUE SPACE.
       01  KEKKA                 PIC X(01)  VALUE SPACE.
       01  SEIRETU-FS            PIC X(02)  VALUE SPACE.
       01  NIKKEI-FS             PIC X(02)  VALUE SPACE.
       01  CTL-FS                PIC X(02)  VALUE SPACE.
       01  RUNLOG-FS             PIC X(02)  VALUE SPACE.
       01  RUN-STATUS            PIC X(01)  VALUE "N".
       01  MAE-LAST-DATE         PIC 9(08)  VALUE ZERO.
       01  KIJUN-DATE            PIC 9(08)  VALUE ZERO.
       01  MEI-MAX-DATE          PIC 9(08)  VALUE ZERO.
       01  MEI-KENSU             PIC 9(07)  VALUE ZERO.
       01  MEI-SURYO             PIC 9(09)  VALUE ZERO.
       01  MEI-KINGAKU           PIC 9(12)  VALUE ZERO.
       01  KEI-GYO               PIC 9(07)  VALUE ZERO.
       01  KEI-KENSU             PIC 9(07)  VALUE ZERO.
       01  KEI-SURYO             PIC 9(09)  VALUE ZERO.
       01  KEI-KINGAKU           PIC 9(12)  VALUE ZERO.
       01  ADD-GYO               PIC 9(07)  VALUE ZERO.
       01  ADD-KENSU             PIC 9(07)  VALUE ZERO.
       01  ADD-SURYO             PIC 9(09)  VALUE ZERO.
       01  ADD-KINGAKU           PIC 9(12)  VALUE ZERO.
       01  W-KINGAKU             PIC 9(09)  VALUE ZERO.
       01  P5-DATE               PIC 9(08)  VALUE ZERO.
       01  P5-TIME               PIC 9(06)  VALUE ZERO.
       01  W-TIME8               PIC 9(08)  VALUE ZERO.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
      *
      * 集計中のキーと累計
       01  W-KEY.
           05  W-DATE            PIC 9(08).
           05  W-NO              PIC X(05).
           05  W-S-CODE          PIC X(03).
           05  W-BRANCH          PIC X(02).
           05  W-TANKA           PIC 9(05)V99.
       01  W-SURYO               PIC 9(07)  VALUE ZERO.
       01  W-GOKEI               PIC 9(11)  VALUE ZERO.
       01  W-KENSU               PIC 9(05)  VALUE ZERO.
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 仕入日計作成".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  JOKEN-1.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(30)  VALUE
                                 "前回の集計済み日付：".
           05  J-MAE-DATE        PIC 9999/99/99.
           05                    PIC X(02)  VALUE SPACE.
           05  J-HOHO            PIC X(60).
      *
       01  HEAD-2.
           05                    PIC X(32)  VALUE
                                 "  区分".
           05                    PIC X(13)  VALUE "    集計行".
           05                    PIC X(16)  VALUE "    明細件数".
           05                    PIC X(16)  VALUE "          数量".
           05                    PIC X(20)  VALUE
                                 "              金額".
      *
       01  MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05  M-KUBUN           PIC X(30).
           05                    PIC X(02)  VALUE SPACE.
           05  M-GYO             PIC Z,ZZZ,ZZ9.
           05                    PIC X(03)  VALUE SPACE.
           05  M-KENSU           PIC Z,ZZZ,ZZ9.
           05                    PIC X(03)  VALUE SPACE.
           05  M-SURYO           PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(03)  VALUE SPACE.
           05  M-KINGAKU         PIC ZZZ,ZZZ,ZZZ,ZZ9.
      *
       01  FOOT-1.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(09)  VALUE "照合：".
           05  F-KEKKA           PIC X(64).
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM CTL-LOAD-RTN
            PERFORM MEISAI-KEI-RTN
            IF SEIRETU-FS NOT = "00"
                DISPLAY "仕入整列.txtがありません。"
                        "先にP5を実行してください。"
                STOP RUN
            END-IF
            IF CTL-ARI = "Y"
                MOVE MAE-LAST-DATE TO KIJUN-DATE
            ELSE
                MOVE "Y"  TO SAIKOCHIKU
                MOVE "K"  TO SAI-RIYU
                MOVE ZERO TO KIJUN-DATE
            END-IF
            PERFORM SAKUSEI-RTN
            PERFORM NIKKEI-KEI-RTN
            PERFORM SHOGO-RTN
            IF KEKKA NOT = "Y" AND SAIKOCHIKU NOT = "Y"
                MOVE "Y"  TO SAIKOCHIKU
                MOVE "F"  TO SAI-RIYU
                MOVE ZERO TO KIJUN-DATE
                PERFORM SAKUSEI-RTN
                PERFORM NIKKEI-KEI-RTN
                PERFORM SHOGO-RTN
            END-IF
            IF KEKKA NOT = "Y"
                MOVE "E" TO RUN-STATUS
            END-IF
            PERFORM P5-LAST-RTN
            PERFORM CTL-WRITE-RTN
            PERFORM HOKOKU-RTN
            PERFORM RUNLOG-WRITE-RTN
            IF KEKKA = "Y"
                DISPLAY "仕入日計を作成しました。"
            ELSE
                DISPLAY "★仕入日計が仕入整列.txtと"
                        "一致しません。"
                        "P150.DOCを確認してください。"
            END-IF
            DISPLAY "END"
            STOP RUN.
      *
      * 管理レコード：前回の集計済み最終日付
       CTL-LOAD-RTN.
            MOVE SPACE TO CTL-ARI
            OPEN INPUT CTL-FILE
            IF CTL-FS = "00"
                READ CTL-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE "Y"          TO CTL-ARI
                        MOVE NC-LAST-DATE TO MAE-LAST-DATE
                END-READ
            END-IF
            CLOSE CTL-FILE.
      *
      * 仕入整列.txt全体の件数・数量・金額と最終日付
       MEISAI-KEI-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT SEIRETU-FILE
            IF SEIRETU-FS NOT = "00"
                CLOSE SEIRETU-FILE
            ELSE
                READ SEIRETU-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    COMPUTE W-KINGAKU ROUNDED = I-TANKA * I-SURYO
                    ADD 1         TO MEI-KENSU
                    ADD I-SURYO   TO MEI-SURYO
                    ADD W-KINGAKU TO MEI-KINGAKU
                    IF I-S-DATE > MEI-MAX-DATE
                        MOVE I-S-DATE TO MEI-MAX-DATE
                    END-IF
                    READ SEIRETU-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE SEIRETU-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 基準日付より後の明細を整列して集計し、仕入日計へ書く
      * （作り直しのときは仕入日計を空にしてから全件）
       SAKUSEI-RTN.
            MOVE ZERO TO ADD-GYO ADD-KENSU ADD-SURYO ADD-KINGAKU
            SORT SORT-FILE
                ON ASCENDING KEY SD-KEY
                INPUT PROCEDURE SENTAKU-RTN
                OUTPUT PROCEDURE SHUKEI-RTN.
      *
       SENTAKU-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT SEIRETU-FILE
            READ SEIRETU-FILE
                AT END MOVE "E" TO END-FLG
            END-READ
            PERFORM UNTIL END-FLG = "E"
                IF I-S-DATE > KIJUN-DATE
                    MOVE I-S-DATE TO SD-DATE
                    MOVE I-NO     TO SD-NO
                    MOVE I-S-NO   TO SD-S-CODE
                    MOVE I-BRANCH TO SD-BRANCH
                    MOVE I-TANKA  TO SD-TANKA
                    MOVE I-SURYO  TO SD-SURYO
                    COMPUTE SD-KINGAKU ROUNDED = I-TANKA * I-SURYO
                    RELEASE SD-REC
                    ADD 1          TO ADD-KENSU
                    ADD SD-SURYO   TO ADD-SURYO
                    ADD SD-KINGAKU TO ADD-KINGAKU
                END-IF
                READ SEIRETU-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE SEIRETU-FILE
            MOVE SPACE TO END-FLG.
      *
       SHUKEI-RTN.
            IF SAIKOCHIKU = "Y"
                OPEN OUTPUT NIKKEI-FILE
            ELSE
                OPEN EXTEND NIKKEI-FILE
            END-IF
            MOVE "Y" TO FIRST-FLG
            RETURN SORT-FILE
                AT END MOVE "E" TO END-FLG
            END-RETURN
            PERFORM UNTIL END-FLG = "E"
                IF FIRST-FLG = "Y" OR SD-KEY NOT = W-KEY
                    IF FIRST-FLG NOT = "Y"
                        PERFORM NS-WRITE-RTN
                    END-IF
                    MOVE SPACE  TO FIRST-FLG
                    MOVE SD-KEY TO W-KEY
                    MOVE ZERO   TO W-SURYO W-GOKEI W-KENSU
                END-IF
                ADD SD-SURYO   TO W-SURYO
                ADD SD-KINGAKU TO W-GOKEI
                ADD 1          TO W-KENSU
                RETURN SORT-FILE
                    AT END MOVE "E" TO END-FLG
                END-RETURN
            END-PERFORM
            IF FIRST-FLG NOT = "Y"
                PERFORM NS-WRITE-RTN
            END-IF
            CLOSE NIKKEI-FILE
            MOVE SPACE TO END-FLG.
      *
       NS-WRITE-RTN.
            MOVE SPACE     TO NS-REC
            MOVE W-DATE    TO NS-DATE
            MOVE W-NO      TO NS-NO
            MOVE W-S-CODE  TO NS-S-CODE
            MOVE W-BRANCH  TO NS-BRANCH
            MOVE W-TANKA   TO NS-TANKA
            MOVE W-SURYO   TO NS-SURYO
            MOVE W-GOKEI   TO NS-KINGAKU
            MOVE W-KENSU   TO NS-KENSU
            WRITE NS-REC
            ADD 1 TO ADD-GYO.
      *
      * 仕入日計全体の集計行・件数・数量・金額
       NIKKEI-KEI-RTN.
            MOVE ZERO TO KEI-GYO KEI-KENSU KEI-SURYO KEI-KINGAKU
            MOVE SPACE TO END-FLG
            OPEN INPUT NIKKEI-FILE
            READ NIKKEI-FILE
                AT END MOVE "E" TO END-FLG
            END-READ
            PERFORM UNTIL END-FLG = "E"
                ADD 1          TO KEI-GYO
                ADD NS-KENSU   TO KEI-KENSU
                ADD NS-SURYO   TO KEI-SURYO
                ADD NS-KINGAKU TO KEI-KINGAKU
                READ NIKKEI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE NIKKEI-FILE
            MOVE SPACE TO END-FLG.
      *
       SHOGO-RTN.
            IF KEI-KENSU   = MEI-KENSU
                AND KEI-SURYO   = MEI-SURYO
                AND KEI-KINGAKU = MEI-KINGAKU
                MOVE "Y" TO KEKKA
            ELSE
                MOVE "N" TO KEKKA
            END-IF.
      *
      * 運転日誌からP5の最終実行の日付・時刻を拾う
       P5-LAST-RTN.
            MOVE ZERO TO P5-DATE P5-TIME
            MOVE SPACE TO END-FLG
            OPEN INPUT RUNLOG-FILE
            IF RUNLOG-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ RUNLOG-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF RJ-PROG = "P5"
                    MOVE RJ-DATE TO P5-DATE
                    MOVE RJ-TIME TO P5-TIME
                END-IF
                READ RUNLOG-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE RUNLOG-FILE
            MOVE SPACE TO END-FLG.
      *
       CTL-WRITE-RTN.
            OPEN OUTPUT CTL-FILE
            MOVE SPACE        TO NC-REC
            MOVE MEI-MAX-DATE TO NC-LAST-DATE
            MOVE MEI-KENSU    TO NC-KENSU
            MOVE MEI-SURYO    TO NC-SURYO
            MOVE MEI-KINGAKU  TO NC-KINGAKU
            MOVE KEKKA        TO NC-KEKKA
            MOVE W-DATE8      TO NC-SAKUSEI-DATE
            MOVE P5-DATE      TO NC-P5-DATE
            MOVE P5-TIME      TO NC-P5-TIME
            WRITE NC-REC
            CLOSE CTL-FILE.
      *
      * 報告：作成方法、明細・今回追加・日計全体の合計と照合結果
       HOKOKU-RTN.
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            MOVE MAE-LAST-DATE TO J-MAE-DATE
            EVALUATE SAI-RIYU
                WHEN "K"
                    MOVE "管理レコードなし：全件作成"
                                         TO J-HOHO
                WHEN "F"
                    MOVE "★照合不一致：全件再作成"
                                         TO J-HOHO
                WHEN OTHER
                    MOVE "前回の集計済み日付より後を追記"
                                         TO J-HOHO
            END-EVALUATE
            WRITE P-REC FROM JOKEN-1 AFTER 2
            WRITE P-REC FROM HEAD-2 AFTER 2
            MOVE SPACE TO MEISAI
            MOVE "仕入整列.txt（明細）" TO M-KUBUN
            MOVE MEI-KENSU   TO M-KENSU
            MOVE MEI-SURYO   TO M-SURYO
            MOVE MEI-KINGAKU TO M-KINGAKU
            WRITE P-REC FROM MEISAI AFTER 1
            MOVE SPACE TO MEISAI
            MOVE "今回書いた分"         TO M-KUBUN
            MOVE ADD-GYO     TO M-GYO
            MOVE ADD-KENSU   TO M-KENSU
            MOVE ADD-SURYO   TO M-SURYO
            MOVE ADD-KINGAKU TO M-KINGAKU
            WRITE P-REC FROM MEISAI AFTER 1
            MOVE "仕入日計.TXT（全体）" TO M-KUBUN
            MOVE KEI-GYO     TO M-GYO
            MOVE KEI-KENSU   TO M-KENSU
            MOVE KEI-SURYO   TO M-SURYO
            MOVE KEI-KINGAKU TO M-KINGAKU
            WRITE P-REC FROM MEISAI AFTER 1
            IF KEKKA = "Y"
                MOVE "明細件数・数量・金額とも一致"
                                 TO F-KEKKA
            ELSE
                MOVE "★不一致（帳票は明細を読む）"
                                 TO F-KEKKA
            END-IF
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE PRINT-FILE.
      *
      * 運転日誌への実行記録
       RUNLOG-WRITE-RTN.
            OPEN EXTEND RUNLOG-FILE
            MOVE SPACE TO RJ-REC
            MOVE "P150" TO RJ-PROG
            MOVE W-DATE8 TO RJ-DATE
            ACCEPT W-TIME8 FROM TIME
            MOVE W-TIME8(1:6) TO RJ-TIME
            MOVE MEI-KENSU TO RJ-READ
            MOVE ADD-GYO TO RJ-WRITE
            MOVE ZERO TO RJ-REJ
            MOVE RUN-STATUS TO RJ-STATUS
            MOVE "仕入整列.txt" TO RJ-INFILE
            WRITE RJ-REC
            CLOSE RUNLOG-FILE.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
