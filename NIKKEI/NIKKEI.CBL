      *
      * 14JY0123 崔　禎　文
      * 仕入日計読込共通サブプログラム
      * 集計だけが要る帳票は仕入整列.txtの代わりに仕入日計.TXT
      * （P150で作成：日付・商品・仕入先・支店・単価ごとの数量・
      * 金額・明細件数）を読む
      * 機能："O"=開く　"R"=１件読む　"C"=閉じる
      * 開くときに仕入日計CTL.TXTを確かめ、次のときは★警告を
      * 表示して仕入整列.txtの明細を１件ずつ返す（件数１、金額は
      * 単価×数量の四捨五入）
      * ・仕入日計または管理レコードが無い、照合結果が不一致
      * ・仕入日計の合計が管理レコードの合計と合わない
      * ・P5の最終実行（運転日誌）が日計作成時から変わっている
      * 読込区分：NK-MODE　S=仕入日計　D=仕入整列（明細）
      * 結果：NK-RESULT　Y=正常　E=終わり　N=機能の指定が不正
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      NIKKEI.

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
       01  OK-FLG                PIC X(01)  VALUE SPACE.
       01  SEIRETU-FS            PIC X(02)  VALUE SPACE.
       01  NIKKEI-FS             PIC X(02)  VALUE SPACE.
       01  CTL-FS                PIC X(02)  VALUE SPACE.
       01  RUNLOG-FS             PIC X(02)  VALUE SPACE.
       01  YOMI-MODE             PIC X(01)  VALUE SPACE.
       01  KEI-KENSU             PIC 9(07)  VALUE ZERO.
       01  KEI-SURYO             PIC 9(09)  VALUE ZERO.
       01  KEI-KINGAKU           PIC 9(12)  VALUE ZERO.
       01  P5-DATE               PIC 9(08)  VALUE ZERO.
       01  P5-TIME               PIC 9(06)  VALUE ZERO.
       01  RIYU                  PIC X(45)  VALUE SPACE.
      *
       LINKAGE          SECTION.
       01  NK-FUNC               PIC X(01).
       01  NK-MODE               PIC X(01).
       01  NK-REC.
           05  NK-DATE           PIC 9(08).
           05  NK-NO             PIC X(05).
           05  NK-NAME           PIC X(10).
           05  NK-S-CODE         PIC X(03).
           05  NK-S-NAME         PIC X(10).
           05  NK-BRANCH         PIC X(02).
           05  NK-TANKA          PIC 9(05)V99.
           05  NK-SURYO          PIC 9(07).
           05  NK-KINGAKU        PIC 9(11).
           05  NK-KENSU          PIC 9(05).
       01  NK-RESULT             PIC X(01).
      *
       PROCEDURE        DIVISION USING NK-FUNC NK-MODE NK-REC
                                       NK-RESULT.
       MOOO.
            MOVE "Y" TO NK-RESULT
            EVALUATE NK-FUNC
                WHEN "O" PERFORM OPEN-RTN
                WHEN "R" PERFORM READ-RTN
                WHEN "C" PERFORM CLOSE-RTN
                WHEN OTHER MOVE "N" TO NK-RESULT
            END-EVALUATE
            GOBACK.
      *
      * 開く：仕入日計が使えるか確かめ、使えなければ明細へ切り替える
       OPEN-RTN.
            PERFORM CHECK-RTN
            IF OK-FLG = "Y"
                MOVE "S" TO YOMI-MODE
                OPEN INPUT NIKKEI-FILE
            ELSE
                DISPLAY "★仕入日計を使えません（" RIYU
                DISPLAY "★仕入整列.txtの明細を読みます。"
                        "P150で仕入日計を"
                        "作成してください。"
                MOVE "D" TO YOMI-MODE
                OPEN INPUT SEIRETU-FILE
                IF SEIRETU-FS NOT = "00"
                    DISPLAY "★仕入整列.txtもありません。"
                END-IF
            END-IF
            MOVE YOMI-MODE TO NK-MODE.
      *
      * 使用可否：管理レコード・照合結果・日計の合計・P5の実行
       CHECK-RTN.
            MOVE "Y" TO OK-FLG
            MOVE SPACE TO RIYU
            OPEN INPUT CTL-FILE
            IF CTL-FS NOT = "00"
                MOVE "N" TO OK-FLG
                MOVE "管理レコードなし）" TO RIYU
            ELSE
                READ CTL-FILE
                    AT END
                        MOVE "N" TO OK-FLG
                        MOVE "管理レコードなし）" TO RIYU
                END-READ
            END-IF
            CLOSE CTL-FILE
            IF OK-FLG = "Y" AND NC-KEKKA NOT = "Y"
                MOVE "N" TO OK-FLG
                MOVE "作成時の照合が不一致）" TO RIYU
            END-IF
            IF OK-FLG = "Y"
                PERFORM NIKKEI-KEI-RTN
                IF NIKKEI-FS NOT = "00"
                    MOVE "N" TO OK-FLG
                    MOVE "仕入日計.TXTなし）" TO RIYU
                ELSE
                    IF KEI-KENSU   NOT = NC-KENSU
                        OR KEI-SURYO   NOT = NC-SURYO
                        OR KEI-KINGAKU NOT = NC-KINGAKU
                        MOVE "N" TO OK-FLG
                        MOVE "管理合計と不一致）" TO RIYU
                    END-IF
                END-IF
            END-IF
            IF OK-FLG = "Y"
                PERFORM P5-LAST-RTN
                IF P5-DATE NOT = NC-P5-DATE
                    OR P5-TIME NOT = NC-P5-TIME
                    MOVE "N" TO OK-FLG
                    MOVE "作成後にP5が実行された）"
                                         TO RIYU
                END-IF
            END-IF.
      *
      * 仕入日計の件数・数量・金額の合計
       NIKKEI-KEI-RTN.
            MOVE ZERO TO KEI-KENSU KEI-SURYO KEI-KINGAKU
            MOVE SPACE TO END-FLG
            OPEN INPUT NIKKEI-FILE
            IF NIKKEI-FS NOT = "00"
                CLOSE NIKKEI-FILE
            ELSE
                READ NIKKEI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    ADD NS-KENSU   TO KEI-KENSU
                    ADD NS-SURYO   TO KEI-SURYO
                    ADD NS-KINGAKU TO KEI-KINGAKU
                    READ NIKKEI-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE NIKKEI-FILE
            END-IF
            MOVE SPACE TO END-FLG.
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
      * １件読む：仕入日計はそのまま、明細は件数１の集計行にする
       READ-RTN.
            MOVE SPACE TO NK-REC
            IF YOMI-MODE = "S"
                READ NIKKEI-FILE
                    AT END MOVE "E" TO NK-RESULT
                END-READ
                IF NK-RESULT = "Y"
                    MOVE NS-DATE    TO NK-DATE
                    MOVE NS-NO      TO NK-NO
                    MOVE NS-S-CODE  TO NK-S-CODE
                    MOVE NS-BRANCH  TO NK-BRANCH
                    MOVE NS-TANKA   TO NK-TANKA
                    MOVE NS-SURYO   TO NK-SURYO
                    MOVE NS-KINGAKU TO NK-KINGAKU
                    MOVE NS-KENSU   TO NK-KENSU
                END-IF
            ELSE
                READ SEIRETU-FILE
                    AT END MOVE "E" TO NK-RESULT
                END-READ
                IF NK-RESULT = "Y"
                    MOVE I-S-DATE   TO NK-DATE
                    MOVE I-NO       TO NK-NO
                    MOVE I-NAME     TO NK-NAME
                    MOVE I-S-NO     TO NK-S-CODE
                    MOVE I-S-NAME   TO NK-S-NAME
                    MOVE I-BRANCH   TO NK-BRANCH
                    MOVE I-TANKA    TO NK-TANKA
                    MOVE I-SURYO    TO NK-SURYO
                    COMPUTE NK-KINGAKU ROUNDED = I-TANKA * I-SURYO
                    MOVE 1          TO NK-KENSU
                END-IF
            END-IF.
      *
       CLOSE-RTN.
            IF YOMI-MODE = "S"
                CLOSE NIKKEI-FILE
            ELSE
                CLOSE SEIRETU-FILE
            END-IF
            MOVE SPACE TO YOMI-MODE.
