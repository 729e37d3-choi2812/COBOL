      *
      * 14JY0123 崔　禎　文
      * 監査サンプル抽出：外部監査人へ渡す仕入明細のサンプルを、
      * 期間・抽出件数・乱数の種を指定して再現可能に抽出する
      * 母集団は現行の仕入整列.txtと、期間に掛かる年のP20退避世代
      * （アーカイブ目録.TXTから選ぶ。世代化前の仕入整列.ARCも
      * 残っていれば含める。P43と同じ）を監査作業.TXTへ集めて読む
      * 閾値以上の明細は必ず抽出し（区分K）、残りから
      * １＝無作為抽出（区分R、重複なし）
      * ２＝金額単位抽出（区分M、金額累計に対する系統抽出。間隔＝
      * 　　母集団金額÷件数、開始点は乱数で決める）
      * で指定件数を選ぶ。乱数は種から毎回同じ列を作る乗算合同法
      * （×16807　法2147483647）とし、同じ条件なら同じ結果になる
      * 抽出結果は監査サンプル.TXTへ、監査人の照合欄（発注・入荷・
      * 請求書・支払の証憑）付きの作業表をP124.DOCへ出力する
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P124.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL ARC-FILE ASSIGN  "仕入整列.ARC"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS ARC-FS.
           SELECT  OPTIONAL CAT-FILE ASSIGN
                                    "アーカイブ目録.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS CAT-FS.
           SELECT  OPTIONAL SAGYO-FILE ASSIGN  "監査作業.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SAGYO-FS.
           SELECT  SAMPLE-FILE ASSIGN  "監査サンプル.TXT"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  PRINT-FILE  ASSIGN  "P124.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
       FD  ARC-FILE.
       01  ARC-REC               PIC X(49).
      *
       FD  CAT-FILE.
       01  CAT-REC.
           03  CT-YEAR           PIC 9(04).
           03                    PIC X(01).
           03  CT-KENSU          PIC 9(07).
           03                    PIC X(01).
           03  CT-FROM           PIC 9(08).
           03                    PIC X(01).
           03  CT-TO             PIC 9(08).
           03                    PIC X(01).
           03  CT-HASH           PIC 9(13).
      *
       FD  SAGYO-FILE.
       01  SAG-REC               PIC X(49).
      *
      * 監査サンプル：区分 K＝閾値以上 R＝無作為 M＝金額単位
       FD  SAMPLE-FILE.
       01  SM-REC.
           05  SM-SEQ            PIC 9(05).
           05                    PIC X(01).
           05  SM-KBN            PIC X(01).
           05                    PIC X(01).
           05  SM-DATE           PIC 9(08).
           05                    PIC X(01).
           05  SM-S-NO           PIC X(03).
           05                    PIC X(01).
           05  SM-NO             PIC X(05).
           05                    PIC X(01).
           05  SM-SURYO          PIC 9(04).
           05                    PIC X(01).
           05  SM-TANKA          PIC 9(05)V99.
           05                    PIC X(01).
           05  SM-KINGAKU        PIC 9(09).
           05                    PIC X(01).
           05  SM-BRANCH         PIC X(02).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  ARC-FS                PIC X(02)  VALUE SPACE.
       01  CAT-FS                PIC X(02)  VALUE SPACE.
       01  SAGYO-FS              PIC X(02)  VALUE SPACE.
       01  OK-FLG                PIC X(01)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  WK-TANKA5             PIC 9(05)  VALUE ZERO.
       01  CMD                   PIC X(100) VALUE SPACE.
       01  KINGAKU               PIC 9(09)  VALUE ZERO.
      *
      * 抽出条件
       01  IN-FROM               PIC X(08)  VALUE SPACE.
       01  IN-TO                 PIC X(08)  VALUE SPACE.
       01  IN-KENSU              PIC X(03)  VALUE SPACE.
       01  IN-SEED               PIC X(09)  VALUE SPACE.
       01  IN-HOHO               PIC X(01)  VALUE SPACE.
       01  IN-SHIKII             PIC X(09)  VALUE SPACE.
       01  SEL-FROM              PIC 9(08)  VALUE ZERO.
       01  SEL-TO                PIC 9(08)  VALUE ZERO.
       01  SEL-KENSU             PIC 9(03)  VALUE ZERO.
       01  SEL-SHIKII            PIC 9(09)  VALUE ZERO.
       01  NUM-IN                PIC X(09)  VALUE SPACE.
       01  NUM-WORK              PIC X(09)  VALUE SPACE.
       01  NUM-LEN               PIC 9(02)  VALUE ZERO.
      *
      * 母集団（閾値未満の明細）と閾値以上の集計
       01  BO-CNT                PIC 9(07)  VALUE ZERO.
       01  BO-KINGAKU            PIC 9(13)  VALUE ZERO.
       01  KEY-CNT               PIC 9(05)  VALUE ZERO.
       01  KEY-KINGAKU           PIC 9(13)  VALUE ZERO.
       01  SMP-CNT               PIC 9(05)  VALUE ZERO.
       01  SMP-KINGAKU           PIC 9(13)  VALUE ZERO.
       01  OUT-CNT               PIC 9(05)  VALUE ZERO.
      *
      * 乱数（乗算合同法）
       01  RND-X                 PIC 9(10)  VALUE ZERO.
       01  RND-PROD              PIC 9(15)  VALUE ZERO.
       01  RND-Q                 PIC 9(15)  VALUE ZERO.
       01  RND-IDX               PIC 9(07)  VALUE ZERO.
      *
      * 無作為抽出の番号表（母集団内の通番）
       01  RX                    PIC 9(03).
       01  IDX-CNT               PIC 9(03)  VALUE ZERO.
       01  IDX-FOUND-FLG         PIC X(01)  VALUE SPACE.
       01  IDX-TBL.
           05  IDX-ENT           PIC 9(07)  OCCURS 500 TIMES.
      *
      * 金額単位抽出
       01  MUS-KANKAKU           PIC 9(13)  VALUE ZERO.
       01  MUS-TEN               PIC 9(13)  VALUE ZERO.
       01  MUS-RUIKEI            PIC 9(13)  VALUE ZERO.
       01  MUS-KAISHI            PIC 9(13)  VALUE ZERO.
       01  BO-SEQ                PIC 9(07)  VALUE ZERO.
      *
      * 共通展開域（旧6桁／新8桁の両世代をここへ揃える）
       01  WK-REC.
           05  WK-NO             PIC X(05).
           05  WK-NAME           PIC X(10).
           05  WK-DATE           PIC 9(08).
           05  WK-S-NO           PIC X(03).
           05  WK-S-NAME         PIC X(10).
           05  WK-SURYO          PIC 9(04).
           05  WK-TANKA          PIC 9(05)V99.
           05  WK-TANKA-X REDEFINES WK-TANKA
                                 PIC X(07).
           05  WK-BRANCH         PIC X(02).
       01  CUR-REC               PIC X(49).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 監査サンプル抽出".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  JOKEN-1.
           05                    PIC X(12)  VALUE "期間：".
           05  J-FROM            PIC 9999/99/99.
           05                    PIC X(03)  VALUE "～".
           05  J-TO              PIC 9999/99/99.
           05                    PIC X(12)  VALUE "　方法：".
           05  J-HOHO            PIC X(18).
       01  JOKEN-2.
           05                    PIC X(12)  VALUE "件数：".
           05  J-KENSU           PIC ZZ9.
           05                    PIC X(12)  VALUE "　種：".
           05  J-SEED            PIC X(09).
           05                    PIC X(15)  VALUE "　閾値：".
           05  J-SHIKII          PIC ZZZ,ZZZ,ZZ9.
      *
       01  HEAD-2.
           05                    PIC X(09)  VALUE " SEQ 区".
           05                    PIC X(15)  VALUE "仕入日".
           05                    PIC X(10)  VALUE "仕入先".
           05                    PIC X(09)  VALUE "商品".
           05                    PIC X(08)  VALUE "数量".
           05                    PIC X(15)  VALUE "金額".
           05                    PIC X(12)  VALUE "証憑照合".
      *
       01  MEISAI.
           05  M-SEQ             PIC ZZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-KBN             PIC X(01).
           05                    PIC X(02)  VALUE SPACE.
           05  M-DATE            PIC 9999/99/99.
           05                    PIC X(02)  VALUE SPACE.
           05  M-S-NO            PIC X(03).
           05                    PIC X(04)  VALUE SPACE.
           05  M-NO              PIC X(05).
           05                    PIC X(02)  VALUE SPACE.
           05  M-SURYO           PIC Z,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-KINGAKU         PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(06)  VALUE "[  ]".
           05                    PIC X(06)  VALUE "[  ]".
           05                    PIC X(06)  VALUE "[  ]".
           05                    PIC X(04)  VALUE "[  ]".
      *
       01  FOOT-1.
           05                    PIC X(21)  VALUE
                                 "閾値以上　　：".
           05  F-KEY-CNT         PIC ZZ,ZZ9.
           05                    PIC X(06)  VALUE "件".
           05  F-KEY-KINGAKU     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  FOOT-2.
           05                    PIC X(21)  VALUE
                                 "母集団（残）：".
           05  F-BO-CNT          PIC ZZ,ZZ9.
           05                    PIC X(06)  VALUE "件".
           05  F-BO-KINGAKU      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  FOOT-3.
           05                    PIC X(21)  VALUE
                                 "抽出　　　　：".
           05  F-SMP-CNT         PIC ZZ,ZZ9.
           05                    PIC X(06)  VALUE "件".
           05  F-SMP-KINGAKU     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  FOOT-4.
           05                    PIC X(21)  VALUE
                                 "抽出間隔　　：".
           05  F-KANKAKU         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05                    PIC X(15)  VALUE "　開始点：".
           05  F-KAISHI          PIC Z,ZZZ,ZZZ,ZZ9.
       01  FOOT-5.
           05                    PIC X(28)  VALUE
                                 "区分　K＝閾値以上　".
           05                    PIC X(32)  VALUE
                                 "R＝無作為　M＝金額単位".
       01  FOOT-6.
           05                    PIC X(27)  VALUE
                                 "照合欄：左から発注".
           05                    PIC X(39)  VALUE
                       "・入荷・請求書・支払の証憑".
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM JOKEN-IN-RTN
            IF OK-FLG NOT = "Y"
                DISPLAY "抽出条件が不正です。"
            ELSE
                PERFORM SAGYO-MAKE-RTN
                PERFORM BOSHU-RTN
                IF SEL-KENSU > BO-CNT
                    MOVE BO-CNT TO SEL-KENSU
                END-IF
                MOVE IN-SEED TO RND-X
                IF RND-X = ZERO
                    MOVE 1 TO RND-X
                END-IF
                IF IN-HOHO = "1"
                    PERFORM IDX-MAKE-RTN
                ELSE
                    PERFORM MUS-MAKE-RTN
                END-IF
                PERFORM CHUSHUTSU-RTN
                DISPLAY "閾値以上：" KEY-CNT
                DISPLAY "抽出件数：" SMP-CNT
            END-IF
            DISPLAY "END"
            STOP RUN.
      *
      * 抽出条件の入力
       JOKEN-IN-RTN.
            MOVE "Y" TO OK-FLG
            DISPLAY "開始日YYYYMMDD："
            ACCEPT IN-FROM
            DISPLAY "終了日YYYYMMDD："
            ACCEPT IN-TO
            DISPLAY "抽出件数(3桁、最大500)："
            ACCEPT IN-KENSU
            DISPLAY "乱数の種(9桁以内)："
            ACCEPT IN-SEED
            DISPLAY "1=無作為抽出 2=金額単位抽出："
            ACCEPT IN-HOHO
            DISPLAY "閾値（この金額以上は全件抽出、"
                    "空白は無し）："
            ACCEPT IN-SHIKII
            IF IN-FROM NOT NUMERIC OR IN-TO NOT NUMERIC
                MOVE "N" TO OK-FLG
            ELSE
                MOVE IN-FROM TO SEL-FROM
                MOVE IN-TO   TO SEL-TO
                IF SEL-FROM > SEL-TO
                    MOVE "N" TO OK-FLG
                END-IF
            END-IF
            MOVE IN-KENSU TO NUM-IN
            PERFORM NUM-EDIT-RTN
            IF NUM-IN NOT NUMERIC OR IN-KENSU = SPACE
                MOVE "N" TO OK-FLG
            ELSE
                MOVE NUM-IN TO SEL-KENSU
                IF SEL-KENSU > 500
                    MOVE "N" TO OK-FLG
                END-IF
            END-IF
            MOVE IN-SEED TO NUM-IN
            PERFORM NUM-EDIT-RTN
            MOVE NUM-IN TO IN-SEED
            IF IN-SEED NOT NUMERIC
                MOVE "N" TO OK-FLG
            END-IF
            IF IN-HOHO NOT = "1" AND IN-HOHO NOT = "2"
                MOVE "N" TO OK-FLG
            END-IF
            IF IN-SHIKII = SPACE
                MOVE 999999999 TO SEL-SHIKII
            ELSE
                MOVE IN-SHIKII TO NUM-IN
                PERFORM NUM-EDIT-RTN
                IF NUM-IN NOT NUMERIC
                    MOVE "N" TO OK-FLG
                ELSE
                    MOVE NUM-IN TO SEL-SHIKII
                END-IF
            END-IF.
      *
      * 桁数自由の数字入力を右詰め・前ゼロにする
       NUM-EDIT-RTN.
            MOVE SPACE TO NUM-WORK
            MOVE ZERO  TO NUM-LEN
            UNSTRING NUM-IN DELIMITED BY SPACE
                INTO NUM-WORK COUNT IN NUM-LEN
            END-UNSTRING
            MOVE ALL "0" TO NUM-IN
            IF NUM-LEN > ZERO
                MOVE NUM-WORK(1:NUM-LEN)
                    TO NUM-IN(10 - NUM-LEN:NUM-LEN)
            END-IF.
      *
      * 母集団の作業ファイル：期間に掛かる退避世代と現行分を集める
       SAGYO-MAKE-RTN.
            CALL "SYSTEM" USING "cp /dev/null 監査作業.TXT"
            MOVE SPACE TO END-FLG
            OPEN INPUT CAT-FILE
            IF CAT-FS = "00"
                PERFORM KYU-ARC-RTN
                READ CAT-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF CT-TO >= SEL-FROM AND CT-FROM <= SEL-TO
                        MOVE SPACE TO CMD
                        STRING "cat 仕入整列.ARC"
                                   DELIMITED BY SIZE
                               CT-YEAR DELIMITED BY SIZE
                               " >> 監査作業.TXT"
                                   DELIMITED BY SIZE
                          INTO CMD
                        END-STRING
                        CALL "SYSTEM" USING CMD
                    END-IF
                    READ CAT-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE CAT-FILE
            ELSE
                CLOSE CAT-FILE
                PERFORM KYU-ARC-RTN
            END-IF
            CALL "SYSTEM" USING
                "cat 仕入整列.txt >> 監査作業.TXT 2>/dev/null"
            MOVE SPACE TO END-FLG.
      *
      * 世代化前の一本ものの退避（仕入整列.ARC）が残っていれば含める
       KYU-ARC-RTN.
            OPEN INPUT ARC-FILE
            IF ARC-FS = "00"
                CLOSE ARC-FILE
                CALL "SYSTEM" USING
                    "cat 仕入整列.ARC >> 監査作業.TXT"
            ELSE
                CLOSE ARC-FILE
            END-IF.
      *
      * １回目の読込：閾値以上と母集団（閾値未満）の件数・金額
       BOSHU-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT SAGYO-FILE
            IF SAGYO-FS = "00"
                READ SAGYO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    MOVE SAG-REC TO CUR-REC
                    PERFORM TENKAI-RTN
                    IF WK-DATE >= SEL-FROM AND WK-DATE <= SEL-TO
                        IF KINGAKU >= SEL-SHIKII
                            ADD 1 TO KEY-CNT
                            ADD KINGAKU TO KEY-KINGAKU
                        ELSE
                            ADD 1 TO BO-CNT
                            ADD KINGAKU TO BO-KINGAKU
                        END-IF
                    END-IF
                    READ SAGYO-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
            END-IF
            CLOSE SAGYO-FILE
            MOVE SPACE TO END-FLG.
      *
      * 無作為抽出：母集団の通番を重複なく件数分選ぶ
       IDX-MAKE-RTN.
            MOVE ZERO TO IDX-CNT
            PERFORM UNTIL IDX-CNT >= SEL-KENSU
                PERFORM RND-NEXT-RTN
                DIVIDE RND-X BY BO-CNT GIVING RND-Q
                    REMAINDER RND-IDX
                ADD 1 TO RND-IDX
                PERFORM IDX-CHK-RTN
                IF IDX-FOUND-FLG NOT = "Y"
                    ADD 1 TO IDX-CNT
                    MOVE RND-IDX TO IDX-ENT(IDX-CNT)
                END-IF
            END-PERFORM.
      *
       IDX-CHK-RTN.
            MOVE SPACE TO IDX-FOUND-FLG
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > IDX-CNT
                IF IDX-ENT(RX) = RND-IDX
                    MOVE "Y" TO IDX-FOUND-FLG
                END-IF
            END-PERFORM.
      *
      * 金額単位抽出：間隔＝母集団金額÷件数、開始点は1～間隔の乱数
       MUS-MAKE-RTN.
            IF SEL-KENSU > 0 AND BO-KINGAKU > 0
                DIVIDE BO-KINGAKU BY SEL-KENSU GIVING MUS-KANKAKU
                IF MUS-KANKAKU = ZERO
                    MOVE 1 TO MUS-KANKAKU
                END-IF
                PERFORM RND-NEXT-RTN
                DIVIDE RND-X BY MUS-KANKAKU GIVING RND-Q
                    REMAINDER MUS-TEN
                ADD 1 TO MUS-TEN
                MOVE MUS-TEN TO MUS-KAISHI
            ELSE
                MOVE 9999999999999 TO MUS-TEN
            END-IF.
      *
      * 乱数の次の値（X＝X×16807 mod 2147483647）
       RND-NEXT-RTN.
            COMPUTE RND-PROD = RND-X * 16807
            DIVIDE RND-PROD BY 2147483647 GIVING RND-Q
                REMAINDER RND-X.
      *
      * ２回目の読込：抽出対象を監査サンプル.TXTと作業表へ書く
       CHUSHUTSU-RTN.
            OPEN OUTPUT SAMPLE-FILE PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            MOVE SEL-FROM TO J-FROM
            MOVE SEL-TO   TO J-TO
            IF IN-HOHO = "1"
                MOVE "無作為抽出"   TO J-HOHO
            ELSE
                MOVE "金額単位抽出" TO J-HOHO
            END-IF
            MOVE SEL-KENSU TO J-KENSU
            MOVE IN-SEED   TO J-SEED
            IF SEL-SHIKII = 999999999
                MOVE ZERO TO J-SHIKII
            ELSE
                MOVE SEL-SHIKII TO J-SHIKII
            END-IF
            WRITE P-REC FROM JOKEN-1 AFTER 2
            WRITE P-REC FROM JOKEN-2 AFTER 1
            WRITE P-REC FROM HEAD-2 AFTER 2
            MOVE ZERO TO BO-SEQ MUS-RUIKEI
            MOVE SPACE TO END-FLG
            OPEN INPUT SAGYO-FILE
            IF SAGYO-FS = "00"
                READ SAGYO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    MOVE SAG-REC TO CUR-REC
                    PERFORM TENKAI-RTN
                    IF WK-DATE >= SEL-FROM AND WK-DATE <= SEL-TO
                        PERFORM HANTEI-RTN
                    END-IF
                    READ SAGYO-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
            END-IF
            CLOSE SAGYO-FILE
            MOVE KEY-CNT     TO F-KEY-CNT
            MOVE KEY-KINGAKU TO F-KEY-KINGAKU
            MOVE BO-CNT      TO F-BO-CNT
            MOVE BO-KINGAKU  TO F-BO-KINGAKU
            MOVE SMP-CNT     TO F-SMP-CNT
            MOVE SMP-KINGAKU TO F-SMP-KINGAKU
            WRITE P-REC FROM FOOT-1 AFTER 2
            WRITE P-REC FROM FOOT-2 AFTER 1
            WRITE P-REC FROM FOOT-3 AFTER 1
            IF IN-HOHO = "2"
                MOVE MUS-KANKAKU TO F-KANKAKU
                MOVE MUS-KAISHI  TO F-KAISHI
                WRITE P-REC FROM FOOT-4 AFTER 1
            END-IF
            WRITE P-REC FROM FOOT-5 AFTER 2
            WRITE P-REC FROM FOOT-6 AFTER 1
            CLOSE SAMPLE-FILE PRINT-FILE.
      *
      * 明細１件の抽出判定
       HANTEI-RTN.
            IF KINGAKU >= SEL-SHIKII
                MOVE "K" TO SM-KBN
                PERFORM OUT-RTN
            ELSE
                ADD 1 TO BO-SEQ
                IF IN-HOHO = "1"
                    MOVE BO-SEQ TO RND-IDX
                    PERFORM IDX-CHK-RTN
                    IF IDX-FOUND-FLG = "Y"
                        MOVE "R" TO SM-KBN
                        ADD 1 TO SMP-CNT
                        ADD KINGAKU TO SMP-KINGAKU
                        PERFORM OUT-RTN
                    END-IF
                ELSE
                    ADD KINGAKU TO MUS-RUIKEI
                    IF MUS-RUIKEI >= MUS-TEN
                        MOVE "M" TO SM-KBN
                        ADD 1 TO SMP-CNT
                        ADD KINGAKU TO SMP-KINGAKU
                        PERFORM OUT-RTN
                        PERFORM UNTIL MUS-TEN > MUS-RUIKEI
                            ADD MUS-KANKAKU TO MUS-TEN
                        END-PERFORM
                    END-IF
                END-IF
            END-IF.
      *
       OUT-RTN.
            ADD 1 TO OUT-CNT
            MOVE SM-KBN    TO M-KBN
            MOVE SPACE     TO SM-REC
            MOVE M-KBN     TO SM-KBN
            MOVE OUT-CNT   TO SM-SEQ
            MOVE WK-DATE   TO SM-DATE
            MOVE WK-S-NO   TO SM-S-NO
            MOVE WK-NO     TO SM-NO
            MOVE WK-SURYO  TO SM-SURYO
            MOVE WK-TANKA  TO SM-TANKA
            MOVE KINGAKU   TO SM-KINGAKU
            MOVE WK-BRANCH TO SM-BRANCH
            WRITE SM-REC
            MOVE OUT-CNT   TO M-SEQ
            MOVE WK-DATE   TO M-DATE
            MOVE WK-S-NO   TO M-S-NO
            MOVE WK-NO     TO M-NO
            MOVE WK-SURYO  TO M-SURYO
            MOVE KINGAKU   TO M-KINGAKU
            WRITE P-REC FROM MEISAI AFTER 2.
      *
      * レコード世代判定：桁数で見分ける（P43と同じ）
      *   43桁＝日付6桁・単価整数／45桁＝日付8桁・単価整数／
      *   47桁＝日付8桁・単価小数2桁／49桁＝＋支店コード（現行）
       TENKAI-RTN.
            MOVE CUR-REC(1:5)   TO WK-NO
            MOVE CUR-REC(6:10)  TO WK-NAME
            MOVE SPACE          TO WK-BRANCH
            EVALUATE TRUE
                WHEN CUR-REC(46:2) NOT = SPACE
                    MOVE CUR-REC(16:8)  TO WK-DATE
                    MOVE CUR-REC(24:3)  TO WK-S-NO
                    MOVE CUR-REC(27:10) TO WK-S-NAME
                    MOVE CUR-REC(37:4)  TO WK-SURYO
                    MOVE CUR-REC(41:7)  TO WK-TANKA-X
                    MOVE CUR-REC(48:2)  TO WK-BRANCH
                WHEN CUR-REC(44:2) NOT = SPACE
                    MOVE CUR-REC(16:8)  TO WK-DATE
                    MOVE CUR-REC(24:3)  TO WK-S-NO
                    MOVE CUR-REC(27:10) TO WK-S-NAME
                    MOVE CUR-REC(37:4)  TO WK-SURYO
                    MOVE CUR-REC(41:5)  TO WK-TANKA5
                    MOVE WK-TANKA5      TO WK-TANKA
                WHEN OTHER
                    IF CUR-REC(16:2) >= "70"
                        MOVE 19000000 TO WK-DATE
                    ELSE
                        MOVE 20000000 TO WK-DATE
                    END-IF
                    MOVE CUR-REC(16:6)  TO WK-DATE(3:6)
                    MOVE CUR-REC(22:3)  TO WK-S-NO
                    MOVE CUR-REC(25:10) TO WK-S-NAME
                    MOVE CUR-REC(35:4)  TO WK-SURYO
                    MOVE CUR-REC(39:5)  TO WK-TANKA5
                    MOVE WK-TANKA5      TO WK-TANKA
            END-EVALUATE
            COMPUTE KINGAKU ROUNDED = WK-TANKA * WK-SURYO.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
