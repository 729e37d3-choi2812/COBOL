      *
      * 14JY0123 崔　禎　文
      * ハンディスキャナ取込：スキャナのアップロードファイル
      * （スキャナ.TXT、1行1読取り「JAN[,個数]」、個数省略時は1）を
      * JANマスタ.TXT（P142で保守）で当方商品NOへ変換し、個数×入数を
      * 基本単位の数量として商品ごとに合算する（同じ商品の重複読取り
      * やケースJAN・単品JANの混在もまとめる）
      * 1=棚卸：合算結果を棚卸COUNT.TXT（P50・P93の実棚）へ書き出す
      * 　既存の棚卸COUNTへ加算するか置き換えるかを選ばせる
      * 2=入荷：合算結果を入荷スキャン.TXTへ追記する。P82の入荷入力が
      * 　発注の商品と突き合わせて入荷数量として使う
      * JAN不正・未登録JAN・個数不正の行はスキャンリジェクト.TXTへ
      * 行番号・理由付きで書き出し、取込結果表（P143.DOC）にJANごとの
      * 読取回数を印字して登録漏れの追加登録に使う
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P143.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL SCAN-FILE ASSIGN  "スキャナ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SCAN-FS.
           SELECT  OPTIONAL JAN-FILE ASSIGN  "JANマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS JAN-FS.
           SELECT  OPTIONAL COUNT-FILE ASSIGN  "棚卸COUNT.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS COUNT-FS.
           SELECT  OPTIONAL NS-FILE  ASSIGN  "入荷スキャン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS NS-FS.
           SELECT  REJ-FILE    ASSIGN  "スキャンリジェクト.TXT"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  SHOHIN-FILE ASSIGN  "ISAM商品マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY T-NO.
           SELECT  PRINT-FILE  ASSIGN  "P143.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
       FD  SCAN-FILE.
       01  SCAN-REC              PIC X(40).
      *
      * JANマスタ：JAN（左詰め）・当方商品NO・入数
       FD  JAN-FILE.
       01  JN-REC.
           05  JN-JAN            PIC X(13).
           05                    PIC X(01).
           05  JN-NO             PIC X(05).
           05                    PIC X(01).
           05  JN-IRISU          PIC 9(04).
      *
       FD  COUNT-FILE.
       01  CN-REC.
           05  CN-NO             PIC X(05).
           05                    PIC X(01).
           05  CN-SURYO          PIC 9(07).
      *
      * 入荷スキャン：商品・基本単位の数量・取込日（P82が消し込む）
       FD  NS-FILE.
       01  NS-REC.
           05  NS-NO             PIC X(05).
           05                    PIC X(01).
           05  NS-SURYO          PIC 9(06).
           05                    PIC X(01).
           05  NS-DATE           PIC 9(08).
      *
       FD  REJ-FILE.
       01  RJ-REC.
           05  RJ-LINE           PIC 9(05).
           05                    PIC X(01).
           05  RJ-REASON         PIC X(20).
           05                    PIC X(01).
           05  RJ-DATA           PIC X(40).
      *
       FD  SHOHIN-FILE.
       01  T-REC.
           05  T-NO              PIC X(05).
           05  T-NAME            PIC X(10).
           05  T-S-TANKA         PIC 9(05)V99.
           05  T-H-TANKA         PIC 9(05)V99.
           05  T-CATEGORY        PIC X(02).
           05  T-SHELF-DAYS      PIC 9(03).
           05  T-STATUS          PIC X(01).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  SCAN-FS               PIC X(02)  VALUE SPACE.
       01  JAN-FS                PIC X(02)  VALUE SPACE.
       01  COUNT-FS              PIC X(02)  VALUE SPACE.
       01  NS-FS                 PIC X(02)  VALUE SPACE.
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  ANS                   PIC X(01)  VALUE SPACE.
       01  OK-FLG                PIC X(01)  VALUE SPACE.
       01  REASON                PIC X(20)  VALUE SPACE.
       01  LINE-NO               PIC 9(05)  VALUE ZERO.
       01  OK-CNT                PIC 9(05)  VALUE ZERO.
       01  REJ-CNT               PIC 9(05)  VALUE ZERO.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  C-JAN                 PIC X(13)  VALUE SPACE.
       01  C-KOSU                PIC X(05)  VALUE SPACE.
       01  KOSU-LEN              PIC 9(02)  VALUE ZERO.
       01  WK-KOSU               PIC 9(05)  VALUE ZERO.
       01  WK-SURYO              PIC 9(07)  VALUE ZERO.
       01  JN-CNT                PIC 9(04)  VALUE ZERO.
       01  JX                    PIC 9(04).
       01  HIT-JX                PIC 9(04)  VALUE ZERO.
       01  SK-CNT                PIC 9(03)  VALUE ZERO.
       01  SKX                   PIC 9(03).
       01  SKY                   PIC 9(03).
       01  HIT-SKX               PIC 9(03)  VALUE ZERO.
       01  RJ-CNT                PIC 9(03)  VALUE ZERO.
       01  RJX                   PIC 9(03).
       01  HIT-RJX               PIC 9(03)  VALUE ZERO.
       01  OUT-CNT               PIC 9(05)  VALUE ZERO.
      * JANチェックデジット検査用
       01  JAN-KETA              PIC 9(02)  VALUE ZERO.
       01  JAN-GOKEI             PIC 9(03)  VALUE ZERO.
       01  JAN-SHO               PIC 9(03)  VALUE ZERO.
       01  JAN-AMARI             PIC 9(02)  VALUE ZERO.
       01  JAN-CD                PIC 9(01)  VALUE ZERO.
       01  JAN-SUJI              PIC 9(01)  VALUE ZERO.
       01  JAN-OMOMI             PIC 9(01)  VALUE ZERO.
       01  JKX                   PIC 9(02).
      *
       01  JAN-TBL.
           05  JAN-ENT           OCCURS 2000 TIMES.
               10  JB-JAN        PIC X(13).
               10  JB-NO         PIC X(05).
               10  JB-IRISU      PIC 9(04).
      *
      * 商品ごとの合算（棚卸COUNTの加算時は既存の実棚も含む）
       01  SK-TBL.
           05  SK-ENT            OCCURS 300 TIMES.
               10  SKT-NO        PIC X(05).
               10  SKT-KAISU     PIC 9(05).
               10  SKT-SURYO     PIC 9(07).
               10  SKT-KIZON     PIC 9(07).
       01  SK-WORK               PIC X(24).
      *
      * 取り込めなかったJANごとの読取回数
       01  RJ-TBL.
           05  RJ-ENT            OCCURS 300 TIMES.
               10  RJT-JAN       PIC X(13).
               10  RJT-REASON    PIC X(20).
               10  RJT-KAISU     PIC 9(05).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** スキャナ取込".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
       01  HEAD-15.
           05                    PIC X(12)  VALUE "取込先：".
           05  H-SAKI            PIC X(20).
       01  HEAD-2.
           05                    PIC X(08)  VALUE  " 商品".
           05                    PIC X(12)  VALUE  "商品名".
           05                    PIC X(14)  VALUE  "読取回数".
           05                    PIC X(14)  VALUE  "今回数量".
           05                    PIC X(14)  VALUE  "書出数量".
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  M-NO              PIC X(05).
           05                    PIC X(02)  VALUE SPACE.
           05  M-NAME            PIC X(10).
           05                    PIC X(02)  VALUE SPACE.
           05  M-KAISU           PIC ZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-SURYO           PIC Z,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-OUT             PIC Z,ZZZ,ZZ9.
       01  HEAD-3.
           05                    PIC X(40)  VALUE
                         "取込不可JAN（要登録）".
       01  HEAD-4.
           05                    PIC X(17)  VALUE  "  JAN".
           05                    PIC X(22)  VALUE  "理由".
           05                    PIC X(12)  VALUE  "読取回数".
       01  RJ-MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05  RM-JAN            PIC X(13).
           05                    PIC X(02)  VALUE SPACE.
           05  RM-REASON         PIC X(20).
           05                    PIC X(02)  VALUE SPACE.
           05  RM-KAISU          PIC ZZ,ZZ9.
       01  FOOT-1.
           05                    PIC X(15)  VALUE "読込行数：".
           05  F-READ            PIC ZZZZ9.
           05                    PIC X(12)  VALUE "　取込：".
           05  F-OK              PIC ZZZZ9.
           05                    PIC X(12)  VALUE "　不正：".
           05  F-REJ             PIC ZZZZ9.
           05                    PIC X(12)  VALUE "　商品：".
           05  F-SHOHIN          PIC ZZZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            DISPLAY "1=棚卸COUNTへ 2=入荷スキャンへ："
            ACCEPT MENU-CHOICE
            IF MENU-CHOICE NOT = "1" AND MENU-CHOICE NOT = "2"
                DISPLAY "選択が不正です。"
            ELSE
                PERFORM JAN-LOAD-RTN
                IF JN-CNT = ZERO
                    DISPLAY "JANマスタがありません。"
                ELSE
                    PERFORM TORIKOMI-RTN
                END-IF
            END-IF
            DISPLAY "END"
            STOP RUN.
      *
       TORIKOMI-RTN.
            OPEN INPUT SCAN-FILE
            IF SCAN-FS NOT = "00"
                CLOSE SCAN-FILE
                DISPLAY "スキャナ.TXTがありません。"
            ELSE
                IF MENU-CHOICE = "1"
                    DISPLAY "既存の棚卸COUNTに加算しますか"
                            "(Y=加算 N=置換)："
                    ACCEPT ANS
                    IF ANS = "Y" OR ANS = "y"
                        PERFORM COUNT-LOAD-RTN
                    END-IF
                END-IF
                OPEN OUTPUT REJ-FILE PRINT-FILE
                OPEN INPUT  SHOHIN-FILE
                MOVE W-DATE8 TO H-DATE
                WRITE P-REC FROM HEAD-1 AFTER PAGE
                IF MENU-CHOICE = "1"
                    MOVE "棚卸COUNT" TO H-SAKI
                ELSE
                    MOVE "入荷スキャン" TO H-SAKI
                END-IF
                WRITE P-REC FROM HEAD-15 AFTER 1
                READ SCAN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF SCAN-REC NOT = SPACE
                        ADD 1 TO LINE-NO
                        PERFORM ONE-RTN
                    END-IF
                    READ SCAN-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE SCAN-FILE
                PERFORM SORT-RTN
                IF MENU-CHOICE = "1"
                    PERFORM COUNT-WRITE-RTN
                ELSE
                    PERFORM NYUKA-WRITE-RTN
                END-IF
                PERFORM KEKKA-RTN
                CLOSE REJ-FILE PRINT-FILE SHOHIN-FILE
                DISPLAY "取込：" OK-CNT "行"
                DISPLAY "不正：" REJ-CNT "行"
                IF REJ-CNT > ZERO
                    DISPLAY "リジェクトを確認し、"
                            "JANを登録してください。"
                END-IF
            END-IF.
      *
      * 1行の検査：JANの形式とチェックデジット、JANマスタ登録、
      * 個数（省略時1）、変換先商品の商品マスタ実在
       ONE-RTN.
            MOVE SPACE TO C-JAN C-KOSU
            MOVE ZERO TO KOSU-LEN
            UNSTRING SCAN-REC DELIMITED BY "," OR SPACE
                INTO C-JAN
                     C-KOSU COUNT IN KOSU-LEN
            END-UNSTRING
            MOVE "Y" TO OK-FLG
            MOVE SPACE TO REASON
            IF C-KOSU = SPACE
                MOVE 1 TO WK-KOSU
            ELSE
                IF KOSU-LEN > 5
                    MOVE 5 TO KOSU-LEN
                END-IF
                IF C-KOSU(1:KOSU-LEN) NUMERIC
                    MOVE C-KOSU(1:KOSU-LEN) TO WK-KOSU
                ELSE
                    MOVE ZERO TO WK-KOSU
                END-IF
                IF WK-KOSU = ZERO
                    MOVE "N" TO OK-FLG
                    MOVE "個数不正" TO REASON
                END-IF
            END-IF
            IF OK-FLG = "Y"
                PERFORM JAN-CHK-RTN
                IF OK-FLG NOT = "Y"
                    MOVE "JAN不正" TO REASON
                END-IF
            END-IF
            IF OK-FLG = "Y"
                PERFORM HIT-FIND-RTN
                IF HIT-JX = ZERO
                    MOVE "N" TO OK-FLG
                    MOVE "JAN未登録" TO REASON
                END-IF
            END-IF
            IF OK-FLG = "Y"
                MOVE JB-NO(HIT-JX) TO T-NO
                READ SHOHIN-FILE
                    INVALID KEY
                        MOVE "N" TO OK-FLG
                        MOVE "商品マスタ未登録" TO REASON
                    NOT INVALID KEY
                        CONTINUE
                END-READ
            END-IF
            IF OK-FLG = "Y"
                PERFORM GASSAN-RTN
            END-IF
            IF OK-FLG = "Y"
                ADD 1 TO OK-CNT
            ELSE
                PERFORM REJ-WRITE-RTN
            END-IF.
      *
      * 商品ごとに読取回数と数量（個数×入数）を合算する
       GASSAN-RTN.
            COMPUTE WK-SURYO = WK-KOSU * JB-IRISU(HIT-JX)
            MOVE ZERO TO HIT-SKX
            PERFORM VARYING SKX FROM 1 BY 1 UNTIL SKX > SK-CNT
                IF SKT-NO(SKX) = JB-NO(HIT-JX)
                    MOVE SKX TO HIT-SKX
                END-IF
            END-PERFORM
            IF HIT-SKX = ZERO
                IF SK-CNT < 300
                    ADD 1 TO SK-CNT
                    MOVE SK-CNT TO HIT-SKX
                    MOVE JB-NO(HIT-JX) TO SKT-NO(HIT-SKX)
                    MOVE ZERO TO SKT-KAISU(HIT-SKX)
                                 SKT-SURYO(HIT-SKX)
                                 SKT-KIZON(HIT-SKX)
                ELSE
                    MOVE "N" TO OK-FLG
                    MOVE "集計上限超過" TO REASON
                END-IF
            END-IF
            IF HIT-SKX NOT = ZERO
                ADD 1        TO SKT-KAISU(HIT-SKX)
                ADD WK-SURYO TO SKT-SURYO(HIT-SKX)
            END-IF.
      *
       HIT-FIND-RTN.
            MOVE ZERO TO HIT-JX
            PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > JN-CNT
                IF JB-JAN(JX) = C-JAN
                    MOVE JX TO HIT-JX
                END-IF
            END-PERFORM.
      *
      * JANの検査：8桁または13桁の数字で、右端のチェックデジットが
      * 右から2桁目を重み3として3・1交互の加重合計と合うこと
       JAN-CHK-RTN.
            MOVE "N" TO OK-FLG
            MOVE ZERO TO JAN-KETA
            IF C-JAN(1:8) NUMERIC AND C-JAN(9:5) = SPACE
                MOVE 8 TO JAN-KETA
            END-IF
            IF C-JAN NUMERIC
                MOVE 13 TO JAN-KETA
            END-IF
            IF JAN-KETA > ZERO
                MOVE ZERO TO JAN-GOKEI
                MOVE 3 TO JAN-OMOMI
                PERFORM VARYING JKX FROM JAN-KETA BY -1
                        UNTIL JKX < 2
                    MOVE C-JAN(JKX - 1:1) TO JAN-SUJI
                    COMPUTE JAN-GOKEI = JAN-GOKEI
                                      + JAN-SUJI * JAN-OMOMI
                    IF JAN-OMOMI = 3
                        MOVE 1 TO JAN-OMOMI
                    ELSE
                        MOVE 3 TO JAN-OMOMI
                    END-IF
                END-PERFORM
                DIVIDE JAN-GOKEI BY 10 GIVING JAN-SHO
                    REMAINDER JAN-AMARI
                IF JAN-AMARI = ZERO
                    MOVE ZERO TO JAN-CD
                ELSE
                    COMPUTE JAN-CD = 10 - JAN-AMARI
                END-IF
                MOVE C-JAN(JAN-KETA:1) TO JAN-SUJI
                IF JAN-SUJI = JAN-CD
                    MOVE "Y" TO OK-FLG
                END-IF
            END-IF.
      *
      * 不正行：リジェクトへ書き出し、JAN・理由ごとの回数を数える
       REJ-WRITE-RTN.
            ADD 1 TO REJ-CNT
            MOVE SPACE TO RJ-REC
            MOVE LINE-NO  TO RJ-LINE
            MOVE REASON   TO RJ-REASON
            MOVE SCAN-REC TO RJ-DATA
            WRITE RJ-REC
            MOVE ZERO TO HIT-RJX
            PERFORM VARYING RJX FROM 1 BY 1 UNTIL RJX > RJ-CNT
                IF RJT-JAN(RJX) = C-JAN
                    AND RJT-REASON(RJX) = REASON
                    MOVE RJX TO HIT-RJX
                END-IF
            END-PERFORM
            IF HIT-RJX = ZERO AND RJ-CNT < 300
                ADD 1 TO RJ-CNT
                MOVE RJ-CNT TO HIT-RJX
                MOVE C-JAN  TO RJT-JAN(HIT-RJX)
                MOVE REASON TO RJT-REASON(HIT-RJX)
                MOVE ZERO   TO RJT-KAISU(HIT-RJX)
            END-IF
            IF HIT-RJX NOT = ZERO
                ADD 1 TO RJT-KAISU(HIT-RJX)
            END-IF.
      *
      * 加算時は既存の棚卸COUNTを合算表の初期値として読み込む
       COUNT-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT COUNT-FILE
            IF COUNT-FS NOT = "00"
                CLOSE COUNT-FILE
            ELSE
                READ COUNT-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF SK-CNT < 300 AND CN-NO NOT = SPACE
                        ADD 1 TO SK-CNT
                        MOVE CN-NO    TO SKT-NO(SK-CNT)
                        MOVE ZERO     TO SKT-KAISU(SK-CNT)
                                         SKT-SURYO(SK-CNT)
                        MOVE CN-SURYO TO SKT-KIZON(SK-CNT)
                    END-IF
                    READ COUNT-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE COUNT-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 棚卸COUNT：商品順に実棚数（既存分＋今回分）を書き出す
       COUNT-WRITE-RTN.
            OPEN OUTPUT COUNT-FILE
            PERFORM VARYING SKX FROM 1 BY 1 UNTIL SKX > SK-CNT
                MOVE SPACE TO CN-REC
                MOVE SKT-NO(SKX) TO CN-NO
                COMPUTE CN-SURYO = SKT-KIZON(SKX) + SKT-SURYO(SKX)
                WRITE CN-REC
                ADD 1 TO OUT-CNT
            END-PERFORM
            CLOSE COUNT-FILE.
      *
      * 入荷スキャン：今回読み取った商品の数量を追記する
       NYUKA-WRITE-RTN.
            OPEN EXTEND NS-FILE
            PERFORM VARYING SKX FROM 1 BY 1 UNTIL SKX > SK-CNT
                MOVE SPACE TO NS-REC
                MOVE SKT-NO(SKX)    TO NS-NO
                MOVE SKT-SURYO(SKX) TO NS-SURYO
                MOVE W-DATE8        TO NS-DATE
                WRITE NS-REC
                ADD 1 TO OUT-CNT
            END-PERFORM
            CLOSE NS-FILE.
      *
      * 取込結果表：商品ごとの合算と、取り込めなかったJAN
       KEKKA-RTN.
            WRITE P-REC FROM HEAD-2 AFTER 2
            PERFORM VARYING SKX FROM 1 BY 1 UNTIL SKX > SK-CNT
                MOVE SKT-NO(SKX) TO M-NO T-NO
                READ SHOHIN-FILE
                    INVALID KEY
                        MOVE "（未登録）" TO M-NAME
                    NOT INVALID KEY
                        MOVE T-NAME TO M-NAME
                END-READ
                MOVE SKT-KAISU(SKX) TO M-KAISU
                MOVE SKT-SURYO(SKX) TO M-SURYO
                COMPUTE M-OUT = SKT-KIZON(SKX) + SKT-SURYO(SKX)
                WRITE P-REC FROM MEISAI AFTER 1
            END-PERFORM
            IF RJ-CNT > ZERO
                WRITE P-REC FROM HEAD-3 AFTER 2
                WRITE P-REC FROM HEAD-4 AFTER 1
                PERFORM VARYING RJX FROM 1 BY 1 UNTIL RJX > RJ-CNT
                    MOVE RJT-JAN(RJX)    TO RM-JAN
                    MOVE RJT-REASON(RJX) TO RM-REASON
                    MOVE RJT-KAISU(RJX)  TO RM-KAISU
                    WRITE P-REC FROM RJ-MEISAI AFTER 1
                END-PERFORM
            END-IF
            MOVE LINE-NO TO F-READ
            MOVE OK-CNT  TO F-OK
            MOVE REJ-CNT TO F-REJ
            MOVE OUT-CNT TO F-SHOHIN
            WRITE P-REC FROM FOOT-1 AFTER 2.
      *
      * 合算表を商品NO順に並べる
       SORT-RTN.
            PERFORM VARYING SKX FROM 1 BY 1 UNTIL SKX >= SK-CNT
                PERFORM VARYING SKY FROM SKX BY 1 UNTIL SKY > SK-CNT
                    IF SKT-NO(SKY) < SKT-NO(SKX)
                        MOVE SK-ENT(SKX) TO SK-WORK
                        MOVE SK-ENT(SKY) TO SK-ENT(SKX)
                        MOVE SK-WORK     TO SK-ENT(SKY)
                    END-IF
                END-PERFORM
            END-PERFORM.
      *
       JAN-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT JAN-FILE
            IF JAN-FS NOT = "00"
                CLOSE JAN-FILE
            ELSE
                READ JAN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF JN-CNT < 2000 AND JN-JAN NOT = SPACE
                        ADD 1 TO JN-CNT
                        MOVE JN-JAN   TO JB-JAN(JN-CNT)
                        MOVE JN-NO    TO JB-NO(JN-CNT)
                        MOVE JN-IRISU TO JB-IRISU(JN-CNT)
                    END-IF
                    READ JAN-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE JAN-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
