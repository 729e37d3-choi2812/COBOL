      *
      * 14JY0123 崔　禎　文
      * 代替商品：欠品・旬外・仕入先取引停止のときに使う代替商品を
      * 管理する
      * 1=代替の登録（元商品・優先順・代替商品・換算比率（元商品
      * 　1に対する代替商品の数量）・有効期間・推奨仕入先（空白は
      * 　直近の仕入先）を代替商品マスタ.TXTへ追加、権限レベル2）
      * 2=代替商品一覧（元商品・優先順の順に印字）
      * 3=月次代替実績表（代替実績.TXTを元商品×代替商品で集計し、
      * 　出庫（P27のピッキング）・発注提案（P17）・需要予測（P55）
      * 　の別に回数と数量を印字する）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P134.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL DAITAI-FILE ASSIGN
                                    "代替商品マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS DAITAI-FS.
           SELECT  OPTIONAL DJ-FILE  ASSIGN  "代替実績.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS DJ-FS.
           SELECT  SHOHIN-FILE ASSIGN  "ISAM商品マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY T-NO.
           SELECT  MAS-FILE    ASSIGN  "ISAM仕入先マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY S-CODE.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  OPTIONAL OPE-FILE ASSIGN
                                    "オペレータマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS OPE-FS.
           SELECT  PRINT-FILE  ASSIGN  "P134.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 代替商品マスタ：同じ元商品の代替は優先順の小さい順に使う
       FD  DAITAI-FILE.
       01  DS-REC.
           05  DS-ITEM           PIC X(05).
           05                    PIC X(01).
           05  DS-JUN            PIC 9(02).
           05                    PIC X(01).
           05  DS-SUB            PIC X(05).
           05                    PIC X(01).
           05  DS-RATIO          PIC 9(03)V99.
           05                    PIC X(01).
           05  DS-FROM           PIC 9(08).
           05                    PIC X(01).
           05  DS-TO             PIC 9(08).
           05                    PIC X(01).
           05  DS-S-CODE         PIC X(03).
      *
      * 代替実績：区分 S＝出庫（P27）H＝発注提案（P17）Y＝予測（P55）
       FD  DJ-FILE.
       01  DJ-REC.
           05  DJ-DATE           PIC 9(08).
           05                    PIC X(01).
           05  DJ-KBN            PIC X(01).
           05                    PIC X(01).
           05  DJ-ITEM           PIC X(05).
           05                    PIC X(01).
           05  DJ-SUB            PIC X(05).
           05                    PIC X(01).
           05  DJ-SURYO          PIC 9(07).
           05                    PIC X(01).
           05  DJ-S-CODE         PIC X(03).
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
       FD  MAS-FILE.
       01  S-REC.
           05  S-CODE            PIC X(03).
           05  S-SYOTEN.
               10  S-SYOTEN-ZIP      PIC X(08).
               10  S-SYOTEN-PREF     PIC X(02).
               10  S-SYOTEN-REST     PIC X(10).
           05  S-TEL             PIC X(12).
           05  S-CATEGORY        PIC X(02).
           05  S-FAX             PIC X(12).
           05  S-EMAIL           PIC X(30).
           05  S-REORDER         PIC 9(05).
           05  S-STATUS          PIC X(01).
               88  S-ACTIVE                 VALUE "A".
               88  S-INACTIVE               VALUE "I".
           05  S-YTD-SURYO       PIC 9(07).
           05  S-YTD-KINGAKU     PIC 9(09).
           05  S-BANK-CODE       PIC X(04).
           05  S-SHITEN-CODE     PIC X(03).
           05  S-KOZA-TYPE       PIC X(01).
           05  S-KOZA-NO         PIC X(07).
           05  S-KOZA-KANA       PIC X(30).
           05  S-INV-NO          PIC X(14).
           05  S-CURRENCY        PIC X(03).
           05  S-GRADE           PIC X(01).
      *
       FD  SIGNON-FILE.
       01  SG-REC.
           05  SG-OPID           PIC X(04).
      *
       FD  OPE-FILE.
       01  OP-REC.
           05  OP-ID             PIC X(04).
           05                    PIC X(01).
           05  OP-NAME           PIC X(10).
           05                    PIC X(01).
           05  OP-LEVEL          PIC X(01).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  DAITAI-FS             PIC X(02)  VALUE SPACE.
       01  DJ-FS                 PIC X(02)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPE-FS                PIC X(02)  VALUE SPACE.
       01  OPE-END-FLG           PIC X(01)  VALUE SPACE.
       01  CUR-LEVEL             PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  OK-FLG                PIC X(01)  VALUE SPACE.
       01  FOUND-FLG             PIC X(01)  VALUE SPACE.
       01  IN-ITEM               PIC X(05)  VALUE SPACE.
       01  IN-JUN                PIC X(02)  VALUE SPACE.
       01  IN-SUB                PIC X(05)  VALUE SPACE.
       01  IN-RATIO              PIC X(05)  VALUE SPACE.
       01  IN-RATIO-N REDEFINES IN-RATIO PIC 9(03)V99.
       01  IN-FROM               PIC X(08)  VALUE SPACE.
       01  IN-TO                 PIC X(08)  VALUE SPACE.
       01  IN-S-CODE             PIC X(03)  VALUE SPACE.
       01  IN-YYMM               PIC X(06)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  W-YY                  PIC 9(04)  VALUE ZERO.
       01  W-MM                  PIC 9(02)  VALUE ZERO.
       01  DSX                   PIC 9(03).
       01  DSY                   PIC 9(03).
       01  DS-CNT                PIC 9(03)  VALUE ZERO.
       01  DKX                   PIC 9(03).
       01  DK-CNT                PIC 9(03)  VALUE ZERO.
       01  G-KENSU               PIC 9(05)  VALUE ZERO.
      *
       01  DAITAI-TBL.
           05  DAITAI-ENT        OCCURS 300 TIMES.
               10  DST-ITEM      PIC X(05).
               10  DST-JUN       PIC 9(02).
               10  DST-SUB       PIC X(05).
               10  DST-RATIO     PIC 9(03)V99.
               10  DST-FROM      PIC 9(08).
               10  DST-TO        PIC 9(08).
               10  DST-S-CODE    PIC X(03).
       01  DS-WORK               PIC X(36).
      * 月次集計：元商品×代替商品ごとの区分別回数と数量
       01  DK-TBL.
           05  DK-ENT            OCCURS 300 TIMES.
               10  DKT-ITEM      PIC X(05).
               10  DKT-SUB       PIC X(05).
               10  DKT-S-KAI     PIC 9(05).
               10  DKT-H-KAI     PIC 9(05).
               10  DKT-Y-KAI     PIC 9(05).
               10  DKT-SURYO     PIC 9(09).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05  H-TITLE           PIC X(29).
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
       01  HEAD-15.
           05                    PIC X(15)  VALUE "対象年月：".
           05  H-YY              PIC 9(04).
           05                    PIC X(01)  VALUE "/".
           05  H-MM              PIC 9(02).
       01  HEAD-2.
           05                    PIC X(09)  VALUE  "元商品".
           05                    PIC X(05)  VALUE  "順".
           05                    PIC X(07)  VALUE  "代替".
           05                    PIC X(12)  VALUE  "商品名".
           05                    PIC X(09)  VALUE  "比率".
           05                    PIC X(12)  VALUE  "開始日".
           05                    PIC X(12)  VALUE  "終了日".
           05                    PIC X(09)  VALUE  "仕入先".
       01  MEISAI.
           05  M-ITEM            PIC X(05).
           05                    PIC X(02)  VALUE SPACE.
           05  M-JUN             PIC Z9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-SUB             PIC X(05).
           05                    PIC X(02)  VALUE SPACE.
           05  M-NAME            PIC X(10).
           05                    PIC X(02)  VALUE SPACE.
           05  M-RATIO           PIC ZZ9.99.
           05                    PIC X(02)  VALUE SPACE.
           05  M-FROM            PIC 9999/99/99.
           05                    PIC X(02)  VALUE SPACE.
           05  M-TO              PIC 9999/99/99.
           05                    PIC X(02)  VALUE SPACE.
           05  M-S-CODE          PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  M-MARK            PIC X(06).
       01  HEAD-3.
           05                    PIC X(09)  VALUE  "元商品".
           05                    PIC X(12)  VALUE  "商品名".
           05                    PIC X(07)  VALUE  "代替".
           05                    PIC X(12)  VALUE  "商品名".
           05                    PIC X(08)  VALUE  "出庫".
           05                    PIC X(08)  VALUE  "発注".
           05                    PIC X(08)  VALUE  "予測".
           05                    PIC X(12)  VALUE  "代替数量".
       01  JISSEKI-MEISAI.
           05  JM-ITEM           PIC X(05).
           05                    PIC X(02)  VALUE SPACE.
           05  JM-NAME           PIC X(10).
           05                    PIC X(02)  VALUE SPACE.
           05  JM-SUB            PIC X(05).
           05                    PIC X(02)  VALUE SPACE.
           05  JM-SUB-NAME       PIC X(10).
           05                    PIC X(01)  VALUE SPACE.
           05  JM-S-KAI          PIC ZZZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  JM-H-KAI          PIC ZZZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  JM-Y-KAI          PIC ZZZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  JM-SURYO          PIC ZZZ,ZZZ,ZZ9.
       01  FOOT-1.
           05                    PIC X(09)  VALUE "件数：".
           05  F-KENSU           PIC ZZZZ9.
       01  FOOT-2.
           05                    PIC X(48)  VALUE
                "（出庫＝ピッキング時の欠品代替）".
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM OPID-LOAD-RTN
            PERFORM DAITAI-LOAD-RTN
            DISPLAY "1=代替登録 2=代替商品一覧 "
                    "3=月次代替実績表："
            ACCEPT MENU-CHOICE
            EVALUATE MENU-CHOICE
                WHEN "1"
                    PERFORM LEVEL-CHK-RTN
                    IF CUR-LEVEL NOT = "2"
                        DISPLAY "権限がありません。"
                    ELSE
                        PERFORM TOROKU-RTN
                    END-IF
                WHEN "2" PERFORM ICHIRAN-RTN
                WHEN "3" PERFORM JISSEKI-RTN
                WHEN OTHER DISPLAY "選択が不正です。"
            END-EVALUATE
            DISPLAY "END"
            STOP RUN.
      *
      * 代替の登録：元商品・代替商品は商品マスタに有り、代替商品は
      * 廃番でないこと。同じ元商品・代替商品で期間の重なる登録は
      * 受け付けない
       TOROKU-RTN.
            MOVE "Y" TO OK-FLG
            OPEN INPUT SHOHIN-FILE MAS-FILE
            DISPLAY "元商品NO："
            ACCEPT IN-ITEM
            MOVE IN-ITEM TO T-NO
            READ SHOHIN-FILE
                INVALID KEY
                    DISPLAY "商品がありません：" IN-ITEM
                    MOVE "N" TO OK-FLG
                NOT INVALID KEY
                    DISPLAY "商品名：" T-NAME
            END-READ
            IF OK-FLG = "Y"
                DISPLAY "代替商品NO："
                ACCEPT IN-SUB
                MOVE IN-SUB TO T-NO
                READ SHOHIN-FILE
                    INVALID KEY
                        DISPLAY "商品がありません：" IN-SUB
                        MOVE "N" TO OK-FLG
                    NOT INVALID KEY
                        IF T-STATUS = "D"
                            DISPLAY "廃番の商品です：" IN-SUB
                            MOVE "N" TO OK-FLG
                        ELSE
                            DISPLAY "商品名：" T-NAME
                        END-IF
                END-READ
                IF IN-SUB = IN-ITEM
                    DISPLAY "元商品と同じです。"
                    MOVE "N" TO OK-FLG
                END-IF
            END-IF
            IF OK-FLG = "Y"
                DISPLAY "優先順(2桁)："
                ACCEPT IN-JUN
                DISPLAY "換算比率(5桁 999V99 例 00100=1.00)："
                ACCEPT IN-RATIO
                IF IN-JUN NOT NUMERIC OR IN-RATIO NOT NUMERIC
                    DISPLAY "数字で入力してください。"
                    MOVE "N" TO OK-FLG
                ELSE
                    IF IN-RATIO-N = ZERO
                        DISPLAY "換算比率が不正です。"
                        MOVE "N" TO OK-FLG
                    END-IF
                END-IF
            END-IF
            IF OK-FLG = "Y"
                DISPLAY "有効開始日YYYYMMDD："
                ACCEPT IN-FROM
                DISPLAY "有効終了日YYYYMMDD："
                ACCEPT IN-TO
                IF IN-FROM NOT NUMERIC OR IN-TO NOT NUMERIC
                    DISPLAY "数字8桁で入力してください。"
                    MOVE "N" TO OK-FLG
                ELSE
                    IF IN-TO < IN-FROM
                        DISPLAY "有効期間が不正です。"
                        MOVE "N" TO OK-FLG
                    END-IF
                END-IF
            END-IF
            IF OK-FLG = "Y"
                DISPLAY "推奨仕入先（空白は直近）："
                ACCEPT IN-S-CODE
                IF IN-S-CODE NOT = SPACE
                    MOVE IN-S-CODE TO S-CODE
                    READ MAS-FILE
                        INVALID KEY
                            DISPLAY "仕入先がありません："
                                    IN-S-CODE
                            MOVE "N" TO OK-FLG
                        NOT INVALID KEY
                            IF S-INACTIVE
                                DISPLAY "休止中の仕入先です："
                                        IN-S-CODE
                                MOVE "N" TO OK-FLG
                            END-IF
                    END-READ
                END-IF
            END-IF
            IF OK-FLG = "Y"
                PERFORM VARYING DSX FROM 1 BY 1 UNTIL DSX > DS-CNT
                    IF DST-ITEM(DSX) = IN-ITEM
                        AND DST-SUB(DSX) = IN-SUB
                        AND DST-FROM(DSX) <= IN-TO
                        AND DST-TO(DSX) >= IN-FROM
                        DISPLAY "期間の重なる登録あり"
                        MOVE "N" TO OK-FLG
                    END-IF
                END-PERFORM
            END-IF
            IF OK-FLG = "Y"
                OPEN EXTEND DAITAI-FILE
                MOVE SPACE     TO DS-REC
                MOVE IN-ITEM   TO DS-ITEM
                MOVE IN-JUN    TO DS-JUN
                MOVE IN-SUB    TO DS-SUB
                MOVE IN-RATIO-N TO DS-RATIO
                MOVE IN-FROM   TO DS-FROM
                MOVE IN-TO     TO DS-TO
                MOVE IN-S-CODE TO DS-S-CODE
                WRITE DS-REC
                CLOSE DAITAI-FILE
                DISPLAY "代替商品を登録しました。"
            ELSE
                DISPLAY "代替商品は登録しません。"
            END-IF
            CLOSE SHOHIN-FILE MAS-FILE.
      *
      * 代替商品一覧：元商品・優先順の順に並べ替えて印字する
      * （有効期間外の行には期間外と付ける）
       ICHIRAN-RTN.
            PERFORM VARYING DSX FROM 1 BY 1 UNTIL DSX >= DS-CNT
                PERFORM VARYING DSY FROM DSX BY 1 UNTIL DSY > DS-CNT
                    IF DST-ITEM(DSY) < DST-ITEM(DSX)
                        OR (DST-ITEM(DSY) = DST-ITEM(DSX)
                            AND DST-JUN(DSY) < DST-JUN(DSX))
                        MOVE DAITAI-ENT(DSX) TO DS-WORK
                        MOVE DAITAI-ENT(DSY) TO DAITAI-ENT(DSX)
                        MOVE DS-WORK         TO DAITAI-ENT(DSY)
                    END-IF
                END-PERFORM
            END-PERFORM
            OPEN INPUT SHOHIN-FILE
            OPEN OUTPUT PRINT-FILE
            MOVE "*** 代替商品一覧" TO H-TITLE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            PERFORM VARYING DSX FROM 1 BY 1 UNTIL DSX > DS-CNT
                MOVE DST-SUB(DSX) TO T-NO
                READ SHOHIN-FILE
                    INVALID KEY
                        MOVE SPACE TO T-NAME
                END-READ
                MOVE SPACE TO MEISAI
                MOVE DST-ITEM(DSX)   TO M-ITEM
                MOVE DST-JUN(DSX)    TO M-JUN
                MOVE DST-SUB(DSX)    TO M-SUB
                MOVE T-NAME          TO M-NAME
                MOVE DST-RATIO(DSX)  TO M-RATIO
                MOVE DST-FROM(DSX)   TO M-FROM
                MOVE DST-TO(DSX)     TO M-TO
                MOVE DST-S-CODE(DSX) TO M-S-CODE
                IF DST-FROM(DSX) > W-DATE8 OR DST-TO(DSX) < W-DATE8
                    MOVE "期間外" TO M-MARK
                END-IF
                WRITE P-REC FROM MEISAI AFTER 1
            END-PERFORM
            MOVE DS-CNT TO F-KENSU
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE SHOHIN-FILE PRINT-FILE.
      *
      * 月次代替実績表：対象年月（空白は前月）の代替実績を集計する
       JISSEKI-RTN.
            DISPLAY "対象年月YYYYMM（空白は前月）："
            ACCEPT IN-YYMM
            IF IN-YYMM = SPACE
                MOVE W-DATE8(1:4) TO W-YY
                MOVE W-DATE8(5:2) TO W-MM
                IF W-MM = 1
                    SUBTRACT 1 FROM W-YY
                    MOVE 12 TO W-MM
                ELSE
                    SUBTRACT 1 FROM W-MM
                END-IF
                MOVE W-YY TO IN-YYMM(1:4)
                MOVE W-MM TO IN-YYMM(5:2)
            END-IF
            IF IN-YYMM NOT NUMERIC
                DISPLAY "数字6桁で入力してください。"
            ELSE
                PERFORM JISSEKI-SHUKEI-RTN
                OPEN INPUT SHOHIN-FILE
                OPEN OUTPUT PRINT-FILE
                MOVE "*** 月次代替実績表" TO H-TITLE
                MOVE W-DATE8 TO H-DATE
                WRITE P-REC FROM HEAD-1 AFTER PAGE
                MOVE IN-YYMM(1:4) TO H-YY
                MOVE IN-YYMM(5:2) TO H-MM
                WRITE P-REC FROM HEAD-15 AFTER 1
                WRITE P-REC FROM HEAD-3 AFTER 2
                PERFORM VARYING DKX FROM 1 BY 1 UNTIL DKX > DK-CNT
                    PERFORM JISSEKI-PRINT-RTN
                END-PERFORM
                MOVE DK-CNT TO F-KENSU
                WRITE P-REC FROM FOOT-1 AFTER 2
                WRITE P-REC FROM FOOT-2 AFTER 1
                CLOSE SHOHIN-FILE PRINT-FILE
                DISPLAY "代替の組合せ数：" DK-CNT
                        "　実績件数：" G-KENSU
            END-IF.
      *
       JISSEKI-SHUKEI-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT DJ-FILE
            IF DJ-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ DJ-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF DJ-DATE(1:6) = IN-YYMM
                    PERFORM JISSEKI-ONE-RTN
                END-IF
                READ DJ-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE DJ-FILE
            MOVE SPACE TO END-FLG.
      *
       JISSEKI-ONE-RTN.
            ADD 1 TO G-KENSU
            MOVE SPACE TO FOUND-FLG
            PERFORM VARYING DKX FROM 1 BY 1 UNTIL DKX > DK-CNT
                IF DKT-ITEM(DKX) = DJ-ITEM AND DKT-SUB(DKX) = DJ-SUB
                    MOVE "Y" TO FOUND-FLG
                    MOVE DKX TO DSX
                END-IF
            END-PERFORM
            IF FOUND-FLG NOT = "Y" AND DK-CNT < 300
                ADD 1 TO DK-CNT
                MOVE DK-CNT  TO DSX
                MOVE DJ-ITEM TO DKT-ITEM(DSX)
                MOVE DJ-SUB  TO DKT-SUB(DSX)
                MOVE ZERO    TO DKT-S-KAI(DSX) DKT-H-KAI(DSX)
                                DKT-Y-KAI(DSX) DKT-SURYO(DSX)
                MOVE "Y" TO FOUND-FLG
            END-IF
            IF FOUND-FLG = "Y"
                EVALUATE DJ-KBN
                    WHEN "S" ADD 1 TO DKT-S-KAI(DSX)
                    WHEN "H" ADD 1 TO DKT-H-KAI(DSX)
                    WHEN "Y" ADD 1 TO DKT-Y-KAI(DSX)
                END-EVALUATE
                ADD DJ-SURYO TO DKT-SURYO(DSX)
            END-IF.
      *
       JISSEKI-PRINT-RTN.
            MOVE SPACE TO JISSEKI-MEISAI
            MOVE DKT-ITEM(DKX) TO JM-ITEM T-NO
            READ SHOHIN-FILE
                INVALID KEY
                    MOVE SPACE TO T-NAME
            END-READ
            MOVE T-NAME        TO JM-NAME
            MOVE DKT-SUB(DKX)  TO JM-SUB T-NO
            READ SHOHIN-FILE
                INVALID KEY
                    MOVE SPACE TO T-NAME
            END-READ
            MOVE T-NAME          TO JM-SUB-NAME
            MOVE DKT-S-KAI(DKX)  TO JM-S-KAI
            MOVE DKT-H-KAI(DKX)  TO JM-H-KAI
            MOVE DKT-Y-KAI(DKX)  TO JM-Y-KAI
            MOVE DKT-SURYO(DKX)  TO JM-SURYO
            WRITE P-REC FROM JISSEKI-MEISAI AFTER 1.
      *
       DAITAI-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT DAITAI-FILE
            IF DAITAI-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ DAITAI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF DS-CNT < 300
                    ADD 1 TO DS-CNT
                    MOVE DS-ITEM   TO DST-ITEM(DS-CNT)
                    MOVE DS-JUN    TO DST-JUN(DS-CNT)
                    MOVE DS-SUB    TO DST-SUB(DS-CNT)
                    MOVE DS-RATIO  TO DST-RATIO(DS-CNT)
                    MOVE DS-FROM   TO DST-FROM(DS-CNT)
                    MOVE DS-TO     TO DST-TO(DS-CNT)
                    MOVE DS-S-CODE TO DST-S-CODE(DS-CNT)
                END-IF
                READ DAITAI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE DAITAI-FILE
            MOVE SPACE TO END-FLG.
      *
      * サインオン情報（P18で記録）から担当者IDを取得する
       OPID-LOAD-RTN.
            OPEN INPUT SIGNON-FILE
            IF SIGNON-FS = "00"
                READ SIGNON-FILE
                    AT END MOVE "E" TO SIGNON-END-FLG
                END-READ
                IF SIGNON-END-FLG NOT = "E"
                    MOVE SG-OPID TO OPID
                END-IF
                CLOSE SIGNON-FILE
            ELSE
                CLOSE SIGNON-FILE
            END-IF.
      *
       LEVEL-CHK-RTN.
            MOVE SPACE TO OPE-END-FLG
            OPEN INPUT OPE-FILE
            IF OPE-FS NOT = "00"
                MOVE "E" TO OPE-END-FLG
            ELSE
                READ OPE-FILE
                    AT END MOVE "E" TO OPE-END-FLG
                END-READ
            END-IF
            PERFORM UNTIL OPE-END-FLG = "E"
                IF OP-ID = OPID
                    MOVE OP-LEVEL TO CUR-LEVEL
                    MOVE "E" TO OPE-END-FLG
                ELSE
                    READ OPE-FILE
                        AT END MOVE "E" TO OPE-END-FLG
                    END-READ
                END-IF
            END-PERFORM
            CLOSE OPE-FILE.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
