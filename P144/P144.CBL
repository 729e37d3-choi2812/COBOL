      *
      * 14JY0123 崔　禎　文
      * POS売上取込：各店舗のPOS日次売上（POS売上.TXT、
      * 店舗,売上日,POSコード,数量,売価）を出庫TRAN.TXTの出庫
      * レコード（数量・実売単価・店舗コード付き）へ変換して追記する
      * （以後は通常のP27で在庫・出庫原価へ反映される）
      * 取決め仕様：数量4桁・売価7桁（下2桁=銭）・日付8桁は
      * ゼロ埋め固定桁とする（P61の納品CSVと同じ）
      * POSコードはJANマスタ.TXT（P142で保守）で当方商品NOと入数へ
      * 変換する。JANマスタに無いコードは当方商品NO直打ちとみなし
      * 商品マスタで確認する。数量×入数を基本単位の出庫数量とし、
      * 売価÷入数を基本単位あたりの実売単価とする
      * 商品不明・売価ゼロ・数量不正等の行は行番号と理由を付けて
      * POS売上リジェクト.TXTへ書き出す
      * 取込済の店舗×売上日はPOS取込済.TXTに記録し、同じ店舗×
      * 売上日の行は再取込させない（全行を取込済で返す）
      * 店舗×売上日ごとの売上件数・数量・金額を統制表（P144.DOC）に
      * 印字する
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P144.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL POS-FILE ASSIGN  "POS売上.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS POS-FS.
           SELECT  OPTIONAL SYUKO-FILE  ASSIGN  "出庫TRAN.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SYUKO-FS.
           SELECT  OPTIONAL JAN-FILE ASSIGN  "JANマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS JAN-FS.
           SELECT  OPTIONAL ZUMI-FILE ASSIGN  "POS取込済.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS ZUMI-FS.
           SELECT  REJ-FILE    ASSIGN  "POS売上リジェクト.TXT"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  SHOHIN-FILE ASSIGN  "ISAM商品マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY T-NO.
           SELECT  PRINT-FILE  ASSIGN  "P144.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
       FD  POS-FILE.
       01  POS-REC               PIC X(60).
      *
      * 出庫TRAN：末尾の実売単価・出荷先は拡張欄（旧形式は空白）
       FD  SYUKO-FILE.
       01  D-REC.
           05  D-NO              PIC X(05).
           05  D-DATE            PIC 9(08).
           05  D-SURYO           PIC 9(04).
           05  D-BIKO            PIC X(10).
           05  D-URI-TANKA       PIC 9(05)V99.
           05  D-OUTLET          PIC X(04).
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
      * POS取込済：店舗・売上日・取込日・取込件数・売上金額
       FD  ZUMI-FILE.
       01  ZM-REC.
           05  ZM-OUTLET         PIC X(04).
           05                    PIC X(01).
           05  ZM-DATE           PIC 9(08).
           05                    PIC X(01).
           05  ZM-TORI-DATE      PIC 9(08).
           05                    PIC X(01).
           05  ZM-KEN            PIC 9(05).
           05                    PIC X(01).
           05  ZM-KINGAKU        PIC 9(11).
      *
       FD  REJ-FILE.
       01  RJ-REC.
           05  RJ-LINE           PIC 9(05).
           05                    PIC X(01).
           05  RJ-REASON         PIC X(20).
           05                    PIC X(01).
           05  RJ-DATA           PIC X(60).
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
       01  POS-FS                PIC X(02)  VALUE SPACE.
       01  SYUKO-FS              PIC X(02)  VALUE SPACE.
       01  JAN-FS                PIC X(02)  VALUE SPACE.
       01  ZUMI-FS               PIC X(02)  VALUE SPACE.
       01  OK-FLG                PIC X(01)  VALUE SPACE.
       01  REASON                PIC X(20)  VALUE SPACE.
       01  LINE-NO               PIC 9(05)  VALUE ZERO.
       01  OK-CNT                PIC 9(05)  VALUE ZERO.
       01  REJ-CNT               PIC 9(05)  VALUE ZERO.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
      *
       01  C-OUTLET              PIC X(04)  VALUE SPACE.
       01  C-DATE                PIC X(08)  VALUE SPACE.
       01  C-DATE-N REDEFINES C-DATE PIC 9(08).
       01  C-CODE                PIC X(13)  VALUE SPACE.
       01  C-KAZU                PIC X(04)  VALUE SPACE.
       01  C-KAZU-N REDEFINES C-KAZU PIC 9(04).
       01  C-BAIKA               PIC X(07)  VALUE SPACE.
       01  C-BAIKA-N REDEFINES C-BAIKA PIC 9(05)V99.
       01  WK-NO                 PIC X(05)  VALUE SPACE.
       01  WK-IRISU              PIC 9(04)  VALUE ZERO.
       01  WK-SURYO              PIC 9(08)  VALUE ZERO.
       01  WK-KINGAKU            PIC 9(11)  VALUE ZERO.
       01  JN-CNT                PIC 9(04)  VALUE ZERO.
       01  JX                    PIC 9(04).
       01  HIT-JX                PIC 9(04)  VALUE ZERO.
       01  TK-CNT                PIC 9(03)  VALUE ZERO.
       01  TKX                   PIC 9(03).
       01  TKY                   PIC 9(03).
       01  HIT-TKX               PIC 9(03)  VALUE ZERO.
       01  ZUMI-CNT              PIC 9(03)  VALUE ZERO.
       01  G-KEN                 PIC 9(05)  VALUE ZERO.
       01  G-SURYO               PIC 9(09)  VALUE ZERO.
       01  G-KINGAKU             PIC 9(11)  VALUE ZERO.
      *
       01  JAN-TBL.
           05  JAN-ENT           OCCURS 2000 TIMES.
               10  JB-JAN        PIC X(13).
               10  JB-NO         PIC X(05).
               10  JB-IRISU      PIC 9(04).
      *
      * 店舗×売上日の統制（Z=取込済のため今回は取り込まない）
       01  TK-TBL.
           05  TK-ENT            OCCURS 300 TIMES.
               10  TKT-OUTLET    PIC X(04).
               10  TKT-DATE      PIC 9(08).
               10  TKT-ZUMI      PIC X(01).
               10  TKT-KEN       PIC 9(05).
               10  TKT-REJ       PIC 9(05).
               10  TKT-SURYO     PIC 9(09).
               10  TKT-KINGAKU   PIC 9(11).
       01  TK-WORK               PIC X(43).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** POS売上取込".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
       01  HEAD-2.
           05                    PIC X(07)  VALUE  " 店舗".
           05                    PIC X(12)  VALUE  "売上日".
           05                    PIC X(08)  VALUE  "件数".
           05                    PIC X(08)  VALUE  "不正".
           05                    PIC X(12)  VALUE  "数量".
           05                    PIC X(14)  VALUE  "売上金額".
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  M-OUTLET          PIC X(04).
           05                    PIC X(02)  VALUE SPACE.
           05  M-DATE            PIC 9999/99/99.
           05                    PIC X(02)  VALUE SPACE.
           05  M-KEN             PIC ZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-REJ             PIC ZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-SURYO           PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-KINGAKU         PIC ZZ,ZZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-ZUMI            PIC X(12).
       01  KEI-MEISAI.
           05                    PIC X(19)  VALUE "　　合計".
           05  K-KEN             PIC ZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  K-REJ             PIC ZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  K-SURYO           PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  K-KINGAKU         PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  FOOT-1.
           05                    PIC X(15)  VALUE "読込行数：".
           05  F-READ            PIC ZZZZ9.
           05                    PIC X(12)  VALUE "　取込：".
           05  F-OK              PIC ZZZZ9.
           05                    PIC X(12)  VALUE "　不正：".
           05  F-REJ             PIC ZZZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            OPEN INPUT POS-FILE
            IF POS-FS NOT = "00"
                CLOSE POS-FILE
                DISPLAY "POS売上.TXTがありません。"
            ELSE
                CLOSE POS-FILE
                PERFORM JAN-LOAD-RTN
                PERFORM TENPO-RTN
                PERFORM ZUMI-CHK-RTN
                PERFORM TORIKOMI-RTN
                PERFORM ZUMI-WRITE-RTN
                PERFORM TOSEI-RTN
                DISPLAY "取込：" OK-CNT "行"
                DISPLAY "不正：" REJ-CNT "行"
            END-IF
            DISPLAY "END"
            STOP RUN.
      *
      * 1回目の読込：ファイル中の店舗×売上日を洗い出す
       TENPO-RTN.
            OPEN INPUT POS-FILE
            READ POS-FILE
                AT END MOVE "E" TO END-FLG
            END-READ
            PERFORM UNTIL END-FLG = "E"
                IF POS-REC NOT = SPACE
                    PERFORM BUNKAI-RTN
                    PERFORM TENPO-FIND-RTN
                END-IF
                READ POS-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE POS-FILE
            MOVE SPACE TO END-FLG.
      *
       BUNKAI-RTN.
            MOVE SPACE TO C-OUTLET C-DATE C-CODE C-KAZU C-BAIKA
            UNSTRING POS-REC DELIMITED BY ","
                INTO C-OUTLET C-DATE C-CODE C-KAZU C-BAIKA
            END-UNSTRING.
      *
      * 店舗×売上日の統制行を探す（無ければ追加。日付不正は0日付）
       TENPO-FIND-RTN.
            IF C-DATE NOT NUMERIC
                MOVE ZERO TO C-DATE-N
            END-IF
            MOVE ZERO TO HIT-TKX
            PERFORM VARYING TKX FROM 1 BY 1 UNTIL TKX > TK-CNT
                IF TKT-OUTLET(TKX) = C-OUTLET
                    AND TKT-DATE(TKX) = C-DATE-N
                    MOVE TKX TO HIT-TKX
                END-IF
            END-PERFORM
            IF HIT-TKX = ZERO AND TK-CNT < 300
                ADD 1 TO TK-CNT
                MOVE TK-CNT TO HIT-TKX
                MOVE C-OUTLET TO TKT-OUTLET(HIT-TKX)
                MOVE C-DATE-N TO TKT-DATE(HIT-TKX)
                MOVE SPACE    TO TKT-ZUMI(HIT-TKX)
                MOVE ZERO     TO TKT-KEN(HIT-TKX) TKT-REJ(HIT-TKX)
                                 TKT-SURYO(HIT-TKX)
                                 TKT-KINGAKU(HIT-TKX)
            END-IF.
      *
      * 取込済の店舗×売上日に印を付ける
       ZUMI-CHK-RTN.
            OPEN INPUT ZUMI-FILE
            IF ZUMI-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ ZUMI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                PERFORM VARYING TKX FROM 1 BY 1 UNTIL TKX > TK-CNT
                    IF TKT-OUTLET(TKX) = ZM-OUTLET
                        AND TKT-DATE(TKX) = ZM-DATE
                        MOVE "Z" TO TKT-ZUMI(TKX)
                    END-IF
                END-PERFORM
                READ ZUMI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE ZUMI-FILE
            MOVE SPACE TO END-FLG.
      *
      * 2回目の読込：1行ずつ検査して出庫TRANへ追記する
       TORIKOMI-RTN.
            OPEN INPUT  POS-FILE SHOHIN-FILE
            OPEN EXTEND SYUKO-FILE
            OPEN OUTPUT REJ-FILE
            READ POS-FILE
                AT END MOVE "E" TO END-FLG
            END-READ
            PERFORM UNTIL END-FLG = "E"
                IF POS-REC NOT = SPACE
                    ADD 1 TO LINE-NO
                    PERFORM ONE-RTN
                END-IF
                READ POS-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE POS-FILE SHOHIN-FILE SYUKO-FILE REJ-FILE
            MOVE SPACE TO END-FLG.
      *
       ONE-RTN.
            PERFORM BUNKAI-RTN
            PERFORM TENPO-FIND-RTN
            MOVE "Y" TO OK-FLG
            MOVE SPACE TO REASON
            IF C-OUTLET = SPACE
                MOVE "N" TO OK-FLG
                MOVE "店舗不正" TO REASON
            END-IF
            IF C-DATE NOT NUMERIC OR C-DATE-N = ZERO
                MOVE "N" TO OK-FLG
                MOVE "日付不正" TO REASON
            END-IF
            IF C-KAZU NOT NUMERIC OR C-KAZU = "0000"
                MOVE "N" TO OK-FLG
                MOVE "数量不正" TO REASON
            END-IF
            IF C-BAIKA NOT NUMERIC
                MOVE "N" TO OK-FLG
                MOVE "売価不正" TO REASON
            ELSE
                IF C-BAIKA-N = ZERO
                    MOVE "N" TO OK-FLG
                    MOVE "売価ゼロ" TO REASON
                END-IF
            END-IF
            IF OK-FLG = "Y"
                PERFORM SHOHIN-RTN
            END-IF
            IF HIT-TKX NOT = ZERO
                IF TKT-ZUMI(HIT-TKX) = "Z"
                    MOVE "N" TO OK-FLG
                    MOVE "取込済" TO REASON
                END-IF
            END-IF
            IF OK-FLG = "Y"
                COMPUTE WK-SURYO = C-KAZU-N * WK-IRISU
                IF WK-SURYO > 9999
                    MOVE "N" TO OK-FLG
                    MOVE "数量桁あふれ" TO REASON
                END-IF
            END-IF
            IF OK-FLG = "Y"
                PERFORM OUT-WRITE-RTN
            ELSE
                PERFORM REJ-WRITE-RTN
            END-IF.
      *
      * POSコードの変換：JANマスタ優先、無ければ当方商品NO直打ち
       SHOHIN-RTN.
            MOVE ZERO TO HIT-JX
            PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > JN-CNT
                IF JB-JAN(JX) = C-CODE
                    MOVE JX TO HIT-JX
                END-IF
            END-PERFORM
            IF HIT-JX NOT = ZERO
                MOVE JB-NO(HIT-JX)    TO WK-NO
                MOVE JB-IRISU(HIT-JX) TO WK-IRISU
            ELSE
                MOVE C-CODE(1:5) TO WK-NO
                MOVE 1 TO WK-IRISU
                IF C-CODE(6:8) NOT = SPACE
                    MOVE SPACE TO WK-NO
                END-IF
            END-IF
            IF WK-NO = SPACE
                MOVE "N" TO OK-FLG
                MOVE "商品不明" TO REASON
            ELSE
                MOVE WK-NO TO T-NO
                READ SHOHIN-FILE
                    INVALID KEY
                        MOVE "N" TO OK-FLG
                        MOVE "商品不明" TO REASON
                    NOT INVALID KEY
                        CONTINUE
                END-READ
            END-IF.
      *
      * 出庫TRAN：数量は基本単位、実売単価は売価÷入数（四捨五入）
       OUT-WRITE-RTN.
            ADD 1 TO OK-CNT
            MOVE SPACE TO D-REC
            MOVE WK-NO    TO D-NO
            MOVE C-DATE-N TO D-DATE
            MOVE WK-SURYO TO D-SURYO
            MOVE "POS売上" TO D-BIKO
            COMPUTE D-URI-TANKA ROUNDED = C-BAIKA-N / WK-IRISU
            MOVE C-OUTLET TO D-OUTLET
            WRITE D-REC
            COMPUTE WK-KINGAKU ROUNDED = C-KAZU-N * C-BAIKA-N
            IF HIT-TKX NOT = ZERO
                ADD 1          TO TKT-KEN(HIT-TKX)
                ADD WK-SURYO   TO TKT-SURYO(HIT-TKX)
                ADD WK-KINGAKU TO TKT-KINGAKU(HIT-TKX)
            END-IF.
      *
       REJ-WRITE-RTN.
            ADD 1 TO REJ-CNT
            MOVE SPACE TO RJ-REC
            MOVE LINE-NO TO RJ-LINE
            MOVE REASON  TO RJ-REASON
            MOVE POS-REC TO RJ-DATA
            WRITE RJ-REC
            IF HIT-TKX NOT = ZERO
                ADD 1 TO TKT-REJ(HIT-TKX)
            END-IF.
      *
      * 今回取り込んだ店舗×売上日を取込済として記録する
       ZUMI-WRITE-RTN.
            OPEN EXTEND ZUMI-FILE
            PERFORM VARYING TKX FROM 1 BY 1 UNTIL TKX > TK-CNT
                IF TKT-ZUMI(TKX) NOT = "Z" AND TKT-KEN(TKX) > ZERO
                    MOVE SPACE TO ZM-REC
                    MOVE TKT-OUTLET(TKX)  TO ZM-OUTLET
                    MOVE TKT-DATE(TKX)    TO ZM-DATE
                    MOVE W-DATE8          TO ZM-TORI-DATE
                    MOVE TKT-KEN(TKX)     TO ZM-KEN
                    MOVE TKT-KINGAKU(TKX) TO ZM-KINGAKU
                    WRITE ZM-REC
                    ADD 1 TO ZUMI-CNT
                END-IF
            END-PERFORM
            CLOSE ZUMI-FILE.
      *
      * 統制表：店舗・売上日順に件数・不正・数量・金額を印字する
       TOSEI-RTN.
            PERFORM SORT-RTN
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            PERFORM VARYING TKX FROM 1 BY 1 UNTIL TKX > TK-CNT
                MOVE TKT-OUTLET(TKX)  TO M-OUTLET
                MOVE TKT-DATE(TKX)    TO M-DATE
                MOVE TKT-KEN(TKX)     TO M-KEN
                MOVE TKT-REJ(TKX)     TO M-REJ
                MOVE TKT-SURYO(TKX)   TO M-SURYO
                MOVE TKT-KINGAKU(TKX) TO M-KINGAKU
                IF TKT-ZUMI(TKX) = "Z"
                    MOVE "★取込済" TO M-ZUMI
                ELSE
                    MOVE SPACE TO M-ZUMI
                END-IF
                WRITE P-REC FROM MEISAI AFTER 1
                ADD TKT-KEN(TKX)     TO G-KEN
                ADD TKT-SURYO(TKX)   TO G-SURYO
                ADD TKT-KINGAKU(TKX) TO G-KINGAKU
            END-PERFORM
            MOVE G-KEN     TO K-KEN
            MOVE REJ-CNT   TO K-REJ
            MOVE G-SURYO   TO K-SURYO
            MOVE G-KINGAKU TO K-KINGAKU
            WRITE P-REC FROM KEI-MEISAI AFTER 2
            MOVE LINE-NO TO F-READ
            MOVE OK-CNT  TO F-OK
            MOVE REJ-CNT TO F-REJ
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE PRINT-FILE.
      *
      * 統制行を店舗・売上日順に並べる
       SORT-RTN.
            PERFORM VARYING TKX FROM 1 BY 1 UNTIL TKX >= TK-CNT
                PERFORM VARYING TKY FROM TKX BY 1 UNTIL TKY > TK-CNT
                    IF TKT-OUTLET(TKY) < TKT-OUTLET(TKX)
                        OR (TKT-OUTLET(TKY) = TKT-OUTLET(TKX)
                        AND TKT-DATE(TKY) < TKT-DATE(TKX))
                        MOVE TK-ENT(TKX) TO TK-WORK
                        MOVE TK-ENT(TKY) TO TK-ENT(TKX)
                        MOVE TK-WORK     TO TK-ENT(TKY)
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
