      *
      * 14JY0123 崔　禎　文
      * 棚札・プライスカード印字：売価変更・商品名変更・新規登録の
      * あった商品の棚札を店舗別にP141.DOCへ印字する
      * 1=変更分印字（商品履歴.TXTのうち前回の棚札印字より後に
      * 　記録された販売単価・商品名・新規の変更を拾う。印字後に
      * 　棚札前回.TXTへ実行日と読み終えた履歴件数を残す）
      * 2=商品指定再印字（商品NOを入力して印字。前回記録は変えない）
      * 棚札には商品名・税込売価（税率マスタ.TXT・軽減品目.TXT、
      * P16と同じ規則、円未満切捨て）・単位（販売単価は基本単位当り
      * なので単位マスタの換算1の単位）・適用日を載せる
      * 店舗は出庫原価.TXTで出庫実績のある店舗とし、実績の無い商品は
      * 「店舗未指定」にまとめる
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P141.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL RIREKI-FILE ASSIGN  "商品履歴.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS RIREKI-FS.
           SELECT  OPTIONAL ZENKAI-FILE ASSIGN  "棚札前回.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS ZENKAI-FS.
           SELECT  OPTIONAL GENKA-FILE ASSIGN  "出庫原価.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS GENKA-FS.
           SELECT  OPTIONAL ZEI-FILE    ASSIGN  "税率マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS ZEI-FS.
           SELECT  OPTIONAL KEI-FILE    ASSIGN  "軽減品目.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KEI-FS.
           SELECT  OPTIONAL TANI-FILE ASSIGN  "単位マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS TANI-FS.
           SELECT  SHOHIN-FILE ASSIGN  "ISAM商品マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY T-NO.
           SELECT  PRINT-FILE  ASSIGN  "P141.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 商品履歴：項目単位の新旧（P12・P100が追記）
       FD  RIREKI-FILE.
       01  TH-REC.
           03  TH-NO             PIC X(05).
           03                    PIC X(01).
           03  TH-FIELD          PIC X(10).
           03                    PIC X(01).
           03  TH-OLD            PIC X(30).
           03                    PIC X(01).
           03  TH-NEW            PIC X(30).
           03                    PIC X(01).
           03  TH-DATE           PIC 9(08).
           03                    PIC X(01).
           03  TH-OPID           PIC X(04).
      *
      * 棚札前回：前回の変更分印字の実行日・読み終えた商品履歴件数
       FD  ZENKAI-FILE.
       01  ZK-REC.
           05  ZK-DATE           PIC 9(08).
           05                    PIC X(01).
           05  ZK-CNT            PIC 9(07).
      *
       FD  GENKA-FILE.
       01  GN-REC.
           05  GN-NO             PIC X(05).
           05                    PIC X(01).
           05  GN-DATE           PIC 9(08).
           05                    PIC X(01).
           05  GN-SURYO          PIC 9(04).
           05                    PIC X(01).
           05  GN-GENKA          PIC 9(05)V99.
           05                    PIC X(01).
           05  GN-URI-TANKA      PIC 9(05)V99.
           05                    PIC X(01).
           05  GN-OUTLET         PIC X(04).
      *
       FD  ZEI-FILE.
       01  ZR-REC.
           05  ZR-DATE           PIC 9(08).
           05  ZR-RATE           PIC 9(02).
           05  ZR-KEIGEN         PIC 9(02).
       FD  KEI-FILE.
       01  KI2-REC.
           05  KI2-NO            PIC X(05).
      *
       FD  TANI-FILE.
       01  TN-REC.
           05  TN-CODE           PIC X(02).
           05                    PIC X(01).
           05  TN-NAME           PIC X(10).
           05                    PIC X(01).
           05  TN-FACTOR         PIC 9(05).
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
       01  RIREKI-FS             PIC X(02)  VALUE SPACE.
       01  ZENKAI-FS             PIC X(02)  VALUE SPACE.
       01  GENKA-FS              PIC X(02)  VALUE SPACE.
       01  ZEI-FS                PIC X(02)  VALUE SPACE.
       01  KEI-FS                PIC X(02)  VALUE SPACE.
       01  TANI-FS               PIC X(02)  VALUE SPACE.
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  IN-NO                 PIC X(05)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  ZENKAI-DATE           PIC 9(08)  VALUE ZERO.
       01  ZENKAI-CNT            PIC 9(07)  VALUE ZERO.
       01  RIREKI-CNT            PIC 9(07)  VALUE ZERO.
       01  FLD-HANBAI            PIC X(10)  VALUE SPACE.
       01  FLD-NAME              PIC X(10)  VALUE SPACE.
       01  FLD-SHINKI            PIC X(10)  VALUE SPACE.
       01  KIJUN-UNIT            PIC X(02)  VALUE "KG".
       01  LABEL-CNT             PIC 9(05)  VALUE ZERO.
       01  TENPO-LABEL-CNT       PIC 9(05)  VALUE ZERO.
       01  ZEIKOMI               PIC 9(07)  VALUE ZERO.
       01  CX                    PIC 9(03).
       01  CY                    PIC 9(03).
       01  HIT-CX                PIC 9(03)  VALUE ZERO.
       01  CHG-CNT               PIC 9(03)  VALUE ZERO.
       01  CHG-WORK              PIC X(14).
       01  OX                    PIC 9(04).
       01  OY                    PIC 9(04).
       01  HIT-OX                PIC 9(04)  VALUE ZERO.
       01  OUT-CNT               PIC 9(04)  VALUE ZERO.
       01  TX                    PIC 9(03).
       01  TENPO-CNT             PIC 9(03)  VALUE ZERO.
       01  TENPO-WORK            PIC X(04).
       01  CUR-TENPO             PIC X(04)  VALUE SPACE.
       01  MISHITEI-FLG          PIC X(01)  VALUE SPACE.
      *
      * 税率の判定（P16と同じ規則）
       01  ZEI-END-FLG           PIC X(01) VALUE SPACE.
       01  ZEI-CNT               PIC 9(02) VALUE 0.
       01  ZX                    PIC 9(02).
       01  ZEI-RATE              PIC 9(02) VALUE 0.
       01  KEIGEN-FLG            PIC X(01) VALUE SPACE.
       01  ZEI-TBL.
           05  ZEI-ENT           OCCURS 10 TIMES.
               10  ZT-DATE       PIC 9(08).
               10  ZT-RATE       PIC 9(02).
               10  ZT-KEIGEN     PIC 9(02).
       01  KEI-CNT               PIC 9(03) VALUE 0.
       01  KX                    PIC 9(03).
       01  KEI-TBL.
           05  KEI-ENT           OCCURS 100 TIMES.
               10  KT-NO         PIC X(05).
      *
      * 棚札対象の商品（適用日は最後の変更日）
       01  CHG-TBL.
           05  CHG-ENT           OCCURS 500 TIMES.
               10  CH-NO         PIC X(05).
               10  CH-DATE       PIC 9(08).
               10  CH-TENPO-FLG  PIC X(01).
      *
      * 商品×店舗（出庫実績）と店舗の一覧
       01  OUT-TBL.
           05  OUT-ENT           OCCURS 2000 TIMES.
               10  OT-NO         PIC X(05).
               10  OT-OUTLET     PIC X(04).
       01  TENPO-TBL.
           05  TENPO-ENT         OCCURS 200 TIMES.
               10  TP-OUTLET     PIC X(04).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 棚札印字".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
       01  TENPO-HEAD.
           05                    PIC X(12)  VALUE "店舗：".
           05  HT-TENPO          PIC X(04).
       01  MISHITEI-HEAD.
           05                    PIC X(40)  VALUE
                                 "店舗：店舗未指定".
       01  LBL-WAKU.
           05                    PIC X(01)  VALUE SPACE.
           05                    PIC X(44)  VALUE ALL "-".
       01  LBL-1.
           05                    PIC X(02)  VALUE SPACE.
           05  LB-NAME           PIC X(10).
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(01)  VALUE "(".
           05  LB-NO             PIC X(05).
           05                    PIC X(01)  VALUE ")".
           05                    PIC X(02)  VALUE SPACE.
           05  LB-KEIGEN         PIC X(09).
       01  LBL-2.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(09)  VALUE "税込".
           05                    PIC X(03)  VALUE "￥".
           05  LB-ZEIKOMI        PIC Z,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(09)  VALUE "(本体".
           05  LB-HONTAI         PIC ZZ,ZZ9.99.
           05                    PIC X(01)  VALUE SPACE.
           05                    PIC X(06)  VALUE "税率".
           05  LB-RATE           PIC Z9.
           05                    PIC X(04)  VALUE "％)".
       01  LBL-3.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(09)  VALUE "単位：".
           05  LB-UNIT           PIC X(02).
           05                    PIC X(06)  VALUE "当り".
           05                    PIC X(04)  VALUE SPACE.
           05                    PIC X(12)  VALUE "適用日：".
           05  LB-DATE           PIC 9999/99/99.
       01  TENPO-FOOT.
           05                    PIC X(15)  VALUE "　枚数：".
           05  TF-CNT            PIC ZZ,ZZ9.
       01  FOOT-1.
           05                    PIC X(18)  VALUE "対象商品数：".
           05  F-CHG             PIC ZZ9.
           05                    PIC X(18)  VALUE "　棚札枚数：".
           05  F-LABEL           PIC ZZ,ZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            MOVE "販売単価" TO FLD-HANBAI
            MOVE "商品名"   TO FLD-NAME
            MOVE "新規"     TO FLD-SHINKI
            PERFORM ZEI-LOAD-RTN
            PERFORM TANI-LOAD-RTN
            DISPLAY "1=変更分印字 2=商品指定再印字："
            ACCEPT MENU-CHOICE
            EVALUATE MENU-CHOICE
                WHEN "1"
                    PERFORM HENKO-RTN
                WHEN "2"
                    PERFORM SAI-RTN
                WHEN OTHER DISPLAY "選択が不正です。"
            END-EVALUATE
            DISPLAY "END"
            STOP RUN.
      *
      * 変更分：前回の読み終え件数より後の履歴を拾う
      * （履歴が前回件数より短いときは前回実行日以降を拾う）
       HENKO-RTN.
            PERFORM ZENKAI-LOAD-RTN
            MOVE SPACE TO END-FLG
            MOVE ZERO  TO RIREKI-CNT
            OPEN INPUT RIREKI-FILE
            IF RIREKI-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ RIREKI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                ADD 1 TO RIREKI-CNT
                IF RIREKI-CNT > ZENKAI-CNT
                    PERFORM RIREKI-ONE-RTN
                END-IF
                READ RIREKI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE RIREKI-FILE
            MOVE SPACE TO END-FLG
            IF RIREKI-CNT < ZENKAI-CNT
                DISPLAY "商品履歴が前回より短いため"
                        "前回実行日以降で拾います。"
                PERFORM RIREKI-DATE-RTN
            END-IF
            PERFORM PRINT-RTN
            PERFORM ZENKAI-SAVE-RTN
            DISPLAY "対象商品数：" CHG-CNT
                    "　棚札枚数：" LABEL-CNT.
      *
       RIREKI-DATE-RTN.
            MOVE ZERO  TO CHG-CNT RIREKI-CNT
            OPEN INPUT RIREKI-FILE
            IF RIREKI-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ RIREKI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                ADD 1 TO RIREKI-CNT
                IF TH-DATE >= ZENKAI-DATE
                    PERFORM RIREKI-ONE-RTN
                END-IF
                READ RIREKI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE RIREKI-FILE
            MOVE SPACE TO END-FLG.
      *
      * 販売単価・商品名・新規の履歴だけを棚札対象にする
       RIREKI-ONE-RTN.
            IF TH-FIELD = FLD-HANBAI OR TH-FIELD = FLD-NAME
                OR TH-FIELD = FLD-SHINKI
                MOVE TH-NO TO IN-NO
                PERFORM CHG-ADD-RTN
                IF HIT-CX NOT = ZERO
                    IF TH-DATE > CH-DATE(HIT-CX)
                        MOVE TH-DATE TO CH-DATE(HIT-CX)
                    END-IF
                END-IF
            END-IF.
      *
       CHG-ADD-RTN.
            MOVE ZERO TO HIT-CX
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CHG-CNT
                IF CH-NO(CX) = IN-NO
                    MOVE CX TO HIT-CX
                END-IF
            END-PERFORM
            IF HIT-CX = ZERO AND CHG-CNT < 500
                ADD 1 TO CHG-CNT
                MOVE CHG-CNT TO HIT-CX
                MOVE IN-NO   TO CH-NO(HIT-CX)
                MOVE ZERO    TO CH-DATE(HIT-CX)
                MOVE SPACE   TO CH-TENPO-FLG(HIT-CX)
            END-IF.
      *
      * 商品指定再印字：適用日は商品履歴の最後の変更日（無ければ当日）
       SAI-RTN.
            OPEN INPUT SHOHIN-FILE
            PERFORM UNTIL END-FLG = "E"
                DISPLAY "商品NO(空白=終了)："
                MOVE SPACE TO IN-NO
                ACCEPT IN-NO
                IF IN-NO = SPACE
                    MOVE "E" TO END-FLG
                ELSE
                    MOVE IN-NO TO T-NO
                    READ SHOHIN-FILE
                        INVALID KEY
                            DISPLAY "商品がありません：" IN-NO
                        NOT INVALID KEY
                            DISPLAY "商品：" T-NAME
                            PERFORM CHG-ADD-RTN
                    END-READ
                END-IF
            END-PERFORM
            MOVE SPACE TO END-FLG
            CLOSE SHOHIN-FILE
            IF CHG-CNT > ZERO
                OPEN INPUT RIREKI-FILE
                IF RIREKI-FS NOT = "00"
                    MOVE "E" TO END-FLG
                ELSE
                    READ RIREKI-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-IF
                PERFORM UNTIL END-FLG = "E"
                    PERFORM SAI-DATE-RTN
                    READ RIREKI-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE RIREKI-FILE
                MOVE SPACE TO END-FLG
                PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CHG-CNT
                    IF CH-DATE(CX) = ZERO
                        MOVE W-DATE8 TO CH-DATE(CX)
                    END-IF
                END-PERFORM
            END-IF
            PERFORM PRINT-RTN
            DISPLAY "対象商品数：" CHG-CNT
                    "　棚札枚数：" LABEL-CNT.
      *
       SAI-DATE-RTN.
            IF TH-FIELD = FLD-HANBAI OR TH-FIELD = FLD-NAME
                OR TH-FIELD = FLD-SHINKI
                PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CHG-CNT
                    IF CH-NO(CX) = TH-NO AND TH-DATE > CH-DATE(CX)
                        MOVE TH-DATE TO CH-DATE(CX)
                    END-IF
                END-PERFORM
            END-IF.
      *
      * 店舗別印字：店舗コード順に出庫実績のある対象商品を印字し、
      * 最後に実績の無い商品を店舗未指定として印字する
       PRINT-RTN.
            PERFORM CHG-SORT-RTN
            PERFORM OUTLET-LOAD-RTN
            OPEN INPUT SHOHIN-FILE
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TENPO-CNT
                MOVE TP-OUTLET(TX) TO CUR-TENPO HT-TENPO
                MOVE ZERO TO TENPO-LABEL-CNT
                WRITE P-REC FROM TENPO-HEAD AFTER 2
                PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CHG-CNT
                    PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > OUT-CNT
                        IF OT-NO(OX) = CH-NO(CX)
                            AND OT-OUTLET(OX) = CUR-TENPO
                            MOVE "Y" TO CH-TENPO-FLG(CX)
                            PERFORM LABEL-RTN
                        END-IF
                    END-PERFORM
                END-PERFORM
                MOVE TENPO-LABEL-CNT TO TF-CNT
                WRITE P-REC FROM TENPO-FOOT AFTER 1
            END-PERFORM
            MOVE SPACE TO MISHITEI-FLG
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CHG-CNT
                IF CH-TENPO-FLG(CX) NOT = "Y"
                    IF MISHITEI-FLG NOT = "Y"
                        MOVE "Y" TO MISHITEI-FLG
                        MOVE ZERO TO TENPO-LABEL-CNT
                        WRITE P-REC FROM MISHITEI-HEAD AFTER 2
                    END-IF
                    PERFORM LABEL-RTN
                END-IF
            END-PERFORM
            IF MISHITEI-FLG = "Y"
                MOVE TENPO-LABEL-CNT TO TF-CNT
                WRITE P-REC FROM TENPO-FOOT AFTER 1
            END-IF
            MOVE CHG-CNT   TO F-CHG
            MOVE LABEL-CNT TO F-LABEL
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE PRINT-FILE SHOHIN-FILE.
      *
      * 棚札1枚：削除済み・廃番の商品は印字しない
       LABEL-RTN.
            MOVE CH-NO(CX) TO T-NO
            READ SHOHIN-FILE
                INVALID KEY
                    MOVE "D" TO T-STATUS
                NOT INVALID KEY
                    CONTINUE
            END-READ
            IF T-STATUS NOT = "D"
                ADD 1 TO LABEL-CNT TENPO-LABEL-CNT
                PERFORM ZEI-RATE-RTN
                COMPUTE ZEIKOMI = T-H-TANKA + T-H-TANKA * ZEI-RATE / 100
                MOVE T-NAME    TO LB-NAME
                MOVE T-NO      TO LB-NO
                IF KEIGEN-FLG = "Y"
                    MOVE "※軽減" TO LB-KEIGEN
                ELSE
                    MOVE SPACE TO LB-KEIGEN
                END-IF
                MOVE ZEIKOMI   TO LB-ZEIKOMI
                MOVE T-H-TANKA TO LB-HONTAI
                MOVE ZEI-RATE  TO LB-RATE
                MOVE KIJUN-UNIT TO LB-UNIT
                MOVE CH-DATE(CX) TO LB-DATE
                WRITE P-REC FROM LBL-WAKU AFTER 2
                WRITE P-REC FROM LBL-1 AFTER 1
                WRITE P-REC FROM LBL-2 AFTER 1
                WRITE P-REC FROM LBL-3 AFTER 1
                WRITE P-REC FROM LBL-WAKU AFTER 1
            END-IF.
      *
      * 適用日時点で有効な税率を求める（軽減品目は軽減税率、
      * P16と同じ規則）
       ZEI-RATE-RTN.
            MOVE SPACE TO KEIGEN-FLG
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KEI-CNT
                IF KT-NO(KX) = T-NO
                    MOVE "Y" TO KEIGEN-FLG
                END-IF
            END-PERFORM
            MOVE ZERO TO ZEI-RATE
            PERFORM VARYING ZX FROM 1 BY 1 UNTIL ZX > ZEI-CNT
                IF ZT-DATE(ZX) <= CH-DATE(CX)
                    IF KEIGEN-FLG = "Y"
                        MOVE ZT-KEIGEN(ZX) TO ZEI-RATE
                    ELSE
                        MOVE ZT-RATE(ZX) TO ZEI-RATE
                    END-IF
                END-IF
            END-PERFORM.
      *
      * 商品NO順に並べる
       CHG-SORT-RTN.
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX >= CHG-CNT
                PERFORM VARYING CY FROM CX BY 1 UNTIL CY > CHG-CNT
                    IF CH-NO(CY) < CH-NO(CX)
                        MOVE CHG-ENT(CX) TO CHG-WORK
                        MOVE CHG-ENT(CY) TO CHG-ENT(CX)
                        MOVE CHG-WORK    TO CHG-ENT(CY)
                    END-IF
                END-PERFORM
            END-PERFORM.
      *
      * 出庫原価から対象商品の商品×店舗と店舗一覧（コード順）を作る
       OUTLET-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT GENKA-FILE
            IF GENKA-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ GENKA-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF GN-OUTLET NOT = SPACE
                    PERFORM OUTLET-ONE-RTN
                END-IF
                READ GENKA-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE GENKA-FILE
            MOVE SPACE TO END-FLG
            PERFORM VARYING TX FROM 1 BY 1 UNTIL TX >= TENPO-CNT
                PERFORM VARYING OY FROM TX BY 1 UNTIL OY > TENPO-CNT
                    IF TP-OUTLET(OY) < TP-OUTLET(TX)
                        MOVE TP-OUTLET(TX) TO TENPO-WORK
                        MOVE TP-OUTLET(OY) TO TP-OUTLET(TX)
                        MOVE TENPO-WORK    TO TP-OUTLET(OY)
                    END-IF
                END-PERFORM
            END-PERFORM.
      *
       OUTLET-ONE-RTN.
            MOVE ZERO TO HIT-CX
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CHG-CNT
                IF CH-NO(CX) = GN-NO
                    MOVE CX TO HIT-CX
                END-IF
            END-PERFORM
            IF HIT-CX NOT = ZERO
                MOVE ZERO TO HIT-OX
                PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > OUT-CNT
                    IF OT-NO(OX) = GN-NO AND OT-OUTLET(OX) = GN-OUTLET
                        MOVE OX TO HIT-OX
                    END-IF
                END-PERFORM
                IF HIT-OX = ZERO AND OUT-CNT < 2000
                    ADD 1 TO OUT-CNT
                    MOVE GN-NO     TO OT-NO(OUT-CNT)
                    MOVE GN-OUTLET TO OT-OUTLET(OUT-CNT)
                    MOVE ZERO TO HIT-OX
                    PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TENPO-CNT
                        IF TP-OUTLET(TX) = GN-OUTLET
                            MOVE TX TO HIT-OX
                        END-IF
                    END-PERFORM
                    IF HIT-OX = ZERO AND TENPO-CNT < 200
                        ADD 1 TO TENPO-CNT
                        MOVE GN-OUTLET TO TP-OUTLET(TENPO-CNT)
                    END-IF
                END-IF
            END-IF.
      *
      * 前回の棚札印字（無い場合は履歴の先頭から拾う）
       ZENKAI-LOAD-RTN.
            OPEN INPUT ZENKAI-FILE
            IF ZENKAI-FS = "00"
                READ ZENKAI-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE ZK-DATE TO ZENKAI-DATE
                        MOVE ZK-CNT  TO ZENKAI-CNT
                END-READ
                CLOSE ZENKAI-FILE
            ELSE
                CLOSE ZENKAI-FILE
            END-IF
            IF ZENKAI-DATE NOT = ZERO
                DISPLAY "前回の棚札印字：" ZENKAI-DATE
                        "　履歴件数：" ZENKAI-CNT
            END-IF.
      *
       ZENKAI-SAVE-RTN.
            OPEN OUTPUT ZENKAI-FILE
            MOVE SPACE      TO ZK-REC
            MOVE W-DATE8    TO ZK-DATE
            MOVE RIREKI-CNT TO ZK-CNT
            WRITE ZK-REC
            CLOSE ZENKAI-FILE.
      *
      * 税率マスタ・軽減品目の読込（無い場合は標準10％・軽減8％）
       ZEI-LOAD-RTN.
            OPEN INPUT ZEI-FILE
            IF ZEI-FS = "00"
                READ ZEI-FILE
                    AT END MOVE "E" TO ZEI-END-FLG
                END-READ
                PERFORM UNTIL ZEI-END-FLG = "E"
                    IF ZEI-CNT < 10
                        ADD 1 TO ZEI-CNT
                        MOVE ZR-DATE   TO ZT-DATE(ZEI-CNT)
                        MOVE ZR-RATE   TO ZT-RATE(ZEI-CNT)
                        MOVE ZR-KEIGEN TO ZT-KEIGEN(ZEI-CNT)
                    END-IF
                    READ ZEI-FILE
                        AT END MOVE "E" TO ZEI-END-FLG
                    END-READ
                END-PERFORM
                CLOSE ZEI-FILE
            END-IF
            IF ZEI-CNT = 0
                MOVE 1      TO ZEI-CNT
                MOVE ZERO   TO ZT-DATE(1)
                MOVE 10     TO ZT-RATE(1)
                MOVE 8      TO ZT-KEIGEN(1)
            END-IF
            MOVE SPACE TO ZEI-END-FLG
            OPEN INPUT KEI-FILE
            IF KEI-FS = "00"
                READ KEI-FILE
                    AT END MOVE "E" TO ZEI-END-FLG
                END-READ
                PERFORM UNTIL ZEI-END-FLG = "E"
                    IF KEI-CNT < 100
                        ADD 1 TO KEI-CNT
                        MOVE KI2-NO TO KT-NO(KEI-CNT)
                    END-IF
                    READ KEI-FILE
                        AT END MOVE "E" TO ZEI-END-FLG
                    END-READ
                END-PERFORM
                CLOSE KEI-FILE
            END-IF.
      *
      * 単位マスタから基本単位（換算1）を求める（無い場合はKG）
       TANI-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT TANI-FILE
            IF TANI-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ TANI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF TN-FACTOR = 1
                    MOVE TN-CODE TO KIJUN-UNIT
                    MOVE "E" TO END-FLG
                ELSE
                    READ TANI-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-IF
            END-PERFORM
            CLOSE TANI-FILE
            MOVE SPACE TO END-FLG.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
