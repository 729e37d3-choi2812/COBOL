      *
      * 14JY0123 崔　禎　文
      * 自動逆仕訳作成：仕訳.TXTのうち自動逆仕訳の印（ヘッダの
      * 区分R、P74の未請求受入見越計上・P76の外貨評価替）が付いた
      * バッチを、P38で開放した対象期間の初日付で貸借を入れ替えて
      * 反対仕訳し、１バッチ（ヘッダ区分G）として仕訳.TXTへ追記する
      * 対象は対象期間より前の年月のバッチで、逆仕訳したバッチは
      * 自動逆仕訳記録.TXT（元バッチの作成日・年月・作成元・借方計）
      * へ記録し、同じバッチを二度は逆仕訳しない（管理帳票に★）
      * P76のバッチを戻すときは、評価替明細.TXTの同月の未精算（O）
      * をR（月初の反対仕訳で戻し済み）とし、同月中にP115が送金で
      * 戻したもの（C）は評価替を再計上して二重の戻しを打ち消す
      * （科目は勘定科目対応マスタ.TXTのKAWASON・KAWAEKI・KAIKAKE）
      * 作成した逆仕訳バッチは他のバッチと同じくP75で転記を確認する
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P118.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL KIKAN-FILE  ASSIGN  "期間マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KIKAN-FS.
           SELECT  OPTIONAL SIWAKE-FILE ASSIGN  "仕訳.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIWAKE-FS.
           SELECT  OPTIONAL GYAKU-FILE ASSIGN
                                    "自動逆仕訳記録.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS GYAKU-FS.
           SELECT  OPTIONAL HYOKA-FILE ASSIGN  "評価替明細.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS HYOKA-FS.
           SELECT  HYOKA-NEW   ASSIGN  "評価替明細.NEW"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL KMAP-FILE ASSIGN
                                    "勘定科目対応マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KMAP-FS.
           SELECT  PRINT-FILE  ASSIGN  "P118.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
       FD  KIKAN-FILE.
       01  KI-REC.
           05  KI-YYMM           PIC X(06).
           05                    PIC X(01).
           05  KI-STATUS         PIC X(01).
      *
      * 仕訳：Hヘッダの区分　R＝自動逆仕訳対象　G＝自動逆仕訳
       FD  SIWAKE-FILE.
       01  SW-REC.
           05  SW-KBN            PIC X(01).
           05                    PIC X(01).
           05  SW-DATE           PIC 9(08).
           05                    PIC X(01).
           05  SW-KAMOKU         PIC X(04).
           05                    PIC X(01).
           05  SW-HOJO           PIC X(03).
           05                    PIC X(01).
           05  SW-KINGAKU        PIC 9(11).
           05                    PIC X(01).
           05  SW-TEKIYO         PIC X(20).
       01  SWH-REC REDEFINES SW-REC.
           05  SWH-KBN           PIC X(01).
           05                    PIC X(01).
           05  SWH-DATE          PIC 9(08).
           05                    PIC X(01).
           05  SWH-YYMM          PIC X(06).
           05                    PIC X(01).
           05  SWH-KARI          PIC 9(12).
           05                    PIC X(01).
           05  SWH-KASHI         PIC 9(12).
           05                    PIC X(01).
           05  SWH-GYAKU         PIC X(01).
           05                    PIC X(01).
           05  SWH-MOTO          PIC X(04).
           05                    PIC X(02).
      *
      * 自動逆仕訳記録：逆仕訳した元バッチと逆仕訳の計上日
       FD  GYAKU-FILE.
       01  GR-REC.
           05  GR-DATE           PIC 9(08).
           05                    PIC X(01).
           05  GR-YYMM           PIC X(06).
           05                    PIC X(01).
           05  GR-MOTO           PIC X(04).
           05                    PIC X(01).
           05  GR-KARI           PIC 9(12).
           05                    PIC X(01).
           05  GR-GDATE          PIC 9(08).
           05                    PIC X(01).
           05  GR-RUN-DATE       PIC 9(08).
      *
      * 評価替明細：O＝未精算（P76）　C＝外国送金で戻し済み（P115）
      * 　　　　　　R＝月初の反対仕訳で戻し済み
       FD  HYOKA-FILE.
       01  HY-REC.
           05  HY-YYMM           PIC X(06).
           05                    PIC X(01).
           05  HY-INV-NO         PIC X(08).
           05                    PIC X(01).
           05  HY-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  HY-SAEKI          PIC S9(09) SIGN LEADING SEPARATE.
           05                    PIC X(01).
           05  HY-STATUS         PIC X(01).
           05                    PIC X(01).
           05  HY-DATE           PIC 9(08).
      *
       FD  HYOKA-NEW.
       01  HYN-REC               PIC X(41).
      *
      * 勘定科目対応マスタ：計上事象→科目・補助（P117で保守）
       FD  KMAP-FILE.
       01  KM-REC.
           05  KM-JISHO          PIC X(08).
           05                    PIC X(01).
           05  KM-KAMOKU         PIC X(04).
           05                    PIC X(01).
           05  KM-HOJO           PIC X(03).
           05                    PIC X(01).
           05  KM-NAME           PIC X(20).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  KIKAN-FS              PIC X(02)  VALUE SPACE.
       01  SIWAKE-FS             PIC X(02)  VALUE SPACE.
       01  GYAKU-FS              PIC X(02)  VALUE SPACE.
       01  HYOKA-FS              PIC X(02)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  IN-YYMM               PIC X(06)  VALUE SPACE.
       01  KIKAN-STATUS          PIC X(01)  VALUE SPACE.
       01  GYAKU-DATE-X          PIC X(08)  VALUE SPACE.
       01  GYAKU-DATE REDEFINES GYAKU-DATE-X
                                 PIC 9(08).
       01  CUR-TAISHO            PIC X(01)  VALUE SPACE.
       01  MOTO-CNT              PIC 9(03)  VALUE ZERO.
       01  MX                    PIC 9(03).
       01  GR-CNT                PIC 9(04)  VALUE ZERO.
       01  GX                    PIC 9(04).
       01  LINE-CNT              PIC 9(04)  VALUE ZERO.
       01  LX                    PIC 9(04).
       01  HY-CNT                PIC 9(04)  VALUE ZERO.
       01  HX                    PIC 9(04).
       01  SAKUSEI-CNT           PIC 9(03)  VALUE ZERO.
       01  ZUMI-CNT              PIC 9(03)  VALUE ZERO.
       01  P76-CNT               PIC 9(03)  VALUE ZERO.
       01  SAI-CNT               PIC 9(04)  VALUE ZERO.
       01  MODOSHI-CNT           PIC 9(04)  VALUE ZERO.
       01  HYOKA-UPD-FLG         PIC X(01)  VALUE SPACE.
       01  P76-HIT-FLG           PIC X(01)  VALUE SPACE.
       01  ABS-GAKU              PIC 9(11)  VALUE ZERO.
       01  G-SAI                 PIC 9(12)  VALUE ZERO.
       01  KARI-TOTAL            PIC 9(12)  VALUE ZERO.
       01  KASHI-TOTAL           PIC 9(12)  VALUE ZERO.
       01  KMAP-FS               PIC X(02)  VALUE SPACE.
       01  KMAP-END-FLG          PIC X(01)  VALUE SPACE.
       01  KMAP-CNT              PIC 9(03)  VALUE ZERO.
       01  KMX                   PIC 9(03).
       01  HIT-KMX               PIC 9(03)  VALUE ZERO.
       01  KMAP-NG-CNT           PIC 9(03)  VALUE ZERO.
       01  KMAP-KEY              PIC X(08)  VALUE SPACE.
       01  KMAP-KAMOKU           PIC X(04)  VALUE SPACE.
       01  KMAP-HOJO             PIC X(03)  VALUE SPACE.
       01  KAWASON-KMK           PIC X(04)  VALUE SPACE.
       01  KAWASON-HJ            PIC X(03)  VALUE SPACE.
       01  KAWAEKI-KMK           PIC X(04)  VALUE SPACE.
       01  KAWAEKI-HJ            PIC X(03)  VALUE SPACE.
       01  KAIKAKE-KMK           PIC X(04)  VALUE SPACE.
      *
      * 勘定科目対応マスタの控え
       01  KMAP-TBL.
           05  KMAP-ENT          OCCURS 200 TIMES.
               10  KMT-JISHO     PIC X(08).
               10  KMT-KAMOKU    PIC X(04).
               10  KMT-HOJO      PIC X(03).
      *
      * 自動逆仕訳の印が付いた元バッチ（結果　Y＝作成　Z＝済）
       01  MOTO-TBL.
           05  MOTO-ENT          OCCURS 100 TIMES.
               10  MT-DATE       PIC 9(08).
               10  MT-YYMM       PIC X(06).
               10  MT-MOTO       PIC X(04).
               10  MT-KENSU      PIC 9(05).
               10  MT-KARI       PIC 9(12).
               10  MT-KASHI      PIC 9(12).
               10  MT-KEKKA      PIC X(01).
      *
      * 逆仕訳済みの元バッチ（自動逆仕訳記録.TXTの控え）
       01  GR-TBL.
           05  GR-ENT            OCCURS 1000 TIMES.
               10  GT-DATE       PIC 9(08).
               10  GT-YYMM       PIC X(06).
               10  GT-MOTO       PIC X(04).
               10  GT-KARI       PIC 9(12).
      *
      * 逆仕訳明細（貸借を入れ替えた行と評価替の再計上行）
       01  LINE-TBL.
           05  LINE-ENT          OCCURS 3000 TIMES.
               10  LT-KBN        PIC X(01).
               10  LT-KAMOKU     PIC X(04).
               10  LT-HOJO       PIC X(03).
               10  LT-KINGAKU    PIC 9(11).
               10  LT-TEKIYO     PIC X(20).
      *
      * 評価替明細の控え（書き換え用）
       01  HYOKA-TBL.
           05  HYOKA-ENT         OCCURS 2000 TIMES.
               10  HT-REC        PIC X(41).
      *
       01  BATCH-HEADER.
           05                    PIC X(01)  VALUE "H".
           05                    PIC X(01)  VALUE SPACE.
           05  BH-DATE           PIC 9(08).
           05                    PIC X(01)  VALUE SPACE.
           05  BH-YYMM           PIC X(06).
           05                    PIC X(01)  VALUE SPACE.
           05  BH-KARI           PIC 9(12).
           05                    PIC X(01)  VALUE SPACE.
           05  BH-KASHI          PIC 9(12).
           05                    PIC X(01)  VALUE SPACE.
           05  BH-GYAKU          PIC X(01)  VALUE "G".
           05                    PIC X(01)  VALUE SPACE.
           05  BH-MOTO           PIC X(04)  VALUE "P118".
      *
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  M-DATE            PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-YYMM            PIC X(06).
           05                    PIC X(01)  VALUE SPACE.
           05  M-MOTO            PIC X(04).
           05                    PIC X(01)  VALUE SPACE.
           05  M-KENSU           PIC ZZZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-KARI            PIC ZZ,ZZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-KEKKA           PIC X(24).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 自動逆仕訳作成".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  HEAD-15.
           05                    PIC X(15)  VALUE "対象期間：".
           05  H-YYMM            PIC X(06).
           05                    PIC X(15)  VALUE "　計上日：".
           05  H-GDATE           PIC 9999/99/99.
      *
       01  HEAD-2.
           05                    PIC X(12)  VALUE  "作成日".
           05                    PIC X(07)  VALUE  "年月".
           05                    PIC X(05)  VALUE  "元".
           05                    PIC X(06)  VALUE  "件数".
           05                    PIC X(16)  VALUE  "借方計".
           05                    PIC X(08)  VALUE  "結果".
      *
       01  FOOT-1.
           05                    PIC X(18)  VALUE "対象バッチ：".
           05  F-MOTO            PIC ZZZZ9.
           05                    PIC X(12)  VALUE "　作成：".
           05  F-SAKUSEI         PIC ZZZZ9.
           05                    PIC X(18)  VALUE "　逆仕訳済：".
           05  F-ZUMI            PIC ZZZZ9.
       01  FOOT-2.
           05                    PIC X(27)  VALUE
                                 "逆仕訳バッチ借方：".
           05  F-KARI            PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05                    PIC X(12)  VALUE "　貸方：".
           05  F-KASHI           PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  FOOT-3.
           05                    PIC X(25)  VALUE
                                 "評価替戻し（R）：".
           05  F-MODOSHI         PIC ZZZ9.
           05                    PIC X(24)  VALUE
                                 "　送金済再計上：".
           05  F-SAI             PIC ZZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  F-G-SAI           PIC ZZ,ZZZ,ZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            DISPLAY "対象期間(YYYYMM)："
            ACCEPT IN-YYMM
            IF IN-YYMM NOT NUMERIC
                DISPLAY "対象期間が不正です。"
                STOP RUN
            END-IF
            PERFORM KIKAN-CHK-RTN
            IF KIKAN-STATUS NOT = "O"
                DISPLAY "対象期間 " IN-YYMM
                        " は開放されていません。"
                DISPLAY "P38で開放してください"
                STOP RUN
            END-IF
            MOVE IN-YYMM TO GYAKU-DATE-X(1:6)
            MOVE "01"    TO GYAKU-DATE-X(7:2)
            PERFORM GYAKU-LOAD-RTN
            PERFORM SIWAKE-LOAD-RTN
            IF P76-CNT > ZERO
                PERFORM HYOKA-LOAD-RTN
                PERFORM HYOKA-CHK-RTN
            END-IF
            IF KMAP-NG-CNT > ZERO
                DISPLAY "★科目未登録のため中止します"
                DISPLAY "P117で登録してください"
                STOP RUN
            END-IF
            IF SAKUSEI-CNT > ZERO
                PERFORM SIWAKE-WRITE-RTN
                PERFORM GYAKU-WRITE-RTN
            END-IF
            IF HYOKA-UPD-FLG = "Y"
                PERFORM HYOKA-REWRITE-RTN
            END-IF
            PERFORM PRINT-RTN
            IF SAKUSEI-CNT = ZERO
                DISPLAY "逆仕訳の対象がありません。"
            END-IF
            DISPLAY "END"
            STOP RUN.
      *
      * 期間マスタから対象期間の状態を取る
       KIKAN-CHK-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT KIKAN-FILE
            IF KIKAN-FS NOT = "00"
                CLOSE KIKAN-FILE
            ELSE
                READ KIKAN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF KI-YYMM = IN-YYMM
                        MOVE KI-STATUS TO KIKAN-STATUS
                    END-IF
                    READ KIKAN-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE KIKAN-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 自動逆仕訳記録から逆仕訳済みの元バッチを控える
       GYAKU-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT GYAKU-FILE
            IF GYAKU-FS NOT = "00"
                CLOSE GYAKU-FILE
            ELSE
                READ GYAKU-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF GR-CNT < 1000
                        ADD 1 TO GR-CNT
                        MOVE GR-DATE TO GT-DATE(GR-CNT)
                        MOVE GR-YYMM TO GT-YYMM(GR-CNT)
                        MOVE GR-MOTO TO GT-MOTO(GR-CNT)
                        MOVE GR-KARI TO GT-KARI(GR-CNT)
                    END-IF
                    READ GYAKU-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE GYAKU-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 仕訳.TXTから対象期間より前の自動逆仕訳対象バッチを集め、
      * 逆仕訳済みでないバッチの明細を貸借入れ替えで控える
       SIWAKE-LOAD-RTN.
            MOVE SPACE TO END-FLG
            MOVE "N"   TO CUR-TAISHO
            OPEN INPUT SIWAKE-FILE
            IF SIWAKE-FS NOT = "00"
                CLOSE SIWAKE-FILE
            ELSE
                READ SIWAKE-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF SW-KBN = "H"
                        PERFORM MOTO-ADD-RTN
                    ELSE
                        IF CUR-TAISHO = "Y"
                            PERFORM LINE-ADD-RTN
                        END-IF
                    END-IF
                    READ SIWAKE-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE SIWAKE-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * ヘッダ１件：区分Rで対象期間より前の年月なら元バッチに加える
       MOTO-ADD-RTN.
            MOVE "N" TO CUR-TAISHO
            IF SWH-GYAKU = "R" AND SWH-YYMM < IN-YYMM
                AND MOTO-CNT < 100
                ADD 1 TO MOTO-CNT
                MOVE SWH-DATE  TO MT-DATE(MOTO-CNT)
                MOVE SWH-YYMM  TO MT-YYMM(MOTO-CNT)
                MOVE SWH-MOTO  TO MT-MOTO(MOTO-CNT)
                MOVE ZERO      TO MT-KENSU(MOTO-CNT)
                MOVE SWH-KARI  TO MT-KARI(MOTO-CNT)
                MOVE SWH-KASHI TO MT-KASHI(MOTO-CNT)
                MOVE "Y"       TO MT-KEKKA(MOTO-CNT)
                PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > GR-CNT
                    IF GT-DATE(GX) = SWH-DATE
                        AND GT-YYMM(GX) = SWH-YYMM
                        AND GT-MOTO(GX) = SWH-MOTO
                        AND GT-KARI(GX) = SWH-KARI
                        MOVE "Z" TO MT-KEKKA(MOTO-CNT)
                    END-IF
                END-PERFORM
                IF MT-KEKKA(MOTO-CNT) = "Y"
                    ADD 1 TO SAKUSEI-CNT
                    MOVE "Y" TO CUR-TAISHO
                    IF SWH-MOTO = "P76"
                        ADD 1 TO P76-CNT
                    END-IF
                ELSE
                    ADD 1 TO ZUMI-CNT
                END-IF
            END-IF.
      *
      * 明細１件：借方・貸方を入れ替えて逆仕訳明細に加える
       LINE-ADD-RTN.
            ADD 1 TO MT-KENSU(MOTO-CNT)
            IF LINE-CNT < 3000
                ADD 1 TO LINE-CNT
                IF SW-KBN = "D"
                    MOVE "C" TO LT-KBN(LINE-CNT)
                    ADD SW-KINGAKU TO KASHI-TOTAL
                ELSE
                    MOVE "D" TO LT-KBN(LINE-CNT)
                    ADD SW-KINGAKU TO KARI-TOTAL
                END-IF
                MOVE SW-KAMOKU  TO LT-KAMOKU(LINE-CNT)
                MOVE SW-HOJO    TO LT-HOJO(LINE-CNT)
                MOVE SW-KINGAKU TO LT-KINGAKU(LINE-CNT)
                MOVE SW-TEKIYO  TO LT-TEKIYO(LINE-CNT)
            END-IF.
      *
      * P76の評価替を戻す月の評価替明細：O→R、送金で戻し済みの
      * Cは評価替を再計上して逆仕訳との二重の戻しを打ち消す
       HYOKA-CHK-RTN.
            PERFORM KMAP-CHK-RTN
            PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > HY-CNT
                MOVE HT-REC(HX) TO HY-REC
                MOVE "N" TO P76-HIT-FLG
                PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MOTO-CNT
                    IF MT-MOTO(MX) = "P76" AND MT-KEKKA(MX) = "Y"
                        AND MT-YYMM(MX) = HY-YYMM
                        MOVE "Y" TO P76-HIT-FLG
                    END-IF
                END-PERFORM
                IF P76-HIT-FLG = "Y" AND HY-STATUS = "O"
                    MOVE "R"     TO HY-STATUS
                    MOVE W-DATE8 TO HY-DATE
                    MOVE HY-REC  TO HT-REC(HX)
                    MOVE "Y"     TO HYOKA-UPD-FLG
                    ADD 1 TO MODOSHI-CNT
                END-IF
                IF P76-HIT-FLG = "Y" AND HY-STATUS = "C"
                    AND HY-SAEKI NOT = ZERO
                    PERFORM SAI-ADD-RTN
                END-IF
            END-PERFORM.
      *
      * 評価替の再計上：差損は借方KAWASON／貸方KAIKAKE（補助＝
      * 仕入先）、差益は借方KAIKAKE／貸方KAWAEKI（P76と同じ向き）
       SAI-ADD-RTN.
            IF HY-SAEKI > ZERO
                MOVE HY-SAEKI TO ABS-GAKU
            ELSE
                COMPUTE ABS-GAKU = ZERO - HY-SAEKI
            END-IF
            IF LINE-CNT < 2999
                ADD 1 TO SAI-CNT
                ADD ABS-GAKU TO G-SAI
                ADD ABS-GAKU TO KARI-TOTAL
                ADD ABS-GAKU TO KASHI-TOTAL
                ADD 1 TO LINE-CNT
                MOVE "D"      TO LT-KBN(LINE-CNT)
                MOVE ABS-GAKU TO LT-KINGAKU(LINE-CNT)
                MOVE "送金済評価替" TO LT-TEKIYO(LINE-CNT)
                IF HY-SAEKI > ZERO
                    MOVE KAWASON-KMK TO LT-KAMOKU(LINE-CNT)
                    MOVE KAWASON-HJ  TO LT-HOJO(LINE-CNT)
                ELSE
                    MOVE KAIKAKE-KMK TO LT-KAMOKU(LINE-CNT)
                    MOVE HY-S-CODE   TO LT-HOJO(LINE-CNT)
                END-IF
                ADD 1 TO LINE-CNT
                MOVE "C"      TO LT-KBN(LINE-CNT)
                MOVE ABS-GAKU TO LT-KINGAKU(LINE-CNT)
                MOVE "送金済評価替" TO LT-TEKIYO(LINE-CNT)
                IF HY-SAEKI > ZERO
                    MOVE KAIKAKE-KMK TO LT-KAMOKU(LINE-CNT)
                    MOVE HY-S-CODE   TO LT-HOJO(LINE-CNT)
                ELSE
                    MOVE KAWAEKI-KMK TO LT-KAMOKU(LINE-CNT)
                    MOVE KAWAEKI-HJ  TO LT-HOJO(LINE-CNT)
                END-IF
            END-IF.
      *
      * 逆仕訳バッチ：作成日・対象期間のヘッダ（区分G）を付け、
      * 明細は対象期間の初日付で追記する
       SIWAKE-WRITE-RTN.
            OPEN EXTEND SIWAKE-FILE
            MOVE SPACE TO SW-REC
            MOVE W-DATE8      TO BH-DATE
            MOVE IN-YYMM      TO BH-YYMM
            MOVE KARI-TOTAL   TO BH-KARI
            MOVE KASHI-TOTAL  TO BH-KASHI
            WRITE SW-REC FROM BATCH-HEADER
            PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LINE-CNT
                MOVE SPACE TO SW-REC
                MOVE LT-KBN(LX)     TO SW-KBN
                MOVE GYAKU-DATE     TO SW-DATE
                MOVE LT-KAMOKU(LX)  TO SW-KAMOKU
                MOVE LT-HOJO(LX)    TO SW-HOJO
                MOVE LT-KINGAKU(LX) TO SW-KINGAKU
                MOVE LT-TEKIYO(LX)  TO SW-TEKIYO
                WRITE SW-REC
            END-PERFORM
            CLOSE SIWAKE-FILE.
      *
      * 逆仕訳した元バッチを自動逆仕訳記録へ追記する
       GYAKU-WRITE-RTN.
            OPEN EXTEND GYAKU-FILE
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MOTO-CNT
                IF MT-KEKKA(MX) = "Y"
                    MOVE SPACE TO GR-REC
                    MOVE MT-DATE(MX) TO GR-DATE
                    MOVE MT-YYMM(MX) TO GR-YYMM
                    MOVE MT-MOTO(MX) TO GR-MOTO
                    MOVE MT-KARI(MX) TO GR-KARI
                    MOVE GYAKU-DATE  TO GR-GDATE
                    MOVE W-DATE8     TO GR-RUN-DATE
                    WRITE GR-REC
                END-IF
            END-PERFORM
            CLOSE GYAKU-FILE.
      *
      * 管理帳票：元バッチごとの結果と逆仕訳バッチの貸借合計
       PRINT-RTN.
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8    TO H-DATE
            MOVE IN-YYMM    TO H-YYMM
            MOVE GYAKU-DATE TO H-GDATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-15 AFTER 1
            WRITE P-REC FROM HEAD-2 AFTER 2
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MOTO-CNT
                MOVE SPACE TO MEISAI
                MOVE MT-DATE(MX)  TO M-DATE
                MOVE MT-YYMM(MX)  TO M-YYMM
                MOVE MT-MOTO(MX)  TO M-MOTO
                MOVE MT-KENSU(MX) TO M-KENSU
                MOVE MT-KARI(MX)  TO M-KARI
                IF MT-KEKKA(MX) = "Y"
                    MOVE "逆仕訳作成" TO M-KEKKA
                ELSE
                    MOVE "★逆仕訳済（対象外）" TO M-KEKKA
                END-IF
                WRITE P-REC FROM MEISAI AFTER 1
            END-PERFORM
            MOVE MOTO-CNT    TO F-MOTO
            MOVE SAKUSEI-CNT TO F-SAKUSEI
            MOVE ZUMI-CNT    TO F-ZUMI
            WRITE P-REC FROM FOOT-1 AFTER 2
            MOVE KARI-TOTAL  TO F-KARI
            MOVE KASHI-TOTAL TO F-KASHI
            WRITE P-REC FROM FOOT-2 AFTER 1
            IF P76-CNT > ZERO
                MOVE MODOSHI-CNT TO F-MODOSHI
                MOVE SAI-CNT     TO F-SAI
                MOVE G-SAI       TO F-G-SAI
                WRITE P-REC FROM FOOT-3 AFTER 1
            END-IF
            CLOSE PRINT-FILE.
      *
      * 評価替明細を作業表へ読み込む
       HYOKA-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT HYOKA-FILE
            IF HYOKA-FS NOT = "00"
                CLOSE HYOKA-FILE
            ELSE
                READ HYOKA-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF HY-CNT < 2000
                        ADD 1 TO HY-CNT
                        MOVE HY-REC TO HT-REC(HY-CNT)
                    END-IF
                    READ HYOKA-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE HYOKA-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 評価替明細を作業表から書き直す（戻したものはR）
       HYOKA-REWRITE-RTN.
            OPEN OUTPUT HYOKA-NEW
            PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > HY-CNT
                MOVE HT-REC(HX) TO HYN-REC
                WRITE HYN-REC
            END-PERFORM
            CLOSE HYOKA-NEW
            CALL "SYSTEM" USING
                "mv 評価替明細.NEW 評価替明細.TXT".
      *
      * 評価替再計上の科目を揃える（未登録は中止）
       KMAP-CHK-RTN.
            PERFORM KMAP-LOAD-RTN
            MOVE "KAWASON" TO KMAP-KEY
            PERFORM KMAP-GET-RTN
            MOVE KMAP-KAMOKU TO KAWASON-KMK
            MOVE KMAP-HOJO   TO KAWASON-HJ
            MOVE "KAWAEKI" TO KMAP-KEY
            PERFORM KMAP-GET-RTN
            MOVE KMAP-KAMOKU TO KAWAEKI-KMK
            MOVE KMAP-HOJO   TO KAWAEKI-HJ
            MOVE "KAIKAKE" TO KMAP-KEY
            PERFORM KMAP-GET-RTN
            MOVE KMAP-KAMOKU TO KAIKAKE-KMK.
      *
      * 計上事象の科目・補助を勘定科目対応マスタから取る
      * 未登録の事象は★を表示し、未登録件数に数える
       KMAP-GET-RTN.
            PERFORM KMAP-FIND-RTN
            IF HIT-KMX = ZERO
                ADD 1 TO KMAP-NG-CNT
                DISPLAY "★科目対応未登録：" KMAP-KEY
            END-IF.
      *
       KMAP-FIND-RTN.
            MOVE SPACE TO KMAP-KAMOKU
            MOVE SPACE TO KMAP-HOJO
            MOVE ZERO  TO HIT-KMX
            PERFORM VARYING KMX FROM 1 BY 1 UNTIL KMX > KMAP-CNT
                IF KMT-JISHO(KMX) = KMAP-KEY
                    MOVE KMX TO HIT-KMX
                END-IF
            END-PERFORM
            IF HIT-KMX > ZERO
                MOVE KMT-KAMOKU(HIT-KMX) TO KMAP-KAMOKU
                MOVE KMT-HOJO(HIT-KMX)   TO KMAP-HOJO
            END-IF.
      *
       KMAP-LOAD-RTN.
            MOVE SPACE TO KMAP-END-FLG
            OPEN INPUT KMAP-FILE
            IF KMAP-FS NOT = "00"
                CLOSE KMAP-FILE
            ELSE
                READ KMAP-FILE
                    AT END MOVE "E" TO KMAP-END-FLG
                END-READ
                PERFORM UNTIL KMAP-END-FLG = "E"
                    IF KMAP-CNT < 200 AND KM-JISHO NOT = SPACE
                        ADD 1 TO KMAP-CNT
                        MOVE KM-JISHO  TO KMT-JISHO(KMAP-CNT)
                        MOVE KM-KAMOKU TO KMT-KAMOKU(KMAP-CNT)
                        MOVE KM-HOJO   TO KMT-HOJO(KMAP-CNT)
                    END-IF
                    READ KMAP-FILE
                        AT END MOVE "E" TO KMAP-END-FLG
                    END-READ
                END-PERFORM
                CLOSE KMAP-FILE
            END-IF.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
