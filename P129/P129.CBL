      *
      * 14JY0123 崔　禎　文
      * 店舗要求集約：店舗要求.TXT（P128入力）の未集約の要求を商品×
      * 仕入先でまとめ、発注TRAN.TXTへ追記してP29の確定へ回す
      * 仕入先は要求で指定があればそれ、無ければ本日有効な契約単価
      * の仕入先（複数あれば最安）、それも無ければ仕入整列.txtで
      * その商品を最後に仕入れた仕入先とする。決まらない要求と休止
      * 仕入先（S-STATUS=I）になる要求は★で印字して未集約のまま残す
      * まとめた行には集約NOを振り、発注TRAN.TXTの末尾と要求側の
      * 集約NO欄に入れる（P29が集約NOと発注NOの対応を要求発注.TXT
      * に記録し、P130の仕分けリストが店舗別に按分する）
      * 入荷予定は集約した要求のうち最も早い必要日とする
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P129.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL YOKYU-FILE ASSIGN  "店舗要求.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS YOKYU-FS.
           SELECT  YOKYU-NEW   ASSIGN  "店舗要求.NEW"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL TRAN-FILE ASSIGN  "発注TRAN.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS TRAN-FS.
           SELECT  OPTIONAL IN-FILE ASSIGN  "仕入整列.txt"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IN-FS.
           SELECT  OPTIONAL KEIYAKU-FILE ASSIGN
                                    "契約単価マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KEIYAKU-FS.
           SELECT  MAS-FILE    ASSIGN  "ISAM仕入先マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY S-CODE.
           SELECT  PRINT-FILE  ASSIGN  "P129.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 店舗要求：集約NOが空白の行が未集約
       FD  YOKYU-FILE.
       01  RQ-REC.
           05  RQ-NO             PIC 9(06).
           05                    PIC X(01).
           05  RQ-OUTLET         PIC X(04).
           05                    PIC X(01).
           05  RQ-ITEM           PIC X(05).
           05                    PIC X(01).
           05  RQ-SURYO          PIC 9(05).
           05                    PIC X(01).
           05  RQ-NEED           PIC 9(08).
           05                    PIC X(01).
           05  RQ-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  RQ-DATE           PIC 9(08).
           05                    PIC X(01).
           05  RQ-OPID           PIC X(04).
           05                    PIC X(01).
           05  RQ-YK-NO          PIC X(06).
      *
       FD  YOKYU-NEW.
       01  RN-REC                PIC X(57).
      *
      * 発注TRAN：末尾の集約NOは店舗要求からの行のみ（他は空白）
       FD  TRAN-FILE.
       01  H-REC.
           05  H-S-CODE          PIC X(03).
           05  H-ITEM            PIC X(05).
           05  H-SURYO           PIC 9(05).
           05  H-YOTEI           PIC 9(08).
           05  H-YOKYU-NO        PIC X(06).
      *
       FD  IN-FILE.
       01  I-REC.
           05  I-NO              PIC X(05).
           05  I-NAME            PIC X(10).
           05  I-S-DATE          PIC 9(08).
           05  I-S-NO            PIC X(03).
           05  I-S-NAME          PIC X(10).
           05  I-SURYO           PIC 9(04).
           05  I-TANKA           PIC 9(05)V99.
      *
       FD  KEIYAKU-FILE.
       01  KY-REC.
           05  KY-ITEM           PIC X(05).
           05                    PIC X(01).
           05  KY-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  KY-TANKA          PIC 9(05)V99.
           05                    PIC X(01).
           05  KY-FROM           PIC 9(08).
           05                    PIC X(01).
           05  KY-TO             PIC 9(08).
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
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  YOKYU-FS              PIC X(02)  VALUE SPACE.
       01  TRAN-FS               PIC X(02)  VALUE SPACE.
       01  IN-FS                 PIC X(02)  VALUE SPACE.
       01  KEIYAKU-FS            PIC X(02)  VALUE SPACE.
       01  KEIYAKU-END-FLG       PIC X(01)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  RX                    PIC 9(03).
       01  RQ-CNT                PIC 9(03)  VALUE ZERO.
       01  GX                    PIC 9(03).
       01  GR-CNT                PIC 9(03)  VALUE ZERO.
       01  HIT-GX                PIC 9(03)  VALUE ZERO.
       01  LX                    PIC 9(03).
       01  LS-CNT                PIC 9(03)  VALUE ZERO.
       01  HIT-LX                PIC 9(03)  VALUE ZERO.
       01  KYX                   PIC 9(03).
       01  KY-CNT                PIC 9(03)  VALUE ZERO.
       01  LAST-YK-NO            PIC 9(06)  VALUE ZERO.
       01  WK-YK-NO              PIC 9(06)  VALUE ZERO.
       01  WK-S-CODE             PIC X(03)  VALUE SPACE.
       01  WK-TANKA              PIC 9(05)V99 VALUE ZERO.
       01  WK-RIYU               PIC X(20)  VALUE SPACE.
       01  GOKEI                 PIC 9(06)  VALUE ZERO.
       01  HORYU-CNT             PIC 9(03)  VALUE ZERO.
       01  TAISHO-CNT            PIC 9(03)  VALUE ZERO.
      *
      * 店舗要求の全行（書き戻し用）と、今回決めた仕入先
       01  RQ-TBL.
           05  RQ-ENT            OCCURS 500 TIMES.
               10  RT-REC        PIC X(57).
               10  RT-S-CODE     PIC X(03).
               10  RT-GX         PIC 9(03).
      *
      * 集約行：商品×仕入先ごとの合計数量と最も早い必要日
       01  GR-TBL.
           05  GR-ENT            OCCURS 200 TIMES.
               10  GT-ITEM       PIC X(05).
               10  GT-S-CODE     PIC X(03).
               10  GT-SURYO      PIC 9(06).
               10  GT-NEED       PIC 9(08).
               10  GT-YK-NO      PIC 9(06).
      *
      * 商品ごとの最終仕入先（仕入整列.txt）
       01  LS-TBL.
           05  LS-ENT            OCCURS 500 TIMES.
               10  LT-ITEM       PIC X(05).
               10  LT-S-CODE     PIC X(03).
               10  LT-DATE       PIC 9(08).
       01  KEIYAKU-TBL.
           05  KEIYAKU-ENT       OCCURS 100 TIMES.
               10  KYT-ITEM      PIC X(05).
               10  KYT-S-CODE    PIC X(03).
               10  KYT-TANKA     PIC 9(05)V99.
               10  KYT-FROM      PIC 9(08).
               10  KYT-TO        PIC 9(08).
      *
       01  MEISAI-1.
           05  M-YK-NO           PIC X(06).
           05                    PIC X(02)  VALUE SPACE.
           05  M-ITEM            PIC X(05).
           05                    PIC X(02)  VALUE SPACE.
           05  M-S-CODE          PIC X(03).
           05                    PIC X(02)  VALUE SPACE.
           05  M-SURYO           PIC ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-NEED            PIC 9999/99/99.
           05                    PIC X(02)  VALUE SPACE.
           05  M-BIKO            PIC X(24).
      *
       01  MEISAI-2.
           05                    PIC X(04)  VALUE SPACE.
           05                    PIC X(09)  VALUE "店舗：".
           05  M2-OUTLET         PIC X(04).
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(09)  VALUE "要求：".
           05  M2-RQ-NO          PIC 9(06).
           05                    PIC X(02)  VALUE SPACE.
           05  M2-SURYO          PIC ZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M2-NEED           PIC 9999/99/99.
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 店舗要求集約".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  HEAD-2.
           05                    PIC X(08)  VALUE  "集約NO".
           05                    PIC X(09)  VALUE  "商品NO".
           05                    PIC X(09)  VALUE  "仕入先".
           05                    PIC X(08)  VALUE  "数量".
           05                    PIC X(12)  VALUE  "必要日".
           05                    PIC X(06)  VALUE  "備考".
      *
       01  FOOT-1.
           05                    PIC X(15)  VALUE "集約行数：".
           05  F-GR              PIC ZZZ9.
           05                    PIC X(18)  VALUE "　対象要求：".
           05  F-TAISHO          PIC ZZZ9.
           05                    PIC X(15)  VALUE "　★保留：".
           05  F-HORYU           PIC ZZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM YOKYU-LOAD-RTN
            IF RQ-CNT = ZERO
                DISPLAY "店舗要求がありません。"
                STOP RUN
            END-IF
            PERFORM KEIYAKU-LOAD-RTN
            PERFORM LAST-SHIIRE-RTN
            OPEN INPUT  MAS-FILE
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RQ-CNT
                MOVE RT-REC(RX) TO RQ-REC
                MOVE ZERO TO RT-GX(RX)
                IF RQ-YK-NO = SPACE
                    ADD 1 TO TAISHO-CNT
                    PERFORM SHIIRESAKI-RTN
                END-IF
            END-PERFORM
            PERFORM SHUUYAKU-PRINT-RTN
            CLOSE MAS-FILE
            IF GR-CNT > ZERO
                PERFORM TRAN-WRITE-RTN
                PERFORM YOKYU-SAVE-RTN
            END-IF
            MOVE GR-CNT     TO F-GR
            MOVE TAISHO-CNT TO F-TAISHO
            MOVE HORYU-CNT  TO F-HORYU
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE PRINT-FILE
            DISPLAY "集約行数：" GR-CNT "　保留：" HORYU-CNT
            DISPLAY "END"
            STOP RUN.
      *
      * 仕入先の決定（指定→契約単価の最安→最終仕入先）と集約
       SHIIRESAKI-RTN.
            MOVE RQ-S-CODE TO WK-S-CODE
            IF WK-S-CODE = SPACE
                MOVE ZERO TO WK-TANKA
                PERFORM VARYING KYX FROM 1 BY 1 UNTIL KYX > KY-CNT
                    IF KYT-ITEM(KYX) = RQ-ITEM
                        AND KYT-FROM(KYX) <= W-DATE8
                        AND KYT-TO(KYX) >= W-DATE8
                        AND (WK-S-CODE = SPACE
                             OR KYT-TANKA(KYX) < WK-TANKA)
                        MOVE KYT-S-CODE(KYX) TO WK-S-CODE
                        MOVE KYT-TANKA(KYX)  TO WK-TANKA
                    END-IF
                END-PERFORM
            END-IF
            IF WK-S-CODE = SPACE
                PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LS-CNT
                    IF LT-ITEM(LX) = RQ-ITEM
                        MOVE LT-S-CODE(LX) TO WK-S-CODE
                    END-IF
                END-PERFORM
            END-IF
            MOVE SPACE TO WK-RIYU
            IF WK-S-CODE = SPACE
                MOVE "★仕入先未定" TO WK-RIYU
            ELSE
                MOVE WK-S-CODE TO S-CODE
                READ MAS-FILE
                    INVALID KEY
                        MOVE "★仕入先マスタなし" TO WK-RIYU
                    NOT INVALID KEY
                        IF S-INACTIVE
                            MOVE "★休止仕入先" TO WK-RIYU
                        END-IF
                END-READ
            END-IF
            IF WK-RIYU NOT = SPACE
                ADD 1 TO HORYU-CNT
                PERFORM HORYU-PRINT-RTN
            ELSE
                MOVE WK-S-CODE TO RT-S-CODE(RX)
                PERFORM GROUP-RTN
            END-IF.
      *
       GROUP-RTN.
            MOVE ZERO TO HIT-GX
            PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > GR-CNT
                IF GT-ITEM(GX) = RQ-ITEM
                    AND GT-S-CODE(GX) = WK-S-CODE
                    MOVE GX TO HIT-GX
                END-IF
            END-PERFORM
            IF HIT-GX = ZERO AND GR-CNT < 200
                ADD 1 TO GR-CNT
                MOVE GR-CNT    TO HIT-GX
                ADD 1 TO LAST-YK-NO
                MOVE RQ-ITEM    TO GT-ITEM(HIT-GX)
                MOVE WK-S-CODE  TO GT-S-CODE(HIT-GX)
                MOVE ZERO       TO GT-SURYO(HIT-GX)
                MOVE RQ-NEED    TO GT-NEED(HIT-GX)
                MOVE LAST-YK-NO TO GT-YK-NO(HIT-GX)
            END-IF
            IF HIT-GX NOT = ZERO
                ADD RQ-SURYO TO GT-SURYO(HIT-GX)
                IF RQ-NEED < GT-NEED(HIT-GX)
                    MOVE RQ-NEED TO GT-NEED(HIT-GX)
                END-IF
                MOVE HIT-GX TO RT-GX(RX)
            END-IF.
      *
       HORYU-PRINT-RTN.
            MOVE SPACE TO MEISAI-1
            MOVE RQ-ITEM   TO M-ITEM
            MOVE WK-S-CODE TO M-S-CODE
            MOVE RQ-SURYO  TO M-SURYO
            MOVE RQ-NEED   TO M-NEED
            MOVE WK-RIYU   TO M-BIKO
            WRITE P-REC FROM MEISAI-1 AFTER 1
            MOVE RQ-OUTLET TO M2-OUTLET
            MOVE RQ-NO     TO M2-RQ-NO
            MOVE RQ-SURYO  TO M2-SURYO
            MOVE RQ-NEED   TO M2-NEED
            WRITE P-REC FROM MEISAI-2 AFTER 1.
      *
      * 集約行ごとに内訳の店舗を印字する
       SHUUYAKU-PRINT-RTN.
            PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > GR-CNT
                MOVE SPACE TO MEISAI-1
                MOVE GT-YK-NO(GX)  TO M-YK-NO
                MOVE GT-ITEM(GX)   TO M-ITEM
                MOVE GT-S-CODE(GX) TO M-S-CODE
                MOVE GT-SURYO(GX)  TO M-SURYO
                MOVE GT-NEED(GX)   TO M-NEED
                IF GT-SURYO(GX) > 99999
                    MOVE "★数量超過（要分割）" TO M-BIKO
                END-IF
                WRITE P-REC FROM MEISAI-1 AFTER 2
                PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RQ-CNT
                    IF RT-GX(RX) = GX
                        MOVE RT-REC(RX) TO RQ-REC
                        MOVE RQ-OUTLET TO M2-OUTLET
                        MOVE RQ-NO     TO M2-RQ-NO
                        MOVE RQ-SURYO  TO M2-SURYO
                        MOVE RQ-NEED   TO M2-NEED
                        WRITE P-REC FROM MEISAI-2 AFTER 1
                    END-IF
                END-PERFORM
            END-PERFORM.
      *
      * 発注TRAN.TXTへ集約行を追記する（集約NO付き）
       TRAN-WRITE-RTN.
            OPEN EXTEND TRAN-FILE
            PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > GR-CNT
                IF GT-SURYO(GX) <= 99999
                    MOVE SPACE TO H-REC
                    MOVE GT-S-CODE(GX) TO H-S-CODE
                    MOVE GT-ITEM(GX)   TO H-ITEM
                    MOVE GT-SURYO(GX)  TO H-SURYO
                    MOVE GT-NEED(GX)   TO H-YOTEI
                    MOVE GT-YK-NO(GX)  TO WK-YK-NO
                    MOVE WK-YK-NO      TO H-YOKYU-NO
                    WRITE H-REC
                END-IF
            END-PERFORM
            CLOSE TRAN-FILE.
      *
      * 集約NOを要求へ入れて書き戻す（作業ファイル経由）
       YOKYU-SAVE-RTN.
            OPEN OUTPUT YOKYU-NEW
            PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RQ-CNT
                MOVE RT-REC(RX) TO RQ-REC
                IF RT-GX(RX) NOT = ZERO
                    IF GT-SURYO(RT-GX(RX)) <= 99999
                        MOVE GT-YK-NO(RT-GX(RX)) TO WK-YK-NO
                        MOVE WK-YK-NO TO RQ-YK-NO
                    END-IF
                END-IF
                WRITE RN-REC FROM RQ-REC
            END-PERFORM
            CLOSE YOKYU-NEW
            CALL "SYSTEM" USING
                "mv 店舗要求.NEW 店舗要求.TXT".
      *
      * 店舗要求を読み込み、既存の集約NOの最大値を取る
       YOKYU-LOAD-RTN.
            OPEN INPUT YOKYU-FILE
            IF YOKYU-FS = "00"
                READ YOKYU-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF RQ-CNT < 500
                        ADD 1 TO RQ-CNT
                        MOVE RQ-REC TO RT-REC(RQ-CNT)
                        MOVE SPACE  TO RT-S-CODE(RQ-CNT)
                        IF RQ-YK-NO NUMERIC
                            IF RQ-YK-NO > LAST-YK-NO
                                MOVE RQ-YK-NO TO LAST-YK-NO
                            END-IF
                        END-IF
                    END-IF
                    READ YOKYU-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE YOKYU-FILE
            ELSE
                CLOSE YOKYU-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 仕入整列.txtから商品ごとの最終仕入先を取る
       LAST-SHIIRE-RTN.
            OPEN INPUT IN-FILE
            IF IN-FS = "00"
                READ IN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    PERFORM LAST-POST-RTN
                    READ IN-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE IN-FILE
            ELSE
                CLOSE IN-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
       LAST-POST-RTN.
            MOVE ZERO TO HIT-LX
            PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LS-CNT
                IF LT-ITEM(LX) = I-NO
                    MOVE LX TO HIT-LX
                END-IF
            END-PERFORM
            IF HIT-LX = ZERO AND LS-CNT < 500
                ADD 1 TO LS-CNT
                MOVE LS-CNT TO HIT-LX
                MOVE I-NO   TO LT-ITEM(HIT-LX)
                MOVE ZERO   TO LT-DATE(HIT-LX)
            END-IF
            IF HIT-LX NOT = ZERO
                IF I-S-DATE >= LT-DATE(HIT-LX)
                    MOVE I-S-NO   TO LT-S-CODE(HIT-LX)
                    MOVE I-S-DATE TO LT-DATE(HIT-LX)
                END-IF
            END-IF.
      *
       KEIYAKU-LOAD-RTN.
            OPEN INPUT KEIYAKU-FILE
            IF KEIYAKU-FS = "00"
                READ KEIYAKU-FILE
                    AT END MOVE "E" TO KEIYAKU-END-FLG
                END-READ
                PERFORM UNTIL KEIYAKU-END-FLG = "E"
                    IF KY-CNT < 100
                        ADD 1 TO KY-CNT
                        MOVE KY-ITEM   TO KYT-ITEM(KY-CNT)
                        MOVE KY-S-CODE TO KYT-S-CODE(KY-CNT)
                        MOVE KY-TANKA  TO KYT-TANKA(KY-CNT)
                        MOVE KY-FROM   TO KYT-FROM(KY-CNT)
                        MOVE KY-TO     TO KYT-TO(KY-CNT)
                    END-IF
                    READ KEIYAKU-FILE
                        AT END MOVE "E" TO KEIYAKU-END-FLG
                    END-READ
                END-PERFORM
                CLOSE KEIYAKU-FILE
            ELSE
                CLOSE KEIYAKU-FILE
            END-IF.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
