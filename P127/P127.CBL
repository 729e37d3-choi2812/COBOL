      *
      * 14JY0123 崔　禎　文
      * 予算執行状況表：指定月（省略時は当月）の分類別に、予算
      * （予算マスタ.TXT）・仕入実績（仕入整列.txt）・発注残（未完了
      * と承認待ちの発注の未入荷数量×適用単価）・予算残（予算－実績
      * －発注残）を印字し、予算残がマイナスの分類は★超過を付ける
      * 単価と分類の取り方はP29の予算引当と同じ（有効な契約単価、
      * 無ければ商品マスタの仕入単価。分類の無い商品は99）
      * 発注残は実行時点の残高（過去月を指定しても現在の残を使う）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P127.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL IN-FILE ASSIGN  "仕入整列.txt"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IN-FS.
           SELECT  OPTIONAL PO-FILE ASSIGN  "ISAM発注マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE SEQUENTIAL
                                    RECORD KEY PO-NO.
           SELECT  SHOHIN-FILE ASSIGN  "ISAM商品マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY T-NO.
           SELECT  OPTIONAL YOSAN-FILE ASSIGN  "予算マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS YOSAN-FS.
           SELECT  OPTIONAL KEIYAKU-FILE ASSIGN
                                    "契約単価マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KEIYAKU-FS.
           SELECT  PRINT-FILE  ASSIGN  "P127.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
       FD  IN-FILE.
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
       FD  PO-FILE.
       01  PO-REC.
           05  PO-NO             PIC X(06).
           05  PO-S-CODE         PIC X(03).
           05  PO-ITEM           PIC X(05).
           05  PO-SURYO          PIC 9(05).
           05  PO-DATE           PIC 9(08).
           05  PO-YOTEI          PIC 9(08).
           05  PO-STATUS         PIC X(01).
               88  PO-OPEN                  VALUE "O".
               88  PO-CLOSED                VALUE "C".
               88  PO-CANCELLED             VALUE "X".
               88  PO-PENDING               VALUE "P".
           05  PO-UKE-SURYO      PIC 9(05).
           05  PO-DOC-NO         PIC X(06).
           05  PO-UKE-DATE       PIC 9(08).
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
       FD  YOSAN-FILE.
       01  YS-REC.
           05  YS-YYMM           PIC X(06).
           05                    PIC X(01).
           05  YS-CAT            PIC X(02).
           05                    PIC X(01).
           05  YS-KINGAKU        PIC 9(11).
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
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  IN-FS                 PIC X(02)  VALUE SPACE.
       01  YOSAN-FS              PIC X(02)  VALUE SPACE.
       01  YOSAN-END-FLG         PIC X(01)  VALUE SPACE.
       01  KEIYAKU-FS            PIC X(02)  VALUE SPACE.
       01  KEIYAKU-END-FLG       PIC X(01)  VALUE SPACE.
       01  IN-YYMM               PIC X(06)  VALUE SPACE.
       01  CUR-YYMM              PIC X(06)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  WK-ITEM               PIC X(05)  VALUE SPACE.
       01  WK-S-CODE             PIC X(03)  VALUE SPACE.
       01  WK-SURYO              PIC 9(05)  VALUE ZERO.
       01  WK-KINGAKU            PIC 9(09)  VALUE ZERO.
       01  WK-CAT                PIC X(02)  VALUE SPACE.
       01  TEKIYO-TANKA          PIC 9(05)V99 VALUE ZERO.
       01  ZAN-GAKU              PIC S9(12) VALUE ZERO.
       01  CX                    PIC 9(02).
       01  HIT-CX                PIC 9(02)  VALUE ZERO.
       01  CAT-CNT               PIC 9(02)  VALUE ZERO.
       01  KYX                   PIC 9(03).
       01  KY-CNT                PIC 9(03)  VALUE ZERO.
       01  OVER-CNT              PIC 9(03)  VALUE ZERO.
       01  T-YOSAN               PIC 9(12)  VALUE ZERO.
       01  T-JISSEKI             PIC 9(12)  VALUE ZERO.
       01  T-HACHU               PIC 9(12)  VALUE ZERO.
       01  T-ZAN                 PIC S9(12) VALUE ZERO.
      *
      * 分類別の予算・当月実績・発注残
       01  CAT-TBL.
           05  CAT-ENT           OCCURS 20 TIMES.
               10  CT-CODE       PIC X(02).
               10  CT-YOSAN      PIC 9(11).
               10  CT-JISSEKI    PIC 9(11).
               10  CT-HACHU      PIC 9(11).
       01  KEIYAKU-TBL.
           05  KEIYAKU-ENT       OCCURS 100 TIMES.
               10  KYT-ITEM      PIC X(05).
               10  KYT-S-CODE    PIC X(03).
               10  KYT-TANKA     PIC 9(05)V99.
               10  KYT-FROM      PIC 9(08).
               10  KYT-TO        PIC 9(08).
      *
       01  MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05  M-CAT             PIC X(02).
           05                    PIC X(02)  VALUE SPACE.
           05  M-YOSAN           PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-JISSEKI         PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-HACHU           PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-ZAN             PIC -ZZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-FLAG            PIC X(12).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 予算執行状況表".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  HEAD-2.
           05                    PIC X(15)  VALUE "対象年月：".
           05  H-YYMM            PIC X(06).
      *
       01  HEAD-3.
           05                    PIC X(06)  VALUE  "分類".
           05                    PIC X(12)  VALUE  "予算".
           05                    PIC X(12)  VALUE  "実績".
           05                    PIC X(12)  VALUE  "発注残".
           05                    PIC X(13)  VALUE  "予算残".
      *
       01  FOOT-1.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(03)  VALUE "計".
           05                    PIC X(01)  VALUE SPACE.
           05  F-YOSAN           PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  F-JISSEKI         PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  F-HACHU           PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  F-ZAN             PIC -ZZZ,ZZZ,ZZ9.
       01  FOOT-2.
           05                    PIC X(15)  VALUE "対象分類：".
           05  F-CNT             PIC ZZZZ9.
           05                    PIC X(12)  VALUE "　超過：".
           05  F-OVER            PIC ZZZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            DISPLAY "対象年月(YYYYMM、空白=当月)："
            ACCEPT IN-YYMM
            IF IN-YYMM = SPACE
                MOVE W-DATE8(1:6) TO CUR-YYMM
            ELSE
                IF IN-YYMM NOT NUMERIC
                    DISPLAY "年月が不正です。"
                    STOP RUN
                END-IF
                MOVE IN-YYMM TO CUR-YYMM
            END-IF
            PERFORM YOSAN-LOAD-RTN
            PERFORM KEIYAKU-LOAD-RTN
            OPEN INPUT SHOHIN-FILE
            PERFORM JISSEKI-RTN
            PERFORM HACHU-ZAN-RTN
            CLOSE SHOHIN-FILE
            PERFORM PRINT-RTN
            DISPLAY "END"
            STOP RUN.
      *
      * 当月の仕入実績を分類別に集計する
       JISSEKI-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT IN-FILE
            IF IN-FS = "00"
                READ IN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF I-S-DATE(1:6) = CUR-YYMM
                        MOVE I-NO TO T-NO
                        MOVE SPACE TO WK-CAT
                        READ SHOHIN-FILE
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE T-CATEGORY TO WK-CAT
                        END-READ
                        PERFORM CAT-FIND-RTN
                        IF HIT-CX NOT = ZERO
                            COMPUTE CT-JISSEKI(HIT-CX) ROUNDED =
                                CT-JISSEKI(HIT-CX) + I-TANKA * I-SURYO
                        END-IF
                    END-IF
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
      * 発注残：未完了・承認待ちの発注の未入荷数量×適用単価
       HACHU-ZAN-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT PO-FILE
            READ PO-FILE
                AT END MOVE "E" TO END-FLG
            END-READ
            PERFORM UNTIL END-FLG = "E"
                IF (PO-OPEN OR PO-PENDING)
                    AND PO-SURYO > PO-UKE-SURYO
                    MOVE PO-ITEM   TO WK-ITEM
                    MOVE PO-S-CODE TO WK-S-CODE
                    COMPUTE WK-SURYO = PO-SURYO - PO-UKE-SURYO
                    PERFORM KINGAKU-RTN
                    PERFORM CAT-FIND-RTN
                    IF HIT-CX NOT = ZERO
                        ADD WK-KINGAKU TO CT-HACHU(HIT-CX)
                    END-IF
                END-IF
                READ PO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE PO-FILE
            MOVE SPACE TO END-FLG.
      *
      * 金額＝適用単価（実行日に有効な契約単価、無ければ商品マスタ
      * の仕入単価）×数量
       KINGAKU-RTN.
            MOVE SPACE TO WK-CAT
            MOVE ZERO  TO TEKIYO-TANKA
            MOVE WK-ITEM TO T-NO
            READ SHOHIN-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE T-S-TANKA  TO TEKIYO-TANKA
                    MOVE T-CATEGORY TO WK-CAT
            END-READ
            PERFORM VARYING KYX FROM 1 BY 1 UNTIL KYX > KY-CNT
                IF KYT-ITEM(KYX) = WK-ITEM
                    AND KYT-S-CODE(KYX) = WK-S-CODE
                    AND KYT-FROM(KYX) <= W-DATE8
                    AND KYT-TO(KYX) >= W-DATE8
                    MOVE KYT-TANKA(KYX) TO TEKIYO-TANKA
                END-IF
            END-PERFORM
            COMPUTE WK-KINGAKU ROUNDED = TEKIYO-TANKA * WK-SURYO.
      *
      * 分類表の検索（無ければ追加。分類の無い商品は99とする）
       CAT-FIND-RTN.
            IF WK-CAT = SPACE
                MOVE "99" TO WK-CAT
            END-IF
            MOVE ZERO TO HIT-CX
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAT-CNT
                IF CT-CODE(CX) = WK-CAT
                    MOVE CX TO HIT-CX
                END-IF
            END-PERFORM
            IF HIT-CX = ZERO AND CAT-CNT < 20
                ADD 1 TO CAT-CNT
                MOVE CAT-CNT TO HIT-CX
                MOVE WK-CAT  TO CT-CODE(HIT-CX)
                MOVE ZERO    TO CT-YOSAN(HIT-CX) CT-JISSEKI(HIT-CX)
                                CT-HACHU(HIT-CX)
            END-IF.
      *
      * 対象月の予算行だけを分類表へ載せる（実績の無い分類も印字）
       YOSAN-LOAD-RTN.
            OPEN INPUT YOSAN-FILE
            IF YOSAN-FS = "00"
                READ YOSAN-FILE
                    AT END MOVE "E" TO YOSAN-END-FLG
                END-READ
                PERFORM UNTIL YOSAN-END-FLG = "E"
                    IF YS-YYMM = CUR-YYMM
                        MOVE YS-CAT TO WK-CAT
                        PERFORM CAT-FIND-RTN
                        IF HIT-CX NOT = ZERO
                            MOVE YS-KINGAKU TO CT-YOSAN(HIT-CX)
                        END-IF
                    END-IF
                    READ YOSAN-FILE
                        AT END MOVE "E" TO YOSAN-END-FLG
                    END-READ
                END-PERFORM
                CLOSE YOSAN-FILE
            ELSE
                CLOSE YOSAN-FILE
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
      * 予算残＝予算－実績－発注残。予算のある分類でマイナスは★
       PRINT-RTN.
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8  TO H-DATE
            MOVE CUR-YYMM TO H-YYMM
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            WRITE P-REC FROM HEAD-3 AFTER 2
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAT-CNT
                MOVE SPACE TO MEISAI
                MOVE CT-CODE(CX)    TO M-CAT
                MOVE CT-YOSAN(CX)   TO M-YOSAN
                MOVE CT-JISSEKI(CX) TO M-JISSEKI
                MOVE CT-HACHU(CX)   TO M-HACHU
                COMPUTE ZAN-GAKU = CT-YOSAN(CX) - CT-JISSEKI(CX)
                                 - CT-HACHU(CX)
                MOVE ZAN-GAKU TO M-ZAN
                IF CT-YOSAN(CX) = ZERO
                    MOVE "予算なし" TO M-FLAG
                ELSE
                    IF ZAN-GAKU < ZERO
                        ADD 1 TO OVER-CNT
                        MOVE "★超過" TO M-FLAG
                    END-IF
                END-IF
                ADD CT-YOSAN(CX)   TO T-YOSAN
                ADD CT-JISSEKI(CX) TO T-JISSEKI
                ADD CT-HACHU(CX)   TO T-HACHU
                ADD ZAN-GAKU       TO T-ZAN
                WRITE P-REC FROM MEISAI AFTER 1
            END-PERFORM
            MOVE T-YOSAN   TO F-YOSAN
            MOVE T-JISSEKI TO F-JISSEKI
            MOVE T-HACHU   TO F-HACHU
            MOVE T-ZAN     TO F-ZAN
            WRITE P-REC FROM FOOT-1 AFTER 2
            MOVE CAT-CNT  TO F-CNT
            MOVE OVER-CNT TO F-OVER
            WRITE P-REC FROM FOOT-2 AFTER 1
            CLOSE PRINT-FILE.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
