      * 在庫マスタの現在残で置き換える（初回は前残ゼロで開始）
      * 金額欄は移動平均原価（Z-AVG-COST）で評価する
      * 計算が合わない商品は★不突合で警告し、分類別の小計を付ける
      * 運転日誌.TXTへ対象商品数と不突合数を記録する
      * 委託在庫（委託契約マスタ.TXTの仕入先×商品）の入庫は自社
      * 在庫に入らないため入庫から除き、出庫のうち委託在庫から消化
      * した分（委託受払.TXTの区分S、出庫TRANの日付範囲内）も
      * 出庫から除く（P27の在庫マスタ更新と同じ区分で集計する）
      * 加工（P147の加工履歴.TXT）は製品を入庫、原料のうち製品に
      * なった分を出庫に含める（ロス分は廃棄履歴.TXTで廃棄に入る）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P89.
           SELECT  OPTIONAL HAIKI-FILE ASSIGN  "廃棄履歴.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS HAIKI-FS.
           SELECT  OPTIONAL KAKO-FILE ASSIGN  "加工履歴.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KAKO-FS.
           SELECT  OPTIONAL ZAIKO-FILE  ASSIGN  "ISAM在庫マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
           SELECT  OPTIONAL TANI-FILE ASSIGN  "単位マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS TANI-FS.
           SELECT  OPTIONAL ITK-FILE ASSIGN  "委託契約マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS ITK-FS.
           SELECT  OPTIONAL IH-FILE  ASSIGN  "委託受払.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IH-FS.
           SELECT  PRINT-FILE  ASSIGN  "P89.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL RUNLOG-FILE ASSIGN  "運転日誌.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS RUNLOG-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
           05  D-DATE            PIC 9(08).
           05  D-SURYO           PIC 9(04).
           05  D-BIKO            PIC X(10).
      *
      * 委託契約マスタ：商品が空白の行はその仕入先の全商品が委託
       FD  ITK-FILE.
       01  IK-REC.
           05  IK-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  IK-ITEM           PIC X(05).
           05                    PIC X(01).
           05  IK-FROM           PIC 9(08).
           05                    PIC X(01).
           05  IK-TO             PIC 9(08).
      *
      * 委託受払：R＝入庫　H＝返品　S＝消化（P27が記録）
       FD  IH-FILE.
       01  IH-REC.
           05  IH-DATE           PIC 9(08).
           05                    PIC X(01).
           05  IH-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  IH-ITEM           PIC X(05).
           05                    PIC X(01).
           05  IH-KBN            PIC X(01).
           05                    PIC X(01).
           05  IH-SURYO          PIC 9(06).
           05                    PIC X(01).
           05  IH-TANKA          PIC 9(05)V99.
           05                    PIC X(01).
           05  IH-KINGAKU        PIC 9(09).
      *
       FD  CHOSEI-FILE.
       01  CH-REC.
           05  HA-KINGAKU        PIC 9(09).
           05                    PIC X(01).
           05  HA-OPID           PIC X(04).
      *
      * 加工履歴（P147）：区分 R＝原料払出、O＝製品受入
       FD  KAKO-FILE.
       01  KK-REC.
           05  KK-DATE           PIC 9(08).
           05                    PIC X(01).
           05  KK-DENNO          PIC 9(06).
           05                    PIC X(01).
           05  KK-KBN            PIC X(01).
           05                    PIC X(01).
           05  KK-RAW            PIC X(05).
           05                    PIC X(01).
           05  KK-NO             PIC X(05).
           05                    PIC X(01).
           05  KK-LOT-DATE       PIC 9(08).
           05                    PIC X(01).
           05  KK-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  KK-SURYO          PIC 9(06).
           05                    PIC X(01).
           05  KK-LOSS           PIC 9(06).
           05                    PIC X(01).
           05  KK-KINGAKU        PIC 9(09).
           05                    PIC X(01).
           05  KK-OPID           PIC X(04).
      *
       FD  ZAIKO-FILE.
       01  Z-REC.
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
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
       01  RUNLOG-FS             PIC X(02)  VALUE SPACE.
       01  W-TIME8               PIC 9(08)  VALUE ZERO.
       01  RUN-STATUS            PIC X(01)  VALUE "N".
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  SYUKO-FS              PIC X(02)  VALUE SPACE.
       01  CHOSEI-FS             PIC X(02)  VALUE SPACE.
       01  HAIKI-FS              PIC X(02)  VALUE SPACE.
       01  KAKO-FS               PIC X(02)  VALUE SPACE.
       01  ZENZAN-FS             PIC X(02)  VALUE SPACE.
       01  TANI-FS               PIC X(02)  VALUE SPACE.
       01  TANI-END-FLG          PIC X(01)  VALUE SPACE.
       01  CAT-CNT               PIC 9(02)  VALUE ZERO.
       01  CAT-FOUND-FLG         PIC X(01)  VALUE SPACE.
       01  WK-CAT                PIC X(02)  VALUE SPACE.
       01  ITK-FS                PIC X(02)  VALUE SPACE.
       01  IH-FS                 PIC X(02)  VALUE SPACE.
       01  ITAKU-FLG             PIC X(01)  VALUE SPACE.
       01  ITK-CNT               PIC 9(03)  VALUE ZERO.
       01  IKX                   PIC 9(03).
       01  SYUKO-FROM            PIC 9(08)  VALUE ZERO.
       01  SYUKO-TO              PIC 9(08)  VALUE ZERO.
       01  ITK-TBL.
           05  ITK-ENT           OCCURS 100 TIMES.
               10  IKT-S-CODE    PIC X(03).
               10  IKT-ITEM      PIC X(05).
               10  IKT-FROM      PIC 9(08).
               10  IKT-TO        PIC 9(08).
      *
      * 商品別の受払集計
       01  MOV-TBL.
            PERFORM DATE-EXPAND-RTN
            PERFORM TANI-LOAD-RTN
            PERFORM ZENZAN-LOAD-RTN
            PERFORM ITK-LOAD-RTN
            PERFORM UKE-SCAN-RTN
            PERFORM SYUKO-SCAN-RTN
            PERFORM ITAKU-SCAN-RTN
            PERFORM CHOSEI-SCAN-RTN
            PERFORM HAIKI-SCAN-RTN
            PERFORM KAKO-SCAN-RTN
            OPEN INPUT ZAIKO-FILE SHOHIN-FILE
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM FOOT-2 AFTER 1
            PERFORM ZENZAN-SAVE-RTN
            CLOSE ZAIKO-FILE SHOHIN-FILE PRINT-FILE
            PERFORM RUNLOG-WRITE-RTN
            DISPLAY "END"
            STOP RUN.
      *
                AT END MOVE "E" TO END-FLG
            END-READ
            PERFORM UNTIL END-FLG = "E"
                PERFORM ITAKU-CHK-RTN
                IF ITAKU-FLG NOT = "Y"
                    PERFORM UNIT-CHK-RTN
                    MOVE I-NO TO WK-NO
                    PERFORM MOV-FIND-RTN
                    COMPUTE MV-UKE(MX) = MV-UKE(MX) + NORM-SURYO
                END-IF
                READ UKE-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                    MOVE D-NO TO WK-NO
                    PERFORM MOV-FIND-RTN
                    ADD D-SURYO TO MV-SYUKO(MX)
                    IF SYUKO-FROM = ZERO OR D-DATE < SYUKO-FROM
                        MOVE D-DATE TO SYUKO-FROM
                    END-IF
                    IF D-DATE > SYUKO-TO
                        MOVE D-DATE TO SYUKO-TO
                    END-IF
                    READ SYUKO-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                CLOSE SYUKO-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 委託契約の判定：仕入先・商品（空白は全商品）・仕入日が
      * 契約期間内の入庫は委託在庫の預り
       ITAKU-CHK-RTN.
            MOVE SPACE TO ITAKU-FLG
            PERFORM VARYING IKX FROM 1 BY 1 UNTIL IKX > ITK-CNT
                IF IKT-S-CODE(IKX) = I-S-NO
                    AND (IKT-ITEM(IKX) = I-NO OR IKT-ITEM(IKX) = SPACE)
                    AND IKT-FROM(IKX) <= I-S-DATE
                    AND IKT-TO(IKX) >= I-S-DATE
                    MOVE "Y" TO ITAKU-FLG
                END-IF
            END-PERFORM.
      *
      * 出庫TRANの日付範囲で委託在庫から消化した数量を出庫から除く
       ITAKU-SCAN-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT IH-FILE
            IF IH-FS NOT = "00" OR SYUKO-TO = ZERO
                MOVE "E" TO END-FLG
            ELSE
                READ IH-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF IH-KBN = "S" AND IH-DATE >= SYUKO-FROM
                    AND IH-DATE <= SYUKO-TO
                    MOVE IH-ITEM TO WK-NO
                    PERFORM MOV-FIND-RTN
                    IF MV-SYUKO(MX) > IH-SURYO
                        SUBTRACT IH-SURYO FROM MV-SYUKO(MX)
                    ELSE
                        MOVE ZERO TO MV-SYUKO(MX)
                    END-IF
                END-IF
                READ IH-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE IH-FILE
            MOVE SPACE TO END-FLG.
      *
       ITK-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT ITK-FILE
            IF ITK-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ ITK-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF ITK-CNT < 100
                    ADD 1 TO ITK-CNT
                    MOVE IK-S-CODE TO IKT-S-CODE(ITK-CNT)
                    MOVE IK-ITEM   TO IKT-ITEM(ITK-CNT)
                    MOVE IK-FROM   TO IKT-FROM(ITK-CNT)
                    MOVE IK-TO     TO IKT-TO(ITK-CNT)
                END-IF
                READ ITK-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE ITK-FILE
            MOVE SPACE TO END-FLG.
      *
       CHOSEI-SCAN-RTN.
            MOVE SPACE TO END-FLG
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 加工：製品（O）は入庫、原料（R）はロスを除いた分を出庫
       KAKO-SCAN-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT KAKO-FILE
            IF KAKO-FS NOT = "00"
                CLOSE KAKO-FILE
            ELSE
                READ KAKO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    MOVE KK-NO TO WK-NO
                    PERFORM MOV-FIND-RTN
                    EVALUATE KK-KBN
                        WHEN "O"
                            ADD KK-SURYO TO MV-UKE(MX)
                        WHEN "R"
                            COMPUTE MV-SYUKO(MX) = MV-SYUKO(MX)
                                                 + KK-SURYO - KK-LOSS
                    END-EVALUATE
                    READ KAKO-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE KAKO-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 明細印字と在庫マスタとの突合
       MEISAI-RTN.
            COMPUTE KEISAN-ZAN = MV-ZENZAN(MX) + MV-UKE(MX)
                MOVE 24   TO TT-FACTOR(3)
            END-IF.
      *
      * 運転日誌への実行記録（プログラム・日時・件数・結果）
       RUNLOG-WRITE-RTN.
            OPEN EXTEND RUNLOG-FILE
            MOVE SPACE TO RJ-REC
            MOVE "P89" TO RJ-PROG
            MOVE W-DATE8 TO RJ-DATE
            ACCEPT W-TIME8 FROM TIME
            MOVE W-TIME8(1:6) TO RJ-TIME
            MOVE MOV-CNT TO RJ-READ
            MOVE MOV-CNT TO RJ-WRITE
            MOVE FUTOGO-CNT TO RJ-REJ
            MOVE RUN-STATUS TO RJ-STATUS
            MOVE "仕入3.txt" TO RJ-INFILE
            WRITE RJ-REC
            CLOSE RUNLOG-FILE.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
