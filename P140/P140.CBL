      *
      * 14JY0123 崔　禎　文
      * 産地管理：生鮮品の原産地表示のための産地を管理する
      * 1=産地マスタ.TXTの保守（都道府県コード01～47または国コード
      * 　と産地名。権限レベル2）
      * 2=産地ラベル（出庫日・出荷先を指定し、出庫産地.TXTから
      * 　出荷先への出庫ごとの産地表示ラベルをP140LBL.DOCへ印字）
      * 3=月次産地構成報告（対象年月の入荷産地.TXTから商品×産地の
      * 　入荷件数・数量（単位マスタで基本単位へ換算）と商品内の
      * 　構成比を印字する）
      * 産地はP82の入荷入力・P61の納品CSV取込で入荷産地.TXTへ記録し
      * P27が入庫ロットに付けて、出庫の引当時に出庫産地.TXTへ残す
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P140.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL SC-FILE  ASSIGN  "産地マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SC-FS.
           SELECT  OPTIONAL SA-FILE  ASSIGN  "入荷産地.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SA-FS.
           SELECT  OPTIONAL SO-FILE  ASSIGN  "出庫産地.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SO-FS.
           SELECT  OPTIONAL TANI-FILE ASSIGN  "単位マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS TANI-FS.
           SELECT  SHOHIN-FILE ASSIGN  "ISAM商品マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY T-NO.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  OPTIONAL OPE-FILE ASSIGN
                                    "オペレータマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS OPE-FS.
           SELECT  PRINT-FILE  ASSIGN  "P140.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  LABEL-FILE  ASSIGN  "P140LBL.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 産地マスタ：都道府県コード（01～47）または国コード
       FD  SC-FILE.
       01  SC-REC.
           05  SC-CODE           PIC X(03).
           05                    PIC X(01).
           05  SC-NAME           PIC X(20).
      *
      * 入荷産地：P82・P61が入荷ごとに追記する
       FD  SA-FILE.
       01  SA-REC.
           05  SA-ITEM           PIC X(05).
           05                    PIC X(01).
           05  SA-DATE           PIC 9(08).
           05                    PIC X(01).
           05  SA-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  SA-SANCHI         PIC X(03).
           05                    PIC X(01).
           05  SA-SURYO          PIC 9(04).
           05                    PIC X(01).
           05  SA-UNIT           PIC X(02).
           05                    PIC X(01).
           05  SA-PO-NO          PIC X(06).
           05                    PIC X(01).
           05  SA-OPID           PIC X(04).
      *
      * 出庫産地：P27が出庫のロット引当ごとに追記する
       FD  SO-FILE.
       01  SO-REC.
           05  SO-DATE           PIC 9(08).
           05                    PIC X(01).
           05  SO-OUTLET         PIC X(04).
           05                    PIC X(01).
           05  SO-ITEM           PIC X(05).
           05                    PIC X(01).
           05  SO-LOT-DATE       PIC 9(08).
           05                    PIC X(01).
           05  SO-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  SO-SANCHI         PIC X(03).
           05                    PIC X(01).
           05  SO-SURYO          PIC 9(06).
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
       FD  LABEL-FILE.
       01  L-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  SC-FS                 PIC X(02)  VALUE SPACE.
       01  SA-FS                 PIC X(02)  VALUE SPACE.
       01  SO-FS                 PIC X(02)  VALUE SPACE.
       01  TANI-FS               PIC X(02)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPE-FS                PIC X(02)  VALUE SPACE.
       01  OPE-END-FLG           PIC X(01)  VALUE SPACE.
       01  CUR-LEVEL             PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  OK-FLG                PIC X(01)  VALUE SPACE.
       01  IN-CODE               PIC X(03)  VALUE SPACE.
       01  IN-NAME               PIC X(20)  VALUE SPACE.
       01  IN-DATE               PIC X(08)  VALUE SPACE.
       01  IN-OUTLET             PIC X(04)  VALUE SPACE.
       01  IN-YYMM               PIC X(06)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  W-YY                  PIC 9(04)  VALUE ZERO.
       01  W-MM                  PIC 9(02)  VALUE ZERO.
       01  W-KEN                 PIC 9(02)  VALUE ZERO.
       01  SC-CNT                PIC 9(03)  VALUE ZERO.
       01  SCX                   PIC 9(03).
       01  HIT-SCX               PIC 9(03)  VALUE ZERO.
       01  TANI-CNT              PIC 9(02)  VALUE ZERO.
       01  TNX                   PIC 9(02).
       01  UNIT-FACTOR           PIC 9(05)  VALUE 1.
       01  NORM-SURYO            PIC 9(09)  VALUE ZERO.
       01  KX                    PIC 9(04).
       01  KY                    PIC 9(04).
       01  HIT-KX                PIC 9(04)  VALUE ZERO.
       01  KOSEI-CNT             PIC 9(04)  VALUE ZERO.
       01  LABEL-CNT             PIC 9(05)  VALUE ZERO.
       01  NYUKA-CNT             PIC 9(05)  VALUE ZERO.
       01  ITEM-KEN              PIC 9(05)  VALUE ZERO.
       01  ITEM-SURYO            PIC 9(09)  VALUE ZERO.
       01  KOSEI-PCT             PIC 9(03)V9 VALUE ZERO.
       01  BREAK-ITEM            PIC X(05)  VALUE SPACE.
       01  WK-SANCHI-NAME        PIC X(20)  VALUE SPACE.
      *
       01  SCM-TBL.
           05  SCM-ENT           OCCURS 200 TIMES.
               10  SCM-CODE      PIC X(03).
               10  SCM-NAME      PIC X(20).
       01  TANI-TBL.
           05  TANI-ENT          OCCURS 20 TIMES.
               10  TT-CODE       PIC X(02).
               10  TT-FACTOR     PIC 9(05).
      *
      * 商品×産地の集計（件数・基本単位の数量）
       01  KOSEI-TBL.
           05  KOSEI-ENT         OCCURS 1000 TIMES.
               10  KS-ITEM       PIC X(05).
               10  KS-SANCHI     PIC X(03).
               10  KS-KEN        PIC 9(05).
               10  KS-SURYO      PIC 9(09).
       01  KOSEI-WORK            PIC X(22).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 月次産地構成報告".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
       01  HEAD-15.
           05                    PIC X(09)  VALUE "対象：".
           05  H-YY              PIC 9(04).
           05                    PIC X(03)  VALUE "年".
           05  H-MM              PIC 9(02).
           05                    PIC X(03)  VALUE "月".
       01  HEAD-2.
           05                    PIC X(08)  VALUE  " 商品".
           05                    PIC X(12)  VALUE  "商品名".
           05                    PIC X(26)  VALUE  "産地".
           05                    PIC X(08)  VALUE  "件数".
           05                    PIC X(13)  VALUE  "数量".
           05                    PIC X(09)  VALUE  "構成比".
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  M-ITEM            PIC X(05).
           05                    PIC X(01)  VALUE SPACE.
           05  M-NAME            PIC X(10).
           05                    PIC X(01)  VALUE SPACE.
           05  M-SANCHI          PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  M-SANCHI-NAME     PIC X(20).
           05                    PIC X(01)  VALUE SPACE.
           05  M-KEN             PIC ZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-SURYO           PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-PCT             PIC ZZ9.9.
           05                    PIC X(03)  VALUE "％".
       01  KEI-MEISAI.
           05                    PIC X(19)  VALUE SPACE.
           05                    PIC X(25)  VALUE "　　商品計".
           05  K-KEN             PIC ZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  K-SURYO           PIC ZZZ,ZZZ,ZZ9.
       01  KOSEI-NASHI.
           05                    PIC X(40)  VALUE
                         "　産地記録はありません".
       01  FOOT-1.
           05                    PIC X(15)  VALUE "入荷件数：".
           05  F-NYUKA           PIC ZZ,ZZ9.
           05                    PIC X(24)  VALUE
                                 "　商品×産地：".
           05  F-KOSEI           PIC ZZ,ZZ9.
      *
      * 産地ラベル（出荷先への出庫1件につき1枚）
       01  LBL-WAKU.
           05                    PIC X(01)  VALUE SPACE.
           05                    PIC X(40)  VALUE ALL "-".
       01  LBL-1.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(12)  VALUE "出荷先：".
           05  LB-OUTLET         PIC X(04).
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(12)  VALUE "出庫日：".
           05  LB-DATE           PIC 9999/99/99.
       01  LBL-2.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(12)  VALUE "商　品：".
           05  LB-ITEM           PIC X(05).
           05                    PIC X(01)  VALUE SPACE.
           05  LB-NAME           PIC X(10).
       01  LBL-3.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(12)  VALUE "産　地：".
           05  LB-SANCHI-NAME    PIC X(20).
           05                    PIC X(03)  VALUE "（".
           05  LB-SANCHI         PIC X(03).
           05                    PIC X(03)  VALUE "）".
       01  LBL-4.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(12)  VALUE "数　量：".
           05  LB-SURYO          PIC ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(12)  VALUE "入庫日：".
           05  LB-LOT-DATE       PIC 9999/99/99.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM OPID-LOAD-RTN
            PERFORM SANCHI-LOAD-RTN
            DISPLAY "1=産地マスタ保守 2=産地ラベル"
                    " 3=月次産地構成報告："
            ACCEPT MENU-CHOICE
            EVALUATE MENU-CHOICE
                WHEN "1"
                    PERFORM LEVEL-CHK-RTN
                    IF CUR-LEVEL NOT = "2"
                        DISPLAY "権限がありません。"
                    ELSE
                        PERFORM HOSHU-RTN
                    END-IF
                WHEN "2" PERFORM LABEL-RTN
                WHEN "3" PERFORM HOKOKU-RTN
                WHEN OTHER DISPLAY "選択が不正です。"
            END-EVALUATE
            DISPLAY "END"
            STOP RUN.
      *
      * 産地マスタ保守：産地コードを指定して産地名を登録・変更する
      * （産地名空白で削除）
       HOSHU-RTN.
            PERFORM UNTIL END-FLG = "E"
                DISPLAY "産地コード(都道府県01～47・"
                        "国コード、空白=終了)："
                MOVE SPACE TO IN-CODE
                ACCEPT IN-CODE
                IF IN-CODE = SPACE
                    MOVE "E" TO END-FLG
                ELSE
                    PERFORM CODE-CHK-RTN
                    IF OK-FLG = "Y"
                        PERFORM HENKO-RTN
                    ELSE
                        DISPLAY "産地コードが不正です："
                                IN-CODE
                    END-IF
                END-IF
            END-PERFORM
            MOVE SPACE TO END-FLG
            PERFORM SANCHI-SAVE-RTN
            DISPLAY "産地マスタを更新しました。".
      *
      * 数字は都道府県コード2桁（01～47）、英字は国コード2～3桁
       CODE-CHK-RTN.
            MOVE "N" TO OK-FLG
            IF IN-CODE(1:2) NUMERIC AND IN-CODE(3:1) = SPACE
                MOVE IN-CODE(1:2) TO W-KEN
                IF W-KEN >= 1 AND W-KEN <= 47
                    MOVE "Y" TO OK-FLG
                END-IF
            ELSE
                IF IN-CODE(1:2) IS ALPHABETIC-UPPER
                    AND IN-CODE(1:1) NOT = SPACE
                    AND IN-CODE(2:1) NOT = SPACE
                    AND IN-CODE(3:1) IS ALPHABETIC-UPPER
                    MOVE "Y" TO OK-FLG
                END-IF
            END-IF.
      *
       HENKO-RTN.
            PERFORM CODE-FIND-RTN
            IF HIT-SCX NOT = ZERO
                DISPLAY "現在：" SCM-NAME(HIT-SCX)
            END-IF
            DISPLAY "産地名（空白=削除）："
            MOVE SPACE TO IN-NAME
            ACCEPT IN-NAME
            EVALUATE TRUE
                WHEN IN-NAME = SPACE AND HIT-SCX NOT = ZERO
                    PERFORM SAKUJO-RTN
                    DISPLAY "削除しました。"
                WHEN IN-NAME = SPACE
                    DISPLAY "登録がありません"
                            "（変更なし）。"
                WHEN OTHER
                    IF HIT-SCX = ZERO AND SC-CNT < 200
                        ADD 1 TO SC-CNT
                        MOVE SC-CNT  TO HIT-SCX
                        MOVE IN-CODE TO SCM-CODE(HIT-SCX)
                    END-IF
                    IF HIT-SCX = ZERO
                        DISPLAY "産地マスタが満杯です。"
                    ELSE
                        MOVE IN-NAME TO SCM-NAME(HIT-SCX)
                        DISPLAY "登録しました。"
                    END-IF
            END-EVALUATE.
      *
       SAKUJO-RTN.
            PERFORM VARYING SCX FROM HIT-SCX BY 1
                    UNTIL SCX >= SC-CNT
                MOVE SCM-ENT(SCX + 1) TO SCM-ENT(SCX)
            END-PERFORM
            SUBTRACT 1 FROM SC-CNT.
      *
       CODE-FIND-RTN.
            MOVE ZERO TO HIT-SCX
            PERFORM VARYING SCX FROM 1 BY 1 UNTIL SCX > SC-CNT
                IF SCM-CODE(SCX) = IN-CODE
                    MOVE SCX TO HIT-SCX
                END-IF
            END-PERFORM.
      *
      * 産地名の取得（マスタに無い産地はコードのみ）
       NAME-RTN.
            PERFORM CODE-FIND-RTN
            IF HIT-SCX = ZERO
                MOVE "（未登録）" TO WK-SANCHI-NAME
            ELSE
                MOVE SCM-NAME(HIT-SCX) TO WK-SANCHI-NAME
            END-IF.
      *
      * 産地ラベル：出庫日（空白は当日）・出荷先（空白は全出荷先）
      * の出庫産地からラベルを印字する
       LABEL-RTN.
            DISPLAY "出庫日YYYYMMDD（空白は当日）："
            ACCEPT IN-DATE
            IF IN-DATE = SPACE
                MOVE W-DATE8 TO IN-DATE
            END-IF
            DISPLAY "出荷先（空白は全出荷先）："
            ACCEPT IN-OUTLET
            IF IN-DATE NOT NUMERIC
                DISPLAY "数字8桁で入力してください。"
            ELSE
                PERFORM LABEL-MAIN-RTN
            END-IF.
      *
       LABEL-MAIN-RTN.
            OPEN INPUT SHOHIN-FILE
            OPEN OUTPUT LABEL-FILE
            MOVE SPACE TO END-FLG
            OPEN INPUT SO-FILE
            IF SO-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ SO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF SO-DATE = IN-DATE
                    AND (IN-OUTLET = SPACE OR SO-OUTLET = IN-OUTLET)
                    PERFORM LABEL-ONE-RTN
                END-IF
                READ SO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE SO-FILE
            MOVE SPACE TO END-FLG
            CLOSE LABEL-FILE SHOHIN-FILE
            DISPLAY "産地ラベル枚数：" LABEL-CNT.
      *
       LABEL-ONE-RTN.
            ADD 1 TO LABEL-CNT
            MOVE SO-OUTLET TO LB-OUTLET
            MOVE SO-DATE   TO LB-DATE
            MOVE SO-ITEM   TO LB-ITEM T-NO
            READ SHOHIN-FILE
                INVALID KEY
                    MOVE SPACE TO LB-NAME
                NOT INVALID KEY
                    MOVE T-NAME TO LB-NAME
            END-READ
            MOVE SO-SANCHI TO IN-CODE LB-SANCHI
            PERFORM NAME-RTN
            MOVE WK-SANCHI-NAME TO LB-SANCHI-NAME
            MOVE SO-SURYO    TO LB-SURYO
            MOVE SO-LOT-DATE TO LB-LOT-DATE
            IF LABEL-CNT = 1
                WRITE L-REC FROM LBL-WAKU AFTER PAGE
            ELSE
                WRITE L-REC FROM LBL-WAKU AFTER 2
            END-IF
            WRITE L-REC FROM LBL-1 AFTER 1
            WRITE L-REC FROM LBL-2 AFTER 1
            WRITE L-REC FROM LBL-3 AFTER 1
            WRITE L-REC FROM LBL-4 AFTER 1
            WRITE L-REC FROM LBL-WAKU AFTER 1.
      *
      * 月次産地構成報告：対象年月（空白は前月）の入荷産地を集計する
       HOKOKU-RTN.
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
                PERFORM HOKOKU-MAIN-RTN
            END-IF.
      *
       HOKOKU-MAIN-RTN.
            PERFORM TANI-LOAD-RTN
            MOVE SPACE TO END-FLG
            OPEN INPUT SA-FILE
            IF SA-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ SA-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF SA-DATE(1:6) = IN-YYMM
                    PERFORM HOKOKU-ONE-RTN
                END-IF
                READ SA-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE SA-FILE
            MOVE SPACE TO END-FLG
            PERFORM SORT-RTN
            OPEN INPUT SHOHIN-FILE
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            MOVE IN-YYMM(1:4) TO H-YY
            MOVE IN-YYMM(5:2) TO H-MM
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-15 AFTER 1
            WRITE P-REC FROM HEAD-2 AFTER 2
            IF KOSEI-CNT = ZERO
                WRITE P-REC FROM KOSEI-NASHI AFTER 1
            END-IF
            MOVE SPACE TO BREAK-ITEM
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KOSEI-CNT
                IF KS-ITEM(KX) NOT = BREAK-ITEM
                    PERFORM ITEM-KEI-RTN
                END-IF
                PERFORM MEISAI-RTN
            END-PERFORM
            IF KOSEI-CNT > ZERO
                PERFORM KEI-PRINT-RTN
            END-IF
            MOVE NYUKA-CNT TO F-NYUKA
            MOVE KOSEI-CNT TO F-KOSEI
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE PRINT-FILE SHOHIN-FILE
            DISPLAY "入荷件数：" NYUKA-CNT
                    "　商品×産地：" KOSEI-CNT.
      *
       HOKOKU-ONE-RTN.
            ADD 1 TO NYUKA-CNT
            MOVE 1 TO UNIT-FACTOR
            PERFORM VARYING TNX FROM 1 BY 1 UNTIL TNX > TANI-CNT
                IF TT-CODE(TNX) = SA-UNIT
                    MOVE TT-FACTOR(TNX) TO UNIT-FACTOR
                END-IF
            END-PERFORM
            COMPUTE NORM-SURYO = SA-SURYO * UNIT-FACTOR
            MOVE ZERO TO HIT-KX
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KOSEI-CNT
                IF KS-ITEM(KX) = SA-ITEM
                    AND KS-SANCHI(KX) = SA-SANCHI
                    MOVE KX TO HIT-KX
                END-IF
            END-PERFORM
            IF HIT-KX = ZERO AND KOSEI-CNT < 1000
                ADD 1 TO KOSEI-CNT
                MOVE KOSEI-CNT TO HIT-KX
                MOVE SA-ITEM   TO KS-ITEM(HIT-KX)
                MOVE SA-SANCHI TO KS-SANCHI(HIT-KX)
                MOVE ZERO      TO KS-KEN(HIT-KX) KS-SURYO(HIT-KX)
            END-IF
            IF HIT-KX NOT = ZERO
                ADD 1          TO KS-KEN(HIT-KX)
                ADD NORM-SURYO TO KS-SURYO(HIT-KX)
            END-IF.
      *
      * 商品の切れ目：前の商品の計を印字し、新しい商品の合計を求める
       ITEM-KEI-RTN.
            IF BREAK-ITEM NOT = SPACE
                PERFORM KEI-PRINT-RTN
            END-IF
            MOVE KS-ITEM(KX) TO BREAK-ITEM
            MOVE ZERO TO ITEM-KEN ITEM-SURYO
            PERFORM VARYING KY FROM KX BY 1 UNTIL KY > KOSEI-CNT
                IF KS-ITEM(KY) = BREAK-ITEM
                    ADD KS-KEN(KY)   TO ITEM-KEN
                    ADD KS-SURYO(KY) TO ITEM-SURYO
                END-IF
            END-PERFORM
            MOVE BREAK-ITEM TO M-ITEM T-NO
            READ SHOHIN-FILE
                INVALID KEY
                    MOVE SPACE TO M-NAME
                NOT INVALID KEY
                    MOVE T-NAME TO M-NAME
            END-READ.
      *
       MEISAI-RTN.
            MOVE KS-SANCHI(KX) TO M-SANCHI IN-CODE
            IF KS-SANCHI(KX) = SPACE
                MOVE "（不明）" TO WK-SANCHI-NAME
            ELSE
                PERFORM NAME-RTN
            END-IF
            MOVE WK-SANCHI-NAME TO M-SANCHI-NAME
            MOVE KS-KEN(KX)     TO M-KEN
            MOVE KS-SURYO(KX)   TO M-SURYO
            IF ITEM-SURYO > ZERO
                COMPUTE KOSEI-PCT ROUNDED =
                    KS-SURYO(KX) * 100 / ITEM-SURYO
            ELSE
                MOVE ZERO TO KOSEI-PCT
            END-IF
            MOVE KOSEI-PCT TO M-PCT
            WRITE P-REC FROM MEISAI AFTER 1
            MOVE SPACE TO M-ITEM M-NAME.
      *
       KEI-PRINT-RTN.
            MOVE ITEM-KEN   TO K-KEN
            MOVE ITEM-SURYO TO K-SURYO
            WRITE P-REC FROM KEI-MEISAI AFTER 1.
      *
      * 商品・産地コード順に並べる
       SORT-RTN.
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX >= KOSEI-CNT
                PERFORM VARYING KY FROM KX BY 1 UNTIL KY > KOSEI-CNT
                    IF KS-ITEM(KY) < KS-ITEM(KX)
                        OR (KS-ITEM(KY) = KS-ITEM(KX)
                            AND KS-SANCHI(KY) < KS-SANCHI(KX))
                        MOVE KOSEI-ENT(KX) TO KOSEI-WORK
                        MOVE KOSEI-ENT(KY) TO KOSEI-ENT(KX)
                        MOVE KOSEI-WORK    TO KOSEI-ENT(KY)
                    END-IF
                END-PERFORM
            END-PERFORM.
      *
       SANCHI-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT SC-FILE
            IF SC-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ SC-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF SC-CNT < 200 AND SC-CODE NOT = SPACE
                    ADD 1 TO SC-CNT
                    MOVE SC-CODE TO SCM-CODE(SC-CNT)
                    MOVE SC-NAME TO SCM-NAME(SC-CNT)
                END-IF
                READ SC-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE SC-FILE
            MOVE SPACE TO END-FLG.
      *
       SANCHI-SAVE-RTN.
            OPEN OUTPUT SC-FILE
            PERFORM VARYING SCX FROM 1 BY 1 UNTIL SCX > SC-CNT
                MOVE SPACE TO SC-REC
                MOVE SCM-CODE(SCX) TO SC-CODE
                MOVE SCM-NAME(SCX) TO SC-NAME
                WRITE SC-REC
            END-PERFORM
            CLOSE SC-FILE.
      *
      * 単位マスタの読込（無い場合は従来の既定値KG/CS/BX）
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
                IF TANI-CNT < 20
                    ADD 1 TO TANI-CNT
                    MOVE TN-CODE   TO TT-CODE(TANI-CNT)
                    MOVE TN-FACTOR TO TT-FACTOR(TANI-CNT)
                END-IF
                READ TANI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE TANI-FILE
            MOVE SPACE TO END-FLG
            IF TANI-CNT = 0
                MOVE 3    TO TANI-CNT
                MOVE "KG" TO TT-CODE(1)
                MOVE 1    TO TT-FACTOR(1)
                MOVE "CS" TO TT-CODE(2)
                MOVE 12   TO TT-FACTOR(2)
                MOVE "BX" TO TT-CODE(3)
                MOVE 24   TO TT-FACTOR(3)
            END-IF.
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
