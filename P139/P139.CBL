      *
      * 14JY0123 崔　禎　文
      * 温度管理（HACCP）：冷蔵・冷凍品の入荷時温度を管理する
      * 1=温度帯マスタ.TXTの保守（商品ごとの温度帯 C冷蔵 F冷凍
      * 　A常温と許容下限・上限℃。権限レベル2）
      * 2=月次HACCP報告（対象年月の温度記録.TXTから逸脱一覧、
      * 　温度帯別・仕入先別の測定件数と適合率を印字する）
      * 温度帯マスタに登録した商品はP82の入荷時に測定温度の入力を
      * 求め、結果をO適合 F逸脱受入 R受入拒否で温度記録.TXTへ
      * 記録する。受入拒否は検品TRAN.TXTへ不良（理由TP）として
      * 回す。仕入先別の適合率はP56のスコアカードでも使う
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P139.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL ONDO-MST-FILE ASSIGN
                                    "温度帯マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS ONDO-MST-FS.
           SELECT  OPTIONAL ONDO-LOG-FILE ASSIGN  "温度記録.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS ONDO-LOG-FS.
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
           SELECT  PRINT-FILE  ASSIGN  "P139.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 温度帯マスタ：商品・温度帯（C冷蔵 F冷凍 A常温）・下限・上限
      * （℃、小数1桁、符号付き）
       FD  ONDO-MST-FILE.
       01  TB-REC.
           05  TB-ITEM           PIC X(05).
           05                    PIC X(01).
           05  TB-KBN            PIC X(01).
           05                    PIC X(01).
           05  TB-MIN            PIC S9(02)V9 SIGN LEADING SEPARATE.
           05                    PIC X(01).
           05  TB-MAX            PIC S9(02)V9 SIGN LEADING SEPARATE.
      *
      * 温度記録：結果 O＝適合 F＝逸脱受入 R＝受入拒否（P82で記録）
       FD  ONDO-LOG-FILE.
       01  TL-REC.
           05  TL-DATE           PIC 9(08).
           05                    PIC X(01).
           05  TL-PO-NO          PIC X(06).
           05                    PIC X(01).
           05  TL-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  TL-ITEM           PIC X(05).
           05                    PIC X(01).
           05  TL-KBN            PIC X(01).
           05                    PIC X(01).
           05  TL-ONDO           PIC S9(02)V9 SIGN LEADING SEPARATE.
           05                    PIC X(01).
           05  TL-MIN            PIC S9(02)V9 SIGN LEADING SEPARATE.
           05                    PIC X(01).
           05  TL-MAX            PIC S9(02)V9 SIGN LEADING SEPARATE.
           05                    PIC X(01).
           05  TL-KEKKA          PIC X(01).
           05                    PIC X(01).
           05  TL-SURYO          PIC 9(04).
           05                    PIC X(01).
           05  TL-UNIT           PIC X(02).
           05                    PIC X(01).
           05  TL-OPID           PIC X(04).
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
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  ONDO-MST-FS           PIC X(02)  VALUE SPACE.
       01  ONDO-LOG-FS           PIC X(02)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPE-FS                PIC X(02)  VALUE SPACE.
       01  OPE-END-FLG           PIC X(01)  VALUE SPACE.
       01  CUR-LEVEL             PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  OK-FLG                PIC X(01)  VALUE SPACE.
       01  IN-NO                 PIC X(05)  VALUE SPACE.
       01  IN-KBN                PIC X(01)  VALUE SPACE.
       01  IN-FUGO               PIC X(01)  VALUE SPACE.
       01  IN-ONDO               PIC X(03)  VALUE SPACE.
       01  IN-ONDO-N REDEFINES IN-ONDO PIC 9(02)V9.
       01  IN-YYMM               PIC X(06)  VALUE SPACE.
       01  WK-ONDO               PIC S9(02)V9 VALUE ZERO.
       01  WK-MIN                PIC S9(02)V9 VALUE ZERO.
       01  WK-MAX                PIC S9(02)V9 VALUE ZERO.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  W-YY                  PIC 9(04)  VALUE ZERO.
       01  W-MM                  PIC 9(02)  VALUE ZERO.
       01  TBX                   PIC 9(03).
       01  HIT-TBX               PIC 9(03)  VALUE ZERO.
       01  TB-CNT                PIC 9(03)  VALUE ZERO.
       01  SX                    PIC 9(03).
       01  SY                    PIC 9(03).
       01  HIT-SX                PIC 9(03)  VALUE ZERO.
       01  SUP-CNT               PIC 9(03)  VALUE ZERO.
       01  BX                    PIC 9(01).
       01  ITSUDATSU-CNT         PIC 9(05)  VALUE ZERO.
       01  SOKUTEI-CNT           PIC 9(05)  VALUE ZERO.
       01  TEKIGO-PCT            PIC 9(03)V9 VALUE ZERO.
      *
       01  TB-TBL.
           05  TB-ENT            OCCURS 500 TIMES.
               10  TBT-ITEM      PIC X(05).
               10  TBT-KBN       PIC X(01).
               10  TBT-MIN       PIC S9(02)V9.
               10  TBT-MAX       PIC S9(02)V9.
      *
      * 温度帯別・仕入先別の集計（件数・適合・逸脱受入・拒否）
       01  BAND-TBL.
           05  BAND-ENT          OCCURS 3 TIMES.
               10  BD-KBN        PIC X(01).
               10  BD-KEN        PIC 9(05).
               10  BD-OK         PIC 9(05).
               10  BD-FLAG       PIC 9(05).
               10  BD-REJ        PIC 9(05).
       01  SUP-TBL.
           05  SUP-ENT           OCCURS 200 TIMES.
               10  SU-CODE       PIC X(03).
               10  SU-KEN        PIC 9(05).
               10  SU-OK         PIC 9(05).
               10  SU-FLAG       PIC 9(05).
               10  SU-REJ        PIC 9(05).
       01  SUP-WORK              PIC X(23).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 月次HACCP報告".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
       01  HEAD-15.
           05                    PIC X(09)  VALUE "対象：".
           05  H-YY              PIC 9(04).
           05                    PIC X(03)  VALUE "年".
           05  H-MM              PIC 9(02).
           05                    PIC X(03)  VALUE "月".
       01  ITSU-HEAD.
           05                    PIC X(40)  VALUE
                         "－入荷時温度逸脱一覧－".
       01  HEAD-2.
           05                    PIC X(11)  VALUE  " 入荷日".
           05                    PIC X(08)  VALUE  "発注NO".
           05                    PIC X(06)  VALUE  "仕入".
           05                    PIC X(07)  VALUE  "商品".
           05                    PIC X(09)  VALUE  "温度帯".
           05                    PIC X(07)  VALUE  "測定".
           05                    PIC X(12)  VALUE  "許容範囲".
           05                    PIC X(10)  VALUE  "結果".
           05                    PIC X(06)  VALUE  "担当".
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  M-DATE            PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-PO-NO           PIC X(06).
           05                    PIC X(01)  VALUE SPACE.
           05  M-S-CODE          PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  M-ITEM            PIC X(05).
           05                    PIC X(01)  VALUE SPACE.
           05  M-KBN             PIC X(06).
           05                    PIC X(01)  VALUE SPACE.
           05  M-ONDO            PIC -Z9.9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-MIN             PIC -Z9.9.
           05                    PIC X(03)  VALUE "～".
           05  M-MAX             PIC -Z9.9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-KEKKA           PIC X(12).
           05                    PIC X(01)  VALUE SPACE.
           05  M-OPID            PIC X(04).
       01  ITSU-NASHI.
           05                    PIC X(40)  VALUE
                         "　逸脱はありません".
       01  BAND-HEAD.
           05                    PIC X(40)  VALUE
                         "－温度帯別測定結果－".
       01  SUP-HEAD.
           05                    PIC X(40)  VALUE
                         "－仕入先別温度適合率－".
       01  SHUKEI-HEAD.
           05                    PIC X(12)  VALUE  " 区分".
           05                    PIC X(10)  VALUE  "件数".
           05                    PIC X(09)  VALUE  "適合".
           05                    PIC X(14)  VALUE  "逸脱受入".
           05                    PIC X(09)  VALUE  "拒否".
           05                    PIC X(09)  VALUE  "適合率".
       01  SHUKEI-MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  SM-KEY            PIC X(07).
           05  SM-KEN            PIC ZZ,ZZ9.
           05                    PIC X(03)  VALUE SPACE.
           05  SM-OK             PIC ZZ,ZZ9.
           05                    PIC X(03)  VALUE SPACE.
           05  SM-FLAG           PIC ZZ,ZZ9.
           05                    PIC X(03)  VALUE SPACE.
           05  SM-REJ            PIC ZZ,ZZ9.
           05                    PIC X(03)  VALUE SPACE.
           05  SM-PCT            PIC ZZ9.9.
           05                    PIC X(03)  VALUE "％".
       01  FOOT-1.
           05                    PIC X(15)  VALUE "測定件数：".
           05  F-SOKUTEI         PIC ZZ,ZZ9.
           05                    PIC X(21)  VALUE "　うち逸脱：".
           05  F-ITSUDATSU       PIC ZZ,ZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM OPID-LOAD-RTN
            PERFORM ONDO-LOAD-RTN
            DISPLAY "1=温度帯マスタ保守 2=月次HACCP報告："
            ACCEPT MENU-CHOICE
            EVALUATE MENU-CHOICE
                WHEN "1"
                    PERFORM LEVEL-CHK-RTN
                    IF CUR-LEVEL NOT = "2"
                        DISPLAY "権限がありません。"
                    ELSE
                        PERFORM HOSHU-RTN
                    END-IF
                WHEN "2" PERFORM HOKOKU-RTN
                WHEN OTHER DISPLAY "選択が不正です。"
            END-EVALUATE
            DISPLAY "END"
            STOP RUN.
      *
      * 温度帯マスタ保守：商品を指定して温度帯と許容範囲を登録・
      * 変更する（温度帯空白で削除）
       HOSHU-RTN.
            OPEN INPUT SHOHIN-FILE
            PERFORM UNTIL END-FLG = "E"
                DISPLAY "商品NO(空白=終了)："
                ACCEPT IN-NO
                IF IN-NO = SPACE
                    MOVE "E" TO END-FLG
                ELSE
                    MOVE IN-NO TO T-NO
                    READ SHOHIN-FILE
                        INVALID KEY
                            DISPLAY "商品がありません：" IN-NO
                        NOT INVALID KEY
                            PERFORM HENKO-RTN
                    END-READ
                END-IF
            END-PERFORM
            MOVE SPACE TO END-FLG
            CLOSE SHOHIN-FILE
            PERFORM ONDO-SAVE-RTN
            DISPLAY "温度帯マスタを更新しました。".
      *
       HENKO-RTN.
            DISPLAY "商品：" T-NAME
            PERFORM ITEM-FIND-RTN
            IF HIT-TBX NOT = ZERO
                MOVE TBT-MIN(HIT-TBX) TO M-MIN
                MOVE TBT-MAX(HIT-TBX) TO M-MAX
                DISPLAY "現在：" TBT-KBN(HIT-TBX) " "
                        M-MIN "～" M-MAX
            END-IF
            DISPLAY "温度帯 C=冷蔵 F=冷凍 A=常温"
                    "（空白=削除）："
            ACCEPT IN-KBN
            EVALUATE TRUE
                WHEN IN-KBN = SPACE AND HIT-TBX NOT = ZERO
                    PERFORM SAKUJO-RTN
                    DISPLAY "削除しました。"
                WHEN IN-KBN = SPACE
                    DISPLAY "登録がありません"
                            "（変更なし）。"
                WHEN IN-KBN NOT = "C" AND IN-KBN NOT = "F"
                     AND IN-KBN NOT = "A"
                    DISPLAY "温度帯が不正です"
                            "（変更なし）。"
                WHEN OTHER
                    PERFORM HANI-RTN
            END-EVALUATE.
      *
      * 許容下限・上限（符号＋3桁、0.1℃単位）を受け付ける
       HANI-RTN.
            MOVE "Y" TO OK-FLG
            DISPLAY "下限の符号(+/-)："
            ACCEPT IN-FUGO
            DISPLAY "下限(0.1℃単位3桁、"
                    "例 -18.0℃は符号 - と 180)："
            ACCEPT IN-ONDO
            PERFORM ONDO-EDIT-RTN
            MOVE WK-ONDO TO WK-MIN
            IF OK-FLG = "Y"
                DISPLAY "上限の符号(+/-)："
                ACCEPT IN-FUGO
                DISPLAY "上限(0.1℃単位3桁)："
                ACCEPT IN-ONDO
                PERFORM ONDO-EDIT-RTN
                MOVE WK-ONDO TO WK-MAX
            END-IF
            IF OK-FLG = "Y" AND WK-MIN > WK-MAX
                DISPLAY "下限が上限を超えています。"
                MOVE "N" TO OK-FLG
            END-IF
            IF OK-FLG NOT = "Y"
                DISPLAY "変更しません。"
            ELSE
                IF HIT-TBX = ZERO AND TB-CNT < 500
                    ADD 1 TO TB-CNT
                    MOVE TB-CNT TO HIT-TBX
                    MOVE IN-NO  TO TBT-ITEM(HIT-TBX)
                END-IF
                IF HIT-TBX = ZERO
                    DISPLAY "温度帯マスタが満杯です。"
                ELSE
                    MOVE IN-KBN TO TBT-KBN(HIT-TBX)
                    MOVE WK-MIN TO TBT-MIN(HIT-TBX)
                    MOVE WK-MAX TO TBT-MAX(HIT-TBX)
                    DISPLAY "登録しました。"
                END-IF
            END-IF.
      *
       ONDO-EDIT-RTN.
            IF IN-ONDO NOT NUMERIC
                OR (IN-FUGO NOT = "+" AND IN-FUGO NOT = "-")
                DISPLAY "温度が不正です。"
                MOVE "N" TO OK-FLG
            ELSE
                IF IN-FUGO = "-"
                    COMPUTE WK-ONDO = ZERO - IN-ONDO-N
                ELSE
                    MOVE IN-ONDO-N TO WK-ONDO
                END-IF
            END-IF.
      *
       SAKUJO-RTN.
            PERFORM VARYING TBX FROM HIT-TBX BY 1
                    UNTIL TBX >= TB-CNT
                MOVE TB-ENT(TBX + 1) TO TB-ENT(TBX)
            END-PERFORM
            SUBTRACT 1 FROM TB-CNT.
      *
       ITEM-FIND-RTN.
            MOVE ZERO TO HIT-TBX
            PERFORM VARYING TBX FROM 1 BY 1 UNTIL TBX > TB-CNT
                IF TBT-ITEM(TBX) = IN-NO
                    MOVE TBX TO HIT-TBX
                END-IF
            END-PERFORM.
      *
      * 月次HACCP報告：対象年月（空白は前月）の温度記録を集計する
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
            MOVE "C" TO BD-KBN(1)
            MOVE "F" TO BD-KBN(2)
            MOVE "A" TO BD-KBN(3)
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 3
                MOVE ZERO TO BD-KEN(BX) BD-OK(BX) BD-FLAG(BX)
                             BD-REJ(BX)
            END-PERFORM
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            MOVE IN-YYMM(1:4) TO H-YY
            MOVE IN-YYMM(5:2) TO H-MM
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-15 AFTER 1
            WRITE P-REC FROM ITSU-HEAD AFTER 2
            WRITE P-REC FROM HEAD-2 AFTER 1
            MOVE SPACE TO END-FLG
            OPEN INPUT ONDO-LOG-FILE
            IF ONDO-LOG-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ ONDO-LOG-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF TL-DATE(1:6) = IN-YYMM
                    PERFORM HOKOKU-ONE-RTN
                END-IF
                READ ONDO-LOG-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE ONDO-LOG-FILE
            MOVE SPACE TO END-FLG
            IF ITSUDATSU-CNT = ZERO
                WRITE P-REC FROM ITSU-NASHI AFTER 1
            END-IF
            WRITE P-REC FROM BAND-HEAD AFTER 2
            WRITE P-REC FROM SHUKEI-HEAD AFTER 1
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 3
                MOVE BD-KBN(BX) TO TL-KBN
                PERFORM KBN-NAME-RTN
                MOVE M-KBN      TO SM-KEY
                MOVE BD-KEN(BX)  TO SM-KEN
                MOVE BD-OK(BX)   TO SM-OK
                MOVE BD-FLAG(BX) TO SM-FLAG
                MOVE BD-REJ(BX)  TO SM-REJ
                IF BD-KEN(BX) > ZERO
                    COMPUTE TEKIGO-PCT ROUNDED =
                        BD-OK(BX) * 100 / BD-KEN(BX)
                ELSE
                    MOVE ZERO TO TEKIGO-PCT
                END-IF
                MOVE TEKIGO-PCT TO SM-PCT
                WRITE P-REC FROM SHUKEI-MEISAI AFTER 1
            END-PERFORM
            PERFORM SORT-RTN
            WRITE P-REC FROM SUP-HEAD AFTER 2
            WRITE P-REC FROM SHUKEI-HEAD AFTER 1
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUP-CNT
                MOVE SU-CODE(SX) TO SM-KEY
                MOVE SU-KEN(SX)  TO SM-KEN
                MOVE SU-OK(SX)   TO SM-OK
                MOVE SU-FLAG(SX) TO SM-FLAG
                MOVE SU-REJ(SX)  TO SM-REJ
                COMPUTE TEKIGO-PCT ROUNDED =
                    SU-OK(SX) * 100 / SU-KEN(SX)
                MOVE TEKIGO-PCT TO SM-PCT
                WRITE P-REC FROM SHUKEI-MEISAI AFTER 1
            END-PERFORM
            MOVE SOKUTEI-CNT   TO F-SOKUTEI
            MOVE ITSUDATSU-CNT TO F-ITSUDATSU
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE PRINT-FILE
            DISPLAY "測定件数：" SOKUTEI-CNT
                    "　逸脱件数：" ITSUDATSU-CNT.
      *
       HOKOKU-ONE-RTN.
            ADD 1 TO SOKUTEI-CNT
            EVALUATE TL-KBN
                WHEN "C"   MOVE 1 TO BX
                WHEN "F"   MOVE 2 TO BX
                WHEN OTHER MOVE 3 TO BX
            END-EVALUATE
            ADD 1 TO BD-KEN(BX)
            MOVE ZERO TO HIT-SX
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUP-CNT
                IF SU-CODE(SX) = TL-S-CODE
                    MOVE SX TO HIT-SX
                END-IF
            END-PERFORM
            IF HIT-SX = ZERO AND SUP-CNT < 200
                ADD 1 TO SUP-CNT
                MOVE SUP-CNT   TO HIT-SX
                MOVE TL-S-CODE TO SU-CODE(HIT-SX)
                MOVE ZERO      TO SU-KEN(HIT-SX) SU-OK(HIT-SX)
                                  SU-FLAG(HIT-SX) SU-REJ(HIT-SX)
            END-IF
            IF HIT-SX NOT = ZERO
                ADD 1 TO SU-KEN(HIT-SX)
            END-IF
            EVALUATE TL-KEKKA
                WHEN "O"
                    ADD 1 TO BD-OK(BX)
                    IF HIT-SX NOT = ZERO
                        ADD 1 TO SU-OK(HIT-SX)
                    END-IF
                WHEN "R"
                    ADD 1 TO BD-REJ(BX)
                    IF HIT-SX NOT = ZERO
                        ADD 1 TO SU-REJ(HIT-SX)
                    END-IF
                    PERFORM ITSUDATSU-RTN
                WHEN OTHER
                    ADD 1 TO BD-FLAG(BX)
                    IF HIT-SX NOT = ZERO
                        ADD 1 TO SU-FLAG(HIT-SX)
                    END-IF
                    PERFORM ITSUDATSU-RTN
            END-EVALUATE.
      *
       ITSUDATSU-RTN.
            ADD 1 TO ITSUDATSU-CNT
            MOVE TL-DATE   TO M-DATE
            MOVE TL-PO-NO  TO M-PO-NO
            MOVE TL-S-CODE TO M-S-CODE
            MOVE TL-ITEM   TO M-ITEM
            PERFORM KBN-NAME-RTN
            MOVE TL-ONDO   TO M-ONDO
            MOVE TL-MIN    TO M-MIN
            MOVE TL-MAX    TO M-MAX
            IF TL-KEKKA = "R"
                MOVE "受入拒否" TO M-KEKKA
            ELSE
                MOVE "逸脱受入" TO M-KEKKA
            END-IF
            MOVE TL-OPID   TO M-OPID
            WRITE P-REC FROM MEISAI AFTER 1.
      *
       KBN-NAME-RTN.
            EVALUATE TL-KBN
                WHEN "C"   MOVE "冷蔵" TO M-KBN
                WHEN "F"   MOVE "冷凍" TO M-KBN
                WHEN OTHER MOVE "常温" TO M-KBN
            END-EVALUATE.
      *
      * 仕入先コード順に並べる
       SORT-RTN.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX >= SUP-CNT
                PERFORM VARYING SY FROM SX BY 1 UNTIL SY > SUP-CNT
                    IF SU-CODE(SY) < SU-CODE(SX)
                        MOVE SUP-ENT(SX) TO SUP-WORK
                        MOVE SUP-ENT(SY) TO SUP-ENT(SX)
                        MOVE SUP-WORK    TO SUP-ENT(SY)
                    END-IF
                END-PERFORM
            END-PERFORM.
      *
       ONDO-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT ONDO-MST-FILE
            IF ONDO-MST-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ ONDO-MST-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF TB-CNT < 500 AND TB-ITEM NOT = SPACE
                    ADD 1 TO TB-CNT
                    MOVE TB-ITEM TO TBT-ITEM(TB-CNT)
                    MOVE TB-KBN  TO TBT-KBN(TB-CNT)
                    MOVE TB-MIN  TO TBT-MIN(TB-CNT)
                    MOVE TB-MAX  TO TBT-MAX(TB-CNT)
                END-IF
                READ ONDO-MST-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE ONDO-MST-FILE
            MOVE SPACE TO END-FLG.
      *
       ONDO-SAVE-RTN.
            OPEN OUTPUT ONDO-MST-FILE
            PERFORM VARYING TBX FROM 1 BY 1 UNTIL TBX > TB-CNT
                MOVE SPACE TO TB-REC
                MOVE TBT-ITEM(TBX) TO TB-ITEM
                MOVE TBT-KBN(TBX)  TO TB-KBN
                MOVE TBT-MIN(TBX)  TO TB-MIN
                MOVE TBT-MAX(TBX)  TO TB-MAX
                WRITE TB-REC
            END-PERFORM
            CLOSE ONDO-MST-FILE.
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
