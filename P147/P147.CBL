      *
      * 14JY0123 崔　禎　文
      * 加工（歩留）処理：仕入れた原料（丸の青果など）を加工場で
      * 下処理・カットして別の商品にする加工を記録する
      * 1=加工登録：原料の商品・数量と、できた製品（最大10品目）の
      * 　商品・数量を入力する。原料は在庫ロット.TXTの通常ロットから
      * 　先入先出で落とし（保留・返品指示ロットは使わない）、製品は
      * 　加工日・主ロットの仕入先で新しいロットを作る
      * 　在庫マスタは原料を減らし製品を増やす。原料の原価（移動平均
      * 　原価×数量）のうち、ロス（原料数量−製品数量の計）の分は
      * 　廃棄履歴.TXTへロスとして記録し（ロット別に按分）、残りを
      * 　製品へ売価×数量の比で配賦して製品の移動平均原価に含める
      * 　ロス額はP87と同じ損失仕訳（HAIKISON／SHOHIN）で仕訳.TXTへ
      * 　追記する。加工の内容は加工履歴.TXTへ伝票番号付きで残す
      * 　（R＝原料払出〈ロット別、うちロス数量付き〉　O＝製品受入）
      * 2=歩留基準保守：原料×製品ごとの標準歩留率（歩留基準.TXT、
      * 　権限レベル2）
      * 3=歩留報告：期間内の加工について、原料×製品別および原料の
      * 　仕入先ロット別に実績歩留率を標準と比べて印字する（P147.DOC、
      * 　標準を下回るものに★）
      * 歩留は原料・製品とも基本単位（重量）で計算する
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P147.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL LOT-FILE ASSIGN  "在庫ロット.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS LOT-FS.
           SELECT  SHOHIN-FILE ASSIGN  "ISAM商品マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY T-NO.
           SELECT  OPTIONAL ZAIKO-FILE  ASSIGN  "ISAM在庫マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY Z-NO.
           SELECT  OPTIONAL KAKO-FILE ASSIGN  "加工履歴.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KAKO-FS.
           SELECT  OPTIONAL KIJUN-FILE ASSIGN  "歩留基準.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KIJUN-FS.
           SELECT  OPTIONAL HAIKI-FILE ASSIGN  "廃棄履歴.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS HAIKI-FS.
           SELECT  OPTIONAL SIWAKE-FILE ASSIGN  "仕訳.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIWAKE-FS.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  OPTIONAL OPE-FILE ASSIGN
                                    "オペレータマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS OPE-FS.
           SELECT  OPTIONAL KMAP-FILE ASSIGN
                                    "勘定科目対応マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KMAP-FS.
           SELECT  PRINT-FILE  ASSIGN  "P147.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
       FD  LOT-FILE.
       01  LT-REC.
           05  LT-NO             PIC X(05).
           05                    PIC X(01).
           05  LT-DATE           PIC 9(08).
           05                    PIC X(01).
           05  LT-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  LT-ZAN            PIC 9(06).
           05                    PIC X(01).
           05  LT-HOLD           PIC X(01).
           05                    PIC X(01).
           05  LT-HOLD-DATE      PIC 9(08).
           05                    PIC X(01).
           05  LT-RIYU           PIC X(20).
           05                    PIC X(01).
           05  LT-SANCHI         PIC X(03).
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
       FD  ZAIKO-FILE.
       01  Z-REC.
           05  Z-NO              PIC X(05).
           05  Z-NAME            PIC X(10).
           05  Z-ZAIKO-SURYO     PIC S9(07).
           05  Z-AVG-COST        PIC 9(05)V99.
      *
      * 加工履歴：区分 R＝原料払出（ロット別、KK-LOSSはうちロス数量）
      * O＝製品受入（KK-KINGAKUは配賦原価）
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
      * 歩留基準：原料×製品の標準歩留率（原料数量に対する％）
       FD  KIJUN-FILE.
       01  BK-REC.
           05  BK-RAW            PIC X(05).
           05                    PIC X(01).
           05  BK-OUT            PIC X(05).
           05                    PIC X(01).
           05  BK-RITSU          PIC 9(03)V9.
      *
       FD  HAIKI-FILE.
       01  HA-REC.
           05  HA-DATE           PIC 9(08).
           05                    PIC X(01).
           05  HA-NO             PIC X(05).
           05                    PIC X(01).
           05  HA-LOT-DATE       PIC 9(08).
           05                    PIC X(01).
           05  HA-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  HA-SURYO          PIC 9(06).
           05                    PIC X(01).
           05  HA-KINGAKU        PIC 9(09).
           05                    PIC X(01).
           05  HA-OPID           PIC X(04).
      *
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
       01  P-REC                 PIC X(90).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  LOT-FS                PIC X(02)  VALUE SPACE.
       01  LOT-END-FLG           PIC X(01)  VALUE SPACE.
       01  KAKO-FS               PIC X(02)  VALUE SPACE.
       01  KIJUN-FS              PIC X(02)  VALUE SPACE.
       01  HAIKI-FS              PIC X(02)  VALUE SPACE.
       01  SIWAKE-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPE-FS                PIC X(02)  VALUE SPACE.
       01  OPE-END-FLG           PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  CUR-LEVEL             PIC X(01)  VALUE SPACE.
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  ANS                   PIC X(01)  VALUE SPACE.
       01  OK-FLG                PIC X(01)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  W-YYMM                PIC 9(06)  VALUE ZERO.
       01  IN-ITEM               PIC X(05)  VALUE SPACE.
       01  IN-SURYO              PIC X(06)  VALUE SPACE.
       01  IN-SURYO-N REDEFINES IN-SURYO PIC 9(06).
       01  IN-RITSU              PIC X(04)  VALUE SPACE.
       01  IN-RITSU-N REDEFINES IN-RITSU PIC 9(03)V9.
       01  IN-FROM               PIC X(08)  VALUE SPACE.
       01  IN-FROM-N REDEFINES IN-FROM PIC 9(08).
       01  IN-TO                 PIC X(08)  VALUE SPACE.
       01  IN-TO-N REDEFINES IN-TO PIC 9(08).
       01  KIKAN-FROM            PIC 9(08)  VALUE ZERO.
       01  KIKAN-TO              PIC 9(08)  VALUE ZERO.
      *
      * 加工登録の作業域
       01  DENNO                 PIC 9(06)  VALUE ZERO.
       01  RAW-NO                PIC X(05)  VALUE SPACE.
       01  RAW-NAME              PIC X(10)  VALUE SPACE.
       01  RAW-SURYO             PIC 9(06)  VALUE ZERO.
       01  RAW-COST              PIC 9(05)V99 VALUE ZERO.
       01  RAW-KINGAKU           PIC 9(09)  VALUE ZERO.
       01  RAW-ZAIKO             PIC S9(07) VALUE ZERO.
       01  LOT-RIYO              PIC 9(07)  VALUE ZERO.
       01  OUT-GOKEI             PIC 9(07)  VALUE ZERO.
       01  LOSS-SURYO            PIC 9(06)  VALUE ZERO.
       01  LOSS-KINGAKU          PIC 9(09)  VALUE ZERO.
       01  HAIFU-KINGAKU         PIC 9(09)  VALUE ZERO.
       01  HAIFU-ZAN             PIC 9(09)  VALUE ZERO.
       01  HAIFU-KIJUN           PIC 9(11)V99 VALUE ZERO.
       01  LOSS-ZAN              PIC 9(06)  VALUE ZERO.
       01  LOSS-ZAN-KIN          PIC 9(09)  VALUE ZERO.
       01  HIKIATE               PIC 9(06)  VALUE ZERO.
       01  WARIATE               PIC 9(06)  VALUE ZERO.
       01  W-LOSS                PIC 9(06)  VALUE ZERO.
       01  W-KINGAKU             PIC 9(09)  VALUE ZERO.
       01  W-LOSS-KIN            PIC 9(09)  VALUE ZERO.
       01  W-SURYO               PIC S9(07) VALUE ZERO.
       01  W-RITSU               PIC 9(03)V9 VALUE ZERO.
       01  W-SA                  PIC S9(03)V9 VALUE ZERO.
       01  SHU-LX                PIC 9(03)  VALUE ZERO.
       01  SHU-SURYO             PIC 9(06)  VALUE ZERO.
       01  SHU-S-CODE            PIC X(03)  VALUE SPACE.
       01  SHU-SANCHI            PIC X(03)  VALUE SPACE.
       01  D-SURYO-E             PIC ZZZ,ZZ9.
       01  D-KINGAKU-E           PIC ZZZ,ZZZ,ZZ9.
       01  D-RITSU-E             PIC ZZ9.9.
      *
      * 製品の入力表
       01  OUT-CNT               PIC 9(02)  VALUE ZERO.
       01  OX                    PIC 9(02).
       01  OUT-TBL.
           05  OUT-ENT           OCCURS 10 TIMES.
               10  OT-NO         PIC X(05).
               10  OT-NAME       PIC X(10).
               10  OT-SURYO      PIC 9(06).
               10  OT-BAIKA      PIC 9(05)V99.
               10  OT-KINGAKU    PIC 9(09).
      *
      * 原料ロットの払出表（引当順）
       01  HR-CNT                PIC 9(03)  VALUE ZERO.
       01  HX                    PIC 9(03).
       01  HR-TBL.
           05  HR-ENT            OCCURS 100 TIMES.
               10  HR-LOX        PIC 9(03).
               10  HR-DATE       PIC 9(08).
               10  HR-S-CODE     PIC X(03).
               10  HR-SURYO      PIC 9(06).
               10  HR-LOSS       PIC 9(06).
               10  HR-LOSS-KIN   PIC 9(09).
               10  HR-KINGAKU    PIC 9(09).
      *
       01  LOX                   PIC 9(03).
       01  LOY                   PIC 9(03).
       01  LOT-CNT               PIC 9(03)  VALUE ZERO.
       01  LOT-TEMP              PIC X(54).
       01  LOT-TBL.
           05  LOT-ENT           OCCURS 500 TIMES.
               10  LO-NO         PIC X(05).
               10  LO-DATE       PIC 9(08).
               10  LO-S-CODE     PIC X(03).
               10  LO-ZAN        PIC 9(06).
               10  LO-HOLD       PIC X(01).
               10  LO-HOLD-DATE  PIC 9(08).
               10  LO-RIYU       PIC X(20).
               10  LO-SANCHI     PIC X(03).
      *
      * 歩留基準の控え
       01  BK-CNT                PIC 9(04)  VALUE ZERO.
       01  BX                    PIC 9(04).
       01  HIT-BX                PIC 9(04)  VALUE ZERO.
       01  BK-TBL.
           05  BK-ENT            OCCURS 1000 TIMES.
               10  BKT-RAW       PIC X(05).
               10  BKT-OUT       PIC X(05).
               10  BKT-RITSU     PIC 9(03)V9.
      *
      * 歩留報告の集計表
       01  CUR-DENNO             PIC 9(06)  VALUE ZERO.
       01  EV-RAW-SURYO          PIC 9(07)  VALUE ZERO.
       01  WK-RAW                PIC X(05)  VALUE SPACE.
       01  WK-OUT                PIC X(05)  VALUE SPACE.
       01  STD-RITSU             PIC 9(03)V9 VALUE ZERO.
       01  STD-GOKEI             PIC 9(04)V9 VALUE ZERO.
       01  RY-CNT                PIC 9(04)  VALUE ZERO.
       01  RY                    PIC 9(04).
       01  RZ                    PIC 9(04).
       01  HIT-RY                PIC 9(04)  VALUE ZERO.
       01  RY-TBL.
           05  RY-ENT            OCCURS 500 TIMES.
               10  RYT-RAW       PIC X(05).
               10  RYT-OUT       PIC X(05).
               10  RYT-RAW-SURYO PIC 9(09).
               10  RYT-OUT-SURYO PIC 9(09).
       01  RY-WORK               PIC X(28).
       01  RL-CNT                PIC 9(04)  VALUE ZERO.
       01  RL                    PIC 9(04).
       01  RM                    PIC 9(04).
       01  HIT-RL                PIC 9(04)  VALUE ZERO.
       01  RL-TBL.
           05  RL-ENT            OCCURS 500 TIMES.
               10  RLT-RAW       PIC X(05).
               10  RLT-DATE      PIC 9(08).
               10  RLT-S-CODE    PIC X(03).
               10  RLT-SURYO     PIC 9(09).
               10  RLT-LOSS      PIC 9(09).
       01  RL-WORK               PIC X(34).
      *
      * 勘定科目対応マスタの控え
       01  KMAP-FS               PIC X(02)  VALUE SPACE.
       01  KMAP-END-FLG          PIC X(01)  VALUE SPACE.
       01  KMAP-CNT              PIC 9(03)  VALUE ZERO.
       01  KMX                   PIC 9(03).
       01  HIT-KMX               PIC 9(03)  VALUE ZERO.
       01  KMAP-NG-CNT           PIC 9(03)  VALUE ZERO.
       01  KMAP-KEY              PIC X(08)  VALUE SPACE.
       01  KMAP-KAMOKU           PIC X(04)  VALUE SPACE.
       01  KMAP-HOJO             PIC X(03)  VALUE SPACE.
       01  HAIKISON-KMK          PIC X(04)  VALUE SPACE.
       01  HAIKISON-HJ           PIC X(03)  VALUE SPACE.
       01  SHOHIN-KMK            PIC X(04)  VALUE SPACE.
       01  SHOHIN-HJ             PIC X(03)  VALUE SPACE.
       01  KMAP-TBL.
           05  KMAP-ENT          OCCURS 200 TIMES.
               10  KMT-JISHO     PIC X(08).
               10  KMT-KAMOKU    PIC X(04).
               10  KMT-HOJO      PIC X(03).
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
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05  H-TITLE           PIC X(29)  VALUE
                                 "*** 歩留報告".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
       01  HEAD-15.
           05                    PIC X(09)  VALUE "期間：".
           05  H-FROM            PIC 9999/99/99.
           05                    PIC X(03)  VALUE "〜".
           05  H-TO              PIC 9999/99/99.
       01  HEAD-2.
           05                    PIC X(30)  VALUE
                                 "【原料×製品別】".
       01  HEAD-3.
           05                    PIC X(10)  VALUE " 原料".
           05                    PIC X(09)  VALUE "製品".
           05                    PIC X(14)  VALUE "  原料数量".
           05                    PIC X(16)  VALUE "    製品数量".
           05                    PIC X(10)  VALUE " 実績％".
           05                    PIC X(10)  VALUE " 標準％".
           05                    PIC X(09)  VALUE "      差".
       01  RY-MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  RM-RAW            PIC X(05).
           05                    PIC X(02)  VALUE SPACE.
           05  RM-OUT            PIC X(05).
           05                    PIC X(02)  VALUE SPACE.
           05  RM-RAW-SURYO      PIC ZZ,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  RM-OUT-SURYO      PIC ZZ,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  RM-RITSU          PIC ZZ9.9.
           05                    PIC X(02)  VALUE SPACE.
           05  RM-STD            PIC ZZ9.9.
           05  RM-STD-X REDEFINES RM-STD PIC X(05).
           05                    PIC X(02)  VALUE SPACE.
           05  RM-SA             PIC ---9.9.
           05  RM-SA-X REDEFINES RM-SA PIC X(06).
           05                    PIC X(01)  VALUE SPACE.
           05  RM-MARK           PIC X(03).
       01  HEAD-4.
           05                    PIC X(30)  VALUE
                                 "【仕入先ロット別】".
       01  HEAD-5.
           05                    PIC X(10)  VALUE " 原料".
           05                    PIC X(15)  VALUE "入庫日".
           05                    PIC X(07)  VALUE "仕入".
           05                    PIC X(14)  VALUE "  原料数量".
           05                    PIC X(14)  VALUE "        ロス".
           05                    PIC X(10)  VALUE " 実績％".
           05                    PIC X(10)  VALUE " 標準％".
       01  RL-MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  LM-RAW            PIC X(05).
           05                    PIC X(02)  VALUE SPACE.
           05  LM-DATE           PIC 9999/99/99.
           05                    PIC X(02)  VALUE SPACE.
           05  LM-S-CODE         PIC X(03).
           05                    PIC X(02)  VALUE SPACE.
           05  LM-SURYO          PIC ZZ,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  LM-LOSS           PIC ZZ,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  LM-RITSU          PIC ZZ9.9.
           05                    PIC X(02)  VALUE SPACE.
           05  LM-STD            PIC ZZ9.9.
           05  LM-STD-X REDEFINES LM-STD PIC X(05).
           05                    PIC X(02)  VALUE SPACE.
           05  LM-MARK           PIC X(03).
       01  KIJUN-MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  KM-RAW            PIC X(05).
           05                    PIC X(02)  VALUE SPACE.
           05  KM-OUT            PIC X(05).
           05                    PIC X(02)  VALUE SPACE.
           05  KM-RITSU          PIC ZZ9.9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM OPID-LOAD-RTN
            PERFORM KIJUN-LOAD-RTN
            DISPLAY "1=加工登録 2=歩留基準保守 "
                    "3=歩留報告："
            ACCEPT MENU-CHOICE
            EVALUATE MENU-CHOICE
                WHEN "1"
                    PERFORM KAKO-RTN
                WHEN "2"
                    PERFORM KIJUN-RTN
                WHEN "3"
                    PERFORM HOKOKU-RTN
                WHEN OTHER
                    DISPLAY "選択が不正です。"
            END-EVALUATE
            DISPLAY "END"
            STOP RUN.
      *
      * 加工登録：原料と製品を入力し、確認のうえ反映する
       KAKO-RTN.
            PERFORM KMAP-CHK-RTN
            IF KMAP-NG-CNT > ZERO
                DISPLAY "★科目未登録のため中止します"
                DISPLAY "P117で登録してください"
                STOP RUN
            END-IF
            PERFORM LOT-LOAD-RTN
            PERFORM LOT-SORT-RTN
            OPEN INPUT SHOHIN-FILE
            OPEN I-O   ZAIKO-FILE
            PERFORM RAW-INPUT-RTN
            IF OK-FLG = "Y"
                PERFORM OUT-INPUT-RTN
            END-IF
            IF OK-FLG = "Y"
                PERFORM KAKUNIN-RTN
            END-IF
            IF OK-FLG = "Y"
                PERFORM DENNO-RTN
                PERFORM HARAIDASHI-RTN
                PERFORM GENKA-RTN
                PERFORM RAW-UPDATE-RTN
                PERFORM OUT-UPDATE-RTN
                PERFORM KAKO-WRITE-RTN
                IF LOSS-KINGAKU > ZERO
                    PERFORM SIWAKE-RTN
                END-IF
                PERFORM LOT-SAVE-RTN
                DISPLAY "加工伝票" DENNO "を登録しました。"
            ELSE
                DISPLAY "登録を取り消しました。"
            END-IF
            CLOSE SHOHIN-FILE ZAIKO-FILE.
      *
      * 原料：商品・在庫・平均原価と使える通常ロットの数量を示す
       RAW-INPUT-RTN.
            MOVE "Y" TO OK-FLG
            DISPLAY "原料商品NO(5桁)："
            MOVE SPACE TO IN-ITEM
            ACCEPT IN-ITEM
            MOVE IN-ITEM TO Z-NO RAW-NO
            READ ZAIKO-FILE
                INVALID KEY
                    MOVE "N" TO OK-FLG
                    DISPLAY "在庫マスタにありません："
                            IN-ITEM
                NOT INVALID KEY
                    MOVE Z-NAME        TO RAW-NAME
                    MOVE Z-ZAIKO-SURYO TO RAW-ZAIKO
                    MOVE Z-AVG-COST    TO RAW-COST
            END-READ
            IF OK-FLG = "Y"
                MOVE ZERO TO LOT-RIYO
                PERFORM VARYING LOX FROM 1 BY 1 UNTIL LOX > LOT-CNT
                    IF LO-NO(LOX) = RAW-NO AND LO-HOLD(LOX) = SPACE
                        ADD LO-ZAN(LOX) TO LOT-RIYO
                    END-IF
                END-PERFORM
                DISPLAY "原料：" RAW-NAME "　在庫：" RAW-ZAIKO
                        "　ロット計：" LOT-RIYO
                PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BK-CNT
                    IF BKT-RAW(BX) = RAW-NO
                        MOVE BKT-RITSU(BX) TO D-RITSU-E
                        DISPLAY "　標準歩留：" BKT-OUT(BX)
                                " " D-RITSU-E "％"
                    END-IF
                END-PERFORM
                DISPLAY "原料数量(6桁)："
                MOVE SPACE TO IN-SURYO
                ACCEPT IN-SURYO
                IF IN-SURYO NOT NUMERIC OR IN-SURYO-N = ZERO
                    MOVE "N" TO OK-FLG
                    DISPLAY "数量が不正です。"
                ELSE
                    MOVE IN-SURYO-N TO RAW-SURYO
                    IF RAW-SURYO > RAW-ZAIKO
                        MOVE "N" TO OK-FLG
                        DISPLAY "在庫が足りません。"
                    END-IF
                END-IF
            END-IF.
      *
      * 製品：空白で入力終了（最大10品目）
       OUT-INPUT-RTN.
            MOVE ZERO TO OUT-CNT OUT-GOKEI
            MOVE SPACE TO IN-ITEM
            MOVE "N" TO END-FLG
            PERFORM UNTIL END-FLG = "E" OR OK-FLG = "N"
                DISPLAY "製品商品NO(5桁、空白=終了)："
                MOVE SPACE TO IN-ITEM
                ACCEPT IN-ITEM
                IF IN-ITEM = SPACE
                    MOVE "E" TO END-FLG
                ELSE
                    PERFORM OUT-ONE-RTN
                END-IF
                IF OUT-CNT >= 10
                    MOVE "E" TO END-FLG
                END-IF
            END-PERFORM
            MOVE SPACE TO END-FLG
            IF OK-FLG = "Y" AND OUT-CNT = ZERO
                MOVE "N" TO OK-FLG
                DISPLAY "製品がありません。"
            END-IF
            IF OK-FLG = "Y" AND OUT-GOKEI > RAW-SURYO
                MOVE "N" TO OK-FLG
                DISPLAY "製品数量の計が原料数量を"
                        "超えています。"
            END-IF.
      *
       OUT-ONE-RTN.
            IF IN-ITEM = RAW-NO
                DISPLAY "原料と同じ商品は"
                        "指定できません。"
            ELSE
                MOVE IN-ITEM TO T-NO
                READ SHOHIN-FILE
                    INVALID KEY
                        DISPLAY "商品マスタにありません："
                                IN-ITEM
                    NOT INVALID KEY
                        DISPLAY "製品：" T-NAME "　数量(6桁)："
                        MOVE SPACE TO IN-SURYO
                        ACCEPT IN-SURYO
                        IF IN-SURYO NOT NUMERIC OR IN-SURYO-N = ZERO
                            DISPLAY "数量が不正です。"
                        ELSE
                            ADD 1 TO OUT-CNT
                            MOVE T-NO       TO OT-NO(OUT-CNT)
                            MOVE T-NAME     TO OT-NAME(OUT-CNT)
                            MOVE IN-SURYO-N TO OT-SURYO(OUT-CNT)
                            MOVE T-H-TANKA  TO OT-BAIKA(OUT-CNT)
                            MOVE ZERO       TO OT-KINGAKU(OUT-CNT)
                            ADD IN-SURYO-N  TO OUT-GOKEI
                        END-IF
                END-READ
            END-IF.
      *
      * 確認：歩留・ロス数量・ロス額を示して確定を問う
       KAKUNIN-RTN.
            COMPUTE LOSS-SURYO = RAW-SURYO - OUT-GOKEI
            COMPUTE RAW-KINGAKU ROUNDED = RAW-SURYO * RAW-COST
            COMPUTE LOSS-KINGAKU ROUNDED = LOSS-SURYO * RAW-COST
            COMPUTE W-RITSU ROUNDED = OUT-GOKEI * 100 / RAW-SURYO
            MOVE W-RITSU TO D-RITSU-E
            MOVE LOSS-SURYO TO D-SURYO-E
            MOVE LOSS-KINGAKU TO D-KINGAKU-E
            DISPLAY "歩留：" D-RITSU-E "％　ロス：" D-SURYO-E
                    "　ロス額：" D-KINGAKU-E
            DISPLAY "加工を確定しますか(Y/N)："
            ACCEPT ANS
            IF ANS NOT = "Y" AND ANS NOT = "y"
                MOVE "N" TO OK-FLG
            END-IF.
      *
      * 伝票番号：加工履歴の最大番号＋１
       DENNO-RTN.
            MOVE ZERO TO DENNO
            MOVE SPACE TO END-FLG
            OPEN INPUT KAKO-FILE
            IF KAKO-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ KAKO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF KK-DENNO > DENNO
                    MOVE KK-DENNO TO DENNO
                END-IF
                READ KAKO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE KAKO-FILE
            MOVE SPACE TO END-FLG
            ADD 1 TO DENNO.
      *
      * 原料の払出：通常ロットから入庫日の古い順に落とす
      * ロットで足りない分は入庫日ゼロ（ロット不明）として扱う
      * ロスはロットの払出数量の比で按分し、端数は最後のロットへ
       HARAIDASHI-RTN.
            MOVE ZERO TO HR-CNT SHU-LX SHU-SURYO
            MOVE SPACE TO SHU-S-CODE SHU-SANCHI
            MOVE RAW-SURYO TO HIKIATE
            PERFORM VARYING LOX FROM 1 BY 1
                    UNTIL LOX > LOT-CNT OR HIKIATE = ZERO
                IF LO-NO(LOX) = RAW-NO AND LO-HOLD(LOX) = SPACE
                   AND LO-ZAN(LOX) > ZERO AND HR-CNT < 99
                    IF LO-ZAN(LOX) >= HIKIATE
                        MOVE HIKIATE TO WARIATE
                    ELSE
                        MOVE LO-ZAN(LOX) TO WARIATE
                    END-IF
                    SUBTRACT WARIATE FROM LO-ZAN(LOX)
                    SUBTRACT WARIATE FROM HIKIATE
                    ADD 1 TO HR-CNT
                    MOVE LOX            TO HR-LOX(HR-CNT)
                    MOVE LO-DATE(LOX)   TO HR-DATE(HR-CNT)
                    MOVE LO-S-CODE(LOX) TO HR-S-CODE(HR-CNT)
                    MOVE WARIATE        TO HR-SURYO(HR-CNT)
                    IF WARIATE > SHU-SURYO
                        MOVE LOX     TO SHU-LX
                        MOVE WARIATE TO SHU-SURYO
                    END-IF
                END-IF
            END-PERFORM
            IF HIKIATE > ZERO
                ADD 1 TO HR-CNT
                MOVE ZERO    TO HR-LOX(HR-CNT) HR-DATE(HR-CNT)
                MOVE SPACE   TO HR-S-CODE(HR-CNT)
                MOVE HIKIATE TO HR-SURYO(HR-CNT)
            END-IF
            IF SHU-LX NOT = ZERO
                MOVE LO-S-CODE(SHU-LX) TO SHU-S-CODE
                MOVE LO-SANCHI(SHU-LX) TO SHU-SANCHI
            END-IF
            MOVE LOSS-SURYO   TO LOSS-ZAN
            MOVE LOSS-KINGAKU TO LOSS-ZAN-KIN
            MOVE RAW-KINGAKU  TO HAIFU-ZAN
            PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > HR-CNT
                IF HX = HR-CNT
                    MOVE LOSS-ZAN     TO HR-LOSS(HX)
                    MOVE LOSS-ZAN-KIN TO HR-LOSS-KIN(HX)
                    MOVE HAIFU-ZAN    TO HR-KINGAKU(HX)
                ELSE
                    COMPUTE HR-LOSS(HX) =
                        LOSS-SURYO * HR-SURYO(HX) / RAW-SURYO
                    COMPUTE HR-LOSS-KIN(HX) ROUNDED =
                        HR-LOSS(HX) * RAW-COST
                    COMPUTE HR-KINGAKU(HX) ROUNDED =
                        HR-SURYO(HX) * RAW-COST
                    IF HR-LOSS-KIN(HX) > LOSS-ZAN-KIN
                        MOVE LOSS-ZAN-KIN TO HR-LOSS-KIN(HX)
                    END-IF
                    IF HR-KINGAKU(HX) > HAIFU-ZAN
                        MOVE HAIFU-ZAN TO HR-KINGAKU(HX)
                    END-IF
                    SUBTRACT HR-LOSS(HX)     FROM LOSS-ZAN
                    SUBTRACT HR-LOSS-KIN(HX) FROM LOSS-ZAN-KIN
                    SUBTRACT HR-KINGAKU(HX)  FROM HAIFU-ZAN
                END-IF
            END-PERFORM.
      *
      * 製品原価：原料原価からロス額を除いた額を売価×数量の比で
      * 配賦する（売価が無ければ数量の比、端数は最後の製品へ）
       GENKA-RTN.
            COMPUTE HAIFU-KINGAKU = RAW-KINGAKU - LOSS-KINGAKU
            MOVE ZERO TO HAIFU-KIJUN
            PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > OUT-CNT
                COMPUTE HAIFU-KIJUN = HAIFU-KIJUN
                                    + OT-SURYO(OX) * OT-BAIKA(OX)
            END-PERFORM
            MOVE HAIFU-KINGAKU TO HAIFU-ZAN
            PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > OUT-CNT
                IF OX = OUT-CNT
                    MOVE HAIFU-ZAN TO OT-KINGAKU(OX)
                ELSE
                    IF HAIFU-KIJUN > ZERO
                        COMPUTE OT-KINGAKU(OX) ROUNDED =
                            HAIFU-KINGAKU * OT-SURYO(OX) * OT-BAIKA(OX)
                            / HAIFU-KIJUN
                    ELSE
                        COMPUTE OT-KINGAKU(OX) ROUNDED =
                            HAIFU-KINGAKU * OT-SURYO(OX) / OUT-GOKEI
                    END-IF
                    IF OT-KINGAKU(OX) > HAIFU-ZAN
                        MOVE HAIFU-ZAN TO OT-KINGAKU(OX)
                    END-IF
                    SUBTRACT OT-KINGAKU(OX) FROM HAIFU-ZAN
                END-IF
            END-PERFORM.
      *
      * 原料の在庫を減らす（平均原価は変わらない）
       RAW-UPDATE-RTN.
            MOVE RAW-NO TO Z-NO
            READ ZAIKO-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    COMPUTE Z-ZAIKO-SURYO = Z-ZAIKO-SURYO - RAW-SURYO
                    REWRITE Z-REC
                        INVALID KEY CONTINUE
                    END-REWRITE
            END-READ.
      *
      * 製品の在庫を増やし、配賦原価で移動平均原価を計算し直す
       OUT-UPDATE-RTN.
            PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > OUT-CNT
                MOVE OT-NO(OX) TO Z-NO
                READ ZAIKO-FILE
                    INVALID KEY
                        MOVE SPACE        TO Z-REC
                        MOVE OT-NO(OX)    TO Z-NO
                        MOVE OT-NAME(OX)  TO Z-NAME
                        MOVE OT-SURYO(OX) TO Z-ZAIKO-SURYO
                        COMPUTE Z-AVG-COST ROUNDED =
                            OT-KINGAKU(OX) / OT-SURYO(OX)
                        WRITE Z-REC
                            INVALID KEY CONTINUE
                        END-WRITE
                    NOT INVALID KEY
                        COMPUTE W-SURYO = Z-ZAIKO-SURYO + OT-SURYO(OX)
                        IF Z-ZAIKO-SURYO > ZERO
                            COMPUTE Z-AVG-COST ROUNDED =
                                (Z-ZAIKO-SURYO * Z-AVG-COST
                                 + OT-KINGAKU(OX)) / W-SURYO
                        ELSE
                            COMPUTE Z-AVG-COST ROUNDED =
                                OT-KINGAKU(OX) / OT-SURYO(OX)
                        END-IF
                        MOVE W-SURYO TO Z-ZAIKO-SURYO
                        REWRITE Z-REC
                            INVALID KEY CONTINUE
                        END-REWRITE
                END-READ
                PERFORM OUT-LOT-RTN
            END-PERFORM.
      *
      * 製品のロット：加工日・主ロット（最も多く払い出したロット）の
      * 仕入先と産地で作る
       OUT-LOT-RTN.
            IF LOT-CNT < 500
                ADD 1 TO LOT-CNT
                MOVE OT-NO(OX)    TO LO-NO(LOT-CNT)
                MOVE W-DATE8      TO LO-DATE(LOT-CNT)
                MOVE SHU-S-CODE   TO LO-S-CODE(LOT-CNT)
                MOVE OT-SURYO(OX) TO LO-ZAN(LOT-CNT)
                MOVE SPACE        TO LO-HOLD(LOT-CNT)
                MOVE ZERO         TO LO-HOLD-DATE(LOT-CNT)
                MOVE SPACE        TO LO-RIYU(LOT-CNT)
                MOVE SHU-SANCHI   TO LO-SANCHI(LOT-CNT)
            END-IF.
      *
      * 加工履歴（原料ロット別のR、製品別のO）と廃棄履歴（ロス）
       KAKO-WRITE-RTN.
            OPEN EXTEND KAKO-FILE
            PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > HR-CNT
                MOVE SPACE TO KK-REC
                MOVE W-DATE8        TO KK-DATE
                MOVE DENNO          TO KK-DENNO
                MOVE "R"            TO KK-KBN
                MOVE RAW-NO         TO KK-RAW KK-NO
                MOVE HR-DATE(HX)    TO KK-LOT-DATE
                MOVE HR-S-CODE(HX)  TO KK-S-CODE
                MOVE HR-SURYO(HX)   TO KK-SURYO
                MOVE HR-LOSS(HX)    TO KK-LOSS
                MOVE HR-KINGAKU(HX) TO KK-KINGAKU
                MOVE OPID           TO KK-OPID
                WRITE KK-REC
            END-PERFORM
            PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > OUT-CNT
                MOVE SPACE TO KK-REC
                MOVE W-DATE8        TO KK-DATE
                MOVE DENNO          TO KK-DENNO
                MOVE "O"            TO KK-KBN
                MOVE RAW-NO         TO KK-RAW
                MOVE OT-NO(OX)      TO KK-NO
                MOVE W-DATE8        TO KK-LOT-DATE
                MOVE SHU-S-CODE     TO KK-S-CODE
                MOVE OT-SURYO(OX)   TO KK-SURYO
                MOVE ZERO           TO KK-LOSS
                MOVE OT-KINGAKU(OX) TO KK-KINGAKU
                MOVE OPID           TO KK-OPID
                WRITE KK-REC
            END-PERFORM
            CLOSE KAKO-FILE
            OPEN EXTEND HAIKI-FILE
            PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > HR-CNT
                IF HR-LOSS(HX) > ZERO
                    MOVE SPACE TO HA-REC
                    MOVE W-DATE8         TO HA-DATE
                    MOVE RAW-NO          TO HA-NO
                    MOVE HR-DATE(HX)     TO HA-LOT-DATE
                    MOVE HR-S-CODE(HX)   TO HA-S-CODE
                    MOVE HR-LOSS(HX)     TO HA-SURYO
                    MOVE HR-LOSS-KIN(HX) TO HA-KINGAKU
                    MOVE OPID            TO HA-OPID
                    WRITE HA-REC
                END-IF
            END-PERFORM
            CLOSE HAIKI-FILE.
      *
      * ロス仕訳：借方HAIKISON（廃棄損）／貸方SHOHIN（商品）
      * １バッチとしてHヘッダを付ける（P87と同じ形式）
       SIWAKE-RTN.
            OPEN EXTEND SIWAKE-FILE
            MOVE SPACE TO SW-REC
            MOVE W-DATE8      TO BH-DATE
            MOVE W-DATE8(1:6) TO BH-YYMM
            MOVE LOSS-KINGAKU TO BH-KARI
            MOVE LOSS-KINGAKU TO BH-KASHI
            WRITE SW-REC FROM BATCH-HEADER
            MOVE SPACE TO SW-REC
            MOVE "D"          TO SW-KBN
            MOVE W-DATE8      TO SW-DATE
            MOVE HAIKISON-KMK TO SW-KAMOKU
            MOVE HAIKISON-HJ  TO SW-HOJO
            MOVE LOSS-KINGAKU TO SW-KINGAKU
            MOVE "加工ロス"   TO SW-TEKIYO
            WRITE SW-REC
            MOVE SPACE TO SW-REC
            MOVE "C"          TO SW-KBN
            MOVE W-DATE8      TO SW-DATE
            MOVE SHOHIN-KMK   TO SW-KAMOKU
            MOVE SHOHIN-HJ    TO SW-HOJO
            MOVE LOSS-KINGAKU TO SW-KINGAKU
            MOVE "加工ロス"   TO SW-TEKIYO
            WRITE SW-REC
            CLOSE SIWAKE-FILE.
      *
      * 歩留基準保守：原料×製品の標準歩留率を登録（ゼロは削除）し
      * 一覧を印字する
       KIJUN-RTN.
            PERFORM LEVEL-CHK-RTN
            IF CUR-LEVEL NOT = "2"
                DISPLAY "権限がありません。"
            ELSE
                MOVE SPACE TO END-FLG
                PERFORM UNTIL END-FLG = "E"
                    DISPLAY "原料商品NO(5桁、空白=終了)："
                    MOVE SPACE TO WK-RAW
                    ACCEPT WK-RAW
                    IF WK-RAW = SPACE
                        MOVE "E" TO END-FLG
                    ELSE
                        PERFORM KIJUN-ONE-RTN
                    END-IF
                END-PERFORM
                MOVE SPACE TO END-FLG
                PERFORM KIJUN-SAVE-RTN
                PERFORM KIJUN-LIST-RTN
            END-IF.
      *
       KIJUN-ONE-RTN.
            DISPLAY "製品商品NO(5桁)："
            MOVE SPACE TO WK-OUT
            ACCEPT WK-OUT
            DISPLAY "標準歩留率(4桁、999V9、0000=削除)："
            MOVE SPACE TO IN-RITSU
            ACCEPT IN-RITSU
            IF WK-OUT = SPACE OR IN-RITSU NOT NUMERIC
               OR IN-RITSU-N > 100
                DISPLAY "入力が不正です。"
            ELSE
                PERFORM KIJUN-FIND-RTN
                EVALUATE TRUE
                    WHEN HIT-BX NOT = ZERO AND IN-RITSU-N = ZERO
                        MOVE SPACE TO BKT-RAW(HIT-BX) BKT-OUT(HIT-BX)
                        DISPLAY "削除しました。"
                    WHEN HIT-BX NOT = ZERO
                        MOVE IN-RITSU-N TO BKT-RITSU(HIT-BX)
                        DISPLAY "変更しました。"
                    WHEN IN-RITSU-N = ZERO
                        DISPLAY "該当なし。"
                    WHEN BK-CNT < 1000
                        ADD 1 TO BK-CNT
                        MOVE WK-RAW     TO BKT-RAW(BK-CNT)
                        MOVE WK-OUT     TO BKT-OUT(BK-CNT)
                        MOVE IN-RITSU-N TO BKT-RITSU(BK-CNT)
                        DISPLAY "登録しました。"
                    WHEN OTHER
                        DISPLAY "歩留基準が満杯です。"
                END-EVALUATE
            END-IF.
      *
       KIJUN-FIND-RTN.
            MOVE ZERO TO HIT-BX
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BK-CNT
                IF BKT-RAW(BX) = WK-RAW AND BKT-OUT(BX) = WK-OUT
                    MOVE BX TO HIT-BX
                END-IF
            END-PERFORM.
      *
       KIJUN-LIST-RTN.
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            MOVE "*** 歩留基準一覧" TO H-TITLE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            MOVE SPACE TO P-REC
            WRITE P-REC AFTER 1
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BK-CNT
                IF BKT-RAW(BX) NOT = SPACE
                    MOVE BKT-RAW(BX)   TO KM-RAW
                    MOVE BKT-OUT(BX)   TO KM-OUT
                    MOVE BKT-RITSU(BX) TO KM-RITSU
                    WRITE P-REC FROM KIJUN-MEISAI AFTER 1
                END-IF
            END-PERFORM
            CLOSE PRINT-FILE.
      *
      * 歩留報告：期間内の加工履歴を伝票ごとに集計する
       HOKOKU-RTN.
            DISPLAY "期間開始YYYYMMDD（空白は当月1日）："
            MOVE SPACE TO IN-FROM
            ACCEPT IN-FROM
            DISPLAY "期間終了YYYYMMDD（空白は当日）："
            MOVE SPACE TO IN-TO
            ACCEPT IN-TO
            IF IN-FROM = SPACE
                COMPUTE W-YYMM = W-DATE8 / 100
                COMPUTE KIKAN-FROM = W-YYMM * 100 + 1
            ELSE
                MOVE IN-FROM-N TO KIKAN-FROM
            END-IF
            IF IN-TO = SPACE
                MOVE W-DATE8 TO KIKAN-TO
            ELSE
                MOVE IN-TO-N TO KIKAN-TO
            END-IF
            IF (IN-FROM NOT = SPACE AND IN-FROM NOT NUMERIC)
               OR (IN-TO NOT = SPACE AND IN-TO NOT NUMERIC)
                DISPLAY "期間が不正です。"
            ELSE
                PERFORM HOKOKU-SCAN-RTN
                PERFORM HOKOKU-SORT-RTN
                PERFORM HOKOKU-PRINT-RTN
                DISPLAY "歩留報告を印字しました。"
            END-IF.
      *
      * 原料払出（R）は伝票の原料数量とロット別の集計へ、製品受入
      * （O）はその伝票の原料数量と組にして原料×製品の集計へ積む
       HOKOKU-SCAN-RTN.
            MOVE ZERO TO CUR-DENNO EV-RAW-SURYO
            MOVE SPACE TO END-FLG
            OPEN INPUT KAKO-FILE
            IF KAKO-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ KAKO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF KK-DATE >= KIKAN-FROM AND KK-DATE <= KIKAN-TO
                    IF KK-DENNO NOT = CUR-DENNO
                        MOVE KK-DENNO TO CUR-DENNO
                        MOVE ZERO TO EV-RAW-SURYO
                    END-IF
                    EVALUATE KK-KBN
                        WHEN "R"
                            ADD KK-SURYO TO EV-RAW-SURYO
                            PERFORM RL-ADD-RTN
                        WHEN "O"
                            PERFORM RY-ADD-RTN
                    END-EVALUATE
                END-IF
                READ KAKO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE KAKO-FILE
            MOVE SPACE TO END-FLG.
      *
       RY-ADD-RTN.
            MOVE ZERO TO HIT-RY
            PERFORM VARYING RY FROM 1 BY 1 UNTIL RY > RY-CNT
                IF RYT-RAW(RY) = KK-RAW AND RYT-OUT(RY) = KK-NO
                    MOVE RY TO HIT-RY
                END-IF
            END-PERFORM
            IF HIT-RY = ZERO AND RY-CNT < 500
                ADD 1 TO RY-CNT
                MOVE RY-CNT TO HIT-RY
                MOVE KK-RAW TO RYT-RAW(HIT-RY)
                MOVE KK-NO  TO RYT-OUT(HIT-RY)
                MOVE ZERO   TO RYT-RAW-SURYO(HIT-RY)
                               RYT-OUT-SURYO(HIT-RY)
            END-IF
            IF HIT-RY NOT = ZERO
                ADD EV-RAW-SURYO TO RYT-RAW-SURYO(HIT-RY)
                ADD KK-SURYO     TO RYT-OUT-SURYO(HIT-RY)
            END-IF.
      *
       RL-ADD-RTN.
            MOVE ZERO TO HIT-RL
            PERFORM VARYING RL FROM 1 BY 1 UNTIL RL > RL-CNT
                IF RLT-RAW(RL) = KK-RAW AND RLT-DATE(RL) = KK-LOT-DATE
                   AND RLT-S-CODE(RL) = KK-S-CODE
                    MOVE RL TO HIT-RL
                END-IF
            END-PERFORM
            IF HIT-RL = ZERO AND RL-CNT < 500
                ADD 1 TO RL-CNT
                MOVE RL-CNT      TO HIT-RL
                MOVE KK-RAW      TO RLT-RAW(HIT-RL)
                MOVE KK-LOT-DATE TO RLT-DATE(HIT-RL)
                MOVE KK-S-CODE   TO RLT-S-CODE(HIT-RL)
                MOVE ZERO        TO RLT-SURYO(HIT-RL) RLT-LOSS(HIT-RL)
            END-IF
            IF HIT-RL NOT = ZERO
                ADD KK-SURYO TO RLT-SURYO(HIT-RL)
                ADD KK-LOSS  TO RLT-LOSS(HIT-RL)
            END-IF.
      *
       HOKOKU-SORT-RTN.
            PERFORM VARYING RY FROM 1 BY 1 UNTIL RY >= RY-CNT
                PERFORM VARYING RZ FROM RY BY 1 UNTIL RZ > RY-CNT
                    IF RYT-RAW(RZ) < RYT-RAW(RY)
                       OR (RYT-RAW(RZ) = RYT-RAW(RY)
                           AND RYT-OUT(RZ) < RYT-OUT(RY))
                        MOVE RY-ENT(RY) TO RY-WORK
                        MOVE RY-ENT(RZ) TO RY-ENT(RY)
                        MOVE RY-WORK    TO RY-ENT(RZ)
                    END-IF
                END-PERFORM
            END-PERFORM
            PERFORM VARYING RL FROM 1 BY 1 UNTIL RL >= RL-CNT
                PERFORM VARYING RM FROM RL BY 1 UNTIL RM > RL-CNT
                    IF RLT-RAW(RM) < RLT-RAW(RL)
                       OR (RLT-RAW(RM) = RLT-RAW(RL)
                           AND RLT-DATE(RM) < RLT-DATE(RL))
                        MOVE RL-ENT(RL) TO RL-WORK
                        MOVE RL-ENT(RM) TO RL-ENT(RL)
                        MOVE RL-WORK    TO RL-ENT(RM)
                    END-IF
                END-PERFORM
            END-PERFORM.
      *
       HOKOKU-PRINT-RTN.
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            MOVE KIKAN-FROM TO H-FROM
            MOVE KIKAN-TO   TO H-TO
            WRITE P-REC FROM HEAD-15 AFTER 1
            WRITE P-REC FROM HEAD-2 AFTER 2
            WRITE P-REC FROM HEAD-3 AFTER 1
            PERFORM VARYING RY FROM 1 BY 1 UNTIL RY > RY-CNT
                MOVE SPACE TO RY-MEISAI
                MOVE RYT-RAW(RY)       TO RM-RAW WK-RAW
                MOVE RYT-OUT(RY)       TO RM-OUT WK-OUT
                MOVE RYT-RAW-SURYO(RY) TO RM-RAW-SURYO
                MOVE RYT-OUT-SURYO(RY) TO RM-OUT-SURYO
                COMPUTE W-RITSU ROUNDED =
                    RYT-OUT-SURYO(RY) * 100 / RYT-RAW-SURYO(RY)
                MOVE W-RITSU TO RM-RITSU
                PERFORM KIJUN-FIND-RTN
                IF HIT-BX = ZERO
                    MOVE "   - " TO RM-STD-X
                    MOVE "    - " TO RM-SA-X
                ELSE
                    MOVE BKT-RITSU(HIT-BX) TO RM-STD
                    COMPUTE W-SA = W-RITSU - BKT-RITSU(HIT-BX)
                    MOVE W-SA TO RM-SA
                    IF W-SA < ZERO
                        MOVE "★" TO RM-MARK
                    END-IF
                END-IF
                WRITE P-REC FROM RY-MEISAI AFTER 1
            END-PERFORM
            WRITE P-REC FROM HEAD-4 AFTER 2
            WRITE P-REC FROM HEAD-5 AFTER 1
            PERFORM VARYING RL FROM 1 BY 1 UNTIL RL > RL-CNT
                MOVE SPACE TO RL-MEISAI
                MOVE RLT-RAW(RL)    TO LM-RAW
                MOVE RLT-DATE(RL)   TO LM-DATE
                MOVE RLT-S-CODE(RL) TO LM-S-CODE
                MOVE RLT-SURYO(RL)  TO LM-SURYO
                MOVE RLT-LOSS(RL)   TO LM-LOSS
                COMPUTE W-RITSU ROUNDED =
                    (RLT-SURYO(RL) - RLT-LOSS(RL)) * 100
                    / RLT-SURYO(RL)
                MOVE W-RITSU TO LM-RITSU
                MOVE ZERO TO STD-GOKEI
                PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BK-CNT
                    IF BKT-RAW(BX) = RLT-RAW(RL)
                        ADD BKT-RITSU(BX) TO STD-GOKEI
                    END-IF
                END-PERFORM
                IF STD-GOKEI = ZERO
                    MOVE "   - " TO LM-STD-X
                ELSE
                    MOVE STD-GOKEI TO LM-STD
                    IF W-RITSU < STD-GOKEI
                        MOVE "★" TO LM-MARK
                    END-IF
                END-IF
                WRITE P-REC FROM RL-MEISAI AFTER 1
            END-PERFORM
            CLOSE PRINT-FILE.
      *
      * 在庫ロットは入庫日順に並べて先入先出で使う
       LOT-SORT-RTN.
            PERFORM VARYING LOX FROM 1 BY 1 UNTIL LOX >= LOT-CNT
                PERFORM VARYING LOY FROM LOX BY 1 UNTIL LOY > LOT-CNT
                    IF LO-DATE(LOY) < LO-DATE(LOX)
                        MOVE LOT-ENT(LOX) TO LOT-TEMP
                        MOVE LOT-ENT(LOY) TO LOT-ENT(LOX)
                        MOVE LOT-TEMP     TO LOT-ENT(LOY)
                    END-IF
                END-PERFORM
            END-PERFORM.
      *
       LOT-LOAD-RTN.
            OPEN INPUT LOT-FILE
            IF LOT-FS = "00"
                READ LOT-FILE
                    AT END MOVE "E" TO LOT-END-FLG
                END-READ
                PERFORM UNTIL LOT-END-FLG = "E"
                    IF LOT-CNT < 500
                        ADD 1 TO LOT-CNT
                        MOVE LT-NO     TO LO-NO(LOT-CNT)
                        MOVE LT-DATE   TO LO-DATE(LOT-CNT)
                        MOVE LT-S-CODE TO LO-S-CODE(LOT-CNT)
                        MOVE LT-ZAN    TO LO-ZAN(LOT-CNT)
                        MOVE LT-HOLD   TO LO-HOLD(LOT-CNT)
                        MOVE LT-RIYU   TO LO-RIYU(LOT-CNT)
                        MOVE LT-SANCHI TO LO-SANCHI(LOT-CNT)
                        IF LT-HOLD = SPACE
                            MOVE ZERO TO LO-HOLD-DATE(LOT-CNT)
                        ELSE
                            MOVE LT-HOLD-DATE TO LO-HOLD-DATE(LOT-CNT)
                        END-IF
                    END-IF
                    READ LOT-FILE
                        AT END MOVE "E" TO LOT-END-FLG
                    END-READ
                END-PERFORM
                CLOSE LOT-FILE
            ELSE
                CLOSE LOT-FILE
            END-IF.
      *
      * 残量ゼロのロットは保存時に落とす
       LOT-SAVE-RTN.
            OPEN OUTPUT LOT-FILE
            PERFORM VARYING LOX FROM 1 BY 1 UNTIL LOX > LOT-CNT
                IF LO-ZAN(LOX) > ZERO
                    MOVE SPACE TO LT-REC
                    MOVE LO-NO(LOX)     TO LT-NO
                    MOVE LO-DATE(LOX)   TO LT-DATE
                    MOVE LO-S-CODE(LOX) TO LT-S-CODE
                    MOVE LO-ZAN(LOX)    TO LT-ZAN
                    IF LO-HOLD(LOX) NOT = SPACE
                        MOVE LO-HOLD(LOX)      TO LT-HOLD
                        MOVE LO-HOLD-DATE(LOX) TO LT-HOLD-DATE
                        MOVE LO-RIYU(LOX)      TO LT-RIYU
                    END-IF
                    MOVE LO-SANCHI(LOX) TO LT-SANCHI
                    WRITE LT-REC
                END-IF
            END-PERFORM
            CLOSE LOT-FILE.
      *
       KIJUN-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT KIJUN-FILE
            IF KIJUN-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ KIJUN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF BK-CNT < 1000 AND BK-RAW NOT = SPACE
                    ADD 1 TO BK-CNT
                    MOVE BK-RAW   TO BKT-RAW(BK-CNT)
                    MOVE BK-OUT   TO BKT-OUT(BK-CNT)
                    MOVE BK-RITSU TO BKT-RITSU(BK-CNT)
                END-IF
                READ KIJUN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE KIJUN-FILE
            MOVE SPACE TO END-FLG.
      *
      * 削除した行（原料空白）は保存時に落とす
       KIJUN-SAVE-RTN.
            OPEN OUTPUT KIJUN-FILE
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BK-CNT
                IF BKT-RAW(BX) NOT = SPACE
                    MOVE SPACE TO BK-REC
                    MOVE BKT-RAW(BX)   TO BK-RAW
                    MOVE BKT-OUT(BX)   TO BK-OUT
                    MOVE BKT-RITSU(BX) TO BK-RITSU
                    WRITE BK-REC
                END-IF
            END-PERFORM
            CLOSE KIJUN-FILE.
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
      * オペレータマスタから担当者の権限レベルを取得する
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
      * ロス仕訳の科目を処理前に揃える（未登録は中止）
       KMAP-CHK-RTN.
            PERFORM KMAP-LOAD-RTN
            MOVE "HAIKISON" TO KMAP-KEY
            PERFORM KMAP-GET-RTN
            MOVE KMAP-KAMOKU TO HAIKISON-KMK
            MOVE KMAP-HOJO   TO HAIKISON-HJ
            MOVE "SHOHIN"  TO KMAP-KEY
            PERFORM KMAP-GET-RTN
            MOVE KMAP-KAMOKU TO SHOHIN-KMK
            MOVE KMAP-HOJO   TO SHOHIN-HJ.
      *
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
