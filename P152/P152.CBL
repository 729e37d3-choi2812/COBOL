      *
      * 14JY0123 崔　禎　文
      * 帳票配布管理：スプール目録.TXTに退避された帳票を、帳票配布
      * マスタ.TXT（帳票＝プログラムID×宛先＝担当者ID、部署・部数・
      * 必須／任意）に従って配布し、受領を管理する
      * 1=配布マスタ保守（権限レベル2）
      * 2=配布一覧（夜間処理の後に実行）：指定日（空白は当日）の
      * 　スプールを宛先ごとに改頁して帳票・頁数・部数を印字し、
      * 　配布した分を帳票配布記録.TXTへ追記する（同じ宛先・同じ
      * 　スプールは一度だけ記録）。配布先の無い帳票は末尾に印字
      * 3=受領入力：サインオン中の担当者が自分宛の未受領帳票を番号で
      * 　受領済にする（記録は.NEWへ書いて差し替える）
      * 4=未受領一覧：必須帳票で配布日から指定日数（空白は3日）以上
      * 　受領の無いものを宛先ごとに印字する
      * 配布一覧の実行は運転日誌.TXTへ記録する（読込＝当日スプール、
      * 書込＝配布記録の追加、除外＝配布先の無い帳票）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P152.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL HM-FILE ASSIGN
                                    "帳票配布マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS HM-FS.
           SELECT  OPTIONAL MOKUROKU-FILE ASSIGN
                                    "スプール目録.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS MOKUROKU-FS.
           SELECT  OPTIONAL KIROKU-FILE ASSIGN
                                    "帳票配布記録.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KIROKU-FS.
           SELECT  KIROKU-NEW  ASSIGN  "帳票配布記録.NEW"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  OPTIONAL OPE-FILE ASSIGN
                                    "オペレータマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS OPE-FS.
           SELECT  SORT-FILE   ASSIGN  "SORT-TEMP".
           SELECT  PRINT-FILE  ASSIGN  "P152.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL RUNLOG-FILE ASSIGN  "運転日誌.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS RUNLOG-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 帳票配布マスタ：必須 Y＝必須　N＝任意
       FD  HM-FILE.
       01  HM-REC.
           05  HM-PROG           PIC X(04).
           05                    PIC X(01).
           05  HM-ATESAKI        PIC X(04).
           05                    PIC X(01).
           05  HM-BUSHO          PIC X(10).
           05                    PIC X(01).
           05  HM-BUSU           PIC 9(02).
           05                    PIC X(01).
           05  HM-HISSU          PIC X(01).
      *
       FD  MOKUROKU-FILE.
       01  SP-REC.
           05  SP-PROG           PIC X(04).
           05                    PIC X(01).
           05  SP-DATE           PIC 9(08).
           05                    PIC X(01).
           05  SP-TIME           PIC 9(06).
           05                    PIC X(01).
           05  SP-PAGES          PIC 9(03).
           05                    PIC X(01).
           05  SP-FILE           PIC X(40).
      *
      * 帳票配布記録：受領日ゼロは未受領
       FD  KIROKU-FILE.
       01  HK-REC.
           05  HK-DATE           PIC 9(08).
           05                    PIC X(01).
           05  HK-ATESAKI        PIC X(04).
           05                    PIC X(01).
           05  HK-PROG           PIC X(04).
           05                    PIC X(01).
           05  HK-SP-DATE        PIC 9(08).
           05                    PIC X(01).
           05  HK-SP-TIME        PIC 9(06).
           05                    PIC X(01).
           05  HK-PAGES          PIC 9(03).
           05                    PIC X(01).
           05  HK-BUSU           PIC 9(02).
           05                    PIC X(01).
           05  HK-HISSU          PIC X(01).
           05                    PIC X(01).
           05  HK-UKE-DATE       PIC 9(08).
           05                    PIC X(01).
           05  HK-FILE           PIC X(40).
      *
       FD  KIROKU-NEW.
       01  KN-REC                PIC X(94).
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
       SD  SORT-FILE.
       01  SD-REC.
           05  SD-ATESAKI        PIC X(04).
           05  SD-SP-DATE        PIC 9(08).
           05  SD-PROG           PIC X(04).
           05  SD-SP-TIME        PIC 9(06).
           05  SD-PAGES          PIC 9(03).
           05  SD-BUSU           PIC 9(02).
           05  SD-HISSU          PIC X(01).
           05  SD-BUSHO          PIC X(10).
           05  SD-HK-DATE        PIC 9(08).
           05  SD-KEIKA          PIC 9(05).
           05  SD-NEW            PIC X(01).
           05  SD-FILE           PIC X(40).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(120).
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
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  HM-FS                 PIC X(02)  VALUE SPACE.
       01  MOKUROKU-FS           PIC X(02)  VALUE SPACE.
       01  KIROKU-FS             PIC X(02)  VALUE SPACE.
       01  KIROKU-END-FLG        PIC X(01)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPE-FS                PIC X(02)  VALUE SPACE.
       01  OPE-END-FLG           PIC X(01)  VALUE SPACE.
       01  RUNLOG-FS             PIC X(02)  VALUE SPACE.
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  OK-FLG                PIC X(01)  VALUE SPACE.
       01  FOUND-FLG             PIC X(01)  VALUE SPACE.
       01  FIRST-FLG             PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  CUR-LEVEL             PIC X(01)  VALUE SPACE.
       01  WK-NAME               PIC X(10)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  W-TIME8               PIC 9(08)  VALUE ZERO.
       01  KIJUN-DATE            PIC 9(08)  VALUE ZERO.
       01  KIJUN-NISSU           PIC 9(03)  VALUE 3.
       01  W-ATESAKI             PIC X(04)  VALUE SPACE.
       01  CMD                   PIC X(100) VALUE SPACE.
      *
       01  IN-PROG               PIC X(04)  VALUE SPACE.
       01  IN-ATESAKI            PIC X(04)  VALUE SPACE.
       01  IN-BUSHO              PIC X(10)  VALUE SPACE.
       01  IN-BUSU               PIC X(02)  VALUE SPACE.
       01  IN-BUSU-N REDEFINES IN-BUSU
                                 PIC 9(02).
       01  IN-HISSU              PIC X(01)  VALUE SPACE.
       01  IN-DATE               PIC X(08)  VALUE SPACE.
       01  IN-DATE-N REDEFINES IN-DATE
                                 PIC 9(08).
       01  IN-DAYS               PIC X(03)  VALUE SPACE.
       01  IN-DAYS-N REDEFINES IN-DAYS
                                 PIC 9(03).
       01  IN-SEL                PIC X(03)  VALUE SPACE.
       01  IN-SEL-N REDEFINES IN-SEL
                                 PIC 9(03).
      *
      * 件数
       01  SP-CNT                PIC 9(05)  VALUE ZERO.
       01  ADD-CNT               PIC 9(05)  VALUE ZERO.
       01  MIH-CNT               PIC 9(05)  VALUE ZERO.
       01  LINE-CNT              PIC 9(05)  VALUE ZERO.
       01  UKE-CNT               PIC 9(05)  VALUE ZERO.
       01  R-CNT                 PIC 9(05)  VALUE ZERO.
       01  R-PAGES               PIC 9(07)  VALUE ZERO.
       01  REC-NO                PIC 9(06)  VALUE ZERO.
      *
      * 帳票配布マスタ
       01  HM-CNT                PIC 9(03)  VALUE ZERO.
       01  HMX                   PIC 9(03).
       01  HIT-HMX               PIC 9(03)  VALUE ZERO.
       01  HM-TBL.
           05  HM-ENT            OCCURS 300 TIMES.
               10  HMT-PROG      PIC X(04).
               10  HMT-ATESAKI   PIC X(04).
               10  HMT-BUSHO     PIC X(10).
               10  HMT-BUSU      PIC 9(02).
               10  HMT-HISSU     PIC X(01).
      *
      * 配布済みの宛先×スプール（配布一覧の日付分）
       01  KZ-CNT                PIC 9(04)  VALUE ZERO.
       01  KZX                   PIC 9(04).
       01  KZ-TBL.
           05  KZ-ENT            OCCURS 2000 TIMES.
               10  KZT-ATESAKI   PIC X(04).
               10  KZT-FILE      PIC X(40).
      *
      * 配布先の無い帳票
       01  MH-CNT                PIC 9(03)  VALUE ZERO.
       01  MHX                   PIC 9(03).
       01  MH-TBL.
           05  MH-ENT            OCCURS 100 TIMES.
               10  MHT-PROG      PIC X(04).
               10  MHT-TIME      PIC 9(06).
               10  MHT-PAGES     PIC 9(03).
               10  MHT-FILE      PIC X(40).
      *
      * 受領入力の対象（配布記録の何件目か）
       01  UK-CNT                PIC 9(03)  VALUE ZERO.
       01  UKX                   PIC 9(03).
       01  UK-TBL.
           05  UK-ENT            OCCURS 100 TIMES.
               10  UKT-RECNO     PIC 9(06).
               10  UKT-SEL       PIC X(01).
      *
       01  RUN-SERIAL            PIC 9(07)  VALUE ZERO.
       01  WS-DATE-IN            PIC 9(08).
       01  WS-YY                 PIC 9(04).
       01  WS-MM                 PIC 9(02).
       01  WS-DD                 PIC 9(02).
       01  WS-SERIAL             PIC 9(07).
       01  DSP-DATE              PIC 9999/99/99.
       01  W-KEIKA               PIC ZZZZ9.
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05  H-TITLE           PIC X(29).
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  JOKEN-1.
           05                    PIC X(02)  VALUE SPACE.
           05  J-KOMOKU          PIC X(15).
           05  J-DATE            PIC 9999/99/99.
           05                    PIC X(02)  VALUE SPACE.
           05  J-NISSU           PIC ZZ9.
           05  J-SETSUMEI        PIC X(40).
      *
       01  ATESAKI-1.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(09)  VALUE "宛先：".
           05  A-ATESAKI         PIC X(04).
           05                    PIC X(01)  VALUE SPACE.
           05  A-NAME            PIC X(10).
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(09)  VALUE "部署：".
           05  A-BUSHO           PIC X(10).
      *
       01  HEAD-2.
           05                    PIC X(04)  VALUE SPACE.
           05                    PIC X(08)  VALUE "帳票".
           05                    PIC X(14)  VALUE "作成日".
           05                    PIC X(12)  VALUE "時刻".
           05                    PIC X(09)  VALUE "頁数".
           05                    PIC X(07)  VALUE "部数".
           05                    PIC X(09)  VALUE "区分".
           05                    PIC X(17)  VALUE "状態".
           05                    PIC X(12)  VALUE "ファイル".
      *
       01  MEISAI.
           05                    PIC X(04)  VALUE SPACE.
           05  M-PROG            PIC X(04).
           05                    PIC X(02)  VALUE SPACE.
           05  M-SP-DATE         PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-SP-TIME         PIC 99B99B99.
           05                    PIC X(02)  VALUE SPACE.
           05  M-PAGES           PIC ZZ9.
           05                    PIC X(04)  VALUE SPACE.
           05  M-BUSU            PIC Z9.
           05                    PIC X(03)  VALUE SPACE.
           05  M-HISSU           PIC X(06).
           05                    PIC X(01)  VALUE SPACE.
           05  M-JOTAI           PIC X(14).
           05                    PIC X(01)  VALUE SPACE.
           05  M-FILE            PIC X(40).
      *
       01  GOKEI-1.
           05                    PIC X(04)  VALUE SPACE.
           05                    PIC X(06)  VALUE "計".
           05  G-CNT             PIC ZZZZ9.
           05                    PIC X(12)  VALUE "帳票".
           05  G-PAGES           PIC Z,ZZZ,ZZ9.
           05                    PIC X(24)  VALUE
                                 "頁（部数込み）".
      *
       01  MIHAIFU-1.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(40)  VALUE
                                 "★配布先の無い帳票".
      *
       01  MIHAIFU-2.
           05                    PIC X(04)  VALUE SPACE.
           05  MH-PROG           PIC X(04).
           05                    PIC X(02)  VALUE SPACE.
           05  MH-TIME           PIC 99B99B99.
           05                    PIC X(02)  VALUE SPACE.
           05  MH-PAGES          PIC ZZ9.
           05                    PIC X(05)  VALUE "頁".
           05  MH-FILE           PIC X(40).
      *
       01  NASHI-1.
           05                    PIC X(04)  VALUE SPACE.
           05  N-MSG             PIC X(60).
      *
       01  FOOT-1.
           05                    PIC X(02)  VALUE SPACE.
           05  F-KOMOKU1         PIC X(27).
           05  F-CNT1            PIC ZZZZ9.
           05                    PIC X(03)  VALUE "件".
           05                    PIC X(02)  VALUE SPACE.
           05  F-KOMOKU2         PIC X(27).
           05  F-CNT2            PIC ZZZZ9.
           05                    PIC X(03)  VALUE "件".
           05                    PIC X(02)  VALUE SPACE.
           05  F-KOMOKU3         PIC X(27).
           05  F-CNT3            PIC ZZZZ9.
           05                    PIC X(03)  VALUE "件".
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM OPID-LOAD-RTN
            DISPLAY "1=配布マスタ保守 2=配布一覧"
                    " 3=受領入力 4=未受領一覧："
            ACCEPT MENU-CHOICE
            EVALUATE MENU-CHOICE
                WHEN "1"
                    PERFORM LEVEL-CHK-RTN
                    IF CUR-LEVEL NOT = "2"
                        DISPLAY "権限がありません。"
                    ELSE
                        PERFORM HOSHU-RTN
                    END-IF
                WHEN "2" PERFORM HAIFU-RTN
                WHEN "3" PERFORM UKETORI-RTN
                WHEN "4" PERFORM MIUKE-RTN
                WHEN OTHER DISPLAY "選択が不正です。"
            END-EVALUATE
            DISPLAY "END"
            STOP RUN.
      *
      * 配布マスタ保守：帳票と宛先を指定して部署・部数・必須を登録・
      * 変更する（部数00で削除）
       HOSHU-RTN.
            PERFORM HM-LOAD-RTN
            PERFORM UNTIL END-FLG = "E"
                PERFORM LIST-RTN
                DISPLAY "帳票（プログラムID、"
                        "空白=終了）："
                ACCEPT IN-PROG
                IF IN-PROG = SPACE
                    MOVE "E" TO END-FLG
                ELSE
                    PERFORM HENKO-RTN
                END-IF
            END-PERFORM
            PERFORM HM-SAVE-RTN
            DISPLAY "帳票配布マスタを更新しました。".
      *
       LIST-RTN.
            PERFORM VARYING HMX FROM 1 BY 1 UNTIL HMX > HM-CNT
                DISPLAY HMT-PROG(HMX) " " HMT-ATESAKI(HMX) " "
                        HMT-BUSHO(HMX) " " HMT-BUSU(HMX) "部 "
                        HMT-HISSU(HMX)
            END-PERFORM.
      *
       HENKO-RTN.
            DISPLAY "宛先（担当者ID）："
            ACCEPT IN-ATESAKI
            PERFORM OPE-CHK-RTN
            IF FOUND-FLG NOT = "Y"
                DISPLAY "担当者が有りません：" IN-ATESAKI
            ELSE
                DISPLAY "宛先：" WK-NAME
                MOVE ZERO TO HIT-HMX
                PERFORM VARYING HMX FROM 1 BY 1 UNTIL HMX > HM-CNT
                    IF HMT-PROG(HMX) = IN-PROG
                        AND HMT-ATESAKI(HMX) = IN-ATESAKI
                        MOVE HMX TO HIT-HMX
                    END-IF
                END-PERFORM
                DISPLAY "部数（2桁、00=削除）："
                ACCEPT IN-BUSU
                PERFORM HENKO-SET-RTN
            END-IF.
      *
       HENKO-SET-RTN.
            EVALUATE TRUE
                WHEN IN-BUSU NOT NUMERIC
                    DISPLAY "数字2桁で入力してください"
                            "（変更なし）。"
                WHEN IN-BUSU-N = ZERO AND HIT-HMX NOT = ZERO
                    PERFORM SAKUJO-RTN
                    DISPLAY "配布先を削除しました。"
                WHEN IN-BUSU-N = ZERO
                    DISPLAY "配布先がありません"
                            "（変更なし）。"
                WHEN OTHER
                    DISPLAY "部署："
                    ACCEPT IN-BUSHO
                    DISPLAY "必須(Y)／任意(N)："
                    ACCEPT IN-HISSU
                    IF IN-HISSU NOT = "Y" AND IN-HISSU NOT = "N"
                        DISPLAY "YかNで入力してください"
                                "（変更なし）。"
                    ELSE
                        IF HIT-HMX = ZERO AND HM-CNT < 300
                            ADD 1 TO HM-CNT
                            MOVE HM-CNT     TO HIT-HMX
                            MOVE IN-PROG    TO HMT-PROG(HIT-HMX)
                            MOVE IN-ATESAKI TO HMT-ATESAKI(HIT-HMX)
                        END-IF
                        IF HIT-HMX NOT = ZERO
                            MOVE IN-BUSHO  TO HMT-BUSHO(HIT-HMX)
                            MOVE IN-BUSU-N TO HMT-BUSU(HIT-HMX)
                            MOVE IN-HISSU  TO HMT-HISSU(HIT-HMX)
                        END-IF
                    END-IF
            END-EVALUATE.
      *
       SAKUJO-RTN.
            PERFORM VARYING HMX FROM HIT-HMX BY 1
                    UNTIL HMX >= HM-CNT
                MOVE HM-ENT(HMX + 1) TO HM-ENT(HMX)
            END-PERFORM
            SUBTRACT 1 FROM HM-CNT.
      *
      * 配布一覧：指定日のスプールを配布先ごとに整列して印字し、
      * 初めて配布する分を帳票配布記録へ追記する
       HAIFU-RTN.
            MOVE W-DATE8 TO KIJUN-DATE
            DISPLAY "配布するスプールの日付YYYYMMDD"
                    "（空白は当日）："
            ACCEPT IN-DATE
            IF IN-DATE NOT = SPACE
                IF IN-DATE NOT NUMERIC
                    DISPLAY "数字8桁で入力してください。"
                    MOVE "N" TO OK-FLG
                ELSE
                    MOVE IN-DATE-N TO KIJUN-DATE
                END-IF
            END-IF
            IF OK-FLG NOT = "N"
                PERFORM HM-LOAD-RTN
                PERFORM KZ-LOAD-RTN
                OPEN OUTPUT PRINT-FILE
                MOVE "*** 帳票配布一覧" TO H-TITLE
                MOVE W-DATE8 TO H-DATE
                MOVE SPACE TO JOKEN-1
                MOVE "配布日："   TO J-KOMOKU
                MOVE KIJUN-DATE   TO J-DATE
                WRITE P-REC FROM HEAD-1 AFTER PAGE
                WRITE P-REC FROM JOKEN-1 AFTER 2
                SORT SORT-FILE
                    ON ASCENDING KEY SD-ATESAKI SD-SP-DATE
                                     SD-PROG SD-SP-TIME
                    INPUT PROCEDURE HAIFU-SENTAKU-RTN
                    OUTPUT PROCEDURE HAIFU-INSATSU-RTN
                PERFORM MIHAIFU-RTN
                MOVE SPACE TO FOOT-1
                MOVE "当日スプール：" TO F-KOMOKU1
                MOVE SP-CNT           TO F-CNT1
                MOVE "配布記録追加：" TO F-KOMOKU2
                MOVE ADD-CNT          TO F-CNT2
                MOVE "配布先の無い帳票：" TO F-KOMOKU3
                MOVE MIH-CNT          TO F-CNT3
                WRITE P-REC FROM FOOT-1 AFTER 2
                CLOSE PRINT-FILE
                PERFORM RUNLOG-WRITE-RTN
                DISPLAY "配布記録追加：" ADD-CNT "件"
                IF MIH-CNT > ZERO
                    DISPLAY "★配布先の無い帳票：" MIH-CNT
                            "件"
                END-IF
            END-IF.
      *
      * 指定日のスプールを配布マスタの宛先ごとに整列へ渡す
       HAIFU-SENTAKU-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT MOKUROKU-FILE
            IF MOKUROKU-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ MOKUROKU-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF SP-DATE = KIJUN-DATE
                    ADD 1 TO SP-CNT
                    MOVE SPACE TO FOUND-FLG
                    PERFORM VARYING HMX FROM 1 BY 1
                            UNTIL HMX > HM-CNT
                        IF HMT-PROG(HMX) = SP-PROG
                            MOVE "Y" TO FOUND-FLG
                            PERFORM HAIFU-RELEASE-RTN
                        END-IF
                    END-PERFORM
                    IF FOUND-FLG NOT = "Y"
                        PERFORM MIHAIFU-ADD-RTN
                    END-IF
                END-IF
                READ MOKUROKU-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE MOKUROKU-FILE
            MOVE SPACE TO END-FLG.
      *
       HAIFU-RELEASE-RTN.
            MOVE SPACE            TO SD-REC
            MOVE HMT-ATESAKI(HMX) TO SD-ATESAKI
            MOVE SP-DATE          TO SD-SP-DATE
            MOVE SP-PROG          TO SD-PROG
            MOVE SP-TIME          TO SD-SP-TIME
            MOVE SP-PAGES         TO SD-PAGES
            MOVE HMT-BUSU(HMX)    TO SD-BUSU
            MOVE HMT-HISSU(HMX)   TO SD-HISSU
            MOVE HMT-BUSHO(HMX)   TO SD-BUSHO
            MOVE KIJUN-DATE       TO SD-HK-DATE
            MOVE ZERO             TO SD-KEIKA
            MOVE SP-FILE          TO SD-FILE
            MOVE "Y"              TO SD-NEW
            PERFORM VARYING KZX FROM 1 BY 1 UNTIL KZX > KZ-CNT
                IF KZT-ATESAKI(KZX) = SD-ATESAKI
                    AND KZT-FILE(KZX) = SD-FILE
                    MOVE "N" TO SD-NEW
                END-IF
            END-PERFORM
            RELEASE SD-REC.
      *
       MIHAIFU-ADD-RTN.
            ADD 1 TO MIH-CNT
            IF MH-CNT < 100
                ADD 1 TO MH-CNT
                MOVE SP-PROG  TO MHT-PROG(MH-CNT)
                MOVE SP-TIME  TO MHT-TIME(MH-CNT)
                MOVE SP-PAGES TO MHT-PAGES(MH-CNT)
                MOVE SP-FILE  TO MHT-FILE(MH-CNT)
            END-IF.
      *
      * 宛先ごとに改頁して印字し、新規分を配布記録へ追記する
       HAIFU-INSATSU-RTN.
            OPEN EXTEND KIROKU-FILE
            MOVE "Y" TO FIRST-FLG
            RETURN SORT-FILE
                AT END MOVE "E" TO END-FLG
            END-RETURN
            PERFORM UNTIL END-FLG = "E"
                IF FIRST-FLG = "Y" OR SD-ATESAKI NOT = W-ATESAKI
                    IF FIRST-FLG NOT = "Y"
                        PERFORM ATESAKI-KEI-RTN
                        WRITE P-REC FROM HEAD-1 AFTER PAGE
                        WRITE P-REC FROM JOKEN-1 AFTER 2
                    END-IF
                    MOVE SPACE TO FIRST-FLG
                    PERFORM ATESAKI-HEAD-RTN
                END-IF
                PERFORM HAIFU-MEISAI-RTN
                RETURN SORT-FILE
                    AT END MOVE "E" TO END-FLG
                END-RETURN
            END-PERFORM
            IF FIRST-FLG = "Y"
                MOVE SPACE TO NASHI-1
                MOVE "（配布する帳票はありません）"
                  TO N-MSG
                WRITE P-REC FROM NASHI-1 AFTER 2
            ELSE
                PERFORM ATESAKI-KEI-RTN
            END-IF
            CLOSE KIROKU-FILE
            MOVE SPACE TO END-FLG.
      *
       ATESAKI-HEAD-RTN.
            MOVE SD-ATESAKI TO W-ATESAKI IN-ATESAKI
            MOVE ZERO TO R-CNT R-PAGES
            PERFORM OPE-CHK-RTN
            MOVE SD-ATESAKI TO A-ATESAKI
            MOVE WK-NAME    TO A-NAME
            MOVE SD-BUSHO   TO A-BUSHO
            WRITE P-REC FROM ATESAKI-1 AFTER 2
            WRITE P-REC FROM HEAD-2 AFTER 2.
      *
       HAIFU-MEISAI-RTN.
            PERFORM MEISAI-SET-RTN
            IF SD-NEW = "Y"
                MOVE "新規"   TO M-JOTAI
                PERFORM KIROKU-ADD-RTN
            ELSE
                MOVE "配布済" TO M-JOTAI
            END-IF
            WRITE P-REC FROM MEISAI AFTER 1
            ADD 1 TO R-CNT
            COMPUTE R-PAGES = R-PAGES + SD-PAGES * SD-BUSU.
      *
       MEISAI-SET-RTN.
            MOVE SPACE      TO MEISAI
            MOVE SD-PROG    TO M-PROG
            MOVE SD-SP-DATE TO M-SP-DATE
            MOVE SD-SP-TIME TO M-SP-TIME
            MOVE SD-PAGES   TO M-PAGES
            MOVE SD-BUSU    TO M-BUSU
            IF SD-HISSU = "Y"
                MOVE "必須" TO M-HISSU
            ELSE
                MOVE "任意" TO M-HISSU
            END-IF
            MOVE SD-FILE    TO M-FILE.
      *
       KIROKU-ADD-RTN.
            MOVE SPACE      TO HK-REC
            MOVE KIJUN-DATE TO HK-DATE
            MOVE SD-ATESAKI TO HK-ATESAKI
            MOVE SD-PROG    TO HK-PROG
            MOVE SD-SP-DATE TO HK-SP-DATE
            MOVE SD-SP-TIME TO HK-SP-TIME
            MOVE SD-PAGES   TO HK-PAGES
            MOVE SD-BUSU    TO HK-BUSU
            MOVE SD-HISSU   TO HK-HISSU
            MOVE ZERO       TO HK-UKE-DATE
            MOVE SD-FILE    TO HK-FILE
            WRITE HK-REC
            ADD 1 TO ADD-CNT.
      *
       ATESAKI-KEI-RTN.
            MOVE R-CNT   TO G-CNT
            MOVE R-PAGES TO G-PAGES
            WRITE P-REC FROM GOKEI-1 AFTER 2.
      *
       MIHAIFU-RTN.
            IF MH-CNT > ZERO
                WRITE P-REC FROM MIHAIFU-1 AFTER 2
                PERFORM VARYING MHX FROM 1 BY 1 UNTIL MHX > MH-CNT
                    MOVE MHT-PROG(MHX)  TO MH-PROG
                    MOVE MHT-TIME(MHX)  TO MH-TIME
                    MOVE MHT-PAGES(MHX) TO MH-PAGES
                    MOVE MHT-FILE(MHX)  TO MH-FILE
                    WRITE P-REC FROM MIHAIFU-2 AFTER 1
                END-PERFORM
            END-IF.
      *
      * 配布記録から指定日のスプールの配布済み（宛先×ファイル）を拾う
       KZ-LOAD-RTN.
            MOVE ZERO TO KZ-CNT
            MOVE SPACE TO KIROKU-END-FLG
            OPEN INPUT KIROKU-FILE
            IF KIROKU-FS NOT = "00"
                MOVE "E" TO KIROKU-END-FLG
            ELSE
                READ KIROKU-FILE
                    AT END MOVE "E" TO KIROKU-END-FLG
                END-READ
            END-IF
            PERFORM UNTIL KIROKU-END-FLG = "E"
                IF HK-SP-DATE = KIJUN-DATE AND KZ-CNT < 2000
                    ADD 1 TO KZ-CNT
                    MOVE HK-ATESAKI TO KZT-ATESAKI(KZ-CNT)
                    MOVE HK-FILE    TO KZT-FILE(KZ-CNT)
                END-IF
                READ KIROKU-FILE
                    AT END MOVE "E" TO KIROKU-END-FLG
                END-READ
            END-PERFORM
            CLOSE KIROKU-FILE.
      *
      * 受領入力：サインオン中の担当者宛の未受領を番号で受領済にする
       UKETORI-RTN.
            IF OPID = "????"
                DISPLAY "サインオンしてください。"
            ELSE
                PERFORM UKETORI-LIST-RTN
                IF UK-CNT = ZERO
                    DISPLAY "未受領の帳票はありません。"
                ELSE
                    PERFORM UNTIL END-FLG = "E"
                        DISPLAY "受領した番号（3桁、"
                                "ALL=全部、空白=終了）："
                        ACCEPT IN-SEL
                        PERFORM UKETORI-SEL-RTN
                    END-PERFORM
                    MOVE SPACE TO END-FLG
                    IF UKE-CNT > ZERO
                        PERFORM UKETORI-KOSHIN-RTN
                    END-IF
                    DISPLAY "受領：" UKE-CNT "件"
                END-IF
            END-IF.
      *
       UKETORI-LIST-RTN.
            MOVE ZERO TO UK-CNT REC-NO
            MOVE SPACE TO KIROKU-END-FLG
            OPEN INPUT KIROKU-FILE
            IF KIROKU-FS NOT = "00"
                MOVE "E" TO KIROKU-END-FLG
            ELSE
                READ KIROKU-FILE
                    AT END MOVE "E" TO KIROKU-END-FLG
                END-READ
            END-IF
            PERFORM UNTIL KIROKU-END-FLG = "E"
                ADD 1 TO REC-NO
                IF HK-ATESAKI = OPID AND HK-UKE-DATE = ZERO
                    AND UK-CNT < 100
                    ADD 1 TO UK-CNT
                    MOVE REC-NO TO UKT-RECNO(UK-CNT)
                    MOVE SPACE  TO UKT-SEL(UK-CNT)
                    MOVE HK-SP-DATE TO DSP-DATE
                    IF HK-HISSU = "Y"
                        DISPLAY UK-CNT " " HK-PROG " " DSP-DATE " "
                                HK-PAGES "頁 " HK-BUSU "部 必須 "
                                HK-FILE
                    ELSE
                        DISPLAY UK-CNT " " HK-PROG " " DSP-DATE " "
                                HK-PAGES "頁 " HK-BUSU "部 任意 "
                                HK-FILE
                    END-IF
                END-IF
                READ KIROKU-FILE
                    AT END MOVE "E" TO KIROKU-END-FLG
                END-READ
            END-PERFORM
            CLOSE KIROKU-FILE.
      *
       UKETORI-SEL-RTN.
            EVALUATE TRUE
                WHEN IN-SEL = SPACE
                    MOVE "E" TO END-FLG
                WHEN IN-SEL = "ALL"
                    PERFORM VARYING UKX FROM 1 BY 1 UNTIL UKX > UK-CNT
                        IF UKT-SEL(UKX) NOT = "Y"
                            MOVE "Y" TO UKT-SEL(UKX)
                            ADD 1 TO UKE-CNT
                        END-IF
                    END-PERFORM
                    MOVE "E" TO END-FLG
                WHEN IN-SEL NOT NUMERIC
                    DISPLAY "数字3桁で入力してください。"
                WHEN IN-SEL-N = ZERO OR IN-SEL-N > UK-CNT
                    DISPLAY "番号が有りません：" IN-SEL
                WHEN UKT-SEL(IN-SEL-N) = "Y"
                    DISPLAY "受領済です：" IN-SEL
                WHEN OTHER
                    MOVE "Y" TO UKT-SEL(IN-SEL-N)
                    ADD 1 TO UKE-CNT
            END-EVALUATE.
      *
      * 選んだ記録に受領日を入れて.NEWへ書き、差し替える
       UKETORI-KOSHIN-RTN.
            MOVE ZERO TO REC-NO
            MOVE 1 TO UKX
            MOVE SPACE TO KIROKU-END-FLG
            OPEN INPUT KIROKU-FILE
            OPEN OUTPUT KIROKU-NEW
            READ KIROKU-FILE
                AT END MOVE "E" TO KIROKU-END-FLG
            END-READ
            PERFORM UNTIL KIROKU-END-FLG = "E"
                ADD 1 TO REC-NO
                PERFORM UNTIL UKX > UK-CNT
                        OR UKT-RECNO(UKX) >= REC-NO
                    ADD 1 TO UKX
                END-PERFORM
                IF UKX NOT > UK-CNT
                    IF UKT-RECNO(UKX) = REC-NO AND UKT-SEL(UKX) = "Y"
                        MOVE W-DATE8 TO HK-UKE-DATE
                    END-IF
                END-IF
                MOVE HK-REC TO KN-REC
                WRITE KN-REC
                READ KIROKU-FILE
                    AT END MOVE "E" TO KIROKU-END-FLG
                END-READ
            END-PERFORM
            CLOSE KIROKU-FILE KIROKU-NEW
            MOVE SPACE TO CMD
            STRING "mv 帳票配布記録.NEW "
                       DELIMITED BY SIZE
                   "帳票配布記録.TXT"
                       DELIMITED BY SIZE
              INTO CMD
            END-STRING
            CALL "SYSTEM" USING CMD.
      *
      * 未受領一覧：必須帳票で配布日から指定日数以上受領の無いもの
       MIUKE-RTN.
            DISPLAY "経過日数（3桁、空白は3）："
            ACCEPT IN-DAYS
            IF IN-DAYS NOT = SPACE
                IF IN-DAYS NOT NUMERIC
                    DISPLAY "数字3桁で入力してください。"
                    MOVE "N" TO OK-FLG
                ELSE
                    MOVE IN-DAYS-N TO KIJUN-NISSU
                END-IF
            END-IF
            IF OK-FLG NOT = "N"
                MOVE W-DATE8 TO WS-DATE-IN
                PERFORM DATE-SERIAL-RTN
                MOVE WS-SERIAL TO RUN-SERIAL
                PERFORM HM-LOAD-RTN
                OPEN OUTPUT PRINT-FILE
                MOVE "*** 帳票未受領一覧" TO H-TITLE
                MOVE W-DATE8 TO H-DATE
                MOVE SPACE TO JOKEN-1
                MOVE "経過日数："  TO J-KOMOKU
                MOVE KIJUN-NISSU   TO J-NISSU
                MOVE "日以上受領の無い必須帳票"
                  TO J-SETSUMEI
                WRITE P-REC FROM HEAD-1 AFTER PAGE
                WRITE P-REC FROM JOKEN-1 AFTER 2
                SORT SORT-FILE
                    ON ASCENDING KEY SD-ATESAKI SD-SP-DATE
                                     SD-PROG SD-SP-TIME
                    INPUT PROCEDURE MIUKE-SENTAKU-RTN
                    OUTPUT PROCEDURE MIUKE-INSATSU-RTN
                MOVE SPACE TO FOOT-1
                MOVE "未受領：" TO F-KOMOKU1
                MOVE LINE-CNT   TO F-CNT1
                WRITE P-REC FROM FOOT-1 AFTER 2
                CLOSE PRINT-FILE
                DISPLAY "未受領：" LINE-CNT "件"
            END-IF.
      *
       MIUKE-SENTAKU-RTN.
            MOVE SPACE TO KIROKU-END-FLG
            OPEN INPUT KIROKU-FILE
            IF KIROKU-FS NOT = "00"
                MOVE "E" TO KIROKU-END-FLG
            ELSE
                READ KIROKU-FILE
                    AT END MOVE "E" TO KIROKU-END-FLG
                END-READ
            END-IF
            PERFORM UNTIL KIROKU-END-FLG = "E"
                IF HK-HISSU = "Y" AND HK-UKE-DATE = ZERO
                    MOVE HK-DATE TO WS-DATE-IN
                    PERFORM DATE-SERIAL-RTN
                    IF RUN-SERIAL - WS-SERIAL >= KIJUN-NISSU
                        MOVE SPACE       TO SD-REC
                        MOVE HK-ATESAKI  TO SD-ATESAKI
                        MOVE HK-SP-DATE  TO SD-SP-DATE
                        MOVE HK-PROG     TO SD-PROG
                        MOVE HK-SP-TIME  TO SD-SP-TIME
                        MOVE HK-PAGES    TO SD-PAGES
                        MOVE HK-BUSU     TO SD-BUSU
                        MOVE HK-HISSU    TO SD-HISSU
                        MOVE HK-DATE     TO SD-HK-DATE
                        PERFORM VARYING HMX FROM 1 BY 1
                                UNTIL HMX > HM-CNT
                            IF HMT-PROG(HMX) = HK-PROG
                                AND HMT-ATESAKI(HMX) = HK-ATESAKI
                                MOVE HMT-BUSHO(HMX) TO SD-BUSHO
                            END-IF
                        END-PERFORM
                        COMPUTE SD-KEIKA = RUN-SERIAL - WS-SERIAL
                        MOVE HK-FILE     TO SD-FILE
                        RELEASE SD-REC
                    END-IF
                END-IF
                READ KIROKU-FILE
                    AT END MOVE "E" TO KIROKU-END-FLG
                END-READ
            END-PERFORM
            CLOSE KIROKU-FILE.
      *
       MIUKE-INSATSU-RTN.
            MOVE "Y" TO FIRST-FLG
            RETURN SORT-FILE
                AT END MOVE "E" TO END-FLG
            END-RETURN
            PERFORM UNTIL END-FLG = "E"
                IF FIRST-FLG = "Y" OR SD-ATESAKI NOT = W-ATESAKI
                    MOVE SPACE TO FIRST-FLG
                    PERFORM ATESAKI-HEAD-RTN
                END-IF
                PERFORM MEISAI-SET-RTN
                MOVE SPACE TO M-JOTAI
                MOVE SD-KEIKA TO W-KEIKA
                STRING W-KEIKA  DELIMITED BY SIZE
                       "日経過"  DELIMITED BY SIZE
                  INTO M-JOTAI
                END-STRING
                WRITE P-REC FROM MEISAI AFTER 1
                ADD 1 TO LINE-CNT
                RETURN SORT-FILE
                    AT END MOVE "E" TO END-FLG
                END-RETURN
            END-PERFORM
            IF FIRST-FLG = "Y"
                MOVE SPACE TO NASHI-1
                MOVE "（未受領の必須帳票はありません）"
                  TO N-MSG
                WRITE P-REC FROM NASHI-1 AFTER 2
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 帳票配布マスタの読込・保存
       HM-LOAD-RTN.
            MOVE ZERO TO HM-CNT
            MOVE SPACE TO END-FLG
            OPEN INPUT HM-FILE
            IF HM-FS NOT = "00"
                CLOSE HM-FILE
            ELSE
                READ HM-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF HM-CNT < 300 AND HM-PROG NOT = SPACE
                        ADD 1 TO HM-CNT
                        MOVE HM-PROG    TO HMT-PROG(HM-CNT)
                        MOVE HM-ATESAKI TO HMT-ATESAKI(HM-CNT)
                        MOVE HM-BUSHO   TO HMT-BUSHO(HM-CNT)
                        MOVE HM-BUSU    TO HMT-BUSU(HM-CNT)
                        MOVE HM-HISSU   TO HMT-HISSU(HM-CNT)
                    END-IF
                    READ HM-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE HM-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
       HM-SAVE-RTN.
            OPEN OUTPUT HM-FILE
            PERFORM VARYING HMX FROM 1 BY 1 UNTIL HMX > HM-CNT
                MOVE SPACE TO HM-REC
                MOVE HMT-PROG(HMX)    TO HM-PROG
                MOVE HMT-ATESAKI(HMX) TO HM-ATESAKI
                MOVE HMT-BUSHO(HMX)   TO HM-BUSHO
                MOVE HMT-BUSU(HMX)    TO HM-BUSU
                MOVE HMT-HISSU(HMX)   TO HM-HISSU
                WRITE HM-REC
            END-PERFORM
            CLOSE HM-FILE.
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
      * 担当者IDがオペレータマスタに有るか調べ、名前を得る
       OPE-CHK-RTN.
            MOVE SPACE TO FOUND-FLG OPE-END-FLG WK-NAME
            OPEN INPUT OPE-FILE
            IF OPE-FS NOT = "00"
                MOVE "E" TO OPE-END-FLG
            ELSE
                READ OPE-FILE
                    AT END MOVE "E" TO OPE-END-FLG
                END-READ
            END-IF
            PERFORM UNTIL OPE-END-FLG = "E"
                IF OP-ID = IN-ATESAKI
                    MOVE "Y" TO FOUND-FLG
                    MOVE OP-NAME TO WK-NAME
                    MOVE "E" TO OPE-END-FLG
                ELSE
                    READ OPE-FILE
                        AT END MOVE "E" TO OPE-END-FLG
                    END-READ
                END-IF
            END-PERFORM
            CLOSE OPE-FILE.
      *
      * 運転日誌への実行記録
       RUNLOG-WRITE-RTN.
            OPEN EXTEND RUNLOG-FILE
            MOVE SPACE TO RJ-REC
            MOVE "P152" TO RJ-PROG
            MOVE W-DATE8 TO RJ-DATE
            ACCEPT W-TIME8 FROM TIME
            MOVE W-TIME8(1:6) TO RJ-TIME
            MOVE SP-CNT  TO RJ-READ
            MOVE ADD-CNT TO RJ-WRITE
            MOVE MIH-CNT TO RJ-REJ
            MOVE "N" TO RJ-STATUS
            MOVE "スプール目録" TO RJ-INFILE
            WRITE RJ-REC
            CLOSE RUNLOG-FILE.
      *
       DATE-SERIAL-RTN.
            MOVE WS-DATE-IN(1:4) TO WS-YY
            MOVE WS-DATE-IN(5:2) TO WS-MM
            MOVE WS-DATE-IN(7:2) TO WS-DD
            COMPUTE WS-SERIAL = WS-YY * 360 + WS-MM * 30 + WS-DD.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
