      *
      * 14JY0123 崔　禎　文
      * パラメタマスタ保守：各プログラムの実行パラメタ（閾値・日数・
      * 対象年月など）をプログラム＋パラメタ名で一元管理する
      * パラメタマスタ.TXTの登録・変更・削除・一覧を行う
      * 各プログラムは共通サブプログラムPARAMGETでこのマスタから
      * 値を取り、登録が無ければ自分の既定値で動く
      * １＝登録・変更（登録済なら値だけを変更。数値型は下限〜上限の
      * 　　範囲を検査し、年月型はYYYYMMを検査する。未登録なら型・
      * 　　下限・上限・既定値・説明を入れて新規登録する）
      * ２＝削除　３＝一覧（全件と、標準パラメタの未登録に★）
      * ４＝標準登録（未登録の標準パラメタを既定値で登録する）
      * ５＝旧PARAM取込（従来のP**PARAM.TXT・売価目標PARAM.TXT・
      * 　　保存期間PARAM.TXTの値をマスタへ移し、元のファイルは
      * 　　.OLDへ退避する。先に標準登録を行う）
      * 一覧以外は権限レベル2の担当者だけが行える
      * 値の変更は１件ごとにパラメタ変更履歴.TXTへ旧新値・担当者ID
      * 付きで記録する（A=登録　U=変更　D=削除　I=旧PARAM取込）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P156.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL PARAM-FILE ASSIGN
                                    "パラメタマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS PARAM-FS.
           SELECT  OPTIONAL RIREKI-FILE ASSIGN
                                    "パラメタ変更履歴.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS RIREKI-FS.
           SELECT  OPTIONAL SAGYO-FILE ASSIGN
                                    "パラメタ作業.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SAGYO-FS.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  OPTIONAL OPE-FILE ASSIGN
                                    "オペレータマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS OPE-FS.
           SELECT  PRINT-FILE  ASSIGN  "P156.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * パラメタマスタ：プログラム・パラメタ名・型（N=数値　X=文字
      * M=年月）・値・既定値・下限・上限・説明・更新日・更新者
      * 数値型の値・既定値は9(09)V99の11桁で持つ
       FD  PARAM-FILE.
       01  PM-REC.
           05  PM-PROG           PIC X(04).
           05                    PIC X(01).
           05  PM-NAME           PIC X(24).
           05                    PIC X(01).
           05  PM-KATA           PIC X(01).
           05                    PIC X(01).
           05  PM-VALUE          PIC X(14).
           05                    PIC X(01).
           05  PM-DEFAULT        PIC X(14).
           05                    PIC X(01).
           05  PM-MIN            PIC 9(09)V99.
           05                    PIC X(01).
           05  PM-MAX            PIC 9(09)V99.
           05                    PIC X(01).
           05  PM-SETSUMEI       PIC X(40).
           05                    PIC X(01).
           05  PM-DATE           PIC 9(08).
           05                    PIC X(01).
           05  PM-OPID           PIC X(04).
      *
      * パラメタ変更履歴：日付・時刻・プログラム・パラメタ名・区分・
      * 旧値・新値・担当者ID
       FD  RIREKI-FILE.
       01  PH-REC.
           05  PH-DATE           PIC 9(08).
           05                    PIC X(01).
           05  PH-TIME           PIC 9(06).
           05                    PIC X(01).
           05  PH-PROG           PIC X(04).
           05                    PIC X(01).
           05  PH-NAME           PIC X(24).
           05                    PIC X(01).
           05  PH-KBN            PIC X(01).
           05                    PIC X(01).
           05  PH-OLD            PIC X(14).
           05                    PIC X(01).
           05  PH-NEW            PIC X(14).
           05                    PIC X(01).
           05  PH-OPID           PIC X(04).
      *
      * 旧PARAMファイルの写し（レイアウトはファイルごとに異なる）
       FD  SAGYO-FILE.
       01  KY-REC                PIC X(80).
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
       01  KY-END-FLG            PIC X(01)  VALUE SPACE.
       01  PARAM-FS              PIC X(02)  VALUE SPACE.
       01  RIREKI-FS             PIC X(02)  VALUE SPACE.
       01  SAGYO-FS              PIC X(02)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPE-FS                PIC X(02)  VALUE SPACE.
       01  OPE-END-FLG           PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  CUR-LEVEL             PIC X(01)  VALUE SPACE.
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  OK-FLG                PIC X(01)  VALUE SPACE.
       01  HYOJUN-MODE           PIC X(01)  VALUE SPACE.
       01  IN-PROG               PIC X(04)  VALUE SPACE.
       01  IN-NAME               PIC X(24)  VALUE SPACE.
       01  IN-KATA               PIC X(01)  VALUE SPACE.
       01  IN-VALUE              PIC X(14)  VALUE SPACE.
       01  IN-SETSUMEI           PIC X(40)  VALUE SPACE.
       01  CHK-VALUE             PIC X(14)  VALUE SPACE.
       01  CHK-MIN               PIC 9(09)V99 VALUE ZERO.
       01  CHK-MAX               PIC 9(09)V99 VALUE ZERO.
       01  HEN-KATA              PIC X(01)  VALUE SPACE.
       01  HEN-VALUE             PIC X(14)  VALUE SPACE.
       01  HEN-TEXT              PIC X(14)  VALUE SPACE.
       01  RK-KBN                PIC X(01)  VALUE SPACE.
       01  RK-OLD                PIC X(14)  VALUE SPACE.
       01  RK-NEW                PIC X(14)  VALUE SPACE.
       01  HIT-PMX               PIC 9(03)  VALUE ZERO.
       01  PMX                   PIC 9(03).
       01  PM-CNT                PIC 9(03)  VALUE ZERO.
       01  TOROKU-CNT            PIC 9(03)  VALUE ZERO.
       01  MITOROKU-CNT          PIC 9(03)  VALUE ZERO.
       01  KYU-CNT               PIC 9(03)  VALUE ZERO.
       01  KYU-ARI               PIC X(01)  VALUE SPACE.
       01  KYU-BASE              PIC X(20)  VALUE SPACE.
       01  CMD                   PIC X(100) VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  W-TIME8               PIC 9(08)  VALUE ZERO.
      *
      * 数値の入力（整数部9桁以内・小数部2桁以内）の分解
       01  SUCHI-WORK            PIC X(14)  VALUE SPACE.
       01  SUCHI-LEN             PIC 9(02)  VALUE ZERO.
       01  SEISU-WORK            PIC X(14)  VALUE SPACE.
       01  SEISU-LEN             PIC 9(02)  VALUE ZERO.
       01  SHOSU-WORK            PIC X(14)  VALUE SPACE.
       01  SHOSU-LEN             PIC 9(02)  VALUE ZERO.
       01  AMARI-WORK            PIC X(14)  VALUE SPACE.
       01  AMARI-LEN             PIC 9(02)  VALUE ZERO.
       01  SUCHI-NUM.
           05  SEISU-NUM         PIC X(09).
           05  SHOSU-NUM         PIC X(02).
       01  SUCHI-NUM-N           REDEFINES SUCHI-NUM.
           05  SUCHI-N           PIC 9(09)V99.
       01  E-SUCHI               PIC ZZZZZZZZ9.99.
       01  E-MIN                 PIC ZZZZZZZZ9.99.
       01  E-MAX                 PIC ZZZZZZZZ9.99.
      *
       01  PM-TBL.
           05  PM-ENT            OCCURS 500 TIMES.
               10  PMT-PROG      PIC X(04).
               10  PMT-NAME      PIC X(24).
               10  PMT-KATA      PIC X(01).
               10  PMT-VALUE     PIC X(14).
               10  PMT-DEFAULT   PIC X(14).
               10  PMT-MIN       PIC 9(09)V99.
               10  PMT-MAX       PIC 9(09)V99.
               10  PMT-SETSUMEI  PIC X(40).
               10  PMT-DATE      PIC 9(08).
               10  PMT-OPID      PIC X(04).
      *
       01  MEISAI-1.
           05                    PIC X(02)  VALUE SPACE.
           05  M-PROG            PIC X(04).
           05                    PIC X(01)  VALUE SPACE.
           05  M-NAME            PIC X(24).
           05                    PIC X(01)  VALUE SPACE.
           05  M-KATA            PIC X(01).
           05                    PIC X(02)  VALUE SPACE.
           05  M-VALUE           PIC X(14).
           05                    PIC X(01)  VALUE SPACE.
           05  M-DEFAULT         PIC X(14).
           05                    PIC X(01)  VALUE SPACE.
           05  M-KOSHIN.
               10  M-DATE        PIC 9(08).
               10                PIC X(01).
               10  M-OPID        PIC X(04).
           05  M-KOSHIN-X        REDEFINES M-KOSHIN PIC X(13).
      *
       01  MEISAI-2.
           05                    PIC X(09)  VALUE SPACE.
           05  M-MIN             PIC X(12).
           05  M-KARA            PIC X(03).
           05  M-MAX             PIC X(12).
           05                    PIC X(02)  VALUE SPACE.
           05  M-SETSUMEI        PIC X(40).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** パラメタ一覧".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  HEAD-2.
           05                    PIC X(07)  VALUE  "  PROG".
           05                    PIC X(25)  VALUE  "パラメタ名".
           05                    PIC X(03)  VALUE  "型".
           05                    PIC X(15)  VALUE  "値".
           05                    PIC X(15)  VALUE  "既定値".
           05                    PIC X(13)  VALUE  "更新日".
      *
       01  HEAD-3.
           05                    PIC X(09)  VALUE  SPACE.
           05                    PIC X(29)  VALUE
                                 "    下限〜上限".
           05                    PIC X(40)  VALUE  "説明".
      *
       01  FOOT-1.
           05                    PIC X(15)  VALUE "登録件数：".
           05  F-CNT             PIC ZZZZ9.
           05                    PIC X(21)  VALUE
                                 "　標準未登録：".
           05  F-MITOROKU        PIC ZZZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM OPID-LOAD-RTN
            PERFORM LEVEL-CHK-RTN
            PERFORM PARAM-LOAD-RTN
            PERFORM UNTIL END-FLG = "E"
                DISPLAY "1=登録・変更 2=削除 3=一覧"
                        " 4=標準登録 5=旧PARAM取込"
                        " 0=終了："
                ACCEPT MENU-CHOICE
                IF (MENU-CHOICE = "1" OR "2" OR "4" OR "5")
                   AND CUR-LEVEL NOT = "2"
                    DISPLAY "権限がありません"
                            "（3=一覧のみ可）。"
                ELSE
                    EVALUATE MENU-CHOICE
                        WHEN "1" PERFORM TOROKU-RTN
                        WHEN "2" PERFORM SAKUJO-RTN
                        WHEN "3" PERFORM LIST-RTN
                        WHEN "4" PERFORM SHOKI-RTN
                        WHEN "5" PERFORM KYU-RTN
                        WHEN "0" MOVE "E" TO END-FLG
                        WHEN OTHER DISPLAY "選択が不正です。"
                    END-EVALUATE
                END-IF
            END-PERFORM
            DISPLAY "END"
            STOP RUN.
      *
      * 登録・変更：登録済なら値の変更、未登録なら新規登録
       TOROKU-RTN.
            DISPLAY "プログラム(例 P48)："
            ACCEPT IN-PROG
            DISPLAY "パラメタ名："
            ACCEPT IN-NAME
            IF IN-PROG = SPACE OR IN-NAME = SPACE
                DISPLAY "プログラムとパラメタ名は"
                        "必須です。"
            ELSE
                PERFORM HIT-FIND-RTN
                IF HIT-PMX > ZERO
                    PERFORM HENKO-RTN
                ELSE
                    PERFORM SHINKI-RTN
                END-IF
            END-IF.
      *
      * 値の変更（*で既定値に戻す）
       HENKO-RTN.
            PERFORM SHOKAI-DISP-RTN
            DISPLAY "新しい値（*＝既定値に戻す）："
            ACCEPT IN-VALUE
            IF IN-VALUE = "*"
                MOVE PMT-DEFAULT(HIT-PMX) TO CHK-VALUE
                MOVE "Y" TO OK-FLG
            ELSE
                MOVE PMT-KATA(HIT-PMX) TO IN-KATA
                MOVE PMT-MIN(HIT-PMX)  TO CHK-MIN
                MOVE PMT-MAX(HIT-PMX)  TO CHK-MAX
                PERFORM VALUE-CHK-RTN
            END-IF
            IF OK-FLG = "Y"
                IF CHK-VALUE = PMT-VALUE(HIT-PMX)
                    DISPLAY "変更はありません。"
                ELSE
                    MOVE "U" TO RK-KBN
                    PERFORM VALUE-SET-RTN
                    PERFORM PARAM-SAVE-RTN
                    DISPLAY "変更しました。"
                END-IF
            END-IF.
      *
      * 新規登録：型・範囲・既定値・説明を入れ、値は既定値とする
       SHINKI-RTN.
            DISPLAY "新規登録です。"
                    "型（N=数値 X=文字 M=年月）："
            ACCEPT IN-KATA
            MOVE "Y" TO OK-FLG
            MOVE ZERO TO CHK-MIN CHK-MAX
            IF IN-KATA NOT = "N" AND "X" AND "M"
                DISPLAY "型が不正です。"
                MOVE "N" TO OK-FLG
            END-IF
            IF OK-FLG = "Y" AND IN-KATA = "N"
                DISPLAY "下限："
                ACCEPT IN-VALUE
                PERFORM SUCHI-EDIT-RTN
                MOVE SUCHI-N TO CHK-MIN
            END-IF
            IF OK-FLG = "Y" AND IN-KATA = "N"
                DISPLAY "上限："
                ACCEPT IN-VALUE
                PERFORM SUCHI-EDIT-RTN
                MOVE SUCHI-N TO CHK-MAX
            END-IF
            IF OK-FLG = "Y" AND CHK-MIN > CHK-MAX
                DISPLAY "下限が上限を超えています。"
                MOVE "N" TO OK-FLG
            END-IF
            IF OK-FLG = "Y"
                DISPLAY "既定値："
                ACCEPT IN-VALUE
                PERFORM VALUE-CHK-RTN
            END-IF
            IF OK-FLG = "Y"
                DISPLAY "説明(40桁以内)："
                ACCEPT IN-SETSUMEI
                PERFORM TSUIKA-RTN
            END-IF.
      *
      * 作業表の末尾へ追加する（値＝既定値＝CHK-VALUE）
       TSUIKA-RTN.
            IF PM-CNT < 500
                ADD 1 TO PM-CNT
                MOVE PM-CNT      TO HIT-PMX
                MOVE IN-PROG     TO PMT-PROG(HIT-PMX)
                MOVE IN-NAME     TO PMT-NAME(HIT-PMX)
                MOVE IN-KATA     TO PMT-KATA(HIT-PMX)
                MOVE SPACE       TO PMT-VALUE(HIT-PMX)
                MOVE CHK-VALUE   TO PMT-DEFAULT(HIT-PMX)
                MOVE CHK-MIN     TO PMT-MIN(HIT-PMX)
                MOVE CHK-MAX     TO PMT-MAX(HIT-PMX)
                MOVE IN-SETSUMEI TO PMT-SETSUMEI(HIT-PMX)
                MOVE "A" TO RK-KBN
                PERFORM VALUE-SET-RTN
                IF HYOJUN-MODE NOT = "S"
                    PERFORM PARAM-SAVE-RTN
                    DISPLAY "登録しました。"
                END-IF
            ELSE
                DISPLAY "登録上限です。"
                MOVE "N" TO OK-FLG
            END-IF.
      *
       SAKUJO-RTN.
            DISPLAY "プログラム(例 P48)："
            ACCEPT IN-PROG
            DISPLAY "パラメタ名："
            ACCEPT IN-NAME
            PERFORM HIT-FIND-RTN
            IF HIT-PMX > ZERO
                MOVE "D" TO RK-KBN
                MOVE SPACE TO CHK-VALUE
                PERFORM VALUE-SET-RTN
                MOVE SPACE TO PMT-PROG(HIT-PMX)
                PERFORM PARAM-SAVE-RTN
                DISPLAY "削除しました。"
            ELSE
                DISPLAY "該当がありません。"
            END-IF.
      *
       HIT-FIND-RTN.
            MOVE ZERO TO HIT-PMX
            PERFORM VARYING PMX FROM 1 BY 1 UNTIL PMX > PM-CNT
                IF PMT-PROG(PMX) = IN-PROG
                   AND PMT-NAME(PMX) = IN-NAME
                    MOVE PMX TO HIT-PMX
                END-IF
            END-PERFORM.
      *
      * 登録内容を画面に示す
       SHOKAI-DISP-RTN.
            MOVE PMT-KATA(HIT-PMX)  TO HEN-KATA
            MOVE PMT-VALUE(HIT-PMX) TO HEN-VALUE
            PERFORM HENSHU-RTN
            DISPLAY "現在値：" HEN-TEXT
                    "（型 " PMT-KATA(HIT-PMX) "）"
            MOVE PMT-DEFAULT(HIT-PMX) TO HEN-VALUE
            PERFORM HENSHU-RTN
            DISPLAY "既定値：" HEN-TEXT
            IF PMT-KATA(HIT-PMX) = "N"
                MOVE PMT-MIN(HIT-PMX) TO E-MIN
                MOVE PMT-MAX(HIT-PMX) TO E-MAX
                DISPLAY "範囲　：" E-MIN " 〜 " E-MAX
            END-IF
            DISPLAY "説明　：" PMT-SETSUMEI(HIT-PMX).
      *
      * 入力値（IN-VALUE）を型（IN-KATA）に従って検査し、マスタに
      * 持つ形（CHK-VALUE）にする。数値型は下限〜上限を検査する
       VALUE-CHK-RTN.
            MOVE "Y" TO OK-FLG
            MOVE SPACE TO CHK-VALUE
            EVALUATE IN-KATA
                WHEN "N"
                    PERFORM SUCHI-EDIT-RTN
                    IF OK-FLG = "Y"
                       AND (SUCHI-N < CHK-MIN OR SUCHI-N > CHK-MAX)
                        MOVE CHK-MIN TO E-MIN
                        MOVE CHK-MAX TO E-MAX
                        DISPLAY "範囲外です（" E-MIN " 〜 " E-MAX
                                "）。"
                        MOVE "N" TO OK-FLG
                    END-IF
                    IF OK-FLG = "Y"
                        MOVE SUCHI-NUM TO CHK-VALUE(1:11)
                    END-IF
                WHEN "M"
                    IF IN-VALUE NOT = SPACE
                        IF IN-VALUE(1:6) NUMERIC
                           AND IN-VALUE(7:8) = SPACE
                           AND IN-VALUE(5:2) >= "01"
                           AND IN-VALUE(5:2) <= "12"
                            MOVE IN-VALUE TO CHK-VALUE
                        ELSE
                            DISPLAY "年月はYYYYMMで"
                                    "入れてください。"
                            MOVE "N" TO OK-FLG
                        END-IF
                    END-IF
                WHEN OTHER
                    MOVE IN-VALUE TO CHK-VALUE
            END-EVALUATE.
      *
      * 数値の入力を分解してSUCHI-N（9(09)V99）にする
      * 整数部9桁以内、小数点以下2桁以内。符号・桁区切りは不可
       SUCHI-EDIT-RTN.
            MOVE "Y" TO OK-FLG
            MOVE SPACE TO SUCHI-WORK SEISU-WORK SHOSU-WORK AMARI-WORK
            MOVE ZERO  TO SUCHI-LEN SEISU-LEN SHOSU-LEN AMARI-LEN
            MOVE ALL "0" TO SUCHI-NUM
            UNSTRING IN-VALUE DELIMITED BY ALL SPACE
                INTO SUCHI-WORK COUNT IN SUCHI-LEN
                     AMARI-WORK COUNT IN AMARI-LEN
            END-UNSTRING
            IF SUCHI-LEN = ZERO OR AMARI-LEN > ZERO
                MOVE "N" TO OK-FLG
            ELSE
                UNSTRING SUCHI-WORK(1:SUCHI-LEN) DELIMITED BY "."
                    INTO SEISU-WORK COUNT IN SEISU-LEN
                         SHOSU-WORK COUNT IN SHOSU-LEN
                         AMARI-WORK COUNT IN AMARI-LEN
                END-UNSTRING
                IF SEISU-LEN = ZERO OR SEISU-LEN > 9
                   OR SHOSU-LEN > 2 OR AMARI-LEN > ZERO
                    MOVE "N" TO OK-FLG
                ELSE
                    MOVE SEISU-WORK(1:SEISU-LEN)
                        TO SEISU-NUM(10 - SEISU-LEN:SEISU-LEN)
                    IF SHOSU-LEN > ZERO
                        MOVE SHOSU-WORK(1:SHOSU-LEN)
                            TO SHOSU-NUM(1:SHOSU-LEN)
                    END-IF
                    IF SUCHI-NUM NOT NUMERIC
                        MOVE "N" TO OK-FLG
                    END-IF
                END-IF
            END-IF
            IF OK-FLG NOT = "Y"
                MOVE ZERO TO SUCHI-N
                DISPLAY "数値が不正です"
                        "（整数9桁・小数2桁以内）。"
            END-IF.
      *
      * マスタに持つ値（HEN-VALUE）を表示用（HEN-TEXT）にする
       HENSHU-RTN.
            MOVE HEN-VALUE TO HEN-TEXT
            IF HEN-KATA = "N" AND HEN-VALUE(1:11) NUMERIC
                MOVE HEN-VALUE(1:11) TO SUCHI-NUM
                MOVE SUCHI-N TO E-SUCHI
                MOVE E-SUCHI TO HEN-TEXT
            END-IF.
      *
      * 値をCHK-VALUEに置き換え、変更履歴へ記録する
       VALUE-SET-RTN.
            MOVE PMT-KATA(HIT-PMX)  TO HEN-KATA
            MOVE PMT-VALUE(HIT-PMX) TO HEN-VALUE
            PERFORM HENSHU-RTN
            MOVE HEN-TEXT TO RK-OLD
            MOVE CHK-VALUE TO HEN-VALUE
            PERFORM HENSHU-RTN
            MOVE HEN-TEXT TO RK-NEW
            PERFORM RIREKI-RTN
            MOVE CHK-VALUE TO PMT-VALUE(HIT-PMX)
            MOVE W-DATE8   TO PMT-DATE(HIT-PMX)
            MOVE OPID      TO PMT-OPID(HIT-PMX).
      *
       RIREKI-RTN.
            ACCEPT W-TIME8 FROM TIME
            MOVE SPACE TO PH-REC
            MOVE W-DATE8           TO PH-DATE
            MOVE W-TIME8(1:6)      TO PH-TIME
            MOVE PMT-PROG(HIT-PMX) TO PH-PROG
            MOVE PMT-NAME(HIT-PMX) TO PH-NAME
            MOVE RK-KBN            TO PH-KBN
            MOVE RK-OLD            TO PH-OLD
            MOVE RK-NEW            TO PH-NEW
            MOVE OPID              TO PH-OPID
            OPEN EXTEND RIREKI-FILE
            WRITE PH-REC
            CLOSE RIREKI-FILE.
      *
      * 一覧：登録内容を2行ずつ印字したあと、未登録の標準パラメタに
      * ★を付けて既定値とともに示す（プログラムは既定値で動く）
       LIST-RTN.
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            WRITE P-REC FROM HEAD-3 AFTER 1
            MOVE ZERO TO TOROKU-CNT
            PERFORM VARYING PMX FROM 1 BY 1 UNTIL PMX > PM-CNT
                IF PMT-PROG(PMX) NOT = SPACE
                    ADD 1 TO TOROKU-CNT
                    PERFORM LIST-ONE-RTN
                END-IF
            END-PERFORM
            MOVE ZERO TO MITOROKU-CNT
            MOVE "C" TO HYOJUN-MODE
            PERFORM HYOJUN-RTN
            MOVE SPACE TO HYOJUN-MODE
            MOVE TOROKU-CNT   TO F-CNT
            MOVE MITOROKU-CNT TO F-MITOROKU
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE PRINT-FILE
            DISPLAY "一覧を印字しました。".
      *
       LIST-ONE-RTN.
            MOVE SPACE TO MEISAI-1 MEISAI-2
            MOVE PMT-PROG(PMX)     TO M-PROG
            MOVE PMT-NAME(PMX)     TO M-NAME
            MOVE PMT-KATA(PMX)     TO M-KATA HEN-KATA
            MOVE PMT-VALUE(PMX)    TO HEN-VALUE
            PERFORM HENSHU-RTN
            MOVE HEN-TEXT          TO M-VALUE
            MOVE PMT-DEFAULT(PMX)  TO HEN-VALUE
            PERFORM HENSHU-RTN
            MOVE HEN-TEXT          TO M-DEFAULT
            MOVE PMT-DATE(PMX)     TO M-DATE
            MOVE PMT-OPID(PMX)     TO M-OPID
            IF PMT-KATA(PMX) = "N"
                MOVE PMT-MIN(PMX) TO E-MIN
                MOVE PMT-MAX(PMX) TO E-MAX
                MOVE E-MIN TO M-MIN
                MOVE "〜"  TO M-KARA
                MOVE E-MAX TO M-MAX
            END-IF
            MOVE PMT-SETSUMEI(PMX) TO M-SETSUMEI
            WRITE P-REC FROM MEISAI-1 AFTER 1
            WRITE P-REC FROM MEISAI-2 AFTER 1.
      *
       SHOKI-RTN.
            MOVE ZERO TO MITOROKU-CNT
            MOVE "S" TO HYOJUN-MODE
            PERFORM HYOJUN-RTN
            MOVE SPACE TO HYOJUN-MODE
            PERFORM PARAM-SAVE-RTN
            DISPLAY "標準登録：" MITOROKU-CNT "件".
      *
      * 標準パラメタ（各プログラムが読むパラメタと従来の既定値）
      * 保存期間（P108、ファイル名ごと）と分類別の目標マージン
      * （P100、MOKUHYO-分類）は一覧型のため１＝登録で個別に登録する
       HYOJUN-RTN.
            MOVE "P6"           TO IN-PROG
            MOVE "ITEM-FROM"    TO IN-NAME
            MOVE "商品NOの下限（空白＝先頭）" TO IN-SETSUMEI
            PERFORM HYOJUN-X-RTN
            MOVE "ITEM-TO"      TO IN-NAME
            MOVE "商品NOの上限（空白＝末尾）" TO IN-SETSUMEI
            PERFORM HYOJUN-X-RTN
            MOVE "SUP-FROM"     TO IN-NAME
            MOVE "仕入先の下限（空白＝先頭）"
                TO IN-SETSUMEI
            PERFORM HYOJUN-X-RTN
            MOVE "SUP-TO"       TO IN-NAME
            MOVE "仕入先の上限（空白＝末尾）"
                TO IN-SETSUMEI
            PERFORM HYOJUN-X-RTN
            MOVE "P10"          TO IN-PROG
            MOVE "ERR-PCT"      TO IN-NAME
            MOVE 30 TO SUCHI-N
            MOVE 1 TO CHK-MIN
            MOVE 100 TO CHK-MAX
            MOVE "エラー率の上限（％）" TO IN-SETSUMEI
            PERFORM HYOJUN-N-RTN
            MOVE "P11"          TO IN-PROG
            PERFORM HYOJUN-N-RTN
            MOVE "P34"          TO IN-PROG
            MOVE "HOLD-DAYS"    TO IN-NAME
            MOVE 14 TO SUCHI-N
            MOVE 1 TO CHK-MIN
            MOVE 365 TO CHK-MAX
            MOVE "口座変更後の振込保留日数" TO IN-SETSUMEI
            PERFORM HYOJUN-N-RTN
            MOVE "P35"          TO IN-PROG
            PERFORM HYOJUN-ZEN-RTN
            MOVE "P36"          TO IN-PROG
            PERFORM HYOJUN-ZEN-RTN
            MOVE "P48"          TO IN-PROG
            MOVE "KAIRI-PCT"    TO IN-NAME
            MOVE 20 TO SUCHI-N
            MOVE 1 TO CHK-MIN
            MOVE 999 TO CHK-MAX
            MOVE "市況単価乖離の閾値（％）" TO IN-SETSUMEI
            PERFORM HYOJUN-N-RTN
            MOVE "P52"          TO IN-PROG
            MOVE "MARGIN-PCT"   TO IN-NAME
            MOVE 10 TO SUCHI-N
            MOVE 1 TO CHK-MIN
            MOVE 99 TO CHK-MAX
            MOVE "マージン警告閾値％（P100も）"
                TO IN-SETSUMEI
            PERFORM HYOJUN-N-RTN
            MOVE "P57"          TO IN-PROG
            MOVE "HENPIN-PCT"   TO IN-NAME
            MOVE 5 TO SUCHI-N
            MOVE 1 TO CHK-MIN
            MOVE 100 TO CHK-MAX
            MOVE "返品率警告の閾値（％）" TO IN-SETSUMEI
            PERFORM HYOJUN-N-RTN
            MOVE "P74"          TO IN-PROG
            MOVE "KEIKA-DAYS"   TO IN-NAME
            MOVE 30 TO SUCHI-N
            MOVE 1 TO CHK-MIN
            MOVE 365 TO CHK-MAX
            MOVE "未請求受入とする経過日数" TO IN-SETSUMEI
            PERFORM HYOJUN-N-RTN
            MOVE "P80"          TO IN-PROG
            MOVE "OKURE-DAYS"   TO IN-NAME
            MOVE 3 TO SUCHI-N
            MOVE 1 TO CHK-MIN
            MOVE 99 TO CHK-MAX
            MOVE "納期遅延の営業日数（P136も）"
                TO IN-SETSUMEI
            PERFORM HYOJUN-N-RTN
            MOVE "P81"          TO IN-PROG
            MOVE "UKE-DAYS"     TO IN-NAME
            MOVE 5 TO SUCHI-N
            MOVE "未請書の判定日数（P136も）" TO IN-SETSUMEI
            PERFORM HYOJUN-N-RTN
            MOVE "P90"          TO IN-PROG
            MOVE "GENDO"        TO IN-NAME
            MOVE 10 TO SUCHI-N
            MOVE 1 TO CHK-MIN
            MOVE 99999 TO CHK-MAX
            MOVE "在庫乖離の許容数量" TO IN-SETSUMEI
            PERFORM HYOJUN-N-RTN
            MOVE "P92"          TO IN-PROG
            MOVE "MIN-DAYS"     TO IN-NAME
            MOVE 7 TO SUCHI-N
            MOVE 1 TO CHK-MIN
            MOVE 999 TO CHK-MAX
            MOVE "在庫日数下限（欠品リスク）"
                TO IN-SETSUMEI
            PERFORM HYOJUN-N-RTN
            MOVE "MAX-DAYS"     TO IN-NAME
            MOVE 60 TO SUCHI-N
            MOVE "在庫日数の上限（過剰）" TO IN-SETSUMEI
            PERFORM HYOJUN-N-RTN
            MOVE "P102"         TO IN-PROG
            PERFORM HYOJUN-ZEN-RTN
            MOVE "P111"         TO IN-PROG
            PERFORM HYOJUN-UNYO-RTN
            MOVE "P113"         TO IN-PROG
            MOVE "TGT-SERIAL"   TO IN-NAME
            MOVE ZERO TO SUCHI-N
            MOVE ZERO TO CHK-MIN
            MOVE 99999 TO CHK-MAX
            MOVE "対象の送信簿連番（0は最新）"
                TO IN-SETSUMEI
            PERFORM HYOJUN-N-RTN
            MOVE "P119"         TO IN-PROG
            PERFORM HYOJUN-UNYO-RTN
            MOVE "P120"         TO IN-PROG
            PERFORM HYOJUN-UNYO-RTN
            MOVE "HANBAI-RITSU" TO IN-NAME
            MOVE 10 TO SUCHI-N
            MOVE ZERO TO CHK-MIN
            MOVE 99.99 TO CHK-MAX
            MOVE "販売費率（％）" TO IN-SETSUMEI
            PERFORM HYOJUN-N-RTN
            MOVE "P121"         TO IN-PROG
            MOVE "JISHA-INV-NO" TO IN-NAME
            MOVE "当社の登録番号（T＋13桁）" TO IN-SETSUMEI
            PERFORM HYOJUN-X-RTN
            MOVE "KAKUNIN-NISSU" TO IN-NAME
            MOVE 30 TO SUCHI-N
            MOVE 1 TO CHK-MIN
            MOVE 999 TO CHK-MAX
            MOVE "登録番号の確認の所定日数" TO IN-SETSUMEI
            PERFORM HYOJUN-N-RTN
            MOVE "P146"         TO IN-PROG
            MOVE "KIJUN-YY"     TO IN-NAME
            MOVE ZERO TO SUCHI-N
            MOVE ZERO TO CHK-MIN
            MOVE 9999 TO CHK-MAX
            MOVE "基準年（西暦4桁、0は前年）" TO IN-SETSUMEI
            PERFORM HYOJUN-N-RTN.
      *
      * 対象年月（空白は全期間）
       HYOJUN-ZEN-RTN.
            MOVE "TGT-YYMM"     TO IN-NAME
            MOVE "M"            TO IN-KATA
            MOVE SPACE          TO CHK-VALUE
            MOVE ZERO TO CHK-MIN CHK-MAX
            MOVE "対象年月（空白は全期間）" TO IN-SETSUMEI
            PERFORM HYOJUN-ONE-RTN.
      *
      * 対象年月（空白は運用月）
       HYOJUN-UNYO-RTN.
            MOVE "TGT-YYMM"     TO IN-NAME
            MOVE "M"            TO IN-KATA
            MOVE SPACE          TO CHK-VALUE
            MOVE ZERO TO CHK-MIN CHK-MAX
            MOVE "対象年月（空白は運用月）" TO IN-SETSUMEI
            PERFORM HYOJUN-ONE-RTN.
      *
       HYOJUN-X-RTN.
            MOVE "X"            TO IN-KATA
            MOVE SPACE          TO CHK-VALUE
            MOVE ZERO TO CHK-MIN CHK-MAX
            PERFORM HYOJUN-ONE-RTN.
      *
       HYOJUN-N-RTN.
            MOVE "N"            TO IN-KATA
            MOVE SPACE          TO CHK-VALUE
            MOVE SUCHI-NUM      TO CHK-VALUE(1:11)
            PERFORM HYOJUN-ONE-RTN.
      *
      * S＝未登録なら登録する　C＝未登録なら★で印字する
       HYOJUN-ONE-RTN.
            PERFORM HIT-FIND-RTN
            IF HIT-PMX = ZERO
                ADD 1 TO MITOROKU-CNT
                IF HYOJUN-MODE = "S"
                    PERFORM TSUIKA-RTN
                ELSE
                    MOVE SPACE TO MEISAI-1 MEISAI-2
                    MOVE IN-PROG     TO M-PROG
                    MOVE IN-NAME     TO M-NAME
                    MOVE IN-KATA     TO M-KATA HEN-KATA
                    MOVE CHK-VALUE   TO HEN-VALUE
                    PERFORM HENSHU-RTN
                    MOVE HEN-TEXT    TO M-DEFAULT
                    MOVE "★未登録"  TO M-KOSHIN-X
                    MOVE IN-SETSUMEI TO M-SETSUMEI
                    WRITE P-REC FROM MEISAI-1 AFTER 1
                    WRITE P-REC FROM MEISAI-2 AFTER 1
                END-IF
            END-IF.
      *
      * 旧PARAMファイルの取込：標準登録のあと、ファイルごとに写しを
      * 読んで値を移し、取り込んだファイルは.OLDへ退避する
       KYU-RTN.
            MOVE ZERO TO MITOROKU-CNT KYU-CNT
            MOVE "S" TO HYOJUN-MODE
            PERFORM HYOJUN-RTN
            MOVE SPACE TO HYOJUN-MODE
            MOVE "P10PARAM"  TO KYU-BASE
            MOVE "P10"       TO IN-PROG
            MOVE "ERR-PCT"   TO IN-NAME
            PERFORM KYU-SANKETA-RTN
            MOVE "P11PARAM"  TO KYU-BASE
            MOVE "P11"       TO IN-PROG
            PERFORM KYU-SANKETA-RTN
            MOVE "P34PARAM"  TO KYU-BASE
            MOVE "P34"       TO IN-PROG
            MOVE "HOLD-DAYS" TO IN-NAME
            PERFORM KYU-SANKETA-RTN
            MOVE "P48PARAM"  TO KYU-BASE
            MOVE "P48"       TO IN-PROG
            MOVE "KAIRI-PCT" TO IN-NAME
            PERFORM KYU-SANKETA-RTN
            MOVE "P52PARAM"  TO KYU-BASE
            MOVE "P52"       TO IN-PROG
            MOVE "MARGIN-PCT" TO IN-NAME
            PERFORM KYU-SANKETA-RTN
            MOVE "P57PARAM"  TO KYU-BASE
            MOVE "P57"       TO IN-PROG
            MOVE "HENPIN-PCT" TO IN-NAME
            PERFORM KYU-SANKETA-RTN
            MOVE "P74PARAM"  TO KYU-BASE
            MOVE "P74"       TO IN-PROG
            MOVE "KEIKA-DAYS" TO IN-NAME
            PERFORM KYU-SANKETA-RTN
            MOVE "P80PARAM"  TO KYU-BASE
            MOVE "P80"       TO IN-PROG
            MOVE "OKURE-DAYS" TO IN-NAME
            PERFORM KYU-SANKETA-RTN
            MOVE "P81PARAM"  TO KYU-BASE
            MOVE "P81"       TO IN-PROG
            MOVE "UKE-DAYS"  TO IN-NAME
            PERFORM KYU-SANKETA-RTN
            MOVE "P35PARAM"  TO KYU-BASE
            MOVE "P35"       TO IN-PROG
            PERFORM KYU-NENGETSU-RTN
            MOVE "P36PARAM"  TO KYU-BASE
            MOVE "P36"       TO IN-PROG
            PERFORM KYU-NENGETSU-RTN
            MOVE "P102PARAM" TO KYU-BASE
            MOVE "P102"      TO IN-PROG
            PERFORM KYU-NENGETSU-RTN
            MOVE "P111PARAM" TO KYU-BASE
            MOVE "P111"      TO IN-PROG
            PERFORM KYU-NENGETSU-RTN
            MOVE "P119PARAM" TO KYU-BASE
            MOVE "P119"      TO IN-PROG
            PERFORM KYU-NENGETSU-RTN
            PERFORM KYU-KOBETSU-RTN
            PERFORM KYU-MOKUHYO-RTN
            PERFORM KYU-HOZON-RTN
            PERFORM PARAM-SAVE-RTN
            DISPLAY "標準登録：" MITOROKU-CNT "件"
                    "　旧PARAM取込：" KYU-CNT "件".
      *
      * 先頭3桁の数値（ゼロは従来どおり既定値のまま）
       KYU-SANKETA-RTN.
            PERFORM KYU-READ-RTN
            IF KYU-ARI = "Y"
                IF KY-REC(1:3) NUMERIC AND KY-REC(1:3) NOT = "000"
                    MOVE KY-REC(1:3) TO IN-VALUE
                    PERFORM KYU-SET-RTN
                END-IF
                PERFORM KYU-CLOSE-RTN
            END-IF.
      *
      * 先頭6桁の対象年月（空白は既定のまま）
       KYU-NENGETSU-RTN.
            MOVE "TGT-YYMM" TO IN-NAME
            PERFORM KYU-READ-RTN
            IF KYU-ARI = "Y"
                IF KY-REC(1:6) NOT = SPACE
                    MOVE KY-REC(1:6) TO IN-VALUE
                    PERFORM KYU-SET-RTN
                END-IF
                PERFORM KYU-CLOSE-RTN
            END-IF.
      *
      * レイアウトが個別のもの（P6・P90・P92・P113・P120・P121・P146）
       KYU-KOBETSU-RTN.
            MOVE "P6PARAM"   TO KYU-BASE
            MOVE "P6"        TO IN-PROG
            PERFORM KYU-READ-RTN
            IF KYU-ARI = "Y"
                MOVE "ITEM-FROM" TO IN-NAME
                MOVE KY-REC(1:5) TO IN-VALUE
                PERFORM KYU-X-SET-RTN
                MOVE "ITEM-TO"   TO IN-NAME
                MOVE KY-REC(6:5) TO IN-VALUE
                PERFORM KYU-X-SET-RTN
                MOVE "SUP-FROM"  TO IN-NAME
                MOVE KY-REC(11:3) TO IN-VALUE
                PERFORM KYU-X-SET-RTN
                MOVE "SUP-TO"    TO IN-NAME
                MOVE KY-REC(14:3) TO IN-VALUE
                PERFORM KYU-X-SET-RTN
                PERFORM KYU-CLOSE-RTN
            END-IF
            MOVE "P90PARAM"  TO KYU-BASE
            MOVE "P90"       TO IN-PROG
            PERFORM KYU-READ-RTN
            IF KYU-ARI = "Y"
                IF KY-REC(1:5) NUMERIC AND KY-REC(1:5) NOT = "00000"
                    MOVE "GENDO"     TO IN-NAME
                    MOVE KY-REC(1:5) TO IN-VALUE
                    PERFORM KYU-SET-RTN
                END-IF
                PERFORM KYU-CLOSE-RTN
            END-IF
            MOVE "P92PARAM"  TO KYU-BASE
            MOVE "P92"       TO IN-PROG
            PERFORM KYU-READ-RTN
            IF KYU-ARI = "Y"
                IF KY-REC(1:3) NUMERIC AND KY-REC(1:3) NOT = "000"
                    MOVE "MIN-DAYS"  TO IN-NAME
                    MOVE KY-REC(1:3) TO IN-VALUE
                    PERFORM KYU-SET-RTN
                END-IF
                IF KY-REC(5:3) NUMERIC AND KY-REC(5:3) NOT = "000"
                    MOVE "MAX-DAYS"  TO IN-NAME
                    MOVE KY-REC(5:3) TO IN-VALUE
                    PERFORM KYU-SET-RTN
                END-IF
                PERFORM KYU-CLOSE-RTN
            END-IF
            MOVE "P113PARAM" TO KYU-BASE
            MOVE "P113"      TO IN-PROG
            PERFORM KYU-READ-RTN
            IF KYU-ARI = "Y"
                IF KY-REC(1:5) NUMERIC
                    MOVE "TGT-SERIAL" TO IN-NAME
                    MOVE KY-REC(1:5)  TO IN-VALUE
                    PERFORM KYU-SET-RTN
                END-IF
                PERFORM KYU-CLOSE-RTN
            END-IF
            MOVE "P120PARAM" TO KYU-BASE
            MOVE "P120"      TO IN-PROG
            PERFORM KYU-READ-RTN
            IF KYU-ARI = "Y"
                IF KY-REC(1:6) NUMERIC
                    MOVE "TGT-YYMM"  TO IN-NAME
                    MOVE KY-REC(1:6) TO IN-VALUE
                    PERFORM KYU-SET-RTN
                END-IF
                IF KY-REC(8:4) NUMERIC
                    MOVE "HANBAI-RITSU" TO IN-NAME
                    MOVE SPACE TO IN-VALUE
                    STRING KY-REC(8:2) "." KY-REC(10:2)
                        DELIMITED BY SIZE INTO IN-VALUE
                    END-STRING
                    PERFORM KYU-SET-RTN
                END-IF
                PERFORM KYU-CLOSE-RTN
            END-IF
            MOVE "P121PARAM" TO KYU-BASE
            MOVE "P121"      TO IN-PROG
            PERFORM KYU-READ-RTN
            IF KYU-ARI = "Y"
                MOVE "JISHA-INV-NO" TO IN-NAME
                MOVE KY-REC(1:14)   TO IN-VALUE
                PERFORM KYU-X-SET-RTN
                IF KY-REC(16:3) NUMERIC
                    MOVE "KAKUNIN-NISSU" TO IN-NAME
                    MOVE KY-REC(16:3)    TO IN-VALUE
                    PERFORM KYU-SET-RTN
                END-IF
                PERFORM KYU-CLOSE-RTN
            END-IF
            MOVE "P146PARAM" TO KYU-BASE
            MOVE "P146"      TO IN-PROG
            PERFORM KYU-READ-RTN
            IF KYU-ARI = "Y"
                IF KY-REC(1:4) NUMERIC AND KY-REC(1:4) NOT = "0000"
                    MOVE "KIJUN-YY"  TO IN-NAME
                    MOVE KY-REC(1:4) TO IN-VALUE
                    PERFORM KYU-SET-RTN
                END-IF
                PERFORM KYU-CLOSE-RTN
            END-IF.
      *
      * 売価目標PARAM.TXT（分類2桁・目標％2桁）→P100 MOKUHYO-分類
       KYU-MOKUHYO-RTN.
            MOVE "売価目標PARAM" TO KYU-BASE
            MOVE "P100"          TO IN-PROG
            PERFORM KYU-READ-RTN
            IF KYU-ARI = "Y"
                PERFORM UNTIL KY-END-FLG = "E"
                    IF KY-REC(1:2) NOT = SPACE AND KY-REC(4:2) NUMERIC
                        MOVE SPACE TO IN-NAME
                        STRING "MOKUHYO-" KY-REC(1:2)
                            DELIMITED BY SIZE INTO IN-NAME
                        END-STRING
                        MOVE 20 TO SUCHI-N
                        MOVE 1  TO CHK-MIN
                        MOVE 99 TO CHK-MAX
                        MOVE "分類別の目標マージン（％）"
                            TO IN-SETSUMEI
                        PERFORM KYU-ICHIRAN-RTN
                        MOVE KY-REC(4:2) TO IN-VALUE
                        PERFORM KYU-SET-RTN
                    END-IF
                    READ SAGYO-FILE
                        AT END MOVE "E" TO KY-END-FLG
                    END-READ
                END-PERFORM
                PERFORM KYU-CLOSE-RTN
            END-IF.
      *
      * 保存期間PARAM.TXT（ファイル名24桁・月数3桁）→P108 ファイル名
       KYU-HOZON-RTN.
            MOVE "保存期間PARAM" TO KYU-BASE
            MOVE "P108"          TO IN-PROG
            PERFORM KYU-READ-RTN
            IF KYU-ARI = "Y"
                PERFORM UNTIL KY-END-FLG = "E"
                    IF KY-REC(1:24) NOT = SPACE
                       AND KY-REC(26:3) NUMERIC
                        MOVE KY-REC(1:24) TO IN-NAME
                        MOVE 12  TO SUCHI-N
                        MOVE 1   TO CHK-MIN
                        MOVE 999 TO CHK-MAX
                        MOVE "ログ退避整理の保存月数"
                            TO IN-SETSUMEI
                        PERFORM KYU-ICHIRAN-RTN
                        MOVE KY-REC(26:3) TO IN-VALUE
                        PERFORM KYU-SET-RTN
                    END-IF
                    READ SAGYO-FILE
                        AT END MOVE "E" TO KY-END-FLG
                    END-READ
                END-PERFORM
                PERFORM KYU-CLOSE-RTN
            END-IF.
      *
      * 一覧型のパラメタは未登録なら既定値で登録してから値を移す
       KYU-ICHIRAN-RTN.
            PERFORM HIT-FIND-RTN
            IF HIT-PMX = ZERO
                MOVE "N" TO IN-KATA
                MOVE SPACE TO CHK-VALUE
                MOVE SUCHI-NUM TO CHK-VALUE(1:11)
                MOVE "S" TO HYOJUN-MODE
                PERFORM TSUIKA-RTN
                MOVE SPACE TO HYOJUN-MODE
            END-IF.
      *
      * 文字型は空白なら既定のまま
       KYU-X-SET-RTN.
            IF IN-VALUE NOT = SPACE
                PERFORM KYU-SET-RTN
            END-IF.
      *
      * 取込値を登録済の型・範囲で検査して値を置き換える
       KYU-SET-RTN.
            PERFORM HIT-FIND-RTN
            IF HIT-PMX = ZERO
                DISPLAY "★未登録のため取込不可："
                        IN-PROG " " IN-NAME
            ELSE
                MOVE PMT-KATA(HIT-PMX) TO IN-KATA
                MOVE PMT-MIN(HIT-PMX)  TO CHK-MIN
                MOVE PMT-MAX(HIT-PMX)  TO CHK-MAX
                PERFORM VALUE-CHK-RTN
                IF OK-FLG NOT = "Y"
                    DISPLAY "★取込不可：" KYU-BASE " " IN-NAME
                ELSE
                    IF CHK-VALUE NOT = PMT-VALUE(HIT-PMX)
                        MOVE "I" TO RK-KBN
                        PERFORM VALUE-SET-RTN
                        ADD 1 TO KYU-CNT
                    END-IF
                END-IF
            END-IF.
      *
      * 旧PARAMファイルを作業ファイルへ写して先頭を読む
      * （ファイルが無い・空ならKYU-ARIはN）
       KYU-READ-RTN.
            MOVE "N" TO KYU-ARI
            MOVE SPACE TO KY-END-FLG
            CALL "SYSTEM" USING "cp /dev/null パラメタ作業.TXT"
            MOVE SPACE TO CMD
            STRING "cat " DELIMITED BY SIZE
                   KYU-BASE DELIMITED BY SPACE
                   ".TXT >> パラメタ作業.TXT 2>/dev/null"
                       DELIMITED BY SIZE
              INTO CMD
            END-STRING
            CALL "SYSTEM" USING CMD
            OPEN INPUT SAGYO-FILE
            IF SAGYO-FS NOT = "00"
                CLOSE SAGYO-FILE
            ELSE
                READ SAGYO-FILE
                    AT END MOVE "E" TO KY-END-FLG
                END-READ
                IF KY-END-FLG = "E"
                    CLOSE SAGYO-FILE
                ELSE
                    MOVE "Y" TO KYU-ARI
                END-IF
            END-IF.
      *
      * 取り込んだ旧PARAMファイルを.OLDへ退避する
       KYU-CLOSE-RTN.
            CLOSE SAGYO-FILE
            MOVE SPACE TO CMD
            STRING "mv " DELIMITED BY SIZE
                   KYU-BASE DELIMITED BY SPACE
                   ".TXT " DELIMITED BY SIZE
                   KYU-BASE DELIMITED BY SPACE
                   ".OLD" DELIMITED BY SIZE
              INTO CMD
            END-STRING
            CALL "SYSTEM" USING CMD
            DISPLAY "取込済：" KYU-BASE "（.OLDへ退避）".
      *
       PARAM-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT PARAM-FILE
            IF PARAM-FS NOT = "00"
                CLOSE PARAM-FILE
            ELSE
                READ PARAM-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF PM-CNT < 500
                        ADD 1 TO PM-CNT
                        MOVE PM-PROG     TO PMT-PROG(PM-CNT)
                        MOVE PM-NAME     TO PMT-NAME(PM-CNT)
                        MOVE PM-KATA     TO PMT-KATA(PM-CNT)
                        MOVE PM-VALUE    TO PMT-VALUE(PM-CNT)
                        MOVE PM-DEFAULT  TO PMT-DEFAULT(PM-CNT)
                        MOVE PM-MIN      TO PMT-MIN(PM-CNT)
                        MOVE PM-MAX      TO PMT-MAX(PM-CNT)
                        MOVE PM-SETSUMEI TO PMT-SETSUMEI(PM-CNT)
                        MOVE PM-DATE     TO PMT-DATE(PM-CNT)
                        MOVE PM-OPID     TO PMT-OPID(PM-CNT)
                    END-IF
                    READ PARAM-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE PARAM-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
       PARAM-SAVE-RTN.
            OPEN OUTPUT PARAM-FILE
            PERFORM VARYING PMX FROM 1 BY 1 UNTIL PMX > PM-CNT
                IF PMT-PROG(PMX) NOT = SPACE
                    MOVE SPACE TO PM-REC
                    MOVE PMT-PROG(PMX)     TO PM-PROG
                    MOVE PMT-NAME(PMX)     TO PM-NAME
                    MOVE PMT-KATA(PMX)     TO PM-KATA
                    MOVE PMT-VALUE(PMX)    TO PM-VALUE
                    MOVE PMT-DEFAULT(PMX)  TO PM-DEFAULT
                    MOVE PMT-MIN(PMX)      TO PM-MIN
                    MOVE PMT-MAX(PMX)      TO PM-MAX
                    MOVE PMT-SETSUMEI(PMX) TO PM-SETSUMEI
                    MOVE PMT-DATE(PMX)     TO PM-DATE
                    MOVE PMT-OPID(PMX)     TO PM-OPID
                    WRITE PM-REC
                END-IF
            END-PERFORM
            CLOSE PARAM-FILE.
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
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
