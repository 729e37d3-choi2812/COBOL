      *
      * 14JY0123 崔　禎　文
      * 支店補充提案：商品×支店の最小・最大在庫（支店補充基準.TXT）
      * と支店在庫.TXTの現在残を比べて、支店間移動を提案する
      * 1=補充基準保守（権限レベル2、最大ゼロで削除、一覧を印字）
      * 2=補充提案：支店ごとに「現在残＋輸送中（移動TRAN.TXTのT、
      * 　移動先がその支店のもの）」が最小を下回れば、最大まで
      * 　補う数量を、まず中央倉庫（支店00、基準があればその最小を
      * 　残す）から、足りなければ最大を超えて持つ支店から超過分の
      * 　多い順に引き当てて提案する。中央倉庫自身は仕入で補充する
      * 　ため提案の対象にしない
      * 　提案はP148.DOCへ印字し（引当先が無い分は★不足）、確認の
      * 　うえ採用した行をP91の移動入力と同じ形で移動TRAN.TXTへ
      * 　T＝輸送中として書き、移動元の支店在庫を直ちに減らす
      * 　（着荷はP91の３＝着荷処理で行う）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P148.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL SHITEN-FILE ASSIGN  "支店在庫.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SHITEN-FS.
           SELECT  OPTIONAL IDO-FILE ASSIGN  "移動TRAN.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IDO-FS.
           SELECT  OPTIONAL MM-FILE ASSIGN  "支店補充基準.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS MM-FS.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  OPTIONAL OPE-FILE ASSIGN
                                    "オペレータマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS OPE-FS.
           SELECT  PRINT-FILE  ASSIGN  "P148.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
       FD  SHITEN-FILE.
       01  SB-REC.
           05  SB-NO             PIC X(05).
           05                    PIC X(01).
           05  SB-BRANCH         PIC X(02).
           05                    PIC X(01).
           05  SB-SURYO          PIC S9(07) SIGN LEADING SEPARATE.
      *
      * 移動TRAN：T＝輸送中　A＝着荷済み
       FD  IDO-FILE.
       01  ID-REC.
           05  ID-NO             PIC X(05).
           05                    PIC X(01).
           05  ID-FROM           PIC X(02).
           05                    PIC X(01).
           05  ID-TO             PIC X(02).
           05                    PIC X(01).
           05  ID-SURYO          PIC 9(05).
           05                    PIC X(01).
           05  ID-DATE           PIC 9(08).
           05                    PIC X(01).
           05  ID-STATUS         PIC X(01).
      *
      * 支店補充基準：商品×支店の最小・最大在庫
       FD  MM-FILE.
       01  MM-REC.
           05  MM-NO             PIC X(05).
           05                    PIC X(01).
           05  MM-BRANCH         PIC X(02).
           05                    PIC X(01).
           05  MM-MIN            PIC 9(05).
           05                    PIC X(01).
           05  MM-MAX            PIC 9(05).
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
       01  P-REC                 PIC X(90).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  SHITEN-FS             PIC X(02)  VALUE SPACE.
       01  IDO-FS                PIC X(02)  VALUE SPACE.
       01  MM-FS                 PIC X(02)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPE-FS                PIC X(02)  VALUE SPACE.
       01  OPE-END-FLG           PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  CUR-LEVEL             PIC X(01)  VALUE SPACE.
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  ANS                   PIC X(01)  VALUE SPACE.
       01  SAIYO-KBN             PIC X(01)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  IN-NO                 PIC X(05)  VALUE SPACE.
       01  IN-BRANCH             PIC X(02)  VALUE SPACE.
       01  IN-MIN                PIC X(05)  VALUE SPACE.
       01  IN-MIN-N REDEFINES IN-MIN PIC 9(05).
       01  IN-MAX                PIC X(05)  VALUE SPACE.
       01  IN-MAX-N REDEFINES IN-MAX PIC 9(05).
      * 中央倉庫（仕入の入庫支店が空白のときの支店コード、P91と同じ）
       01  CHUO-BRANCH           PIC X(02)  VALUE "00".
       01  WK-NO                 PIC X(05)  VALUE SPACE.
       01  WK-BRANCH             PIC X(02)  VALUE SPACE.
       01  WK-SURYO              PIC S9(06) VALUE ZERO.
       01  W-ZAN                 PIC S9(07) VALUE ZERO.
       01  W-YUSO                PIC 9(07)  VALUE ZERO.
       01  W-ICHI                PIC S9(07) VALUE ZERO.
       01  W-HITSUYO             PIC 9(07)  VALUE ZERO.
       01  W-KANO                PIC S9(07) VALUE ZERO.
       01  W-HIKI                PIC 9(07)  VALUE ZERO.
       01  MAX-KANO              PIC S9(07) VALUE ZERO.
       01  MAX-BX                PIC 9(04)  VALUE ZERO.
       01  SAIYO-CNT             PIC 9(05)  VALUE ZERO.
       01  FUSOKU-CNT            PIC 9(05)  VALUE ZERO.
      *
       01  BX                    PIC 9(04).
       01  HIT-BX                PIC 9(04)  VALUE ZERO.
       01  BR-CNT                PIC 9(04)  VALUE ZERO.
       01  BR-TBL.
           05  BR-ENT            OCCURS 900 TIMES.
               10  BT-NO         PIC X(05).
               10  BT-BRANCH     PIC X(02).
               10  BT-SURYO      PIC S9(07).
               10  BT-HIKI       PIC 9(07).
      *
       01  MX                    PIC 9(04).
       01  MY                    PIC 9(04).
       01  MZ                    PIC 9(04).
       01  HIT-MX                PIC 9(04)  VALUE ZERO.
       01  MM-CNT                PIC 9(04)  VALUE ZERO.
       01  MM-WORK               PIC X(17).
       01  MM-TBL.
           05  MM-ENT            OCCURS 900 TIMES.
               10  MT-NO         PIC X(05).
               10  MT-BRANCH     PIC X(02).
               10  MT-MIN        PIC 9(05).
               10  MT-MAX        PIC 9(05).
      *
      * 輸送中（T）の移動先別集計
       01  YX                    PIC 9(04).
       01  HIT-YX                PIC 9(04)  VALUE ZERO.
       01  YU-CNT                PIC 9(04)  VALUE ZERO.
       01  YU-TBL.
           05  YU-ENT            OCCURS 900 TIMES.
               10  YT-NO         PIC X(05).
               10  YT-TO         PIC X(02).
               10  YT-SURYO      PIC 9(07).
      *
      * 提案表（移動元"**"は引当先の無い不足分）
       01  PX                    PIC 9(04).
       01  PR-CNT                PIC 9(04)  VALUE ZERO.
       01  PR-TBL.
           05  PR-ENT            OCCURS 500 TIMES.
               10  PT-NO         PIC X(05).
               10  PT-FROM       PIC X(02).
               10  PT-TO         PIC X(02).
               10  PT-SURYO      PIC 9(05).
               10  PT-ZAN        PIC S9(07).
               10  PT-YUSO       PIC 9(07).
               10  PT-MIN        PIC 9(05).
               10  PT-MAX        PIC 9(05).
               10  PT-SAIYO      PIC X(01).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05  H-TITLE           PIC X(29)  VALUE
                                 "*** 支店補充提案".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
       01  HEAD-2.
           05                    PIC X(10)  VALUE "商品NO".
           05                    PIC X(09)  VALUE "補充先".
           05                    PIC X(11)  VALUE "  現在残".
           05                    PIC X(12)  VALUE "   輸送中".
           05                    PIC X(10)  VALUE "    最小".
           05                    PIC X(10)  VALUE "    最大".
           05                    PIC X(11)  VALUE "  移動元".
           05                    PIC X(10)  VALUE " 提案数".
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  M-NO              PIC X(05).
           05                    PIC X(04)  VALUE SPACE.
           05  M-TO              PIC X(02).
           05                    PIC X(02)  VALUE SPACE.
           05  M-ZAN             PIC -ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-YUSO            PIC ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-MIN             PIC ZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-MAX             PIC ZZ,ZZ9.
           05                    PIC X(04)  VALUE SPACE.
           05  M-FROM            PIC X(02).
           05                    PIC X(03)  VALUE SPACE.
           05  M-SURYO           PIC ZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-MARK            PIC X(09).
       01  KIJUN-HEAD.
           05                    PIC X(10)  VALUE "商品NO".
           05                    PIC X(08)  VALUE "支店".
           05                    PIC X(08)  VALUE "  最小".
           05                    PIC X(10)  VALUE "    最大".
       01  KIJUN-MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  K-NO              PIC X(05).
           05                    PIC X(04)  VALUE SPACE.
           05  K-BRANCH          PIC X(02).
           05                    PIC X(02)  VALUE SPACE.
           05  K-MIN             PIC ZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  K-MAX             PIC ZZ,ZZ9.
       01  FOOT-1.
           05                    PIC X(18)  VALUE "提案行数：".
           05  F-PR-CNT          PIC ZZZ,ZZ9.
           05                    PIC X(24)  VALUE
                                 "　★不足行数：".
           05  F-FUSOKU          PIC ZZZ,ZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM OPID-LOAD-RTN
            PERFORM BR-LOAD-RTN
            PERFORM MM-LOAD-RTN
            DISPLAY "1=補充基準保守 2=補充提案："
            ACCEPT MENU-CHOICE
            EVALUATE MENU-CHOICE
                WHEN "1" PERFORM KIJUN-RTN
                WHEN "2" PERFORM TEIAN-RTN
                WHEN OTHER DISPLAY "選択が不正です。"
            END-EVALUATE
            DISPLAY "END"
            STOP RUN.
      *
      * 補充基準保守：商品×支店の最小・最大を登録する
       KIJUN-RTN.
            PERFORM LEVEL-CHK-RTN
            IF CUR-LEVEL NOT = "2"
                DISPLAY "権限がありません。"
            ELSE
                MOVE SPACE TO END-FLG
                PERFORM UNTIL END-FLG = "E"
                    DISPLAY "商品NO(5桁、空白=終了)："
                    MOVE SPACE TO IN-NO
                    ACCEPT IN-NO
                    IF IN-NO = SPACE
                        MOVE "E" TO END-FLG
                    ELSE
                        PERFORM KIJUN-ONE-RTN
                    END-IF
                END-PERFORM
                MOVE SPACE TO END-FLG
                PERFORM MM-SORT-RTN
                PERFORM MM-SAVE-RTN
                PERFORM KIJUN-LIST-RTN
            END-IF.
      *
       KIJUN-ONE-RTN.
            DISPLAY "支店(2桁)："
            MOVE SPACE TO IN-BRANCH
            ACCEPT IN-BRANCH
            DISPLAY "最小在庫(5桁)："
            MOVE SPACE TO IN-MIN
            ACCEPT IN-MIN
            DISPLAY "最大在庫(5桁、00000=削除)："
            MOVE SPACE TO IN-MAX
            ACCEPT IN-MAX
            IF IN-BRANCH = SPACE OR IN-MIN NOT NUMERIC
               OR IN-MAX NOT NUMERIC
                DISPLAY "入力が不正です。"
            ELSE
                IF IN-MAX-N NOT = ZERO AND IN-MAX-N < IN-MIN-N
                    DISPLAY "最大が最小より小さいです。"
                ELSE
                    MOVE IN-NO     TO WK-NO
                    MOVE IN-BRANCH TO WK-BRANCH
                    PERFORM MM-FIND-RTN
                    EVALUATE TRUE
                        WHEN HIT-MX NOT = ZERO AND IN-MAX-N = ZERO
                            MOVE SPACE TO MT-NO(HIT-MX)
                            DISPLAY "削除しました。"
                        WHEN HIT-MX NOT = ZERO
                            MOVE IN-MIN-N TO MT-MIN(HIT-MX)
                            MOVE IN-MAX-N TO MT-MAX(HIT-MX)
                            DISPLAY "変更しました。"
                        WHEN IN-MAX-N = ZERO
                            DISPLAY "該当なし。"
                        WHEN MM-CNT < 900
                            ADD 1 TO MM-CNT
                            MOVE IN-NO     TO MT-NO(MM-CNT)
                            MOVE IN-BRANCH TO MT-BRANCH(MM-CNT)
                            MOVE IN-MIN-N  TO MT-MIN(MM-CNT)
                            MOVE IN-MAX-N  TO MT-MAX(MM-CNT)
                            DISPLAY "登録しました。"
                        WHEN OTHER
                            DISPLAY "補充基準が満杯です。"
                    END-EVALUATE
                END-IF
            END-IF.
      *
       KIJUN-LIST-RTN.
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            MOVE "*** 支店補充基準一覧" TO H-TITLE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM KIJUN-HEAD AFTER 2
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MM-CNT
                IF MT-NO(MX) NOT = SPACE
                    MOVE MT-NO(MX)     TO K-NO
                    MOVE MT-BRANCH(MX) TO K-BRANCH
                    MOVE MT-MIN(MX)    TO K-MIN
                    MOVE MT-MAX(MX)    TO K-MAX
                    WRITE P-REC FROM KIJUN-MEISAI AFTER 1
                END-IF
            END-PERFORM
            CLOSE PRINT-FILE.
      *
      * 補充提案：基準（商品・支店順）ごとに不足を調べて引き当てる
       TEIAN-RTN.
            PERFORM YUSO-LOAD-RTN
            PERFORM MM-SORT-RTN
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MM-CNT
                IF MT-NO(MX) NOT = SPACE
                   AND MT-BRANCH(MX) NOT = CHUO-BRANCH
                    PERFORM FUSOKU-CHK-RTN
                END-IF
            END-PERFORM
            PERFORM TEIAN-PRINT-RTN
            IF PR-CNT = FUSOKU-CNT
                DISPLAY "採用できる提案はありません。"
            ELSE
                PERFORM SAIYO-RTN
            END-IF.
      *
      * 現在残＋輸送中が最小を下回る支店は最大まで補う
       FUSOKU-CHK-RTN.
            MOVE MT-NO(MX)     TO WK-NO
            MOVE MT-BRANCH(MX) TO WK-BRANCH
            PERFORM BR-FIND-RTN
            IF HIT-BX = ZERO
                MOVE ZERO TO W-ZAN
            ELSE
                MOVE BT-SURYO(HIT-BX) TO W-ZAN
            END-IF
            PERFORM YUSO-FIND-RTN
            COMPUTE W-ICHI = W-ZAN + W-YUSO
            IF W-ICHI < MT-MIN(MX)
                COMPUTE W-HITSUYO = MT-MAX(MX) - W-ICHI
                PERFORM CHUO-HIKI-RTN
                MOVE "N" TO END-FLG
                PERFORM UNTIL W-HITSUYO = ZERO OR END-FLG = "E"
                    PERFORM SHITEN-HIKI-RTN
                END-PERFORM
                MOVE SPACE TO END-FLG
                IF W-HITSUYO > ZERO
                    MOVE "**"      TO WK-BRANCH
                    MOVE W-HITSUYO TO W-HIKI
                    PERFORM TEIAN-ADD-RTN
                    ADD 1 TO FUSOKU-CNT
                END-IF
            END-IF.
      *
      * 中央倉庫から：現在残から基準の最小と引当済みを除いた分
       CHUO-HIKI-RTN.
            MOVE CHUO-BRANCH TO WK-BRANCH
            PERFORM BR-FIND-RTN
            IF HIT-BX NOT = ZERO
                MOVE HIT-BX TO MAX-BX
                MOVE ZERO TO W-KANO
                PERFORM MM-FIND-RTN
                IF HIT-MX = ZERO
                    COMPUTE W-KANO = BT-SURYO(MAX-BX) - BT-HIKI(MAX-BX)
                ELSE
                    COMPUTE W-KANO = BT-SURYO(MAX-BX) - BT-HIKI(MAX-BX)
                                   - MT-MIN(HIT-MX)
                END-IF
                IF W-KANO > ZERO
                    PERFORM HIKIATE-RTN
                END-IF
            END-IF.
      *
      * 他支店から：最大を超えて持つ支店のうち超過分の最も多い支店
      * （超過分は現在残＋輸送中−最大、ただし現在残まで）
       SHITEN-HIKI-RTN.
            MOVE ZERO TO MAX-BX MAX-KANO
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BR-CNT
                IF BT-NO(BX) = MT-NO(MX)
                   AND BT-BRANCH(BX) NOT = MT-BRANCH(MX)
                   AND BT-BRANCH(BX) NOT = CHUO-BRANCH
                    PERFORM CHOKA-RTN
                    IF W-KANO > MAX-KANO
                        MOVE W-KANO TO MAX-KANO
                        MOVE BX     TO MAX-BX
                    END-IF
                END-IF
            END-PERFORM
            IF MAX-BX = ZERO
                MOVE "E" TO END-FLG
            ELSE
                MOVE MAX-KANO TO W-KANO
                PERFORM HIKIATE-RTN
            END-IF.
      *
       CHOKA-RTN.
            MOVE ZERO TO W-KANO
            MOVE BT-NO(BX)     TO WK-NO
            MOVE BT-BRANCH(BX) TO WK-BRANCH
            PERFORM MM-FIND-RTN
            IF HIT-MX NOT = ZERO
                PERFORM YUSO-FIND-RTN
                COMPUTE W-KANO = BT-SURYO(BX) + W-YUSO
                               - MT-MAX(HIT-MX) - BT-HIKI(BX)
                IF W-KANO > BT-SURYO(BX) - BT-HIKI(BX)
                    COMPUTE W-KANO = BT-SURYO(BX) - BT-HIKI(BX)
                END-IF
            END-IF
            MOVE MT-NO(MX) TO WK-NO.
      *
      * MAX-BXの支店から必要数と引当可能数の少ない方を引き当てる
       HIKIATE-RTN.
            IF W-KANO < W-HITSUYO
                MOVE W-KANO    TO W-HIKI
            ELSE
                MOVE W-HITSUYO TO W-HIKI
            END-IF
            IF W-HIKI > 99999
                MOVE 99999 TO W-HIKI
            END-IF
            ADD W-HIKI TO BT-HIKI(MAX-BX)
            SUBTRACT W-HIKI FROM W-HITSUYO
            MOVE BT-BRANCH(MAX-BX) TO WK-BRANCH
            PERFORM TEIAN-ADD-RTN.
      *
       TEIAN-ADD-RTN.
            IF PR-CNT < 500
                ADD 1 TO PR-CNT
                MOVE MT-NO(MX)     TO PT-NO(PR-CNT)
                MOVE WK-BRANCH     TO PT-FROM(PR-CNT)
                MOVE MT-BRANCH(MX) TO PT-TO(PR-CNT)
                MOVE W-HIKI        TO PT-SURYO(PR-CNT)
                MOVE W-ZAN         TO PT-ZAN(PR-CNT)
                MOVE MT-MIN(MX)    TO PT-MIN(PR-CNT)
                MOVE MT-MAX(MX)    TO PT-MAX(PR-CNT)
                COMPUTE PT-YUSO(PR-CNT) = W-ICHI - W-ZAN
                MOVE SPACE         TO PT-SAIYO(PR-CNT)
            END-IF.
      *
       TEIAN-PRINT-RTN.
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PR-CNT
                MOVE SPACE TO MEISAI
                MOVE PT-NO(PX)    TO M-NO
                MOVE PT-TO(PX)    TO M-TO
                MOVE PT-ZAN(PX)   TO M-ZAN
                MOVE PT-YUSO(PX)  TO M-YUSO
                MOVE PT-MIN(PX)   TO M-MIN
                MOVE PT-MAX(PX)   TO M-MAX
                MOVE PT-FROM(PX)  TO M-FROM
                MOVE PT-SURYO(PX) TO M-SURYO
                IF PT-FROM(PX) = "**"
                    MOVE "★不足" TO M-MARK
                END-IF
                WRITE P-REC FROM MEISAI AFTER 1
            END-PERFORM
            COMPUTE F-PR-CNT = PR-CNT - FUSOKU-CNT
            MOVE FUSOKU-CNT TO F-FUSOKU
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE PRINT-FILE
            DISPLAY "補充提案をP148.DOCへ印字しました。".
      *
      * 採用：全件または１件ずつ確認し、採用行を輸送中で登録する
       SAIYO-RTN.
            DISPLAY "提案を採用しますか"
                    "(A=全件 Y=1件ずつ確認 N=採用しない)："
            ACCEPT SAIYO-KBN
            IF SAIYO-KBN = "a"
                MOVE "A" TO SAIYO-KBN
            END-IF
            IF SAIYO-KBN = "y"
                MOVE "Y" TO SAIYO-KBN
            END-IF
            IF SAIYO-KBN = "A" OR SAIYO-KBN = "Y"
                OPEN EXTEND IDO-FILE
                PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PR-CNT
                    IF PT-FROM(PX) NOT = "**"
                        PERFORM SAIYO-ONE-RTN
                    END-IF
                END-PERFORM
                CLOSE IDO-FILE
                PERFORM BR-SAVE-RTN
            END-IF
            DISPLAY "移動登録件数：" SAIYO-CNT.
      *
       SAIYO-ONE-RTN.
            IF SAIYO-KBN = "A"
                MOVE "Y" TO ANS
            ELSE
                DISPLAY PT-NO(PX) " " PT-FROM(PX) "→" PT-TO(PX)
                        "　数量：" PT-SURYO(PX)
                DISPLAY "採用しますか(Y/N)："
                ACCEPT ANS
            END-IF
            IF ANS = "Y" OR ANS = "y"
                ADD 1 TO SAIYO-CNT
                MOVE PT-NO(PX)   TO WK-NO
                MOVE PT-FROM(PX) TO WK-BRANCH
                COMPUTE WK-SURYO = ZERO - PT-SURYO(PX)
                PERFORM BR-ADD-RTN
                MOVE SPACE TO ID-REC
                MOVE PT-NO(PX)    TO ID-NO
                MOVE PT-FROM(PX)  TO ID-FROM
                MOVE PT-TO(PX)    TO ID-TO
                MOVE PT-SURYO(PX) TO ID-SURYO
                MOVE W-DATE8      TO ID-DATE
                MOVE "T"          TO ID-STATUS
                WRITE ID-REC
                MOVE "Y" TO PT-SAIYO(PX)
            END-IF.
      *
      * 輸送中（T）を移動先別に集計する
       YUSO-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT IDO-FILE
            IF IDO-FS NOT = "00"
                CLOSE IDO-FILE
            ELSE
                READ IDO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF ID-STATUS = "T"
                        PERFORM YUSO-ADD-RTN
                    END-IF
                    READ IDO-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE IDO-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
       YUSO-ADD-RTN.
            MOVE ZERO TO HIT-YX
            PERFORM VARYING YX FROM 1 BY 1 UNTIL YX > YU-CNT
                IF YT-NO(YX) = ID-NO AND YT-TO(YX) = ID-TO
                    MOVE YX TO HIT-YX
                END-IF
            END-PERFORM
            IF HIT-YX = ZERO AND YU-CNT < 900
                ADD 1 TO YU-CNT
                MOVE YU-CNT TO HIT-YX
                MOVE ID-NO  TO YT-NO(HIT-YX)
                MOVE ID-TO  TO YT-TO(HIT-YX)
                MOVE ZERO   TO YT-SURYO(HIT-YX)
            END-IF
            IF HIT-YX NOT = ZERO
                ADD ID-SURYO TO YT-SURYO(HIT-YX)
            END-IF.
      *
      * WK-NO×WK-BRANCHへ輸送中の数量
       YUSO-FIND-RTN.
            MOVE ZERO TO W-YUSO
            PERFORM VARYING YX FROM 1 BY 1 UNTIL YX > YU-CNT
                IF YT-NO(YX) = WK-NO AND YT-TO(YX) = WK-BRANCH
                    MOVE YT-SURYO(YX) TO W-YUSO
                END-IF
            END-PERFORM.
      *
       BR-FIND-RTN.
            MOVE ZERO TO HIT-BX
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BR-CNT
                IF BT-NO(BX) = WK-NO
                    AND BT-BRANCH(BX) = WK-BRANCH
                    MOVE BX TO HIT-BX
                END-IF
            END-PERFORM.
      *
       MM-FIND-RTN.
            MOVE ZERO TO HIT-MX
            PERFORM VARYING MZ FROM 1 BY 1 UNTIL MZ > MM-CNT
                IF MT-NO(MZ) = WK-NO AND MT-BRANCH(MZ) = WK-BRANCH
                    MOVE MZ TO HIT-MX
                END-IF
            END-PERFORM.
      *
       MM-SORT-RTN.
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX >= MM-CNT
                PERFORM VARYING MY FROM MX BY 1 UNTIL MY > MM-CNT
                    IF MT-NO(MY) < MT-NO(MX)
                       OR (MT-NO(MY) = MT-NO(MX)
                           AND MT-BRANCH(MY) < MT-BRANCH(MX))
                        MOVE MM-ENT(MX) TO MM-WORK
                        MOVE MM-ENT(MY) TO MM-ENT(MX)
                        MOVE MM-WORK    TO MM-ENT(MY)
                    END-IF
                END-PERFORM
            END-PERFORM.
      *
       MM-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT MM-FILE
            IF MM-FS NOT = "00"
                CLOSE MM-FILE
            ELSE
                READ MM-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF MM-CNT < 900 AND MM-NO NOT = SPACE
                        ADD 1 TO MM-CNT
                        MOVE MM-NO     TO MT-NO(MM-CNT)
                        MOVE MM-BRANCH TO MT-BRANCH(MM-CNT)
                        MOVE MM-MIN    TO MT-MIN(MM-CNT)
                        MOVE MM-MAX    TO MT-MAX(MM-CNT)
                    END-IF
                    READ MM-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE MM-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 削除した行（商品空白）は保存時に落とす
       MM-SAVE-RTN.
            OPEN OUTPUT MM-FILE
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MM-CNT
                IF MT-NO(MX) NOT = SPACE
                    MOVE SPACE TO MM-REC
                    MOVE MT-NO(MX)     TO MM-NO
                    MOVE MT-BRANCH(MX) TO MM-BRANCH
                    MOVE MT-MIN(MX)    TO MM-MIN
                    MOVE MT-MAX(MX)    TO MM-MAX
                    WRITE MM-REC
                END-IF
            END-PERFORM
            CLOSE MM-FILE.
      *
      * 商品×支店の位置を求めて加算する（未登録は追加）
       BR-ADD-RTN.
            MOVE ZERO TO HIT-BX
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BR-CNT
                IF BT-NO(BX) = WK-NO
                    AND BT-BRANCH(BX) = WK-BRANCH
                    MOVE BX TO HIT-BX
                END-IF
            END-PERFORM
            IF HIT-BX = ZERO
                IF BR-CNT < 900
                    ADD 1 TO BR-CNT
                    MOVE WK-NO     TO BT-NO(BR-CNT)
                    MOVE WK-BRANCH TO BT-BRANCH(BR-CNT)
                    MOVE ZERO      TO BT-SURYO(BR-CNT)
                    MOVE ZERO      TO BT-HIKI(BR-CNT)
                END-IF
                MOVE BR-CNT TO HIT-BX
            END-IF
            COMPUTE BT-SURYO(HIT-BX) = BT-SURYO(HIT-BX)
                                     + WK-SURYO.
      *
       BR-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT SHITEN-FILE
            IF SHITEN-FS NOT = "00"
                CLOSE SHITEN-FILE
            ELSE
                READ SHITEN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF BR-CNT < 900
                        ADD 1 TO BR-CNT
                        MOVE SB-NO     TO BT-NO(BR-CNT)
                        MOVE SB-BRANCH TO BT-BRANCH(BR-CNT)
                        MOVE SB-SURYO  TO BT-SURYO(BR-CNT)
                        MOVE ZERO      TO BT-HIKI(BR-CNT)
                    END-IF
                    READ SHITEN-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE SHITEN-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
       BR-SAVE-RTN.
            OPEN OUTPUT SHITEN-FILE
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BR-CNT
                MOVE SPACE TO SB-REC
                MOVE BT-NO(BX)     TO SB-NO
                MOVE BT-BRANCH(BX) TO SB-BRANCH
                MOVE BT-SURYO(BX)  TO SB-SURYO
                WRITE SB-REC
            END-PERFORM
            CLOSE SHITEN-FILE.
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
