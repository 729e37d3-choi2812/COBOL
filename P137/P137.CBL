      *
      * 14JY0123 崔　禎　文
      * 通い箱・パレット管理：仕入先の通い箱・パレット（容器）の
      * 預り残高を仕入先×容器種別ごとに管理する
      * 1=容器マスタ.TXT（種別・名称・預り金単価）の保守
      * 　（権限レベル2）
      * 2=引取入力（仕入先が回収した容器の個数を容器受払.TXTへ
      * 　区分Hで記録する。入荷時の受入はP82で区分Rを記録）
      * 3=容器残高一覧（仕入先×種別の受入・返却・残高・預り金額）
      * 4=月次容器明細書（対象年月の前月残・受入・返却・当月残と
      * 　預り金額を仕入先別に印字する。P33で仕入先の容器報告と
      * 　突合する）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P137.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL YOKI-FILE ASSIGN  "容器マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS YOKI-FS.
           SELECT  OPTIONAL UKEHARAI-FILE ASSIGN  "容器受払.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS UKEHARAI-FS.
           SELECT  MAS-FILE    ASSIGN  "ISAM仕入先マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY S-CODE.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  OPTIONAL OPE-FILE ASSIGN
                                    "オペレータマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS OPE-FS.
           SELECT  PRINT-FILE  ASSIGN  "P137.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 容器マスタ：種別・名称・預り金単価（円／個）
       FD  YOKI-FILE.
       01  YK-REC.
           05  YK-TYPE           PIC X(02).
           05                    PIC X(01).
           05  YK-NAME           PIC X(20).
           05                    PIC X(01).
           05  YK-TANKA          PIC 9(05).
      *
      * 容器受払：R＝受入（入荷時）　H＝引取（仕入先へ返却）
       FD  UKEHARAI-FILE.
       01  YU-REC.
           05  YU-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  YU-TYPE           PIC X(02).
           05                    PIC X(01).
           05  YU-KBN            PIC X(01).
           05                    PIC X(01).
           05  YU-DATE           PIC 9(08).
           05                    PIC X(01).
           05  YU-SURYO          PIC 9(05).
           05                    PIC X(01).
           05  YU-PO-NO          PIC X(06).
           05                    PIC X(01).
           05  YU-OPID           PIC X(04).
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
           05                    PIC X(79).
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
       01  YOKI-FS               PIC X(02)  VALUE SPACE.
       01  UKEHARAI-FS           PIC X(02)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPE-FS                PIC X(02)  VALUE SPACE.
       01  OPE-END-FLG           PIC X(01)  VALUE SPACE.
       01  CUR-LEVEL             PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  OK-FLG                PIC X(01)  VALUE SPACE.
       01  FOUND-FLG             PIC X(01)  VALUE SPACE.
       01  SHUKEI-KBN            PIC X(01)  VALUE SPACE.
       01  IN-TYPE               PIC X(02)  VALUE SPACE.
       01  IN-NAME               PIC X(20)  VALUE SPACE.
       01  IN-TANKA              PIC X(05)  VALUE SPACE.
       01  IN-TANKA-N REDEFINES IN-TANKA PIC 9(05).
       01  IN-S-CODE             PIC X(03)  VALUE SPACE.
       01  IN-SURYO              PIC X(05)  VALUE SPACE.
       01  IN-SURYO-N REDEFINES IN-SURYO PIC 9(05).
       01  IN-YYMM               PIC X(06)  VALUE SPACE.
       01  IN-KAKUNIN            PIC X(01)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  W-YY                  PIC 9(04)  VALUE ZERO.
       01  W-MM                  PIC 9(02)  VALUE ZERO.
       01  ZANDAKA               PIC S9(07) VALUE ZERO.
       01  KINGAKU               PIC S9(11) VALUE ZERO.
       01  S-KINGAKU             PIC S9(11) VALUE ZERO.
       01  G-KINGAKU             PIC S9(11) VALUE ZERO.
       01  YKX                   PIC 9(02).
       01  HIT-YKX               PIC 9(02)  VALUE ZERO.
       01  YK-CNT                PIC 9(02)  VALUE ZERO.
       01  YLX                   PIC 9(03).
       01  YLY                   PIC 9(03).
       01  HIT-YLX               PIC 9(03)  VALUE ZERO.
       01  YL-CNT                PIC 9(03)  VALUE ZERO.
       01  PRT-CNT               PIC 9(03)  VALUE ZERO.
       01  CUR-S-CODE            PIC X(03)  VALUE SPACE.
      *
       01  YK-TBL.
           05  YK-ENT            OCCURS 50 TIMES.
               10  YKT-TYPE      PIC X(02).
               10  YKT-NAME      PIC X(20).
               10  YKT-TANKA     PIC 9(05).
      *
      * 仕入先×種別ごとの受払集計（前月残は対象年月より前の受払）
       01  YL-TBL.
           05  YL-ENT            OCCURS 500 TIMES.
               10  YLT-S-CODE    PIC X(03).
               10  YLT-TYPE      PIC X(02).
               10  YLT-ZEN       PIC S9(07).
               10  YLT-UKE       PIC S9(07).
               10  YLT-HEN       PIC S9(07).
       01  YL-WORK               PIC X(26).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05  H-TITLE           PIC X(29).
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
       01  HEAD-2.
           05                    PIC X(10)  VALUE  "仕入先".
           05                    PIC X(24)  VALUE  "容器".
           05                    PIC X(10)  VALUE  "受入".
           05                    PIC X(10)  VALUE  "返却".
           05                    PIC X(10)  VALUE  "残高".
           05                    PIC X(12)  VALUE  "預り金額".
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  M-S-CODE          PIC X(03).
           05                    PIC X(02)  VALUE SPACE.
           05  M-TYPE            PIC X(02).
           05                    PIC X(01)  VALUE SPACE.
           05  M-NAME            PIC X(20).
           05  M-UKE             PIC ---,--9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-HEN             PIC ---,--9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-ZAN             PIC ---,--9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-KINGAKU         PIC ---,---,--9.
       01  FOOT-1.
           05                    PIC X(50)  VALUE
              "預り金額合計（残高×預り金単価）：".
           05  F-KINGAKU         PIC ---,---,--9.
      * 月次容器明細書
       01  MEI-1.
           05                    PIC X(12)  VALUE "仕入先：".
           05  MH-S-CODE         PIC X(03).
           05                    PIC X(02)  VALUE SPACE.
           05  MH-S-NAME         PIC X(10).
           05                    PIC X(04)  VALUE SPACE.
           05                    PIC X(09)  VALUE "対象：".
           05  MH-YY             PIC 9(04).
           05                    PIC X(03)  VALUE "年".
           05  MH-MM             PIC 9(02).
           05                    PIC X(03)  VALUE "月".
       01  MEI-2.
           05                    PIC X(24)  VALUE  "容器".
           05                    PIC X(10)  VALUE  "前月残".
           05                    PIC X(08)  VALUE  "受入".
           05                    PIC X(08)  VALUE  "返却".
           05                    PIC X(10)  VALUE  "当月残".
           05                    PIC X(12)  VALUE  "預り金額".
       01  MEI-MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  MM-TYPE           PIC X(02).
           05                    PIC X(01)  VALUE SPACE.
           05  MM-NAME           PIC X(20).
           05  MM-ZEN            PIC ---,--9.
           05                    PIC X(01)  VALUE SPACE.
           05  MM-UKE            PIC ---,--9.
           05                    PIC X(01)  VALUE SPACE.
           05  MM-HEN            PIC ---,--9.
           05                    PIC X(01)  VALUE SPACE.
           05  MM-ZAN            PIC ---,--9.
           05                    PIC X(01)  VALUE SPACE.
           05  MM-KINGAKU        PIC ---,---,--9.
       01  MEI-GOKEI.
           05                    PIC X(48)  VALUE
                                 "預り金額合計：".
           05  MG-KINGAKU        PIC ---,---,--9.
       01  MEI-NOTE.
           05                    PIC X(51)  VALUE
              "（仕入先の容器代請求と照合のこと）".
       01  MEI-NASHI.
           05                    PIC X(40)  VALUE
              "対象の容器残高はありません".
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM OPID-LOAD-RTN
            PERFORM YOKI-LOAD-RTN
            DISPLAY "1=容器マスタ保守 2=引取入力 "
                    "3=容器残高一覧 4=月次容器明細書："
            ACCEPT MENU-CHOICE
            EVALUATE MENU-CHOICE
                WHEN "1"
                    PERFORM LEVEL-CHK-RTN
                    IF CUR-LEVEL NOT = "2"
                        DISPLAY "権限がありません。"
                    ELSE
                        PERFORM HOSHU-RTN
                    END-IF
                WHEN "2" PERFORM HIKITORI-RTN
                WHEN "3" PERFORM ZANDAKA-RTN
                WHEN "4" PERFORM GETSUJI-RTN
                WHEN OTHER DISPLAY "選択が不正です。"
            END-EVALUATE
            DISPLAY "END"
            STOP RUN.
      *
      * 容器マスタ保守：種別を指定して名称・預り金単価を登録・変更
      * する（名称空白で削除）
       HOSHU-RTN.
            PERFORM UNTIL END-FLG = "E"
                PERFORM LIST-RTN
                DISPLAY "容器種別(2桁、空白=終了)："
                ACCEPT IN-TYPE
                IF IN-TYPE = SPACE
                    MOVE "E" TO END-FLG
                ELSE
                    PERFORM HENKO-RTN
                END-IF
            END-PERFORM
            MOVE SPACE TO END-FLG
            PERFORM YOKI-SAVE-RTN
            DISPLAY "容器マスタを更新しました。".
      *
       LIST-RTN.
            PERFORM VARYING YKX FROM 1 BY 1 UNTIL YKX > YK-CNT
                DISPLAY YKT-TYPE(YKX) " " YKT-NAME(YKX) " "
                        YKT-TANKA(YKX)
            END-PERFORM.
      *
       HENKO-RTN.
            PERFORM TYPE-FIND-RTN
            DISPLAY "名称(空白=削除)："
            ACCEPT IN-NAME
            EVALUATE TRUE
                WHEN IN-NAME = SPACE AND HIT-YKX NOT = ZERO
                    PERFORM SAKUJO-RTN
                    DISPLAY "削除しました。"
                WHEN IN-NAME = SPACE
                    DISPLAY "登録がありません"
                            "（変更なし）。"
                WHEN OTHER
                    DISPLAY "預り金単価(円、5桁)："
                    ACCEPT IN-TANKA
                    IF IN-TANKA NOT NUMERIC
                        DISPLAY "数字5桁で入力してください"
                                "（変更なし）。"
                    ELSE
                        IF HIT-YKX = ZERO AND YK-CNT < 50
                            ADD 1 TO YK-CNT
                            MOVE YK-CNT  TO HIT-YKX
                            MOVE IN-TYPE TO YKT-TYPE(HIT-YKX)
                        END-IF
                        IF HIT-YKX NOT = ZERO
                            MOVE IN-NAME    TO YKT-NAME(HIT-YKX)
                            MOVE IN-TANKA-N TO YKT-TANKA(HIT-YKX)
                        END-IF
                    END-IF
            END-EVALUATE.
      *
       SAKUJO-RTN.
            PERFORM VARYING YKX FROM HIT-YKX BY 1
                    UNTIL YKX >= YK-CNT
                MOVE YK-ENT(YKX + 1) TO YK-ENT(YKX)
            END-PERFORM
            SUBTRACT 1 FROM YK-CNT.
      *
       TYPE-FIND-RTN.
            MOVE ZERO TO HIT-YKX
            PERFORM VARYING YKX FROM 1 BY 1 UNTIL YKX > YK-CNT
                IF YKT-TYPE(YKX) = IN-TYPE
                    MOVE YKX TO HIT-YKX
                END-IF
            END-PERFORM.
      *
      * 引取入力：仕入先が回収した容器を記録する。残高を超える場合は
      * 確認のうえ記録する（導入前から預かっている分など）
       HIKITORI-RTN.
            MOVE "Y" TO OK-FLG
            DISPLAY "仕入先コード："
            ACCEPT IN-S-CODE
            OPEN INPUT MAS-FILE
            MOVE IN-S-CODE TO S-CODE
            READ MAS-FILE
                INVALID KEY
                    DISPLAY "仕入先がありません：" IN-S-CODE
                    MOVE "N" TO OK-FLG
                NOT INVALID KEY
                    DISPLAY "仕入先：" S-SYOTEN-REST
            END-READ
            CLOSE MAS-FILE
            PERFORM UNTIL OK-FLG NOT = "Y"
                PERFORM LIST-RTN
                DISPLAY "容器種別(空白=終了)："
                ACCEPT IN-TYPE
                IF IN-TYPE = SPACE
                    MOVE "E" TO OK-FLG
                ELSE
                    PERFORM HIKITORI-ONE-RTN
                END-IF
            END-PERFORM.
      *
       HIKITORI-ONE-RTN.
            PERFORM TYPE-FIND-RTN
            IF HIT-YKX = ZERO
                DISPLAY "容器種別が不正です。"
            ELSE
                DISPLAY "引取個数(5桁)："
                ACCEPT IN-SURYO
                IF IN-SURYO NOT NUMERIC OR IN-SURYO-N = ZERO
                    DISPLAY "個数が不正です。"
                ELSE
                    MOVE "L" TO SHUKEI-KBN
                    PERFORM SHUKEI-RTN
                    MOVE ZERO TO ZANDAKA
                    PERFORM VARYING YLX FROM 1 BY 1 UNTIL YLX > YL-CNT
                        IF YLT-S-CODE(YLX) = IN-S-CODE
                            AND YLT-TYPE(YLX) = IN-TYPE
                            COMPUTE ZANDAKA = YLT-UKE(YLX)
                                            - YLT-HEN(YLX)
                        END-IF
                    END-PERFORM
                    MOVE "Y" TO IN-KAKUNIN
                    IF IN-SURYO-N > ZANDAKA
                        DISPLAY "★残高超過（残高：" ZANDAKA
                                "）。記録しますか(Y/N)："
                        ACCEPT IN-KAKUNIN
                    END-IF
                    IF IN-KAKUNIN = "Y"
                        OPEN EXTEND UKEHARAI-FILE
                        MOVE SPACE      TO YU-REC
                        MOVE IN-S-CODE  TO YU-S-CODE
                        MOVE IN-TYPE    TO YU-TYPE
                        MOVE "H"        TO YU-KBN
                        MOVE W-DATE8    TO YU-DATE
                        MOVE IN-SURYO-N TO YU-SURYO
                        MOVE OPID       TO YU-OPID
                        WRITE YU-REC
                        CLOSE UKEHARAI-FILE
                        DISPLAY "引取を記録しました。"
                    ELSE
                        DISPLAY "記録しません。"
                    END-IF
                END-IF
            END-IF.
      *
      * 容器残高一覧：全期間の受入・返却から残高と預り金額を出す
       ZANDAKA-RTN.
            MOVE "L" TO SHUKEI-KBN
            PERFORM SHUKEI-RTN
            PERFORM SORT-RTN
            OPEN OUTPUT PRINT-FILE
            MOVE "*** 容器残高一覧" TO H-TITLE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            MOVE ZERO TO G-KINGAKU
            PERFORM VARYING YLX FROM 1 BY 1 UNTIL YLX > YL-CNT
                MOVE SPACE TO MEISAI
                MOVE YLT-S-CODE(YLX) TO M-S-CODE
                MOVE YLT-TYPE(YLX)   TO M-TYPE IN-TYPE
                PERFORM TYPE-FIND-RTN
                PERFORM TYPE-NAME-RTN
                MOVE IN-NAME         TO M-NAME
                COMPUTE ZANDAKA = YLT-UKE(YLX) - YLT-HEN(YLX)
                PERFORM KINGAKU-RTN
                MOVE YLT-UKE(YLX)    TO M-UKE
                MOVE YLT-HEN(YLX)    TO M-HEN
                MOVE ZANDAKA         TO M-ZAN
                MOVE KINGAKU         TO M-KINGAKU
                ADD KINGAKU          TO G-KINGAKU
                WRITE P-REC FROM MEISAI AFTER 1
            END-PERFORM
            MOVE G-KINGAKU TO F-KINGAKU
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE PRINT-FILE
            DISPLAY "仕入先×容器：" YL-CNT
                    "　預り金額合計：" G-KINGAKU.
      *
      * 月次容器明細書：対象年月（空白は前月）の受払を仕入先別に印字
       GETSUJI-RTN.
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
                DISPLAY "仕入先（空白は全仕入先）："
                ACCEPT IN-S-CODE
                MOVE "M" TO SHUKEI-KBN
                PERFORM SHUKEI-RTN
                PERFORM SORT-RTN
                OPEN INPUT MAS-FILE
                OPEN OUTPUT PRINT-FILE
                MOVE "*** 月次容器明細書" TO H-TITLE
                MOVE W-DATE8 TO H-DATE
                MOVE ZERO  TO PRT-CNT
                MOVE SPACE TO CUR-S-CODE
                PERFORM VARYING YLX FROM 1 BY 1 UNTIL YLX > YL-CNT
                    PERFORM GETSUJI-ONE-RTN
                END-PERFORM
                IF PRT-CNT = ZERO
                    WRITE P-REC FROM HEAD-1 AFTER PAGE
                    WRITE P-REC FROM MEI-NASHI AFTER 2
                ELSE
                    PERFORM GETSUJI-GOKEI-RTN
                END-IF
                CLOSE MAS-FILE PRINT-FILE
                DISPLAY "明細書の仕入先数：" PRT-CNT
            END-IF.
      *
       GETSUJI-ONE-RTN.
            COMPUTE ZANDAKA = YLT-ZEN(YLX) + YLT-UKE(YLX)
                            - YLT-HEN(YLX)
            IF (IN-S-CODE = SPACE OR YLT-S-CODE(YLX) = IN-S-CODE)
                AND (YLT-ZEN(YLX) NOT = ZERO OR YLT-UKE(YLX) NOT = ZERO
                     OR YLT-HEN(YLX) NOT = ZERO)
                IF YLT-S-CODE(YLX) NOT = CUR-S-CODE
                    IF PRT-CNT NOT = ZERO
                        PERFORM GETSUJI-GOKEI-RTN
                    END-IF
                    PERFORM GETSUJI-HEAD-RTN
                END-IF
                MOVE SPACE TO MEI-MEISAI
                MOVE YLT-TYPE(YLX)   TO MM-TYPE IN-TYPE
                PERFORM TYPE-FIND-RTN
                PERFORM TYPE-NAME-RTN
                MOVE IN-NAME         TO MM-NAME
                PERFORM KINGAKU-RTN
                MOVE YLT-ZEN(YLX)    TO MM-ZEN
                MOVE YLT-UKE(YLX)    TO MM-UKE
                MOVE YLT-HEN(YLX)    TO MM-HEN
                MOVE ZANDAKA         TO MM-ZAN
                MOVE KINGAKU         TO MM-KINGAKU
                ADD KINGAKU          TO S-KINGAKU
                WRITE P-REC FROM MEI-MEISAI AFTER 1
            END-IF.
      *
       GETSUJI-HEAD-RTN.
            ADD 1 TO PRT-CNT
            MOVE YLT-S-CODE(YLX) TO CUR-S-CODE S-CODE MH-S-CODE
            READ MAS-FILE
                INVALID KEY
                    MOVE SPACE TO S-SYOTEN-REST
            END-READ
            MOVE S-SYOTEN-REST TO MH-S-NAME
            MOVE IN-YYMM(1:4)  TO MH-YY
            MOVE IN-YYMM(5:2)  TO MH-MM
            MOVE ZERO TO S-KINGAKU
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM MEI-1 AFTER 2
            WRITE P-REC FROM MEI-2 AFTER 2.
      *
       GETSUJI-GOKEI-RTN.
            MOVE S-KINGAKU TO MG-KINGAKU
            WRITE P-REC FROM MEI-GOKEI AFTER 2
            WRITE P-REC FROM MEI-NOTE AFTER 1.
      *
      * 容器受払の集計：区分Lは全期間、区分Mは対象年月より前を
      * 前月残、対象年月を受入・返却とする（以降は対象外）
       SHUKEI-RTN.
            MOVE ZERO  TO YL-CNT
            MOVE SPACE TO END-FLG
            OPEN INPUT UKEHARAI-FILE
            IF UKEHARAI-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ UKEHARAI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                PERFORM SHUKEI-ONE-RTN
                READ UKEHARAI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE UKEHARAI-FILE
            MOVE SPACE TO END-FLG.
      *
       SHUKEI-ONE-RTN.
            MOVE ZERO TO HIT-YLX
            PERFORM VARYING YLX FROM 1 BY 1 UNTIL YLX > YL-CNT
                IF YLT-S-CODE(YLX) = YU-S-CODE
                    AND YLT-TYPE(YLX) = YU-TYPE
                    MOVE YLX TO HIT-YLX
                END-IF
            END-PERFORM
            IF HIT-YLX = ZERO AND YL-CNT < 500
                ADD 1 TO YL-CNT
                MOVE YL-CNT    TO HIT-YLX
                MOVE YU-S-CODE TO YLT-S-CODE(HIT-YLX)
                MOVE YU-TYPE   TO YLT-TYPE(HIT-YLX)
                MOVE ZERO      TO YLT-ZEN(HIT-YLX) YLT-UKE(HIT-YLX)
                                  YLT-HEN(HIT-YLX)
            END-IF
            IF HIT-YLX NOT = ZERO AND YU-SURYO NUMERIC
                EVALUATE TRUE
                    WHEN SHUKEI-KBN = "M"
                         AND YU-DATE(1:6) < IN-YYMM
                        IF YU-KBN = "R"
                            ADD YU-SURYO TO YLT-ZEN(HIT-YLX)
                        ELSE
                            SUBTRACT YU-SURYO FROM YLT-ZEN(HIT-YLX)
                        END-IF
                    WHEN SHUKEI-KBN = "M"
                         AND YU-DATE(1:6) > IN-YYMM
                        CONTINUE
                    WHEN YU-KBN = "R"
                        ADD YU-SURYO TO YLT-UKE(HIT-YLX)
                    WHEN OTHER
                        ADD YU-SURYO TO YLT-HEN(HIT-YLX)
                END-EVALUATE
            END-IF.
      *
      * 仕入先・種別の順に並べる
       SORT-RTN.
            PERFORM VARYING YLX FROM 1 BY 1 UNTIL YLX >= YL-CNT
                PERFORM VARYING YLY FROM YLX BY 1 UNTIL YLY > YL-CNT
                    IF YLT-S-CODE(YLY) < YLT-S-CODE(YLX)
                        OR (YLT-S-CODE(YLY) = YLT-S-CODE(YLX)
                            AND YLT-TYPE(YLY) < YLT-TYPE(YLX))
                        MOVE YL-ENT(YLX) TO YL-WORK
                        MOVE YL-ENT(YLY) TO YL-ENT(YLX)
                        MOVE YL-WORK     TO YL-ENT(YLY)
                    END-IF
                END-PERFORM
            END-PERFORM.
      *
      * 残高×預り金単価（マスタに無い種別は０円）
       KINGAKU-RTN.
            IF HIT-YKX = ZERO
                MOVE ZERO TO KINGAKU
            ELSE
                COMPUTE KINGAKU = ZANDAKA * YKT-TANKA(HIT-YKX)
            END-IF.
      *
       TYPE-NAME-RTN.
            IF HIT-YKX = ZERO
                MOVE "★マスタ未登録" TO IN-NAME
            ELSE
                MOVE YKT-NAME(HIT-YKX) TO IN-NAME
            END-IF.
      *
       YOKI-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT YOKI-FILE
            IF YOKI-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ YOKI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF YK-CNT < 50 AND YK-TYPE NOT = SPACE
                    ADD 1 TO YK-CNT
                    MOVE YK-TYPE  TO YKT-TYPE(YK-CNT)
                    MOVE YK-NAME  TO YKT-NAME(YK-CNT)
                    MOVE YK-TANKA TO YKT-TANKA(YK-CNT)
                END-IF
                READ YOKI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE YOKI-FILE
            MOVE SPACE TO END-FLG.
      *
       YOKI-SAVE-RTN.
            OPEN OUTPUT YOKI-FILE
            PERFORM VARYING YKX FROM 1 BY 1 UNTIL YKX > YK-CNT
                MOVE SPACE TO YK-REC
                MOVE YKT-TYPE(YKX)  TO YK-TYPE
                MOVE YKT-NAME(YKX)  TO YK-NAME
                MOVE YKT-TANKA(YKX) TO YK-TANKA
                WRITE YK-REC
            END-PERFORM
            CLOSE YOKI-FILE.
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
