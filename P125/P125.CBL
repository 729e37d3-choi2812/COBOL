      *
      * 14JY0123 崔　禎　文
      * 月次締めチェック：P38で期間を締める前に、月次の必須工程が
      * 済んでいるかを判定する（判定は共通サブプログラムSHIMECHK）
      * １＝チェック実行（対象年月を指定し、項目ごとの合格／★不合
      * 　　格と理由を印字する。結果は締めチェック結果.TXTへ記録）
      * ２＝マスタ保守（締めチェックマスタ.TXTの項目ごとの必須Y/N
      * 　　と、06の未解消例外の経過日数を変更する）
      * 項目：01＝P36月次仕訳　02＝P74・P76がP36の後に実行
      * 　　　03＝P75で全バッチ転記確認　04＝P89受払表に★なし
      * 　　　05＝P50・P93の棚卸差異が承認済
      * 　　　06＝P41の未解消例外に日数超過なし
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P125.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL CMAS-FILE ASSIGN
                                    "締めチェックマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS CMAS-FS.
           SELECT  PRINT-FILE  ASSIGN  "P125.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 締めチェックマスタ：項目コード・必須・日数・項目名
       FD  CMAS-FILE.
       01  CM-REC.
           05  CM-CODE           PIC X(02).
           05                    PIC X(01).
           05  CM-HISSU          PIC X(01).
           05                    PIC X(01).
           05  CM-DAYS           PIC 9(03).
           05                    PIC X(01).
           05  CM-NAME           PIC X(20).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  CMAS-FS               PIC X(02)  VALUE SPACE.
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  IN-CODE               PIC X(02)  VALUE SPACE.
       01  IN-HISSU              PIC X(01)  VALUE SPACE.
       01  IN-DAYS               PIC X(03)  VALUE SPACE.
       01  SX                    PIC 9(01).
       01  HIT-SX                PIC 9(01)  VALUE ZERO.
       01  NG-CNT                PIC 9(01)  VALUE ZERO.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  D-DAYS                PIC ZZ9.
      *
      * 月次締めチェック（SHIMECHK）とのやりとり
       01  SC-FUNC               PIC X(01)  VALUE SPACE.
       01  SC-YYMM               PIC X(06)  VALUE SPACE.
       01  SC-KEKKA              PIC X(01)  VALUE SPACE.
       01  SC-TBL.
           05  SC-ENT            OCCURS 6 TIMES.
               10  SC-CODE       PIC X(02).
               10  SC-NAME       PIC X(20).
               10  SC-HISSU      PIC X(01).
               10  SC-DAYS       PIC 9(03).
               10  SC-OK         PIC X(01).
               10  SC-BIKO       PIC X(40).
      *
       01  MEISAI.
           05  M-CODE            PIC X(02).
           05                    PIC X(01)  VALUE SPACE.
           05  M-NAME            PIC X(18).
           05                    PIC X(01)  VALUE SPACE.
           05  M-HISSU           PIC X(06).
           05                    PIC X(01)  VALUE SPACE.
           05  M-KEKKA           PIC X(09).
           05                    PIC X(01)  VALUE SPACE.
           05  M-BIKO            PIC X(39).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 月次締めチェック".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  HEAD-2.
           05                    PIC X(15)  VALUE "対象年月：".
           05  H-YYMM            PIC X(06).
      *
       01  HEAD-3.
           05                    PIC X(22)  VALUE  "項目".
           05                    PIC X(07)  VALUE  "区分".
           05                    PIC X(10)  VALUE  "結果".
           05                    PIC X(06)  VALUE  "備考".
      *
       01  FOOT-1.
           05                    PIC X(15)  VALUE "総合判定：".
           05  F-KEKKA           PIC X(48)  VALUE SPACE.
       01  FOOT-2.
           05                    PIC X(18)  VALUE "不合格項目：".
           05  F-NG              PIC 9.
           05                    PIC X(03)  VALUE "件".
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            DISPLAY "1=締めチェック 2=マスタ保守："
            ACCEPT MENU-CHOICE
            EVALUATE MENU-CHOICE
                WHEN "1" PERFORM CHECK-RTN
                WHEN "2" PERFORM HOSHU-RTN
                WHEN OTHER DISPLAY "選択が不正です。"
            END-EVALUATE
            DISPLAY "END"
            STOP RUN.
      *
      * チェック実行：SHIMECHKで判定し、項目別の結果を印字する
       CHECK-RTN.
            DISPLAY "対象年月(YYYYMM)："
            ACCEPT SC-YYMM
            IF SC-YYMM NOT NUMERIC
                DISPLAY "年月が不正です。"
            ELSE
                MOVE "C" TO SC-FUNC
                CALL "SHIMECHK" USING SC-FUNC SC-YYMM SC-KEKKA
                                      SC-TBL
                PERFORM CHECK-PRINT-RTN
                IF SC-KEKKA = "Y"
                    DISPLAY "締めチェック合格："
                            "P38で締切できます。"
                ELSE
                    DISPLAY "★締めチェック不合格"
                            "（P125.DOC参照）"
                END-IF
            END-IF.
      *
       CHECK-PRINT-RTN.
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            MOVE SC-YYMM TO H-YYMM
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            WRITE P-REC FROM HEAD-3 AFTER 2
            MOVE ZERO TO NG-CNT
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 6
                MOVE SPACE TO MEISAI
                MOVE SC-CODE(SX) TO M-CODE
                MOVE SC-NAME(SX) TO M-NAME
                IF SC-HISSU(SX) = "Y"
                    MOVE "必須" TO M-HISSU
                ELSE
                    MOVE "任意" TO M-HISSU
                END-IF
                IF SC-OK(SX) = "Y"
                    MOVE "合格" TO M-KEKKA
                ELSE
                    MOVE "★不可" TO M-KEKKA
                    IF SC-HISSU(SX) = "Y"
                        ADD 1 TO NG-CNT
                    END-IF
                END-IF
                MOVE SC-BIKO(SX) TO M-BIKO
                WRITE P-REC FROM MEISAI AFTER 1
            END-PERFORM
            IF SC-KEKKA = "Y"
                MOVE "合格（P38で締切できる）" TO F-KEKKA
            ELSE
                MOVE "★不合格（P38は締切を拒否する）"
                  TO F-KEKKA
            END-IF
            WRITE P-REC FROM FOOT-1 AFTER 2
            MOVE NG-CNT TO F-NG
            WRITE P-REC FROM FOOT-2 AFTER 1
            CLOSE PRINT-FILE.
      *
      * マスタ保守：項目ごとの必須Y/Nと06の日数を変更する
       HOSHU-RTN.
            MOVE "M" TO SC-FUNC
            CALL "SHIMECHK" USING SC-FUNC SC-YYMM SC-KEKKA SC-TBL
            PERFORM UNTIL END-FLG = "E"
                PERFORM LIST-RTN
                DISPLAY "項目コード(01〜06、00=終了)："
                ACCEPT IN-CODE
                IF IN-CODE = "00" OR IN-CODE = SPACE
                    MOVE "E" TO END-FLG
                ELSE
                    PERFORM HENKO-RTN
                END-IF
            END-PERFORM
            PERFORM CMAS-SAVE-RTN
            DISPLAY "締めチェックマスタを"
                    "更新しました。".
      *
       LIST-RTN.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 6
                MOVE SC-DAYS(SX) TO D-DAYS
                IF SX = 6
                    DISPLAY SC-CODE(SX) " " SC-NAME(SX) " 必須："
                            SC-HISSU(SX) " 日数：" D-DAYS
                ELSE
                    DISPLAY SC-CODE(SX) " " SC-NAME(SX) " 必須："
                            SC-HISSU(SX)
                END-IF
            END-PERFORM.
      *
       HENKO-RTN.
            MOVE ZERO TO HIT-SX
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 6
                IF SC-CODE(SX) = IN-CODE
                    MOVE SX TO HIT-SX
                END-IF
            END-PERFORM
            IF HIT-SX = ZERO
                DISPLAY "項目コードが不正です。"
            ELSE
                DISPLAY "必須(Y/N)："
                ACCEPT IN-HISSU
                IF IN-HISSU = "Y" OR IN-HISSU = "N"
                    MOVE IN-HISSU TO SC-HISSU(HIT-SX)
                ELSE
                    DISPLAY "必須区分が不正です"
                            "（変更なし）。"
                END-IF
                IF HIT-SX = 6
                    DISPLAY "経過日数(3桁)："
                    ACCEPT IN-DAYS
                    IF IN-DAYS NUMERIC
                        MOVE IN-DAYS TO SC-DAYS(HIT-SX)
                    ELSE
                        DISPLAY "日数が不正です"
                                "（変更なし）。"
                    END-IF
                END-IF
            END-IF.
      *
       CMAS-SAVE-RTN.
            OPEN OUTPUT CMAS-FILE
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 6
                MOVE SPACE TO CM-REC
                MOVE SC-CODE(SX)  TO CM-CODE
                MOVE SC-HISSU(SX) TO CM-HISSU
                MOVE SC-DAYS(SX)  TO CM-DAYS
                MOVE SC-NAME(SX)  TO CM-NAME
                WRITE CM-REC
            END-PERFORM
            CLOSE CMAS-FILE.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
