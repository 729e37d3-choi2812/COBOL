      *
      * 14JY0123 崔　禎　文
      * JANコードマスタ保守：JAN（バーコード）→当方商品NOと入数の
      * 対照表（JANマスタ.TXT）の登録・削除・一覧印字を行う
      * JANは8桁・13桁の数字で、末尾のチェックデジット（モジュラス
      * 10・ウェイト3/1）を検査する。商品NOはチェックデジット付き
      * 6桁で入力させ、CHKDGTで照合のうえ商品マスタ実在を確認する
      * 入数はJAN1回の読取りで基本単位何個分かを表す（単品は1）
      * マスタはP143のハンディスキャナ取込が参照する
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P142.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL JAN-FILE ASSIGN  "JANマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS JAN-FS.
           SELECT  SHOHIN-FILE ASSIGN  "ISAM商品マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY T-NO.
           SELECT  PRINT-FILE  ASSIGN  "P142.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * JANマスタ：JAN（左詰め）・当方商品NO・入数
       FD  JAN-FILE.
       01  JN-REC.
           05  JN-JAN            PIC X(13).
           05                    PIC X(01).
           05  JN-NO             PIC X(05).
           05                    PIC X(01).
           05  JN-IRISU          PIC 9(04).
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
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  JAN-FS                PIC X(02)  VALUE SPACE.
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  OK-FLG                PIC X(01)  VALUE SPACE.
       01  IN-JAN                PIC X(13)  VALUE SPACE.
       01  IN-NO-CD              PIC X(06)  VALUE SPACE.
       01  IN-IRISU              PIC X(04)  VALUE SPACE.
       01  IN-IRISU-N REDEFINES IN-IRISU PIC 9(04).
       01  HIT-JX                PIC 9(04)  VALUE ZERO.
       01  JX                    PIC 9(04).
       01  JN-CNT                PIC 9(04)  VALUE ZERO.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  CD-KIND               PIC X(01)  VALUE SPACE.
       01  CD-CODE               PIC X(05)  VALUE SPACE.
       01  CD-ANS                PIC X(01)  VALUE SPACE.
       01  CD-DIGIT              PIC X(01)  VALUE SPACE.
       01  CD-RESULT             PIC X(01)  VALUE SPACE.
      * JANチェックデジット検査用
       01  JAN-KETA              PIC 9(02)  VALUE ZERO.
       01  JAN-GOKEI             PIC 9(03)  VALUE ZERO.
       01  JAN-SHO               PIC 9(03)  VALUE ZERO.
       01  JAN-AMARI             PIC 9(02)  VALUE ZERO.
       01  JAN-CD                PIC 9(01)  VALUE ZERO.
       01  JAN-SUJI              PIC 9(01)  VALUE ZERO.
       01  JAN-OMOMI             PIC 9(01)  VALUE ZERO.
       01  JKX                   PIC 9(02).
      *
       01  JAN-TBL.
           05  JAN-ENT           OCCURS 2000 TIMES.
               10  JB-JAN        PIC X(13).
               10  JB-NO         PIC X(05).
               10  JB-IRISU      PIC 9(04).
      *
       01  MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05  M-JAN             PIC X(13).
           05                    PIC X(02)  VALUE SPACE.
           05  M-NO              PIC X(05).
           05                    PIC X(02)  VALUE SPACE.
           05  M-NAME            PIC X(10).
           05                    PIC X(02)  VALUE SPACE.
           05  M-IRISU           PIC Z,ZZ9.
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** JANコードマスタ".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  HEAD-2.
           05                    PIC X(17)  VALUE  "  JAN".
           05                    PIC X(07)  VALUE  "商品".
           05                    PIC X(12)  VALUE  "商品名".
           05                    PIC X(06)  VALUE  "入数".
      *
       01  FOOT-1.
           05                    PIC X(15)  VALUE "登録件数：".
           05  F-CNT             PIC ZZZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM JAN-LOAD-RTN
            OPEN INPUT SHOHIN-FILE
            PERFORM UNTIL END-FLG = "E"
                DISPLAY "1=登録 2=削除 3=一覧 0=終了："
                ACCEPT MENU-CHOICE
                EVALUATE MENU-CHOICE
                    WHEN "1" PERFORM TOROKU-RTN
                    WHEN "2" PERFORM SAKUJO-RTN
                    WHEN "3" PERFORM LIST-RTN
                    WHEN "0" MOVE "E" TO END-FLG
                    WHEN OTHER DISPLAY "選択が不正です。"
                END-EVALUATE
            END-PERFORM
            CLOSE SHOHIN-FILE
            PERFORM JAN-SAVE-RTN
            DISPLAY "END"
            STOP RUN.
      *
      * 登録：JANのチェックデジット・商品NOのチェックデジットを
      * 検査し、商品マスタに実在する商品のみ認める（既存JANは変更）
       TOROKU-RTN.
            DISPLAY "JAN(8桁または13桁)："
            MOVE SPACE TO IN-JAN
            ACCEPT IN-JAN
            PERFORM JAN-CHK-RTN
            IF OK-FLG NOT = "Y"
                DISPLAY "JANが不正です：" IN-JAN
            ELSE
                DISPLAY "当方商品NO(5桁＋CD)："
                MOVE SPACE TO IN-NO-CD
                ACCEPT IN-NO-CD
                MOVE "I" TO CD-KIND
                MOVE IN-NO-CD(1:5) TO CD-CODE
                MOVE IN-NO-CD(6:1) TO CD-ANS
                CALL "CHKDGT" USING CD-KIND CD-CODE CD-ANS
                                    CD-DIGIT CD-RESULT
                IF IN-NO-CD(6:1) = SPACE OR CD-RESULT NOT = "Y"
                    DISPLAY "商品NOのチェックデジットが"
                            "合いません。"
                ELSE
                    PERFORM TOROKU-ONE-RTN
                END-IF
            END-IF.
      *
       TOROKU-ONE-RTN.
            MOVE IN-NO-CD(1:5) TO T-NO
            READ SHOHIN-FILE
                INVALID KEY
                    DISPLAY "商品マスタ未登録です。"
                NOT INVALID KEY
                    DISPLAY "商品名：" T-NAME
                    DISPLAY "入数(4桁、空白=1)："
                    MOVE SPACE TO IN-IRISU
                    ACCEPT IN-IRISU
                    IF IN-IRISU = SPACE
                        MOVE "0001" TO IN-IRISU
                    END-IF
                    IF IN-IRISU NOT NUMERIC OR IN-IRISU = "0000"
                        DISPLAY "入数が不正です。"
                    ELSE
                        PERFORM HIT-FIND-RTN
                        IF HIT-JX > ZERO
                            MOVE T-NO       TO JB-NO(HIT-JX)
                            MOVE IN-IRISU-N TO JB-IRISU(HIT-JX)
                            DISPLAY "変更しました。"
                        ELSE
                            IF JN-CNT < 2000
                                ADD 1 TO JN-CNT
                                MOVE IN-JAN     TO JB-JAN(JN-CNT)
                                MOVE T-NO       TO JB-NO(JN-CNT)
                                MOVE IN-IRISU-N TO JB-IRISU(JN-CNT)
                                DISPLAY "登録しました。"
                            ELSE
                                DISPLAY "登録上限です。"
                            END-IF
                        END-IF
                    END-IF
            END-READ.
      *
       SAKUJO-RTN.
            DISPLAY "JAN(8桁または13桁)："
            MOVE SPACE TO IN-JAN
            ACCEPT IN-JAN
            PERFORM HIT-FIND-RTN
            IF HIT-JX > ZERO
                MOVE SPACE TO JB-JAN(HIT-JX)
                DISPLAY "削除しました。"
            ELSE
                DISPLAY "該当がありません。"
            END-IF.
      *
       HIT-FIND-RTN.
            MOVE ZERO TO HIT-JX
            PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > JN-CNT
                IF JB-JAN(JX) = IN-JAN
                    MOVE JX TO HIT-JX
                END-IF
            END-PERFORM.
      *
      * JANの検査：8桁または13桁の数字で、右端のチェックデジットが
      * 右から2桁目を重み3として3・1交互の加重合計と合うこと
       JAN-CHK-RTN.
            MOVE "N" TO OK-FLG
            MOVE ZERO TO JAN-KETA
            IF IN-JAN(1:8) NUMERIC AND IN-JAN(9:5) = SPACE
                MOVE 8 TO JAN-KETA
            END-IF
            IF IN-JAN NUMERIC
                MOVE 13 TO JAN-KETA
            END-IF
            IF JAN-KETA > ZERO
                MOVE ZERO TO JAN-GOKEI
                MOVE 3 TO JAN-OMOMI
                PERFORM VARYING JKX FROM JAN-KETA BY -1
                        UNTIL JKX < 2
                    MOVE IN-JAN(JKX - 1:1) TO JAN-SUJI
                    COMPUTE JAN-GOKEI = JAN-GOKEI
                                      + JAN-SUJI * JAN-OMOMI
                    IF JAN-OMOMI = 3
                        MOVE 1 TO JAN-OMOMI
                    ELSE
                        MOVE 3 TO JAN-OMOMI
                    END-IF
                END-PERFORM
                DIVIDE JAN-GOKEI BY 10 GIVING JAN-SHO
                    REMAINDER JAN-AMARI
                IF JAN-AMARI = ZERO
                    MOVE ZERO TO JAN-CD
                ELSE
                    COMPUTE JAN-CD = 10 - JAN-AMARI
                END-IF
                MOVE IN-JAN(JAN-KETA:1) TO JAN-SUJI
                IF JAN-SUJI = JAN-CD
                    MOVE "Y" TO OK-FLG
                END-IF
            END-IF.
      *
       LIST-RTN.
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            MOVE ZERO TO HIT-JX
            PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > JN-CNT
                IF JB-JAN(JX) NOT = SPACE
                    ADD 1 TO HIT-JX
                    MOVE SPACE TO M-JAN M-NO M-NAME
                    MOVE JB-JAN(JX)   TO M-JAN
                    MOVE JB-NO(JX)    TO M-NO
                    MOVE JB-IRISU(JX) TO M-IRISU
                    MOVE JB-NO(JX)    TO T-NO
                    READ SHOHIN-FILE
                        INVALID KEY
                            MOVE "（未登録）" TO M-NAME
                        NOT INVALID KEY
                            MOVE T-NAME TO M-NAME
                    END-READ
                    WRITE P-REC FROM MEISAI AFTER 1
                END-IF
            END-PERFORM
            MOVE HIT-JX TO F-CNT
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE PRINT-FILE
            DISPLAY "一覧を印字しました。".
      *
       JAN-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT JAN-FILE
            IF JAN-FS NOT = "00"
                CLOSE JAN-FILE
            ELSE
                READ JAN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF JN-CNT < 2000 AND JN-JAN NOT = SPACE
                        ADD 1 TO JN-CNT
                        MOVE JN-JAN   TO JB-JAN(JN-CNT)
                        MOVE JN-NO    TO JB-NO(JN-CNT)
                        MOVE JN-IRISU TO JB-IRISU(JN-CNT)
                    END-IF
                    READ JAN-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE JAN-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
       JAN-SAVE-RTN.
            OPEN OUTPUT JAN-FILE
            PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > JN-CNT
                IF JB-JAN(JX) NOT = SPACE
                    MOVE SPACE TO JN-REC
                    MOVE JB-JAN(JX)   TO JN-JAN
                    MOVE JB-NO(JX)    TO JN-NO
                    MOVE JB-IRISU(JX) TO JN-IRISU
                    WRITE JN-REC
                END-IF
            END-PERFORM
            CLOSE JAN-FILE.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
