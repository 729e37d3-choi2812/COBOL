      *
      * 14JY0123 崔　禎　文
      * 実行パラメタ取得共通サブプログラム
      * パラメタマスタ.TXT（P156で保守）から、プログラム＋パラメタ
      * 名の値を返す。マスタは初回呼出し時に作業表へ読み込む
      * 区分："G"＝指定したパラメタ名の値を返す
      * 　　　"F"＝そのプログラムの先頭の登録を返す（名前も返す）
      * 　　　"N"＝"F"・"N"で返した次の登録を返す
      * 　　　（"F"・"N"は保存期間や分類別目標のように、名前ごとに
      * 　　　　値を持つ一覧型のパラメタを読むのに使う）
      * 数値型（N）の値はPG-SUCHIへも返す（文字型・年月型はゼロ）
      * 結果：PG-RESULT　Y=登録あり　N=登録なし・値が空白・数値不正
      * 結果がNのときは呼出し側で自分の既定値をそのまま使う
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      PARAMGET.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL PARAM-FILE ASSIGN
                                    "パラメタマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS PARAM-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * パラメタマスタ：プログラム・パラメタ名・型・値・既定値・
      * 下限・上限・説明・更新日・更新者
       FD  PARAM-FILE.
       01  PM-REC.
           05  PM-PROG           PIC X(04).
           05                    PIC X(01).
           05  PM-NAME           PIC X(24).
           05                    PIC X(01).
           05  PM-KATA           PIC X(01).
           05                    PIC X(01).
           05  PM-VALUE          PIC X(14).
           05  PM-VALUE-N        REDEFINES PM-VALUE.
               10  PM-SUCHI      PIC 9(09)V99.
               10                PIC X(03).
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
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  INIT-FLG              PIC X(01)  VALUE SPACE.
       01  PARAM-FS              PIC X(02)  VALUE SPACE.
       01  PM-CNT                PIC 9(03)  VALUE ZERO.
       01  PMX                   PIC 9(03).
       01  HIT-PMX               PIC 9(03)  VALUE ZERO.
       01  CUR-PMX               PIC 9(03)  VALUE ZERO.
      *
       01  PM-TBL.
           05  PM-ENT            OCCURS 500 TIMES.
               10  PT-PROG       PIC X(04).
               10  PT-NAME       PIC X(24).
               10  PT-KATA       PIC X(01).
               10  PT-VALUE      PIC X(14).
               10  PT-VALUE-N    REDEFINES PT-VALUE.
                   15  PT-SUCHI  PIC 9(09)V99.
                   15            PIC X(03).
      *
       LINKAGE          SECTION.
       01  PG-MODE               PIC X(01).
       01  PG-PROG               PIC X(04).
       01  PG-NAME               PIC X(24).
       01  PG-VALUE              PIC X(14).
       01  PG-SUCHI              PIC 9(09)V99.
       01  PG-RESULT             PIC X(01).
      *
       PROCEDURE        DIVISION USING PG-MODE PG-PROG PG-NAME
                                       PG-VALUE PG-SUCHI PG-RESULT.
       MOOO.
            IF INIT-FLG NOT = "Y"
                PERFORM PARAM-LOAD-RTN
                MOVE "Y" TO INIT-FLG
            END-IF
            MOVE ZERO  TO HIT-PMX
            MOVE SPACE TO PG-VALUE
            MOVE ZERO  TO PG-SUCHI
            EVALUATE PG-MODE
                WHEN "G"
                    PERFORM VARYING PMX FROM 1 BY 1
                            UNTIL PMX > PM-CNT OR HIT-PMX > ZERO
                        IF PT-PROG(PMX) = PG-PROG
                           AND PT-NAME(PMX) = PG-NAME
                            MOVE PMX TO HIT-PMX
                        END-IF
                    END-PERFORM
                WHEN "F"
                    MOVE ZERO TO CUR-PMX
                    PERFORM NEXT-RTN
                WHEN "N"
                    PERFORM NEXT-RTN
            END-EVALUATE
            MOVE "N" TO PG-RESULT
            IF HIT-PMX > ZERO
                IF PT-VALUE(HIT-PMX) NOT = SPACE
                    MOVE PT-NAME(HIT-PMX)  TO PG-NAME
                    MOVE PT-VALUE(HIT-PMX) TO PG-VALUE
                    MOVE "Y" TO PG-RESULT
                    IF PT-KATA(HIT-PMX) = "N"
                        IF PT-SUCHI(HIT-PMX) NUMERIC
                            MOVE PT-SUCHI(HIT-PMX) TO PG-SUCHI
                        ELSE
                            MOVE SPACE TO PG-VALUE
                            MOVE "N" TO PG-RESULT
                        END-IF
                    END-IF
                END-IF
            END-IF
            GOBACK.
      *
      * 前回返した位置の次から、同じプログラムの登録を探す
      * （値が空白の登録は読み飛ばす）
       NEXT-RTN.
            PERFORM VARYING PMX FROM CUR-PMX BY 1
                    UNTIL PMX >= PM-CNT OR HIT-PMX > ZERO
                IF PT-PROG(PMX + 1) = PG-PROG
                   AND PT-VALUE(PMX + 1) NOT = SPACE
                    COMPUTE HIT-PMX = PMX + 1
                END-IF
            END-PERFORM
            IF HIT-PMX > ZERO
                MOVE HIT-PMX TO CUR-PMX
            ELSE
                MOVE PM-CNT TO CUR-PMX
            END-IF.
      *
      * パラメタマスタを作業表へ読み込む（初回呼出し時のみ）
       PARAM-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT PARAM-FILE
            IF PARAM-FS = "00"
                READ PARAM-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF PM-CNT < 500
                        ADD 1 TO PM-CNT
                        MOVE PM-PROG  TO PT-PROG(PM-CNT)
                        MOVE PM-NAME  TO PT-NAME(PM-CNT)
                        MOVE PM-KATA  TO PT-KATA(PM-CNT)
                        MOVE PM-VALUE TO PT-VALUE(PM-CNT)
                    END-IF
                    READ PARAM-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
            END-IF
            CLOSE PARAM-FILE
            MOVE SPACE TO END-FLG.
