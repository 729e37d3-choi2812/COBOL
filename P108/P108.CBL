      *
      * 14JY0123 崔　禎　文
      * ログ退避整理：際限なく伸びる運用ファイルを
      * 保存月数（パラメタマスタ（P156で保守）の
      * P108、パラメタ名＝ファイル名、未登録は
      * 12か月）に従って年次退避する
      * 対象：運転日誌.TXT／例外累積.TXT／仕入先履歴.TXT／
      * 　　　仕入先更新履歴.TXT／スプール目録.TXT
      * 保存期間を過ぎた記録は退避作業.TXTへ書き出してから
           SELECT  OPTIONAL MOKU-FILE ASSIGN  "退避目録.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS MOKU-FS.
           SELECT  PRINT-FILE  ASSIGN  "P108.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
           05  MK-YEAR           PIC 9(04).
           05                    PIC X(01).
           05  MK-KENSU          PIC 9(07).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  IN-FS                 PIC X(02)  VALUE SPACE.
       01  MOKU-FS               PIC X(02)  VALUE SPACE.
       01  PG-MODE               PIC X(01)  VALUE "G".
       01  PG-PROG               PIC X(04)  VALUE "P108".
       01  PG-NAME               PIC X(24)  VALUE SPACE.
       01  PG-VALUE              PIC X(14)  VALUE SPACE.
       01  PG-SUCHI              PIC 9(09)V99 VALUE ZERO.
       01  PG-RESULT             PIC X(01)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  RUN-SERIAL            PIC 9(07)  VALUE ZERO.
                END-IF
            END-PERFORM.
      *
      * 保存月数（パラメタマスタのP108、パラメタ名＝ファイル名）
       PARAM-LOAD-RTN.
            MOVE "F" TO PG-MODE
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            PERFORM UNTIL PG-RESULT NOT = "Y"
                IF PR-CNT < 10 AND PG-SUCHI NOT = ZERO
                    ADD 1 TO PR-CNT
                    MOVE PG-NAME  TO PT-FILE(PR-CNT)
                    MOVE PG-SUCHI TO PT-MONTHS(PR-CNT)
                END-IF
                MOVE "N" TO PG-MODE
                CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                      PG-VALUE PG-SUCHI PG-RESULT
            END-PERFORM.
      *
       DATE-SERIAL-RTN.
            MOVE WS-DATE-IN(1:4) TO WS-YY
