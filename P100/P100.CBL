      *
      * 14JY0123 崔　禎　文
      * 売価改定提案：P52が★を付ける商品（実仕入
      * 平均単価が販売単価に迫るか上回る商品。
      * 閾値はP52と同じくパラメタマスタのP52
      * MARGIN-PCT、既定10％）について、分類別の
      * 目標マージン（パラメタマスタ（P156で保守）の
      * P100 MOKUHYO-分類、未登録は20％）を回復する
      * 新販売単価を計算する
      * １＝提案作成（売価提案.TXTへ書き出し、提案一覧を印字）
      * ２＝承認反映（提案を1件ずつ確認し、承認分だけ商品マスタの
      * 　　販売単価T-H-TANKAへ反映する。反映は商品履歴.TXTへ
                                    FILE STATUS TEIAN-FS.
           SELECT  TEIAN-NEW   ASSIGN  "売価提案.NEW"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL RIREKI-FILE ASSIGN  "商品履歴.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS RIREKI-FS.
      *
       FD  TEIAN-NEW.
       01  TEN-REC               PIC X(40).
      *
       FD  RIREKI-FILE.
       01  TH-REC.
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  TEIAN-FS              PIC X(02)  VALUE SPACE.
       01  PG-MODE               PIC X(01)  VALUE SPACE.
       01  PG-PROG               PIC X(04)  VALUE SPACE.
       01  PG-NAME               PIC X(24)  VALUE SPACE.
       01  PG-VALUE              PIC X(14)  VALUE SPACE.
       01  PG-SUCHI              PIC 9(09)V99 VALUE ZERO.
       01  PG-RESULT             PIC X(01)  VALUE SPACE.
       01  RIREKI-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
            END-PERFORM
            MOVE SPACE TO END-FLG.
      *
      * 分類別の目標マージン％（パラメタマスタのP100 MOKUHYO-分類）
       MOKUHYO-LOAD-RTN.
            MOVE "F"    TO PG-MODE
            MOVE "P100" TO PG-PROG
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            PERFORM UNTIL PG-RESULT NOT = "Y"
                IF PG-NAME(1:8) = "MOKUHYO-" AND MK-CNT < 20
                    ADD 1 TO MK-CNT
                    MOVE PG-NAME(9:2) TO MT-CAT(MK-CNT)
                    MOVE PG-SUCHI     TO MT-PCT(MK-CNT)
                END-IF
                MOVE "N" TO PG-MODE
                CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                      PG-VALUE PG-SUCHI PG-RESULT
            END-PERFORM.
      *
      * 警告の閾値はP52と同じ（パラメタマスタのP52 MARGIN-PCT）
       PARAM-LOAD-RTN.
            MOVE "G"          TO PG-MODE
            MOVE "P52"        TO PG-PROG
            MOVE "MARGIN-PCT" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y" AND PG-SUCHI NOT = ZERO
                MOVE PG-SUCHI TO THRESHOLD
            END-IF.
      *
      * サインオン情報（P18で記録）から担当者IDを取得する
