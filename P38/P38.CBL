      * 会計期間締め処理：期間マスタ.TXT（年月・状態）を保守する
      * 指定年月の状態をC(締切)またはO(開放)に更新し、
      * 締め処理管理帳票を印字する。未登録年月は新規登録する
      * 開放したときは、前期間の自動逆仕訳（P118）の実行を促す
      * 締切（C）は月次締めチェック（SHIMECHK、P125と同じ判定）に
      * 合格したときだけ行う。不合格のときはレベル2の担当者が確認
      * した場合に限り強制締切とし、締めチェック結果.TXTへ区分O
      * （担当者ID付き）で記録する
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P38.
                                    FILE STATUS KIKAN-FS.
           SELECT  PRINT-FILE  ASSIGN  "P38.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  OPTIONAL OPE-FILE ASSIGN
                                    "オペレータマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS OPE-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
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
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  IN-ACTION             PIC X(01)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  ANS                   PIC X(01)  VALUE SPACE.
       01  KYOSEI-FLG            PIC X(01)  VALUE SPACE.
       01  SX                    PIC 9(01).
       01  OPID                  PIC X(04)  VALUE "????".
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPE-FS                PIC X(02)  VALUE SPACE.
       01  OPE-END-FLG           PIC X(01)  VALUE SPACE.
       01  CUR-LEVEL             PIC X(01)  VALUE SPACE.
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
       01  KI-TBL.
           05  KI-ENT            OCCURS 120 TIMES.
           05                    PIC X(02)  VALUE SPACE.
           05  M-STATUS          PIC X(01).
           05                    PIC X(02)  VALUE SPACE.
           05  M-COMMENT         PIC X(24).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
                DISPLAY "処理コードが不正です。"
                STOP RUN
            END-IF
            IF IN-ACTION = "C"
                PERFORM SHIME-CHK-RTN
            END-IF
            MOVE ZERO TO HIT-KX
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KI-CNT
                IF KT-YYMM(KX) = IN-YYMM
            MOVE IN-ACTION TO KT-STATUS(HIT-KX)
            PERFORM KIKAN-SAVE-RTN
            PERFORM PRINT-RTN
            IF IN-ACTION = "O"
                DISPLAY "見越・評価替の逆仕訳はP118で作成"
            END-IF
            DISPLAY "END"
            STOP RUN.
      *
                IF KX = HIT-KX
                    IF IN-ACTION = "C"
                        MOVE "★今回締切" TO M-COMMENT
                        IF KYOSEI-FLG = "Y"
                            MOVE "★今回強制締切" TO M-COMMENT
                        END-IF
                    ELSE
                        MOVE "★今回開放" TO M-COMMENT
                    END-IF
            END-PERFORM
            CLOSE PRINT-FILE.
      *
      * 月次締めチェック：不合格ならレベル2の確認で強制締切とし、
      * 確認が無ければ締切せずに終了する
       SHIME-CHK-RTN.
            MOVE "C"     TO SC-FUNC
            MOVE IN-YYMM TO SC-YYMM
            CALL "SHIMECHK" USING SC-FUNC SC-YYMM SC-KEKKA SC-TBL
            IF SC-KEKKA NOT = "Y"
                DISPLAY "★月次締めチェック不合格："
                PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 6
                    IF SC-HISSU(SX) = "Y" AND SC-OK(SX) = "N"
                        DISPLAY SC-CODE(SX) " " SC-NAME(SX) " "
                                SC-BIKO(SX)
                    END-IF
                END-PERFORM
                PERFORM OPID-LOAD-RTN
                PERFORM LEVEL-CHK-RTN
                IF CUR-LEVEL NOT = "2"
                    DISPLAY "締切できません"
                            "（P125で確認）。"
                    STOP RUN
                END-IF
                DISPLAY "強制締切しますか(Y/N)："
                ACCEPT ANS
                IF ANS NOT = "Y" AND ANS NOT = "y"
                    DISPLAY "締切を中止します。"
                    STOP RUN
                END-IF
                MOVE "O" TO SC-FUNC
                CALL "SHIMECHK" USING SC-FUNC SC-YYMM SC-KEKKA
                                      SC-TBL
                MOVE "Y" TO KYOSEI-FLG
                DISPLAY "強制締切を記録しました"
                        "（担当者："
                        OPID "）。"
            END-IF.
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
