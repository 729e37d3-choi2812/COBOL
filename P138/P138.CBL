      *
      * 14JY0123 崔　禎　文
      * ロット保留管理：回収・品質問題（P88のトレース結果など）で
      * 出荷を止めるロットを在庫ロット.TXT上で保留にする
      * 1=保留設定（商品NOを指定し、通常ロットを選んで保留理由を
      * 　入力する）
      * 2=保留解除（保留ロットを通常に戻す）
      * 3=返品指示（保留ロットの残量をP86と同じ形式のマイナス数量の
      * 　返品レコードとして仕入3.txtへ追記し、ロットを返品指示済に
      * 　する。P27が返品の反映時にこのロットから落とす）
      * 4=保留ロット一覧（P138.DOC）
      * 1〜3は権限レベル2のみ。変更は担当者ID付きでロット保留履歴
      * .TXTへ記録する（H保留 K解除 R返品指示、P87の廃棄はD）
      * 保留ロットはP27の出庫引当から外れ、P17・P92の利用可能在庫
      * から除かれる。廃棄する場合はP87で確定する
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P138.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL LOT-FILE ASSIGN  "在庫ロット.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS LOT-FS.
           SELECT  OPTIONAL HORYU-FILE ASSIGN
                                    "ロット保留履歴.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS HORYU-FS.
           SELECT  OPTIONAL HENPIN-FILE ASSIGN  "仕入3.txt"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS HENPIN-FS.
           SELECT  SHOHIN-FILE ASSIGN  "ISAM商品マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY T-NO.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  OPTIONAL OPE-FILE ASSIGN
                                    "オペレータマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS OPE-FS.
           SELECT  PRINT-FILE  ASSIGN  "P138.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 在庫ロット：保留区分 空白＝通常 H＝保留 R＝返品指示済
      * 産地は入庫時にP27が入荷産地から付ける（空白＝不明）
       FD  LOT-FILE.
       01  LT-REC.
           05  LT-NO             PIC X(05).
           05                    PIC X(01).
           05  LT-DATE           PIC 9(08).
           05                    PIC X(01).
           05  LT-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  LT-ZAN            PIC 9(06).
           05                    PIC X(01).
           05  LT-HOLD           PIC X(01).
           05                    PIC X(01).
           05  LT-HOLD-DATE      PIC 9(08).
           05                    PIC X(01).
           05  LT-RIYU           PIC X(20).
           05                    PIC X(01).
           05  LT-SANCHI         PIC X(03).
      *
      * ロット保留履歴：H保留 K解除 R返品指示 D廃棄
       FD  HORYU-FILE.
       01  LH-REC.
           05  LH-DATE           PIC 9(08).
           05                    PIC X(01).
           05  LH-KBN            PIC X(01).
           05                    PIC X(01).
           05  LH-NO             PIC X(05).
           05                    PIC X(01).
           05  LH-LOT-DATE       PIC 9(08).
           05                    PIC X(01).
           05  LH-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  LH-SURYO          PIC 9(06).
           05                    PIC X(01).
           05  LH-RIYU           PIC X(20).
           05                    PIC X(01).
           05  LH-OPID           PIC X(04).
      *
       FD  HENPIN-FILE.
       01  I-REC.
           05  I-NO              PIC X(05).
           05  I-S-DATE          PIC 9(08).
           05  I-S-NO            PIC X(03).
           05  I-SURYO           PIC S9(04)
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  I-UNIT            PIC X(02).
           05  I-NO-CD           PIC X(01).
           05  I-S-NO-CD         PIC X(01).
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
       01  LOT-FS                PIC X(02)  VALUE SPACE.
       01  LOT-END-FLG           PIC X(01)  VALUE SPACE.
       01  HORYU-FS              PIC X(02)  VALUE SPACE.
       01  HENPIN-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPE-FS                PIC X(02)  VALUE SPACE.
       01  OPE-END-FLG           PIC X(01)  VALUE SPACE.
       01  CUR-LEVEL             PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  TAISHO-HOLD           PIC X(01)  VALUE SPACE.
       01  IN-NO                 PIC X(05)  VALUE SPACE.
       01  IN-LOX                PIC X(03)  VALUE SPACE.
       01  IN-LOX-N REDEFINES IN-LOX PIC 9(03).
       01  IN-RIYU               PIC X(20)  VALUE SPACE.
       01  IN-KAKUNIN            PIC X(01)  VALUE SPACE.
       01  RIREKI-KBN            PIC X(01)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  LOX                   PIC 9(03).
       01  HIT-LOX               PIC 9(03)  VALUE ZERO.
       01  LOT-CNT               PIC 9(03)  VALUE ZERO.
       01  HYOJI-CNT             PIC 9(03)  VALUE ZERO.
       01  HENKO-CNT             PIC 9(03)  VALUE ZERO.
       01  HENPIN-ZAN            PIC 9(06)  VALUE ZERO.
       01  HENPIN-SURYO          PIC 9(04)  VALUE ZERO.
       01  HOLD-CNT              PIC 9(05)  VALUE ZERO.
       01  HOLD-SURYO            PIC 9(09)  VALUE ZERO.
       01  DSP-DATE              PIC 9999/99/99.
       01  DSP-ZAN               PIC ZZZ,ZZ9.
       01  CD-KIND               PIC X(01)  VALUE SPACE.
       01  CD-CODE               PIC X(05)  VALUE SPACE.
       01  CD-ANS                PIC X(01)  VALUE SPACE.
       01  CD-DIGIT              PIC X(01)  VALUE SPACE.
       01  CD-RESULT             PIC X(01)  VALUE SPACE.
      *
       01  LOT-TBL.
           05  LOT-ENT           OCCURS 500 TIMES.
               10  LO-NO         PIC X(05).
               10  LO-DATE       PIC 9(08).
               10  LO-S-CODE     PIC X(03).
               10  LO-ZAN        PIC 9(06).
               10  LO-HOLD       PIC X(01).
               10  LO-HOLD-DATE  PIC 9(08).
               10  LO-RIYU       PIC X(20).
               10  LO-SANCHI     PIC X(03).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 保留ロット一覧".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
       01  HEAD-2.
           05                    PIC X(07)  VALUE  "商品".
           05                    PIC X(12)  VALUE  "入庫日".
           05                    PIC X(06)  VALUE  "仕入".
           05                    PIC X(09)  VALUE  "残量".
           05                    PIC X(14)  VALUE  "状態".
           05                    PIC X(12)  VALUE  "保留日".
           05                    PIC X(06)  VALUE  "理由".
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  M-NO              PIC X(05).
           05                    PIC X(01)  VALUE SPACE.
           05  M-DATE            PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-S-CODE          PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  M-ZAN             PIC ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-KBN             PIC X(12).
           05                    PIC X(01)  VALUE SPACE.
           05  M-HOLD-DATE       PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-RIYU            PIC X(20).
       01  FOOT-1.
           05                    PIC X(18)  VALUE "保留ロット：".
           05  F-CNT             PIC ZZZZ9.
           05                    PIC X(21)  VALUE
                                 "　保留数量計：".
           05  F-SURYO           PIC ZZZ,ZZZ,ZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM OPID-LOAD-RTN
            PERFORM LOT-LOAD-RTN
            DISPLAY "1=保留設定 2=保留解除 3=返品指示 "
                    "4=保留ロット一覧："
            ACCEPT MENU-CHOICE
            EVALUATE MENU-CHOICE
                WHEN "1"
                WHEN "2"
                WHEN "3"
                    PERFORM LEVEL-CHK-RTN
                    IF CUR-LEVEL NOT = "2"
                        DISPLAY "権限がありません。"
                    ELSE
                        PERFORM HENKO-RTN
                    END-IF
                WHEN "4" PERFORM ICHIRAN-RTN
                WHEN OTHER DISPLAY "選択が不正です。"
            END-EVALUATE
            DISPLAY "END"
            STOP RUN.
      *
      * 保留設定・解除・返品指示：商品NOごとに対象ロットを一覧し、
      * 番号で選ばせる（商品NO空白で終了し、在庫ロットを保存する）
       HENKO-RTN.
            EVALUATE MENU-CHOICE
                WHEN "1" MOVE SPACE TO TAISHO-HOLD
                WHEN OTHER MOVE "H" TO TAISHO-HOLD
            END-EVALUATE
            OPEN INPUT SHOHIN-FILE
            PERFORM UNTIL END-FLG = "E"
                DISPLAY "商品NO(空白=終了)："
                ACCEPT IN-NO
                IF IN-NO = SPACE
                    MOVE "E" TO END-FLG
                ELSE
                    PERFORM LOT-HYOJI-RTN
                    IF HYOJI-CNT = ZERO
                        DISPLAY "対象ロットがありません。"
                    ELSE
                        PERFORM LOT-SENTAKU-RTN
                    END-IF
                END-IF
            END-PERFORM
            MOVE SPACE TO END-FLG
            CLOSE SHOHIN-FILE
            IF HENKO-CNT > ZERO
                PERFORM LOT-SAVE-RTN
            END-IF
            DISPLAY "変更件数：" HENKO-CNT.
      *
      * 指定商品の対象ロット（設定は通常、解除・返品は保留）を表示
       LOT-HYOJI-RTN.
            MOVE ZERO TO HYOJI-CNT
            MOVE IN-NO TO T-NO
            READ SHOHIN-FILE
                INVALID KEY
                    MOVE "未登録" TO T-NAME
            END-READ
            DISPLAY "商品：" IN-NO " " T-NAME
            PERFORM VARYING LOX FROM 1 BY 1 UNTIL LOX > LOT-CNT
                IF LO-NO(LOX) = IN-NO AND LO-ZAN(LOX) > ZERO
                    AND LO-HOLD(LOX) = TAISHO-HOLD
                    ADD 1 TO HYOJI-CNT
                    MOVE LO-DATE(LOX) TO DSP-DATE
                    MOVE LO-ZAN(LOX)  TO DSP-ZAN
                    DISPLAY LOX " 入庫日" DSP-DATE " 仕入先"
                            LO-S-CODE(LOX) " 残量" DSP-ZAN " "
                            LO-RIYU(LOX)
                END-IF
            END-PERFORM.
      *
       LOT-SENTAKU-RTN.
            DISPLAY "ロット番号(3桁)："
            ACCEPT IN-LOX
            MOVE ZERO TO HIT-LOX
            IF IN-LOX NUMERIC
                IF IN-LOX-N > ZERO AND IN-LOX-N <= LOT-CNT
                    IF LO-NO(IN-LOX-N) = IN-NO
                        AND LO-ZAN(IN-LOX-N) > ZERO
                        AND LO-HOLD(IN-LOX-N) = TAISHO-HOLD
                        MOVE IN-LOX-N TO HIT-LOX
                    END-IF
                END-IF
            END-IF
            IF HIT-LOX = ZERO
                DISPLAY "ロット番号が不正です。"
            ELSE
                EVALUATE MENU-CHOICE
                    WHEN "1" PERFORM HORYU-SET-RTN
                    WHEN "2" PERFORM KAIJO-RTN
                    WHEN "3" PERFORM HENPIN-SHIJI-RTN
                END-EVALUATE
            END-IF.
      *
       HORYU-SET-RTN.
            DISPLAY "保留理由(20桁)："
            ACCEPT IN-RIYU
            IF IN-RIYU = SPACE
                DISPLAY "保留理由を入力してください"
                        "（変更なし）。"
            ELSE
                MOVE "H"     TO LO-HOLD(HIT-LOX)
                MOVE W-DATE8 TO LO-HOLD-DATE(HIT-LOX)
                MOVE IN-RIYU TO LO-RIYU(HIT-LOX)
                MOVE "H"     TO RIREKI-KBN
                PERFORM RIREKI-WRITE-RTN
                ADD 1 TO HENKO-CNT
                DISPLAY "保留にしました。"
            END-IF.
      *
      * 解除：履歴には解除理由（空白なら保留時の理由）を残す
       KAIJO-RTN.
            DISPLAY "解除理由(20桁、空白可)："
            ACCEPT IN-RIYU
            IF IN-RIYU = SPACE
                MOVE LO-RIYU(HIT-LOX) TO IN-RIYU
            END-IF
            MOVE "K"   TO RIREKI-KBN
            PERFORM RIREKI-WRITE-RTN
            MOVE SPACE TO LO-HOLD(HIT-LOX) LO-RIYU(HIT-LOX)
            MOVE ZERO  TO LO-HOLD-DATE(HIT-LOX)
            ADD 1 TO HENKO-CNT
            DISPLAY "保留を解除しました。".
      *
      * 返品指示：残量を仕入3.txtへマイナス数量で追記する
      * （数量欄は4桁のため9999ずつに分ける）
       HENPIN-SHIJI-RTN.
            DISPLAY "仕入先" LO-S-CODE(HIT-LOX) "へ残量"
                    LO-ZAN(HIT-LOX) "を返品しますか(Y/N)："
            ACCEPT IN-KAKUNIN
            IF IN-KAKUNIN = "Y" OR IN-KAKUNIN = "y"
                MOVE LO-ZAN(HIT-LOX) TO HENPIN-ZAN
                OPEN EXTEND HENPIN-FILE
                PERFORM UNTIL HENPIN-ZAN = ZERO
                    IF HENPIN-ZAN > 9999
                        MOVE 9999 TO HENPIN-SURYO
                    ELSE
                        MOVE HENPIN-ZAN TO HENPIN-SURYO
                    END-IF
                    PERFORM HENPIN-WRITE-RTN
                    SUBTRACT HENPIN-SURYO FROM HENPIN-ZAN
                END-PERFORM
                CLOSE HENPIN-FILE
                MOVE "R"     TO LO-HOLD(HIT-LOX)
                MOVE LO-RIYU(HIT-LOX) TO IN-RIYU
                MOVE "R"     TO RIREKI-KBN
                PERFORM RIREKI-WRITE-RTN
                ADD 1 TO HENKO-CNT
                DISPLAY "返品を指示しました"
                        "（P27で反映）。"
            ELSE
                DISPLAY "返品しません。"
            END-IF.
      *
      * 返品レコード（P86と同じ形式、チェックデジット付き）
       HENPIN-WRITE-RTN.
            MOVE SPACE TO I-REC
            MOVE LO-NO(HIT-LOX)     TO I-NO
            MOVE W-DATE8            TO I-S-DATE
            MOVE LO-S-CODE(HIT-LOX) TO I-S-NO
            COMPUTE I-SURYO = ZERO - HENPIN-SURYO
            MOVE "KG" TO I-UNIT
            MOVE "I" TO CD-KIND
            MOVE LO-NO(HIT-LOX) TO CD-CODE
            MOVE SPACE TO CD-ANS
            CALL "CHKDGT" USING CD-KIND CD-CODE CD-ANS
                                CD-DIGIT CD-RESULT
            MOVE CD-DIGIT TO I-NO-CD
            MOVE "S" TO CD-KIND
            MOVE SPACE TO CD-CODE
            MOVE LO-S-CODE(HIT-LOX) TO CD-CODE(1:3)
            MOVE SPACE TO CD-ANS
            CALL "CHKDGT" USING CD-KIND CD-CODE CD-ANS
                                CD-DIGIT CD-RESULT
            MOVE CD-DIGIT TO I-S-NO-CD
            WRITE I-REC.
      *
      * ロット保留履歴への追記（区分はRIREKI-KBNに設定済み）
       RIREKI-WRITE-RTN.
            OPEN EXTEND HORYU-FILE
            MOVE SPACE TO LH-REC
            MOVE RIREKI-KBN         TO LH-KBN
            MOVE W-DATE8            TO LH-DATE
            MOVE LO-NO(HIT-LOX)     TO LH-NO
            MOVE LO-DATE(HIT-LOX)   TO LH-LOT-DATE
            MOVE LO-S-CODE(HIT-LOX) TO LH-S-CODE
            MOVE LO-ZAN(HIT-LOX)    TO LH-SURYO
            MOVE IN-RIYU            TO LH-RIYU
            MOVE OPID               TO LH-OPID
            WRITE LH-REC
            CLOSE HORYU-FILE.
      *
      * 保留ロット一覧：保留中・返品指示済のロットを印字する
       ICHIRAN-RTN.
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            PERFORM VARYING LOX FROM 1 BY 1 UNTIL LOX > LOT-CNT
                IF LO-HOLD(LOX) NOT = SPACE AND LO-ZAN(LOX) > ZERO
                    ADD 1 TO HOLD-CNT
                    ADD LO-ZAN(LOX) TO HOLD-SURYO
                    MOVE SPACE TO MEISAI
                    MOVE LO-NO(LOX)        TO M-NO
                    MOVE LO-DATE(LOX)      TO M-DATE
                    MOVE LO-S-CODE(LOX)    TO M-S-CODE
                    MOVE LO-ZAN(LOX)       TO M-ZAN
                    IF LO-HOLD(LOX) = "R"
                        MOVE "返品指示" TO M-KBN
                    ELSE
                        MOVE "保留中" TO M-KBN
                    END-IF
                    MOVE LO-HOLD-DATE(LOX) TO M-HOLD-DATE
                    MOVE LO-RIYU(LOX)      TO M-RIYU
                    WRITE P-REC FROM MEISAI AFTER 1
                END-IF
            END-PERFORM
            MOVE HOLD-CNT   TO F-CNT
            MOVE HOLD-SURYO TO F-SURYO
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE PRINT-FILE
            DISPLAY "保留ロット：" HOLD-CNT.
      *
       LOT-LOAD-RTN.
            OPEN INPUT LOT-FILE
            IF LOT-FS = "00"
                READ LOT-FILE
                    AT END MOVE "E" TO LOT-END-FLG
                END-READ
                PERFORM UNTIL LOT-END-FLG = "E"
                    IF LOT-CNT < 500
                        ADD 1 TO LOT-CNT
                        MOVE LT-NO     TO LO-NO(LOT-CNT)
                        MOVE LT-DATE   TO LO-DATE(LOT-CNT)
                        MOVE LT-S-CODE TO LO-S-CODE(LOT-CNT)
                        MOVE LT-ZAN    TO LO-ZAN(LOT-CNT)
                        MOVE LT-HOLD   TO LO-HOLD(LOT-CNT)
                        MOVE LT-RIYU   TO LO-RIYU(LOT-CNT)
                        MOVE LT-SANCHI TO LO-SANCHI(LOT-CNT)
                        IF LT-HOLD = SPACE
                            MOVE ZERO TO LO-HOLD-DATE(LOT-CNT)
                        ELSE
                            MOVE LT-HOLD-DATE
                              TO LO-HOLD-DATE(LOT-CNT)
                        END-IF
                    END-IF
                    READ LOT-FILE
                        AT END MOVE "E" TO LOT-END-FLG
                    END-READ
                END-PERFORM
                CLOSE LOT-FILE
            ELSE
                CLOSE LOT-FILE
            END-IF.
      *
       LOT-SAVE-RTN.
            OPEN OUTPUT LOT-FILE
            PERFORM VARYING LOX FROM 1 BY 1 UNTIL LOX > LOT-CNT
                IF LO-ZAN(LOX) > ZERO
                    MOVE SPACE TO LT-REC
                    MOVE LO-NO(LOX)     TO LT-NO
                    MOVE LO-DATE(LOX)   TO LT-DATE
                    MOVE LO-S-CODE(LOX) TO LT-S-CODE
                    MOVE LO-ZAN(LOX)    TO LT-ZAN
                    IF LO-HOLD(LOX) NOT = SPACE
                        MOVE LO-HOLD(LOX)      TO LT-HOLD
                        MOVE LO-HOLD-DATE(LOX) TO LT-HOLD-DATE
                        MOVE LO-RIYU(LOX)      TO LT-RIYU
                    END-IF
                    MOVE LO-SANCHI(LOX) TO LT-SANCHI
                    WRITE LT-REC
                END-IF
            END-PERFORM
            CLOSE LOT-FILE.
      *
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
