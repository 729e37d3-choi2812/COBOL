      *
      * 14JY0123 崔　禎　文
      * 発注承認：P29が金額基準により承認待ち（P）で確定した発注を
      * 権限レベル2のオペレータが画面で確認し、承認（A）または
      * 却下（R）する。発注を確定したオペレータ本人は承認できない
      * （職務分離）。承認は発注マスタの状態をO（未完了）へ戻して
      * P62の注文書発行対象とし、却下は理由コードを付けて状態を
      * X（取消）にし、発注変更履歴.TXTへ記録する。承認・却下は
      * 担当者ID付きで発注承認.TXTへ追記する
      * 保留理由（金額基準／予算超過／書類不備）を画面と帳票に示す
      * （書類不備の承認は仕入先書類の不備を承知の上での発行とする）
      * ２＝発注承認基準.TXT（分類×金額帯の下限×承認要否、分類
      * 　　**は全分類）の保守
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P126.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  PO-FILE     ASSIGN  "ISAM発注マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY PO-NO.
           SELECT  OPTIONAL SHONIN-FILE ASSIGN  "発注承認.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SHONIN-FS.
           SELECT  OPTIONAL KIJUN-FILE ASSIGN  "発注承認基準.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KIJUN-FS.
           SELECT  OPTIONAL HENKO-FILE ASSIGN  "発注変更履歴.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS HENKO-FS.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  OPTIONAL OPE-FILE ASSIGN
                                    "オペレータマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS OPE-FS.
           SELECT  PRINT-FILE  ASSIGN  "P126.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
       FD  PO-FILE.
       01  PO-REC.
           05  PO-NO             PIC X(06).
           05  PO-S-CODE         PIC X(03).
           05  PO-ITEM           PIC X(05).
           05  PO-SURYO          PIC 9(05).
           05  PO-DATE           PIC 9(08).
           05  PO-YOTEI          PIC 9(08).
           05  PO-STATUS         PIC X(01).
               88  PO-OPEN                  VALUE "O".
               88  PO-CLOSED                VALUE "C".
               88  PO-CANCELLED             VALUE "X".
               88  PO-PENDING               VALUE "P".
           05  PO-UKE-SURYO      PIC 9(05).
           05  PO-DOC-NO         PIC X(06).
           05  PO-UKE-DATE       PIC 9(08).
      *
      * 発注承認：P＝承認待ち（P29）　A＝承認　R＝却下
      * 理由区分：K＝金額基準　Y＝予算超過
       FD  SHONIN-FILE.
       01  SN-REC.
           05  SN-PO-NO          PIC X(06).
           05                    PIC X(01).
           05  SN-STATUS         PIC X(01).
           05                    PIC X(01).
           05  SN-KINGAKU        PIC 9(09).
           05                    PIC X(01).
           05  SN-CAT            PIC X(02).
           05                    PIC X(01).
           05  SN-OPID           PIC X(04).
           05                    PIC X(01).
           05  SN-DATE           PIC 9(08).
           05                    PIC X(01).
           05  SN-TIME           PIC 9(06).
           05                    PIC X(01).
           05  SN-RIYU           PIC X(01).
      *
      * 発注承認基準：分類（**＝全分類）・金額帯の下限・承認要否
       FD  KIJUN-FILE.
       01  KJ-REC.
           05  KJ-CAT            PIC X(02).
           05                    PIC X(01).
           05  KJ-KINGAKU        PIC 9(09).
           05                    PIC X(01).
           05  KJ-KBN            PIC X(01).
      *
      * 発注変更履歴：RP=Y は改訂注文書の印字待ち（P62が消す）
       FD  HENKO-FILE.
       01  HK-REC.
           05  HK-PO-NO          PIC X(06).
           05                    PIC X(01).
           05  HK-DATE           PIC 9(08).
           05                    PIC X(01).
           05  HK-FIELD          PIC X(10).
           05                    PIC X(01).
           05  HK-OLD            PIC X(10).
           05                    PIC X(01).
           05  HK-NEW            PIC X(10).
           05                    PIC X(01).
           05  HK-RIYU           PIC X(02).
           05                    PIC X(01).
           05  HK-OPID           PIC X(04).
           05                    PIC X(01).
           05  HK-RP             PIC X(01).
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
       01  SHONIN-FS             PIC X(02)  VALUE SPACE.
       01  KIJUN-FS              PIC X(02)  VALUE SPACE.
       01  HENKO-FS              PIC X(02)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPE-FS                PIC X(02)  VALUE SPACE.
       01  OPE-END-FLG           PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  CUR-LEVEL             PIC X(01)  VALUE SPACE.
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  ANS                   PIC X(01)  VALUE SPACE.
       01  RIYU-CODE             PIC X(02)  VALUE SPACE.
       01  KEKKA-KBN             PIC X(01)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  W-TIME8               PIC 9(08)  VALUE ZERO.
       01  SHONIN-CNT            PIC 9(03)  VALUE ZERO.
       01  KYAKKA-CNT            PIC 9(03)  VALUE ZERO.
       01  PX                    PIC 9(03).
       01  PEND-CNT              PIC 9(03)  VALUE ZERO.
       01  PEND-FOUND-FLG        PIC X(01)  VALUE SPACE.
       01  KJX                   PIC 9(03).
       01  KJ-CNT                PIC 9(03)  VALUE ZERO.
       01  HIT-KJX               PIC 9(03)  VALUE ZERO.
       01  IN-CAT                PIC X(02)  VALUE SPACE.
       01  IN-KINGAKU            PIC X(09)  VALUE SPACE.
       01  IN-KBN                PIC X(01)  VALUE SPACE.
       01  D-KINGAKU             PIC ZZZ,ZZZ,ZZ9.
      *
      * 発注NOごとの最終状態と確定情報（最終がPなら承認待ち）
       01  PEND-TBL.
           05  PEND-ENT          OCCURS 200 TIMES.
               10  PD-PO-NO      PIC X(06).
               10  PD-STATUS     PIC X(01).
               10  PD-KINGAKU    PIC 9(09).
               10  PD-CAT        PIC X(02).
               10  PD-OPID       PIC X(04).
               10  PD-RIYU       PIC X(01).
      *
      * 発注承認基準の作業表（保守用）
       01  KIJUN-TBL.
           05  KIJUN-ENT         OCCURS 100 TIMES.
               10  KJT-CAT       PIC X(02).
               10  KJT-KINGAKU   PIC 9(09).
               10  KJT-KBN       PIC X(01).
      *
       01  MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05  M-PO-NO           PIC X(06).
           05                    PIC X(02)  VALUE SPACE.
           05  M-CAT             PIC X(02).
           05                    PIC X(02)  VALUE SPACE.
           05  M-KINGAKU         PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-KAKUTEI         PIC X(04).
           05                    PIC X(02)  VALUE SPACE.
           05  M-RIYU            PIC X(12).
           05                    PIC X(02)  VALUE SPACE.
           05  M-KEKKA           PIC X(30).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 発注承認".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  HEAD-2.
           05                    PIC X(10)  VALUE  "発注NO".
           05                    PIC X(07)  VALUE  "分類".
           05                    PIC X(12)  VALUE  "発注金額".
           05                    PIC X(06)  VALUE  "確定".
           05                    PIC X(14)  VALUE  "保留理由".
           05                    PIC X(06)  VALUE  "結果".
      *
       01  FOOT-1.
           05                    PIC X(12)  VALUE "承認：".
           05  F-SHONIN          PIC ZZ9.
           05                    PIC X(12)  VALUE "　却下：".
           05  F-KYAKKA          PIC ZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM OPID-LOAD-RTN
            PERFORM LEVEL-CHK-RTN
            IF CUR-LEVEL NOT = "2"
                DISPLAY "権限がありません。"
                STOP RUN
            END-IF
            DISPLAY "1=発注承認 2=承認基準保守："
            ACCEPT MENU-CHOICE
            EVALUATE MENU-CHOICE
                WHEN "1" PERFORM SHONIN-RTN
                WHEN "2" PERFORM HOSHU-RTN
                WHEN OTHER DISPLAY "選択が不正です。"
            END-EVALUATE
            DISPLAY "END"
            STOP RUN.
      *
      * 承認：承認待ち（最終状態P）の発注を１件ずつ確認する
       SHONIN-RTN.
            PERFORM PEND-LOAD-RTN
            OPEN I-O    PO-FILE
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PEND-CNT
                IF PD-STATUS(PX) = "P"
                    PERFORM SHONIN-ONE-RTN
                END-IF
            END-PERFORM
            MOVE SHONIN-CNT TO F-SHONIN
            MOVE KYAKKA-CNT TO F-KYAKKA
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE PO-FILE PRINT-FILE
            IF SHONIN-CNT = ZERO AND KYAKKA-CNT = ZERO
                DISPLAY "承認・却下した発注は"
                        "ありません。"
            ELSE
                DISPLAY "承認件数：" SHONIN-CNT
                        "　却下件数：" KYAKKA-CNT
            END-IF.
      *
      * 発注マスタが承認待ちのままのものだけを扱う
      * （P79で取消済み等、状態が変わった発注は見送る）
       SHONIN-ONE-RTN.
            MOVE SPACE TO MEISAI
            MOVE PD-PO-NO(PX)   TO M-PO-NO
            MOVE PD-CAT(PX)     TO M-CAT
            MOVE PD-KINGAKU(PX) TO M-KINGAKU
            MOVE PD-OPID(PX)    TO M-KAKUTEI
            EVALUATE PD-RIYU(PX)
                WHEN "Y"
                    MOVE "予算超過" TO M-RIYU
                WHEN "S"
                    MOVE "書類不備" TO M-RIYU
                WHEN OTHER
                    MOVE "金額基準" TO M-RIYU
            END-EVALUATE
            MOVE PD-PO-NO(PX)   TO PO-NO
            READ PO-FILE
                INVALID KEY
                    MOVE "発注なし" TO M-KEKKA
                NOT INVALID KEY
                    IF NOT PO-PENDING
                        MOVE "状態変更済（対象外）" TO M-KEKKA
                    ELSE
                        PERFORM KAKUNIN-RTN
                    END-IF
            END-READ
            WRITE P-REC FROM MEISAI AFTER 1.
      *
       KAKUNIN-RTN.
            IF PD-OPID(PX) = OPID
                DISPLAY "発注NO " PD-PO-NO(PX)
                        " は確定者本人のため承認不可"
                MOVE "確定者本人不可" TO M-KEKKA
            ELSE
                DISPLAY "発注NO：" PD-PO-NO(PX)
                        "　仕入先：" PO-S-CODE
                        "　商品：" PO-ITEM
                DISPLAY "発注数：" PO-SURYO
                        "　金額：" PD-KINGAKU(PX)
                        "　確定者：" PD-OPID(PX)
                DISPLAY "保留理由：" M-RIYU
                DISPLAY "A=承認 R=却下 S=見送り："
                ACCEPT ANS
                EVALUATE ANS
                    WHEN "A"
                    WHEN "a"
                        PERFORM SHOUNIN-KAKUTEI-RTN
                    WHEN "R"
                    WHEN "r"
                        PERFORM KYAKKA-RTN
                    WHEN OTHER
                        MOVE "見送り" TO M-KEKKA
                END-EVALUATE
            END-IF.
      *
      * 承認：状態をO（未完了）へ戻し、P62の注文書発行対象とする
       SHOUNIN-KAKUTEI-RTN.
            MOVE "O" TO PO-STATUS
            REWRITE PO-REC
                INVALID KEY
                    MOVE "更新エラー" TO M-KEKKA
                NOT INVALID KEY
                    ADD 1 TO SHONIN-CNT
                    MOVE "A" TO KEKKA-KBN
                    PERFORM SHONIN-WRITE-RTN
                    MOVE "承認" TO M-KEKKA
            END-REWRITE.
      *
      * 却下：理由コード付きで発注変更履歴へ記録し、状態をXにする
       KYAKKA-RTN.
            DISPLAY "却下の理由コード(2桁)："
            ACCEPT RIYU-CODE
            MOVE "X" TO PO-STATUS
            REWRITE PO-REC
                INVALID KEY
                    MOVE "更新エラー" TO M-KEKKA
                NOT INVALID KEY
                    ADD 1 TO KYAKKA-CNT
                    PERFORM KIROKU-RTN
                    MOVE "R" TO KEKKA-KBN
                    PERFORM SHONIN-WRITE-RTN
                    MOVE SPACE TO M-KEKKA
                    STRING "却下（理由" RIYU-CODE "）"
                        DELIMITED BY SIZE INTO M-KEKKA
            END-REWRITE.
      *
      * 変更履歴の記録（注文書未発行のため改訂印字待ちは立てない）
       KIROKU-RTN.
            OPEN EXTEND HENKO-FILE
            MOVE SPACE TO HK-REC
            MOVE PO-NO     TO HK-PO-NO
            MOVE W-DATE8   TO HK-DATE
            MOVE "状態"    TO HK-FIELD
            MOVE "P"       TO HK-OLD
            MOVE "X"       TO HK-NEW
            MOVE RIYU-CODE TO HK-RIYU
            MOVE OPID      TO HK-OPID
            IF PO-DOC-NO NOT = SPACE
                MOVE "Y" TO HK-RP
            ELSE
                MOVE SPACE TO HK-RP
            END-IF
            WRITE HK-REC
            CLOSE HENKO-FILE.
      *
       SHONIN-WRITE-RTN.
            OPEN EXTEND SHONIN-FILE
            MOVE SPACE TO SN-REC
            MOVE PD-PO-NO(PX)   TO SN-PO-NO
            MOVE KEKKA-KBN      TO SN-STATUS
            MOVE PD-KINGAKU(PX) TO SN-KINGAKU
            MOVE PD-CAT(PX)     TO SN-CAT
            MOVE OPID           TO SN-OPID
            MOVE W-DATE8        TO SN-DATE
            ACCEPT W-TIME8 FROM TIME
            MOVE W-TIME8(1:6)   TO SN-TIME
            MOVE PD-RIYU(PX)    TO SN-RIYU
            WRITE SN-REC
            CLOSE SHONIN-FILE
            MOVE KEKKA-KBN      TO PD-STATUS(PX).
      *
      * 発注NOごとの最終状態を作業表へまとめる
       PEND-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT SHONIN-FILE
            IF SHONIN-FS NOT = "00"
                CLOSE SHONIN-FILE
            ELSE
                READ SHONIN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    PERFORM PEND-POST-RTN
                    READ SHONIN-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE SHONIN-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
       PEND-POST-RTN.
            MOVE SPACE TO PEND-FOUND-FLG
            PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PEND-CNT
                IF PD-PO-NO(PX) = SN-PO-NO
                    MOVE "Y" TO PEND-FOUND-FLG
                    MOVE SN-STATUS  TO PD-STATUS(PX)
                    IF SN-STATUS = "P"
                        MOVE SN-KINGAKU TO PD-KINGAKU(PX)
                        MOVE SN-CAT     TO PD-CAT(PX)
                        MOVE SN-OPID    TO PD-OPID(PX)
                        MOVE SN-RIYU    TO PD-RIYU(PX)
                    END-IF
                END-IF
            END-PERFORM
            IF PEND-FOUND-FLG NOT = "Y" AND PEND-CNT < 200
                ADD 1 TO PEND-CNT
                MOVE SN-PO-NO   TO PD-PO-NO(PEND-CNT)
                MOVE SN-STATUS  TO PD-STATUS(PEND-CNT)
                MOVE SN-KINGAKU TO PD-KINGAKU(PEND-CNT)
                MOVE SN-CAT     TO PD-CAT(PEND-CNT)
                MOVE SN-OPID    TO PD-OPID(PEND-CNT)
                MOVE SN-RIYU    TO PD-RIYU(PEND-CNT)
            END-IF.
      *
      * 承認基準保守：分類・金額帯の下限を指定して要否を登録する
      * （要否にDを入れるとその行を削除する）
       HOSHU-RTN.
            PERFORM KIJUN-LOAD-RTN
            PERFORM UNTIL END-FLG = "E"
                PERFORM LIST-RTN
                DISPLAY "分類(**=全分類、空白=終了)："
                ACCEPT IN-CAT
                IF IN-CAT = SPACE
                    MOVE "E" TO END-FLG
                ELSE
                    PERFORM HENKO-RTN
                END-IF
            END-PERFORM
            PERFORM KIJUN-SAVE-RTN
            DISPLAY "発注承認基準を更新しました。".
      *
       LIST-RTN.
            PERFORM VARYING KJX FROM 1 BY 1 UNTIL KJX > KJ-CNT
                MOVE KJT-KINGAKU(KJX) TO D-KINGAKU
                DISPLAY KJT-CAT(KJX) " " D-KINGAKU "円以上 承認："
                        KJT-KBN(KJX)
            END-PERFORM.
      *
       HENKO-RTN.
            DISPLAY "金額帯の下限(9桁)："
            ACCEPT IN-KINGAKU
            IF IN-KINGAKU NOT NUMERIC
                DISPLAY "数字9桁で入力してください。"
            ELSE
                DISPLAY "承認要否(Y/N、D=削除)："
                ACCEPT IN-KBN
                MOVE ZERO TO HIT-KJX
                PERFORM VARYING KJX FROM 1 BY 1 UNTIL KJX > KJ-CNT
                    IF KJT-CAT(KJX) = IN-CAT
                        AND KJT-KINGAKU(KJX) = IN-KINGAKU
                        MOVE KJX TO HIT-KJX
                    END-IF
                END-PERFORM
                EVALUATE TRUE
                    WHEN IN-KBN = "D" AND HIT-KJX NOT = ZERO
                        PERFORM SAKUJO-RTN
                    WHEN (IN-KBN = "Y" OR IN-KBN = "N")
                         AND HIT-KJX NOT = ZERO
                        MOVE IN-KBN TO KJT-KBN(HIT-KJX)
                    WHEN (IN-KBN = "Y" OR IN-KBN = "N")
                         AND KJ-CNT < 100
                        ADD 1 TO KJ-CNT
                        MOVE IN-CAT     TO KJT-CAT(KJ-CNT)
                        MOVE IN-KINGAKU TO KJT-KINGAKU(KJ-CNT)
                        MOVE IN-KBN     TO KJT-KBN(KJ-CNT)
                    WHEN OTHER
                        DISPLAY "入力が不正です"
                                "（変更なし）。"
                END-EVALUATE
            END-IF.
      *
       SAKUJO-RTN.
            PERFORM VARYING KJX FROM HIT-KJX BY 1
                    UNTIL KJX >= KJ-CNT
                MOVE KIJUN-ENT(KJX + 1) TO KIJUN-ENT(KJX)
            END-PERFORM
            SUBTRACT 1 FROM KJ-CNT.
      *
       KIJUN-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT KIJUN-FILE
            IF KIJUN-FS NOT = "00"
                CLOSE KIJUN-FILE
            ELSE
                READ KIJUN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF KJ-CNT < 100 AND KJ-KINGAKU NUMERIC
                        ADD 1 TO KJ-CNT
                        MOVE KJ-CAT     TO KJT-CAT(KJ-CNT)
                        MOVE KJ-KINGAKU TO KJT-KINGAKU(KJ-CNT)
                        MOVE KJ-KBN     TO KJT-KBN(KJ-CNT)
                    END-IF
                    READ KIJUN-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE KIJUN-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
       KIJUN-SAVE-RTN.
            OPEN OUTPUT KIJUN-FILE
            PERFORM VARYING KJX FROM 1 BY 1 UNTIL KJX > KJ-CNT
                MOVE SPACE TO KJ-REC
                MOVE KJT-CAT(KJX)     TO KJ-CAT
                MOVE KJT-KINGAKU(KJX) TO KJ-KINGAKU
                MOVE KJT-KBN(KJX)     TO KJ-KBN
                WRITE KJ-REC
            END-PERFORM
            CLOSE KIJUN-FILE.
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
