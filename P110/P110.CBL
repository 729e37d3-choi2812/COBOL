      *
      * 14JY0123 崔　禎　文
      * 請求書保留解除：請求書台帳の保留（H）請求書を権限レベル
      * 2のオペレータが１件ずつ確認し、支払予定（M）へ戻すか取消
      * （X）にする。重複疑いの保留を処理したときは例外累積.TXTへ
      * C(補正済み)レコードを書き、P41の未解消一覧から消し込む
      * 処理の控えは保留解除履歴.TXTに担当者ID付きで残す
      * （台帳はISAM請求書台帳で、解除・取消した請求書だけその場で
      * 　書き換える）
      * 請求データ取込（P154）で明細付きで受領した請求書は、採否を
      * 聞く前に請求明細.TXTの明細行を仕入整列.txtの納品実績（P32の
      * 照合と同じく仕入先×請求年月）と１行ずつ照合して画面と帳票に
      * 示す（商品・納品日で突き合わせ、数量・単価の相違、実績の無い
      * 請求行、請求の無い納品を表示）
      * 解除（M）に戻す請求書は、保留時に消した
      * 支払期日をP32と同じ求め方（支払条件マスタ
      * の締日・サイト、カレンダーの翌営業日）で
      * 付け直してから台帳を書き換える
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P110.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL DAICHO-FILE ASSIGN  "ISAM請求書台帳"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY D-INV-NO
                                    ALTERNATE RECORD KEY D-SS-KEY
                                        WITH DUPLICATES
                                    FILE STATUS DAICHO-FS.
           SELECT  OPTIONAL EXREPO-FILE ASSIGN  "例外累積.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS EXREPO-FS.
           SELECT  OPTIONAL RIREKI-FILE ASSIGN  "保留解除履歴.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS RIREKI-FS.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  OPTIONAL OPE-FILE ASSIGN
                                    "オペレータマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS OPE-FS.
           SELECT  OPTIONAL BM-FILE ASSIGN  "請求明細.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS BM-FS.
           SELECT  OPTIONAL IN-FILE ASSIGN  "仕入整列.txt"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IN-FS.
           SELECT  OPTIONAL CAL-FILE    ASSIGN
                                    "カレンダーマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS CAL-FS.
           SELECT  OPTIONAL JOKEN-FILE  ASSIGN
                                    "支払条件マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS JOKEN-FS.
           SELECT  PRINT-FILE  ASSIGN  "P110.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
       FD  DAICHO-FILE.
       01  D-REC.
           05  D-INV-NO          PIC X(08).
           05                    PIC X(01).
           05  D-SS-KEY.
               10  D-S-CODE      PIC X(03).
               10  D-STATUS      PIC X(01).
                   88  D-MATCHED                VALUE "M".
                   88  D-HOLD                   VALUE "H".
                   88  D-SCHEDULED              VALUE "S".
                   88  D-DEBIT                  VALUE "R".
                   88  D-PAID                   VALUE "P".
                   88  D-CANCEL                 VALUE "X".
           05                    PIC X(01).
           05  D-DATE            PIC 9(08).
           05                    PIC X(01).
           05  D-KINGAKU         PIC 9(09).
           05                    PIC X(01).
           05  D-JISSEKI         PIC 9(09).
           05                    PIC X(01).
           05  D-REASON          PIC X(20).
           05                    PIC X(01).
           05  D-KICHO-DATE      PIC 9(08).
           05                    PIC X(01).
           05  D-KIJITSU         PIC 9(08).
      *
       FD  EXREPO-FILE.
       01  EX-REC.
           05  EX-PROG           PIC X(04).
           05                    PIC X(01).
           05  EX-DATE           PIC 9(08).
           05                    PIC X(01).
           05  EX-KEY            PIC X(16).
           05                    PIC X(01).
           05  EX-REASON         PIC X(20).
           05                    PIC X(01).
           05  EX-STATUS         PIC X(01).
      *
      * 保留解除履歴：M＝支払予定へ戻し、X＝取消
       FD  RIREKI-FILE.
       01  HK-REC.
           05  HK-DATE           PIC 9(08).
           05                    PIC X(01).
           05  HK-INV-NO         PIC X(08).
           05                    PIC X(01).
           05  HK-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  HK-KBN            PIC X(01).
           05                    PIC X(01).
           05  HK-OLD-REASON     PIC X(20).
           05                    PIC X(01).
           05  HK-OPID           PIC X(04).
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
      * 請求明細（P154で取込）
       FD  BM-FILE.
       01  BM-REC.
           05  BM-INV-NO         PIC X(08).
           05                    PIC X(01).
           05  BM-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  BM-GYO            PIC 9(03).
           05                    PIC X(01).
           05  BM-NO             PIC X(05).
           05                    PIC X(01).
           05  BM-AITE           PIC X(10).
           05                    PIC X(01).
           05  BM-DATE           PIC 9(08).
           05                    PIC X(01).
           05  BM-SURYO          PIC 9(04).
           05                    PIC X(01).
           05  BM-UNIT           PIC X(02).
           05                    PIC X(01).
           05  BM-TANKA          PIC 9(05)V99.
           05                    PIC X(01).
           05  BM-KINGAKU        PIC 9(09).
           05                    PIC X(01).
           05  BM-TORI-DATE      PIC 9(08).
      *
       FD  IN-FILE.
       01  I-REC.
           05  I-NO              PIC X(05).
           05  I-NAME            PIC X(10).
           05  I-S-DATE          PIC 9(08).
           05  I-S-NO            PIC X(03).
           05  I-S-NAME          PIC X(10).
           05  I-SURYO           PIC 9(04).
           05  I-TANKA           PIC 9(05)V99.
           05  I-BRANCH          PIC X(02).
      *
       FD  CAL-FILE.
       01  CA-REC.
           05  CA-DATE           PIC 9(08).
           05                    PIC X(01).
           05  CA-KBN            PIC X(01).
           05                    PIC X(01).
           05  CA-NAME           PIC X(20).
      *
      * 支払条件マスタ：締日（99＝月末）・サイト
       FD  JOKEN-FILE.
       01  SJ-REC.
           05  SJ-CODE           PIC X(03).
           05                    PIC X(01).
           05  SJ-SHIMEBI        PIC 9(02).
           05                    PIC X(01).
           05  SJ-SITE           PIC 9(03).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  DAICHO-FS             PIC X(02)  VALUE SPACE.
       01  EXREPO-FS             PIC X(02)  VALUE SPACE.
       01  RIREKI-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPE-FS                PIC X(02)  VALUE SPACE.
       01  OPE-END-FLG           PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  CUR-LEVEL             PIC X(01)  VALUE SPACE.
       01  ANS                   PIC X(01)  VALUE SPACE.
       01  OLD-REASON            PIC X(20)  VALUE SPACE.
       01  HOLD-CNT              PIC 9(05)  VALUE ZERO.
       01  KAIJO-CNT             PIC 9(05)  VALUE ZERO.
       01  TORIKESHI-CNT         PIC 9(05)  VALUE ZERO.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  BM-FS                 PIC X(02)  VALUE SPACE.
       01  IN-FS                 PIC X(02)  VALUE SPACE.
       01  SG-END-FLG            PIC X(01)  VALUE SPACE.
       01  SG-FOUND              PIC 9(03)  VALUE ZERO.
       01  SG-ITCHI-CNT          PIC 9(03)  VALUE ZERO.
       01  SG-SOUI-CNT           PIC 9(03)  VALUE ZERO.
       01  SG-NASHI-CNT          PIC 9(03)  VALUE ZERO.
       01  SG-MISEI-CNT          PIC 9(03)  VALUE ZERO.
      *
      * 解除時の支払期日（P32の期日計算と同じ）
       01  KIJITSU               PIC 9(08)  VALUE ZERO.
       01  KI-YY                 PIC 9(04)  VALUE ZERO.
       01  KI-MM                 PIC 9(02)  VALUE ZERO.
       01  KI-DD                 PIC 9(02)  VALUE ZERO.
       01  KI-DD3                PIC 9(03)  VALUE ZERO.
       01  JOKEN-FS              PIC X(02)  VALUE SPACE.
       01  JOKEN-END-FLG         PIC X(01)  VALUE SPACE.
       01  JK-CNT                PIC 9(03)  VALUE ZERO.
       01  JKX                   PIC 9(03).
       01  SHIMEBI               PIC 9(02)  VALUE 99.
       01  SITE-DAYS             PIC 9(03)  VALUE 30.
       01  JOKEN-TBL.
           05  JOKEN-ENT         OCCURS 100 TIMES.
               10  JK-CODE       PIC X(03).
               10  JK-SHIMEBI    PIC 9(02).
               10  JK-SITE       PIC 9(03).
       01  CAL-FS                PIC X(02)  VALUE SPACE.
       01  CAL-END-FLG           PIC X(01)  VALUE SPACE.
       01  CAL-CNT               PIC 9(04)  VALUE ZERO.
       01  CAX                   PIC 9(04).
       01  CAL-TBL.
           05  CAL-ENT           OCCURS 750 TIMES.
               10  CL-DATE       PIC 9(08).
               10  CL-KBN        PIC X(01).
      *
      * 明細照合：請求明細の行と、同じ仕入先×請求年月の納品実績
       01  MT-CNT                PIC 9(03)  VALUE ZERO.
       01  MTX                   PIC 9(03).
       01  MT-TBL.
           05  MT-ENT            OCCURS 300 TIMES.
               10  MT-GYO        PIC 9(03).
               10  MT-NO         PIC X(05).
               10  MT-DATE       PIC 9(08).
               10  MT-SURYO      PIC 9(04).
               10  MT-TANKA      PIC 9(05)V99.
               10  MT-JX         PIC 9(03).
               10  MT-KEKKA      PIC X(21).
       01  JT-CNT                PIC 9(03)  VALUE ZERO.
       01  JTX                   PIC 9(03).
       01  JT-TBL.
           05  JT-ENT            OCCURS 500 TIMES.
               10  JT-NO         PIC X(05).
               10  JT-DATE       PIC 9(08).
               10  JT-SURYO      PIC 9(04).
               10  JT-TANKA      PIC 9(05)V99.
               10  JT-USED       PIC X(01).
      *
       01  SG-HEAD.
           05                    PIC X(06)  VALUE  "  行".
           05                    PIC X(07)  VALUE  "商品".
           05                    PIC X(11)  VALUE  "納品日".
           05                    PIC X(09)  VALUE  "請求数".
           05                    PIC X(12)  VALUE  "請求単価".
           05                    PIC X(09)  VALUE  "実績数".
           05                    PIC X(12)  VALUE  "実績単価".
           05                    PIC X(06)  VALUE  "照合".
      *
       01  SG-MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05  SG-GYO            PIC ZZ9    BLANK WHEN ZERO.
           05                    PIC X(01)  VALUE SPACE.
           05  SG-NO             PIC X(05).
           05                    PIC X(01)  VALUE SPACE.
           05  SG-DATE           PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  SG-SURYO          PIC ZZZ9   BLANK WHEN ZERO.
           05                    PIC X(01)  VALUE SPACE.
           05  SG-TANKA          PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
           05                    PIC X(01)  VALUE SPACE.
           05  SG-J-SURYO        PIC ZZZ9   BLANK WHEN ZERO.
           05                    PIC X(01)  VALUE SPACE.
           05  SG-J-TANKA        PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
           05                    PIC X(01)  VALUE SPACE.
           05  SG-KEKKA          PIC X(21).
      *
       01  SG-FOOT.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(21)  VALUE
                                 "明細照合：一致".
           05  SG-F-ITCHI        PIC ZZ9.
           05                    PIC X(09)  VALUE "　相違".
           05  SG-F-SOUI         PIC ZZ9.
           05                    PIC X(15)  VALUE "　実績なし".
           05  SG-F-NASHI        PIC ZZ9.
           05                    PIC X(15)  VALUE "　請求なし".
           05  SG-F-MISEI        PIC ZZ9.
      *
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  M-INV-NO          PIC X(08).
           05                    PIC X(01)  VALUE SPACE.
           05  M-S-CODE          PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  M-DATE            PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-KINGAKU         PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-REASON          PIC X(20).
           05                    PIC X(01)  VALUE SPACE.
           05  M-KEKKA           PIC X(12).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 請求書保留解除".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  HEAD-2.
           05                    PIC X(10)  VALUE  "請求書NO".
           05                    PIC X(07)  VALUE  "仕入先".
           05                    PIC X(11)  VALUE  "請求日".
           05                    PIC X(13)  VALUE  "請求額".
           05                    PIC X(21)  VALUE  "保留理由".
           05                    PIC X(08)  VALUE  "結果".
      *
       01  FOOT-1.
           05                    PIC X(12)  VALUE "保留件数：".
           05  F-HOLD            PIC ZZZZ9.
           05                    PIC X(12)  VALUE "　解除：".
           05  F-KAIJO           PIC ZZZZ9.
           05                    PIC X(12)  VALUE "　取消：".
           05  F-TORIKESHI       PIC ZZZZ9.
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
            PERFORM CAL-LOAD-RTN
            PERFORM JOKEN-LOAD-RTN
            OPEN I-O DAICHO-FILE
            IF DAICHO-FS NOT = "00"
                DISPLAY "請求書台帳がありません。"
                CLOSE DAICHO-FILE
            ELSE
                OPEN OUTPUT PRINT-FILE
                MOVE W-DATE8 TO H-DATE
                WRITE P-REC FROM HEAD-1 AFTER PAGE
                WRITE P-REC FROM HEAD-2 AFTER 2
                READ DAICHO-FILE NEXT
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF D-HOLD
                        ADD 1 TO HOLD-CNT
                        PERFORM KAIJO-ONE-RTN
                    END-IF
                    READ DAICHO-FILE NEXT
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE DAICHO-FILE
                MOVE HOLD-CNT      TO F-HOLD
                MOVE KAIJO-CNT     TO F-KAIJO
                MOVE TORIKESHI-CNT TO F-TORIKESHI
                WRITE P-REC FROM FOOT-1 AFTER 2
                CLOSE PRINT-FILE
            END-IF
            DISPLAY "END"
            STOP RUN.
      *
      * 保留請求書１件の確認：1＝解除（M）、2＝取消（X）、他＝保留のまま
       KAIJO-ONE-RTN.
            MOVE SPACE TO MEISAI
            MOVE D-INV-NO  TO M-INV-NO
            MOVE D-S-CODE  TO M-S-CODE
            MOVE D-DATE    TO M-DATE
            MOVE D-KINGAKU TO M-KINGAKU
            MOVE D-REASON  TO M-REASON
            MOVE D-REASON  TO OLD-REASON
            DISPLAY "請求書：" D-INV-NO "　仕入先：" D-S-CODE
                    "　請求日：" D-DATE
            DISPLAY "金額：" D-KINGAKU "　実績：" D-JISSEKI
                    "　理由：" D-REASON
            PERFORM SHOGO-RTN
            DISPLAY "1=解除 2=取消 他=保留のまま："
            ACCEPT ANS
            EVALUATE ANS
                WHEN "1"
                    ADD 1 TO KAIJO-CNT
                    MOVE "M" TO D-STATUS
                    MOVE "保留解除" TO D-REASON
                    MOVE "解除" TO M-KEKKA
                    PERFORM KIJITSU-RTN
                    MOVE KIJITSU TO D-KIJITSU
                    PERFORM KAIJO-KIROKU-RTN
                    REWRITE D-REC
                        INVALID KEY CONTINUE
                    END-REWRITE
                WHEN "2"
                    ADD 1 TO TORIKESHI-CNT
                    MOVE "X" TO D-STATUS
                    MOVE "保留取消" TO D-REASON
                    MOVE "取消" TO M-KEKKA
                    PERFORM KAIJO-KIROKU-RTN
                    REWRITE D-REC
                        INVALID KEY CONTINUE
                    END-REWRITE
                WHEN OTHER
                    MOVE "保留のまま" TO M-KEKKA
            END-EVALUATE
            WRITE P-REC FROM MEISAI AFTER 1
            IF MT-CNT > ZERO
                PERFORM SHOGO-PRINT-RTN
            END-IF.
      *
      * 請求明細と納品実績の１行ずつの照合
      * （明細の無い請求書は何もしない）
      * 商品・納品日の一致する実績を優先し、無ければ同じ商品の月内の
      * 実績と突き合わせる。残った実績は請求なしとして示す
       SHOGO-RTN.
            MOVE ZERO TO MT-CNT JT-CNT
            MOVE ZERO TO SG-ITCHI-CNT SG-SOUI-CNT SG-NASHI-CNT
                         SG-MISEI-CNT
            MOVE SPACE TO SG-END-FLG
            OPEN INPUT BM-FILE
            IF BM-FS = "00"
                READ BM-FILE
                    AT END MOVE "E" TO SG-END-FLG
                END-READ
                PERFORM UNTIL SG-END-FLG = "E"
                    IF BM-INV-NO = D-INV-NO AND BM-S-CODE = D-S-CODE
                        AND MT-CNT < 300
                        ADD 1 TO MT-CNT
                        MOVE BM-GYO   TO MT-GYO(MT-CNT)
                        MOVE BM-NO    TO MT-NO(MT-CNT)
                        MOVE BM-DATE  TO MT-DATE(MT-CNT)
                        MOVE BM-SURYO TO MT-SURYO(MT-CNT)
                        MOVE BM-TANKA TO MT-TANKA(MT-CNT)
                        MOVE ZERO     TO MT-JX(MT-CNT)
                        MOVE SPACE    TO MT-KEKKA(MT-CNT)
                    END-IF
                    READ BM-FILE
                        AT END MOVE "E" TO SG-END-FLG
                    END-READ
                END-PERFORM
            END-IF
            CLOSE BM-FILE
            IF MT-CNT > ZERO
                PERFORM SHOGO-JISSEKI-RTN
                PERFORM SHOGO-TSUKIAWASE-RTN
                PERFORM SHOGO-DISPLAY-RTN
            END-IF.
      *
      * 同じ仕入先×請求年月の納品実績を拾う
       SHOGO-JISSEKI-RTN.
            MOVE SPACE TO SG-END-FLG
            OPEN INPUT IN-FILE
            IF IN-FS = "00"
                READ IN-FILE
                    AT END MOVE "E" TO SG-END-FLG
                END-READ
                PERFORM UNTIL SG-END-FLG = "E"
                    IF I-S-NO = D-S-CODE
                        AND I-S-DATE(1:6) = D-DATE(1:6)
                        AND JT-CNT < 500
                        ADD 1 TO JT-CNT
                        MOVE I-NO     TO JT-NO(JT-CNT)
                        MOVE I-S-DATE TO JT-DATE(JT-CNT)
                        MOVE I-SURYO  TO JT-SURYO(JT-CNT)
                        MOVE I-TANKA  TO JT-TANKA(JT-CNT)
                        MOVE SPACE    TO JT-USED(JT-CNT)
                    END-IF
                    READ IN-FILE
                        AT END MOVE "E" TO SG-END-FLG
                    END-READ
                END-PERFORM
            END-IF
            CLOSE IN-FILE.
      *
       SHOGO-TSUKIAWASE-RTN.
            PERFORM VARYING MTX FROM 1 BY 1 UNTIL MTX > MT-CNT
                MOVE ZERO TO SG-FOUND
                PERFORM VARYING JTX FROM 1 BY 1 UNTIL JTX > JT-CNT
                    IF SG-FOUND = ZERO AND JT-USED(JTX) = SPACE
                        AND JT-NO(JTX) = MT-NO(MTX)
                        AND JT-DATE(JTX) = MT-DATE(MTX)
                        MOVE JTX TO SG-FOUND
                    END-IF
                END-PERFORM
                PERFORM VARYING JTX FROM 1 BY 1 UNTIL JTX > JT-CNT
                    IF SG-FOUND = ZERO AND JT-USED(JTX) = SPACE
                        AND JT-NO(JTX) = MT-NO(MTX)
                        MOVE JTX TO SG-FOUND
                    END-IF
                END-PERFORM
                IF SG-FOUND = ZERO
                    ADD 1 TO SG-NASHI-CNT
                    MOVE "★納品実績なし" TO MT-KEKKA(MTX)
                ELSE
                    MOVE "Y" TO JT-USED(SG-FOUND)
                    MOVE SG-FOUND TO MT-JX(MTX)
                    EVALUATE TRUE
                        WHEN JT-DATE(SG-FOUND) NOT = MT-DATE(MTX)
                            MOVE "★納品日相違" TO MT-KEKKA(MTX)
                        WHEN JT-SURYO(SG-FOUND) NOT = MT-SURYO(MTX)
                            AND JT-TANKA(SG-FOUND)
                                NOT = MT-TANKA(MTX)
                            MOVE "★数量単価相違"
                                TO MT-KEKKA(MTX)
                        WHEN JT-SURYO(SG-FOUND) NOT = MT-SURYO(MTX)
                            MOVE "★数量相違" TO MT-KEKKA(MTX)
                        WHEN JT-TANKA(SG-FOUND) NOT = MT-TANKA(MTX)
                            MOVE "★単価相違" TO MT-KEKKA(MTX)
                        WHEN OTHER
                            MOVE "一致" TO MT-KEKKA(MTX)
                    END-EVALUATE
                    IF MT-KEKKA(MTX) = "一致"
                        ADD 1 TO SG-ITCHI-CNT
                    ELSE
                        ADD 1 TO SG-SOUI-CNT
                    END-IF
                END-IF
            END-PERFORM
            PERFORM VARYING JTX FROM 1 BY 1 UNTIL JTX > JT-CNT
                IF JT-USED(JTX) = SPACE
                    ADD 1 TO SG-MISEI-CNT
                END-IF
            END-PERFORM.
      *
      * 照合結果１行の編集（MTX＞0は請求行、JTX＞0は実績側）
       SHOGO-EDIT-RTN.
            MOVE SPACE TO SG-MEISAI
            MOVE ZERO  TO SG-GYO SG-SURYO SG-TANKA SG-J-SURYO
                          SG-J-TANKA SG-DATE
            IF MTX > ZERO
                MOVE MT-GYO(MTX)   TO SG-GYO
                MOVE MT-NO(MTX)    TO SG-NO
                MOVE MT-DATE(MTX)  TO SG-DATE
                MOVE MT-SURYO(MTX) TO SG-SURYO
                MOVE MT-TANKA(MTX) TO SG-TANKA
                MOVE MT-KEKKA(MTX) TO SG-KEKKA
                MOVE MT-JX(MTX)    TO JTX
            ELSE
                MOVE JT-NO(JTX)    TO SG-NO
                MOVE JT-DATE(JTX)  TO SG-DATE
                MOVE "★請求なし"  TO SG-KEKKA
            END-IF
            IF JTX > ZERO
                MOVE JT-SURYO(JTX) TO SG-J-SURYO
                MOVE JT-TANKA(JTX) TO SG-J-TANKA
            END-IF.
      *
       SHOGO-DISPLAY-RTN.
            DISPLAY SG-HEAD
            PERFORM VARYING MTX FROM 1 BY 1 UNTIL MTX > MT-CNT
                PERFORM SHOGO-EDIT-RTN
                DISPLAY SG-MEISAI
            END-PERFORM
            MOVE ZERO TO MTX
            PERFORM VARYING JTX FROM 1 BY 1 UNTIL JTX > JT-CNT
                IF JT-USED(JTX) = SPACE
                    PERFORM SHOGO-EDIT-RTN
                    DISPLAY SG-MEISAI
                END-IF
            END-PERFORM
            PERFORM SHOGO-FOOT-RTN
            DISPLAY SG-FOOT.
      *
       SHOGO-PRINT-RTN.
            WRITE P-REC FROM SG-HEAD AFTER 1
            PERFORM VARYING MTX FROM 1 BY 1 UNTIL MTX > MT-CNT
                PERFORM SHOGO-EDIT-RTN
                WRITE P-REC FROM SG-MEISAI AFTER 1
            END-PERFORM
            MOVE ZERO TO MTX
            PERFORM VARYING JTX FROM 1 BY 1 UNTIL JTX > JT-CNT
                IF JT-USED(JTX) = SPACE
                    PERFORM SHOGO-EDIT-RTN
                    WRITE P-REC FROM SG-MEISAI AFTER 1
                END-IF
            END-PERFORM
            PERFORM SHOGO-FOOT-RTN
            WRITE P-REC FROM SG-FOOT AFTER 1.
      *
       SHOGO-FOOT-RTN.
            MOVE SG-ITCHI-CNT TO SG-F-ITCHI
            MOVE SG-SOUI-CNT  TO SG-F-SOUI
            MOVE SG-NASHI-CNT TO SG-F-NASHI
            MOVE SG-MISEI-CNT TO SG-F-MISEI.
      *
      * 解除・取消の控えと、重複疑い保留の例外消込
       KAIJO-KIROKU-RTN.
            OPEN EXTEND RIREKI-FILE
            MOVE SPACE      TO HK-REC
            MOVE W-DATE8    TO HK-DATE
            MOVE D-INV-NO   TO HK-INV-NO
            MOVE D-S-CODE   TO HK-S-CODE
            MOVE D-STATUS   TO HK-KBN
            MOVE OLD-REASON TO HK-OLD-REASON
            MOVE OPID       TO HK-OPID
            WRITE HK-REC
            CLOSE RIREKI-FILE
            IF OLD-REASON = "重複疑い"
                OPEN EXTEND EXREPO-FILE
                MOVE SPACE     TO EX-REC
                MOVE "P32"     TO EX-PROG
                MOVE W-DATE8   TO EX-DATE
                MOVE D-INV-NO  TO EX-KEY
                MOVE "請求書重複疑い" TO EX-REASON
                MOVE "C"       TO EX-STATUS
                WRITE EX-REC
                CLOSE EXREPO-FILE
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
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
      *
      * 支払期日：仕入先の締日（99＝月末）で締めた
      * 日へ支払サイト日数を加え、カレンダーマスタ
      * で翌営業日まで繰り下げる（P32と同じ求め方。
      * 条件未登録は月末締め30日）
       KIJITSU-RTN.
            MOVE 99 TO SHIMEBI
            MOVE 30 TO SITE-DAYS
            PERFORM VARYING JKX FROM 1 BY 1 UNTIL JKX > JK-CNT
                IF JK-CODE(JKX) = D-S-CODE
                    MOVE JK-SHIMEBI(JKX) TO SHIMEBI
                    MOVE JK-SITE(JKX)    TO SITE-DAYS
                END-IF
            END-PERFORM
            MOVE D-DATE(1:4) TO KI-YY
            MOVE D-DATE(5:2) TO KI-MM
            MOVE D-DATE(7:2) TO KI-DD
            IF SHIMEBI = 99
                MOVE 30 TO KI-DD
            ELSE
                IF KI-DD <= SHIMEBI
                    MOVE SHIMEBI TO KI-DD
                ELSE
                    MOVE SHIMEBI TO KI-DD
                    PERFORM TSUKI-SUSUME-RTN
                END-IF
            END-IF
            COMPUTE KI-DD3 = KI-DD + SITE-DAYS
            PERFORM UNTIL KI-DD3 <= 30
                SUBTRACT 30 FROM KI-DD3
                PERFORM TSUKI-SUSUME-RTN
            END-PERFORM
            COMPUTE KIJITSU =
                KI-YY * 10000 + KI-MM * 100 + KI-DD3
            PERFORM VARYING CAX FROM 1 BY 1 UNTIL CAX > CAL-CNT
                IF CL-DATE(CAX) >= KIJITSU AND CL-KBN(CAX) = "1"
                    MOVE CL-DATE(CAX) TO KIJITSU
                    MOVE CAL-CNT TO CAX
                END-IF
            END-PERFORM.
      *
       TSUKI-SUSUME-RTN.
            IF KI-MM = 12
                ADD 1 TO KI-YY
                MOVE 1 TO KI-MM
            ELSE
                ADD 1 TO KI-MM
            END-IF.
      *
      * 支払条件マスタの読込（無ければ既定条件）
       JOKEN-LOAD-RTN.
            OPEN INPUT JOKEN-FILE
            IF JOKEN-FS = "00"
                READ JOKEN-FILE
                    AT END MOVE "E" TO JOKEN-END-FLG
                END-READ
                PERFORM UNTIL JOKEN-END-FLG = "E"
                    IF JK-CNT < 100
                        ADD 1 TO JK-CNT
                        MOVE SJ-CODE    TO JK-CODE(JK-CNT)
                        MOVE SJ-SHIMEBI TO JK-SHIMEBI(JK-CNT)
                        MOVE SJ-SITE    TO JK-SITE(JK-CNT)
                    END-IF
                    READ JOKEN-FILE
                        AT END MOVE "E" TO JOKEN-END-FLG
                    END-READ
                END-PERFORM
                CLOSE JOKEN-FILE
            ELSE
                CLOSE JOKEN-FILE
            END-IF.
      *
      * カレンダーマスタの読込（無ければ毎日営業）
       CAL-LOAD-RTN.
            OPEN INPUT CAL-FILE
            IF CAL-FS = "00"
                READ CAL-FILE
                    AT END MOVE "E" TO CAL-END-FLG
                END-READ
                PERFORM UNTIL CAL-END-FLG = "E"
                    IF CAL-CNT < 750
                        ADD 1 TO CAL-CNT
                        MOVE CA-DATE TO CL-DATE(CAL-CNT)
                        MOVE CA-KBN  TO CL-KBN(CAL-CNT)
                    END-IF
                    READ CAL-FILE
                        AT END MOVE "E" TO CAL-END-FLG
                    END-READ
                END-PERFORM
                CLOSE CAL-FILE
            END-IF.
