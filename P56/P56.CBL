      * スコアと等級（A〜D）を算出し、順位付きで印字のうえ
      * 等級を仕入先マスタS-GRADEへ書き戻す（四半期ごとに実行）
      * 配点：仕入額40・返品率30・エラー15・直近取引15
      * 入荷時温度の適合率（温度記録.TXT、P82で記録）が100％未満の
      * 仕入先は、不適合率5％ごとに1点（最大10点）を減点する
      * 品質クレーム率（クレーム率.TXT、P145の月次報告で記録）の
      * 当月を含む直近3か月分で、クレーム率1％ごとに2点（最大10点）
      * を減点する
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P56.
           SELECT  OPTIONAL SEI-FILE ASSIGN  "仕入整列.txt"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SEI-FS.
           SELECT  OPTIONAL ONDO-FILE ASSIGN  "温度記録.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS ONDO-FS.
           SELECT  OPTIONAL RITSU-FILE ASSIGN  "クレーム率.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS RITSU-FS.
           SELECT  PRINT-FILE  ASSIGN  "P56.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
           05  I-SURYO           PIC 9(04).
           05  I-TANKA           PIC 9(05)V99.
           05  I-BRANCH          PIC X(02).
      *
      * 温度記録：結果 O＝適合 F＝逸脱受入 R＝受入拒否
       FD  ONDO-FILE.
       01  TL-REC.
           05  TL-DATE           PIC 9(08).
           05                    PIC X(01).
           05  TL-PO-NO          PIC X(06).
           05                    PIC X(01).
           05  TL-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  TL-ITEM           PIC X(05).
           05                    PIC X(01).
           05  TL-KBN            PIC X(01).
           05                    PIC X(01).
           05  TL-ONDO           PIC S9(02)V9 SIGN LEADING SEPARATE.
           05                    PIC X(01).
           05  TL-MIN            PIC S9(02)V9 SIGN LEADING SEPARATE.
           05                    PIC X(01).
           05  TL-MAX            PIC S9(02)V9 SIGN LEADING SEPARATE.
           05                    PIC X(01).
           05  TL-KEKKA          PIC X(01).
           05                    PIC X(01).
           05  TL-SURYO          PIC 9(04).
           05                    PIC X(01).
           05  TL-UNIT           PIC X(02).
           05                    PIC X(01).
           05  TL-OPID           PIC X(04).
      *
      * クレーム率：年月・仕入先・入荷件数・クレーム件数・率（％）
       FD  RITSU-FILE.
       01  CR-REC.
           05  CR-YYMM           PIC 9(06).
           05                    PIC X(01).
           05  CR-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  CR-NYUKA          PIC 9(05).
           05                    PIC X(01).
           05  CR-KEN            PIC 9(05).
           05                    PIC X(01).
           05  CR-RITSU          PIC 9(03)V9.
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
       01  UKE-FS                PIC X(02)  VALUE SPACE.
       01  ERR-FS                PIC X(02)  VALUE SPACE.
       01  SEI-FS                PIC X(02)  VALUE SPACE.
       01  ONDO-FS               PIC X(02)  VALUE SPACE.
       01  ONDO-PCT              PIC 9(03)V9 VALUE ZERO.
       01  ONDO-PTS              PIC 9(03)  VALUE ZERO.
       01  RITSU-FS              PIC X(02)  VALUE SPACE.
       01  CLAIM-PCT             PIC 9(03)V9 VALUE ZERO.
       01  CLAIM-PTS             PIC 9(03)  VALUE ZERO.
       01  CL-YY                 PIC 9(04)  VALUE ZERO.
       01  CL-MM                 PIC 9(02)  VALUE ZERO.
       01  CL-FROM               PIC 9(06)  VALUE ZERO.
       01  CL-TO                 PIC 9(06)  VALUE ZERO.
       01  SUP-CNT               PIC 9(03)  VALUE ZERO.
       01  SX                    PIC 9(03).
       01  JX                    PIC 9(03).
       01  WK-CODE               PIC X(03)  VALUE SPACE.
      *
       01  TEMP-SUP.
           05  TS-AREA           PIC X(63).
       01  SUP-TBL.
           05  SUP-ENT           OCCURS 200 TIMES.
               10  SU-CODE       PIC X(03).
               10  SU-LAST       PIC 9(08).
               10  SU-SCORE      PIC S9(03).
               10  SU-GRADE      PIC X(01).
               10  SU-ONDO-KEN   PIC 9(05).
               10  SU-ONDO-OK    PIC 9(05).
               10  SU-CL-NYUKA   PIC 9(05).
               10  SU-CL-KEN     PIC 9(05).
      *
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05                    PIC X(02)  VALUE SPACE.
           05  M-ERR             PIC ZZZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-ONDO            PIC ZZ9.9.
           05  M-ONDO-X REDEFINES M-ONDO PIC X(05).
           05                    PIC X(02)  VALUE SPACE.
           05  M-CLAIM           PIC ZZ9.9.
           05  M-CLAIM-X REDEFINES M-CLAIM PIC X(05).
           05                    PIC X(02)  VALUE SPACE.
           05  M-SCORE           PIC ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-GRADE           PIC X(01).
           05                    PIC X(14)  VALUE  "年間仕入額".
           05                    PIC X(09)  VALUE  "返品数".
           05                    PIC X(07)  VALUE  "ｴﾗｰ".
           05                    PIC X(07)  VALUE  "温度%".
           05                    PIC X(15)  VALUE  "ｸﾚｰﾑ%".
           05                    PIC X(07)  VALUE  "点数".
           05                    PIC X(04)  VALUE  "等級".
      *
            PERFORM UKE-SCAN-RTN
            PERFORM ERR-SCAN-RTN
            PERFORM SEI-SCAN-RTN
            PERFORM ONDO-SCAN-RTN
            PERFORM CLAIM-SCAN-RTN
            PERFORM SCORE-RTN
            PERFORM SORT-RTN
            PERFORM PRINT-RTN
                    MOVE ZERO TO SU-HENPIN(SUP-CNT)
                    MOVE ZERO TO SU-ERR(SUP-CNT)
                    MOVE ZERO TO SU-LAST(SUP-CNT)
                    MOVE ZERO TO SU-ONDO-KEN(SUP-CNT)
                    MOVE ZERO TO SU-ONDO-OK(SUP-CNT)
                    MOVE ZERO TO SU-CL-NYUKA(SUP-CNT)
                    MOVE ZERO TO SU-CL-KEN(SUP-CNT)
                    IF S-YTD-KINGAKU > MAX-KINGAKU
                        MOVE S-YTD-KINGAKU TO MAX-KINGAKU
                    END-IF
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 入荷時温度の測定件数・適合件数を仕入先別に数える
       ONDO-SCAN-RTN.
            OPEN INPUT ONDO-FILE
            IF ONDO-FS NOT = "00"
                CLOSE ONDO-FILE
            ELSE
                READ ONDO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    MOVE TL-S-CODE TO WK-CODE
                    PERFORM SUP-FIND-RTN
                    IF HIT-SX > ZERO
                        ADD 1 TO SU-ONDO-KEN(HIT-SX)
                        IF TL-KEKKA = "O"
                            ADD 1 TO SU-ONDO-OK(HIT-SX)
                        END-IF
                    END-IF
                    READ ONDO-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE ONDO-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 品質クレームの入荷件数・クレーム件数を直近3か月分、仕入先
      * 別に合計する
       CLAIM-SCAN-RTN.
            MOVE W-DATE8(1:6) TO CL-TO
            MOVE W-DATE8(1:4) TO CL-YY
            MOVE W-DATE8(5:2) TO CL-MM
            IF CL-MM > 2
                SUBTRACT 2 FROM CL-MM
            ELSE
                ADD 10 TO CL-MM
                SUBTRACT 1 FROM CL-YY
            END-IF
            COMPUTE CL-FROM = CL-YY * 100 + CL-MM
            OPEN INPUT RITSU-FILE
            IF RITSU-FS NOT = "00"
                CLOSE RITSU-FILE
            ELSE
                READ RITSU-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF CR-YYMM >= CL-FROM AND CR-YYMM <= CL-TO
                        MOVE CR-S-CODE TO WK-CODE
                        PERFORM SUP-FIND-RTN
                        IF HIT-SX > ZERO
                            ADD CR-NYUKA TO SU-CL-NYUKA(HIT-SX)
                            ADD CR-KEN   TO SU-CL-KEN(HIT-SX)
                        END-IF
                    END-IF
                    READ RITSU-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE RITSU-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * クレーム率：入荷が無くクレームだけある月は100％とみなす
       CLAIM-PCT-RTN.
            IF SU-CL-NYUKA(SX) > ZERO
                COMPUTE CLAIM-PCT ROUNDED =
                    SU-CL-KEN(SX) * 100 / SU-CL-NYUKA(SX)
            ELSE
                IF SU-CL-KEN(SX) > ZERO
                    MOVE 100 TO CLAIM-PCT
                ELSE
                    MOVE ZERO TO CLAIM-PCT
                END-IF
            END-IF
            IF CLAIM-PCT > 100
                MOVE 100 TO CLAIM-PCT
            END-IF.
      *
      * 採点：仕入額40点（最大額比）・返品率30点・エラー15点・
      * 直近取引15点（90日超はゼロ）から温度不適合分・品質クレーム
      * 分を減点
       SCORE-RTN.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUP-CNT
                IF MAX-KINGAKU > ZERO
                        MOVE 15 TO REC-PTS
                    END-IF
                END-IF
                MOVE ZERO TO ONDO-PTS
                IF SU-ONDO-KEN(SX) > ZERO
                    COMPUTE ONDO-PCT ROUNDED =
                        SU-ONDO-OK(SX) * 100 / SU-ONDO-KEN(SX)
                    COMPUTE ONDO-PTS ROUNDED = (100 - ONDO-PCT) / 5
                    IF ONDO-PTS > 10
                        MOVE 10 TO ONDO-PTS
                    END-IF
                END-IF
                MOVE ZERO TO CLAIM-PTS
                IF SU-CL-KEN(SX) > ZERO
                    PERFORM CLAIM-PCT-RTN
                    COMPUTE CLAIM-PTS ROUNDED = CLAIM-PCT * 2
                    IF CLAIM-PTS > 10
                        MOVE 10 TO CLAIM-PTS
                    END-IF
                END-IF
                COMPUTE SCORE = SPEND-PTS + RET-PTS
                              + ERR-PTS + REC-PTS - ONDO-PTS
                              - CLAIM-PTS
                IF SCORE < ZERO
                    MOVE ZERO TO SCORE
                END-IF
                MOVE SCORE TO SU-SCORE(SX)
                EVALUATE TRUE
                    WHEN SCORE >= 80
                MOVE SU-KINGAKU(SX) TO M-KINGAKU
                MOVE SU-HENPIN(SX)  TO M-HENPIN
                MOVE SU-ERR(SX)     TO M-ERR
                IF SU-ONDO-KEN(SX) > ZERO
                    COMPUTE ONDO-PCT ROUNDED =
                        SU-ONDO-OK(SX) * 100 / SU-ONDO-KEN(SX)
                    MOVE ONDO-PCT TO M-ONDO
                ELSE
                    MOVE "   - " TO M-ONDO-X
                END-IF
                IF SU-CL-NYUKA(SX) > ZERO OR SU-CL-KEN(SX) > ZERO
                    PERFORM CLAIM-PCT-RTN
                    MOVE CLAIM-PCT TO M-CLAIM
                ELSE
                    MOVE "   - " TO M-CLAIM-X
                END-IF
                MOVE SU-SCORE(SX)   TO M-SCORE
                MOVE SU-GRADE(SX)   TO M-GRADE
                WRITE P-REC FROM MEISAI AFTER 1
