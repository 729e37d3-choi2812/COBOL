      * 仕入先報告書.TXT）と当方の仕入整列.txtを明細単位で突合する
      * 先方のみ・当方のみ・数量／金額相違を報告する
      * 当方明細は報告書に現れる仕入先×年月の範囲のみ対象とする
      * 仕入先の容器報告（仕入先容器報告.TXT：月末の未返却個数）が
      * 有れば、容器受払.TXTから求めた当方の月末残高と種別ごとに
      * 突合し、個数相違と相違額（預り金単価換算）を続けて印字する
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P33.
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  PRINT-FILE  ASSIGN  "P33.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL CR-FILE ASSIGN  "仕入先容器報告.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS CR-FS.
           SELECT  OPTIONAL YOKI-FILE ASSIGN  "容器マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS YOKI-FS.
           SELECT  OPTIONAL UKEHARAI-FILE ASSIGN  "容器受払.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS UKEHARAI-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
      * 仕入先容器報告：仕入先・年月・容器種別・月末未返却個数
       FD  CR-FILE.
       01  CR-REC.
           05  CR-S-CODE         PIC X(03).
           05  CR-YYMM           PIC 9(06).
           05  CR-TYPE           PIC X(02).
           05  CR-SURYO          PIC 9(05).
      *
       FD  YOKI-FILE.
       01  YK-REC.
           05  YK-TYPE           PIC X(02).
           05                    PIC X(01).
           05  YK-NAME           PIC X(20).
           05                    PIC X(01).
           05  YK-TANKA          PIC 9(05).
      *
      * 容器受払：R＝受入（入荷時）　H＝引取（仕入先へ返却）
       FD  UKEHARAI-FILE.
       01  YU-REC.
           05  YU-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  YU-TYPE           PIC X(02).
           05                    PIC X(01).
           05  YU-KBN            PIC X(01).
           05                    PIC X(01).
           05  YU-DATE           PIC 9(08).
           05                    PIC X(01).
           05  YU-SURYO          PIC 9(05).
           05                    PIC X(01).
           05  YU-PO-NO          PIC X(06).
           05                    PIC X(01).
           05  YU-OPID           PIC X(04).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  DIFF-CNT              PIC 9(05)  VALUE ZERO.
       01  WARE-CNT              PIC 9(05)  VALUE ZERO.
       01  SAKI-CNT              PIC 9(05)  VALUE ZERO.
       01  CR-FS                 PIC X(02)  VALUE SPACE.
       01  YOKI-FS               PIC X(02)  VALUE SPACE.
       01  UKEHARAI-FS           PIC X(02)  VALUE SPACE.
       01  CR-CNT                PIC 9(03)  VALUE ZERO.
       01  CRX                   PIC 9(03).
       01  CRY                   PIC 9(03).
       01  HIT-CRX               PIC 9(03)  VALUE ZERO.
       01  OW-CNT                PIC 9(03)  VALUE ZERO.
       01  OWX                   PIC 9(03).
       01  HIT-OWX               PIC 9(03)  VALUE ZERO.
       01  YK-CNT                PIC 9(02)  VALUE ZERO.
       01  YKX                   PIC 9(02).
       01  YK-TANKA-WK           PIC 9(05)  VALUE ZERO.
       01  YOKI-SA               PIC S9(07) VALUE ZERO.
       01  YOKI-SAGAKU           PIC S9(11) VALUE ZERO.
       01  YOKI-ITCHI-CNT        PIC 9(05)  VALUE ZERO.
       01  YOKI-SOI-CNT          PIC 9(05)  VALUE ZERO.
      *
      * 仕入先容器報告の明細と当方の月末残高
       01  CR-TBL.
           05  CR-ENT            OCCURS 200 TIMES.
               10  CRT-S-CODE    PIC X(03).
               10  CRT-YYMM      PIC 9(06).
               10  CRT-TYPE      PIC X(02).
               10  CRT-SURYO     PIC 9(05).
               10  CRT-MATCHED   PIC X(01).
      * 報告の仕入先×年月ごとの当方残高（種別別）
       01  OW-TBL.
           05  OW-ENT            OCCURS 300 TIMES.
               10  OWT-S-CODE    PIC X(03).
               10  OWT-YYMM      PIC 9(06).
               10  OWT-TYPE      PIC X(02).
               10  OWT-ZAN       PIC S9(07).
       01  YK-TBL.
           05  YK-ENT            OCCURS 50 TIMES.
               10  YKT-TYPE      PIC X(02).
               10  YKT-TANKA     PIC 9(05).
      *
       01  ST-TBL.
           05  ST-ENT            OCCURS 200 TIMES.
           05                    PIC X(20)  VALUE
                                 "　先方のみ件数：".
           05  F-SAKI            PIC ZZZZ9.
      *
      * 容器残高突合
       01  YOKI-HEAD-1.
           05                    PIC X(36)  VALUE
                                 "*** 容器残高突合（月末）".
       01  YOKI-HEAD-2.
           05                    PIC X(34)  VALUE
              " 仕入 年月   容器 先方数".
           05                    PIC X(34)  VALUE
              " 当方数       相違額  結果".
       01  YOKI-MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  YM-S-CODE         PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  YM-YYMM           PIC 9999/99.
           05                    PIC X(02)  VALUE SPACE.
           05  YM-TYPE           PIC X(02).
           05                    PIC X(02)  VALUE SPACE.
           05  YM-ST-SURYO       PIC ZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  YM-MY-SURYO       PIC --,--9.
           05                    PIC X(02)  VALUE SPACE.
           05  YM-SAGAKU         PIC ---,---,--9.
           05                    PIC X(02)  VALUE SPACE.
           05  YM-COMMENT        PIC X(22).
       01  YOKI-FOOT.
           05                    PIC X(15)  VALUE "容器一致：".
           05  YF-ITCHI          PIC ZZZZ9.
           05                    PIC X(12)  VALUE "　相違：".
           05  YF-SOI            PIC ZZZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            MOVE WARE-CNT  TO F-WARE
            MOVE SAKI-CNT  TO F-SAKI
            WRITE P-REC FROM FOOT-2 AFTER 1
            PERFORM YOKI-TOTSUGO-RTN
            CLOSE IN-FILE PRINT-FILE
            DISPLAY "END"
            STOP RUN.
                END-IF
            END-PERFORM.
      *
      * 容器残高突合：報告の仕入先×年月について、容器受払の月末
      * までの受入−引取を当方残高とし、種別ごとに先方個数と比べる
       YOKI-TOTSUGO-RTN.
            PERFORM CR-LOAD-RTN
            IF CR-CNT > ZERO
                PERFORM YK-LOAD-RTN
                PERFORM OW-LOAD-RTN
                WRITE P-REC FROM YOKI-HEAD-1 AFTER 3
                WRITE P-REC FROM YOKI-HEAD-2 AFTER 2
                PERFORM VARYING OWX FROM 1 BY 1 UNTIL OWX > OW-CNT
                    PERFORM YOKI-HIKAKU-RTN
                END-PERFORM
                PERFORM VARYING CRX FROM 1 BY 1 UNTIL CRX > CR-CNT
                    IF CRT-MATCHED(CRX) = "N"
                        PERFORM YOKI-SAKI-RTN
                    END-IF
                END-PERFORM
                MOVE YOKI-ITCHI-CNT TO YF-ITCHI
                MOVE YOKI-SOI-CNT   TO YF-SOI
                WRITE P-REC FROM YOKI-FOOT AFTER 2
            END-IF.
      *
       CR-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT CR-FILE
            IF CR-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ CR-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF CR-CNT < 200 AND CR-SURYO NUMERIC
                    ADD 1 TO CR-CNT
                    MOVE CR-S-CODE TO CRT-S-CODE(CR-CNT)
                    MOVE CR-YYMM   TO CRT-YYMM(CR-CNT)
                    MOVE CR-TYPE   TO CRT-TYPE(CR-CNT)
                    MOVE CR-SURYO  TO CRT-SURYO(CR-CNT)
                    MOVE "N"       TO CRT-MATCHED(CR-CNT)
                END-IF
                READ CR-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE CR-FILE
            MOVE SPACE TO END-FLG.
      *
       YK-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT YOKI-FILE
            IF YOKI-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ YOKI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF YK-CNT < 50
                    ADD 1 TO YK-CNT
                    MOVE YK-TYPE  TO YKT-TYPE(YK-CNT)
                    MOVE YK-TANKA TO YKT-TANKA(YK-CNT)
                END-IF
                READ YOKI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE YOKI-FILE
            MOVE SPACE TO END-FLG.
      *
      * 容器受払を報告の仕入先×年月ごとの月末残高へ積み上げる
       OW-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT UKEHARAI-FILE
            IF UKEHARAI-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ UKEHARAI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF YU-SURYO NUMERIC
                    PERFORM VARYING CRX FROM 1 BY 1 UNTIL CRX > CR-CNT
                        IF CRT-S-CODE(CRX) = YU-S-CODE
                            AND YU-DATE(1:6) <= CRT-YYMM(CRX)
                            PERFORM OW-POST-RTN
                        END-IF
                    END-PERFORM
                END-IF
                READ UKEHARAI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE UKEHARAI-FILE
            MOVE SPACE TO END-FLG.
      *
      * 同じ仕入先×年月が報告に複数行あっても１回だけ積む
       OW-POST-RTN.
            MOVE ZERO TO HIT-CRX
            PERFORM VARYING CRY FROM 1 BY 1 UNTIL CRY >= CRX
                IF CRT-S-CODE(CRY) = CRT-S-CODE(CRX)
                    AND CRT-YYMM(CRY) = CRT-YYMM(CRX)
                    MOVE CRY TO HIT-CRX
                END-IF
            END-PERFORM
            IF HIT-CRX = ZERO
                MOVE ZERO TO HIT-OWX
                PERFORM VARYING OWX FROM 1 BY 1 UNTIL OWX > OW-CNT
                    IF OWT-S-CODE(OWX) = YU-S-CODE
                        AND OWT-YYMM(OWX) = CRT-YYMM(CRX)
                        AND OWT-TYPE(OWX) = YU-TYPE
                        MOVE OWX TO HIT-OWX
                    END-IF
                END-PERFORM
                IF HIT-OWX = ZERO AND OW-CNT < 300
                    ADD 1 TO OW-CNT
                    MOVE OW-CNT         TO HIT-OWX
                    MOVE YU-S-CODE      TO OWT-S-CODE(HIT-OWX)
                    MOVE CRT-YYMM(CRX)  TO OWT-YYMM(HIT-OWX)
                    MOVE YU-TYPE        TO OWT-TYPE(HIT-OWX)
                    MOVE ZERO           TO OWT-ZAN(HIT-OWX)
                END-IF
                IF HIT-OWX NOT = ZERO
                    IF YU-KBN = "R"
                        ADD YU-SURYO TO OWT-ZAN(HIT-OWX)
                    ELSE
                        SUBTRACT YU-SURYO FROM OWT-ZAN(HIT-OWX)
                    END-IF
                END-IF
            END-IF.
      *
      * 当方残高１件を報告と比べる（報告に無い種別は★当方のみ）
       YOKI-HIKAKU-RTN.
            MOVE ZERO TO HIT-CRX
            PERFORM VARYING CRX FROM 1 BY 1 UNTIL CRX > CR-CNT
                IF HIT-CRX = ZERO
                    AND CRT-MATCHED(CRX) = "N"
                    AND CRT-S-CODE(CRX) = OWT-S-CODE(OWX)
                    AND CRT-YYMM(CRX)   = OWT-YYMM(OWX)
                    AND CRT-TYPE(CRX)   = OWT-TYPE(OWX)
                    MOVE CRX TO HIT-CRX
                END-IF
            END-PERFORM
            MOVE SPACE TO YOKI-MEISAI
            MOVE OWT-S-CODE(OWX) TO YM-S-CODE
            MOVE OWT-YYMM(OWX)   TO YM-YYMM
            MOVE OWT-TYPE(OWX)   TO YM-TYPE
            MOVE OWT-ZAN(OWX)    TO YM-MY-SURYO
            IF HIT-CRX = ZERO
                IF OWT-ZAN(OWX) NOT = ZERO
                    MOVE OWT-ZAN(OWX) TO YOKI-SA
                    PERFORM YOKI-SAGAKU-RTN
                    ADD 1 TO YOKI-SOI-CNT
                    MOVE "★当方のみ" TO YM-COMMENT
                    WRITE P-REC FROM YOKI-MEISAI AFTER 1
                END-IF
            ELSE
                MOVE "Y" TO CRT-MATCHED(HIT-CRX)
                MOVE CRT-SURYO(HIT-CRX) TO YM-ST-SURYO
                COMPUTE YOKI-SA = OWT-ZAN(OWX) - CRT-SURYO(HIT-CRX)
                IF YOKI-SA = ZERO
                    ADD 1 TO YOKI-ITCHI-CNT
                ELSE
                    PERFORM YOKI-SAGAKU-RTN
                    ADD 1 TO YOKI-SOI-CNT
                    MOVE "★容器個数相違" TO YM-COMMENT
                    WRITE P-REC FROM YOKI-MEISAI AFTER 1
                END-IF
            END-IF.
      *
      * 当方に受払の無い報告明細（当方残高０）
       YOKI-SAKI-RTN.
            MOVE SPACE TO YOKI-MEISAI
            MOVE CRT-S-CODE(CRX) TO YM-S-CODE
            MOVE CRT-YYMM(CRX)   TO YM-YYMM
            MOVE CRT-TYPE(CRX)   TO YM-TYPE
            MOVE CRT-SURYO(CRX)  TO YM-ST-SURYO
            MOVE ZERO            TO YM-MY-SURYO
            IF CRT-SURYO(CRX) = ZERO
                ADD 1 TO YOKI-ITCHI-CNT
            ELSE
                COMPUTE YOKI-SA = ZERO - CRT-SURYO(CRX)
                PERFORM YOKI-SAGAKU-RTN
                ADD 1 TO YOKI-SOI-CNT
                MOVE "★先方のみ" TO YM-COMMENT
                WRITE P-REC FROM YOKI-MEISAI AFTER 1
            END-IF.
      *
      * 相違額＝個数差×預り金単価（当方−先方、マスタに無い種別は０）
       YOKI-SAGAKU-RTN.
            MOVE ZERO TO YK-TANKA-WK
            PERFORM VARYING YKX FROM 1 BY 1 UNTIL YKX > YK-CNT
                IF YKT-TYPE(YKX) = YM-TYPE
                    MOVE YKT-TANKA(YKX) TO YK-TANKA-WK
                END-IF
            END-PERFORM
            COMPUTE YOKI-SAGAKU = YOKI-SA * YK-TANKA-WK
            MOVE YOKI-SAGAKU TO YM-SAGAKU.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
