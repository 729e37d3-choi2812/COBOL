      *
      * 14JY0123 崔　禎　文
      * 請求書台帳移行：行順次の請求書台帳.TXTを、請求書NO（控除票
      * はD＋7桁）を主キー、仕入先＋状態を副キーとするISAM請求書
      * 台帳へ積み替える一回限りの移行ラン
      * 移行前（.TXT）と移行後（ISAMを読み直した結果）の件数・
      * 請求額計・実績額計を印字し、照合する。同じ請求書NOが二度
      * ある明細は積まずに★重複として印字し、移行前から差し引いて
      * 照合する。一致すれば請求書台帳.TXTを.OLDへ退避する
      * ISAM請求書台帳に既に明細があれば移行済みとして何もしない
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P149.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL TXT-FILE ASSIGN  "請求書台帳.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS TXT-FS.
           SELECT  OPTIONAL DAICHO-FILE ASSIGN  "ISAM請求書台帳"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY D-INV-NO
                                    ALTERNATE RECORD KEY D-SS-KEY
                                        WITH DUPLICATES
                                    FILE STATUS DAICHO-FS.
           SELECT  PRINT-FILE  ASSIGN  "P149.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 旧レイアウト（行順次、状態は実績額の後ろ）
       FD  TXT-FILE.
       01  DK-REC.
           05  DK-INV-NO         PIC X(08).
           05                    PIC X(01).
           05  DK-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  DK-DATE           PIC 9(08).
           05                    PIC X(01).
           05  DK-KINGAKU        PIC 9(09).
           05                    PIC X(01).
           05  DK-JISSEKI        PIC 9(09).
           05                    PIC X(01).
           05  DK-STATUS         PIC X(01).
           05                    PIC X(01).
           05  DK-REASON         PIC X(20).
           05                    PIC X(01).
           05  DK-KICHO-DATE     PIC 9(08).
           05                    PIC X(01).
           05  DK-KIJITSU        PIC 9(08).
      *
      * 新レイアウト（副キーのため仕入先と状態を並べる）
       FD  DAICHO-FILE.
       01  D-REC.
           05  D-INV-NO          PIC X(08).
           05                    PIC X(01).
           05  D-SS-KEY.
               10  D-S-CODE      PIC X(03).
               10  D-STATUS      PIC X(01).
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
       FD  PRINT-FILE.
       01  P-REC                 PIC X(90).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  TXT-FS                PIC X(02)  VALUE SPACE.
       01  DAICHO-FS             PIC X(02)  VALUE SPACE.
       01  MAE-CNT               PIC 9(07)  VALUE ZERO.
       01  MAE-KINGAKU           PIC 9(12)  VALUE ZERO.
       01  MAE-JISSEKI           PIC 9(12)  VALUE ZERO.
       01  DUP-CNT               PIC 9(07)  VALUE ZERO.
       01  DUP-KINGAKU           PIC 9(12)  VALUE ZERO.
       01  DUP-JISSEKI           PIC 9(12)  VALUE ZERO.
       01  ATO-CNT               PIC 9(07)  VALUE ZERO.
       01  ATO-KINGAKU           PIC 9(12)  VALUE ZERO.
       01  ATO-JISSEKI           PIC 9(12)  VALUE ZERO.
       01  YOTEI-CNT             PIC 9(07)  VALUE ZERO.
       01  YOTEI-KINGAKU         PIC 9(12)  VALUE ZERO.
       01  YOTEI-JISSEKI         PIC 9(12)  VALUE ZERO.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 請求書台帳移行".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  HEAD-2.
           05                    PIC X(35)  VALUE
                                 "  区分".
           05                    PIC X(11)  VALUE "     件数".
           05                    PIC X(20)  VALUE
                                 "        請求額計".
           05                    PIC X(20)  VALUE
                                 "        実績額計".
      *
       01  MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05  M-KUBUN           PIC X(32).
           05                    PIC X(01)  VALUE SPACE.
           05  M-CNT             PIC Z,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-KINGAKU         PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-JISSEKI         PIC ZZZ,ZZZ,ZZZ,ZZ9.
      *
       01  DUP-MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(09)  VALUE "★重複".
           05  DM-INV-NO         PIC X(08).
           05                    PIC X(01)  VALUE SPACE.
           05  DM-S-CODE         PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  DM-DATE           PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  DM-KINGAKU        PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  DM-STATUS         PIC X(01).
      *
       01  FOOT-1.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(09)  VALUE "照合：".
           05  F-KEKKA           PIC X(48).
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM SUMI-CHK-RTN
            OPEN INPUT TXT-FILE
            IF TXT-FS NOT = "00"
                DISPLAY "請求書台帳.TXTがありません。"
                CLOSE TXT-FILE
                STOP RUN
            END-IF
            OPEN OUTPUT DAICHO-FILE PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            PERFORM TSUMIKAE-RTN
            CLOSE TXT-FILE DAICHO-FILE
            PERFORM YOMINAOSHI-RTN
            PERFORM HOKOKU-RTN
            CLOSE PRINT-FILE
            IF ATO-CNT = YOTEI-CNT
                AND ATO-KINGAKU = YOTEI-KINGAKU
                AND ATO-JISSEKI = YOTEI-JISSEKI
                CALL "SYSTEM" USING
                    "mv 請求書台帳.TXT 請求書台帳.OLD"
                DISPLAY "移行しました。"
                        "旧台帳は請求書台帳.OLDです。"
            ELSE
                DISPLAY "★移行前後の合計が"
                        "一致しません。"
                        "P149.DOCを確認してください。"
            END-IF
            DISPLAY "END"
            STOP RUN.
      *
      * 移行済みの確認：ISAM請求書台帳に明細があれば中止する
       SUMI-CHK-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT DAICHO-FILE
            IF DAICHO-FS = "00"
                READ DAICHO-FILE NEXT
                    AT END MOVE "E" TO END-FLG
                END-READ
                IF END-FLG NOT = "E"
                    DISPLAY "ISAM請求書台帳は"
                            "移行済みです。"
                    CLOSE DAICHO-FILE
                    STOP RUN
                END-IF
            END-IF
            CLOSE DAICHO-FILE
            MOVE SPACE TO END-FLG.
      *
      * 積み替え：.TXTを１件ずつ新レイアウトへ移して書く
      * （移行前の合計は全明細、重複で積めなかった分は別に集計）
       TSUMIKAE-RTN.
            READ TXT-FILE
                AT END MOVE "E" TO END-FLG
            END-READ
            PERFORM UNTIL END-FLG = "E"
                IF DK-KINGAKU NOT NUMERIC
                    MOVE ZERO TO DK-KINGAKU
                END-IF
                IF DK-JISSEKI NOT NUMERIC
                    MOVE ZERO TO DK-JISSEKI
                END-IF
                IF DK-KICHO-DATE NOT NUMERIC
                    MOVE ZERO TO DK-KICHO-DATE
                END-IF
                IF DK-KIJITSU NOT NUMERIC
                    MOVE ZERO TO DK-KIJITSU
                END-IF
                ADD 1          TO MAE-CNT
                ADD DK-KINGAKU TO MAE-KINGAKU
                ADD DK-JISSEKI TO MAE-JISSEKI
                MOVE SPACE         TO D-REC
                MOVE DK-INV-NO     TO D-INV-NO
                MOVE DK-S-CODE     TO D-S-CODE
                MOVE DK-STATUS     TO D-STATUS
                MOVE DK-DATE       TO D-DATE
                MOVE DK-KINGAKU    TO D-KINGAKU
                MOVE DK-JISSEKI    TO D-JISSEKI
                MOVE DK-REASON     TO D-REASON
                MOVE DK-KICHO-DATE TO D-KICHO-DATE
                MOVE DK-KIJITSU    TO D-KIJITSU
                WRITE D-REC
                    INVALID KEY PERFORM DUP-RTN
                END-WRITE
                READ TXT-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            MOVE SPACE TO END-FLG.
      *
       DUP-RTN.
            ADD 1          TO DUP-CNT
            ADD DK-KINGAKU TO DUP-KINGAKU
            ADD DK-JISSEKI TO DUP-JISSEKI
            MOVE DK-INV-NO  TO DM-INV-NO
            MOVE DK-S-CODE  TO DM-S-CODE
            MOVE DK-DATE    TO DM-DATE
            MOVE DK-KINGAKU TO DM-KINGAKU
            MOVE DK-STATUS  TO DM-STATUS
            WRITE P-REC FROM DUP-MEISAI AFTER 1.
      *
      * 移行後：ISAM請求書台帳を請求書NO順に読み直して集計する
       YOMINAOSHI-RTN.
            OPEN INPUT DAICHO-FILE
            READ DAICHO-FILE NEXT
                AT END MOVE "E" TO END-FLG
            END-READ
            PERFORM UNTIL END-FLG = "E"
                ADD 1         TO ATO-CNT
                ADD D-KINGAKU TO ATO-KINGAKU
                ADD D-JISSEKI TO ATO-JISSEKI
                READ DAICHO-FILE NEXT
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE DAICHO-FILE
            MOVE SPACE TO END-FLG.
      *
      * 報告：移行前・重複・移行予定（前−重複）・移行後と照合結果
       HOKOKU-RTN.
            COMPUTE YOTEI-CNT     = MAE-CNT     - DUP-CNT
            COMPUTE YOTEI-KINGAKU = MAE-KINGAKU - DUP-KINGAKU
            COMPUTE YOTEI-JISSEKI = MAE-JISSEKI - DUP-JISSEKI
            WRITE P-REC FROM HEAD-2 AFTER 2
            MOVE SPACE TO MEISAI
            MOVE "移行前（請求書台帳.TXT）" TO M-KUBUN
            MOVE MAE-CNT     TO M-CNT
            MOVE MAE-KINGAKU TO M-KINGAKU
            MOVE MAE-JISSEKI TO M-JISSEKI
            WRITE P-REC FROM MEISAI AFTER 1
            MOVE "重複（積まず）"         TO M-KUBUN
            MOVE DUP-CNT     TO M-CNT
            MOVE DUP-KINGAKU TO M-KINGAKU
            MOVE DUP-JISSEKI TO M-JISSEKI
            WRITE P-REC FROM MEISAI AFTER 1
            MOVE "移行予定（前−重複）"   TO M-KUBUN
            MOVE YOTEI-CNT     TO M-CNT
            MOVE YOTEI-KINGAKU TO M-KINGAKU
            MOVE YOTEI-JISSEKI TO M-JISSEKI
            WRITE P-REC FROM MEISAI AFTER 1
            MOVE "移行後（ISAM）"         TO M-KUBUN
            MOVE ATO-CNT     TO M-CNT
            MOVE ATO-KINGAKU TO M-KINGAKU
            MOVE ATO-JISSEKI TO M-JISSEKI
            WRITE P-REC FROM MEISAI AFTER 1
            IF ATO-CNT = YOTEI-CNT
                AND ATO-KINGAKU = YOTEI-KINGAKU
                AND ATO-JISSEKI = YOTEI-JISSEKI
                MOVE "件数・請求額計・実績額計とも一致"
                                 TO F-KEKKA
            ELSE
                MOVE "★不一致（旧台帳は退避しない）"
                                 TO F-KEKKA
            END-IF
            WRITE P-REC FROM FOOT-1 AFTER 2.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
