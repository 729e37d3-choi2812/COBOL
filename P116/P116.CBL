      *
      * 14JY0123 崔　禎　文
      * 下請法支払期日チェック：下請法対象マスタ.TXTで対象とした
      * 仕入先について、仕入整列.txtの納品（受領）１件ずつに
      * 照合先の請求書（P32の照合と同じく仕入先×受領年月）を
      * 請求書台帳から求め、P32が記録した支払期日が受領日から
      * 起算して60日目（受領日を初日に算入、実暦）を超えるものに
      * ★を付けて印字する。請求書が未照合（保留・未着）の納品は
      * 運用日が期限を過ぎていれば★を付ける
      * 請求書台帳はISAM請求書台帳（請求書NO順）を順に読む
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P116.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  IN-FILE     ASSIGN  "仕入整列.txt"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL DAICHO-FILE ASSIGN  "ISAM請求書台帳"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY D-INV-NO
                                    ALTERNATE RECORD KEY D-SS-KEY
                                        WITH DUPLICATES
                                    FILE STATUS DAICHO-FS.
           SELECT  OPTIONAL SHITAUKE-FILE ASSIGN
                                    "下請法対象マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SHITAUKE-FS.
           SELECT  PRINT-FILE  ASSIGN  "P116.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
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
      * 下請法対象マスタ：仕入先コードと対象区分（1＝対象）
       FD  SHITAUKE-FILE.
       01  ST-REC.
           05  ST-CODE           PIC X(03).
           05                    PIC X(01).
           05  ST-KBN            PIC X(01).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  DAICHO-FS             PIC X(02)  VALUE SPACE.
       01  SHITAUKE-FS           PIC X(02)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  READ-CNT              PIC 9(05)  VALUE ZERO.
       01  TAISHO-CNT            PIC 9(05)  VALUE ZERO.
       01  IHAN-CNT              PIC 9(05)  VALUE ZERO.
       01  MISHO-CNT             PIC 9(05)  VALUE ZERO.
       01  IHAN-KIN              PIC 9(12)  VALUE ZERO.
       01  KINGAKU               PIC 9(09)  VALUE ZERO.
       01  KIGEN                 PIC 9(08)  VALUE ZERO.
       01  KIJITSU               PIC 9(08)  VALUE ZERO.
       01  KI-YY                 PIC 9(04)  VALUE ZERO.
       01  KI-MM                 PIC 9(02)  VALUE ZERO.
       01  KI-DD                 PIC 9(02)  VALUE ZERO.
       01  TAISHO-FLG            PIC X(01)  VALUE SPACE.
       01  HIT-FLG               PIC X(01)  VALUE SPACE.
       01  HIT-INV-NO            PIC X(08)  VALUE SPACE.
       01  ST-CNT                PIC 9(03)  VALUE ZERO.
       01  STX                   PIC 9(03).
       01  INV-CNT               PIC 9(04)  VALUE ZERO.
       01  IVX                   PIC 9(04).
       01  CHK-CODE              PIC X(03)  VALUE SPACE.
      *
      * 実暦の日付送り用
       01  DW-DATE               PIC 9(08)  VALUE ZERO.
       01  DW-YY                 PIC 9(04)  VALUE ZERO.
       01  DW-MM                 PIC 9(02)  VALUE ZERO.
       01  DW-DD                 PIC 9(02)  VALUE ZERO.
       01  DW-Q                  PIC 9(05)  VALUE ZERO.
       01  DW-R4                 PIC 9(02)  VALUE ZERO.
       01  DW-R100               PIC 9(03)  VALUE ZERO.
       01  DW-R400               PIC 9(03)  VALUE ZERO.
       01  TSUKI-MATSU           PIC 9(02)  VALUE ZERO.
      *
      * 下請法対象の仕入先
       01  ST-TBL.
           05  ST-ENT            OCCURS 300 TIMES.
               10  SB-CODE       PIC X(03).
      *
      * 対象仕入先の請求書（仕入先・請求年月・支払期日）
       01  INV-TBL.
           05  INV-ENT           OCCURS 3000 TIMES.
               10  IV-INV-NO     PIC X(08).
               10  IV-S-CODE     PIC X(03).
               10  IV-YYMM       PIC X(06).
               10  IV-KIJITSU    PIC 9(08).
      *
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  M-NO              PIC X(05).
           05                    PIC X(01)  VALUE SPACE.
           05  M-S-DATE          PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-S-CODE          PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  M-KINGAKU         PIC ZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-INV-NO          PIC X(08).
           05                    PIC X(01)  VALUE SPACE.
           05  M-KIJITSU         PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-KIGEN           PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-HANTEI          PIC X(12).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 下請法支払期日".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  HEAD-2.
           05                    PIC X(07)  VALUE  "伝票NO".
           05                    PIC X(11)  VALUE  "受領日".
           05                    PIC X(07)  VALUE  "仕入先".
           05                    PIC X(11)  VALUE  "金額".
           05                    PIC X(09)  VALUE  "請求書NO".
           05                    PIC X(11)  VALUE  "支払期日".
           05                    PIC X(11)  VALUE  "60日期限".
           05                    PIC X(06)  VALUE  "判定".
      *
       01  FOOT-1.
           05                    PIC X(15)  VALUE "対象納品：".
           05  F-TAISHO          PIC ZZZZ9.
           05                    PIC X(16)  VALUE "　期限超過：".
           05  F-IHAN            PIC ZZZZ9.
           05                    PIC X(14)  VALUE "　未照合：".
           05  F-MISHO           PIC ZZZZ9.
       01  FOOT-2.
           05                    PIC X(22)  VALUE
                                 "期限超過金額計：".
           05  F-IHAN-KIN        PIC ZZZ,ZZZ,ZZZ,ZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM SHITAUKE-LOAD-RTN
            IF ST-CNT = ZERO
                DISPLAY "下請法対象先がありません。"
            ELSE
                PERFORM INV-LOAD-RTN
                OPEN INPUT  IN-FILE
                OPEN OUTPUT PRINT-FILE
                MOVE W-DATE8 TO H-DATE
                WRITE P-REC FROM HEAD-1 AFTER PAGE
                WRITE P-REC FROM HEAD-2 AFTER 2
                MOVE SPACE TO END-FLG
                READ IN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    ADD 1 TO READ-CNT
                    MOVE I-S-NO TO CHK-CODE
                    PERFORM TAISHO-CHK-RTN
                    IF TAISHO-FLG = "Y"
                        PERFORM NOHIN-RTN
                    END-IF
                    READ IN-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                MOVE TAISHO-CNT TO F-TAISHO
                MOVE IHAN-CNT   TO F-IHAN
                MOVE MISHO-CNT  TO F-MISHO
                WRITE P-REC FROM FOOT-1 AFTER 2
                MOVE IHAN-KIN   TO F-IHAN-KIN
                WRITE P-REC FROM FOOT-2 AFTER 1
                CLOSE IN-FILE PRINT-FILE
                IF IHAN-CNT > ZERO
                    DISPLAY "★60日超過の納品：" IHAN-CNT "件"
                END-IF
            END-IF
            DISPLAY "END"
            STOP RUN.
      *
      * 納品１件の判定：受領日から起算して60日目を期限とし、
      * 照合先請求書の支払期日と比べる
       NOHIN-RTN.
            ADD 1 TO TAISHO-CNT
            COMPUTE KINGAKU ROUNDED = I-TANKA * I-SURYO
            MOVE I-S-DATE TO DW-DATE
            PERFORM DATE-INC-RTN 59 TIMES
            MOVE DW-DATE TO KIGEN
            PERFORM INV-FIND-RTN
            MOVE SPACE TO MEISAI
            MOVE I-NO      TO M-NO
            MOVE I-S-DATE  TO M-S-DATE
            MOVE I-S-NO    TO M-S-CODE
            MOVE KINGAKU   TO M-KINGAKU
            MOVE KIGEN     TO M-KIGEN
            IF HIT-FLG = "Y"
                MOVE HIT-INV-NO TO M-INV-NO
                MOVE KIJITSU    TO M-KIJITSU
                IF KIJITSU > KIGEN
                    ADD 1 TO IHAN-CNT
                    ADD KINGAKU TO IHAN-KIN
                    MOVE "★期限超過" TO M-HANTEI
                ELSE
                    MOVE "期限内" TO M-HANTEI
                END-IF
            ELSE
                ADD 1 TO MISHO-CNT
                IF W-DATE8 > KIGEN
                    ADD 1 TO IHAN-CNT
                    ADD KINGAKU TO IHAN-KIN
                    MOVE "★未照合超過" TO M-HANTEI
                ELSE
                    MOVE "未照合" TO M-HANTEI
                END-IF
            END-IF
            WRITE P-REC FROM MEISAI AFTER 1.
      *
      * 照合先請求書：同じ仕入先で請求年月が受領年月に一致するもの
      * （P32の仕入先×年月照合と同じ対応）
       INV-FIND-RTN.
            MOVE SPACE TO HIT-FLG
            MOVE SPACE TO HIT-INV-NO
            MOVE ZERO  TO KIJITSU
            PERFORM VARYING IVX FROM 1 BY 1 UNTIL IVX > INV-CNT
                IF HIT-FLG NOT = "Y"
                    AND IV-S-CODE(IVX) = I-S-NO
                    AND IV-YYMM(IVX)   = I-S-DATE(1:6)
                    MOVE "Y"             TO HIT-FLG
                    MOVE IV-INV-NO(IVX)  TO HIT-INV-NO
                    MOVE IV-KIJITSU(IVX) TO KIJITSU
                END-IF
            END-PERFORM.
      *
       TAISHO-CHK-RTN.
            MOVE SPACE TO TAISHO-FLG
            PERFORM VARYING STX FROM 1 BY 1 UNTIL STX > ST-CNT
                IF SB-CODE(STX) = CHK-CODE
                    MOVE "Y" TO TAISHO-FLG
                END-IF
            END-PERFORM.
      *
       SHITAUKE-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT SHITAUKE-FILE
            IF SHITAUKE-FS NOT = "00"
                CLOSE SHITAUKE-FILE
            ELSE
                READ SHITAUKE-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF ST-KBN = "1" AND ST-CNT < 300
                        ADD 1 TO ST-CNT
                        MOVE ST-CODE TO SB-CODE(ST-CNT)
                    END-IF
                    READ SHITAUKE-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE SHITAUKE-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 対象仕入先の照合済み請求書（M・S・P）を控える
      * 控除票・保留・取消は支払期日を持たないため除く
       INV-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT DAICHO-FILE
            IF DAICHO-FS NOT = "00"
                CLOSE DAICHO-FILE
            ELSE
                READ DAICHO-FILE NEXT
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF D-MATCHED OR D-SCHEDULED OR D-PAID
                        MOVE D-S-CODE TO CHK-CODE
                        PERFORM TAISHO-CHK-RTN
                        IF TAISHO-FLG = "Y" AND INV-CNT < 3000
                            PERFORM INV-ADD-RTN
                        END-IF
                    END-IF
                    READ DAICHO-FILE NEXT
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE DAICHO-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
       INV-ADD-RTN.
            ADD 1 TO INV-CNT
            MOVE D-INV-NO    TO IV-INV-NO(INV-CNT)
            MOVE D-S-CODE    TO IV-S-CODE(INV-CNT)
            MOVE D-DATE(1:6) TO IV-YYMM(INV-CNT)
            PERFORM KIJITSU-RTN
            MOVE KIJITSU     TO IV-KIJITSU(INV-CNT).
      *
      * 支払期日：P32が支払条件マスタから記録した期日を使う
      * 期日未記録の旧明細は請求日の翌月同日で代用する（P68と同じ）
       KIJITSU-RTN.
            IF D-KIJITSU NUMERIC AND D-KIJITSU > ZERO
                MOVE D-KIJITSU TO KIJITSU
            ELSE
                MOVE D-DATE(1:4) TO KI-YY
                MOVE D-DATE(5:2) TO KI-MM
                IF KI-MM = 12
                    ADD 1 TO KI-YY
                    MOVE 1 TO KI-MM
                ELSE
                    ADD 1 TO KI-MM
                END-IF
                MOVE D-DATE(7:2) TO KI-DD
                COMPUTE KIJITSU =
                    KI-YY * 10000 + KI-MM * 100 + KI-DD
            END-IF.
      *
      * 翌日計算（閏年・月末を考慮した実暦）
       DATE-INC-RTN.
            MOVE DW-DATE(1:4) TO DW-YY
            MOVE DW-DATE(5:2) TO DW-MM
            MOVE DW-DATE(7:2) TO DW-DD
            PERFORM TSUKI-MATSU-RTN
            IF DW-DD < TSUKI-MATSU
                ADD 1 TO DW-DD
            ELSE
                MOVE 1 TO DW-DD
                IF DW-MM = 12
                    ADD 1 TO DW-YY
                    MOVE 1 TO DW-MM
                ELSE
                    ADD 1 TO DW-MM
                END-IF
            END-IF
            COMPUTE DW-DATE =
                DW-YY * 10000 + DW-MM * 100 + DW-DD.
      *
       TSUKI-MATSU-RTN.
            EVALUATE DW-MM
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO TSUKI-MATSU
                WHEN 2
                    DIVIDE DW-YY BY 4 GIVING DW-Q
                        REMAINDER DW-R4
                    DIVIDE DW-YY BY 100 GIVING DW-Q
                        REMAINDER DW-R100
                    DIVIDE DW-YY BY 400 GIVING DW-Q
                        REMAINDER DW-R400
                    IF DW-R4 = 0 AND
                       (DW-R100 NOT = 0 OR DW-R400 = 0)
                        MOVE 29 TO TSUKI-MATSU
                    ELSE
                        MOVE 28 TO TSUKI-MATSU
                    END-IF
                WHEN OTHER
                    MOVE 31 TO TSUKI-MATSU
            END-EVALUATE.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
