      *
      * 14JY0123 崔　禎　文
      * 資金繰り予測表：請求書台帳の未選択の支払予定（M）を
      * 支払期日で、支払確定.TXTの確定額（台帳上はS）を振込指定日
      * で、向こう8週の週別バケットへ集計して必要資金を印字する
      * （Sは支払確定.TXT側で数えるため台帳側では数えない。
      * 期日はカレンダーマスタで翌営業日へ繰り下げてから区分する
      * 週ごとに金額上位10仕入先の内訳を付ける
      * 8週より先と期日超過は別枠で示す
      * でんさいの仕入先（支払方法マスタ.TXTで2）は支払日ではなく
      * でんさいの支払期日（支払日にサイト日数、既定90日を加えた
      * 日）の週で出金とし、発生記録請求済みの債務はでんさい台帳
      * .TXTの未決済（O）を支払期日の週へ集計する（支払期日を
      * 過ぎたものは決済済みとみなして数えない）
      * 請求書台帳はISAM請求書台帳（請求書NO順）を順に読む
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P73.
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
           SELECT  OPTIONAL SHIHARAI-FILE ASSIGN  "支払確定.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    "カレンダーマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS CAL-FS.
           SELECT  OPTIONAL HOHO-FILE ASSIGN
                                    "支払方法マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS HOHO-FS.
           SELECT  OPTIONAL DKIROKU-FILE ASSIGN
                                    "でんさい台帳.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS DKIROKU-FS.
           SELECT  PRINT-FILE  ASSIGN  "P73.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
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
           05                    PIC X(01).
           05  D-JISSEKI         PIC 9(09).
           05                    PIC X(01).
           05  D-REASON          PIC X(20).
           05                    PIC X(01).
           05  D-KICHO-DATE      PIC 9(08).
           05  CA-KBN            PIC X(01).
           05                    PIC X(01).
           05  CA-NAME           PIC X(20).
      *
      * 支払方法マスタ：1＝振込　2＝でんさい　3＝外国送金
       FD  HOHO-FILE.
       01  HH-REC.
           05  HH-CODE           PIC X(03).
           05                    PIC X(01).
           05  HH-HOHO           PIC X(01).
           05                    PIC X(01).
           05  HH-SITE           PIC X(03).
      *
      * でんさい台帳：O＝未決済　K＝決済済み　X＝取消（P34が記録）
       FD  DKIROKU-FILE.
       01  DK-REC.
           05  DK-SERIAL         PIC 9(05).
           05                    PIC X(01).
           05  DK-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  DK-HASSEI-DATE    PIC 9(08).
           05                    PIC X(01).
           05  DK-MANKI-DATE     PIC 9(08).
           05                    PIC X(01).
           05  DK-KINGAKU        PIC 9(09).
           05                    PIC X(01).
           05  DK-STATUS         PIC X(01).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
       01  CAL-END-FLG           PIC X(01)  VALUE SPACE.
       01  CAL-CNT               PIC 9(04)  VALUE ZERO.
       01  CAX                   PIC 9(04).
       01  HOHO-FS               PIC X(02)  VALUE SPACE.
       01  DKIROKU-FS            PIC X(02)  VALUE SPACE.
       01  HH-CNT                PIC 9(03)  VALUE ZERO.
       01  HHX                   PIC 9(03).
       01  HOHO                  PIC X(01)  VALUE SPACE.
       01  SITE-DAYS             PIC 9(03)  VALUE ZERO.
       01  KI-DD3                PIC 9(03)  VALUE ZERO.
      *
      * 支払方法マスタの控え
       01  HOHO-TBL.
           05  HOHO-ENT          OCCURS 300 TIMES.
               10  HB-CODE       PIC X(03).
               10  HB-HOHO       PIC X(01).
               10  HB-SITE       PIC 9(03).
      *
       01  CAL-TBL.
           05  CAL-ENT           OCCURS 750 TIMES.
               10  CL-DATE       PIC 9(08).
                MOVE ZERO TO WB-KINGAKU(WX)
            END-PERFORM
            PERFORM CAL-LOAD-RTN
            PERFORM HOHO-LOAD-RTN
            PERFORM DAICHO-SCAN-RTN
            PERFORM SHIHARAI-SCAN-RTN
            PERFORM DENSAI-SCAN-RTN
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            IF DAICHO-FS NOT = "00"
                CLOSE DAICHO-FILE
            ELSE
                READ DAICHO-FILE NEXT
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                        PERFORM KIJITSU-RTN
                        MOVE D-KINGAKU TO WK-KINGAKU
                        MOVE D-S-CODE  TO WK-S-CODE
                        PERFORM DENSAI-KIJITSU-RTN
                        PERFORM BUCKET-RTN
                    END-IF
                    READ DAICHO-FILE NEXT
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                    END-IF
                    MOVE SH-KINGAKU TO WK-KINGAKU
                    MOVE SH-S-CODE  TO WK-S-CODE
                    PERFORM DENSAI-KIJITSU-RTN
                    PERFORM BUCKET-RTN
                    READ SHIHARAI-FILE
                        AT END MOVE "E" TO END-FLG
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * でんさい台帳の未決済分を支払期日の週へ集計する
      * （支払期日を過ぎたものは決済済みとみなす）
       DENSAI-SCAN-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT DKIROKU-FILE
            IF DKIROKU-FS NOT = "00"
                CLOSE DKIROKU-FILE
            ELSE
                READ DKIROKU-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF DK-STATUS = "O"
                        AND DK-MANKI-DATE >= W-DATE8
                        MOVE DK-MANKI-DATE TO KIJITSU
                        MOVE DK-KINGAKU    TO WK-KINGAKU
                        MOVE DK-S-CODE     TO WK-S-CODE
                        PERFORM BUCKET-RTN
                    END-IF
                    READ DKIROKU-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE DKIROKU-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * でんさいの仕入先は支払日にサイト日数を加えた支払期日へ
      * 置き換える（1ヶ月30日の近似、P34と同じ求め方）
       DENSAI-KIJITSU-RTN.
            MOVE "1" TO HOHO
            MOVE 90  TO SITE-DAYS
            PERFORM VARYING HHX FROM 1 BY 1 UNTIL HHX > HH-CNT
                IF HB-CODE(HHX) = WK-S-CODE
                    MOVE HB-HOHO(HHX) TO HOHO
                    IF HB-SITE(HHX) > ZERO
                        MOVE HB-SITE(HHX) TO SITE-DAYS
                    END-IF
                END-IF
            END-PERFORM
            IF HOHO = "2"
                MOVE KIJITSU(1:4) TO KI-YY
                MOVE KIJITSU(5:2) TO KI-MM
                MOVE KIJITSU(7:2) TO KI-DD3
                IF KI-DD3 > 30
                    MOVE 30 TO KI-DD3
                END-IF
                ADD SITE-DAYS TO KI-DD3
                PERFORM UNTIL KI-DD3 <= 30
                    SUBTRACT 30 FROM KI-DD3
                    IF KI-MM = 12
                        ADD 1 TO KI-YY
                        MOVE 1 TO KI-MM
                    ELSE
                        ADD 1 TO KI-MM
                    END-IF
                END-PERFORM
                IF KI-MM = 2 AND KI-DD3 > 28
                    MOVE 28 TO KI-DD3
                END-IF
                COMPUTE KIJITSU =
                    KI-YY * 10000 + KI-MM * 100 + KI-DD3
            END-IF.
      *
      * 期日を営業日へ繰り下げてから週バケットへ加算する
       BUCKET-RTN.
            PERFORM EIGYOBI-RTN
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
      *
       HOHO-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT HOHO-FILE
            IF HOHO-FS NOT = "00"
                CLOSE HOHO-FILE
            ELSE
                READ HOHO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF HH-CNT < 300
                        ADD 1 TO HH-CNT
                        MOVE HH-CODE TO HB-CODE(HH-CNT)
                        MOVE HH-HOHO TO HB-HOHO(HH-CNT)
                        IF HH-SITE NUMERIC
                            MOVE HH-SITE TO HB-SITE(HH-CNT)
                        ELSE
                            MOVE ZERO    TO HB-SITE(HH-CNT)
                        END-IF
                    END-IF
                    READ HOHO-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE HOHO-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * カレンダーマスタの読込（無い場合は全日営業日扱い）
       CAL-LOAD-RTN.
