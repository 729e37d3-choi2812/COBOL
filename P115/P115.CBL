      *
      * 14JY0123 崔　禎　文
      * 為替差損益計上：外国送金決済.TXT（P69が銀行の外国送金結果
      * から実行済みを未計上Oで記録）の送金ごとに、その送金で
      * 支払った請求書・控除票（支払明細.TXT、P114が連番付きで記録）
      * の帳簿円額（記帳日レート、請求書台帳の記帳日で為替レート.TXT
      * から求める、P76と同じ）と、実際に引き落とされた円貨額
      * （決済レート適用、銀行の引落額が無ければ外貨額×決済レート）
      * を比べ、実現為替差損益を仕訳.TXTへHバッチヘッダ付きで
      * 追記する（差損5999／差益4999、相手科目は買掛金2001・補助
      * ＝仕入先）。P76が請求書ごとに評価替明細.TXTへ残した評価差
      * のうち、送金実行月に計上されたまだ戻していないもの（O）は
      * 同じ仕訳で反対に戻してC（精算済み）とする。実行月より前の
      * 月の評価差は月初の反対仕訳で戻し済みなのでRとするだけ
      * 計上した送金はC（計上済み）へ書き換え、決済レート未設定
      * ・支払明細なしの送金は★印字してOのまま保留する
      * 仕訳の科目は勘定科目対応マスタ.TXT（P117で保守）の
      * KAWASON・KAWAEKI・KAIKAKEから取り（上記は標準登録の値）、
      * 未登録があれば何も書き換えずに中止する
      * 請求書台帳はISAM請求書台帳で、仕入先の明細を副キー
      * （仕入先＋状態）で直接読む
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P115.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL KESSAI-FILE ASSIGN  "外国送金決済.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KESSAI-FS.
           SELECT  KESSAI-NEW  ASSIGN  "外国送金決済.NEW"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL SHMEI-FILE ASSIGN  "支払明細.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SHMEI-FS.
           SELECT  OPTIONAL DAICHO-FILE ASSIGN  "ISAM請求書台帳"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY D-INV-NO
                                    ALTERNATE RECORD KEY D-SS-KEY
                                        WITH DUPLICATES
                                    FILE STATUS DAICHO-FS.
           SELECT  OPTIONAL KAWASE-FILE ASSIGN  "為替レート.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KAWASE-FS.
           SELECT  OPTIONAL HYOKA-FILE ASSIGN  "評価替明細.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS HYOKA-FS.
           SELECT  HYOKA-NEW   ASSIGN  "評価替明細.NEW"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL SIWAKE-FILE ASSIGN  "仕訳.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIWAKE-FS.
           SELECT  OPTIONAL KMAP-FILE ASSIGN
                                    "勘定科目対応マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KMAP-FS.
           SELECT  PRINT-FILE  ASSIGN  "P115.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 外国送金決済：O＝差損益未計上（P69）　C＝計上済み
       FD  KESSAI-FILE.
       01  KS-REC.
           05  KS-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  KS-SERIAL         PIC 9(05).
           05                    PIC X(01).
           05  KS-CURRENCY       PIC X(03).
           05                    PIC X(01).
           05  KS-EXEC-DATE      PIC 9(08).
           05                    PIC X(01).
           05  KS-RATE           PIC 9(04)V99.
           05                    PIC X(01).
           05  KS-FC             PIC 9(13)V99.
           05                    PIC X(01).
           05  KS-YEN            PIC 9(11).
           05                    PIC X(01).
           05  KS-STATUS         PIC X(01).
           05                    PIC X(01).
           05  KS-POST-DATE      PIC 9(08).
      *
       FD  KESSAI-NEW.
       01  KSN-REC               PIC X(68).
      *
      * 支払明細：I＝請求書　R＝控除票（P34・P114が記録）
       FD  SHMEI-FILE.
       01  MS-REC.
           05  MS-SERIAL         PIC 9(05).
           05                    PIC X(01).
           05  MS-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  MS-PAY-DATE       PIC 9(08).
           05                    PIC X(01).
           05  MS-INV-NO         PIC X(08).
           05                    PIC X(01).
           05  MS-KBN            PIC X(01).
           05                    PIC X(01).
           05  MS-KINGAKU        PIC 9(09).
      *
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
       FD  KAWASE-FILE.
       01  KW-REC.
           05  KW-CURRENCY       PIC X(03).
           05                    PIC X(01).
           05  KW-DATE           PIC 9(08).
           05                    PIC X(01).
           05  KW-RATE           PIC 9(04)V99.
      *
      * 評価替明細：O＝未精算（P76）　C＝本プログラムで戻し済み
      * 　　　　　　R＝月初の反対仕訳で戻し済み
       FD  HYOKA-FILE.
       01  HY-REC.
           05  HY-YYMM           PIC X(06).
           05                    PIC X(01).
           05  HY-INV-NO         PIC X(08).
           05                    PIC X(01).
           05  HY-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  HY-SAEKI          PIC S9(09) SIGN LEADING SEPARATE.
           05                    PIC X(01).
           05  HY-STATUS         PIC X(01).
           05                    PIC X(01).
           05  HY-DATE           PIC 9(08).
      *
       FD  HYOKA-NEW.
       01  HYN-REC               PIC X(41).
      *
       FD  SIWAKE-FILE.
       01  SW-REC.
           05  SW-KBN            PIC X(01).
           05                    PIC X(01).
           05  SW-DATE           PIC 9(08).
           05                    PIC X(01).
           05  SW-KAMOKU         PIC X(04).
           05                    PIC X(01).
           05  SW-HOJO           PIC X(03).
           05                    PIC X(01).
           05  SW-KINGAKU        PIC 9(11).
           05                    PIC X(01).
           05  SW-TEKIYO         PIC X(20).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
      * 勘定科目対応マスタ：計上事象→科目・補助（P117で保守）
       FD  KMAP-FILE.
       01  KM-REC.
           05  KM-JISHO          PIC X(08).
           05                    PIC X(01).
           05  KM-KAMOKU         PIC X(04).
           05                    PIC X(01).
           05  KM-HOJO           PIC X(03).
           05                    PIC X(01).
           05  KM-NAME           PIC X(20).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  KESSAI-FS             PIC X(02)  VALUE SPACE.
       01  SHMEI-FS              PIC X(02)  VALUE SPACE.
       01  DAICHO-FS             PIC X(02)  VALUE SPACE.
       01  KAWASE-FS             PIC X(02)  VALUE SPACE.
       01  HYOKA-FS              PIC X(02)  VALUE SPACE.
       01  SIWAKE-FS             PIC X(02)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  MIKEIJO-CNT           PIC 9(05)  VALUE ZERO.
       01  KEIJO-CNT             PIC 9(05)  VALUE ZERO.
       01  HORYU-CNT             PIC 9(05)  VALUE ZERO.
       01  KS-CNT                PIC 9(04)  VALUE ZERO.
       01  KSX                   PIC 9(04).
       01  HY-CNT                PIC 9(04)  VALUE ZERO.
       01  HX                    PIC 9(04).
       01  MEI-CNT               PIC 9(03)  VALUE ZERO.
       01  MX                    PIC 9(03).
       01  KW-CNT                PIC 9(02)  VALUE ZERO.
       01  KWX                   PIC 9(02).
       01  SK-CNT                PIC 9(03)  VALUE ZERO.
       01  SKX                   PIC 9(03).
       01  BOOK-RATE             PIC 9(04)V99 VALUE ZERO.
       01  FC-GAKU               PIC 9(11)V99 VALUE ZERO.
       01  KESSAI-GAKU           PIC 9(11)  VALUE ZERO.
       01  SAEKI                 PIC S9(11) VALUE ZERO.
       01  BOOK-NET              PIC S9(11) VALUE ZERO.
       01  KESSAI-NET            PIC S9(11) VALUE ZERO.
       01  PAID-YEN              PIC S9(11) VALUE ZERO.
       01  JITSUGEN              PIC S9(11) VALUE ZERO.
       01  MODOSHI               PIC S9(11) VALUE ZERO.
       01  G-JITSUGEN            PIC S9(11) VALUE ZERO.
       01  G-MODOSHI             PIC S9(11) VALUE ZERO.
       01  KARI-TOTAL            PIC 9(12)  VALUE ZERO.
       01  KASHI-TOTAL           PIC 9(12)  VALUE ZERO.
       01  ABS-GAKU              PIC 9(11)  VALUE ZERO.
       01  KMAP-FS               PIC X(02)  VALUE SPACE.
       01  KMAP-END-FLG          PIC X(01)  VALUE SPACE.
       01  KMAP-CNT              PIC 9(03)  VALUE ZERO.
       01  KMX                   PIC 9(03).
       01  HIT-KMX               PIC 9(03)  VALUE ZERO.
       01  KMAP-NG-CNT           PIC 9(03)  VALUE ZERO.
       01  KMAP-KEY              PIC X(08)  VALUE SPACE.
       01  KMAP-KAMOKU           PIC X(04)  VALUE SPACE.
       01  KMAP-HOJO             PIC X(03)  VALUE SPACE.
       01  KAWASON-KMK           PIC X(04)  VALUE SPACE.
       01  KAWASON-HJ            PIC X(03)  VALUE SPACE.
       01  KAWAEKI-KMK           PIC X(04)  VALUE SPACE.
       01  KAWAEKI-HJ            PIC X(03)  VALUE SPACE.
       01  KAIKAKE-KMK           PIC X(04)  VALUE SPACE.
      *
      * 勘定科目対応マスタの控え
       01  KMAP-TBL.
           05  KMAP-ENT          OCCURS 200 TIMES.
               10  KMT-JISHO     PIC X(08).
               10  KMT-KAMOKU    PIC X(04).
               10  KMT-HOJO      PIC X(03).
      *
       01  BATCH-HEADER.
           05                    PIC X(01)  VALUE "H".
           05                    PIC X(01)  VALUE SPACE.
           05  BH-DATE           PIC 9(08).
           05                    PIC X(01)  VALUE SPACE.
           05  BH-YYMM           PIC X(06).
           05                    PIC X(01)  VALUE SPACE.
           05  BH-KARI           PIC 9(12).
           05                    PIC X(01)  VALUE SPACE.
           05  BH-KASHI          PIC 9(12).
      *
      * 外国送金決済の控え（書き換え用）
       01  KESSAI-TBL.
           05  KESSAI-ENT        OCCURS 500 TIMES.
               10  KT-REC        PIC X(68).
      *
      * 評価替明細の控え（書き換え用）
       01  HYOKA-TBL.
           05  HYOKA-ENT         OCCURS 2000 TIMES.
               10  HT-REC        PIC X(41).
      *
       01  KAWASE-TBL.
           05  KAWASE-ENT        OCCURS 50 TIMES.
               10  KWT-CURRENCY  PIC X(03).
               10  KWT-DATE      PIC 9(08).
               10  KWT-RATE      PIC 9(04)V99.
      *
      * 送金1件分の支払明細（記帳日は台帳から補う）
       01  MEI-TBL.
           05  MEI-ENT           OCCURS 200 TIMES.
               10  MT-INV-NO     PIC X(08).
               10  MT-KBN        PIC X(01).
               10  MT-KINGAKU    PIC 9(09).
               10  MT-DATE       PIC 9(08).
      *
      * 仕訳の元：送金別の実現差損益と評価替戻し
       01  SIWAKE-TBL.
           05  SIWAKE-ENT        OCCURS 500 TIMES.
               10  SK-S-CODE     PIC X(03).
               10  SK-JITSUGEN   PIC S9(11).
               10  SK-MODOSHI    PIC S9(11).
      *
       01  MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05  M-S-CODE          PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  M-SERIAL          PIC 9(05).
           05                    PIC X(01)  VALUE SPACE.
           05  M-INV-NO          PIC X(08).
           05                    PIC X(01)  VALUE SPACE.
           05  M-KBN             PIC X(04).
           05                    PIC X(01)  VALUE SPACE.
           05  M-BOOK            PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-FC              PIC ZZ,ZZZ,ZZ9.99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-KESSAI          PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-SAEKI           PIC -ZZ,ZZZ,ZZ9.
      *
       01  KEI-LINE.
           05                    PIC X(12)  VALUE "　送金計：".
           05  K-CURRENCY        PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  K-RATE            PIC Z,ZZ9.99.
           05                    PIC X(01)  VALUE SPACE.
           05  K-YEN             PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(08)  VALUE "　差損益".
           05  K-JITSUGEN        PIC -ZZ,ZZZ,ZZ9.
           05                    PIC X(08)  VALUE "　評価戻".
           05  K-MODOSHI         PIC -ZZ,ZZZ,ZZ9.
      *
       01  ERR-LINE.
           05                    PIC X(02)  VALUE SPACE.
           05  E-S-CODE          PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  E-SERIAL          PIC 9(05).
           05                    PIC X(02)  VALUE SPACE.
           05  E-COMMENT         PIC X(40).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 為替差損益計上".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  HEAD-2.
           05                    PIC X(06)  VALUE  "仕入".
           05                    PIC X(06)  VALUE  "連番".
           05                    PIC X(09)  VALUE  "請求書NO".
           05                    PIC X(05)  VALUE  "区分".
           05                    PIC X(12)  VALUE  "　帳簿円額".
           05                    PIC X(14)  VALUE  "　　　外貨額".
           05                    PIC X(12)  VALUE  "　決済円額".
           05                    PIC X(10)  VALUE  "　差損益".
      *
       01  FOOT-1.
           05                    PIC X(15)  VALUE "未計上送金：".
           05  F-MIKEIJO         PIC ZZZZ9.
           05                    PIC X(12)  VALUE "　計上：".
           05  F-KEIJO           PIC ZZZZ9.
           05                    PIC X(12)  VALUE "　保留：".
           05  F-HORYU           PIC ZZZZ9.
       01  FOOT-2.
           05                    PIC X(20)  VALUE
                                 "実現差損益計：".
           05  F-JITSUGEN        PIC -ZZZ,ZZZ,ZZ9.
           05                    PIC X(20)  VALUE
                                 "　評価替戻し計：".
           05  F-MODOSHI         PIC -ZZZ,ZZZ,ZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM KESSAI-LOAD-RTN
            IF MIKEIJO-CNT = ZERO
                DISPLAY "未計上の外国送金はありません。"
                STOP RUN
            END-IF
            PERFORM KAWASE-LOAD-RTN
            PERFORM KMAP-CHK-RTN
            IF KMAP-NG-CNT > ZERO
                DISPLAY "★科目未登録のため中止します"
                DISPLAY "P117で登録してください"
                STOP RUN
            END-IF
            PERFORM HYOKA-LOAD-RTN
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            PERFORM VARYING KSX FROM 1 BY 1 UNTIL KSX > KS-CNT
                MOVE KT-REC(KSX) TO KS-REC
                IF KS-STATUS = "O"
                    PERFORM KESSAI-ONE-RTN
                    MOVE KS-REC TO KT-REC(KSX)
                END-IF
            END-PERFORM
            MOVE MIKEIJO-CNT TO F-MIKEIJO
            MOVE KEIJO-CNT   TO F-KEIJO
            MOVE HORYU-CNT   TO F-HORYU
            WRITE P-REC FROM FOOT-1 AFTER 2
            MOVE G-JITSUGEN  TO F-JITSUGEN
            MOVE G-MODOSHI   TO F-MODOSHI
            WRITE P-REC FROM FOOT-2 AFTER 1
            CLOSE PRINT-FILE
            IF KEIJO-CNT > ZERO
                PERFORM SIWAKE-RTN
                PERFORM KESSAI-REWRITE-RTN
                PERFORM HYOKA-REWRITE-RTN
            END-IF
            DISPLAY "END"
            STOP RUN.
      *
      * 送金1件：支払明細を集め、請求書ごとに帳簿円額と決済円額を
      * 比べ、送金全体の実現差損益と評価替戻し額を求める
       KESSAI-ONE-RTN.
            MOVE SPACE TO ERR-LINE
            MOVE KS-S-CODE TO E-S-CODE
            MOVE KS-SERIAL TO E-SERIAL
            IF KS-RATE = ZERO
                ADD 1 TO HORYU-CNT
                MOVE "★決済レート未設定（保留）"
                    TO E-COMMENT
                WRITE P-REC FROM ERR-LINE AFTER 1
            ELSE
                PERFORM SHMEI-SCAN-RTN
                IF MEI-CNT = ZERO
                    ADD 1 TO HORYU-CNT
                    MOVE "★支払明細なし（保留）"
                        TO E-COMMENT
                    WRITE P-REC FROM ERR-LINE AFTER 1
                ELSE
                    PERFORM DAICHO-SCAN-RTN
                    PERFORM KEISAN-RTN
                END-IF
            END-IF.
      *
       KEISAN-RTN.
            ADD 1 TO KEIJO-CNT
            MOVE ZERO TO BOOK-NET KESSAI-NET MODOSHI
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MEI-CNT
                PERFORM MEI-ONE-RTN
            END-PERFORM
            IF KS-YEN > ZERO
                MOVE KS-YEN     TO PAID-YEN
            ELSE
                MOVE KESSAI-NET TO PAID-YEN
            END-IF
            COMPUTE JITSUGEN = PAID-YEN - BOOK-NET
            ADD JITSUGEN TO G-JITSUGEN
            ADD MODOSHI  TO G-MODOSHI
            IF SK-CNT < 500
                ADD 1 TO SK-CNT
                MOVE KS-S-CODE TO SK-S-CODE(SK-CNT)
                MOVE JITSUGEN  TO SK-JITSUGEN(SK-CNT)
                MOVE MODOSHI   TO SK-MODOSHI(SK-CNT)
            END-IF
            MOVE KS-CURRENCY TO K-CURRENCY
            MOVE KS-RATE     TO K-RATE
            MOVE PAID-YEN    TO K-YEN
            MOVE JITSUGEN    TO K-JITSUGEN
            MOVE MODOSHI     TO K-MODOSHI
            WRITE P-REC FROM KEI-LINE AFTER 1
            MOVE "C"     TO KS-STATUS
            MOVE W-DATE8 TO KS-POST-DATE.
      *
      * 請求書1件：外貨額＝帳簿円額÷記帳日レート、
      * 決済円額＝外貨額×決済レート（控除票は差し引く）
       MEI-ONE-RTN.
            MOVE ZERO TO BOOK-RATE
            IF KS-CURRENCY = "JPY"
                MOVE 1 TO BOOK-RATE
            END-IF
            PERFORM VARYING KWX FROM 1 BY 1 UNTIL KWX > KW-CNT
                IF KWT-CURRENCY(KWX) = KS-CURRENCY
                    AND KWT-DATE(KWX) <= MT-DATE(MX)
                    MOVE KWT-RATE(KWX) TO BOOK-RATE
                END-IF
            END-PERFORM
            IF BOOK-RATE = ZERO
                MOVE ZERO TO FC-GAKU
                MOVE MT-KINGAKU(MX) TO KESSAI-GAKU
            ELSE
                COMPUTE FC-GAKU ROUNDED = MT-KINGAKU(MX) / BOOK-RATE
                COMPUTE KESSAI-GAKU ROUNDED = FC-GAKU * KS-RATE
            END-IF
            IF MT-KBN(MX) = "R"
                SUBTRACT MT-KINGAKU(MX) FROM BOOK-NET
                SUBTRACT KESSAI-GAKU    FROM KESSAI-NET
                COMPUTE SAEKI = MT-KINGAKU(MX) - KESSAI-GAKU
            ELSE
                ADD MT-KINGAKU(MX) TO BOOK-NET
                ADD KESSAI-GAKU    TO KESSAI-NET
                COMPUTE SAEKI = KESSAI-GAKU - MT-KINGAKU(MX)
            END-IF
            PERFORM HYOKA-MODOSHI-RTN
            MOVE SPACE TO MEISAI
            MOVE KS-S-CODE      TO M-S-CODE
            MOVE KS-SERIAL      TO M-SERIAL
            MOVE MT-INV-NO(MX)  TO M-INV-NO
            IF MT-KBN(MX) = "R"
                MOVE "控除" TO M-KBN
            ELSE
                MOVE "請求" TO M-KBN
            END-IF
            MOVE MT-KINGAKU(MX) TO M-BOOK
            MOVE FC-GAKU        TO M-FC
            MOVE KESSAI-GAKU    TO M-KESSAI
            MOVE SAEKI          TO M-SAEKI
            WRITE P-REC FROM MEISAI AFTER 1
            IF BOOK-RATE = ZERO
                MOVE "★記帳日レートなし（差損益0）"
                    TO E-COMMENT
                WRITE P-REC FROM ERR-LINE AFTER 1
            END-IF.
      *
      * 請求書の評価差を戻す：送金実行月以後に計上されたものは
      * 戻し額に加えてC、それより前の月のものは月初に戻し済みでR
       HYOKA-MODOSHI-RTN.
            PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > HY-CNT
                MOVE HT-REC(HX) TO HY-REC
                IF HY-INV-NO = MT-INV-NO(MX)
                    AND HY-S-CODE = KS-S-CODE
                    AND HY-STATUS = "O"
                    IF HY-YYMM < KS-EXEC-DATE(1:6)
                        MOVE "R" TO HY-STATUS
                    ELSE
                        ADD HY-SAEKI TO MODOSHI
                        MOVE "C" TO HY-STATUS
                    END-IF
                    MOVE W-DATE8 TO HY-DATE
                    MOVE HY-REC TO HT-REC(HX)
                END-IF
            END-PERFORM.
      *
      * 送金の連番・仕入先に一致する支払明細を集める
       SHMEI-SCAN-RTN.
            MOVE ZERO TO MEI-CNT
            MOVE SPACE TO END-FLG
            OPEN INPUT SHMEI-FILE
            IF SHMEI-FS NOT = "00"
                CLOSE SHMEI-FILE
            ELSE
                READ SHMEI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF MS-SERIAL = KS-SERIAL
                        AND MS-S-CODE = KS-S-CODE
                        AND MEI-CNT < 200
                        ADD 1 TO MEI-CNT
                        MOVE MS-INV-NO  TO MT-INV-NO(MEI-CNT)
                        MOVE MS-KBN     TO MT-KBN(MEI-CNT)
                        MOVE MS-KINGAKU TO MT-KINGAKU(MEI-CNT)
                        MOVE ZERO       TO MT-DATE(MEI-CNT)
                    END-IF
                    READ SHMEI-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE SHMEI-FILE
            END-IF.
      *
      * 集めた明細の記帳日を請求書台帳から補う
       DAICHO-SCAN-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT DAICHO-FILE
            IF DAICHO-FS NOT = "00"
                CLOSE DAICHO-FILE
            ELSE
                MOVE KS-S-CODE TO D-S-CODE
                MOVE LOW-VALUE TO D-STATUS
                START DAICHO-FILE KEY NOT < D-SS-KEY
                    INVALID KEY MOVE "E" TO END-FLG
                END-START
                PERFORM UNTIL END-FLG = "E"
                    READ DAICHO-FILE NEXT
                        AT END MOVE "E" TO END-FLG
                    END-READ
                    IF END-FLG NOT = "E"
                        IF D-S-CODE NOT = KS-S-CODE
                            MOVE "E" TO END-FLG
                        ELSE
                            PERFORM VARYING MX FROM 1 BY 1
                                    UNTIL MX > MEI-CNT
                                IF MT-INV-NO(MX) = D-INV-NO
                                    MOVE D-DATE TO MT-DATE(MX)
                                END-IF
                            END-PERFORM
                        END-IF
                    END-IF
                END-PERFORM
                CLOSE DAICHO-FILE
            END-IF.
      *
      * 為替差損益仕訳：実現差損（5999）・差益（4999）と買掛金
      * （2001・補助＝仕入先）、評価替の戻しは評価替仕訳の反対
       SIWAKE-RTN.
            MOVE ZERO TO KARI-TOTAL KASHI-TOTAL
            PERFORM VARYING SKX FROM 1 BY 1 UNTIL SKX > SK-CNT
                IF SK-JITSUGEN(SKX) < ZERO
                    COMPUTE ABS-GAKU = ZERO - SK-JITSUGEN(SKX)
                ELSE
                    MOVE SK-JITSUGEN(SKX) TO ABS-GAKU
                END-IF
                ADD ABS-GAKU TO KARI-TOTAL KASHI-TOTAL
                IF SK-MODOSHI(SKX) < ZERO
                    COMPUTE ABS-GAKU = ZERO - SK-MODOSHI(SKX)
                ELSE
                    MOVE SK-MODOSHI(SKX) TO ABS-GAKU
                END-IF
                ADD ABS-GAKU TO KARI-TOTAL KASHI-TOTAL
            END-PERFORM
            IF KARI-TOTAL > ZERO
                OPEN EXTEND SIWAKE-FILE
                MOVE SPACE TO SW-REC
                MOVE W-DATE8      TO BH-DATE
                MOVE W-DATE8(1:6) TO BH-YYMM
                MOVE KARI-TOTAL   TO BH-KARI
                MOVE KASHI-TOTAL  TO BH-KASHI
                WRITE SW-REC FROM BATCH-HEADER
                PERFORM VARYING SKX FROM 1 BY 1 UNTIL SKX > SK-CNT
                    PERFORM SIWAKE-ONE-RTN
                END-PERFORM
                CLOSE SIWAKE-FILE
            END-IF.
      *
       SIWAKE-ONE-RTN.
            IF SK-JITSUGEN(SKX) > ZERO
                MOVE SK-JITSUGEN(SKX) TO ABS-GAKU
                MOVE SPACE TO SW-REC
                MOVE "D"         TO SW-KBN
                MOVE W-DATE8     TO SW-DATE
                MOVE KAWASON-KMK TO SW-KAMOKU
                MOVE KAWASON-HJ  TO SW-HOJO
                MOVE ABS-GAKU    TO SW-KINGAKU
                MOVE "為替差損（実現）" TO SW-TEKIYO
                WRITE SW-REC
                MOVE SPACE TO SW-REC
                MOVE "C"         TO SW-KBN
                MOVE W-DATE8     TO SW-DATE
                MOVE KAIKAKE-KMK TO SW-KAMOKU
                MOVE SK-S-CODE(SKX) TO SW-HOJO
                MOVE ABS-GAKU    TO SW-KINGAKU
                MOVE "外国送金決済" TO SW-TEKIYO
                WRITE SW-REC
            END-IF
            IF SK-JITSUGEN(SKX) < ZERO
                COMPUTE ABS-GAKU = ZERO - SK-JITSUGEN(SKX)
                MOVE SPACE TO SW-REC
                MOVE "D"         TO SW-KBN
                MOVE W-DATE8     TO SW-DATE
                MOVE KAIKAKE-KMK TO SW-KAMOKU
                MOVE SK-S-CODE(SKX) TO SW-HOJO
                MOVE ABS-GAKU    TO SW-KINGAKU
                MOVE "外国送金決済" TO SW-TEKIYO
                WRITE SW-REC
                MOVE SPACE TO SW-REC
                MOVE "C"         TO SW-KBN
                MOVE W-DATE8     TO SW-DATE
                MOVE KAWAEKI-KMK TO SW-KAMOKU
                MOVE KAWAEKI-HJ  TO SW-HOJO
                MOVE ABS-GAKU    TO SW-KINGAKU
                MOVE "為替差益（実現）" TO SW-TEKIYO
                WRITE SW-REC
            END-IF
      *     評価差損（5999／2001）の戻しは 2001／5999
            IF SK-MODOSHI(SKX) > ZERO
                MOVE SK-MODOSHI(SKX) TO ABS-GAKU
                MOVE SPACE TO SW-REC
                MOVE "D"         TO SW-KBN
                MOVE W-DATE8     TO SW-DATE
                MOVE KAIKAKE-KMK TO SW-KAMOKU
                MOVE SK-S-CODE(SKX) TO SW-HOJO
                MOVE ABS-GAKU    TO SW-KINGAKU
                MOVE "為替評価替戻し" TO SW-TEKIYO
                WRITE SW-REC
                MOVE SPACE TO SW-REC
                MOVE "C"         TO SW-KBN
                MOVE W-DATE8     TO SW-DATE
                MOVE KAWASON-KMK TO SW-KAMOKU
                MOVE KAWASON-HJ  TO SW-HOJO
                MOVE ABS-GAKU    TO SW-KINGAKU
                MOVE "為替評価差損戻し" TO SW-TEKIYO
                WRITE SW-REC
            END-IF
      *     評価差益（2001／4999）の戻しは 4999／2001
            IF SK-MODOSHI(SKX) < ZERO
                COMPUTE ABS-GAKU = ZERO - SK-MODOSHI(SKX)
                MOVE SPACE TO SW-REC
                MOVE "D"         TO SW-KBN
                MOVE W-DATE8     TO SW-DATE
                MOVE KAWAEKI-KMK TO SW-KAMOKU
                MOVE KAWAEKI-HJ  TO SW-HOJO
                MOVE ABS-GAKU    TO SW-KINGAKU
                MOVE "為替評価差益戻し" TO SW-TEKIYO
                WRITE SW-REC
                MOVE SPACE TO SW-REC
                MOVE "C"         TO SW-KBN
                MOVE W-DATE8     TO SW-DATE
                MOVE KAIKAKE-KMK TO SW-KAMOKU
                MOVE SK-S-CODE(SKX) TO SW-HOJO
                MOVE ABS-GAKU    TO SW-KINGAKU
                MOVE "為替評価替戻し" TO SW-TEKIYO
                WRITE SW-REC
            END-IF.
      *
      * 外国送金決済を作業表から書き直す（計上済みはC）
       KESSAI-REWRITE-RTN.
            OPEN OUTPUT KESSAI-NEW
            PERFORM VARYING KSX FROM 1 BY 1 UNTIL KSX > KS-CNT
                MOVE KT-REC(KSX) TO KSN-REC
                WRITE KSN-REC
            END-PERFORM
            CLOSE KESSAI-NEW
            CALL "SYSTEM" USING
                "mv 外国送金決済.NEW 外国送金決済.TXT".
      *
      * 評価替明細を作業表から書き直す（戻したものはC・R）
       HYOKA-REWRITE-RTN.
            IF HY-CNT > ZERO
                OPEN OUTPUT HYOKA-NEW
                PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > HY-CNT
                    MOVE HT-REC(HX) TO HYN-REC
                    WRITE HYN-REC
                END-PERFORM
                CLOSE HYOKA-NEW
                CALL "SYSTEM" USING
                    "mv 評価替明細.NEW 評価替明細.TXT"
            END-IF.
      *
      * 外国送金決済を作業表へ読み込み、未計上（O）を数える
       KESSAI-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT KESSAI-FILE
            IF KESSAI-FS NOT = "00"
                CLOSE KESSAI-FILE
            ELSE
                READ KESSAI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF KS-CNT < 500
                        ADD 1 TO KS-CNT
                        MOVE KS-REC TO KT-REC(KS-CNT)
                        IF KS-STATUS = "O"
                            ADD 1 TO MIKEIJO-CNT
                        END-IF
                    END-IF
                    READ KESSAI-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE KESSAI-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 評価替明細を作業表へ読み込む
       HYOKA-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT HYOKA-FILE
            IF HYOKA-FS NOT = "00"
                CLOSE HYOKA-FILE
            ELSE
                READ HYOKA-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF HY-CNT < 2000
                        ADD 1 TO HY-CNT
                        MOVE HY-REC TO HT-REC(HY-CNT)
                    END-IF
                    READ HYOKA-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE HYOKA-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
       KAWASE-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT KAWASE-FILE
            IF KAWASE-FS = "00"
                READ KAWASE-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF KW-CNT < 50
                        ADD 1 TO KW-CNT
                        MOVE KW-CURRENCY TO KWT-CURRENCY(KW-CNT)
                        MOVE KW-DATE     TO KWT-DATE(KW-CNT)
                        MOVE KW-RATE     TO KWT-RATE(KW-CNT)
                    END-IF
                    READ KAWASE-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE KAWASE-FILE
            ELSE
                CLOSE KAWASE-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 為替差損益仕訳の科目を処理前に揃える（未登録は中止）
       KMAP-CHK-RTN.
            PERFORM KMAP-LOAD-RTN
            MOVE "KAWASON" TO KMAP-KEY
            PERFORM KMAP-GET-RTN
            MOVE KMAP-KAMOKU TO KAWASON-KMK
            MOVE KMAP-HOJO   TO KAWASON-HJ
            MOVE "KAWAEKI" TO KMAP-KEY
            PERFORM KMAP-GET-RTN
            MOVE KMAP-KAMOKU TO KAWAEKI-KMK
            MOVE KMAP-HOJO   TO KAWAEKI-HJ
            MOVE "KAIKAKE" TO KMAP-KEY
            PERFORM KMAP-GET-RTN
            MOVE KMAP-KAMOKU TO KAIKAKE-KMK.
      *
      * 計上事象の科目・補助を勘定科目対応マスタから取る
      * 未登録の事象は★を表示し、未登録件数に数える
       KMAP-GET-RTN.
            PERFORM KMAP-FIND-RTN
            IF HIT-KMX = ZERO
                ADD 1 TO KMAP-NG-CNT
                DISPLAY "★科目対応未登録：" KMAP-KEY
            END-IF.
      *
       KMAP-FIND-RTN.
            MOVE SPACE TO KMAP-KAMOKU
            MOVE SPACE TO KMAP-HOJO
            MOVE ZERO  TO HIT-KMX
            PERFORM VARYING KMX FROM 1 BY 1 UNTIL KMX > KMAP-CNT
                IF KMT-JISHO(KMX) = KMAP-KEY
                    MOVE KMX TO HIT-KMX
                END-IF
            END-PERFORM
            IF HIT-KMX > ZERO
                MOVE KMT-KAMOKU(HIT-KMX) TO KMAP-KAMOKU
                MOVE KMT-HOJO(HIT-KMX)   TO KMAP-HOJO
            END-IF.
      *
       KMAP-LOAD-RTN.
            MOVE SPACE TO KMAP-END-FLG
            OPEN INPUT KMAP-FILE
            IF KMAP-FS NOT = "00"
                CLOSE KMAP-FILE
            ELSE
                READ KMAP-FILE
                    AT END MOVE "E" TO KMAP-END-FLG
                END-READ
                PERFORM UNTIL KMAP-END-FLG = "E"
                    IF KMAP-CNT < 200 AND KM-JISHO NOT = SPACE
                        ADD 1 TO KMAP-CNT
                        MOVE KM-JISHO  TO KMT-JISHO(KMAP-CNT)
                        MOVE KM-KAMOKU TO KMT-KAMOKU(KMAP-CNT)
                        MOVE KM-HOJO   TO KMT-HOJO(KMAP-CNT)
                    END-IF
                    READ KMAP-FILE
                        AT END MOVE "E" TO KMAP-END-FLG
                    END-READ
                END-PERFORM
                CLOSE KMAP-FILE
            END-IF.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
