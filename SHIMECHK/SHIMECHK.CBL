      *
      * 14JY0123 崔　禎　文
      * 月次締めチェック共通サブプログラム
      * 締めチェックマスタ.TXT（項目コード・必須Y/N・日数・項目名、
      * P125で保守。無いときは全項目必須・日数30の標準値）の各項目
      * を、運転日誌.TXTと例外累積.TXTで判定する
      * 　01＝P36月次仕訳が起点以後に正常終了
      * 　02＝P74・P76がP36の後に正常終了している
      * 　03＝P75がそれらの後に実行され、不一致バッチが無い
      * 　04＝P89受払表が起点以後に実行、不突合なし
      * 　05＝P50・P93の最新の差異・調整が保留（未承認）でない
      * 　06＝P41の未解消例外に日数を超えて経過したものが無い
      * 機能："C"=判定（SC-TBLへ項目別の結果、SC-KEKKAへ総合Y/N
      * 　　　　を返し、締めチェック結果.TXTへ記録する）
      * 　　　"M"=マスタ読込のみ（SC-TBLへ項目・必須・日数を返す）
      * 　　　"O"=強制締切の記録（直前の判定結果を区分Oで記録）
      * 記録には担当者ID（サインオン.TXT）を付ける
      * 01〜04の起点は期間末日と前期間の締め（締め
      * チェック結果の合格・強制締切の最新）の
      * 遅い方とし、前期間分として月初に流した
      * 実行を当期間に数えない
      * （05のP50・P93は期間初日から見る）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      SHIMECHK.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL CMAS-FILE ASSIGN
                                    "締めチェックマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS CMAS-FS.
           SELECT  OPTIONAL RUNLOG-FILE ASSIGN  "運転日誌.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS RUNLOG-FS.
           SELECT  OPTIONAL EXREPO-FILE ASSIGN  "例外累積.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS EXREPO-FS.
           SELECT  OPTIONAL KEKKA-FILE ASSIGN
                                    "締めチェック結果.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KEKKA-FS.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 締めチェックマスタ：項目コード・必須・日数・項目名
       FD  CMAS-FILE.
       01  CM-REC.
           05  CM-CODE           PIC X(02).
           05                    PIC X(01).
           05  CM-HISSU          PIC X(01).
           05                    PIC X(01).
           05  CM-DAYS           PIC 9(03).
           05                    PIC X(01).
           05  CM-NAME           PIC X(20).
      *
       FD  RUNLOG-FILE.
       01  RJ-REC.
           05  RJ-PROG           PIC X(04).
           05                    PIC X(01).
           05  RJ-DATE           PIC 9(08).
           05                    PIC X(01).
           05  RJ-TIME           PIC 9(06).
           05                    PIC X(01).
           05  RJ-READ           PIC 9(07).
           05                    PIC X(01).
           05  RJ-WRITE          PIC 9(07).
           05                    PIC X(01).
           05  RJ-REJ            PIC 9(07).
           05                    PIC X(01).
           05  RJ-STATUS         PIC X(01).
           05                    PIC X(01).
           05  RJ-INFILE         PIC X(20).
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
      * 締めチェック結果：日時・対象年月・区分（Y＝合格　N＝不合格
      * 　O＝強制締切）・担当者・項目別の結果（01〜06の順にY/N）
       FD  KEKKA-FILE.
       01  KR-REC.
           05  KR-DATE           PIC 9(08).
           05                    PIC X(01).
           05  KR-TIME           PIC 9(06).
           05                    PIC X(01).
           05  KR-YYMM           PIC X(06).
           05                    PIC X(01).
           05  KR-KBN            PIC X(01).
           05                    PIC X(01).
           05  KR-OPID           PIC X(04).
           05                    PIC X(01).
           05  KR-STEP           PIC X(06).
      *
       FD  SIGNON-FILE.
       01  SG-REC.
           05  SG-OPID           PIC X(04).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  CMAS-FS               PIC X(02)  VALUE SPACE.
       01  RUNLOG-FS             PIC X(02)  VALUE SPACE.
       01  EXREPO-FS             PIC X(02)  VALUE SPACE.
       01  KEKKA-FS              PIC X(02)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  W-TIME8               PIC 9(08)  VALUE ZERO.
       01  KAISHI-DATE           PIC 9(08)  VALUE ZERO.
       01  KAISHI-DT             PIC 9(14)  VALUE ZERO.
       01  SHIME-DT              PIC 9(14)  VALUE ZERO.
       01  MAE-YYMM              PIC 9(06)  VALUE ZERO.
       01  KI-YY                 PIC 9(04)  VALUE ZERO.
       01  KI-MM                 PIC 9(02)  VALUE ZERO.
       01  KI-DD                 PIC 9(02)  VALUE ZERO.
       01  KI-SHO                PIC 9(04)  VALUE ZERO.
       01  KI-AMARI              PIC 9(02)  VALUE ZERO.
       01  W-DT                  PIC 9(14)  VALUE ZERO.
       01  MAE-DT                PIC 9(14)  VALUE ZERO.
       01  SX                    PIC 9(01).
       01  PX                    PIC 9(01).
       01  HIT-SX                PIC 9(01)  VALUE ZERO.
       01  EX-CNT                PIC 9(03)  VALUE ZERO.
       01  EXX                   PIC 9(03).
       01  FOUND-FLG             PIC X(01)  VALUE SPACE.
       01  KEKKA-KBN             PIC X(01)  VALUE SPACE.
       01  CHOKA-CNT             PIC 9(03)  VALUE ZERO.
       01  RUN-SERIAL            PIC 9(07)  VALUE ZERO.
       01  DIFF-DAYS             PIC S9(07) VALUE ZERO.
       01  WS-DATE-IN            PIC 9(08).
       01  WS-YY                 PIC 9(04).
       01  WS-MM                 PIC 9(02).
       01  WS-DD                 PIC 9(02).
       01  WS-SERIAL             PIC 9(07).
       01  E-DATE                PIC 9999/99/99.
       01  E-CNT                 PIC ZZZ9.
       01  E-DAYS                PIC ZZ9.
      *
      * 項目の標準値（マスタが無いとき、または未登録の項目に使う）
       01  HYOJUN-LIST.
           05                    PIC X(20)  VALUE "P36月次仕訳".
           05                    PIC X(20)  VALUE "P74・P76実行".
           05                    PIC X(20)  VALUE "P75転記確認".
           05                    PIC X(20)  VALUE "P89受払表".
           05                    PIC X(20)  VALUE "棚卸調整承認".
           05                    PIC X(20)  VALUE "例外未解消".
       01  HYOJUN-TBL            REDEFINES HYOJUN-LIST.
           05  HY-NAME           PIC X(20)  OCCURS 6 TIMES.
      *
      * 判定に使うプログラムと、その期間内の最新実行
      * 　１＝P36　２＝P74　３＝P76　４＝P75　５＝P89　６＝P50
      * 　７＝P93
       01  PROG-LIST.
           05                    PIC X(28)  VALUE
                                 "P36 P74 P76 P75 P89 P50 P93 ".
       01  PROG-TBL              REDEFINES PROG-LIST.
           05  PL-PROG           PIC X(04)  OCCURS 7 TIMES.
      *
       01  LAST-TBL.
           05  LAST-ENT          OCCURS 7 TIMES.
               10  LT-DT         PIC 9(14).
               10  LT-REJ        PIC 9(07).
               10  LT-STATUS     PIC X(01).
      *
       01  EX-TBL.
           05  EX-ENT            OCCURS 300 TIMES.
               10  ET-PROG       PIC X(04).
               10  ET-DATE       PIC 9(08).
               10  ET-KEY        PIC X(16).
               10  ET-REASON     PIC X(20).
               10  ET-OPEN       PIC S9(03).
      *
       LINKAGE          SECTION.
       01  SC-FUNC               PIC X(01).
       01  SC-YYMM               PIC X(06).
       01  SC-KEKKA              PIC X(01).
       01  SC-TBL.
           05  SC-ENT            OCCURS 6 TIMES.
               10  SC-CODE       PIC X(02).
               10  SC-NAME       PIC X(20).
               10  SC-HISSU      PIC X(01).
               10  SC-DAYS       PIC 9(03).
               10  SC-OK         PIC X(01).
               10  SC-BIKO       PIC X(40).
      *
       PROCEDURE        DIVISION USING SC-FUNC SC-YYMM SC-KEKKA
                                       SC-TBL.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            ACCEPT W-TIME8 FROM TIME
            EVALUATE SC-FUNC
                WHEN "M"
                    PERFORM CMAS-LOAD-RTN
                WHEN "C"
                    PERFORM CMAS-LOAD-RTN
                    PERFORM HANTEI-RTN
                    MOVE SC-KEKKA TO KEKKA-KBN
                    PERFORM KEKKA-WRITE-RTN
                WHEN "O"
                    MOVE "O" TO KEKKA-KBN
                    PERFORM KEKKA-WRITE-RTN
                WHEN OTHER
                    MOVE "N" TO SC-KEKKA
            END-EVALUATE
            GOBACK.
      *
      * 締めチェックマスタを標準値の上に読み込む
       CMAS-LOAD-RTN.
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 6
                MOVE SPACE TO SC-ENT(SX)
                MOVE ZERO  TO SC-CODE(SX)
                MOVE SX    TO SC-CODE(SX)(2:1)
                MOVE HY-NAME(SX) TO SC-NAME(SX)
                MOVE "Y"   TO SC-HISSU(SX)
                MOVE ZERO  TO SC-DAYS(SX)
            END-PERFORM
            MOVE 30 TO SC-DAYS(6)
            MOVE SPACE TO END-FLG
            OPEN INPUT CMAS-FILE
            IF CMAS-FS = "00"
                READ CMAS-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    MOVE ZERO TO HIT-SX
                    PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 6
                        IF SC-CODE(SX) = CM-CODE
                            MOVE SX TO HIT-SX
                        END-IF
                    END-PERFORM
                    IF HIT-SX > ZERO
                        IF CM-HISSU = "N"
                            MOVE "N" TO SC-HISSU(HIT-SX)
                        END-IF
                        IF CM-DAYS NUMERIC
                            MOVE CM-DAYS TO SC-DAYS(HIT-SX)
                        END-IF
                        IF CM-NAME NOT = SPACE
                            MOVE CM-NAME TO SC-NAME(HIT-SX)
                        END-IF
                    END-IF
                    READ CMAS-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE CMAS-FILE
            ELSE
                CLOSE CMAS-FILE
            END-IF.
      *
      * 各項目を判定し、必須項目がすべて合格なら総合Y
       HANTEI-RTN.
            MOVE SC-YYMM TO KAISHI-DATE(1:6)
            MOVE "01"    TO KAISHI-DATE(7:2)
            PERFORM KAISHI-DT-RTN
            PERFORM RUNLOG-SCAN-RTN
            PERFORM CHK-SHIWAKE-RTN
            PERFORM CHK-MIKOSHI-RTN
            PERFORM CHK-TENKI-RTN
            PERFORM CHK-UKEHARAI-RTN
            PERFORM CHK-TANAOROSHI-RTN
            PERFORM CHK-REIGAI-RTN
            MOVE "Y" TO SC-KEKKA
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 6
                IF SC-HISSU(SX) = "Y" AND SC-OK(SX) = "N"
                    MOVE "N" TO SC-KEKKA
                END-IF
            END-PERFORM.
      *
      * 01〜04の起点：期間末日と前期間の締め（締め
      * チェック結果の前期間分の合格・強制締切の
      * 最新）の遅い方
       KAISHI-DT-RTN.
            MOVE KAISHI-DATE(1:4) TO KI-YY
            MOVE KAISHI-DATE(5:2) TO KI-MM
            EVALUATE KI-MM
                WHEN 2
                    DIVIDE KI-YY BY 4 GIVING KI-SHO
                        REMAINDER KI-AMARI
                    IF KI-AMARI = ZERO
                        MOVE 29 TO KI-DD
                    ELSE
                        MOVE 28 TO KI-DD
                    END-IF
                WHEN 4
                WHEN 6
                WHEN 9
                WHEN 11
                    MOVE 30 TO KI-DD
                WHEN OTHER
                    MOVE 31 TO KI-DD
            END-EVALUATE
            COMPUTE KAISHI-DT =
                (KI-YY * 10000 + KI-MM * 100 + KI-DD) * 1000000
            IF KI-MM = 1
                COMPUTE MAE-YYMM = (KI-YY - 1) * 100 + 12
            ELSE
                COMPUTE MAE-YYMM = KI-YY * 100 + KI-MM - 1
            END-IF
            MOVE ZERO TO SHIME-DT
            MOVE SPACE TO END-FLG
            OPEN INPUT KEKKA-FILE
            IF KEKKA-FS = "00"
                READ KEKKA-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF KR-YYMM = MAE-YYMM
                        AND (KR-KBN = "Y" OR KR-KBN = "O")
                        AND KR-DATE NUMERIC AND KR-TIME NUMERIC
                        COMPUTE W-DT = KR-DATE * 1000000 + KR-TIME
                        IF W-DT > SHIME-DT
                            MOVE W-DT TO SHIME-DT
                        END-IF
                    END-IF
                    READ KEKKA-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE KEKKA-FILE
            ELSE
                CLOSE KEKKA-FILE
            END-IF
            IF SHIME-DT > KAISHI-DT
                MOVE SHIME-DT TO KAISHI-DT
            END-IF.
      *
      * 運転日誌から、期間初日以降の各プログラムの最新実行を拾う
      * （P36〜P89は01〜04の起点以後の実行に限る）
       RUNLOG-SCAN-RTN.
            PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > 7
                MOVE ZERO  TO LT-DT(PX) LT-REJ(PX)
                MOVE SPACE TO LT-STATUS(PX)
            END-PERFORM
            MOVE SPACE TO END-FLG
            OPEN INPUT RUNLOG-FILE
            IF RUNLOG-FS = "00"
                READ RUNLOG-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF RJ-DATE NUMERIC AND RJ-TIME NUMERIC
                        AND RJ-DATE NOT < KAISHI-DATE
                        PERFORM RUNLOG-ONE-RTN
                    END-IF
                    READ RUNLOG-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE RUNLOG-FILE
            ELSE
                CLOSE RUNLOG-FILE
            END-IF.
      *
       RUNLOG-ONE-RTN.
            COMPUTE W-DT = RJ-DATE * 1000000 + RJ-TIME
            PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > 7
                IF RJ-PROG = PL-PROG(PX) AND W-DT NOT < LT-DT(PX)
                    AND (PX > 5 OR W-DT NOT < KAISHI-DT)
                    MOVE W-DT      TO LT-DT(PX)
                    MOVE ZERO      TO LT-REJ(PX)
                    IF RJ-REJ NUMERIC
                        MOVE RJ-REJ TO LT-REJ(PX)
                    END-IF
                    MOVE RJ-STATUS TO LT-STATUS(PX)
                END-IF
            END-PERFORM.
      *
      * 01：P36月次仕訳の正常終了
       CHK-SHIWAKE-RTN.
            MOVE 1 TO SX PX
            PERFORM JIKKO-CHK-RTN
            IF SC-OK(SX) = "Y"
                MOVE LT-DT(1)(1:8) TO E-DATE
                STRING "仕訳作成 " DELIMITED BY SIZE
                       E-DATE      DELIMITED BY SIZE
                       INTO SC-BIKO(SX)
            END-IF.
      *
      * 02：P74・P76がP36の後に正常終了
       CHK-MIKOSHI-RTN.
            MOVE 2 TO SX
            MOVE LT-DT(1) TO MAE-DT
            MOVE 2 TO PX
            PERFORM JIKKO-CHK-RTN
            IF SC-OK(SX) = "Y"
                PERFORM JUNJO-CHK-RTN
            END-IF
            IF SC-OK(SX) = "Y"
                MOVE 3 TO PX
                PERFORM JIKKO-CHK-RTN
            END-IF
            IF SC-OK(SX) = "Y"
                PERFORM JUNJO-CHK-RTN
            END-IF
            IF SC-OK(SX) = "Y"
                MOVE "P36の後に両方実行済" TO SC-BIKO(SX)
            END-IF.
      *
      * 03：P75がP36・P74・P76の後に実行され、不一致バッチ無し
       CHK-TENKI-RTN.
            MOVE 3 TO SX
            MOVE LT-DT(1) TO MAE-DT
            IF LT-DT(2) > MAE-DT
                MOVE LT-DT(2) TO MAE-DT
            END-IF
            IF LT-DT(3) > MAE-DT
                MOVE LT-DT(3) TO MAE-DT
            END-IF
            MOVE 4 TO PX
            PERFORM JIKKO-CHK-RTN
            IF SC-OK(SX) = "Y"
                PERFORM JUNJO-CHK-RTN
            END-IF
            IF SC-OK(SX) = "Y" AND LT-REJ(4) > ZERO
                MOVE "N" TO SC-OK(SX)
                MOVE LT-REJ(4) TO E-CNT
                STRING "★不一致バッチ" DELIMITED BY SIZE
                       E-CNT           DELIMITED BY SIZE
                       "件"            DELIMITED BY SIZE
                       INTO SC-BIKO(SX)
            END-IF
            IF SC-OK(SX) = "Y"
                MOVE "全バッチ転記確認済" TO SC-BIKO(SX)
            END-IF.
      *
      * 04：P89受払表の★不突合無し
       CHK-UKEHARAI-RTN.
            MOVE 4 TO SX
            MOVE 5 TO PX
            PERFORM JIKKO-CHK-RTN
            IF SC-OK(SX) = "Y" AND LT-REJ(5) > ZERO
                MOVE "N" TO SC-OK(SX)
                MOVE LT-REJ(5) TO E-CNT
                STRING "★不突合" DELIMITED BY SIZE
                       E-CNT      DELIMITED BY SIZE
                       "件"       DELIMITED BY SIZE
                       INTO SC-BIKO(SX)
            END-IF
            IF SC-OK(SX) = "Y"
                MOVE "不突合なし" TO SC-BIKO(SX)
            END-IF.
      *
      * 05：P50・P93の最新の差異・調整が保留でない
      * 　　（期間内に実行が無ければ調整待ちも無いものとする）
       CHK-TANAOROSHI-RTN.
            MOVE 5 TO SX
            MOVE "Y" TO SC-OK(SX)
            MOVE SPACE TO SC-BIKO(SX)
            IF LT-STATUS(7) = "H"
                MOVE "N" TO SC-OK(SX)
                MOVE "★P93差異が未承認" TO SC-BIKO(SX)
            END-IF
            IF LT-STATUS(6) = "H"
                MOVE "N" TO SC-OK(SX)
                MOVE "★P50差異が未承認" TO SC-BIKO(SX)
            END-IF
            IF SC-OK(SX) = "Y"
                IF LT-DT(6) = ZERO AND LT-DT(7) = ZERO
                    MOVE "期間内の棚卸調整なし" TO SC-BIKO(SX)
                ELSE
                    MOVE "承認済" TO SC-BIKO(SX)
                END-IF
            END-IF.
      *
      * 06：日数を超えて未解消の例外が無い（P41と同じ消し込み）
       CHK-REIGAI-RTN.
            MOVE 6 TO SX
            MOVE ZERO TO EX-CNT CHOKA-CNT
            MOVE SPACE TO END-FLG
            OPEN INPUT EXREPO-FILE
            IF EXREPO-FS = "00"
                READ EXREPO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    PERFORM ACCUM-RTN
                    READ EXREPO-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE EXREPO-FILE
            ELSE
                CLOSE EXREPO-FILE
            END-IF
            MOVE W-DATE8 TO WS-DATE-IN
            PERFORM DATE-SERIAL-RTN
            MOVE WS-SERIAL TO RUN-SERIAL
            PERFORM VARYING EXX FROM 1 BY 1 UNTIL EXX > EX-CNT
                IF ET-OPEN(EXX) > ZERO
                    MOVE ET-DATE(EXX) TO WS-DATE-IN
                    PERFORM DATE-SERIAL-RTN
                    COMPUTE DIFF-DAYS = RUN-SERIAL - WS-SERIAL
                    IF DIFF-DAYS > SC-DAYS(SX)
                        ADD 1 TO CHOKA-CNT
                    END-IF
                END-IF
            END-PERFORM
            MOVE SPACE TO SC-BIKO(SX)
            MOVE SC-DAYS(SX) TO E-DAYS
            IF CHOKA-CNT > ZERO
                MOVE "N" TO SC-OK(SX)
                MOVE CHOKA-CNT TO E-CNT
                STRING "★" DELIMITED BY SIZE
                       E-DAYS DELIMITED BY SIZE
                       "日超の未解消" DELIMITED BY SIZE
                       E-CNT  DELIMITED BY SIZE
                       "件" DELIMITED BY SIZE
                       INTO SC-BIKO(SX)
            ELSE
                MOVE "Y" TO SC-OK(SX)
                STRING E-DAYS DELIMITED BY SIZE
                       "日超の未解消なし" DELIMITED BY SIZE
                       INTO SC-BIKO(SX)
            END-IF.
      *
       ACCUM-RTN.
            MOVE SPACE TO FOUND-FLG
            PERFORM VARYING EXX FROM 1 BY 1 UNTIL EXX > EX-CNT
                IF FOUND-FLG = SPACE
                    AND ET-PROG(EXX) = EX-PROG
                    AND ET-KEY(EXX) = EX-KEY
                    AND ET-REASON(EXX) = EX-REASON
                    MOVE "Y" TO FOUND-FLG
                    IF EX-STATUS = "C"
                        SUBTRACT 1 FROM ET-OPEN(EXX)
                    ELSE
                        ADD 1 TO ET-OPEN(EXX)
                        MOVE EX-DATE TO ET-DATE(EXX)
                    END-IF
                END-IF
            END-PERFORM
            IF FOUND-FLG = SPACE AND EX-CNT < 300
                ADD 1 TO EX-CNT
                MOVE EX-PROG   TO ET-PROG(EX-CNT)
                MOVE EX-DATE   TO ET-DATE(EX-CNT)
                MOVE EX-KEY    TO ET-KEY(EX-CNT)
                MOVE EX-REASON TO ET-REASON(EX-CNT)
                IF EX-STATUS = "C"
                    MOVE -1 TO ET-OPEN(EX-CNT)
                ELSE
                    MOVE +1 TO ET-OPEN(EX-CNT)
                END-IF
            END-IF.
      *
      * 項目SXについて、プログラムPXの期間内の実行と正常終了を見る
       JIKKO-CHK-RTN.
            MOVE "Y" TO SC-OK(SX)
            MOVE SPACE TO SC-BIKO(SX)
            IF LT-DT(PX) = ZERO
                MOVE "N" TO SC-OK(SX)
                STRING "★" DELIMITED BY SIZE
                       PL-PROG(PX) DELIMITED BY SPACE
                       "の期間内の実行記録なし"
                                   DELIMITED BY SIZE
                       INTO SC-BIKO(SX)
            ELSE
                IF LT-STATUS(PX) NOT = "N"
                    MOVE "N" TO SC-OK(SX)
                    STRING "★" DELIMITED BY SIZE
                           PL-PROG(PX) DELIMITED BY SPACE
                           "が異常終了（状態" DELIMITED BY SIZE
                           LT-STATUS(PX) DELIMITED BY SIZE
                           "）" DELIMITED BY SIZE
                           INTO SC-BIKO(SX)
                END-IF
            END-IF.
      *
      * プログラムPXの最新実行がMAE-DTより後であること
       JUNJO-CHK-RTN.
            IF LT-DT(PX) NOT > MAE-DT
                MOVE "N" TO SC-OK(SX)
                MOVE SPACE TO SC-BIKO(SX)
                STRING "★" DELIMITED BY SIZE
                       PL-PROG(PX) DELIMITED BY SPACE
                       "が前工程より前に実行"
                                   DELIMITED BY SIZE
                       INTO SC-BIKO(SX)
            END-IF.
      *
      * 判定結果・強制締切を締めチェック結果.TXTへ記録する
       KEKKA-WRITE-RTN.
            PERFORM OPID-LOAD-RTN
            OPEN EXTEND KEKKA-FILE
            MOVE SPACE TO KR-REC
            MOVE W-DATE8      TO KR-DATE
            MOVE W-TIME8(1:6) TO KR-TIME
            MOVE SC-YYMM      TO KR-YYMM
            MOVE KEKKA-KBN    TO KR-KBN
            MOVE OPID         TO KR-OPID
            PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 6
                MOVE SC-OK(SX) TO KR-STEP(SX:1)
            END-PERFORM
            WRITE KR-REC
            CLOSE KEKKA-FILE.
      *
      * サインオン情報（P18で記録）から担当者IDを取得する
       OPID-LOAD-RTN.
            MOVE SPACE TO SIGNON-END-FLG
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
      * 日付の通日化（1月＝30日の概算）
       DATE-SERIAL-RTN.
            MOVE WS-DATE-IN(1:4) TO WS-YY
            MOVE WS-DATE-IN(5:2) TO WS-MM
            MOVE WS-DATE-IN(7:2) TO WS-DD
            COMPUTE WS-SERIAL = WS-YY * 360 + WS-MM * 30 + WS-DD.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
