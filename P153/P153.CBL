      *
      * 14JY0123 崔　禎　文
      * メール送信管理：P80・P62・P81がMAILQで登録したメール送信
      * 待ち.TXTの各件について、送信結果をメール送信記録.TXTへ記録し
      * 送れなかった分をＦＡＸへ回す
      * 1=送信結果取込：送信処理が返すメール送信結果.TXT（連番・結果
      * 　S=送信済 F=失敗 B=不達・メッセージ）を送信記録へ追記し、
      * 　取り込んだファイルは日時付きの名前へ退避する
      * 2=送信結果入力：後から届いた不達やＦＡＸで送り直した分（X=
      * 　ＦＡＸ送付済）を連番を指定して手入力する
      * 3=ＦＡＸ切替一覧：最新の結果が失敗・不達のまま（Xで消込まれて
      * 　いない）の件を仕入先のＦＡＸ番号付きで印字する
      * 4=未送信一覧：結果の記録が無い件を登録からの日数付きで印字する
      * 結果の取込は運転日誌.TXTへ記録する
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P153.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL MACHI-FILE ASSIGN
                                    "メール送信待ち.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS MACHI-FS.
           SELECT  OPTIONAL KIROKU-FILE ASSIGN
                                    "メール送信記録.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KIROKU-FS.
           SELECT  OPTIONAL KEKKA-FILE ASSIGN
                                    "メール送信結果.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KEKKA-FS.
           SELECT  MAS-FILE    ASSIGN  "ISAM仕入先マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY S-CODE.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  PRINT-FILE  ASSIGN  "P153.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL RUNLOG-FILE ASSIGN  "運転日誌.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS RUNLOG-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * メール送信待ち（MAILQが追記）
       FD  MACHI-FILE.
       01  MC-REC.
           05  MC-SEQ            PIC 9(07).
           05                    PIC X(01).
           05  MC-DATE           PIC 9(08).
           05                    PIC X(01).
           05  MC-TIME           PIC 9(06).
           05                    PIC X(01).
           05  MC-PROG           PIC X(04).
           05                    PIC X(01).
           05  MC-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  MC-SHUBETSU       PIC X(01).
           05                    PIC X(01).
           05  MC-REF            PIC X(10).
           05                    PIC X(01).
           05  MC-ADDR           PIC X(30).
           05                    PIC X(01).
           05  MC-KENMEI         PIC X(40).
           05                    PIC X(01).
           05  MC-HONBUN         PIC X(60).
      *
      * メール送信記録：S＝送信済　F＝失敗　B＝不達　X＝ＦＡＸ送付済
      * 同じ連番は後の行が最新の結果
       FD  KIROKU-FILE.
       01  SK-REC.
           05  SK-SEQ            PIC 9(07).
           05                    PIC X(01).
           05  SK-DATE           PIC 9(08).
           05                    PIC X(01).
           05  SK-TIME           PIC 9(06).
           05                    PIC X(01).
           05  SK-KEKKA          PIC X(01).
           05                    PIC X(01).
           05  SK-OPID           PIC X(04).
           05                    PIC X(01).
           05  SK-MSG            PIC X(40).
      *
      * メール送信結果（送信処理が作成）
       FD  KEKKA-FILE.
       01  SR-REC.
           05  SR-SEQ            PIC 9(07).
           05                    PIC X(01).
           05  SR-KEKKA          PIC X(01).
           05                    PIC X(01).
           05  SR-MSG            PIC X(40).
      *
       FD  MAS-FILE.
       01  S-REC.
           05  S-CODE            PIC X(03).
           05  S-SYOTEN.
               10  S-SYOTEN-ZIP      PIC X(08).
               10  S-SYOTEN-PREF     PIC X(02).
               10  S-SYOTEN-REST     PIC X(10).
           05  S-TEL             PIC X(12).
           05  S-CATEGORY        PIC X(02).
           05  S-FAX             PIC X(12).
           05  S-EMAIL           PIC X(30).
           05  S-REORDER         PIC 9(05).
           05  S-STATUS          PIC X(01).
               88  S-ACTIVE                 VALUE "A".
               88  S-INACTIVE               VALUE "I".
           05  S-YTD-SURYO       PIC 9(07).
           05  S-YTD-KINGAKU     PIC 9(09).
           05  S-BANK-CODE       PIC X(04).
           05  S-SHITEN-CODE     PIC X(03).
           05  S-KOZA-TYPE       PIC X(01).
           05  S-KOZA-NO         PIC X(07).
           05  S-KOZA-KANA       PIC X(30).
           05  S-INV-NO          PIC X(14).
           05  S-CURRENCY        PIC X(03).
           05  S-GRADE           PIC X(01).
      *
       FD  SIGNON-FILE.
       01  SG-REC.
           05  SG-OPID           PIC X(04).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(120).
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
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  MACHI-FS              PIC X(02)  VALUE SPACE.
       01  KIROKU-FS             PIC X(02)  VALUE SPACE.
       01  KEKKA-FS              PIC X(02)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  RUNLOG-FS             PIC X(02)  VALUE SPACE.
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  W-TIME8               PIC 9(08)  VALUE ZERO.
       01  CMD                   PIC X(100) VALUE SPACE.
       01  HIT-QTX               PIC 9(05)  VALUE ZERO.
       01  W-SEQ                 PIC 9(07)  VALUE ZERO.
       01  W-KEKKA               PIC X(01)  VALUE SPACE.
       01  W-MSG                 PIC X(40)  VALUE SPACE.
       01  W-KEIKA-N             PIC 9(05)  VALUE ZERO.
       01  W-KEIKA               PIC ZZZZ9.
      *
       01  IN-SEQ                PIC X(07)  VALUE SPACE.
       01  IN-SEQ-N REDEFINES IN-SEQ
                                 PIC 9(07).
       01  IN-KEKKA              PIC X(01)  VALUE SPACE.
       01  IN-MSG                PIC X(40)  VALUE SPACE.
      *
      * 件数
       01  READ-CNT              PIC 9(05)  VALUE ZERO.
       01  WRITE-CNT             PIC 9(05)  VALUE ZERO.
       01  REJ-CNT               PIC 9(05)  VALUE ZERO.
       01  LINE-CNT              PIC 9(05)  VALUE ZERO.
       01  REC-NO                PIC 9(05)  VALUE ZERO.
      *
      * 送信待ちの連番と最新の結果（送信待ちの並び順）
       01  QT-CNT                PIC 9(05)  VALUE ZERO.
       01  QTX                   PIC 9(05).
       01  QT-TBL.
           05  QT-ENT            OCCURS 5000 TIMES.
               10  QT-SEQ        PIC 9(07).
               10  QT-KEKKA      PIC X(01).
               10  QT-DATE       PIC 9(08).
               10  QT-MSG        PIC X(40).
      *
       01  RUN-SERIAL            PIC 9(07)  VALUE ZERO.
       01  WS-DATE-IN            PIC 9(08).
       01  WS-YY                 PIC 9(04).
       01  WS-MM                 PIC 9(02).
       01  WS-DD                 PIC 9(02).
       01  WS-SERIAL             PIC 9(07).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05  H-TITLE           PIC X(29).
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  HEAD-2.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(09)  VALUE "連番".
           05                    PIC X(13)  VALUE "登録日".
           05                    PIC X(06)  VALUE "PG".
           05                    PIC X(11)  VALUE "仕入先".
           05                    PIC X(12)  VALUE "種別".
           05                    PIC X(14)  VALUE "参照番号".
           05  H2-KOMOKU         PIC X(30).
      *
       01  MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05  M-SEQ             PIC 9(07).
           05                    PIC X(02)  VALUE SPACE.
           05  M-DATE            PIC 9999/99/99.
           05                    PIC X(02)  VALUE SPACE.
           05  M-PROG            PIC X(04).
           05                    PIC X(02)  VALUE SPACE.
           05  M-S-CODE          PIC X(03).
           05                    PIC X(02)  VALUE SPACE.
           05  M-SHUBETSU        PIC X(12).
           05                    PIC X(02)  VALUE SPACE.
           05  M-REF             PIC X(10).
           05                    PIC X(02)  VALUE SPACE.
           05  M-JOHO            PIC X(50).
      *
       01  MEISAI-2.
           05                    PIC X(13)  VALUE SPACE.
           05                    PIC X(09)  VALUE "件名：".
           05  M2-KENMEI         PIC X(40).
           05                    PIC X(02)  VALUE SPACE.
           05  M2-HONBUN         PIC X(56).
      *
       01  KEKKA-MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05  K-SEQ             PIC X(07).
           05                    PIC X(02)  VALUE SPACE.
           05  K-KEKKA           PIC X(01).
           05                    PIC X(02)  VALUE SPACE.
           05  K-MSG             PIC X(40).
           05                    PIC X(02)  VALUE SPACE.
           05  K-HANTEI          PIC X(30).
      *
       01  FOOT-1.
           05                    PIC X(02)  VALUE SPACE.
           05  F-KOMOKU1         PIC X(24).
           05  F-CNT1            PIC ZZZZ9.
           05                    PIC X(03)  VALUE "件".
           05                    PIC X(02)  VALUE SPACE.
           05  F-KOMOKU2         PIC X(24).
           05  F-CNT2            PIC ZZZZ9.
           05                    PIC X(03)  VALUE "件".
           05                    PIC X(02)  VALUE SPACE.
           05  F-KOMOKU3         PIC X(24).
           05  F-CNT3            PIC ZZZZ9.
           05                    PIC X(03)  VALUE "件".
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM OPID-LOAD-RTN
            DISPLAY "1=送信結果取込 2=送信結果入力"
                    " 3=ＦＡＸ切替一覧 4=未送信一覧："
            ACCEPT MENU-CHOICE
            EVALUATE MENU-CHOICE
                WHEN "1" PERFORM TORIKOMI-RTN
                WHEN "2" PERFORM NYURYOKU-RTN
                WHEN "3" PERFORM FAX-LIST-RTN
                WHEN "4" PERFORM MISOSHIN-RTN
                WHEN OTHER DISPLAY "選択が不正です。"
            END-EVALUATE
            DISPLAY "END"
            STOP RUN.
      *
      * 送信結果取込：送信処理の結果ファイルを送信記録へ追記する
      * （送信待ちに無い連番・S/F/B以外の結果は取り込まない）
       TORIKOMI-RTN.
            OPEN INPUT KEKKA-FILE
            IF KEKKA-FS NOT = "00"
                CLOSE KEKKA-FILE
                DISPLAY "メール送信結果.TXTがありません。"
            ELSE
                PERFORM QT-LOAD-RTN
                OPEN EXTEND KIROKU-FILE
                OPEN OUTPUT PRINT-FILE
                MOVE "*** メール結果取込" TO H-TITLE
                MOVE W-DATE8 TO H-DATE
                WRITE P-REC FROM HEAD-1 AFTER PAGE
                MOVE SPACE TO END-FLG
                READ KEKKA-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    ADD 1 TO READ-CNT
                    PERFORM TORIKOMI-ONE-RTN
                    READ KEKKA-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                MOVE SPACE TO FOOT-1
                MOVE "読込："     TO F-KOMOKU1
                MOVE READ-CNT     TO F-CNT1
                MOVE "記録："     TO F-KOMOKU2
                MOVE WRITE-CNT    TO F-CNT2
                MOVE "★除外："   TO F-KOMOKU3
                MOVE REJ-CNT      TO F-CNT3
                WRITE P-REC FROM FOOT-1 AFTER 2
                CLOSE KEKKA-FILE KIROKU-FILE PRINT-FILE
                ACCEPT W-TIME8 FROM TIME
                MOVE SPACE TO CMD
                STRING "mv メール送信結果.TXT "
                           DELIMITED BY SIZE
                       "メール送信結果."
                           DELIMITED BY SIZE
                       W-DATE8       DELIMITED BY SIZE
                       W-TIME8(1:6)  DELIMITED BY SIZE
                  INTO CMD
                END-STRING
                CALL "SYSTEM" USING CMD
                PERFORM RUNLOG-WRITE-RTN
                DISPLAY "記録：" WRITE-CNT "件　除外："
                        REJ-CNT "件"
            END-IF.
      *
       TORIKOMI-ONE-RTN.
            MOVE SPACE TO KEKKA-MEISAI
            MOVE SR-REC(1:7) TO K-SEQ
            MOVE SR-KEKKA    TO K-KEKKA
            MOVE SR-MSG      TO K-MSG
            MOVE ZERO TO HIT-QTX
            IF SR-SEQ NUMERIC
                MOVE SR-SEQ TO W-SEQ
                PERFORM QT-FIND-RTN
            END-IF
            EVALUATE TRUE
                WHEN HIT-QTX = ZERO
                    ADD 1 TO REJ-CNT
                    MOVE "★送信待ちに無い連番" TO K-HANTEI
                WHEN SR-KEKKA NOT = "S" AND SR-KEKKA NOT = "F"
                     AND SR-KEKKA NOT = "B"
                    ADD 1 TO REJ-CNT
                    MOVE "★結果区分が不正" TO K-HANTEI
                WHEN OTHER
                    MOVE SR-KEKKA TO W-KEKKA
                    MOVE SR-MSG   TO W-MSG
                    PERFORM KIROKU-WRITE-RTN
                    PERFORM HANTEI-SET-RTN
            END-EVALUATE
            WRITE P-REC FROM KEKKA-MEISAI AFTER 1.
      *
       HANTEI-SET-RTN.
            EVALUATE W-KEKKA
                WHEN "S" MOVE "送信済"         TO K-HANTEI
                WHEN "F" MOVE "失敗（ＦＡＸへ）" TO K-HANTEI
                WHEN "B" MOVE "不達（ＦＡＸへ）" TO K-HANTEI
                WHEN "X" MOVE "ＦＡＸ送付済"   TO K-HANTEI
            END-EVALUATE.
      *
      * 送信記録へ1件追記する（送信記録は開いた状態で呼ぶ）
       KIROKU-WRITE-RTN.
            ACCEPT W-TIME8 FROM TIME
            MOVE SPACE        TO SK-REC
            MOVE W-SEQ        TO SK-SEQ
            MOVE W-DATE8      TO SK-DATE
            MOVE W-TIME8(1:6) TO SK-TIME
            MOVE W-KEKKA      TO SK-KEKKA
            MOVE OPID         TO SK-OPID
            MOVE W-MSG        TO SK-MSG
            WRITE SK-REC
            ADD 1 TO WRITE-CNT
            MOVE W-KEKKA TO QT-KEKKA(HIT-QTX).
      *
      * 送信結果入力：連番ごとに結果を手入力する
       NYURYOKU-RTN.
            PERFORM QT-LOAD-RTN
            OPEN EXTEND KIROKU-FILE
            PERFORM UNTIL END-FLG = "E"
                DISPLAY "連番（7桁、空白=終了）："
                ACCEPT IN-SEQ
                IF IN-SEQ = SPACE
                    MOVE "E" TO END-FLG
                ELSE
                    PERFORM NYURYOKU-ONE-RTN
                END-IF
            END-PERFORM
            CLOSE KIROKU-FILE
            MOVE SPACE TO END-FLG
            DISPLAY "記録：" WRITE-CNT "件".
      *
       NYURYOKU-ONE-RTN.
            MOVE ZERO TO HIT-QTX
            IF IN-SEQ NUMERIC
                MOVE IN-SEQ-N TO W-SEQ
                PERFORM QT-FIND-RTN
            END-IF
            IF HIT-QTX = ZERO
                DISPLAY "送信待ちに有りません：" IN-SEQ
            ELSE
                DISPLAY "現在の結果：" QT-KEKKA(HIT-QTX)
                        " " QT-MSG(HIT-QTX)
                DISPLAY "結果(S=送信済 F=失敗 B=不達"
                        " X=ＦＡＸ送付済)："
                ACCEPT IN-KEKKA
                IF IN-KEKKA NOT = "S" AND IN-KEKKA NOT = "F"
                    AND IN-KEKKA NOT = "B" AND IN-KEKKA NOT = "X"
                    DISPLAY "区分が不正です。"
                ELSE
                    DISPLAY "メッセージ："
                    MOVE SPACE TO IN-MSG
                    ACCEPT IN-MSG
                    MOVE IN-KEKKA TO W-KEKKA
                    MOVE IN-MSG   TO W-MSG
                    PERFORM KIROKU-WRITE-RTN
                    DISPLAY "記録しました。"
                END-IF
            END-IF.
      *
      * ＦＡＸ切替一覧：最新の結果が失敗・不達の件
       FAX-LIST-RTN.
            PERFORM QT-LOAD-RTN
            OPEN INPUT MAS-FILE
            OPEN OUTPUT PRINT-FILE
            MOVE "*** ＦＡＸ切替一覧" TO H-TITLE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            MOVE "結果・ＦＡＸ番号" TO H2-KOMOKU
            WRITE P-REC FROM HEAD-2 AFTER 2
            PERFORM MACHI-OPEN-RTN
            PERFORM UNTIL END-FLG = "E"
                ADD 1 TO REC-NO
                IF REC-NO NOT > QT-CNT
                    IF QT-KEKKA(REC-NO) = "F"
                        OR QT-KEKKA(REC-NO) = "B"
                        PERFORM FAX-MEISAI-RTN
                    END-IF
                END-IF
                READ MACHI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE MACHI-FILE
            MOVE SPACE TO END-FLG
            MOVE SPACE TO FOOT-1
            MOVE "★ＦＡＸ切替：" TO F-KOMOKU1
            MOVE LINE-CNT          TO F-CNT1
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE MAS-FILE PRINT-FILE
            DISPLAY "ＦＡＸ切替：" LINE-CNT "件".
      *
       FAX-MEISAI-RTN.
            ADD 1 TO LINE-CNT
            PERFORM MEISAI-SET-RTN
            MOVE MC-S-CODE TO S-CODE
            READ MAS-FILE
                INVALID KEY MOVE SPACE TO S-FAX
            END-READ
            IF QT-KEKKA(REC-NO) = "F"
                STRING "失敗　ＦＡＸ：" DELIMITED BY SIZE
                       S-FAX            DELIMITED BY SIZE
                  INTO M-JOHO
                END-STRING
            ELSE
                STRING "不達　ＦＡＸ：" DELIMITED BY SIZE
                       S-FAX            DELIMITED BY SIZE
                  INTO M-JOHO
                END-STRING
            END-IF
            WRITE P-REC FROM MEISAI AFTER 1
            MOVE SPACE TO MEISAI-2
            MOVE MC-KENMEI       TO M2-KENMEI
            MOVE QT-MSG(REC-NO)  TO M2-HONBUN
            WRITE P-REC FROM MEISAI-2 AFTER 1.
      *
      * 未送信一覧：結果の記録が無い件
       MISOSHIN-RTN.
            PERFORM QT-LOAD-RTN
            MOVE W-DATE8 TO WS-DATE-IN
            PERFORM DATE-SERIAL-RTN
            MOVE WS-SERIAL TO RUN-SERIAL
            OPEN OUTPUT PRINT-FILE
            MOVE "*** メール未送信" TO H-TITLE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            MOVE "経過・宛先" TO H2-KOMOKU
            WRITE P-REC FROM HEAD-2 AFTER 2
            PERFORM MACHI-OPEN-RTN
            PERFORM UNTIL END-FLG = "E"
                ADD 1 TO REC-NO
                IF REC-NO NOT > QT-CNT
                    IF QT-KEKKA(REC-NO) = SPACE
                        PERFORM MISOSHIN-MEISAI-RTN
                    END-IF
                END-IF
                READ MACHI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE MACHI-FILE
            MOVE SPACE TO END-FLG
            MOVE SPACE TO FOOT-1
            MOVE "未送信："  TO F-KOMOKU1
            MOVE LINE-CNT    TO F-CNT1
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE PRINT-FILE
            DISPLAY "未送信：" LINE-CNT "件".
      *
       MISOSHIN-MEISAI-RTN.
            ADD 1 TO LINE-CNT
            PERFORM MEISAI-SET-RTN
            MOVE MC-DATE TO WS-DATE-IN
            PERFORM DATE-SERIAL-RTN
            COMPUTE W-KEIKA-N = RUN-SERIAL - WS-SERIAL
            MOVE W-KEIKA-N TO W-KEIKA
            STRING W-KEIKA  DELIMITED BY SIZE
                   "日　"   DELIMITED BY SIZE
                   MC-ADDR  DELIMITED BY SIZE
              INTO M-JOHO
            END-STRING
            WRITE P-REC FROM MEISAI AFTER 1
            MOVE SPACE TO MEISAI-2
            MOVE MC-KENMEI TO M2-KENMEI
            MOVE MC-HONBUN TO M2-HONBUN
            WRITE P-REC FROM MEISAI-2 AFTER 1.
      *
       MACHI-OPEN-RTN.
            MOVE ZERO TO REC-NO LINE-CNT
            MOVE SPACE TO END-FLG
            OPEN INPUT MACHI-FILE
            IF MACHI-FS NOT = "00" OR QT-CNT = ZERO
                MOVE "E" TO END-FLG
            ELSE
                READ MACHI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF.
      *
       MEISAI-SET-RTN.
            MOVE SPACE       TO MEISAI
            MOVE MC-SEQ      TO M-SEQ
            MOVE MC-DATE     TO M-DATE
            MOVE MC-PROG     TO M-PROG
            MOVE MC-S-CODE   TO M-S-CODE
            MOVE MC-REF      TO M-REF
            EVALUATE MC-SHUBETSU
                WHEN "S" MOVE "納期催促"   TO M-SHUBETSU
                WHEN "K" MOVE "注文書改訂" TO M-SHUBETSU
                WHEN "T" MOVE "注文取消"   TO M-SHUBETSU
                WHEN "U" MOVE "請書督促"   TO M-SHUBETSU
                WHEN OTHER MOVE MC-SHUBETSU TO M-SHUBETSU
            END-EVALUATE.
      *
      * 送信待ちを読み、送信記録の最新の結果を重ねる
       QT-LOAD-RTN.
            MOVE ZERO TO QT-CNT
            MOVE SPACE TO END-FLG
            OPEN INPUT MACHI-FILE
            IF MACHI-FS = "00"
                READ MACHI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF QT-CNT < 5000
                        ADD 1 TO QT-CNT
                        MOVE MC-SEQ TO QT-SEQ(QT-CNT)
                        MOVE SPACE  TO QT-KEKKA(QT-CNT)
                                       QT-MSG(QT-CNT)
                        MOVE ZERO   TO QT-DATE(QT-CNT)
                    END-IF
                    READ MACHI-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
            END-IF
            CLOSE MACHI-FILE
            MOVE SPACE TO END-FLG
            OPEN INPUT KIROKU-FILE
            IF KIROKU-FS = "00"
                READ KIROKU-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    MOVE SK-SEQ TO W-SEQ
                    PERFORM QT-FIND-RTN
                    IF HIT-QTX NOT = ZERO
                        MOVE SK-KEKKA TO QT-KEKKA(HIT-QTX)
                        MOVE SK-DATE  TO QT-DATE(HIT-QTX)
                        MOVE SK-MSG   TO QT-MSG(HIT-QTX)
                    END-IF
                    READ KIROKU-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
            END-IF
            CLOSE KIROKU-FILE
            MOVE SPACE TO END-FLG.
      *
       QT-FIND-RTN.
            MOVE ZERO TO HIT-QTX
            PERFORM VARYING QTX FROM 1 BY 1
                    UNTIL QTX > QT-CNT OR HIT-QTX NOT = ZERO
                IF QT-SEQ(QTX) = W-SEQ
                    MOVE QTX TO HIT-QTX
                END-IF
            END-PERFORM.
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
      * 運転日誌への実行記録
       RUNLOG-WRITE-RTN.
            OPEN EXTEND RUNLOG-FILE
            MOVE SPACE TO RJ-REC
            MOVE "P153" TO RJ-PROG
            MOVE W-DATE8 TO RJ-DATE
            ACCEPT W-TIME8 FROM TIME
            MOVE W-TIME8(1:6) TO RJ-TIME
            MOVE READ-CNT  TO RJ-READ
            MOVE WRITE-CNT TO RJ-WRITE
            MOVE REJ-CNT   TO RJ-REJ
            MOVE "N" TO RJ-STATUS
            MOVE "メール結果" TO RJ-INFILE
            WRITE RJ-REC
            CLOSE RUNLOG-FILE.
      *
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
