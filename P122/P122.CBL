      *
      * 14JY0123 崔　禎　文
      * 電子取引検索：電子取引台帳.TXT（P61・P81・P32が受領時に
      * DENSHIで登録）を検索・訂正する（電子帳簿保存法の検索要件）
      * １＝検索（取引日の範囲・金額の範囲・仕入先を組み合わせて
      * 　　指定し、該当する受領データを保存ファイル名付きで印字。
      * 　　空白入力の条件は指定なしとする）
      * ２＝訂正（連番を指定して仕入先・取引日・金額を訂正する。
      * 　　訂正はDENSHIが担当者ID付きで電子取引変更履歴.TXTへ
      * 　　前後イメージを記録する）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P122.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL DAICHO-FILE ASSIGN  "電子取引台帳.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS DAICHO-FS.
           SELECT  PRINT-FILE  ASSIGN  "P122.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
       FD  DAICHO-FILE.
       01  DR-REC.
           05  DR-SEQ            PIC 9(07).
           05                    PIC X(01).
           05  DR-UKE-DATE       PIC 9(08).
           05                    PIC X(01).
           05  DR-SHUBETSU       PIC X(01).
           05                    PIC X(01).
           05  DR-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  DR-T-DATE         PIC 9(08).
           05                    PIC X(01).
           05  DR-KINGAKU        PIC 9(11).
           05                    PIC X(01).
           05  DR-FILE           PIC X(30).
           05                    PIC X(01).
           05  DR-REF            PIC X(10).
           05                    PIC X(01).
           05  DR-OPID           PIC X(04).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  DAICHO-FS             PIC X(02)  VALUE SPACE.
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  OK-FLG                PIC X(01)  VALUE SPACE.
       01  HIT-FLG               PIC X(01)  VALUE SPACE.
       01  HIT-CNT               PIC 9(05)  VALUE ZERO.
       01  HIT-KINGAKU           PIC 9(13)  VALUE ZERO.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
      *
      * 検索条件（空白入力は最小値・最大値に置き換える）
       01  IN-DATE-FROM          PIC X(08)  VALUE SPACE.
       01  IN-DATE-TO            PIC X(08)  VALUE SPACE.
       01  IN-KIN-FROM           PIC X(11)  VALUE SPACE.
       01  IN-KIN-TO             PIC X(11)  VALUE SPACE.
       01  IN-S-CODE             PIC X(03)  VALUE SPACE.
       01  JK-DATE-FROM          PIC 9(08)  VALUE ZERO.
       01  JK-DATE-TO            PIC 9(08)  VALUE 99999999.
       01  JK-KIN-FROM           PIC 9(11)  VALUE ZERO.
       01  JK-KIN-TO             PIC 9(11)  VALUE 99999999999.
      *
      * 訂正入力
       01  IN-SEQ                PIC X(07)  VALUE SPACE.
       01  IN-T-DATE             PIC X(08)  VALUE SPACE.
       01  IN-KINGAKU            PIC X(11)  VALUE SPACE.
       01  IN-KAKUNIN            PIC X(01)  VALUE SPACE.
       01  KIN-WORK              PIC X(11)  VALUE SPACE.
       01  KIN-LEN               PIC 9(02)  VALUE ZERO.
      *
      * DENSHI呼出しパラメタ
       01  DN-FUNC               PIC X(01)  VALUE SPACE.
       01  DN-SEQ                PIC 9(07)  VALUE ZERO.
       01  DN-SHUBETSU           PIC X(01)  VALUE SPACE.
       01  DN-S-CODE             PIC X(03)  VALUE SPACE.
       01  DN-T-DATE             PIC 9(08)  VALUE ZERO.
       01  DN-KINGAKU            PIC 9(11)  VALUE ZERO.
       01  DN-FILE               PIC X(30)  VALUE SPACE.
       01  DN-REF                PIC X(10)  VALUE SPACE.
       01  DN-RESULT             PIC X(01)  VALUE SPACE.
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 電子取引検索".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  JOKEN-1.
           05                    PIC X(21)  VALUE
                                 "条件　取引日：".
           05  J-DATE-FROM       PIC 9999/99/99.
           05                    PIC X(03)  VALUE "～".
           05  J-DATE-TO         PIC 9999/99/99.
           05                    PIC X(15)  VALUE "　仕入先：".
           05  J-S-CODE          PIC X(06).
       01  JOKEN-2.
           05                    PIC X(21)  VALUE
                                 "　　　金額　：".
           05  J-KIN-FROM        PIC ZZ,ZZZ,ZZZ,ZZ9.
           05                    PIC X(03)  VALUE "～".
           05  J-KIN-TO          PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01  HEAD-2.
           05                    PIC X(08)  VALUE  " 連番".
           05                    PIC X(11)  VALUE  "受領日".
           05                    PIC X(07)  VALUE  "種別".
           05                    PIC X(11)  VALUE  "仕入先".
           05                    PIC X(14)  VALUE  "取引日".
           05                    PIC X(14)  VALUE  "金額".
           05                    PIC X(12)  VALUE  "ファイル".
      *
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  M-SEQ             PIC 9(07).
           05                    PIC X(01)  VALUE SPACE.
           05  M-UKE-DATE        PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-SHUBETSU        PIC X(01).
           05                    PIC X(01)  VALUE SPACE.
           05  M-S-CODE          PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  M-T-DATE          PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-KINGAKU         PIC ZZ,ZZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-FILE            PIC X(25).
      *
       01  FOOT-1.
           05                    PIC X(15)  VALUE "該当件数：".
           05  F-CNT             PIC ZZZZ9.
           05                    PIC X(18)  VALUE "　金額合計：".
           05  F-KINGAKU         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  FOOT-2.
           05                    PIC X(25)  VALUE
                                 "種別　N＝納品CSV　".
           05                    PIC X(32)  VALUE
                                 "K＝注文請書　S＝請求書".
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            DISPLAY "1=検索 2=訂正："
            ACCEPT MENU-CHOICE
            EVALUATE MENU-CHOICE
                WHEN "1" PERFORM KENSAKU-RTN
                WHEN "2" PERFORM TEISEI-RTN
                WHEN OTHER DISPLAY "選択が不正です。"
            END-EVALUATE
            DISPLAY "END"
            STOP RUN.
      *
      * 検索：条件をすべて満たす行を印字する
       KENSAKU-RTN.
            PERFORM JOKEN-IN-RTN
            IF OK-FLG NOT = "Y"
                DISPLAY "検索条件が不正です。"
            ELSE
                OPEN OUTPUT PRINT-FILE
                MOVE W-DATE8 TO H-DATE
                WRITE P-REC FROM HEAD-1 AFTER PAGE
                MOVE JK-DATE-FROM TO J-DATE-FROM
                MOVE JK-DATE-TO   TO J-DATE-TO
                IF IN-S-CODE = SPACE
                    MOVE "全件" TO J-S-CODE
                ELSE
                    MOVE IN-S-CODE TO J-S-CODE
                END-IF
                MOVE JK-KIN-FROM  TO J-KIN-FROM
                MOVE JK-KIN-TO    TO J-KIN-TO
                WRITE P-REC FROM JOKEN-1 AFTER 2
                WRITE P-REC FROM JOKEN-2 AFTER 1
                WRITE P-REC FROM HEAD-2 AFTER 2
                MOVE SPACE TO END-FLG
                OPEN INPUT DAICHO-FILE
                IF DAICHO-FS = "00"
                    READ DAICHO-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                    PERFORM UNTIL END-FLG = "E"
                        PERFORM HANTEI-RTN
                        READ DAICHO-FILE
                            AT END MOVE "E" TO END-FLG
                        END-READ
                    END-PERFORM
                END-IF
                CLOSE DAICHO-FILE
                MOVE HIT-CNT     TO F-CNT
                MOVE HIT-KINGAKU TO F-KINGAKU
                WRITE P-REC FROM FOOT-1 AFTER 2
                WRITE P-REC FROM FOOT-2 AFTER 1
                CLOSE PRINT-FILE
                DISPLAY "該当件数：" HIT-CNT
            END-IF.
      *
      * 検索条件の入力（空白は指定なし）
       JOKEN-IN-RTN.
            MOVE "Y" TO OK-FLG
            DISPLAY "取引日FROM(YYYYMMDD、空白=指定なし)："
            ACCEPT IN-DATE-FROM
            DISPLAY "取引日TO  (YYYYMMDD、空白=指定なし)："
            ACCEPT IN-DATE-TO
            DISPLAY "金額FROM(空白=指定なし)："
            ACCEPT IN-KIN-FROM
            DISPLAY "金額TO  (空白=指定なし)："
            ACCEPT IN-KIN-TO
            DISPLAY "仕入先コード(空白=全件)："
            ACCEPT IN-S-CODE
            IF IN-DATE-FROM NOT = SPACE
                IF IN-DATE-FROM NUMERIC
                    MOVE IN-DATE-FROM TO JK-DATE-FROM
                ELSE
                    MOVE "N" TO OK-FLG
                END-IF
            END-IF
            IF IN-DATE-TO NOT = SPACE
                IF IN-DATE-TO NUMERIC
                    MOVE IN-DATE-TO TO JK-DATE-TO
                ELSE
                    MOVE "N" TO OK-FLG
                END-IF
            END-IF
            IF IN-KIN-FROM NOT = SPACE
                PERFORM KIN-FROM-RTN
            END-IF
            IF IN-KIN-TO NOT = SPACE
                PERFORM KIN-TO-RTN
            END-IF
            IF JK-DATE-FROM > JK-DATE-TO OR JK-KIN-FROM > JK-KIN-TO
                MOVE "N" TO OK-FLG
            END-IF.
      *
      * 金額は桁数自由の入力を右詰めゼロ埋めにして数値化する
       KIN-FROM-RTN.
            MOVE IN-KIN-FROM TO IN-KINGAKU
            PERFORM KIN-EDIT-RTN
            IF IN-KINGAKU NUMERIC
                MOVE IN-KINGAKU TO JK-KIN-FROM
            ELSE
                MOVE "N" TO OK-FLG
            END-IF.
      *
       KIN-TO-RTN.
            MOVE IN-KIN-TO TO IN-KINGAKU
            PERFORM KIN-EDIT-RTN
            IF IN-KINGAKU NUMERIC
                MOVE IN-KINGAKU TO JK-KIN-TO
            ELSE
                MOVE "N" TO OK-FLG
            END-IF.
      *
       KIN-EDIT-RTN.
            MOVE SPACE TO KIN-WORK
            MOVE ZERO  TO KIN-LEN
            UNSTRING IN-KINGAKU DELIMITED BY SPACE
                INTO KIN-WORK COUNT IN KIN-LEN
            END-UNSTRING
            MOVE ALL "0" TO IN-KINGAKU
            IF KIN-LEN > ZERO
                MOVE KIN-WORK(1:KIN-LEN)
                    TO IN-KINGAKU(12 - KIN-LEN:KIN-LEN)
            END-IF.
      *
       HANTEI-RTN.
            MOVE "Y" TO HIT-FLG
            IF DR-T-DATE < JK-DATE-FROM OR DR-T-DATE > JK-DATE-TO
                MOVE "N" TO HIT-FLG
            END-IF
            IF DR-KINGAKU < JK-KIN-FROM OR DR-KINGAKU > JK-KIN-TO
                MOVE "N" TO HIT-FLG
            END-IF
            IF IN-S-CODE NOT = SPACE AND DR-S-CODE NOT = IN-S-CODE
                MOVE "N" TO HIT-FLG
            END-IF
            IF HIT-FLG = "Y"
                ADD 1 TO HIT-CNT
                ADD DR-KINGAKU TO HIT-KINGAKU
                MOVE SPACE TO M-FILE
                MOVE DR-SEQ      TO M-SEQ
                MOVE DR-UKE-DATE TO M-UKE-DATE
                MOVE DR-SHUBETSU TO M-SHUBETSU
                MOVE DR-S-CODE   TO M-S-CODE
                MOVE DR-T-DATE   TO M-T-DATE
                MOVE DR-KINGAKU  TO M-KINGAKU
                MOVE DR-FILE     TO M-FILE
                WRITE P-REC FROM MEISAI AFTER 1
            END-IF.
      *
      * 訂正：連番の行を表示し、変更する項目だけ入力させる
       TEISEI-RTN.
            DISPLAY "訂正する連番(7桁)："
            ACCEPT IN-SEQ
            IF IN-SEQ NOT NUMERIC
                DISPLAY "連番が不正です。"
            ELSE
                MOVE IN-SEQ TO DN-SEQ
                PERFORM SAGASU-RTN
                IF HIT-FLG NOT = "Y"
                    DISPLAY "該当する連番がありません。"
                ELSE
                    PERFORM TEISEI-IN-RTN
                END-IF
            END-IF.
      *
       SAGASU-RTN.
            MOVE SPACE TO HIT-FLG END-FLG
            OPEN INPUT DAICHO-FILE
            IF DAICHO-FS = "00"
                READ DAICHO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF DR-SEQ = DN-SEQ
                        MOVE "Y"        TO HIT-FLG
                        MOVE DR-S-CODE  TO DN-S-CODE
                        MOVE DR-T-DATE  TO DN-T-DATE
                        MOVE DR-KINGAKU TO DN-KINGAKU
                        MOVE "E" TO END-FLG
                    ELSE
                        READ DAICHO-FILE
                            AT END MOVE "E" TO END-FLG
                        END-READ
                    END-IF
                END-PERFORM
            END-IF
            CLOSE DAICHO-FILE
            MOVE SPACE TO END-FLG.
      *
       TEISEI-IN-RTN.
            MOVE "Y" TO OK-FLG
            DISPLAY "現在　仕入先：" DN-S-CODE
                    "　取引日：" DN-T-DATE
                    "　金額：" DN-KINGAKU
            DISPLAY "仕入先コード(空白=変更なし)："
            ACCEPT IN-S-CODE
            DISPLAY "取引日YYYYMMDD(空白=変更なし)："
            ACCEPT IN-T-DATE
            DISPLAY "金額(空白=変更なし)："
            ACCEPT IN-KINGAKU
            IF IN-S-CODE NOT = SPACE
                MOVE IN-S-CODE TO DN-S-CODE
            END-IF
            IF IN-T-DATE NOT = SPACE
                IF IN-T-DATE NUMERIC
                    MOVE IN-T-DATE TO DN-T-DATE
                ELSE
                    MOVE "N" TO OK-FLG
                END-IF
            END-IF
            IF IN-KINGAKU NOT = SPACE
                PERFORM KIN-EDIT-RTN
                IF IN-KINGAKU NUMERIC
                    MOVE IN-KINGAKU TO DN-KINGAKU
                ELSE
                    MOVE "N" TO OK-FLG
                END-IF
            END-IF
            IF OK-FLG NOT = "Y"
                DISPLAY "入力が不正です。訂正しません。"
            ELSE
                DISPLAY "訂正後　仕入先：" DN-S-CODE
                        "　取引日：" DN-T-DATE
                        "　金額：" DN-KINGAKU
                DISPLAY "訂正してよろしいですか(Y/N)："
                ACCEPT IN-KAKUNIN
                IF IN-KAKUNIN = "Y" OR IN-KAKUNIN = "y"
                    MOVE "C" TO DN-FUNC
                    CALL "DENSHI" USING DN-FUNC DN-SEQ DN-SHUBETSU
                                        DN-S-CODE DN-T-DATE
                                        DN-KINGAKU DN-FILE DN-REF
                                        DN-RESULT
                    IF DN-RESULT = "Y"
                        DISPLAY "訂正しました"
                                "（変更履歴へ記録）。"
                    ELSE
                        DISPLAY "訂正できませんでした。"
                    END-IF
                ELSE
                    DISPLAY "訂正を取り消しました。"
                END-IF
            END-IF.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
