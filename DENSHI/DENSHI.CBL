      *
      * 14JY0123 崔　禎　文
      * 電子取引台帳共通サブプログラム（電子帳簿保存法対応）
      * 受領した電子取引データを電子取引台帳.TXTへ記録する
      * 種別："N"=納品CSV（P61）　"K"=注文請書（P81）
      * 　　　"S"=請求書（P32）
      * 機能："F"=受領ファイル保存（DN-FILEの受領ファイルを
      * 　　　　電子＋種別＋受領日時.TXTへ複写し、保存名を返す）
      * 　　　"R"=登録（台帳へ追記し、採番した連番をDN-SEQへ返す）
      * 　　　"C"=訂正（DN-SEQの行の仕入先・取引日・金額を訂正）
      * 台帳の登録・訂正はすべて担当者ID（サインオン.TXT）付きで
      * 電子取引変更履歴.TXTへ前後イメージを記録する
      * 結果：DN-RESULT　Y=正常　N=該当なし・不正
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      DENSHI.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL DAICHO-FILE ASSIGN  "電子取引台帳.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS DAICHO-FS.
           SELECT  DAICHO-NEW  ASSIGN  "電子取引台帳.NEW"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL RIREKI-FILE ASSIGN
                                    "電子取引変更履歴.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS RIREKI-FS.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 電子取引台帳：連番・受領日・種別・仕入先・取引日・金額・
      * 保存ファイル名・参照番号・登録担当者
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
       FD  DAICHO-NEW.
       01  DRN-REC               PIC X(90).
      *
      * 変更履歴：A＝登録　C＝訂正（変更前・変更後の台帳イメージ）
       FD  RIREKI-FILE.
       01  RK-REC.
           05  RK-DATE           PIC 9(08).
           05                    PIC X(01).
           05  RK-TIME           PIC 9(06).
           05                    PIC X(01).
           05  RK-OPID           PIC X(04).
           05                    PIC X(01).
           05  RK-KBN            PIC X(01).
           05                    PIC X(01).
           05  RK-BEFORE         PIC X(90).
           05                    PIC X(01).
           05  RK-AFTER          PIC X(90).
      *
       FD  SIGNON-FILE.
       01  SG-REC.
           05  SG-OPID           PIC X(04).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  INIT-FLG              PIC X(01)  VALUE SPACE.
       01  HIT-FLG               PIC X(01)  VALUE SPACE.
       01  RIREKI-KBN            PIC X(01)  VALUE SPACE.
       01  DAICHO-FS             PIC X(02)  VALUE SPACE.
       01  RIREKI-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  LAST-SEQ              PIC 9(07)  VALUE ZERO.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  W-TIME8               PIC 9(08)  VALUE ZERO.
       01  HOZON-NAME            PIC X(30)  VALUE SPACE.
       01  W-BEFORE              PIC X(90)  VALUE SPACE.
       01  W-AFTER               PIC X(90)  VALUE SPACE.
       01  CMD                   PIC X(100) VALUE SPACE.
      *
       LINKAGE          SECTION.
       01  DN-FUNC               PIC X(01).
       01  DN-SEQ                PIC 9(07).
       01  DN-SHUBETSU           PIC X(01).
       01  DN-S-CODE             PIC X(03).
       01  DN-T-DATE             PIC 9(08).
       01  DN-KINGAKU            PIC 9(11).
       01  DN-FILE               PIC X(30).
       01  DN-REF                PIC X(10).
       01  DN-RESULT             PIC X(01).
      *
       PROCEDURE        DIVISION USING DN-FUNC DN-SEQ DN-SHUBETSU
                                       DN-S-CODE DN-T-DATE DN-KINGAKU
                                       DN-FILE DN-REF DN-RESULT.
       MOOO.
            IF INIT-FLG NOT = "Y"
                PERFORM OPID-LOAD-RTN
                PERFORM SEQ-LOAD-RTN
                MOVE "Y" TO INIT-FLG
            END-IF
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            ACCEPT W-TIME8 FROM TIME
            MOVE "Y" TO DN-RESULT
            EVALUATE DN-FUNC
                WHEN "F" PERFORM HOZON-RTN
                WHEN "R" PERFORM TOROKU-RTN
                WHEN "C" PERFORM TEISEI-RTN
                WHEN OTHER MOVE "N" TO DN-RESULT
            END-EVALUATE
            GOBACK.
      *
      * 受領ファイルを保存名（電子＋種別＋受領日時.TXT）へ複写する
       HOZON-RTN.
            IF DN-FILE = SPACE
                MOVE "N" TO DN-RESULT
            ELSE
                MOVE SPACE TO HOZON-NAME
                STRING "電子"        DELIMITED BY SIZE
                       DN-SHUBETSU   DELIMITED BY SIZE
                       W-DATE8       DELIMITED BY SIZE
                       W-TIME8(1:6)  DELIMITED BY SIZE
                       ".TXT"        DELIMITED BY SIZE
                       INTO HOZON-NAME
                END-STRING
                MOVE SPACE TO CMD
                STRING "cp "         DELIMITED BY SIZE
                       DN-FILE       DELIMITED BY SPACE
                       " "           DELIMITED BY SIZE
                       HOZON-NAME    DELIMITED BY SPACE
                       INTO CMD
                END-STRING
                CALL "SYSTEM" USING CMD
                MOVE HOZON-NAME TO DN-FILE
            END-IF.
      *
      * 台帳へ1件追記し、登録履歴を書く
       TOROKU-RTN.
            ADD 1 TO LAST-SEQ
            MOVE SPACE       TO DR-REC
            MOVE LAST-SEQ    TO DR-SEQ
            MOVE W-DATE8     TO DR-UKE-DATE
            MOVE DN-SHUBETSU TO DR-SHUBETSU
            MOVE DN-S-CODE   TO DR-S-CODE
            MOVE DN-T-DATE   TO DR-T-DATE
            MOVE DN-KINGAKU  TO DR-KINGAKU
            MOVE DN-FILE     TO DR-FILE
            MOVE DN-REF      TO DR-REF
            MOVE OPID        TO DR-OPID
            MOVE DR-REC      TO W-AFTER
            OPEN EXTEND DAICHO-FILE
            WRITE DR-REC
            CLOSE DAICHO-FILE
            MOVE LAST-SEQ    TO DN-SEQ
            MOVE SPACE       TO W-BEFORE
            MOVE "A"         TO RIREKI-KBN
            PERFORM RIREKI-WRITE-RTN.
      *
      * 指定連番の行を訂正して台帳を書き直し、前後イメージを残す
      * （登録担当者・受領日・保存ファイル名は訂正できない）
       TEISEI-RTN.
            MOVE SPACE TO HIT-FLG END-FLG
            OPEN INPUT DAICHO-FILE
            IF DAICHO-FS NOT = "00"
                CLOSE DAICHO-FILE
                MOVE "N" TO DN-RESULT
            ELSE
                OPEN OUTPUT DAICHO-NEW
                READ DAICHO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF DR-SEQ = DN-SEQ
                        MOVE "Y"        TO HIT-FLG
                        MOVE DR-REC     TO W-BEFORE
                        MOVE DN-S-CODE  TO DR-S-CODE
                        MOVE DN-T-DATE  TO DR-T-DATE
                        MOVE DN-KINGAKU TO DR-KINGAKU
                        MOVE DR-REC     TO W-AFTER
                    END-IF
                    MOVE DR-REC TO DRN-REC
                    WRITE DRN-REC
                    READ DAICHO-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE DAICHO-FILE DAICHO-NEW
                IF HIT-FLG = "Y"
                    MOVE SPACE TO CMD
                    STRING "mv 電子取引台帳.NEW "
                               DELIMITED BY SIZE
                           "電子取引台帳.TXT"
                               DELIMITED BY SIZE
                           INTO CMD
                    END-STRING
                    CALL "SYSTEM" USING CMD
                    MOVE "C" TO RIREKI-KBN
                    PERFORM RIREKI-WRITE-RTN
                ELSE
                    MOVE "N" TO DN-RESULT
                END-IF
            END-IF
            MOVE SPACE TO END-FLG.
      *
       RIREKI-WRITE-RTN.
            OPEN EXTEND RIREKI-FILE
            MOVE SPACE        TO RK-REC
            MOVE W-DATE8      TO RK-DATE
            MOVE W-TIME8(1:6) TO RK-TIME
            MOVE OPID         TO RK-OPID
            MOVE RIREKI-KBN   TO RK-KBN
            MOVE W-BEFORE     TO RK-BEFORE
            MOVE W-AFTER      TO RK-AFTER
            WRITE RK-REC
            CLOSE RIREKI-FILE.
      *
      * 台帳の最終連番を求める（初回呼出し時のみ）
       SEQ-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT DAICHO-FILE
            IF DAICHO-FS = "00"
                READ DAICHO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF DR-SEQ > LAST-SEQ
                        MOVE DR-SEQ TO LAST-SEQ
                    END-IF
                    READ DAICHO-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
            END-IF
            CLOSE DAICHO-FILE
            MOVE SPACE TO END-FLG.
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
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
