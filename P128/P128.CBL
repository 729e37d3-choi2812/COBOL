      *
      * 14JY0123 崔　禎　文
      * 店舗要求入力：店舗（出庫TRAN.TXTのD-OUTLETと同じ店舗コード）
      * が必要な商品・数量・必要日を画面から入力し、店舗要求.TXTへ
      * 要求NO・入力日・担当者ID付きで追記する。仕入先の指定は任意
      * （空白ならP129の集約時に契約単価・仕入実績から決める）
      * 廃番商品（T-STATUS=D）・休止仕入先（S-STATUS=I）・本日より
      * 前の必要日は受け付けない。集約NO欄は空白（未集約）で登録し、
      * P129が発注TRAN.TXTへまとめた時点で集約NOを入れる
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P128.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL YOKYU-FILE ASSIGN  "店舗要求.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS YOKYU-FS.
           SELECT  SHOHIN-FILE ASSIGN  "ISAM商品マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY T-NO.
           SELECT  MAS-FILE    ASSIGN  "ISAM仕入先マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY S-CODE.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 店舗要求：集約NOが空白の行が未集約（P129が集約NOを入れる）
       FD  YOKYU-FILE.
       01  RQ-REC.
           05  RQ-NO             PIC 9(06).
           05                    PIC X(01).
           05  RQ-OUTLET         PIC X(04).
           05                    PIC X(01).
           05  RQ-ITEM           PIC X(05).
           05                    PIC X(01).
           05  RQ-SURYO          PIC 9(05).
           05                    PIC X(01).
           05  RQ-NEED           PIC 9(08).
           05                    PIC X(01).
           05  RQ-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  RQ-DATE           PIC 9(08).
           05                    PIC X(01).
           05  RQ-OPID           PIC X(04).
           05                    PIC X(01).
           05  RQ-YK-NO          PIC X(06).
      *
       FD  SHOHIN-FILE.
       01  T-REC.
           05  T-NO              PIC X(05).
           05  T-NAME            PIC X(10).
           05  T-S-TANKA         PIC 9(05)V99.
           05  T-H-TANKA         PIC 9(05)V99.
           05  T-CATEGORY        PIC X(02).
           05  T-SHELF-DAYS      PIC 9(03).
           05  T-STATUS          PIC X(01).
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
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  YOKYU-FS              PIC X(02)  VALUE SPACE.
       01  YOKYU-END-FLG         PIC X(01)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  IN-OUTLET             PIC X(04)  VALUE SPACE.
       01  IN-ITEM               PIC X(05)  VALUE SPACE.
       01  IN-SURYO              PIC X(05)  VALUE SPACE.
       01  IN-NEED               PIC X(08)  VALUE SPACE.
       01  IN-S-CODE             PIC X(03)  VALUE SPACE.
       01  OK-FLG                PIC X(01)  VALUE SPACE.
       01  LAST-NO               PIC 9(06)  VALUE ZERO.
       01  ADD-CNT               PIC 9(03)  VALUE ZERO.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM OPID-LOAD-RTN
            PERFORM SAIBAN-RTN
            DISPLAY "店舗コード(4桁)："
            ACCEPT IN-OUTLET
            IF IN-OUTLET = SPACE
                DISPLAY "店舗コードが不正です。"
                STOP RUN
            END-IF
            OPEN INPUT SHOHIN-FILE MAS-FILE
            PERFORM UNTIL END-FLG = "E"
                DISPLAY "商品NO（終了はEND）："
                ACCEPT IN-ITEM
                IF IN-ITEM = "END" OR IN-ITEM = "end"
                    MOVE "E" TO END-FLG
                ELSE
                    PERFORM NYURYOKU-RTN
                END-IF
            END-PERFORM
            CLOSE SHOHIN-FILE MAS-FILE
            DISPLAY "登録件数：" ADD-CNT
            DISPLAY "END"
            STOP RUN.
      *
      * 1件の要求：商品・数量・必要日・仕入先（任意）を検査して追記
       NYURYOKU-RTN.
            MOVE "Y" TO OK-FLG
            MOVE IN-ITEM TO T-NO
            READ SHOHIN-FILE
                INVALID KEY
                    DISPLAY "商品がありません：" IN-ITEM
                    MOVE "N" TO OK-FLG
                NOT INVALID KEY
                    IF T-STATUS = "D"
                        DISPLAY "廃番商品です：" IN-ITEM
                        MOVE "N" TO OK-FLG
                    ELSE
                        DISPLAY "商品名：" T-NAME
                    END-IF
            END-READ
            IF OK-FLG = "Y"
                DISPLAY "数量(5桁)："
                ACCEPT IN-SURYO
                IF IN-SURYO NOT NUMERIC OR IN-SURYO = ZERO
                    DISPLAY "数字5桁で入力してください。"
                    MOVE "N" TO OK-FLG
                END-IF
            END-IF
            IF OK-FLG = "Y"
                DISPLAY "必要日YYYYMMDD："
                ACCEPT IN-NEED
                IF IN-NEED NOT NUMERIC
                    DISPLAY "数字8桁で入力してください。"
                    MOVE "N" TO OK-FLG
                ELSE
                    IF IN-NEED < W-DATE8
                        DISPLAY "本日より前の必要日は"
                                "不可です。"
                        MOVE "N" TO OK-FLG
                    END-IF
                END-IF
            END-IF
            IF OK-FLG = "Y"
                DISPLAY "仕入先コード(空白=自動)："
                ACCEPT IN-S-CODE
                IF IN-S-CODE NOT = SPACE
                    PERFORM SHIIRESAKI-CHK-RTN
                END-IF
            END-IF
            IF OK-FLG = "Y"
                PERFORM YOKYU-WRITE-RTN
            ELSE
                DISPLAY "この要求は登録しません。"
            END-IF.
      *
       SHIIRESAKI-CHK-RTN.
            MOVE IN-S-CODE TO S-CODE
            READ MAS-FILE
                INVALID KEY
                    DISPLAY "仕入先がありません：" IN-S-CODE
                    MOVE "N" TO OK-FLG
                NOT INVALID KEY
                    IF S-INACTIVE
                        DISPLAY "休止中の仕入先です："
                                IN-S-CODE
                        MOVE "N" TO OK-FLG
                    END-IF
            END-READ.
      *
       YOKYU-WRITE-RTN.
            ADD 1 TO LAST-NO
            OPEN EXTEND YOKYU-FILE
            MOVE SPACE TO RQ-REC
            MOVE LAST-NO   TO RQ-NO
            MOVE IN-OUTLET TO RQ-OUTLET
            MOVE IN-ITEM   TO RQ-ITEM
            MOVE IN-SURYO  TO RQ-SURYO
            MOVE IN-NEED   TO RQ-NEED
            MOVE IN-S-CODE TO RQ-S-CODE
            MOVE W-DATE8   TO RQ-DATE
            MOVE OPID      TO RQ-OPID
            WRITE RQ-REC
            CLOSE YOKYU-FILE
            ADD 1 TO ADD-CNT
            DISPLAY "要求NO " LAST-NO " で登録しました。".
      *
      * 要求NOの採番（店舗要求.TXTの最大NO＋1）
       SAIBAN-RTN.
            OPEN INPUT YOKYU-FILE
            IF YOKYU-FS = "00"
                READ YOKYU-FILE
                    AT END MOVE "E" TO YOKYU-END-FLG
                END-READ
                PERFORM UNTIL YOKYU-END-FLG = "E"
                    IF RQ-NO > LAST-NO
                        MOVE RQ-NO TO LAST-NO
                    END-IF
                    READ YOKYU-FILE
                        AT END MOVE "E" TO YOKYU-END-FLG
                    END-READ
                END-PERFORM
                CLOSE YOKYU-FILE
            ELSE
                CLOSE YOKYU-FILE
            END-IF.
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
