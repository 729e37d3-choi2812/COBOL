      *
      * 14JY0123 崔　禎　文
      * 包括発注：米・食用油などの年間約定（仕入先・商品・約定数量
      * ・単価・有効期間）を包括発注マスタ.TXTに登録し、週次の
      * 分納発注（P85・P29で確定）をこれに紐付けて残数を管理する
      * 登録時は同じ単価・期間の契約単価を契約単価マスタ.TXTへ
      * 追加し、注文書（P62）・入荷（P82）・照合（P9）の単価を
      * 揃える（期間の重なる契約が既にあれば追加せず知らせる）
      * 状況表は包括発注明細.TXT（P29が記録）の分納発注を発注
      * マスタで引き、約定・発行（取消を除く）・入荷・残数量を印字
      * する。残が約定の10％以下は★残少、期限まで30日以内で未発行
      * が約定の20％以上は★期限間近、期限切れで残ありは★期限切れ
      * 1=登録 2=終了 3=状況表をメニューで選ぶ（1・2は権限レベル2）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P132.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL BK-FILE ASSIGN  "包括発注マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS BK-FS.
           SELECT  BK-NEW      ASSIGN  "包括発注マスタ.NEW"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL BM-FILE ASSIGN  "包括発注明細.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS BM-FS.
           SELECT  OPTIONAL KEIYAKU-FILE ASSIGN
                                    "契約単価マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KEIYAKU-FS.
           SELECT  SHOHIN-FILE ASSIGN  "ISAM商品マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY T-NO.
           SELECT  MAS-FILE    ASSIGN  "ISAM仕入先マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY S-CODE.
           SELECT  OPTIONAL PO-FILE ASSIGN  "ISAM発注マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY PO-NO.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  OPTIONAL OPE-FILE ASSIGN
                                    "オペレータマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS OPE-FS.
           SELECT  PRINT-FILE  ASSIGN  "P132.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 包括発注マスタ：A＝有効　C＝終了（以後の分納に使わない）
       FD  BK-FILE.
       01  BK-REC.
           05  BK-NO             PIC 9(06).
           05                    PIC X(01).
           05  BK-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  BK-ITEM           PIC X(05).
           05                    PIC X(01).
           05  BK-SURYO          PIC 9(07).
           05                    PIC X(01).
           05  BK-TANKA          PIC 9(05)V99.
           05                    PIC X(01).
           05  BK-FROM           PIC 9(08).
           05                    PIC X(01).
           05  BK-TO             PIC 9(08).
           05                    PIC X(01).
           05  BK-STATUS         PIC X(01).
               88  BK-ACTIVE                VALUE "A".
               88  BK-CLOSED                VALUE "C".
           05                    PIC X(01).
           05  BK-DATE           PIC 9(08).
           05                    PIC X(01).
           05  BK-OPID           PIC X(04).
      *
       FD  BK-NEW.
       01  BKN-REC               PIC X(66).
      *
      * 包括発注明細：分納発注の発注NO（P29が確定時に記録）
       FD  BM-FILE.
       01  BM-REC.
           05  BM-BK-NO          PIC 9(06).
           05                    PIC X(01).
           05  BM-PO-NO          PIC X(06).
           05                    PIC X(01).
           05  BM-SURYO          PIC 9(05).
           05                    PIC X(01).
           05  BM-DATE           PIC 9(08).
      *
       FD  KEIYAKU-FILE.
       01  KY-REC.
           05  KY-ITEM           PIC X(05).
           05                    PIC X(01).
           05  KY-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  KY-TANKA          PIC 9(05)V99.
           05                    PIC X(01).
           05  KY-FROM           PIC 9(08).
           05                    PIC X(01).
           05  KY-TO             PIC 9(08).
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
       FD  PO-FILE.
       01  PO-REC.
           05  PO-NO             PIC X(06).
           05  PO-S-CODE         PIC X(03).
           05  PO-ITEM           PIC X(05).
           05  PO-SURYO          PIC 9(05).
           05  PO-DATE           PIC 9(08).
           05  PO-YOTEI          PIC 9(08).
           05  PO-STATUS         PIC X(01).
               88  PO-OPEN                  VALUE "O".
               88  PO-CLOSED                VALUE "C".
               88  PO-PENDING               VALUE "P".
               88  PO-CANCELLED             VALUE "X".
           05  PO-UKE-SURYO      PIC 9(05).
           05  PO-DOC-NO         PIC X(06).
           05  PO-UKE-DATE       PIC 9(08).
      *
       FD  SIGNON-FILE.
       01  SG-REC.
           05  SG-OPID           PIC X(04).
      *
       FD  OPE-FILE.
       01  OP-REC.
           05  OP-ID             PIC X(04).
           05                    PIC X(01).
           05  OP-NAME           PIC X(10).
           05                    PIC X(01).
           05  OP-LEVEL          PIC X(01).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  BK-FS                 PIC X(02)  VALUE SPACE.
       01  BM-FS                 PIC X(02)  VALUE SPACE.
       01  KEIYAKU-FS            PIC X(02)  VALUE SPACE.
       01  KEIYAKU-END-FLG       PIC X(01)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPE-FS                PIC X(02)  VALUE SPACE.
       01  OPE-END-FLG           PIC X(01)  VALUE SPACE.
       01  CUR-LEVEL             PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  ANS                   PIC X(01)  VALUE SPACE.
       01  OK-FLG                PIC X(01)  VALUE SPACE.
       01  JUFUKU-FLG            PIC X(01)  VALUE SPACE.
       01  IN-BK-NO              PIC X(06)  VALUE SPACE.
       01  IN-S-CODE             PIC X(03)  VALUE SPACE.
       01  IN-ITEM               PIC X(05)  VALUE SPACE.
       01  IN-SURYO              PIC X(07)  VALUE SPACE.
       01  IN-TANKA              PIC X(07)  VALUE SPACE.
       01  IN-TANKA-N REDEFINES IN-TANKA PIC 9(05)V99.
       01  IN-FROM               PIC X(08)  VALUE SPACE.
       01  IN-TO                 PIC X(08)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  BX                    PIC 9(03).
       01  BK-CNT                PIC 9(03)  VALUE ZERO.
       01  HIT-BX                PIC 9(03)  VALUE ZERO.
       01  LAST-BK-NO            PIC 9(06)  VALUE ZERO.
       01  HAKKO-SURYO           PIC 9(08)  VALUE ZERO.
       01  UKE-SURYO             PIC 9(08)  VALUE ZERO.
       01  ZAN-SURYO             PIC S9(08) VALUE ZERO.
       01  KIGEN-NISSU           PIC S9(07) VALUE ZERO.
       01  ZANSHO-CNT            PIC 9(03)  VALUE ZERO.
       01  KIGEN-CNT             PIC 9(03)  VALUE ZERO.
       01  KIREGIRE-CNT          PIC 9(03)  VALUE ZERO.
       01  WS-DATE-IN            PIC 9(08).
       01  WS-YY                 PIC 9(04).
       01  WS-MM                 PIC 9(02).
       01  WS-DD                 PIC 9(02).
       01  WS-SERIAL             PIC 9(07).
       01  TODAY-SERIAL          PIC 9(07)  VALUE ZERO.
      *
      * 警告の基準（残少％・期限までの日数・期限間近の未発行％）
       01  ZANSHO-RITSU          PIC 9(03)  VALUE 10.
       01  KIGEN-KIJUN           PIC 9(03)  VALUE 30.
       01  MIHAKKO-RITSU         PIC 9(03)  VALUE 20.
      *
      * 包括発注マスタの作業表（終了の書き直し用）
       01  BK-TBL.
           05  BK-ENT            OCCURS 200 TIMES.
               10  BKT-REC       PIC X(66).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 包括発注状況表".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
       01  HEAD-2.
           05                    PIC X(08)  VALUE  "包括NO".
           05                    PIC X(06)  VALUE  "仕入".
           05                    PIC X(06)  VALUE  "商品".
           05                    PIC X(09)  VALUE  "約定数".
           05                    PIC X(09)  VALUE  "発行数".
           05                    PIC X(09)  VALUE  "入荷数".
           05                    PIC X(09)  VALUE  "残数".
           05                    PIC X(11)  VALUE  "期限".
           05                    PIC X(06)  VALUE  "備考".
       01  MEISAI.
           05  M-BK-NO           PIC 9(06).
           05                    PIC X(01)  VALUE SPACE.
           05  M-S-CODE          PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  M-ITEM            PIC X(05).
           05                    PIC X(01)  VALUE SPACE.
           05  M-YAKUJO          PIC ZZZZZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-HAKKO           PIC ZZZZZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-UKE             PIC ZZZZZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-ZAN             PIC -ZZZZZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-TO              PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-BIKO            PIC X(15).
      *
      * 分納発注の内訳（発注NO・発注日・発注数・入荷数・状態）
       01  MEISAI-2.
           05                    PIC X(04)  VALUE SPACE.
           05                    PIC X(09)  VALUE "発注：".
           05  M2-PO-NO          PIC X(06).
           05                    PIC X(02)  VALUE SPACE.
           05  M2-DATE           PIC 9999/99/99.
           05                    PIC X(02)  VALUE SPACE.
           05  M2-SURYO          PIC ZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M2-UKE            PIC ZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M2-JOTAI          PIC X(12).
       01  FOOT-1.
           05                    PIC X(09)  VALUE "件数：".
           05  F-CNT             PIC ZZ9.
           05                    PIC X(15)  VALUE "　★残少：".
           05  F-ZANSHO          PIC ZZ9.
           05                    PIC X(21)  VALUE
                                 "　★期限間近：".
           05  F-KIGEN           PIC ZZ9.
           05                    PIC X(21)  VALUE
                                 "　★期限切れ：".
           05  F-KIREGIRE        PIC ZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM OPID-LOAD-RTN
            PERFORM BK-LOAD-RTN
            DISPLAY "1=登録 2=終了 3=状況表："
            ACCEPT MENU-CHOICE
            EVALUATE MENU-CHOICE
                WHEN "1"
                WHEN "2"
                    PERFORM LEVEL-CHK-RTN
                    IF CUR-LEVEL NOT = "2"
                        DISPLAY "権限がありません。"
                    ELSE
                        IF MENU-CHOICE = "1"
                            PERFORM TOROKU-RTN
                        ELSE
                            PERFORM SHURYO-RTN
                        END-IF
                    END-IF
                WHEN "3" PERFORM JOKYO-RTN
                WHEN OTHER DISPLAY "選択が不正です。"
            END-EVALUATE
            DISPLAY "END"
            STOP RUN.
      *
      * 登録：仕入先・商品・約定数量・単価・有効期間を受け付ける
      * （同じ仕入先・商品で期間の重なる有効な包括発注があれば不可）
       TOROKU-RTN.
            MOVE "Y" TO OK-FLG
            OPEN INPUT SHOHIN-FILE MAS-FILE
            DISPLAY "仕入先コード(3桁)："
            ACCEPT IN-S-CODE
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
                    ELSE
                        DISPLAY "仕入先名：" S-SYOTEN-REST
                    END-IF
            END-READ
            IF OK-FLG = "Y"
                DISPLAY "商品NO："
                ACCEPT IN-ITEM
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
            END-IF
            IF OK-FLG = "Y"
                DISPLAY "約定数量(7桁)："
                ACCEPT IN-SURYO
                IF IN-SURYO NOT NUMERIC OR IN-SURYO = ZERO
                    DISPLAY "数字7桁で入力してください。"
                    MOVE "N" TO OK-FLG
                END-IF
            END-IF
            IF OK-FLG = "Y"
                DISPLAY "単価(7桁、円5桁＋銭2桁)："
                ACCEPT IN-TANKA
                IF IN-TANKA NOT NUMERIC OR IN-TANKA-N = ZERO
                    DISPLAY "単価が不正です。"
                    MOVE "N" TO OK-FLG
                END-IF
            END-IF
            IF OK-FLG = "Y"
                DISPLAY "有効開始日YYYYMMDD："
                ACCEPT IN-FROM
                DISPLAY "有効終了日YYYYMMDD："
                ACCEPT IN-TO
                IF IN-FROM NOT NUMERIC OR IN-TO NOT NUMERIC
                    DISPLAY "数字8桁で入力してください。"
                    MOVE "N" TO OK-FLG
                ELSE
                    IF IN-TO < IN-FROM OR IN-TO < W-DATE8
                        DISPLAY "有効期間が不正です。"
                        MOVE "N" TO OK-FLG
                    END-IF
                END-IF
            END-IF
            IF OK-FLG = "Y"
                PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BK-CNT
                    MOVE BKT-REC(BX) TO BK-REC
                    IF BK-ACTIVE AND BK-S-CODE = IN-S-CODE
                        AND BK-ITEM = IN-ITEM
                        AND BK-FROM <= IN-TO AND BK-TO >= IN-FROM
                        DISPLAY "期間の重なる包括発注が"
                                "あります：" BK-NO
                        MOVE "N" TO OK-FLG
                    END-IF
                END-PERFORM
            END-IF
            IF OK-FLG = "Y"
                PERFORM BK-WRITE-RTN
            ELSE
                DISPLAY "包括発注は登録しません。"
            END-IF
            CLOSE SHOHIN-FILE MAS-FILE.
      *
      * 包括NOを採番して追記し、契約単価マスタへ同じ単価を追加する
       BK-WRITE-RTN.
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BK-CNT
                MOVE BKT-REC(BX) TO BK-REC
                IF BK-NO > LAST-BK-NO
                    MOVE BK-NO TO LAST-BK-NO
                END-IF
            END-PERFORM
            ADD 1 TO LAST-BK-NO
            OPEN EXTEND BK-FILE
            MOVE SPACE TO BK-REC
            MOVE LAST-BK-NO TO BK-NO
            MOVE IN-S-CODE  TO BK-S-CODE
            MOVE IN-ITEM    TO BK-ITEM
            MOVE IN-SURYO   TO BK-SURYO
            MOVE IN-TANKA-N TO BK-TANKA
            MOVE IN-FROM    TO BK-FROM
            MOVE IN-TO      TO BK-TO
            MOVE "A"        TO BK-STATUS
            MOVE W-DATE8    TO BK-DATE
            MOVE OPID       TO BK-OPID
            WRITE BK-REC
            CLOSE BK-FILE
            DISPLAY "包括NO " LAST-BK-NO " で登録しました。"
            PERFORM JUFUKU-CHK-RTN
            IF JUFUKU-FLG = "Y"
                DISPLAY "★期間の重なる契約単価が"
                        "あるため契約単価マスタは"
                        "変更しません。"
            ELSE
                OPEN EXTEND KEIYAKU-FILE
                MOVE SPACE      TO KY-REC
                MOVE IN-ITEM    TO KY-ITEM
                MOVE IN-S-CODE  TO KY-S-CODE
                MOVE IN-TANKA-N TO KY-TANKA
                MOVE IN-FROM    TO KY-FROM
                MOVE IN-TO      TO KY-TO
                WRITE KY-REC
                CLOSE KEIYAKU-FILE
                DISPLAY "契約単価マスタへ登録しました。"
            END-IF.
      *
      * 同じ商品・仕入先で期間の重なる契約単価があるか
       JUFUKU-CHK-RTN.
            MOVE "N" TO JUFUKU-FLG
            MOVE SPACE TO KEIYAKU-END-FLG
            OPEN INPUT KEIYAKU-FILE
            IF KEIYAKU-FS NOT = "00"
                MOVE "E" TO KEIYAKU-END-FLG
            ELSE
                READ KEIYAKU-FILE
                    AT END MOVE "E" TO KEIYAKU-END-FLG
                END-READ
            END-IF
            PERFORM UNTIL KEIYAKU-END-FLG = "E"
                IF KY-ITEM = IN-ITEM AND KY-S-CODE = IN-S-CODE
                    AND KY-FROM <= IN-TO AND KY-TO >= IN-FROM
                    MOVE "Y" TO JUFUKU-FLG
                END-IF
                READ KEIYAKU-FILE
                    AT END MOVE "E" TO KEIYAKU-END-FLG
                END-READ
            END-PERFORM
            CLOSE KEIYAKU-FILE.
      *
      * 終了：包括発注を終了（C）にして以後の分納に使わない
       SHURYO-RTN.
            DISPLAY "包括NO(6桁)："
            ACCEPT IN-BK-NO
            MOVE ZERO TO HIT-BX
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BK-CNT
                MOVE BKT-REC(BX) TO BK-REC
                IF BK-NO = IN-BK-NO
                    MOVE BX TO HIT-BX
                END-IF
            END-PERFORM
            IF HIT-BX = ZERO
                DISPLAY "包括発注がありません：" IN-BK-NO
            ELSE
                MOVE BKT-REC(HIT-BX) TO BK-REC
                IF BK-CLOSED
                    DISPLAY "終了済みの包括発注です。"
                ELSE
                    DISPLAY "仕入先：" BK-S-CODE
                            "　商品：" BK-ITEM
                    DISPLAY "終了しますか(Y/N)："
                    ACCEPT ANS
                    IF ANS = "Y" OR ANS = "y"
                        MOVE "C"    TO BK-STATUS
                        MOVE OPID   TO BK-OPID
                        MOVE BK-REC TO BKT-REC(HIT-BX)
                        PERFORM BK-SAVE-RTN
                        DISPLAY "終了しました。"
                    END-IF
                END-IF
            END-IF.
      *
       BK-SAVE-RTN.
            OPEN OUTPUT BK-NEW
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BK-CNT
                MOVE BKT-REC(BX) TO BKN-REC
                WRITE BKN-REC
            END-PERFORM
            CLOSE BK-NEW
            CALL "SYSTEM" USING
              "mv 包括発注マスタ.NEW 包括発注マスタ.TXT".
      *
      * 状況表：包括発注ごとに分納発注を発注マスタで引いて集計する
       JOKYO-RTN.
            MOVE W-DATE8 TO WS-DATE-IN
            PERFORM DATE-SERIAL-RTN
            MOVE WS-SERIAL TO TODAY-SERIAL
            OPEN INPUT  PO-FILE
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BK-CNT
                MOVE BKT-REC(BX) TO BK-REC
                PERFORM JOKYO-ONE-RTN
            END-PERFORM
            MOVE BK-CNT       TO F-CNT
            MOVE ZANSHO-CNT   TO F-ZANSHO
            MOVE KIGEN-CNT    TO F-KIGEN
            MOVE KIREGIRE-CNT TO F-KIREGIRE
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE PO-FILE PRINT-FILE.
      *
       JOKYO-ONE-RTN.
            MOVE ZERO TO HAKKO-SURYO UKE-SURYO
            PERFORM MEISAI-SHUKEI-RTN
            COMPUTE ZAN-SURYO = BK-SURYO - HAKKO-SURYO
            MOVE BK-TO TO WS-DATE-IN
            PERFORM DATE-SERIAL-RTN
            COMPUTE KIGEN-NISSU = WS-SERIAL - TODAY-SERIAL
            MOVE SPACE TO MEISAI
            MOVE BK-NO       TO M-BK-NO
            MOVE BK-S-CODE   TO M-S-CODE
            MOVE BK-ITEM     TO M-ITEM
            MOVE BK-SURYO    TO M-YAKUJO
            MOVE HAKKO-SURYO TO M-HAKKO
            MOVE UKE-SURYO   TO M-UKE
            MOVE ZAN-SURYO   TO M-ZAN
            MOVE BK-TO       TO M-TO
            EVALUATE TRUE
                WHEN BK-CLOSED
                    MOVE "終了" TO M-BIKO
                WHEN BK-TO < W-DATE8 AND ZAN-SURYO > ZERO
                    ADD 1 TO KIREGIRE-CNT
                    MOVE "★期限切れ" TO M-BIKO
                WHEN BK-TO < W-DATE8
                    MOVE "期限切れ" TO M-BIKO
                WHEN ZAN-SURYO * 100 <= BK-SURYO * ZANSHO-RITSU
                    ADD 1 TO ZANSHO-CNT
                    MOVE "★残少" TO M-BIKO
                WHEN KIGEN-NISSU <= KIGEN-KIJUN
                    AND ZAN-SURYO * 100 >= BK-SURYO * MIHAKKO-RITSU
                    ADD 1 TO KIGEN-CNT
                    MOVE "★期限間近" TO M-BIKO
            END-EVALUATE
            WRITE P-REC FROM MEISAI AFTER 2
            PERFORM MEISAI-PRINT-RTN.
      *
      * 包括発注明細から分納発注を引き、取消を除く発行数と入荷数
       MEISAI-SHUKEI-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT BM-FILE
            IF BM-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ BM-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF BM-BK-NO = BK-NO
                    MOVE BM-PO-NO TO PO-NO
                    READ PO-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF NOT PO-CANCELLED
                                ADD PO-SURYO     TO HAKKO-SURYO
                                ADD PO-UKE-SURYO TO UKE-SURYO
                            END-IF
                    END-READ
                END-IF
                READ BM-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE BM-FILE
            MOVE SPACE TO END-FLG.
      *
       MEISAI-PRINT-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT BM-FILE
            IF BM-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ BM-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF BM-BK-NO = BK-NO
                    MOVE BM-PO-NO TO PO-NO M2-PO-NO
                    READ PO-FILE
                        INVALID KEY
                            MOVE BM-DATE  TO M2-DATE
                            MOVE BM-SURYO TO M2-SURYO
                            MOVE ZERO     TO M2-UKE
                            MOVE "発注なし" TO M2-JOTAI
                        NOT INVALID KEY
                            MOVE PO-DATE      TO M2-DATE
                            MOVE PO-SURYO     TO M2-SURYO
                            MOVE PO-UKE-SURYO TO M2-UKE
                            EVALUATE TRUE
                                WHEN PO-OPEN
                                    MOVE "未完了" TO M2-JOTAI
                                WHEN PO-CLOSED
                                    MOVE "完了" TO M2-JOTAI
                                WHEN PO-PENDING
                                    MOVE "承認待ち" TO M2-JOTAI
                                WHEN PO-CANCELLED
                                    MOVE "取消" TO M2-JOTAI
                                WHEN OTHER
                                    MOVE PO-STATUS TO M2-JOTAI
                            END-EVALUATE
                    END-READ
                    WRITE P-REC FROM MEISAI-2 AFTER 1
                END-IF
                READ BM-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE BM-FILE
            MOVE SPACE TO END-FLG.
      *
       BK-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT BK-FILE
            IF BK-FS NOT = "00"
                CLOSE BK-FILE
            ELSE
                READ BK-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF BK-CNT < 200
                        ADD 1 TO BK-CNT
                        MOVE BK-REC TO BKT-REC(BK-CNT)
                    END-IF
                    READ BK-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE BK-FILE
            END-IF
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
       LEVEL-CHK-RTN.
            MOVE SPACE TO OPE-END-FLG
            OPEN INPUT OPE-FILE
            IF OPE-FS NOT = "00"
                MOVE "E" TO OPE-END-FLG
            ELSE
                READ OPE-FILE
                    AT END MOVE "E" TO OPE-END-FLG
                END-READ
            END-IF
            PERFORM UNTIL OPE-END-FLG = "E"
                IF OP-ID = OPID
                    MOVE OP-LEVEL TO CUR-LEVEL
                    MOVE "E" TO OPE-END-FLG
                ELSE
                    READ OPE-FILE
                        AT END MOVE "E" TO OPE-END-FLG
                    END-READ
                END-IF
            END-PERFORM
            CLOSE OPE-FILE.
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
