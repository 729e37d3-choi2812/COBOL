      *
      * 14JY0123 崔　禎　文
      * 仕入先書類：仕入先の営業許可・HACCP等の書類を管理する
      * 1=書類の登録（仕入先・書類種別・書類番号・発行日・有効期限
      * 　を仕入先書類.TXTへ追加し、確認者として担当者IDを付ける。
      * 　仕入先は仕入先マスタか新規仕入先申請.TXTに有ること、
      * 　権限レベル2）
      * 2=期限アラート一覧（指定日数以内に有効期限が到来する書類と
      * 　期限切れの書類を期限の早い順に印字し、取引中の仕入先で
      * 　必須書類の無いものを★未登録として続けて印字する）
      * 3=必須書類マスタ.TXT（仕入先区分×書類種別、区分**は全区分）
      * 　の保守（権限レベル2）
      * 書類種別：01＝営業許可　02＝HACCP　03＝PL保険　04＝反社確認
      * 必須書類の判定はSHORUICHKで行い、P29の発注確定とP65の申請
      * 承認で使う
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P135.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL SHORUI-FILE ASSIGN  "仕入先書類.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SHORUI-FS.
           SELECT  OPTIONAL HISSU-FILE ASSIGN
                                    "必須書類マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS HISSU-FS.
           SELECT  OPTIONAL SHINSEI-FILE ASSIGN
                                    "新規仕入先申請.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SHINSEI-FS.
           SELECT  MAS-FILE    ASSIGN  "ISAM仕入先マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY S-CODE.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  OPTIONAL OPE-FILE ASSIGN
                                    "オペレータマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS OPE-FS.
           SELECT  PRINT-FILE  ASSIGN  "P135.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 仕入先書類：仕入先・種別・書類番号・発行日・有効期限・
      * 確認者（担当者ID）・登録日
       FD  SHORUI-FILE.
       01  SD-REC.
           05  SD-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  SD-TYPE           PIC X(02).
           05                    PIC X(01).
           05  SD-NO             PIC X(20).
           05                    PIC X(01).
           05  SD-ISSUE          PIC 9(08).
           05                    PIC X(01).
           05  SD-EXPIRY         PIC 9(08).
           05                    PIC X(01).
           05  SD-OPID           PIC X(04).
           05                    PIC X(01).
           05  SD-DATE           PIC 9(08).
      *
      * 必須書類マスタ：仕入先区分（**＝全区分）・書類種別
       FD  HISSU-FILE.
       01  RQ-REC.
           05  RQ-CAT            PIC X(02).
           05                    PIC X(01).
           05  RQ-TYPE           PIC X(02).
      *
       FD  SHINSEI-FILE.
       01  ON-REC.
           05  ON-CODE           PIC X(03).
           05  ON-NAME           PIC X(10).
           05  ON-ZIP            PIC X(04).
           05  ON-PREF           PIC X(02).
           05  ON-REST           PIC X(04).
           05  ON-TEL            PIC X(12).
           05  ON-CATEGORY       PIC X(02).
           05  ON-FAX            PIC X(12).
           05  ON-EMAIL          PIC X(30).
           05  ON-BANK           PIC X(04).
           05  ON-SHITEN         PIC X(03).
           05  ON-KTYPE          PIC X(01).
           05  ON-KNO            PIC X(07).
           05  ON-KANA           PIC X(30).
           05  ON-STATUS         PIC X(01).
           05  ON-NAME-KANA      PIC X(20).
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
           05                    PIC X(79).
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
       01  SHORUI-FS             PIC X(02)  VALUE SPACE.
       01  HISSU-FS              PIC X(02)  VALUE SPACE.
       01  SHINSEI-FS            PIC X(02)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPE-FS                PIC X(02)  VALUE SPACE.
       01  OPE-END-FLG           PIC X(01)  VALUE SPACE.
       01  CUR-LEVEL             PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  OK-FLG                PIC X(01)  VALUE SPACE.
       01  FOUND-FLG             PIC X(01)  VALUE SPACE.
       01  IN-S-CODE             PIC X(03)  VALUE SPACE.
       01  IN-TYPE               PIC X(02)  VALUE SPACE.
       01  IN-NO                 PIC X(20)  VALUE SPACE.
       01  IN-ISSUE              PIC X(08)  VALUE SPACE.
       01  IN-EXPIRY             PIC X(08)  VALUE SPACE.
       01  IN-DAYS               PIC X(03)  VALUE SPACE.
       01  IN-DAYS-N REDEFINES IN-DAYS PIC 9(03).
       01  IN-CAT                PIC X(02)  VALUE SPACE.
       01  IN-KBN                PIC X(01)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  ALERT-DAYS            PIC 9(03)  VALUE 30.
       01  RUN-SERIAL            PIC 9(07)  VALUE ZERO.
       01  ZAN-DAYS              PIC S9(07) VALUE ZERO.
       01  WS-DATE-IN            PIC 9(08).
       01  WS-YY                 PIC 9(04).
       01  WS-MM                 PIC 9(02).
       01  WS-DD                 PIC 9(02).
       01  WS-SERIAL             PIC 9(07).
       01  TX                    PIC 9(01).
       01  HIT-TX                PIC 9(01)  VALUE ZERO.
       01  RQX                   PIC 9(03).
       01  HIT-RQX               PIC 9(03)  VALUE ZERO.
       01  RQ-CNT                PIC 9(03)  VALUE ZERO.
       01  SDX                   PIC 9(04).
       01  SDY                   PIC 9(04).
       01  HIT-SDX               PIC 9(04)  VALUE ZERO.
       01  SD-CNT                PIC 9(04)  VALUE ZERO.
       01  KIREI-CNT             PIC 9(05)  VALUE ZERO.
       01  MAJIKA-CNT            PIC 9(05)  VALUE ZERO.
       01  MITOROKU-CNT          PIC 9(05)  VALUE ZERO.
      *
       01  TYPE-LIST.
           05                    PIC X(14)  VALUE "01営業許可".
           05                    PIC X(14)  VALUE "02HACCP".
           05                    PIC X(14)  VALUE "03PL保険".
           05                    PIC X(14)  VALUE "04反社確認".
       01  TYPE-TBL              REDEFINES TYPE-LIST.
           05  TYPE-ENT          OCCURS 4 TIMES.
               10  TY-CODE       PIC X(02).
               10  TY-NAME       PIC X(12).
      *
       01  RQ-TBL.
           05  RQ-ENT            OCCURS 100 TIMES.
               10  RQT-CAT       PIC X(02).
               10  RQT-TYPE      PIC X(02).
      * 仕入先・種別ごとの最も遅い有効期限の書類
       01  SD-TBL.
           05  SD-ENT            OCCURS 2000 TIMES.
               10  SDT-S-CODE    PIC X(03).
               10  SDT-TYPE      PIC X(02).
               10  SDT-NO        PIC X(20).
               10  SDT-EXPIRY    PIC 9(08).
       01  SD-WORK               PIC X(33).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 書類期限アラート".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
       01  HEAD-15.
           05                    PIC X(09)  VALUE "対象：".
           05  H-DAYS            PIC ZZ9.
           05                    PIC X(54)  VALUE
              "日以内に期限が到来する書類と期限切れ".
       01  HEAD-2.
           05                    PIC X(10)  VALUE  "仕入先".
           05                    PIC X(13)  VALUE  "書類".
           05                    PIC X(21)  VALUE  "書類番号".
           05                    PIC X(12)  VALUE  "有効期限".
           05                    PIC X(10)  VALUE  "残日数".
           05                    PIC X(06)  VALUE  "状態".
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  M-S-CODE          PIC X(03).
           05                    PIC X(02)  VALUE SPACE.
           05  M-TYPE-NAME       PIC X(12).
           05                    PIC X(01)  VALUE SPACE.
           05  M-NO              PIC X(20).
           05                    PIC X(01)  VALUE SPACE.
           05  M-EXPIRY          PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-ZAN             PIC -ZZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-MARK            PIC X(15).
       01  FOOT-1.
           05                    PIC X(18)  VALUE "期限切れ：".
           05  F-KIREI           PIC ZZZZ9.
           05                    PIC X(18)  VALUE "　期限間近：".
           05  F-MAJIKA          PIC ZZZZ9.
           05                    PIC X(15)  VALUE "　未登録：".
           05  F-MITOROKU        PIC ZZZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM OPID-LOAD-RTN
            DISPLAY "1=書類登録 2=期限アラート一覧 "
                    "3=必須書類保守："
            ACCEPT MENU-CHOICE
            EVALUATE MENU-CHOICE
                WHEN "1"
                    PERFORM LEVEL-CHK-RTN
                    IF CUR-LEVEL NOT = "2"
                        DISPLAY "権限がありません。"
                    ELSE
                        PERFORM TOROKU-RTN
                    END-IF
                WHEN "2" PERFORM KIGEN-RTN
                WHEN "3"
                    PERFORM LEVEL-CHK-RTN
                    IF CUR-LEVEL NOT = "2"
                        DISPLAY "権限がありません。"
                    ELSE
                        PERFORM HOSHU-RTN
                    END-IF
                WHEN OTHER DISPLAY "選択が不正です。"
            END-EVALUATE
            DISPLAY "END"
            STOP RUN.
      *
      * 書類の登録：仕入先はマスタか新規申請（変換済みを除く）に
      * 有ること。更新時は新しい書類を追加すれば有効期限の遅い方が
      * 使われる
       TOROKU-RTN.
            MOVE "Y" TO OK-FLG
            DISPLAY "仕入先コード："
            ACCEPT IN-S-CODE
            PERFORM SHIIRESAKI-CHK-RTN
            IF OK-FLG = "Y"
                DISPLAY "書類種別（01=営業許可 02=HACCP "
                        "03=PL保険 04=反社確認）："
                ACCEPT IN-TYPE
                MOVE ZERO TO HIT-TX
                PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 4
                    IF TY-CODE(TX) = IN-TYPE
                        MOVE TX TO HIT-TX
                    END-IF
                END-PERFORM
                IF HIT-TX = ZERO
                    DISPLAY "書類種別が不正です。"
                    MOVE "N" TO OK-FLG
                END-IF
            END-IF
            IF OK-FLG = "Y"
                DISPLAY "書類番号："
                ACCEPT IN-NO
                IF IN-NO = SPACE
                    DISPLAY "書類番号は必須です。"
                    MOVE "N" TO OK-FLG
                END-IF
            END-IF
            IF OK-FLG = "Y"
                DISPLAY "発行日YYYYMMDD："
                ACCEPT IN-ISSUE
                DISPLAY "有効期限YYYYMMDD："
                ACCEPT IN-EXPIRY
                IF IN-ISSUE NOT NUMERIC OR IN-EXPIRY NOT NUMERIC
                    DISPLAY "数字8桁で入力してください。"
                    MOVE "N" TO OK-FLG
                ELSE
                    IF IN-EXPIRY < IN-ISSUE
                        DISPLAY "有効期限が発行日より"
                                "前です。"
                        MOVE "N" TO OK-FLG
                    END-IF
                END-IF
            END-IF
            IF OK-FLG = "Y"
                OPEN EXTEND SHORUI-FILE
                MOVE SPACE     TO SD-REC
                MOVE IN-S-CODE TO SD-S-CODE
                MOVE IN-TYPE   TO SD-TYPE
                MOVE IN-NO     TO SD-NO
                MOVE IN-ISSUE  TO SD-ISSUE
                MOVE IN-EXPIRY TO SD-EXPIRY
                MOVE OPID      TO SD-OPID
                MOVE W-DATE8   TO SD-DATE
                WRITE SD-REC
                CLOSE SHORUI-FILE
                DISPLAY "書類を登録しました（確認者 " OPID
                        "）。"
                IF IN-EXPIRY < W-DATE8
                    DISPLAY "★有効期限切れの書類です。"
                END-IF
            ELSE
                DISPLAY "書類は登録しません。"
            END-IF.
      *
       SHIIRESAKI-CHK-RTN.
            OPEN INPUT MAS-FILE
            MOVE IN-S-CODE TO S-CODE
            READ MAS-FILE
                INVALID KEY
                    MOVE "N" TO FOUND-FLG
                NOT INVALID KEY
                    MOVE "Y" TO FOUND-FLG
                    DISPLAY "仕入先：" S-SYOTEN-REST
            END-READ
            CLOSE MAS-FILE
            IF FOUND-FLG NOT = "Y"
                MOVE SPACE TO END-FLG
                OPEN INPUT SHINSEI-FILE
                IF SHINSEI-FS NOT = "00"
                    MOVE "E" TO END-FLG
                ELSE
                    READ SHINSEI-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-IF
                PERFORM UNTIL END-FLG = "E"
                    IF ON-CODE = IN-S-CODE AND ON-STATUS NOT = "C"
                        MOVE "Y" TO FOUND-FLG
                        DISPLAY "新規申請：" ON-NAME
                        MOVE "E" TO END-FLG
                    ELSE
                        READ SHINSEI-FILE
                            AT END MOVE "E" TO END-FLG
                        END-READ
                    END-IF
                END-PERFORM
                CLOSE SHINSEI-FILE
                MOVE SPACE TO END-FLG
            END-IF
            IF FOUND-FLG NOT = "Y"
                DISPLAY "仕入先がありません：" IN-S-CODE
                MOVE "N" TO OK-FLG
            END-IF.
      *
      * 期限アラート一覧：指定日数（空白は30日）以内に期限が到来
      * する書類を期限の早い順に印字する（休止中の仕入先は除く）
       KIGEN-RTN.
            DISPLAY "日数（3桁、空白は30）："
            ACCEPT IN-DAYS
            IF IN-DAYS NOT = SPACE
                IF IN-DAYS NOT NUMERIC
                    DISPLAY "数字3桁で入力してください。"
                    MOVE "N" TO OK-FLG
                ELSE
                    MOVE IN-DAYS-N TO ALERT-DAYS
                END-IF
            END-IF
            IF OK-FLG NOT = "N"
                PERFORM SHORUI-LOAD-RTN
                PERFORM HISSU-LOAD-RTN
                PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX >= SD-CNT
                    PERFORM VARYING SDY FROM SDX BY 1
                            UNTIL SDY > SD-CNT
                        IF SDT-EXPIRY(SDY) < SDT-EXPIRY(SDX)
                            MOVE SD-ENT(SDX) TO SD-WORK
                            MOVE SD-ENT(SDY) TO SD-ENT(SDX)
                            MOVE SD-WORK     TO SD-ENT(SDY)
                        END-IF
                    END-PERFORM
                END-PERFORM
                MOVE W-DATE8 TO WS-DATE-IN
                PERFORM DATE-SERIAL-RTN
                MOVE WS-SERIAL TO RUN-SERIAL
                OPEN INPUT MAS-FILE
                OPEN OUTPUT PRINT-FILE
                MOVE W-DATE8 TO H-DATE
                WRITE P-REC FROM HEAD-1 AFTER PAGE
                MOVE ALERT-DAYS TO H-DAYS
                WRITE P-REC FROM HEAD-15 AFTER 1
                WRITE P-REC FROM HEAD-2 AFTER 2
                PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > SD-CNT
                    PERFORM KIGEN-ONE-RTN
                END-PERFORM
                PERFORM MITOROKU-RTN
                MOVE KIREI-CNT    TO F-KIREI
                MOVE MAJIKA-CNT   TO F-MAJIKA
                MOVE MITOROKU-CNT TO F-MITOROKU
                WRITE P-REC FROM FOOT-1 AFTER 2
                CLOSE MAS-FILE PRINT-FILE
                DISPLAY "期限切れ：" KIREI-CNT
                        "　期限間近：" MAJIKA-CNT
                        "　未登録：" MITOROKU-CNT
            END-IF.
      *
       KIGEN-ONE-RTN.
            MOVE SDT-S-CODE(SDX) TO S-CODE
            READ MAS-FILE
                INVALID KEY
                    MOVE SPACE TO S-STATUS
            END-READ
            MOVE SDT-EXPIRY(SDX) TO WS-DATE-IN
            PERFORM DATE-SERIAL-RTN
            COMPUTE ZAN-DAYS = WS-SERIAL - RUN-SERIAL
            IF NOT S-INACTIVE AND ZAN-DAYS <= ALERT-DAYS
                MOVE SPACE TO MEISAI
                MOVE SDT-S-CODE(SDX) TO M-S-CODE
                MOVE SDT-TYPE(SDX)   TO IN-TYPE
                PERFORM TYPE-NAME-RTN
                MOVE SDT-NO(SDX)     TO M-NO
                MOVE SDT-EXPIRY(SDX) TO M-EXPIRY
                MOVE ZAN-DAYS        TO M-ZAN
                IF SDT-EXPIRY(SDX) < W-DATE8
                    ADD 1 TO KIREI-CNT
                    MOVE "★期限切れ" TO M-MARK
                ELSE
                    ADD 1 TO MAJIKA-CNT
                    MOVE "期限間近" TO M-MARK
                END-IF
                WRITE P-REC FROM MEISAI AFTER 1
            END-IF.
      *
      * 取引中の仕入先について、区分に該当する必須書類の無いものを
      * 印字する
       MITOROKU-RTN.
            MOVE SPACE TO END-FLG
            MOVE LOW-VALUE TO S-CODE
            START MAS-FILE KEY NOT < S-CODE
                INVALID KEY MOVE "E" TO END-FLG
            END-START
            PERFORM UNTIL END-FLG = "E"
                READ MAS-FILE NEXT
                    AT END MOVE "E" TO END-FLG
                    NOT AT END
                        IF S-ACTIVE
                            PERFORM VARYING RQX FROM 1 BY 1
                                    UNTIL RQX > RQ-CNT
                                PERFORM MITOROKU-ONE-RTN
                            END-PERFORM
                        END-IF
                END-READ
            END-PERFORM
            MOVE SPACE TO END-FLG.
      *
       MITOROKU-ONE-RTN.
            IF RQT-CAT(RQX) = "**" OR RQT-CAT(RQX) = S-CATEGORY
                MOVE ZERO TO HIT-SDX
                PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > SD-CNT
                    IF SDT-S-CODE(SDX) = S-CODE
                        AND SDT-TYPE(SDX) = RQT-TYPE(RQX)
                        MOVE SDX TO HIT-SDX
                    END-IF
                END-PERFORM
                IF HIT-SDX = ZERO
                    ADD 1 TO MITOROKU-CNT
                    MOVE SPACE TO MEISAI
                    MOVE S-CODE        TO M-S-CODE
                    MOVE RQT-TYPE(RQX) TO IN-TYPE
                    PERFORM TYPE-NAME-RTN
                    MOVE "★未登録"    TO M-MARK
                    WRITE P-REC FROM MEISAI AFTER 1
                END-IF
            END-IF.
      *
       TYPE-NAME-RTN.
            MOVE ZERO TO HIT-TX
            PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 4
                IF TY-CODE(TX) = IN-TYPE
                    MOVE TX TO HIT-TX
                END-IF
            END-PERFORM
            IF HIT-TX = ZERO
                STRING "種別" DELIMITED BY SIZE
                       IN-TYPE DELIMITED BY SIZE
                       INTO M-TYPE-NAME
            ELSE
                MOVE TY-NAME(HIT-TX) TO M-TYPE-NAME
            END-IF.
      *
      * 必須書類保守：仕入先区分と書類種別を指定して登録・削除する
       HOSHU-RTN.
            PERFORM HISSU-LOAD-RTN
            PERFORM UNTIL END-FLG = "E"
                PERFORM LIST-RTN
                DISPLAY "仕入先区分(**=全区分、"
                        "空白=終了)："
                ACCEPT IN-CAT
                IF IN-CAT = SPACE
                    MOVE "E" TO END-FLG
                ELSE
                    PERFORM HENKO-RTN
                END-IF
            END-PERFORM
            PERFORM HISSU-SAVE-RTN
            DISPLAY "必須書類マスタを更新しました。".
      *
       LIST-RTN.
            PERFORM VARYING RQX FROM 1 BY 1 UNTIL RQX > RQ-CNT
                MOVE RQT-TYPE(RQX) TO IN-TYPE
                PERFORM TYPE-NAME-RTN
                DISPLAY RQT-CAT(RQX) " " RQT-TYPE(RQX) " "
                        M-TYPE-NAME
            END-PERFORM.
      *
       HENKO-RTN.
            DISPLAY "書類種別(2桁)："
            ACCEPT IN-TYPE
            MOVE ZERO TO HIT-TX
            PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 4
                IF TY-CODE(TX) = IN-TYPE
                    MOVE TX TO HIT-TX
                END-IF
            END-PERFORM
            IF HIT-TX = ZERO
                DISPLAY "書類種別が不正です。"
            ELSE
                DISPLAY "Y=必須登録 D=削除："
                ACCEPT IN-KBN
                MOVE ZERO TO HIT-RQX
                PERFORM VARYING RQX FROM 1 BY 1 UNTIL RQX > RQ-CNT
                    IF RQT-CAT(RQX) = IN-CAT
                        AND RQT-TYPE(RQX) = IN-TYPE
                        MOVE RQX TO HIT-RQX
                    END-IF
                END-PERFORM
                EVALUATE TRUE
                    WHEN IN-KBN = "D" AND HIT-RQX NOT = ZERO
                        PERFORM SAKUJO-RTN
                    WHEN IN-KBN = "Y" AND HIT-RQX NOT = ZERO
                        DISPLAY "登録済みです。"
                    WHEN IN-KBN = "Y" AND RQ-CNT < 100
                        ADD 1 TO RQ-CNT
                        MOVE IN-CAT  TO RQT-CAT(RQ-CNT)
                        MOVE IN-TYPE TO RQT-TYPE(RQ-CNT)
                    WHEN OTHER
                        DISPLAY "入力が不正です"
                                "（変更なし）。"
                END-EVALUATE
            END-IF.
      *
       SAKUJO-RTN.
            PERFORM VARYING RQX FROM HIT-RQX BY 1
                    UNTIL RQX >= RQ-CNT
                MOVE RQ-ENT(RQX + 1) TO RQ-ENT(RQX)
            END-PERFORM
            SUBTRACT 1 FROM RQ-CNT.
      *
       HISSU-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT HISSU-FILE
            IF HISSU-FS NOT = "00"
                CLOSE HISSU-FILE
            ELSE
                READ HISSU-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF RQ-CNT < 100 AND RQ-TYPE NOT = SPACE
                        ADD 1 TO RQ-CNT
                        MOVE RQ-CAT  TO RQT-CAT(RQ-CNT)
                        MOVE RQ-TYPE TO RQT-TYPE(RQ-CNT)
                    END-IF
                    READ HISSU-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE HISSU-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
       HISSU-SAVE-RTN.
            OPEN OUTPUT HISSU-FILE
            PERFORM VARYING RQX FROM 1 BY 1 UNTIL RQX > RQ-CNT
                MOVE SPACE TO RQ-REC
                MOVE RQT-CAT(RQX)  TO RQ-CAT
                MOVE RQT-TYPE(RQX) TO RQ-TYPE
                WRITE RQ-REC
            END-PERFORM
            CLOSE HISSU-FILE.
      *
      * 仕入先書類を仕入先・種別ごとに最も遅い有効期限へまとめる
       SHORUI-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT SHORUI-FILE
            IF SHORUI-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ SHORUI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF SD-EXPIRY NUMERIC
                    PERFORM SHORUI-ONE-RTN
                END-IF
                READ SHORUI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE SHORUI-FILE
            MOVE SPACE TO END-FLG.
      *
       SHORUI-ONE-RTN.
            MOVE ZERO TO HIT-SDX
            PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > SD-CNT
                IF SDT-S-CODE(SDX) = SD-S-CODE
                    AND SDT-TYPE(SDX) = SD-TYPE
                    MOVE SDX TO HIT-SDX
                END-IF
            END-PERFORM
            IF HIT-SDX = ZERO AND SD-CNT < 2000
                ADD 1 TO SD-CNT
                MOVE SD-CNT TO HIT-SDX
                MOVE SD-S-CODE TO SDT-S-CODE(HIT-SDX)
                MOVE SD-TYPE   TO SDT-TYPE(HIT-SDX)
                MOVE ZERO      TO SDT-EXPIRY(HIT-SDX)
            END-IF
            IF HIT-SDX NOT = ZERO
                IF SD-EXPIRY > SDT-EXPIRY(HIT-SDX)
                    MOVE SD-NO     TO SDT-NO(HIT-SDX)
                    MOVE SD-EXPIRY TO SDT-EXPIRY(HIT-SDX)
                END-IF
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
