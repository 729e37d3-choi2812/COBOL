      *
      * 14JY0123 崔　禎　文
      * 仕入先書類チェック共通サブプログラム
      * 必須書類マスタ.TXT（仕入先区分・書類種別、区分**は全区分、
      * P135で保守。無いときは必須書類なし）の書類が、仕入先書類.TXT
      * （P135で登録）に揃っていて、基準日に有効期限切れでないかを
      * 判定する。同じ仕入先・種別が複数あれば有効期限の最も遅い
      * ものを使う
      * 書類種別：01＝営業許可　02＝HACCP　03＝PL保険　04＝反社確認
      * 機能："C"=判定（SR-KEKKAへY/N、SR-BIKOへ最初の不備を返す）
      * 仕入先区分が空白で渡されたときは仕入先マスタから取る
      * マスタ・書類は最初の呼出しで読み込む
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      SHORUICHK.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL HISSU-FILE ASSIGN
                                    "必須書類マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS HISSU-FS.
           SELECT  OPTIONAL SHORUI-FILE ASSIGN  "仕入先書類.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SHORUI-FS.
           SELECT  OPTIONAL MAS-FILE ASSIGN  "ISAM仕入先マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY S-CODE
                                    FILE STATUS MAS-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 必須書類マスタ：仕入先区分（**＝全区分）・書類種別
       FD  HISSU-FILE.
       01  RQ-REC.
           05  RQ-CAT            PIC X(02).
           05                    PIC X(01).
           05  RQ-TYPE           PIC X(02).
      *
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
           05                    PIC X(79).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  LOAD-FLG              PIC X(01)  VALUE SPACE.
       01  HISSU-FS              PIC X(02)  VALUE SPACE.
       01  SHORUI-FS             PIC X(02)  VALUE SPACE.
       01  MAS-FS                PIC X(02)  VALUE SPACE.
       01  WK-CAT                PIC X(02)  VALUE SPACE.
       01  WK-NAME               PIC X(12)  VALUE SPACE.
       01  LAST-S-CODE           PIC X(03)  VALUE SPACE.
       01  LAST-CAT              PIC X(02)  VALUE SPACE.
       01  RQ-CNT                PIC 9(03)  VALUE ZERO.
       01  RQX                   PIC 9(03).
       01  SD-CNT                PIC 9(04)  VALUE ZERO.
       01  SDX                   PIC 9(04).
       01  HIT-SDX               PIC 9(04)  VALUE ZERO.
       01  TX                    PIC 9(01).
       01  HIT-TX                PIC 9(01)  VALUE ZERO.
      *
       01  RQ-TBL.
           05  RQ-ENT            OCCURS 100 TIMES.
               10  RQT-CAT       PIC X(02).
               10  RQT-TYPE      PIC X(02).
      * 仕入先・種別ごとの最も遅い有効期限
       01  SD-TBL.
           05  SD-ENT            OCCURS 2000 TIMES.
               10  SDT-S-CODE    PIC X(03).
               10  SDT-TYPE      PIC X(02).
               10  SDT-EXPIRY    PIC 9(08).
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
       LINKAGE          SECTION.
       01  SR-FUNC               PIC X(01).
       01  SR-S-CODE             PIC X(03).
       01  SR-CAT                PIC X(02).
       01  SR-DATE               PIC 9(08).
       01  SR-KEKKA              PIC X(01).
       01  SR-BIKO               PIC X(24).
      *
       PROCEDURE        DIVISION USING SR-FUNC SR-S-CODE SR-CAT
                                       SR-DATE SR-KEKKA SR-BIKO.
       MOOO.
            IF LOAD-FLG NOT = "Y"
                PERFORM HISSU-LOAD-RTN
                PERFORM SHORUI-LOAD-RTN
                MOVE "Y" TO LOAD-FLG
            END-IF
            EVALUATE SR-FUNC
                WHEN "C"
                    PERFORM HANTEI-RTN
                WHEN OTHER
                    MOVE "N"   TO SR-KEKKA
                    MOVE SPACE TO SR-BIKO
            END-EVALUATE
            GOBACK.
      *
      * 仕入先区分に該当する必須書類を順に調べ、最初の不備を返す
       HANTEI-RTN.
            MOVE "Y"   TO SR-KEKKA
            MOVE SPACE TO SR-BIKO
            MOVE SR-CAT TO WK-CAT
            IF WK-CAT = SPACE
                PERFORM CAT-GET-RTN
            END-IF
            PERFORM VARYING RQX FROM 1 BY 1
                    UNTIL RQX > RQ-CNT OR SR-KEKKA = "N"
                IF RQT-CAT(RQX) = "**" OR RQT-CAT(RQX) = WK-CAT
                    PERFORM SHORUI-CHK-RTN
                END-IF
            END-PERFORM.
      *
       SHORUI-CHK-RTN.
            MOVE ZERO TO HIT-SDX
            PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > SD-CNT
                IF SDT-S-CODE(SDX) = SR-S-CODE
                    AND SDT-TYPE(SDX) = RQT-TYPE(RQX)
                    MOVE SDX TO HIT-SDX
                END-IF
            END-PERFORM
            MOVE ZERO TO HIT-TX
            PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 4
                IF TY-CODE(TX) = RQT-TYPE(RQX)
                    MOVE TX TO HIT-TX
                END-IF
            END-PERFORM
            IF HIT-SDX = ZERO
                MOVE "N" TO SR-KEKKA
                PERFORM BIKO-SET-RTN
                STRING WK-NAME DELIMITED BY SPACE
                       "なし"  DELIMITED BY SIZE
                       INTO SR-BIKO
            ELSE
                IF SDT-EXPIRY(HIT-SDX) < SR-DATE
                    MOVE "N" TO SR-KEKKA
                    PERFORM BIKO-SET-RTN
                    STRING WK-NAME    DELIMITED BY SPACE
                           "期限切れ" DELIMITED BY SIZE
                           INTO SR-BIKO
                END-IF
            END-IF.
      *
      * 書類名（種別表に無い種別はコードのまま）を備考の頭に置く
       BIKO-SET-RTN.
            MOVE SPACE TO SR-BIKO WK-NAME
            IF HIT-TX = ZERO
                STRING "種別" DELIMITED BY SIZE
                       RQT-TYPE(RQX) DELIMITED BY SIZE
                       INTO WK-NAME
            ELSE
                MOVE TY-NAME(HIT-TX) TO WK-NAME
            END-IF.
      *
      * 仕入先区分を仕入先マスタから取る（直前と同じ仕入先は再読込
      * しない。マスタに無ければ区分なしとして**の書類だけを見る）
       CAT-GET-RTN.
            IF SR-S-CODE = LAST-S-CODE
                MOVE LAST-CAT TO WK-CAT
            ELSE
                MOVE SPACE TO WK-CAT
                OPEN INPUT MAS-FILE
                IF MAS-FS = "00"
                    MOVE SR-S-CODE TO S-CODE
                    READ MAS-FILE
                        INVALID KEY
                            MOVE SPACE TO WK-CAT
                        NOT INVALID KEY
                            MOVE S-CATEGORY TO WK-CAT
                    END-READ
                END-IF
                CLOSE MAS-FILE
                MOVE SR-S-CODE TO LAST-S-CODE
                MOVE WK-CAT    TO LAST-CAT
            END-IF.
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
            END-IF.
      *
      * 仕入先書類を仕入先・種別ごとに最も遅い有効期限へまとめる
       SHORUI-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT SHORUI-FILE
            IF SHORUI-FS NOT = "00"
                CLOSE SHORUI-FILE
            ELSE
                READ SHORUI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF SD-EXPIRY NUMERIC
                        PERFORM SHORUI-ONE-RTN
                    END-IF
                    READ SHORUI-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE SHORUI-FILE
            END-IF.
      *
       SHORUI-ONE-RTN.
            MOVE ZERO TO HIT-SDX
            PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > SD-CNT
                IF SDT-S-CODE(SDX) = SD-S-CODE
                    AND SDT-TYPE(SDX) = SD-TYPE
                    MOVE SDX TO HIT-SDX
                END-IF
            END-PERFORM
            IF HIT-SDX = ZERO
                IF SD-CNT < 2000
                    ADD 1 TO SD-CNT
                    MOVE SD-S-CODE TO SDT-S-CODE(SD-CNT)
                    MOVE SD-TYPE   TO SDT-TYPE(SD-CNT)
                    MOVE SD-EXPIRY TO SDT-EXPIRY(SD-CNT)
                END-IF
            ELSE
                IF SD-EXPIRY > SDT-EXPIRY(HIT-SDX)
                    MOVE SD-EXPIRY TO SDT-EXPIRY(HIT-SDX)
                END-IF
            END-IF.
