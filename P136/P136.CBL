      *
      * 14JY0123 崔　禎　文
      * バイヤー別作業一覧：バイヤーマスタ.TXTで商品区分と仕入先を
      * 担当者（オペレータID）に割り当て、担当ごとの当日の作業を印字
      * 1=バイヤーマスタの保守（区分C＝商品区分、S＝仕入先。
      * 　仕入先の割当が商品区分の割当より優先、権限レベル2）
      * 2=作業一覧（担当ごとに改頁し、次の６項目の件数と最も古い
      * 　案件を印字する。どの割当にも該当しないものは未割当へ）
      * 　納期遅延　：P80と同じ判定（パラメタマスタ
      * 　　　　　　　P80 OKURE-DAYS、既定3営業日）
      * 　未請書　　：P81と同じ判定（パラメタマスタ
      * 　　　　　　　P81 UKE-DAYS、既定5日）
      * 　単価差異　：P1の単価ゼロ例外（未解消）とP48の市況超過
      * 　　　　　　　アラート（未確認）
      * 　保留請求書：請求書台帳の保留（H）
      * 　未解消例外：例外累積.TXTの未解消分（単価差異の分を除く）
      * 　契約期限　：P98と同じ判定（指定日数以内に期限到来）。
      * 　　　　　　　最も期限の近いものと残日数を示す
      * 例外のキーは先頭5桁を商品、無ければ先頭3桁を仕入先とみる
      * （P32の重複疑いは保留請求書の仕入先）。最後に担当別件数表
      * 請求書台帳はISAM請求書台帳（請求書NO順）を順に読む
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P136.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL BUYER-FILE ASSIGN
                                    "バイヤーマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS BUYER-FS.
           SELECT  OPTIONAL PO-FILE ASSIGN  "ISAM発注マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY PO-NO.
           SELECT  MAS-FILE    ASSIGN  "ISAM仕入先マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY S-CODE.
           SELECT  SHOHIN-FILE ASSIGN  "ISAM商品マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY T-NO.
           SELECT  OPTIONAL UKESHO-FILE ASSIGN  "請書TRAN.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS UKESHO-FS.
           SELECT  OPTIONAL CAL-FILE    ASSIGN
                                    "カレンダーマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS CAL-FS.
           SELECT  OPTIONAL DAICHO-FILE ASSIGN  "ISAM請求書台帳"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY D-INV-NO
                                    ALTERNATE RECORD KEY D-SS-KEY
                                        WITH DUPLICATES
                                    FILE STATUS DAICHO-FS.
           SELECT  OPTIONAL EXREPO-FILE ASSIGN  "例外累積.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS EXREPO-FS.
           SELECT  OPTIONAL ALERT-FILE ASSIGN  "アラート.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS ALERT-FS.
           SELECT  OPTIONAL KEIYAKU-FILE ASSIGN
                                    "契約単価マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KEIYAKU-FS.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  OPTIONAL OPE-FILE ASSIGN
                                    "オペレータマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS OPE-FS.
           SELECT  PRINT-FILE  ASSIGN  "P136.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * バイヤーマスタ：区分（C＝商品区分、S＝仕入先）・コード・
      * 担当者ID
       FD  BUYER-FILE.
       01  BY-REC.
           05  BY-KBN            PIC X(01).
           05                    PIC X(01).
           05  BY-CODE           PIC X(03).
           05                    PIC X(01).
           05  BY-OPID           PIC X(04).
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
               88  PO-CANCELLED             VALUE "X".
           05  PO-UKE-SURYO      PIC 9(05).
           05  PO-DOC-NO         PIC X(06).
           05  PO-UKE-DATE       PIC 9(08).
      *
       FD  MAS-FILE.
       01  S-REC.
           05  S-CODE            PIC X(03).
           05  S-SYOTEN.
               10  S-SYOTEN-ZIP      PIC X(08).
               10  S-SYOTEN-PREF     PIC X(02).
               10  S-SYOTEN-REST     PIC X(10).
           05                    PIC X(141).
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
       FD  UKESHO-FILE.
       01  UK-REC.
           05  UK-DOC-NO         PIC X(06).
           05                    PIC X(01).
           05  UK-KBN            PIC X(01).
           05                    PIC X(01).
           05  UK-YOTEI          PIC 9(08).
           05                    PIC X(01).
           05  UK-SURYO          PIC 9(05).
           05                    PIC X(01).
           05  UK-DATE           PIC 9(08).
           05                    PIC X(01).
           05  UK-STATUS         PIC X(01).
      *
       FD  CAL-FILE.
       01  CA-REC.
           05  CA-DATE           PIC 9(08).
           05                    PIC X(01).
           05  CA-KBN            PIC X(01).
           05                    PIC X(01).
           05  CA-NAME           PIC X(20).
      *
       FD  DAICHO-FILE.
       01  D-REC.
           05  D-INV-NO          PIC X(08).
           05                    PIC X(01).
           05  D-SS-KEY.
               10  D-S-CODE      PIC X(03).
               10  D-STATUS      PIC X(01).
                   88  D-HOLD                   VALUE "H".
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
       FD  ALERT-FILE.
       01  AL-REC.
           05  AL-DATE           PIC 9(08).
           05                    PIC X(01).
           05  AL-PROG           PIC X(04).
           05                    PIC X(01).
           05  AL-SEV            PIC X(01).
           05                    PIC X(01).
           05  AL-KEY            PIC X(16).
           05                    PIC X(01).
           05  AL-MSG            PIC X(20).
           05                    PIC X(01).
           05  AL-STATUS         PIC X(01).
           05                    PIC X(01).
           05  AL-ACK-OPID       PIC X(04).
           05                    PIC X(01).
           05  AL-ACK-DATE       PIC 9(08).
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
       01  BUYER-FS              PIC X(02)  VALUE SPACE.
       01  UKESHO-FS             PIC X(02)  VALUE SPACE.
       01  PG-MODE               PIC X(01)  VALUE "G".
       01  PG-PROG               PIC X(04)  VALUE SPACE.
       01  PG-NAME               PIC X(24)  VALUE SPACE.
       01  PG-VALUE              PIC X(14)  VALUE SPACE.
       01  PG-SUCHI              PIC 9(09)V99 VALUE ZERO.
       01  PG-RESULT             PIC X(01)  VALUE SPACE.
       01  CAL-FS                PIC X(02)  VALUE SPACE.
       01  DAICHO-FS             PIC X(02)  VALUE SPACE.
       01  EXREPO-FS             PIC X(02)  VALUE SPACE.
       01  ALERT-FS              PIC X(02)  VALUE SPACE.
       01  KEIYAKU-FS            PIC X(02)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPE-FS                PIC X(02)  VALUE SPACE.
       01  OPE-END-FLG           PIC X(01)  VALUE SPACE.
       01  CUR-LEVEL             PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  OK-FLG                PIC X(01)  VALUE SPACE.
       01  FOUND-FLG             PIC X(01)  VALUE SPACE.
       01  IN-KBN                PIC X(01)  VALUE SPACE.
       01  IN-CODE               PIC X(03)  VALUE SPACE.
       01  IN-OPID               PIC X(04)  VALUE SPACE.
       01  IN-DAYS               PIC X(03)  VALUE SPACE.
       01  IN-DAYS-N REDEFINES IN-DAYS PIC 9(03).
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  OKURE-LIMIT           PIC 9(03)  VALUE 3.
       01  UKE-LIMIT             PIC 9(03)  VALUE 5.
       01  KIGEN-LIMIT           PIC 9(03)  VALUE 30.
       01  OKURE-DAYS            PIC 9(05)  VALUE ZERO.
       01  ZAN-SURYO             PIC S9(06) VALUE ZERO.
       01  DIFF-DAYS             PIC S9(07) VALUE ZERO.
       01  RUN-SERIAL            PIC 9(07)  VALUE ZERO.
       01  REC-SERIAL            PIC 9(07)  VALUE ZERO.
       01  WS-DATE-IN            PIC 9(08).
       01  WS-YY                 PIC 9(04).
       01  WS-MM                 PIC 9(02).
       01  WS-DD                 PIC 9(02).
       01  WS-SERIAL             PIC 9(07).
       01  WK-S-CODE             PIC X(03)  VALUE SPACE.
       01  WK-ITEM               PIC X(05)  VALUE SPACE.
       01  WK-DATE               PIC 9(08)  VALUE ZERO.
       01  WK-KEY                PIC X(16)  VALUE SPACE.
       01  WK-OPID               PIC X(04)  VALUE SPACE.
       01  WK-NAME               PIC X(10)  VALUE SPACE.
       01  BYX                   PIC 9(03).
       01  HIT-BYX               PIC 9(03)  VALUE ZERO.
       01  BY-CNT                PIC 9(03)  VALUE ZERO.
       01  BX                    PIC 9(02).
       01  HIT-BX                PIC 9(02)  VALUE ZERO.
       01  BK-CNT                PIC 9(02)  VALUE ZERO.
       01  KX                    PIC 9(01).
       01  CAX                   PIC 9(04).
       01  CAL-CNT               PIC 9(04)  VALUE ZERO.
       01  AKX                   PIC 9(04).
       01  ACK-CNT               PIC 9(04)  VALUE ZERO.
       01  HDX                   PIC 9(03).
       01  HD-CNT                PIC 9(03)  VALUE ZERO.
       01  EXX                   PIC 9(03).
       01  EX-CNT                PIC 9(03)  VALUE ZERO.
       01  BK-TOTAL              PIC 9(05)  VALUE ZERO.
      *
      * バイヤーマスタの割当表（区分・コード・担当者ID）
       01  BY-TBL.
           05  BY-ENT            OCCURS 200 TIMES.
               10  BYT-KBN       PIC X(01).
               10  BYT-CODE      PIC X(03).
               10  BYT-OPID      PIC X(04).
      *
      * 担当ごとの集計（最後の１つは未割当）。項目は納期遅延・
      * 未請書・単価差異・保留請求書・未解消例外・契約期限の順
       01  BK-TBL.
           05  BK-ENT            OCCURS 21 TIMES.
               10  BK-OPID       PIC X(04).
               10  BK-NAME       PIC X(10).
               10  BK-KOMOKU     OCCURS 6 TIMES.
                   15  QK-CNT    PIC 9(05).
                   15  QK-DATE   PIC 9(08).
                   15  QK-KEY    PIC X(16).
      *
       01  KOMOKU-LIST.
           05                    PIC X(18)  VALUE "納期遅延".
           05                    PIC X(18)  VALUE "未請書".
           05                    PIC X(18)  VALUE "単価差異".
           05                    PIC X(18)  VALUE "保留請求書".
           05                    PIC X(18)  VALUE "未解消例外".
           05                    PIC X(18)  VALUE "契約期限".
       01  KOMOKU-TBL            REDEFINES KOMOKU-LIST.
           05  KOMOKU-NAME       PIC X(18)  OCCURS 6 TIMES.
      *
       01  CAL-TBL.
           05  CAL-ENT           OCCURS 750 TIMES.
               10  CL-DATE       PIC 9(08).
               10  CL-KBN        PIC X(01).
       01  ACK-TBL.
           05  ACK-ENT           OCCURS 2000 TIMES.
               10  AC-DOC-NO     PIC X(06).
      * 保留中の請求書（P32の重複疑い例外の仕入先にも使う）
       01  HD-TBL.
           05  HD-ENT            OCCURS 500 TIMES.
               10  HD-INV-NO     PIC X(08).
               10  HD-S-CODE     PIC X(03).
      * 例外累積のプログラム＋キー＋理由ごとの未解消件数と、
      * 未解消になった最初の日付
       01  ET-TBL.
           05  ET-ENT            OCCURS 500 TIMES.
               10  ET-PROG       PIC X(04).
               10  ET-DATE       PIC 9(08).
               10  ET-KEY        PIC X(16).
               10  ET-REASON     PIC X(20).
               10  ET-OPEN       PIC S9(03).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(34)  VALUE
                                 "*** バイヤー別作業一覧".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
       01  HEAD-15.
           05                    PIC X(09)  VALUE "担当：".
           05  H-OPID            PIC X(04).
           05                    PIC X(02)  VALUE SPACE.
           05  H-NAME            PIC X(20).
       01  HEAD-2.
           05                    PIC X(20)  VALUE  "項目".
           05                    PIC X(07)  VALUE  "件数".
           05                    PIC X(18)  VALUE  "最古の案件".
           05                    PIC X(12)  VALUE  "日付".
           05                    PIC X(06)  VALUE  "日数".
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  M-KOMOKU          PIC X(18).
           05                    PIC X(01)  VALUE SPACE.
           05  M-CNT             PIC ZZZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-KEY             PIC X(16).
           05                    PIC X(02)  VALUE SPACE.
           05  M-DATE            PIC 9999/99/99.
           05                    PIC X(02)  VALUE SPACE.
           05  M-DAYS            PIC -ZZZ9.
       01  FOOT-1.
           05                    PIC X(20)  VALUE "　合計".
           05  F-TOTAL           PIC ZZZZ9.
       01  NOTE-1.
           05                    PIC X(54)  VALUE
              "（契約期限は期限の近い契約と残日数）".
      * 担当別件数表
       01  SUM-HEAD-1.
           05                    PIC X(24)  VALUE
                                 "*** 担当別件数".
       01  SUM-HEAD-2.
           05                    PIC X(15)  VALUE  "担当".
           05                    PIC X(08)  VALUE  "遅延".
           05                    PIC X(08)  VALUE  "請書".
           05                    PIC X(08)  VALUE  "単価".
           05                    PIC X(08)  VALUE  "保留".
           05                    PIC X(08)  VALUE  "例外".
           05                    PIC X(08)  VALUE  "契約".
       01  SUM-MEISAI.
           05  SM-OPID           PIC X(04).
           05                    PIC X(01)  VALUE SPACE.
           05  SM-NAME           PIC X(10).
           05  SM-KOMOKU         OCCURS 6 TIMES.
               10  SM-CNT        PIC ZZZZ9.
               10                PIC X(03).
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM OPID-LOAD-RTN
            DISPLAY "1=バイヤーマスタ保守 2=作業一覧："
            ACCEPT MENU-CHOICE
            EVALUATE MENU-CHOICE
                WHEN "1"
                    PERFORM LEVEL-CHK-RTN
                    IF CUR-LEVEL NOT = "2"
                        DISPLAY "権限がありません。"
                    ELSE
                        PERFORM HOSHU-RTN
                    END-IF
                WHEN "2" PERFORM SAGYO-RTN
                WHEN OTHER DISPLAY "選択が不正です。"
            END-EVALUATE
            DISPLAY "END"
            STOP RUN.
      *
      * バイヤーマスタ保守：区分とコードを指定して担当者IDを登録・
      * 変更する（担当者ID空白で削除）
       HOSHU-RTN.
            PERFORM BUYER-LOAD-RTN
            PERFORM UNTIL END-FLG = "E"
                PERFORM LIST-RTN
                DISPLAY "区分(C=商品区分 S=仕入先、"
                        "空白=終了)："
                ACCEPT IN-KBN
                IF IN-KBN = SPACE
                    MOVE "E" TO END-FLG
                ELSE
                    PERFORM HENKO-RTN
                END-IF
            END-PERFORM
            PERFORM BUYER-SAVE-RTN
            DISPLAY "バイヤーマスタを更新しました。".
      *
       LIST-RTN.
            PERFORM VARYING BYX FROM 1 BY 1 UNTIL BYX > BY-CNT
                DISPLAY BYT-KBN(BYX) " " BYT-CODE(BYX) " "
                        BYT-OPID(BYX)
            END-PERFORM.
      *
       HENKO-RTN.
            MOVE "Y" TO OK-FLG
            MOVE SPACE TO IN-CODE
            EVALUATE IN-KBN
                WHEN "C"
                    DISPLAY "商品区分(2桁)："
                    ACCEPT IN-CODE(1:2)
                    IF IN-CODE = SPACE
                        MOVE "N" TO OK-FLG
                    END-IF
                WHEN "S"
                    DISPLAY "仕入先コード："
                    ACCEPT IN-CODE
                    PERFORM SHIIRESAKI-CHK-RTN
                WHEN OTHER
                    MOVE "N" TO OK-FLG
            END-EVALUATE
            IF OK-FLG NOT = "Y"
                DISPLAY "入力が不正です（変更なし）。"
            ELSE
                MOVE ZERO TO HIT-BYX
                PERFORM VARYING BYX FROM 1 BY 1 UNTIL BYX > BY-CNT
                    IF BYT-KBN(BYX) = IN-KBN
                        AND BYT-CODE(BYX) = IN-CODE
                        MOVE BYX TO HIT-BYX
                    END-IF
                END-PERFORM
                DISPLAY "担当者ID(空白=割当削除)："
                ACCEPT IN-OPID
                PERFORM HENKO-SET-RTN
            END-IF.
      *
       HENKO-SET-RTN.
            EVALUATE TRUE
                WHEN IN-OPID = SPACE AND HIT-BYX NOT = ZERO
                    PERFORM SAKUJO-RTN
                    DISPLAY "割当を削除しました。"
                WHEN IN-OPID = SPACE
                    DISPLAY "割当がありません"
                            "（変更なし）。"
                WHEN OTHER
                    PERFORM OPE-CHK-RTN
                    IF FOUND-FLG NOT = "Y"
                        DISPLAY "担当者が有りません：" IN-OPID
                    ELSE
                        IF HIT-BYX = ZERO AND BY-CNT < 200
                            ADD 1 TO BY-CNT
                            MOVE BY-CNT  TO HIT-BYX
                            MOVE IN-KBN  TO BYT-KBN(HIT-BYX)
                            MOVE IN-CODE TO BYT-CODE(HIT-BYX)
                        END-IF
                        IF HIT-BYX NOT = ZERO
                            MOVE IN-OPID TO BYT-OPID(HIT-BYX)
                        END-IF
                    END-IF
            END-EVALUATE.
      *
       SAKUJO-RTN.
            PERFORM VARYING BYX FROM HIT-BYX BY 1
                    UNTIL BYX >= BY-CNT
                MOVE BY-ENT(BYX + 1) TO BY-ENT(BYX)
            END-PERFORM
            SUBTRACT 1 FROM BY-CNT.
      *
       SHIIRESAKI-CHK-RTN.
            OPEN INPUT MAS-FILE
            MOVE IN-CODE TO S-CODE
            READ MAS-FILE
                INVALID KEY
                    DISPLAY "仕入先がありません：" IN-CODE
                    MOVE "N" TO OK-FLG
                NOT INVALID KEY
                    DISPLAY "仕入先：" S-SYOTEN-REST
            END-READ
            CLOSE MAS-FILE.
      *
      * 担当者IDがオペレータマスタに有るか調べ、名前を得る
       OPE-CHK-RTN.
            MOVE SPACE TO FOUND-FLG OPE-END-FLG WK-NAME
            OPEN INPUT OPE-FILE
            IF OPE-FS NOT = "00"
                MOVE "E" TO OPE-END-FLG
            ELSE
                READ OPE-FILE
                    AT END MOVE "E" TO OPE-END-FLG
                END-READ
            END-IF
            PERFORM UNTIL OPE-END-FLG = "E"
                IF OP-ID = IN-OPID
                    MOVE "Y" TO FOUND-FLG
                    MOVE OP-NAME TO WK-NAME
                    MOVE "E" TO OPE-END-FLG
                ELSE
                    READ OPE-FILE
                        AT END MOVE "E" TO OPE-END-FLG
                    END-READ
                END-IF
            END-PERFORM
            CLOSE OPE-FILE.
      *
       BUYER-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT BUYER-FILE
            IF BUYER-FS NOT = "00"
                CLOSE BUYER-FILE
            ELSE
                READ BUYER-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF BY-CNT < 200 AND BY-OPID NOT = SPACE
                        ADD 1 TO BY-CNT
                        MOVE BY-KBN  TO BYT-KBN(BY-CNT)
                        MOVE BY-CODE TO BYT-CODE(BY-CNT)
                        MOVE BY-OPID TO BYT-OPID(BY-CNT)
                    END-IF
                    READ BUYER-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE BUYER-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
       BUYER-SAVE-RTN.
            OPEN OUTPUT BUYER-FILE
            PERFORM VARYING BYX FROM 1 BY 1 UNTIL BYX > BY-CNT
                MOVE SPACE TO BY-REC
                MOVE BYT-KBN(BYX)  TO BY-KBN
                MOVE BYT-CODE(BYX) TO BY-CODE
                MOVE BYT-OPID(BYX) TO BY-OPID
                WRITE BY-REC
            END-PERFORM
            CLOSE BUYER-FILE.
      *
      * 作業一覧：各ファイルから対象を拾って担当へ振り分け、担当ごと
      * に改頁して印字する
       SAGYO-RTN.
            DISPLAY "契約期限の日数（3桁、空白は30）："
            ACCEPT IN-DAYS
            IF IN-DAYS NOT = SPACE
                IF IN-DAYS NOT NUMERIC
                    DISPLAY "数字3桁で入力してください。"
                    MOVE "N" TO OK-FLG
                ELSE
                    MOVE IN-DAYS-N TO KIGEN-LIMIT
                END-IF
            END-IF
            IF OK-FLG NOT = "N"
                MOVE W-DATE8 TO WS-DATE-IN
                PERFORM DATE-SERIAL-RTN
                MOVE WS-SERIAL TO RUN-SERIAL
                PERFORM BUYER-LOAD-RTN
                PERFORM BUCKET-SET-RTN
                PERFORM PARAM-LOAD-RTN
                PERFORM CAL-LOAD-RTN
                PERFORM ACK-LOAD-RTN
                OPEN INPUT SHOHIN-FILE
                PERFORM PO-SCAN-RTN
                PERFORM DAICHO-SCAN-RTN
                PERFORM EXREPO-SCAN-RTN
                PERFORM ALERT-SCAN-RTN
                PERFORM KEIYAKU-SCAN-RTN
                CLOSE SHOHIN-FILE
                OPEN OUTPUT PRINT-FILE
                PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BK-CNT
                    PERFORM SECTION-PRINT-RTN
                END-PERFORM
                PERFORM SUM-PRINT-RTN
                CLOSE PRINT-FILE
                DISPLAY "担当数：" BK-CNT
            END-IF.
      *
      * バイヤーマスタに現れる担当者の順に集計欄を作り、最後に
      * 未割当の欄を置く
       BUCKET-SET-RTN.
            MOVE ZERO TO BK-CNT
            PERFORM VARYING BYX FROM 1 BY 1 UNTIL BYX > BY-CNT
                MOVE ZERO TO HIT-BX
                PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BK-CNT
                    IF BK-OPID(BX) = BYT-OPID(BYX)
                        MOVE BX TO HIT-BX
                    END-IF
                END-PERFORM
                IF HIT-BX = ZERO AND BK-CNT < 20
                    ADD 1 TO BK-CNT
                    MOVE BYT-OPID(BYX) TO BK-OPID(BK-CNT)
                    MOVE BYT-OPID(BYX) TO IN-OPID
                    PERFORM OPE-CHK-RTN
                    MOVE WK-NAME TO BK-NAME(BK-CNT)
                END-IF
            END-PERFORM
            ADD 1 TO BK-CNT
            MOVE SPACE    TO BK-OPID(BK-CNT)
            MOVE "未割当" TO BK-NAME(BK-CNT)
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BK-CNT
                PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 6
                    MOVE ZERO  TO QK-CNT(BX KX) QK-DATE(BX KX)
                    MOVE SPACE TO QK-KEY(BX KX)
                END-PERFORM
            END-PERFORM.
      *
      * 仕入先・商品から担当を決める（仕入先の割当を優先し、
      * 無ければ商品の区分の割当、どちらも無ければ未割当）
       BUYER-GET-RTN.
            MOVE SPACE TO WK-OPID
            IF WK-S-CODE NOT = SPACE
                PERFORM VARYING BYX FROM 1 BY 1 UNTIL BYX > BY-CNT
                    IF BYT-KBN(BYX) = "S"
                        AND BYT-CODE(BYX) = WK-S-CODE
                        MOVE BYT-OPID(BYX) TO WK-OPID
                    END-IF
                END-PERFORM
            END-IF
            IF WK-OPID = SPACE AND WK-ITEM NOT = SPACE
                MOVE WK-ITEM TO T-NO
                READ SHOHIN-FILE
                    INVALID KEY
                        MOVE SPACE TO T-CATEGORY
                END-READ
                IF T-CATEGORY NOT = SPACE
                    PERFORM VARYING BYX FROM 1 BY 1
                            UNTIL BYX > BY-CNT
                        IF BYT-KBN(BYX) = "C"
                            AND BYT-CODE(BYX)(1:2) = T-CATEGORY
                            MOVE BYT-OPID(BYX) TO WK-OPID
                        END-IF
                    END-PERFORM
                END-IF
            END-IF
            MOVE BK-CNT TO HIT-BX
            IF WK-OPID NOT = SPACE
                PERFORM VARYING BX FROM 1 BY 1 UNTIL BX >= BK-CNT
                    IF BK-OPID(BX) = WK-OPID
                        MOVE BX TO HIT-BX
                    END-IF
                END-PERFORM
            END-IF.
      *
      * 担当の項目KXへ１件計上し、日付の最も古いものを残す
       KEIJO-RTN.
            PERFORM BUYER-GET-RTN
            ADD 1 TO QK-CNT(HIT-BX KX)
            IF QK-CNT(HIT-BX KX) = 1
                OR WK-DATE < QK-DATE(HIT-BX KX)
                MOVE WK-DATE TO QK-DATE(HIT-BX KX)
                MOVE WK-KEY  TO QK-KEY(HIT-BX KX)
            END-IF.
      *
      * 発注マスタ：納期遅延（P80）と未請書（P81）
       PO-SCAN-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT PO-FILE
            MOVE LOW-VALUE TO PO-NO
            START PO-FILE KEY NOT < PO-NO
                INVALID KEY MOVE "E" TO END-FLG
            END-START
            PERFORM UNTIL END-FLG = "E"
                READ PO-FILE NEXT
                    AT END MOVE "E" TO END-FLG
                END-READ
                IF END-FLG NOT = "E" AND PO-OPEN
                    MOVE PO-S-CODE TO WK-S-CODE
                    MOVE PO-ITEM   TO WK-ITEM
                    MOVE PO-NO     TO WK-KEY
                    PERFORM OKURE-RTN
                    COMPUTE ZAN-SURYO = PO-SURYO - PO-UKE-SURYO
                    IF OKURE-DAYS > OKURE-LIMIT AND ZAN-SURYO > ZERO
                        MOVE 1        TO KX
                        MOVE PO-YOTEI TO WK-DATE
                        PERFORM KEIJO-RTN
                    END-IF
                    IF PO-DOC-NO NOT = SPACE
                        PERFORM MI-CHK-RTN
                    END-IF
                END-IF
            END-PERFORM
            CLOSE PO-FILE
            MOVE SPACE TO END-FLG.
      *
      * 遅延営業日数：カレンダー整備時は予定日の翌日以降の営業日を
      * 数え、未整備時は暦日（近似通算日）で数える
       OKURE-RTN.
            MOVE ZERO TO OKURE-DAYS
            IF PO-YOTEI >= W-DATE8
                CONTINUE
            ELSE
                IF CAL-CNT > ZERO
                    PERFORM VARYING CAX FROM 1 BY 1
                            UNTIL CAX > CAL-CNT
                        IF CL-DATE(CAX) > PO-YOTEI
                            AND CL-DATE(CAX) <= W-DATE8
                            AND CL-KBN(CAX) = "1"
                            ADD 1 TO OKURE-DAYS
                        END-IF
                    END-PERFORM
                ELSE
                    MOVE PO-YOTEI TO WS-DATE-IN
                    PERFORM DATE-SERIAL-RTN
                    COMPUTE OKURE-DAYS = RUN-SERIAL - WS-SERIAL
                END-IF
            END-IF.
      *
       MI-CHK-RTN.
            MOVE SPACE TO FOUND-FLG
            PERFORM VARYING AKX FROM 1 BY 1 UNTIL AKX > ACK-CNT
                IF AC-DOC-NO(AKX) = PO-DOC-NO
                    MOVE "Y" TO FOUND-FLG
                END-IF
            END-PERFORM
            IF FOUND-FLG NOT = "Y"
                MOVE PO-DATE TO WS-DATE-IN
                PERFORM DATE-SERIAL-RTN
                COMPUTE DIFF-DAYS = RUN-SERIAL - WS-SERIAL
                IF DIFF-DAYS > UKE-LIMIT
                    MOVE 2       TO KX
                    MOVE PO-DATE TO WK-DATE
                    PERFORM KEIJO-RTN
                END-IF
            END-IF.
      *
      * 請求書台帳：保留（H）の請求書
       DAICHO-SCAN-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT DAICHO-FILE
            IF DAICHO-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ DAICHO-FILE NEXT
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF D-HOLD
                    MOVE D-S-CODE TO WK-S-CODE
                    MOVE SPACE    TO WK-ITEM
                    MOVE D-INV-NO TO WK-KEY
                    MOVE D-DATE   TO WK-DATE
                    MOVE 4        TO KX
                    PERFORM KEIJO-RTN
                    IF HD-CNT < 500
                        ADD 1 TO HD-CNT
                        MOVE D-INV-NO TO HD-INV-NO(HD-CNT)
                        MOVE D-S-CODE TO HD-S-CODE(HD-CNT)
                    END-IF
                END-IF
                READ DAICHO-FILE NEXT
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE DAICHO-FILE
            MOVE SPACE TO END-FLG.
      *
      * 例外累積：未解消分のうちP1の単価ゼロは単価差異、その他は
      * 未解消例外として計上する
       EXREPO-SCAN-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT EXREPO-FILE
            IF EXREPO-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ EXREPO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                PERFORM ACCUM-RTN
                READ EXREPO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE EXREPO-FILE
            MOVE SPACE TO END-FLG
            PERFORM VARYING EXX FROM 1 BY 1 UNTIL EXX > EX-CNT
                IF ET-OPEN(EXX) > ZERO
                    PERFORM EX-KEIJO-RTN
                END-IF
            END-PERFORM.
      *
      * プログラム＋キー＋理由ごとに発生と消込を集計する
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
                        IF ET-OPEN(EXX) = 1
                            MOVE EX-DATE TO ET-DATE(EXX)
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF FOUND-FLG = SPACE AND EX-CNT < 500
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
      * 例外のキーから担当を決める：P32は保留請求書の仕入先、他は
      * 先頭5桁が商品なら商品、そうでなければ先頭3桁を仕入先とみる
       EX-KEIJO-RTN.
            MOVE SPACE TO WK-S-CODE WK-ITEM
            IF ET-PROG(EXX) = "P32"
                PERFORM VARYING HDX FROM 1 BY 1 UNTIL HDX > HD-CNT
                    IF HD-INV-NO(HDX) = ET-KEY(EXX)(1:8)
                        MOVE HD-S-CODE(HDX) TO WK-S-CODE
                    END-IF
                END-PERFORM
            ELSE
                MOVE ET-KEY(EXX)(1:5) TO T-NO
                READ SHOHIN-FILE
                    INVALID KEY
                        MOVE ET-KEY(EXX)(1:3) TO WK-S-CODE
                    NOT INVALID KEY
                        MOVE ET-KEY(EXX)(1:5) TO WK-ITEM
                END-READ
            END-IF
            IF ET-PROG(EXX) = "P1" AND ET-REASON(EXX) = "単価ゼロ"
                MOVE 3 TO KX
            ELSE
                MOVE 5 TO KX
            END-IF
            MOVE ET-KEY(EXX)  TO WK-KEY
            MOVE ET-DATE(EXX) TO WK-DATE
            PERFORM KEIJO-RTN.
      *
      * 中央アラート：P48の市況超過で未確認のもの
       ALERT-SCAN-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT ALERT-FILE
            IF ALERT-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ ALERT-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF AL-PROG = "P48" AND AL-STATUS = "O"
                    MOVE SPACE       TO WK-S-CODE
                    MOVE AL-KEY(1:5) TO WK-ITEM
                    MOVE AL-KEY      TO WK-KEY
                    MOVE AL-DATE     TO WK-DATE
                    MOVE 3           TO KX
                    PERFORM KEIJO-RTN
                END-IF
                READ ALERT-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE ALERT-FILE
            MOVE SPACE TO END-FLG.
      *
      * 契約単価マスタ：指定日数以内に期限が到来する契約（P98）
       KEIYAKU-SCAN-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT KEIYAKU-FILE
            IF KEIYAKU-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ KEIYAKU-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                MOVE KY-TO TO WS-DATE-IN
                PERFORM DATE-SERIAL-RTN
                COMPUTE DIFF-DAYS = WS-SERIAL - RUN-SERIAL
                IF DIFF-DAYS >= ZERO AND DIFF-DAYS <= KIGEN-LIMIT
                    MOVE KY-S-CODE TO WK-S-CODE
                    MOVE KY-ITEM   TO WK-ITEM
                    MOVE SPACE     TO WK-KEY
                    STRING KY-ITEM   DELIMITED BY SIZE
                           "/"       DELIMITED BY SIZE
                           KY-S-CODE DELIMITED BY SIZE
                      INTO WK-KEY
                    END-STRING
                    MOVE KY-TO     TO WK-DATE
                    MOVE 6         TO KX
                    PERFORM KEIJO-RTN
                END-IF
                READ KEIYAKU-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE KEIYAKU-FILE
            MOVE SPACE TO END-FLG.
      *
      * 担当１人ぶん：項目ごとの件数と最も古い案件・経過日数
       SECTION-PRINT-RTN.
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            MOVE BK-OPID(BX) TO H-OPID
            MOVE BK-NAME(BX) TO H-NAME
            WRITE P-REC FROM HEAD-15 AFTER 2
            WRITE P-REC FROM HEAD-2 AFTER 2
            MOVE ZERO TO BK-TOTAL
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 6
                MOVE SPACE TO MEISAI
                MOVE KOMOKU-NAME(KX) TO M-KOMOKU
                MOVE QK-CNT(BX KX)   TO M-CNT
                ADD QK-CNT(BX KX)    TO BK-TOTAL
                IF QK-CNT(BX KX) > ZERO
                    MOVE QK-KEY(BX KX)  TO M-KEY
                    MOVE QK-DATE(BX KX) TO M-DATE
                    MOVE QK-DATE(BX KX) TO WS-DATE-IN
                    PERFORM DATE-SERIAL-RTN
                    IF KX = 6
                        COMPUTE DIFF-DAYS = WS-SERIAL - RUN-SERIAL
                    ELSE
                        COMPUTE DIFF-DAYS = RUN-SERIAL - WS-SERIAL
                    END-IF
                    MOVE DIFF-DAYS TO M-DAYS
                END-IF
                WRITE P-REC FROM MEISAI AFTER 1
            END-PERFORM
            MOVE BK-TOTAL TO F-TOTAL
            WRITE P-REC FROM FOOT-1 AFTER 2
            WRITE P-REC FROM NOTE-1 AFTER 1.
      *
      * 担当別件数表：チームリーダー向けに各担当の件数を並べる
       SUM-PRINT-RTN.
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM SUM-HEAD-1 AFTER 2
            WRITE P-REC FROM SUM-HEAD-2 AFTER 2
            PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BK-CNT
                MOVE SPACE TO SUM-MEISAI
                MOVE BK-OPID(BX) TO SM-OPID
                MOVE BK-NAME(BX) TO SM-NAME
                PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 6
                    MOVE QK-CNT(BX KX) TO SM-CNT(KX)
                END-PERFORM
                WRITE P-REC FROM SUM-MEISAI AFTER 1
            END-PERFORM.
      *
      * 請書TRANに有る注文書番号（請書受領済み）
       ACK-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT UKESHO-FILE
            IF UKESHO-FS NOT = "00"
                CLOSE UKESHO-FILE
            ELSE
                READ UKESHO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF ACK-CNT < 2000
                        ADD 1 TO ACK-CNT
                        MOVE UK-DOC-NO TO AC-DOC-NO(ACK-CNT)
                    END-IF
                    READ UKESHO-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE UKESHO-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 納期遅延・未請書の日数パラメタ（P80・P81と同じパラメタ）
       PARAM-LOAD-RTN.
            MOVE "G"          TO PG-MODE
            MOVE "P80"        TO PG-PROG
            MOVE "OKURE-DAYS" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y" AND PG-SUCHI NOT = ZERO
                MOVE PG-SUCHI TO OKURE-LIMIT
            END-IF
            MOVE "P81"        TO PG-PROG
            MOVE "UKE-DAYS"   TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y" AND PG-SUCHI NOT = ZERO
                MOVE PG-SUCHI TO UKE-LIMIT
            END-IF.
      *
      * カレンダーマスタの読込（無い場合は暦日で数える）
       CAL-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT CAL-FILE
            IF CAL-FS = "00"
                READ CAL-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF CAL-CNT < 750
                        ADD 1 TO CAL-CNT
                        MOVE CA-DATE TO CL-DATE(CAL-CNT)
                        MOVE CA-KBN  TO CL-KBN(CAL-CNT)
                    END-IF
                    READ CAL-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
            END-IF
            CLOSE CAL-FILE
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
