      *
      * 14JY0123 崔　禎　文
      * 委託在庫：仕入先が当社倉庫に預ける委託在庫を管理する
      * 1=委託契約の登録（仕入先・商品（空白は全商品）・期間を
      * 　委託契約マスタ.TXTへ追加、権限レベル2）
      * 2=委託在庫一覧（委託在庫.TXTの仕入先×商品の預り数量と、
      * 　参考として契約単価による金額。自社在庫には含めない）
      * 3=月次消化明細書（委託受払.TXTの消化（S）を仕入先別に
      * 　集計し、仕入先請求書の根拠として明細と合計を印字する）
      * 入庫・消化の計上はP27、仕入整列への取込みはP5が行う
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P133.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL ITK-FILE ASSIGN  "委託契約マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS ITK-FS.
           SELECT  OPTIONAL IZ-FILE  ASSIGN  "委託在庫.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IZ-FS.
           SELECT  OPTIONAL IH-FILE  ASSIGN  "委託受払.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IH-FS.
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
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  OPTIONAL OPE-FILE ASSIGN
                                    "オペレータマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS OPE-FS.
           SELECT  PRINT-FILE  ASSIGN  "P133.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 委託契約マスタ：商品が空白の行はその仕入先の全商品が委託
       FD  ITK-FILE.
       01  IK-REC.
           05  IK-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  IK-ITEM           PIC X(05).
           05                    PIC X(01).
           05  IK-FROM           PIC 9(08).
           05                    PIC X(01).
           05  IK-TO             PIC 9(08).
      *
      * 委託在庫：仕入先×商品の預り数量（基本単位、P27が更新）
       FD  IZ-FILE.
       01  IZ-REC.
           05  IZ-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  IZ-ITEM           PIC X(05).
           05                    PIC X(01).
           05  IZ-ZAN            PIC 9(07).
      *
      * 委託受払：R＝入庫　H＝返品　S＝消化（消化のみ単価・金額付き）
       FD  IH-FILE.
       01  IH-REC.
           05  IH-DATE           PIC 9(08).
           05                    PIC X(01).
           05  IH-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  IH-ITEM           PIC X(05).
           05                    PIC X(01).
           05  IH-KBN            PIC X(01).
           05                    PIC X(01).
           05  IH-SURYO          PIC 9(06).
           05                    PIC X(01).
           05  IH-TANKA          PIC 9(05)V99.
           05                    PIC X(01).
           05  IH-KINGAKU        PIC 9(09).
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
       01  ITK-FS                PIC X(02)  VALUE SPACE.
       01  IZ-FS                 PIC X(02)  VALUE SPACE.
       01  IH-FS                 PIC X(02)  VALUE SPACE.
       01  KEIYAKU-FS            PIC X(02)  VALUE SPACE.
       01  KEIYAKU-END-FLG       PIC X(01)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPE-FS                PIC X(02)  VALUE SPACE.
       01  OPE-END-FLG           PIC X(01)  VALUE SPACE.
       01  CUR-LEVEL             PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  OK-FLG                PIC X(01)  VALUE SPACE.
       01  KY-HIT-FLG            PIC X(01)  VALUE SPACE.
       01  IN-S-CODE             PIC X(03)  VALUE SPACE.
       01  IN-ITEM               PIC X(05)  VALUE SPACE.
       01  IN-FROM               PIC X(08)  VALUE SPACE.
       01  IN-TO                 PIC X(08)  VALUE SPACE.
       01  IN-YYMM               PIC X(06)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  W-YY                  PIC 9(04)  VALUE ZERO.
       01  W-MM                  PIC 9(02)  VALUE ZERO.
       01  TEKIYO-TANKA          PIC 9(05)V99 VALUE ZERO.
       01  WK-KINGAKU            PIC 9(11)  VALUE ZERO.
       01  IZ-KENSU              PIC 9(05)  VALUE ZERO.
       01  G-KINGAKU             PIC 9(11)  VALUE ZERO.
       01  SX                    PIC 9(03).
       01  S-CNT                 PIC 9(03)  VALUE ZERO.
       01  KX                    PIC 9(03).
       01  KY-CNT                PIC 9(03)  VALUE ZERO.
       01  IKX                   PIC 9(03).
       01  ITK-CNT               PIC 9(03)  VALUE ZERO.
       01  SS-KENSU              PIC 9(05)  VALUE ZERO.
       01  SS-SURYO              PIC 9(07)  VALUE ZERO.
       01  SS-KINGAKU            PIC 9(11)  VALUE ZERO.
      *
      * 委託契約マスタの作業表（重複検査用）
       01  ITK-TBL.
           05  ITK-ENT           OCCURS 100 TIMES.
               10  IKT-S-CODE    PIC X(03).
               10  IKT-ITEM      PIC X(05).
               10  IKT-FROM      PIC 9(08).
               10  IKT-TO        PIC 9(08).
       01  KEIYAKU-TBL.
           05  KEIYAKU-ENT       OCCURS 100 TIMES.
               10  KYT-ITEM      PIC X(05).
               10  KYT-S-CODE    PIC X(03).
               10  KYT-TANKA     PIC 9(05)V99.
               10  KYT-FROM      PIC 9(08).
               10  KYT-TO        PIC 9(08).
      * 消化明細書の対象仕入先（受払に消化のある仕入先）
       01  S-TBL.
           05  S-ENT             OCCURS 100 TIMES.
               10  ST-S-CODE     PIC X(03).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05  H-TITLE           PIC X(29).
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
       01  HEAD-2.
           05                    PIC X(06)  VALUE  "仕入".
           05                    PIC X(07)  VALUE  "商品".
           05                    PIC X(12)  VALUE  "商品名".
           05                    PIC X(12)  VALUE  "預り数".
           05                    PIC X(12)  VALUE  "単価".
           05                    PIC X(18)  VALUE  "参考金額".
       01  MEISAI.
           05  M-S-CODE          PIC X(03).
           05                    PIC X(03)  VALUE SPACE.
           05  M-ITEM            PIC X(05).
           05                    PIC X(02)  VALUE SPACE.
           05  M-NAME            PIC X(10).
           05                    PIC X(02)  VALUE SPACE.
           05  M-ZAN             PIC Z,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-TANKA           PIC ZZ,ZZ9.99.
           05                    PIC X(02)  VALUE SPACE.
           05  M-KINGAKU         PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  FOOT-1.
           05                    PIC X(15)  VALUE "預り件数：".
           05  F-KENSU           PIC ZZZZ9.
           05                    PIC X(24)  VALUE
                                 "　参考金額合計：".
           05  F-KINGAKU         PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  FOOT-2.
           05                    PIC X(39)  VALUE
                "（委託在庫は仕入先の所有で".
           05                    PIC X(33)  VALUE
                "自社在庫には含めない）".
      *
      * 月次消化明細書（仕入先ごとに改ページ）
       01  SHO-1.
           05                    PIC X(12)  VALUE "仕入先：".
           05  SH-S-CODE         PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  SH-S-NAME         PIC X(10).
           05                    PIC X(06)  VALUE SPACE.
           05                    PIC X(15)  VALUE "対象年月：".
           05  SH-YY             PIC 9(04).
           05                    PIC X(01)  VALUE "/".
           05  SH-MM             PIC 9(02).
       01  SHO-2.
           05                    PIC X(39)  VALUE
                "下記のとおり当月の委託在庫".
           05                    PIC X(33)  VALUE
                "消化分を仕入として計上".
       01  SHO-3.
           05                    PIC X(36)  VALUE
                "しました。本明細に基づき".
           05                    PIC X(36)  VALUE
                "請求書をご発行ください。".
       01  SHO-4.
           05                    PIC X(13)  VALUE  "消化日".
           05                    PIC X(07)  VALUE  "商品".
           05                    PIC X(13)  VALUE  "商品名".
           05                    PIC X(10)  VALUE  "数量".
           05                    PIC X(11)  VALUE  "単価".
           05                    PIC X(06)  VALUE  "金額".
       01  SHO-MEISAI.
           05  SM-DATE           PIC 9999/99/99.
           05                    PIC X(03)  VALUE SPACE.
           05  SM-ITEM           PIC X(05).
           05                    PIC X(02)  VALUE SPACE.
           05  SM-NAME           PIC X(10).
           05                    PIC X(02)  VALUE SPACE.
           05  SM-SURYO          PIC ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  SM-TANKA          PIC ZZ,ZZ9.99.
           05                    PIC X(02)  VALUE SPACE.
           05  SM-KINGAKU        PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  SHO-GOKEI.
           05                    PIC X(15)  VALUE "明細件数：".
           05  SG-KENSU          PIC ZZZZ9.
           05                    PIC X(15)  VALUE "　数量計：".
           05  SG-SURYO          PIC Z,ZZZ,ZZ9.
           05                    PIC X(15)  VALUE "　合計：".
           05  SG-KINGAKU        PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  SHO-NASHI.
           05                    PIC X(45)  VALUE
                "対象年月の委託消化はありません".
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM OPID-LOAD-RTN
            PERFORM ITK-LOAD-RTN
            PERFORM KEIYAKU-LOAD-RTN
            DISPLAY "1=委託契約登録 2=委託在庫一覧 "
                    "3=月次消化明細書："
            ACCEPT MENU-CHOICE
            EVALUATE MENU-CHOICE
                WHEN "1"
                    PERFORM LEVEL-CHK-RTN
                    IF CUR-LEVEL NOT = "2"
                        DISPLAY "権限がありません。"
                    ELSE
                        PERFORM TOROKU-RTN
                    END-IF
                WHEN "2" PERFORM ICHIRAN-RTN
                WHEN "3" PERFORM SHOKA-RTN
                WHEN OTHER DISPLAY "選択が不正です。"
            END-EVALUATE
            DISPLAY "END"
            STOP RUN.
      *
      * 委託契約の登録：仕入先（有効）・商品（空白は全商品）・期間
      * （同じ仕入先・商品で期間の重なる契約があれば登録しない）
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
                DISPLAY "商品NO（空白は全商品）："
                ACCEPT IN-ITEM
                IF IN-ITEM NOT = SPACE
                    MOVE IN-ITEM TO T-NO
                    READ SHOHIN-FILE
                        INVALID KEY
                            DISPLAY "商品がありません："
                                    IN-ITEM
                            MOVE "N" TO OK-FLG
                        NOT INVALID KEY
                            DISPLAY "商品名：" T-NAME
                    END-READ
                END-IF
            END-IF
            IF OK-FLG = "Y"
                DISPLAY "契約開始日YYYYMMDD："
                ACCEPT IN-FROM
                DISPLAY "契約終了日YYYYMMDD："
                ACCEPT IN-TO
                IF IN-FROM NOT NUMERIC OR IN-TO NOT NUMERIC
                    DISPLAY "数字8桁で入力してください。"
                    MOVE "N" TO OK-FLG
                ELSE
                    IF IN-TO < IN-FROM
                        DISPLAY "契約期間が不正です。"
                        MOVE "N" TO OK-FLG
                    END-IF
                END-IF
            END-IF
            IF OK-FLG = "Y"
                PERFORM VARYING IKX FROM 1 BY 1 UNTIL IKX > ITK-CNT
                    IF IKT-S-CODE(IKX) = IN-S-CODE
                        AND (IKT-ITEM(IKX) = IN-ITEM
                             OR IKT-ITEM(IKX) = SPACE
                             OR IN-ITEM = SPACE)
                        AND IKT-FROM(IKX) <= IN-TO
                        AND IKT-TO(IKX) >= IN-FROM
                        DISPLAY "期間の重なる委託契約："
                                IKT-ITEM(IKX)
                        MOVE "N" TO OK-FLG
                    END-IF
                END-PERFORM
            END-IF
            IF OK-FLG = "Y"
                OPEN EXTEND ITK-FILE
                MOVE SPACE     TO IK-REC
                MOVE IN-S-CODE TO IK-S-CODE
                MOVE IN-ITEM   TO IK-ITEM
                MOVE IN-FROM   TO IK-FROM
                MOVE IN-TO     TO IK-TO
                WRITE IK-REC
                CLOSE ITK-FILE
                DISPLAY "委託契約を登録しました。"
                IF IN-ITEM NOT = SPACE
                    PERFORM KY-CHK-RTN
                    IF KY-HIT-FLG NOT = "Y"
                        DISPLAY "★契約単価が未登録です"
                        DISPLAY "（消化分は商品マスタの"
                                "仕入単価で計上）"
                    END-IF
                END-IF
            ELSE
                DISPLAY "委託契約は登録しません。"
            END-IF
            CLOSE SHOHIN-FILE MAS-FILE.
      *
      * 契約期間中に有効な契約単価があるか
       KY-CHK-RTN.
            MOVE SPACE TO KY-HIT-FLG
            PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KY-CNT
                IF KYT-ITEM(KX) = IN-ITEM
                    AND KYT-S-CODE(KX) = IN-S-CODE
                    AND KYT-FROM(KX) <= IN-TO AND KYT-TO(KX) >= IN-FROM
                    MOVE "Y" TO KY-HIT-FLG
                END-IF
            END-PERFORM.
      *
      * 委託在庫一覧：預り数量と参考金額（本日有効の契約単価、
      * 無ければ商品マスタの仕入単価）
       ICHIRAN-RTN.
            OPEN INPUT SHOHIN-FILE
            OPEN OUTPUT PRINT-FILE
            MOVE "*** 委託在庫一覧" TO H-TITLE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            MOVE SPACE TO END-FLG
            OPEN INPUT IZ-FILE
            IF IZ-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ IZ-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                MOVE IZ-ITEM TO T-NO
                READ SHOHIN-FILE
                    INVALID KEY
                        MOVE SPACE TO T-NAME
                        MOVE ZERO  TO T-S-TANKA
                END-READ
                MOVE T-S-TANKA TO TEKIYO-TANKA
                PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KY-CNT
                    IF KYT-ITEM(KX) = IZ-ITEM
                        AND KYT-S-CODE(KX) = IZ-S-CODE
                        AND KYT-FROM(KX) <= W-DATE8
                        AND KYT-TO(KX) >= W-DATE8
                        MOVE KYT-TANKA(KX) TO TEKIYO-TANKA
                    END-IF
                END-PERFORM
                COMPUTE WK-KINGAKU ROUNDED = IZ-ZAN * TEKIYO-TANKA
                ADD 1 TO IZ-KENSU
                ADD WK-KINGAKU TO G-KINGAKU
                MOVE IZ-S-CODE    TO M-S-CODE
                MOVE IZ-ITEM      TO M-ITEM
                MOVE T-NAME       TO M-NAME
                MOVE IZ-ZAN       TO M-ZAN
                MOVE TEKIYO-TANKA TO M-TANKA
                MOVE WK-KINGAKU   TO M-KINGAKU
                WRITE P-REC FROM MEISAI AFTER 1
                READ IZ-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE IZ-FILE
            MOVE IZ-KENSU  TO F-KENSU
            MOVE G-KINGAKU TO F-KINGAKU
            WRITE P-REC FROM FOOT-1 AFTER 2
            WRITE P-REC FROM FOOT-2 AFTER 1
            CLOSE SHOHIN-FILE PRINT-FILE.
      *
      * 月次消化明細書：対象年月（空白は前月）の消化を仕入先別に印字
       SHOKA-RTN.
            DISPLAY "対象年月YYYYMM（空白は前月）："
            ACCEPT IN-YYMM
            IF IN-YYMM = SPACE
                MOVE W-DATE8(1:4) TO W-YY
                MOVE W-DATE8(5:2) TO W-MM
                IF W-MM = 1
                    SUBTRACT 1 FROM W-YY
                    MOVE 12 TO W-MM
                ELSE
                    SUBTRACT 1 FROM W-MM
                END-IF
                MOVE W-YY TO IN-YYMM(1:4)
                MOVE W-MM TO IN-YYMM(5:2)
            END-IF
            IF IN-YYMM NOT NUMERIC
                DISPLAY "数字6桁で入力してください。"
            ELSE
                DISPLAY "仕入先（空白は全仕入先）："
                ACCEPT IN-S-CODE
                PERFORM SHOKA-SHIIRESAKI-RTN
                OPEN INPUT SHOHIN-FILE MAS-FILE
                OPEN OUTPUT PRINT-FILE
                MOVE "*** 委託在庫消化明細書" TO H-TITLE
                MOVE W-DATE8 TO H-DATE
                IF S-CNT = ZERO
                    WRITE P-REC FROM HEAD-1 AFTER PAGE
                    WRITE P-REC FROM SHO-NASHI AFTER 2
                END-IF
                PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > S-CNT
                    PERFORM SHOKA-ONE-RTN
                END-PERFORM
                CLOSE SHOHIN-FILE MAS-FILE PRINT-FILE
                DISPLAY "明細書の仕入先数：" S-CNT
            END-IF.
      *
      * 対象年月に消化のある仕入先を集める
       SHOKA-SHIIRESAKI-RTN.
            MOVE ZERO  TO S-CNT
            MOVE SPACE TO END-FLG
            OPEN INPUT IH-FILE
            IF IH-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ IH-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF IH-KBN = "S" AND IH-DATE(1:6) = IN-YYMM
                    AND (IN-S-CODE = SPACE OR IH-S-CODE = IN-S-CODE)
                    MOVE "N" TO OK-FLG
                    PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > S-CNT
                        IF ST-S-CODE(SX) = IH-S-CODE
                            MOVE "Y" TO OK-FLG
                        END-IF
                    END-PERFORM
                    IF OK-FLG = "N" AND S-CNT < 100
                        ADD 1 TO S-CNT
                        MOVE IH-S-CODE TO ST-S-CODE(S-CNT)
                    END-IF
                END-IF
                READ IH-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE IH-FILE
            MOVE SPACE TO END-FLG.
      *
      * 仕入先１社分の明細書（受払を読み直して消化を印字する）
       SHOKA-ONE-RTN.
            MOVE ZERO TO SS-KENSU SS-SURYO SS-KINGAKU
            MOVE ST-S-CODE(SX) TO S-CODE SH-S-CODE
            READ MAS-FILE
                INVALID KEY
                    MOVE SPACE TO S-SYOTEN-REST
            END-READ
            MOVE S-SYOTEN-REST TO SH-S-NAME
            MOVE IN-YYMM(1:4)  TO SH-YY
            MOVE IN-YYMM(5:2)  TO SH-MM
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM SHO-1 AFTER 2
            WRITE P-REC FROM SHO-2 AFTER 2
            WRITE P-REC FROM SHO-3 AFTER 1
            WRITE P-REC FROM SHO-4 AFTER 2
            MOVE SPACE TO END-FLG
            OPEN INPUT IH-FILE
            READ IH-FILE
                AT END MOVE "E" TO END-FLG
            END-READ
            PERFORM UNTIL END-FLG = "E"
                IF IH-KBN = "S" AND IH-DATE(1:6) = IN-YYMM
                    AND IH-S-CODE = ST-S-CODE(SX)
                    MOVE IH-ITEM TO T-NO
                    READ SHOHIN-FILE
                        INVALID KEY
                            MOVE SPACE TO T-NAME
                    END-READ
                    ADD 1          TO SS-KENSU
                    ADD IH-SURYO   TO SS-SURYO
                    ADD IH-KINGAKU TO SS-KINGAKU
                    MOVE IH-DATE    TO SM-DATE
                    MOVE IH-ITEM    TO SM-ITEM
                    MOVE T-NAME     TO SM-NAME
                    MOVE IH-SURYO   TO SM-SURYO
                    MOVE IH-TANKA   TO SM-TANKA
                    MOVE IH-KINGAKU TO SM-KINGAKU
                    WRITE P-REC FROM SHO-MEISAI AFTER 1
                END-IF
                READ IH-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE IH-FILE
            MOVE SPACE TO END-FLG
            MOVE SS-KENSU   TO SG-KENSU
            MOVE SS-SURYO   TO SG-SURYO
            MOVE SS-KINGAKU TO SG-KINGAKU
            WRITE P-REC FROM SHO-GOKEI AFTER 2.
      *
       ITK-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT ITK-FILE
            IF ITK-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ ITK-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF ITK-CNT < 100
                    ADD 1 TO ITK-CNT
                    MOVE IK-S-CODE TO IKT-S-CODE(ITK-CNT)
                    MOVE IK-ITEM   TO IKT-ITEM(ITK-CNT)
                    MOVE IK-FROM   TO IKT-FROM(ITK-CNT)
                    MOVE IK-TO     TO IKT-TO(ITK-CNT)
                END-IF
                READ ITK-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE ITK-FILE
            MOVE SPACE TO END-FLG.
      *
       KEIYAKU-LOAD-RTN.
            OPEN INPUT KEIYAKU-FILE
            IF KEIYAKU-FS = "00"
                READ KEIYAKU-FILE
                    AT END MOVE "E" TO KEIYAKU-END-FLG
                END-READ
                PERFORM UNTIL KEIYAKU-END-FLG = "E"
                    IF KY-CNT < 100
                        ADD 1 TO KY-CNT
                        MOVE KY-ITEM   TO KYT-ITEM(KY-CNT)
                        MOVE KY-S-CODE TO KYT-S-CODE(KY-CNT)
                        MOVE KY-TANKA  TO KYT-TANKA(KY-CNT)
                        MOVE KY-FROM   TO KYT-FROM(KY-CNT)
                        MOVE KY-TO     TO KYT-TO(KY-CNT)
                    END-IF
                    READ KEIYAKU-FILE
                        AT END MOVE "E" TO KEIYAKU-END-FLG
                    END-READ
                END-PERFORM
                CLOSE KEIYAKU-FILE
            ELSE
                CLOSE KEIYAKU-FILE
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
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
