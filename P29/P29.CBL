      * 納品パターンマスタ.TXT（仕入先別の納品可能曜日・リード
      * タイム）がある仕入先は、入荷予定日が納品可能曜日かつ営業日
      * かを検査し、外れていれば次の有効日へ繰り下げて★印字する
      * 発注金額（契約単価、無ければ商品マスタの仕入単価×数量）が
      * 発注承認基準.TXT（分類×金額帯、P126で保守）で承認要となる
      * 発注は承認待ち（P）で登録し、発注承認.TXTへ確定者の担当者
      * ID付きで記録する（P62は承認されるまで注文書を出さない）
      * 予算引当：分類別に当月の仕入実績（仕入整列.txt）と未完了・
      * 承認待ち発注の未入荷残の金額を求め、確定する発注を加えると
      * 予算マスタ.TXTの当月予算を超える発注は★予算超過を付けて
      * 承認待ち（P）で登録する（発注承認.TXTの理由区分はY）
      * 店舗要求を集約した行（P129作成、末尾に集約NO）は、登録した
      * 発注NOとの対応を要求発注.TXTへ記録する（P130の仕分け用）
      * 包括発注（P132登録）の分納：行末の包括NO（P85が付与）を検査
      * し、空白なら仕入先・商品・入荷予定日で有効な包括発注を引く
      * 引き当てた発注は包括発注明細.TXTへ記録し、残数を印字する
      * 残を超える分納は★包括残超過、無効な包括NOは★包括無効として
      * 通常の発注で登録する
      * 仕入先書類：仕入先区分の必須書類（P135で登録、SHORUICHKで
      * 判定）が無いか有効期限切れの仕入先への発注は★書類不備を
      * 付けて承認待ち（P）で登録し、権限レベル2の承認（P126）を
      * 要する（発注承認.TXTの理由区分はS）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P29.
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL PO-FILE ASSIGN  "ISAM発注マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY PO-NO.
           SELECT  OPTIONAL SAIBAN-FILE  ASSIGN  "発注採番.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS CAL-FS.
           SELECT  PRINT-FILE  ASSIGN  "P29.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  SHOHIN-FILE ASSIGN  "ISAM商品マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY T-NO.
           SELECT  OPTIONAL KEIYAKU-FILE ASSIGN
                                    "契約単価マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KEIYAKU-FS.
           SELECT  OPTIONAL KIJUN-FILE ASSIGN  "発注承認基準.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KIJUN-FS.
           SELECT  OPTIONAL SHONIN-FILE ASSIGN  "発注承認.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SHONIN-FS.
           SELECT  OPTIONAL YH-FILE ASSIGN  "要求発注.TXT"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL BK-FILE ASSIGN  "包括発注マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS BK-FS.
           SELECT  OPTIONAL BM-FILE ASSIGN  "包括発注明細.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS BM-FS.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  OPTIONAL JISSEKI-FILE ASSIGN  "仕入整列.txt"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS JISSEKI-FS.
           SELECT  OPTIONAL YOSAN-FILE ASSIGN  "予算マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS YOSAN-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
           05  H-ITEM            PIC X(05).
           05  H-SURYO           PIC 9(05).
           05  H-YOTEI           PIC 9(08).
      *    末尾の集約NOは拡張欄（P129の店舗要求集約分のみ、他は空白）
           05  H-YOKYU-NO        PIC X(06).
      *    包括NOも拡張欄（P85が有効な包括発注のある行に付与）
           05  H-BK-NO           PIC X(06).
      *
       FD  PO-FILE.
       01  PO-REC.
           05  PO-STATUS         PIC X(01).
               88  PO-OPEN                  VALUE "O".
               88  PO-CLOSED                VALUE "C".
               88  PO-PENDING               VALUE "P".
               88  PO-CANCELLED             VALUE "X".
           05  PO-UKE-SURYO      PIC 9(05).
           05  PO-DOC-NO         PIC X(06).
           05  PO-UKE-DATE       PIC 9(08).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
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
      * 発注承認基準：分類（**＝全分類）・金額帯の下限・承認要否
      * （分類の行があればその分類の行、無ければ**の行のうち、
      * 　下限が発注金額以下で最も大きい行の要否を使う）
       FD  KIJUN-FILE.
       01  KJ-REC.
           05  KJ-CAT            PIC X(02).
           05                    PIC X(01).
           05  KJ-KINGAKU        PIC 9(09).
           05                    PIC X(01).
           05  KJ-KBN            PIC X(01).
      *
       FD  YH-FILE.
       01  YH-REC.
           05  YH-YOKYU-NO       PIC X(06).
           05                    PIC X(01).
           05  YH-PO-NO          PIC X(06).
      *
      * 包括発注マスタ（P132で保守）：A＝有効　C＝終了
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
           05                    PIC X(01).
           05  BK-DATE           PIC 9(08).
           05                    PIC X(01).
           05  BK-OPID           PIC X(04).
      *
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
      * 発注承認：P＝承認待ち（P29）　A＝承認　R＝却下（P126）
      * 理由区分：K＝金額基準　Y＝予算超過
       FD  SHONIN-FILE.
       01  SN-REC.
           05  SN-PO-NO          PIC X(06).
           05                    PIC X(01).
           05  SN-STATUS         PIC X(01).
           05                    PIC X(01).
           05  SN-KINGAKU        PIC 9(09).
           05                    PIC X(01).
           05  SN-CAT            PIC X(02).
           05                    PIC X(01).
           05  SN-OPID           PIC X(04).
           05                    PIC X(01).
           05  SN-DATE           PIC 9(08).
           05                    PIC X(01).
           05  SN-TIME           PIC 9(06).
           05                    PIC X(01).
           05  SN-RIYU           PIC X(01).
      *
       FD  SIGNON-FILE.
       01  SG-REC.
           05  SG-OPID           PIC X(04).
      *
       FD  JISSEKI-FILE.
       01  I-REC.
           05  I-NO              PIC X(05).
           05  I-NAME            PIC X(10).
           05  I-S-DATE          PIC 9(08).
           05  I-S-NO            PIC X(03).
           05  I-S-NAME          PIC X(10).
           05  I-SURYO           PIC 9(04).
           05  I-TANKA           PIC 9(05)V99.
           05  I-BRANCH          PIC X(02).
      *
       FD  YOSAN-FILE.
       01  YS-REC.
           05  YS-YYMM           PIC X(06).
           05                    PIC X(01).
           05  YS-CAT            PIC X(02).
           05                    PIC X(01).
           05  YS-KINGAKU        PIC 9(11).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  READ-CNT              PIC 9(05)  VALUE ZERO.
       01  ADD-CNT               PIC 9(05)  VALUE ZERO.
       01  ERR-CNT               PIC 9(05)  VALUE ZERO.
       01  PEND-CNT              PIC 9(05)  VALUE ZERO.
       01  KEIYAKU-FS            PIC X(02)  VALUE SPACE.
       01  KEIYAKU-END-FLG       PIC X(01)  VALUE SPACE.
       01  KY-CNT                PIC 9(03)  VALUE ZERO.
       01  KYX                   PIC 9(03).
       01  KIJUN-FS              PIC X(02)  VALUE SPACE.
       01  KIJUN-END-FLG         PIC X(01)  VALUE SPACE.
       01  KJ-CNT                PIC 9(03)  VALUE ZERO.
       01  KJX                   PIC 9(03).
       01  CAT-HIT-FLG           PIC X(01)  VALUE SPACE.
       01  HIT-KINGAKU           PIC 9(09)  VALUE ZERO.
       01  SHONIN-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  W-TIME8               PIC 9(08)  VALUE ZERO.
       01  TEKIYO-TANKA          PIC 9(05)V99 VALUE ZERO.
       01  PO-KINGAKU            PIC 9(09)  VALUE ZERO.
       01  WK-CAT                PIC X(02)  VALUE SPACE.
       01  SHONIN-YO-FLG         PIC X(01)  VALUE SPACE.
       01  WK-ITEM               PIC X(05)  VALUE SPACE.
       01  WK-S-CODE             PIC X(03)  VALUE SPACE.
       01  WK-SURYO              PIC 9(05)  VALUE ZERO.
       01  WK-KINGAKU            PIC 9(09)  VALUE ZERO.
       01  JISSEKI-FS            PIC X(02)  VALUE SPACE.
       01  YOSAN-FS              PIC X(02)  VALUE SPACE.
       01  YOSAN-END-FLG         PIC X(01)  VALUE SPACE.
       01  PO-END-FLG            PIC X(01)  VALUE SPACE.
       01  CUR-YYMM              PIC X(06)  VALUE SPACE.
       01  YOSAN-GAKU            PIC 9(11)  VALUE ZERO.
       01  HIKIATE-GO            PIC 9(12)  VALUE ZERO.
       01  YOSAN-OVER-FLG        PIC X(01)  VALUE SPACE.
       01  YOSAN-HORYU-CNT       PIC 9(05)  VALUE ZERO.
       01  SHORUI-NG-FLG         PIC X(01)  VALUE SPACE.
       01  SHORUI-HORYU-CNT      PIC 9(05)  VALUE ZERO.
       01  SR-FUNC               PIC X(01)  VALUE "C".
       01  SR-CAT                PIC X(02)  VALUE SPACE.
       01  SR-KEKKA              PIC X(01)  VALUE SPACE.
       01  SR-BIKO               PIC X(24)  VALUE SPACE.
       01  CX                    PIC 9(02).
       01  HIT-CX                PIC 9(02)  VALUE ZERO.
       01  CAT-CNT               PIC 9(02)  VALUE ZERO.
       01  YSX                   PIC 9(03).
       01  YS-CNT                PIC 9(03)  VALUE ZERO.
       01  BK-FS                 PIC X(02)  VALUE SPACE.
       01  BM-FS                 PIC X(02)  VALUE SPACE.
       01  BK-END-FLG            PIC X(01)  VALUE SPACE.
       01  BK-CNT                PIC 9(03)  VALUE ZERO.
       01  BKX                   PIC 9(03).
       01  HIT-BK                PIC 9(03)  VALUE ZERO.
       01  BK-MUKOU-FLG          PIC X(01)  VALUE SPACE.
       01  BK-OVER-FLG           PIC X(01)  VALUE SPACE.
       01  BK-ADD-CNT            PIC 9(05)  VALUE ZERO.
       01  BK-OVER-CNT           PIC 9(05)  VALUE ZERO.
       01  BK-ZAN                PIC S9(08) VALUE ZERO.
      *
      * 有効な包括発注と発行済み数量（取消を除く分納発注の合計）
       01  BK-TBL.
           05  BK-ENT            OCCURS 100 TIMES.
               10  BKT-NO        PIC 9(06).
               10  BKT-S-CODE    PIC X(03).
               10  BKT-ITEM      PIC X(05).
               10  BKT-SURYO     PIC 9(07).
               10  BKT-FROM      PIC 9(08).
               10  BKT-TO        PIC 9(08).
               10  BKT-HAKKO     PIC 9(08).
      *
      * 分類別の当月仕入実績と発注残（未完了・承認待ちの未入荷分）
       01  CAT-TBL.
           05  CAT-ENT           OCCURS 20 TIMES.
               10  CT-CODE       PIC X(02).
               10  CT-JISSEKI    PIC 9(11).
               10  CT-HACHU      PIC 9(11).
       01  YS-TBL.
           05  YS-ENT            OCCURS 240 TIMES.
               10  YB-YYMM       PIC X(06).
               10  YB-CAT        PIC X(02).
               10  YB-KINGAKU    PIC 9(11).
       01  KEIYAKU-TBL.
           05  KEIYAKU-ENT       OCCURS 100 TIMES.
               10  KYT-ITEM      PIC X(05).
               10  KYT-S-CODE    PIC X(03).
               10  KYT-TANKA     PIC 9(05)V99.
               10  KYT-FROM      PIC 9(08).
               10  KYT-TO        PIC 9(08).
       01  KIJUN-TBL.
           05  KIJUN-ENT         OCCURS 100 TIMES.
               10  KJT-CAT       PIC X(02).
               10  KJT-KINGAKU   PIC 9(09).
               10  KJT-KBN       PIC X(01).
       01  SEIYAKU-FS            PIC X(02)  VALUE SPACE.
       01  SEIYAKU-END-FLG       PIC X(01)  VALUE SPACE.
       01  SY-CNT                PIC 9(03)  VALUE ZERO.
           05  M-COMMENT         PIC X(16).
           05                    PIC X(01)  VALUE SPACE.
           05  M-CHOSEI          PIC X(16).
      *
       01  MEISAI-BK.
           05                    PIC X(04)  VALUE SPACE.
           05                    PIC X(11)  VALUE "包括NO：".
           05  MB-BK-NO          PIC 9(06).
           05                    PIC X(18)  VALUE
                                 "　発行後残：".
           05  MB-ZAN            PIC -ZZZZZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  MB-COMMENT        PIC X(18).
       01  MEISAI-BK2.
           05                    PIC X(04)  VALUE SPACE.
           05                    PIC X(15)  VALUE "★包括NO：".
           05  MB2-BK-NO         PIC X(06).
           05                    PIC X(36)  VALUE
                                 "　無効（通常発注で登録）".
       01  MEISAI-SR.
           05                    PIC X(04)  VALUE SPACE.
           05                    PIC X(18)  VALUE "★書類不備：".
           05  MS-BIKO           PIC X(24).
           05                    PIC X(31)  VALUE
                                 "（P126で承認後に発行）".
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05  F-ADD             PIC ZZZZ9.
           05                    PIC X(14)  VALUE "　エラー：".
           05  F-ERR             PIC ZZZZ9.
       01  FOOT-2.
           05                    PIC X(15)  VALUE "承認待ち：".
           05  F-PEND            PIC ZZZZ9.
           05                    PIC X(31)  VALUE
                                 "（P126で承認後に発行）".
       01  FOOT-3.
           05                    PIC X(21)  VALUE
                                 "うち予算超過：".
           05  F-YOSAN           PIC ZZZZ9.
           05                    PIC X(24)  VALUE
                                 "　うち書類不備：".
           05  F-SHORUI          PIC ZZZZ9.
       01  FOOT-4.
           05                    PIC X(15)  VALUE "包括分納：".
           05  F-BK-ADD          PIC ZZZZ9.
           05                    PIC X(27)  VALUE
                                 "　うち包括残超過：".
           05  F-BK-OVER         PIC ZZZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            PERFORM SEIYAKU-LOAD-RTN
            PERFORM NPAT-LOAD-RTN
            PERFORM CAL-LOAD-RTN
            PERFORM KEIYAKU-LOAD-RTN
            PERFORM KIJUN-LOAD-RTN
            PERFORM OPID-LOAD-RTN
            PERFORM YOSAN-LOAD-RTN
            OPEN INPUT  TRAN-FILE
            OPEN I-O    PO-FILE
            OPEN INPUT  SHOHIN-FILE
            OPEN OUTPUT PRINT-FILE
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            MOVE W-DATE8 TO H-DATE
            MOVE W-DATE8 TO RUN-DATE
            MOVE W-DATE8(1:6) TO CUR-YYMM
            PERFORM JISSEKI-LOAD-RTN
            PERFORM HACHU-ZAN-RTN
            PERFORM HOKATSU-LOAD-RTN
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            READ TRAN-FILE
            MOVE ADD-CNT  TO F-ADD
            MOVE ERR-CNT  TO F-ERR
            WRITE P-REC FROM FOOT-1 AFTER 2
            MOVE PEND-CNT TO F-PEND
            WRITE P-REC FROM FOOT-2 AFTER 1
            MOVE YOSAN-HORYU-CNT TO F-YOSAN
            MOVE SHORUI-HORYU-CNT TO F-SHORUI
            WRITE P-REC FROM FOOT-3 AFTER 1
            MOVE BK-ADD-CNT  TO F-BK-ADD
            MOVE BK-OVER-CNT TO F-BK-OVER
            WRITE P-REC FROM FOOT-4 AFTER 1
            CLOSE TRAN-FILE PO-FILE SHOHIN-FILE PRINT-FILE
            DISPLAY "END"
            STOP RUN.
      *
            MOVE SPACE TO MEISAI
            PERFORM SEIYAKU-RTN
            PERFORM YOTEI-CHK-RTN
            PERFORM HOKATSU-RTN
            ADD 1 TO LAST-NO
            MOVE LAST-NO   TO PO-NO
            MOVE H-S-CODE  TO PO-S-CODE
            MOVE ZERO      TO PO-UKE-SURYO
            MOVE SPACE     TO PO-DOC-NO
            MOVE ZERO      TO PO-UKE-DATE
            PERFORM SHONIN-HANTEI-RTN
            PERFORM YOSAN-CHK-RTN
            PERFORM SHORUI-CHK-RTN
            IF SHONIN-YO-FLG = "Y" OR YOSAN-OVER-FLG = "Y"
                OR SHORUI-NG-FLG = "Y"
                MOVE "P" TO PO-STATUS
            END-IF
            WRITE PO-REC
                INVALID KEY
                    ADD 1 TO ERR-CNT
                    MOVE "WRITEエラー" TO M-COMMENT
                    MOVE ZERO TO HIT-BK
                NOT INVALID KEY
                    ADD 1 TO ADD-CNT
                    MOVE "登録" TO M-COMMENT
                    IF PO-PENDING
                        ADD 1 TO PEND-CNT
                        MOVE "承認待ち" TO M-COMMENT
                        IF YOSAN-OVER-FLG = "Y"
                            ADD 1 TO YOSAN-HORYU-CNT
                            MOVE "★予算超過" TO M-COMMENT
                        END-IF
                        IF SHORUI-NG-FLG = "Y"
                            ADD 1 TO SHORUI-HORYU-CNT
                            MOVE "★書類不備" TO M-COMMENT
                        END-IF
                        PERFORM SHONIN-WRITE-RTN
                    END-IF
                    IF HIT-CX NOT = ZERO
                        ADD PO-KINGAKU TO CT-HACHU(HIT-CX)
                    END-IF
                    IF H-YOKYU-NO NOT = SPACE
                        PERFORM YH-WRITE-RTN
                    END-IF
                    IF HIT-BK NOT = ZERO
                        ADD ADJ-SURYO TO BKT-HAKKO(HIT-BK)
                        PERFORM BM-WRITE-RTN
                    END-IF
            END-WRITE
            MOVE PO-NO     TO M-PO-NO
            MOVE H-S-CODE  TO M-S-CODE
            MOVE H-ITEM    TO M-ITEM
            MOVE ADJ-SURYO TO M-SURYO
            MOVE ADJ-YOTEI TO M-YOTEI
            WRITE P-REC FROM MEISAI AFTER 1
            IF SHORUI-NG-FLG = "Y" AND PO-PENDING
                MOVE SR-BIKO TO MS-BIKO
                WRITE P-REC FROM MEISAI-SR AFTER 1
            END-IF
            IF HIT-BK NOT = ZERO
                ADD 1 TO BK-ADD-CNT
                MOVE BKT-NO(HIT-BK) TO MB-BK-NO
                COMPUTE BK-ZAN = BKT-SURYO(HIT-BK) - BKT-HAKKO(HIT-BK)
                MOVE BK-ZAN TO MB-ZAN
                MOVE SPACE TO MB-COMMENT
                IF BK-OVER-FLG = "Y"
                    ADD 1 TO BK-OVER-CNT
                    MOVE "★包括残超過" TO MB-COMMENT
                END-IF
                WRITE P-REC FROM MEISAI-BK AFTER 1
            END-IF
            IF BK-MUKOU-FLG = "Y"
                MOVE H-BK-NO TO MB2-BK-NO
                WRITE P-REC FROM MEISAI-BK2 AFTER 1
            END-IF.
      *
      * 包括発注の引当：指定の包括NOが有効（同じ仕入先・商品で入荷
      * 予定日が有効期間内）かを検査し、指定が無ければ該当する有効な
      * 包括発注を探す（HIT-BKに位置、無ければ0）
       HOKATSU-RTN.
            MOVE ZERO  TO HIT-BK
            MOVE SPACE TO BK-MUKOU-FLG BK-OVER-FLG
            PERFORM VARYING BKX FROM 1 BY 1 UNTIL BKX > BK-CNT
                IF HIT-BK = ZERO
                    AND BKT-S-CODE(BKX) = H-S-CODE
                    AND BKT-ITEM(BKX) = H-ITEM
                    AND BKT-FROM(BKX) <= ADJ-YOTEI
                    AND BKT-TO(BKX) >= ADJ-YOTEI
                    IF H-BK-NO = SPACE
                        MOVE BKX TO HIT-BK
                    ELSE
                        IF H-BK-NO NUMERIC
                            AND BKT-NO(BKX) = H-BK-NO
                            MOVE BKX TO HIT-BK
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF H-BK-NO NOT = SPACE AND HIT-BK = ZERO
                MOVE "Y" TO BK-MUKOU-FLG
            END-IF
            IF HIT-BK NOT = ZERO
                IF BKT-HAKKO(HIT-BK) + ADJ-SURYO > BKT-SURYO(HIT-BK)
                    MOVE "Y" TO BK-OVER-FLG
                END-IF
            END-IF.
      *
      * 発注制約の適用：ケース入数の倍数へ切り上げ、最低発注数量
      * 未満は★警告（適用内容は確定リストの調整欄に印字）
            WRITE SB-REC
            CLOSE SAIBAN-FILE.
      *
      * 承認要否の判定：発注金額を求め、分類の基準行（無ければ**
      * の行）で下限が金額以下の最大の行の要否を取る
       SHONIN-HANTEI-RTN.
            MOVE SPACE TO SHONIN-YO-FLG
            MOVE H-ITEM    TO WK-ITEM
            MOVE H-S-CODE  TO WK-S-CODE
            MOVE ADJ-SURYO TO WK-SURYO
            PERFORM KINGAKU-RTN
            MOVE WK-KINGAKU TO PO-KINGAKU
            MOVE SPACE TO CAT-HIT-FLG
            PERFORM VARYING KJX FROM 1 BY 1 UNTIL KJX > KJ-CNT
                IF KJT-CAT(KJX) = WK-CAT
                    MOVE "Y" TO CAT-HIT-FLG
                END-IF
            END-PERFORM
            MOVE ZERO TO HIT-KINGAKU
            PERFORM VARYING KJX FROM 1 BY 1 UNTIL KJX > KJ-CNT
                IF ((CAT-HIT-FLG = "Y" AND KJT-CAT(KJX) = WK-CAT)
                    OR (CAT-HIT-FLG NOT = "Y"
                        AND KJT-CAT(KJX) = "**"))
                    AND KJT-KINGAKU(KJX) <= PO-KINGAKU
                    AND KJT-KINGAKU(KJX) >= HIT-KINGAKU
                    MOVE KJT-KINGAKU(KJX) TO HIT-KINGAKU
                    MOVE KJT-KBN(KJX)     TO SHONIN-YO-FLG
                END-IF
            END-PERFORM.
      *
      * 発注金額＝適用単価（有効な契約単価、無ければ商品マスタの
      * 仕入単価）×数量。分類も商品マスタから取る
       KINGAKU-RTN.
            MOVE SPACE TO WK-CAT
            MOVE ZERO  TO TEKIYO-TANKA
            MOVE WK-ITEM TO T-NO
            READ SHOHIN-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE T-S-TANKA  TO TEKIYO-TANKA
                    MOVE T-CATEGORY TO WK-CAT
            END-READ
            PERFORM VARYING KYX FROM 1 BY 1 UNTIL KYX > KY-CNT
                IF KYT-ITEM(KYX) = WK-ITEM
                    AND KYT-S-CODE(KYX) = WK-S-CODE
                    AND KYT-FROM(KYX) <= RUN-DATE
                    AND KYT-TO(KYX) >= RUN-DATE
                    MOVE KYT-TANKA(KYX) TO TEKIYO-TANKA
                END-IF
            END-PERFORM
            COMPUTE WK-KINGAKU ROUNDED = TEKIYO-TANKA * WK-SURYO.
      *
      * 予算引当：分類の当月実績＋発注残＋今回の発注金額が当月予算を
      * 超えるかを見る（予算の無い分類は検査しない）
       YOSAN-CHK-RTN.
            MOVE SPACE TO YOSAN-OVER-FLG
            PERFORM CAT-FIND-RTN
            MOVE ZERO TO YOSAN-GAKU
            PERFORM VARYING YSX FROM 1 BY 1 UNTIL YSX > YS-CNT
                IF YB-YYMM(YSX) = CUR-YYMM
                    AND YB-CAT(YSX) = WK-CAT
                    MOVE YB-KINGAKU(YSX) TO YOSAN-GAKU
                END-IF
            END-PERFORM
            IF HIT-CX NOT = ZERO AND YOSAN-GAKU > ZERO
                COMPUTE HIKIATE-GO = CT-JISSEKI(HIT-CX)
                                   + CT-HACHU(HIT-CX) + PO-KINGAKU
                IF HIKIATE-GO > YOSAN-GAKU
                    MOVE "Y" TO YOSAN-OVER-FLG
                END-IF
            END-IF.
      *
      * 仕入先書類の検査：必須書類の欠落・期限切れを入荷予定日では
      * なく確定日で判定する（仕入先区分は仕入先マスタから取る）
       SHORUI-CHK-RTN.
            MOVE SPACE TO SHORUI-NG-FLG SR-CAT
            CALL "SHORUICHK" USING SR-FUNC H-S-CODE SR-CAT RUN-DATE
                                   SR-KEKKA SR-BIKO
            IF SR-KEKKA NOT = "Y"
                MOVE "Y" TO SHORUI-NG-FLG
            END-IF.
      *
      * 分類表の検索（無ければ追加。分類の無い商品は99とする）
       CAT-FIND-RTN.
            IF WK-CAT = SPACE
                MOVE "99" TO WK-CAT
            END-IF
            MOVE ZERO TO HIT-CX
            PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CAT-CNT
                IF CT-CODE(CX) = WK-CAT
                    MOVE CX TO HIT-CX
                END-IF
            END-PERFORM
            IF HIT-CX = ZERO AND CAT-CNT < 20
                ADD 1 TO CAT-CNT
                MOVE CAT-CNT TO HIT-CX
                MOVE WK-CAT  TO CT-CODE(HIT-CX)
                MOVE ZERO    TO CT-JISSEKI(HIT-CX) CT-HACHU(HIT-CX)
            END-IF.
      *
      * 当月の仕入実績を分類別に集計する（P54と同じ金額の取り方）
       JISSEKI-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT JISSEKI-FILE
            IF JISSEKI-FS = "00"
                READ JISSEKI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF I-S-DATE(1:6) = CUR-YYMM
                        MOVE I-NO TO T-NO
                        MOVE SPACE TO WK-CAT
                        READ SHOHIN-FILE
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE T-CATEGORY TO WK-CAT
                        END-READ
                        PERFORM CAT-FIND-RTN
                        IF HIT-CX NOT = ZERO
                            COMPUTE CT-JISSEKI(HIT-CX) ROUNDED =
                                CT-JISSEKI(HIT-CX) + I-TANKA * I-SURYO
                        END-IF
                    END-IF
                    READ JISSEKI-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE JISSEKI-FILE
            ELSE
                CLOSE JISSEKI-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
      * 発注残：未完了・承認待ちの発注の未入荷数量×適用単価
       HACHU-ZAN-RTN.
            MOVE SPACE TO PO-END-FLG
            MOVE LOW-VALUE TO PO-NO
            START PO-FILE KEY NOT < PO-NO
                INVALID KEY MOVE "E" TO PO-END-FLG
            END-START
            IF PO-END-FLG NOT = "E"
                READ PO-FILE NEXT
                    AT END MOVE "E" TO PO-END-FLG
                END-READ
            END-IF
            PERFORM UNTIL PO-END-FLG = "E"
                IF (PO-OPEN OR PO-PENDING)
                    AND PO-SURYO > PO-UKE-SURYO
                    MOVE PO-ITEM   TO WK-ITEM
                    MOVE PO-S-CODE TO WK-S-CODE
                    COMPUTE WK-SURYO = PO-SURYO - PO-UKE-SURYO
                    PERFORM KINGAKU-RTN
                    PERFORM CAT-FIND-RTN
                    IF HIT-CX NOT = ZERO
                        ADD WK-KINGAKU TO CT-HACHU(HIT-CX)
                    END-IF
                END-IF
                READ PO-FILE NEXT
                    AT END MOVE "E" TO PO-END-FLG
                END-READ
            END-PERFORM.
      *
       YOSAN-LOAD-RTN.
            OPEN INPUT YOSAN-FILE
            IF YOSAN-FS = "00"
                READ YOSAN-FILE
                    AT END MOVE "E" TO YOSAN-END-FLG
                END-READ
                PERFORM UNTIL YOSAN-END-FLG = "E"
                    IF YS-CNT < 240
                        ADD 1 TO YS-CNT
                        MOVE YS-YYMM    TO YB-YYMM(YS-CNT)
                        MOVE YS-CAT     TO YB-CAT(YS-CNT)
                        MOVE YS-KINGAKU TO YB-KINGAKU(YS-CNT)
                    END-IF
                    READ YOSAN-FILE
                        AT END MOVE "E" TO YOSAN-END-FLG
                    END-READ
                END-PERFORM
                CLOSE YOSAN-FILE
            ELSE
                CLOSE YOSAN-FILE
            END-IF.
      *
      * 承認待ちの記録（確定者の担当者IDを残し、P126で別の者が承認）
       SHONIN-WRITE-RTN.
            OPEN EXTEND SHONIN-FILE
            MOVE SPACE TO SN-REC
            MOVE PO-NO      TO SN-PO-NO
            MOVE "P"        TO SN-STATUS
            MOVE PO-KINGAKU TO SN-KINGAKU
            MOVE WK-CAT     TO SN-CAT
            MOVE OPID       TO SN-OPID
            MOVE W-DATE8    TO SN-DATE
            ACCEPT W-TIME8 FROM TIME
            MOVE W-TIME8(1:6) TO SN-TIME
            EVALUATE TRUE
                WHEN SHORUI-NG-FLG = "Y"
                    MOVE "S" TO SN-RIYU
                WHEN YOSAN-OVER-FLG = "Y"
                    MOVE "Y" TO SN-RIYU
                WHEN OTHER
                    MOVE "K" TO SN-RIYU
            END-EVALUATE
            WRITE SN-REC
            CLOSE SHONIN-FILE.
      *
      * 店舗要求の集約NOと発注NOの対応を記録する
       YH-WRITE-RTN.
            OPEN EXTEND YH-FILE
            MOVE SPACE      TO YH-REC
            MOVE H-YOKYU-NO TO YH-YOKYU-NO
            MOVE PO-NO      TO YH-PO-NO
            WRITE YH-REC
            CLOSE YH-FILE.
      *
      * 包括発注と分納発注の対応を記録する（P132の状況表用）
       BM-WRITE-RTN.
            OPEN EXTEND BM-FILE
            MOVE SPACE          TO BM-REC
            MOVE BKT-NO(HIT-BK) TO BM-BK-NO
            MOVE PO-NO          TO BM-PO-NO
            MOVE ADJ-SURYO      TO BM-SURYO
            MOVE RUN-DATE       TO BM-DATE
            WRITE BM-REC
            CLOSE BM-FILE.
      *
      * 有効な包括発注を読み込み、包括発注明細の分納発注を発注マスタ
      * で引いて発行済み数量を求める（取消の発注は数えない）
       HOKATSU-LOAD-RTN.
            MOVE SPACE TO BK-END-FLG
            OPEN INPUT BK-FILE
            IF BK-FS NOT = "00"
                MOVE "E" TO BK-END-FLG
            ELSE
                READ BK-FILE
                    AT END MOVE "E" TO BK-END-FLG
                END-READ
            END-IF
            PERFORM UNTIL BK-END-FLG = "E"
                IF BK-ACTIVE AND BK-CNT < 100
                    ADD 1 TO BK-CNT
                    MOVE BK-NO     TO BKT-NO(BK-CNT)
                    MOVE BK-S-CODE TO BKT-S-CODE(BK-CNT)
                    MOVE BK-ITEM   TO BKT-ITEM(BK-CNT)
                    MOVE BK-SURYO  TO BKT-SURYO(BK-CNT)
                    MOVE BK-FROM   TO BKT-FROM(BK-CNT)
                    MOVE BK-TO     TO BKT-TO(BK-CNT)
                    MOVE ZERO      TO BKT-HAKKO(BK-CNT)
                END-IF
                READ BK-FILE
                    AT END MOVE "E" TO BK-END-FLG
                END-READ
            END-PERFORM
            CLOSE BK-FILE
            MOVE SPACE TO BK-END-FLG
            OPEN INPUT BM-FILE
            IF BM-FS NOT = "00"
                MOVE "E" TO BK-END-FLG
            ELSE
                READ BM-FILE
                    AT END MOVE "E" TO BK-END-FLG
                END-READ
            END-IF
            PERFORM UNTIL BK-END-FLG = "E"
                MOVE ZERO TO HIT-BK
                PERFORM VARYING BKX FROM 1 BY 1 UNTIL BKX > BK-CNT
                    IF BKT-NO(BKX) = BM-BK-NO
                        MOVE BKX TO HIT-BK
                    END-IF
                END-PERFORM
                IF HIT-BK NOT = ZERO
                    MOVE BM-PO-NO TO PO-NO
                    READ PO-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF NOT PO-CANCELLED
                                ADD PO-SURYO TO BKT-HAKKO(HIT-BK)
                            END-IF
                    END-READ
                END-IF
                READ BM-FILE
                    AT END MOVE "E" TO BK-END-FLG
                END-READ
            END-PERFORM
            CLOSE BM-FILE
            MOVE ZERO TO HIT-BK.
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
      * 発注承認基準の読込（無い場合は全件承認不要）
       KIJUN-LOAD-RTN.
            OPEN INPUT KIJUN-FILE
            IF KIJUN-FS = "00"
                READ KIJUN-FILE
                    AT END MOVE "E" TO KIJUN-END-FLG
                END-READ
                PERFORM UNTIL KIJUN-END-FLG = "E"
                    IF KJ-CNT < 100 AND KJ-KINGAKU NUMERIC
                        ADD 1 TO KJ-CNT
                        MOVE KJ-CAT     TO KJT-CAT(KJ-CNT)
                        MOVE KJ-KINGAKU TO KJT-KINGAKU(KJ-CNT)
                        MOVE KJ-KBN     TO KJT-KBN(KJ-CNT)
                    END-IF
                    READ KIJUN-FILE
                        AT END MOVE "E" TO KIJUN-END-FLG
                    END-READ
                END-PERFORM
                CLOSE KIJUN-FILE
            ELSE
                CLOSE KIJUN-FILE
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
