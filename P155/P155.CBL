      *
      * 14JY0123 崔　禎　文
      * 参照整合性監査（夜間）：仕入先・商品を参照する副ファイルの
      * 各行を ISAM仕入先マスタ・ISAM商品マスタと突き合わせ、
      * 参照先の無い行（★★：仕入先未登録・商品未登録）と、休止した
      * 仕入先（S-STATUS=I）・廃番商品（P12でT-STATUS=D）を参照して
      * いる行（★：仕入先休止中・商品廃番）をファイル別に印字する
      * 対象：発注制約マスタ・契約単価マスタ・商品コード対照・
      * 　定期発注マスタ・支払条件マスタ・納品パターンマスタ・
      * 　リベート契約・在庫ロット（残のあるロットのみ）・支店在庫、
      * 　およびISAM発注マスタの未納発注（PO-STATUS=O）
      * 前回までに例外累積.TXTへ記録していない指摘は発生(O)として
      * 書き込み、P41の未解消一覧で掃除が済むまで追跡する。前回まで
      * 未解消だった指摘が今回見つからなければ補正済み(C)を書いて
      * 消し込む（例外キー＝ファイル略号4桁＋参照値）
      * 　ファイル略号：SEIY=発注制約　KEIY=契約単価　TAIS=商品対照
      * 　TEIK=定期発注　JOKN=支払条件　NPAT=納品パターン
      * 　RIBE=リベート　LOT =在庫ロット　SHTN=支店在庫　PO  =発注
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P155.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  SHOHIN-FILE ASSIGN  "ISAM商品マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY T-NO.
           SELECT  SIIRESAKI-FILE ASSIGN  "ISAM仕入先マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY S-CODE.
           SELECT  OPTIONAL PO-FILE ASSIGN  "ISAM発注マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY PO-NO
                                    FILE STATUS PO-FS.
           SELECT  OPTIONAL SEIYAKU-FILE ASSIGN
                                    "発注制約マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SEIYAKU-FS.
           SELECT  OPTIONAL KEIYAKU-FILE ASSIGN
                                    "契約単価マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KEIYAKU-FS.
           SELECT  OPTIONAL TAISHO-FILE ASSIGN
                                    "商品コード対照.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS TAISHO-FS.
           SELECT  OPTIONAL TEIKI-FILE ASSIGN
                                    "定期発注マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS TEIKI-FS.
           SELECT  OPTIONAL JOKEN-FILE ASSIGN
                                    "支払条件マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS JOKEN-FS.
           SELECT  OPTIONAL NPAT-FILE ASSIGN
                                    "納品パターンマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS NPAT-FS.
           SELECT  OPTIONAL RIBE-FILE ASSIGN  "リベート契約.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS RIBE-FS.
           SELECT  OPTIONAL LOT-FILE ASSIGN  "在庫ロット.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS LOT-FS.
           SELECT  OPTIONAL SHITEN-FILE ASSIGN  "支店在庫.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SHITEN-FS.
           SELECT  OPTIONAL EXREPO-FILE ASSIGN  "例外累積.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS EXREPO-FS.
           SELECT  OPTIONAL RUNLOG-FILE ASSIGN  "運転日誌.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS RUNLOG-FS.
           SELECT  PRINT-FILE  ASSIGN  "P155.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
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
       FD  SIIRESAKI-FILE.
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
               88  PO-CANCELLED             VALUE "X".
           05  PO-UKE-SURYO      PIC 9(05).
           05  PO-DOC-NO         PIC X(06).
           05  PO-UKE-DATE       PIC 9(08).
      *
       FD  SEIYAKU-FILE.
       01  SY-REC.
           05  SY-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  SY-ITEM           PIC X(05).
           05                    PIC X(01).
           05  SY-MOQ            PIC 9(05).
           05                    PIC X(01).
           05  SY-LOT            PIC 9(04).
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
       FD  TAISHO-FILE.
       01  TX-REC.
           05  TX-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  TX-AITE-CODE      PIC X(10).
           05                    PIC X(01).
           05  TX-NO             PIC X(05).
      *
       FD  TEIKI-FILE.
       01  TE-REC.
           05  TE-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  TE-ITEM           PIC X(05).
           05                    PIC X(01).
           05  TE-SURYO          PIC 9(05).
           05                    PIC X(01).
           05  TE-YOBI           PIC 9(01).
           05                    PIC X(01).
           05  TE-FROM           PIC 9(08).
           05                    PIC X(01).
           05  TE-TO             PIC 9(08).
      *
       FD  JOKEN-FILE.
       01  SJ-REC.
           05  SJ-CODE           PIC X(03).
           05                    PIC X(01).
           05  SJ-SHIMEBI        PIC 9(02).
           05                    PIC X(01).
           05  SJ-SITE           PIC 9(03).
      *
       FD  NPAT-FILE.
       01  NP-REC.
           05  NP-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  NP-YOBI           PIC X(07).
           05                    PIC X(01).
           05  NP-LEAD           PIC 9(02).
      *
       FD  RIBE-FILE.
       01  RB-REC.
           05  RB-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  RB-YEAR           PIC X(04).
           05                    PIC X(01).
           05  RB-TIER1          PIC 9(09).
           05                    PIC X(01).
           05  RB-PCT1           PIC 9(02)V9.
           05                    PIC X(01).
           05  RB-TIER2          PIC 9(09).
           05                    PIC X(01).
           05  RB-PCT2           PIC 9(02)V9.
           05                    PIC X(01).
           05  RB-TIER3          PIC 9(09).
           05                    PIC X(01).
           05  RB-PCT3           PIC 9(02)V9.
      *
       FD  LOT-FILE.
       01  LT-REC.
           05  LT-NO             PIC X(05).
           05                    PIC X(01).
           05  LT-DATE           PIC 9(08).
           05                    PIC X(01).
           05  LT-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  LT-ZAN            PIC 9(06).
           05                    PIC X(01).
           05  LT-HOLD           PIC X(01).
           05                    PIC X(01).
           05  LT-HOLD-DATE      PIC 9(08).
           05                    PIC X(01).
           05  LT-RIYU           PIC X(20).
           05                    PIC X(01).
           05  LT-SANCHI         PIC X(03).
      *
       FD  SHITEN-FILE.
       01  SB-REC.
           05  SB-NO             PIC X(05).
           05                    PIC X(01).
           05  SB-BRANCH         PIC X(02).
           05                    PIC X(01).
           05  SB-SURYO          PIC S9(07) SIGN LEADING SEPARATE.
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
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  PO-FS                 PIC X(02)  VALUE SPACE.
       01  SEIYAKU-FS            PIC X(02)  VALUE SPACE.
       01  KEIYAKU-FS            PIC X(02)  VALUE SPACE.
       01  TAISHO-FS             PIC X(02)  VALUE SPACE.
       01  TEIKI-FS              PIC X(02)  VALUE SPACE.
       01  JOKEN-FS              PIC X(02)  VALUE SPACE.
       01  NPAT-FS               PIC X(02)  VALUE SPACE.
       01  RIBE-FS               PIC X(02)  VALUE SPACE.
       01  LOT-FS                PIC X(02)  VALUE SPACE.
       01  SHITEN-FS             PIC X(02)  VALUE SPACE.
       01  EXREPO-FS             PIC X(02)  VALUE SPACE.
       01  RUNLOG-FS             PIC X(02)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  W-TIME8               PIC 9(08)  VALUE ZERO.
       01  READ-CNT              PIC 9(07)  VALUE ZERO.
       01  SHITEKI-CNT           PIC 9(05)  VALUE ZERO.
       01  JUDAI-CNT             PIC 9(05)  VALUE ZERO.
       01  SHINKI-CNT            PIC 9(05)  VALUE ZERO.
       01  KAISHO-CNT            PIC 9(05)  VALUE ZERO.
       01  F-RD-CNT              PIC 9(05)  VALUE ZERO.
       01  F-SH-CNT              PIC 9(05)  VALUE ZERO.
      *
      * 参照チェックの受渡し
       01  CK-S-CODE             PIC X(03)  VALUE SPACE.
       01  CK-ITEM               PIC X(05)  VALUE SPACE.
       01  CK-KEY                PIC X(16)  VALUE SPACE.
       01  CK-REASON             PIC X(20)  VALUE SPACE.
       01  CK-SEV                PIC X(06)  VALUE SPACE.
       01  CK-FOUND              PIC X(01)  VALUE SPACE.
       01  CK-EX-STATUS          PIC X(01)  VALUE SPACE.
      *
      * 前回までの未解消指摘（例外累積.TXTのP155分、O−Cが残るもの）
       01  OT-CNT                PIC 9(04)  VALUE ZERO.
       01  OTX                   PIC 9(04).
       01  OT-TBL.
           05  OT-ENT            OCCURS 1000 TIMES.
               10  OT-KEY        PIC X(16).
               10  OT-REASON     PIC X(20).
               10  OT-OPEN       PIC S9(03).
               10  OT-KONKAI     PIC X(01).
      *
      * 今回の指摘（同じキー・理由は１件にまとめる）
       01  TN-CNT                PIC 9(04)  VALUE ZERO.
       01  TNX                   PIC 9(04).
       01  TN-TBL.
           05  TN-ENT            OCCURS 1000 TIMES.
               10  TN-KEY        PIC X(16).
               10  TN-REASON     PIC X(20).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 参照整合性監査".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  HEAD-2.
           05                    PIC X(09)  VALUE  "重要度".
           05                    PIC X(06)  VALUE  "  行".
           05                    PIC X(09)  VALUE  "仕入先".
           05                    PIC X(07)  VALUE  "商品".
           05                    PIC X(21)  VALUE  "指摘".
           05                    PIC X(17)  VALUE  "例外キー".
           05                    PIC X(06)  VALUE  "記録".
      *
       01  FILE-HEAD.
           05                    PIC X(04)  VALUE "■ ".
           05  FH-NAME           PIC X(40).
      *
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  M-SEV             PIC X(06).
           05                    PIC X(01)  VALUE SPACE.
           05  M-GYO             PIC ZZZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-S-CODE          PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  M-ITEM            PIC X(05).
           05                    PIC X(01)  VALUE SPACE.
           05  M-REASON          PIC X(20).
           05                    PIC X(01)  VALUE SPACE.
           05  M-KEY             PIC X(16).
           05                    PIC X(01)  VALUE SPACE.
           05  M-SHINKI          PIC X(06).
      *
       01  FILE-FOOT.
           05                    PIC X(04)  VALUE SPACE.
           05                    PIC X(12)  VALUE "読込：".
           05  FF-READ           PIC ZZZZ9.
           05                    PIC X(12)  VALUE "　指摘：".
           05  FF-SHITEKI        PIC ZZZZ9.
           05                    PIC X(04)  VALUE SPACE.
           05  FF-NASHI          PIC X(24).
      *
       01  KAISHO-MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05  KM-KEY            PIC X(16).
           05                    PIC X(01)  VALUE SPACE.
           05  KM-REASON         PIC X(20).
           05                    PIC X(01)  VALUE SPACE.
           05                    PIC X(15)  VALUE "補正済み(C)".
      *
       01  FOOT-1.
           05                    PIC X(15)  VALUE "読込行数：".
           05  F-READ            PIC ZZZZZZ9.
           05                    PIC X(12)  VALUE "　指摘：".
           05  F-SHITEKI         PIC ZZZZ9.
           05                    PIC X(12)  VALUE "（★★".
           05  F-JUDAI           PIC ZZZZ9.
           05                    PIC X(03)  VALUE "）".
       01  FOOT-2.
           05                    PIC X(27)  VALUE
                                 "例外累積へ発生(O)：".
           05  F-SHINKI          PIC ZZZZ9.
           05                    PIC X(24)  VALUE
                                 "　補正済み(C)：".
           05  F-KAISHO          PIC ZZZZ9.
       01  FOOT-3.
           05                    PIC X(39)  VALUE
                   "★★＝参照先がマスタに無い".
           05                    PIC X(39)  VALUE
                   "　★＝休止仕入先・廃番商品".
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM EXREPO-LOAD-RTN
            OPEN INPUT  SHOHIN-FILE SIIRESAKI-FILE
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            PERFORM SEIYAKU-CHK-RTN
            PERFORM KEIYAKU-CHK-RTN
            PERFORM TAISHO-CHK-RTN
            PERFORM TEIKI-CHK-RTN
            PERFORM JOKEN-CHK-RTN
            PERFORM NPAT-CHK-RTN
            PERFORM RIBE-CHK-RTN
            PERFORM LOT-CHK-RTN
            PERFORM SHITEN-CHK-RTN
            PERFORM PO-CHK-RTN
            PERFORM KAISHO-RTN
            MOVE READ-CNT    TO F-READ
            MOVE SHITEKI-CNT TO F-SHITEKI
            MOVE JUDAI-CNT   TO F-JUDAI
            WRITE P-REC FROM FOOT-1 AFTER 2
            MOVE SHINKI-CNT  TO F-SHINKI
            MOVE KAISHO-CNT  TO F-KAISHO
            WRITE P-REC FROM FOOT-2 AFTER 1
            WRITE P-REC FROM FOOT-3 AFTER 1
            CLOSE SHOHIN-FILE SIIRESAKI-FILE PRINT-FILE
            PERFORM RUNLOG-WRITE-RTN
            DISPLAY "END"
            STOP RUN.
      *
      * 発注制約マスタ：仕入先×商品
       SEIYAKU-CHK-RTN.
            MOVE "発注制約マスタ.TXT" TO FH-NAME
            PERFORM FILE-HEAD-RTN
            MOVE SPACE TO END-FLG
            OPEN INPUT SEIYAKU-FILE
            IF SEIYAKU-FS = "00"
                READ SEIYAKU-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    ADD 1 TO F-RD-CNT
                    MOVE SY-S-CODE TO CK-S-CODE
                    MOVE SY-ITEM   TO CK-ITEM
                    MOVE SPACE TO CK-KEY
                    STRING "SEIY" SY-S-CODE "/" SY-ITEM
                        DELIMITED BY SIZE INTO CK-KEY
                    END-STRING
                    PERFORM SUP-CHK-RTN
                    PERFORM ITEM-CHK-RTN
                    READ SEIYAKU-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
            ELSE
                MOVE "（ファイルなし）" TO FF-NASHI
            END-IF
            CLOSE SEIYAKU-FILE
            PERFORM FILE-FOOT-RTN.
      *
      * 契約単価マスタ：商品×仕入先
       KEIYAKU-CHK-RTN.
            MOVE "契約単価マスタ.TXT" TO FH-NAME
            PERFORM FILE-HEAD-RTN
            MOVE SPACE TO END-FLG
            OPEN INPUT KEIYAKU-FILE
            IF KEIYAKU-FS = "00"
                READ KEIYAKU-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    ADD 1 TO F-RD-CNT
                    MOVE KY-S-CODE TO CK-S-CODE
                    MOVE KY-ITEM   TO CK-ITEM
                    MOVE SPACE TO CK-KEY
                    STRING "KEIY" KY-S-CODE "/" KY-ITEM
                        DELIMITED BY SIZE INTO CK-KEY
                    END-STRING
                    PERFORM SUP-CHK-RTN
                    PERFORM ITEM-CHK-RTN
                    READ KEIYAKU-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
            ELSE
                MOVE "（ファイルなし）" TO FF-NASHI
            END-IF
            CLOSE KEIYAKU-FILE
            PERFORM FILE-FOOT-RTN.
      *
      * 商品コード対照：仕入先×当方商品NO
       TAISHO-CHK-RTN.
            MOVE "商品コード対照.TXT" TO FH-NAME
            PERFORM FILE-HEAD-RTN
            MOVE SPACE TO END-FLG
            OPEN INPUT TAISHO-FILE
            IF TAISHO-FS = "00"
                READ TAISHO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    ADD 1 TO F-RD-CNT
                    MOVE TX-S-CODE TO CK-S-CODE
                    MOVE TX-NO     TO CK-ITEM
                    MOVE SPACE TO CK-KEY
                    STRING "TAIS" TX-S-CODE "/" TX-NO
                        DELIMITED BY SIZE INTO CK-KEY
                    END-STRING
                    PERFORM SUP-CHK-RTN
                    PERFORM ITEM-CHK-RTN
                    READ TAISHO-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
            ELSE
                MOVE "（ファイルなし）" TO FF-NASHI
            END-IF
            CLOSE TAISHO-FILE
            PERFORM FILE-FOOT-RTN.
      *
      * 定期発注マスタ：仕入先×商品
       TEIKI-CHK-RTN.
            MOVE "定期発注マスタ.TXT" TO FH-NAME
            PERFORM FILE-HEAD-RTN
            MOVE SPACE TO END-FLG
            OPEN INPUT TEIKI-FILE
            IF TEIKI-FS = "00"
                READ TEIKI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    ADD 1 TO F-RD-CNT
                    MOVE TE-S-CODE TO CK-S-CODE
                    MOVE TE-ITEM   TO CK-ITEM
                    MOVE SPACE TO CK-KEY
                    STRING "TEIK" TE-S-CODE "/" TE-ITEM
                        DELIMITED BY SIZE INTO CK-KEY
                    END-STRING
                    PERFORM SUP-CHK-RTN
                    PERFORM ITEM-CHK-RTN
                    READ TEIKI-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
            ELSE
                MOVE "（ファイルなし）" TO FF-NASHI
            END-IF
            CLOSE TEIKI-FILE
            PERFORM FILE-FOOT-RTN.
      *
      * 支払条件マスタ：仕入先のみ
       JOKEN-CHK-RTN.
            MOVE "支払条件マスタ.TXT" TO FH-NAME
            PERFORM FILE-HEAD-RTN
            MOVE SPACE TO END-FLG
            OPEN INPUT JOKEN-FILE
            IF JOKEN-FS = "00"
                READ JOKEN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    ADD 1 TO F-RD-CNT
                    MOVE SJ-CODE TO CK-S-CODE
                    MOVE SPACE   TO CK-ITEM
                    MOVE SPACE TO CK-KEY
                    STRING "JOKN" SJ-CODE
                        DELIMITED BY SIZE INTO CK-KEY
                    END-STRING
                    PERFORM SUP-CHK-RTN
                    READ JOKEN-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
            ELSE
                MOVE "（ファイルなし）" TO FF-NASHI
            END-IF
            CLOSE JOKEN-FILE
            PERFORM FILE-FOOT-RTN.
      *
      * 納品パターンマスタ：仕入先のみ
       NPAT-CHK-RTN.
            MOVE "納品パターンマスタ.TXT" TO FH-NAME
            PERFORM FILE-HEAD-RTN
            MOVE SPACE TO END-FLG
            OPEN INPUT NPAT-FILE
            IF NPAT-FS = "00"
                READ NPAT-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    ADD 1 TO F-RD-CNT
                    MOVE NP-S-CODE TO CK-S-CODE
                    MOVE SPACE     TO CK-ITEM
                    MOVE SPACE TO CK-KEY
                    STRING "NPAT" NP-S-CODE
                        DELIMITED BY SIZE INTO CK-KEY
                    END-STRING
                    PERFORM SUP-CHK-RTN
                    READ NPAT-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
            ELSE
                MOVE "（ファイルなし）" TO FF-NASHI
            END-IF
            CLOSE NPAT-FILE
            PERFORM FILE-FOOT-RTN.
      *
      * リベート契約：仕入先×年度
       RIBE-CHK-RTN.
            MOVE "リベート契約.TXT" TO FH-NAME
            PERFORM FILE-HEAD-RTN
            MOVE SPACE TO END-FLG
            OPEN INPUT RIBE-FILE
            IF RIBE-FS = "00"
                READ RIBE-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    ADD 1 TO F-RD-CNT
                    MOVE RB-S-CODE TO CK-S-CODE
                    MOVE SPACE     TO CK-ITEM
                    MOVE SPACE TO CK-KEY
                    STRING "RIBE" RB-S-CODE "/" RB-YEAR
                        DELIMITED BY SIZE INTO CK-KEY
                    END-STRING
                    PERFORM SUP-CHK-RTN
                    READ RIBE-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
            ELSE
                MOVE "（ファイルなし）" TO FF-NASHI
            END-IF
            CLOSE RIBE-FILE
            PERFORM FILE-FOOT-RTN.
      *
      * 在庫ロット：商品×仕入先（残ゼロのロットは履歴として対象外）
       LOT-CHK-RTN.
            MOVE "在庫ロット.TXT" TO FH-NAME
            PERFORM FILE-HEAD-RTN
            MOVE SPACE TO END-FLG
            OPEN INPUT LOT-FILE
            IF LOT-FS = "00"
                READ LOT-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    ADD 1 TO F-RD-CNT
                    IF LT-ZAN > ZERO
                        MOVE LT-S-CODE TO CK-S-CODE
                        MOVE LT-NO     TO CK-ITEM
                        MOVE SPACE TO CK-KEY
                        STRING "LOT " LT-NO "/" LT-S-CODE
                            DELIMITED BY SIZE INTO CK-KEY
                        END-STRING
                        PERFORM SUP-CHK-RTN
                        PERFORM ITEM-CHK-RTN
                    END-IF
                    READ LOT-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
            ELSE
                MOVE "（ファイルなし）" TO FF-NASHI
            END-IF
            CLOSE LOT-FILE
            PERFORM FILE-FOOT-RTN.
      *
      * 支店在庫：商品×支店
       SHITEN-CHK-RTN.
            MOVE "支店在庫.TXT" TO FH-NAME
            PERFORM FILE-HEAD-RTN
            MOVE SPACE TO END-FLG
            OPEN INPUT SHITEN-FILE
            IF SHITEN-FS = "00"
                READ SHITEN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    ADD 1 TO F-RD-CNT
                    MOVE SPACE TO CK-S-CODE
                    MOVE SB-NO TO CK-ITEM
                    MOVE SPACE TO CK-KEY
                    STRING "SHTN" SB-NO "/" SB-BRANCH
                        DELIMITED BY SIZE INTO CK-KEY
                    END-STRING
                    PERFORM ITEM-CHK-RTN
                    READ SHITEN-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
            ELSE
                MOVE "（ファイルなし）" TO FF-NASHI
            END-IF
            CLOSE SHITEN-FILE
            PERFORM FILE-FOOT-RTN.
      *
      * ISAM発注マスタ：未納（O）の発注の仕入先×商品
       PO-CHK-RTN.
            MOVE "ISAM発注マスタ（未納発注）" TO FH-NAME
            PERFORM FILE-HEAD-RTN
            MOVE SPACE TO END-FLG
            OPEN INPUT PO-FILE
            IF PO-FS = "00"
                READ PO-FILE NEXT
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    ADD 1 TO F-RD-CNT
                    IF PO-OPEN
                        MOVE PO-S-CODE TO CK-S-CODE
                        MOVE PO-ITEM   TO CK-ITEM
                        MOVE SPACE TO CK-KEY
                        STRING "PO  " PO-NO
                            DELIMITED BY SIZE INTO CK-KEY
                        END-STRING
                        PERFORM SUP-CHK-RTN
                        PERFORM ITEM-CHK-RTN
                    END-IF
                    READ PO-FILE NEXT
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
            ELSE
                MOVE "（ファイルなし）" TO FF-NASHI
            END-IF
            CLOSE PO-FILE
            PERFORM FILE-FOOT-RTN.
      *
       FILE-HEAD-RTN.
            MOVE ZERO  TO F-RD-CNT F-SH-CNT
            MOVE SPACE TO FF-NASHI
            WRITE P-REC FROM FILE-HEAD AFTER 2.
      *
       FILE-FOOT-RTN.
            ADD F-RD-CNT TO READ-CNT
            MOVE F-RD-CNT TO FF-READ
            MOVE F-SH-CNT TO FF-SHITEKI
            WRITE P-REC FROM FILE-FOOT AFTER 1.
      *
      * 仕入先の参照チェック（未登録＝★★、休止＝★）
       SUP-CHK-RTN.
            MOVE CK-S-CODE TO S-CODE
            READ SIIRESAKI-FILE
                INVALID KEY
                    MOVE "★★" TO CK-SEV
                    MOVE "仕入先未登録" TO CK-REASON
                    PERFORM SHITEKI-RTN
                NOT INVALID KEY
                    IF S-INACTIVE
                        MOVE "★" TO CK-SEV
                        MOVE "仕入先休止中" TO CK-REASON
                        PERFORM SHITEKI-RTN
                    END-IF
            END-READ.
      *
      * 商品の参照チェック（未登録＝★★、廃番＝★）
       ITEM-CHK-RTN.
            MOVE CK-ITEM TO T-NO
            READ SHOHIN-FILE
                INVALID KEY
                    MOVE "★★" TO CK-SEV
                    MOVE "商品未登録" TO CK-REASON
                    PERFORM SHITEKI-RTN
                NOT INVALID KEY
                    IF T-STATUS = "D"
                        MOVE "★" TO CK-SEV
                        MOVE "商品廃番" TO CK-REASON
                        PERFORM SHITEKI-RTN
                    END-IF
            END-READ.
      *
      * 指摘１件：印字し、前回まで未記録のものは例外累積へ発生(O)
       SHITEKI-RTN.
            ADD 1 TO SHITEKI-CNT F-SH-CNT
            IF CK-SEV = "★★"
                ADD 1 TO JUDAI-CNT
            END-IF
            MOVE SPACE TO MEISAI
            MOVE CK-SEV    TO M-SEV
            MOVE F-RD-CNT  TO M-GYO
            MOVE CK-S-CODE TO M-S-CODE
            MOVE CK-ITEM   TO M-ITEM
            MOVE CK-REASON TO M-REASON
            MOVE CK-KEY    TO M-KEY
            MOVE SPACE TO CK-FOUND
            PERFORM VARYING TNX FROM 1 BY 1 UNTIL TNX > TN-CNT
                IF TN-KEY(TNX) = CK-KEY AND TN-REASON(TNX) = CK-REASON
                    MOVE "Y" TO CK-FOUND
                END-IF
            END-PERFORM
            IF CK-FOUND = SPACE AND TN-CNT < 1000
                ADD 1 TO TN-CNT
                MOVE CK-KEY    TO TN-KEY(TN-CNT)
                MOVE CK-REASON TO TN-REASON(TN-CNT)
                PERFORM VARYING OTX FROM 1 BY 1 UNTIL OTX > OT-CNT
                    IF OT-KEY(OTX) = CK-KEY
                        AND OT-REASON(OTX) = CK-REASON
                        MOVE "Y" TO OT-KONKAI(OTX)
                        IF OT-OPEN(OTX) > ZERO
                            MOVE "Y" TO CK-FOUND
                        END-IF
                    END-IF
                END-PERFORM
                IF CK-FOUND = SPACE
                    ADD 1 TO SHINKI-CNT
                    MOVE "新規" TO M-SHINKI
                    MOVE "O" TO CK-EX-STATUS
                    PERFORM EXREPO-WRITE-RTN
                END-IF
            END-IF
            WRITE P-REC FROM MEISAI AFTER 1.
      *
      * 前回まで未解消で今回見つからなかった指摘を補正済み(C)にする
       KAISHO-RTN.
            PERFORM VARYING OTX FROM 1 BY 1 UNTIL OTX > OT-CNT
                IF OT-OPEN(OTX) > ZERO AND OT-KONKAI(OTX) = SPACE
                    IF KAISHO-CNT = ZERO
                        MOVE "解消した指摘" TO FH-NAME
                        WRITE P-REC FROM FILE-HEAD AFTER 2
                    END-IF
                    ADD 1 TO KAISHO-CNT
                    MOVE OT-KEY(OTX)    TO CK-KEY KM-KEY
                    MOVE OT-REASON(OTX) TO CK-REASON KM-REASON
                    MOVE "C" TO CK-EX-STATUS
                    PERFORM EXREPO-WRITE-RTN
                    WRITE P-REC FROM KAISHO-MEISAI AFTER 1
                END-IF
            END-PERFORM.
      *
       EXREPO-WRITE-RTN.
            OPEN EXTEND EXREPO-FILE
            MOVE SPACE     TO EX-REC
            MOVE "P155"    TO EX-PROG
            MOVE W-DATE8   TO EX-DATE
            MOVE CK-KEY    TO EX-KEY
            MOVE CK-REASON TO EX-REASON
            MOVE CK-EX-STATUS TO EX-STATUS
            WRITE EX-REC
            CLOSE EXREPO-FILE.
      *
      * 例外累積からP155の指摘をキー＋理由ごとにO−Cで集計する
       EXREPO-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT EXREPO-FILE
            IF EXREPO-FS = "00"
                READ EXREPO-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF EX-PROG = "P155"
                        PERFORM EXREPO-ACCUM-RTN
                    END-IF
                    READ EXREPO-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
            END-IF
            CLOSE EXREPO-FILE.
      *
       EXREPO-ACCUM-RTN.
            MOVE SPACE TO CK-FOUND
            PERFORM VARYING OTX FROM 1 BY 1 UNTIL OTX > OT-CNT
                IF CK-FOUND = SPACE
                    AND OT-KEY(OTX) = EX-KEY
                    AND OT-REASON(OTX) = EX-REASON
                    MOVE "Y" TO CK-FOUND
                    IF EX-STATUS = "C"
                        SUBTRACT 1 FROM OT-OPEN(OTX)
                    ELSE
                        ADD 1 TO OT-OPEN(OTX)
                    END-IF
                END-IF
            END-PERFORM
            IF CK-FOUND = SPACE AND OT-CNT < 1000
                ADD 1 TO OT-CNT
                MOVE EX-KEY    TO OT-KEY(OT-CNT)
                MOVE EX-REASON TO OT-REASON(OT-CNT)
                MOVE SPACE     TO OT-KONKAI(OT-CNT)
                IF EX-STATUS = "C"
                    MOVE -1 TO OT-OPEN(OT-CNT)
                ELSE
                    MOVE +1 TO OT-OPEN(OT-CNT)
                END-IF
            END-IF.
      *
      * 運転日誌への実行記録（プログラム・日時・件数・結果）
       RUNLOG-WRITE-RTN.
            OPEN EXTEND RUNLOG-FILE
            MOVE SPACE TO RJ-REC
            MOVE "P155" TO RJ-PROG
            MOVE W-DATE8 TO RJ-DATE
            ACCEPT W-TIME8 FROM TIME
            MOVE W-TIME8(1:6) TO RJ-TIME
            MOVE READ-CNT    TO RJ-READ
            MOVE SHINKI-CNT  TO RJ-WRITE
            MOVE SHITEKI-CNT TO RJ-REJ
            MOVE "N" TO RJ-STATUS
            MOVE "副ファイル" TO RJ-INFILE
            WRITE RJ-REC
            CLOSE RUNLOG-FILE.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
