      *
      * 14JY0123 崔　禎　文
      * 請求データ取込：仕入先から受領した請求CSV（請求CSV.TXT）を
      * 検査し、正当な請求書を請求書TRAN.TXTのレコード形式で
      * 請求書TRAN.TXTへ追記する（以後は通常のP32照合ランで処理され
      * る）。請求書の明細行は請求明細.TXTへ残し、保留になった請求書
      * を保留解除（P110）で仕入整列.txtと１行ずつ照合できるようにする
      * 請求CSVは見出し行（H）の後にその請求書の明細行（D）が続く形：
      * 　H,請求書NO,仕入先コード,請求日,請求額,標準対象額,標準税額,
      * 　　軽減対象額,軽減税額
      * 　D,請求書NO,商品コード,納品日,数量,単位,単価,金額
      * 取決め仕様：日付8桁・金額9桁・数量4桁・単価7桁（下2桁=銭）
      * はゼロ埋め固定桁とする。桁不足は不正行として返送対象
      * 商品コードは検査の前に商品コード対照.TXT（仕入先×先方
      * コード→当方商品NO、P83で保守）で当方コードへ変換する
      * 検査：仕入先（マスタ登録・休止）、日付（請求日は運用日以前、
      * 納品日は請求日以前）、計算（数量×単価＝明細金額、明細金額
      * 合計＝標準対象額＋軽減対象額、対象額＋税額＝請求額）
      * 不正行のある請求書は丸ごと取り込まず、その請求書の全行を
      * 行番号と理由を付けて請求CSVリジェクト.TXTへ書き出す
      * （そのまま仕入先へ返送できる形）
      * 受領したCSVはDENSHIで保存名へ複写しておく（電子取引台帳への
      * 登録は従来どおりP32が請求書ごとに行う）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P154.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  CSV-FILE    ASSIGN  "請求CSV.TXT"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL TRAN-FILE ASSIGN  "請求書TRAN.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS TRAN-FS.
           SELECT  OPTIONAL BM-FILE ASSIGN  "請求明細.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS BM-FS.
           SELECT  REJ-FILE    ASSIGN  "請求CSVリジェクト.TXT"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  SHOHIN-FILE ASSIGN  "ISAM商品マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY T-NO.
           SELECT  SIIRESAKI-FILE ASSIGN  "ISAM仕入先マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY S-CODE.
           SELECT  OPTIONAL TAISHO-FILE ASSIGN
                                    "商品コード対照.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS TAISHO-FS.
           SELECT  OPTIONAL RUNLOG-FILE ASSIGN  "運転日誌.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS RUNLOG-FS.
           SELECT  PRINT-FILE  ASSIGN  "P154.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
       FD  CSV-FILE.
       01  CSV-REC               PIC X(100).
      *
       FD  TRAN-FILE.
       01  G-REC.
           05  G-INV-NO          PIC X(08).
           05  G-S-CODE          PIC X(03).
           05  G-DATE            PIC 9(08).
           05  G-KINGAKU         PIC 9(09).
           05  G-HYOJUN-TAISHO   PIC 9(09).
           05  G-HYOJUN-ZEI      PIC 9(09).
           05  G-KEIGEN-TAISHO   PIC 9(09).
           05  G-KEIGEN-ZEI      PIC 9(09).
      *
      * 請求明細：請求書NO・仕入先・行番号・当方商品NO・先方商品
      * コード・納品日・数量・単位・単価・金額・取込日
       FD  BM-FILE.
       01  BM-REC.
           05  BM-INV-NO         PIC X(08).
           05                    PIC X(01).
           05  BM-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  BM-GYO            PIC 9(03).
           05                    PIC X(01).
           05  BM-NO             PIC X(05).
           05                    PIC X(01).
           05  BM-AITE           PIC X(10).
           05                    PIC X(01).
           05  BM-DATE           PIC 9(08).
           05                    PIC X(01).
           05  BM-SURYO          PIC 9(04).
           05                    PIC X(01).
           05  BM-UNIT           PIC X(02).
           05                    PIC X(01).
           05  BM-TANKA          PIC 9(05)V99.
           05                    PIC X(01).
           05  BM-KINGAKU        PIC 9(09).
           05                    PIC X(01).
           05  BM-TORI-DATE      PIC 9(08).
      *
      * 返送用リジェクト：行番号・請求書NO・理由・受領した行そのまま
       FD  REJ-FILE.
       01  RE-REC.
           05  RE-LINE           PIC 9(05).
           05                    PIC X(01).
           05  RE-INV-NO         PIC X(08).
           05                    PIC X(01).
           05  RE-REASON         PIC X(30).
           05                    PIC X(01).
           05  RE-DATA           PIC X(100).
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
       FD  TAISHO-FILE.
       01  TX-REC.
           05  TX-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  TX-AITE-CODE      PIC X(10).
           05                    PIC X(01).
           05  TX-NO             PIC X(05).
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
       01  TRAN-FS               PIC X(02)  VALUE SPACE.
       01  BM-FS                 PIC X(02)  VALUE SPACE.
       01  RUNLOG-FS             PIC X(02)  VALUE SPACE.
       01  LINE-NO               PIC 9(05)  VALUE ZERO.
       01  READ-CNT              PIC 9(05)  VALUE ZERO.
       01  OK-CNT                PIC 9(05)  VALUE ZERO.
       01  NG-CNT                PIC 9(05)  VALUE ZERO.
       01  GYO-CNT               PIC 9(05)  VALUE ZERO.
       01  REJ-CNT               PIC 9(05)  VALUE ZERO.
       01  OK-FLG                PIC X(01)  VALUE SPACE.
       01  INV-OK-FLG            PIC X(01)  VALUE SPACE.
       01  INV-FLG               PIC X(01)  VALUE SPACE.
       01  REASON                PIC X(30)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  W-TIME8               PIC 9(08)  VALUE ZERO.
       01  W-KINGAKU             PIC 9(11)  VALUE ZERO.
       01  W-GOKEI               PIC 9(11)  VALUE ZERO.
       01  W-CHK-DATE            PIC X(08)  VALUE SPACE.
       01  W-CHK-DATE-N REDEFINES W-CHK-DATE
                                 PIC 9(08).
       01  W-CHK-MM              PIC 9(02)  VALUE ZERO.
       01  W-CHK-DD              PIC 9(02)  VALUE ZERO.
       01  DATE-OK-FLG           PIC X(01)  VALUE SPACE.
      *
      * 受領行の項目（見出し行・明細行）
       01  C-KBN                 PIC X(01)  VALUE SPACE.
       01  C-INV-NO              PIC X(08)  VALUE SPACE.
       01  C-S-CODE              PIC X(03)  VALUE SPACE.
       01  C-DATE                PIC X(08)  VALUE SPACE.
       01  C-KINGAKU             PIC X(09)  VALUE SPACE.
       01  C-KINGAKU-N REDEFINES C-KINGAKU
                                 PIC 9(09).
       01  C-H-TAISHO            PIC X(09)  VALUE SPACE.
       01  C-H-TAISHO-N REDEFINES C-H-TAISHO
                                 PIC 9(09).
       01  C-H-ZEI               PIC X(09)  VALUE SPACE.
       01  C-H-ZEI-N REDEFINES C-H-ZEI
                                 PIC 9(09).
       01  C-K-TAISHO            PIC X(09)  VALUE SPACE.
       01  C-K-TAISHO-N REDEFINES C-K-TAISHO
                                 PIC 9(09).
       01  C-K-ZEI               PIC X(09)  VALUE SPACE.
       01  C-K-ZEI-N REDEFINES C-K-ZEI
                                 PIC 9(09).
       01  C-NO                  PIC X(10)  VALUE SPACE.
       01  C-AITE                PIC X(10)  VALUE SPACE.
       01  C-KAZU                PIC X(04)  VALUE SPACE.
       01  C-KAZU-N REDEFINES C-KAZU
                                 PIC 9(04).
       01  C-UNIT                PIC X(02)  VALUE SPACE.
       01  C-TANKA               PIC X(07)  VALUE SPACE.
       01  C-TANKA-N REDEFINES C-TANKA
                                 PIC 9(05)V99.
       01  C-MEI-KIN             PIC X(09)  VALUE SPACE.
       01  C-MEI-KIN-N REDEFINES C-MEI-KIN
                                 PIC 9(09).
      *
      * 処理中の請求書の見出し行
       01  HD-LINE               PIC 9(05)  VALUE ZERO.
       01  HD-DATA               PIC X(100) VALUE SPACE.
       01  HD-REASON             PIC X(30)  VALUE SPACE.
       01  HD-INV-NO             PIC X(08)  VALUE SPACE.
       01  HD-S-CODE             PIC X(03)  VALUE SPACE.
       01  HD-DATE               PIC X(08)  VALUE SPACE.
       01  HD-DATE-N REDEFINES HD-DATE
                                 PIC 9(08).
       01  HD-KINGAKU            PIC 9(09)  VALUE ZERO.
       01  HD-H-TAISHO           PIC 9(09)  VALUE ZERO.
       01  HD-H-ZEI              PIC 9(09)  VALUE ZERO.
       01  HD-K-TAISHO           PIC 9(09)  VALUE ZERO.
       01  HD-K-ZEI              PIC 9(09)  VALUE ZERO.
       01  HD-DATE-OK            PIC X(01)  VALUE SPACE.
      *
      * 処理中の請求書の明細行（請求書が確定するまで溜めておく）
       01  BF-CNT                PIC 9(03)  VALUE ZERO.
       01  BFX                   PIC 9(03).
       01  BF-TBL.
           05  BF-ENT            OCCURS 300 TIMES.
               10  BF-LINE       PIC 9(05).
               10  BF-DATA       PIC X(100).
               10  BF-REASON     PIC X(30).
               10  BF-NO         PIC X(05).
               10  BF-AITE       PIC X(10).
               10  BF-DATE       PIC 9(08).
               10  BF-SURYO      PIC 9(04).
               10  BF-UNIT       PIC X(02).
               10  BF-TANKA      PIC 9(05)V99.
               10  BF-KINGAKU    PIC 9(09).
      *
      * 当ランで取り込んだ請求書NO（同一ファイル内の重複検査用）
       01  IV-CNT                PIC 9(04)  VALUE ZERO.
       01  IVX                   PIC 9(04).
       01  IV-TBL.
           05  IV-ENT            OCCURS 1000 TIMES.
               10  IV-INV-NO     PIC X(08).
      *
       01  TAISHO-FS             PIC X(02)  VALUE SPACE.
       01  TAISHO-END-FLG        PIC X(01)  VALUE SPACE.
       01  TX-CNT                PIC 9(03)  VALUE ZERO.
       01  TXX                   PIC 9(03).
       01  TAISHO-TBL.
           05  TAISHO-ENT        OCCURS 400 TIMES.
               10  TB-S-CODE     PIC X(03).
               10  TB-AITE       PIC X(10).
               10  TB-NO         PIC X(05).
       01  DN-FUNC               PIC X(01)  VALUE SPACE.
       01  DN-SEQ                PIC 9(07)  VALUE ZERO.
       01  DN-SHUBETSU           PIC X(01)  VALUE "S".
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
                                 "*** 請求データ取込".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  HEAD-2.
           05                    PIC X(07)  VALUE  "  行".
           05                    PIC X(11)  VALUE  "請求書NO".
           05                    PIC X(09)  VALUE  "仕入先".
           05                    PIC X(12)  VALUE  "請求日".
           05                    PIC X(12)  VALUE  "請求額".
           05                    PIC X(07)  VALUE  "明細".
           05                    PIC X(06)  VALUE  "結果".
      *
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  M-LINE            PIC ZZZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-INV-NO          PIC X(08).
           05                    PIC X(01)  VALUE SPACE.
           05  M-S-CODE          PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  M-DATE            PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  M-KINGAKU         PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-GYO             PIC ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-KEKKA           PIC X(30).
      *
       01  FOOT-1.
           05                    PIC X(15)  VALUE "読込行数：".
           05  F-READ            PIC ZZZZ9.
           05                    PIC X(21)  VALUE
                                 "　取込請求書：".
           05  F-OK              PIC ZZZZ9.
           05                    PIC X(21)  VALUE
                                 "　不正請求書：".
           05  F-NG              PIC ZZZZ9.
       01  FOOT-2.
           05                    PIC X(18)  VALUE "取込明細行：".
           05  F-GYO             PIC ZZZZ9.
           05                    PIC X(18)  VALUE "　返送行数：".
           05  F-REJ             PIC ZZZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            PERFORM TAISHO-LOAD-RTN
            PERFORM HOZON-RTN
            OPEN INPUT  CSV-FILE
            OPEN EXTEND TRAN-FILE BM-FILE
            OPEN OUTPUT REJ-FILE PRINT-FILE
            OPEN INPUT  SHOHIN-FILE SIIRESAKI-FILE
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            READ CSV-FILE
                AT END MOVE "E" TO END-FLG
            END-READ
            PERFORM UNTIL END-FLG = "E"
                ADD 1 TO LINE-NO
                IF CSV-REC NOT = SPACE
                    ADD 1 TO READ-CNT
                    PERFORM ONE-RTN
                END-IF
                READ CSV-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            PERFORM INV-KAKUTEI-RTN
            MOVE READ-CNT TO F-READ
            MOVE OK-CNT   TO F-OK
            MOVE NG-CNT   TO F-NG
            WRITE P-REC FROM FOOT-1 AFTER 2
            MOVE GYO-CNT  TO F-GYO
            MOVE REJ-CNT  TO F-REJ
            WRITE P-REC FROM FOOT-2 AFTER 1
            CLOSE CSV-FILE TRAN-FILE BM-FILE REJ-FILE PRINT-FILE
            CLOSE SHOHIN-FILE SIIRESAKI-FILE
            PERFORM RUNLOG-WRITE-RTN
            DISPLAY "END"
            STOP RUN.
      *
      * 受領行１行の振分け：H＝新しい請求書、D＝処理中の請求書の明細
       ONE-RTN.
            MOVE SPACE TO C-KBN
            UNSTRING CSV-REC DELIMITED BY ","
                INTO C-KBN
            END-UNSTRING
            EVALUATE C-KBN
                WHEN "H"
                    PERFORM INV-KAKUTEI-RTN
                    PERFORM HEAD-CHK-RTN
                WHEN "D"
                    IF INV-FLG = "Y"
                        PERFORM MEI-CHK-RTN
                    ELSE
                        MOVE "見出し行なし" TO REASON
                        PERFORM REJ-ONE-RTN
                    END-IF
                WHEN OTHER
                    MOVE "行区分不正" TO REASON
                    IF INV-FLG = "Y"
                        MOVE "N"   TO OK-FLG
                        MOVE SPACE TO C-NO C-AITE C-UNIT
                        PERFORM MEI-ADD-RTN
                    ELSE
                        PERFORM REJ-ONE-RTN
                    END-IF
            END-EVALUATE.
      *
      * 見出し行の検査（結果は請求書の確定時にまとめて判定する）
       HEAD-CHK-RTN.
            MOVE SPACE TO C-KBN C-INV-NO C-S-CODE C-DATE C-KINGAKU
                          C-H-TAISHO C-H-ZEI C-K-TAISHO C-K-ZEI
            UNSTRING CSV-REC DELIMITED BY ","
                INTO C-KBN C-INV-NO C-S-CODE C-DATE C-KINGAKU
                     C-H-TAISHO C-H-ZEI C-K-TAISHO C-K-ZEI
            END-UNSTRING
            MOVE "Y"       TO INV-FLG
            MOVE ZERO      TO BF-CNT
            MOVE LINE-NO   TO HD-LINE
            MOVE CSV-REC   TO HD-DATA
            MOVE C-INV-NO  TO HD-INV-NO
            MOVE C-S-CODE  TO HD-S-CODE
            MOVE C-DATE    TO HD-DATE
            MOVE ZERO      TO HD-KINGAKU HD-H-TAISHO HD-H-ZEI
                              HD-K-TAISHO HD-K-ZEI
            MOVE SPACE     TO HD-REASON HD-DATE-OK
            MOVE "Y" TO OK-FLG
            MOVE SPACE TO REASON
            IF C-KINGAKU NOT NUMERIC OR C-H-TAISHO NOT NUMERIC
                OR C-H-ZEI NOT NUMERIC OR C-K-TAISHO NOT NUMERIC
                OR C-K-ZEI NOT NUMERIC
                MOVE "N" TO OK-FLG
                MOVE "金額不正" TO REASON
            ELSE
                MOVE C-KINGAKU-N  TO HD-KINGAKU
                MOVE C-H-TAISHO-N TO HD-H-TAISHO
                MOVE C-H-ZEI-N    TO HD-H-ZEI
                MOVE C-K-TAISHO-N TO HD-K-TAISHO
                MOVE C-K-ZEI-N    TO HD-K-ZEI
                IF HD-KINGAKU NOT = HD-H-TAISHO + HD-H-ZEI
                                    + HD-K-TAISHO + HD-K-ZEI
                    MOVE "N" TO OK-FLG
                    MOVE "請求額≠対象額＋税額" TO REASON
                END-IF
            END-IF
            MOVE C-DATE TO W-CHK-DATE
            PERFORM DATE-CHK-RTN
            IF DATE-OK-FLG NOT = "Y" OR W-CHK-DATE-N > W-DATE8
                MOVE "N" TO OK-FLG
                MOVE "請求日不正" TO REASON
            ELSE
                MOVE "Y" TO HD-DATE-OK
            END-IF
            IF C-INV-NO = SPACE
                MOVE "N" TO OK-FLG
                MOVE "請求書NO不正" TO REASON
            ELSE
                PERFORM VARYING IVX FROM 1 BY 1 UNTIL IVX > IV-CNT
                    IF IV-INV-NO(IVX) = C-INV-NO
                        MOVE "N" TO OK-FLG
                        MOVE "請求書NO重複" TO REASON
                    END-IF
                END-PERFORM
            END-IF
            IF OK-FLG = "Y"
                MOVE C-S-CODE TO S-CODE
                READ SIIRESAKI-FILE
                    INVALID KEY
                        MOVE "N" TO OK-FLG
                        MOVE "仕入先マスタ未登録" TO REASON
                    NOT INVALID KEY
                        IF S-INACTIVE
                            MOVE "N" TO OK-FLG
                            MOVE "仕入先休止中" TO REASON
                        END-IF
                END-READ
            END-IF
            MOVE REASON TO HD-REASON.
      *
      * 明細行の検査（商品コードは対照で当方コードへ変換してから）
       MEI-CHK-RTN.
            MOVE SPACE TO C-KBN C-INV-NO C-NO C-DATE C-KAZU C-UNIT
                          C-TANKA C-MEI-KIN
            UNSTRING CSV-REC DELIMITED BY ","
                INTO C-KBN C-INV-NO C-NO C-DATE C-KAZU C-UNIT
                     C-TANKA C-MEI-KIN
            END-UNSTRING
            MOVE C-NO TO C-AITE
            PERFORM XREF-RTN
            MOVE "Y" TO OK-FLG
            MOVE SPACE TO REASON
            IF C-KAZU NOT NUMERIC OR C-KAZU = "0000"
                MOVE "N" TO OK-FLG
                MOVE "数量不正" TO REASON
            END-IF
            IF C-TANKA NOT NUMERIC
                MOVE "N" TO OK-FLG
                MOVE "単価不正" TO REASON
            END-IF
            IF C-MEI-KIN NOT NUMERIC
                MOVE "N" TO OK-FLG
                MOVE "金額不正" TO REASON
            END-IF
            IF OK-FLG = "Y"
                COMPUTE W-KINGAKU ROUNDED = C-KAZU-N * C-TANKA-N
                IF W-KINGAKU NOT = C-MEI-KIN-N
                    MOVE "N" TO OK-FLG
                    MOVE "金額≠数量×単価" TO REASON
                END-IF
            END-IF
            MOVE C-DATE TO W-CHK-DATE
            PERFORM DATE-CHK-RTN
            IF DATE-OK-FLG NOT = "Y"
                MOVE "N" TO OK-FLG
                MOVE "納品日不正" TO REASON
            ELSE
                IF HD-DATE-OK = "Y" AND W-CHK-DATE-N > HD-DATE-N
                    MOVE "N" TO OK-FLG
                    MOVE "納品日が請求日より後" TO REASON
                END-IF
            END-IF
            IF C-INV-NO NOT = HD-INV-NO
                MOVE "N" TO OK-FLG
                MOVE "請求書NO不一致" TO REASON
            END-IF
            IF OK-FLG = "Y"
                MOVE C-NO(1:5) TO T-NO
                READ SHOHIN-FILE
                    INVALID KEY
                        MOVE "N" TO OK-FLG
                        MOVE "商品マスタ未登録" TO REASON
                    NOT INVALID KEY
                        CONTINUE
                END-READ
            END-IF
            PERFORM MEI-ADD-RTN.
      *
      * 明細行を請求書の確定まで溜める（不正行は理由付きで）
       MEI-ADD-RTN.
            IF BF-CNT < 300
                ADD 1 TO BF-CNT
                MOVE LINE-NO   TO BF-LINE(BF-CNT)
                MOVE CSV-REC   TO BF-DATA(BF-CNT)
                MOVE REASON    TO BF-REASON(BF-CNT)
                MOVE C-NO(1:5) TO BF-NO(BF-CNT)
                MOVE C-AITE    TO BF-AITE(BF-CNT)
                MOVE ZERO      TO BF-DATE(BF-CNT) BF-SURYO(BF-CNT)
                                  BF-TANKA(BF-CNT) BF-KINGAKU(BF-CNT)
                MOVE C-UNIT    TO BF-UNIT(BF-CNT)
                IF OK-FLG = "Y"
                    MOVE W-CHK-DATE-N TO BF-DATE(BF-CNT)
                    MOVE C-KAZU-N     TO BF-SURYO(BF-CNT)
                    MOVE C-TANKA-N    TO BF-TANKA(BF-CNT)
                    MOVE C-MEI-KIN-N  TO BF-KINGAKU(BF-CNT)
                END-IF
            ELSE
                MOVE "明細行数超過" TO REASON
                MOVE "明細行数超過" TO HD-REASON
                PERFORM REJ-ONE-RTN
            END-IF.
      *
      * 請求書１件の確定：全行正当なら取込、１行でも不正なら全行返送
       INV-KAKUTEI-RTN.
            IF INV-FLG = "Y"
                MOVE HD-REASON TO REASON
                MOVE ZERO TO W-GOKEI
                MOVE "Y" TO INV-OK-FLG
                IF HD-REASON NOT = SPACE
                    MOVE "N" TO INV-OK-FLG
                END-IF
                PERFORM VARYING BFX FROM 1 BY 1 UNTIL BFX > BF-CNT
                    IF BF-REASON(BFX) NOT = SPACE
                        MOVE "N" TO INV-OK-FLG
                    END-IF
                    ADD BF-KINGAKU(BFX) TO W-GOKEI
                END-PERFORM
                IF INV-OK-FLG = "Y"
                    IF BF-CNT = ZERO
                        MOVE "N" TO INV-OK-FLG
                        MOVE "明細行なし" TO REASON
                    ELSE
                        IF W-GOKEI NOT = HD-H-TAISHO + HD-K-TAISHO
                            MOVE "N" TO INV-OK-FLG
                            MOVE "明細合計≠対象額" TO REASON
                        END-IF
                    END-IF
                END-IF
                MOVE SPACE TO MEISAI
                MOVE HD-LINE   TO M-LINE
                MOVE HD-INV-NO TO M-INV-NO
                MOVE HD-S-CODE TO M-S-CODE
                MOVE ZERO      TO M-DATE
                IF HD-DATE-OK = "Y"
                    MOVE HD-DATE-N TO M-DATE
                END-IF
                MOVE HD-KINGAKU TO M-KINGAKU
                MOVE BF-CNT     TO M-GYO
                IF INV-OK-FLG = "Y"
                    PERFORM INV-WRITE-RTN
                    MOVE "取込" TO M-KEKKA
                ELSE
                    PERFORM INV-REJ-RTN
                    MOVE REASON TO M-KEKKA
                END-IF
                WRITE P-REC FROM MEISAI AFTER 1
                MOVE SPACE TO INV-FLG
            END-IF.
      *
      * 正当な請求書を請求書TRANと請求明細へ書き出す
       INV-WRITE-RTN.
            ADD 1 TO OK-CNT
            MOVE SPACE TO G-REC
            MOVE HD-INV-NO   TO G-INV-NO
            MOVE HD-S-CODE   TO G-S-CODE
            MOVE HD-DATE-N   TO G-DATE
            MOVE HD-KINGAKU  TO G-KINGAKU
            MOVE HD-H-TAISHO TO G-HYOJUN-TAISHO
            MOVE HD-H-ZEI    TO G-HYOJUN-ZEI
            MOVE HD-K-TAISHO TO G-KEIGEN-TAISHO
            MOVE HD-K-ZEI    TO G-KEIGEN-ZEI
            WRITE G-REC
            IF IV-CNT < 1000
                ADD 1 TO IV-CNT
                MOVE HD-INV-NO TO IV-INV-NO(IV-CNT)
            END-IF
            PERFORM VARYING BFX FROM 1 BY 1 UNTIL BFX > BF-CNT
                ADD 1 TO GYO-CNT
                MOVE SPACE TO BM-REC
                MOVE HD-INV-NO       TO BM-INV-NO
                MOVE HD-S-CODE       TO BM-S-CODE
                MOVE BFX             TO BM-GYO
                MOVE BF-NO(BFX)      TO BM-NO
                MOVE BF-AITE(BFX)    TO BM-AITE
                MOVE BF-DATE(BFX)    TO BM-DATE
                MOVE BF-SURYO(BFX)   TO BM-SURYO
                MOVE BF-UNIT(BFX)    TO BM-UNIT
                MOVE BF-TANKA(BFX)   TO BM-TANKA
                MOVE BF-KINGAKU(BFX) TO BM-KINGAKU
                MOVE W-DATE8         TO BM-TORI-DATE
                WRITE BM-REC
            END-PERFORM.
      *
      * 不正な請求書の全行を返送用に書き出す（正当な行は他行不正として）
       INV-REJ-RTN.
            ADD 1 TO NG-CNT
            ADD 1 TO REJ-CNT
            MOVE SPACE     TO RE-REC
            MOVE HD-LINE   TO RE-LINE
            MOVE HD-INV-NO TO RE-INV-NO
            MOVE REASON    TO RE-REASON
            IF REASON = SPACE
                MOVE "他の行に不正あり" TO RE-REASON
            END-IF
            MOVE HD-DATA   TO RE-DATA
            WRITE RE-REC
            PERFORM VARYING BFX FROM 1 BY 1 UNTIL BFX > BF-CNT
                ADD 1 TO REJ-CNT
                MOVE SPACE          TO RE-REC
                MOVE BF-LINE(BFX)   TO RE-LINE
                MOVE HD-INV-NO      TO RE-INV-NO
                MOVE BF-REASON(BFX) TO RE-REASON
                IF BF-REASON(BFX) = SPACE
                    MOVE "他の行に不正あり" TO RE-REASON
                END-IF
                MOVE BF-DATA(BFX)   TO RE-DATA
                WRITE RE-REC
            END-PERFORM
            IF REASON = SPACE
                MOVE "明細行に不正あり" TO REASON
            END-IF.
      *
      * 請求書に属さない行の返送
       REJ-ONE-RTN.
            ADD 1 TO REJ-CNT
            MOVE SPACE   TO RE-REC
            MOVE LINE-NO TO RE-LINE
            MOVE REASON  TO RE-REASON
            MOVE CSV-REC TO RE-DATA
            WRITE RE-REC.
      *
      * 日付の妥当性（数字8桁、月01～12、日01～31）
       DATE-CHK-RTN.
            MOVE SPACE TO DATE-OK-FLG
            IF W-CHK-DATE NUMERIC
                MOVE W-CHK-DATE(5:2) TO W-CHK-MM
                MOVE W-CHK-DATE(7:2) TO W-CHK-DD
                IF W-CHK-MM >= 1 AND W-CHK-MM <= 12
                    AND W-CHK-DD >= 1 AND W-CHK-DD <= 31
                    MOVE "Y" TO DATE-OK-FLG
                END-IF
            END-IF.
      *
      * 受領CSVを保存名へ複写しておく（電子取引台帳の保存ファイル）
       HOZON-RTN.
            MOVE "F" TO DN-FUNC
            MOVE "請求CSV.TXT" TO DN-FILE
            CALL "DENSHI" USING DN-FUNC DN-SEQ DN-SHUBETSU
                                DN-S-CODE DN-T-DATE DN-KINGAKU
                                DN-FILE DN-REF DN-RESULT.
      *
      * 先方商品コードの変換：対照にあれば当方商品NOへ置き換える
       XREF-RTN.
            PERFORM VARYING TXX FROM 1 BY 1 UNTIL TXX > TX-CNT
                IF TB-S-CODE(TXX) = HD-S-CODE
                    AND TB-AITE(TXX) = C-NO
                    MOVE SPACE TO C-NO
                    MOVE TB-NO(TXX) TO C-NO(1:5)
                    MOVE TX-CNT TO TXX
                END-IF
            END-PERFORM.
      *
       TAISHO-LOAD-RTN.
            OPEN INPUT TAISHO-FILE
            IF TAISHO-FS = "00"
                READ TAISHO-FILE
                    AT END MOVE "E" TO TAISHO-END-FLG
                END-READ
                PERFORM UNTIL TAISHO-END-FLG = "E"
                    IF TX-CNT < 400
                        ADD 1 TO TX-CNT
                        MOVE TX-S-CODE    TO TB-S-CODE(TX-CNT)
                        MOVE TX-AITE-CODE TO TB-AITE(TX-CNT)
                        MOVE TX-NO        TO TB-NO(TX-CNT)
                    END-IF
                    READ TAISHO-FILE
                        AT END MOVE "E" TO TAISHO-END-FLG
                    END-READ
                END-PERFORM
                CLOSE TAISHO-FILE
            ELSE
                CLOSE TAISHO-FILE
            END-IF.
      *
      * 運転日誌への実行記録（プログラム・日時・件数・結果）
       RUNLOG-WRITE-RTN.
            OPEN EXTEND RUNLOG-FILE
            MOVE SPACE TO RJ-REC
            MOVE "P154" TO RJ-PROG
            MOVE W-DATE8 TO RJ-DATE
            ACCEPT W-TIME8 FROM TIME
            MOVE W-TIME8(1:6) TO RJ-TIME
            MOVE READ-CNT TO RJ-READ
            MOVE OK-CNT   TO RJ-WRITE
            MOVE REJ-CNT  TO RJ-REJ
            MOVE "N" TO RJ-STATUS
            MOVE "請求CSV.TXT" TO RJ-INFILE
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
