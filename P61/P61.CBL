      * コード→当方商品NO、P83で保守）で当方コードへ変換する
      * 対照に無いコードはそのまま検査へ回す（当方コード直書きの
      * 仕入先のため）
      * 受領したCSVはDENSHIで保存名へ複写し、取込行を仕入先×
      * 納品日ごとに金額集計して電子取引台帳へ種別Nで登録する
      * 7列目に産地コードを付けた行は、産地を入荷産地.TXTへ記録する
      * （産地マスタ.TXTがあればマスタに無い産地は不正行とする）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P61.
                                    FILE STATUS TAISHO-FS.
           SELECT  PRINT-FILE  ASSIGN  "P61.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL SC-FILE  ASSIGN  "産地マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SC-FS.
           SELECT  OPTIONAL SA-FILE  ASSIGN  "入荷産地.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SA-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
      * 産地マスタ：都道府県コード（01～47）または国コード
       FD  SC-FILE.
       01  SC-REC.
           05  SC-CODE           PIC X(03).
           05                    PIC X(01).
           05  SC-NAME           PIC X(20).
      *
      * 入荷産地：P27が入庫ロットの産地として読む
       FD  SA-FILE.
       01  SA-REC.
           05  SA-ITEM           PIC X(05).
           05                    PIC X(01).
           05  SA-DATE           PIC 9(08).
           05                    PIC X(01).
           05  SA-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  SA-SANCHI         PIC X(03).
           05                    PIC X(01).
           05  SA-SURYO          PIC 9(04).
           05                    PIC X(01).
           05  SA-UNIT           PIC X(02).
           05                    PIC X(01).
           05  SA-PO-NO          PIC X(06).
           05                    PIC X(01).
           05  SA-OPID           PIC X(04).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  C-TANKA               PIC X(07)  VALUE SPACE.
       01  C-TANKA-N REDEFINES C-TANKA
                                 PIC 9(05)V99.
       01  C-SANCHI              PIC X(03)  VALUE SPACE.
       01  SC-FS                 PIC X(02)  VALUE SPACE.
       01  SA-FS                 PIC X(02)  VALUE SPACE.
       01  SC-END-FLG            PIC X(01)  VALUE SPACE.
       01  SC-CNT                PIC 9(03)  VALUE ZERO.
       01  SCX                   PIC 9(03).
       01  SC-FOUND-FLG          PIC X(01)  VALUE SPACE.
       01  SCM-TBL.
           05  SCM-ENT           OCCURS 200 TIMES.
               10  SCM-CODE      PIC X(03).
       01  CD-KIND               PIC X(01)  VALUE SPACE.
       01  CD-CODE               PIC X(05)  VALUE SPACE.
       01  CD-ANS                PIC X(01)  VALUE SPACE.
       01  CD-DIGIT              PIC X(01)  VALUE SPACE.
       01  CD-RESULT             PIC X(01)  VALUE SPACE.
       01  DN-FUNC               PIC X(01)  VALUE SPACE.
       01  DN-SEQ                PIC 9(07)  VALUE ZERO.
       01  DN-SHUBETSU           PIC X(01)  VALUE "N".
       01  DN-S-CODE             PIC X(03)  VALUE SPACE.
       01  DN-T-DATE             PIC 9(08)  VALUE ZERO.
       01  DN-KINGAKU            PIC 9(11)  VALUE ZERO.
       01  DN-FILE               PIC X(30)  VALUE SPACE.
       01  DN-REF                PIC X(10)  VALUE SPACE.
       01  DN-RESULT             PIC X(01)  VALUE SPACE.
       01  HOZON-FILE            PIC X(30)  VALUE SPACE.
       01  W-KINGAKU             PIC 9(11)  VALUE ZERO.
       01  DS-CNT                PIC 9(03)  VALUE ZERO.
       01  DSX                   PIC 9(03).
       01  DS-FOUND-FLG          PIC X(01)  VALUE SPACE.
      *
      * 電子取引台帳登録用：仕入先×納品日ごとの取込金額
       01  DENSHI-TBL.
           05  DENSHI-ENT        OCCURS 300 TIMES.
               10  DS-S-CODE     PIC X(03).
               10  DS-DATE       PIC 9(08).
               10  DS-KINGAKU    PIC 9(11).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
       PROCEDURE        DIVISION.
       MOOO.
            PERFORM TAISHO-LOAD-RTN
            PERFORM SANCHI-LOAD-RTN
            PERFORM HOZON-RTN
            OPEN INPUT  CSV-FILE
            OPEN EXTEND OUT-FILE
            OPEN OUTPUT REJ-FILE PRINT-FILE
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE CSV-FILE OUT-FILE REJ-FILE PRINT-FILE
            CLOSE SHOHIN-FILE SIIRESAKI-FILE
            PERFORM DENSHI-TOROKU-RTN
            DISPLAY "END"
            STOP RUN.
      *
       ONE-RTN.
            MOVE SPACE TO C-S-CODE C-DATE C-NO C-KAZU C-UNIT C-TANKA
                          C-SANCHI
            UNSTRING CSV-REC DELIMITED BY ","
                INTO C-S-CODE C-DATE C-NO C-KAZU C-UNIT C-TANKA
                     C-SANCHI
            END-UNSTRING
            PERFORM XREF-RTN
            MOVE "Y" TO OK-FLG
                MOVE "N" TO OK-FLG
                MOVE "日付不正" TO REASON
            END-IF
            IF C-SANCHI NOT = SPACE AND SC-CNT > ZERO
                MOVE SPACE TO SC-FOUND-FLG
                PERFORM VARYING SCX FROM 1 BY 1 UNTIL SCX > SC-CNT
                    IF SCM-CODE(SCX) = C-SANCHI
                        MOVE "Y" TO SC-FOUND-FLG
                    END-IF
                END-PERFORM
                IF SC-FOUND-FLG NOT = "Y"
                    MOVE "N" TO OK-FLG
                    MOVE "産地不正" TO REASON
                END-IF
            END-IF
            IF OK-FLG = "Y"
                MOVE C-NO(1:5) TO T-NO
                READ SHOHIN-FILE
            CALL "CHKDGT" USING CD-KIND CD-CODE CD-ANS
                                CD-DIGIT CD-RESULT
            MOVE CD-DIGIT TO O-HOME-CD
            WRITE O-REC
            IF C-SANCHI NOT = SPACE
                PERFORM SANCHI-WRITE-RTN
            END-IF
            PERFORM DENSHI-ADD-RTN.
      *
      * 入荷産地.TXTへ納品日・仕入先・産地を追記
       SANCHI-WRITE-RTN.
            OPEN EXTEND SA-FILE
            MOVE SPACE     TO SA-REC
            MOVE C-NO(1:5) TO SA-ITEM
            MOVE C-DATE    TO SA-DATE
            MOVE C-S-CODE  TO SA-S-CODE
            MOVE C-SANCHI  TO SA-SANCHI
            MOVE C-KAZU    TO SA-SURYO
            MOVE C-UNIT    TO SA-UNIT
            WRITE SA-REC
            CLOSE SA-FILE.
      *
      * 産地マスタの読込（無い場合は産地コードを検査しない）
       SANCHI-LOAD-RTN.
            OPEN INPUT SC-FILE
            IF SC-FS = "00"
                READ SC-FILE
                    AT END MOVE "E" TO SC-END-FLG
                END-READ
                PERFORM UNTIL SC-END-FLG = "E"
                    IF SC-CNT < 200 AND SC-CODE NOT = SPACE
                        ADD 1 TO SC-CNT
                        MOVE SC-CODE TO SCM-CODE(SC-CNT)
                    END-IF
                    READ SC-FILE
                        AT END MOVE "E" TO SC-END-FLG
                    END-READ
                END-PERFORM
                CLOSE SC-FILE
            ELSE
                CLOSE SC-FILE
            END-IF.
      *
      * 受領CSVを保存名へ複写しておく（電子取引台帳の保存ファイル）
       HOZON-RTN.
            MOVE "F" TO DN-FUNC
            MOVE "納品CSV.TXT" TO DN-FILE
            CALL "DENSHI" USING DN-FUNC DN-SEQ DN-SHUBETSU
                                DN-S-CODE DN-T-DATE DN-KINGAKU
                                DN-FILE DN-REF DN-RESULT
            MOVE DN-FILE TO HOZON-FILE.
      *
      * 取込行の金額を仕入先×納品日へ集計する
       DENSHI-ADD-RTN.
            COMPUTE W-KINGAKU ROUNDED = O-KAZU * O-PRICE
            MOVE SPACE TO DS-FOUND-FLG
            PERFORM VARYING DSX FROM 1 BY 1 UNTIL DSX > DS-CNT
                IF DS-S-CODE(DSX) = O-HOME AND DS-DATE(DSX) = O-DATE
                    ADD W-KINGAKU TO DS-KINGAKU(DSX)
                    MOVE "Y" TO DS-FOUND-FLG
                END-IF
            END-PERFORM
            IF DS-FOUND-FLG NOT = "Y" AND DS-CNT < 300
                ADD 1 TO DS-CNT
                MOVE O-HOME    TO DS-S-CODE(DS-CNT)
                MOVE O-DATE    TO DS-DATE(DS-CNT)
                MOVE W-KINGAKU TO DS-KINGAKU(DS-CNT)
            END-IF.
      *
      * 仕入先×納品日ごとに電子取引台帳へ登録する
       DENSHI-TOROKU-RTN.
            MOVE "R" TO DN-FUNC
            MOVE "納品CSV" TO DN-REF
            PERFORM VARYING DSX FROM 1 BY 1 UNTIL DSX > DS-CNT
                MOVE DS-S-CODE(DSX)  TO DN-S-CODE
                MOVE DS-DATE(DSX)    TO DN-T-DATE
                MOVE DS-KINGAKU(DSX) TO DN-KINGAKU
                MOVE HOZON-FILE      TO DN-FILE
                CALL "DENSHI" USING DN-FUNC DN-SEQ DN-SHUBETSU
                                    DN-S-CODE DN-T-DATE DN-KINGAKU
                                    DN-FILE DN-REF DN-RESULT
            END-PERFORM.
      *
      * 先方商品コードの変換：対照にあれば当方商品NOへ置き換える
       XREF-RTN.
