      * 損失仕訳（借方5998廃棄損／貸方1401商品）をHバッチヘッダ
      * 付きで仕訳.TXTへ追記し、発生月のうちに帳簿へ反映する
      * （仕訳.TXTはP36が作り直すため、P36の月次仕訳の後に実行する）
      * 仕訳の科目は勘定科目対応マスタ.TXT（P117で保守）の
      * HAIKISON・SHOHINから取り（上記は標準登録の値）、未登録が
      * あれば廃棄確定を始めずに中止する
      * P138で保留にしたロットは期限に関係なく候補に出し（保留理由を
      * 表示）、廃棄を確定したらロット保留履歴.TXTにも記録する
      * 返品指示済みのロットは仕入先へ返すため候補から外す
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P87.
                                    "オペレータマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS OPE-FS.
           SELECT  OPTIONAL KMAP-FILE ASSIGN
                                    "勘定科目対応マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KMAP-FS.
           SELECT  OPTIONAL HORYU-FILE ASSIGN
                                    "ロット保留履歴.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS HORYU-FS.
           SELECT  PRINT-FILE  ASSIGN  "P87.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
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
       FD  SHOHIN-FILE.
       01  T-REC.
           05  OP-NAME           PIC X(10).
           05                    PIC X(01).
           05  OP-LEVEL          PIC X(01).
      *
      * ロット保留履歴：H保留 K解除 R返品指示 D廃棄
       FD  HORYU-FILE.
       01  LH-REC.
           05  LH-DATE           PIC 9(08).
           05                    PIC X(01).
           05  LH-KBN            PIC X(01).
           05                    PIC X(01).
           05  LH-NO             PIC X(05).
           05                    PIC X(01).
           05  LH-LOT-DATE       PIC 9(08).
           05                    PIC X(01).
           05  LH-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  LH-SURYO          PIC 9(06).
           05                    PIC X(01).
           05  LH-RIYU           PIC X(20).
           05                    PIC X(01).
           05  LH-OPID           PIC X(04).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
      * 勘定科目対応マスタ：計上事象→科目・補助（P117で保守）
       FD  KMAP-FILE.
       01  KM-REC.
           05  KM-JISHO          PIC X(08).
           05                    PIC X(01).
           05  KM-KAMOKU         PIC X(04).
           05                    PIC X(01).
           05  KM-HOJO           PIC X(03).
           05                    PIC X(01).
           05  KM-NAME           PIC X(20).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  LOT-FS                PIC X(02)  VALUE SPACE.
       01  HAIKI-FS              PIC X(02)  VALUE SPACE.
       01  HORYU-FS              PIC X(02)  VALUE SPACE.
       01  SIWAKE-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  KAKUTEI-CNT           PIC 9(05)  VALUE ZERO.
       01  SONSHITSU             PIC 9(09)  VALUE ZERO.
       01  G-SONSHITSU           PIC 9(11)  VALUE ZERO.
       01  KMAP-FS               PIC X(02)  VALUE SPACE.
       01  KMAP-END-FLG          PIC X(01)  VALUE SPACE.
       01  KMAP-CNT              PIC 9(03)  VALUE ZERO.
       01  KMX                   PIC 9(03).
       01  HIT-KMX               PIC 9(03)  VALUE ZERO.
       01  KMAP-NG-CNT           PIC 9(03)  VALUE ZERO.
       01  KMAP-KEY              PIC X(08)  VALUE SPACE.
       01  KMAP-KAMOKU           PIC X(04)  VALUE SPACE.
       01  KMAP-HOJO             PIC X(03)  VALUE SPACE.
       01  HAIKISON-KMK          PIC X(04)  VALUE SPACE.
       01  HAIKISON-HJ           PIC X(03)  VALUE SPACE.
       01  SHOHIN-KMK            PIC X(04)  VALUE SPACE.
       01  SHOHIN-HJ             PIC X(03)  VALUE SPACE.
      *
      * 勘定科目対応マスタの控え
       01  KMAP-TBL.
           05  KMAP-ENT          OCCURS 200 TIMES.
               10  KMT-JISHO     PIC X(08).
               10  KMT-KAMOKU    PIC X(04).
               10  KMT-HOJO      PIC X(03).
      *
       01  BATCH-HEADER.
           05                    PIC X(01)  VALUE "H".
               10  LO-DATE       PIC 9(08).
               10  LO-S-CODE     PIC X(03).
               10  LO-ZAN        PIC 9(06).
               10  LO-HOLD       PIC X(01).
               10  LO-HOLD-DATE  PIC 9(08).
               10  LO-RIYU       PIC X(20).
               10  LO-SANCHI     PIC X(03).
      *
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
                DISPLAY "権限がありません。"
                STOP RUN
            END-IF
            PERFORM KMAP-CHK-RTN
            IF KMAP-NG-CNT > ZERO
                DISPLAY "★科目未登録のため中止します"
                DISPLAY "P117で登録してください"
                STOP RUN
            END-IF
            PERFORM LOT-LOAD-RTN
            IF LOT-CNT = ZERO
                DISPLAY "在庫ロットがありません。"
            STOP RUN.
      *
      * 期限切れ判定（P49の★と同じ規則）と確定問い合わせ
      * 保留ロットは期限に関係なく候補、返品指示ロットは対象外
       KOHO-CHK-RTN.
            MOVE LO-DATE(LOX) TO WS-DATE-IN
            PERFORM DATE-SERIAL-RTN
                NOT INVALID KEY
                    MOVE T-SHELF-DAYS TO SHELF-DAYS
            END-READ
            IF (LO-HOLD(LOX) = SPACE
                AND SHELF-DAYS > ZERO AND KEIKA > SHELF-DAYS)
                OR LO-HOLD(LOX) = "H"
                ADD 1 TO KOHO-CNT
                PERFORM KAKUNIN-RTN
            END-IF.
            DISPLAY "廃棄候補：" LO-NO(LOX) " " T-NAME
            DISPLAY "入庫日：" LO-DATE(LOX)
                    "　残量：" LO-ZAN(LOX)
            IF LO-HOLD(LOX) = "H"
                DISPLAY "★保留中：" LO-RIYU(LOX)
            END-IF
            DISPLAY "廃棄を確定しますか(Y/N)："
            ACCEPT ANS
            MOVE SPACE TO MEISAI
                    END-REWRITE
                    PERFORM HAIKI-WRITE-RTN
                    MOVE SONSHITSU TO M-KINGAKU
                    IF LO-HOLD(LOX) = "H"
                        PERFORM HORYU-WRITE-RTN
                        MOVE "保留廃棄" TO M-KEKKA
                    ELSE
                        MOVE "廃棄確定" TO M-KEKKA
                    END-IF
                    MOVE ZERO TO LO-ZAN(LOX)
            END-READ.
      *
            WRITE HA-REC
            CLOSE HAIKI-FILE.
      *
      * 保留ロットの廃棄はロット保留履歴にも残す（区分D）
       HORYU-WRITE-RTN.
            OPEN EXTEND HORYU-FILE
            MOVE SPACE TO LH-REC
            MOVE W-DATE8        TO LH-DATE
            MOVE "D"            TO LH-KBN
            MOVE LO-NO(LOX)     TO LH-NO
            MOVE LO-DATE(LOX)   TO LH-LOT-DATE
            MOVE LO-S-CODE(LOX) TO LH-S-CODE
            MOVE LO-ZAN(LOX)    TO LH-SURYO
            MOVE LO-RIYU(LOX)   TO LH-RIYU
            MOVE OPID           TO LH-OPID
            WRITE LH-REC
            CLOSE HORYU-FILE.
      *
      * 損失仕訳：借方HAIKISON（廃棄損）／貸方SHOHIN（商品）
      * １バッチとしてHヘッダを付ける（P36・P74と同じ形式）
       SIWAKE-RTN.
            OPEN EXTEND SIWAKE-FILE
            MOVE SPACE TO SW-REC
            MOVE "D"         TO SW-KBN
            MOVE W-DATE8     TO SW-DATE
            MOVE HAIKISON-KMK TO SW-KAMOKU
            MOVE HAIKISON-HJ  TO SW-HOJO
            MOVE G-SONSHITSU TO SW-KINGAKU
            MOVE "期限切れ廃棄損" TO SW-TEKIYO
            WRITE SW-REC
            MOVE SPACE TO SW-REC
            MOVE "C"         TO SW-KBN
            MOVE W-DATE8     TO SW-DATE
            MOVE SHOHIN-KMK  TO SW-KAMOKU
            MOVE SHOHIN-HJ   TO SW-HOJO
            MOVE G-SONSHITSU TO SW-KINGAKU
            MOVE "期限切れ廃棄損" TO SW-TEKIYO
            WRITE SW-REC
                        MOVE LT-DATE   TO LO-DATE(LOT-CNT)
                        MOVE LT-S-CODE TO LO-S-CODE(LOT-CNT)
                        MOVE LT-ZAN    TO LO-ZAN(LOT-CNT)
                        MOVE LT-HOLD   TO LO-HOLD(LOT-CNT)
                        MOVE LT-RIYU   TO LO-RIYU(LOT-CNT)
                        MOVE LT-SANCHI TO LO-SANCHI(LOT-CNT)
                        IF LT-HOLD = SPACE
                            MOVE ZERO TO LO-HOLD-DATE(LOT-CNT)
                        ELSE
                            MOVE LT-HOLD-DATE TO LO-HOLD-DATE(LOT-CNT)
                        END-IF
                    END-IF
                    READ LOT-FILE
                        AT END MOVE "E" TO LOT-END-FLG
                    MOVE LO-DATE(LOX)   TO LT-DATE
                    MOVE LO-S-CODE(LOX) TO LT-S-CODE
                    MOVE LO-ZAN(LOX)    TO LT-ZAN
                    IF LO-HOLD(LOX) NOT = SPACE
                        MOVE LO-HOLD(LOX)      TO LT-HOLD
                        MOVE LO-HOLD-DATE(LOX) TO LT-HOLD-DATE
                        MOVE LO-RIYU(LOX)      TO LT-RIYU
                    END-IF
                    MOVE LO-SANCHI(LOX) TO LT-SANCHI
                    WRITE LT-REC
                END-IF
            END-PERFORM
            END-PERFORM
            CLOSE OPE-FILE.
      *
      * 損失仕訳の科目を処理前に揃える（未登録は中止）
       KMAP-CHK-RTN.
            PERFORM KMAP-LOAD-RTN
            MOVE "HAIKISON" TO KMAP-KEY
            PERFORM KMAP-GET-RTN
            MOVE KMAP-KAMOKU TO HAIKISON-KMK
            MOVE KMAP-HOJO   TO HAIKISON-HJ
            MOVE "SHOHIN"  TO KMAP-KEY
            PERFORM KMAP-GET-RTN
            MOVE KMAP-KAMOKU TO SHOHIN-KMK
            MOVE KMAP-HOJO   TO SHOHIN-HJ.
      *
      * 計上事象の科目・補助を勘定科目対応マスタから取る
      * 未登録の事象は★を表示し、未登録件数に数える
       KMAP-GET-RTN.
            PERFORM KMAP-FIND-RTN
            IF HIT-KMX = ZERO
                ADD 1 TO KMAP-NG-CNT
                DISPLAY "★科目対応未登録：" KMAP-KEY
            END-IF.
      *
       KMAP-FIND-RTN.
            MOVE SPACE TO KMAP-KAMOKU
            MOVE SPACE TO KMAP-HOJO
            MOVE ZERO  TO HIT-KMX
            PERFORM VARYING KMX FROM 1 BY 1 UNTIL KMX > KMAP-CNT
                IF KMT-JISHO(KMX) = KMAP-KEY
                    MOVE KMX TO HIT-KMX
                END-IF
            END-PERFORM
            IF HIT-KMX > ZERO
                MOVE KMT-KAMOKU(HIT-KMX) TO KMAP-KAMOKU
                MOVE KMT-HOJO(HIT-KMX)   TO KMAP-HOJO
            END-IF.
      *
       KMAP-LOAD-RTN.
            MOVE SPACE TO KMAP-END-FLG
            OPEN INPUT KMAP-FILE
            IF KMAP-FS NOT = "00"
                CLOSE KMAP-FILE
            ELSE
                READ KMAP-FILE
                    AT END MOVE "E" TO KMAP-END-FLG
                END-READ
                PERFORM UNTIL KMAP-END-FLG = "E"
                    IF KMAP-CNT < 200 AND KM-JISHO NOT = SPACE
                        ADD 1 TO KMAP-CNT
                        MOVE KM-JISHO  TO KMT-JISHO(KMAP-CNT)
                        MOVE KM-KAMOKU TO KMT-KAMOKU(KMAP-CNT)
                        MOVE KM-HOJO   TO KMT-HOJO(KMAP-CNT)
                    END-IF
                    READ KMAP-FILE
                        AT END MOVE "E" TO KMAP-END-FLG
                    END-READ
                END-PERFORM
                CLOSE KMAP-FILE
            END-IF.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
