      * 結果コード1バイト付き）を読み、結果コードが空白の明細は
      * 結果不明として件数のみ控え（台帳は触らない）、
      * 不能（0・空白以外）の振込について
      * 請求書台帳のP（支払済み、P34が更新）明細をM（支払予定）
      * へ戻して再選択できるようにし、例外累積.TXTへO記録を書いて
      * P41で解消まで追跡する。結果一覧を帳票へ印字する
      * 不能分は支払実績.TXTへF（振込不能取消）を追記し、
      * 買掛金元帳（P111）の支払額から差し戻す（総額・控除は元の
      * 振込記録から写し、先方負担の手数料差引も含めて戻す）
      * 外国送金の結果（外国送金結果.TXT、P114の送金依頼データ
      * レコードの予備欄に銀行が結果・実行日・適用レート・円貨
      * 引落額を記入して返送）も読み、実行済みは外国送金決済.TXT
      * へ未計上（O）で記録して為替差損益計上（P115）へ渡し、
      * 不能は国内振込と同様に台帳再開・例外記録・F記録を行う
      * 請求書台帳はISAM請求書台帳で、不能仕入先のS・P明細を副キー
      * （仕入先＋状態）で直接読み、その場でMへ書き換える
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P69.
           SELECT  OPTIONAL KEKKA-FILE ASSIGN  "振込結果.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KEKKA-FS.
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
           SELECT  PRINT-FILE  ASSIGN  "P69.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL JISSEKI-FILE ASSIGN  "支払実績.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS JISSEKI-FS.
           SELECT  OPTIONAL GKEKKA-FILE ASSIGN  "外国送金結果.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS GKEKKA-FS.
           SELECT  OPTIONAL KESSAI-FILE ASSIGN  "外国送金決済.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KESSAI-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
       01  D-REC.
           05  D-INV-NO          PIC X(08).
           05                    PIC X(01).
           05  D-SS-KEY.
               10  D-S-CODE      PIC X(03).
               10  D-STATUS      PIC X(01).
                   88  D-MATCHED                VALUE "M".
                   88  D-HOLD                   VALUE "H".
                   88  D-SCHEDULED              VALUE "S".
                   88  D-DEBIT                  VALUE "R".
                   88  D-PAID                   VALUE "P".
           05                    PIC X(01).
           05  D-DATE            PIC 9(08).
           05                    PIC X(01).
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
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
      * 支払実績：P＝振込（P34）　F＝振込不能取消（本プログラム）
       FD  JISSEKI-FILE.
       01  JT-REC.
           05  JT-KBN            PIC X(01).
           05                    PIC X(01).
           05  JT-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  JT-PAY-DATE       PIC 9(08).
           05                    PIC X(01).
           05  JT-RUN-DATE       PIC 9(08).
           05                    PIC X(01).
           05  JT-GROSS          PIC 9(09).
           05                    PIC X(01).
           05  JT-KOJO           PIC 9(09).
           05                    PIC X(01).
           05  JT-KINGAKU        PIC 9(09).
           05                    PIC X(01).
           05  JT-SERIAL         PIC 9(05).
      *
      * 外国送金依頼データレコード（P114が出力した250バイト）の
      * 予備欄に銀行が結果を記入して返送する
      * 0＝実行済み、空白＝結果未設定（不明扱い）、それ以外＝不能
       FD  GKEKKA-FILE.
       01  GK-REC.
           05  GK-KBN            PIC X(01).
           05  GK-REF.
               10  GK-S-CODE     PIC X(03).
               10  GK-SERIAL     PIC 9(05).
               10                PIC X(02).
           05  GK-CURRENCY       PIC X(03).
           05  GK-FC             PIC 9(13)V99.
           05                    PIC X(155).
           05  GK-RESULT         PIC X(01).
           05  GK-EXEC-DATE      PIC 9(08).
           05  GK-RATE           PIC 9(04)V99.
           05  GK-YEN            PIC 9(11).
           05                    PIC X(40).
      *
      * 外国送金決済：O＝差損益未計上　C＝計上済み（P115）
       FD  KESSAI-FILE.
       01  KS-REC.
           05  KS-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  KS-SERIAL         PIC 9(05).
           05                    PIC X(01).
           05  KS-CURRENCY       PIC X(03).
           05                    PIC X(01).
           05  KS-EXEC-DATE      PIC 9(08).
           05                    PIC X(01).
           05  KS-RATE           PIC 9(04)V99.
           05                    PIC X(01).
           05  KS-FC             PIC 9(13)V99.
           05                    PIC X(01).
           05  KS-YEN            PIC 9(11).
           05                    PIC X(01).
           05  KS-STATUS         PIC X(01).
           05                    PIC X(01).
           05  KS-POST-DATE      PIC 9(08).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  KEKKA-FS              PIC X(02)  VALUE SPACE.
       01  DAICHO-FS             PIC X(02)  VALUE SPACE.
       01  EXREPO-FS             PIC X(02)  VALUE SPACE.
       01  JISSEKI-FS            PIC X(02)  VALUE SPACE.
       01  GKEKKA-FS             PIC X(02)  VALUE SPACE.
       01  KESSAI-FS             PIC X(02)  VALUE SPACE.
       01  KEKKA-ARI-FLG         PIC X(01)  VALUE SPACE.
       01  GKEKKA-ARI-FLG        PIC X(01)  VALUE SPACE.
       01  FUNO-CODE             PIC X(03)  VALUE SPACE.
       01  FUNO-REASON           PIC X(20)  VALUE SPACE.
       01  TK-KINGAKU            PIC 9(09)  VALUE ZERO.
       01  G-READ-CNT            PIC 9(05)  VALUE ZERO.
       01  G-SEIJO-CNT           PIC 9(05)  VALUE ZERO.
       01  G-FUNO-CNT            PIC 9(05)  VALUE ZERO.
       01  G-FUMEI-CNT           PIC 9(05)  VALUE ZERO.
       01  JISSEKI-END-FLG       PIC X(01)  VALUE SPACE.
       01  TK-GROSS              PIC 9(09)  VALUE ZERO.
       01  TK-KOJO               PIC 9(09)  VALUE ZERO.
       01  TK-SERIAL             PIC 9(05)  VALUE ZERO.
       01  READ-CNT              PIC 9(05)  VALUE ZERO.
       01  SEIJO-CNT             PIC 9(05)  VALUE ZERO.
       01  FUNO-CNT              PIC 9(05)  VALUE ZERO.
       01  FUMEI-CNT             PIC 9(05)  VALUE ZERO.
       01  SAIKAI-CNT            PIC 9(05)  VALUE ZERO.
       01  SAIKAI-STATUS         PIC X(01)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  FX                    PIC 9(03).
           05                    PIC X(24)  VALUE
                                 "台帳再開（S→M）：".
           05  F-SAIKAI          PIC ZZZZ9.
      *
       01  G-HEAD-1.
           05                    PIC X(30)  VALUE
                                 "－外国送金結果－".
       01  G-HEAD-2.
           05                    PIC X(07)  VALUE  "仕入先".
           05                    PIC X(07)  VALUE  "連番".
           05                    PIC X(05)  VALUE  "通貨".
           05                    PIC X(16)  VALUE  "　　　送金額".
           05                    PIC X(11)  VALUE  "適用レート".
           05                    PIC X(13)  VALUE  "円貨引落額".
           05                    PIC X(08)  VALUE  "結果".
       01  G-MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05  GM-S-CODE         PIC X(03).
           05                    PIC X(02)  VALUE SPACE.
           05  GM-SERIAL         PIC 9(05).
           05                    PIC X(02)  VALUE SPACE.
           05  GM-CURRENCY       PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  GM-FC             PIC ZZZ,ZZZ,ZZ9.99.
           05                    PIC X(01)  VALUE SPACE.
           05  GM-RATE           PIC Z,ZZ9.99.
           05                    PIC X(01)  VALUE SPACE.
           05  GM-YEN            PIC ZZZ,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  GM-KEKKA          PIC X(12).
       01  FOOT-3.
           05                    PIC X(15)  VALUE "外国送金：".
           05  F-G-READ          PIC ZZZZ9.
           05                    PIC X(12)  VALUE "　実行：".
           05  F-G-SEIJO         PIC ZZZZ9.
           05                    PIC X(12)  VALUE "　不能：".
           05  F-G-FUNO          PIC ZZZZ9.
           05                    PIC X(12)  VALUE "　不明：".
           05  F-G-FUMEI         PIC ZZZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            OPEN INPUT KEKKA-FILE
            IF KEKKA-FS = "00"
                MOVE "Y" TO KEKKA-ARI-FLG
            END-IF
            OPEN INPUT GKEKKA-FILE
            IF GKEKKA-FS = "00"
                MOVE "Y" TO GKEKKA-ARI-FLG
            END-IF
            IF KEKKA-ARI-FLG NOT = "Y" AND GKEKKA-ARI-FLG NOT = "Y"
                DISPLAY "振込結果ファイルがありません。"
                CLOSE KEKKA-FILE GKEKKA-FILE
                STOP RUN
            END-IF
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            IF KEKKA-ARI-FLG = "Y"
                READ KEKKA-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            ELSE
                MOVE "E" TO END-FLG
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF RK-KBN = "2"
                    ADD 1 TO READ-CNT
                END-READ
            END-PERFORM
            CLOSE KEKKA-FILE
            IF GKEKKA-ARI-FLG = "Y"
                PERFORM GAIKA-KEKKA-RTN
            END-IF
            CLOSE GKEKKA-FILE
            IF FUNO-SUP-CNT > ZERO
                PERFORM DAICHO-SAIKAI-RTN
            END-IF
                DISPLAY "結果コード未設定：" FUMEI-CNT
                        "件（処理保留）"
            END-IF
            IF GKEKKA-ARI-FLG = "Y"
                MOVE G-READ-CNT  TO F-G-READ
                MOVE G-SEIJO-CNT TO F-G-SEIJO
                MOVE G-FUNO-CNT  TO F-G-FUNO
                MOVE G-FUMEI-CNT TO F-G-FUMEI
                WRITE P-REC FROM FOOT-3 AFTER 1
                IF G-FUMEI-CNT > ZERO
                    DISPLAY "外国送金結果未設定：" G-FUMEI-CNT
                            "件（処理保留）"
                END-IF
            END-IF
            MOVE SAIKAI-CNT TO F-SAIKAI
            WRITE P-REC FROM FOOT-2 AFTER 1
            CLOSE PRINT-FILE
              WHEN OTHER
                ADD 1 TO FUNO-CNT
                MOVE "★振込不能" TO M-KEKKA
                MOVE RK-KOKYAKU(1:3) TO FUNO-CODE
                MOVE "振込不能"      TO FUNO-REASON
                PERFORM FUNO-ACCUM-RTN
                PERFORM EXREPO-WRITE-RTN
                PERFORM JISSEKI-TORIKESHI-RTN
            END-EVALUATE
            WRITE P-REC FROM MEISAI AFTER 1.
      *
       FUNO-ACCUM-RTN.
            MOVE SPACE TO FUNO-FOUND-FLG
            PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > FUNO-SUP-CNT
                IF FN-S-CODE(FX) = FUNO-CODE
                    MOVE "Y" TO FUNO-FOUND-FLG
                END-IF
            END-PERFORM
            IF FUNO-FOUND-FLG NOT = "Y" AND FUNO-SUP-CNT < 100
                ADD 1 TO FUNO-SUP-CNT
                MOVE FUNO-CODE TO FN-S-CODE(FUNO-SUP-CNT)
            END-IF.
      *
       EXREPO-WRITE-RTN.
            MOVE SPACE TO EX-REC
            MOVE "P69"    TO EX-PROG
            MOVE W-DATE8  TO EX-DATE
            MOVE FUNO-CODE     TO EX-KEY
            MOVE FUNO-REASON   TO EX-REASON
            MOVE "O"      TO EX-STATUS
            WRITE EX-REC
            CLOSE EXREPO-FILE.
      *
      * 不能の振込額を支払実績へF記録として差し戻す
       JISSEKI-TORIKESHI-RTN.
            PERFORM JISSEKI-MOTO-RTN
            PERFORM TORIKESHI-WRITE-RTN.
      *
       TORIKESHI-WRITE-RTN.
            OPEN EXTEND JISSEKI-FILE
            MOVE SPACE TO JT-REC
            MOVE "F"             TO JT-KBN
            MOVE FUNO-CODE       TO JT-S-CODE
            MOVE W-DATE8         TO JT-PAY-DATE
            MOVE W-DATE8         TO JT-RUN-DATE
            MOVE TK-GROSS        TO JT-GROSS
            MOVE TK-KOJO         TO JT-KOJO
            MOVE TK-KINGAKU      TO JT-KINGAKU
            MOVE TK-SERIAL       TO JT-SERIAL
            WRITE JT-REC
            CLOSE JISSEKI-FILE.
      *
      * 元の振込記録：同じ仕入先・振込金額のP記録のうち最後のもの
      * （見つからなければ振込金額を総額とし、控除0とする）
       JISSEKI-MOTO-RTN.
            MOVE RK-KINGAKU TO TK-GROSS TK-KINGAKU
            MOVE ZERO       TO TK-KOJO TK-SERIAL
            MOVE SPACE TO JISSEKI-END-FLG
            OPEN INPUT JISSEKI-FILE
            IF JISSEKI-FS NOT = "00"
                CLOSE JISSEKI-FILE
            ELSE
                READ JISSEKI-FILE
                    AT END MOVE "E" TO JISSEKI-END-FLG
                END-READ
                PERFORM UNTIL JISSEKI-END-FLG = "E"
                    IF JT-KBN = "P"
                        AND JT-S-CODE = RK-KOKYAKU(1:3)
                        AND JT-KINGAKU = RK-KINGAKU
                        MOVE JT-GROSS  TO TK-GROSS
                        MOVE JT-KOJO   TO TK-KOJO
                        MOVE JT-SERIAL TO TK-SERIAL
                    END-IF
                    READ JISSEKI-FILE
                        AT END MOVE "E" TO JISSEKI-END-FLG
                    END-READ
                END-PERFORM
                CLOSE JISSEKI-FILE
            END-IF.
      *
      * 外国送金結果：実行済みは外国送金決済へ未計上で記録し、
      * 不能は国内振込と同じく台帳再開・例外記録・F記録を行う
       GAIKA-KEKKA-RTN.
            WRITE P-REC FROM G-HEAD-1 AFTER 2
            WRITE P-REC FROM G-HEAD-2 AFTER 1
            MOVE SPACE TO END-FLG
            READ GKEKKA-FILE
                AT END MOVE "E" TO END-FLG
            END-READ
            PERFORM UNTIL END-FLG = "E"
                IF GK-KBN = "2"
                    ADD 1 TO G-READ-CNT
                    PERFORM GAIKA-ONE-RTN
                END-IF
                READ GKEKKA-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM.
      *
       GAIKA-ONE-RTN.
            MOVE SPACE TO G-MEISAI
            MOVE GK-S-CODE   TO GM-S-CODE
            MOVE GK-SERIAL   TO GM-SERIAL
            MOVE GK-CURRENCY TO GM-CURRENCY
            MOVE GK-FC       TO GM-FC
            EVALUATE GK-RESULT
              WHEN "0"
                ADD 1 TO G-SEIJO-CNT
                MOVE GK-RATE TO GM-RATE
                MOVE GK-YEN  TO GM-YEN
                MOVE "実行" TO GM-KEKKA
                PERFORM KESSAI-WRITE-RTN
              WHEN SPACE
                ADD 1 TO G-FUMEI-CNT
                MOVE "結果不明" TO GM-KEKKA
              WHEN OTHER
                ADD 1 TO G-FUNO-CNT
                MOVE "★送金不能" TO GM-KEKKA
                MOVE GK-S-CODE       TO FUNO-CODE
                MOVE "外国送金不能"  TO FUNO-REASON
                PERFORM FUNO-ACCUM-RTN
                PERFORM EXREPO-WRITE-RTN
                PERFORM GAIKA-MOTO-RTN
                PERFORM TORIKESHI-WRITE-RTN
            END-EVALUATE
            WRITE P-REC FROM G-MEISAI AFTER 1.
      *
      * 実行済みの外国送金を差損益未計上として記録する
      * （実行日・適用レートが空なら運用日・ゼロのまま渡し、
      * 　P115でレート未設定として保留させる）
       KESSAI-WRITE-RTN.
            OPEN EXTEND KESSAI-FILE
            MOVE SPACE TO KS-REC
            MOVE GK-S-CODE   TO KS-S-CODE
            MOVE GK-SERIAL   TO KS-SERIAL
            MOVE GK-CURRENCY TO KS-CURRENCY
            IF GK-EXEC-DATE NUMERIC AND GK-EXEC-DATE > ZERO
                MOVE GK-EXEC-DATE TO KS-EXEC-DATE
            ELSE
                MOVE W-DATE8      TO KS-EXEC-DATE
            END-IF
            IF GK-RATE NUMERIC
                MOVE GK-RATE TO KS-RATE
            ELSE
                MOVE ZERO    TO KS-RATE
            END-IF
            MOVE GK-FC       TO KS-FC
            IF GK-YEN NUMERIC
                MOVE GK-YEN  TO KS-YEN
            ELSE
                MOVE ZERO    TO KS-YEN
            END-IF
            MOVE "O"         TO KS-STATUS
            MOVE ZERO        TO KS-POST-DATE
            WRITE KS-REC
            CLOSE KESSAI-FILE.
      *
      * 外国送金の元の支払記録：同じ仕入先・連番のP記録（P114）
       GAIKA-MOTO-RTN.
            MOVE ZERO TO TK-GROSS TK-KOJO TK-KINGAKU
            MOVE GK-SERIAL TO TK-SERIAL
            MOVE SPACE TO JISSEKI-END-FLG
            OPEN INPUT JISSEKI-FILE
            IF JISSEKI-FS NOT = "00"
                CLOSE JISSEKI-FILE
            ELSE
                READ JISSEKI-FILE
                    AT END MOVE "E" TO JISSEKI-END-FLG
                END-READ
                PERFORM UNTIL JISSEKI-END-FLG = "E"
                    IF JT-KBN = "P"
                        AND JT-S-CODE = GK-S-CODE
                        AND JT-SERIAL = GK-SERIAL
                        MOVE JT-GROSS   TO TK-GROSS
                        MOVE JT-KOJO    TO TK-KOJO
                        MOVE JT-KINGAKU TO TK-KINGAKU
                    END-IF
                    READ JISSEKI-FILE
                        AT END MOVE "E" TO JISSEKI-END-FLG
                    END-READ
                END-PERFORM
                CLOSE JISSEKI-FILE
            END-IF.
      *
      * 不能仕入先のP（支払済み）明細をMへ戻し、次回の支払選択で
      * 再選択させる（振込前に残ったSも念のため戻す）
       DAICHO-SAIKAI-RTN.
            OPEN I-O DAICHO-FILE
            IF DAICHO-FS NOT = "00"
                CLOSE DAICHO-FILE
            ELSE
                PERFORM VARYING FX FROM 1 BY 1
                        UNTIL FX > FUNO-SUP-CNT
                    MOVE "S" TO SAIKAI-STATUS
                    PERFORM SAIKAI-ONE-RTN
                    MOVE "P" TO SAIKAI-STATUS
                    PERFORM SAIKAI-ONE-RTN
                END-PERFORM
                CLOSE DAICHO-FILE
            END-IF.
      *
      * 仕入先＋状態の先頭明細を副キーで読み、Mへ書き換える
      * （書き換えた明細は副キーが変わるため、毎回先頭から探し直す）
       SAIKAI-ONE-RTN.
            MOVE SPACE TO END-FLG
            PERFORM UNTIL END-FLG = "E"
                MOVE FN-S-CODE(FX) TO D-S-CODE
                MOVE SAIKAI-STATUS TO D-STATUS
                START DAICHO-FILE KEY = D-SS-KEY
                    INVALID KEY MOVE "E" TO END-FLG
                END-START
                IF END-FLG NOT = "E"
                    READ DAICHO-FILE NEXT
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-IF
                IF END-FLG NOT = "E"
                    MOVE "M" TO D-STATUS
                    MOVE "振込不能再開" TO D-REASON
                    REWRITE D-REC
                        INVALID KEY MOVE "E" TO END-FLG
                    END-REWRITE
                    IF END-FLG NOT = "E"
                        ADD 1 TO SAIKAI-CNT
                    END-IF
                END-IF
            END-PERFORM
            MOVE SPACE TO END-FLG.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
