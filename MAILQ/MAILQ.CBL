      *
      * 14JY0123 崔　禎　文
      * メール送信待ち共通サブプログラム
      * 仕入先あての文書（催促状・改訂注文書・取消通知・請書督促）を
      * メール送信待ち.TXTへ１件追記する。送付するのは送信区分
      * マスタ.TXTのメール欄がY（メール送付に同意）で、宛先アドレス
      * （仕入先マスタのS-EMAIL、呼出し側で渡す）が有る仕入先だけ
      * 種別："S"=納期催促状（P80）　"K"=改訂注文書（P62）
      * 　　　"T"=注文取消通知（P62）　"U"=請書督促（P81）
      * 本文欄には本文または添付ファイル名を入れる
      * 連番は送信待ちの最終連番の次を採番し、MQ-SEQへ返す
      * 送信結果（送信済・失敗・不達）はP153でメール送信記録.TXT
      * へ記録する
      * 結果：MQ-RESULT　Y=送信待ちへ登録　N=同意なし・宛先なし
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      MAILQ.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL MACHI-FILE ASSIGN
                                    "メール送信待ち.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS MACHI-FS.
           SELECT  OPTIONAL SOSHIN-FILE ASSIGN
                                    "送信区分マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SOSHIN-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * メール送信待ち：連番・登録日時・登録プログラム・仕入先・種別・
      * 参照番号・宛先・件名・本文（または添付ファイル名）
       FD  MACHI-FILE.
       01  MC-REC.
           05  MC-SEQ            PIC 9(07).
           05                    PIC X(01).
           05  MC-DATE           PIC 9(08).
           05                    PIC X(01).
           05  MC-TIME           PIC 9(06).
           05                    PIC X(01).
           05  MC-PROG           PIC X(04).
           05                    PIC X(01).
           05  MC-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  MC-SHUBETSU       PIC X(01).
           05                    PIC X(01).
           05  MC-REF            PIC X(10).
           05                    PIC X(01).
           05  MC-ADDR           PIC X(30).
           05                    PIC X(01).
           05  MC-KENMEI         PIC X(40).
           05                    PIC X(01).
           05  MC-HONBUN         PIC X(60).
      *
      * 送信区分マスタ：F＝ＦＡＸ（印字）　D＝データ送付（CSV）
      * メール：Y＝メール送付に同意（印字・CSVはそのまま行う）
       FD  SOSHIN-FILE.
       01  SO-REC.
           05  SO-CODE           PIC X(03).
           05                    PIC X(01).
           05  SO-HOHO           PIC X(01).
           05                    PIC X(01).
           05  SO-MAIL           PIC X(01).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  INIT-FLG              PIC X(01)  VALUE SPACE.
       01  MACHI-FS              PIC X(02)  VALUE SPACE.
       01  SOSHIN-FS             PIC X(02)  VALUE SPACE.
       01  LAST-SEQ              PIC 9(07)  VALUE ZERO.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  W-TIME8               PIC 9(08)  VALUE ZERO.
       01  DOI-FLG               PIC X(01)  VALUE SPACE.
       01  SO-CNT                PIC 9(03)  VALUE ZERO.
       01  SOX                   PIC 9(03).
      *
      * メール送付に同意した仕入先
       01  DOI-TBL.
           05  DOI-ENT           OCCURS 200 TIMES.
               10  DT-CODE       PIC X(03).
      *
       LINKAGE          SECTION.
       01  MQ-PROG               PIC X(04).
       01  MQ-S-CODE             PIC X(03).
       01  MQ-ADDR               PIC X(30).
       01  MQ-SHUBETSU           PIC X(01).
       01  MQ-REF                PIC X(10).
       01  MQ-KENMEI             PIC X(40).
       01  MQ-HONBUN             PIC X(60).
       01  MQ-SEQ                PIC 9(07).
       01  MQ-RESULT             PIC X(01).
      *
       PROCEDURE        DIVISION USING MQ-PROG MQ-S-CODE MQ-ADDR
                                       MQ-SHUBETSU MQ-REF MQ-KENMEI
                                       MQ-HONBUN MQ-SEQ MQ-RESULT.
       MOOO.
            IF INIT-FLG NOT = "Y"
                PERFORM SOSHIN-LOAD-RTN
                PERFORM SEQ-LOAD-RTN
                MOVE "Y" TO INIT-FLG
            END-IF
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            ACCEPT W-TIME8 FROM TIME
            MOVE ZERO TO MQ-SEQ
            MOVE SPACE TO DOI-FLG
            PERFORM VARYING SOX FROM 1 BY 1 UNTIL SOX > SO-CNT
                IF DT-CODE(SOX) = MQ-S-CODE
                    MOVE "Y" TO DOI-FLG
                END-IF
            END-PERFORM
            IF DOI-FLG = "Y" AND MQ-ADDR NOT = SPACE
                PERFORM TOROKU-RTN
                MOVE "Y" TO MQ-RESULT
            ELSE
                MOVE "N" TO MQ-RESULT
            END-IF
            GOBACK.
      *
      * 送信待ちへ1件追記する
       TOROKU-RTN.
            ADD 1 TO LAST-SEQ
            MOVE SPACE        TO MC-REC
            MOVE LAST-SEQ     TO MC-SEQ
            MOVE W-DATE8      TO MC-DATE
            MOVE W-TIME8(1:6) TO MC-TIME
            MOVE MQ-PROG      TO MC-PROG
            MOVE MQ-S-CODE    TO MC-S-CODE
            MOVE MQ-SHUBETSU  TO MC-SHUBETSU
            MOVE MQ-REF       TO MC-REF
            MOVE MQ-ADDR      TO MC-ADDR
            MOVE MQ-KENMEI    TO MC-KENMEI
            MOVE MQ-HONBUN    TO MC-HONBUN
            OPEN EXTEND MACHI-FILE
            WRITE MC-REC
            CLOSE MACHI-FILE
            MOVE LAST-SEQ     TO MQ-SEQ.
      *
      * 送信区分マスタからメール同意の仕入先を拾う（初回呼出し時のみ）
       SOSHIN-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT SOSHIN-FILE
            IF SOSHIN-FS = "00"
                READ SOSHIN-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF SO-MAIL = "Y" AND SO-CNT < 200
                        ADD 1 TO SO-CNT
                        MOVE SO-CODE TO DT-CODE(SO-CNT)
                    END-IF
                    READ SOSHIN-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
            END-IF
            CLOSE SOSHIN-FILE
            MOVE SPACE TO END-FLG.
      *
      * 送信待ちの最終連番を求める（初回呼出し時のみ）
       SEQ-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT MACHI-FILE
            IF MACHI-FS = "00"
                READ MACHI-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF MC-SEQ > LAST-SEQ
                        MOVE MC-SEQ TO LAST-SEQ
                    END-IF
                    READ MACHI-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
            END-IF
            CLOSE MACHI-FILE
            MOVE SPACE TO END-FLG.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
