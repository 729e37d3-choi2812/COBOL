      *
      * 14JY0123 崔　禎　文
      * 勘定科目対応マスタ保守：仕訳.TXTへ計上する事象（計上事象
      * コード）ごとの勘定科目・補助科目（勘定科目対応マスタ.TXT）
      * の登録・変更・削除・一覧を行う。仕訳を書く各プログラムは
      * 科目をこのマスタから取り、未登録の事象があれば計上しない
      * １＝登録・変更　２＝削除　３＝一覧（標準事象の未登録に★）
      * ４＝標準登録（未登録の標準事象だけを従来の科目で登録する）
      * 仕入高は事象SIIRE＋分類2桁で分類別に登録でき、無ければ
      * SIIREを使う（科目の下2桁が**なら分類コードで置き換える）
      * 補助科目は仕入先を補助に取る明細では仕入先が優先する
      * 売上原価（GENKA＋分類、無ければGENKA）も分類別に登録できる
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P117.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL KMAP-FILE ASSIGN
                                    "勘定科目対応マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KMAP-FS.
           SELECT  PRINT-FILE  ASSIGN  "P117.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 勘定科目対応マスタ：計上事象→科目・補助・名称
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
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  KMAP-FS               PIC X(02)  VALUE SPACE.
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  IN-JISHO              PIC X(08)  VALUE SPACE.
       01  IN-KAMOKU             PIC X(04)  VALUE SPACE.
       01  IN-HOJO               PIC X(03)  VALUE SPACE.
       01  IN-NAME               PIC X(20)  VALUE SPACE.
       01  HYOJUN-MODE           PIC X(01)  VALUE SPACE.
       01  HIT-KMX               PIC 9(03)  VALUE ZERO.
       01  KMX                   PIC 9(03).
       01  KMAP-CNT              PIC 9(03)  VALUE ZERO.
       01  TOROKU-CNT            PIC 9(03)  VALUE ZERO.
       01  MITOROKU-CNT          PIC 9(03)  VALUE ZERO.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
      *
       01  KMAP-TBL.
           05  KMAP-ENT          OCCURS 200 TIMES.
               10  KMT-JISHO     PIC X(08).
               10  KMT-KAMOKU    PIC X(04).
               10  KMT-HOJO      PIC X(03).
               10  KMT-NAME      PIC X(20).
      *
       01  MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05  M-JISHO           PIC X(08).
           05                    PIC X(02)  VALUE SPACE.
           05  M-KAMOKU          PIC X(04).
           05                    PIC X(02)  VALUE SPACE.
           05  M-HOJO            PIC X(03).
           05                    PIC X(02)  VALUE SPACE.
           05  M-NAME            PIC X(20).
           05                    PIC X(01)  VALUE SPACE.
           05  M-BIKO            PIC X(14).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** 勘定科目対応".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  HEAD-2.
           05                    PIC X(12)  VALUE  "計上事象".
           05                    PIC X(06)  VALUE  "科目".
           05                    PIC X(05)  VALUE  "補助".
           05                    PIC X(21)  VALUE  "名称".
      *
       01  FOOT-1.
           05                    PIC X(15)  VALUE "登録件数：".
           05  F-CNT             PIC ZZZZ9.
           05                    PIC X(20)  VALUE
                                 "　標準事象未登録：".
           05  F-MITOROKU        PIC ZZZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM KMAP-LOAD-RTN
            PERFORM UNTIL END-FLG = "E"
                DISPLAY "1=登録 2=削除 3=一覧 4=標準登録"
                        " 0=終了："
                ACCEPT MENU-CHOICE
                EVALUATE MENU-CHOICE
                    WHEN "1" PERFORM TOROKU-RTN
                    WHEN "2" PERFORM SAKUJO-RTN
                    WHEN "3" PERFORM LIST-RTN
                    WHEN "4" PERFORM SHOKI-RTN
                    WHEN "0" MOVE "E" TO END-FLG
                    WHEN OTHER DISPLAY "選択が不正です。"
                END-EVALUATE
            END-PERFORM
            PERFORM KMAP-SAVE-RTN
            DISPLAY "END"
            STOP RUN.
      *
       TOROKU-RTN.
            DISPLAY "計上事象コード(8桁以内)："
            ACCEPT IN-JISHO
            DISPLAY "勘定科目(4桁)："
            ACCEPT IN-KAMOKU
            DISPLAY "補助科目(3桁、空白可)："
            ACCEPT IN-HOJO
            DISPLAY "名称(20桁以内)："
            ACCEPT IN-NAME
            IF IN-JISHO = SPACE OR IN-KAMOKU = SPACE
                DISPLAY "事象と科目は必須です。"
            ELSE
                PERFORM KMAP-SET-RTN
            END-IF.
      *
       KMAP-SET-RTN.
            PERFORM HIT-FIND-RTN
            IF HIT-KMX > ZERO
                MOVE IN-KAMOKU TO KMT-KAMOKU(HIT-KMX)
                MOVE IN-HOJO   TO KMT-HOJO(HIT-KMX)
                MOVE IN-NAME   TO KMT-NAME(HIT-KMX)
                DISPLAY "変更しました。"
            ELSE
                IF KMAP-CNT < 200
                    ADD 1 TO KMAP-CNT
                    MOVE IN-JISHO  TO KMT-JISHO(KMAP-CNT)
                    MOVE IN-KAMOKU TO KMT-KAMOKU(KMAP-CNT)
                    MOVE IN-HOJO   TO KMT-HOJO(KMAP-CNT)
                    MOVE IN-NAME   TO KMT-NAME(KMAP-CNT)
                    DISPLAY "登録しました。"
                ELSE
                    DISPLAY "登録上限です。"
                END-IF
            END-IF.
      *
       SAKUJO-RTN.
            DISPLAY "計上事象コード(8桁以内)："
            ACCEPT IN-JISHO
            PERFORM HIT-FIND-RTN
            IF HIT-KMX > ZERO
                MOVE SPACE TO KMT-JISHO(HIT-KMX)
                DISPLAY "削除しました。"
            ELSE
                DISPLAY "該当がありません。"
            END-IF.
      *
       HIT-FIND-RTN.
            MOVE ZERO TO HIT-KMX
            PERFORM VARYING KMX FROM 1 BY 1 UNTIL KMX > KMAP-CNT
                IF KMT-JISHO(KMX) = IN-JISHO
                    MOVE KMX TO HIT-KMX
                END-IF
            END-PERFORM.
      *
      * 一覧：登録内容を印字したあと、未登録の標準事象に★を付けて
      * 従来の科目とともに示す（このままでは該当の仕訳は計上されない）
       LIST-RTN.
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            WRITE P-REC FROM HEAD-2 AFTER 2
            MOVE ZERO TO TOROKU-CNT
            PERFORM VARYING KMX FROM 1 BY 1 UNTIL KMX > KMAP-CNT
                IF KMT-JISHO(KMX) NOT = SPACE
                    ADD 1 TO TOROKU-CNT
                    MOVE SPACE TO MEISAI
                    MOVE KMT-JISHO(KMX)  TO M-JISHO
                    MOVE KMT-KAMOKU(KMX) TO M-KAMOKU
                    MOVE KMT-HOJO(KMX)   TO M-HOJO
                    MOVE KMT-NAME(KMX)   TO M-NAME
                    WRITE P-REC FROM MEISAI AFTER 1
                END-IF
            END-PERFORM
            MOVE ZERO TO MITOROKU-CNT
            MOVE "C" TO HYOJUN-MODE
            PERFORM HYOJUN-RTN
            MOVE TOROKU-CNT   TO F-CNT
            MOVE MITOROKU-CNT TO F-MITOROKU
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE PRINT-FILE
            DISPLAY "一覧を印字しました。".
      *
       SHOKI-RTN.
            MOVE ZERO TO MITOROKU-CNT
            MOVE "S" TO HYOJUN-MODE
            PERFORM HYOJUN-RTN
            DISPLAY "標準登録：" MITOROKU-CNT "件".
      *
      * 標準事象（各仕訳プログラムが使う事象と従来の科目）
       HYOJUN-RTN.
            MOVE "KAIKAKE"  TO IN-JISHO
            MOVE "2001"     TO IN-KAMOKU
            MOVE "買掛金"   TO IN-NAME
            PERFORM HYOJUN-ONE-RTN
            MOVE "MIBARAI"  TO IN-JISHO
            MOVE "2002"     TO IN-KAMOKU
            MOVE "未払金"   TO IN-NAME
            PERFORM HYOJUN-ONE-RTN
            MOVE "SIIRE"    TO IN-JISHO
            MOVE "51**"     TO IN-KAMOKU
            MOVE "仕入高"   TO IN-NAME
            PERFORM HYOJUN-ONE-RTN
            MOVE "KAWASON"  TO IN-JISHO
            MOVE "5999"     TO IN-KAMOKU
            MOVE "為替差損" TO IN-NAME
            PERFORM HYOJUN-ONE-RTN
            MOVE "KAWAEKI"  TO IN-JISHO
            MOVE "4999"     TO IN-KAMOKU
            MOVE "為替差益" TO IN-NAME
            PERFORM HYOJUN-ONE-RTN
            MOVE "MISHUKIN" TO IN-JISHO
            MOVE "1501"     TO IN-KAMOKU
            MOVE "未収入金" TO IN-NAME
            PERFORM HYOJUN-ONE-RTN
            MOVE "WARIMODO" TO IN-JISHO
            MOVE "4501"     TO IN-KAMOKU
            MOVE "仕入割戻" TO IN-NAME
            PERFORM HYOJUN-ONE-RTN
            MOVE "WARIBIKI" TO IN-JISHO
            MOVE "4502"     TO IN-KAMOKU
            MOVE "仕入割引" TO IN-NAME
            PERFORM HYOJUN-ONE-RTN
            MOVE "HAIKISON" TO IN-JISHO
            MOVE "5998"     TO IN-KAMOKU
            MOVE "廃棄損"   TO IN-NAME
            PERFORM HYOJUN-ONE-RTN
            MOVE "SHOHIN"   TO IN-JISHO
            MOVE "1401"     TO IN-KAMOKU
            MOVE "商品"     TO IN-NAME
            PERFORM HYOJUN-ONE-RTN
            MOVE "TESURYO"  TO IN-JISHO
            MOVE "5997"     TO IN-KAMOKU
            MOVE "支払手数料" TO IN-NAME
            PERFORM HYOJUN-ONE-RTN
            MOVE "YOKIN"    TO IN-JISHO
            MOVE "1102"     TO IN-KAMOKU
            MOVE "普通預金" TO IN-NAME
            PERFORM HYOJUN-ONE-RTN
            MOVE "GENKA"    TO IN-JISHO
            MOVE "52**"     TO IN-KAMOKU
            MOVE "売上原価" TO IN-NAME
            PERFORM HYOJUN-ONE-RTN
            MOVE "HYOKASON" TO IN-JISHO
            MOVE "5996"     TO IN-KAMOKU
            MOVE "商品評価損" TO IN-NAME
            PERFORM HYOJUN-ONE-RTN.
      *
      * S＝未登録なら登録する　C＝未登録なら★で印字する
       HYOJUN-ONE-RTN.
            MOVE SPACE TO IN-HOJO
            PERFORM HIT-FIND-RTN
            IF HIT-KMX = ZERO
                ADD 1 TO MITOROKU-CNT
                IF HYOJUN-MODE = "S"
                    PERFORM KMAP-SET-RTN
                ELSE
                    MOVE SPACE TO MEISAI
                    MOVE IN-JISHO  TO M-JISHO
                    MOVE IN-KAMOKU TO M-KAMOKU
                    MOVE IN-NAME   TO M-NAME
                    MOVE "★未登録" TO M-BIKO
                    WRITE P-REC FROM MEISAI AFTER 1
                END-IF
            END-IF.
      *
       KMAP-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT KMAP-FILE
            IF KMAP-FS NOT = "00"
                CLOSE KMAP-FILE
            ELSE
                READ KMAP-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF KMAP-CNT < 200
                        ADD 1 TO KMAP-CNT
                        MOVE KM-JISHO  TO KMT-JISHO(KMAP-CNT)
                        MOVE KM-KAMOKU TO KMT-KAMOKU(KMAP-CNT)
                        MOVE KM-HOJO   TO KMT-HOJO(KMAP-CNT)
                        MOVE KM-NAME   TO KMT-NAME(KMAP-CNT)
                    END-IF
                    READ KMAP-FILE
                        AT END MOVE "E" TO END-FLG
                    END-READ
                END-PERFORM
                CLOSE KMAP-FILE
            END-IF
            MOVE SPACE TO END-FLG.
      *
       KMAP-SAVE-RTN.
            OPEN OUTPUT KMAP-FILE
            PERFORM VARYING KMX FROM 1 BY 1 UNTIL KMX > KMAP-CNT
                IF KMT-JISHO(KMX) NOT = SPACE
                    MOVE SPACE TO KM-REC
                    MOVE KMT-JISHO(KMX)  TO KM-JISHO
                    MOVE KMT-KAMOKU(KMX) TO KM-KAMOKU
                    MOVE KMT-HOJO(KMX)   TO KM-HOJO
                    MOVE KMT-NAME(KMX)   TO KM-NAME
                    WRITE KM-REC
                END-IF
            END-PERFORM
            CLOSE KMAP-FILE.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
