      * 　　引き当てない運用とする
      * ３＝不良率報告（仕入先別・理由別の検品数・不良数・不良率。
      * 　　P56のスコアカードの資料になる）
      * 検品TRANには入力担当者ID（サインオン.TXT）も記録し、書類
      * 追跡照会（P123）で検品者まで辿れるようにする
      * P82で入荷時温度が許容範囲外のため受入拒否した納品は、検品
      * TRANに不良（理由TP、STATUS T）として記録される。入荷を
      * 登録していないので反映の対象外とし、不良率報告にのみ計上する
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P86.
                                    FILE STATUS HENPIN-FS.
           SELECT  PRINT-FILE  ASSIGN  "P86.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * 検品TRAN：STATUS空白＝未処理　P＝反映済み
      * 　　　　　T＝入荷時温度不適合で受入拒否（反映対象外）
       FD  KENPIN-FILE.
       01  KE-REC.
           05  KE-PO-NO          PIC X(06).
           05  KE-RIYU           PIC X(02).
           05                    PIC X(01).
           05  KE-STATUS         PIC X(01).
           05                    PIC X(01).
           05  KE-OPID           PIC X(04).
      *
       FD  KENPIN-NEW.
       01  KEN-REC               PIC X(45).
      *
       FD  PO-FILE.
       01  PO-REC.
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
      *
       FD  SIGNON-FILE.
       01  SG-REC.
           05  SG-OPID           PIC X(04).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  KENPIN-FS             PIC X(02)  VALUE SPACE.
       01  HENPIN-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  MENU-CHOICE           PIC X(01)  VALUE SPACE.
       01  IN-PO-NO              PIC X(06)  VALUE SPACE.
       01  IN-GOKAKU             PIC X(04)  VALUE SPACE.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM OPID-LOAD-RTN
            DISPLAY "1=検品入力 2=反映 3=不良率報告："
            ACCEPT MENU-CHOICE
            EVALUATE MENU-CHOICE
                MOVE IN-FURYO  TO KE-FURYO
                MOVE IN-RIYU   TO KE-RIYU
                MOVE SPACE     TO KE-STATUS
                MOVE OPID      TO KE-OPID
                WRITE KE-REC
                CLOSE KENPIN-FILE
                DISPLAY "登録しました。"
            END-IF
            MOVE SPACE TO SUP-FOUND-FLG.
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
