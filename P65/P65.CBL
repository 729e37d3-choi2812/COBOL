      * 仕入先オンボーディング：新規仕入先申請.TXTを
      * １＝検査（必須項目・形式の完備検査、申請状況一覧の印字）
      * ２＝承認（コード指定で承認に変更）
      * 　　承認には仕入先区分の必須書類（P135で登録、SHORUICHKで
      * 　　判定）が揃い有効期限内であることを要し、不備のときは
      * 　　検査済のまま★書類不備を印字する
      * ３＝ＴＲＡＮ作成（承認済み申請をP11の追加ＴＲＡＮ形式で
      * 　　仕入先TRAN追加.TXTへ書き出し、変換済みにする）
      * ４＝既存マスタ完備監査（EMAIL・FAX・区分の空白を洗い出す）
       01  BK-CNT                PIC 9(03)  VALUE ZERO.
       01  BX                    PIC 9(03).
       01  BANK-OK-FLG           PIC X(01)  VALUE SPACE.
       01  SR-FUNC               PIC X(01)  VALUE "C".
       01  SR-CAT                PIC X(02)  VALUE SPACE.
       01  SR-KEKKA              PIC X(01)  VALUE SPACE.
       01  SR-BIKO               PIC X(24)  VALUE SPACE.
       01  GINKO-TBL.
           05  GINKO-ENT         OCCURS 300 TIMES.
               10  GB-BANK       PIC X(04).
           05                    PIC X(01)  VALUE SPACE.
           05  M-STATUS          PIC X(01).
           05                    PIC X(01)  VALUE SPACE.
           05  M-COMMENT         PIC X(42).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF ON-CODE = IN-CODE AND ON-STATUS = "V"
                        PERFORM SHORUI-CHK-RTN
                    END-IF
                    MOVE ON-REC TO ONN-REC
                    WRITE ONN-REC
                PERFORM KAKIKAE-RTN
            END-IF.
      *
      * 必須書類が揃っていれば承認、不備なら検査済のまま残す
       SHORUI-CHK-RTN.
            MOVE ON-CATEGORY TO SR-CAT
            CALL "SHORUICHK" USING SR-FUNC ON-CODE SR-CAT W-DATE8
                                   SR-KEKKA SR-BIKO
            MOVE SPACE TO MEISAI
            MOVE ON-CODE TO M-CODE
            MOVE ON-NAME TO M-NAME
            IF SR-KEKKA = "Y"
                MOVE "A" TO ON-STATUS
                MOVE "承認" TO M-COMMENT
            ELSE
                STRING "★書類不備：" DELIMITED BY SIZE
                       SR-BIKO        DELIMITED BY SIZE
                       INTO M-COMMENT
                DISPLAY "書類不備のため承認できません："
                        SR-BIKO
            END-IF
            MOVE ON-STATUS TO M-STATUS
            WRITE P-REC FROM MEISAI AFTER 1.
      *
      * ＴＲＡＮ作成：承認済みをP11の追加ＴＲＡＮへ変換する
       CONV-RTN.
            MOVE SPACE TO END-FLG
