      *
      * 14JY0123 崔　禎　文
      * 返品控除票作成：仕入3.txtのマイナス数量（返品）を商品マスタ
      * 原価で金額評価し、控除票（R）として請求書台帳へ記帳する
      * 控除票番号は控除採番.TXTで採番する（D＋7桁）
      * 記帳された控除票は支払選択（P68）が同一仕入先の支払予定から
      * 差し引く。作成一覧を帳票へ印字する
      * （日次サイクルで仕入3.txtに対し１回だけ実行する運用）
      * 請求書台帳はISAM請求書台帳（主キー＝控除票番号）で、
      * 番号が既にある控除票は書かずに★既存として印字する
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P71.
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY T-NO.
           SELECT  OPTIONAL DAICHO-FILE ASSIGN  "ISAM請求書台帳"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY D-INV-NO
                                    ALTERNATE RECORD KEY D-SS-KEY
                                        WITH DUPLICATES
                                    FILE STATUS DAICHO-FS.
           SELECT  OPTIONAL SAIBAN-FILE ASSIGN  "控除採番.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SAIBAN-FS.
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
           05                    PIC X(01).
           05  D-DATE            PIC 9(08).
           05                    PIC X(01).
           05                    PIC X(01).
           05  D-JISSEKI         PIC 9(09).
           05                    PIC X(01).
           05  D-REASON          PIC X(20).
           05                    PIC X(01).
           05  D-KICHO-DATE      PIC 9(08).
       01  HENPIN-SURYO          PIC 9(06)  VALUE ZERO.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  DAICHO-FS             PIC X(02)  VALUE SPACE.
       01  W-KIZON               PIC X(09)  VALUE SPACE.
      *
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  M-SURYO           PIC Z,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-KINGAKU         PIC ZZ,ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  M-KIZON           PIC X(09).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
            PERFORM SAIBAN-LOAD-RTN
            OPEN INPUT  IN-FILE
            OPEN INPUT  SHOHIN-FILE
            OPEN I-O    DAICHO-FILE
            OPEN OUTPUT PRINT-FILE
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
                MOVE "返品控除" TO D-REASON
                MOVE W-DATE8   TO D-KICHO-DATE
                MOVE ZERO      TO D-KIJITSU
                MOVE SPACE     TO W-KIZON
                WRITE D-REC
                    INVALID KEY MOVE "★既存" TO W-KIZON
                END-WRITE
                MOVE SPACE TO MEISAI
                MOVE D-INV-NO     TO M-INV-NO
                MOVE I-S-NO       TO M-S-CODE
                MOVE I-S-DATE     TO M-DATE
                MOVE HENPIN-SURYO TO M-SURYO
                MOVE KOJO-KIN     TO M-KINGAKU
                MOVE W-KIZON      TO M-KIZON
                WRITE P-REC FROM MEISAI AFTER 1
            END-IF.
      *
