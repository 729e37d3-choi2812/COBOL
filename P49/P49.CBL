      * 商品マスタの賞味日数を超えたロットは値引・廃棄候補として
      * ★付きで警告する。あわせて仕入先別×商品別の
      * 期限切れ（廃棄候補）集計を印字する
      * 保留中（P138で保留・返品指示）のロットは帯・期限切れの
      * 対象から外し、保留理由を付けて別欄にまとめて印字する
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P49.
           05  LT-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  LT-ZAN            PIC 9(06).
           05                    PIC X(01).
           05  LT-HOLD           PIC X(01).
           05                    PIC X(01).
           05  LT-HOLD-DATE      PIC 9(08).
           05                    PIC X(01).
           05  LT-RIYU           PIC X(20).
      *
       FD  SHOHIN-FILE.
       01  T-REC.
               10  HA-S-CODE     PIC X(03).
               10  HA-NO         PIC X(05).
               10  HA-ZAN        PIC 9(07).
      *
       01  HLX                   PIC 9(03).
       01  HOLD-CNT              PIC 9(03)  VALUE ZERO.
       01  HOLD-TBL.
           05  HOLD-ENT          OCCURS 100 TIMES.
               10  HL-NO         PIC X(05).
               10  HL-NAME       PIC X(10).
               10  HL-DATE       PIC 9(08).
               10  HL-S-CODE     PIC X(03).
               10  HL-ZAN        PIC 9(06).
               10  HL-HOLD       PIC X(01).
               10  HL-RIYU       PIC X(20).
      *
       01  MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  HM-NO             PIC X(05).
           05                    PIC X(02)  VALUE SPACE.
           05  HM-ZAN            PIC ZZZ,ZZ9.
      *
       01  HOLD-HEAD.
           05                    PIC X(42)  VALUE
             "－保留ロット（出荷停止中）－".
       01  HOLD-MEISAI.
           05                    PIC X(01)  VALUE SPACE.
           05  HD-NO             PIC X(05).
           05                    PIC X(01)  VALUE SPACE.
           05  HD-NAME           PIC X(10).
           05                    PIC X(01)  VALUE SPACE.
           05  HD-DATE           PIC 9999/99/99.
           05                    PIC X(01)  VALUE SPACE.
           05  HD-S-CODE         PIC X(03).
           05                    PIC X(01)  VALUE SPACE.
           05  HD-ZAN            PIC ZZZ,ZZ9.
           05                    PIC X(01)  VALUE SPACE.
           05  HD-KBN            PIC X(15).
           05  HD-RIYU           PIC X(20).
      *
       01  FOOT-1.
           05                    PIC X(18)  VALUE "ロット件数：".
           05  F-READ            PIC ZZZZ9.
           05                    PIC X(18)  VALUE "　期限切れ：".
           05  F-HAIKI           PIC ZZZZ9.
           05                    PIC X(12)  VALUE "　保留：".
           05  F-HOLD            PIC ZZZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
                AT END MOVE "E" TO END-FLG
            END-READ
            PERFORM UNTIL END-FLG = "E"
                IF LT-HOLD = SPACE
                    PERFORM LOT-ONE-RTN
                ELSE
                    PERFORM HOLD-ACCUM-RTN
                END-IF
                READ LOT-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            PERFORM HAI-PRINT-RTN
            PERFORM HOLD-PRINT-RTN
            MOVE READ-CNT  TO F-READ
            MOVE HAIKI-CNT TO F-HAIKI
            MOVE HOLD-CNT  TO F-HOLD
            WRITE P-REC FROM FOOT-1 AFTER 2
            CLOSE LOT-FILE SHOHIN-FILE PRINT-FILE
            DISPLAY "END"
                    WRITE P-REC FROM HAI-MEISAI AFTER 1
                END-PERFORM
            END-IF.
      *
      * 保留ロットは別欄用に控える（ロット件数には含める）
       HOLD-ACCUM-RTN.
            ADD 1 TO READ-CNT
            IF HOLD-CNT < 100
                ADD 1 TO HOLD-CNT
                MOVE LT-NO TO T-NO
                READ SHOHIN-FILE
                    INVALID KEY
                        MOVE SPACE TO T-NAME
                END-READ
                MOVE LT-NO     TO HL-NO(HOLD-CNT)
                MOVE T-NAME    TO HL-NAME(HOLD-CNT)
                MOVE LT-DATE   TO HL-DATE(HOLD-CNT)
                MOVE LT-S-CODE TO HL-S-CODE(HOLD-CNT)
                MOVE LT-ZAN    TO HL-ZAN(HOLD-CNT)
                MOVE LT-HOLD   TO HL-HOLD(HOLD-CNT)
                MOVE LT-RIYU   TO HL-RIYU(HOLD-CNT)
            END-IF.
      *
       HOLD-PRINT-RTN.
            IF HOLD-CNT > ZERO
                WRITE P-REC FROM HOLD-HEAD AFTER 2
                PERFORM VARYING HLX FROM 1 BY 1 UNTIL HLX > HOLD-CNT
                    MOVE SPACE TO HOLD-MEISAI
                    MOVE HL-NO(HLX)     TO HD-NO
                    MOVE HL-NAME(HLX)   TO HD-NAME
                    MOVE HL-DATE(HLX)   TO HD-DATE
                    MOVE HL-S-CODE(HLX) TO HD-S-CODE
                    MOVE HL-ZAN(HLX)    TO HD-ZAN
                    IF HL-HOLD(HLX) = "R"
                        MOVE "返品指示済" TO HD-KBN
                    ELSE
                        MOVE "保留中" TO HD-KBN
                    END-IF
                    MOVE HL-RIYU(HLX)   TO HD-RIYU
                    WRITE P-REC FROM HOLD-MEISAI AFTER 1
                END-PERFORM
            END-IF.
      *
       DATE-SERIAL-RTN.
            MOVE WS-DATE-IN(1:4) TO WS-YY
