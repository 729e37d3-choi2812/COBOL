      * 在庫照会：商品NOで在庫マスタを引き、現在庫を表示する
      * あわせて仕入整列.txtからその商品の仕入実績と、
      * 支店在庫.TXT（P91が更新）の支店別内訳も表示する
      * 在庫ロット.TXTに保留中（P138）のロットがあれば別に表示し、
      * 現在庫から保留数を除いた利用可能数を示す
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P28.
           SELECT  OPTIONAL SHITEN-FILE ASSIGN  "支店在庫.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SHITEN-FS.
           SELECT  OPTIONAL LOT-FILE ASSIGN  "在庫ロット.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS LOT-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
           05  SB-BRANCH         PIC X(02).
           05                    PIC X(01).
           05  SB-SURYO          PIC S9(07) SIGN LEADING SEPARATE.
      *
       FD  LOT-FILE.
       01  LT-REC.
           05  LT-NO             PIC X(05).
           05                    PIC X(01).
           05  LT-DATE           PIC 9(08).
           05                    PIC X(01).
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
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  SHITEN-FS             PIC X(02)  VALUE SPACE.
       01  SHITEN-END-FLG        PIC X(01)  VALUE SPACE.
       01  DSP-SHITEN            PIC -Z,ZZZ,ZZ9.
       01  LOT-FS                PIC X(02)  VALUE SPACE.
       01  LOT-END-FLG           PIC X(01)  VALUE SPACE.
       01  HORYU-SURYO           PIC 9(07)  VALUE ZERO.
       01  RIYO-SURYO            PIC S9(07) VALUE ZERO.
       01  DSP-HORYU             PIC ZZZ,ZZ9.
      *
       PROCEDURE        DIVISION.
       MOOO.
            DISPLAY "商品NO　　：" Z-NO
            DISPLAY "商品名　　：" Z-NAME
            DISPLAY "現在庫数　：" DSP-ZAIKO
            PERFORM HORYU-SCAN-RTN
            PERFORM SHITEN-SCAN-RTN
            PERFORM SIIRE-SCAN-RTN.
      *
      * 保留中のロット（在庫ロット.TXT、保留が無ければ表示しない）
       HORYU-SCAN-RTN.
            MOVE ZERO  TO HORYU-SURYO
            MOVE SPACE TO LOT-END-FLG
            OPEN INPUT LOT-FILE
            IF LOT-FS NOT = "00"
                CLOSE LOT-FILE
            ELSE
                READ LOT-FILE
                    AT END MOVE "E" TO LOT-END-FLG
                END-READ
                PERFORM UNTIL LOT-END-FLG = "E"
                    IF LT-NO = IN-NO(1:5) AND LT-HOLD NOT = SPACE
                        ADD LT-ZAN TO HORYU-SURYO
                        MOVE LT-DATE TO DSP-DATE
                        MOVE LT-ZAN  TO DSP-HORYU
                        IF LT-HOLD = "R"
                            DISPLAY "　返品指示：" DSP-DATE " "
                                    LT-S-CODE " " DSP-HORYU " "
                                    LT-RIYU
                        ELSE
                            DISPLAY "　保留ロット：" DSP-DATE " "
                                    LT-S-CODE " " DSP-HORYU " "
                                    LT-RIYU
                        END-IF
                    END-IF
                    READ LOT-FILE
                        AT END MOVE "E" TO LOT-END-FLG
                    END-READ
                END-PERFORM
                CLOSE LOT-FILE
                IF HORYU-SURYO > ZERO
                    COMPUTE RIYO-SURYO = Z-ZAIKO-SURYO - HORYU-SURYO
                    MOVE HORYU-SURYO TO DSP-ZAIKO
                    DISPLAY "うち保留数：" DSP-ZAIKO
                    MOVE RIYO-SURYO TO DSP-ZAIKO
                    DISPLAY "利用可能数：" DSP-ZAIKO
                END-IF
            END-IF.
      *
      * 支店別内訳（支店在庫.TXT、無い場合は表示しない）
       SHITEN-SCAN-RTN.
            MOVE SPACE TO SHITEN-END-FLG
