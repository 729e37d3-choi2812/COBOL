      * 付き、P61の取込と同じ）で仕入.TXTへ追記し、以後は通常の
      * P1編集ランで処理される。単価は契約単価（有効期間内）優先、
      * 無ければ商品マスタの仕入単価
      * 受け付けた入荷は発注NO・担当者付きで入荷記録.TXTにも残し、
      * 書類追跡照会（P123）で発注から入荷までを辿れるようにする
      * 入荷の受付後に通い箱・パレットの種別と個数を入力させ、
      * 容器受払.TXTへ受入（区分R）として記録する（P137で残高管理）
      * 温度帯マスタ（P139）に登録した商品は入荷時に測定温度を入力
      * させ、温度記録.TXTへ記録する。許容範囲外は受入拒否（入荷を
      * 登録せず、検品TRAN.TXTへ不良・理由TPで記録）か逸脱受入を
      * 選ばせる
      * 受け付けた入荷は産地コード（産地マスタ.TXT、P140で保守）を
      * 入力させ、入荷産地.TXTへ記録する（P27が在庫ロットに付ける）
      * ハンディスキャナで読み取った入荷（入荷スキャン.TXT、P143で
      * 取込）に発注の商品があれば、その数量（基本単位）を入荷数量
      * として使うか確認する。使った分は入荷スキャンから消し込む
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P82.
                                    "契約単価マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KEIYAKU-FS.
           SELECT  OPTIONAL NYUKA-LOG-FILE ASSIGN  "入荷記録.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS NYUKA-LOG-FS.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  OPTIONAL YOKI-FILE ASSIGN  "容器マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS YOKI-FS.
           SELECT  OPTIONAL UKEHARAI-FILE ASSIGN  "容器受払.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS UKEHARAI-FS.
           SELECT  OPTIONAL ONDO-MST-FILE ASSIGN
                                    "温度帯マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS ONDO-MST-FS.
           SELECT  OPTIONAL ONDO-LOG-FILE ASSIGN  "温度記録.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS ONDO-LOG-FS.
           SELECT  OPTIONAL KENPIN-FILE ASSIGN  "検品TRAN.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS KENPIN-FS.
           SELECT  OPTIONAL SC-FILE  ASSIGN  "産地マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SC-FS.
           SELECT  OPTIONAL SA-FILE  ASSIGN  "入荷産地.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SA-FS.
           SELECT  OPTIONAL NS-FILE  ASSIGN  "入荷スキャン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS NS-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
           05  KY-FROM           PIC 9(08).
           05                    PIC X(01).
           05  KY-TO             PIC 9(08).
      *
       FD  NYUKA-LOG-FILE.
       01  NL-REC.
           05  NL-PO-NO          PIC X(06).
           05                    PIC X(01).
           05  NL-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  NL-ITEM           PIC X(05).
           05                    PIC X(01).
           05  NL-DATE           PIC 9(08).
           05                    PIC X(01).
           05  NL-SURYO          PIC 9(04).
           05                    PIC X(01).
           05  NL-UNIT           PIC X(02).
           05                    PIC X(01).
           05  NL-TANKA          PIC 9(05)V99.
           05                    PIC X(01).
           05  NL-OPID           PIC X(04).
      *
       FD  SIGNON-FILE.
       01  SG-REC.
           05  SG-OPID           PIC X(04).
      *
      * 容器マスタ：種別・名称・預り金単価
       FD  YOKI-FILE.
       01  YK-REC.
           05  YK-TYPE           PIC X(02).
           05                    PIC X(01).
           05  YK-NAME           PIC X(20).
           05                    PIC X(01).
           05  YK-TANKA          PIC 9(05).
      *
      * 容器受払：R＝受入（入荷時）　H＝引取（仕入先へ返却）
       FD  UKEHARAI-FILE.
       01  YU-REC.
           05  YU-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  YU-TYPE           PIC X(02).
           05                    PIC X(01).
           05  YU-KBN            PIC X(01).
           05                    PIC X(01).
           05  YU-DATE           PIC 9(08).
           05                    PIC X(01).
           05  YU-SURYO          PIC 9(05).
           05                    PIC X(01).
           05  YU-PO-NO          PIC X(06).
           05                    PIC X(01).
           05  YU-OPID           PIC X(04).
      *
      * 温度帯マスタ：商品・温度帯（C冷蔵 F冷凍 A常温）・下限・上限
       FD  ONDO-MST-FILE.
       01  TB-REC.
           05  TB-ITEM           PIC X(05).
           05                    PIC X(01).
           05  TB-KBN            PIC X(01).
           05                    PIC X(01).
           05  TB-MIN            PIC S9(02)V9 SIGN LEADING SEPARATE.
           05                    PIC X(01).
           05  TB-MAX            PIC S9(02)V9 SIGN LEADING SEPARATE.
      *
      * 温度記録：結果 O＝適合 F＝逸脱受入 R＝受入拒否
       FD  ONDO-LOG-FILE.
       01  TL-REC.
           05  TL-DATE           PIC 9(08).
           05                    PIC X(01).
           05  TL-PO-NO          PIC X(06).
           05                    PIC X(01).
           05  TL-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  TL-ITEM           PIC X(05).
           05                    PIC X(01).
           05  TL-KBN            PIC X(01).
           05                    PIC X(01).
           05  TL-ONDO           PIC S9(02)V9 SIGN LEADING SEPARATE.
           05                    PIC X(01).
           05  TL-MIN            PIC S9(02)V9 SIGN LEADING SEPARATE.
           05                    PIC X(01).
           05  TL-MAX            PIC S9(02)V9 SIGN LEADING SEPARATE.
           05                    PIC X(01).
           05  TL-KEKKA          PIC X(01).
           05                    PIC X(01).
           05  TL-SURYO          PIC 9(04).
           05                    PIC X(01).
           05  TL-UNIT           PIC X(02).
           05                    PIC X(01).
           05  TL-OPID           PIC X(04).
      *
      * 検品TRAN（P86）：温度不適合の受入拒否はSTATUS Tで記録する
       FD  KENPIN-FILE.
       01  KE-REC.
           05  KE-PO-NO          PIC X(06).
           05                    PIC X(01).
           05  KE-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  KE-ITEM           PIC X(05).
           05                    PIC X(01).
           05  KE-DATE           PIC 9(08).
           05                    PIC X(01).
           05  KE-GOKAKU         PIC 9(04).
           05                    PIC X(01).
           05  KE-FURYO          PIC 9(04).
           05                    PIC X(01).
           05  KE-RIYU           PIC X(02).
           05                    PIC X(01).
           05  KE-STATUS         PIC X(01).
           05                    PIC X(01).
           05  KE-OPID           PIC X(04).
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
      * 入荷スキャン：P143が取り込んだ商品・基本単位の数量・取込日
       FD  NS-FILE.
       01  NS-REC.
           05  NS-NO             PIC X(05).
           05                    PIC X(01).
           05  NS-SURYO          PIC 9(06).
           05                    PIC X(01).
           05  NS-DATE           PIC 9(08).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  CD-ANS                PIC X(01)  VALUE SPACE.
       01  CD-DIGIT              PIC X(01)  VALUE SPACE.
       01  CD-RESULT             PIC X(01)  VALUE SPACE.
       01  NYUKA-LOG-FS          PIC X(02)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPID                  PIC X(04)  VALUE "????".
       01  YOKI-FS               PIC X(02)  VALUE SPACE.
       01  YOKI-END-FLG          PIC X(01)  VALUE SPACE.
       01  UKEHARAI-FS           PIC X(02)  VALUE SPACE.
       01  YOKI-CNT              PIC 9(02)  VALUE ZERO.
       01  YKX                   PIC 9(02).
       01  YOKI-FOUND-FLG        PIC X(01)  VALUE SPACE.
       01  IN-YOKI-TYPE          PIC X(02)  VALUE SPACE.
       01  IN-YOKI-SURYO         PIC X(05)  VALUE SPACE.
       01  IN-YOKI-SURYO-N REDEFINES IN-YOKI-SURYO PIC 9(05).
       01  YOKI-TBL.
           05  YOKI-ENT          OCCURS 50 TIMES.
               10  YKT-TYPE      PIC X(02).
               10  YKT-NAME      PIC X(20).
       01  ONDO-MST-FS           PIC X(02)  VALUE SPACE.
       01  ONDO-LOG-FS           PIC X(02)  VALUE SPACE.
       01  KENPIN-FS             PIC X(02)  VALUE SPACE.
       01  ONDO-END-FLG          PIC X(01)  VALUE SPACE.
       01  ONDO-KEKKA            PIC X(01)  VALUE SPACE.
       01  IN-FUGO               PIC X(01)  VALUE SPACE.
       01  IN-ONDO               PIC X(03)  VALUE SPACE.
       01  IN-ONDO-N REDEFINES IN-ONDO PIC 9(02)V9.
       01  WK-ONDO               PIC S9(02)V9 VALUE ZERO.
       01  D-ONDO                PIC -Z9.9.
       01  D-MIN                 PIC -Z9.9.
       01  D-MAX                 PIC -Z9.9.
       01  TB-CNT                PIC 9(03)  VALUE ZERO.
       01  TBX                   PIC 9(03).
       01  HIT-TBX               PIC 9(03)  VALUE ZERO.
       01  TB-TBL.
           05  TB-ENT            OCCURS 500 TIMES.
               10  TBT-ITEM      PIC X(05).
               10  TBT-KBN       PIC X(01).
               10  TBT-MIN       PIC S9(02)V9.
               10  TBT-MAX       PIC S9(02)V9.
       01  SC-FS                 PIC X(02)  VALUE SPACE.
       01  SA-FS                 PIC X(02)  VALUE SPACE.
       01  SC-END-FLG            PIC X(01)  VALUE SPACE.
       01  SC-CNT                PIC 9(03)  VALUE ZERO.
       01  SCX                   PIC 9(03).
       01  SC-FOUND-FLG          PIC X(01)  VALUE SPACE.
       01  IN-SANCHI             PIC X(03)  VALUE SPACE.
       01  SCM-TBL.
           05  SCM-ENT           OCCURS 200 TIMES.
               10  SCM-CODE      PIC X(03).
               10  SCM-NAME      PIC X(20).
       01  NS-FS                 PIC X(02)  VALUE SPACE.
       01  NS-END-FLG            PIC X(01)  VALUE SPACE.
       01  NS-CNT                PIC 9(03)  VALUE ZERO.
       01  NSX                   PIC 9(03).
       01  HIT-NSX               PIC 9(03)  VALUE ZERO.
       01  SCAN-USE-FLG          PIC X(01)  VALUE SPACE.
       01  SCAN-ANS              PIC X(01)  VALUE SPACE.
       01  SCAN-UPD-FLG          PIC X(01)  VALUE SPACE.
       01  KIHON-UNIT            PIC X(02)  VALUE SPACE.
       01  D-SCAN                PIC ZZZ,ZZ9.
       01  NS-TBL.
           05  NS-ENT            OCCURS 300 TIMES.
               10  NST-NO        PIC X(05).
               10  NST-SURYO     PIC 9(06).
               10  NST-DATE      PIC 9(08).
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM OPID-LOAD-RTN
            PERFORM TANI-LOAD-RTN
            PERFORM KEIYAKU-LOAD-RTN
            PERFORM YOKI-LOAD-RTN
            PERFORM ONDO-LOAD-RTN
            PERFORM SANCHI-LOAD-RTN
            PERFORM SCAN-LOAD-RTN
            OPEN I-O   PO-FILE
            OPEN INPUT SHOHIN-FILE SIIRESAKI-FILE
            PERFORM UNTIL END-FLG = "E"
                END-IF
            END-PERFORM
            CLOSE PO-FILE SHOHIN-FILE SIIRESAKI-FILE
            IF SCAN-UPD-FLG = "Y"
                PERFORM SCAN-SAVE-RTN
            END-IF
            DISPLAY "登録入荷件数：" UKE-CNT
            DISPLAY "END"
            STOP RUN.
            END-IF.
      *
       NYUKA-RTN.
            MOVE SPACE TO SCAN-USE-FLG
            IF NS-CNT > ZERO
                PERFORM SCAN-RTN
            END-IF
            IF SCAN-USE-FLG NOT = "Y"
                DISPLAY "入荷数量(4桁)："
                ACCEPT IN-SURYO
                DISPLAY "単位(KG/CS/BX等)："
                ACCEPT IN-UNIT
            END-IF
            IF IN-SURYO NOT NUMERIC OR IN-SURYO = "0000"
                DISPLAY "数量が不正です。"
            ELSE
                    DISPLAY "（残数："
                            PO-SURYO "−" PO-UKE-SURYO "）"
                ELSE
                    MOVE SPACE TO ONDO-KEKKA
                    IF TB-CNT > ZERO
                        PERFORM ONDO-RTN
                    END-IF
                    IF ONDO-KEKKA = "R"
                        DISPLAY "受入拒否：入荷は"
                                "登録しません。"
                    ELSE
                        PERFORM SANCHI-RTN
                        PERFORM PO-UPDATE-RTN
                        PERFORM SIIRE-WRITE-RTN
                        IF SCAN-USE-FLG = "Y"
                            MOVE ZERO TO NST-SURYO(HIT-NSX)
                            MOVE "Y" TO SCAN-UPD-FLG
                        END-IF
                        IF IN-SANCHI NOT = SPACE
                            PERFORM SANCHI-WRITE-RTN
                        END-IF
                        IF YOKI-CNT > ZERO
                            PERFORM YOKI-RTN
                        END-IF
                    END-IF
                END-IF
            END-IF.
      *
      * 入荷スキャンに発注の商品があれば、その数量（基本単位）を
      * 入荷数量として使うか確認する（4桁を超える数量は手入力）
       SCAN-RTN.
            MOVE ZERO TO HIT-NSX
            PERFORM VARYING NSX FROM 1 BY 1 UNTIL NSX > NS-CNT
                IF NST-NO(NSX) = PO-ITEM AND NST-SURYO(NSX) > ZERO
                    AND HIT-NSX = ZERO
                    MOVE NSX TO HIT-NSX
                END-IF
            END-PERFORM
            IF HIT-NSX NOT = ZERO
                MOVE NST-SURYO(HIT-NSX) TO D-SCAN
                DISPLAY "スキャン数量：" D-SCAN " " KIHON-UNIT
                IF NST-SURYO(HIT-NSX) > 9999
                    DISPLAY "４桁を超えるため"
                            "手入力してください。"
                ELSE
                    DISPLAY "スキャン数量で入荷しますか"
                            "(Y/N)："
                    ACCEPT SCAN-ANS
                    IF SCAN-ANS = "Y" OR SCAN-ANS = "y"
                        MOVE "Y" TO SCAN-USE-FLG
                        MOVE NST-SURYO(HIT-NSX) TO WK-SURYO
                        MOVE WK-SURYO   TO IN-SURYO
                        MOVE KIHON-UNIT TO IN-UNIT
                    END-IF
                END-IF
            END-IF.
      *
            MOVE CD-DIGIT TO O-HOME-CD
            WRITE O-REC
            CLOSE OUT-FILE
            PERFORM NYUKA-LOG-RTN
            ADD 1 TO UKE-CNT
            DISPLAY "仕入.TXTへ追記しました。".
      *
      * 入荷記録.TXTへ発注NO・担当者付きで追記（書類追跡照会用）
       NYUKA-LOG-RTN.
            OPEN EXTEND NYUKA-LOG-FILE
            MOVE SPACE        TO NL-REC
            MOVE PO-NO        TO NL-PO-NO
            MOVE PO-S-CODE    TO NL-S-CODE
            MOVE PO-ITEM      TO NL-ITEM
            MOVE W-DATE8      TO NL-DATE
            MOVE IN-SURYO     TO NL-SURYO
            MOVE IN-UNIT      TO NL-UNIT
            MOVE TEKIYO-TANKA TO NL-TANKA
            MOVE OPID         TO NL-OPID
            WRITE NL-REC
            CLOSE NYUKA-LOG-FILE.
      *
      * 通い箱・パレットの受入：種別空白まで繰り返し入力する
       YOKI-RTN.
            MOVE SPACE TO YOKI-END-FLG
            PERFORM UNTIL YOKI-END-FLG = "E"
                DISPLAY "容器種別（空白=なし／終了）："
                ACCEPT IN-YOKI-TYPE
                IF IN-YOKI-TYPE = SPACE
                    MOVE "E" TO YOKI-END-FLG
                ELSE
                    PERFORM YOKI-ONE-RTN
                END-IF
            END-PERFORM.
      *
       YOKI-ONE-RTN.
            MOVE SPACE TO YOKI-FOUND-FLG
            PERFORM VARYING YKX FROM 1 BY 1 UNTIL YKX > YOKI-CNT
                IF YKT-TYPE(YKX) = IN-YOKI-TYPE
                    MOVE "Y" TO YOKI-FOUND-FLG
                    DISPLAY "容器：" YKT-NAME(YKX)
                END-IF
            END-PERFORM
            IF YOKI-FOUND-FLG NOT = "Y"
                DISPLAY "容器種別が不正です。"
            ELSE
                DISPLAY "個数(5桁)："
                ACCEPT IN-YOKI-SURYO
                IF IN-YOKI-SURYO NOT NUMERIC
                    OR IN-YOKI-SURYO-N = ZERO
                    DISPLAY "個数が不正です。"
                ELSE
                    OPEN EXTEND UKEHARAI-FILE
                    MOVE SPACE           TO YU-REC
                    MOVE PO-S-CODE       TO YU-S-CODE
                    MOVE IN-YOKI-TYPE    TO YU-TYPE
                    MOVE "R"             TO YU-KBN
                    MOVE W-DATE8         TO YU-DATE
                    MOVE IN-YOKI-SURYO-N TO YU-SURYO
                    MOVE PO-NO           TO YU-PO-NO
                    MOVE OPID            TO YU-OPID
                    WRITE YU-REC
                    CLOSE UKEHARAI-FILE
                    DISPLAY "容器の受入を記録しました。"
                END-IF
            END-IF.
      *
      * 入荷時温度：温度帯マスタにある商品は測定温度を入力させ、
      * 許容範囲外なら受入拒否か逸脱受入かを選ばせて記録する
       ONDO-RTN.
            MOVE ZERO TO HIT-TBX
            PERFORM VARYING TBX FROM 1 BY 1 UNTIL TBX > TB-CNT
                IF TBT-ITEM(TBX) = PO-ITEM
                    MOVE TBX TO HIT-TBX
                END-IF
            END-PERFORM
            IF HIT-TBX NOT = ZERO
                MOVE TBT-MIN(HIT-TBX) TO D-MIN
                MOVE TBT-MAX(HIT-TBX) TO D-MAX
                DISPLAY "温度帯：" TBT-KBN(HIT-TBX)
                        "　許容：" D-MIN "～" D-MAX "℃"
                MOVE SPACE TO ONDO-END-FLG
                PERFORM UNTIL ONDO-END-FLG = "E"
                    PERFORM ONDO-ACCEPT-RTN
                END-PERFORM
                IF WK-ONDO < TBT-MIN(HIT-TBX)
                    OR WK-ONDO > TBT-MAX(HIT-TBX)
                    MOVE WK-ONDO TO D-ONDO
                    DISPLAY "★温度逸脱：" D-ONDO "℃"
                    PERFORM UNTIL ONDO-KEKKA = "R" OR ONDO-KEKKA = "F"
                        DISPLAY "R=受入拒否 "
                                "F=逸脱のまま受入："
                        ACCEPT ONDO-KEKKA
                    END-PERFORM
                ELSE
                    MOVE "O" TO ONDO-KEKKA
                END-IF
                PERFORM ONDO-LOG-RTN
                IF ONDO-KEKKA = "R"
                    PERFORM ONDO-KENPIN-RTN
                END-IF
            END-IF.
      *
      * 測定温度（符号＋0.1℃単位3桁）を正しく入るまで受け付ける
       ONDO-ACCEPT-RTN.
            DISPLAY "測定温度の符号(+/-)："
            ACCEPT IN-FUGO
            DISPLAY "測定温度(0.1℃単位3桁、"
                    "例 -18.5℃は符号 - と 185)："
            ACCEPT IN-ONDO
            IF IN-ONDO NOT NUMERIC
                OR (IN-FUGO NOT = "+" AND IN-FUGO NOT = "-")
                DISPLAY "温度が不正です。"
            ELSE
                IF IN-FUGO = "-"
                    COMPUTE WK-ONDO = ZERO - IN-ONDO-N
                ELSE
                    MOVE IN-ONDO-N TO WK-ONDO
                END-IF
                MOVE "E" TO ONDO-END-FLG
            END-IF.
      *
       ONDO-LOG-RTN.
            OPEN EXTEND ONDO-LOG-FILE
            MOVE SPACE            TO TL-REC
            MOVE W-DATE8          TO TL-DATE
            MOVE PO-NO            TO TL-PO-NO
            MOVE PO-S-CODE        TO TL-S-CODE
            MOVE PO-ITEM          TO TL-ITEM
            MOVE TBT-KBN(HIT-TBX) TO TL-KBN
            MOVE WK-ONDO          TO TL-ONDO
            MOVE TBT-MIN(HIT-TBX) TO TL-MIN
            MOVE TBT-MAX(HIT-TBX) TO TL-MAX
            MOVE ONDO-KEKKA       TO TL-KEKKA
            MOVE IN-SURYO         TO TL-SURYO
            MOVE IN-UNIT          TO TL-UNIT
            MOVE OPID             TO TL-OPID
            WRITE TL-REC
            CLOSE ONDO-LOG-FILE.
      *
      * 受入拒否分を検品TRANへ不良として記録する（入荷を登録しない
      * ので反映対象外のSTATUS T。P86の不良率報告に計上される）
       ONDO-KENPIN-RTN.
            OPEN EXTEND KENPIN-FILE
            MOVE SPACE     TO KE-REC
            MOVE PO-NO     TO KE-PO-NO
            MOVE PO-S-CODE TO KE-S-CODE
            MOVE PO-ITEM   TO KE-ITEM
            MOVE W-DATE8   TO KE-DATE
            MOVE ZERO      TO KE-GOKAKU
            MOVE IN-SURYO  TO KE-FURYO
            MOVE "TP"      TO KE-RIYU
            MOVE "T"       TO KE-STATUS
            MOVE OPID      TO KE-OPID
            WRITE KE-REC
            CLOSE KENPIN-FILE
            DISPLAY "検品TRANへ不良として"
                    "記録しました。".
      *
      * 産地の入力（産地マスタがあればマスタにある産地のみ受ける）
       SANCHI-RTN.
            MOVE "N" TO SC-FOUND-FLG
            PERFORM UNTIL SC-FOUND-FLG = "Y"
                DISPLAY "産地コード(空白=対象外)："
                MOVE SPACE TO IN-SANCHI
                ACCEPT IN-SANCHI
                IF IN-SANCHI = SPACE OR SC-CNT = ZERO
                    MOVE "Y" TO SC-FOUND-FLG
                ELSE
                    PERFORM VARYING SCX FROM 1 BY 1
                            UNTIL SCX > SC-CNT
                        IF SCM-CODE(SCX) = IN-SANCHI
                            MOVE "Y" TO SC-FOUND-FLG
                            DISPLAY "産地：" SCM-NAME(SCX)
                        END-IF
                    END-PERFORM
                    IF SC-FOUND-FLG NOT = "Y"
                        DISPLAY "産地マスタにありません："
                                IN-SANCHI
                    END-IF
                END-IF
            END-PERFORM.
      *
      * 入荷産地.TXTへ入荷日・仕入先・産地を追記
       SANCHI-WRITE-RTN.
            OPEN EXTEND SA-FILE
            MOVE SPACE     TO SA-REC
            MOVE PO-ITEM   TO SA-ITEM
            MOVE W-DATE8   TO SA-DATE
            MOVE PO-S-CODE TO SA-S-CODE
            MOVE IN-SANCHI TO SA-SANCHI
            MOVE IN-SURYO  TO SA-SURYO
            MOVE IN-UNIT   TO SA-UNIT
            MOVE PO-NO     TO SA-PO-NO
            MOVE OPID      TO SA-OPID
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
                        MOVE SC-NAME TO SCM-NAME(SC-CNT)
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
      * 温度帯マスタの読込（無い場合は温度の入力を省く）
       ONDO-LOAD-RTN.
            OPEN INPUT ONDO-MST-FILE
            IF ONDO-MST-FS = "00"
                READ ONDO-MST-FILE
                    AT END MOVE "E" TO ONDO-END-FLG
                END-READ
                PERFORM UNTIL ONDO-END-FLG = "E"
                    IF TB-CNT < 500 AND TB-ITEM NOT = SPACE
                        ADD 1 TO TB-CNT
                        MOVE TB-ITEM TO TBT-ITEM(TB-CNT)
                        MOVE TB-KBN  TO TBT-KBN(TB-CNT)
                        MOVE TB-MIN  TO TBT-MIN(TB-CNT)
                        MOVE TB-MAX  TO TBT-MAX(TB-CNT)
                    END-IF
                    READ ONDO-MST-FILE
                        AT END MOVE "E" TO ONDO-END-FLG
                    END-READ
                END-PERFORM
                CLOSE ONDO-MST-FILE
            ELSE
                CLOSE ONDO-MST-FILE
            END-IF.
      *
      * 容器マスタの読込（無い場合は容器の入力を省く）
       YOKI-LOAD-RTN.
            OPEN INPUT YOKI-FILE
            IF YOKI-FS = "00"
                READ YOKI-FILE
                    AT END MOVE "E" TO YOKI-END-FLG
                END-READ
                PERFORM UNTIL YOKI-END-FLG = "E"
                    IF YOKI-CNT < 50 AND YK-TYPE NOT = SPACE
                        ADD 1 TO YOKI-CNT
                        MOVE YK-TYPE TO YKT-TYPE(YOKI-CNT)
                        MOVE YK-NAME TO YKT-NAME(YOKI-CNT)
                    END-IF
                    READ YOKI-FILE
                        AT END MOVE "E" TO YOKI-END-FLG
                    END-READ
                END-PERFORM
                CLOSE YOKI-FILE
            ELSE
                CLOSE YOKI-FILE
            END-IF.
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
      * 適用単価：契約単価（有効期間内）優先、無ければ商品マスタ
       TANKA-RTN.
            MOVE T-S-TANKA TO TEKIYO-TANKA
                MOVE 24   TO TT-FACTOR(3)
            END-IF.
      *
      * 入荷スキャンの読込（同じ商品は数量を合算する）
       SCAN-LOAD-RTN.
            MOVE "KG" TO KIHON-UNIT
            PERFORM VARYING TNX FROM TANI-CNT BY -1 UNTIL TNX < 1
                IF TT-FACTOR(TNX) = 1
                    MOVE TT-CODE(TNX) TO KIHON-UNIT
                END-IF
            END-PERFORM
            OPEN INPUT NS-FILE
            IF NS-FS NOT = "00"
                MOVE "E" TO NS-END-FLG
            ELSE
                READ NS-FILE
                    AT END MOVE "E" TO NS-END-FLG
                END-READ
            END-IF
            PERFORM UNTIL NS-END-FLG = "E"
                MOVE ZERO TO HIT-NSX
                PERFORM VARYING NSX FROM 1 BY 1 UNTIL NSX > NS-CNT
                    IF NST-NO(NSX) = NS-NO
                        MOVE NSX TO HIT-NSX
                    END-IF
                END-PERFORM
                IF HIT-NSX = ZERO AND NS-CNT < 300
                    ADD 1 TO NS-CNT
                    MOVE NS-CNT TO HIT-NSX
                    MOVE NS-NO  TO NST-NO(HIT-NSX)
                    MOVE ZERO   TO NST-SURYO(HIT-NSX)
                END-IF
                IF HIT-NSX NOT = ZERO
                    ADD NS-SURYO TO NST-SURYO(HIT-NSX)
                    MOVE NS-DATE TO NST-DATE(HIT-NSX)
                END-IF
                READ NS-FILE
                    AT END MOVE "E" TO NS-END-FLG
                END-READ
            END-PERFORM
            CLOSE NS-FILE.
      *
      * 入荷スキャンの書き戻し（消し込んだ商品を除く）
       SCAN-SAVE-RTN.
            OPEN OUTPUT NS-FILE
            PERFORM VARYING NSX FROM 1 BY 1 UNTIL NSX > NS-CNT
                IF NST-SURYO(NSX) > ZERO
                    MOVE SPACE TO NS-REC
                    MOVE NST-NO(NSX)    TO NS-NO
                    MOVE NST-SURYO(NSX) TO NS-SURYO
                    MOVE NST-DATE(NSX)  TO NS-DATE
                    WRITE NS-REC
                END-IF
            END-PERFORM
            CLOSE NS-FILE.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
