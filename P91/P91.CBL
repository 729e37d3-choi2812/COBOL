      * 　　A＝着荷済みへ落とす）
      * ４＝支店別一覧（支店×商品の残と輸送中、全社合計付き）
      * P28の照会とP51の評価も支店在庫.TXTを参照する
      * 支店ITの明細（委託在庫の消化分の仕入、P5が取り込む）は
      * 既に出庫済みのため入庫反映しない
      * P148（支店補充提案）で採用した移動も２と同じ形でT＝輸送中
      * として移動TRAN.TXTへ入り、３の着荷処理の対象になる
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P91.
                AT END MOVE "E" TO END-FLG
            END-READ
            PERFORM UNTIL END-FLG = "E"
                IF I-S-DATE = IN-DATE AND I-BRANCH NOT = "IT"
                    MOVE I-NO TO WK-NO
                    IF I-BRANCH = SPACE
                        MOVE "00" TO WK-BRANCH
