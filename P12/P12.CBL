              NOT INVALID KEY
                MOVE I-DATA TO M-DATA
                MOVE "追加" TO M-COMMENT
                MOVE "新規" TO FLD-NAME
                MOVE SPACE TO OLD-VAL NEW-VAL
                MOVE "（未登録）" TO OLD-VAL
                MOVE T-NAME TO NEW-VAL(1:10)
                PERFORM SHOHIN-KIROKU-RTN
            END-WRITE
            END-IF.
      *
