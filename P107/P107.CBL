      * １）支払承認.TXTで申請（P）と承認（A）が同一担当者の
      * 　　振込指定日（自己承認）
      * ２）仕入先履歴.TXTで口座を変更した担当者が、同月の
      * 　　振込送信簿.TXTの作成記録（S、外国送金はG）にも現れる組
      * 　　（口座変更と支払実行の兼任）
      * ３）仕入先履歴.TXT・仕入先更新履歴.TXTの更新のうち、
      * 　　その日のサインオン履歴.TXTに記録の無い担当者ID
      *
                    AT END MOVE "E" TO END-FLG
                END-READ
                PERFORM UNTIL END-FLG = "E"
                    IF (TB-KBN = "S" OR TB-KBN = "G")
                        AND TB-CNT < 200
                        ADD 1 TO TB-CNT
                        MOVE TB-OPID TO TT-OPID(TB-CNT)
                        MOVE TB-RUN-DATE(1:6)
