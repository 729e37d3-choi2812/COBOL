      * 
      * 14JY0123 崔　禎　文
      * 仕入整列：３支店の仕入TEN1〜3を支店コード付きで整列する
      * 委託契約マスタ.TXT（P133で保守）の仕入先×商品の納品は
      * 委託在庫の預りで仕入ではないため取り込まず、消化分の仕入
      * （P27が委託仕入.TXTへ計上）を支店ITとして取り込む
      * 整列後はP150で仕入日計（集計帳票用の日付別集計）を更新する
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P5.
                                    ORGANIZATION LINE SEQUENTIAL.
            SELECT  IN-FILE3    ASSIGN  "仕入TEN3.TXT"
                                    ORGANIZATION LINE SEQUENTIAL.
            SELECT  OPTIONAL IN-FILE4 ASSIGN  "委託仕入.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS IN4-FS.
            SELECT  OPTIONAL ITK-FILE ASSIGN
                                    "委託契約マスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS ITK-FS.
            SELECT  SORT-FILE   ASSIGN  "SORT-TEMP".
            SELECT  PRINT-FILE  ASSIGN  "仕入整列.TXT"
                                    ORGANIZATION LINE SEQUENTIAL.
            03   I-HNAME     PIC X(10).
            03   I-KAZU      PIC 9(4).
            03   I-PRICE     PIC 9(5)V99.
      *
       FD   IN-FILE4.
       01    I-REC4.
            03   I-NUM       PIC X(5).
            03   I-NAME      PIC X(10).
            03   I-DATE      PIC 9(8).
            03   I-HOME      PIC X(3).
            03   I-HNAME     PIC X(10).
            03   I-KAZU      PIC 9(4).
            03   I-PRICE     PIC 9(5)V99.
      *
      * 委託契約マスタ：商品が空白の行はその仕入先の全商品が委託
       FD  ITK-FILE.
       01  IK-REC.
           05  IK-S-CODE         PIC X(03).
           05                    PIC X(01).
           05  IK-ITEM           PIC X(05).
           05                    PIC X(01).
           05  IK-FROM           PIC 9(08).
           05                    PIC X(01).
           05  IK-TO             PIC 9(08).
      *
       SD   SORT-FILE.
       01    S-REC.
       01 W-DATE6       PIC 9(06)   VALUE ZERO.
       01 W-DATE8       PIC 9(08)   VALUE ZERO.
       01 REL-CNT       PIC 9(07)   VALUE ZERO.
       01 ITAKU-CNT     PIC 9(07)   VALUE ZERO.
       01 IN4-FS        PIC X(02)   VALUE SPACE.
       01 ITK-FS        PIC X(02)   VALUE SPACE.
       01 ITAKU-FLG     PIC X(01)   VALUE SPACE.
       01 ITK-CNT       PIC 9(03)   VALUE ZERO.
       01 IKX           PIC 9(03).
       01 ITK-TBL.
          05 ITK-ENT    OCCURS 100 TIMES.
             10 IKT-S-CODE  PIC X(03).
             10 IKT-ITEM    PIC X(05).
             10 IKT-FROM    PIC 9(08).
             10 IKT-TO      PIC 9(08).
      *    
       PROCEDURE        DIVISION.    
       MOOO.
            PERFORM ITK-LOAD-RTN
          SORT  SORT-FILE
            
            ON  ASCENDING KEY S-NUM
            PERFORM UNTIL END-FLG = "E"
                MOVE I-REC1 TO S-REC(1:47)
                MOVE "01" TO S-BRANCH
                PERFORM ITAKU-CHK-RTN
                IF ITAKU-FLG = "Y"
                    ADD 1 TO ITAKU-CNT
                ELSE
                    RELEASE S-REC
                    ADD 1 TO REL-CNT
                END-IF
                READ IN-FILE1
                    AT END MOVE "E" TO END-FLG
                END-READ
            PERFORM UNTIL END-FLG = "E"
                MOVE I-REC2 TO S-REC(1:47)
                MOVE "02" TO S-BRANCH
                PERFORM ITAKU-CHK-RTN
                IF ITAKU-FLG = "Y"
                    ADD 1 TO ITAKU-CNT
                ELSE
                    RELEASE S-REC
                    ADD 1 TO REL-CNT
                END-IF
                READ IN-FILE2
                    AT END MOVE "E" TO END-FLG
                END-READ
            PERFORM UNTIL END-FLG = "E"
                MOVE I-REC3 TO S-REC(1:47)
                MOVE "03" TO S-BRANCH
                PERFORM ITAKU-CHK-RTN
                IF ITAKU-FLG = "Y"
                    ADD 1 TO ITAKU-CNT
                ELSE
                    RELEASE S-REC
                    ADD 1 TO REL-CNT
                END-IF
                READ IN-FILE3
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE IN-FILE3
            MOVE SPACE TO END-FLG
            OPEN INPUT IN-FILE4
            IF IN4-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ IN-FILE4
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                MOVE I-REC4 TO S-REC(1:47)
                MOVE "IT" TO S-BRANCH
                RELEASE S-REC
                ADD 1 TO REL-CNT
                READ IN-FILE4
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE IN-FILE4.
      *
      * 委託契約の判定：仕入先・商品（空白は全商品）・仕入日が
      * 契約期間内の納品は委託在庫の預りとして整列から外す
       ITAKU-CHK-RTN.
            MOVE SPACE TO ITAKU-FLG
            PERFORM VARYING IKX FROM 1 BY 1 UNTIL IKX > ITK-CNT
                IF IKT-S-CODE(IKX) = S-HOME
                    AND (IKT-ITEM(IKX) = S-NUM OR IKT-ITEM(IKX) = SPACE)
                    AND IKT-FROM(IKX) <= S-DATE
                    AND IKT-TO(IKX) >= S-DATE
                    MOVE "Y" TO ITAKU-FLG
                END-IF
            END-PERFORM.
      *
       ITK-LOAD-RTN.
            MOVE SPACE TO END-FLG
            OPEN INPUT ITK-FILE
            IF ITK-FS NOT = "00"
                MOVE "E" TO END-FLG
            ELSE
                READ ITK-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-IF
            PERFORM UNTIL END-FLG = "E"
                IF ITK-CNT < 100
                    ADD 1 TO ITK-CNT
                    MOVE IK-S-CODE TO IKT-S-CODE(ITK-CNT)
                    MOVE IK-ITEM   TO IKT-ITEM(ITK-CNT)
                    MOVE IK-FROM   TO IKT-FROM(ITK-CNT)
                    MOVE IK-TO     TO IKT-TO(ITK-CNT)
                END-IF
                READ ITK-FILE
                    AT END MOVE "E" TO END-FLG
                END-READ
            END-PERFORM
            CLOSE ITK-FILE
            MOVE SPACE TO END-FLG.
      *
      * 運転日誌への実行記録
       RUNLOG-WRITE-RTN.
            MOVE W-DATE8 TO RJ-DATE
            ACCEPT W-TIME8 FROM TIME
            MOVE W-TIME8(1:6) TO RJ-TIME
            COMPUTE RJ-READ = REL-CNT + ITAKU-CNT
            MOVE REL-CNT TO RJ-WRITE
            MOVE ZERO TO RJ-REJ
            MOVE RUN-STATUS TO RJ-STATUS
