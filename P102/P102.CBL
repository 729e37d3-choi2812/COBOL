      * 売上高・原価・実現マージン率を集計する
      * あわせて商品マスタの販売単価と在庫マスタの平均原価による
      * 理論マージン率（P52の基準）を並記し、差を印字する
      * 対象年月はパラメタマスタ（P156で保守）の
      * P102 TGT-YYMM（YYYYMM、未登録・空白は全期間）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P102.
                                    ORGANIZATION INDEXED
                                    ACCESS MODE RANDOM
                                    RECORD KEY Z-NO.
           SELECT  PRINT-FILE  ASSIGN  "P102.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
      *
           05  Z-NAME            PIC X(10).
           05  Z-ZAIKO-SURYO     PIC S9(07).
           05  Z-AVG-COST        PIC 9(05)V99.
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(78).
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  GENKA-FS              PIC X(02)  VALUE SPACE.
       01  PG-MODE               PIC X(01)  VALUE "G".
       01  PG-PROG               PIC X(04)  VALUE "P102".
       01  PG-NAME               PIC X(24)  VALUE SPACE.
       01  PG-VALUE              PIC X(14)  VALUE SPACE.
       01  PG-SUCHI              PIC 9(09)V99 VALUE ZERO.
       01  PG-RESULT             PIC X(01)  VALUE SPACE.
       01  TGT-YYMM              PIC X(06)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
            END-PERFORM.
      *
       PARAM-LOAD-RTN.
            MOVE "TGT-YYMM" TO PG-NAME
            CALL "PARAMGET" USING PG-MODE PG-PROG PG-NAME
                                  PG-VALUE PG-SUCHI PG-RESULT
            IF PG-RESULT = "Y"
                MOVE PG-VALUE TO TGT-YYMM
            END-IF.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
