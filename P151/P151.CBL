      *
      * 14JY0123 崔　禎　文
      * ISAMマスタ保守：ISAM仕入先マスタ・ISAM商品マスタ・ISAM在庫
      * マスタ・ISAM発注マスタの健全性を確かめ、作り直す
      * 機能１＝アンロード：マスタをキー順に読んでマスタ名.UNLへ書き、
      * 　件数・キーハッシュ（数字キーの合計）・項目ハッシュをアンロード
      * 　目録.TXTへ追記する
      * 　項目ハッシュ：仕入先＝年間金額　商品＝仕入単価
      * 　在庫＝平均原価　発注＝発注数
      * 機能２＝検査：全レコードのキー形式（CHKDGT）、数字項目、状態
      * 　コードを調べ、異常を例外一覧として印字する
      * 機能３＝再ロード：マスタ名.UNLから新ファイル（マスタ名＋新）を
      * 　作り（検査も行う）、読み直した件数・ハッシュがアンロード目録の
      * 　最新の記録と一致したときだけ本番へ差し替える
      * 機能４＝再編成：アンロードに続けて再ロードする
      * 再ロード・再編成は権限レベル2のオペレータのみ
      * 結果は運転日誌.TXTへ記録する（読込・書込・異常レコード件数）
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      P151.

       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
           SELECT  SHIIRE-FILE ASSIGN  "ISAM仕入先マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY S-CODE
                                    FILE STATUS MAS-FS.
           SELECT  SHOHIN-FILE ASSIGN  "ISAM商品マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY T-NO
                                    FILE STATUS MAS-FS.
           SELECT  ZAIKO-FILE  ASSIGN  "ISAM在庫マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY Z-NO
                                    FILE STATUS MAS-FS.
           SELECT  PO-FILE     ASSIGN  "ISAM発注マスタ"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY PO-NO
                                    FILE STATUS MAS-FS.
           SELECT  SHIIRE-NEW  ASSIGN  "ISAM仕入先マスタ新"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY SN-CODE
                                    FILE STATUS NEW-FS.
           SELECT  SHOHIN-NEW  ASSIGN  "ISAM商品マスタ新"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY TN-NO
                                    FILE STATUS NEW-FS.
           SELECT  ZAIKO-NEW   ASSIGN  "ISAM在庫マスタ新"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY ZN-NO
                                    FILE STATUS NEW-FS.
           SELECT  PO-NEW      ASSIGN  "ISAM発注マスタ新"
                                    ORGANIZATION INDEXED
                                    ACCESS MODE DYNAMIC
                                    RECORD KEY PN-NO
                                    FILE STATUS NEW-FS.
           SELECT  OPTIONAL UNL1-FILE ASSIGN
                                    "ISAM仕入先マスタ.UNL"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS UNL-FS.
           SELECT  OPTIONAL UNL2-FILE ASSIGN
                                    "ISAM商品マスタ.UNL"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS UNL-FS.
           SELECT  OPTIONAL UNL3-FILE ASSIGN
                                    "ISAM在庫マスタ.UNL"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS UNL-FS.
           SELECT  OPTIONAL UNL4-FILE ASSIGN
                                    "ISAM発注マスタ.UNL"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS UNL-FS.
           SELECT  OPTIONAL MOKU-FILE ASSIGN
                                    "アンロード目録.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS MOKU-FS.
           SELECT  OPTIONAL SIGNON-FILE ASSIGN  "サインオン.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS SIGNON-FS.
           SELECT  OPTIONAL OPE-FILE ASSIGN
                                    "オペレータマスタ.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS OPE-FS.
           SELECT  PRINT-FILE  ASSIGN  "P151.DOC"
                                    ORGANIZATION LINE SEQUENTIAL.
           SELECT  OPTIONAL RUNLOG-FILE ASSIGN  "運転日誌.TXT"
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS RUNLOG-FS.
      *
       DATA             DIVISION.
       FILE             SECTION.
      * マスタはキー以外を一括で扱い、検査はWORKING-STORAGEの
      * 各レイアウト（V-）で行う
       FD  SHIIRE-FILE.
       01  S-REC.
           05  S-CODE            PIC X(03).
           05                    PIC X(161).
      *
       FD  SHOHIN-FILE.
       01  T-REC.
           05  T-NO              PIC X(05).
           05                    PIC X(30).
      *
       FD  ZAIKO-FILE.
       01  Z-REC.
           05  Z-NO              PIC X(05).
           05                    PIC X(24).
      *
       FD  PO-FILE.
       01  PO-REC.
           05  PO-NO             PIC X(06).
           05                    PIC X(49).
      *
       FD  SHIIRE-NEW.
       01  SN-REC.
           05  SN-CODE           PIC X(03).
           05                    PIC X(161).
      *
       FD  SHOHIN-NEW.
       01  TN-REC.
           05  TN-NO             PIC X(05).
           05                    PIC X(30).
      *
       FD  ZAIKO-NEW.
       01  ZN-REC.
           05  ZN-NO             PIC X(05).
           05                    PIC X(24).
      *
       FD  PO-NEW.
       01  PN-REC.
           05  PN-NO             PIC X(06).
           05                    PIC X(49).
      *
       FD  UNL1-FILE.
       01  UL1-REC               PIC X(164).
      *
       FD  UNL2-FILE.
       01  UL2-REC               PIC X(35).
      *
       FD  UNL3-FILE.
       01  UL3-REC               PIC X(29).
      *
       FD  UNL4-FILE.
       01  UL4-REC               PIC X(55).
      *
      * アンロード目録：区分（1〜4）・日付・時刻・件数・ハッシュ
       FD  MOKU-FILE.
       01  UM-REC.
           05  UM-KBN            PIC X(01).
           05                    PIC X(01).
           05  UM-DATE           PIC 9(08).
           05                    PIC X(01).
           05  UM-TIME           PIC 9(06).
           05                    PIC X(01).
           05  UM-CNT            PIC 9(07).
           05                    PIC X(01).
           05  UM-KEY-HASH       PIC 9(13).
           05                    PIC X(01).
           05  UM-HASH           PIC 9(13)V99.
      *
       FD  SIGNON-FILE.
       01  SG-REC.
           05  SG-OPID           PIC X(04).
      *
       FD  OPE-FILE.
       01  OP-REC.
           05  OP-ID             PIC X(04).
           05                    PIC X(01).
           05  OP-NAME           PIC X(10).
           05                    PIC X(01).
           05  OP-LEVEL          PIC X(01).
      *
       FD  PRINT-FILE.
       01  P-REC                 PIC X(100).
      *
       FD  RUNLOG-FILE.
       01  RJ-REC.
           05  RJ-PROG           PIC X(04).
           05                    PIC X(01).
           05  RJ-DATE           PIC 9(08).
           05                    PIC X(01).
           05  RJ-TIME           PIC 9(06).
           05                    PIC X(01).
           05  RJ-READ           PIC 9(07).
           05                    PIC X(01).
           05  RJ-WRITE          PIC 9(07).
           05                    PIC X(01).
           05  RJ-REJ            PIC 9(07).
           05                    PIC X(01).
           05  RJ-STATUS         PIC X(01).
           05                    PIC X(01).
           05  RJ-INFILE         PIC X(20).
      *
       WORKING-STORAGE  SECTION.
       01  END-FLG               PIC X(01)  VALUE SPACE.
       01  MAS-FS                PIC X(02)  VALUE SPACE.
       01  NEW-FS                PIC X(02)  VALUE SPACE.
       01  UNL-FS                PIC X(02)  VALUE SPACE.
       01  MOKU-FS               PIC X(02)  VALUE SPACE.
       01  MOKU-END-FLG          PIC X(01)  VALUE SPACE.
       01  SIGNON-FS             PIC X(02)  VALUE SPACE.
       01  SIGNON-END-FLG        PIC X(01)  VALUE SPACE.
       01  OPE-FS                PIC X(02)  VALUE SPACE.
       01  OPE-END-FLG           PIC X(01)  VALUE SPACE.
       01  RUNLOG-FS             PIC X(02)  VALUE SPACE.
       01  RUN-STATUS            PIC X(01)  VALUE "N".
       01  OPID                  PIC X(04)  VALUE "????".
       01  CUR-LEVEL             PIC X(01)  VALUE SPACE.
       01  MAS-KBN               PIC X(01)  VALUE SPACE.
       01  KINO                  PIC X(01)  VALUE SPACE.
       01  MAS-NAME              PIC X(20)  VALUE SPACE.
       01  KINO-NAME             PIC X(20)  VALUE SPACE.
       01  MOKU-ARI              PIC X(01)  VALUE SPACE.
       01  NG-FLG                PIC X(01)  VALUE SPACE.
       01  SHOGO                 PIC X(01)  VALUE SPACE.
       01  W-DATE6               PIC 9(06)  VALUE ZERO.
       01  W-DATE8               PIC 9(08)  VALUE ZERO.
       01  W-TIME8               PIC 9(08)  VALUE ZERO.
       01  CMD                   PIC X(100) VALUE SPACE.
      *
      * 件数・ハッシュ（MAE＝マスタ　UNL＝アンロードファイル
      * MOK＝アンロード目録　ATO＝再ロード後の新ファイル）
       01  MAE-CNT               PIC 9(07)  VALUE ZERO.
       01  MAE-KEY-HASH          PIC 9(13)  VALUE ZERO.
       01  MAE-HASH              PIC 9(13)V99 VALUE ZERO.
       01  UNL-CNT               PIC 9(07)  VALUE ZERO.
       01  UNL-KEY-HASH          PIC 9(13)  VALUE ZERO.
       01  UNL-HASH              PIC 9(13)V99 VALUE ZERO.
       01  MOK-CNT               PIC 9(07)  VALUE ZERO.
       01  MOK-KEY-HASH          PIC 9(13)  VALUE ZERO.
       01  MOK-HASH              PIC 9(13)V99 VALUE ZERO.
       01  ATO-CNT               PIC 9(07)  VALUE ZERO.
       01  ATO-KEY-HASH          PIC 9(13)  VALUE ZERO.
       01  ATO-HASH              PIC 9(13)V99 VALUE ZERO.
       01  READ-CNT              PIC 9(07)  VALUE ZERO.
       01  WRITE-CNT             PIC 9(07)  VALUE ZERO.
       01  NG-CNT                PIC 9(07)  VALUE ZERO.
       01  EXC-CNT               PIC 9(07)  VALUE ZERO.
       01  DUP-CNT               PIC 9(07)  VALUE ZERO.
       01  W-KEY-SU              PIC 9(06)  VALUE ZERO.
       01  W-HASH                PIC 9(09)V99 VALUE ZERO.
      *
      * チェックデジット（CHKDGT）：CD-ANS空白で算出のみ、
      * 数字以外を含むコードはCD-RESULT"N"
       01  CD-KIND               PIC X(01)  VALUE SPACE.
       01  CD-CODE               PIC X(05)  VALUE SPACE.
       01  CD-ANS                PIC X(01)  VALUE SPACE.
       01  CD-DIGIT              PIC X(01)  VALUE SPACE.
       01  CD-RESULT             PIC X(01)  VALUE SPACE.
      *
      * 処理中のレコードと各マスタのレイアウト
       01  W-REC                 PIC X(164) VALUE SPACE.
       01  V-S-REC REDEFINES W-REC.
           05  V-S-CODE          PIC X(03).
           05  V-S-CODE-9 REDEFINES V-S-CODE
                                 PIC 9(03).
           05  V-S-SYOTEN.
               10  V-S-SYOTEN-ZIP    PIC X(08).
               10  V-S-SYOTEN-PREF   PIC X(02).
               10  V-S-SYOTEN-REST   PIC X(10).
           05  V-S-TEL           PIC X(12).
           05  V-S-CATEGORY      PIC X(02).
           05  V-S-FAX           PIC X(12).
           05  V-S-EMAIL         PIC X(30).
           05  V-S-REORDER       PIC 9(05).
           05  V-S-STATUS        PIC X(01).
               88  V-S-STATUS-OK            VALUE "A" "I".
           05  V-S-YTD-SURYO     PIC 9(07).
           05  V-S-YTD-KINGAKU   PIC 9(09).
           05  V-S-BANK-CODE     PIC X(04).
           05  V-S-SHITEN-CODE   PIC X(03).
           05  V-S-KOZA-TYPE     PIC X(01).
               88  V-S-KOZA-TYPE-OK         VALUE " " "1" "2".
           05  V-S-KOZA-NO       PIC X(07).
           05  V-S-KOZA-KANA     PIC X(30).
           05  V-S-INV-NO        PIC X(14).
           05  V-S-CURRENCY      PIC X(03).
           05  V-S-GRADE         PIC X(01).
       01  V-T-REC REDEFINES W-REC.
           05  V-T-NO            PIC X(05).
           05  V-T-NO-9 REDEFINES V-T-NO
                                 PIC 9(05).
           05  V-T-NAME          PIC X(10).
           05  V-T-S-TANKA       PIC 9(05)V99.
           05  V-T-H-TANKA       PIC 9(05)V99.
           05  V-T-CATEGORY      PIC X(02).
           05  V-T-SHELF-DAYS    PIC 9(03).
           05  V-T-STATUS        PIC X(01).
               88  V-T-STATUS-OK            VALUE " " "A" "D".
           05                    PIC X(129).
       01  V-Z-REC REDEFINES W-REC.
           05  V-Z-NO            PIC X(05).
           05  V-Z-NO-9 REDEFINES V-Z-NO
                                 PIC 9(05).
           05  V-Z-NAME          PIC X(10).
           05  V-Z-ZAIKO-SURYO   PIC S9(07).
           05  V-Z-AVG-COST      PIC 9(05)V99.
           05                    PIC X(135).
       01  V-PO-REC REDEFINES W-REC.
           05  V-PO-NO           PIC X(06).
           05  V-PO-NO-9 REDEFINES V-PO-NO
                                 PIC 9(06).
           05  V-PO-S-CODE       PIC X(03).
           05  V-PO-ITEM         PIC X(05).
           05  V-PO-SURYO        PIC 9(05).
           05  V-PO-DATE         PIC 9(08).
           05  V-PO-YOTEI        PIC 9(08).
           05  V-PO-STATUS       PIC X(01).
               88  V-PO-STATUS-OK           VALUE "O" "C" "X" "P".
           05  V-PO-UKE-SURYO    PIC 9(05).
           05  V-PO-DOC-NO       PIC X(06).
           05  V-PO-UKE-DATE     PIC 9(08).
           05                    PIC X(109).
      *
       01  HEAD-1.
           05                    PIC X(09)  VALUE "14JY0123".
           05                    PIC X(15)  VALUE "崔禎文".
           05                    PIC X(29)  VALUE
                                 "*** ISAMマスタ保守".
           05                    PIC X(06)  VALUE "日付：".
           05  H-DATE            PIC 9999/99/99.
      *
       01  JOKEN-1.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(09)  VALUE "対象：".
           05  J-MAS-NAME        PIC X(20).
           05                    PIC X(09)  VALUE "機能：".
           05  J-KINO-NAME       PIC X(20).
           05                    PIC X(09)  VALUE "担当：".
           05  J-OPID            PIC X(04).
      *
       01  EXC-HEAD.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(21)  VALUE "★例外一覧".
           05                    PIC X(08)  VALUE "キー".
           05                    PIC X(26)  VALUE "項目".
           05                    PIC X(06)  VALUE "内容".
      *
       01  EXC-MEISAI.
           05                    PIC X(04)  VALUE SPACE.
           05  E-KBN             PIC X(18).
           05                    PIC X(01)  VALUE SPACE.
           05  E-KEY             PIC X(06).
           05                    PIC X(02)  VALUE SPACE.
           05  E-KOMOKU          PIC X(24).
           05                    PIC X(02)  VALUE SPACE.
           05  E-NAIYO           PIC X(20).
      *
       01  HEAD-2.
           05                    PIC X(32)  VALUE
                                 "  区分".
           05                    PIC X(12)  VALUE "    件数".
           05                    PIC X(24)  VALUE
                                 "      キーハッシュ".
           05                    PIC X(26)  VALUE
                                 "        項目ハッシュ".
      *
       01  MEISAI.
           05                    PIC X(02)  VALUE SPACE.
           05  M-KUBUN           PIC X(30).
           05                    PIC X(02)  VALUE SPACE.
           05  M-CNT             PIC Z,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-KEY-HASH        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05                    PIC X(02)  VALUE SPACE.
           05  M-HASH            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  KENSA-1.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(21)  VALUE "検査：読込".
           05  K-READ            PIC Z,ZZZ,ZZ9.
           05                    PIC X(24)  VALUE
                                 "件　異常レコード".
           05  K-NG              PIC Z,ZZZ,ZZ9.
           05                    PIC X(18)  VALUE "件　異常項目".
           05  K-EXC             PIC Z,ZZZ,ZZ9.
           05                    PIC X(03)  VALUE "件".
      *
       01  FOOT-1.
           05                    PIC X(02)  VALUE SPACE.
           05                    PIC X(09)  VALUE "結果：".
           05  F-KEKKA           PIC X(66).
      *
       PROCEDURE        DIVISION.
       MOOO.
            ACCEPT W-DATE6 FROM DATE
            PERFORM DATE-EXPAND-RTN
            PERFORM OPID-LOAD-RTN
            PERFORM LEVEL-CHK-RTN
            DISPLAY "対象マスタ　1=仕入先 2=商品 3=在庫"
                    " 4=発注："
            ACCEPT MAS-KBN
            EVALUATE MAS-KBN
                WHEN "1" MOVE "ISAM仕入先マスタ" TO MAS-NAME
                WHEN "2" MOVE "ISAM商品マスタ"   TO MAS-NAME
                WHEN "3" MOVE "ISAM在庫マスタ"   TO MAS-NAME
                WHEN "4" MOVE "ISAM発注マスタ"   TO MAS-NAME
                WHEN OTHER
                    DISPLAY "対象マスタの指定が不正です。"
                    STOP RUN
            END-EVALUATE
            DISPLAY "機能　1=アンロード 2=検査 3=再ロード"
                    " 4=再編成："
            ACCEPT KINO
            EVALUATE KINO
                WHEN "1" MOVE "アンロード" TO KINO-NAME
                WHEN "2" MOVE "検査"       TO KINO-NAME
                WHEN "3" MOVE "再ロード"   TO KINO-NAME
                WHEN "4" MOVE "再編成"     TO KINO-NAME
                WHEN OTHER
                    DISPLAY "機能の指定が不正です。"
                    STOP RUN
            END-EVALUATE
            IF (KINO = "3" OR KINO = "4") AND CUR-LEVEL NOT = "2"
                DISPLAY "権限がありません。"
                        "（再ロード・再編成は"
                        "権限レベル2）"
                STOP RUN
            END-IF
            OPEN OUTPUT PRINT-FILE
            MOVE W-DATE8 TO H-DATE
            WRITE P-REC FROM HEAD-1 AFTER PAGE
            MOVE MAS-NAME  TO J-MAS-NAME
            MOVE KINO-NAME TO J-KINO-NAME
            MOVE OPID      TO J-OPID
            WRITE P-REC FROM JOKEN-1 AFTER 2
            WRITE P-REC FROM EXC-HEAD AFTER 2
            MOVE "Y" TO SHOGO
            EVALUATE KINO
                WHEN "1"
                    PERFORM UNLOAD-RTN
                WHEN "2"
                    PERFORM KENSA-RTN
                WHEN "3"
                    PERFORM RELOAD-RTN
                WHEN "4"
                    PERFORM UNLOAD-RTN
                    IF SHOGO = "Y"
                        PERFORM RELOAD-RTN
                    END-IF
            END-EVALUATE
            PERFORM HOKOKU-RTN
            CLOSE PRINT-FILE
            IF SHOGO NOT = "Y"
                MOVE "E" TO RUN-STATUS
            END-IF
            PERFORM RUNLOG-WRITE-RTN
            IF SHOGO = "Y"
                DISPLAY KINO-NAME "を終わりました。"
            ELSE
                DISPLAY "★" KINO-NAME "を完了できません。"
                        "P151.DOCを確認してください。"
            END-IF
            DISPLAY "END"
            STOP RUN.
      *
      * アンロード：マスタをキー順に読みアンロードファイルへ書く
       UNLOAD-RTN.
            MOVE ZERO TO MAE-CNT MAE-KEY-HASH MAE-HASH
            PERFORM MAS-OPEN-RTN
            IF MAS-FS NOT = "00"
                MOVE "N" TO SHOGO
                MOVE "マスタを開けない" TO E-KOMOKU
                MOVE MAS-FS TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            ELSE
                PERFORM UNL-OPEN-OUT-RTN
                PERFORM MAS-READ-RTN
                PERFORM UNTIL END-FLG = "E"
                    PERFORM HASH-SET-RTN
                    ADD 1            TO MAE-CNT READ-CNT
                    IF KINO = "1"
                        ADD 1        TO WRITE-CNT
                    END-IF
                    ADD W-KEY-SU     TO MAE-KEY-HASH
                    ADD W-HASH       TO MAE-HASH
                    PERFORM UNL-WRITE-RTN
                    PERFORM MAS-READ-RTN
                END-PERFORM
                PERFORM UNL-CLOSE-RTN
                PERFORM MOKU-WRITE-RTN
            END-IF
            PERFORM MAS-CLOSE-RTN
            MOVE SPACE TO END-FLG.
      *
      * 検査：マスタの全レコードを検査する
       KENSA-RTN.
            PERFORM MAS-OPEN-RTN
            IF MAS-FS NOT = "00"
                MOVE "N" TO SHOGO
                MOVE "マスタを開けない" TO E-KOMOKU
                MOVE MAS-FS TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            ELSE
                PERFORM MAS-READ-RTN
                PERFORM UNTIL END-FLG = "E"
                    ADD 1 TO READ-CNT
                    PERFORM KENSA-ONE-RTN
                    PERFORM MAS-READ-RTN
                END-PERFORM
            END-IF
            PERFORM MAS-CLOSE-RTN
            MOVE SPACE TO END-FLG.
      *
      * 再ロード：アンロードファイルから新ファイルを作り、読み直して
      * 目録と照合する。一致すれば本番へ差し替える
       RELOAD-RTN.
            PERFORM MOKU-LOAD-RTN
            IF MOKU-ARI NOT = "Y"
                MOVE "N" TO SHOGO
                MOVE "アンロード目録なし" TO E-KOMOKU
                MOVE SPACE TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            ELSE
                PERFORM UNL-OPEN-IN-RTN
                IF UNL-FS NOT = "00"
                    MOVE "N" TO SHOGO
                    MOVE "アンロードファイルなし" TO E-KOMOKU
                    MOVE UNL-FS TO E-NAIYO
                    PERFORM EXC-WRITE-RTN
                ELSE
                    PERFORM LOAD-RTN
                END-IF
                PERFORM UNL-CLOSE-RTN
            END-IF
            IF SHOGO = "Y"
                PERFORM YOMINAOSHI-RTN
                IF ATO-CNT      = MOK-CNT
                    AND ATO-KEY-HASH = MOK-KEY-HASH
                    AND ATO-HASH     = MOK-HASH
                    AND UNL-CNT      = MOK-CNT
                    AND UNL-KEY-HASH = MOK-KEY-HASH
                    AND UNL-HASH     = MOK-HASH
                    PERFORM SASHIKAE-RTN
                ELSE
                    MOVE "N" TO SHOGO
                END-IF
            END-IF.
      *
       LOAD-RTN.
            MOVE ZERO TO UNL-CNT UNL-KEY-HASH UNL-HASH
            PERFORM NEW-OPEN-OUT-RTN
            PERFORM UNL-READ-RTN
            PERFORM UNTIL END-FLG = "E"
                PERFORM HASH-SET-RTN
                ADD 1        TO UNL-CNT
                IF KINO = "3"
                    ADD 1    TO READ-CNT
                END-IF
                ADD W-KEY-SU TO UNL-KEY-HASH
                ADD W-HASH   TO UNL-HASH
                PERFORM KENSA-ONE-RTN
                PERFORM NEW-WRITE-RTN
                PERFORM UNL-READ-RTN
            END-PERFORM
            PERFORM NEW-CLOSE-RTN
            MOVE SPACE TO END-FLG.
      *
      * 新ファイルをキー順に読み直して件数・ハッシュを取る
       YOMINAOSHI-RTN.
            MOVE ZERO TO ATO-CNT ATO-KEY-HASH ATO-HASH
            PERFORM NEW-OPEN-IN-RTN
            PERFORM NEW-READ-RTN
            PERFORM UNTIL END-FLG = "E"
                PERFORM HASH-SET-RTN
                ADD 1        TO ATO-CNT
                ADD W-KEY-SU TO ATO-KEY-HASH
                ADD W-HASH   TO ATO-HASH
                PERFORM NEW-READ-RTN
            END-PERFORM
            PERFORM NEW-CLOSE-RTN
            MOVE SPACE TO END-FLG.
      *
      * 本番への差し替え（旧ファイルはアンロードファイルが控え）
       SASHIKAE-RTN.
            MOVE SPACE TO CMD
            STRING "mv "       DELIMITED BY SIZE
                   MAS-NAME    DELIMITED BY SPACE
                   "新 "       DELIMITED BY SIZE
                   MAS-NAME    DELIMITED BY SPACE
                   INTO CMD
            END-STRING
            CALL "SYSTEM" USING CMD.
      *
      * １レコードの検査（W-RECを対象マスタのレイアウトで見る）
       KENSA-ONE-RTN.
            MOVE SPACE TO NG-FLG
            EVALUATE MAS-KBN
                WHEN "1" PERFORM S-KENSA-RTN
                WHEN "2" PERFORM T-KENSA-RTN
                WHEN "3" PERFORM Z-KENSA-RTN
                WHEN "4" PERFORM PO-KENSA-RTN
            END-EVALUATE
            IF NG-FLG = "Y"
                ADD 1 TO NG-CNT
            END-IF.
      *
       S-KENSA-RTN.
            MOVE "S" TO CD-KIND
            MOVE SPACE TO CD-CODE
            MOVE V-S-CODE TO CD-CODE(1:3)
            PERFORM CD-CHK-RTN
            IF CD-RESULT = "N"
                MOVE "仕入先コード" TO E-KOMOKU
                MOVE V-S-CODE TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            END-IF
            IF V-S-REORDER NOT NUMERIC
                MOVE "発注点" TO E-KOMOKU
                MOVE V-S-REORDER TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            END-IF
            IF NOT V-S-STATUS-OK
                MOVE "状態（A/I）" TO E-KOMOKU
                MOVE V-S-STATUS TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            END-IF
            IF V-S-YTD-SURYO NOT NUMERIC
                MOVE "年間数量" TO E-KOMOKU
                MOVE V-S-YTD-SURYO TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            END-IF
            IF V-S-YTD-KINGAKU NOT NUMERIC
                MOVE "年間金額" TO E-KOMOKU
                MOVE V-S-YTD-KINGAKU TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            END-IF
            IF NOT V-S-KOZA-TYPE-OK
                MOVE "口座種別（1/2）" TO E-KOMOKU
                MOVE V-S-KOZA-TYPE TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            END-IF.
      *
       T-KENSA-RTN.
            MOVE "I" TO CD-KIND
            MOVE V-T-NO TO CD-CODE
            PERFORM CD-CHK-RTN
            IF CD-RESULT = "N"
                MOVE "商品NO" TO E-KOMOKU
                MOVE V-T-NO TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            END-IF
            IF V-T-S-TANKA NOT NUMERIC
                MOVE "仕入単価" TO E-KOMOKU
                MOVE W-REC(16:7) TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            END-IF
            IF V-T-H-TANKA NOT NUMERIC
                MOVE "販売単価" TO E-KOMOKU
                MOVE W-REC(23:7) TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            END-IF
            IF V-T-SHELF-DAYS NOT NUMERIC
                MOVE "賞味日数" TO E-KOMOKU
                MOVE V-T-SHELF-DAYS TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            END-IF
            IF NOT V-T-STATUS-OK
                MOVE "状態（A/D）" TO E-KOMOKU
                MOVE V-T-STATUS TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            END-IF.
      *
       Z-KENSA-RTN.
            MOVE "I" TO CD-KIND
            MOVE V-Z-NO TO CD-CODE
            PERFORM CD-CHK-RTN
            IF CD-RESULT = "N"
                MOVE "商品NO" TO E-KOMOKU
                MOVE V-Z-NO TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            END-IF
            IF V-Z-ZAIKO-SURYO NOT NUMERIC
                MOVE "在庫数" TO E-KOMOKU
                MOVE W-REC(16:7) TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            END-IF
            IF V-Z-AVG-COST NOT NUMERIC
                MOVE "平均原価" TO E-KOMOKU
                MOVE W-REC(23:7) TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            END-IF.
      *
       PO-KENSA-RTN.
            IF V-PO-NO NOT NUMERIC
                MOVE "発注NO" TO E-KOMOKU
                MOVE V-PO-NO TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            END-IF
            MOVE "S" TO CD-KIND
            MOVE SPACE TO CD-CODE
            MOVE V-PO-S-CODE TO CD-CODE(1:3)
            PERFORM CD-CHK-RTN
            IF CD-RESULT = "N"
                MOVE "仕入先コード" TO E-KOMOKU
                MOVE V-PO-S-CODE TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            END-IF
            MOVE "I" TO CD-KIND
            MOVE V-PO-ITEM TO CD-CODE
            PERFORM CD-CHK-RTN
            IF CD-RESULT = "N"
                MOVE "商品NO" TO E-KOMOKU
                MOVE V-PO-ITEM TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            END-IF
            IF V-PO-SURYO NOT NUMERIC
                MOVE "発注数" TO E-KOMOKU
                MOVE V-PO-SURYO TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            END-IF
            IF V-PO-DATE NOT NUMERIC
                MOVE "発注日" TO E-KOMOKU
                MOVE V-PO-DATE TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            END-IF
            IF V-PO-YOTEI NOT NUMERIC
                MOVE "入荷予定日" TO E-KOMOKU
                MOVE V-PO-YOTEI TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            END-IF
            IF NOT V-PO-STATUS-OK
                MOVE "状態（O/C/X/P）" TO E-KOMOKU
                MOVE V-PO-STATUS TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            END-IF
            IF V-PO-UKE-SURYO NOT NUMERIC
                MOVE "入荷数" TO E-KOMOKU
                MOVE V-PO-UKE-SURYO TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            END-IF
            IF V-PO-UKE-DATE NOT NUMERIC
                MOVE "入荷日" TO E-KOMOKU
                MOVE V-PO-UKE-DATE TO E-NAIYO
                PERFORM EXC-WRITE-RTN
            END-IF.
      *
       CD-CHK-RTN.
            MOVE SPACE TO CD-ANS
            CALL "CHKDGT" USING CD-KIND CD-CODE CD-ANS
                                CD-DIGIT CD-RESULT.
      *
      * 例外一覧へ１行（E-KOMOKU・E-NAIYOは設定済み）
       EXC-WRITE-RTN.
            MOVE "Y" TO NG-FLG
            ADD 1 TO EXC-CNT
            MOVE MAS-NAME TO E-KBN
            EVALUATE MAS-KBN
                WHEN "1" MOVE V-S-CODE  TO E-KEY
                WHEN "2" MOVE V-T-NO    TO E-KEY
                WHEN "3" MOVE V-Z-NO    TO E-KEY
                WHEN "4" MOVE V-PO-NO   TO E-KEY
            END-EVALUATE
            IF E-KOMOKU = "マスタを開けない"
                OR E-KOMOKU = "アンロード目録なし"
                OR E-KOMOKU = "アンロードファイルなし"
                MOVE SPACE TO E-KEY
            END-IF
            WRITE P-REC FROM EXC-MEISAI AFTER 1.
      *
      * キーハッシュ（数字キーのみ合計）と項目ハッシュ
       HASH-SET-RTN.
            MOVE ZERO TO W-KEY-SU W-HASH
            EVALUATE MAS-KBN
                WHEN "1"
                    IF V-S-CODE NUMERIC
                        MOVE V-S-CODE-9 TO W-KEY-SU
                    END-IF
                    IF V-S-YTD-KINGAKU NUMERIC
                        MOVE V-S-YTD-KINGAKU TO W-HASH
                    END-IF
                WHEN "2"
                    IF V-T-NO NUMERIC
                        MOVE V-T-NO-9 TO W-KEY-SU
                    END-IF
                    IF V-T-S-TANKA NUMERIC
                        MOVE V-T-S-TANKA TO W-HASH
                    END-IF
                WHEN "3"
                    IF V-Z-NO NUMERIC
                        MOVE V-Z-NO-9 TO W-KEY-SU
                    END-IF
                    IF V-Z-AVG-COST NUMERIC
                        MOVE V-Z-AVG-COST TO W-HASH
                    END-IF
                WHEN "4"
                    IF V-PO-NO NUMERIC
                        MOVE V-PO-NO-9 TO W-KEY-SU
                    END-IF
                    IF V-PO-SURYO NUMERIC
                        MOVE V-PO-SURYO TO W-HASH
                    END-IF
            END-EVALUATE.
      *
      * マスタの入出力（対象マスタで振り分ける）
       MAS-OPEN-RTN.
            MOVE SPACE TO END-FLG
            EVALUATE MAS-KBN
                WHEN "1" OPEN INPUT SHIIRE-FILE
                WHEN "2" OPEN INPUT SHOHIN-FILE
                WHEN "3" OPEN INPUT ZAIKO-FILE
                WHEN "4" OPEN INPUT PO-FILE
            END-EVALUATE
            IF MAS-FS NOT = "00"
                MOVE "E" TO END-FLG
            END-IF.
      *
       MAS-READ-RTN.
            MOVE SPACE TO W-REC
            EVALUATE MAS-KBN
                WHEN "1"
                    READ SHIIRE-FILE NEXT
                        AT END MOVE "E" TO END-FLG
                        NOT AT END MOVE S-REC TO W-REC
                    END-READ
                WHEN "2"
                    READ SHOHIN-FILE NEXT
                        AT END MOVE "E" TO END-FLG
                        NOT AT END MOVE T-REC TO W-REC
                    END-READ
                WHEN "3"
                    READ ZAIKO-FILE NEXT
                        AT END MOVE "E" TO END-FLG
                        NOT AT END MOVE Z-REC TO W-REC
                    END-READ
                WHEN "4"
                    READ PO-FILE NEXT
                        AT END MOVE "E" TO END-FLG
                        NOT AT END MOVE PO-REC TO W-REC
                    END-READ
            END-EVALUATE.
      *
       MAS-CLOSE-RTN.
            EVALUATE MAS-KBN
                WHEN "1" CLOSE SHIIRE-FILE
                WHEN "2" CLOSE SHOHIN-FILE
                WHEN "3" CLOSE ZAIKO-FILE
                WHEN "4" CLOSE PO-FILE
            END-EVALUATE.
      *
      * アンロードファイルの入出力
       UNL-OPEN-OUT-RTN.
            EVALUATE MAS-KBN
                WHEN "1" OPEN OUTPUT UNL1-FILE
                WHEN "2" OPEN OUTPUT UNL2-FILE
                WHEN "3" OPEN OUTPUT UNL3-FILE
                WHEN "4" OPEN OUTPUT UNL4-FILE
            END-EVALUATE.
      *
       UNL-OPEN-IN-RTN.
            MOVE SPACE TO END-FLG
            EVALUATE MAS-KBN
                WHEN "1" OPEN INPUT UNL1-FILE
                WHEN "2" OPEN INPUT UNL2-FILE
                WHEN "3" OPEN INPUT UNL3-FILE
                WHEN "4" OPEN INPUT UNL4-FILE
            END-EVALUATE.
      *
       UNL-WRITE-RTN.
            EVALUATE MAS-KBN
                WHEN "1" WRITE UL1-REC FROM W-REC
                WHEN "2" WRITE UL2-REC FROM W-REC
                WHEN "3" WRITE UL3-REC FROM W-REC
                WHEN "4" WRITE UL4-REC FROM W-REC
            END-EVALUATE.
      *
       UNL-READ-RTN.
            MOVE SPACE TO W-REC
            EVALUATE MAS-KBN
                WHEN "1"
                    READ UNL1-FILE
                        AT END MOVE "E" TO END-FLG
                        NOT AT END MOVE UL1-REC TO W-REC
                    END-READ
                WHEN "2"
                    READ UNL2-FILE
                        AT END MOVE "E" TO END-FLG
                        NOT AT END MOVE UL2-REC TO W-REC
                    END-READ
                WHEN "3"
                    READ UNL3-FILE
                        AT END MOVE "E" TO END-FLG
                        NOT AT END MOVE UL3-REC TO W-REC
                    END-READ
                WHEN "4"
                    READ UNL4-FILE
                        AT END MOVE "E" TO END-FLG
                        NOT AT END MOVE UL4-REC TO W-REC
                    END-READ
            END-EVALUATE.
      *
       UNL-CLOSE-RTN.
            EVALUATE MAS-KBN
                WHEN "1" CLOSE UNL1-FILE
                WHEN "2" CLOSE UNL2-FILE
                WHEN "3" CLOSE UNL3-FILE
                WHEN "4" CLOSE UNL4-FILE
            END-EVALUATE.
      *
      * 新ファイルの入出力（キー重複は例外として積まない）
       NEW-OPEN-OUT-RTN.
            EVALUATE MAS-KBN
                WHEN "1" OPEN OUTPUT SHIIRE-NEW
                WHEN "2" OPEN OUTPUT SHOHIN-NEW
                WHEN "3" OPEN OUTPUT ZAIKO-NEW
                WHEN "4" OPEN OUTPUT PO-NEW
            END-EVALUATE.
      *
       NEW-OPEN-IN-RTN.
            MOVE SPACE TO END-FLG
            EVALUATE MAS-KBN
                WHEN "1" OPEN INPUT SHIIRE-NEW
                WHEN "2" OPEN INPUT SHOHIN-NEW
                WHEN "3" OPEN INPUT ZAIKO-NEW
                WHEN "4" OPEN INPUT PO-NEW
            END-EVALUATE.
      *
       NEW-WRITE-RTN.
            EVALUATE MAS-KBN
                WHEN "1"
                    WRITE SN-REC FROM W-REC
                        INVALID KEY PERFORM DUP-RTN
                        NOT INVALID KEY ADD 1 TO WRITE-CNT
                    END-WRITE
                WHEN "2"
                    WRITE TN-REC FROM W-REC
                        INVALID KEY PERFORM DUP-RTN
                        NOT INVALID KEY ADD 1 TO WRITE-CNT
                    END-WRITE
                WHEN "3"
                    WRITE ZN-REC FROM W-REC
                        INVALID KEY PERFORM DUP-RTN
                        NOT INVALID KEY ADD 1 TO WRITE-CNT
                    END-WRITE
                WHEN "4"
                    WRITE PN-REC FROM W-REC
                        INVALID KEY PERFORM DUP-RTN
                        NOT INVALID KEY ADD 1 TO WRITE-CNT
                    END-WRITE
            END-EVALUATE.
      *
       DUP-RTN.
            ADD 1 TO DUP-CNT
            MOVE "キー重複（積まず）" TO E-KOMOKU
            MOVE NEW-FS TO E-NAIYO
            PERFORM EXC-WRITE-RTN.
      *
       NEW-READ-RTN.
            MOVE SPACE TO W-REC
            EVALUATE MAS-KBN
                WHEN "1"
                    READ SHIIRE-NEW NEXT
                        AT END MOVE "E" TO END-FLG
                        NOT AT END MOVE SN-REC TO W-REC
                    END-READ
                WHEN "2"
                    READ SHOHIN-NEW NEXT
                        AT END MOVE "E" TO END-FLG
                        NOT AT END MOVE TN-REC TO W-REC
                    END-READ
                WHEN "3"
                    READ ZAIKO-NEW NEXT
                        AT END MOVE "E" TO END-FLG
                        NOT AT END MOVE ZN-REC TO W-REC
                    END-READ
                WHEN "4"
                    READ PO-NEW NEXT
                        AT END MOVE "E" TO END-FLG
                        NOT AT END MOVE PN-REC TO W-REC
                    END-READ
            END-EVALUATE.
      *
       NEW-CLOSE-RTN.
            EVALUATE MAS-KBN
                WHEN "1" CLOSE SHIIRE-NEW
                WHEN "2" CLOSE SHOHIN-NEW
                WHEN "3" CLOSE ZAIKO-NEW
                WHEN "4" CLOSE PO-NEW
            END-EVALUATE.
      *
      * アンロード目録への追記
       MOKU-WRITE-RTN.
            OPEN EXTEND MOKU-FILE
            MOVE SPACE        TO UM-REC
            MOVE MAS-KBN      TO UM-KBN
            MOVE W-DATE8      TO UM-DATE
            ACCEPT W-TIME8 FROM TIME
            MOVE W-TIME8(1:6) TO UM-TIME
            MOVE MAE-CNT      TO UM-CNT
            MOVE MAE-KEY-HASH TO UM-KEY-HASH
            MOVE MAE-HASH     TO UM-HASH
            WRITE UM-REC
            CLOSE MOKU-FILE.
      *
      * アンロード目録から対象マスタの最新の記録を拾う
       MOKU-LOAD-RTN.
            MOVE SPACE TO MOKU-ARI MOKU-END-FLG
            OPEN INPUT MOKU-FILE
            IF MOKU-FS NOT = "00"
                MOVE "E" TO MOKU-END-FLG
            ELSE
                READ MOKU-FILE
                    AT END MOVE "E" TO MOKU-END-FLG
                END-READ
            END-IF
            PERFORM UNTIL MOKU-END-FLG = "E"
                IF UM-KBN = MAS-KBN
                    MOVE "Y"         TO MOKU-ARI
                    MOVE UM-CNT      TO MOK-CNT
                    MOVE UM-KEY-HASH TO MOK-KEY-HASH
                    MOVE UM-HASH     TO MOK-HASH
                END-IF
                READ MOKU-FILE
                    AT END MOVE "E" TO MOKU-END-FLG
                END-READ
            END-PERFORM
            CLOSE MOKU-FILE.
      *
      * 報告：検査件数と各段階の件数・ハッシュ、照合結果
       HOKOKU-RTN.
            IF EXC-CNT = ZERO
                MOVE SPACE TO EXC-MEISAI
                MOVE "（異常なし）" TO E-KBN
                WRITE P-REC FROM EXC-MEISAI AFTER 1
            END-IF
            IF KINO NOT = "1"
                MOVE READ-CNT TO K-READ
                MOVE NG-CNT   TO K-NG
                MOVE EXC-CNT  TO K-EXC
                WRITE P-REC FROM KENSA-1 AFTER 2
            END-IF
            IF KINO NOT = "2"
                WRITE P-REC FROM HEAD-2 AFTER 2
            END-IF
            IF KINO = "1" OR KINO = "4"
                MOVE "マスタ（アンロード）" TO M-KUBUN
                MOVE MAE-CNT      TO M-CNT
                MOVE MAE-KEY-HASH TO M-KEY-HASH
                MOVE MAE-HASH     TO M-HASH
                WRITE P-REC FROM MEISAI AFTER 1
            END-IF
            IF KINO = "3" OR KINO = "4"
                MOVE "アンロード目録"       TO M-KUBUN
                MOVE MOK-CNT      TO M-CNT
                MOVE MOK-KEY-HASH TO M-KEY-HASH
                MOVE MOK-HASH     TO M-HASH
                WRITE P-REC FROM MEISAI AFTER 1
                MOVE "アンロードファイル"   TO M-KUBUN
                MOVE UNL-CNT      TO M-CNT
                MOVE UNL-KEY-HASH TO M-KEY-HASH
                MOVE UNL-HASH     TO M-HASH
                WRITE P-REC FROM MEISAI AFTER 1
                MOVE "再ロード後（新）"     TO M-KUBUN
                MOVE ATO-CNT      TO M-CNT
                MOVE ATO-KEY-HASH TO M-KEY-HASH
                MOVE ATO-HASH     TO M-HASH
                WRITE P-REC FROM MEISAI AFTER 1
            END-IF
            EVALUATE TRUE
                WHEN SHOGO NOT = "Y" AND (KINO = "1" OR KINO = "2")
                    MOVE "★マスタを開けません" TO F-KEKKA
                WHEN SHOGO NOT = "Y"
                    MOVE "★不一致（本番は差し替えない）"
                                     TO F-KEKKA
                WHEN KINO = "1"
                    MOVE "アンロード目録へ記録した"
                                     TO F-KEKKA
                WHEN KINO = "2" AND NG-CNT > ZERO
                    MOVE "★異常レコードあり（例外一覧）"
                                     TO F-KEKKA
                WHEN KINO = "2"
                    MOVE "全レコード正常" TO F-KEKKA
                WHEN OTHER
                    MOVE "全件一致、本番へ差し替えた"
                                     TO F-KEKKA
            END-EVALUATE
            WRITE P-REC FROM FOOT-1 AFTER 2.
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
            END-IF
            CLOSE SIGNON-FILE.
      *
      * オペレータマスタから担当者の権限レベルを取得する
       LEVEL-CHK-RTN.
            MOVE SPACE TO OPE-END-FLG
            OPEN INPUT OPE-FILE
            IF OPE-FS NOT = "00"
                MOVE "E" TO OPE-END-FLG
            ELSE
                READ OPE-FILE
                    AT END MOVE "E" TO OPE-END-FLG
                END-READ
            END-IF
            PERFORM UNTIL OPE-END-FLG = "E"
                IF OP-ID = OPID
                    MOVE OP-LEVEL TO CUR-LEVEL
                    MOVE "E" TO OPE-END-FLG
                ELSE
                    READ OPE-FILE
                        AT END MOVE "E" TO OPE-END-FLG
                    END-READ
                END-IF
            END-PERFORM
            CLOSE OPE-FILE.
      *
      * 運転日誌への実行記録（読込・書込・異常レコード件数）
       RUNLOG-WRITE-RTN.
            OPEN EXTEND RUNLOG-FILE
            MOVE SPACE TO RJ-REC
            MOVE "P151" TO RJ-PROG
            MOVE W-DATE8 TO RJ-DATE
            ACCEPT W-TIME8 FROM TIME
            MOVE W-TIME8(1:6) TO RJ-TIME
            MOVE READ-CNT TO RJ-READ
            MOVE WRITE-CNT TO RJ-WRITE
            MOVE NG-CNT TO RJ-REJ
            MOVE RUN-STATUS TO RJ-STATUS
            MOVE MAS-NAME TO RJ-INFILE
            WRITE RJ-REC
            CLOSE RUNLOG-FILE.
      *
      * 運用日付の西暦4桁化（70年以上は19xx、未満は20xx）
       DATE-EXPAND-RTN.
            IF W-DATE6 >= 700000
                COMPUTE W-DATE8 = 19000000 + W-DATE6
            ELSE
                COMPUTE W-DATE8 = 20000000 + W-DATE6
            END-IF.
