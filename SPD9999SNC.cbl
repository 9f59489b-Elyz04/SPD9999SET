000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999SNC.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999SNC
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            他行振込の支払先スクリーニング
000000*                                バッチ
000000*                                PARM='SCRN' :
000000*                                  SPD9999ZTR（SEND）より先に
000000*                                  起動し、DB_TRANSFER_QUEUEの
000000*                                  未送信（STATUS='P'）行のうち
000000*                                  未スクリーニングの行について
000000*                                    受取人名義（EXT_ACC_NAME）
000000*                                    顧客名義（DB_CUSTOMER_MASTER）
000000*                                    相続人名義（DB_ESTATE_DISTRIB
000000*                                    の同一振込先の他行分配）
000000*                                  をDB_WATCHLISTの全名義と
000000*                                  SPD9999NMKで類似度判定する。
000000*                                  最も類似度の高い名義を
000000*                                  DB_PAYEE_SCREENへ記録し、
000000*                                  閾値以上は該当として'H'
000000*                                  （保留）を記録、振込を'H'へ
000000*                                  更新してDB_EXCEPTION_LOGへ
000000*                                  E931で記録する。'H'の振込は
000000*                                  SPD9999ONS（SPS1）で解除・謝絶
000000*                                  するまでSPD9999ZTRが送信しない
000000*                                  閾値はDB_BATCH_PARAM:
000000*                                  'SCREEN-MATCH-PCT'（既定85）
000000*                                  DB_WATCHLISTが空の場合は全件
000000*                                  素通りとなるため異常終了する
000000*                                PARM='RPT ' :
000000*                                  当日のスクリーニング件数・
000000*                                  該当一覧、当日の解除・謝絶の
000000*                                  判断者一覧、未処理保留の一覧
000000*                                  （保留日数付き）をSNCRPTへ
000000*                                  出力する（日次スクリーニング
000000*                                  報告）
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 :            プログラムの作成
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000 FILE-CONTROL.
000000     SELECT REPORT-FILE   ASSIGN TO 'SNCRPT'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-RPT-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000 FD  REPORT-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 100 CHARACTERS.
000000 01 RPT-REC                      PIC X(100).
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ワークエリア
000000*/-------------------------------------------------------------/*
000000*--- SQLCA および DCLGEN インクルード部分
000000     EXEC SQL
000000         INCLUDE                 SQLCA
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_TRANSFER_QUEUE
000000     EXEC SQL
000000         INCLUDE                 TRNSFQ
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_WATCHLIST
000000     EXEC SQL
000000         INCLUDE                 WATCHL
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_PAYEE_SCREEN
000000     EXEC SQL
000000         INCLUDE                 PAYSCR
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CUSTOMER_MASTER
000000     EXEC SQL
000000         INCLUDE                 CUSTMS
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ESTATE_DISTRIB
000000     EXEC SQL
000000         INCLUDE                 ESTDST
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_BATCH_PARAM
000000     EXEC SQL
000000         INCLUDE                 BATPRM
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_EXCEPTION_LOG
000000     EXEC SQL
000000         INCLUDE                 EXCLOG
000000     END-EXEC.
000000 01 WS-RPT-STATUS                PIC X(02).
000000 01 WS-ACC-ID-DISP               PIC 9(09).
000000 01 WS-VARIABLES.
000000    03 WS-SPACE-CNT              PIC S9(04) COMP.
000000    03 WS-SHORT-LEN              PIC S9(04) COMP.
000000    03 WS-LONG-LEN               PIC S9(04) COMP.
000000*--- 判定中の名義と照合キー
000000    03 WS-SCR-ROLE               PIC X(01).
000000    03 WS-SCR-NAME               PIC X(40).
000000    03 WS-SCR-KEY                PIC X(40).
000000    03 WS-SCR-KEY-LEN            PIC S9(04) COMP.
000000*--- 振込1件内で最も類似度の高い名義
000000    03 WS-BEST-SCORE             PIC S9(04) COMP.
000000    03 WS-BEST-ROLE              PIC X(01).
000000    03 WS-BEST-NAME              PIC X(40).
000000    03 WS-BEST-IDX               PIC S9(09) COMP.
000000*--- 保留日数の計算域
000000    03 WS-SCREEN-DATE-9          PIC 9(08).
000000    03 WS-AGE-DAYS               PIC S9(09) COMP.
000000*--- 例外ログ明細の編集域
000000 01 WS-EL-DETAIL.
000000    03 FILLER                    PIC X(19)
000000       VALUE 'SCREEN HIT TRANSFER'.
000000    03 WS-EL-TRANSFER-ID         PIC 9(09).
000000    03 FILLER                    PIC X(06)  VALUE ' ROLE '.
000000    03 WS-EL-ROLE                PIC X(01).
000000    03 FILLER                    PIC X(07)  VALUE ' SCORE '.
000000    03 WS-EL-SCORE               PIC 9(03).
000000    03 FILLER                    PIC X(05)  VALUE SPACES.
000000*--- 制裁・監視リスト（DB_WATCHLISTを一括で読み込む）
000000 01 WS-WL-COUNT                  PIC S9(09) COMP VALUE 0.
000000 01 WS-WL-IDX                    PIC S9(09) COMP.
000000 01 WS-WL-TABLE.
000000    03 WS-WL-ENTRY               OCCURS 10000 TIMES.
000000       05 WS-WL-ENTRY-ID         PIC S9(09) COMP.
000000       05 WS-WL-LIST-TYPE        PIC X(01).
000000       05 WS-WL-ENTRY-NAME       PIC X(40).
000000       05 WS-WL-NAME-KEY         PIC X(40).
000000       05 WS-WL-KEY-LEN          PIC S9(04) COMP.
000000*--- SPD9999NMK（照合キー作成・類似度判定）呼出パラメータ
000000 01 WS-PARAM-NMK.
000000    03 WS-NMK-FUNC               PIC X(01).
000000    03 WS-NMK-NAME               PIC X(40).
000000    03 WS-NMK-KEY-1              PIC X(40).
000000    03 WS-NMK-KEY-1-LEN          PIC S9(04) COMP.
000000    03 WS-NMK-KEY-2              PIC X(40).
000000    03 WS-NMK-KEY-2-LEN          PIC S9(04) COMP.
000000    03 WS-NMK-SCORE              PIC S9(04) COMP.
000000    03 WS-NMK-RETURN             PIC S9(04) COMP.
000000 01 HV-VARIABLES.
000000    03 HV-DATE-CURRENT-9         PIC 9(08).
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000    03 HV-DAYS-CURRENT-COMP      PIC S9(09) COMP.
000000    03 HV-SCREEN-TS              PIC X(21).
000000    03 HV-COUNT                  PIC S9(09) COMP.
000000*/-------------------------------------------------------------/*
000000*  レポート編集エリア
000000*/-------------------------------------------------------------/*
000000 01 RPT-LINE-RULE.
000000    03 FILLER                    PIC X(100) VALUE ALL '='.
000000 01 RPT-LINE-TITLE.
000000    03 FILLER                    PIC X(28)  VALUE SPACES.
000000    03 FILLER                    PIC X(36)
000000       VALUE 'DAILY PAYEE SCREENING REPORT'.
000000    03 RPT-TITLE-DATE            PIC X(08).
000000    03 FILLER                    PIC X(28)  VALUE SPACES.
000000 01 RPT-LINE-SECTION.
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 RPT-SEC-TEXT              PIC X(98).
000000 01 RPT-LINE-COUNT.
000000    03 FILLER                    PIC X(04)  VALUE SPACES.
000000    03 RPT-CNT-LABEL             PIC X(30).
000000    03 RPT-CNT-VALUE             PIC Z(08)9.
000000    03 FILLER                    PIC X(57)  VALUE SPACES.
000000 01 RPT-LINE-HEADING.
000000    03 FILLER                    PIC X(50)
000000       VALUE '  KIND TRANSFER  R P SCR SCREENED NAME'.
000000    03 FILLER                    PIC X(50)
000000       VALUE 'LIST NAME                      BY/AGE'.
000000 01 RPT-LINE-DETAIL.
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 RPT-DTL-KIND              PIC X(04).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-TRANSFER-ID       PIC 9(09).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-RESULT            PIC X(01).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-ROLE              PIC X(01).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-SCORE             PIC ZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-SCREENED-NAME     PIC X(24).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-LIST-NAME         PIC X(30).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-EXTRA             PIC X(08).
000000    03 FILLER                    PIC X(10)  VALUE SPACES.
000000 01 RPT-LINE-BLANK               PIC X(100) VALUE SPACES.
000000 01 RPT-AGE-EDIT.
000000    03 RPT-AGE-DAYS              PIC ZZZZ9.
000000    03 FILLER                    PIC X(03)  VALUE ' DY'.
000000 01 CST-VARIABLES.
000000    03 CST-MODE-SCREEN           PIC X(04)  VALUE 'SCRN'.
000000    03 CST-MODE-REPORT           PIC X(04)  VALUE 'RPT '.
000000    03 CST-XFER-PENDING          PIC X(01)  VALUE 'P'.
000000    03 CST-XFER-HELD             PIC X(01)  VALUE 'H'.
000000    03 CST-RESULT-CLEAR          PIC X(01)  VALUE 'C'.
000000    03 CST-RESULT-HELD           PIC X(01)  VALUE 'H'.
000000    03 CST-ROLE-PAYEE            PIC X(01)  VALUE 'P'.
000000    03 CST-ROLE-CUSTOMER         PIC X(01)  VALUE 'C'.
000000    03 CST-ROLE-HEIR             PIC X(01)  VALUE 'E'.
000000    03 CST-TARGET-EXTERNAL       PIC X(01)  VALUE 'E'.
000000    03 CST-NO-DECISION-DATE      PIC X(08)  VALUE '00000000'.
000000    03 CST-FUNC-KEY              PIC X(01)  VALUE 'K'.
000000    03 CST-FUNC-SCORE            PIC X(01)  VALUE 'S'.
000000    03 CST-KEY-MAX               PIC S9(04) COMP VALUE 40.
000000    03 CST-CONTAIN-MIN           PIC S9(04) COMP VALUE 8.
000000    03 CST-WL-MAX                PIC S9(09) COMP VALUE 10000.
000000    03 CST-PARAM-MATCH-PCT       PIC X(20)
000000       VALUE 'SCREEN-MATCH-PCT'.
000000    03 CST-MATCH-PCT             PIC 9(03)  VALUE 85.
000000    03 CST-REASON-HIT            PIC X(04)  VALUE 'E931'.
000000    03 CST-RUN-MODE-SNC          PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-WL            PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-SNC           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-HEIR          PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-RPT           PIC X(01)  VALUE 'N'.
000000    03 CST-COUNT-SCREENED        PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-CLEAR           PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-HELD            PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-NAMES           PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-REPORTED        PIC 9(07)  VALUE 0.
000000    03 CST-ABEND-BREAKPOINT      PIC X(100) VALUE SPACES.
000000    03 CST-ABEND-DETAIL          PIC X(100) VALUE SPACES.
000000*--- SPD9999BDT（業務日付取得）呼出パラメータ
000000 01 WS-PARAM-BDT.
000000    03 WS-BDT-DATE               PIC X(08).
000000    03 WS-BDT-PREV-DATE          PIC X(08).
000000    03 WS-BDT-RETURN             PIC S9(04) COMP.
000000*/-------------------------------------------------------------/*
000000*  JCL パラメータ受け取りエリア
000000*/-------------------------------------------------------------/*
000000 LINKAGE                         SECTION.
000000 01 LNK-PARAM-JCL.
000000    03 LNK-PARAM-LENGTH          PIC S9(04) COMP.
000000*--- 'SCRN' : 未送信振込のスクリーニング
000000*--- 'RPT ' : 日次スクリーニング報告の出力
000000    03 LNK-PARAM-DATA            PIC X(04).
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000 PROCEDURE                       DIVISION USING LNK-PARAM-JCL.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999SNC-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999SNC-MAIN.
000000     DISPLAY 'START SPD9999SNC'.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-9.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     COMPUTE HV-DAYS-CURRENT-COMP =
000000         FUNCTION INTEGER-OF-DATE(HV-DATE-CURRENT-9).
000000     EVALUATE LNK-PARAM-DATA
000000         WHEN CST-MODE-SCREEN
000000             PERFORM SPD9999SNC-SCREEN
000000         WHEN CST-MODE-REPORT
000000             PERFORM SPD9999SNC-REPORT
000000         WHEN OTHER
000000             DISPLAY 'INVALID PARM, EXPECTED SCRN OR RPT : '
000000                     LNK-PARAM-DATA
000000             MOVE 'SPD9999SNC-MAIN'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'INVALID PARM VALUE'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999SNC-ABEND
000000     END-EVALUATE.
000000     EXEC SQL
000000         COMMIT
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999SNC-MAIN'  TO      CST-ABEND-BREAKPOINT
000000         MOVE 'FINAL COMMIT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SNC-ABEND
000000     END-IF.
000000     DISPLAY 'MATCH THRESHOLD (PCT)      : ' CST-MATCH-PCT.
000000     DISPLAY 'WATCH-LIST NAMES LOADED    : ' WS-WL-COUNT.
000000     DISPLAY 'TOTAL TRANSFERS SCREENED   : '
000000             CST-COUNT-SCREENED.
000000     DISPLAY 'TOTAL NAMES COMPARED       : ' CST-COUNT-NAMES.
000000     DISPLAY 'TOTAL TRANSFERS CLEARED    : ' CST-COUNT-CLEAR.
000000     DISPLAY 'TOTAL TRANSFERS HELD       : ' CST-COUNT-HELD.
000000     DISPLAY 'TOTAL REPORT DETAIL LINES  : '
000000             CST-COUNT-REPORTED.
000000     DISPLAY 'END   SPD9999SNC'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 未送信振込のスクリーニング
000000* SPD9999SNC-SCREEN      SECTION |      （MAIN）
000000*                                |      対象: DB_TRANSFER_QUEUE
000000*                                |            DB_PAYEE_SCREEN
000000*/-------------------------------------------------------------/*
000000 SPD9999SNC-SCREEN.
000000     MOVE CST-PARAM-MATCH-PCT    TO      BP-PARAM-KEY.
000000     PERFORM SPD9999SNC-GET-PARAM.
000000     IF SQLCODE = 0
000000         MOVE BP-PARAM-VALUE     TO      CST-MATCH-PCT
000000     END-IF.
000000     IF CST-MATCH-PCT = 0 OR CST-MATCH-PCT > 100
000000         MOVE 'SPD9999SNC-SCREEN'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SCREEN-MATCH-PCT OUT OF RANGE 1-100'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SNC-ABEND
000000     END-IF.
000000     PERFORM SPD9999SNC-LOAD-WATCHLIST.
000000     MOVE FUNCTION CURRENT-DATE  TO      HV-SCREEN-TS.
000000     MOVE 'N'                    TO      CST-EOF-CRS-SNC.
000000     EXEC SQL
000000         DECLARE CRS-SNC CURSOR FOR
000000         SELECT  Q.TRANSFER_ID,
000000                 Q.ORDER_ID,
000000                 Q.ACC_ID,
000000                 Q.BANK_CODE,
000000                 Q.BRANCH_CODE,
000000                 Q.EXT_ACC_NO,
000000                 Q.EXT_ACC_NAME
000000         FROM    MYDB.DB_TRANSFER_QUEUE Q
000000         WHERE   Q.STATUS = :CST-XFER-PENDING
000000         AND     NOT EXISTS
000000                 (SELECT 1
000000                  FROM   MYDB.DB_PAYEE_SCREEN S
000000                  WHERE  S.TRANSFER_ID = Q.TRANSFER_ID)
000000         ORDER BY Q.TRANSFER_ID
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-SNC
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999SNC-SCREEN'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-SNC FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SNC-ABEND
000000     END-IF.
000000     PERFORM SPD9999SNC-FETCH.
000000     PERFORM UNTIL CST-EOF-CRS-SNC = 'Y'
000000         PERFORM SPD9999SNC-PROC-TRANSFER
000000         PERFORM SPD9999SNC-FETCH
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-SNC
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 運用パラメータ1件の取得
000000* SPD9999SNC-GET-PARAM   SECTION |      （COMMON）
000000*                                |      BP-PARAM-KEYを設定してから
000000*                                |      呼び出す。SQLCODEで判定
000000*/-------------------------------------------------------------/*
000000 SPD9999SNC-GET-PARAM.
000000     EXEC SQL
000000         SELECT PARAM_VALUE
000000         INTO   :BP-PARAM-VALUE
000000         FROM   MYDB.DB_BATCH_PARAM
000000         WHERE  PARAM_KEY = :BP-PARAM-KEY
000000     END-EXEC.
000000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
000000         MOVE 'SPD9999SNC-GET-PARAM'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT BATCH PARAM FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SNC-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 制裁・監視リストの読込
000000* SPD9999SNC-LOAD-WATCHLIST SECTION |   （COMMON）
000000*                                |      対象: DB_WATCHLIST
000000*                                |      空・表あふれは異常終了
000000*/-------------------------------------------------------------/*
000000 SPD9999SNC-LOAD-WATCHLIST.
000000     MOVE 0                      TO      WS-WL-COUNT.
000000     MOVE 'N'                    TO      CST-EOF-CRS-WL.
000000     EXEC SQL
000000         DECLARE CRS-WL CURSOR FOR
000000         SELECT  ENTRY_ID,
000000                 LIST_TYPE,
000000                 ENTRY_NAME,
000000                 NAME_KEY
000000         FROM    MYDB.DB_WATCHLIST
000000         ORDER BY ENTRY_ID, NAME_SEQ
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-WL
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999SNC-LOAD-WATCHLIST'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-WL FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SNC-ABEND
000000     END-IF.
000000     PERFORM SPD9999SNC-FETCH-WL.
000000     PERFORM UNTIL CST-EOF-CRS-WL = 'Y'
000000         PERFORM SPD9999SNC-STORE-WL
000000         PERFORM SPD9999SNC-FETCH-WL
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-WL
000000     END-EXEC.
000000     IF WS-WL-COUNT = 0
000000         MOVE 'SPD9999SNC-LOAD-WATCHLIST'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'DB_WATCHLIST IS EMPTY, RUN SPD9999WLL FIRST'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SNC-ABEND
000000     END-IF.
000000     EXIT.
000000 SPD9999SNC-FETCH-WL.
000000     EXEC SQL
000000         FETCH CRS-WL
000000         INTO  :WL-ENTRY-ID, :WL-LIST-TYPE, :WL-ENTRY-NAME,
000000               :WL-NAME-KEY
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-WL
000000         WHEN OTHER
000000             MOVE 'SPD9999SNC-FETCH-WL'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-WL FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999SNC-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: リスト1名義の格納
000000* SPD9999SNC-STORE-WL    SECTION |      （COMMON）
000000*                                |      照合キーは空白を含まないため
000000*                                |      空白以外の桁数を有効桁とする
000000*/-------------------------------------------------------------/*
000000 SPD9999SNC-STORE-WL.
000000     IF WS-WL-COUNT >= CST-WL-MAX
000000         MOVE 'SPD9999SNC-STORE-WL'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WATCH-LIST TABLE OVERFLOW, EXTEND WS-WL-TABLE'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SNC-ABEND
000000     END-IF.
000000     ADD 1                       TO      WS-WL-COUNT.
000000     MOVE WL-ENTRY-ID            TO      WS-WL-ENTRY-ID
000000                                         (WS-WL-COUNT).
000000     MOVE WL-LIST-TYPE           TO      WS-WL-LIST-TYPE
000000                                         (WS-WL-COUNT).
000000     MOVE WL-ENTRY-NAME          TO      WS-WL-ENTRY-NAME
000000                                         (WS-WL-COUNT).
000000     MOVE WL-NAME-KEY            TO      WS-WL-NAME-KEY
000000                                         (WS-WL-COUNT).
000000     MOVE 0                      TO      WS-SPACE-CNT.
000000     INSPECT WL-NAME-KEY TALLYING WS-SPACE-CNT FOR ALL SPACE.
000000     COMPUTE WS-WL-KEY-LEN (WS-WL-COUNT) =
000000         CST-KEY-MAX - WS-SPACE-CNT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 未スクリーニング振込の取得
000000* SPD9999SNC-FETCH       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999SNC-FETCH.
000000     EXEC SQL
000000         FETCH CRS-SNC
000000         INTO  :TQ-TRANSFER-ID,
000000               :TQ-ORDER-ID,
000000               :TQ-ACC-ID,
000000               :TQ-BANK-CODE,
000000               :TQ-BRANCH-CODE,
000000               :TQ-EXT-ACC-NO,
000000               :TQ-EXT-ACC-NAME
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-SNC
000000         WHEN OTHER
000000             MOVE 'SPD9999SNC-FETCH'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-SNC FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999SNC-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 1振込分のスクリーニング
000000* SPD9999SNC-PROC-TRANSFER SECTION |    （MAIN）
000000*                                |      受取人・顧客・相続人の順に
000000*                                |      判定し最高類似度で記録する
000000*/-------------------------------------------------------------/*
000000 SPD9999SNC-PROC-TRANSFER.
000000     ADD 1                       TO      CST-COUNT-SCREENED.
000000     MOVE 0                      TO      WS-BEST-SCORE.
000000     MOVE 0                      TO      WS-BEST-IDX.
000000     MOVE SPACE                  TO      WS-BEST-ROLE.
000000     MOVE SPACES                 TO      WS-BEST-NAME.
000000*--- 受取人名義
000000     MOVE CST-ROLE-PAYEE         TO      WS-SCR-ROLE.
000000     MOVE TQ-EXT-ACC-NAME        TO      WS-SCR-NAME.
000000     PERFORM SPD9999SNC-SCREEN-NAME.
000000*--- 顧客（払出元口座）名義
000000     MOVE TQ-ACC-ID              TO      CM-ACC-ID.
000000     EXEC SQL
000000         SELECT CUST_NAME
000000         INTO   :CM-CUST-NAME
000000         FROM   MYDB.DB_CUSTOMER_MASTER
000000         WHERE  ACC_ID = :CM-ACC-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE CST-ROLE-CUSTOMER
000000                                 TO      WS-SCR-ROLE
000000             MOVE CM-CUST-NAME   TO      WS-SCR-NAME
000000             PERFORM SPD9999SNC-SCREEN-NAME
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999SNC-PROC-TRANSFER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT CUSTOMER MASTER FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999SNC-ABEND
000000     END-EVALUATE.
000000*--- 相続人名義（SPD9999ESTの他行分配）
000000     PERFORM SPD9999SNC-SCREEN-HEIRS.
000000     PERFORM SPD9999SNC-INS-SCREEN.
000000     IF WS-BEST-SCORE >= CST-MATCH-PCT
000000         PERFORM SPD9999SNC-HOLD-TRANSFER
000000     ELSE
000000         ADD 1                   TO      CST-COUNT-CLEAR
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 相続人名義の判定
000000* SPD9999SNC-SCREEN-HEIRS SECTION |     （COMMON）
000000*                                |      対象: DB_ESTATE_DISTRIB
000000*                                |      同一口座・同一振込先の
000000*                                |      他行分配の相続人を判定
000000*/-------------------------------------------------------------/*
000000 SPD9999SNC-SCREEN-HEIRS.
000000     MOVE 'N'                    TO      CST-EOF-CRS-HEIR.
000000     EXEC SQL
000000         DECLARE CRS-HEIR CURSOR FOR
000000         SELECT  HEIR_NAME
000000         FROM    MYDB.DB_ESTATE_DISTRIB
000000         WHERE   ACC_ID      = :TQ-ACC-ID
000000         AND     TARGET_TYPE = :CST-TARGET-EXTERNAL
000000         AND     BANK_CODE   = :TQ-BANK-CODE
000000         AND     BRANCH_CODE = :TQ-BRANCH-CODE
000000         AND     EXT_ACC_NO  = :TQ-EXT-ACC-NO
000000         ORDER BY HEIR_SEQ
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-HEIR
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999SNC-SCREEN-HEIRS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-HEIR FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SNC-ABEND
000000     END-IF.
000000     PERFORM SPD9999SNC-FETCH-HEIR.
000000     PERFORM UNTIL CST-EOF-CRS-HEIR = 'Y'
000000         MOVE CST-ROLE-HEIR      TO      WS-SCR-ROLE
000000         MOVE ED-HEIR-NAME       TO      WS-SCR-NAME
000000         PERFORM SPD9999SNC-SCREEN-NAME
000000         PERFORM SPD9999SNC-FETCH-HEIR
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-HEIR
000000     END-EXEC.
000000     EXIT.
000000 SPD9999SNC-FETCH-HEIR.
000000     EXEC SQL
000000         FETCH CRS-HEIR
000000         INTO  :ED-HEIR-NAME
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-HEIR
000000         WHEN OTHER
000000             MOVE 'SPD9999SNC-FETCH-HEIR'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-HEIR FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999SNC-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 1名義のリスト照合
000000* SPD9999SNC-SCREEN-NAME SECTION |      （COMMON）
000000*                                |      WS-SCR-ROLE・WS-SCR-NAMEを
000000*                                |      設定してから呼び出す
000000*/-------------------------------------------------------------/*
000000 SPD9999SNC-SCREEN-NAME.
000000     IF WS-SCR-NAME NOT = SPACES
000000         MOVE CST-FUNC-KEY       TO      WS-NMK-FUNC
000000         MOVE WS-SCR-NAME        TO      WS-NMK-NAME
000000         CALL 'SPD9999NMK' USING WS-PARAM-NMK
000000         IF WS-NMK-RETURN = 0 AND WS-NMK-KEY-1-LEN > 0
000000             ADD 1               TO      CST-COUNT-NAMES
000000             MOVE WS-NMK-KEY-1   TO      WS-SCR-KEY
000000             MOVE WS-NMK-KEY-1-LEN
000000                                 TO      WS-SCR-KEY-LEN
000000             PERFORM SPD9999SNC-MATCH-ENTRY
000000                 VARYING WS-WL-IDX FROM 1 BY 1
000000                 UNTIL   WS-WL-IDX > WS-WL-COUNT
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: リスト1名義との類似度判定
000000* SPD9999SNC-MATCH-ENTRY SECTION |      （COMMON）
000000*                                |      包含判定の対象外（短い方が
000000*                                |      8桁未満）で桁数差だけで閾値
000000*                                |      に届かない組は呼出しを省く
000000*/-------------------------------------------------------------/*
000000 SPD9999SNC-MATCH-ENTRY.
000000     IF WS-SCR-KEY-LEN < WS-WL-KEY-LEN (WS-WL-IDX)
000000         MOVE WS-SCR-KEY-LEN     TO      WS-SHORT-LEN
000000         MOVE WS-WL-KEY-LEN (WS-WL-IDX)
000000                                 TO      WS-LONG-LEN
000000     ELSE
000000         MOVE WS-WL-KEY-LEN (WS-WL-IDX)
000000                                 TO      WS-SHORT-LEN
000000         MOVE WS-SCR-KEY-LEN     TO      WS-LONG-LEN
000000     END-IF.
000000     IF WS-SHORT-LEN >= CST-CONTAIN-MIN
000000     OR WS-SHORT-LEN * 100 >= WS-LONG-LEN * CST-MATCH-PCT
000000         MOVE CST-FUNC-SCORE     TO      WS-NMK-FUNC
000000         MOVE WS-SCR-KEY         TO      WS-NMK-KEY-1
000000         MOVE WS-SCR-KEY-LEN     TO      WS-NMK-KEY-1-LEN
000000         MOVE WS-WL-NAME-KEY (WS-WL-IDX)
000000                                 TO      WS-NMK-KEY-2
000000         MOVE WS-WL-KEY-LEN (WS-WL-IDX)
000000                                 TO      WS-NMK-KEY-2-LEN
000000         CALL 'SPD9999NMK' USING WS-PARAM-NMK
000000         IF WS-NMK-RETURN = 0
000000         AND WS-NMK-SCORE > WS-BEST-SCORE
000000             MOVE WS-NMK-SCORE   TO      WS-BEST-SCORE
000000             MOVE WS-WL-IDX      TO      WS-BEST-IDX
000000             MOVE WS-SCR-ROLE    TO      WS-BEST-ROLE
000000             MOVE WS-SCR-NAME    TO      WS-BEST-NAME
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: スクリーニング結果の記録
000000* SPD9999SNC-INS-SCREEN  SECTION |      （COMMON）
000000*                                |      対象: DB_PAYEE_SCREEN
000000*                                |      非該当も最も近い名義を記録
000000*/-------------------------------------------------------------/*
000000 SPD9999SNC-INS-SCREEN.
000000     MOVE TQ-TRANSFER-ID         TO      PY-TRANSFER-ID.
000000     MOVE HV-DATE-CURRENT-X      TO      PY-SCREEN-DATE.
000000     MOVE HV-SCREEN-TS           TO      PY-SCREEN-TS.
000000     IF WS-BEST-SCORE >= CST-MATCH-PCT
000000         MOVE CST-RESULT-HELD    TO      PY-RESULT
000000     ELSE
000000         MOVE CST-RESULT-CLEAR   TO      PY-RESULT
000000     END-IF.
000000     MOVE WS-BEST-ROLE           TO      PY-NAME-ROLE.
000000     MOVE WS-BEST-NAME           TO      PY-SCREENED-NAME.
000000     IF WS-BEST-IDX > 0
000000         MOVE WS-WL-ENTRY-ID (WS-BEST-IDX)
000000                                 TO      PY-ENTRY-ID
000000         MOVE WS-WL-LIST-TYPE (WS-BEST-IDX)
000000                                 TO      PY-LIST-TYPE
000000         MOVE WS-WL-ENTRY-NAME (WS-BEST-IDX)
000000                                 TO      PY-LIST-NAME
000000     ELSE
000000         MOVE 0                  TO      PY-ENTRY-ID
000000         MOVE SPACE              TO      PY-LIST-TYPE
000000         MOVE SPACES             TO      PY-LIST-NAME
000000     END-IF.
000000     MOVE WS-BEST-SCORE          TO      PY-MATCH-SCORE.
000000     MOVE SPACES                 TO      PY-DECIDED-BY.
000000     MOVE CST-NO-DECISION-DATE   TO      PY-DECISION-DATE.
000000     MOVE SPACES                 TO      PY-DECISION-TS.
000000     MOVE SPACES                 TO      PY-DECISION-NOTE.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_PAYEE_SCREEN
000000             (TRANSFER_ID, SCREEN_DATE, SCREEN_TS, RESULT,
000000              NAME_ROLE, SCREENED_NAME, ENTRY_ID, LIST_TYPE,
000000              LIST_NAME, MATCH_SCORE, DECIDED_BY,
000000              DECISION_DATE, DECISION_TS, DECISION_NOTE)
000000         VALUES
000000             (:PY-TRANSFER-ID, :PY-SCREEN-DATE, :PY-SCREEN-TS,
000000              :PY-RESULT, :PY-NAME-ROLE, :PY-SCREENED-NAME,
000000              :PY-ENTRY-ID, :PY-LIST-TYPE, :PY-LIST-NAME,
000000              :PY-MATCH-SCORE, :PY-DECIDED-BY,
000000              :PY-DECISION-DATE, :PY-DECISION-TS,
000000              :PY-DECISION-NOTE)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999SNC-INS-SCREEN'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'INSERT DB_PAYEE_SCREEN FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SNC-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 該当振込の保留
000000* SPD9999SNC-HOLD-TRANSFER SECTION |    （E931）
000000*                                |      対象: DB_TRANSFER_QUEUE
000000*                                |            DB_EXCEPTION_LOG
000000*/-------------------------------------------------------------/*
000000 SPD9999SNC-HOLD-TRANSFER.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_TRANSFER_QUEUE
000000         SET     STATUS      = :CST-XFER-HELD
000000         WHERE   TRANSFER_ID = :TQ-TRANSFER-ID
000000         AND     STATUS      = :CST-XFER-PENDING
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999SNC-HOLD-TRANSFER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'UPDATE TRANSFER STATUS FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SNC-ABEND
000000     END-IF.
000000     ADD 1                       TO      CST-COUNT-HELD.
000000     DISPLAY 'SCREENING HIT, TRANSFER HELD : ' TQ-TRANSFER-ID
000000             ' SCORE ' WS-BEST-SCORE.
000000     MOVE TQ-TRANSFER-ID         TO      WS-EL-TRANSFER-ID.
000000     MOVE WS-BEST-ROLE           TO      WS-EL-ROLE.
000000     MOVE WS-BEST-SCORE          TO      WS-EL-SCORE.
000000     MOVE TQ-ORDER-ID            TO      EL-ORDER-ID.
000000     MOVE TQ-ACC-ID              TO      WS-ACC-ID-DISP.
000000     MOVE WS-ACC-ID-DISP         TO      EL-ACC-ID.
000000     MOVE CST-RUN-MODE-SNC       TO      EL-RUN-MODE.
000000     MOVE CST-REASON-HIT         TO      EL-REASON-CODE.
000000     MOVE HV-DATE-CURRENT-X      TO      EL-RUN-DATE.
000000     MOVE WS-EL-DETAIL           TO      EL-DETAIL.
000000     MOVE 'N'                    TO      EL-WF-STATUS.
000000     MOVE FUNCTION CURRENT-DATE  TO      EL-LOG-TIMESTAMP.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_EXCEPTION_LOG
000000             (ORDER_ID, ACC_ID, RUN_MODE, REASON_CODE,
000000              RUN_DATE, DETAIL, WF_STATUS, LOG_TIMESTAMP)
000000         VALUES
000000             (:EL-ORDER-ID, :EL-ACC-ID, :EL-RUN-MODE,
000000              :EL-REASON-CODE, :EL-RUN-DATE, :EL-DETAIL,
000000              :EL-WF-STATUS, :EL-LOG-TIMESTAMP)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         DISPLAY 'WARNING: DB_EXCEPTION_LOG INSERT FAILED, '
000000                 'SQLCODE : ' SQLCODE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 日次スクリーニング報告
000000* SPD9999SNC-REPORT      SECTION |      （MAIN）
000000*                                |      対象: DB_PAYEE_SCREEN
000000*/-------------------------------------------------------------/*
000000 SPD9999SNC-REPORT.
000000     OPEN OUTPUT REPORT-FILE.
000000     IF WS-RPT-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN SNCRPT, STATUS : ' WS-RPT-STATUS
000000         MOVE 'SPD9999SNC-REPORT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN SNCRPT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SNC-ABEND
000000     END-IF.
000000     MOVE RPT-LINE-RULE          TO      RPT-REC.
000000     PERFORM SPD9999SNC-WRITE-REPORT.
000000     MOVE HV-DATE-CURRENT-X      TO      RPT-TITLE-DATE.
000000     MOVE RPT-LINE-TITLE         TO      RPT-REC.
000000     PERFORM SPD9999SNC-WRITE-REPORT.
000000     MOVE RPT-LINE-RULE          TO      RPT-REC.
000000     PERFORM SPD9999SNC-WRITE-REPORT.
000000     PERFORM SPD9999SNC-RPT-COUNTS.
000000     PERFORM SPD9999SNC-RPT-HITS.
000000     PERFORM SPD9999SNC-RPT-DECISIONS.
000000     PERFORM SPD9999SNC-RPT-HOLDS.
000000     MOVE RPT-LINE-RULE          TO      RPT-REC.
000000     PERFORM SPD9999SNC-WRITE-REPORT.
000000     CLOSE REPORT-FILE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 当日のスクリーニング件数
000000* SPD9999SNC-RPT-COUNTS  SECTION |      （COMMON）
000000*                                |      該当は解除・謝絶後も含める
000000*/-------------------------------------------------------------/*
000000 SPD9999SNC-RPT-COUNTS.
000000     MOVE RPT-LINE-BLANK         TO      RPT-REC.
000000     PERFORM SPD9999SNC-WRITE-REPORT.
000000     MOVE 'SCREENED TODAY'       TO      RPT-SEC-TEXT.
000000     MOVE RPT-LINE-SECTION       TO      RPT-REC.
000000     PERFORM SPD9999SNC-WRITE-REPORT.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-COUNT
000000         FROM   MYDB.DB_PAYEE_SCREEN
000000         WHERE  SCREEN_DATE = :HV-DATE-CURRENT-X
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999SNC-RPT-COUNTS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'COUNT DB_PAYEE_SCREEN FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SNC-ABEND
000000     END-IF.
000000     MOVE 'TRANSFERS SCREENED'   TO      RPT-CNT-LABEL.
000000     MOVE HV-COUNT               TO      RPT-CNT-VALUE.
000000     MOVE RPT-LINE-COUNT         TO      RPT-REC.
000000     PERFORM SPD9999SNC-WRITE-REPORT.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-COUNT
000000         FROM   MYDB.DB_PAYEE_SCREEN
000000         WHERE  SCREEN_DATE = :HV-DATE-CURRENT-X
000000         AND    RESULT      = :CST-RESULT-CLEAR
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999SNC-RPT-COUNTS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'COUNT DB_PAYEE_SCREEN FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SNC-ABEND
000000     END-IF.
000000     MOVE 'CLEARED'              TO      RPT-CNT-LABEL.
000000     MOVE HV-COUNT               TO      RPT-CNT-VALUE.
000000     MOVE RPT-LINE-COUNT         TO      RPT-REC.
000000     PERFORM SPD9999SNC-WRITE-REPORT.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-COUNT
000000         FROM   MYDB.DB_PAYEE_SCREEN
000000         WHERE  SCREEN_DATE = :HV-DATE-CURRENT-X
000000         AND    RESULT     <> :CST-RESULT-CLEAR
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999SNC-RPT-COUNTS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'COUNT DB_PAYEE_SCREEN FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SNC-ABEND
000000     END-IF.
000000     MOVE 'POTENTIAL HITS HELD'  TO      RPT-CNT-LABEL.
000000     MOVE HV-COUNT               TO      RPT-CNT-VALUE.
000000     MOVE RPT-LINE-COUNT         TO      RPT-REC.
000000     PERFORM SPD9999SNC-WRITE-REPORT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 当日の該当一覧
000000* SPD9999SNC-RPT-HITS    SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999SNC-RPT-HITS.
000000     MOVE 'POTENTIAL HITS SCREENED TODAY'
000000                                 TO      RPT-SEC-TEXT.
000000     PERFORM SPD9999SNC-RPT-SECTION-HEAD.
000000     MOVE 'N'                    TO      CST-EOF-CRS-RPT.
000000     EXEC SQL
000000         DECLARE CRS-RPT1 CURSOR FOR
000000         SELECT  TRANSFER_ID, SCREEN_DATE, RESULT, NAME_ROLE,
000000                 SCREENED_NAME, LIST_NAME, MATCH_SCORE,
000000                 DECIDED_BY
000000         FROM    MYDB.DB_PAYEE_SCREEN
000000         WHERE   SCREEN_DATE = :HV-DATE-CURRENT-X
000000         AND     RESULT     <> :CST-RESULT-CLEAR
000000         ORDER BY TRANSFER_ID
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-RPT1
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999SNC-RPT-HITS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-RPT1 FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SNC-ABEND
000000     END-IF.
000000     PERFORM SPD9999SNC-FETCH-RPT1.
000000     PERFORM UNTIL CST-EOF-CRS-RPT = 'Y'
000000         MOVE 'HIT '             TO      RPT-DTL-KIND
000000         MOVE PY-DECIDED-BY      TO      RPT-DTL-EXTRA
000000         PERFORM SPD9999SNC-WRITE-DETAIL
000000         PERFORM SPD9999SNC-FETCH-RPT1
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-RPT1
000000     END-EXEC.
000000     EXIT.
000000 SPD9999SNC-FETCH-RPT1.
000000     EXEC SQL
000000         FETCH CRS-RPT1
000000         INTO  :PY-TRANSFER-ID, :PY-SCREEN-DATE, :PY-RESULT,
000000               :PY-NAME-ROLE, :PY-SCREENED-NAME, :PY-LIST-NAME,
000000               :PY-MATCH-SCORE, :PY-DECIDED-BY
000000     END-EXEC.
000000     PERFORM SPD9999SNC-CHK-FETCH-RPT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 当日の解除・謝絶一覧
000000* SPD9999SNC-RPT-DECISIONS SECTION |    （COMMON）
000000*                                |      判断者（DECIDED_BY）を出力
000000*/-------------------------------------------------------------/*
000000 SPD9999SNC-RPT-DECISIONS.
000000     MOVE 'COMPLIANCE DECISIONS TODAY (R=RELEASED J=REJECTED)'
000000                                 TO      RPT-SEC-TEXT.
000000     PERFORM SPD9999SNC-RPT-SECTION-HEAD.
000000     MOVE 'N'                    TO      CST-EOF-CRS-RPT.
000000     EXEC SQL
000000         DECLARE CRS-RPT2 CURSOR FOR
000000         SELECT  TRANSFER_ID, SCREEN_DATE, RESULT, NAME_ROLE,
000000                 SCREENED_NAME, LIST_NAME, MATCH_SCORE,
000000                 DECIDED_BY
000000         FROM    MYDB.DB_PAYEE_SCREEN
000000         WHERE   DECISION_DATE = :HV-DATE-CURRENT-X
000000         ORDER BY DECISION_TS, TRANSFER_ID
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-RPT2
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999SNC-RPT-DECISIONS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-RPT2 FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SNC-ABEND
000000     END-IF.
000000     PERFORM SPD9999SNC-FETCH-RPT2.
000000     PERFORM UNTIL CST-EOF-CRS-RPT = 'Y'
000000         MOVE 'DCSN'             TO      RPT-DTL-KIND
000000         MOVE PY-DECIDED-BY      TO      RPT-DTL-EXTRA
000000         PERFORM SPD9999SNC-WRITE-DETAIL
000000         PERFORM SPD9999SNC-FETCH-RPT2
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-RPT2
000000     END-EXEC.
000000     EXIT.
000000 SPD9999SNC-FETCH-RPT2.
000000     EXEC SQL
000000         FETCH CRS-RPT2
000000         INTO  :PY-TRANSFER-ID, :PY-SCREEN-DATE, :PY-RESULT,
000000               :PY-NAME-ROLE, :PY-SCREENED-NAME, :PY-LIST-NAME,
000000               :PY-MATCH-SCORE, :PY-DECIDED-BY
000000     END-EXEC.
000000     PERFORM SPD9999SNC-CHK-FETCH-RPT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 未処理保留の一覧
000000* SPD9999SNC-RPT-HOLDS   SECTION |      （COMMON）
000000*                                |      保留日数（暦日）を出力
000000*/-------------------------------------------------------------/*
000000 SPD9999SNC-RPT-HOLDS.
000000     MOVE 'OUTSTANDING HOLDS AWAITING DECISION'
000000                                 TO      RPT-SEC-TEXT.
000000     PERFORM SPD9999SNC-RPT-SECTION-HEAD.
000000     MOVE 'N'                    TO      CST-EOF-CRS-RPT.
000000     EXEC SQL
000000         DECLARE CRS-RPT3 CURSOR FOR
000000         SELECT  TRANSFER_ID, SCREEN_DATE, RESULT, NAME_ROLE,
000000                 SCREENED_NAME, LIST_NAME, MATCH_SCORE,
000000                 DECIDED_BY
000000         FROM    MYDB.DB_PAYEE_SCREEN
000000         WHERE   RESULT = :CST-RESULT-HELD
000000         ORDER BY SCREEN_DATE, TRANSFER_ID
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-RPT3
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999SNC-RPT-HOLDS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-RPT3 FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SNC-ABEND
000000     END-IF.
000000     PERFORM SPD9999SNC-FETCH-RPT3.
000000     PERFORM UNTIL CST-EOF-CRS-RPT = 'Y'
000000         MOVE 'HOLD'             TO      RPT-DTL-KIND
000000         MOVE PY-SCREEN-DATE     TO      WS-SCREEN-DATE-9
000000         COMPUTE WS-AGE-DAYS =
000000             HV-DAYS-CURRENT-COMP
000000           - FUNCTION INTEGER-OF-DATE(WS-SCREEN-DATE-9)
000000         MOVE WS-AGE-DAYS        TO      RPT-AGE-DAYS
000000         MOVE RPT-AGE-EDIT       TO      RPT-DTL-EXTRA
000000         PERFORM SPD9999SNC-WRITE-DETAIL
000000         PERFORM SPD9999SNC-FETCH-RPT3
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-RPT3
000000     END-EXEC.
000000     EXIT.
000000 SPD9999SNC-FETCH-RPT3.
000000     EXEC SQL
000000         FETCH CRS-RPT3
000000         INTO  :PY-TRANSFER-ID, :PY-SCREEN-DATE, :PY-RESULT,
000000               :PY-NAME-ROLE, :PY-SCREENED-NAME, :PY-LIST-NAME,
000000               :PY-MATCH-SCORE, :PY-DECIDED-BY
000000     END-EXEC.
000000     PERFORM SPD9999SNC-CHK-FETCH-RPT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 報告用カーソルのFETCH判定
000000* SPD9999SNC-CHK-FETCH-RPT SECTION |    （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999SNC-CHK-FETCH-RPT.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-RPT
000000         WHEN OTHER
000000             MOVE 'SPD9999SNC-CHK-FETCH-RPT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH DB_PAYEE_SCREEN FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999SNC-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 報告の区分見出し出力
000000* SPD9999SNC-RPT-SECTION-HEAD SECTION | （COMMON）
000000*                                |      RPT-SEC-TEXTを設定してから
000000*                                |      呼び出す
000000*/-------------------------------------------------------------/*
000000 SPD9999SNC-RPT-SECTION-HEAD.
000000     MOVE RPT-LINE-BLANK         TO      RPT-REC.
000000     PERFORM SPD9999SNC-WRITE-REPORT.
000000     MOVE RPT-LINE-SECTION       TO      RPT-REC.
000000     PERFORM SPD9999SNC-WRITE-REPORT.
000000     MOVE RPT-LINE-HEADING       TO      RPT-REC.
000000     PERFORM SPD9999SNC-WRITE-REPORT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 報告明細1行の出力
000000* SPD9999SNC-WRITE-DETAIL SECTION |     （COMMON）
000000*                                |      RPT-DTL-KIND・RPT-DTL-EXTRA
000000*                                |      を設定してから呼び出す
000000*/-------------------------------------------------------------/*
000000 SPD9999SNC-WRITE-DETAIL.
000000     MOVE PY-TRANSFER-ID         TO      RPT-DTL-TRANSFER-ID.
000000     MOVE PY-RESULT              TO      RPT-DTL-RESULT.
000000     MOVE PY-NAME-ROLE           TO      RPT-DTL-ROLE.
000000     MOVE PY-MATCH-SCORE         TO      RPT-DTL-SCORE.
000000     MOVE PY-SCREENED-NAME       TO      RPT-DTL-SCREENED-NAME.
000000     MOVE PY-LIST-NAME           TO      RPT-DTL-LIST-NAME.
000000     MOVE RPT-LINE-DETAIL        TO      RPT-REC.
000000     PERFORM SPD9999SNC-WRITE-REPORT.
000000     ADD 1                       TO      CST-COUNT-REPORTED.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 報告レコード出力
000000* SPD9999SNC-WRITE-REPORT SECTION |     （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999SNC-WRITE-REPORT.
000000     WRITE RPT-REC.
000000     IF WS-RPT-STATUS NOT = '00'
000000         MOVE 'SPD9999SNC-WRITE-REPORT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE SNCRPT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SNC-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999SNC-ABEND       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999SNC-ABEND.
000000     DISPLAY 'SPD9999SNC-ABEND'.
000000     DISPLAY 'ERROR MODULE : ' CST-ABEND-BREAKPOINT.
000000     DISPLAY 'ERROR DETAIL : ' CST-ABEND-DETAIL.
000000     DISPLAY 'SQLCODE      : ' SQLCODE.
000000     EXEC SQL
000000         ROLLBACK
000000     END-EXEC.
000000     IF SQLCODE = 0
000000         DISPLAY 'ROLLBACK SUCCESS'
000000     ELSE
000000         DISPLAY 'ROLLBACK FAILED'
000000         DISPLAY 'ROLLBACK SQLCODE  : ' SQLCODE
000000     END-IF.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999SNC.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
