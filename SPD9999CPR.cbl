000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999CPR.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999CPR
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            金利キャンペーン日次レポート作成
000000*                                DB_CAMPAIGNのうち販売期間中、
000000*                                または満期未到来の適用注文が
000000*                                残るキャンペーンごとに
000000*                                  ・元金予算と消化額・消化率
000000*                                  ・適用口座数（口座ID単位）と
000000*                                    適用注文数
000000*                                  ・上乗せ利息の見込み費用
000000*                                    （適用元金の基準通貨換算額
000000*                                    ×上乗せ利率×適用日〜満期日
000000*                                    の日数／365。早期解約で
000000*                                    上乗せを失った注文は除く）
000000*                                をCPNRPTへ出力する。金額は全て
000000*                                基準通貨建て
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
000000     SELECT REPORT-FILE  ASSIGN  TO  'CPNRPT'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-RPT-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000 FD  REPORT-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 132 CHARACTERS.
000000 01 RPT-REC.
000000    03 RPT-CAMPAIGN-ID           PIC X(10).
000000    03 FILLER                    PIC X(01).
000000    03 RPT-SALE-START-DATE       PIC X(08).
000000    03 FILLER                    PIC X(01).
000000    03 RPT-SALE-END-DATE         PIC X(08).
000000    03 FILLER                    PIC X(01).
000000    03 RPT-BONUS-BP              PIC ZZZ9.
000000    03 FILLER                    PIC X(01).
000000    03 RPT-BUDGET-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
000000    03 FILLER                    PIC X(01).
000000    03 RPT-BUDGET-USED           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
000000    03 FILLER                    PIC X(01).
000000    03 RPT-USED-PCT              PIC ZZ9.99.
000000    03 FILLER                    PIC X(01).
000000    03 RPT-ACCOUNTS              PIC ZZZZZZ9.
000000    03 FILLER                    PIC X(01).
000000    03 RPT-ORDERS                PIC ZZZZZZ9.
000000    03 FILLER                    PIC X(01).
000000    03 RPT-PROJ-COST             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
000000    03 FILLER                    PIC X(01).
000000    03 RPT-CAMPAIGN-NAME         PIC X(18).
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ワークエリア
000000*/-------------------------------------------------------------/*
000000*--- SQLCA および DCLGEN インクルード部分
000000     EXEC SQL
000000         INCLUDE                 SQLCA
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CAMPAIGN
000000     EXEC SQL
000000         INCLUDE                 CMPMST
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CAMPAIGN_ORDER
000000     EXEC SQL
000000         INCLUDE                 CMPORD
000000     END-EXEC.
000000 01 WS-RPT-STATUS                PIC X(02).
000000 01 WS-VARIABLES.
000000    03 WS-LAST-ACC-ID            PIC S9(09) COMP.
000000    03 WS-COUNT-ACCOUNTS         PIC 9(07).
000000    03 WS-COUNT-ORDERS           PIC 9(07).
000000    03 WS-PROJ-COST              PIC S9(13)V99    COMP-3.
000000    03 WS-ORDER-COST             PIC S9(13)V99    COMP-3.
000000    03 WS-USED-PCT               PIC S9(03)V99    COMP-3.
000000    03 WS-BONUS-DAYS             PIC S9(09) COMP.
000000 01 HV-VARIABLES.
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000    03 HV-DAYS-ENROLL-COMP       PIC S9(09) COMP.
000000    03 HV-DAYS-END-COMP          PIC S9(09) COMP.
000000 01 CST-VARIABLES.
000000    03 CST-WITHDRAW-EARLY        PIC X(08)  VALUE 'EARLY'.
000000    03 CST-DAY-BASIS-DEFAULT     PIC 9(03)  VALUE 365.
000000    03 CST-EOF-CRS-CPR           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-CPO           PIC X(01)  VALUE 'N'.
000000    03 CST-COUNT-CAMPAIGN        PIC 9(07)  VALUE 0.
000000    03 CST-TOTAL-BUDGET-USED     PIC S9(13)V99 VALUE 0.
000000    03 CST-TOTAL-PROJ-COST       PIC S9(13)V99 VALUE 0.
000000    03 CST-ABEND-BREAKPOINT      PIC X(100) VALUE SPACES.
000000    03 CST-ABEND-DETAIL          PIC X(100) VALUE SPACES.
000000*--- SPD9999BDT（業務日付取得）呼出パラメータ
000000 01 WS-PARAM-BDT.
000000    03 WS-BDT-DATE               PIC X(08).
000000    03 WS-BDT-PREV-DATE          PIC X(08).
000000    03 WS-BDT-RETURN             PIC S9(04) COMP.
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000 PROCEDURE                       DIVISION.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999CPR-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CPR-MAIN.
000000     DISPLAY 'START SPD9999CPR'.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     OPEN OUTPUT REPORT-FILE.
000000     IF WS-RPT-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN CPNRPT, STATUS : ' WS-RPT-STATUS
000000         STOP RUN
000000     END-IF.
000000     PERFORM SPD9999CPR-SCAN-CAMPAIGN.
000000     CLOSE REPORT-FILE.
000000     DISPLAY 'TOTAL CAMPAIGNS REPORTED     : ' CST-COUNT-CAMPAIGN.
000000     DISPLAY 'TOTAL BUDGET CONSUMED        : '
000000             CST-TOTAL-BUDGET-USED.
000000     DISPLAY 'TOTAL PROJECTED BONUS COST   : '
000000             CST-TOTAL-PROJ-COST.
000000     DISPLAY 'END   SPD9999CPR'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 対象キャンペーンの走査
000000* SPD9999CPR-SCAN-CAMPAIGN SECTION |    （MAIN）
000000*                                |      対象: DB_CAMPAIGN
000000*                                |      販売期間中、または満期
000000*                                |      未到来の適用注文が残るもの
000000*/-------------------------------------------------------------/*
000000 SPD9999CPR-SCAN-CAMPAIGN.
000000     MOVE 'N'                    TO      CST-EOF-CRS-CPR.
000000     EXEC SQL
000000         DECLARE CRS-CPR CURSOR FOR
000000         SELECT  C.CAMPAIGN_ID, C.CAMPAIGN_NAME,
000000                 C.SALE_START_DATE, C.SALE_END_DATE,
000000                 C.BONUS_BP, C.BUDGET_AMOUNT, C.BUDGET_USED
000000         FROM    MYDB.DB_CAMPAIGN C
000000         WHERE   C.SALE_END_DATE >= :HV-DATE-CURRENT-X
000000         OR      EXISTS
000000                 (SELECT 1
000000                  FROM   MYDB.DB_CAMPAIGN_ORDER O
000000                  WHERE  O.CAMPAIGN_ID = C.CAMPAIGN_ID
000000                  AND    O.END_DATE    > :HV-DATE-CURRENT-X)
000000         ORDER BY C.CAMPAIGN_ID
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-CPR
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999CPR-SCAN-CAMPAIGN'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-CPR FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CPR-ABEND
000000     END-IF.
000000     PERFORM SPD9999CPR-FETCH.
000000     PERFORM UNTIL CST-EOF-CRS-CPR = 'Y'
000000         PERFORM SPD9999CPR-PROC-CAMPAIGN
000000         PERFORM SPD9999CPR-FETCH
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-CPR
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: データ取得
000000* SPD9999CPR-FETCH       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CPR-FETCH.
000000     EXEC SQL
000000         FETCH CRS-CPR
000000         INTO  :CP-CAMPAIGN-ID, :CP-CAMPAIGN-NAME,
000000               :CP-SALE-START-DATE, :CP-SALE-END-DATE,
000000               :CP-BONUS-BP, :CP-BUDGET-AMOUNT, :CP-BUDGET-USED
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-CPR
000000         WHEN OTHER
000000             MOVE 'SPD9999CPR-FETCH'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-CPR FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999CPR-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 1キャンペーン分の集計・出力
000000* SPD9999CPR-PROC-CAMPAIGN SECTION |    （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CPR-PROC-CAMPAIGN.
000000     MOVE 0                      TO      WS-COUNT-ACCOUNTS.
000000     MOVE 0                      TO      WS-COUNT-ORDERS.
000000     MOVE 0                      TO      WS-PROJ-COST.
000000     MOVE 0                      TO      WS-LAST-ACC-ID.
000000     PERFORM SPD9999CPR-SCAN-ORDERS.
000000     IF CP-BUDGET-AMOUNT > 0
000000         COMPUTE WS-USED-PCT ROUNDED =
000000                 CP-BUDGET-USED * 100 / CP-BUDGET-AMOUNT
000000     ELSE
000000         MOVE 0                  TO      WS-USED-PCT
000000     END-IF.
000000     MOVE SPACES                 TO      RPT-REC.
000000     MOVE CP-CAMPAIGN-ID         TO      RPT-CAMPAIGN-ID.
000000     MOVE CP-SALE-START-DATE     TO      RPT-SALE-START-DATE.
000000     MOVE CP-SALE-END-DATE       TO      RPT-SALE-END-DATE.
000000     MOVE CP-BONUS-BP            TO      RPT-BONUS-BP.
000000     MOVE CP-BUDGET-AMOUNT       TO      RPT-BUDGET-AMOUNT.
000000     MOVE CP-BUDGET-USED         TO      RPT-BUDGET-USED.
000000     MOVE WS-USED-PCT            TO      RPT-USED-PCT.
000000     MOVE WS-COUNT-ACCOUNTS      TO      RPT-ACCOUNTS.
000000     MOVE WS-COUNT-ORDERS        TO      RPT-ORDERS.
000000     MOVE WS-PROJ-COST           TO      RPT-PROJ-COST.
000000     MOVE CP-CAMPAIGN-NAME       TO      RPT-CAMPAIGN-NAME.
000000     WRITE RPT-REC.
000000     IF WS-RPT-STATUS NOT = '00'
000000         MOVE 'SPD9999CPR-PROC-CAMPAIGN'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE CPNRPT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CPR-ABEND
000000     END-IF.
000000     ADD 1                       TO      CST-COUNT-CAMPAIGN.
000000     ADD CP-BUDGET-USED          TO      CST-TOTAL-BUDGET-USED.
000000     ADD WS-PROJ-COST            TO      CST-TOTAL-PROJ-COST.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 適用注文の走査
000000* SPD9999CPR-SCAN-ORDERS SECTION |      （MAIN）
000000*                                |      対象: DB_CAMPAIGN_ORDER
000000*                                |      早期解約済み（'EARLY'履歴
000000*                                |      あり）の注文は除く
000000*/-------------------------------------------------------------/*
000000 SPD9999CPR-SCAN-ORDERS.
000000     MOVE 'N'                    TO      CST-EOF-CRS-CPO.
000000     EXEC SQL
000000         DECLARE CRS-CPO CURSOR FOR
000000         SELECT  O.ORDER_ID, O.ACC_ID, O.PRINCIPAL_BASE,
000000                 O.BONUS_RATE, O.ENROLL_DATE, O.END_DATE
000000         FROM    MYDB.DB_CAMPAIGN_ORDER O
000000         WHERE   O.CAMPAIGN_ID = :CP-CAMPAIGN-ID
000000         AND     NOT EXISTS
000000                 (SELECT 1
000000                  FROM   MYDB.DB_SAVINGS_HISTORY H
000000                  WHERE  H.ORDER_ID        = O.ORDER_ID
000000                  AND    H.WITHDRAWAL_TYPE = :CST-WITHDRAW-EARLY)
000000         ORDER BY O.ACC_ID, O.ORDER_ID
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-CPO
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999CPR-SCAN-ORDERS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-CPO FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CPR-ABEND
000000     END-IF.
000000     PERFORM SPD9999CPR-FETCH-ORDER.
000000     PERFORM UNTIL CST-EOF-CRS-CPO = 'Y'
000000         PERFORM SPD9999CPR-ADD-ORDER
000000         PERFORM SPD9999CPR-FETCH-ORDER
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-CPO
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 適用注文データ取得
000000* SPD9999CPR-FETCH-ORDER SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CPR-FETCH-ORDER.
000000     EXEC SQL
000000         FETCH CRS-CPO
000000         INTO  :CO-ORDER-ID, :CO-ACC-ID, :CO-PRINCIPAL-BASE,
000000               :CO-BONUS-RATE, :CO-ENROLL-DATE, :CO-END-DATE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-CPO
000000         WHEN OTHER
000000             MOVE 'SPD9999CPR-FETCH-ORDER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-CPO FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999CPR-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 適用注文1件の集計
000000* SPD9999CPR-ADD-ORDER   SECTION |      （COMMON）
000000*                                |      口座数は口座IDの変わり目で
000000*                                |      数える（口座ID順の走査）
000000*/-------------------------------------------------------------/*
000000 SPD9999CPR-ADD-ORDER.
000000     ADD 1                       TO      WS-COUNT-ORDERS.
000000     IF CO-ACC-ID NOT = WS-LAST-ACC-ID
000000         ADD 1                   TO      WS-COUNT-ACCOUNTS
000000         MOVE CO-ACC-ID          TO      WS-LAST-ACC-ID
000000     END-IF.
000000     COMPUTE HV-DAYS-ENROLL-COMP =
000000         FUNCTION INTEGER-OF-DATE(
000000             FUNCTION NUMVAL(CO-ENROLL-DATE)).
000000     COMPUTE HV-DAYS-END-COMP    =
000000         FUNCTION INTEGER-OF-DATE(
000000             FUNCTION NUMVAL(CO-END-DATE)).
000000     COMPUTE WS-BONUS-DAYS       =
000000             HV-DAYS-END-COMP - HV-DAYS-ENROLL-COMP.
000000     IF WS-BONUS-DAYS > 0
000000         COMPUTE WS-ORDER-COST   =
000000                 CO-PRINCIPAL-BASE   *
000000                 CO-BONUS-RATE       *
000000                 WS-BONUS-DAYS       /
000000                 CST-DAY-BASIS-DEFAULT
000000         ADD WS-ORDER-COST       TO      WS-PROJ-COST
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999CPR-ABEND       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CPR-ABEND.
000000     DISPLAY 'SPD9999CPR-ABEND'.
000000     DISPLAY 'ERROR MODULE : ' CST-ABEND-BREAKPOINT.
000000     DISPLAY 'ERROR DETAIL : ' CST-ABEND-DETAIL.
000000     DISPLAY 'SQLCODE      : ' SQLCODE.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999CPR.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
