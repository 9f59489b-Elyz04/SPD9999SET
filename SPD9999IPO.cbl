000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999IPO.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999IPO
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            定期預金の中間利払バッチ
000000*                                DB_INT_PAYOUT_ELECTIONで毎月・
000000*                                四半期の利払を指定した有効
000000*                                （STATUS='1'）な期日指定定期の
000000*                                うち、次回利払日（NEXT_PAYOUT_
000000*                                DATE）が本日以前かつ満期日前の
000000*                                注文について、付利起点（当期の
000000*                                直近INTPAY行の利払日。無ければ
000000*                                START_DATE）から本日までの利息を
000000*                                SPD9999SETと同一の方式（利率
000000*                                改定期間・残高階層・個別優遇
000000*                                金利・キャンペーン上乗せ）で
000000*                                算出し、源泉徴収税を控除した
000000*                                ネット額を支払う。入金先は決済と
000000*                                同じくDB_PAYOUT_INSTRUCTIONに
000000*                                従い、指図なしは当該ACC_IDの
000000*                                普通口座、'I'は行内の別口座、
000000*                                'E'はDB_TRANSFER_QUEUEへ登録する。
000000*                                利払はWITHDRAWAL_TYPE='INTPAY'
000000*                                （元金0）でDB_SAVINGS_HISTORYへ、
000000*                                計算レグをDB_CALC_DETAILへ記録
000000*                                し、次回利払日をSPD9999IPSで
000000*                                進める。MONEY_ROOTは変えない。
000000*                                支払停止中（DB_ACCOUNT_HOLD）・
000000*                                振込先なし・残高上限超過の注文は
000000*                                DB_EXCEPTION_LOG（RUN_MODE='I'）
000000*                                へ記録して次回利払日を据え置き、
000000*                                翌実行日に再処理する。
000000*                                日次ステップとしてSPD9999ACRより
000000*                                前にJCLから起動する想定
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 :            プログラムの作成
000000*        2026/10/15 :            行内別口座（'I'）の指図に換算通貨（CONVERT_
000000*                                CCY）がある場合は、SPD9999SETと同じく
000000*                                SPD9999FXCでTTB・TTSにより換算した額を
000000*                                振込先へ入金し、DB_FX_CONVERSIONへ換算
000000*                                記録を登録する。振込先残高の通貨が入金
000000*                                通貨と異なる場合はE305、換算レートが
000000*                                未整備・不正の場合はE306で棄却し次回
000000*                                利払日を据え置く
000000*        2026/10/15 :            普通預金残高の更新の前後でSPD9999CHGを
000000*                                呼び、変更前後のイメージを
000000*                                DB_CHANGE_JOURNALへ記録
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 DATA                            DIVISION.
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ワークエリア
000000*/-------------------------------------------------------------/*
000000*--- SQLCA および DCLGEN インクルード部分
000000     EXEC SQL
000000         INCLUDE                 SQLCA
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ACCOUNT_SAVINGS
000000     EXEC SQL
000000         INCLUDE                 ACCSAV
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ACCOUNT_BALANCE
000000     EXEC SQL
000000         INCLUDE                 ACCBAL
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_INTEREST_INFO
000000     EXEC SQL
000000         INCLUDE                 INTINFO
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_RUN_CONTROL
000000     EXEC SQL
000000         INCLUDE                 RUNCTL
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_TAX_INFO
000000     EXEC SQL
000000         INCLUDE                 TAXINF
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_TAX_RATE
000000     EXEC SQL
000000         INCLUDE                 TAXRT
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_DAYCOUNT_RULE
000000     EXEC SQL
000000         INCLUDE                 DAYCNT
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CALC_DETAIL
000000     EXEC SQL
000000         INCLUDE                 CALCDT
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CAMPAIGN_ORDER
000000     EXEC SQL
000000         INCLUDE                 CMPORD
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CURRENCY_ATTR
000000     EXEC SQL
000000         INCLUDE                 CCYATR
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ROUNDING_LEDGER
000000     EXEC SQL
000000         INCLUDE                 RNDLGR
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_BALANCE_CEILING
000000     EXEC SQL
000000         INCLUDE                 BALCEIL
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_PAYOUT_INSTRUCTION
000000     EXEC SQL
000000         INCLUDE                 PAYINS
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_TRANSFER_QUEUE
000000     EXEC SQL
000000         INCLUDE                 TRNSFQ
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_EXCEPTION_LOG
000000     EXEC SQL
000000         INCLUDE                 EXCLOG
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_INT_PAYOUT_ELECTION
000000     EXEC SQL
000000         INCLUDE                 INTPEL
000000     END-EXEC.
000000 01 WS-VARIABLES.
000000    03 WS-AMOUNT-INTEREST        PIC S9(13)V99    COMP-3.
000000    03 WS-AMOUNT-INT-NET         PIC S9(13)V99    COMP-3.
000000    03 WS-TAX-NATIONAL           PIC S9(13)V99    COMP-3.
000000    03 WS-TAX-LOCAL              PIC S9(13)V99    COMP-3.
000000    03 WS-RATE-TAX-NATIONAL      PIC S9(01)V9(04) COMP-3.
000000    03 WS-RATE-TAX-LOCAL         PIC S9(01)V9(04) COMP-3.
000000    03 WS-TAX-CATEGORY           PIC X(01).
000000    03 WS-RATE-APPLIED           PIC S9(01)V9(04) COMP-3.
000000    03 WS-RATE-PERIOD            PIC S9(01)V9(04) COMP-3.
000000    03 WS-BONUS-RATE             PIC S9(01)V9(04) COMP-3.
000000    03 WS-DAY-BASIS              PIC 9(03).
000000    03 WS-PAYOUT-AMOUNT          PIC S9(13)V99    COMP-3.
000000    03 WS-PAYOUT-TYPE            PIC X(01).
000000*--- 入金通貨と換算要否（SPD9999SETと同一）
000000    03 WS-PAYOUT-CCY             PIC X(03).
000000    03 WS-CONVERT-REQ            PIC X(01).
000000    03 WS-CREDIT-AMOUNT          PIC S9(13)V99    COMP-3.
000000    03 WS-NEW-BALANCE            PIC S9(13)V99    COMP-3.
000000    03 WS-ROW-REJECTED           PIC X(01).
000000    03 WS-XFER-DONE              PIC X(01).
000000    03 WS-XFER-RETRY-CNT         PIC 9(02).
000000    03 WS-REASON-CODE            PIC X(04).
000000    03 WS-EL-ACC-ID-DISP         PIC 9(09).
000000*--- 通貨丸め（SPD9999SETと同一規約）
000000    03 WS-CCY-DECIMALS           PIC S9(01)       COMP-3.
000000    03 WS-CCY-ROUND              PIC X(01).
000000    03 WS-ROUND-WORK             PIC S9(13)V99    COMP-3.
000000    03 WS-ROUND-HUNDREDTHS       PIC S9(15)       COMP-3.
000000    03 WS-ROUND-STEP             PIC S9(03)       COMP.
000000    03 WS-ROUND-REM              PIC S9(03)       COMP.
000000    03 WS-ROUND-DIFF             PIC S9(13)V99    COMP-3.
000000    03 WS-ROUND-RESIDUE          PIC S9(13)V99    COMP-3.
000000*/-------------------------------------------------------------/*
000000*  利息計算レグ明細キャプチャ
000000*  SPD9999SETの決済側と同一方式。利払履歴の記録直後に
000000*  SPD9999IPO-INS-CALC-DETAILがDB_CALC_DETAILへ書き出す
000000*/-------------------------------------------------------------/*
000000 01 CDT-LEG-TABLE.
000000    03 CDT-LEG-CNT               PIC S9(04) COMP VALUE 0.
000000    03 CDT-LEG-ROW OCCURS 50.
000000       05 CDT-LEG-START-X        PIC X(08).
000000       05 CDT-LEG-END-X          PIC X(08).
000000       05 CDT-LEG-DAYS           PIC S9(09) COMP.
000000       05 CDT-LEG-SOURCE         PIC X(01).
000000       05 CDT-LEG-RATE           PIC S9(01)V9(04) COMP-3.
000000       05 CDT-LEG-TIER-MIN       PIC S9(13)V9(02) COMP-3.
000000       05 CDT-LEG-TIER-MAX       PIC S9(13)V9(02) COMP-3.
000000       05 CDT-LEG-AMOUNT         PIC S9(13)V9(02) COMP-3.
000000 01 CDT-VARIABLES.
000000    03 CDT-IDX                   PIC S9(04) COMP.
000000    03 CDT-STG-START-COMP        PIC S9(09) COMP.
000000    03 CDT-STG-END-COMP          PIC S9(09) COMP.
000000    03 CDT-STG-DATE-9            PIC 9(08).
000000    03 CDT-STG-SOURCE            PIC X(01).
000000    03 CDT-STG-RATE              PIC S9(01)V9(04) COMP-3.
000000    03 CDT-STG-TIER-MIN          PIC S9(13)V9(02) COMP-3.
000000    03 CDT-STG-TIER-MAX          PIC S9(13)V9(02) COMP-3.
000000    03 CDT-STG-AMOUNT            PIC S9(13)V9(02) COMP-3.
000000 01 HV-VARIABLES.
000000    03 HV-DATE-CURRENT-9         PIC 9(08).
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000    03 HV-DAYS-CURRENT-COMP      PIC S9(09) COMP.
000000    03 HV-DATE-START-9           PIC 9(08).
000000    03 HV-DAYS-START-COMP        PIC S9(09) COMP.
000000    03 HV-WINDOW-START-COMP      PIC S9(09) COMP.
000000    03 HV-WINDOW-END-COMP        PIC S9(09) COMP.
000000    03 HV-PERIOD-START-X         PIC X(08).
000000    03 HV-PERIOD-END-X           PIC X(08).
000000    03 HV-PERIOD-START-COMP      PIC S9(09) COMP.
000000    03 HV-PERIOD-END-COMP        PIC S9(09) COMP.
000000    03 HV-OVERLAP-START-COMP     PIC S9(09) COMP.
000000    03 HV-OVERLAP-END-COMP       PIC S9(09) COMP.
000000    03 HV-OVERLAP-DAYS           PIC S9(05) COMP.
000000    03 HV-RUN-CONTROL-KEY        PIC X(10).
000000    03 HV-ACCRUAL-START-X        PIC X(08).
000000    03 HV-TIER-MIN               PIC S9(13)V9(2) COMP-3.
000000    03 HV-TIER-MAX               PIC S9(13)V9(2) COMP-3.
000000    03 HV-HOLD-CNT               PIC S9(09) COMP.
000000    03 HV-TARGET-BAL-CNT         PIC S9(09) COMP.
000000    03 HV-NEW-TRANSFER-ID        PIC S9(09) COMP.
000000*--- SPD9999CHG（変更前後イメージ記録）呼出パラメータ
000000 01 WS-PARAM-CHG.
000000    03 WS-CHG-FUNC               PIC X(01).
000000    03 WS-CHG-PROGRAM            PIC X(10)
000000       VALUE 'SPD9999IPO'.
000000    03 WS-CHG-TABLE              PIC X(01).
000000    03 WS-CHG-KEYS.
000000       05 WS-CHG-ORDER-ID        PIC S9(09) COMP VALUE 0.
000000       05 WS-CHG-ACC-ID          PIC S9(09) COMP VALUE 0.
000000       05 WS-CHG-CURRENCY        PIC X(03)  VALUE SPACES.
000000       05 WS-CHG-HOLD-TYPE       PIC X(10)  VALUE SPACES.
000000       05 WS-CHG-NEW-ORDER-ID    PIC S9(09) COMP VALUE 0.
000000       05 WS-CHG-NEW-ACC-ID      PIC S9(09) COMP VALUE 0.
000000    03 WS-CHG-RETURN             PIC S9(04) COMP.
000000 01 CST-VARIABLES.
000000    03 CST-CLASS-FIXED           PIC X(01)  VALUE 'F'.
000000    03 CST-STATUS-1              PIC X(01)  VALUE '1'.
000000    03 CST-WITHDRAW-INTPAY       PIC X(08)  VALUE 'INTPAY'.
000000    03 CST-PAYOUT-NONE           PIC X(01)  VALUE 'N'.
000000    03 CST-PAYOUT-INTERNAL       PIC X(01)  VALUE 'I'.
000000    03 CST-PAYOUT-EXTERNAL       PIC X(01)  VALUE 'E'.
000000    03 CST-XFER-PENDING          PIC X(01)  VALUE 'P'.
000000    03 CST-XFER-NO-SENT-DATE     PIC X(08)  VALUE '00000000'.
000000    03 CST-RUN-MODE-IPO          PIC X(01)  VALUE 'I'.
000000    03 CST-TAX-CAT-DEFAULT       PIC X(01)  VALUE '1'.
000000    03 CST-FIXED-VALUE-12        PIC 9(03)  VALUE 365.
000000    03 CST-EOF-CRS-IPO           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-RATE          PIC X(01)  VALUE 'N'.
000000    03 CST-COUNT-PAID            PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-ZERO-INT        PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-REJECTED        PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-EXT-XFER        PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-FX-CONV         PIC 9(07)  VALUE 0.
000000    03 CST-FXC-QUOTE             PIC X(01)  VALUE 'Q'.
000000    03 CST-FXC-POST              PIC X(01)  VALUE 'P'.
000000    03 CST-TOTAL-INT-GROSS       PIC 9(13)V99 VALUE 0.
000000    03 CST-TOTAL-INT-NET         PIC 9(13)V99 VALUE 0.
000000    03 CST-TOTAL-TAX-REMIT       PIC 9(13)V99 VALUE 0.
000000    03 CST-COMMIT-CNT            PIC 9(05)  VALUE 0.
000000    03 CST-COMMIT-LIMIT          PIC 9(05)  VALUE 100.
000000    03 CST-RUN-CONTROL-KEY       PIC X(10)  VALUE 'SPD9999IPO'.
000000    03 CST-ABEND-BREAKPOINT      PIC X(100) VALUE SPACES.
000000    03 CST-ABEND-DETAIL          PIC X(100) VALUE SPACES.
000000*--- SPD9999IPS（中間利払日算出）呼出パラメータ
000000 01 WS-PARAM-IPS.
000000    03 WS-IPS-PAYOUT-FREQ        PIC X(01).
000000    03 WS-IPS-START-DATE         PIC X(08).
000000    03 WS-IPS-END-DATE           PIC X(08).
000000    03 WS-IPS-BASE-DATE          PIC X(08).
000000    03 WS-IPS-NEXT-DATE          PIC X(08).
000000    03 WS-IPS-RETURN             PIC S9(04) COMP.
000000*--- SPD9999FXC（代り金の通貨換算）呼出パラメータ
000000 01 WS-PARAM-FXC.
000000    03 WS-FXC-MODE               PIC X(01).
000000    03 WS-FXC-CONV-DATE          PIC X(08).
000000    03 WS-FXC-FROM-CCY           PIC X(03).
000000    03 WS-FXC-TO-CCY             PIC X(03).
000000    03 WS-FXC-FROM-AMOUNT        PIC S9(13)V99 COMP-3.
000000    03 WS-FXC-ORDER-ID           PIC S9(09) COMP.
000000    03 WS-FXC-ACC-ID             PIC S9(09) COMP.
000000    03 WS-FXC-TARGET-ACC-ID      PIC S9(09) COMP.
000000    03 WS-FXC-SOURCE-TYPE        PIC X(08).
000000    03 WS-FXC-TO-AMOUNT          PIC S9(13)V99 COMP-3.
000000    03 WS-FXC-FROM-CUST-RATE     PIC S9(03)V9(06) COMP-3.
000000    03 WS-FXC-TO-CUST-RATE       PIC S9(03)V9(06) COMP-3.
000000    03 WS-FXC-SPREAD-AMOUNT      PIC S9(13)V99 COMP-3.
000000    03 WS-FXC-COMMISSION         PIC S9(13)V99 COMP-3.
000000    03 WS-FXC-CONV-ID            PIC S9(09) COMP.
000000    03 WS-FXC-RETURN             PIC S9(04) COMP.
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
000000* SPD9999IPO-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-MAIN.
000000     DISPLAY 'START SPD9999IPO'.
000000     PERFORM SPD9999IPO-INIT-DATE.
000000     PERFORM SPD9999IPO-GET-COMMIT-LIMIT.
000000     PERFORM SPD9999IPO-PAYOUT.
000000     EXEC SQL
000000         COMMIT
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999IPO-MAIN'  TO      CST-ABEND-BREAKPOINT
000000         MOVE 'FINAL COMMIT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999IPO-ABEND
000000     END-IF.
000000     DISPLAY 'TOTAL INTEREST PAYOUTS POSTED     : '
000000             CST-COUNT-PAID.
000000     DISPLAY 'TOTAL SKIPPED (ZERO INTEREST)     : '
000000             CST-COUNT-ZERO-INT.
000000     DISPLAY 'TOTAL REJECTED (HOLD/TARGET/CEIL) : '
000000             CST-COUNT-REJECTED.
000000     DISPLAY 'TOTAL EXTERNAL TRANSFERS QUEUED   : '
000000             CST-COUNT-EXT-XFER.
000000     DISPLAY 'TOTAL PAYOUTS CONVERTED TO OTHER CCY : '
000000             CST-COUNT-FX-CONV.
000000     DISPLAY 'TOTAL GROSS INTEREST PAID         : '
000000             CST-TOTAL-INT-GROSS.
000000     DISPLAY 'TOTAL NET INTEREST PAID           : '
000000             CST-TOTAL-INT-NET.
000000     DISPLAY 'TOTAL WITHHOLDING TAX TO REMIT    : '
000000             CST-TOTAL-TAX-REMIT.
000000     DISPLAY 'END   SPD9999IPO'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 現在日付取得
000000* SPD9999IPO-INIT-DATE   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-INIT-DATE.
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
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: コミット間隔取得
000000* SPD9999IPO-GET-COMMIT-LIMIT SECTION | （COMMON）
000000*                                |      対象: DB_RUN_CONTROL
000000*                                |      行が無ければ既定値を維持
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-GET-COMMIT-LIMIT.
000000     MOVE CST-RUN-CONTROL-KEY    TO      HV-RUN-CONTROL-KEY.
000000     EXEC SQL
000000         SELECT COMMIT_LIMIT
000000         INTO   :RC-COMMIT-LIMIT
000000         FROM   MYDB.DB_RUN_CONTROL
000000         WHERE  CONTROL_KEY = :HV-RUN-CONTROL-KEY
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE RC-COMMIT-LIMIT    TO      CST-COMMIT-LIMIT
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999IPO-GET-COMMIT-LIMIT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT COMMIT_LIMIT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999IPO-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 利払到来注文の処理ループ
000000* SPD9999IPO-PAYOUT      SECTION |      （MAIN）
000000*                                |      対象: DB_ACCOUNT_SAVINGS
000000*                                |            DB_INT_PAYOUT_ELECTION
000000*                                |      途中COMMITのためWITH HOLD
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-PAYOUT.
000000     MOVE 'N'                    TO      CST-EOF-CRS-IPO.
000000     EXEC SQL
000000         DECLARE CRS-IPO CURSOR WITH HOLD FOR
000000         SELECT  S.ORDER_ID,
000000                 S.ACC_ID,
000000                 S.SAVING_TYPE,
000000                 S.START_DATE,
000000                 S.END_DATE,
000000                 S.MONEY_ROOT,
000000                 S.RATE_OVERRIDE,
000000                 S.CURRENCY_CODE,
000000                 E.PAYOUT_FREQ,
000000                 E.NEXT_PAYOUT_DATE
000000         FROM    MYDB.DB_ACCOUNT_SAVINGS     S,
000000                 MYDB.DB_INT_PAYOUT_ELECTION E
000000         WHERE   E.ORDER_ID          = S.ORDER_ID
000000         AND     S.STATUS            = :CST-STATUS-1
000000         AND     E.NEXT_PAYOUT_DATE <= :HV-DATE-CURRENT-X
000000         AND     S.END_DATE          > :HV-DATE-CURRENT-X
000000         AND     S.SAVING_TYPE IN
000000                 (SELECT P.SAVING_TYPE
000000                  FROM   MYDB.DB_PRODUCT P
000000                  WHERE  P.PRODUCT_CLASS = :CST-CLASS-FIXED)
000000         ORDER BY S.ORDER_ID
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-IPO
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999IPO-PAYOUT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-IPO FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999IPO-ABEND
000000     END-IF.
000000     PERFORM SPD9999IPO-FETCH.
000000     PERFORM UNTIL CST-EOF-CRS-IPO = 'Y'
000000         PERFORM SPD9999IPO-PROC-ROW
000000         PERFORM SPD9999IPO-FETCH
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-IPO
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: データ取得
000000* SPD9999IPO-FETCH       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-FETCH.
000000     EXEC SQL
000000         FETCH CRS-IPO
000000         INTO  :AS-ORDER-ID,
000000               :AS-ACC-ID,
000000               :AS-SAVING-TYPE,
000000               :AS-START-DATE,
000000               :AS-END-DATE,
000000               :AS-MONEY-ROOT,
000000               :AS-RATE-OVERRIDE,
000000               :AS-CURRENCY-CODE,
000000               :IE-PAYOUT-FREQ,
000000               :IE-NEXT-PAYOUT-DATE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-IPO
000000         WHEN OTHER
000000             MOVE 'SPD9999IPO-FETCH'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-IPO FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999IPO-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 1注文分の利払処理
000000* SPD9999IPO-PROC-ROW    SECTION |      （MAIN）
000000*                                |      棄却時は次回利払日を
000000*                                |      据え置く（翌実行日に再処理）
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-PROC-ROW.
000000     MOVE 'N'                    TO      WS-ROW-REJECTED.
000000     MOVE 0                      TO      WS-ROUND-RESIDUE.
000000     PERFORM SPD9999IPO-CHK-HOLD.
000000     IF WS-ROW-REJECTED = 'N'
000000         PERFORM SPD9999IPO-GET-DAY-BASIS
000000         PERFORM SPD9999IPO-GET-CCY-ATTR
000000         PERFORM SPD9999IPO-GET-BONUS
000000         PERFORM SPD9999IPO-CALC-INTEREST
000000*--- 利息を通貨の小数桁へ丸める（SPD9999SETと同一規約）
000000         MOVE WS-AMOUNT-INTEREST TO      WS-ROUND-WORK
000000         PERFORM SPD9999IPO-ROUND-CCY
000000         MOVE WS-ROUND-WORK      TO      WS-AMOUNT-INTEREST
000000*--- 支払う利息が無い回（マイナス金利等）は支払わず次回利払日
000000*--- のみ進める。付利起点は据え置かれ次回へ繰り越される
000000         IF WS-AMOUNT-INTEREST <= 0
000000             ADD 1               TO      CST-COUNT-ZERO-INT
000000             PERFORM SPD9999IPO-UPD-NEXT-DATE
000000         ELSE
000000             PERFORM SPD9999IPO-GET-TAX-RATE
000000             PERFORM SPD9999IPO-CALC-TAX
000000             MOVE WS-AMOUNT-INT-NET
000000                                 TO      WS-PAYOUT-AMOUNT
000000             PERFORM SPD9999IPO-ROUTE-PAYOUT
000000             IF WS-ROW-REJECTED = 'N'
000000                 PERFORM SPD9999IPO-INS-HISTORY
000000                 PERFORM SPD9999IPO-INS-CALC-DETAIL
000000                 PERFORM SPD9999IPO-ADD-ROUND-RESIDUE
000000                 PERFORM SPD9999IPO-UPD-NEXT-DATE
000000                 ADD 1           TO      CST-COUNT-PAID
000000                 ADD WS-AMOUNT-INTEREST
000000                                 TO      CST-TOTAL-INT-GROSS
000000                 ADD WS-AMOUNT-INT-NET
000000                                 TO      CST-TOTAL-INT-NET
000000                 COMPUTE CST-TOTAL-TAX-REMIT    =
000000                         CST-TOTAL-TAX-REMIT    +
000000                         WS-TAX-NATIONAL        +
000000                         WS-TAX-LOCAL
000000             END-IF
000000         END-IF
000000     END-IF.
000000     ADD 1                       TO      CST-COMMIT-CNT.
000000     IF CST-COMMIT-CNT >= CST-COMMIT-LIMIT
000000         PERFORM SPD9999IPO-COMMIT
000000         MOVE 0                  TO      CST-COMMIT-CNT
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 支払停止チェック
000000* SPD9999IPO-CHK-HOLD    SECTION |      （COMMON）
000000*                                |      対象: DB_ACCOUNT_HOLD
000000*                                |     （SPD9999SETと同一条件）
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-CHK-HOLD.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-HOLD-CNT
000000         FROM   MYDB.DB_ACCOUNT_HOLD
000000         WHERE  ACC_ID = :AS-ACC-ID
000000         AND    (ORDER_ID = 0 OR
000000                 ORDER_ID = :AS-ORDER-ID)
000000         AND    START_DATE <= :HV-DATE-CURRENT-X
000000         AND    END_DATE   >= :HV-DATE-CURRENT-X
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999IPO-CHK-HOLD'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT ACCOUNT HOLD COUNT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999IPO-ABEND
000000     END-IF.
000000     IF HV-HOLD-CNT > 0
000000         MOVE 'E203'             TO      WS-REASON-CODE
000000         MOVE 'ACCOUNT OR ORDER ON LEGAL HOLD, SKIPPED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999IPO-REJECT
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 日数計算基準の取得
000000* SPD9999IPO-GET-DAY-BASIS SECTION |    （COMMON）
000000*                                |      対象: DB_DAYCOUNT_RULE
000000*                                |      行なしはACT/365扱い
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-GET-DAY-BASIS.
000000     MOVE CST-FIXED-VALUE-12     TO      WS-DAY-BASIS.
000000     MOVE AS-SAVING-TYPE         TO      DC-SAVING-TYPE.
000000     MOVE AS-CURRENCY-CODE       TO      DC-CURRENCY-CODE.
000000     EXEC SQL
000000         SELECT DAY_BASIS
000000         INTO   :DC-DAY-BASIS
000000         FROM   MYDB.DB_DAYCOUNT_RULE
000000         WHERE  SAVING_TYPE   = :DC-SAVING-TYPE
000000         AND    CURRENCY_CODE = :DC-CURRENCY-CODE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             IF DC-DAY-BASIS > 0
000000                 MOVE DC-DAY-BASIS
000000                                 TO      WS-DAY-BASIS
000000             END-IF
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999IPO-GET-DAY-BASIS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT DAY_BASIS FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999IPO-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 通貨属性の取得
000000* SPD9999IPO-GET-CCY-ATTR SECTION |     （COMMON）
000000*                                |      対象: DB_CURRENCY_ATTR
000000*                                |      行なしは小数2桁・四捨五入
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-GET-CCY-ATTR.
000000     MOVE 2                      TO      WS-CCY-DECIMALS.
000000     MOVE 'N'                    TO      WS-CCY-ROUND.
000000     MOVE AS-CURRENCY-CODE       TO      CA-CURRENCY-CODE.
000000     EXEC SQL
000000         SELECT DECIMAL_PLACES, ROUND_METHOD
000000         INTO   :CA-DECIMAL-PLACES, :CA-ROUND-METHOD
000000         FROM   MYDB.DB_CURRENCY_ATTR
000000         WHERE  CURRENCY_CODE = :CA-CURRENCY-CODE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE CA-DECIMAL-PLACES
000000                                 TO      WS-CCY-DECIMALS
000000             MOVE CA-ROUND-METHOD
000000                                 TO      WS-CCY-ROUND
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999IPO-GET-CCY-ATTR'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT CURRENCY ATTR FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999IPO-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: キャンペーン上乗せ利率の取得
000000* SPD9999IPO-GET-BONUS   SECTION |      （COMMON）
000000*                                |      対象: DB_CAMPAIGN_ORDER
000000*                                |      行なしは上乗せなし
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-GET-BONUS.
000000     MOVE 0                      TO      WS-BONUS-RATE.
000000     MOVE AS-ORDER-ID            TO      CO-ORDER-ID.
000000     EXEC SQL
000000         SELECT BONUS_RATE
000000         INTO   :CO-BONUS-RATE
000000         FROM   MYDB.DB_CAMPAIGN_ORDER
000000         WHERE  ORDER_ID = :CO-ORDER-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE CO-BONUS-RATE  TO      WS-BONUS-RATE
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999IPO-GET-BONUS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT CAMPAIGN ORDER FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999IPO-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 利率改定期間をまたぐ利息分割計算
000000* SPD9999IPO-CALC-INTEREST SECTION |    （COMMON）
000000*                                |      付利起点〜本日の期間を
000000*                                |      SPD9999SETのSPD9999-CALC-
000000*                                |      INTEREST-SPLITと同一の方式で
000000*                                |      各利率の有効期間で分割する
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-CALC-INTEREST.
000000     MOVE 0                      TO      WS-AMOUNT-INTEREST.
000000     MOVE 0                      TO      WS-RATE-APPLIED.
000000     MOVE 0                      TO      CDT-LEG-CNT.
000000     PERFORM SPD9999IPO-GET-ACCRUAL-START.
000000     MOVE HV-DAYS-START-COMP     TO      HV-WINDOW-START-COMP.
000000     MOVE HV-DAYS-CURRENT-COMP   TO      HV-WINDOW-END-COMP.
000000     IF AS-RATE-OVERRIDE NOT = 0
000000         COMPUTE WS-AMOUNT-INTEREST  =
000000                 AS-MONEY-ROOT       *
000000                 AS-RATE-OVERRIDE    *
000000                 (HV-WINDOW-END-COMP - HV-WINDOW-START-COMP) /
000000                 WS-DAY-BASIS
000000         MOVE AS-RATE-OVERRIDE       TO      WS-RATE-APPLIED
000000         MOVE HV-WINDOW-START-COMP   TO      CDT-STG-START-COMP
000000         MOVE HV-WINDOW-END-COMP     TO      CDT-STG-END-COMP
000000         MOVE 'O'                    TO      CDT-STG-SOURCE
000000         MOVE AS-RATE-OVERRIDE       TO      CDT-STG-RATE
000000         MOVE 0                      TO      CDT-STG-TIER-MIN
000000         MOVE 0                      TO      CDT-STG-TIER-MAX
000000         MOVE WS-AMOUNT-INTEREST     TO      CDT-STG-AMOUNT
000000         PERFORM SPD9999IPO-ADD-CALC-LEG
000000     ELSE
000000         MOVE 'N'                TO      CST-EOF-CRS-RATE
000000         EXEC SQL
000000             DECLARE CRS-RATE CURSOR FOR
000000             SELECT  INTEREST_RATE,
000000                     EFFECTIVE_START_DATE,
000000                     EFFECTIVE_END_DATE,
000000                     TIER_MIN_AMOUNT,
000000                     TIER_MAX_AMOUNT
000000             FROM    MYDB.DB_INTEREST_INFO
000000             WHERE   SAVING_TYPE = :AS-SAVING-TYPE
000000             AND     TIER_MIN_AMOUNT <= :AS-MONEY-ROOT
000000             AND     TIER_MAX_AMOUNT >  :AS-MONEY-ROOT
000000             ORDER BY EFFECTIVE_START_DATE
000000         END-EXEC
000000         EXEC SQL
000000             OPEN CRS-RATE
000000         END-EXEC
000000         IF SQLCODE NOT = 0
000000             MOVE 'SPD9999IPO-CALC-INTEREST'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'OPEN CRS-RATE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999IPO-ABEND
000000         END-IF
000000         PERFORM SPD9999IPO-FETCH-RATE
000000         PERFORM UNTIL CST-EOF-CRS-RATE = 'Y'
000000             PERFORM SPD9999IPO-APPLY-RATE-PERIOD
000000             PERFORM SPD9999IPO-FETCH-RATE
000000         END-PERFORM
000000         EXEC SQL
000000             CLOSE CRS-RATE
000000         END-EXEC
000000     END-IF.
000000*--- 金利キャンペーンの上乗せ分は別レグ'B'として加算する
000000*--- （SPD9999SETの約定利率での付利と同一の方式）
000000     IF  WS-BONUS-RATE > 0
000000     AND HV-WINDOW-START-COMP < HV-WINDOW-END-COMP
000000         COMPUTE CDT-STG-AMOUNT      =
000000                 AS-MONEY-ROOT       *
000000                 WS-BONUS-RATE       *
000000                 (HV-WINDOW-END-COMP - HV-WINDOW-START-COMP) /
000000                 WS-DAY-BASIS
000000         COMPUTE WS-AMOUNT-INTEREST  =
000000                 WS-AMOUNT-INTEREST  +
000000                 CDT-STG-AMOUNT
000000         MOVE HV-WINDOW-START-COMP   TO      CDT-STG-START-COMP
000000         MOVE HV-WINDOW-END-COMP     TO      CDT-STG-END-COMP
000000         MOVE 'B'                    TO      CDT-STG-SOURCE
000000         MOVE WS-BONUS-RATE          TO      CDT-STG-RATE
000000         MOVE 0                      TO      CDT-STG-TIER-MIN
000000         MOVE 0                      TO      CDT-STG-TIER-MAX
000000         PERFORM SPD9999IPO-ADD-CALC-LEG
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 付利起点の取得
000000* SPD9999IPO-GET-ACCRUAL-START SECTION |（COMMON）
000000*                                |      対象: DB_SAVINGS_HISTORY
000000*                                |      当期（START_DATE以後）の
000000*                                |      直近INTPAY行の利払日。
000000*                                |      無ければSTART_DATE
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-GET-ACCRUAL-START.
000000     EXEC SQL
000000         SELECT COALESCE(MAX(SETTLE_DATE), '00000000')
000000         INTO   :HV-ACCRUAL-START-X
000000         FROM   MYDB.DB_SAVINGS_HISTORY
000000         WHERE  ORDER_ID        = :AS-ORDER-ID
000000         AND    WITHDRAWAL_TYPE = :CST-WITHDRAW-INTPAY
000000         AND    SETTLE_DATE    >= :AS-START-DATE
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999IPO-GET-ACCRUAL-START'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT MAX INTPAY DATE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999IPO-ABEND
000000     END-IF.
000000     IF HV-ACCRUAL-START-X = '00000000'
000000         COMPUTE HV-DATE-START-9  =
000000             FUNCTION NUMVAL(AS-START-DATE)
000000     ELSE
000000         COMPUTE HV-DATE-START-9  =
000000             FUNCTION NUMVAL(HV-ACCRUAL-START-X)
000000     END-IF.
000000     COMPUTE HV-DAYS-START-COMP   =
000000         FUNCTION INTEGER-OF-DATE(HV-DATE-START-9).
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 利率改定期間データ取得
000000* SPD9999IPO-FETCH-RATE  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-FETCH-RATE.
000000     EXEC SQL
000000         FETCH CRS-RATE
000000         INTO  :WS-RATE-PERIOD,
000000               :HV-PERIOD-START-X,
000000               :HV-PERIOD-END-X,
000000               :HV-TIER-MIN,
000000               :HV-TIER-MAX
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-RATE
000000         WHEN OTHER
000000             MOVE 'SPD9999IPO-FETCH-RATE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-RATE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999IPO-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 有効期間と計算対象期間の重複分を加算
000000* SPD9999IPO-APPLY-RATE-PERIOD SECTION | （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-APPLY-RATE-PERIOD.
000000     COMPUTE HV-PERIOD-START-COMP =
000000         FUNCTION INTEGER-OF-DATE(
000000             FUNCTION NUMVAL(HV-PERIOD-START-X)).
000000*--- EFFECTIVE_END_DATEは「その日まで有効」（両端含む）のため、
000000*--- 排他的上限は翌日とする（期限なし'99999999'は十分大きい
000000*--- 日数値で代用）。SPD9999SETの分割計算と同一規約
000000     IF HV-PERIOD-END-X = '99999999'
000000         MOVE 999999999          TO      HV-PERIOD-END-COMP
000000     ELSE
000000         COMPUTE HV-PERIOD-END-COMP   =
000000             FUNCTION INTEGER-OF-DATE(
000000                 FUNCTION NUMVAL(HV-PERIOD-END-X)) + 1
000000     END-IF.
000000     IF HV-PERIOD-START-COMP > HV-WINDOW-START-COMP
000000         MOVE HV-PERIOD-START-COMP  TO      HV-OVERLAP-START-COMP
000000     ELSE
000000         MOVE HV-WINDOW-START-COMP  TO      HV-OVERLAP-START-COMP
000000     END-IF.
000000     IF HV-PERIOD-END-COMP < HV-WINDOW-END-COMP
000000         MOVE HV-PERIOD-END-COMP    TO      HV-OVERLAP-END-COMP
000000     ELSE
000000         MOVE HV-WINDOW-END-COMP    TO      HV-OVERLAP-END-COMP
000000     END-IF.
000000     IF HV-OVERLAP-START-COMP < HV-OVERLAP-END-COMP
000000         COMPUTE HV-OVERLAP-DAYS    =
000000                 HV-OVERLAP-END-COMP - HV-OVERLAP-START-COMP
000000         COMPUTE CDT-STG-AMOUNT     =
000000                 AS-MONEY-ROOT             *
000000                 WS-RATE-PERIOD            *
000000                 HV-OVERLAP-DAYS           /
000000                 WS-DAY-BASIS
000000         COMPUTE WS-AMOUNT-INTEREST =
000000                 WS-AMOUNT-INTEREST        +
000000                 CDT-STG-AMOUNT
000000         MOVE WS-RATE-PERIOD        TO      WS-RATE-APPLIED
000000         MOVE HV-OVERLAP-START-COMP TO      CDT-STG-START-COMP
000000         MOVE HV-OVERLAP-END-COMP   TO      CDT-STG-END-COMP
000000         MOVE 'T'                   TO      CDT-STG-SOURCE
000000         MOVE WS-RATE-PERIOD        TO      CDT-STG-RATE
000000         MOVE HV-TIER-MIN           TO      CDT-STG-TIER-MIN
000000         MOVE HV-TIER-MAX           TO      CDT-STG-TIER-MAX
000000         PERFORM SPD9999IPO-ADD-CALC-LEG
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 金額の通貨丸め
000000* SPD9999IPO-ROUND-CCY   SECTION |      （COMMON）
000000*                                |      WS-ROUND-WORKを丸め、残差を
000000*                                |      WS-ROUND-RESIDUEへ積み上げる
000000*                                |     （SPD9999SETと同一規約）
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-ROUND-CCY.
000000     IF WS-CCY-DECIMALS >= 2
000000         CONTINUE
000000     ELSE
000000         IF WS-CCY-DECIMALS = 0
000000             MOVE 100            TO      WS-ROUND-STEP
000000         ELSE
000000             MOVE 10             TO      WS-ROUND-STEP
000000         END-IF
000000         COMPUTE WS-ROUND-HUNDREDTHS =
000000                 WS-ROUND-WORK * 100
000000         COMPUTE WS-ROUND-REM =
000000             FUNCTION MOD(WS-ROUND-HUNDREDTHS WS-ROUND-STEP)
000000         IF WS-ROUND-REM NOT = 0
000000             EVALUATE WS-CCY-ROUND
000000                 WHEN 'U'
000000                     COMPUTE WS-ROUND-HUNDREDTHS =
000000                             WS-ROUND-HUNDREDTHS +
000000                             WS-ROUND-STEP - WS-ROUND-REM
000000                 WHEN 'N'
000000                     IF WS-ROUND-REM * 2 >= WS-ROUND-STEP
000000                         COMPUTE WS-ROUND-HUNDREDTHS =
000000                                 WS-ROUND-HUNDREDTHS +
000000                                 WS-ROUND-STEP - WS-ROUND-REM
000000                     ELSE
000000                         COMPUTE WS-ROUND-HUNDREDTHS =
000000                                 WS-ROUND-HUNDREDTHS -
000000                                 WS-ROUND-REM
000000                     END-IF
000000                 WHEN OTHER
000000*--- 'D'（切捨て）および未設定値
000000                     COMPUTE WS-ROUND-HUNDREDTHS =
000000                             WS-ROUND-HUNDREDTHS -
000000                             WS-ROUND-REM
000000             END-EVALUATE
000000             COMPUTE WS-ROUND-DIFF =
000000                     WS-ROUND-WORK -
000000                     (WS-ROUND-HUNDREDTHS / 100)
000000             COMPUTE WS-ROUND-WORK =
000000                     WS-ROUND-HUNDREDTHS / 100
000000             ADD WS-ROUND-DIFF   TO      WS-ROUND-RESIDUE
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 顧客税区分・源泉徴収税率取得
000000* SPD9999IPO-GET-TAX-RATE SECTION |     （COMMON）
000000*                                |      対象: DB_TAX_INFO
000000*                                |            DB_TAX_RATE
000000*                                |      行なしは税区分'1'・税率0扱い
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-GET-TAX-RATE.
000000     MOVE CST-TAX-CAT-DEFAULT    TO      WS-TAX-CATEGORY.
000000     MOVE 0                      TO      WS-RATE-TAX-NATIONAL.
000000     MOVE 0                      TO      WS-RATE-TAX-LOCAL.
000000     MOVE AS-ACC-ID              TO      TX-ACC-ID.
000000     EXEC SQL
000000         SELECT TAX_CATEGORY
000000         INTO   :TX-TAX-CATEGORY
000000         FROM   MYDB.DB_TAX_INFO
000000         WHERE  ACC_ID = :TX-ACC-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE TX-TAX-CATEGORY
000000                                 TO      WS-TAX-CATEGORY
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999IPO-GET-TAX-RATE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT TAX_CATEGORY FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999IPO-ABEND
000000     END-EVALUATE.
000000     MOVE WS-TAX-CATEGORY        TO      TR-TAX-CATEGORY.
000000     EXEC SQL
000000         SELECT NATIONAL_RATE, LOCAL_RATE
000000         INTO   :TR-NATIONAL-RATE, :TR-LOCAL-RATE
000000         FROM   MYDB.DB_TAX_RATE
000000         WHERE  TAX_CATEGORY = :TR-TAX-CATEGORY
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE TR-NATIONAL-RATE
000000                                 TO      WS-RATE-TAX-NATIONAL
000000             MOVE TR-LOCAL-RATE  TO      WS-RATE-TAX-LOCAL
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999IPO-GET-TAX-RATE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT TAX RATES FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999IPO-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 利払利息の源泉徴収税計算
000000* SPD9999IPO-CALC-TAX    SECTION |      （COMMON）
000000*                                |      税額も通貨の小数桁へ丸める
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-CALC-TAX.
000000     COMPUTE WS-TAX-NATIONAL    =
000000             WS-AMOUNT-INTEREST *
000000             WS-RATE-TAX-NATIONAL.
000000     COMPUTE WS-TAX-LOCAL       =
000000             WS-AMOUNT-INTEREST *
000000             WS-RATE-TAX-LOCAL.
000000     MOVE WS-TAX-NATIONAL        TO      WS-ROUND-WORK.
000000     PERFORM SPD9999IPO-ROUND-CCY.
000000     MOVE WS-ROUND-WORK          TO      WS-TAX-NATIONAL.
000000     MOVE WS-TAX-LOCAL           TO      WS-ROUND-WORK.
000000     PERFORM SPD9999IPO-ROUND-CCY.
000000     MOVE WS-ROUND-WORK          TO      WS-TAX-LOCAL.
000000     COMPUTE WS-AMOUNT-INT-NET      =
000000             WS-AMOUNT-INTEREST     -
000000             WS-TAX-NATIONAL        -
000000             WS-TAX-LOCAL.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 振込先指図に応じた入金振分け
000000* SPD9999IPO-ROUTE-PAYOUT SECTION |     （MAIN）
000000*                                |      SPD9999SETのSPD9999-ROUTE-
000000*                                |      PAYOUTと同一の方式。
000000*                                |      WS-NEW-BALANCEには履歴へ
000000*                                |      記録する自口座残高を設定
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-ROUTE-PAYOUT.
000000     PERFORM SPD9999IPO-GET-PAYOUT-INSTR.
000000     EVALUATE WS-PAYOUT-TYPE
000000         WHEN CST-PAYOUT-EXTERNAL
000000*--- 他行振込は普通口座残高に触れず送信キューへ登録する
000000             MOVE AS-ACC-ID      TO      AB-ACC-ID
000000             PERFORM SPD9999IPO-GET-BAL
000000             MOVE AB-BALANCE     TO      WS-NEW-BALANCE
000000             PERFORM SPD9999IPO-QUEUE-TRANSFER
000000         WHEN CST-PAYOUT-INTERNAL
000000             MOVE PI-TARGET-ACC-ID
000000                                 TO      AB-ACC-ID
000000             PERFORM SPD9999IPO-CHK-PAYOUT-TARGET
000000*--- 換算入金は試算額を入金し、入金確定後に換算記録を
000000*--- 登録する（SPD9999SETと同一方針）
000000             IF WS-ROW-REJECTED = 'N'
000000                 PERFORM SPD9999IPO-GET-BAL
000000                 COMPUTE WS-NEW-BALANCE  =
000000                         AB-BALANCE      +
000000                         WS-CREDIT-AMOUNT
000000                 PERFORM SPD9999IPO-UPD-BAL
000000             END-IF
000000             IF  WS-ROW-REJECTED = 'N'
000000             AND WS-CONVERT-REQ  = 'Y'
000000                 PERFORM SPD9999IPO-POST-CONVERSION
000000             END-IF
000000*--- 履歴のNEW_BALANCEは自口座の変動しない残高を記録する
000000*--- （SPD9999SETと同一方針）
000000             IF WS-ROW-REJECTED = 'N'
000000                 MOVE AS-ACC-ID  TO      AB-ACC-ID
000000                 PERFORM SPD9999IPO-GET-BAL
000000                 MOVE AB-BALANCE TO      WS-NEW-BALANCE
000000             END-IF
000000         WHEN OTHER
000000             MOVE AS-ACC-ID      TO      AB-ACC-ID
000000             PERFORM SPD9999IPO-GET-BAL
000000             COMPUTE WS-NEW-BALANCE  =
000000                     AB-BALANCE      +
000000                     WS-PAYOUT-AMOUNT
000000             PERFORM SPD9999IPO-UPD-BAL
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 振込先指図の取得
000000* SPD9999IPO-GET-PAYOUT-INSTR SECTION | （COMMON）
000000*                                |      対象: DB_PAYOUT_INSTRUCTION
000000*                                |      行なしは自行同一口座扱い
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-GET-PAYOUT-INSTR.
000000     MOVE CST-PAYOUT-NONE        TO      WS-PAYOUT-TYPE.
000000     MOVE AS-CURRENCY-CODE       TO      WS-PAYOUT-CCY.
000000     MOVE 'N'                    TO      WS-CONVERT-REQ.
000000     MOVE AS-ORDER-ID            TO      PI-ORDER-ID.
000000     MOVE AS-ACC-ID              TO      PI-ACC-ID.
000000     EXEC SQL
000000         SELECT TARGET_TYPE, TARGET_ACC_ID, BANK_CODE,
000000                BRANCH_CODE, EXT_ACC_TYPE, EXT_ACC_NO,
000000                EXT_ACC_NAME, CONVERT_CCY
000000         INTO   :PI-TARGET-TYPE, :PI-TARGET-ACC-ID,
000000                :PI-BANK-CODE, :PI-BRANCH-CODE,
000000                :PI-EXT-ACC-TYPE, :PI-EXT-ACC-NO,
000000                :PI-EXT-ACC-NAME, :PI-CONVERT-CCY
000000         FROM   MYDB.DB_PAYOUT_INSTRUCTION
000000         WHERE  ORDER_ID = :PI-ORDER-ID
000000         AND    ACC_ID   = :PI-ACC-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             IF PI-TARGET-TYPE = CST-PAYOUT-INTERNAL
000000             OR PI-TARGET-TYPE = CST-PAYOUT-EXTERNAL
000000                 MOVE PI-TARGET-TYPE
000000                                 TO      WS-PAYOUT-TYPE
000000             END-IF
000000*--- 換算入金は行内別口座のみ（SPD9999SETと同一）
000000             IF  WS-PAYOUT-TYPE = CST-PAYOUT-INTERNAL
000000             AND PI-CONVERT-CCY NOT = SPACES
000000             AND PI-CONVERT-CCY NOT = AS-CURRENCY-CODE
000000                 MOVE PI-CONVERT-CCY
000000                                 TO      WS-PAYOUT-CCY
000000                 MOVE 'Y'        TO      WS-CONVERT-REQ
000000             END-IF
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999IPO-GET-PAYOUT-INSTR'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT PAYOUT INSTRUCTION FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999IPO-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 行内振込先の存在チェック
000000* SPD9999IPO-CHK-PAYOUT-TARGET SECTION | （COMMON）
000000*                                |      対象: DB_ACCOUNT_BALANCE
000000*                                |      振込先残高の通貨と入金
000000*                                |      通貨の一致、換算入金の試算
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-CHK-PAYOUT-TARGET.
000000     MOVE WS-PAYOUT-AMOUNT       TO      WS-CREDIT-AMOUNT.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-TARGET-BAL-CNT
000000         FROM   MYDB.DB_ACCOUNT_BALANCE
000000         WHERE  ACC_ID = :AB-ACC-ID
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999IPO-CHK-PAYOUT-TARGET'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT TARGET BALANCE COUNT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999IPO-ABEND
000000     END-IF.
000000     IF HV-TARGET-BAL-CNT = 0
000000         MOVE 'E304'             TO      WS-REASON-CODE
000000         MOVE 'PAYOUT TARGET BALANCE ROW NOT FOUND'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999IPO-REJECT
000000     END-IF.
000000     IF WS-ROW-REJECTED = 'N'
000000         PERFORM SPD9999IPO-CHK-TARGET-CCY
000000     END-IF.
000000     IF  WS-ROW-REJECTED = 'N'
000000     AND WS-CONVERT-REQ  = 'Y'
000000         MOVE CST-FXC-QUOTE      TO      WS-FXC-MODE
000000         PERFORM SPD9999IPO-CALL-FXC
000000         IF WS-ROW-REJECTED = 'N'
000000             MOVE WS-FXC-TO-AMOUNT
000000                                 TO      WS-CREDIT-AMOUNT
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 振込先残高の通貨チェック
000000* SPD9999IPO-CHK-TARGET-CCY SECTION |   （COMMON）
000000*                                |      対象: DB_ACCOUNT_BALANCE
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-CHK-TARGET-CCY.
000000     EXEC SQL
000000         SELECT CURRENCY_CODE
000000         INTO   :AB-CURRENCY-CODE
000000         FROM   MYDB.DB_ACCOUNT_BALANCE
000000         WHERE  ACC_ID = :AB-ACC-ID
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999IPO-CHK-TARGET-CCY'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT TARGET BALANCE CURRENCY FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999IPO-ABEND
000000     END-IF.
000000     IF AB-CURRENCY-CODE NOT = WS-PAYOUT-CCY
000000         MOVE 'E305'             TO      WS-REASON-CODE
000000         MOVE 'PAYOUT TARGET CURRENCY MISMATCH'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999IPO-REJECT
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 換算サブプログラム呼出
000000* SPD9999IPO-CALL-FXC    SECTION |      （COMMON）
000000*                                |      WS-FXC-MODEを設定してから
000000*                                |      呼び出すこと。レート未整備
000000*                                |      ・不正はE306で棄却
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-CALL-FXC.
000000     MOVE HV-DATE-CURRENT-X      TO      WS-FXC-CONV-DATE.
000000     MOVE AS-CURRENCY-CODE       TO      WS-FXC-FROM-CCY.
000000     MOVE WS-PAYOUT-CCY          TO      WS-FXC-TO-CCY.
000000     MOVE WS-PAYOUT-AMOUNT       TO      WS-FXC-FROM-AMOUNT.
000000     MOVE AS-ORDER-ID            TO      WS-FXC-ORDER-ID.
000000     MOVE AS-ACC-ID              TO      WS-FXC-ACC-ID.
000000     MOVE PI-TARGET-ACC-ID       TO      WS-FXC-TARGET-ACC-ID.
000000     MOVE CST-WITHDRAW-INTPAY    TO      WS-FXC-SOURCE-TYPE.
000000     CALL 'SPD9999FXC' USING WS-PARAM-FXC.
000000     EVALUATE WS-FXC-RETURN
000000         WHEN 0
000000             CONTINUE
000000         WHEN 4
000000         WHEN 8
000000             MOVE 'E306'         TO      WS-REASON-CODE
000000             MOVE 'FX CUSTOMER RATE MISSING OR INVALID'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999IPO-REJECT
000000         WHEN OTHER
000000             MOVE 'SPD9999IPO-CALL-FXC'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SPD9999FXC CONVERSION FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999IPO-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 換算記録の登録
000000* SPD9999IPO-POST-CONVERSION SECTION |  （COMMON）
000000*                                |      対象: DB_FX_CONVERSION
000000*                                |      （SPD9999FXCが登録）
000000*                                |      試算額と異なる場合は異常
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-POST-CONVERSION.
000000     MOVE CST-FXC-POST           TO      WS-FXC-MODE.
000000     PERFORM SPD9999IPO-CALL-FXC.
000000     IF  WS-ROW-REJECTED = 'N'
000000     AND WS-FXC-TO-AMOUNT NOT = WS-CREDIT-AMOUNT
000000         MOVE 'SPD9999IPO-POST-CONVERSION'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CONVERTED AMOUNT DIFFERS FROM QUOTE'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999IPO-ABEND
000000     END-IF.
000000     ADD 1                       TO      CST-COUNT-FX-CONV.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 口座残高取得
000000* SPD9999IPO-GET-BAL     SECTION |      （COMMON）
000000*                                |      対象: DB_ACCOUNT_BALANCE
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-GET-BAL.
000000     EXEC SQL
000000         SELECT BALANCE
000000         INTO   :AB-BALANCE
000000         FROM   MYDB.DB_ACCOUNT_BALANCE
000000         WHERE  ACC_ID = :AB-ACC-ID
000000         FOR UPDATE
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999IPO-GET-BAL'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT BALANCE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999IPO-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 口座残高更新
000000* SPD9999IPO-UPD-BAL     SECTION |      （COMMON）
000000*                                |      対象: DB_ACCOUNT_BALANCE
000000*                                |      残高上限（DB_BALANCE_
000000*                                |      CEILING）超過は棄却
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-UPD-BAL.
000000     MOVE AS-SAVING-TYPE         TO      BC-SAVING-TYPE.
000000     EXEC SQL
000000         SELECT CEILING_AMOUNT
000000         INTO   :BC-CEILING-AMOUNT
000000         FROM   MYDB.DB_BALANCE_CEILING
000000         WHERE  SAVING_TYPE = :BC-SAVING-TYPE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             IF WS-NEW-BALANCE > BC-CEILING-AMOUNT
000000                 MOVE 'E202'     TO      WS-REASON-CODE
000000                 MOVE 'BALANCE CEILING EXCEEDED'
000000                                 TO      CST-ABEND-DETAIL
000000                 PERFORM SPD9999IPO-REJECT
000000             END-IF
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999IPO-UPD-BAL'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT BALANCE CEILING FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999IPO-ABEND
000000     END-EVALUATE.
000000     IF WS-ROW-REJECTED = 'N'
000000         MOVE 'B'                TO      WS-CHG-TABLE
000000         MOVE AB-ACC-ID          TO      WS-CHG-ACC-ID
000000         PERFORM SPD9999IPO-CHG-BEFORE
000000         EXEC SQL
000000             UPDATE  MYDB.DB_ACCOUNT_BALANCE
000000             SET     BALANCE = :WS-NEW-BALANCE
000000             WHERE   ACC_ID  = :AB-ACC-ID
000000         END-EXEC
000000         IF SQLCODE NOT = 0
000000             MOVE 'SPD9999IPO-UPD-BAL'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'UPDATE ACCOUNT BALANCE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999IPO-ABEND
000000         END-IF
000000         PERFORM SPD9999IPO-CHG-AFTER
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 他行振込の送信キュー登録
000000* SPD9999IPO-QUEUE-TRANSFER SECTION |   （COMMON）
000000*                                |      対象: DB_TRANSFER_QUEUE
000000*                                |      STATUS='P'（未送信）で登録
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-QUEUE-TRANSFER.
000000*--- 他の決済系ジョブと採番が衝突し得るため、一意制約違反
000000*--- （-803）は再採番してリトライする（SPD9999SETと同一方式）
000000     MOVE 'N'                    TO      WS-XFER-DONE.
000000     MOVE 0                      TO      WS-XFER-RETRY-CNT.
000000     PERFORM SPD9999IPO-INS-TRANSFER-ROW
000000         UNTIL WS-XFER-DONE = 'Y'.
000000     ADD 1                       TO      CST-COUNT-EXT-XFER.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 振込キュー行の採番・登録
000000* SPD9999IPO-INS-TRANSFER-ROW SECTION | （COMMON）
000000*                                |      -803はリトライ（上限5回）
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-INS-TRANSFER-ROW.
000000     EXEC SQL
000000         SELECT COALESCE(MAX(TRANSFER_ID), 0) + 1
000000         INTO   :HV-NEW-TRANSFER-ID
000000         FROM   MYDB.DB_TRANSFER_QUEUE
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999IPO-INS-TRANSFER-ROW'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT MAX TRANSFER_ID FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999IPO-ABEND
000000     END-IF.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_TRANSFER_QUEUE
000000             (TRANSFER_ID, ORDER_ID, ACC_ID, SETTLE_DATE,
000000              BANK_CODE, BRANCH_CODE, EXT_ACC_TYPE,
000000              EXT_ACC_NO, EXT_ACC_NAME, AMOUNT,
000000              CURRENCY_CODE, STATUS, SENT_DATE)
000000         VALUES
000000             (:HV-NEW-TRANSFER-ID, :AS-ORDER-ID, :AS-ACC-ID,
000000              :HV-DATE-CURRENT-X, :PI-BANK-CODE,
000000              :PI-BRANCH-CODE, :PI-EXT-ACC-TYPE,
000000              :PI-EXT-ACC-NO, :PI-EXT-ACC-NAME,
000000              :WS-PAYOUT-AMOUNT, :AS-CURRENCY-CODE,
000000              :CST-XFER-PENDING, :CST-XFER-NO-SENT-DATE)
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE 'Y'            TO      WS-XFER-DONE
000000         WHEN -803
000000             ADD 1               TO      WS-XFER-RETRY-CNT
000000             IF WS-XFER-RETRY-CNT >= 5
000000                 MOVE 'SPD9999IPO-INS-TRANSFER-ROW'
000000                                 TO      CST-ABEND-BREAKPOINT
000000                 MOVE 'TRANSFER_ID COLLISION RETRY EXHAUSTED'
000000                                 TO      CST-ABEND-DETAIL
000000                 PERFORM SPD9999IPO-ABEND
000000             END-IF
000000         WHEN OTHER
000000             MOVE 'SPD9999IPO-INS-TRANSFER-ROW'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'INSERT TRANSFER QUEUE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999IPO-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 利払履歴の記録
000000* SPD9999IPO-INS-HISTORY SECTION |      （MAIN）
000000*                                |      対象: DB_SAVINGS_HISTORY
000000*                                |      元金は動かないため
000000*                                |      PRINCIPAL_AMOUNT=0
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-INS-HISTORY.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_SAVINGS_HISTORY
000000             (ORDER_ID, ACC_ID, SETTLE_DATE, RATE_APPLIED,
000000              PRINCIPAL_AMOUNT, INTEREST_PAID, TAX_NATIONAL,
000000              TAX_LOCAL, INTEREST_NET, NEW_BALANCE,
000000              WITHDRAWAL_TYPE, DAY_BASIS)
000000         VALUES
000000             (:AS-ORDER-ID, :AS-ACC-ID, :HV-DATE-CURRENT-X,
000000              :WS-RATE-APPLIED, 0,
000000              :WS-AMOUNT-INTEREST,
000000              :WS-TAX-NATIONAL, :WS-TAX-LOCAL, :WS-AMOUNT-INT-NET,
000000              :WS-NEW-BALANCE, :CST-WITHDRAW-INTPAY,
000000              :WS-DAY-BASIS)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999IPO-INS-HISTORY'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'INSERT SAVINGS HISTORY FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999IPO-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 計算レグの積み上げ
000000* SPD9999IPO-ADD-CALC-LEG SECTION |     （COMMON）
000000*                                |      CDT-STG-項目を設定してから
000000*                                |      呼び出すこと
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-ADD-CALC-LEG.
000000     IF CDT-LEG-CNT < 50
000000         ADD 1                   TO      CDT-LEG-CNT
000000         COMPUTE CDT-STG-DATE-9 =
000000             FUNCTION DATE-OF-INTEGER(CDT-STG-START-COMP)
000000         MOVE CDT-STG-DATE-9     TO
000000              CDT-LEG-START-X (CDT-LEG-CNT)
000000         COMPUTE CDT-STG-DATE-9 =
000000             FUNCTION DATE-OF-INTEGER(CDT-STG-END-COMP)
000000         MOVE CDT-STG-DATE-9     TO
000000              CDT-LEG-END-X (CDT-LEG-CNT)
000000         COMPUTE CDT-LEG-DAYS (CDT-LEG-CNT) =
000000                 CDT-STG-END-COMP -
000000                 CDT-STG-START-COMP
000000         MOVE CDT-STG-SOURCE     TO
000000              CDT-LEG-SOURCE (CDT-LEG-CNT)
000000         MOVE CDT-STG-RATE       TO
000000              CDT-LEG-RATE (CDT-LEG-CNT)
000000         MOVE CDT-STG-TIER-MIN   TO
000000              CDT-LEG-TIER-MIN (CDT-LEG-CNT)
000000         MOVE CDT-STG-TIER-MAX   TO
000000              CDT-LEG-TIER-MAX (CDT-LEG-CNT)
000000         MOVE CDT-STG-AMOUNT     TO
000000              CDT-LEG-AMOUNT (CDT-LEG-CNT)
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 計算レグ明細の記録
000000* SPD9999IPO-INS-CALC-DETAIL SECTION |  （MAIN）
000000*                                |      対象: DB_CALC_DETAIL
000000*                                |      利払履歴の記録直後に呼び出す
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-INS-CALC-DETAIL.
000000     PERFORM SPD9999IPO-INS-ONE-LEG
000000         VARYING CDT-IDX FROM 1 BY 1
000000         UNTIL   CDT-IDX > CDT-LEG-CNT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 計算レグ1件の記録
000000* SPD9999IPO-INS-ONE-LEG SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-INS-ONE-LEG.
000000     MOVE AS-ORDER-ID            TO      CD-ORDER-ID.
000000     MOVE HV-DATE-CURRENT-X      TO      CD-SETTLE-DATE.
000000     MOVE CST-WITHDRAW-INTPAY    TO      CD-WITHDRAWAL-TYPE.
000000     MOVE CDT-IDX                TO      CD-LEG-SEQ.
000000     MOVE CDT-LEG-START-X (CDT-IDX)
000000                                 TO      CD-PERIOD-START.
000000     MOVE CDT-LEG-END-X (CDT-IDX)
000000                                 TO      CD-PERIOD-END.
000000     MOVE CDT-LEG-DAYS (CDT-IDX) TO      CD-CALC-DAYS.
000000     MOVE CDT-LEG-SOURCE (CDT-IDX)
000000                                 TO      CD-RATE-SOURCE.
000000     MOVE CDT-LEG-RATE (CDT-IDX) TO      CD-RATE-APPLIED.
000000     MOVE CDT-LEG-TIER-MIN (CDT-IDX)
000000                                 TO      CD-TIER-MIN-AMOUNT.
000000     MOVE CDT-LEG-TIER-MAX (CDT-IDX)
000000                                 TO      CD-TIER-MAX-AMOUNT.
000000     MOVE WS-DAY-BASIS           TO      CD-DAY-BASIS.
000000     MOVE CDT-LEG-AMOUNT (CDT-IDX)
000000                                 TO      CD-LEG-AMOUNT.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_CALC_DETAIL
000000             (ORDER_ID, SETTLE_DATE, WITHDRAWAL_TYPE, LEG_SEQ,
000000              PERIOD_START, PERIOD_END, CALC_DAYS, RATE_SOURCE,
000000              RATE_APPLIED, TIER_MIN_AMOUNT, TIER_MAX_AMOUNT,
000000              DAY_BASIS, LEG_AMOUNT)
000000         VALUES
000000             (:CD-ORDER-ID, :CD-SETTLE-DATE,
000000              :CD-WITHDRAWAL-TYPE, :CD-LEG-SEQ,
000000              :CD-PERIOD-START, :CD-PERIOD-END, :CD-CALC-DAYS,
000000              :CD-RATE-SOURCE, :CD-RATE-APPLIED,
000000              :CD-TIER-MIN-AMOUNT, :CD-TIER-MAX-AMOUNT,
000000              :CD-DAY-BASIS, :CD-LEG-AMOUNT)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999IPO-INS-ONE-LEG'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'INSERT CALC DETAIL FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999IPO-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 丸め残差の台帳記録
000000* SPD9999IPO-ADD-ROUND-RESIDUE SECTION |（COMMON）
000000*                                |      対象: DB_ROUNDING_LEDGER
000000*                                |      日次・通貨別に加算する
000000*                                |     （SPD9999SETと同一の台帳）
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-ADD-ROUND-RESIDUE.
000000     IF WS-ROUND-RESIDUE NOT = 0
000000         MOVE HV-DATE-CURRENT-X  TO      RL-RUN-DATE
000000         MOVE AS-CURRENCY-CODE   TO      RL-CURRENCY-CODE
000000         MOVE WS-ROUND-RESIDUE   TO      RL-RESIDUE-AMOUNT
000000         EXEC SQL
000000             UPDATE  MYDB.DB_ROUNDING_LEDGER
000000             SET     RESIDUE_AMOUNT = RESIDUE_AMOUNT +
000000                                      :RL-RESIDUE-AMOUNT
000000             WHERE   RUN_DATE      = :RL-RUN-DATE
000000             AND     CURRENCY_CODE = :RL-CURRENCY-CODE
000000         END-EXEC
000000         EVALUATE SQLCODE
000000             WHEN 0
000000                 CONTINUE
000000             WHEN 100
000000                 EXEC SQL
000000                     INSERT INTO MYDB.DB_ROUNDING_LEDGER
000000                         (RUN_DATE, CURRENCY_CODE,
000000                          RESIDUE_AMOUNT)
000000                     VALUES
000000                         (:RL-RUN-DATE, :RL-CURRENCY-CODE,
000000                          :RL-RESIDUE-AMOUNT)
000000                 END-EXEC
000000                 IF SQLCODE NOT = 0
000000                     MOVE 'SPD9999IPO-ADD-ROUND-RESIDUE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000                     MOVE 'INSERT ROUNDING LEDGER FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000                     PERFORM SPD9999IPO-ABEND
000000                 END-IF
000000             WHEN OTHER
000000                 MOVE 'SPD9999IPO-ADD-ROUND-RESIDUE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000                 MOVE 'UPDATE ROUNDING LEDGER FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000                 PERFORM SPD9999IPO-ABEND
000000         END-EVALUATE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 次回利払日の更新
000000* SPD9999IPO-UPD-NEXT-DATE SECTION |    （MAIN）
000000*                                |      対象: DB_INT_PAYOUT_ELECTION
000000*                                |      SPD9999IPSで本日より後の
000000*                                |      最初の利払日を求める
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-UPD-NEXT-DATE.
000000     MOVE IE-PAYOUT-FREQ         TO      WS-IPS-PAYOUT-FREQ.
000000     MOVE AS-START-DATE          TO      WS-IPS-START-DATE.
000000     MOVE AS-END-DATE            TO      WS-IPS-END-DATE.
000000     MOVE HV-DATE-CURRENT-X      TO      WS-IPS-BASE-DATE.
000000     CALL 'SPD9999IPS' USING WS-PARAM-IPS.
000000     IF WS-IPS-RETURN NOT = 0
000000         MOVE 'SPD9999IPO-UPD-NEXT-DATE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SPD9999IPS INVALID ELECTION ROW'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999IPO-ABEND
000000     END-IF.
000000     MOVE AS-ORDER-ID            TO      IE-ORDER-ID.
000000     MOVE WS-IPS-NEXT-DATE       TO      IE-NEXT-PAYOUT-DATE.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_INT_PAYOUT_ELECTION
000000         SET     NEXT_PAYOUT_DATE = :IE-NEXT-PAYOUT-DATE
000000         WHERE   ORDER_ID         = :IE-ORDER-ID
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999IPO-UPD-NEXT-DATE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'UPDATE NEXT_PAYOUT_DATE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999IPO-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 利払の棄却（例外記録）
000000* SPD9999IPO-REJECT      SECTION |      （COMMON）
000000*                                |      対象: DB_EXCEPTION_LOG
000000*                                |      WS-REASON-CODE・
000000*                                |      CST-ABEND-DETAILを設定して
000000*                                |      から呼び出すこと
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-REJECT.
000000     DISPLAY 'SPD9999IPO-REJECT ORDER_ID : ' AS-ORDER-ID
000000             ' REASON : ' WS-REASON-CODE.
000000     MOVE 'Y'                    TO      WS-ROW-REJECTED.
000000     ADD 1                       TO      CST-COUNT-REJECTED.
000000     MOVE AS-ORDER-ID            TO      EL-ORDER-ID.
000000     MOVE AS-ACC-ID              TO      WS-EL-ACC-ID-DISP.
000000     MOVE WS-EL-ACC-ID-DISP      TO      EL-ACC-ID.
000000     MOVE CST-RUN-MODE-IPO       TO      EL-RUN-MODE.
000000     MOVE WS-REASON-CODE         TO      EL-REASON-CODE.
000000     MOVE HV-DATE-CURRENT-X      TO      EL-RUN-DATE.
000000     MOVE CST-ABEND-DETAIL(1:50) TO      EL-DETAIL.
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
000000*                                | NOTE: データのコミット
000000* SPD9999IPO-COMMIT      SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-COMMIT.
000000     EXEC SQL
000000         COMMIT
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999IPO-COMMIT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'COMMIT FAILED'    TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999IPO-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更前イメージの保持
000000* SPD9999IPO-CHG-BEFORE  SECTION |      （COMMON）
000000*                                |      SPD9999CHGで更新対象行を保持
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-CHG-BEFORE.
000000     MOVE 'B'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         MOVE 'SPD9999IPO-CHG-BEFORE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CHANGE JOURNAL BEFORE IMAGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999IPO-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更後イメージの記録
000000* SPD9999IPO-CHG-AFTER   SECTION |      （COMMON）
000000*                                |      対象: DB_CHANGE_JOURNAL
000000*                                |      （SPD9999CHG経由）
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-CHG-AFTER.
000000     MOVE 'A'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         MOVE 'SPD9999IPO-CHG-AFTER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CHANGE JOURNAL AFTER IMAGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999IPO-ABEND
000000     END-IF.
000000     INITIALIZE                  WS-CHG-KEYS.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999IPO-ABEND       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999IPO-ABEND.
000000     DISPLAY 'SPD9999IPO-ABEND'.
000000     DISPLAY 'ERROR MODULE : ' CST-ABEND-BREAKPOINT.
000000     DISPLAY 'ERROR DETAIL : ' CST-ABEND-DETAIL.
000000     DISPLAY 'SQLCODE      : ' SQLCODE.
000000     DISPLAY 'SQLSTATE     : ' SQLSTATE.
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
000000 END PROGRAM SPD9999IPO.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
