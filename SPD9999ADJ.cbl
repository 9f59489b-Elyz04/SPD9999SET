000000*                                両ユーザIDをDB_RUN_AUDITへ記録
000000*                                （JCL権限単独での遡及資金移動の
000000*                                防止）
000000*        2026/10/15 :            期日なし預金の判定をDB_PRODUCTの
000000*                                商品区分（PRODUCT_CLASS）で行う
000000*                                （SPD9999PRD呼出）
000000*        2026/10/15 :            満期・継続決済の再計算に金利キャンペーンの
000000*                                上乗せ利率（DB_CAMPAIGN_ORDER）を加算
000000*                                （SPD9999SETのレグ'B'と同一。上乗せ分
000000*                                の差額を訂正として起票しないため）
000000*        2026/10/15 :            中間利払（INTPAY）のある注文を再計算対象外に追加
000000*        2026/10/15 :            普通預金残高の更新の前後でSPD9999CHGを
000000*                                呼び、変更前後のイメージを
000000*                                DB_CHANGE_JOURNALへ記録
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000     EXEC SQL
000000         INCLUDE                 RUNAUD
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CAMPAIGN_ORDER
000000     EXEC SQL
000000         INCLUDE                 CMPORD
000000     END-EXEC.
000000 01 WS-NOT-STATUS                PIC X(02).
000000 01 WS-VARIABLES.
000000    03 WS-PARAM-SAVING-TYPE      PIC X(10).
000000    03 WS-PARAM-START-CHAR       PIC X(08).
000000    03 WS-PARAM-END-CHAR         PIC X(08).
000000    03 WS-NEW-GROSS              PIC S9(13)V99    COMP-3.
000000    03 WS-BONUS-RATE             PIC S9(01)V9(04) COMP-3.
000000    03 WS-DIFF-GROSS             PIC S9(13)V99    COMP-3.
000000    03 WS-NEW-TAX-NATIONAL       PIC S9(13)V99    COMP-3.
000000    03 WS-NEW-TAX-LOCAL          PIC S9(13)V99    COMP-3.
000000    03 HV-ADJUSTED-CNT           PIC S9(09) COMP.
000000    03 HV-REVERSED-CNT           PIC S9(09) COMP.
000000    03 HV-RUN-CONTROL-KEY        PIC X(10).
000000*--- SPD9999PRD（預金商品マスタ参照）呼出パラメータ
000000 01 WS-PARAM-PRD.
000000    03 WS-PRD-SAVING-TYPE        PIC X(10).
000000    03 WS-PRD-CURRENCY-CODE      PIC X(03).
000000    03 WS-PRD-BASE-DATE          PIC X(08).
000000    03 WS-PRD-PRODUCT-NAME       PIC X(30).
000000    03 WS-PRD-CLASS              PIC X(01).
000000    03 WS-PRD-TERM-UNIT          PIC X(01).
000000    03 WS-PRD-TERM-VALUE         PIC S9(04) COMP-3.
000000    03 WS-PRD-MIN-AMOUNT         PIC S9(13)V99 COMP-3.
000000    03 WS-PRD-MAX-AMOUNT         PIC S9(13)V99 COMP-3.
000000    03 WS-PRD-SALE-START-DATE    PIC X(08).
000000    03 WS-PRD-SALE-END-DATE      PIC X(08).
000000    03 WS-PRD-EARLY-FLAG         PIC X(01).
000000    03 WS-PRD-PARTIAL-FLAG       PIC X(01).
000000    03 WS-PRD-RENEW-FLAG         PIC X(01).
000000    03 WS-PRD-CCY-ALLOWED        PIC X(01).
000000    03 WS-PRD-END-DATE           PIC X(08).
000000    03 WS-PRD-TERM-DAYS          PIC S9(05) COMP-3.
000000    03 WS-PRD-RETURN             PIC S9(04) COMP.
000000*--- SPD9999CHG（変更前後イメージ記録）呼出パラメータ
000000 01 WS-PARAM-CHG.
000000    03 WS-CHG-FUNC               PIC X(01).
000000    03 WS-CHG-PROGRAM            PIC X(10)
000000       VALUE 'SPD9999ADJ'.
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
000000    03 CST-CLASS-NON-TERM        PIC X(01)  VALUE 'N'.
000000    03 CST-WITHDRAW-MATURITY     PIC X(08)  VALUE 'MATURITY'.
000000    03 CST-WITHDRAW-EARLY        PIC X(08)  VALUE 'EARLY'.
000000    03 CST-WITHDRAW-RENEWAL      PIC X(08)  VALUE 'RENEWAL'.
000000    03 CST-WITHDRAW-ADJUST       PIC X(08)  VALUE 'ADJUST'.
000000    03 CST-WITHDRAW-REVERSAL     PIC X(08)  VALUE 'REVERSAL'.
000000    03 CST-WITHDRAW-CAPITAL      PIC X(08)  VALUE 'CAPITAL'.
000000    03 CST-WITHDRAW-INTPAY       PIC X(08)  VALUE 'INTPAY'.
000000    03 CST-TAX-CAT-DEFAULT       PIC X(01)  VALUE '1'.
000000    03 CST-FIXED-VALUE-12        PIC 9(03)  VALUE 365.
000000    03 CST-EOF-CRS               PIC X(01)  VALUE 'N'.
000000    03 CST-APPROVAL-ID-DISP      PIC 9(09)  VALUE 0.
000000    03 CST-ABEND-BREAKPOINT      PIC X(100) VALUE SPACES.
000000    03 CST-ABEND-DETAIL          PIC X(100) VALUE SPACES.
000000*--- SPD9999BDT（業務日付取得）呼出パラメータ
000000 01 WS-PARAM-BDT.
000000    03 WS-BDT-DATE               PIC X(08).
000000    03 WS-BDT-PREV-DATE          PIC X(08).
000000    03 WS-BDT-RETURN             PIC S9(04) COMP.
000000 LINKAGE                         SECTION.
000000 01 LNK-PARAM-JCL.
000000    03 LNK-PARAM-LENGTH          PIC S9(04) COMP.
000000 SPD9999ADJ-MAIN.
000000     DISPLAY 'START SPD9999ADJ'.
000000     PERFORM SPD9999ADJ-HANDLE-PARAM.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     PERFORM SPD9999ADJ-GET-COMMIT-LIMIT.
000000     PERFORM SPD9999ADJ-SCAN-HISTORY.
000000     PERFORM SPD9999ADJ-REPORT-CAPITAL.
000000*--- 利息組入のある注文は付利ウィンドウが組入日から始まり、
000000*--- START_DATE起点の再計算では過大になるため対象外とする
000000*--- （2026/04/09）
000000*--- 中間利払（INTPAY）のある注文も同じ理由で対象外とする
000000     IF WS-SKIP-REASON = SPACES
000000         EXEC SQL
000000             SELECT COUNT(*)
000000             INTO   :HV-ADJUSTED-CNT
000000             FROM   MYDB.DB_SAVINGS_HISTORY
000000             WHERE  ORDER_ID        = :SH-ORDER-ID
000000             AND    (WITHDRAWAL_TYPE = :CST-WITHDRAW-CAPITAL OR
000000                     WITHDRAWAL_TYPE = :CST-WITHDRAW-INTPAY)
000000         END-EXEC
000000         IF SQLCODE NOT = 0
000000             MOVE 'SPD9999ADJ-CHK-ALREADY-ADJ'
000000             PERFORM SPD9999ADJ-ABEND
000000         END-IF
000000         IF HV-ADJUSTED-CNT > 0
000000             MOVE 'CAPITAL/INTPAY LEGS, MANUAL REVIEW'
000000                                 TO      WS-SKIP-REASON
000000         END-IF
000000     END-IF.
000000*/-------------------------------------------------------------/*
000000 SPD9999ADJ-RECALC-MATURITY.
000000     MOVE HV-DAYS-START-COMP     TO      HV-WINDOW-START-COMP.
000000     PERFORM SPD9999ADJ-GET-PRODUCT-CLASS.
000000     IF WS-PRD-CLASS = CST-CLASS-NON-TERM
000000         MOVE HV-DAYS-SETTLE-COMP
000000                                 TO      HV-WINDOW-END-COMP
000000     ELSE
000000         MOVE HV-ADJ-DAYS-COMP   TO      HV-WINDOW-END-COMP
000000     END-IF.
000000     PERFORM SPD9999ADJ-CALC-SPLIT.
000000*--- 金利キャンペーンの上乗せ分を加算する（SPD9999SETの
000000*--- レグ'B'と同一の方式）
000000     IF WS-PRD-CLASS = CST-CLASS-FIXED
000000         PERFORM SPD9999ADJ-GET-BONUS
000000         IF  WS-BONUS-RATE > 0
000000         AND HV-WINDOW-START-COMP < HV-WINDOW-END-COMP
000000             COMPUTE WS-NEW-GROSS       =
000000                     WS-NEW-GROSS       +
000000                     (SH-PRINCIPAL-AMOUNT *
000000                      WS-BONUS-RATE       *
000000                      (HV-WINDOW-END-COMP -
000000                       HV-WINDOW-START-COMP) /
000000                      WS-DAY-BASIS)
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: キャンペーン上乗せ利率の取得
000000* SPD9999ADJ-GET-BONUS   SECTION |      （COMMON）
000000*                                |      対象: DB_CAMPAIGN_ORDER
000000*                                |      行なしは上乗せなし
000000*/-------------------------------------------------------------/*
000000 SPD9999ADJ-GET-BONUS.
000000     MOVE 0                      TO      WS-BONUS-RATE.
000000     MOVE SH-ORDER-ID            TO      CO-ORDER-ID.
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
000000             MOVE 'SPD9999ADJ-GET-BONUS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT CAMPAIGN ORDER FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999ADJ-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 早期解約・一部払出の再計算
000000         DISPLAY 'SKIPPED ORDER ' SH-ORDER-ID
000000                 ' : BALANCE INSUFFICIENT FOR ADJUSTMENT'
000000     ELSE
000000         MOVE 'B'                TO      WS-CHG-TABLE
000000         MOVE AB-ACC-ID          TO      WS-CHG-ACC-ID
000000         PERFORM SPD9999ADJ-CHG-BEFORE
000000         EXEC SQL
000000             UPDATE  MYDB.DB_ACCOUNT_BALANCE
000000             SET     BALANCE = :WS-NEW-BALANCE
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999ADJ-ABEND
000000         END-IF
000000         PERFORM SPD9999ADJ-CHG-AFTER
000000         EXEC SQL
000000             INSERT INTO MYDB.DB_SAVINGS_HISTORY
000000                 (ORDER_ID, ACC_ID, SETTLE_DATE, RATE_APPLIED,
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 商品区分の取得（COMMON）
000000* SPD9999ADJ-GET-PRODUCT-CLASS SECTION |
000000*                                |      SPD9999PRDでDB_PRODUCTを参照
000000*                                |      する。商品行の無い注文は
000000*                                |      区分SPACES（期日指定扱い）
000000*                                |      とし、SPD9999STVで例外報告
000000*/-------------------------------------------------------------/*
000000 SPD9999ADJ-GET-PRODUCT-CLASS.
000000     MOVE AS-SAVING-TYPE         TO      WS-PRD-SAVING-TYPE.
000000     MOVE SPACES                 TO      WS-PRD-CURRENCY-CODE.
000000     MOVE SPACES                 TO      WS-PRD-BASE-DATE.
000000     CALL 'SPD9999PRD' USING WS-PARAM-PRD.
000000     EVALUATE WS-PRD-RETURN
000000         WHEN 0
000000             CONTINUE
000000         WHEN 4
000000             MOVE SPACES         TO      WS-PRD-CLASS
000000         WHEN OTHER
000000             MOVE 'SPD9999ADJ-GET-PRODUCT-CLASS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SPD9999PRD PRODUCT LOOKUP FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999ADJ-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更前イメージの保持
000000* SPD9999ADJ-CHG-BEFORE  SECTION |      （COMMON）
000000*                                |      SPD9999CHGで更新対象行を保持
000000*/-------------------------------------------------------------/*
000000 SPD9999ADJ-CHG-BEFORE.
000000     MOVE 'B'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         MOVE 'SPD9999ADJ-CHG-BEFORE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CHANGE JOURNAL BEFORE IMAGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ADJ-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更後イメージの記録
000000* SPD9999ADJ-CHG-AFTER   SECTION |      （COMMON）
000000*                                |      対象: DB_CHANGE_JOURNAL
000000*                                |      （SPD9999CHG経由）
000000*/-------------------------------------------------------------/*
000000 SPD9999ADJ-CHG-AFTER.
000000     MOVE 'A'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         MOVE 'SPD9999ADJ-CHG-AFTER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CHANGE JOURNAL AFTER IMAGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ADJ-ABEND
000000     END-IF.
000000     INITIALIZE                  WS-CHG-KEYS.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999ADJ-ABEND       SECTION |      （COMMON）
000000*                                |
