000000*                                を記録する（後続のSPD9999GLEが
000000*                                本バッチの完了を前提にできる
000000*                                ように）
000000*        2026/10/15 :            期日なし預金の除外をDB_PRODUCTの
000000*                                商品区分（PRODUCT_CLASS）で判定
000000*        2026/10/15 :            金利キャンペーンの上乗せ利率
000000*                                （DB_CAMPAIGN_ORDER）を決済と同じく
000000*                                約定利率の計上期間に加算
000000*        2026/10/15 :            定期預金の中間利払（INTPAY）に対応。
000000*                                利払済みの注文は直近の利払日から
000000*                                本日までを計上累計とする（利払日
000000*                                の累計はSPD9999GLEが戻し入れる）
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 DATA                            DIVISION.
000000     EXEC SQL
000000         INCLUDE                 DAYCNT
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CAMPAIGN_ORDER
000000     EXEC SQL
000000         INCLUDE                 CMPORD
000000     END-EXEC.
000000 01 WS-VARIABLES.
000000    03 WS-AMOUNT-INTEREST        PIC S9(13)V99    COMP-3.
000000    03 WS-AMOUNT-PREVIOUS        PIC S9(13)V99    COMP-3.
000000    03 WS-AMOUNT-DELTA           PIC S9(13)V99    COMP-3.
000000    03 WS-RATE-APPLIED           PIC S9(01)V9(04) COMP-3.
000000    03 WS-RATE-PERIOD            PIC S9(01)V9(04) COMP-3.
000000    03 WS-BONUS-RATE             PIC S9(01)V9(04) COMP-3.
000000    03 WS-DAY-BASIS              PIC 9(03).
000000    03 WS-SKIP-ROW               PIC X(01).
000000 01 HV-VARIABLES.
000000    03 HV-OVERLAP-DAYS           PIC S9(05) COMP.
000000    03 HV-RUN-CONTROL-KEY        PIC X(10).
000000    03 HV-TODAY-ROW-CNT          PIC S9(09) COMP.
000000    03 HV-ACCRUAL-START-X        PIC X(08).
000000 01 CST-VARIABLES.
000000    03 CST-CLASS-NON-TERM        PIC X(01)  VALUE 'N'.
000000    03 CST-STATUS-1              PIC X(01)  VALUE '1'.
000000    03 CST-STATUS-2              PIC X(01)  VALUE '2'.
000000    03 CST-WITHDRAW-INTPAY       PIC X(08)  VALUE 'INTPAY'.
000000    03 CST-FIXED-VALUE-12        PIC 9(03)  VALUE 365.
000000    03 CST-EOF-CRS-ACR           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-RATE          PIC X(01)  VALUE 'N'.
000000    03 WS-SEQ-RUN-DATE           PIC X(08).
000000    03 WS-SEQ-RETURN             PIC S9(04) COMP.
000000    03 WS-SEQ-MISSING            PIC X(10).
000000*--- SPD9999BDT（業務日付取得）呼出パラメータ
000000 01 WS-PARAM-BDT.
000000    03 WS-BDT-DATE               PIC X(08).
000000    03 WS-BDT-PREV-DATE          PIC X(08).
000000    03 WS-BDT-RETURN             PIC S9(04) COMP.
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ACR-INIT-DATE.
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
000000         FROM    MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE   (STATUS = :CST-STATUS-1 OR
000000                  STATUS = :CST-STATUS-2)
000000         AND     SAVING_TYPE NOT IN
000000                 (SELECT P.SAVING_TYPE
000000                  FROM   MYDB.DB_PRODUCT P
000000                  WHERE  P.PRODUCT_CLASS = :CST-CLASS-NON-TERM)
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-ACR
000000         ADD 1                   TO      CST-COUNT-SKIPPED
000000     ELSE
000000         PERFORM SPD9999ACR-GET-DAY-BASIS
000000         PERFORM SPD9999ACR-GET-BONUS
000000         PERFORM SPD9999ACR-CALC-INTEREST
000000         PERFORM SPD9999ACR-GET-PREVIOUS
000000         COMPUTE WS-AMOUNT-DELTA =
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: キャンペーン上乗せ利率の取得
000000* SPD9999ACR-GET-BONUS   SECTION |      （COMMON）
000000*                                |      対象: DB_CAMPAIGN_ORDER
000000*                                |      行なしは上乗せなし
000000*/-------------------------------------------------------------/*
000000 SPD9999ACR-GET-BONUS.
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
000000             MOVE 'SPD9999ACR-GET-BONUS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT CAMPAIGN ORDER FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999ACR-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 利率改定期間をまたぐ利息分割計算
000000* SPD9999ACR-CALC-INTEREST SECTION |    （COMMON）
000000*                                |      START_DATE（中間利払済みは
000000*                                |      直近の利払日）〜MIN(本日,
000000*                                |      END_DATE)の期間をSPD9999SET
000000*                                |      のSPD9999-CALC-INTEREST-
000000*                                |      SPLITと同一の方式で分割する
000000     COMPUTE HV-DAYS-END-COMP    =
000000         FUNCTION INTEGER-OF-DATE(HV-DATE-END-9).
000000     MOVE HV-DAYS-START-COMP     TO      HV-WINDOW-START-COMP.
000000*--- 中間利払（INTPAY）済みの注文は直近の利払日から計上する。
000000*--- 利払日の計上累計はSPD9999GLEが戻し入れ済み（2026/10/15）
000000     PERFORM SPD9999ACR-GET-ACCRUAL-START.
000000*--- 満期到来済みの注文は暦日END_DATEで計上を打ち切る。営業日
000000*--- 調整による端日数は決済日の戻し仕訳で精算される
000000     IF HV-DAYS-CURRENT-COMP < HV-DAYS-END-COMP
000000             CLOSE CRS-RATE
000000         END-EXEC
000000     END-IF.
000000*--- 金利キャンペーンの上乗せ分を加算する（SPD9999SETの
000000*--- レグ'B'と同一の方式）
000000     IF  WS-BONUS-RATE > 0
000000     AND HV-WINDOW-START-COMP < HV-WINDOW-END-COMP
000000         COMPUTE WS-AMOUNT-INTEREST  =
000000                 WS-AMOUNT-INTEREST  +
000000                 (AS-MONEY-ROOT      *
000000                  WS-BONUS-RATE      *
000000                  (HV-WINDOW-END-COMP - HV-WINDOW-START-COMP) /
000000                  WS-DAY-BASIS)
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 中間利払後の計上起点取得
000000* SPD9999ACR-GET-ACCRUAL-START SECTION |（COMMON）
000000*                                |      対象: DB_SAVINGS_HISTORY
000000*                                |      当期（START_DATE以後）の
000000*                                |      直近INTPAY行の利払日。
000000*                                |      無ければ起点は変えない
000000*/-------------------------------------------------------------/*
000000 SPD9999ACR-GET-ACCRUAL-START.
000000     EXEC SQL
000000         SELECT COALESCE(MAX(SETTLE_DATE), '00000000')
000000         INTO   :HV-ACCRUAL-START-X
000000         FROM   MYDB.DB_SAVINGS_HISTORY
000000         WHERE  ORDER_ID        = :AS-ORDER-ID
000000         AND    WITHDRAWAL_TYPE = :CST-WITHDRAW-INTPAY
000000         AND    SETTLE_DATE    >= :AS-START-DATE
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999ACR-GET-ACCRUAL-START'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT MAX INTPAY DATE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ACR-ABEND
000000     END-IF.
000000     IF HV-ACCRUAL-START-X NOT = '00000000'
000000         COMPUTE HV-WINDOW-START-COMP =
000000             FUNCTION INTEGER-OF-DATE(
000000                 FUNCTION NUMVAL(HV-ACCRUAL-START-X))
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 利率改定期間データ取得
