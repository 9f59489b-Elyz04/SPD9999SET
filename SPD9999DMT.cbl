000000*                                （利息組入のたびに無取引期間が
000000*                                リセットされ休眠認定に到達しない
000000*                                問題への対応）
000000*        2026/10/15 :            休眠判定対象（期日なし預金）を
000000*                                DB_PRODUCTの商品区分（PRODUCT_CLASS）
000000*                                で判定
000000*        2026/10/15 :            最終取引日の判定から中間利払（INTPAY）を除外
000000*        2026/10/15 :            最終取引日の判定から他行振込の返却
000000*                                （XFERRTN）を除外
000000*        2026/10/15 :            最終取引日の判定から手作業訂正伝票
000000*                                （VOUCHER）を除外
000000*        2026/10/15 :            休眠フラグの更新の前後でSPD9999CHGを
000000*                                呼び、変更前後のイメージを
000000*                                DB_CHANGE_JOURNALへ記録
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000    03 HV-LAST-ACTIVITY-X        PIC X(08).
000000    03 HV-DAYS-ACTIVITY-COMP     PIC S9(09) COMP.
000000    03 HV-RUN-CONTROL-KEY        PIC X(10).
000000*--- SPD9999CHG（変更前後イメージ記録）呼出パラメータ
000000 01 WS-PARAM-CHG.
000000    03 WS-CHG-FUNC               PIC X(01).
000000    03 WS-CHG-PROGRAM            PIC X(10)
000000       VALUE 'SPD9999DMT'.
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
000000    03 CST-MODE-SCAN             PIC X(04)  VALUE 'SCAN'.
000000    03 CST-MODE-REPORT           PIC X(04)  VALUE 'RPT '.
000000    03 CST-CLASS-NON-TERM        PIC X(01)  VALUE 'N'.
000000    03 CST-STATUS-1              PIC X(01)  VALUE '1'.
000000    03 CST-NO-ACTIVITY-DATE      PIC X(08)  VALUE '00000000'.
000000    03 CST-WITHDRAW-CAPITAL      PIC X(08)  VALUE 'CAPITAL'.
000000    03 CST-WITHDRAW-ADJUST       PIC X(08)  VALUE 'ADJUST'.
000000    03 CST-WITHDRAW-INTPAY       PIC X(08)  VALUE 'INTPAY'.
000000    03 CST-WITHDRAW-XFERRTN      PIC X(08)  VALUE 'XFERRTN'.
000000    03 CST-WITHDRAW-VOUCHER      PIC X(08)  VALUE 'VOUCHER'.
000000    03 CST-PARAM-DORMANT         PIC X(20)
000000       VALUE 'DMT-DORMANT-DAYS'.
000000    03 CST-PARAM-WARNING         PIC X(20)
000000    03 CST-RUN-CONTROL-KEY       PIC X(10)  VALUE 'SPD9999DMT'.
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
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999DMT-INIT-DATE.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-9.
000000     COMPUTE HV-DAYS-CURRENT-COMP =
000000         FUNCTION INTEGER-OF-DATE(HV-DATE-CURRENT-9).
000000     EXIT.
000000                 DORMANT_FLAG
000000         FROM    MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE   STATUS      = :CST-STATUS-1
000000         AND     SAVING_TYPE IN
000000                 (SELECT P.SAVING_TYPE
000000                  FROM   MYDB.DB_PRODUCT P
000000                  WHERE  P.PRODUCT_CLASS = :CST-CLASS-NON-TERM)
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-DMT
000000*                                |      を最終取引日とみなす。
000000*                                |      銀行起因の利息組入
000000*                                |      （CAPITAL）・利率訂正
000000*                                |      （ADJUST）・中間利払
000000*                                |      （INTPAY）・振込返却の
000000*                                |      再入金（XFERRTN）・手作業訂正
000000*                                |      伝票（VOUCHER）は顧客取引では
000000*                                |      ないため無取引判定から除外
000000*/-------------------------------------------------------------/*
000000 SPD9999DMT-GET-LAST-ACTIVITY.
000000         WHERE  ORDER_ID = :AS-ORDER-ID
000000         AND    WITHDRAWAL_TYPE <> :CST-WITHDRAW-CAPITAL
000000         AND    WITHDRAWAL_TYPE <> :CST-WITHDRAW-ADJUST
000000         AND    WITHDRAWAL_TYPE <> :CST-WITHDRAW-INTPAY
000000         AND    WITHDRAWAL_TYPE <> :CST-WITHDRAW-XFERRTN
000000         AND    WITHDRAWAL_TYPE <> :CST-WITHDRAW-VOUCHER
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999DMT-GET-LAST-ACTIVITY'
000000*                                |      対象: DB_ACCOUNT_SAVINGS
000000*/-------------------------------------------------------------/*
000000 SPD9999DMT-SET-DORMANT.
000000     MOVE 'S'                    TO      WS-CHG-TABLE.
000000     MOVE AS-ORDER-ID            TO      WS-CHG-ORDER-ID.
000000     PERFORM SPD9999DMT-CHG-BEFORE.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_ACCOUNT_SAVINGS
000000         SET     DORMANT_FLAG = 'Y'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999DMT-ABEND
000000     END-IF.
000000     PERFORM SPD9999DMT-CHG-AFTER.
000000     ADD 1                       TO      CST-COUNT-SET-DORMANT.
000000     PERFORM SPD9999DMT-COUNT-COMMIT.
000000     EXIT.
000000*                                |      取引再開時の自動解除
000000*/-------------------------------------------------------------/*
000000 SPD9999DMT-CLEAR-DORMANT.
000000     MOVE 'S'                    TO      WS-CHG-TABLE.
000000     MOVE AS-ORDER-ID            TO      WS-CHG-ORDER-ID.
000000     PERFORM SPD9999DMT-CHG-BEFORE.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_ACCOUNT_SAVINGS
000000         SET     DORMANT_FLAG = 'N'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999DMT-ABEND
000000     END-IF.
000000     PERFORM SPD9999DMT-CHG-AFTER.
000000     ADD 1                       TO      CST-COUNT-CLEARED.
000000     PERFORM SPD9999DMT-COUNT-COMMIT.
000000     EXIT.
000000                 DORMANT_FLAG
000000         FROM    MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE   STATUS       = :CST-STATUS-1
000000         AND     SAVING_TYPE IN
000000                 (SELECT P.SAVING_TYPE
000000                  FROM   MYDB.DB_PRODUCT P
000000                  WHERE  P.PRODUCT_CLASS = :CST-CLASS-NON-TERM)
000000         AND     DORMANT_FLAG = 'Y'
000000         WITH UR
000000     END-EXEC.
000000     ADD 1                       TO      CST-COUNT-REPORTED.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更前イメージの保持
000000* SPD9999DMT-CHG-BEFORE  SECTION |      （COMMON）
000000*                                |      SPD9999CHGで更新対象行を保持
000000*/-------------------------------------------------------------/*
000000 SPD9999DMT-CHG-BEFORE.
000000     MOVE 'B'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         MOVE 'SPD9999DMT-CHG-BEFORE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CHANGE JOURNAL BEFORE IMAGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999DMT-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更後イメージの記録
000000* SPD9999DMT-CHG-AFTER   SECTION |      （COMMON）
000000*                                |      対象: DB_CHANGE_JOURNAL
000000*                                |      （SPD9999CHG経由）
000000*/-------------------------------------------------------------/*
000000 SPD9999DMT-CHG-AFTER.
000000     MOVE 'A'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         MOVE 'SPD9999DMT-CHG-AFTER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CHANGE JOURNAL AFTER IMAGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999DMT-ABEND
000000     END-IF.
000000     INITIALIZE                  WS-CHG-KEYS.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999DMT-ABEND       SECTION |      （COMMON）
000000*                                |
