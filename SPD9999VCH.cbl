000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999VCH.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999VCH
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            手作業訂正伝票の記帳バッチ
000000*                                SPD9999ONVで起票・提出され、
000000*                                SPD9999ONAで起票者以外が承認した
000000*                                （DB_APPROVAL APPROVAL_TYPE='V'、
000000*                                STATUS='A'）伝票を記帳する。
000000*                                  ・承認を'U'（使用済み）へ消し込み
000000*                                    起票者・承認者を監査記録
000000*                                  ・DB_ACCOUNT_BALANCEへ
000000*                                    元金＋利息－国税－地方税を入出金
000000*                                  ・元金減額'Y'は注文のMONEY_ROOT
000000*                                    を元金だけ減じ、記帳後STATUS
000000*                                    指定時は注文STATUSを変更
000000*                                  ・DB_SAVINGS_HISTORYへ
000000*                                    WITHDRAWAL_TYPE='VOUCHER'で記録
000000*                                    （SPD9999GLEが決済集約で仕訳）
000000*                                  ・DB_CALC_DETAILへ利息のレグ
000000*                                    （RATE_SOURCE='V'）を記録
000000*                                  ・紐付く例外行を'R'（解決）へ
000000*                                  ・伝票を'D'（記帳済み）へ
000000*                                とし、伝票ごとにCOMMITする。
000000*                                残高・元金が負となる伝票、注文・
000000*                                残高行の無い伝票はDB_EXCEPTION_LOG
000000*                                （RUN_MODE='V'）へ記録して記帳
000000*                                せず、承認済みのまま残す（起票者
000000*                                が取消して再起票する）。却下された
000000*                                伝票は'X'とする。
000000*                                当日の仕訳に含めるため
000000*                                SPD9999GLEより前に実行すること
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 :            プログラムの作成
000000*        2026/10/15 :            普通預金残高・預金の更新の前後でSPD9999CHGを
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
000000*--- DCLGEN参照：MYDB.DB_CORRECTION_VOUCHER
000000     EXEC SQL
000000         INCLUDE                 CORVCH
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_APPROVAL
000000     EXEC SQL
000000         INCLUDE                 APPRVL
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ACCOUNT_SAVINGS
000000     EXEC SQL
000000         INCLUDE                 ACCSAV
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ACCOUNT_BALANCE
000000     EXEC SQL
000000         INCLUDE                 ACCBAL
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CALC_DETAIL
000000     EXEC SQL
000000         INCLUDE                 CALCDT
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_EXCEPTION_LOG
000000     EXEC SQL
000000         INCLUDE                 EXCLOG
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_RUN_AUDIT
000000     EXEC SQL
000000         INCLUDE                 RUNAUD
000000     END-EXEC.
000000 01 WS-VARIABLES.
000000    03 WS-ITEM-OK                PIC X(01).
000000    03 WS-VOUCHER-ID-DISP        PIC 9(09).
000000    03 WS-APPROVAL-ID-DISP       PIC 9(09).
000000    03 WS-ACC-ID-DISP            PIC 9(09).
000000    03 WS-NEW-BALANCE            PIC S9(13)V99    COMP-3.
000000    03 WS-NEW-MONEY-ROOT         PIC S9(13)V99    COMP-3.
000000    03 WS-INTEREST-NET           PIC S9(13)V99    COMP-3.
000000    03 WS-BALANCE-EFFECT         PIC S9(13)V99    COMP-3.
000000    03 WS-REASON-CODE            PIC X(04).
000000 01 HV-VARIABLES.
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000*--- SPD9999SEQ（実行順序チェック）呼出パラメータ
000000 01 WS-PARAM-SEQ.
000000    03 WS-SEQ-FUNC               PIC X(03).
000000    03 WS-SEQ-PROGRAM            PIC X(10)
000000       VALUE 'SPD9999VCH'.
000000    03 WS-SEQ-RUN-DATE           PIC X(08).
000000    03 WS-SEQ-RETURN             PIC S9(04) COMP.
000000    03 WS-SEQ-MISSING            PIC X(10).
000000*--- SPD9999CHG（変更前後イメージ記録）呼出パラメータ
000000 01 WS-PARAM-CHG.
000000    03 WS-CHG-FUNC               PIC X(01).
000000    03 WS-CHG-PROGRAM            PIC X(10)
000000       VALUE 'SPD9999VCH'.
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
000000    03 CST-TYPE-VOUCHER          PIC X(01)  VALUE 'V'.
000000*--- 伝票STATUS
000000    03 CST-VCH-SUBMITTED         PIC X(01)  VALUE 'P'.
000000    03 CST-VCH-POSTED            PIC X(01)  VALUE 'D'.
000000    03 CST-VCH-CANCELLED         PIC X(01)  VALUE 'X'.
000000*--- 承認STATUS
000000    03 CST-STATUS-APPROVED       PIC X(01)  VALUE 'A'.
000000    03 CST-STATUS-USED           PIC X(01)  VALUE 'U'.
000000    03 CST-STATUS-REJECTED       PIC X(01)  VALUE 'X'.
000000*--- 例外の対応状況
000000    03 CST-WF-NEW                PIC X(01)  VALUE 'N'.
000000    03 CST-WF-INVESTIGATING      PIC X(01)  VALUE 'I'.
000000    03 CST-WF-RESOLVED           PIC X(01)  VALUE 'R'.
000000    03 CST-ROOT-ADJUST           PIC X(01)  VALUE 'Y'.
000000    03 CST-WITHDRAW-VOUCHER      PIC X(08)  VALUE 'VOUCHER'.
000000    03 CST-SOURCE-VOUCHER        PIC X(01)  VALUE 'V'.
000000    03 CST-RUN-MODE-VCH          PIC X(01)  VALUE 'V'.
000000    03 CST-EOF-CRS-VCH           PIC X(01)  VALUE 'N'.
000000*--- 例外理由コード（E92x = 手作業訂正伝票の記帳不能）
000000    03 CST-REASON-NEG-BALANCE    PIC X(04)  VALUE 'E921'.
000000    03 CST-REASON-NOT-FOUND      PIC X(04)  VALUE 'E922'.
000000    03 CST-REASON-NEG-ROOT       PIC X(04)  VALUE 'E923'.
000000    03 CST-REASON-SAME-USER      PIC X(04)  VALUE 'E924'.
000000    03 CST-REASON-CURRENCY       PIC X(04)  VALUE 'E925'.
000000*--- PROCESS COUNTER / TOTAL
000000    03 CST-COUNT-READ            PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-POSTED          PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-EXCEPTION       PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-WITHDRAWN       PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-REJECTED        PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-EXC-CLOSED      PIC 9(07)  VALUE 0.
000000    03 CST-TOTAL-PRINCIPAL       PIC S9(13)V99 VALUE 0.
000000    03 CST-TOTAL-INTEREST        PIC S9(13)V99 VALUE 0.
000000    03 CST-TOTAL-BALANCE         PIC S9(13)V99 VALUE 0.
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
000000* SPD9999VCH-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999VCH-MAIN.
000000     DISPLAY 'START SPD9999VCH'.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     PERFORM SPD9999VCH-CLOSE-REJECTED.
000000     MOVE 'N'                    TO      CST-EOF-CRS-VCH.
000000     EXEC SQL
000000         DECLARE CRS-VCH CURSOR WITH HOLD FOR
000000         SELECT  V.VOUCHER_ID, V.ORDER_ID, V.ACC_ID,
000000                 V.REASON_CODE, V.EXC_LOG_TS,
000000                 V.EXC_REASON_CODE, V.PRINCIPAL_AMOUNT,
000000                 V.INTEREST_PAID, V.TAX_NATIONAL, V.TAX_LOCAL,
000000                 V.ROOT_ADJUST, V.NEW_STATUS, V.APPROVAL_ID,
000000                 V.ENTERED_BY, A.ENTERED_BY, A.APPROVED_BY
000000         FROM    MYDB.DB_CORRECTION_VOUCHER V,
000000                 MYDB.DB_APPROVAL           A
000000         WHERE   V.STATUS        = :CST-VCH-SUBMITTED
000000         AND     A.APPROVAL_ID   = V.APPROVAL_ID
000000         AND     A.APPROVAL_TYPE = :CST-TYPE-VOUCHER
000000         AND     A.STATUS        = :CST-STATUS-APPROVED
000000         ORDER BY V.VOUCHER_ID
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-VCH
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999VCH-MAIN'  TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-VCH FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999VCH-ABEND
000000     END-IF.
000000     PERFORM SPD9999VCH-FETCH.
000000     PERFORM UNTIL CST-EOF-CRS-VCH = 'Y'
000000         PERFORM SPD9999VCH-PROC-VOUCHER
000000         PERFORM SPD9999VCH-COMMIT
000000         PERFORM SPD9999VCH-FETCH
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-VCH
000000     END-EXEC.
000000     DISPLAY 'TOTAL APPROVED VOUCHERS READ      : '
000000             CST-COUNT-READ.
000000     DISPLAY 'TOTAL VOUCHERS POSTED             : '
000000             CST-COUNT-POSTED.
000000     DISPLAY 'TOTAL EXCEPTIONS (NOT POSTED)     : '
000000             CST-COUNT-EXCEPTION.
000000     DISPLAY 'TOTAL APPROVALS WITHDRAWN         : '
000000             CST-COUNT-WITHDRAWN.
000000     DISPLAY 'TOTAL REJECTED VOUCHERS CLOSED    : '
000000             CST-COUNT-REJECTED.
000000     DISPLAY 'TOTAL EXCEPTION ROWS RESOLVED     : '
000000             CST-COUNT-EXC-CLOSED.
000000     DISPLAY 'TOTAL PRINCIPAL POSTED            : '
000000             CST-TOTAL-PRINCIPAL.
000000     DISPLAY 'TOTAL INTEREST POSTED             : '
000000             CST-TOTAL-INTEREST.
000000     DISPLAY 'TOTAL BALANCE MOVEMENT            : '
000000             CST-TOTAL-BALANCE.
000000*--- 自プログラムの完了を記録する（SPD9999GLEの前提登録用）
000000     MOVE 'END'                  TO      WS-SEQ-FUNC.
000000     MOVE HV-DATE-CURRENT-X      TO      WS-SEQ-RUN-DATE.
000000     CALL 'SPD9999SEQ' USING WS-PARAM-SEQ.
000000     IF WS-SEQ-RETURN NOT = 0
000000         DISPLAY 'WARNING: COMPLETION RECORD FAILED, RC='
000000                 WS-SEQ-RETURN
000000     END-IF.
000000     DISPLAY 'END   SPD9999VCH'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 却下された伝票の終了
000000* SPD9999VCH-CLOSE-REJECTED SECTION |   （MAIN）
000000*                                |      対象: DB_CORRECTION_VOUCHER
000000*                                |      SPD9999ONAで却下された
000000*                                |      提出済み伝票を'X'とする
000000*/-------------------------------------------------------------/*
000000 SPD9999VCH-CLOSE-REJECTED.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_CORRECTION_VOUCHER V
000000         SET     STATUS   = :CST-VCH-CANCELLED
000000         WHERE   V.STATUS = :CST-VCH-SUBMITTED
000000         AND     EXISTS
000000                 (SELECT 1
000000                  FROM   MYDB.DB_APPROVAL A
000000                  WHERE  A.APPROVAL_ID = V.APPROVAL_ID
000000                  AND    A.STATUS      = :CST-STATUS-REJECTED)
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             ADD SQLERRD (3)     TO      CST-COUNT-REJECTED
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999VCH-CLOSE-REJECTED'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'UPDATE REJECTED VOUCHERS FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999VCH-ABEND
000000     END-EVALUATE.
000000     PERFORM SPD9999VCH-COMMIT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 承認済み伝票の取得
000000* SPD9999VCH-FETCH       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999VCH-FETCH.
000000     EXEC SQL
000000         FETCH CRS-VCH
000000         INTO  :CV-VOUCHER-ID, :CV-ORDER-ID, :CV-ACC-ID,
000000               :CV-REASON-CODE, :CV-EXC-LOG-TS,
000000               :CV-EXC-REASON-CODE, :CV-PRINCIPAL-AMOUNT,
000000               :CV-INTEREST-PAID, :CV-TAX-NATIONAL,
000000               :CV-TAX-LOCAL, :CV-ROOT-ADJUST, :CV-NEW-STATUS,
000000               :CV-APPROVAL-ID, :CV-ENTERED-BY,
000000               :AP-ENTERED-BY, :AP-APPROVED-BY
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-VCH
000000         WHEN OTHER
000000             MOVE 'SPD9999VCH-FETCH'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-VCH FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999VCH-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 伝票1件の処理
000000* SPD9999VCH-PROC-VOUCHER SECTION |     （MAIN）
000000*                                |      検証を通過した伝票のみ記帳
000000*/-------------------------------------------------------------/*
000000 SPD9999VCH-PROC-VOUCHER.
000000     ADD 1                       TO      CST-COUNT-READ.
000000     MOVE 'Y'                    TO      WS-ITEM-OK.
000000*--- 申請者≠承認者はSPD9999ONAで担保済みだが、記帳前にも確認
000000     IF AP-APPROVED-BY = CV-ENTERED-BY
000000     OR AP-APPROVED-BY = AP-ENTERED-BY
000000         MOVE CST-REASON-SAME-USER
000000                                 TO      WS-REASON-CODE
000000         MOVE 'VOUCHER APPROVED BY ITS ENTERER'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999VCH-REJECT
000000     END-IF.
000000     IF WS-ITEM-OK = 'Y'
000000         PERFORM SPD9999VCH-GET-ORDER
000000     END-IF.
000000     IF WS-ITEM-OK = 'Y'
000000         PERFORM SPD9999VCH-GET-BALANCE
000000     END-IF.
000000     IF WS-ITEM-OK = 'Y'
000000         PERFORM SPD9999VCH-CHK-AMOUNTS
000000     END-IF.
000000     IF WS-ITEM-OK = 'Y'
000000         PERFORM SPD9999VCH-USE-APPROVAL
000000     END-IF.
000000     IF WS-ITEM-OK = 'Y'
000000         PERFORM SPD9999VCH-POST-VOUCHER
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 訂正対象注文の取得
000000* SPD9999VCH-GET-ORDER   SECTION |      （COMMON）
000000*                                |      対象: DB_ACCOUNT_SAVINGS
000000*/-------------------------------------------------------------/*
000000 SPD9999VCH-GET-ORDER.
000000     MOVE CV-ORDER-ID            TO      AS-ORDER-ID.
000000     EXEC SQL
000000         SELECT MONEY_ROOT, STATUS, CURRENCY_CODE
000000         INTO   :AS-MONEY-ROOT, :AS-STATUS, :AS-CURRENCY-CODE
000000         FROM   MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE  ORDER_ID = :AS-ORDER-ID
000000         FOR UPDATE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE CST-REASON-NOT-FOUND
000000                                 TO      WS-REASON-CODE
000000             MOVE 'VOUCHER ORDER NOT FOUND'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999VCH-REJECT
000000         WHEN OTHER
000000             MOVE 'SPD9999VCH-GET-ORDER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT ACCOUNT SAVINGS FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999VCH-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 入出金先の残高取得
000000* SPD9999VCH-GET-BALANCE SECTION |      （COMMON）
000000*                                |      対象: DB_ACCOUNT_BALANCE
000000*                                |      行なし・通貨相違は記帳不能
000000*/-------------------------------------------------------------/*
000000 SPD9999VCH-GET-BALANCE.
000000     MOVE CV-ACC-ID              TO      AB-ACC-ID.
000000     EXEC SQL
000000         SELECT BALANCE, CURRENCY_CODE
000000         INTO   :AB-BALANCE, :AB-CURRENCY-CODE
000000         FROM   MYDB.DB_ACCOUNT_BALANCE
000000         WHERE  ACC_ID = :AB-ACC-ID
000000         FOR UPDATE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             IF AB-CURRENCY-CODE NOT = AS-CURRENCY-CODE
000000                 MOVE CST-REASON-CURRENCY
000000                                 TO      WS-REASON-CODE
000000                 MOVE 'VOUCHER ACCOUNT CURRENCY DIFFERS'
000000                                 TO      CST-ABEND-DETAIL
000000                 PERFORM SPD9999VCH-REJECT
000000             END-IF
000000         WHEN 100
000000             MOVE CST-REASON-NOT-FOUND
000000                                 TO      WS-REASON-CODE
000000             MOVE 'VOUCHER BALANCE ROW NOT FOUND'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999VCH-REJECT
000000         WHEN OTHER
000000             MOVE 'SPD9999VCH-GET-BALANCE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT BALANCE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999VCH-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 記帳後の残高・元金の検証
000000* SPD9999VCH-CHK-AMOUNTS SECTION |      （COMMON）
000000*                                |      いずれも負となる伝票は
000000*                                |      記帳しない
000000*/-------------------------------------------------------------/*
000000 SPD9999VCH-CHK-AMOUNTS.
000000     COMPUTE WS-INTEREST-NET     =
000000             CV-INTEREST-PAID    -
000000             CV-TAX-NATIONAL     -
000000             CV-TAX-LOCAL.
000000     COMPUTE WS-BALANCE-EFFECT   =
000000             CV-PRINCIPAL-AMOUNT +
000000             WS-INTEREST-NET.
000000     COMPUTE WS-NEW-BALANCE      =
000000             AB-BALANCE          +
000000             WS-BALANCE-EFFECT.
000000     IF CV-ROOT-ADJUST = CST-ROOT-ADJUST
000000         COMPUTE WS-NEW-MONEY-ROOT =
000000                 AS-MONEY-ROOT   -
000000                 CV-PRINCIPAL-AMOUNT
000000     ELSE
000000         MOVE AS-MONEY-ROOT      TO      WS-NEW-MONEY-ROOT
000000     END-IF.
000000     EVALUATE TRUE
000000         WHEN WS-NEW-BALANCE < 0
000000             MOVE CST-REASON-NEG-BALANCE
000000                                 TO      WS-REASON-CODE
000000             MOVE 'VOUCHER WOULD MAKE BALANCE NEGATIVE'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999VCH-REJECT
000000         WHEN WS-NEW-MONEY-ROOT < 0
000000             MOVE CST-REASON-NEG-ROOT
000000                                 TO      WS-REASON-CODE
000000             MOVE 'VOUCHER WOULD MAKE MONEY_ROOT NEGATIVE'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999VCH-REJECT
000000         WHEN OTHER
000000             CONTINUE
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 承認の消込み
000000* SPD9999VCH-USE-APPROVAL SECTION |     （COMMON）
000000*                                |      対象: DB_APPROVAL
000000*                                |      起票者が取消済みの承認は
000000*                                |      記帳しない（1承認＝1記帳）
000000*/-------------------------------------------------------------/*
000000 SPD9999VCH-USE-APPROVAL.
000000     MOVE CV-APPROVAL-ID         TO      AP-APPROVAL-ID.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_APPROVAL
000000         SET     STATUS      = :CST-STATUS-USED
000000         WHERE   APPROVAL_ID = :AP-APPROVAL-ID
000000         AND     STATUS      = :CST-STATUS-APPROVED
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             PERFORM SPD9999VCH-AUDIT-APPROVAL
000000         WHEN 100
000000             MOVE 'N'            TO      WS-ITEM-OK
000000             ADD 1               TO      CST-COUNT-WITHDRAWN
000000             MOVE CV-VOUCHER-ID  TO      WS-VOUCHER-ID-DISP
000000             DISPLAY 'APPROVAL WITHDRAWN, VOUCHER_ID : '
000000                     WS-VOUCHER-ID-DISP
000000         WHEN OTHER
000000             MOVE 'SPD9999VCH-USE-APPROVAL'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'UPDATE DB_APPROVAL FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999VCH-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 承認使用の監査記録
000000* SPD9999VCH-AUDIT-APPROVAL SECTION |   （COMMON）
000000*                                |      対象: DB_RUN_AUDIT
000000*                                |      伝票ID・申請者・承認者を残す
000000*/-------------------------------------------------------------/*
000000 SPD9999VCH-AUDIT-APPROVAL.
000000     MOVE CV-VOUCHER-ID          TO      WS-VOUCHER-ID-DISP.
000000     MOVE CV-APPROVAL-ID         TO      WS-APPROVAL-ID-DISP.
000000     MOVE SPACES                 TO      RA-PARM-DATA.
000000     STRING 'VOUCHER,' WS-VOUCHER-ID-DISP ','
000000            WS-APPROVAL-ID-DISP ','
000000            AP-ENTERED-BY ',' AP-APPROVED-BY
000000         DELIMITED BY SIZE
000000         INTO RA-PARM-DATA
000000     END-STRING.
000000     MOVE CST-RUN-MODE-VCH       TO      RA-RUN-MODE.
000000     MOVE CV-ACC-ID              TO      WS-ACC-ID-DISP.
000000     MOVE WS-ACC-ID-DISP         TO      RA-ACC-ID.
000000     MOVE 0                      TO      RA-SQLCODE-OUT.
000000     MOVE FUNCTION CURRENT-DATE  TO      RA-AUDIT-TIMESTAMP.
000000     MOVE RA-AUDIT-TIMESTAMP     TO      RA-RUN-START-TS.
000000     MOVE RA-AUDIT-TIMESTAMP     TO      RA-RUN-END-TS.
000000     MOVE 0                      TO      RA-ROWS-FETCHED.
000000     MOVE 0                      TO      RA-ROWS-SETTLED.
000000     MOVE 0                      TO      RA-ROWS-REJECTED.
000000     MOVE 0                      TO      RA-COMMITS-TAKEN.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_RUN_AUDIT
000000             (PARM_DATA, RUN_MODE, ACC_ID, SQLCODE_OUT,
000000              AUDIT_TIMESTAMP, RUN_START_TS, RUN_END_TS,
000000              ROWS_FETCHED, ROWS_SETTLED, ROWS_REJECTED,
000000              COMMITS_TAKEN)
000000         VALUES
000000             (:RA-PARM-DATA, :RA-RUN-MODE, :RA-ACC-ID,
000000              :RA-SQLCODE-OUT, :RA-AUDIT-TIMESTAMP,
000000              :RA-RUN-START-TS, :RA-RUN-END-TS,
000000              :RA-ROWS-FETCHED, :RA-ROWS-SETTLED,
000000              :RA-ROWS-REJECTED, :RA-COMMITS-TAKEN)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999VCH-AUDIT-APPROVAL'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'INSERT APPROVAL AUDIT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999VCH-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 伝票の記帳
000000* SPD9999VCH-POST-VOUCHER SECTION |     （MAIN）
000000*                                |      対象: DB_ACCOUNT_BALANCE
000000*                                |            DB_ACCOUNT_SAVINGS
000000*                                |            DB_SAVINGS_HISTORY
000000*                                |            DB_CALC_DETAIL
000000*                                |            DB_EXCEPTION_LOG
000000*                                |            DB_CORRECTION_VOUCHER
000000*/-------------------------------------------------------------/*
000000 SPD9999VCH-POST-VOUCHER.
000000     MOVE 'B'                    TO      WS-CHG-TABLE.
000000     MOVE AB-ACC-ID              TO      WS-CHG-ACC-ID.
000000     PERFORM SPD9999VCH-CHG-BEFORE.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_ACCOUNT_BALANCE
000000         SET     BALANCE = :WS-NEW-BALANCE
000000         WHERE   ACC_ID  = :AB-ACC-ID
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999VCH-POST-VOUCHER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'UPDATE ACCOUNT BALANCE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999VCH-ABEND
000000     END-IF.
000000     PERFORM SPD9999VCH-CHG-AFTER.
000000     PERFORM SPD9999VCH-UPD-ORDER.
000000     PERFORM SPD9999VCH-INS-HISTORY.
000000     PERFORM SPD9999VCH-INS-CALC-DETAIL.
000000     PERFORM SPD9999VCH-CLOSE-EXCEPTION.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_CORRECTION_VOUCHER
000000         SET     STATUS      = :CST-VCH-POSTED,
000000                 POSTED_DATE = :HV-DATE-CURRENT-X
000000         WHERE   VOUCHER_ID  = :CV-VOUCHER-ID
000000         AND     STATUS      = :CST-VCH-SUBMITTED
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999VCH-POST-VOUCHER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'UPDATE CORRECTION VOUCHER FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999VCH-ABEND
000000     END-IF.
000000     MOVE CV-VOUCHER-ID          TO      WS-VOUCHER-ID-DISP.
000000     DISPLAY 'POSTED VOUCHER_ID : ' WS-VOUCHER-ID-DISP
000000             ' REASON : ' CV-REASON-CODE
000000             ' EXCEPTION : ' CV-EXC-REASON-CODE.
000000     ADD 1                       TO      CST-COUNT-POSTED.
000000     ADD CV-PRINCIPAL-AMOUNT     TO      CST-TOTAL-PRINCIPAL.
000000     ADD CV-INTEREST-PAID        TO      CST-TOTAL-INTEREST.
000000     ADD WS-BALANCE-EFFECT       TO      CST-TOTAL-BALANCE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 注文の元金・状態の訂正
000000* SPD9999VCH-UPD-ORDER   SECTION |      （COMMON）
000000*                                |      対象: DB_ACCOUNT_SAVINGS
000000*                                |      元金減額なし・状態指定なし
000000*                                |      の伝票は更新しない
000000*/-------------------------------------------------------------/*
000000 SPD9999VCH-UPD-ORDER.
000000     IF CV-NEW-STATUS NOT = SPACES
000000         MOVE CV-NEW-STATUS      TO      AS-STATUS
000000     END-IF.
000000     IF  CV-ROOT-ADJUST NOT = CST-ROOT-ADJUST
000000     AND CV-NEW-STATUS      = SPACES
000000         CONTINUE
000000     ELSE
000000         MOVE 'S'                TO      WS-CHG-TABLE
000000         MOVE AS-ORDER-ID        TO      WS-CHG-ORDER-ID
000000         PERFORM SPD9999VCH-CHG-BEFORE
000000         EXEC SQL
000000             UPDATE  MYDB.DB_ACCOUNT_SAVINGS
000000             SET     MONEY_ROOT = :WS-NEW-MONEY-ROOT,
000000                     STATUS     = :AS-STATUS
000000             WHERE   ORDER_ID   = :AS-ORDER-ID
000000         END-EXEC
000000         IF SQLCODE NOT = 0
000000             MOVE 'SPD9999VCH-UPD-ORDER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'UPDATE ACCOUNT SAVINGS FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999VCH-ABEND
000000         END-IF
000000         PERFORM SPD9999VCH-CHG-AFTER
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 訂正履歴の登録
000000* SPD9999VCH-INS-HISTORY SECTION |      （COMMON）
000000*                                |      対象: DB_SAVINGS_HISTORY
000000*                                |      金額は伝票どおり符号付き
000000*/-------------------------------------------------------------/*
000000 SPD9999VCH-INS-HISTORY.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_SAVINGS_HISTORY
000000             (ORDER_ID, ACC_ID, SETTLE_DATE, RATE_APPLIED,
000000              PRINCIPAL_AMOUNT, INTEREST_PAID, TAX_NATIONAL,
000000              TAX_LOCAL, INTEREST_NET, NEW_BALANCE,
000000              WITHDRAWAL_TYPE, DAY_BASIS)
000000         VALUES
000000             (:CV-ORDER-ID, :CV-ACC-ID, :HV-DATE-CURRENT-X,
000000              0, :CV-PRINCIPAL-AMOUNT, :CV-INTEREST-PAID,
000000              :CV-TAX-NATIONAL, :CV-TAX-LOCAL,
000000              :WS-INTEREST-NET, :WS-NEW-BALANCE,
000000              :CST-WITHDRAW-VOUCHER, 0)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999VCH-INS-HISTORY'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'INSERT SAVINGS HISTORY FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999VCH-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 計算明細の登録
000000* SPD9999VCH-INS-CALC-DETAIL SECTION |  （COMMON）
000000*                                |      対象: DB_CALC_DETAIL
000000*                                |      利息の訂正額を1レグとして
000000*                                |      記録（利率・日数は0）
000000*/-------------------------------------------------------------/*
000000 SPD9999VCH-INS-CALC-DETAIL.
000000     MOVE CV-ORDER-ID            TO      CD-ORDER-ID.
000000     MOVE HV-DATE-CURRENT-X      TO      CD-SETTLE-DATE.
000000     MOVE CST-WITHDRAW-VOUCHER   TO      CD-WITHDRAWAL-TYPE.
000000     EXEC SQL
000000         SELECT COALESCE(MAX(LEG_SEQ), 0) + 1
000000         INTO   :CD-LEG-SEQ
000000         FROM   MYDB.DB_CALC_DETAIL
000000         WHERE  ORDER_ID        = :CD-ORDER-ID
000000         AND    SETTLE_DATE     = :CD-SETTLE-DATE
000000         AND    WITHDRAWAL_TYPE = :CD-WITHDRAWAL-TYPE
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999VCH-INS-CALC-DETAIL'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT MAX LEG_SEQ FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999VCH-ABEND
000000     END-IF.
000000     MOVE HV-DATE-CURRENT-X      TO      CD-PERIOD-START.
000000     MOVE HV-DATE-CURRENT-X      TO      CD-PERIOD-END.
000000     MOVE 0                      TO      CD-CALC-DAYS.
000000     MOVE CST-SOURCE-VOUCHER     TO      CD-RATE-SOURCE.
000000     MOVE 0                      TO      CD-RATE-APPLIED.
000000     MOVE 0                      TO      CD-TIER-MIN-AMOUNT.
000000     MOVE 0                      TO      CD-TIER-MAX-AMOUNT.
000000     MOVE 0                      TO      CD-DAY-BASIS.
000000     MOVE CV-INTEREST-PAID       TO      CD-LEG-AMOUNT.
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
000000         MOVE 'SPD9999VCH-INS-CALC-DETAIL'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'INSERT CALC DETAIL FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999VCH-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 紐付く例外行の解決
000000* SPD9999VCH-CLOSE-EXCEPTION SECTION |  （COMMON）
000000*                                |      対象: DB_EXCEPTION_LOG
000000*                                |      起票後に手で解決済みの行は
000000*                                |      そのまま。当該注文で記録
000000*                                |      した記帳不能（RUN_MODE='V'）
000000*                                |      の行も記帳により解決とする
000000*/-------------------------------------------------------------/*
000000 SPD9999VCH-CLOSE-EXCEPTION.
000000     MOVE CV-ORDER-ID            TO      EL-ORDER-ID.
000000     MOVE CV-EXC-LOG-TS          TO      EL-LOG-TIMESTAMP.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_EXCEPTION_LOG
000000         SET     WF_STATUS     = :CST-WF-RESOLVED
000000         WHERE   ORDER_ID      = :EL-ORDER-ID
000000         AND     LOG_TIMESTAMP = :EL-LOG-TIMESTAMP
000000         AND    (WF_STATUS     = :CST-WF-NEW OR
000000                 WF_STATUS     = :CST-WF-INVESTIGATING)
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             ADD SQLERRD (3)     TO      CST-COUNT-EXC-CLOSED
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999VCH-CLOSE-EXCEPTION'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'UPDATE EXCEPTION LOG FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999VCH-ABEND
000000     END-EVALUATE.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_EXCEPTION_LOG
000000         SET     WF_STATUS     = :CST-WF-RESOLVED
000000         WHERE   ORDER_ID      = :EL-ORDER-ID
000000         AND     RUN_MODE      = :CST-RUN-MODE-VCH
000000         AND    (WF_STATUS     = :CST-WF-NEW OR
000000                 WF_STATUS     = :CST-WF-INVESTIGATING)
000000     END-EXEC.
000000     IF  SQLCODE NOT = 0
000000     AND SQLCODE NOT = 100
000000         MOVE 'SPD9999VCH-CLOSE-EXCEPTION'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'UPDATE VOUCHER EXCEPTIONS FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999VCH-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 伝票単位のコミット
000000* SPD9999VCH-COMMIT      SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999VCH-COMMIT.
000000     EXEC SQL
000000         COMMIT
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999VCH-COMMIT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'COMMIT FAILED'    TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999VCH-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 記帳不能伝票の例外記録
000000* SPD9999VCH-REJECT      SECTION |      （COMMON）
000000*                                |      対象: DB_EXCEPTION_LOG
000000*                                |      WS-REASON-CODEと
000000*                                |      CST-ABEND-DETAILを設定して
000000*                                |      から呼び出すこと
000000*/-------------------------------------------------------------/*
000000 SPD9999VCH-REJECT.
000000     MOVE 'N'                    TO      WS-ITEM-OK.
000000     MOVE CV-VOUCHER-ID          TO      WS-VOUCHER-ID-DISP.
000000     DISPLAY 'SPD9999VCH-REJECT VOUCHER_ID : '
000000             WS-VOUCHER-ID-DISP ' REASON : ' WS-REASON-CODE.
000000     ADD 1                       TO      CST-COUNT-EXCEPTION.
000000     MOVE CV-ORDER-ID            TO      EL-ORDER-ID.
000000     MOVE CV-ACC-ID              TO      WS-ACC-ID-DISP.
000000     MOVE WS-ACC-ID-DISP         TO      EL-ACC-ID.
000000     MOVE CST-RUN-MODE-VCH       TO      EL-RUN-MODE.
000000     MOVE WS-REASON-CODE         TO      EL-REASON-CODE.
000000     MOVE HV-DATE-CURRENT-X      TO      EL-RUN-DATE.
000000     MOVE CST-ABEND-DETAIL(1:50) TO      EL-DETAIL.
000000     MOVE CST-WF-NEW             TO      EL-WF-STATUS.
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
000000*                                | NOTE: 変更前イメージの保持
000000* SPD9999VCH-CHG-BEFORE  SECTION |      （COMMON）
000000*                                |      SPD9999CHGで更新対象行を保持
000000*/-------------------------------------------------------------/*
000000 SPD9999VCH-CHG-BEFORE.
000000     MOVE 'B'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         MOVE 'SPD9999VCH-CHG-BEFORE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CHANGE JOURNAL BEFORE IMAGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999VCH-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更後イメージの記録
000000* SPD9999VCH-CHG-AFTER   SECTION |      （COMMON）
000000*                                |      対象: DB_CHANGE_JOURNAL
000000*                                |      （SPD9999CHG経由）
000000*/-------------------------------------------------------------/*
000000 SPD9999VCH-CHG-AFTER.
000000     MOVE 'A'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         MOVE 'SPD9999VCH-CHG-AFTER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CHANGE JOURNAL AFTER IMAGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999VCH-ABEND
000000     END-IF.
000000     INITIALIZE                  WS-CHG-KEYS.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999VCH-ABEND       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999VCH-ABEND.
000000     DISPLAY 'SPD9999VCH-ABEND'.
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
000000 END PROGRAM SPD9999VCH.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
