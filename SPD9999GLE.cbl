000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999GLE
000000*    CREATE DATE    :            2026/03/06
000000*    UPDATE DATE    :            2026/10/15
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            総勘定元帳（GL）仕訳抽出バッチ
000000*                                当日のDB_SAVINGS_HISTORY（満期・
000000*                                ・相続決済（ESTATE）のレグを
000000*                                  決済集約から除外（仕訳は
000000*                                  SPD9999ESTのESTJRNLへ移管）
000000*        2026/10/15 :            新規預入（WITHDRAWAL_TYPE='PLACE'）
000000*                                対応。普通預金から定期元金への
000000*                                振替で積立と同じ構成のため、
000000*                                決済集約から除外し、積立仕訳
000000*                                （借方 普通預金債務／貸方 預金
000000*                                元金）の抽出対象に含める
000000*        2026/10/15 :            定期預金の中間利払（WITHDRAWAL_TYPE=
000000*                                'INTPAY'）対応。利払は決済集約で
000000*                                通常の利息支払として仕訳し、
000000*                                当該注文の未払利息計上累計を
000000*                                満期決済と同様に戻す
000000*        2026/10/15 :            他行振込の返却（WITHDRAWAL_TYPE=
000000*                                'XFERRTN'）対応。SPD9999ZRTが
000000*                                払出元口座へ再入金した返却資金を
000000*                                決済集約から除外し、借方 振込
000000*                                清算勘定／貸方 普通預金債務の
000000*                                別仕訳ペアとして計上する（仕向
000000*                                銀行から戻った資金で清算勘定を
000000*                                消し込む）
000000*        2026/10/15 :            代り金の通貨換算（DB_FX_CONVERSION）の
000000*                                仕訳を追加。SPD9999FXCが当日登録した
000000*                                換算を払出元の商品×換算元通貨×換算先
000000*                                通貨で集約し、換算元通貨で 借方 顧客
000000*                                未払金／貸方 為替持高、換算先通貨で
000000*                                借方 為替持高／貸方 顧客未払金、基準
000000*                                通貨で 借方 為替持高（仲値との差額）
000000*                                ／貸方 為替売買益・為替手数料を計上
000000*                                する
000000*        2026/10/15 :            翌朝再計算チェック（SPD9999RCV）
000000*                                対応。PARM='仕訳日(YYYYMMDD)'を
000000*                                任意指定可能とし（省略時は当日）、
000000*                                DB_RECALC_BREAKの未解消の保留レグ
000000*                                （GL_HOLD='Y'・STATUS='O'）を決済
000000*                                集約から除外する。前日以前に保留
000000*                                され、SPM1 RCBで解消済み
000000*                                （STATUS='C'）のレグは当日の仕訳日
000000*                                で決済集約に含め、STATUS='P'
000000*                                （仕訳済み）へ更新する
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*        2026/10/15 :            サービス手数料（DB_FEE_HISTORY）の
000000*                                仕訳を追加。SPD9999FEEが当日徴収した
000000*                                手数料をサービス×通貨×徴収方法で
000000*                                集約し、借方 普通預金債務（口座
000000*                                引落）または顧客未払金（支払額から
000000*                                差引）／貸方 手数料収益・仮受消費税
000000*                                を計上する。免除・未徴収は対象外
000000*        2026/10/15 :            口座引落の手数料をDB_SAVINGS_HISTORY
000000*                                の'FEE'行として記録するため、決済
000000*                                仕訳の集計から除外する（手数料仕訳
000000*                                との二重計上を防ぐ）
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000     EXEC SQL
000000         INCLUDE                 RNDLGR
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_RECALC_BREAK
000000     EXEC SQL
000000         INCLUDE                 RCLBRK
000000     END-EXEC.
000000 01 WS-JRN-STATUS                PIC X(02).
000000 01 WS-VARIABLES.
000000    03 WS-SUM-PRINCIPAL          PIC S9(13)V99 COMP-3.
000000    03 WS-SUM-ACCR-BACKOUT       PIC S9(13)V99 COMP-3.
000000    03 WS-SUM-CHARGES            PIC S9(13)V99 COMP-3.
000000    03 WS-SUM-CONTRIB            PIC S9(13)V99 COMP-3.
000000    03 WS-SUM-XFER-RTN           PIC S9(13)V99 COMP-3.
000000    03 WS-FX-FROM-CCY            PIC X(03).
000000    03 WS-FX-TO-CCY              PIC X(03).
000000    03 WS-SUM-FX-FROM            PIC S9(13)V99 COMP-3.
000000    03 WS-SUM-FX-TO              PIC S9(13)V99 COMP-3.
000000    03 WS-SUM-FX-SPREAD          PIC S9(13)V99 COMP-3.
000000    03 WS-SUM-FX-COMM            PIC S9(13)V99 COMP-3.
000000    03 WS-AMOUNT-FX-MARGIN       PIC S9(13)V99 COMP-3.
000000    03 WS-SUM-FEE                PIC S9(13)V99 COMP-3.
000000    03 WS-SUM-FEE-TAX            PIC S9(13)V99 COMP-3.
000000    03 WS-AMOUNT-FEE-TOTAL       PIC S9(13)V99 COMP-3.
000000    03 WS-FEE-METHOD             PIC X(01).
000000    03 WS-PARAM-DATE-CHAR        PIC X(08).
000000 01 HV-VARIABLES.
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000    03 HV-COUNT-HELD             PIC S9(09) COMP.
000000    03 HV-COUNT-RELEASED         PIC S9(09) COMP.
000000*--- SPD9999SEQ（実行順序チェック）呼出パラメータ
000000 01 WS-PARAM-SEQ.
000000    03 WS-SEQ-FUNC               PIC X(03).
000000    03 CST-EOF-CRS-CHG           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-CTB           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-RND           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-XRT           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-FXC           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-FEE           PIC X(01)  VALUE 'N'.
000000*--- JOURNAL RECORD / ACCOUNT CODE CONSTANT
000000    03 CST-REC-TYPE-DEBIT        PIC X(01)  VALUE 'D'.
000000    03 CST-REC-TYPE-CREDIT       PIC X(01)  VALUE 'C'.
000000    03 CST-ACCT-FEE-INCOME       PIC X(16)  VALUE 'FEE-INCOME'.
000000    03 CST-ACCT-ROUND-RESIDUE    PIC X(16)
000000                                 VALUE 'ROUND-RESIDUE'.
000000    03 CST-ACCT-XFER-CLEARING    PIC X(16)
000000                                 VALUE 'XFER-CLEARING'.
000000    03 CST-ACCT-FX-POSITION      PIC X(16)  VALUE 'FX-POSITION'.
000000    03 CST-ACCT-FX-INCOME        PIC X(16)  VALUE 'FX-INCOME'.
000000    03 CST-ACCT-FX-COMMISSION    PIC X(16)
000000                                 VALUE 'FX-COMMISSION'.
000000    03 CST-ACCT-CTAX-PAYABLE     PIC X(16)  VALUE 'CTAX-PAYABLE'.
000000    03 CST-BASE-CURRENCY         PIC X(03)  VALUE 'JPY'.
000000    03 CST-TYPE-ROUNDING         PIC X(10)  VALUE 'ROUNDING'.
000000*--- WITHDRAWAL TYPE CONSTANT
000000    03 CST-WITHDRAW-MATURITY     PIC X(08)  VALUE 'MATURITY'.
000000    03 CST-WITHDRAW-ESCHEAT      PIC X(08)  VALUE 'ESCHEAT'.
000000    03 CST-WITHDRAW-RECLAIM      PIC X(08)  VALUE 'RECLAIM'.
000000    03 CST-WITHDRAW-ESTATE       PIC X(08)  VALUE 'ESTATE'.
000000    03 CST-WITHDRAW-PLACE        PIC X(08)  VALUE 'PLACE'.
000000    03 CST-WITHDRAW-INTPAY       PIC X(08)  VALUE 'INTPAY'.
000000    03 CST-WITHDRAW-XFERRTN      PIC X(08)  VALUE 'XFERRTN'.
000000    03 CST-WITHDRAW-FEE          PIC X(08)  VALUE 'FEE'.
000000*--- RECALC BREAK CONSTANT
000000    03 CST-GL-HOLD-YES           PIC X(01)  VALUE 'Y'.
000000    03 CST-BREAK-OPEN            PIC X(01)  VALUE 'O'.
000000    03 CST-BREAK-CLEARED         PIC X(01)  VALUE 'C'.
000000    03 CST-BREAK-POSTED          PIC X(01)  VALUE 'P'.
000000*--- SERVICE FEE CONSTANT
000000    03 CST-FEE-COLLECTED         PIC X(01)  VALUE 'C'.
000000    03 CST-FEE-METHOD-ACCOUNT    PIC X(01)  VALUE 'A'.
000000*--- PROCESS COUNTER / TOTAL
000000    03 CST-COUNT-GROUPS          PIC 9(05)  VALUE 0.
000000    03 CST-COUNT-RECORDS         PIC 9(07)  VALUE 0.
000000    03 CST-TOTAL-NET             PIC S9(13)V99 VALUE 0.
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
000000*--- '仕訳日(YYYYMMDD)'。SPACESは当日
000000    03 LNK-PARAM-DATA            PIC X(08).
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000 PROCEDURE                       DIVISION USING LNK-PARAM-JCL.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999GLE-MAIN        SECTION |      （MAIN）
000000*/-------------------------------------------------------------/*
000000 SPD9999GLE-MAIN.
000000     DISPLAY 'START SPD9999GLE'.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     PERFORM SPD9999GLE-CHK-PARAM.
000000*--- 実行順序の前提チェック（2026/08/06）。免除は
000000*--- SPD9999ONMの'SEQ'サブコマンドで当日に限り設定できる
000000     MOVE 'CHK'                  TO      WS-SEQ-FUNC.
000000     PERFORM SPD9999GLE-EXTRACT-CHARGES.
000000     PERFORM SPD9999GLE-EXTRACT-CONTRIB.
000000     PERFORM SPD9999GLE-EXTRACT-ROUNDING.
000000     PERFORM SPD9999GLE-EXTRACT-XFER-RTN.
000000     PERFORM SPD9999GLE-EXTRACT-FX-CONV.
000000     PERFORM SPD9999GLE-EXTRACT-FEES.
000000     PERFORM SPD9999GLE-WRITE-TRAILER.
000000     PERFORM SPD9999GLE-MARK-RECALC-POSTED.
000000     CLOSE JOURNAL-FILE.
000000     IF WS-JRN-STATUS NOT = '00'
000000         DISPLAY 'ERROR CLOSE JOURNAL FILE, STATUS : '
000000     DISPLAY 'TOTAL DEBIT HASH        : ' CST-TOTAL-DEBIT.
000000     DISPLAY 'TOTAL CREDIT HASH       : ' CST-TOTAL-CREDIT.
000000     DISPLAY 'NET (MUST BE ZERO)      : ' CST-TOTAL-NET.
000000     DISPLAY 'RECALC LEGS RELEASED    : ' HV-COUNT-RELEASED.
000000     DISPLAY 'RECALC LEGS STILL HELD  : ' HV-COUNT-HELD.
000000*--- 自プログラムの完了を記録する（2026/08/06）
000000     MOVE 'END'                  TO      WS-SEQ-FUNC.
000000     CALL 'SPD9999SEQ' USING WS-PARAM-SEQ.
000000     DISPLAY 'END   SPD9999GLE'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: パラメータ検証・仕訳日決定
000000* SPD9999GLE-CHK-PARAM   SECTION |      （COMMON）
000000*                                |      未指定は当日
000000*/-------------------------------------------------------------/*
000000 SPD9999GLE-CHK-PARAM.
000000     IF LNK-PARAM-DATA NOT = SPACES
000000         MOVE LNK-PARAM-DATA     TO      WS-PARAM-DATE-CHAR
000000         IF WS-PARAM-DATE-CHAR IS NOT NUMERIC
000000             DISPLAY 'INVALID PARM, EXPECTED YYYYMMDD : '
000000                     LNK-PARAM-DATA
000000             MOVE 'SPD9999GLE-CHK-PARAM'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'INVALID JOURNAL DATE PARM'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999GLE-ABEND
000000         END-IF
000000         MOVE WS-PARAM-DATE-CHAR
000000                                 TO      HV-DATE-CURRENT-X
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 当日決済履歴の集約抽出
000000* SPD9999GLE-EXTRACT     SECTION |      （MAIN）
000000*                                |      対象: DB_SAVINGS_HISTORY
000000         FROM    MYDB.DB_SAVINGS_HISTORY  H,
000000                 MYDB.DB_ACCOUNT_SAVINGS  A
000000         WHERE   H.ORDER_ID    = A.ORDER_ID
000000*--- 翌朝再計算チェック（SPD9999RCV）で差異となり仕訳保留中の
000000*--- レグは除外し、解消済みの過去日レグを当日分に含める
000000*--- （2026/10/15）
000000         AND   ((H.SETTLE_DATE = :HV-DATE-CURRENT-X
000000         AND     NOT EXISTS
000000                (SELECT 1
000000                 FROM   MYDB.DB_RECALC_BREAK  B
000000                 WHERE  B.ORDER_ID        = H.ORDER_ID
000000                 AND    B.SETTLE_DATE     = H.SETTLE_DATE
000000                 AND    B.WITHDRAWAL_TYPE = H.WITHDRAWAL_TYPE
000000                 AND    B.GL_HOLD         = :CST-GL-HOLD-YES
000000                 AND    B.STATUS          = :CST-BREAK-OPEN))
000000         OR     (H.SETTLE_DATE < :HV-DATE-CURRENT-X
000000         AND     EXISTS
000000                (SELECT 1
000000                 FROM   MYDB.DB_RECALC_BREAK  B
000000                 WHERE  B.ORDER_ID        = H.ORDER_ID
000000                 AND    B.SETTLE_DATE     = H.SETTLE_DATE
000000                 AND    B.WITHDRAWAL_TYPE = H.WITHDRAWAL_TYPE
000000                 AND    B.GL_HOLD         = :CST-GL-HOLD-YES
000000                 AND    B.STATUS          = :CST-BREAK-CLEARED)))
000000*--- 口座管理料（CHARGE）は負の支払利息として混ぜず、
000000*--- 手数料収益の別仕訳とする（2026/08/26）
000000         AND     H.WITHDRAWAL_TYPE <> :CST-WITHDRAW-CHARGE
000000*--- サービス手数料（FEE）は手数料仕訳で計上済み（2026/10/15）
000000         AND     H.WITHDRAWAL_TYPE <> :CST-WITHDRAW-FEE
000000*--- 積立（CONTRIB）は預金への資金流入のため決済仕訳の構成
000000*--- （借方元金／貸方未払金）と逆向き。別仕訳で計上する。
000000*--- 相続移管・払戻（ESCHEAT/RECLAIM）はSPD9999ESCが
000000         AND     H.WITHDRAWAL_TYPE <> :CST-WITHDRAW-ESCHEAT
000000         AND     H.WITHDRAWAL_TYPE <> :CST-WITHDRAW-RECLAIM
000000         AND     H.WITHDRAWAL_TYPE <> :CST-WITHDRAW-ESTATE
000000*--- 新規預入（PLACE）は積立と同じ構成のため積立仕訳で
000000*--- 計上する（2026/10/15）
000000         AND     H.WITHDRAWAL_TYPE <> :CST-WITHDRAW-PLACE
000000*--- 他行振込の返却（XFERRTN）は払出の戻りで構成が逆向き
000000*--- のため、清算勘定の消込仕訳で計上する（2026/10/15）
000000         AND     H.WITHDRAWAL_TYPE <> :CST-WITHDRAW-XFERRTN
000000         GROUP BY A.SAVING_TYPE, A.CURRENCY_CODE
000000         WITH UR
000000     END-EXEC.
000000                          H.WITHDRAWAL_TYPE =
000000                              :CST-WITHDRAW-EARLY    OR
000000                          H.WITHDRAWAL_TYPE =
000000                              :CST-WITHDRAW-RENEWAL  OR
000000*--- 定期預金の中間利払（INTPAY）は利払日までの未払利息を
000000*--- 支払済みとするため、同じく計上累計を戻す（2026/10/15）
000000                          H.WITHDRAWAL_TYPE =
000000                              :CST-WITHDRAW-INTPAY))
000000*--- 同日中に取消（REVERSAL）された決済は仕訳が相殺済みの
000000*--- ため、計上戻しも行わない（2026/09/02。片側だけ残ると
000000*--- 未払利息が恒久的に過少となる）
000000*                                | NOTE: 積立（資金流入）の仕訳出力
000000* SPD9999GLE-EXTRACT-CONTRIB SECTION |  （2026/09/02）
000000*                                |      対象: DB_SAVINGS_HISTORY
000000*                                |      積立・新規預入は
000000*                                |      普通預金から定期元金への
000000*                                |      振替のため
000000*                                |      借方 普通預金債務／
000000                 MYDB.DB_ACCOUNT_SAVINGS  A
000000         WHERE   H.ORDER_ID    = A.ORDER_ID
000000         AND     H.SETTLE_DATE = :HV-DATE-CURRENT-X
000000*--- 新規預入（PLACE）も同じ構成で合算する（2026/10/15）
000000         AND    (H.WITHDRAWAL_TYPE = :CST-WITHDRAW-CONTRIB OR
000000                 H.WITHDRAWAL_TYPE = :CST-WITHDRAW-PLACE)
000000         GROUP BY A.SAVING_TYPE, A.CURRENCY_CODE
000000         WITH UR
000000     END-EXEC.
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 他行振込返却の仕訳出力
000000* SPD9999GLE-EXTRACT-XFER-RTN SECTION | （2026/10/15）
000000*                                |      対象: DB_SAVINGS_HISTORY
000000*                                |            DB_ACCOUNT_SAVINGS
000000*                                |      借方 振込清算勘定／
000000*                                |      貸方 普通預金債務
000000*/-------------------------------------------------------------/*
000000 SPD9999GLE-EXTRACT-XFER-RTN.
000000     MOVE 'N'                    TO      CST-EOF-CRS-XRT.
000000     EXEC SQL
000000         DECLARE CRS-XRT CURSOR FOR
000000         SELECT  A.SAVING_TYPE,
000000                 A.CURRENCY_CODE,
000000                 SUM(H.PRINCIPAL_AMOUNT)
000000         FROM    MYDB.DB_SAVINGS_HISTORY  H,
000000                 MYDB.DB_ACCOUNT_SAVINGS  A
000000         WHERE   H.ORDER_ID    = A.ORDER_ID
000000         AND     H.SETTLE_DATE = :HV-DATE-CURRENT-X
000000         AND     H.WITHDRAWAL_TYPE = :CST-WITHDRAW-XFERRTN
000000         GROUP BY A.SAVING_TYPE, A.CURRENCY_CODE
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-XRT
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999GLE-EXTRACT-XFER-RTN'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-XRT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999GLE-ABEND
000000     END-IF.
000000     PERFORM SPD9999GLE-FETCH-XFER-RTN.
000000     PERFORM UNTIL CST-EOF-CRS-XRT = 'Y'
000000         PERFORM SPD9999GLE-WRITE-XFER-RTN-GRP
000000         PERFORM SPD9999GLE-FETCH-XFER-RTN
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-XRT
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 他行振込返却データ取得
000000* SPD9999GLE-FETCH-XFER-RTN SECTION |   （2026/10/15）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999GLE-FETCH-XFER-RTN.
000000     EXEC SQL
000000         FETCH CRS-XRT
000000         INTO  :AS-SAVING-TYPE,
000000               :AS-CURRENCY-CODE,
000000               :WS-SUM-XFER-RTN
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-XRT
000000         WHEN OTHER
000000             MOVE 'SPD9999GLE-FETCH-XFER-RTN'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-XRT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999GLE-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 1グループ分の返却仕訳出力
000000* SPD9999GLE-WRITE-XFER-RTN-GRP SECTION |（2026/10/15）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999GLE-WRITE-XFER-RTN-GRP.
000000     IF WS-SUM-XFER-RTN = 0
000000         CONTINUE
000000     ELSE
000000         ADD 1                   TO      CST-COUNT-GROUPS
000000*--- 借方: 振込清算勘定（仕向銀行から戻った資金の消込）
000000         MOVE CST-REC-TYPE-DEBIT TO      JRN-REC-TYPE
000000         MOVE CST-ACCT-XFER-CLEARING
000000                                 TO      JRN-ACCOUNT-CODE
000000         MOVE WS-SUM-XFER-RTN    TO      JRN-AMOUNT
000000         PERFORM SPD9999GLE-WRITE-JOURNAL
000000         ADD WS-SUM-XFER-RTN     TO      CST-TOTAL-DEBIT
000000*--- 貸方: 普通預金債務（払出元口座への再入金）
000000         MOVE CST-REC-TYPE-CREDIT
000000                                 TO      JRN-REC-TYPE
000000         MOVE CST-ACCT-DEP-ORDINARY
000000                                 TO      JRN-ACCOUNT-CODE
000000         MOVE WS-SUM-XFER-RTN    TO      JRN-AMOUNT
000000         PERFORM SPD9999GLE-WRITE-JOURNAL
000000         ADD WS-SUM-XFER-RTN     TO      CST-TOTAL-CREDIT
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 代り金の通貨換算の仕訳出力
000000* SPD9999GLE-EXTRACT-FX-CONV SECTION |  （2026/10/15）
000000*                                |      対象: DB_FX_CONVERSION
000000*                                |            DB_ACCOUNT_SAVINGS
000000*                                |      商品×換算元×換算先で集約
000000*/-------------------------------------------------------------/*
000000 SPD9999GLE-EXTRACT-FX-CONV.
000000     MOVE 'N'                    TO      CST-EOF-CRS-FXC.
000000     EXEC SQL
000000         DECLARE CRS-FXC CURSOR FOR
000000         SELECT  A.SAVING_TYPE,
000000                 C.FROM_CCY,
000000                 C.TO_CCY,
000000                 SUM(C.FROM_AMOUNT),
000000                 SUM(C.TO_AMOUNT),
000000                 SUM(C.SPREAD_AMOUNT),
000000                 SUM(C.COMMISSION)
000000         FROM    MYDB.DB_FX_CONVERSION    C,
000000                 MYDB.DB_ACCOUNT_SAVINGS  A
000000         WHERE   C.ORDER_ID  = A.ORDER_ID
000000         AND     C.CONV_DATE = :HV-DATE-CURRENT-X
000000         GROUP BY A.SAVING_TYPE, C.FROM_CCY, C.TO_CCY
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-FXC
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999GLE-EXTRACT-FX-CONV'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-FXC FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999GLE-ABEND
000000     END-IF.
000000     PERFORM SPD9999GLE-FETCH-FX-CONV.
000000     PERFORM UNTIL CST-EOF-CRS-FXC = 'Y'
000000         PERFORM SPD9999GLE-WRITE-FX-CONV-GRP
000000         PERFORM SPD9999GLE-FETCH-FX-CONV
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-FXC
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 通貨換算データ取得
000000* SPD9999GLE-FETCH-FX-CONV SECTION |    （2026/10/15）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999GLE-FETCH-FX-CONV.
000000     EXEC SQL
000000         FETCH CRS-FXC
000000         INTO  :AS-SAVING-TYPE,
000000               :WS-FX-FROM-CCY,
000000               :WS-FX-TO-CCY,
000000               :WS-SUM-FX-FROM,
000000               :WS-SUM-FX-TO,
000000               :WS-SUM-FX-SPREAD,
000000               :WS-SUM-FX-COMM
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-FXC
000000         WHEN OTHER
000000             MOVE 'SPD9999GLE-FETCH-FX-CONV'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-FXC FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999GLE-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 1グループ分の換算仕訳出力
000000* SPD9999GLE-WRITE-FX-CONV-GRP SECTION |（2026/10/15）
000000*                                |      通貨ごとに貸借一致。
000000*                                |      仲値との差額（売買益＋
000000*                                |      手数料）は基準通貨で計上
000000*/-------------------------------------------------------------/*
000000 SPD9999GLE-WRITE-FX-CONV-GRP.
000000     ADD 1                       TO      CST-COUNT-GROUPS.
000000*--- 換算元通貨: 借方 顧客未払金／貸方 為替持高
000000     MOVE WS-FX-FROM-CCY         TO      AS-CURRENCY-CODE.
000000     MOVE CST-REC-TYPE-DEBIT     TO      JRN-REC-TYPE.
000000     MOVE CST-ACCT-CUST-PAYABLE  TO      JRN-ACCOUNT-CODE.
000000     MOVE WS-SUM-FX-FROM         TO      JRN-AMOUNT.
000000     PERFORM SPD9999GLE-WRITE-JOURNAL.
000000     ADD WS-SUM-FX-FROM          TO      CST-TOTAL-DEBIT.
000000     MOVE CST-REC-TYPE-CREDIT    TO      JRN-REC-TYPE.
000000     MOVE CST-ACCT-FX-POSITION   TO      JRN-ACCOUNT-CODE.
000000     MOVE WS-SUM-FX-FROM         TO      JRN-AMOUNT.
000000     PERFORM SPD9999GLE-WRITE-JOURNAL.
000000     ADD WS-SUM-FX-FROM          TO      CST-TOTAL-CREDIT.
000000*--- 換算先通貨: 借方 為替持高／貸方 顧客未払金
000000     MOVE WS-FX-TO-CCY           TO      AS-CURRENCY-CODE.
000000     MOVE CST-REC-TYPE-DEBIT     TO      JRN-REC-TYPE.
000000     MOVE CST-ACCT-FX-POSITION   TO      JRN-ACCOUNT-CODE.
000000     MOVE WS-SUM-FX-TO           TO      JRN-AMOUNT.
000000     PERFORM SPD9999GLE-WRITE-JOURNAL.
000000     ADD WS-SUM-FX-TO            TO      CST-TOTAL-DEBIT.
000000     MOVE CST-REC-TYPE-CREDIT    TO      JRN-REC-TYPE.
000000     MOVE CST-ACCT-CUST-PAYABLE  TO      JRN-ACCOUNT-CODE.
000000     MOVE WS-SUM-FX-TO           TO      JRN-AMOUNT.
000000     PERFORM SPD9999GLE-WRITE-JOURNAL.
000000     ADD WS-SUM-FX-TO            TO      CST-TOTAL-CREDIT.
000000*--- 基準通貨: 借方 為替持高／貸方 為替売買益・為替手数料
000000     COMPUTE WS-AMOUNT-FX-MARGIN =
000000             WS-SUM-FX-SPREAD    +
000000             WS-SUM-FX-COMM.
000000     IF WS-AMOUNT-FX-MARGIN NOT = 0
000000         MOVE CST-BASE-CURRENCY  TO      AS-CURRENCY-CODE
000000         MOVE CST-REC-TYPE-DEBIT TO      JRN-REC-TYPE
000000         MOVE CST-ACCT-FX-POSITION
000000                                 TO      JRN-ACCOUNT-CODE
000000         MOVE WS-AMOUNT-FX-MARGIN
000000                                 TO      JRN-AMOUNT
000000         PERFORM SPD9999GLE-WRITE-JOURNAL
000000         ADD WS-AMOUNT-FX-MARGIN TO      CST-TOTAL-DEBIT
000000         MOVE CST-REC-TYPE-CREDIT
000000                                 TO      JRN-REC-TYPE
000000         MOVE CST-ACCT-FX-INCOME TO      JRN-ACCOUNT-CODE
000000         MOVE WS-SUM-FX-SPREAD   TO      JRN-AMOUNT
000000         PERFORM SPD9999GLE-WRITE-JOURNAL
000000         ADD WS-SUM-FX-SPREAD    TO      CST-TOTAL-CREDIT
000000         MOVE CST-REC-TYPE-CREDIT
000000                                 TO      JRN-REC-TYPE
000000         MOVE CST-ACCT-FX-COMMISSION
000000                                 TO      JRN-ACCOUNT-CODE
000000         MOVE WS-SUM-FX-COMM     TO      JRN-AMOUNT
000000         PERFORM SPD9999GLE-WRITE-JOURNAL
000000         ADD WS-SUM-FX-COMM      TO      CST-TOTAL-CREDIT
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: サービス手数料の仕訳出力
000000* SPD9999GLE-EXTRACT-FEES SECTION |     （2026/10/15）
000000*                                |      対象: DB_FEE_HISTORY
000000*                                |      徴収済み（STATUS='C'）のみ
000000*                                |      サービス×通貨×徴収方法で集約
000000*/-------------------------------------------------------------/*
000000 SPD9999GLE-EXTRACT-FEES.
000000     MOVE 'N'                    TO      CST-EOF-CRS-FEE.
000000     EXEC SQL
000000         DECLARE CRS-FEE CURSOR FOR
000000         SELECT  SERVICE_CODE,
000000                 CURRENCY_CODE,
000000                 CHARGE_METHOD,
000000                 SUM(FEE_AMOUNT),
000000                 SUM(TAX_AMOUNT)
000000         FROM    MYDB.DB_FEE_HISTORY
000000         WHERE   CHARGE_DATE = :HV-DATE-CURRENT-X
000000         AND     STATUS      = :CST-FEE-COLLECTED
000000         GROUP BY SERVICE_CODE, CURRENCY_CODE, CHARGE_METHOD
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-FEE
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999GLE-EXTRACT-FEES'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-FEE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999GLE-ABEND
000000     END-IF.
000000     PERFORM SPD9999GLE-FETCH-FEES.
000000     PERFORM UNTIL CST-EOF-CRS-FEE = 'Y'
000000         PERFORM SPD9999GLE-WRITE-FEE-GRP
000000         PERFORM SPD9999GLE-FETCH-FEES
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-FEE
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: サービス手数料データ取得
000000* SPD9999GLE-FETCH-FEES  SECTION |      （2026/10/15）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999GLE-FETCH-FEES.
000000     EXEC SQL
000000         FETCH CRS-FEE
000000         INTO  :AS-SAVING-TYPE,
000000               :AS-CURRENCY-CODE,
000000               :WS-FEE-METHOD,
000000               :WS-SUM-FEE,
000000               :WS-SUM-FEE-TAX
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-FEE
000000         WHEN OTHER
000000             MOVE 'SPD9999GLE-FETCH-FEES'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-FEE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999GLE-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 1グループ分の手数料仕訳出力
000000* SPD9999GLE-WRITE-FEE-GRP SECTION |    （2026/10/15）
000000*                                |      SAVING_TYPE欄にサービスコード
000000*/-------------------------------------------------------------/*
000000 SPD9999GLE-WRITE-FEE-GRP.
000000     COMPUTE WS-AMOUNT-FEE-TOTAL =
000000             WS-SUM-FEE          +
000000             WS-SUM-FEE-TAX.
000000     IF WS-AMOUNT-FEE-TOTAL = 0
000000         CONTINUE
000000     ELSE
000000         ADD 1                   TO      CST-COUNT-GROUPS
000000*--- 借方: 口座引落は普通預金債務、支払額からの差引は顧客未払金
000000         MOVE CST-REC-TYPE-DEBIT
000000                                 TO      JRN-REC-TYPE
000000         IF WS-FEE-METHOD = CST-FEE-METHOD-ACCOUNT
000000             MOVE CST-ACCT-DEP-ORDINARY
000000                                 TO      JRN-ACCOUNT-CODE
000000         ELSE
000000             MOVE CST-ACCT-CUST-PAYABLE
000000                                 TO      JRN-ACCOUNT-CODE
000000         END-IF
000000         MOVE WS-AMOUNT-FEE-TOTAL
000000                                 TO      JRN-AMOUNT
000000         PERFORM SPD9999GLE-WRITE-JOURNAL
000000         ADD WS-AMOUNT-FEE-TOTAL
000000                                 TO      CST-TOTAL-DEBIT
000000*--- 貸方: 手数料収益（税抜）
000000         MOVE CST-REC-TYPE-CREDIT
000000                                 TO      JRN-REC-TYPE
000000         MOVE CST-ACCT-FEE-INCOME
000000                                 TO      JRN-ACCOUNT-CODE
000000         MOVE WS-SUM-FEE         TO      JRN-AMOUNT
000000         PERFORM SPD9999GLE-WRITE-JOURNAL
000000         ADD WS-SUM-FEE          TO      CST-TOTAL-CREDIT
000000*--- 貸方: 仮受消費税
000000         IF WS-SUM-FEE-TAX NOT = 0
000000             MOVE CST-REC-TYPE-CREDIT
000000                                 TO      JRN-REC-TYPE
000000             MOVE CST-ACCT-CTAX-PAYABLE
000000                                 TO      JRN-ACCOUNT-CODE
000000             MOVE WS-SUM-FEE-TAX
000000                                 TO      JRN-AMOUNT
000000             PERFORM SPD9999GLE-WRITE-JOURNAL
000000             ADD WS-SUM-FEE-TAX  TO      CST-TOTAL-CREDIT
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: トレーラレコード出力
000000* SPD9999GLE-WRITE-TRAILER SECTION |    （MAIN）
000000*                                |      純額（借方−貸方）は必ず0。
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 再計算差異レグの仕訳済み更新
000000* SPD9999GLE-MARK-RECALC-POSTED SECTION |（COMMON）
000000*                                |      対象: DB_RECALC_BREAK
000000*                                |      解消済みの保留レグを仕訳済みへ
000000*                                |      更新し、保留継続件数を取得する
000000*/-------------------------------------------------------------/*
000000 SPD9999GLE-MARK-RECALC-POSTED.
000000     EXEC SQL
000000         UPDATE MYDB.DB_RECALC_BREAK
000000         SET    STATUS      = :CST-BREAK-POSTED,
000000                POSTED_DATE = :HV-DATE-CURRENT-X
000000         WHERE  GL_HOLD     = :CST-GL-HOLD-YES
000000         AND    STATUS      = :CST-BREAK-CLEARED
000000         AND    SETTLE_DATE <= :HV-DATE-CURRENT-X
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE SQLERRD (3)    TO      HV-COUNT-RELEASED
000000         WHEN 100
000000             MOVE 0              TO      HV-COUNT-RELEASED
000000         WHEN OTHER
000000             MOVE 'SPD9999GLE-MARK-RECALC-POSTED'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'UPDATE DB_RECALC_BREAK FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999GLE-ABEND
000000     END-EVALUATE.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-COUNT-HELD
000000         FROM   MYDB.DB_RECALC_BREAK
000000         WHERE  GL_HOLD     = :CST-GL-HOLD-YES
000000         AND    STATUS      = :CST-BREAK-OPEN
000000         AND    SETTLE_DATE <= :HV-DATE-CURRENT-X
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999GLE-MARK-RECALC-POSTED'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT HELD RECALC COUNT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999GLE-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999GLE-ABEND       SECTION |      （COMMON）
000000*                                |
