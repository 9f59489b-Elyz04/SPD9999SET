000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999CPN.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999CPN
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            金利キャンペーン適用サブプログラム
000000*                                新規預入（SPD9999PLM）および満期
000000*                                継続（SPD9999SET）からCALLで使用
000000*                                する。適用日がDB_CAMPAIGNの対象
000000*                                期間内で、対象商品・対象通貨・
000000*                                適用条件（新規資金のみ等）を満たし
000000*                                元金予算に残りがあるキャンペーン
000000*                                のうち上乗せ幅が最大のものを適用
000000*                                し、
000000*                                  ・DB_CAMPAIGN.BUDGET_USEDへ元金
000000*                                    （基準通貨換算）を加算
000000*                                  ・DB_CAMPAIGN_ORDERへ注文ごとの
000000*                                    上乗せ利率を記録（満期まで
000000*                                    固定）
000000*                                する。予算の加算は残額条件付きの
000000*                                UPDATEで行い、同時実行で予算を
000000*                                超過しない（超過時は次点の
000000*                                キャンペーンを評価する）。
000000*                                COMMIT／ROLLBACKは呼出元が行う
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 :            プログラムの作成
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
000000*--- DCLGEN参照：MYDB.DB_CAMPAIGN
000000     EXEC SQL
000000         INCLUDE                 CMPMST
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CAMPAIGN_ORDER
000000     EXEC SQL
000000         INCLUDE                 CMPORD
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_EXCHANGE_RATE
000000     EXEC SQL
000000         INCLUDE                 EXCHRT
000000     END-EXEC.
000000 01 WS-VARIABLES.
000000    03 WS-LIST-IDX               PIC S9(04) COMP.
000000    03 WS-LIST-POS               PIC S9(04) COMP.
000000    03 WS-PRODUCT-MATCH          PIC X(01).
000000    03 WS-CCY-MATCH              PIC X(01).
000000    03 WS-ENROLLED               PIC X(01).
000000    03 WS-BUDGET-TAKEN           PIC X(01).
000000    03 WS-EXCHANGE-RATE          PIC S9(03)V9(06) COMP-3.
000000 01 HV-VARIABLES.
000000    03 HV-PRINCIPAL-BASE         PIC S9(13)V99    COMP-3.
000000    03 HV-RULE-BOTH              PIC X(01).
000000    03 HV-RULE-TYPE              PIC X(01).
000000 01 CST-VARIABLES.
000000    03 CST-BASE-CURRENCY         PIC X(03)  VALUE 'JPY'.
000000    03 CST-RULE-ALL              PIC X(01)  VALUE 'A'.
000000    03 CST-PRODUCT-MAX           PIC S9(04) COMP VALUE 5.
000000    03 CST-CCY-MAX               PIC S9(04) COMP VALUE 10.
000000    03 CST-BP-DIVISOR            PIC 9(05)  VALUE 10000.
000000    03 CST-EOF-CRS-CPN           PIC X(01)  VALUE 'N'.
000000    03 CST-RTN-OK                PIC 9(02)  VALUE 0.
000000    03 CST-RTN-NOT-ELIGIBLE      PIC 9(02)  VALUE 4.
000000    03 CST-RTN-ERROR             PIC 9(02)  VALUE 12.
000000*/-------------------------------------------------------------/*
000000*  呼出元パラメータ受け取りエリア
000000*/-------------------------------------------------------------/*
000000 LINKAGE                         SECTION.
000000 01 LNK-PARAM-CPN.
000000*--- 入力（登録済みの注文）
000000    03 LNK-CPN-ORDER-ID          PIC S9(09) COMP.
000000    03 LNK-CPN-ACC-ID            PIC S9(09) COMP.
000000    03 LNK-CPN-SAVING-TYPE       PIC X(10).
000000    03 LNK-CPN-CURRENCY-CODE     PIC X(03).
000000    03 LNK-CPN-PRINCIPAL         PIC S9(13)V99 COMP-3.
000000*--- 'N'=新規預入 'R'=満期継続
000000    03 LNK-CPN-ENROLL-TYPE       PIC X(01).
000000    03 LNK-CPN-ENROLL-DATE       PIC X(08).
000000    03 LNK-CPN-END-DATE          PIC X(08).
000000*--- 出力
000000    03 LNK-CPN-CAMPAIGN-ID       PIC X(10).
000000    03 LNK-CPN-BONUS-RATE        PIC S9(01)V9(04) COMP-3.
000000*--- 0=適用 4=対象キャンペーンなし 12=SQL異常
000000    03 LNK-CPN-RETURN            PIC S9(04) COMP.
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000 PROCEDURE                       DIVISION USING LNK-PARAM-CPN.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999CPN-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CPN-MAIN.
000000     MOVE CST-RTN-NOT-ELIGIBLE   TO      LNK-CPN-RETURN.
000000     MOVE SPACES                 TO      LNK-CPN-CAMPAIGN-ID.
000000     MOVE 0                      TO      LNK-CPN-BONUS-RATE.
000000     MOVE 'N'                    TO      WS-ENROLLED.
000000     PERFORM SPD9999CPN-GET-BASE-AMOUNT.
000000     IF LNK-CPN-RETURN NOT = CST-RTN-ERROR
000000         PERFORM SPD9999CPN-SELECT-CAMPAIGN
000000     END-IF.
000000     GOBACK.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 元金の基準通貨換算
000000* SPD9999CPN-GET-BASE-AMOUNT SECTION | （COMMON）
000000*                                |      対象: DB_EXCHANGE_RATE
000000*                                |      （SPD9999FXRと同じレート）
000000*/-------------------------------------------------------------/*
000000 SPD9999CPN-GET-BASE-AMOUNT.
000000     IF LNK-CPN-CURRENCY-CODE = CST-BASE-CURRENCY
000000     OR LNK-CPN-CURRENCY-CODE = SPACES
000000         MOVE 1                  TO      WS-EXCHANGE-RATE
000000     ELSE
000000         MOVE LNK-CPN-CURRENCY-CODE
000000                                 TO      ER-CURRENCY-CODE
000000         EXEC SQL
000000             SELECT RATE_TO_BASE
000000             INTO   :ER-RATE-TO-BASE
000000             FROM   MYDB.DB_EXCHANGE_RATE
000000             WHERE  CURRENCY_CODE = :ER-CURRENCY-CODE
000000         END-EXEC
000000         IF SQLCODE = 0
000000             MOVE ER-RATE-TO-BASE
000000                                 TO      WS-EXCHANGE-RATE
000000         ELSE
000000             DISPLAY 'SPD9999CPN SELECT EXCHANGE RATE FAILED, '
000000                     'CCY : ' LNK-CPN-CURRENCY-CODE
000000                     ' SQLCODE : ' SQLCODE
000000             MOVE CST-RTN-ERROR  TO      LNK-CPN-RETURN
000000         END-IF
000000     END-IF.
000000     COMPUTE HV-PRINCIPAL-BASE ROUNDED =
000000             LNK-CPN-PRINCIPAL  *
000000             WS-EXCHANGE-RATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 対象キャンペーンの評価
000000* SPD9999CPN-SELECT-CAMPAIGN SECTION | （MAIN）
000000*                                |      対象: DB_CAMPAIGN
000000*                                |      上乗せ幅の大きい順に評価し
000000*                                |      最初に予算を確保できたもの
000000*                                |      を適用する
000000*/-------------------------------------------------------------/*
000000 SPD9999CPN-SELECT-CAMPAIGN.
000000     MOVE CST-RULE-ALL           TO      HV-RULE-BOTH.
000000     MOVE LNK-CPN-ENROLL-TYPE    TO      HV-RULE-TYPE.
000000     MOVE 'N'                    TO      CST-EOF-CRS-CPN.
000000     EXEC SQL
000000         DECLARE CRS-CPN CURSOR FOR
000000         SELECT  CAMPAIGN_ID, PRODUCT_LIST, CCY_LIST, BONUS_BP
000000         FROM    MYDB.DB_CAMPAIGN
000000         WHERE   SALE_START_DATE <= :LNK-CPN-ENROLL-DATE
000000         AND     SALE_END_DATE   >= :LNK-CPN-ENROLL-DATE
000000         AND     (ELIGIBLE_RULE = :HV-RULE-TYPE OR
000000                  ELIGIBLE_RULE = :HV-RULE-BOTH)
000000         AND     BONUS_BP > 0
000000         AND     BUDGET_USED + :HV-PRINCIPAL-BASE
000000                     <= BUDGET_AMOUNT
000000         ORDER BY BONUS_BP DESC, CAMPAIGN_ID
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-CPN
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         DISPLAY 'SPD9999CPN OPEN CRS-CPN FAILED, '
000000                 'SQLCODE : ' SQLCODE
000000         MOVE CST-RTN-ERROR      TO      LNK-CPN-RETURN
000000     ELSE
000000         PERFORM SPD9999CPN-FETCH
000000         PERFORM UNTIL CST-EOF-CRS-CPN = 'Y'
000000                 OR    WS-ENROLLED = 'Y'
000000             PERFORM SPD9999CPN-EVAL-CAMPAIGN
000000             IF  WS-ENROLLED = 'N'
000000             AND LNK-CPN-RETURN NOT = CST-RTN-ERROR
000000                 PERFORM SPD9999CPN-FETCH
000000             END-IF
000000             IF LNK-CPN-RETURN = CST-RTN-ERROR
000000                 MOVE 'Y'        TO      CST-EOF-CRS-CPN
000000             END-IF
000000         END-PERFORM
000000         EXEC SQL
000000             CLOSE CRS-CPN
000000         END-EXEC
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: データ取得
000000* SPD9999CPN-FETCH       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CPN-FETCH.
000000     EXEC SQL
000000         FETCH CRS-CPN
000000         INTO  :CP-CAMPAIGN-ID, :CP-PRODUCT-LIST,
000000               :CP-CCY-LIST, :CP-BONUS-BP
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-CPN
000000         WHEN OTHER
000000             DISPLAY 'SPD9999CPN FETCH CRS-CPN FAILED, '
000000                     'SQLCODE : ' SQLCODE
000000             MOVE CST-RTN-ERROR  TO      LNK-CPN-RETURN
000000             MOVE 'Y'            TO      CST-EOF-CRS-CPN
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 対象商品・通貨の判定および
000000* SPD9999CPN-EVAL-CAMPAIGN SECTION |    予算確保（MAIN）
000000*                                |      リストは固定長で詰めて
000000*                                |      格納。SPACESは全件対象
000000*/-------------------------------------------------------------/*
000000 SPD9999CPN-EVAL-CAMPAIGN.
000000     MOVE 'N'                    TO      WS-PRODUCT-MATCH.
000000     IF CP-PRODUCT-LIST = SPACES
000000         MOVE 'Y'                TO      WS-PRODUCT-MATCH
000000     ELSE
000000         PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
000000                 UNTIL WS-LIST-IDX > CST-PRODUCT-MAX
000000                 OR    WS-PRODUCT-MATCH = 'Y'
000000             COMPUTE WS-LIST-POS = (WS-LIST-IDX - 1) * 10 + 1
000000             IF CP-PRODUCT-LIST(WS-LIST-POS:10) =
000000                LNK-CPN-SAVING-TYPE
000000                 MOVE 'Y'        TO      WS-PRODUCT-MATCH
000000             END-IF
000000         END-PERFORM
000000     END-IF.
000000     MOVE 'N'                    TO      WS-CCY-MATCH.
000000     IF CP-CCY-LIST = SPACES
000000         MOVE 'Y'                TO      WS-CCY-MATCH
000000     ELSE
000000         PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
000000                 UNTIL WS-LIST-IDX > CST-CCY-MAX
000000                 OR    WS-CCY-MATCH = 'Y'
000000             COMPUTE WS-LIST-POS = (WS-LIST-IDX - 1) * 3 + 1
000000             IF CP-CCY-LIST(WS-LIST-POS:3) =
000000                LNK-CPN-CURRENCY-CODE
000000                 MOVE 'Y'        TO      WS-CCY-MATCH
000000             END-IF
000000         END-PERFORM
000000     END-IF.
000000     IF  WS-PRODUCT-MATCH = 'Y'
000000     AND WS-CCY-MATCH     = 'Y'
000000         PERFORM SPD9999CPN-TAKE-BUDGET
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 予算の確保・適用の記録
000000* SPD9999CPN-TAKE-BUDGET SECTION |      （MAIN）
000000*                                |      対象: DB_CAMPAIGN
000000*                                |      残額条件で0件更新の場合は
000000*                                |      他処理が予算を消化済み
000000*/-------------------------------------------------------------/*
000000 SPD9999CPN-TAKE-BUDGET.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_CAMPAIGN
000000         SET     BUDGET_USED = BUDGET_USED + :HV-PRINCIPAL-BASE
000000         WHERE   CAMPAIGN_ID = :CP-CAMPAIGN-ID
000000         AND     BUDGET_USED + :HV-PRINCIPAL-BASE
000000                     <= BUDGET_AMOUNT
000000     END-EXEC.
000000     MOVE 'N'                    TO      WS-BUDGET-TAKEN.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE 'Y'            TO      WS-BUDGET-TAKEN
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             DISPLAY 'SPD9999CPN UPDATE DB_CAMPAIGN FAILED, '
000000                     'SQLCODE : ' SQLCODE
000000             MOVE CST-RTN-ERROR  TO      LNK-CPN-RETURN
000000     END-EVALUATE.
000000     IF WS-BUDGET-TAKEN = 'Y'
000000         PERFORM SPD9999CPN-INS-ENROLL
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 適用注文の記録
000000* SPD9999CPN-INS-ENROLL  SECTION |      （MAIN）
000000*                                |      対象: DB_CAMPAIGN_ORDER
000000*                                |      上乗せ利率は満期まで固定
000000*/-------------------------------------------------------------/*
000000 SPD9999CPN-INS-ENROLL.
000000     MOVE LNK-CPN-ORDER-ID       TO      CO-ORDER-ID.
000000     MOVE LNK-CPN-ACC-ID         TO      CO-ACC-ID.
000000     MOVE CP-CAMPAIGN-ID         TO      CO-CAMPAIGN-ID.
000000     MOVE LNK-CPN-SAVING-TYPE    TO      CO-SAVING-TYPE.
000000     MOVE LNK-CPN-CURRENCY-CODE  TO      CO-CURRENCY-CODE.
000000     MOVE LNK-CPN-PRINCIPAL      TO      CO-PRINCIPAL.
000000     MOVE HV-PRINCIPAL-BASE      TO      CO-PRINCIPAL-BASE.
000000     COMPUTE CO-BONUS-RATE =
000000             CP-BONUS-BP / CST-BP-DIVISOR.
000000     MOVE LNK-CPN-ENROLL-DATE    TO      CO-ENROLL-DATE.
000000     MOVE LNK-CPN-END-DATE       TO      CO-END-DATE.
000000     MOVE LNK-CPN-ENROLL-TYPE    TO      CO-ENROLL-TYPE.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_CAMPAIGN_ORDER
000000             (ORDER_ID, ACC_ID, CAMPAIGN_ID, SAVING_TYPE,
000000              CURRENCY_CODE, PRINCIPAL, PRINCIPAL_BASE,
000000              BONUS_RATE, ENROLL_DATE, END_DATE, ENROLL_TYPE)
000000         VALUES
000000             (:CO-ORDER-ID, :CO-ACC-ID, :CO-CAMPAIGN-ID,
000000              :CO-SAVING-TYPE, :CO-CURRENCY-CODE,
000000              :CO-PRINCIPAL, :CO-PRINCIPAL-BASE,
000000              :CO-BONUS-RATE, :CO-ENROLL-DATE, :CO-END-DATE,
000000              :CO-ENROLL-TYPE)
000000     END-EXEC.
000000     IF SQLCODE = 0
000000         MOVE CP-CAMPAIGN-ID     TO      LNK-CPN-CAMPAIGN-ID
000000         MOVE CO-BONUS-RATE      TO      LNK-CPN-BONUS-RATE
000000         MOVE CST-RTN-OK         TO      LNK-CPN-RETURN
000000         MOVE 'Y'                TO      WS-ENROLLED
000000     ELSE
000000         DISPLAY 'SPD9999CPN INSERT DB_CAMPAIGN_ORDER FAILED, '
000000                 'SQLCODE : ' SQLCODE
000000         MOVE CST-RTN-ERROR      TO      LNK-CPN-RETURN
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999CPN.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
