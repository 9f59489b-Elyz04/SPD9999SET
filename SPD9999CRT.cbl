000000*                                    預入日から基準日まで分割計算
000000*                                証明書は法的文書のため、発行番号・
000000*                                依頼者・発行時刻をDB_CERT_LOGへ
000000*                                全件記録する。
000000*                                発行のつど証明書発行手数料
000000*                                （サービス'CERT'）を口座残高から
000000*                                引き落とす（SPD9999FEE）
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/08/25 :            プログラムの作成
000000*                                SPD9999SET・SPD9999CAPと同一
000000*                                規約。従来は組入済みの期間を
000000*                                二重計上した証明書が出ていた）
000000*        2026/10/15 :            期日なし預金の判定をDB_PRODUCTの
000000*                                商品区分（PRODUCT_CLASS）で行う
000000*                                （SPD9999PRD呼出）
000000*        2026/10/15 :            期日指定定期の経過利息に金利キャンペーンの
000000*                                上乗せ利率（DB_CAMPAIGN_ORDER）を加算
000000*        2026/10/15 :            期日指定定期の経過利息を基準日以前の直近中間利払
000000*                                日（INTPAY）から算出
000000*        2026/10/15 :            証明書の宛名を基準日時点でDB_CUSTOMER_ADDR_HIST
000000*                                （SPD9999ONKが記録）に登録されていたものとする
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*        2026/10/15 :            発行のつど証明書発行手数料を課金
000000*                                （SPD9999FEE。口座残高から引落し）
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000     EXEC SQL
000000         INCLUDE                 CUSTMS
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CUSTOMER_ADDR_HIST
000000     EXEC SQL
000000         INCLUDE                 CUSADH
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CERT_REQUEST
000000     EXEC SQL
000000         INCLUDE                 CERTRQ
000000     EXEC SQL
000000         INCLUDE                 DAYCNT
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CAMPAIGN_ORDER
000000     EXEC SQL
000000         INCLUDE                 CMPORD
000000     END-EXEC.
000000 01 WS-REQ-STATUS                PIC X(02).
000000 01 WS-PRT-STATUS                PIC X(02).
000000 01 WS-VARIABLES.
000000    03 WS-ACCRUED-ASOF           PIC S9(13)V99    COMP-3.
000000    03 WS-AMOUNT-INTEREST        PIC S9(13)V99    COMP-3.
000000    03 WS-RATE-PERIOD            PIC S9(01)V9(04) COMP-3.
000000    03 WS-BONUS-RATE             PIC S9(01)V9(04) COMP-3.
000000    03 WS-DAY-BASIS              PIC 9(03).
000000 01 HV-VARIABLES.
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000 01 PRT-AMOUNT-EDIT              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
000000 01 PRT-SERIAL-EDIT              PIC 9(09).
000000 01 PRT-LINE-BLANK               PIC X(80)  VALUE SPACES.
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
000000 01 CST-VARIABLES.
000000    03 CST-STATUS-1              PIC X(01)  VALUE '1'.
000000    03 CST-STATUS-2              PIC X(01)  VALUE '2'.
000000    03 CST-CLASS-FIXED           PIC X(01)  VALUE 'F'.
000000    03 CST-CLASS-NON-TERM        PIC X(01)  VALUE 'N'.
000000    03 CST-WITHDRAW-CAPITAL      PIC X(08)  VALUE 'CAPITAL'.
000000    03 CST-WITHDRAW-INTPAY       PIC X(08)  VALUE 'INTPAY'.
000000    03 CST-WITHDRAW-PARTIAL      PIC X(08)  VALUE 'PARTIAL'.
000000    03 CST-WITHDRAW-CONTRIB      PIC X(08)  VALUE 'CONTRIB'.
000000    03 CST-REQ-PENDING           PIC X(01)  VALUE 'P'.
000000    03 CST-EOF-CRS-RATE          PIC X(01)  VALUE 'N'.
000000    03 CST-COUNT-ISSUED          PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-NO-MASTER       PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-FEE-CHARGED     PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-FEE-WAIVED      PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-FEE-UNCOLLECTED PIC 9(07)  VALUE 0.
000000    03 CST-FEE-SERVICE-CERT      PIC X(04)  VALUE 'CERT'.
000000    03 CST-FEE-METHOD-ACCOUNT    PIC X(01)  VALUE 'A'.
000000    03 CST-FEE-COLLECTED         PIC X(01)  VALUE 'C'.
000000    03 CST-FEE-WAIVED            PIC X(01)  VALUE 'W'.
000000    03 CST-ABEND-BREAKPOINT      PIC X(100) VALUE SPACES.
000000    03 CST-ABEND-DETAIL          PIC X(100) VALUE SPACES.
000000*--- SPD9999BDT（業務日付取得）呼出パラメータ
000000 01 WS-PARAM-BDT.
000000    03 WS-BDT-DATE               PIC X(08).
000000    03 WS-BDT-PREV-DATE          PIC X(08).
000000    03 WS-BDT-RETURN             PIC S9(04) COMP.
000000*--- SPD9999FEE（サービス手数料課金）呼出パラメータ
000000 01 WS-PARAM-FEE.
000000    03 WS-FEE-SERVICE            PIC X(04).
000000    03 WS-FEE-ACC-ID             PIC S9(09) COMP.
000000    03 WS-FEE-CURRENCY           PIC X(03).
000000    03 WS-FEE-CHARGE-DATE        PIC X(08).
000000    03 WS-FEE-METHOD             PIC X(01).
000000    03 WS-FEE-PAYOUT-AMOUNT      PIC S9(13)V99 COMP-3.
000000    03 WS-FEE-REFERENCE-ID       PIC S9(09) COMP.
000000    03 WS-FEE-PROGRAM            PIC X(10)
000000       VALUE 'SPD9999CRT'.
000000    03 WS-FEE-STATUS             PIC X(01).
000000    03 WS-FEE-AMOUNT             PIC S9(13)V99 COMP-3.
000000    03 WS-FEE-TAX-AMOUNT         PIC S9(13)V99 COMP-3.
000000    03 WS-FEE-CHARGED-AMOUNT     PIC S9(13)V99 COMP-3.
000000    03 WS-FEE-ID                 PIC S9(09) COMP.
000000    03 WS-FEE-RETURN             PIC S9(04) COMP.
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000*/-------------------------------------------------------------/*
000000 SPD9999CRT-MAIN.
000000     DISPLAY 'START SPD9999CRT'.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     OPEN INPUT  REQUEST-FILE.
000000     IF WS-REQ-STATUS NOT = '00' AND WS-REQ-STATUS NOT = '35'
000000         DISPLAY 'ERROR OPEN CERTREQ, STATUS : ' WS-REQ-STATUS
000000     DISPLAY 'TOTAL CERTIFICATES ISSUED : ' CST-COUNT-ISSUED.
000000     DISPLAY 'TOTAL WITHOUT MASTER ROW  : '
000000             CST-COUNT-NO-MASTER.
000000     DISPLAY 'TOTAL FEES CHARGED        : '
000000             CST-COUNT-FEE-CHARGED.
000000     DISPLAY 'TOTAL FEES WAIVED         : '
000000             CST-COUNT-FEE-WAIVED.
000000     DISPLAY 'TOTAL FEES UNCOLLECTED    : '
000000             CST-COUNT-FEE-UNCOLLECTED.
000000     DISPLAY 'END   SPD9999CRT'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000         PERFORM SPD9999CRT-WRITE-CERT-HEAD
000000         PERFORM SPD9999CRT-SHOW-ORDERS
000000         PERFORM SPD9999CRT-INS-CERT-LOG
000000         PERFORM SPD9999CRT-CHARGE-FEE
000000         ADD 1                   TO      CST-COUNT-ISSUED
000000     END-IF.
000000     EXIT.
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999CRT-ABEND
000000     END-EVALUATE.
000000*--- 宛名は基準日（証明書の書類日付）時点で登録されていたものを
000000*--- 宛名履歴から求める。履歴の無い顧客は現在の顧客マスタのまま
000000     IF WS-MASTER-FOUND = 'Y'
000000         PERFORM SPD9999CRT-GET-ADDR-ASOF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 基準日時点の宛名参照
000000* SPD9999CRT-GET-ADDR-ASOF SECTION |    （COMMON）
000000*                                |      対象: DB_CUSTOMER_ADDR_HIST
000000*                                |      基準日以前に適用された最新の
000000*                                |      履歴行でCM-の宛名を置き換える
000000*/-------------------------------------------------------------/*
000000 SPD9999CRT-GET-ADDR-ASOF.
000000     MOVE CM-ACC-ID              TO      AH-ACC-ID.
000000     MOVE HV-ASOF-X              TO      AH-EFFECTIVE-DATE.
000000     EXEC SQL
000000         SELECT CUST_NAME, HONORIFIC, POSTAL_CODE,
000000                ADDRESS_1, ADDRESS_2
000000         INTO   :CM-CUST-NAME, :CM-HONORIFIC, :CM-POSTAL-CODE,
000000                :CM-ADDRESS-1, :CM-ADDRESS-2
000000         FROM   MYDB.DB_CUSTOMER_ADDR_HIST
000000         WHERE  ACC_ID     = :AH-ACC-ID
000000         AND    CHANGE_SEQ =
000000                (SELECT MAX(CHANGE_SEQ)
000000                 FROM   MYDB.DB_CUSTOMER_ADDR_HIST
000000                 WHERE  ACC_ID          = :AH-ACC-ID
000000                 AND    EFFECTIVE_DATE <= :AH-EFFECTIVE-DATE)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
000000         MOVE 'SPD9999CRT-GET-ADDR-ASOF'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT ADDRESS HISTORY FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CRT-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 発行番号の採番
000000*--- とする（2026/09/02。SPD9999SET・SPD9999CAPと同一規約。
000000*--- 組入済み利息はMONEY_ROOTに含まれるため、START_DATE起算
000000*--- では組入済み期間を二重計上する）
000000*--- 中間利払（INTPAY）のある期日指定定期も同様に、基準日以前の
000000*--- 直近利払日を付利起点とする（支払済み利息は経過利息に含めない）
000000     PERFORM SPD9999CRT-GET-PRODUCT-CLASS.
000000     IF WS-PRD-CLASS = CST-CLASS-NON-TERM
000000     OR WS-PRD-CLASS = CST-CLASS-FIXED
000000         EXEC SQL
000000             SELECT COALESCE(MAX(SETTLE_DATE), '00000000')
000000             INTO   :HV-CAPITAL-START-X
000000             FROM   MYDB.DB_SAVINGS_HISTORY
000000             WHERE  ORDER_ID        = :AS-ORDER-ID
000000             AND    (WITHDRAWAL_TYPE = :CST-WITHDRAW-CAPITAL OR
000000                     WITHDRAWAL_TYPE = :CST-WITHDRAW-INTPAY)
000000             AND    SETTLE_DATE    <= :HV-ASOF-X
000000             AND    SETTLE_DATE    >= :AS-START-DATE
000000         END-EXEC
000000         IF SQLCODE NOT = 0
000000             MOVE 'SPD9999CRT-CALC-ACCRUED'
000000             CLOSE CRS-RATE
000000         END-EXEC
000000     END-IF
000000*--- 金利キャンペーンの上乗せ分を加算する（SPD9999SETの
000000*--- レグ'B'と同一の方式）
000000     IF WS-PRD-CLASS = CST-CLASS-FIXED
000000         PERFORM SPD9999CRT-GET-BONUS
000000         IF WS-BONUS-RATE > 0
000000             COMPUTE WS-ACCRUED-ASOF     =
000000                     WS-ACCRUED-ASOF     +
000000                     (WS-PRINCIPAL-ASOF  *
000000                      WS-BONUS-RATE      *
000000                      (HV-WINDOW-END-COMP -
000000                       HV-WINDOW-START-COMP) /
000000                      WS-DAY-BASIS)
000000         END-IF
000000     END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: キャンペーン上乗せ利率の取得
000000* SPD9999CRT-GET-BONUS   SECTION |      （COMMON）
000000*                                |      対象: DB_CAMPAIGN_ORDER
000000*                                |      行なしは上乗せなし
000000*/-------------------------------------------------------------/*
000000 SPD9999CRT-GET-BONUS.
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
000000             MOVE 'SPD9999CRT-GET-BONUS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT CAMPAIGN ORDER FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999CRT-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 日数計算基準の取得
000000* SPD9999CRT-GET-DAY-BASIS SECTION |    （COMMON）
000000*                                |      対象: DB_DAYCOUNT_RULE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 証明書発行手数料の課金
000000* SPD9999CRT-CHARGE-FEE  SECTION |      （MAIN）
000000*                                |      SPD9999FEEで口座残高から引落し。
000000*                                |      手数料表に行なし（RC=4）は無料
000000*/-------------------------------------------------------------/*
000000 SPD9999CRT-CHARGE-FEE.
000000     MOVE CST-FEE-SERVICE-CERT   TO      WS-FEE-SERVICE.
000000     MOVE HV-REQ-ACC-ID          TO      WS-FEE-ACC-ID.
000000     MOVE SPACES                 TO      WS-FEE-CURRENCY.
000000     MOVE HV-DATE-CURRENT-X      TO      WS-FEE-CHARGE-DATE.
000000     MOVE CST-FEE-METHOD-ACCOUNT
000000                                 TO      WS-FEE-METHOD.
000000     MOVE 0                      TO      WS-FEE-PAYOUT-AMOUNT.
000000     MOVE CL-CERT-SERIAL         TO      WS-FEE-REFERENCE-ID.
000000     CALL 'SPD9999FEE' USING WS-PARAM-FEE.
000000     EVALUATE WS-FEE-RETURN
000000         WHEN 0
000000             EVALUATE WS-FEE-STATUS
000000                 WHEN CST-FEE-COLLECTED
000000                     ADD 1       TO      CST-COUNT-FEE-CHARGED
000000                 WHEN CST-FEE-WAIVED
000000                     ADD 1       TO      CST-COUNT-FEE-WAIVED
000000                 WHEN OTHER
000000                     ADD 1       TO      CST-COUNT-FEE-UNCOLLECTED
000000             END-EVALUATE
000000         WHEN 4
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999CRT-CHARGE-FEE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SERVICE FEE CHARGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999CRT-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 証明書行の出力
000000* SPD9999CRT-WRITE-PRINT SECTION |      （COMMON）
000000*                                |
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 商品区分の取得（COMMON）
000000* SPD9999CRT-GET-PRODUCT-CLASS SECTION |
000000*                                |      SPD9999PRDでDB_PRODUCTを参照
000000*                                |      する。商品行の無い注文は
000000*                                |      区分SPACES（期日指定扱い）
000000*                                |      とし、SPD9999STVで例外報告
000000*/-------------------------------------------------------------/*
000000 SPD9999CRT-GET-PRODUCT-CLASS.
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
000000             MOVE 'SPD9999CRT-GET-PRODUCT-CLASS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SPD9999PRD PRODUCT LOOKUP FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999CRT-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999CRT-ABEND       SECTION |      （COMMON）
000000*                                |
