000000*        2026/03/19 :            DB_DAYCOUNT_RULEを参照し、予想
000000*                                利息の除数を設定値（ACT/365・
000000*                                ACT/360）へ変更
000000*        2026/10/15 :            預金商品マスタ（DB_PRODUCT）の導入。
000000*                                対象を商品区分（PRODUCT_CLASS）が
000000*                                期日指定の注文とし、予想利息の期間
000000*                                日数をSPD9999PRDで商品の期間から算出
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000    03 HV-ADJ-MONTH-ORIG-X       PIC X(06).
000000    03 HV-DOW-COMP               PIC S9(09) COMP.
000000    03 HV-HOLIDAY-CNT            PIC S9(09) COMP.
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
000000    03 CST-CLASS-FIXED           PIC X(01)  VALUE 'F'.
000000    03 CST-FIXED-VALUE-12        PIC 9(03)  VALUE 365.
000000    03 CST-BUCKET-07             PIC 9(03)  VALUE 7.
000000    03 CST-BUCKET-30             PIC 9(03)  VALUE 30.
000000    03 CST-COUNT-FORECAST        PIC 9(05)  VALUE 0.
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
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999MFR-INIT-DATE.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-9.
000000     MOVE HV-DATE-CURRENT-9      TO          HV-DATE-CURRENT-X.
000000     COMPUTE HV-DAYS-CURRENT-COMP =
000000         FUNCTION INTEGER-OF-DATE(HV-DATE-CURRENT-9).
000000         SELECT  ORDER_ID,
000000                 ACC_ID,
000000                 SAVING_TYPE,
000000                 START_DATE,
000000                 END_DATE,
000000                 MONEY_ROOT,
000000                 RATE_OVERRIDE,
000000                 CURRENCY_CODE
000000         FROM    MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE   STATUS = :CST-STATUS-1
000000         AND     SAVING_TYPE IN
000000                 (SELECT P.SAVING_TYPE
000000                  FROM   MYDB.DB_PRODUCT P
000000                  WHERE  P.PRODUCT_CLASS = :CST-CLASS-FIXED)
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-MFR
000000         INTO  :AS-ORDER-ID,
000000               :AS-ACC-ID,
000000               :AS-SAVING-TYPE,
000000               :AS-START-DATE,
000000               :AS-END-DATE,
000000               :AS-MONEY-ROOT,
000000               :AS-RATE-OVERRIDE,
000000             PERFORM SPD9999MFR-ABEND
000000         END-IF
000000     END-IF.
000000*--- 期間日数は商品マスタの期間（日数・月数）を預入日から
000000*--- 数えた日数とする（2026/10/15）
000000     MOVE AS-SAVING-TYPE         TO      WS-PRD-SAVING-TYPE.
000000     MOVE SPACES                 TO      WS-PRD-CURRENCY-CODE.
000000     MOVE AS-START-DATE          TO      WS-PRD-BASE-DATE.
000000     CALL 'SPD9999PRD' USING WS-PARAM-PRD.
000000     IF WS-PRD-RETURN NOT = 0
000000         MOVE 'SPD9999MFR-CALC-PROJECTION'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SPD9999PRD PRODUCT TERM LOOKUP FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999MFR-ABEND
000000     END-IF.
000000     MOVE WS-PRD-TERM-DAYS       TO      WS-DAYS-TERM.
000000     COMPUTE WS-PROJ-INTEREST    =
000000             AS-MONEY-ROOT       *
000000             WS-RATE-INTEREST    *
