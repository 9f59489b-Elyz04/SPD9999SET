000000*                                  手取り額を提示する（試算のみ
000000*                                  のため丸め残差は台帳へ積ま
000000*                                  ない）
000000*        2026/10/15 :            預金商品マスタ（DB_PRODUCT）の導入。
000000*                                ・積立定期・期日なしの判定を商品区分
000000*                                  （PRODUCT_CLASS）で行う
000000*                                ・商品行の無い注文、中途解約不可
000000*                                  （EARLY_FLAG='N'）の商品は試算を断る
000000*                                  （実行時にE314／E207で棄却される
000000*                                  ため）
000000*        2026/10/15 :            定期預金の中間利払（INTPAY）対応。
000000*                                支払済みの中間利払利息（グロス）を
000000*                                試算利息から差し引き'INT PAID OUT'
000000*                                行で表示する。差引後が負の場合は
000000*                                決済と同じく税額も負値（還付）で
000000*                                計算する（SPD9999SETのSPD9999-
000000*                                CALC-EARLYと同一の算式）
000000*        2026/10/15 :            サインオン中のユーザIDによる操作
000000*                                権限チェック（SPD9999AUT）を追加。
000000*                                権限の無い試算は拒否し、
000000*                                DB_RUN_AUDITへ記録する
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 DATA                            DIVISION.
000000    03 WS-TAX-LOCAL              PIC S9(13)V99    COMP-3.
000000    03 WS-NET-PROCEEDS           PIC S9(13)V99    COMP-3.
000000    03 WS-PLEDGED-AMOUNT         PIC S9(13)V99    COMP-3.
000000    03 WS-INTPAY-PAID            PIC S9(13)V99    COMP-3.
000000    03 WS-CLAWBACK               PIC X(01).
000000*--- 通貨丸め（2026/09/02。SPD9999SETと同一規約、試算のみの
000000*--- ため残差は記録しない）
000000    03 WS-CCY-DECIMALS           PIC 9(01).
000000    03 HV-DAYS-CURRENT-COMP      PIC S9(09) COMP.
000000    03 HV-DATE-START-9           PIC 9(08).
000000    03 HV-DAYS-START-COMP        PIC S9(09) COMP.
000000*--- SPD9999AUT（操作権限チェック）呼出パラメータ
000000 01 WS-PARAM-AUT.
000000    03 WS-AUT-USER-ID            PIC X(08).
000000    03 WS-AUT-TRANS-ID           PIC X(04).
000000    03 WS-AUT-SUBCOMMAND         PIC X(10).
000000    03 WS-AUT-INPUT              PIC X(80).
000000    03 WS-AUT-ROLE-CODE          PIC X(08).
000000    03 WS-AUT-RETURN             PIC S9(04) COMP.
000000*/-------------------------------------------------------------/*
000000*  画面編集エリア（22行×80桁の行バッファ）
000000*/-------------------------------------------------------------/*
000000 01 SCR-BUFFER.
000000    03 SCR-LINE OCCURS 22        PIC X(80).
000000 01 SCR-WORK-LINE                PIC X(80).
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
000000    03 CST-CLASS-NON-TERM        PIC X(01)  VALUE 'N'.
000000    03 CST-CLASS-INSTALL         PIC X(01)  VALUE 'I'.
000000    03 CST-STATUS-1              PIC X(01)  VALUE '1'.
000000    03 CST-WITHDRAW-INTPAY       PIC X(08)  VALUE 'INTPAY'.
000000    03 CST-TAX-CAT-DEFAULT       PIC X(01)  VALUE '1'.
000000    03 CST-FIXED-VALUE-12        PIC 9(03)  VALUE 365.
000000    03 CST-TRANS-ID              PIC X(04)  VALUE 'SPE1'.
000000*--- SPD9999BDT（業務日付取得）呼出パラメータ
000000 01 WS-PARAM-BDT.
000000    03 WS-BDT-DATE               PIC X(08).
000000    03 WS-BDT-PREV-DATE          PIC X(08).
000000    03 WS-BDT-RETURN             PIC S9(04) COMP.
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000     IF WS-RESP NOT = 0
000000         PERFORM SPD9999ONE-SEND-ERROR
000000     END-IF.
000000     PERFORM SPD9999ONE-CHK-AUTH.
000000     UNSTRING WS-INPUT-AREA
000000         DELIMITED BY ALL ' '
000000         INTO WS-TRANS-CODE
000000     END-IF.
000000     MOVE WS-ORDER-ID-CHAR       TO      WS-ORDER-ID-DISP.
000000     MOVE WS-ORDER-ID-DISP       TO      AS-ORDER-ID.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         MOVE 'BUSINESS DATE NOT AVAILABLE'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONE-SEND-MESSAGE
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-9.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     COMPUTE HV-DAYS-CURRENT-COMP =
000000         FUNCTION INTEGER-OF-DATE(HV-DATE-CURRENT-9).
000000     PERFORM SPD9999ONE-GET-ORDER.
000000     PERFORM SPD9999ONE-GET-PRODUCT.
000000*--- 実行時にE310で棄却される積立定期は試算を断る
000000*--- （2026/09/02。全額元金のSTART_DATE起算では試算額も
000000*--- 過大となる）
000000     IF WS-PRD-CLASS = CST-CLASS-INSTALL
000000         MOVE 'INSTALLMENT ORDER, MANUAL HANDLING REQD'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONE-SEND-MESSAGE
000000     END-IF.
000000*--- 実行時にE207で棄却される中途解約不可の商品は試算を断る
000000*--- （2026/10/15）
000000     IF WS-PRD-EARLY-FLAG NOT = 'Y'
000000         MOVE 'PRODUCT DOES NOT ALLOW EARLY WITHDRAWAL'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONE-SEND-MESSAGE
000000     END-IF.
000000*--- 実行時にE308で棄却される担保付き注文は試算を断る
000000*--- （2026/09/02）
000000     PERFORM SPD9999ONE-CHK-PLEDGE.
000000     EXEC CICS RETURN
000000     END-EXEC.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 操作権限チェック
000000* SPD9999ONE-CHK-AUTH    SECTION |      （MAIN）
000000*                                |      サインオン中のユーザIDで
000000*                                |      SPD9999AUTを呼び出す。
000000*                                |      拒否はSPD9999AUTが記録済
000000*/-------------------------------------------------------------/*
000000 SPD9999ONE-CHK-AUTH.
000000     MOVE SPACES                 TO      WS-AUT-USER-ID.
000000     EXEC CICS ASSIGN
000000         USERID (WS-AUT-USER-ID)
000000     END-EXEC.
000000     MOVE CST-TRANS-ID           TO      WS-AUT-TRANS-ID.
000000     MOVE SPACES                 TO      WS-AUT-SUBCOMMAND.
000000     MOVE WS-INPUT-AREA          TO      WS-AUT-INPUT.
000000     CALL 'SPD9999AUT' USING WS-PARAM-AUT.
000000     IF WS-AUT-RETURN NOT = 0
000000         MOVE SPACES             TO      SCR-WORK-LINE
000000         STRING 'NOT AUTHORISED: '   DELIMITED BY SIZE
000000                WS-AUT-USER-ID       DELIMITED BY SPACE
000000                ' '                  DELIMITED BY SIZE
000000                CST-TRANS-ID         DELIMITED BY SIZE
000000                ' '                  DELIMITED BY SIZE
000000                WS-AUT-SUBCOMMAND    DELIMITED BY SPACE
000000             INTO SCR-WORK-LINE
000000         END-STRING
000000         PERFORM SPD9999ONE-SEND-MESSAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 対象注文の取得
000000* SPD9999ONE-GET-ORDER   SECTION |      （MAIN）
000000*                                |      対象: DB_ACCOUNT_SAVINGS
000000         FROM    MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE   ORDER_ID = :AS-ORDER-ID
000000         AND     STATUS   = :CST-STATUS-1
000000         AND     SAVING_TYPE NOT IN
000000                 (SELECT P.SAVING_TYPE
000000                  FROM   MYDB.DB_PRODUCT P
000000                  WHERE  P.PRODUCT_CLASS = :CST-CLASS-NON-TERM)
000000         AND     END_DATE > :HV-DATE-CURRENT-X
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000             HV-DAYS-START-COMP.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 商品マスタの取得
000000* SPD9999ONE-GET-PRODUCT SECTION |      （MAIN。2026/10/15）
000000*                                |      SPD9999PRDでDB_PRODUCTを参照
000000*                                |      商品行の無い注文は実行時に
000000*                                |      E314で棄却されるため試算を断る
000000*/-------------------------------------------------------------/*
000000 SPD9999ONE-GET-PRODUCT.
000000     MOVE AS-SAVING-TYPE         TO      WS-PRD-SAVING-TYPE.
000000     MOVE SPACES                 TO      WS-PRD-CURRENCY-CODE.
000000     MOVE SPACES                 TO      WS-PRD-BASE-DATE.
000000     CALL 'SPD9999PRD' USING WS-PARAM-PRD.
000000     EVALUATE WS-PRD-RETURN
000000         WHEN 0
000000             CONTINUE
000000         WHEN 4
000000             MOVE 'NO PRODUCT MASTER FOR SAVING TYPE'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONE-SEND-MESSAGE
000000         WHEN OTHER
000000             MOVE 'PRODUCT MASTER LOOKUP FAILED'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONE-SEND-MESSAGE
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 有効担保の有無チェック
000000* SPD9999ONE-CHK-PLEDGE  SECTION |      （2026/09/02）
000000*                                |      対象: DB_PLEDGE
000000     COMPUTE WS-PENALTY-EFFECT      =
000000             WS-AMOUNT-NO-PENALTY   -
000000             WS-AMOUNT-GROSS.
000000*--- 支払済みの中間利払利息は解約利息から差し引く
000000*--- （2026/10/15。決済の戻入れレグ'C'と同一）
000000     MOVE 'N'                    TO      WS-CLAWBACK.
000000     PERFORM SPD9999ONE-GET-INTPAY-PAID.
000000     IF WS-INTPAY-PAID > 0
000000         COMPUTE WS-AMOUNT-GROSS    =
000000                 WS-AMOUNT-GROSS    -
000000                 WS-INTPAY-PAID
000000         IF WS-AMOUNT-GROSS < 0
000000             MOVE 'Y'            TO      WS-CLAWBACK
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 支払済み中間利払利息の取得
000000* SPD9999ONE-GET-INTPAY-PAID SECTION |  （COMMON）
000000*                                |      対象: DB_SAVINGS_HISTORY
000000*                                |      当期INTPAY行のグロス利息計
000000*/-------------------------------------------------------------/*
000000 SPD9999ONE-GET-INTPAY-PAID.
000000     EXEC SQL
000000         SELECT COALESCE(SUM(INTEREST_PAID), 0)
000000         INTO   :WS-INTPAY-PAID
000000         FROM   MYDB.DB_SAVINGS_HISTORY
000000         WHERE  ORDER_ID        = :AS-ORDER-ID
000000         AND    WITHDRAWAL_TYPE = :CST-WITHDRAW-INTPAY
000000         AND    SETTLE_DATE    >= :AS-START-DATE
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SELECT SUM INTPAY INTEREST FAILED'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONE-SEND-MESSAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 顧客税区分・源泉徴収税率取得
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 試算の税・手取り額計算
000000* SPD9999ONE-CALC-TAX    SECTION |      （MAIN）
000000*                                |      マイナス利息は課税しない。
000000*                                |      中間利払の戻入れで負となった
000000*                                |      場合のみ税額も負値（還付）
000000*/-------------------------------------------------------------/*
000000 SPD9999ONE-CALC-TAX.
000000     IF WS-AMOUNT-GROSS > 0
000000     OR WS-CLAWBACK = 'Y'
000000         COMPUTE WS-TAX-NATIONAL    =
000000                 WS-AMOUNT-GROSS    *
000000                 WS-RATE-TAX-NATIONAL
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONE-ADD-LINE.
000000*--- 中間利払済みの利息は差引分として表示する（2026/10/15）
000000     IF WS-INTPAY-PAID > 0
000000         COMPUTE WS-ROUND-WORK  =
000000                 0 - WS-INTPAY-PAID
000000         MOVE WS-ROUND-WORK      TO      WS-AMOUNT-EDIT
000000         STRING 'INT PAID OUT  : ' WS-AMOUNT-EDIT
000000             DELIMITED BY SIZE
000000             INTO SCR-WORK-LINE
000000         END-STRING
000000         PERFORM SPD9999ONE-ADD-LINE
000000     END-IF.
000000     MOVE WS-AMOUNT-GROSS        TO      WS-AMOUNT-EDIT.
000000     STRING 'INTEREST GROSS: ' WS-AMOUNT-EDIT
000000         DELIMITED BY SIZE
