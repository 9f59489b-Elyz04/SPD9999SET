000000*                                （SPD9999NTCと同一方針）。
000000*                                全顧客の合計はANSTSUMへ1行の
000000*                                法定調書（支払調書）集計レコード
000000*                                として出力する。
000000*                                共同名義の預金（DB_ORDER_OWNER）の
000000*                                履歴は決済日時点の持分で各名義人
000000*                                へ按分して集計する
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/07/29 :            プログラムの作成
000000*                                よう変更（レビュー指摘。従来は
000000*                                法定の支払利息額がチャージ分
000000*                                だけ過少となっていた）
000000*        2026/10/15 :            中間利払（WITHDRAWAL_TYPE=
000000*                                'INTPAY'）の支払額を集計し、利息
000000*                                合計の内数として'PERIODIC
000000*                                PAYOUTS'行で表示する（0の計算書
000000*                                には印字しない）。電子交付レコード
000000*                                にもFILLERから内数項目を追加。
000000*                                早期解約での戻入れは解約行の負の
000000*                                利息額として合計に相殺済み
000000*        2026/10/15 :            共同名義預金（DB_ORDER_OWNER）の計算書に対応。
000000*                                決済日時点で主名義（'P'）行のある注文の主名義あて履歴は、
000000*                                同日に適用中の名義人（'P'／'J'）へ持分で按分して各名義人の
000000*                                計算書へ集計する。名義人行の無い注文や名義人本人あての
000000*                                履歴（相続時の持分払出等）は従来どおり履歴のACC_IDへ集計
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000                                 SIGN LEADING SEPARATE.
000000    03 ELC-CHARGES               PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 ELC-INTPAY-PAID           PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 FILLER                    PIC X(11).
000000 FD  ERROR-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 80 CHARACTERS.
000000     EXEC SQL
000000         INCLUDE                 SAVHIST
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ORDER_OWNER
000000     EXEC SQL
000000         INCLUDE                 ORDOWN
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CUSTOMER_MASTER
000000     EXEC SQL
000000         INCLUDE                 CUSTMS
000000 01 WS-SUM-TAX-LOCAL             PIC S9(13)V99 COMP-3.
000000 01 WS-SUM-INT-NET               PIC S9(13)V99 COMP-3.
000000 01 WS-SUM-CHARGES               PIC S9(13)V99 COMP-3.
000000 01 WS-SUM-INTPAY                PIC S9(13)V99 COMP-3.
000000 01 HV-VARIABLES.
000000    03 HV-YEAR-FROM-X            PIC X(08).
000000    03 HV-YEAR-TO-X              PIC X(08).
000000    03 CST-EOF-CRS-AST           PIC X(01)  VALUE 'N'.
000000    03 CST-DELIVERY-ELECTRON     PIC X(01)  VALUE 'E'.
000000    03 CST-WITHDRAW-CHARGE       PIC X(08)  VALUE 'CHARGE'.
000000    03 CST-WITHDRAW-INTPAY       PIC X(08)  VALUE 'INTPAY'.
000000    03 CST-ROLE-PRIMARY          PIC X(01)  VALUE 'P'.
000000    03 CST-STMT-YEAR             PIC 9(04)  VALUE 0.
000000    03 CST-COUNT-CUSTOMERS       PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-PRINTED         PIC 9(07)  VALUE 0.
000000*                                |      対象: DB_SAVINGS_HISTORY
000000*                                |      REVERSAL行は負値のため
000000*                                |      合算で自動的に相殺される
000000*                                |      共同名義の履歴は決済日時点
000000*                                |      の持分で名義人へ按分する
000000*/-------------------------------------------------------------/*
000000 SPD9999AST-AGGREGATE.
000000     MOVE 'N'                    TO      CST-EOF-CRS-AST.
000000         DECLARE CRS-AST CURSOR FOR
000000*--- 口座管理料（CHARGE、負の利息額）は法定の支払利息から
000000*--- 分離し、別合計として集計する（2026/09/02）
000000         SELECT  X.RCPT_ACC_ID,
000000                 SUM(CASE WHEN X.WITHDRAWAL_TYPE <>
000000                          :CST-WITHDRAW-CHARGE
000000                     THEN X.INTEREST_PAID * X.SHARE_PCT / 100
000000                     ELSE 0 END),
000000                 SUM(X.TAX_NATIONAL * X.SHARE_PCT / 100),
000000                 SUM(X.TAX_LOCAL * X.SHARE_PCT / 100),
000000                 SUM(CASE WHEN X.WITHDRAWAL_TYPE <>
000000                          :CST-WITHDRAW-CHARGE
000000                     THEN X.INTEREST_NET * X.SHARE_PCT / 100
000000                     ELSE 0 END),
000000                 SUM(CASE WHEN X.WITHDRAWAL_TYPE =
000000                          :CST-WITHDRAW-CHARGE
000000                     THEN 0 - X.INTEREST_PAID * X.SHARE_PCT / 100
000000                     ELSE 0 END),
000000*--- 中間利払（INTPAY）は支払利息の内数として別にも集計する
000000*--- （2026/10/15）
000000                 SUM(CASE WHEN X.WITHDRAWAL_TYPE =
000000                          :CST-WITHDRAW-INTPAY
000000                     THEN X.INTEREST_PAID * X.SHARE_PCT / 100
000000                     ELSE 0 END)
000000         FROM
000000*--- 単独名義の履歴、および名義人本人あての履歴は履歴の
000000*--- ACC_IDへ全額（持分100）
000000             (SELECT H.ACC_ID AS RCPT_ACC_ID,
000000                     H.WITHDRAWAL_TYPE, H.INTEREST_PAID,
000000                     H.TAX_NATIONAL, H.TAX_LOCAL,
000000                     H.INTEREST_NET, 100 AS SHARE_PCT
000000              FROM   MYDB.DB_SAVINGS_HISTORY H
000000              WHERE  H.SETTLE_DATE >= :HV-YEAR-FROM-X
000000              AND    H.SETTLE_DATE <= :HV-YEAR-TO-X
000000              AND    NOT EXISTS
000000                     (SELECT 1
000000                      FROM   MYDB.DB_ORDER_OWNER P
000000                      WHERE  P.ORDER_ID     =  H.ORDER_ID
000000                      AND    P.OWNER_ACC_ID =  H.ACC_ID
000000                      AND    P.OWNER_ROLE   =  :CST-ROLE-PRIMARY
000000                      AND    P.START_DATE   <= H.SETTLE_DATE
000000                      AND    P.END_DATE     >  H.SETTLE_DATE)
000000              UNION ALL
000000*--- 共同名義の主名義あて履歴は決済日時点の各名義人へ持分で
000000*--- 按分（代理人'S'は持分0のため対象外）
000000              SELECT O.OWNER_ACC_ID AS RCPT_ACC_ID,
000000                     H.WITHDRAWAL_TYPE, H.INTEREST_PAID,
000000                     H.TAX_NATIONAL, H.TAX_LOCAL,
000000                     H.INTEREST_NET, O.SHARE_PCT
000000              FROM   MYDB.DB_SAVINGS_HISTORY H,
000000                     MYDB.DB_ORDER_OWNER     O
000000              WHERE  H.SETTLE_DATE >= :HV-YEAR-FROM-X
000000              AND    H.SETTLE_DATE <= :HV-YEAR-TO-X
000000              AND    O.ORDER_ID    =  H.ORDER_ID
000000              AND    O.SHARE_PCT   >  0
000000              AND    O.START_DATE  <= H.SETTLE_DATE
000000              AND    O.END_DATE    >  H.SETTLE_DATE
000000              AND    EXISTS
000000                     (SELECT 1
000000                      FROM   MYDB.DB_ORDER_OWNER P
000000                      WHERE  P.ORDER_ID     =  H.ORDER_ID
000000                      AND    P.OWNER_ACC_ID =  H.ACC_ID
000000                      AND    P.OWNER_ROLE   =  :CST-ROLE-PRIMARY
000000                      AND    P.START_DATE   <= H.SETTLE_DATE
000000                      AND    P.END_DATE     >  H.SETTLE_DATE))
000000             AS X
000000         GROUP BY X.RCPT_ACC_ID
000000         ORDER BY X.RCPT_ACC_ID
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000               :WS-SUM-TAX-NATIONAL,
000000               :WS-SUM-TAX-LOCAL,
000000               :WS-SUM-INT-NET,
000000               :WS-SUM-CHARGES,
000000               :WS-SUM-INTPAY
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000     MOVE PRT-AMOUNT-EDIT        TO      PRT-DTL-TEXT.
000000     MOVE PRT-LINE-DETAIL        TO      PRT-REC.
000000     PERFORM SPD9999AST-WRITE-PRINT.
000000*--- 中間利払分は利息（グロス）の内数として案内する
000000*--- （2026/10/15。0の計算書には印字しない）
000000     IF WS-SUM-INTPAY NOT = 0
000000         MOVE '  PERIODIC PAYOUTS' TO    PRT-DTL-LABEL
000000         MOVE WS-SUM-INTPAY      TO      PRT-AMOUNT-EDIT
000000         MOVE PRT-AMOUNT-EDIT    TO      PRT-DTL-TEXT
000000         MOVE PRT-LINE-DETAIL    TO      PRT-REC
000000         PERFORM SPD9999AST-WRITE-PRINT
000000     END-IF.
000000     MOVE 'TAX (NATIONAL)'       TO      PRT-DTL-LABEL.
000000     MOVE WS-SUM-TAX-NATIONAL    TO      PRT-AMOUNT-EDIT.
000000     MOVE PRT-AMOUNT-EDIT        TO      PRT-DTL-TEXT.
000000     MOVE WS-SUM-TAX-LOCAL       TO      ELC-TAX-LOCAL.
000000     MOVE WS-SUM-INT-NET         TO      ELC-INTEREST-NET.
000000     MOVE WS-SUM-CHARGES         TO      ELC-CHARGES.
000000     MOVE WS-SUM-INTPAY          TO      ELC-INTPAY-PAID.
000000     WRITE ELC-REC.
000000     IF WS-ELC-STATUS NOT = '00'
000000         MOVE 'SPD9999AST-WRITE-ELECTRON'
