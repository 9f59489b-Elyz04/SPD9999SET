000000*                                よう変更（NON-TERMはSPD9999ACRの
000000*                                積上げ対象外のため、従来は計算書
000000*                                に利率0・利息0が印字されていた）
000000*        2026/10/15 :            期日なし預金の判定をDB_PRODUCTの
000000*                                商品区分（PRODUCT_CLASS）で行う
000000*                                （SPD9999PRD呼出）
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000    03 FILLER                    PIC X(15)  VALUE SPACES.
000000 01 PRT-AMOUNT-EDIT              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
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
000000    03 CST-CLASS-NON-TERM        PIC X(01)  VALUE 'N'.
000000    03 CST-WITHDRAW-CAPITAL      PIC X(08)  VALUE 'CAPITAL'.
000000    03 CST-FIXED-VALUE-12        PIC 9(03)  VALUE 365.
000000    03 CST-DELIVERY-ELECTRON     PIC X(01)  VALUE 'E'.
000000*--- NON-TERMはSPD9999ACRの日次積上げ対象外のため、直近
000000*--- CAPITALレグの組入日から基準日まで現行利率で計算する
000000*--- （SPD9999CRT・SPD9999SIMと同一規約。2026/09/02）
000000     PERFORM SPD9999QST-GET-PRODUCT-CLASS.
000000     IF WS-PRD-CLASS = CST-CLASS-NON-TERM
000000         PERFORM SPD9999QST-CALC-NONTERM
000000     END-IF.
000000     PERFORM SPD9999QST-ADJ-MATURITY.
000000*                                |      は満期なし（SPACES）
000000*/-------------------------------------------------------------/*
000000 SPD9999QST-ADJ-MATURITY.
000000     IF WS-PRD-CLASS = CST-CLASS-NON-TERM
000000         MOVE SPACES             TO      HV-ADJ-DATE-X
000000     ELSE
000000         MOVE 'N'                TO      WS-ROLL-RULE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 商品区分の取得（COMMON）
000000* SPD9999QST-GET-PRODUCT-CLASS SECTION |
000000*                                |      SPD9999PRDでDB_PRODUCTを参照
000000*                                |      する。商品行の無い注文は
000000*                                |      区分SPACES（期日指定扱い）
000000*                                |      とし、SPD9999STVで例外報告
000000*/-------------------------------------------------------------/*
000000 SPD9999QST-GET-PRODUCT-CLASS.
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
000000             MOVE 'SPD9999QST-GET-PRODUCT-CLASS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SPD9999PRD PRODUCT LOOKUP FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999QST-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999QST-ABEND       SECTION |      （COMMON）
000000*                                |
