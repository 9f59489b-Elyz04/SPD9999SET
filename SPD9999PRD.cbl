000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999PRD.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999PRD
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            預金商品マスタ参照サブプログラム
000000*                                各プログラムからCALLで使用する。
000000*                                指定SAVING_TYPEのDB_PRODUCT行を
000000*                                返す。あわせて
000000*                                  ・通貨コード指定時は取扱通貨
000000*                                    （CCY_LIST）に含まれるかを
000000*                                    判定する（SPACESは全通貨可）
000000*                                  ・基準日指定時は期間（日数／
000000*                                    月数）を加算した満期日
000000*                                    （営業日調整前）と期間日数
000000*                                    を返す。月数加算で応当日が
000000*                                    無い月は月末日。期間なしの
000000*                                    商品は'99999999'・0日
000000*                                行が無い場合は復帰コード4を返す。
000000*                                呼出元は当該注文を例外として
000000*                                扱うこと
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
000000*--- DCLGEN参照：MYDB.DB_PRODUCT
000000     EXEC SQL
000000         INCLUDE                 PRDMST
000000     END-EXEC.
000000 01 WS-VARIABLES.
000000    03 WS-CCY-IDX                PIC S9(04) COMP.
000000    03 WS-CCY-POS                PIC S9(04) COMP.
000000    03 WS-MONTHS-TERM            PIC 9(04).
000000    03 WS-BASE-DATE-9            PIC 9(08).
000000    03 WS-BASE-DAYS-COMP         PIC S9(09) COMP.
000000    03 WS-END-DAYS-COMP          PIC S9(09) COMP.
000000    03 WS-END-DATE-9             PIC 9(08).
000000    03 WS-END-YY                 PIC 9(04).
000000    03 WS-END-MM                 PIC 9(04).
000000    03 WS-END-DD                 PIC 9(02).
000000 01 CST-VARIABLES.
000000    03 CST-TERM-DAYS             PIC X(01)  VALUE 'D'.
000000    03 CST-TERM-MONTHS           PIC X(01)  VALUE 'M'.
000000    03 CST-NO-END-DATE           PIC X(08)  VALUE '99999999'.
000000    03 CST-CCY-MAX               PIC S9(04) COMP VALUE 10.
000000    03 CST-RTN-OK                PIC 9(02)  VALUE 0.
000000    03 CST-RTN-NOT-FOUND         PIC 9(02)  VALUE 4.
000000    03 CST-RTN-ERROR             PIC 9(02)  VALUE 12.
000000*/-------------------------------------------------------------/*
000000*  呼出元パラメータ受け取りエリア
000000*/-------------------------------------------------------------/*
000000 LINKAGE                         SECTION.
000000 01 LNK-PARAM-PRD.
000000*--- 入力
000000    03 LNK-PRD-SAVING-TYPE       PIC X(10).
000000*--- 取扱通貨の判定を行う場合のみ指定（SPACESは判定なし）
000000    03 LNK-PRD-CURRENCY-CODE     PIC X(03).
000000*--- 満期日を算出する場合のみ起算日を指定（SPACESは算出なし）
000000    03 LNK-PRD-BASE-DATE         PIC X(08).
000000*--- 出力（DB_PRODUCTの内容）
000000    03 LNK-PRD-PRODUCT-NAME      PIC X(30).
000000*--- 'F'=定期 'N'=期日なし 'I'=積立定期
000000    03 LNK-PRD-CLASS             PIC X(01).
000000    03 LNK-PRD-TERM-UNIT         PIC X(01).
000000    03 LNK-PRD-TERM-VALUE        PIC S9(04) COMP-3.
000000    03 LNK-PRD-MIN-AMOUNT        PIC S9(13)V99 COMP-3.
000000    03 LNK-PRD-MAX-AMOUNT        PIC S9(13)V99 COMP-3.
000000    03 LNK-PRD-SALE-START-DATE   PIC X(08).
000000    03 LNK-PRD-SALE-END-DATE     PIC X(08).
000000    03 LNK-PRD-EARLY-FLAG        PIC X(01).
000000    03 LNK-PRD-PARTIAL-FLAG      PIC X(01).
000000    03 LNK-PRD-RENEW-FLAG        PIC X(01).
000000*--- 出力（判定・算出結果）
000000    03 LNK-PRD-CCY-ALLOWED       PIC X(01).
000000    03 LNK-PRD-END-DATE          PIC X(08).
000000    03 LNK-PRD-TERM-DAYS         PIC S9(05) COMP-3.
000000*--- 0=OK 4=商品マスタ行なし 12=SQL異常
000000    03 LNK-PRD-RETURN            PIC S9(04) COMP.
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000 PROCEDURE                       DIVISION USING LNK-PARAM-PRD.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999PRD-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999PRD-MAIN.
000000     MOVE CST-RTN-OK             TO      LNK-PRD-RETURN.
000000     MOVE 'N'                    TO      LNK-PRD-CCY-ALLOWED.
000000     MOVE SPACES                 TO      LNK-PRD-END-DATE.
000000     MOVE 0                      TO      LNK-PRD-TERM-DAYS.
000000     PERFORM SPD9999PRD-GET-PRODUCT.
000000     IF LNK-PRD-RETURN = CST-RTN-OK
000000         PERFORM SPD9999PRD-CHK-CURRENCY
000000     END-IF.
000000     IF  LNK-PRD-RETURN = CST-RTN-OK
000000     AND LNK-PRD-BASE-DATE NOT = SPACES
000000         PERFORM SPD9999PRD-CALC-END-DATE
000000     END-IF.
000000     GOBACK.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 商品マスタ行の取得
000000* SPD9999PRD-GET-PRODUCT SECTION |      （MAIN）
000000*                                |      対象: DB_PRODUCT
000000*/-------------------------------------------------------------/*
000000 SPD9999PRD-GET-PRODUCT.
000000     MOVE LNK-PRD-SAVING-TYPE    TO      PD-SAVING-TYPE.
000000     EXEC SQL
000000         SELECT PRODUCT_NAME, PRODUCT_CLASS, TERM_UNIT,
000000                TERM_VALUE, CCY_LIST, MIN_AMOUNT, MAX_AMOUNT,
000000                SALE_START_DATE, SALE_END_DATE,
000000                EARLY_FLAG, PARTIAL_FLAG, RENEW_FLAG
000000         INTO   :PD-PRODUCT-NAME, :PD-PRODUCT-CLASS,
000000                :PD-TERM-UNIT, :PD-TERM-VALUE, :PD-CCY-LIST,
000000                :PD-MIN-AMOUNT, :PD-MAX-AMOUNT,
000000                :PD-SALE-START-DATE, :PD-SALE-END-DATE,
000000                :PD-EARLY-FLAG, :PD-PARTIAL-FLAG,
000000                :PD-RENEW-FLAG
000000         FROM   MYDB.DB_PRODUCT
000000         WHERE  SAVING_TYPE = :PD-SAVING-TYPE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE PD-PRODUCT-NAME    TO  LNK-PRD-PRODUCT-NAME
000000             MOVE PD-PRODUCT-CLASS   TO  LNK-PRD-CLASS
000000             MOVE PD-TERM-UNIT       TO  LNK-PRD-TERM-UNIT
000000             MOVE PD-TERM-VALUE      TO  LNK-PRD-TERM-VALUE
000000             MOVE PD-MIN-AMOUNT      TO  LNK-PRD-MIN-AMOUNT
000000             MOVE PD-MAX-AMOUNT      TO  LNK-PRD-MAX-AMOUNT
000000             MOVE PD-SALE-START-DATE TO  LNK-PRD-SALE-START-DATE
000000             MOVE PD-SALE-END-DATE   TO  LNK-PRD-SALE-END-DATE
000000             MOVE PD-EARLY-FLAG      TO  LNK-PRD-EARLY-FLAG
000000             MOVE PD-PARTIAL-FLAG    TO  LNK-PRD-PARTIAL-FLAG
000000             MOVE PD-RENEW-FLAG      TO  LNK-PRD-RENEW-FLAG
000000         WHEN 100
000000             MOVE SPACES             TO  LNK-PRD-PRODUCT-NAME
000000             MOVE SPACES             TO  LNK-PRD-CLASS
000000             MOVE SPACES             TO  LNK-PRD-TERM-UNIT
000000             MOVE 0                  TO  LNK-PRD-TERM-VALUE
000000             MOVE 0                  TO  LNK-PRD-MIN-AMOUNT
000000             MOVE 0                  TO  LNK-PRD-MAX-AMOUNT
000000             MOVE SPACES             TO  LNK-PRD-SALE-START-DATE
000000             MOVE SPACES             TO  LNK-PRD-SALE-END-DATE
000000             MOVE 'N'                TO  LNK-PRD-EARLY-FLAG
000000             MOVE 'N'                TO  LNK-PRD-PARTIAL-FLAG
000000             MOVE 'N'                TO  LNK-PRD-RENEW-FLAG
000000             MOVE CST-RTN-NOT-FOUND  TO  LNK-PRD-RETURN
000000         WHEN OTHER
000000             DISPLAY 'SPD9999PRD SELECT DB_PRODUCT FAILED, '
000000                     'SQLCODE : ' SQLCODE
000000             MOVE CST-RTN-ERROR      TO  LNK-PRD-RETURN
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 取扱通貨の判定
000000* SPD9999PRD-CHK-CURRENCY SECTION |     （MAIN）
000000*                                |      CCY_LISTは3桁ずつ詰めて
000000*                                |      格納。SPACESは全通貨可
000000*/-------------------------------------------------------------/*
000000 SPD9999PRD-CHK-CURRENCY.
000000     IF LNK-PRD-CURRENCY-CODE = SPACES
000000     OR PD-CCY-LIST = SPACES
000000         MOVE 'Y'                TO      LNK-PRD-CCY-ALLOWED
000000     ELSE
000000         PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
000000                 UNTIL WS-CCY-IDX > CST-CCY-MAX
000000                 OR    LNK-PRD-CCY-ALLOWED = 'Y'
000000             COMPUTE WS-CCY-POS = (WS-CCY-IDX - 1) * 3 + 1
000000             IF PD-CCY-LIST(WS-CCY-POS:3) =
000000                LNK-PRD-CURRENCY-CODE
000000                 MOVE 'Y'        TO      LNK-PRD-CCY-ALLOWED
000000             END-IF
000000         END-PERFORM
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 満期日（営業日調整前）の
000000* SPD9999PRD-CALC-END-DATE SECTION |    算出（MAIN）
000000*                                |      'D'は日数加算、'M'は月数
000000*                                |      加算（応当日なしは月末）
000000*/-------------------------------------------------------------/*
000000 SPD9999PRD-CALC-END-DATE.
000000     MOVE LNK-PRD-BASE-DATE      TO      WS-BASE-DATE-9.
000000     COMPUTE WS-BASE-DAYS-COMP =
000000         FUNCTION INTEGER-OF-DATE(WS-BASE-DATE-9).
000000     EVALUATE TRUE
000000         WHEN PD-TERM-UNIT = CST-TERM-DAYS
000000          AND PD-TERM-VALUE > 0
000000             COMPUTE WS-END-DAYS-COMP =
000000                     WS-BASE-DAYS-COMP +
000000                     PD-TERM-VALUE
000000         WHEN PD-TERM-UNIT = CST-TERM-MONTHS
000000          AND PD-TERM-VALUE > 0
000000             MOVE PD-TERM-VALUE  TO      WS-MONTHS-TERM
000000             PERFORM SPD9999PRD-ADD-MONTHS
000000         WHEN OTHER
000000             MOVE CST-NO-END-DATE
000000                                 TO      LNK-PRD-END-DATE
000000     END-EVALUATE.
000000     IF LNK-PRD-END-DATE NOT = CST-NO-END-DATE
000000         COMPUTE WS-END-DATE-9 =
000000             FUNCTION DATE-OF-INTEGER(WS-END-DAYS-COMP)
000000         MOVE WS-END-DATE-9      TO      LNK-PRD-END-DATE
000000         COMPUTE LNK-PRD-TERM-DAYS =
000000                 WS-END-DAYS-COMP -
000000                 WS-BASE-DAYS-COMP
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 月数加算
000000* SPD9999PRD-ADD-MONTHS  SECTION |      （COMMON）
000000*                                |      応当日が無い月は月末日
000000*/-------------------------------------------------------------/*
000000 SPD9999PRD-ADD-MONTHS.
000000     MOVE WS-BASE-DATE-9(1:4)    TO      WS-END-YY.
000000     MOVE WS-BASE-DATE-9(5:2)    TO      WS-END-MM.
000000     MOVE WS-BASE-DATE-9(7:2)    TO      WS-END-DD.
000000     ADD WS-MONTHS-TERM          TO      WS-END-MM.
000000     PERFORM UNTIL WS-END-MM NOT > 12
000000         ADD 1                   TO      WS-END-YY
000000         SUBTRACT 12             FROM    WS-END-MM
000000     END-PERFORM.
000000     COMPUTE WS-END-DATE-9 =
000000             WS-END-YY * 10000 +
000000             WS-END-MM * 100 +
000000             WS-END-DD.
000000     PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-END-DATE-9) = 0
000000         SUBTRACT 1              FROM    WS-END-DATE-9
000000     END-PERFORM.
000000     COMPUTE WS-END-DAYS-COMP =
000000         FUNCTION INTEGER-OF-DATE(WS-END-DATE-9).
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999PRD.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
