000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999MXU.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999MXU
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            マル優（非課税貯蓄）限度額判定
000000*                                サブプログラム
000000*                                税区分'2'（DB_TAX_INFO）の顧客に
000000*                                ついて、届出限度額（EXEMPT_LIMIT）
000000*                                と円建ての有効預金（STATUS'1'/'2'、
000000*                                口座名義ACC_IDの注文）の元金合計
000000*                                （利用額）を比較する。外貨預金は
000000*                                マル優の対象外とし利用額に含めない。
000000*                                  'C' = 元金追加後の限度チェック
000000*                                    新規預入（SPD9999PLM）・継続
000000*                                    新規（SPD9999SET）・積立
000000*                                    （SPD9999CTB）が元金を追加した
000000*                                    後に呼ぶ。利用額が限度額を
000000*                                    超えていれば復帰コード4。今回の
000000*                                    追加で超過した場合はDB_EXCEPTION_
000000*                                    LOGへE951を記録する（元金の受入れ
000000*                                    は止めず、超過元金の利息を課税
000000*                                    する）
000000*                                  'S' = 決済時の非課税元金の按分
000000*                                    SPD9999SETが源泉徴収税の計算前に
000000*                                    呼ぶ。限度額は注文ID順（預入の
000000*                                    早い順）に充当し、当該注文より
000000*                                    前の注文で使い切った残りまでを
000000*                                    非課税元金、それを超える部分を
000000*                                    課税元金として返す
000000*                                税区分'2'以外・外貨の注文は非課税
000000*                                元金0（全額課税元金）で返す。
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
000000*--- DCLGEN参照：MYDB.DB_TAX_INFO
000000     EXEC SQL
000000         INCLUDE                 TAXINF
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_EXCEPTION_LOG
000000     EXEC SQL
000000         INCLUDE                 EXCLOG
000000     END-EXEC.
000000 01 WS-VARIABLES.
000000    03 WS-ACC-ID-DISP            PIC 9(09).
000000    03 WS-USAGE-EDIT             PIC Z(12)9.
000000    03 WS-LIMIT-EDIT             PIC Z(12)9.
000000    03 WS-USAGE-BEFORE           PIC S9(13)V99    COMP-3.
000000    03 WS-LIMIT-LEFT             PIC S9(13)V99    COMP-3.
000000 01 HV-VARIABLES.
000000    03 HV-USAGE                  PIC S9(13)V99    COMP-3.
000000    03 HV-ORDER-ID               PIC S9(09) COMP.
000000 01 CST-VARIABLES.
000000    03 CST-TAX-CAT-EXEMPT        PIC X(01)  VALUE '2'.
000000    03 CST-BASE-CURRENCY         PIC X(03)  VALUE 'JPY'.
000000    03 CST-STATUS-1              PIC X(01)  VALUE '1'.
000000    03 CST-STATUS-2              PIC X(01)  VALUE '2'.
000000    03 CST-FUNC-CHECK            PIC X(01)  VALUE 'C'.
000000    03 CST-FUNC-SPLIT            PIC X(01)  VALUE 'S'.
000000    03 CST-REASON-LIMIT-OVER     PIC X(04)  VALUE 'E951'.
000000    03 CST-RTN-OK                PIC 9(02)  VALUE 0.
000000    03 CST-RTN-OVER-LIMIT        PIC 9(02)  VALUE 4.
000000    03 CST-RTN-ERROR             PIC 9(02)  VALUE 12.
000000*/-------------------------------------------------------------/*
000000*  呼出元パラメータ受け取りエリア
000000*/-------------------------------------------------------------/*
000000 LINKAGE                         SECTION.
000000 01 LNK-PARAM-MXU.
000000*--- 入力
000000*--- 'C'=元金追加後の限度チェック 'S'=非課税元金の按分
000000    03 LNK-MXU-FUNC              PIC X(01).
000000    03 LNK-MXU-ACC-ID            PIC S9(09) COMP.
000000    03 LNK-MXU-ORDER-ID          PIC S9(09) COMP.
000000    03 LNK-MXU-CURRENCY-CODE     PIC X(03).
000000*--- 'C'：今回追加した元金 'S'：決済する注文の元金
000000    03 LNK-MXU-PRINCIPAL         PIC S9(13)V99 COMP-3.
000000*--- 'C'：例外記録のRUN_MODE・発生日
000000    03 LNK-MXU-RUN-MODE          PIC X(01).
000000    03 LNK-MXU-RUN-DATE          PIC X(08).
000000*--- 出力
000000*--- 'Y'=税区分'2'（マル優）の顧客
000000    03 LNK-MXU-EXEMPT            PIC X(01).
000000    03 LNK-MXU-LIMIT             PIC S9(13)V99 COMP-3.
000000*--- 'C'：追加後の利用額 'S'：当該注文より前の注文の利用額
000000    03 LNK-MXU-USAGE             PIC S9(13)V99 COMP-3.
000000    03 LNK-MXU-EXEMPT-PRINCIPAL  PIC S9(13)V99 COMP-3.
000000    03 LNK-MXU-TAXABLE-PRINCIPAL PIC S9(13)V99 COMP-3.
000000*--- 0=判定済み 4=限度額超過（'C'のみ） 12=SQL異常
000000    03 LNK-MXU-RETURN            PIC S9(04) COMP.
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000 PROCEDURE                       DIVISION USING LNK-PARAM-MXU.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999MXU-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999MXU-MAIN.
000000     MOVE CST-RTN-OK             TO      LNK-MXU-RETURN.
000000     MOVE 'N'                    TO      LNK-MXU-EXEMPT.
000000     MOVE 0                      TO      LNK-MXU-LIMIT.
000000     MOVE 0                      TO      LNK-MXU-USAGE.
000000     MOVE 0                      TO      LNK-MXU-EXEMPT-PRINCIPAL.
000000     IF LNK-MXU-FUNC = CST-FUNC-SPLIT
000000         MOVE LNK-MXU-PRINCIPAL  TO      LNK-MXU-TAXABLE-PRINCIPAL
000000     ELSE
000000         MOVE 0                  TO      LNK-MXU-TAXABLE-PRINCIPAL
000000     END-IF.
000000     PERFORM SPD9999MXU-GET-LIMIT.
000000     IF  LNK-MXU-RETURN = CST-RTN-OK
000000     AND LNK-MXU-EXEMPT = 'Y'
000000     AND LNK-MXU-CURRENCY-CODE = CST-BASE-CURRENCY
000000         EVALUATE LNK-MXU-FUNC
000000             WHEN CST-FUNC-CHECK
000000                 PERFORM SPD9999MXU-CHK-LIMIT
000000             WHEN CST-FUNC-SPLIT
000000                 PERFORM SPD9999MXU-SPLIT-PRINCIPAL
000000             WHEN OTHER
000000                 DISPLAY 'SPD9999MXU INVALID FUNCTION : '
000000                         LNK-MXU-FUNC
000000                 MOVE CST-RTN-ERROR
000000                                 TO      LNK-MXU-RETURN
000000         END-EVALUATE
000000     END-IF.
000000     GOBACK.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 税区分・届出限度額の取得
000000* SPD9999MXU-GET-LIMIT   SECTION |      （COMMON）
000000*                                |      対象: DB_TAX_INFO
000000*                                |      行なしは税区分'1'扱い
000000*/-------------------------------------------------------------/*
000000 SPD9999MXU-GET-LIMIT.
000000     MOVE LNK-MXU-ACC-ID         TO      TX-ACC-ID.
000000     EXEC SQL
000000         SELECT TAX_CATEGORY, EXEMPT_LIMIT
000000         INTO   :TX-TAX-CATEGORY, :TX-EXEMPT-LIMIT
000000         FROM   MYDB.DB_TAX_INFO
000000         WHERE  ACC_ID = :TX-ACC-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             IF TX-TAX-CATEGORY = CST-TAX-CAT-EXEMPT
000000                 MOVE 'Y'        TO      LNK-MXU-EXEMPT
000000                 MOVE TX-EXEMPT-LIMIT
000000                                 TO      LNK-MXU-LIMIT
000000             END-IF
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             DISPLAY 'SPD9999MXU SELECT DB_TAX_INFO FAILED, '
000000                     'SQLCODE : ' SQLCODE
000000             MOVE CST-RTN-ERROR  TO      LNK-MXU-RETURN
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 元金追加後の限度チェック
000000* SPD9999MXU-CHK-LIMIT   SECTION |      （MAIN）
000000*                                |      対象: DB_ACCOUNT_SAVINGS
000000*                                |      今回の追加で超過した場合のみ
000000*                                |      例外を記録する
000000*/-------------------------------------------------------------/*
000000 SPD9999MXU-CHK-LIMIT.
000000     EXEC SQL
000000         SELECT COALESCE(SUM(MONEY_ROOT), 0)
000000         INTO   :HV-USAGE
000000         FROM   MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE  ACC_ID        = :LNK-MXU-ACC-ID
000000         AND    CURRENCY_CODE = :CST-BASE-CURRENCY
000000         AND    (STATUS = :CST-STATUS-1 OR
000000                 STATUS = :CST-STATUS-2)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         DISPLAY 'SPD9999MXU SUM DB_ACCOUNT_SAVINGS FAILED, '
000000                 'SQLCODE : ' SQLCODE
000000         MOVE CST-RTN-ERROR      TO      LNK-MXU-RETURN
000000     ELSE
000000         MOVE HV-USAGE           TO      LNK-MXU-USAGE
000000         IF LNK-MXU-USAGE > LNK-MXU-LIMIT
000000             MOVE CST-RTN-OVER-LIMIT
000000                                 TO      LNK-MXU-RETURN
000000             COMPUTE WS-USAGE-BEFORE =
000000                 LNK-MXU-USAGE - LNK-MXU-PRINCIPAL
000000             IF WS-USAGE-BEFORE NOT > LNK-MXU-LIMIT
000000                 PERFORM SPD9999MXU-INS-EXCEPTION
000000             END-IF
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 非課税元金の按分
000000* SPD9999MXU-SPLIT-PRINCIPAL SECTION | （MAIN）
000000*                                |      対象: DB_ACCOUNT_SAVINGS
000000*                                |      注文ID順に限度額を充当する
000000*/-------------------------------------------------------------/*
000000 SPD9999MXU-SPLIT-PRINCIPAL.
000000     MOVE LNK-MXU-ORDER-ID       TO      HV-ORDER-ID.
000000     EXEC SQL
000000         SELECT COALESCE(SUM(MONEY_ROOT), 0)
000000         INTO   :HV-USAGE
000000         FROM   MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE  ACC_ID        = :LNK-MXU-ACC-ID
000000         AND    ORDER_ID      < :HV-ORDER-ID
000000         AND    CURRENCY_CODE = :CST-BASE-CURRENCY
000000         AND    (STATUS = :CST-STATUS-1 OR
000000                 STATUS = :CST-STATUS-2)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         DISPLAY 'SPD9999MXU SUM DB_ACCOUNT_SAVINGS FAILED, '
000000                 'SQLCODE : ' SQLCODE
000000         MOVE CST-RTN-ERROR      TO      LNK-MXU-RETURN
000000     ELSE
000000         MOVE HV-USAGE           TO      LNK-MXU-USAGE
000000         COMPUTE WS-LIMIT-LEFT =
000000             LNK-MXU-LIMIT - LNK-MXU-USAGE
000000         EVALUATE TRUE
000000             WHEN WS-LIMIT-LEFT NOT > 0
000000                 MOVE 0          TO      LNK-MXU-EXEMPT-PRINCIPAL
000000             WHEN WS-LIMIT-LEFT >= LNK-MXU-PRINCIPAL
000000                 MOVE LNK-MXU-PRINCIPAL
000000                     TO LNK-MXU-EXEMPT-PRINCIPAL
000000             WHEN OTHER
000000                 MOVE WS-LIMIT-LEFT
000000                     TO LNK-MXU-EXEMPT-PRINCIPAL
000000         END-EVALUATE
000000         COMPUTE LNK-MXU-TAXABLE-PRINCIPAL =
000000             LNK-MXU-PRINCIPAL - LNK-MXU-EXEMPT-PRINCIPAL
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 例外管理テーブルへの記録
000000* SPD9999MXU-INS-EXCEPTION SECTION |    （COMMON）
000000*                                |      対象: DB_EXCEPTION_LOG
000000*/-------------------------------------------------------------/*
000000 SPD9999MXU-INS-EXCEPTION.
000000     MOVE LNK-MXU-ORDER-ID       TO      EL-ORDER-ID.
000000     MOVE LNK-MXU-ACC-ID         TO      WS-ACC-ID-DISP.
000000     MOVE WS-ACC-ID-DISP         TO      EL-ACC-ID.
000000     MOVE LNK-MXU-RUN-MODE       TO      EL-RUN-MODE.
000000     MOVE CST-REASON-LIMIT-OVER  TO      EL-REASON-CODE.
000000     MOVE LNK-MXU-RUN-DATE       TO      EL-RUN-DATE.
000000     MOVE LNK-MXU-USAGE          TO      WS-USAGE-EDIT.
000000     MOVE LNK-MXU-LIMIT          TO      WS-LIMIT-EDIT.
000000     MOVE SPACES                 TO      EL-DETAIL.
000000     STRING 'MARUYU OVER LIMIT ' WS-USAGE-EDIT
000000            ' /' WS-LIMIT-EDIT
000000         DELIMITED BY SIZE
000000         INTO EL-DETAIL
000000     END-STRING.
000000     MOVE 'N'                    TO      EL-WF-STATUS.
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
000000         DISPLAY 'SPD9999MXU INSERT DB_EXCEPTION_LOG FAILED, '
000000                 'SQLCODE : ' SQLCODE
000000         MOVE CST-RTN-ERROR      TO      LNK-MXU-RETURN
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999MXU.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
