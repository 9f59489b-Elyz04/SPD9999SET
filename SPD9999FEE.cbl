000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999FEE.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999FEE
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            サービス手数料の課金サブプログラム
000000*                                有料サービス（残高証明書・通知書
000000*                                再印字・他行振込）を行う各プログ
000000*                                ラムからCALLで使用する。
000000*                                顧客の手数料区分（DB_CUSTOMER_
000000*                                MASTER.FEE_CATEGORY。行なしは
000000*                                '00'）・通貨・課金日で有効な
000000*                                DB_FEE_SCHEDULEの行を求め（区分の
000000*                                行が無ければ標準区分'00'）、
000000*                                消費税を通貨の小数桁へ切り捨てて
000000*                                算出する。手数料表の免除フラグ、
000000*                                または当月の同一口座・同一サービス
000000*                                の利用が無料回数に満たない場合は
000000*                                免除とする。
000000*                                徴収方法
000000*                                  'A'=口座残高から引落し
000000*                                      （DB_ACCOUNT_BALANCEを更新。
000000*                                      変更ジャーナルはSPD9999CHG。
000000*                                      通帳記帳用にDB_SAVINGS_
000000*                                      HISTORYへ'FEE'行を登録）
000000*                                  'D'=支払額から差引き
000000*                                      （差引き後の支払いは呼出元）
000000*                                残高・支払額が不足する場合は未収と
000000*                                し、いずれの場合もDB_FEE_HISTORY
000000*                                へ1行登録する（COMMITは呼出元）。
000000*                                手数料表に行が無いサービスは
000000*                                手数料なしとして復帰コード4を返し、
000000*                                履歴も作成しない
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 :            プログラムの作成
000000*        2026/10/15 :            口座引落（'A'）の徴収時に
000000*                                DB_SAVINGS_HISTORYへ'FEE'行（元金欄
000000*                                に徴収額、残高欄に引落し後の残高）を
000000*                                登録し、通帳に記帳されるようにする
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
000000*--- DCLGEN参照：MYDB.DB_FEE_SCHEDULE
000000     EXEC SQL
000000         INCLUDE                 FEESCH
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_FEE_HISTORY
000000     EXEC SQL
000000         INCLUDE                 FEEHST
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CUSTOMER_MASTER
000000     EXEC SQL
000000         INCLUDE                 CUSTMS
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ACCOUNT_BALANCE
000000     EXEC SQL
000000         INCLUDE                 ACCBAL
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CURRENCY_ATTR
000000     EXEC SQL
000000         INCLUDE                 CCYATR
000000     END-EXEC.
000000 01 WS-VARIABLES.
000000*--- 手数料区分・残高行
000000    03 WS-CUST-CATEGORY          PIC X(02).
000000    03 WS-BAL-FOUND              PIC X(01).
000000    03 WS-SCHED-FOUND            PIC X(01).
000000*--- 手数料・消費税の算出
000000    03 WS-DECIMALS               PIC S9(01)       COMP-3.
000000    03 WS-TAX-AMOUNT             PIC S9(13)V99    COMP-3.
000000    03 WS-TOTAL-AMOUNT           PIC S9(13)V99    COMP-3.
000000    03 WS-NEW-BALANCE            PIC S9(13)V99    COMP-3.
000000    03 WS-TRUNC-0                PIC S9(13)       COMP-3.
000000    03 WS-TRUNC-1                PIC S9(13)V9     COMP-3.
000000*--- 履歴の採番
000000    03 WS-FEE-DONE               PIC X(01).
000000    03 WS-FEE-RETRY-CNT          PIC 9(02).
000000 01 HV-VARIABLES.
000000    03 HV-MONTH-START-X          PIC X(08).
000000    03 HV-USED-COUNT             PIC S9(09) COMP.
000000    03 HV-NEW-FEE-ID             PIC S9(09) COMP.
000000*--- SPD9999CHG（変更ジャーナル）呼出パラメータ
000000 01 WS-PARAM-CHG.
000000    03 WS-CHG-FUNC               PIC X(01).
000000    03 WS-CHG-PROGRAM            PIC X(10)
000000       VALUE 'SPD9999FEE'.
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
000000    03 CST-BASE-CURRENCY         PIC X(03)  VALUE 'JPY'.
000000    03 CST-CATEGORY-STD          PIC X(02)  VALUE '00'.
000000    03 CST-METHOD-ACCOUNT        PIC X(01)  VALUE 'A'.
000000    03 CST-METHOD-DEDUCT         PIC X(01)  VALUE 'D'.
000000    03 CST-FEE-COLLECTED         PIC X(01)  VALUE 'C'.
000000    03 CST-FEE-WAIVED            PIC X(01)  VALUE 'W'.
000000    03 CST-FEE-UNCOLLECTED       PIC X(01)  VALUE 'U'.
000000    03 CST-WAIVE-SCHEDULE        PIC X(01)  VALUE 'S'.
000000    03 CST-WAIVE-FREE-COUNT      PIC X(01)  VALUE 'F'.
000000    03 CST-WITHDRAW-FEE          PIC X(08)  VALUE 'FEE'.
000000    03 CST-RTN-OK                PIC 9(02)  VALUE 0.
000000    03 CST-RTN-NOT-FOUND         PIC 9(02)  VALUE 4.
000000    03 CST-RTN-INVALID           PIC 9(02)  VALUE 8.
000000    03 CST-RTN-ERROR             PIC 9(02)  VALUE 12.
000000*/-------------------------------------------------------------/*
000000*  呼出元パラメータ受け取りエリア
000000*/-------------------------------------------------------------/*
000000 LINKAGE                         SECTION.
000000 01 LNK-PARAM-FEE.
000000*--- 入力
000000*--- サービスコード（'CERT'・'NTCR'・'ZTRF'）
000000    03 LNK-FEE-SERVICE           PIC X(04).
000000    03 LNK-FEE-ACC-ID            PIC S9(09) COMP.
000000*--- 通貨（'D'のみ使用。'A'は残高行の通貨）
000000    03 LNK-FEE-CURRENCY          PIC X(03).
000000*--- 課金日（業務日付）
000000    03 LNK-FEE-CHARGE-DATE       PIC X(08).
000000*--- 'A'=口座残高から引落し 'D'=支払額から差引き
000000    03 LNK-FEE-METHOD            PIC X(01).
000000*--- 差引き前の支払額（'D'のみ使用）
000000    03 LNK-FEE-PAYOUT-AMOUNT     PIC S9(13)V99 COMP-3.
000000*--- 課金元の参照番号（証明書番号・注文ID・振込ID）
000000    03 LNK-FEE-REFERENCE-ID      PIC S9(09) COMP.
000000    03 LNK-FEE-PROGRAM           PIC X(10).
000000*--- 出力
000000*--- 'C'=徴収済 'W'=免除 'U'=未収
000000    03 LNK-FEE-STATUS            PIC X(01).
000000    03 LNK-FEE-AMOUNT            PIC S9(13)V99 COMP-3.
000000    03 LNK-FEE-TAX-AMOUNT        PIC S9(13)V99 COMP-3.
000000*--- 徴収額（手数料＋消費税。徴収済以外は0）
000000    03 LNK-FEE-CHARGED-AMOUNT    PIC S9(13)V99 COMP-3.
000000    03 LNK-FEE-ID                PIC S9(09) COMP.
000000*--- 0=OK 4=手数料なし 8=パラメータ不正 12=SQL異常
000000    03 LNK-FEE-RETURN            PIC S9(04) COMP.
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000 PROCEDURE                       DIVISION USING LNK-PARAM-FEE.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999FEE-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999FEE-MAIN.
000000     MOVE CST-RTN-OK             TO      LNK-FEE-RETURN.
000000     MOVE SPACES                 TO      LNK-FEE-STATUS.
000000     MOVE 0                      TO      LNK-FEE-AMOUNT.
000000     MOVE 0                      TO      LNK-FEE-TAX-AMOUNT.
000000     MOVE 0                      TO      LNK-FEE-CHARGED-AMOUNT.
000000     MOVE 0                      TO      LNK-FEE-ID.
000000     IF LNK-FEE-SERVICE = SPACES
000000     OR (LNK-FEE-METHOD NOT = CST-METHOD-ACCOUNT
000000     AND LNK-FEE-METHOD NOT = CST-METHOD-DEDUCT)
000000         MOVE CST-RTN-INVALID    TO      LNK-FEE-RETURN
000000     END-IF.
000000     IF LNK-FEE-RETURN = CST-RTN-OK
000000         PERFORM SPD9999FEE-GET-CATEGORY
000000     END-IF.
000000     IF LNK-FEE-RETURN = CST-RTN-OK
000000         PERFORM SPD9999FEE-GET-CURRENCY
000000     END-IF.
000000     IF LNK-FEE-RETURN = CST-RTN-OK
000000         PERFORM SPD9999FEE-GET-SCHEDULE
000000     END-IF.
000000     IF LNK-FEE-RETURN = CST-RTN-OK
000000         PERFORM SPD9999FEE-GET-DECIMALS
000000     END-IF.
000000     IF LNK-FEE-RETURN = CST-RTN-OK
000000         PERFORM SPD9999FEE-CALC
000000     END-IF.
000000     IF LNK-FEE-RETURN = CST-RTN-OK
000000         PERFORM SPD9999FEE-CHK-WAIVER
000000     END-IF.
000000     IF  LNK-FEE-RETURN = CST-RTN-OK
000000     AND FH-STATUS      = SPACES
000000         PERFORM SPD9999FEE-COLLECT
000000     END-IF.
000000     IF LNK-FEE-RETURN = CST-RTN-OK
000000         PERFORM SPD9999FEE-INS-HISTORY
000000     END-IF.
000000     IF LNK-FEE-RETURN = CST-RTN-OK
000000         MOVE FH-STATUS          TO      LNK-FEE-STATUS
000000         MOVE FH-FEE-AMOUNT      TO      LNK-FEE-AMOUNT
000000         MOVE FH-TAX-AMOUNT      TO      LNK-FEE-TAX-AMOUNT
000000         IF FH-STATUS = CST-FEE-COLLECTED
000000             MOVE WS-TOTAL-AMOUNT
000000                                 TO      LNK-FEE-CHARGED-AMOUNT
000000         END-IF
000000     END-IF.
000000     GOBACK.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 顧客の手数料区分取得
000000* SPD9999FEE-GET-CATEGORY SECTION |     （MAIN）
000000*                                |      対象: DB_CUSTOMER_MASTER
000000*                                |      行なしは標準区分'00'
000000*/-------------------------------------------------------------/*
000000 SPD9999FEE-GET-CATEGORY.
000000     MOVE CST-CATEGORY-STD       TO      WS-CUST-CATEGORY.
000000     MOVE LNK-FEE-ACC-ID         TO      CM-ACC-ID.
000000     EXEC SQL
000000         SELECT FEE_CATEGORY
000000         INTO   :CM-FEE-CATEGORY
000000         FROM   MYDB.DB_CUSTOMER_MASTER
000000         WHERE  ACC_ID = :CM-ACC-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             IF CM-FEE-CATEGORY NOT = SPACES
000000                 MOVE CM-FEE-CATEGORY
000000                                 TO      WS-CUST-CATEGORY
000000             END-IF
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             DISPLAY 'SPD9999FEE SELECT DB_CUSTOMER_MASTER '
000000                     'FAILED, SQLCODE : ' SQLCODE
000000             MOVE CST-RTN-ERROR      TO  LNK-FEE-RETURN
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 課金通貨の決定
000000* SPD9999FEE-GET-CURRENCY SECTION |     （MAIN）
000000*                                |      'A'は残高行をロックしその通貨
000000*                                |      （行なしは指定通貨、無指定は
000000*                                |      円）。'D'は指定通貨
000000*/-------------------------------------------------------------/*
000000 SPD9999FEE-GET-CURRENCY.
000000     MOVE 'N'                    TO      WS-BAL-FOUND.
000000     MOVE LNK-FEE-CURRENCY       TO      FH-CURRENCY-CODE.
000000     IF LNK-FEE-METHOD = CST-METHOD-ACCOUNT
000000         MOVE LNK-FEE-ACC-ID     TO      AB-ACC-ID
000000         EXEC SQL
000000             SELECT BALANCE, CURRENCY_CODE
000000             INTO   :AB-BALANCE, :AB-CURRENCY-CODE
000000             FROM   MYDB.DB_ACCOUNT_BALANCE
000000             WHERE  ACC_ID = :AB-ACC-ID
000000             FOR UPDATE
000000         END-EXEC
000000         EVALUATE SQLCODE
000000             WHEN 0
000000                 MOVE 'Y'        TO      WS-BAL-FOUND
000000                 MOVE AB-CURRENCY-CODE
000000                                 TO      FH-CURRENCY-CODE
000000             WHEN 100
000000                 CONTINUE
000000             WHEN OTHER
000000                 DISPLAY 'SPD9999FEE SELECT DB_ACCOUNT_BALANCE '
000000                         'FAILED, SQLCODE : ' SQLCODE
000000                 MOVE CST-RTN-ERROR  TO  LNK-FEE-RETURN
000000         END-EVALUATE
000000     END-IF.
000000     IF FH-CURRENCY-CODE = SPACES
000000         MOVE CST-BASE-CURRENCY  TO      FH-CURRENCY-CODE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 手数料表の参照
000000* SPD9999FEE-GET-SCHEDULE SECTION |     （MAIN）
000000*                                |      対象: DB_FEE_SCHEDULE
000000*                                |      顧客の区分、無ければ標準区分
000000*                                |      の順。行なしは手数料なし
000000*/-------------------------------------------------------------/*
000000 SPD9999FEE-GET-SCHEDULE.
000000     MOVE WS-CUST-CATEGORY       TO      FS-CUST-CATEGORY.
000000     PERFORM SPD9999FEE-SELECT-SCHEDULE.
000000     IF  WS-SCHED-FOUND   = 'N'
000000     AND LNK-FEE-RETURN   = CST-RTN-OK
000000     AND WS-CUST-CATEGORY NOT = CST-CATEGORY-STD
000000         MOVE CST-CATEGORY-STD   TO      FS-CUST-CATEGORY
000000         PERFORM SPD9999FEE-SELECT-SCHEDULE
000000     END-IF.
000000     IF  WS-SCHED-FOUND   = 'N'
000000     AND LNK-FEE-RETURN   = CST-RTN-OK
000000         MOVE CST-RTN-NOT-FOUND  TO      LNK-FEE-RETURN
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 手数料表行の取得
000000* SPD9999FEE-SELECT-SCHEDULE SECTION |  （COMMON）
000000*                                |      課金日以前に適用開始した最新の
000000*                                |      行で、適用終了日が課金日以後
000000*/-------------------------------------------------------------/*
000000 SPD9999FEE-SELECT-SCHEDULE.
000000     MOVE 'N'                    TO      WS-SCHED-FOUND.
000000     MOVE LNK-FEE-SERVICE        TO      FS-SERVICE-CODE.
000000     MOVE FH-CURRENCY-CODE       TO      FS-CURRENCY-CODE.
000000     MOVE LNK-FEE-CHARGE-DATE    TO      FS-EFFECTIVE-FROM.
000000     EXEC SQL
000000         SELECT EFFECTIVE_FROM, EFFECTIVE_TO, FEE_AMOUNT,
000000                TAX_RATE, WAIVE_FLAG, FREE_COUNT
000000         INTO   :FS-EFFECTIVE-FROM, :FS-EFFECTIVE-TO,
000000                :FS-FEE-AMOUNT, :FS-TAX-RATE, :FS-WAIVE-FLAG,
000000                :FS-FREE-COUNT
000000         FROM   MYDB.DB_FEE_SCHEDULE
000000         WHERE  SERVICE_CODE   = :FS-SERVICE-CODE
000000         AND    CUST_CATEGORY  = :FS-CUST-CATEGORY
000000         AND    CURRENCY_CODE  = :FS-CURRENCY-CODE
000000         AND    EFFECTIVE_TO  >= :FS-EFFECTIVE-FROM
000000         AND    EFFECTIVE_FROM =
000000                (SELECT MAX(EFFECTIVE_FROM)
000000                 FROM   MYDB.DB_FEE_SCHEDULE
000000                 WHERE  SERVICE_CODE    = :FS-SERVICE-CODE
000000                 AND    CUST_CATEGORY   = :FS-CUST-CATEGORY
000000                 AND    CURRENCY_CODE   = :FS-CURRENCY-CODE
000000                 AND    EFFECTIVE_FROM <= :FS-EFFECTIVE-FROM)
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             IF FS-FEE-AMOUNT < 0
000000             OR FS-TAX-RATE   < 0
000000             OR FS-FREE-COUNT < 0
000000                 DISPLAY 'SPD9999FEE INVALID FEE SCHEDULE, '
000000                         'SERVICE : ' FS-SERVICE-CODE
000000                 MOVE CST-RTN-INVALID
000000                                 TO      LNK-FEE-RETURN
000000             ELSE
000000                 MOVE 'Y'        TO      WS-SCHED-FOUND
000000             END-IF
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             DISPLAY 'SPD9999FEE SELECT DB_FEE_SCHEDULE FAILED, '
000000                     'SQLCODE : ' SQLCODE
000000             MOVE CST-RTN-ERROR      TO  LNK-FEE-RETURN
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 課金通貨の小数桁取得
000000* SPD9999FEE-GET-DECIMALS SECTION |     （MAIN）
000000*                                |      対象: DB_CURRENCY_ATTR
000000*                                |      行なしは小数2桁
000000*/-------------------------------------------------------------/*
000000 SPD9999FEE-GET-DECIMALS.
000000     MOVE 2                      TO      WS-DECIMALS.
000000     MOVE FH-CURRENCY-CODE       TO      CA-CURRENCY-CODE.
000000     EXEC SQL
000000         SELECT DECIMAL_PLACES
000000         INTO   :CA-DECIMAL-PLACES
000000         FROM   MYDB.DB_CURRENCY_ATTR
000000         WHERE  CURRENCY_CODE = :CA-CURRENCY-CODE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE CA-DECIMAL-PLACES  TO  WS-DECIMALS
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             DISPLAY 'SPD9999FEE SELECT DB_CURRENCY_ATTR FAILED, '
000000                     'SQLCODE : ' SQLCODE
000000             MOVE CST-RTN-ERROR      TO  LNK-FEE-RETURN
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 消費税・徴収額の算出
000000* SPD9999FEE-CALC        SECTION |      （MAIN）
000000*                                |      消費税は通貨の小数桁へ切捨て
000000*/-------------------------------------------------------------/*
000000 SPD9999FEE-CALC.
000000     COMPUTE WS-TAX-AMOUNT       =
000000             FS-FEE-AMOUNT       *
000000             FS-TAX-RATE.
000000     EVALUATE WS-DECIMALS
000000         WHEN 0
000000             COMPUTE WS-TRUNC-0  =       WS-TAX-AMOUNT
000000             MOVE WS-TRUNC-0     TO      WS-TAX-AMOUNT
000000         WHEN 1
000000             COMPUTE WS-TRUNC-1  =       WS-TAX-AMOUNT
000000             MOVE WS-TRUNC-1     TO      WS-TAX-AMOUNT
000000         WHEN OTHER
000000             CONTINUE
000000     END-EVALUATE.
000000     COMPUTE WS-TOTAL-AMOUNT     =
000000             FS-FEE-AMOUNT       +
000000             WS-TAX-AMOUNT.
000000     MOVE SPACES                 TO      FH-STATUS.
000000     MOVE SPACES                 TO      FH-WAIVE-REASON.
000000     MOVE FS-FEE-AMOUNT          TO      FH-FEE-AMOUNT.
000000     MOVE WS-TAX-AMOUNT          TO      FH-TAX-AMOUNT.
000000     MOVE 0                      TO      FH-NEW-BALANCE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 免除判定
000000* SPD9999FEE-CHK-WAIVER  SECTION |      （MAIN）
000000*                                |      手数料表の免除フラグ、または
000000*                                |      当月の利用回数（対象: DB_FEE_
000000*                                |      HISTORY。免除・未収を含む）が
000000*                                |      無料回数未満。手数料0も免除
000000*/-------------------------------------------------------------/*
000000 SPD9999FEE-CHK-WAIVER.
000000     EVALUATE TRUE
000000         WHEN FS-WAIVE-FLAG = 'Y'
000000             MOVE CST-FEE-WAIVED
000000                                 TO      FH-STATUS
000000             MOVE CST-WAIVE-SCHEDULE
000000                                 TO      FH-WAIVE-REASON
000000         WHEN WS-TOTAL-AMOUNT <= 0
000000             MOVE CST-FEE-WAIVED
000000                                 TO      FH-STATUS
000000             MOVE CST-WAIVE-SCHEDULE
000000                                 TO      FH-WAIVE-REASON
000000         WHEN FS-FREE-COUNT > 0
000000             PERFORM SPD9999FEE-GET-USED-COUNT
000000             IF  LNK-FEE-RETURN = CST-RTN-OK
000000             AND HV-USED-COUNT  < FS-FREE-COUNT
000000                 MOVE CST-FEE-WAIVED
000000                                 TO      FH-STATUS
000000                 MOVE CST-WAIVE-FREE-COUNT
000000                                 TO      FH-WAIVE-REASON
000000             END-IF
000000         WHEN OTHER
000000             CONTINUE
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 当月利用回数の取得
000000* SPD9999FEE-GET-USED-COUNT SECTION |   （COMMON）
000000*                                |      対象: DB_FEE_HISTORY
000000*                                |      課金日の月初から課金日まで
000000*/-------------------------------------------------------------/*
000000 SPD9999FEE-GET-USED-COUNT.
000000     MOVE LNK-FEE-CHARGE-DATE    TO      HV-MONTH-START-X.
000000     MOVE '01'                   TO      HV-MONTH-START-X(7:2).
000000     MOVE LNK-FEE-ACC-ID         TO      FH-ACC-ID.
000000     MOVE LNK-FEE-SERVICE        TO      FH-SERVICE-CODE.
000000     MOVE LNK-FEE-CHARGE-DATE    TO      FH-CHARGE-DATE.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-USED-COUNT
000000         FROM   MYDB.DB_FEE_HISTORY
000000         WHERE  ACC_ID        = :FH-ACC-ID
000000         AND    SERVICE_CODE  = :FH-SERVICE-CODE
000000         AND    CHARGE_DATE  >= :HV-MONTH-START-X
000000         AND    CHARGE_DATE  <= :FH-CHARGE-DATE
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         DISPLAY 'SPD9999FEE COUNT DB_FEE_HISTORY FAILED, '
000000                 'SQLCODE : ' SQLCODE
000000         MOVE CST-RTN-ERROR      TO      LNK-FEE-RETURN
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 手数料の徴収
000000* SPD9999FEE-COLLECT     SECTION |      （MAIN）
000000*                                |      'A'は残高から引落し、'D'は
000000*                                |      支払額で判定。不足は未収
000000*/-------------------------------------------------------------/*
000000 SPD9999FEE-COLLECT.
000000     IF LNK-FEE-METHOD = CST-METHOD-ACCOUNT
000000         IF  WS-BAL-FOUND = 'Y'
000000         AND AB-BALANCE  >= WS-TOTAL-AMOUNT
000000             PERFORM SPD9999FEE-DEBIT-BALANCE
000000         ELSE
000000             MOVE CST-FEE-UNCOLLECTED
000000                                 TO      FH-STATUS
000000         END-IF
000000     ELSE
000000         IF WS-TOTAL-AMOUNT <= LNK-FEE-PAYOUT-AMOUNT
000000             MOVE CST-FEE-COLLECTED
000000                                 TO      FH-STATUS
000000         ELSE
000000             MOVE CST-FEE-UNCOLLECTED
000000                                 TO      FH-STATUS
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 口座残高からの引落し
000000* SPD9999FEE-DEBIT-BALANCE SECTION |    （COMMON）
000000*                                |      対象: DB_ACCOUNT_BALANCE
000000*                                |      変更ジャーナルの更新元は呼出元
000000*                                |      プログラム
000000*                                |      DB_SAVINGS_HISTORYへ'FEE'行
000000*                                |      （注文ID 0、元金欄に徴収額）
000000*/-------------------------------------------------------------/*
000000 SPD9999FEE-DEBIT-BALANCE.
000000     COMPUTE WS-NEW-BALANCE = AB-BALANCE - WS-TOTAL-AMOUNT.
000000     MOVE LNK-FEE-PROGRAM        TO      WS-CHG-PROGRAM.
000000     MOVE 'B'                    TO      WS-CHG-TABLE.
000000     MOVE AB-ACC-ID              TO      WS-CHG-ACC-ID.
000000     MOVE 'B'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         DISPLAY 'SPD9999FEE CHANGE JOURNAL BEFORE IMAGE '
000000                 'FAILED'
000000         MOVE CST-RTN-ERROR      TO      LNK-FEE-RETURN
000000     END-IF.
000000     IF LNK-FEE-RETURN = CST-RTN-OK
000000         EXEC SQL
000000             UPDATE  MYDB.DB_ACCOUNT_BALANCE
000000             SET     BALANCE = :WS-NEW-BALANCE
000000             WHERE   ACC_ID  = :AB-ACC-ID
000000         END-EXEC
000000         IF SQLCODE NOT = 0
000000             DISPLAY 'SPD9999FEE UPDATE DB_ACCOUNT_BALANCE '
000000                     'FAILED, SQLCODE : ' SQLCODE
000000             MOVE CST-RTN-ERROR  TO      LNK-FEE-RETURN
000000         END-IF
000000     END-IF.
000000     IF LNK-FEE-RETURN = CST-RTN-OK
000000         MOVE 'A'                TO      WS-CHG-FUNC
000000         CALL 'SPD9999CHG' USING WS-PARAM-CHG
000000         IF WS-CHG-RETURN NOT = 0
000000             DISPLAY 'SPD9999FEE CHANGE JOURNAL AFTER IMAGE '
000000                     'FAILED'
000000             MOVE CST-RTN-ERROR  TO      LNK-FEE-RETURN
000000         END-IF
000000     END-IF.
000000     IF LNK-FEE-RETURN = CST-RTN-OK
000000         EXEC SQL
000000             INSERT INTO MYDB.DB_SAVINGS_HISTORY
000000                 (ORDER_ID, ACC_ID, SETTLE_DATE, RATE_APPLIED,
000000                  PRINCIPAL_AMOUNT, INTEREST_PAID, TAX_NATIONAL,
000000                  TAX_LOCAL, INTEREST_NET, NEW_BALANCE,
000000                  WITHDRAWAL_TYPE, DAY_BASIS)
000000             VALUES
000000                 (0, :AB-ACC-ID, :LNK-FEE-CHARGE-DATE,
000000                  0, :WS-TOTAL-AMOUNT, 0, 0, 0, 0,
000000                  :WS-NEW-BALANCE, :CST-WITHDRAW-FEE, 0)
000000         END-EXEC
000000         IF SQLCODE NOT = 0
000000             DISPLAY 'SPD9999FEE INSERT DB_SAVINGS_HISTORY '
000000                     'FAILED, SQLCODE : ' SQLCODE
000000             MOVE CST-RTN-ERROR  TO      LNK-FEE-RETURN
000000         END-IF
000000     END-IF.
000000     INITIALIZE                  WS-CHG-KEYS.
000000     IF LNK-FEE-RETURN = CST-RTN-OK
000000         MOVE CST-FEE-COLLECTED  TO      FH-STATUS
000000         MOVE WS-NEW-BALANCE     TO      FH-NEW-BALANCE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 手数料履歴の登録
000000* SPD9999FEE-INS-HISTORY SECTION |      （MAIN）
000000*                                |      対象: DB_FEE_HISTORY
000000*                                |      並列実行での採番衝突（-803）は
000000*                                |      リトライ（SPD9999FXCと同一方式）
000000*/-------------------------------------------------------------/*
000000 SPD9999FEE-INS-HISTORY.
000000     MOVE LNK-FEE-CHARGE-DATE    TO      FH-CHARGE-DATE.
000000     MOVE LNK-FEE-ACC-ID         TO      FH-ACC-ID.
000000     MOVE LNK-FEE-SERVICE        TO      FH-SERVICE-CODE.
000000     MOVE FS-CUST-CATEGORY       TO      FH-CUST-CATEGORY.
000000     MOVE LNK-FEE-REFERENCE-ID   TO      FH-REFERENCE-ID.
000000     MOVE LNK-FEE-METHOD         TO      FH-CHARGE-METHOD.
000000     MOVE LNK-FEE-PROGRAM        TO      FH-PROGRAM-ID.
000000     MOVE FUNCTION CURRENT-DATE  TO      FH-CHARGE-TS.
000000     MOVE 'N'                    TO      WS-FEE-DONE.
000000     MOVE 0                      TO      WS-FEE-RETRY-CNT.
000000     PERFORM SPD9999FEE-INS-HIST-ROW
000000         UNTIL WS-FEE-DONE = 'Y'.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 手数料履歴行の採番・登録
000000* SPD9999FEE-INS-HIST-ROW SECTION |     （COMMON）
000000*                                |      -803はリトライ（上限5回）
000000*/-------------------------------------------------------------/*
000000 SPD9999FEE-INS-HIST-ROW.
000000     EXEC SQL
000000         SELECT COALESCE(MAX(FEE_ID), 0) + 1
000000         INTO   :HV-NEW-FEE-ID
000000         FROM   MYDB.DB_FEE_HISTORY
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         DISPLAY 'SPD9999FEE SELECT MAX FEE_ID FAILED, '
000000                 'SQLCODE : ' SQLCODE
000000         MOVE CST-RTN-ERROR      TO      LNK-FEE-RETURN
000000         MOVE 'Y'                TO      WS-FEE-DONE
000000     ELSE
000000         MOVE HV-NEW-FEE-ID      TO      FH-FEE-ID
000000         EXEC SQL
000000             INSERT INTO MYDB.DB_FEE_HISTORY
000000                 (FEE_ID, CHARGE_DATE, ACC_ID, SERVICE_CODE,
000000                  CUST_CATEGORY, CURRENCY_CODE, REFERENCE_ID,
000000                  CHARGE_METHOD, STATUS, WAIVE_REASON,
000000                  FEE_AMOUNT, TAX_AMOUNT, NEW_BALANCE,
000000                  PROGRAM_ID, CHARGE_TS)
000000             VALUES
000000                 (:FH-FEE-ID, :FH-CHARGE-DATE, :FH-ACC-ID,
000000                  :FH-SERVICE-CODE, :FH-CUST-CATEGORY,
000000                  :FH-CURRENCY-CODE, :FH-REFERENCE-ID,
000000                  :FH-CHARGE-METHOD, :FH-STATUS,
000000                  :FH-WAIVE-REASON, :FH-FEE-AMOUNT,
000000                  :FH-TAX-AMOUNT, :FH-NEW-BALANCE,
000000                  :FH-PROGRAM-ID, :FH-CHARGE-TS)
000000         END-EXEC
000000         EVALUATE SQLCODE
000000             WHEN 0
000000                 MOVE FH-FEE-ID  TO      LNK-FEE-ID
000000                 MOVE 'Y'        TO      WS-FEE-DONE
000000             WHEN -803
000000                 ADD 1           TO      WS-FEE-RETRY-CNT
000000                 IF WS-FEE-RETRY-CNT >= 5
000000                     DISPLAY 'SPD9999FEE FEE_ID COLLISION '
000000                             'RETRY EXHAUSTED'
000000                     MOVE CST-RTN-ERROR
000000                                 TO      LNK-FEE-RETURN
000000                     MOVE 'Y'    TO      WS-FEE-DONE
000000                 END-IF
000000             WHEN OTHER
000000                 DISPLAY 'SPD9999FEE INSERT DB_FEE_HISTORY '
000000                         'FAILED, SQLCODE : ' SQLCODE
000000                 MOVE CST-RTN-ERROR
000000                                 TO      LNK-FEE-RETURN
000000                 MOVE 'Y'        TO      WS-FEE-DONE
000000         END-EVALUATE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999FEE.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
