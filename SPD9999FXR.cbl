000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999FXR
000000*    CREATE DATE    :            2026/03/23
000000*    UPDATE DATE    :            2026/10/15
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            外貨建て残高の月末評価替えバッチ
000000*                                DB_ACCOUNT_BALANCEを通貨別に集計
000000*                                銭端数が評価替えレポートに出る
000000*                                問題への対応。行が無い場合は
000000*                                従来どおり小数2桁）
000000*        2026/10/15 :            代り金の通貨換算（SPD9999FXCが登録する
000000*                                DB_FX_CONVERSION）で生じた為替持高の
000000*                                評価替えを追加。前回評価日より後の換算
000000*                                を通貨別に持高（買い−売り）と仲値での
000000*                                取得原価へ積み上げ、当回レートでの評価額
000000*                                との差を未実現損益として記録（FXREVALの
000000*                                レコード区分'C'、元帳は 借方 為替持高／
000000*                                貸方 未実現損益）。持高はDB_FX_POSITIONの
000000*                                CONV_POSITION・CONV_BASE_VALUEに保持し、
000000*                                レート未登録の通貨は区分'N'で警告して
000000*                                積み上げを次回へ繰り越す
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000     EXEC SQL
000000         INCLUDE                 CCYATR
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_FX_CONVERSION
000000     EXEC SQL
000000         INCLUDE                 FXCONV
000000     END-EXEC.
000000 01 WS-RVL-STATUS                PIC X(02).
000000 01 WS-LDG-STATUS                PIC X(02).
000000 01 WS-VARIABLES.
000000    03 WS-ROUND-HUNDREDTHS       PIC S9(15)    COMP-3.
000000    03 WS-ROUND-STEP             PIC S9(03)    COMP.
000000    03 WS-ROUND-REM              PIC S9(03)    COMP.
000000*--- 出力区分・借方勘定（預金残高と換算持高で共用）
000000    03 WS-RVL-TYPE               PIC X(01).
000000    03 WS-LDG-DR-ACCOUNT         PIC X(16).
000000*--- 通貨換算による為替持高（2026/10/15）
000000    03 WS-CONV-FOUND             PIC X(01).
000000    03 WS-CONV-BUY-LOCAL         PIC S9(13)V99 COMP-3.
000000    03 WS-CONV-BUY-BASE          PIC S9(13)V99 COMP-3.
000000    03 WS-CONV-SELL-LOCAL        PIC S9(13)V99 COMP-3.
000000    03 WS-CONV-SELL-BASE         PIC S9(13)V99 COMP-3.
000000    03 WS-CONV-COST-BASE         PIC S9(13)V99 COMP-3.
000000 01 HV-VARIABLES.
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000 01 CST-VARIABLES.
000000    03 CST-BASE-CURRENCY         PIC X(03)  VALUE 'JPY'.
000000    03 CST-REC-TYPE-DETAIL       PIC X(01)  VALUE 'D'.
000000    03 CST-REC-TYPE-MISSING      PIC X(01)  VALUE 'M'.
000000    03 CST-REC-TYPE-CONV         PIC X(01)  VALUE 'C'.
000000    03 CST-REC-TYPE-CONV-MISS    PIC X(01)  VALUE 'N'.
000000    03 CST-ACCT-FX-GL            PIC X(16)  VALUE 'FX-UNREAL-GL'.
000000    03 CST-ACCT-FX-RESERVE       PIC X(16)  VALUE 'FX-REVAL-RSV'.
000000    03 CST-ACCT-FX-POSITION      PIC X(16)  VALUE 'FX-POSITION'.
000000    03 CST-EOF-CRS               PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-CNV           PIC X(01)  VALUE 'N'.
000000    03 CST-COUNT-CURRENCIES      PIC 9(05)  VALUE 0.
000000    03 CST-COUNT-MISSING         PIC 9(05)  VALUE 0.
000000    03 CST-COUNT-CONV-CCY        PIC 9(05)  VALUE 0.
000000    03 CST-TOTAL-GL              PIC S9(13)V99 VALUE 0.
000000    03 CST-TOTAL-CONV-GL         PIC S9(13)V99 VALUE 0.
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
000000*/-------------------------------------------------------------/*
000000 SPD9999FXR-MAIN.
000000     DISPLAY 'START SPD9999FXR'.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     PERFORM SPD9999FXR-GET-BASE-ATTR.
000000     OPEN OUTPUT REVAL-FILE.
000000     IF WS-RVL-STATUS NOT = '00'
000000         STOP RUN
000000     END-IF.
000000     PERFORM SPD9999FXR-REVALUE.
000000     PERFORM SPD9999FXR-REVALUE-CONV.
000000     EXEC SQL
000000         COMMIT
000000     END-EXEC.
000000     DISPLAY 'TOTAL CURRENCIES MISSING  : '
000000             CST-COUNT-MISSING.
000000     DISPLAY 'TOTAL UNREALIZED G/L      : ' CST-TOTAL-GL.
000000     DISPLAY 'TOTAL CONV POSITIONS      : '
000000             CST-COUNT-CONV-CCY.
000000     DISPLAY 'TOTAL CONV UNREALIZED G/L : ' CST-TOTAL-CONV-GL.
000000     DISPLAY 'END   SPD9999FXR'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000         WHEN 100
000000*--- レート未登録はかつてレート1の黙認で隠れていた問題の
000000*--- ため、警告行として明示的に報告する
000000             MOVE CST-REC-TYPE-MISSING
000000                                 TO      WS-RVL-TYPE
000000             PERFORM SPD9999FXR-WRITE-MISSING
000000         WHEN OTHER
000000             MOVE 'SPD9999FXR-PROC-CURRENCY'
000000             WS-OLD-BASE-VALUE   -
000000             WS-UNREALIZED-GL.
000000     PERFORM SPD9999FXR-UPD-POSITION.
000000     MOVE CST-REC-TYPE-DETAIL    TO      WS-RVL-TYPE.
000000     PERFORM SPD9999FXR-WRITE-DETAIL.
000000     IF WS-UNREALIZED-GL NOT = 0
000000         MOVE CST-ACCT-FX-RESERVE
000000                                 TO      WS-LDG-DR-ACCOUNT
000000         PERFORM SPD9999FXR-WRITE-LEDGER
000000     END-IF.
000000     ADD 1                       TO      CST-COUNT-CURRENCIES.
000000     MOVE ER-RATE-TO-BASE        TO      FX-LAST-RATE.
000000     MOVE HV-DATE-CURRENT-X      TO      FX-LAST-REVAL-DATE.
000000     IF WS-FIRST-REVAL = 'Y'
000000*--- 換算持高は換算持高の評価替えで積み上げる（2026/10/15）
000000         MOVE 0                  TO      FX-CONV-POSITION
000000         MOVE 0                  TO      FX-CONV-BASE-VALUE
000000         MOVE '00000000'         TO      FX-CONV-REVAL-DATE
000000         EXEC SQL
000000             INSERT INTO MYDB.DB_FX_POSITION
000000                 (CURRENCY_CODE, LAST_REVAL_DATE, BASE_VALUE,
000000                  LAST_RATE, CONV_POSITION, CONV_BASE_VALUE,
000000                  CONV_REVAL_DATE)
000000             VALUES
000000                 (:FX-CURRENCY-CODE, :FX-LAST-REVAL-DATE,
000000                  :FX-BASE-VALUE, :FX-LAST-RATE,
000000                  :FX-CONV-POSITION, :FX-CONV-BASE-VALUE,
000000                  :FX-CONV-REVAL-DATE)
000000         END-EXEC
000000     ELSE
000000         EXEC SQL
000000*/-------------------------------------------------------------/*
000000 SPD9999FXR-WRITE-DETAIL.
000000     INITIALIZE                  RVL-REC.
000000     MOVE WS-RVL-TYPE            TO      RVL-REC-TYPE.
000000     MOVE HV-DATE-CURRENT-X      TO      RVL-REVAL-DATE.
000000     MOVE AB-CURRENCY-CODE       TO      RVL-CURRENCY-CODE.
000000     MOVE WS-LOCAL-TOTAL         TO      RVL-LOCAL-TOTAL.
000000*/-------------------------------------------------------------/*
000000 SPD9999FXR-WRITE-MISSING.
000000     INITIALIZE                  RVL-REC.
000000     MOVE WS-RVL-TYPE            TO      RVL-REC-TYPE.
000000     MOVE HV-DATE-CURRENT-X      TO      RVL-REVAL-DATE.
000000     MOVE AB-CURRENCY-CODE       TO      RVL-CURRENCY-CODE.
000000     MOVE WS-LOCAL-TOTAL         TO      RVL-LOCAL-TOTAL.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 元帳連携の仕訳出力
000000* SPD9999FXR-WRITE-LEDGER SECTION |     （MAIN）
000000*                                |      評価益: 借方 評価勘定
000000*                                |      （WS-LDG-DR-ACCOUNT）／
000000*                                |      貸方 未実現損益（符号で
000000*                                |      表現し、2行で両建て）
000000*/-------------------------------------------------------------/*
000000     INITIALIZE                  LDG-REC.
000000     MOVE 'D'                    TO      LDG-REC-TYPE.
000000     MOVE HV-DATE-CURRENT-X      TO      LDG-REVAL-DATE.
000000     MOVE WS-LDG-DR-ACCOUNT      TO      LDG-ACCOUNT-CODE.
000000     MOVE AB-CURRENCY-CODE       TO      LDG-CURRENCY-CODE.
000000     MOVE WS-UNREALIZED-GL       TO      LDG-AMOUNT.
000000     WRITE LDG-REC.
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 換算持高の評価替え
000000* SPD9999FXR-REVALUE-CONV SECTION |     （2026/10/15）
000000*                                |      対象: DB_FX_CONVERSION
000000*                                |            DB_FX_POSITION
000000*                                |      当日までに換算のある通貨と
000000*                                |      持高の残る通貨が対象
000000*/-------------------------------------------------------------/*
000000 SPD9999FXR-REVALUE-CONV.
000000     MOVE 'N'                    TO      CST-EOF-CRS-CNV.
000000     EXEC SQL
000000         DECLARE CRS-CNV CURSOR FOR
000000         SELECT  FROM_CCY
000000         FROM    MYDB.DB_FX_CONVERSION
000000         WHERE   FROM_CCY  <> :CST-BASE-CURRENCY
000000         AND     CONV_DATE <= :HV-DATE-CURRENT-X
000000         UNION
000000         SELECT  TO_CCY
000000         FROM    MYDB.DB_FX_CONVERSION
000000         WHERE   TO_CCY    <> :CST-BASE-CURRENCY
000000         AND     CONV_DATE <= :HV-DATE-CURRENT-X
000000         UNION
000000         SELECT  CURRENCY_CODE
000000         FROM    MYDB.DB_FX_POSITION
000000         WHERE   CONV_POSITION <> 0
000000         ORDER BY 1
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-CNV
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999FXR-REVALUE-CONV'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-CNV FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999FXR-ABEND
000000     END-IF.
000000     PERFORM SPD9999FXR-FETCH-CONV.
000000     PERFORM UNTIL CST-EOF-CRS-CNV = 'Y'
000000         PERFORM SPD9999FXR-PROC-CONV
000000         PERFORM SPD9999FXR-FETCH-CONV
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-CNV
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 換算持高の通貨取得
000000* SPD9999FXR-FETCH-CONV  SECTION |      （2026/10/15）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999FXR-FETCH-CONV.
000000     EXEC SQL
000000         FETCH CRS-CNV
000000         INTO  :AB-CURRENCY-CODE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-CNV
000000         WHEN OTHER
000000             MOVE 'SPD9999FXR-FETCH-CONV'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-CNV FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999FXR-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 1通貨分の換算持高評価替え
000000* SPD9999FXR-PROC-CONV   SECTION |      （2026/10/15）
000000*                                |      持高＝前回持高＋買い−売り
000000*                                |      原価＝前回評価額＋仲値原価
000000*                                |      損益＝当回評価額−原価
000000*/-------------------------------------------------------------/*
000000 SPD9999FXR-PROC-CONV.
000000     PERFORM SPD9999FXR-GET-CONV-POSITION.
000000     PERFORM SPD9999FXR-SUM-CONV-FLOW.
000000     COMPUTE WS-LOCAL-TOTAL      =
000000             FX-CONV-POSITION    +
000000             WS-CONV-BUY-LOCAL   -
000000             WS-CONV-SELL-LOCAL.
000000     COMPUTE WS-FLOW-CHANGE      =
000000             WS-CONV-BUY-BASE    -
000000             WS-CONV-SELL-BASE.
000000     COMPUTE WS-CONV-COST-BASE   =
000000             FX-CONV-BASE-VALUE  +
000000             WS-FLOW-CHANGE.
000000     MOVE AB-CURRENCY-CODE       TO      ER-CURRENCY-CODE.
000000     EXEC SQL
000000         SELECT RATE_TO_BASE
000000         INTO   :ER-RATE-TO-BASE
000000         FROM   MYDB.DB_EXCHANGE_RATE
000000         WHERE  CURRENCY_CODE = :ER-CURRENCY-CODE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000*--- 評価できないため警告のみとし、積み上げは次回へ繰り越す
000000             MOVE CST-REC-TYPE-CONV-MISS
000000                                 TO      WS-RVL-TYPE
000000             PERFORM SPD9999FXR-WRITE-MISSING
000000         WHEN OTHER
000000             MOVE 'SPD9999FXR-PROC-CONV'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT RATE_TO_BASE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999FXR-ABEND
000000     END-EVALUATE.
000000     IF SQLCODE = 0
000000         COMPUTE WS-NEW-BASE-VALUE =
000000                 WS-LOCAL-TOTAL    *
000000                 ER-RATE-TO-BASE
000000         MOVE WS-NEW-BASE-VALUE  TO      WS-ROUND-WORK
000000         PERFORM SPD9999FXR-ROUND-BASE
000000         MOVE WS-ROUND-WORK      TO      WS-NEW-BASE-VALUE
000000         MOVE WS-CONV-COST-BASE  TO      WS-OLD-BASE-VALUE
000000         COMPUTE WS-UNREALIZED-GL =
000000                 WS-NEW-BASE-VALUE -
000000                 WS-CONV-COST-BASE
000000         PERFORM SPD9999FXR-UPD-CONV-POSITION
000000         MOVE CST-REC-TYPE-CONV  TO      WS-RVL-TYPE
000000         PERFORM SPD9999FXR-WRITE-DETAIL
000000         IF WS-UNREALIZED-GL NOT = 0
000000             MOVE CST-ACCT-FX-POSITION
000000                                 TO      WS-LDG-DR-ACCOUNT
000000             PERFORM SPD9999FXR-WRITE-LEDGER
000000         END-IF
000000         ADD 1                   TO      CST-COUNT-CONV-CCY
000000         ADD WS-UNREALIZED-GL    TO      CST-TOTAL-CONV-GL
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 前回の換算持高取得
000000* SPD9999FXR-GET-CONV-POSITION SECTION |（2026/10/15）
000000*                                |      対象: DB_FX_POSITION
000000*                                |      行なしは持高0・未評価
000000*/-------------------------------------------------------------/*
000000 SPD9999FXR-GET-CONV-POSITION.
000000     MOVE AB-CURRENCY-CODE       TO      FX-CURRENCY-CODE.
000000     EXEC SQL
000000         SELECT CONV_POSITION, CONV_BASE_VALUE, CONV_REVAL_DATE
000000         INTO   :FX-CONV-POSITION, :FX-CONV-BASE-VALUE,
000000                :FX-CONV-REVAL-DATE
000000         FROM   MYDB.DB_FX_POSITION
000000         WHERE  CURRENCY_CODE = :FX-CURRENCY-CODE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE 'Y'            TO      WS-CONV-FOUND
000000         WHEN 100
000000             MOVE 'N'            TO      WS-CONV-FOUND
000000             MOVE 0              TO      FX-CONV-POSITION
000000             MOVE 0              TO      FX-CONV-BASE-VALUE
000000             MOVE '00000000'     TO      FX-CONV-REVAL-DATE
000000         WHEN OTHER
000000             MOVE 'SPD9999FXR-GET-CONV-POSITION'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT FX POSITION FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999FXR-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 前回評価後の換算の集計
000000* SPD9999FXR-SUM-CONV-FLOW SECTION |    （2026/10/15）
000000*                                |      対象: DB_FX_CONVERSION
000000*                                |      買い＝換算元（仲値原価）
000000*                                |      売り＝換算先（仲値評価）
000000*/-------------------------------------------------------------/*
000000 SPD9999FXR-SUM-CONV-FLOW.
000000     MOVE AB-CURRENCY-CODE       TO      XC-FROM-CCY.
000000     MOVE AB-CURRENCY-CODE       TO      XC-TO-CCY.
000000     EXEC SQL
000000         SELECT COALESCE(SUM(FROM_AMOUNT), 0),
000000                COALESCE(SUM(MID_BASE_AMOUNT), 0)
000000         INTO   :WS-CONV-BUY-LOCAL, :WS-CONV-BUY-BASE
000000         FROM   MYDB.DB_FX_CONVERSION
000000         WHERE  FROM_CCY  =  :XC-FROM-CCY
000000         AND    CONV_DATE >  :FX-CONV-REVAL-DATE
000000         AND    CONV_DATE <= :HV-DATE-CURRENT-X
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999FXR-SUM-CONV-FLOW'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SUM CONVERSION BUY FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999FXR-ABEND
000000     END-IF.
000000     EXEC SQL
000000         SELECT COALESCE(SUM(TO_AMOUNT), 0),
000000                COALESCE(SUM(TO_BASE_AMOUNT), 0)
000000         INTO   :WS-CONV-SELL-LOCAL, :WS-CONV-SELL-BASE
000000         FROM   MYDB.DB_FX_CONVERSION
000000         WHERE  TO_CCY    =  :XC-TO-CCY
000000         AND    CONV_DATE >  :FX-CONV-REVAL-DATE
000000         AND    CONV_DATE <= :HV-DATE-CURRENT-X
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999FXR-SUM-CONV-FLOW'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SUM CONVERSION SELL FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999FXR-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 換算持高の更新・登録
000000* SPD9999FXR-UPD-CONV-POSITION SECTION |（2026/10/15）
000000*                                |      対象: DB_FX_POSITION
000000*                                |      行なしは預金評価額0で登録
000000*/-------------------------------------------------------------/*
000000 SPD9999FXR-UPD-CONV-POSITION.
000000     MOVE WS-LOCAL-TOTAL         TO      FX-CONV-POSITION.
000000     MOVE WS-NEW-BASE-VALUE      TO      FX-CONV-BASE-VALUE.
000000     MOVE HV-DATE-CURRENT-X      TO      FX-CONV-REVAL-DATE.
000000     IF WS-CONV-FOUND = 'N'
000000         MOVE HV-DATE-CURRENT-X  TO      FX-LAST-REVAL-DATE
000000         MOVE 0                  TO      FX-BASE-VALUE
000000         MOVE ER-RATE-TO-BASE    TO      FX-LAST-RATE
000000         EXEC SQL
000000             INSERT INTO MYDB.DB_FX_POSITION
000000                 (CURRENCY_CODE, LAST_REVAL_DATE, BASE_VALUE,
000000                  LAST_RATE, CONV_POSITION, CONV_BASE_VALUE,
000000                  CONV_REVAL_DATE)
000000             VALUES
000000                 (:FX-CURRENCY-CODE, :FX-LAST-REVAL-DATE,
000000                  :FX-BASE-VALUE, :FX-LAST-RATE,
000000                  :FX-CONV-POSITION, :FX-CONV-BASE-VALUE,
000000                  :FX-CONV-REVAL-DATE)
000000         END-EXEC
000000     ELSE
000000         EXEC SQL
000000             UPDATE  MYDB.DB_FX_POSITION
000000             SET     CONV_POSITION   = :FX-CONV-POSITION,
000000                     CONV_BASE_VALUE = :FX-CONV-BASE-VALUE,
000000                     CONV_REVAL_DATE = :FX-CONV-REVAL-DATE
000000             WHERE   CURRENCY_CODE   = :FX-CURRENCY-CODE
000000         END-EXEC
000000     END-IF.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999FXR-UPD-CONV-POSITION'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'UPDATE FX CONV POSITION FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999FXR-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 基準通貨の属性取得
000000* SPD9999FXR-GET-BASE-ATTR SECTION |    （2026/08/27）
000000*                                |      対象: DB_CURRENCY_ATTR
