000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999MXR.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999MXR
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            マル優（非課税貯蓄）限度額利用状況の
000000*                                年次報告バッチ（年末起動）
000000*                                PARM=対象年（YYYY）
000000*                                DB_TAX_INFOの税区分'2'の顧客ごとに
000000*                                  届出限度額（EXEMPT_LIMIT）
000000*                                  利用額 = 円建ての有効預金（STATUS
000000*                                    '1'/'2'、口座名義ACC_IDの注文）の
000000*                                    元金合計（SPD9999MXUと同じ基準）
000000*                                  残額 = 限度額 - 利用額（超過は負値）
000000*                                  外貨預金の件数（マル優の対象外）
000000*                                  対象年の円建て預金の支払利息・源泉
000000*                                    徴収税（口座管理料CHARGEを除く）
000000*                                を一覧MXRRPTへ出力する。
000000*                                利用額が限度額を超える顧客は明細に
000000*                                '*'を付け、DB_EXCEPTION_LOGへE952を
000000*                                記録する（実行時点の値で判定する）
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 :            プログラムの作成
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000 FILE-CONTROL.
000000     SELECT REPORT-FILE   ASSIGN TO 'MXRRPT'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-RPT-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000 FD  REPORT-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 100 CHARACTERS.
000000 01 RPT-REC                      PIC X(100).
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
000000*--- DCLGEN参照：MYDB.DB_CUSTOMER_MASTER
000000     EXEC SQL
000000         INCLUDE                 CUSTMS
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_EXCEPTION_LOG
000000     EXEC SQL
000000         INCLUDE                 EXCLOG
000000     END-EXEC.
000000 01 WS-RPT-STATUS                PIC X(02).
000000 01 WS-VARIABLES.
000000    03 WS-ACC-ID-DISP            PIC 9(09).
000000    03 WS-REMAINING              PIC S9(13)V99 COMP-3.
000000    03 WS-USAGE-EDIT             PIC Z(12)9.
000000    03 WS-LIMIT-EDIT             PIC Z(12)9.
000000 01 HV-VARIABLES.
000000    03 HV-YEAR-FROM-X            PIC X(08).
000000    03 HV-YEAR-TO-X              PIC X(08).
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000    03 HV-USAGE                  PIC S9(13)V9(2) COMP-3.
000000    03 HV-FX-COUNT               PIC S9(09) COMP.
000000    03 HV-INTEREST               PIC S9(13)V9(2) COMP-3.
000000    03 HV-TAX                    PIC S9(13)V9(2) COMP-3.
000000*/-------------------------------------------------------------/*
000000*  一覧編集エリア
000000*/-------------------------------------------------------------/*
000000 01 RPT-LINE-RULE.
000000    03 FILLER                    PIC X(100) VALUE ALL '='.
000000 01 RPT-LINE-TITLE.
000000    03 FILLER                    PIC X(28)  VALUE SPACES.
000000    03 FILLER                    PIC X(34)
000000       VALUE 'MARUYU EXEMPT LIMIT USAGE REPORT '.
000000    03 RPT-TITLE-YEAR            PIC 9(04).
000000    03 FILLER                    PIC X(07)  VALUE SPACES.
000000    03 FILLER                    PIC X(08)  VALUE 'AS OF : '.
000000    03 RPT-TITLE-DATE            PIC X(08).
000000    03 FILLER                    PIC X(11)  VALUE SPACES.
000000 01 RPT-LINE-HEADING.
000000    03 FILLER                    PIC X(50)
000000       VALUE '  ACC-ID    CUSTOMER NAME           LIMIT         '.
000000    03 FILLER                    PIC X(50)
000000       VALUE ' USED       REMAINING  FX    INTEREST        TAX  '.
000000 01 RPT-LINE-DETAIL.
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 RPT-DTL-ACC-ID            PIC 9(09).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-NAME              PIC X(17).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-LIMIT             PIC ZZZ,ZZZ,ZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-USAGE             PIC Z,ZZZ,ZZZ,ZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-REMAINING         PIC -ZZ,ZZZ,ZZZ,ZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-FX-COUNT          PIC ZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-INTEREST          PIC ZZZ,ZZZ,ZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-TAX               PIC ZZ,ZZZ,ZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000*--- '*'=限度額超過
000000    03 RPT-DTL-FLAG              PIC X(01).
000000 01 RPT-LINE-COUNT.
000000    03 FILLER                    PIC X(04)  VALUE SPACES.
000000    03 RPT-CNT-LABEL             PIC X(30).
000000    03 RPT-CNT-VALUE             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
000000    03 FILLER                    PIC X(49)  VALUE SPACES.
000000 01 RPT-LINE-BLANK               PIC X(100) VALUE SPACES.
000000 01 CST-VARIABLES.
000000    03 CST-TAX-CAT-EXEMPT        PIC X(01)  VALUE '2'.
000000    03 CST-BASE-CURRENCY         PIC X(03)  VALUE 'JPY'.
000000    03 CST-STATUS-1              PIC X(01)  VALUE '1'.
000000    03 CST-STATUS-2              PIC X(01)  VALUE '2'.
000000    03 CST-WITHDRAW-CHARGE       PIC X(08)  VALUE 'CHARGE'.
000000    03 CST-RUN-MODE-MXR          PIC X(01)  VALUE 'E'.
000000    03 CST-REASON-LIMIT-OVER     PIC X(04)  VALUE 'E952'.
000000    03 CST-FLAG-OVER             PIC X(01)  VALUE '*'.
000000    03 CST-EOF-MXR-CUS           PIC X(01)  VALUE 'N'.
000000    03 CST-REPORT-YEAR           PIC 9(04)  VALUE 0.
000000    03 CST-COUNT-CUSTOMERS       PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-OVER            PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-FX-HOLDERS      PIC 9(07)  VALUE 0.
000000    03 CST-TOTAL-LIMIT           PIC S9(13)V99 VALUE 0.
000000    03 CST-TOTAL-USAGE           PIC S9(13)V99 VALUE 0.
000000    03 CST-TOTAL-INTEREST        PIC S9(13)V99 VALUE 0.
000000    03 CST-TOTAL-TAX             PIC S9(13)V99 VALUE 0.
000000    03 CST-ABEND-BREAKPOINT      PIC X(100) VALUE SPACES.
000000    03 CST-ABEND-DETAIL          PIC X(100) VALUE SPACES.
000000*--- SPD9999BDT（業務日付取得）呼出パラメータ
000000 01 WS-PARAM-BDT.
000000    03 WS-BDT-DATE               PIC X(08).
000000    03 WS-BDT-PREV-DATE          PIC X(08).
000000    03 WS-BDT-RETURN             PIC S9(04) COMP.
000000*/-------------------------------------------------------------/*
000000*  JCL パラメータ受け取りエリア
000000*/-------------------------------------------------------------/*
000000 LINKAGE                         SECTION.
000000 01 LNK-PARAM-JCL.
000000    03 LNK-PARAM-LENGTH          PIC S9(04) COMP.
000000*--- 対象年（YYYY）
000000    03 LNK-PARAM-DATA            PIC X(04).
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000 PROCEDURE                       DIVISION USING LNK-PARAM-JCL.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999MXR-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999MXR-MAIN.
000000     DISPLAY 'START SPD9999MXR'.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     PERFORM SPD9999MXR-CHK-PARAM.
000000     PERFORM SPD9999MXR-OPEN-FILES.
000000     PERFORM SPD9999MXR-SCAN-CUSTOMERS.
000000     PERFORM SPD9999MXR-WRITE-TOTALS.
000000     CLOSE REPORT-FILE.
000000     EXEC SQL
000000         COMMIT
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999MXR-MAIN'  TO      CST-ABEND-BREAKPOINT
000000         MOVE 'FINAL COMMIT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999MXR-ABEND
000000     END-IF.
000000     DISPLAY 'REPORT YEAR               : ' CST-REPORT-YEAR.
000000     DISPLAY 'TOTAL EXEMPT CUSTOMERS    : ' CST-COUNT-CUSTOMERS.
000000     DISPLAY 'TOTAL OVER LIMIT          : ' CST-COUNT-OVER.
000000     DISPLAY 'TOTAL WITH FX DEPOSITS    : ' CST-COUNT-FX-HOLDERS.
000000     DISPLAY 'TOTAL LIMIT REGISTERED    : ' CST-TOTAL-LIMIT.
000000     DISPLAY 'TOTAL PRINCIPAL USED      : ' CST-TOTAL-USAGE.
000000     DISPLAY 'TOTAL INTEREST PAID       : ' CST-TOTAL-INTEREST.
000000     DISPLAY 'TOTAL TAX WITHHELD        : ' CST-TOTAL-TAX.
000000     DISPLAY 'END   SPD9999MXR'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: パラメータ検証
000000* SPD9999MXR-CHK-PARAM   SECTION |      （COMMON）
000000*                                |      対象年は4桁数字のみ許容
000000*/-------------------------------------------------------------/*
000000 SPD9999MXR-CHK-PARAM.
000000     IF  LNK-PARAM-LENGTH NOT = 4
000000     OR  LNK-PARAM-DATA(1:4) IS NOT NUMERIC
000000         DISPLAY 'INVALID PARM, EXPECTED YYYY : '
000000                 LNK-PARAM-DATA
000000         MOVE 'SPD9999MXR-CHK-PARAM'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'INVALID REPORT YEAR PARM'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999MXR-ABEND
000000     END-IF.
000000     MOVE LNK-PARAM-DATA(1:4)    TO      CST-REPORT-YEAR.
000000     STRING LNK-PARAM-DATA(1:4) '0101'
000000         DELIMITED BY SIZE
000000         INTO HV-YEAR-FROM-X
000000     END-STRING.
000000     STRING LNK-PARAM-DATA(1:4) '1231'
000000         DELIMITED BY SIZE
000000         INTO HV-YEAR-TO-X
000000     END-STRING.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ファイルオープン・見出し出力
000000* SPD9999MXR-OPEN-FILES  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999MXR-OPEN-FILES.
000000     OPEN OUTPUT REPORT-FILE.
000000     IF WS-RPT-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN MXRRPT, STATUS : ' WS-RPT-STATUS
000000         STOP RUN
000000     END-IF.
000000     MOVE CST-REPORT-YEAR        TO      RPT-TITLE-YEAR.
000000     MOVE HV-DATE-CURRENT-X      TO      RPT-TITLE-DATE.
000000     MOVE RPT-LINE-RULE          TO      RPT-REC.
000000     PERFORM SPD9999MXR-WRITE-REPORT.
000000     MOVE RPT-LINE-TITLE         TO      RPT-REC.
000000     PERFORM SPD9999MXR-WRITE-REPORT.
000000     MOVE RPT-LINE-RULE          TO      RPT-REC.
000000     PERFORM SPD9999MXR-WRITE-REPORT.
000000     MOVE RPT-LINE-HEADING       TO      RPT-REC.
000000     PERFORM SPD9999MXR-WRITE-REPORT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: マル優顧客の走査
000000* SPD9999MXR-SCAN-CUSTOMERS SECTION |   （MAIN）
000000*                                |      対象: DB_TAX_INFO
000000*                                |            DB_CUSTOMER_MASTER
000000*                                |      顧客マスタの無い顧客は氏名を
000000*                                |      空白で出力する
000000*/-------------------------------------------------------------/*
000000 SPD9999MXR-SCAN-CUSTOMERS.
000000     MOVE 'N'                    TO      CST-EOF-MXR-CUS.
000000     EXEC SQL
000000         DECLARE MXR-CUS CURSOR FOR
000000         SELECT  T.ACC_ID, T.EXEMPT_LIMIT,
000000                 COALESCE(C.CUST_NAME, ' ')
000000         FROM    MYDB.DB_TAX_INFO T
000000                 LEFT OUTER JOIN MYDB.DB_CUSTOMER_MASTER C
000000                 ON  C.ACC_ID = T.ACC_ID
000000         WHERE   T.TAX_CATEGORY = :CST-TAX-CAT-EXEMPT
000000         ORDER BY T.ACC_ID
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN MXR-CUS
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999MXR-SCAN-CUSTOMERS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN MXR-CUS FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999MXR-ABEND
000000     END-IF.
000000     PERFORM SPD9999MXR-FETCH-CUS.
000000     PERFORM UNTIL CST-EOF-MXR-CUS = 'Y'
000000         PERFORM SPD9999MXR-PROC-CUSTOMER
000000         PERFORM SPD9999MXR-FETCH-CUS
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE MXR-CUS
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: マル優顧客の行取得
000000* SPD9999MXR-FETCH-CUS   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999MXR-FETCH-CUS.
000000     EXEC SQL
000000         FETCH MXR-CUS
000000         INTO  :TX-ACC-ID, :TX-EXEMPT-LIMIT, :CM-CUST-NAME
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             ADD 1               TO      CST-COUNT-CUSTOMERS
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-MXR-CUS
000000         WHEN OTHER
000000             MOVE 'SPD9999MXR-FETCH-CUS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH MXR-CUS FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999MXR-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 1顧客分の集計・出力
000000* SPD9999MXR-PROC-CUSTOMER SECTION |    （MAIN）
000000*                                |      対象: DB_ACCOUNT_SAVINGS
000000*                                |            DB_SAVINGS_HISTORY
000000*/-------------------------------------------------------------/*
000000 SPD9999MXR-PROC-CUSTOMER.
000000     EXEC SQL
000000         SELECT COALESCE(SUM(MONEY_ROOT), 0)
000000         INTO   :HV-USAGE
000000         FROM   MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE  ACC_ID        = :TX-ACC-ID
000000         AND    CURRENCY_CODE = :CST-BASE-CURRENCY
000000         AND    (STATUS = :CST-STATUS-1 OR
000000                 STATUS = :CST-STATUS-2)
000000         WITH UR
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999MXR-PROC-CUSTOMER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SUM DB_ACCOUNT_SAVINGS PRINCIPAL FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999MXR-ABEND
000000     END-IF.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-FX-COUNT
000000         FROM   MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE  ACC_ID         = :TX-ACC-ID
000000         AND    CURRENCY_CODE <> :CST-BASE-CURRENCY
000000         AND    (STATUS = :CST-STATUS-1 OR
000000                 STATUS = :CST-STATUS-2)
000000         WITH UR
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999MXR-PROC-CUSTOMER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'COUNT DB_ACCOUNT_SAVINGS FX ORDERS FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999MXR-ABEND
000000     END-IF.
000000     EXEC SQL
000000         SELECT COALESCE(SUM(H.INTEREST_PAID), 0),
000000                COALESCE(SUM(H.TAX_NATIONAL + H.TAX_LOCAL), 0)
000000         INTO   :HV-INTEREST, :HV-TAX
000000         FROM   MYDB.DB_SAVINGS_HISTORY H,
000000                MYDB.DB_ACCOUNT_SAVINGS S
000000         WHERE  S.ORDER_ID        =  H.ORDER_ID
000000         AND    S.CURRENCY_CODE   =  :CST-BASE-CURRENCY
000000         AND    H.ACC_ID          =  :TX-ACC-ID
000000         AND    H.SETTLE_DATE     >= :HV-YEAR-FROM-X
000000         AND    H.SETTLE_DATE     <= :HV-YEAR-TO-X
000000         AND    H.WITHDRAWAL_TYPE <> :CST-WITHDRAW-CHARGE
000000         WITH UR
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999MXR-PROC-CUSTOMER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SUM DB_SAVINGS_HISTORY INTEREST FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999MXR-ABEND
000000     END-IF.
000000     COMPUTE WS-REMAINING = TX-EXEMPT-LIMIT - HV-USAGE.
000000     MOVE TX-ACC-ID              TO      RPT-DTL-ACC-ID.
000000     MOVE CM-CUST-NAME           TO      RPT-DTL-NAME.
000000     MOVE TX-EXEMPT-LIMIT        TO      RPT-DTL-LIMIT.
000000     MOVE HV-USAGE               TO      RPT-DTL-USAGE.
000000     MOVE WS-REMAINING           TO      RPT-DTL-REMAINING.
000000     MOVE HV-FX-COUNT            TO      RPT-DTL-FX-COUNT.
000000     MOVE HV-INTEREST            TO      RPT-DTL-INTEREST.
000000     MOVE HV-TAX                 TO      RPT-DTL-TAX.
000000     IF WS-REMAINING < 0
000000         MOVE CST-FLAG-OVER      TO      RPT-DTL-FLAG
000000         ADD 1                   TO      CST-COUNT-OVER
000000         PERFORM SPD9999MXR-INS-EXCEPTION
000000     ELSE
000000         MOVE SPACES             TO      RPT-DTL-FLAG
000000     END-IF.
000000     MOVE RPT-LINE-DETAIL        TO      RPT-REC.
000000     PERFORM SPD9999MXR-WRITE-REPORT.
000000     IF HV-FX-COUNT > 0
000000         ADD 1                   TO      CST-COUNT-FX-HOLDERS
000000     END-IF.
000000     ADD TX-EXEMPT-LIMIT         TO      CST-TOTAL-LIMIT.
000000     ADD HV-USAGE                TO      CST-TOTAL-USAGE.
000000     ADD HV-INTEREST             TO      CST-TOTAL-INTEREST.
000000     ADD HV-TAX                  TO      CST-TOTAL-TAX.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 例外管理テーブルへの記録
000000* SPD9999MXR-INS-EXCEPTION SECTION |    （COMMON）
000000*                                |      対象: DB_EXCEPTION_LOG
000000*                                |      顧客単位のため注文IDは0
000000*/-------------------------------------------------------------/*
000000 SPD9999MXR-INS-EXCEPTION.
000000     MOVE 0                      TO      EL-ORDER-ID.
000000     MOVE TX-ACC-ID              TO      WS-ACC-ID-DISP.
000000     MOVE WS-ACC-ID-DISP         TO      EL-ACC-ID.
000000     MOVE CST-RUN-MODE-MXR       TO      EL-RUN-MODE.
000000     MOVE CST-REASON-LIMIT-OVER  TO      EL-REASON-CODE.
000000     MOVE HV-DATE-CURRENT-X      TO      EL-RUN-DATE.
000000     MOVE HV-USAGE               TO      WS-USAGE-EDIT.
000000     MOVE TX-EXEMPT-LIMIT        TO      WS-LIMIT-EDIT.
000000     MOVE SPACES                 TO      EL-DETAIL.
000000     STRING 'MARUYU ANNUAL OVER ' WS-USAGE-EDIT
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
000000         MOVE 'SPD9999MXR-INS-EXCEPTION'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'INSERT DB_EXCEPTION_LOG FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999MXR-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 合計の出力
000000* SPD9999MXR-WRITE-TOTALS SECTION |     （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999MXR-WRITE-TOTALS.
000000     IF CST-COUNT-CUSTOMERS = 0
000000         MOVE RPT-LINE-BLANK     TO      RPT-REC
000000         MOVE '  NO MARUYU CUSTOMERS REGISTERED'
000000                                 TO      RPT-REC
000000         PERFORM SPD9999MXR-WRITE-REPORT
000000     END-IF.
000000     MOVE RPT-LINE-BLANK         TO      RPT-REC.
000000     PERFORM SPD9999MXR-WRITE-REPORT.
000000     MOVE 'MARUYU CUSTOMERS'     TO      RPT-CNT-LABEL.
000000     MOVE CST-COUNT-CUSTOMERS    TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999MXR-WRITE-COUNT.
000000     MOVE 'CUSTOMERS OVER LIMIT (*)'
000000                                 TO      RPT-CNT-LABEL.
000000     MOVE CST-COUNT-OVER         TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999MXR-WRITE-COUNT.
000000     MOVE 'CUSTOMERS WITH FX DEPOSITS'
000000                                 TO      RPT-CNT-LABEL.
000000     MOVE CST-COUNT-FX-HOLDERS   TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999MXR-WRITE-COUNT.
000000     MOVE 'TOTAL LIMIT REGISTERED'
000000                                 TO      RPT-CNT-LABEL.
000000     MOVE CST-TOTAL-LIMIT        TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999MXR-WRITE-COUNT.
000000     MOVE 'TOTAL PRINCIPAL USED'
000000                                 TO      RPT-CNT-LABEL.
000000     MOVE CST-TOTAL-USAGE        TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999MXR-WRITE-COUNT.
000000     MOVE 'TOTAL INTEREST PAID (JPY)'
000000                                 TO      RPT-CNT-LABEL.
000000     MOVE CST-TOTAL-INTEREST     TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999MXR-WRITE-COUNT.
000000     MOVE 'TOTAL TAX WITHHELD (JPY)'
000000                                 TO      RPT-CNT-LABEL.
000000     MOVE CST-TOTAL-TAX          TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999MXR-WRITE-COUNT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 件数・合計行の出力
000000* SPD9999MXR-WRITE-COUNT SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999MXR-WRITE-COUNT.
000000     MOVE RPT-LINE-COUNT         TO      RPT-REC.
000000     PERFORM SPD9999MXR-WRITE-REPORT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 一覧の出力
000000* SPD9999MXR-WRITE-REPORT SECTION |     （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999MXR-WRITE-REPORT.
000000     WRITE RPT-REC.
000000     IF WS-RPT-STATUS NOT = '00'
000000         MOVE 'SPD9999MXR-WRITE-REPORT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE MXRRPT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999MXR-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999MXR-ABEND       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999MXR-ABEND.
000000     DISPLAY 'SPD9999MXR-ABEND'.
000000     DISPLAY 'ERROR MODULE : ' CST-ABEND-BREAKPOINT.
000000     DISPLAY 'ERROR DETAIL : ' CST-ABEND-DETAIL.
000000     DISPLAY 'SQLCODE      : ' SQLCODE.
000000     EXEC SQL
000000         ROLLBACK
000000     END-EXEC.
000000     IF SQLCODE = 0
000000         DISPLAY 'ROLLBACK SUCCESS'
000000     ELSE
000000         DISPLAY 'ROLLBACK FAILED'
000000         DISPLAY 'ROLLBACK SQLCODE  : ' SQLCODE
000000     END-IF.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999MXR.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
