000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999RCV.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999RCV
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            決済利息の翌朝再計算チェックバッチ
000000*                                PARM='決済日(YYYYMMDD)'（省略時は
000000*                                前日）
000000*                                決済日のDB_SAVINGS_HISTORY（MATURITY
000000*                                ・RENEWAL・EARLY・PARTIAL・CAPITAL）
000000*                                ごとに、DB_CALC_DETAILの計算レグを
000000*                                利率表（DB_INTEREST_INFO）・日数・
000000*                                日数計算基準から独立に再計算し、
000000*                                各レグの利率・日数・金額、計算期間、
000000*                                グロス利息・国税・地方税・ネット利息
000000*                                を記録値と突き合わせる。
000000*                                金額の差異はDB_BATCH_PARAMの
000000*                                'RCV-TOLERANCE'（行なしは0.01）を
000000*                                超えたものを差異とし、利率・日数・
000000*                                基準・期間は完全一致を要する。
000000*                                差異は1項目ごとにDB_EXCEPTION_LOG
000000*                                （RUN_MODE='H'）へ記録し、決済レグ
000000*                                ごとにDB_RECALC_BREAKへ1行登録する。
000000*                                当該決済日のSPD9999GLEが未完了の
000000*                                場合はGL_HOLD='Y'とし、SPD9999GLEは
000000*                                差異の解消（SPM1 RCB）まで当該レグを
000000*                                仕訳しない。既に仕訳済みの場合は
000000*                                GL_HOLD='N'とし、訂正はSPD9999ONVの
000000*                                訂正伝票による。
000000*                                登録済みのレグは再実行時に対象外と
000000*                                する。レグごとにCOMMITする。
000000*                                結果を再計算チェックレポート
000000*                                （RCVRPT）へ出力する。
000000*                                当該決済日のSPD9999DRVの完了後、
000000*                                SPD9999GLEの前に実行すること。起動時
000000*                                にSPD9999SEQ（'CHK'）でDB_RUN_SEQUENCE
000000*                                の前提プログラムの完了を確認する
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
000000     SELECT REPORT-FILE   ASSIGN TO 'RCVRPT'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-RPT-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000 FD  REPORT-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 132 CHARACTERS.
000000 01 RPT-REC                      PIC X(132).
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ワークエリア
000000*/-------------------------------------------------------------/*
000000*--- SQLCA および DCLGEN インクルード部分
000000     EXEC SQL
000000         INCLUDE                 SQLCA
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_SAVINGS_HISTORY
000000     EXEC SQL
000000         INCLUDE                 SAVHIST
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ACCOUNT_SAVINGS
000000     EXEC SQL
000000         INCLUDE                 ACCSAV
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CALC_DETAIL
000000     EXEC SQL
000000         INCLUDE                 CALCDT
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_INTEREST_INFO
000000     EXEC SQL
000000         INCLUDE                 INTINFO
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_DAYCOUNT_RULE
000000     EXEC SQL
000000         INCLUDE                 DAYCNT
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_TAX_INFO
000000     EXEC SQL
000000         INCLUDE                 TAXINF
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_TAX_RATE
000000     EXEC SQL
000000         INCLUDE                 TAXRT
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CURRENCY_ATTR
000000     EXEC SQL
000000         INCLUDE                 CCYATR
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_PENALTY_RATE
000000     EXEC SQL
000000         INCLUDE                 PENRATE
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CAMPAIGN_ORDER
000000     EXEC SQL
000000         INCLUDE                 CMPORD
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_PRODUCT
000000     EXEC SQL
000000         INCLUDE                 PRDMST
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_BATCH_PARAM
000000     EXEC SQL
000000         INCLUDE                 BATPRM
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_RECALC_BREAK
000000     EXEC SQL
000000         INCLUDE                 RCLBRK
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_EXCEPTION_LOG
000000     EXEC SQL
000000         INCLUDE                 EXCLOG
000000     END-EXEC.
000000 01 WS-RPT-STATUS                PIC X(02).
000000 01 WS-VARIABLES.
000000    03 WS-PARAM-DATE-CHAR        PIC X(08).
000000    03 WS-ORDER-ID-DISP          PIC 9(09).
000000    03 WS-ACC-ID-DISP            PIC 9(09).
000000    03 WS-ORDER-FOUND            PIC X(01).
000000    03 WS-PRD-CLASS              PIC X(01).
000000    03 WS-DAY-BASIS              PIC 9(03).
000000    03 WS-GL-HOLD                PIC X(01).
000000    03 WS-TOLERANCE              PIC S9(13)V99 COMP-3.
000000*--- 再計算の元金（計算レグの乗数）
000000    03 WS-PRINCIPAL              PIC S9(13)V99 COMP-3.
000000*--- 利率の取得・再計算
000000    03 WS-RATE-FOUND             PIC X(01).
000000    03 WS-RATE-EXPECTED          PIC S9(01)V9(04) COMP-3.
000000    03 WS-RATE-BASE              PIC S9(01)V9(04) COMP-3.
000000    03 WS-RATE-PENALTY           PIC S9(01)V9(04) COMP-3.
000000    03 WS-RATE-EARLY             PIC S9(01)V9(04) COMP-3.
000000    03 WS-BONUS-RATE             PIC S9(01)V9(04) COMP-3.
000000    03 WS-INTPAY-PAID            PIC S9(13)V99 COMP-3.
000000    03 WS-CLAWBACK               PIC X(01).
000000*--- 期待値
000000    03 WS-EXP-INTEREST           PIC S9(13)V99 COMP-3.
000000    03 WS-EXP-TAX-NATIONAL       PIC S9(13)V99 COMP-3.
000000    03 WS-EXP-TAX-LOCAL          PIC S9(13)V99 COMP-3.
000000    03 WS-EXP-NET                PIC S9(13)V99 COMP-3.
000000    03 WS-LEG-EXPECTED           PIC S9(13)V99 COMP-3.
000000    03 WS-LEG-CALC               PIC S9(13)V99 COMP-3.
000000    03 WS-TRANCHE-PRINCIPAL      PIC S9(13)V99 COMP-3.
000000    03 WS-TRANCHE-INTEREST       PIC S9(13)V99 COMP-3.
000000    03 WS-INSTALL-BASE           PIC S9(13)V99 COMP-3.
000000*--- 源泉徴収税
000000    03 WS-TAX-CATEGORY           PIC X(01).
000000    03 WS-RATE-TAX-NATIONAL      PIC S9(01)V9(04) COMP-3.
000000    03 WS-RATE-TAX-LOCAL         PIC S9(01)V9(04) COMP-3.
000000    03 WS-RATE-GEN-NATIONAL      PIC S9(01)V9(04) COMP-3.
000000    03 WS-RATE-GEN-LOCAL         PIC S9(01)V9(04) COMP-3.
000000    03 WS-RATE-TAX-DIFF          PIC S9(01)V9(04) COMP-3.
000000    03 WS-TAXABLE-INTEREST       PIC S9(13)V99 COMP-3.
000000*--- 通貨丸め
000000    03 WS-CCY-DECIMALS           PIC 9(01).
000000    03 WS-CCY-ROUND              PIC X(01).
000000    03 WS-ROUND-WORK             PIC S9(13)V99 COMP-3.
000000    03 WS-ROUND-HUNDREDTHS       PIC S9(15) COMP-3.
000000    03 WS-ROUND-STEP             PIC 9(03).
000000    03 WS-ROUND-REM              PIC S9(03).
000000*--- 日数（INTEGER-OF-DATEの通日）
000000    03 WS-DAYS-CHECK             PIC S9(09) COMP.
000000    03 WS-DAYS-START             PIC S9(09) COMP.
000000    03 WS-DAYS-ACCRUAL           PIC S9(09) COMP.
000000    03 WS-DAYS-LEG-START         PIC S9(09) COMP.
000000    03 WS-DAYS-LEG-END           PIC S9(09) COMP.
000000    03 WS-DAYS-EXPECTED          PIC S9(09) COMP.
000000    03 WS-DAYS-WINDOW-START      PIC S9(09) COMP.
000000    03 WS-DAYS-WINDOW-END        PIC S9(09) COMP.
000000    03 WS-DAYS-PERIOD-START      PIC S9(09) COMP.
000000    03 WS-DAYS-PERIOD-END        PIC S9(09) COMP.
000000    03 WS-DAYS-OVERLAP-START     PIC S9(09) COMP.
000000    03 WS-DAYS-OVERLAP-END       PIC S9(09) COMP.
000000    03 WS-DAYS-MIN-START         PIC S9(09) COMP.
000000    03 WS-DAYS-MAX-END           PIC S9(09) COMP.
000000    03 WS-DAYS-TERM-TOTAL        PIC S9(09) COMP.
000000    03 WS-DATE-WORK-9            PIC 9(08).
000000*--- 計算レグの集計
000000    03 WS-LEG-COUNT              PIC 9(05).
000000    03 WS-TERM-LEG-COUNT         PIC 9(05).
000000    03 WS-LEG-SEQ-DISP           PIC 9(03).
000000*--- 差異項目
000000    03 WS-ITEM                   PIC X(08).
000000    03 WS-ITEM-REASON            PIC X(04).
000000    03 WS-ITEM-EXPECTED          PIC S9(13)V9(05) COMP-3.
000000    03 WS-ITEM-ACTUAL            PIC S9(13)V9(05) COMP-3.
000000    03 WS-ITEM-DIFF              PIC S9(13)V9(05) COMP-3.
000000    03 WS-ITEM-DIFF-EDIT         PIC -(12)9.9(05).
000000    03 WS-ITEM-COUNT             PIC 9(05).
000000    03 WS-FIRST-ITEM             PIC X(08).
000000 01 HV-VARIABLES.
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000    03 HV-DATE-CURRENT-9         PIC 9(08).
000000    03 HV-CHECK-DATE-X           PIC X(08).
000000    03 HV-CHECK-DATE-9           PIC 9(08).
000000    03 HV-ACCRUAL-START-X        PIC X(08).
000000    03 HV-LEG-START-X            PIC X(08).
000000    03 HV-LEG-LAST-X             PIC X(08).
000000    03 HV-PERIOD-START-X         PIC X(08).
000000    03 HV-PERIOD-END-X           PIC X(08).
000000    03 HV-TIER-BASIS             PIC S9(13)V99 COMP-3.
000000    03 HV-CONTRIB-DATE-X         PIC X(08).
000000    03 HV-CONTRIB-AMOUNT         PIC S9(13)V99 COMP-3.
000000    03 HV-CONTRIB-SUM            PIC S9(13)V99 COMP-3.
000000    03 HV-COUNT                  PIC S9(09) COMP.
000000    03 HV-GLE-MARK               PIC X(52).
000000*--- SPD9999SEQ（実行順序チェック）呼出パラメータ
000000 01 WS-PARAM-SEQ.
000000    03 WS-SEQ-FUNC               PIC X(03).
000000    03 WS-SEQ-PROGRAM            PIC X(10)
000000       VALUE 'SPD9999RCV'.
000000    03 WS-SEQ-RUN-DATE           PIC X(08).
000000    03 WS-SEQ-RETURN             PIC S9(04) COMP.
000000    03 WS-SEQ-MISSING            PIC X(10).
000000*/-------------------------------------------------------------/*
000000*  レポート編集エリア
000000*/-------------------------------------------------------------/*
000000 01 RPT-LINE-RULE.
000000    03 FILLER                    PIC X(132) VALUE ALL '='.
000000 01 RPT-LINE-TITLE.
000000    03 FILLER                    PIC X(40)  VALUE SPACES.
000000    03 FILLER                    PIC X(37)
000000       VALUE 'INTEREST RECALCULATION CHECK REPORT'.
000000    03 FILLER                    PIC X(13)  VALUE 'SETTLE DATE: '.
000000    03 RPT-TITLE-DATE            PIC X(08).
000000    03 FILLER                    PIC X(34)  VALUE SPACES.
000000 01 RPT-LINE-CONDITION.
000000    03 FILLER                    PIC X(13)  VALUE 'CHECK DATE : '.
000000    03 RPT-CND-CHECK-DATE        PIC X(08).
000000    03 FILLER                    PIC X(14)
000000       VALUE '  TOLERANCE : '.
000000    03 RPT-CND-TOLERANCE         PIC Z(12)9.99.
000000    03 FILLER                    PIC X(13)  VALUE '  GL STATUS: '.
000000    03 RPT-CND-GL-STATUS         PIC X(40).
000000    03 FILLER                    PIC X(28)  VALUE SPACES.
000000 01 RPT-LINE-HEADER.
000000    03 FILLER                    PIC X(10)  VALUE ' ORDER ID'.
000000    03 FILLER                    PIC X(10)  VALUE 'ACCOUNT ID'.
000000    03 FILLER                    PIC X(09)  VALUE 'TYPE'.
000000    03 FILLER                    PIC X(09)  VALUE 'ITEM'.
000000    03 FILLER                    PIC X(21)
000000       VALUE '            EXPECTED'.
000000    03 FILLER                    PIC X(21)
000000       VALUE '            RECORDED'.
000000    03 FILLER                    PIC X(21)
000000       VALUE '          DIFFERENCE'.
000000    03 FILLER                    PIC X(31)  VALUE 'REASON'.
000000 01 RPT-LINE-DETAIL.
000000    03 RPT-DTL-ORDER-ID          PIC Z(08)9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-ACC-ID            PIC 9(09).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-TYPE              PIC X(08).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-ITEM              PIC X(08).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-EXPECTED          PIC -(13)9.9(05).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-ACTUAL            PIC -(13)9.9(05).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-DIFF              PIC -(13)9.9(05).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-REASON            PIC X(04).
000000    03 FILLER                    PIC X(27)  VALUE SPACES.
000000 01 RPT-LINE-COUNT.
000000    03 RPT-CNT-LABEL             PIC X(30).
000000    03 RPT-CNT-VALUE             PIC ZZZ,ZZ9.
000000    03 FILLER                    PIC X(95)  VALUE SPACES.
000000 01 RPT-LINE-NONE.
000000    03 FILLER                    PIC X(40)
000000       VALUE 'NO DIFFERENCES ABOVE TOLERANCE'.
000000    03 FILLER                    PIC X(92)  VALUE SPACES.
000000 01 RPT-LINE-BLANK               PIC X(132) VALUE SPACES.
000000 01 CST-VARIABLES.
000000    03 CST-EOF-CRS-RCV           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-LEG           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-RATE          PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-CTB           PIC X(01)  VALUE 'N'.
000000    03 CST-WITHDRAW-MATURITY     PIC X(08)  VALUE 'MATURITY'.
000000    03 CST-WITHDRAW-RENEWAL      PIC X(08)  VALUE 'RENEWAL'.
000000    03 CST-WITHDRAW-EARLY        PIC X(08)  VALUE 'EARLY'.
000000    03 CST-WITHDRAW-PARTIAL      PIC X(08)  VALUE 'PARTIAL'.
000000    03 CST-WITHDRAW-CAPITAL      PIC X(08)  VALUE 'CAPITAL'.
000000    03 CST-WITHDRAW-INTPAY       PIC X(08)  VALUE 'INTPAY'.
000000    03 CST-WITHDRAW-CONTRIB      PIC X(08)  VALUE 'CONTRIB'.
000000    03 CST-CLASS-FIXED           PIC X(01)  VALUE 'F'.
000000    03 CST-CLASS-INSTALL         PIC X(01)  VALUE 'I'.
000000    03 CST-TAX-CAT-DEFAULT       PIC X(01)  VALUE '1'.
000000    03 CST-TAX-CAT-EXEMPT        PIC X(01)  VALUE '2'.
000000    03 CST-DAY-BASIS-DEFAULT     PIC 9(03)  VALUE 365.
000000    03 CST-PARAM-TOLERANCE       PIC X(20)  VALUE 'RCV-TOLERANCE'.
000000    03 CST-TOLERANCE-DEFAULT     PIC S9(13)V99 COMP-3 VALUE 0.01.
000000    03 CST-RUN-MODE-RCV          PIC X(01)  VALUE 'H'.
000000    03 CST-RUN-MODE-SEQ          PIC X(01)  VALUE 'B'.
000000    03 CST-REASON-AMOUNT         PIC X(04)  VALUE 'E981'.
000000    03 CST-REASON-LEG            PIC X(04)  VALUE 'E982'.
000000    03 CST-REASON-REFERENCE      PIC X(04)  VALUE 'E983'.
000000    03 CST-BREAK-OPEN            PIC X(01)  VALUE 'O'.
000000    03 CST-COUNT-READ            PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-MATCHED         PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-BREAKS          PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-ITEMS           PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-HELD            PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-REPORTED        PIC 9(07)  VALUE 0.
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
000000*--- '決済日(YYYYMMDD)'。SPACESは前日
000000    03 LNK-PARAM-DATA            PIC X(08).
000000*/-------------------------------------------------------------/*
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000 PROCEDURE                       DIVISION USING LNK-PARAM-JCL.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999RCV-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-MAIN.
000000     DISPLAY 'START SPD9999RCV'.
000000     PERFORM SPD9999RCV-INIT-DATE.
000000*--- 実行順序の前提チェック。決済日の決済が完了していない
000000*--- 状態では突合しない。免除はSPD9999ONMの'SEQ'サブコマンド
000000*--- で当日に限り設定できる
000000     MOVE 'CHK'                  TO      WS-SEQ-FUNC.
000000     MOVE HV-CHECK-DATE-X        TO      WS-SEQ-RUN-DATE.
000000     CALL 'SPD9999SEQ' USING WS-PARAM-SEQ.
000000     IF WS-SEQ-RETURN NOT = 0
000000         DISPLAY 'PREDECESSOR NOT COMPLETE : ' WS-SEQ-MISSING
000000         DISPLAY 'RUN STOPPED - COMPLETE PREDECESSOR OR SET'
000000                 ' OVERRIDE VIA SPM1 SEQ'
000000         STOP RUN
000000     END-IF.
000000     PERFORM SPD9999RCV-OPEN-FILES.
000000     PERFORM SPD9999RCV-GET-TOLERANCE.
000000     PERFORM SPD9999RCV-CHK-GL-POSTED.
000000     PERFORM SPD9999RCV-WRITE-TITLE.
000000     PERFORM SPD9999RCV-CHECK.
000000     PERFORM SPD9999RCV-WRITE-TOTALS.
000000     PERFORM SPD9999RCV-CLOSE-FILES.
000000     EXEC SQL
000000         COMMIT
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999RCV-MAIN'  TO      CST-ABEND-BREAKPOINT
000000         MOVE 'FINAL COMMIT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RCV-ABEND
000000     END-IF.
000000     DISPLAY 'SETTLE DATE CHECKED       : ' HV-CHECK-DATE-X.
000000     DISPLAY 'TOTAL LEGS CHECKED        : ' CST-COUNT-READ.
000000     DISPLAY 'TOTAL LEGS MATCHED        : ' CST-COUNT-MATCHED.
000000     DISPLAY 'TOTAL LEGS WITH BREAKS    : ' CST-COUNT-BREAKS.
000000     DISPLAY 'TOTAL BREAK ITEMS         : ' CST-COUNT-ITEMS.
000000     DISPLAY 'TOTAL HELD FROM GL        : ' CST-COUNT-HELD.
000000     DISPLAY 'TOTAL ALREADY REPORTED    : ' CST-COUNT-REPORTED.
000000*--- 自プログラムの完了を記録する
000000     MOVE 'END'                  TO      WS-SEQ-FUNC.
000000     CALL 'SPD9999SEQ' USING WS-PARAM-SEQ.
000000     IF WS-SEQ-RETURN NOT = 0
000000         DISPLAY 'WARNING: COMPLETION RECORD FAILED, RC='
000000                 WS-SEQ-RETURN
000000     END-IF.
000000     DISPLAY 'END   SPD9999RCV'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 現在日付取得・決済日決定
000000* SPD9999RCV-INIT-DATE   SECTION |      （COMMON）
000000*                                |      未指定は前日
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-INIT-DATE.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     MOVE HV-DATE-CURRENT-X      TO      HV-DATE-CURRENT-9.
000000     IF LNK-PARAM-DATA = SPACES
000000         COMPUTE HV-CHECK-DATE-9 =
000000             FUNCTION DATE-OF-INTEGER(
000000                 FUNCTION INTEGER-OF-DATE(HV-DATE-CURRENT-9) - 1)
000000         MOVE HV-CHECK-DATE-9    TO      HV-CHECK-DATE-X
000000     ELSE
000000         MOVE LNK-PARAM-DATA     TO      WS-PARAM-DATE-CHAR
000000         IF WS-PARAM-DATE-CHAR IS NOT NUMERIC
000000             DISPLAY 'INVALID PARM, EXPECTED YYYYMMDD : '
000000                     LNK-PARAM-DATA
000000             MOVE 'SPD9999RCV-INIT-DATE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'INVALID SETTLE DATE PARM'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RCV-ABEND
000000         END-IF
000000         MOVE WS-PARAM-DATE-CHAR
000000                                 TO      HV-CHECK-DATE-X
000000         MOVE HV-CHECK-DATE-X    TO      HV-CHECK-DATE-9
000000     END-IF.
000000     COMPUTE WS-DAYS-CHECK =
000000         FUNCTION INTEGER-OF-DATE(HV-CHECK-DATE-9).
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ファイルオープン
000000* SPD9999RCV-OPEN-FILES  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-OPEN-FILES.
000000     OPEN OUTPUT REPORT-FILE.
000000     IF WS-RPT-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN RCVRPT, STATUS : ' WS-RPT-STATUS
000000         STOP RUN
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ファイルクローズ
000000* SPD9999RCV-CLOSE-FILES SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-CLOSE-FILES.
000000     CLOSE REPORT-FILE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 差異許容額の取得
000000* SPD9999RCV-GET-TOLERANCE SECTION |    （COMMON）
000000*                                |      対象: DB_BATCH_PARAM
000000*                                |      行なしは0.01
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-GET-TOLERANCE.
000000     MOVE CST-TOLERANCE-DEFAULT  TO      WS-TOLERANCE.
000000     MOVE CST-PARAM-TOLERANCE    TO      BP-PARAM-KEY.
000000     EXEC SQL
000000         SELECT PARAM_VALUE
000000         INTO   :BP-PARAM-VALUE
000000         FROM   MYDB.DB_BATCH_PARAM
000000         WHERE  PARAM_KEY = :BP-PARAM-KEY
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             IF BP-PARAM-VALUE >= 0
000000                 MOVE BP-PARAM-VALUE
000000                                 TO      WS-TOLERANCE
000000             END-IF
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999RCV-GET-TOLERANCE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT BATCH PARAM FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RCV-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 決済日の仕訳済み確認
000000* SPD9999RCV-CHK-GL-POSTED SECTION |    （COMMON）
000000*                                |      対象: DB_RUN_AUDIT
000000*                                |      SPD9999GLEの完了記録が無ければ
000000*                                |      差異レグを仕訳保留とする
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-CHK-GL-POSTED.
000000     MOVE SPACES                 TO      HV-GLE-MARK.
000000     STRING 'SEQEND,SPD9999GLE,' HV-CHECK-DATE-X
000000         DELIMITED BY SIZE
000000         INTO HV-GLE-MARK
000000     END-STRING.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-COUNT
000000         FROM   MYDB.DB_RUN_AUDIT
000000         WHERE  PARM_DATA = :HV-GLE-MARK
000000         AND    RUN_MODE  = :CST-RUN-MODE-SEQ
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999RCV-CHK-GL-POSTED'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT RUN AUDIT COUNT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RCV-ABEND
000000     END-IF.
000000     IF HV-COUNT > 0
000000         MOVE 'N'                TO      WS-GL-HOLD
000000     ELSE
000000         MOVE 'Y'                TO      WS-GL-HOLD
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 決済レグの突合
000000* SPD9999RCV-CHECK       SECTION |      （MAIN）
000000*                                |      対象: DB_SAVINGS_HISTORY
000000*                                |      レグごとにCOMMITするためWITH HOLD
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-CHECK.
000000     MOVE 'N'                    TO      CST-EOF-CRS-RCV.
000000     EXEC SQL
000000         DECLARE CRS-RCV CURSOR WITH HOLD FOR
000000         SELECT  ORDER_ID, ACC_ID, RATE_APPLIED, PRINCIPAL_AMOUNT,
000000                 INTEREST_PAID, TAX_NATIONAL, TAX_LOCAL,
000000                 INTEREST_NET, NEW_BALANCE, WITHDRAWAL_TYPE,
000000                 DAY_BASIS
000000         FROM    MYDB.DB_SAVINGS_HISTORY
000000         WHERE   SETTLE_DATE     = :HV-CHECK-DATE-X
000000         AND     WITHDRAWAL_TYPE IN (:CST-WITHDRAW-MATURITY,
000000                                     :CST-WITHDRAW-RENEWAL,
000000                                     :CST-WITHDRAW-EARLY,
000000                                     :CST-WITHDRAW-PARTIAL,
000000                                     :CST-WITHDRAW-CAPITAL)
000000         ORDER BY ORDER_ID, WITHDRAWAL_TYPE
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-RCV
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999RCV-CHECK'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-RCV FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RCV-ABEND
000000     END-IF.
000000     PERFORM SPD9999RCV-FETCH.
000000     PERFORM UNTIL CST-EOF-CRS-RCV = 'Y'
000000         PERFORM SPD9999RCV-PROC-ROW
000000         PERFORM SPD9999RCV-FETCH
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-RCV
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 決済レグの取得
000000* SPD9999RCV-FETCH       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-FETCH.
000000     EXEC SQL
000000         FETCH CRS-RCV
000000         INTO  :SH-ORDER-ID, :SH-ACC-ID, :SH-RATE-APPLIED,
000000               :SH-PRINCIPAL-AMOUNT, :SH-INTEREST-PAID,
000000               :SH-TAX-NATIONAL, :SH-TAX-LOCAL, :SH-INTEREST-NET,
000000               :SH-NEW-BALANCE, :SH-WITHDRAWAL-TYPE, :SH-DAY-BASIS
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             ADD 1               TO      CST-COUNT-READ
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-RCV
000000         WHEN OTHER
000000             MOVE 'SPD9999RCV-FETCH'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-RCV FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RCV-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 1決済レグ分の突合
000000* SPD9999RCV-PROC-ROW    SECTION |      （MAIN）
000000*                                |      差異があればDB_RECALC_BREAKへ登録
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-PROC-ROW.
000000     MOVE SH-ORDER-ID            TO      WS-ORDER-ID-DISP.
000000     MOVE SH-ACC-ID              TO      WS-ACC-ID-DISP.
000000     MOVE 0                      TO      WS-ITEM-COUNT.
000000     MOVE SPACES                 TO      WS-FIRST-ITEM.
000000     MOVE 0                      TO      WS-EXP-INTEREST.
000000*--- 登録済みのレグは再実行時に二重登録しない
000000     PERFORM SPD9999RCV-CHK-REPORTED.
000000     IF HV-COUNT > 0
000000         ADD 1                   TO      CST-COUNT-REPORTED
000000     ELSE
000000         PERFORM SPD9999RCV-GET-ORDER
000000         IF WS-ORDER-FOUND = 'N'
000000             MOVE 'NO-ORDER'     TO      WS-ITEM
000000             MOVE CST-REASON-REFERENCE
000000                                 TO      WS-ITEM-REASON
000000             MOVE 0              TO      WS-ITEM-EXPECTED
000000             MOVE 0              TO      WS-ITEM-ACTUAL
000000             PERFORM SPD9999RCV-ADD-ITEM
000000         ELSE
000000             PERFORM SPD9999RCV-RECALC
000000         END-IF
000000         IF WS-ITEM-COUNT > 0
000000             PERFORM SPD9999RCV-INS-BREAK
000000             ADD 1               TO      CST-COUNT-BREAKS
000000             IF WS-GL-HOLD = 'Y'
000000                 ADD 1           TO      CST-COUNT-HELD
000000             END-IF
000000         ELSE
000000             ADD 1               TO      CST-COUNT-MATCHED
000000         END-IF
000000     END-IF.
000000     EXEC SQL
000000         COMMIT
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999RCV-PROC-ROW'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'COMMIT FAILED'    TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RCV-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 登録済み差異の確認
000000* SPD9999RCV-CHK-REPORTED SECTION |     （COMMON）
000000*                                |      対象: DB_RECALC_BREAK
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-CHK-REPORTED.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-COUNT
000000         FROM   MYDB.DB_RECALC_BREAK
000000         WHERE  ORDER_ID        = :SH-ORDER-ID
000000         AND    SETTLE_DATE     = :HV-CHECK-DATE-X
000000         AND    WITHDRAWAL_TYPE = :SH-WITHDRAWAL-TYPE
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999RCV-CHK-REPORTED'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT RECALC BREAK COUNT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RCV-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 預金注文の取得
000000* SPD9999RCV-GET-ORDER   SECTION |      （COMMON）
000000*                                |      対象: DB_ACCOUNT_SAVINGS
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-GET-ORDER.
000000     MOVE 'N'                    TO      WS-ORDER-FOUND.
000000     MOVE SH-ORDER-ID            TO      AS-ORDER-ID.
000000     EXEC SQL
000000         SELECT ACC_ID, SAVING_TYPE, START_DATE, END_DATE,
000000                MONEY_ROOT, RATE_OVERRIDE, CURRENCY_CODE
000000         INTO   :AS-ACC-ID, :AS-SAVING-TYPE, :AS-START-DATE,
000000                :AS-END-DATE, :AS-MONEY-ROOT, :AS-RATE-OVERRIDE,
000000                :AS-CURRENCY-CODE
000000         FROM   MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE  ORDER_ID = :AS-ORDER-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE 'Y'            TO      WS-ORDER-FOUND
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999RCV-GET-ORDER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT ACCOUNT SAVINGS FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RCV-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 決済レグの再計算と突合
000000* SPD9999RCV-RECALC      SECTION |      （MAIN）
000000*                                |      元金・階層判定額は払出区分により
000000*                                |      CAPITAL: 組入後残高－ネット利息
000000*                                |      PARTIAL: 払出額（階層は払出前元金）
000000*                                |      その他: 決済元金
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-RECALC.
000000     PERFORM SPD9999RCV-GET-PRODUCT-CLASS.
000000     PERFORM SPD9999RCV-GET-DAY-BASIS.
000000     PERFORM SPD9999RCV-GET-CCY-ATTR.
000000     EVALUATE SH-WITHDRAWAL-TYPE
000000         WHEN CST-WITHDRAW-CAPITAL
000000             COMPUTE WS-PRINCIPAL =
000000                     SH-NEW-BALANCE - SH-INTEREST-NET
000000             MOVE WS-PRINCIPAL   TO      HV-TIER-BASIS
000000         WHEN CST-WITHDRAW-PARTIAL
000000             MOVE SH-PRINCIPAL-AMOUNT
000000                                 TO      WS-PRINCIPAL
000000             COMPUTE HV-TIER-BASIS =
000000                     AS-MONEY-ROOT + SH-PRINCIPAL-AMOUNT
000000         WHEN OTHER
000000             MOVE SH-PRINCIPAL-AMOUNT
000000                                 TO      WS-PRINCIPAL
000000             MOVE SH-PRINCIPAL-AMOUNT
000000                                 TO      HV-TIER-BASIS
000000     END-EVALUATE.
000000     MOVE AS-START-DATE          TO      WS-DATE-WORK-9.
000000     COMPUTE WS-DAYS-START =
000000         FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-9).
000000     PERFORM SPD9999RCV-GET-ACCRUAL-START.
000000     PERFORM SPD9999RCV-GET-BONUS.
000000     MOVE 0                      TO      WS-RATE-EARLY.
000000     MOVE 0                      TO      WS-INTPAY-PAID.
000000     IF SH-WITHDRAWAL-TYPE = CST-WITHDRAW-EARLY
000000     OR SH-WITHDRAWAL-TYPE = CST-WITHDRAW-PARTIAL
000000         PERFORM SPD9999RCV-GET-EARLY-RATE
000000     END-IF.
000000     IF SH-WITHDRAWAL-TYPE = CST-WITHDRAW-EARLY
000000         PERFORM SPD9999RCV-GET-INTPAY-PAID
000000     END-IF.
000000*--- 決済レグの日数計算基準
000000     MOVE 'BASIS'                TO      WS-ITEM.
000000     MOVE CST-REASON-LEG         TO      WS-ITEM-REASON.
000000     MOVE WS-DAY-BASIS           TO      WS-ITEM-EXPECTED.
000000     MOVE SH-DAY-BASIS           TO      WS-ITEM-ACTUAL.
000000     PERFORM SPD9999RCV-CHK-EXACT.
000000*--- 計算レグ明細
000000     PERFORM SPD9999RCV-CHK-LEGS.
000000     IF  WS-LEG-COUNT = 0
000000     AND SH-INTEREST-PAID NOT = 0
000000         MOVE 'NO-LEGS'          TO      WS-ITEM
000000         MOVE CST-REASON-REFERENCE
000000                                 TO      WS-ITEM-REASON
000000         MOVE 0                  TO      WS-ITEM-EXPECTED
000000         MOVE SH-INTEREST-PAID   TO      WS-ITEM-ACTUAL
000000         PERFORM SPD9999RCV-ADD-ITEM
000000     END-IF.
000000     PERFORM SPD9999RCV-CHK-PERIOD.
000000*--- グロス利息・源泉徴収税・ネット利息
000000     PERFORM SPD9999RCV-CALC-INTEREST.
000000     MOVE 'INTEREST'             TO      WS-ITEM.
000000     MOVE CST-REASON-AMOUNT      TO      WS-ITEM-REASON.
000000     MOVE WS-EXP-INTEREST        TO      WS-ITEM-EXPECTED.
000000     MOVE SH-INTEREST-PAID       TO      WS-ITEM-ACTUAL.
000000     PERFORM SPD9999RCV-CHK-AMOUNT.
000000     PERFORM SPD9999RCV-CALC-TAX.
000000     MOVE 'TAX-NAT'              TO      WS-ITEM.
000000     MOVE WS-EXP-TAX-NATIONAL    TO      WS-ITEM-EXPECTED.
000000     MOVE SH-TAX-NATIONAL        TO      WS-ITEM-ACTUAL.
000000     PERFORM SPD9999RCV-CHK-AMOUNT.
000000     MOVE 'TAX-LOC'              TO      WS-ITEM.
000000     MOVE WS-EXP-TAX-LOCAL       TO      WS-ITEM-EXPECTED.
000000     MOVE SH-TAX-LOCAL           TO      WS-ITEM-ACTUAL.
000000     PERFORM SPD9999RCV-CHK-AMOUNT.
000000     COMPUTE WS-EXP-NET =
000000             SH-INTEREST-PAID - SH-TAX-NATIONAL - SH-TAX-LOCAL.
000000     MOVE 'NET'                  TO      WS-ITEM.
000000     MOVE WS-EXP-NET             TO      WS-ITEM-EXPECTED.
000000     MOVE SH-INTEREST-NET        TO      WS-ITEM-ACTUAL.
000000     PERFORM SPD9999RCV-CHK-AMOUNT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 商品区分の取得
000000* SPD9999RCV-GET-PRODUCT-CLASS SECTION |（COMMON）
000000*                                |      対象: DB_PRODUCT
000000*                                |      行なしは区分なし（期日指定定期と
000000*                                |      積立定期の個別処理を行わない）
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-GET-PRODUCT-CLASS.
000000     MOVE SPACES                 TO      WS-PRD-CLASS.
000000     MOVE AS-SAVING-TYPE         TO      PD-SAVING-TYPE.
000000     EXEC SQL
000000         SELECT PRODUCT_CLASS
000000         INTO   :PD-PRODUCT-CLASS
000000         FROM   MYDB.DB_PRODUCT
000000         WHERE  SAVING_TYPE = :PD-SAVING-TYPE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE PD-PRODUCT-CLASS
000000                                 TO      WS-PRD-CLASS
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999RCV-GET-PRODUCT-CLASS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT PRODUCT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RCV-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 日数計算基準の取得
000000* SPD9999RCV-GET-DAY-BASIS SECTION |    （COMMON）
000000*                                |      対象: DB_DAYCOUNT_RULE
000000*                                |      行なしはACT/365扱い
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-GET-DAY-BASIS.
000000     MOVE CST-DAY-BASIS-DEFAULT  TO      WS-DAY-BASIS.
000000     MOVE AS-SAVING-TYPE         TO      DC-SAVING-TYPE.
000000     MOVE AS-CURRENCY-CODE       TO      DC-CURRENCY-CODE.
000000     EXEC SQL
000000         SELECT DAY_BASIS
000000         INTO   :DC-DAY-BASIS
000000         FROM   MYDB.DB_DAYCOUNT_RULE
000000         WHERE  SAVING_TYPE   = :DC-SAVING-TYPE
000000         AND    CURRENCY_CODE = :DC-CURRENCY-CODE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             IF DC-DAY-BASIS > 0
000000                 MOVE DC-DAY-BASIS
000000                                 TO      WS-DAY-BASIS
000000             END-IF
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999RCV-GET-DAY-BASIS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT DAY_BASIS FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RCV-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 通貨属性の取得
000000* SPD9999RCV-GET-CCY-ATTR SECTION |     （COMMON）
000000*                                |      対象: DB_CURRENCY_ATTR
000000*                                |      行なしは小数2桁・四捨五入
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-GET-CCY-ATTR.
000000     MOVE 2                      TO      WS-CCY-DECIMALS.
000000     MOVE 'N'                    TO      WS-CCY-ROUND.
000000     MOVE AS-CURRENCY-CODE       TO      CA-CURRENCY-CODE.
000000     EXEC SQL
000000         SELECT DECIMAL_PLACES, ROUND_METHOD
000000         INTO   :CA-DECIMAL-PLACES, :CA-ROUND-METHOD
000000         FROM   MYDB.DB_CURRENCY_ATTR
000000         WHERE  CURRENCY_CODE = :CA-CURRENCY-CODE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE CA-DECIMAL-PLACES
000000                                 TO      WS-CCY-DECIMALS
000000             MOVE CA-ROUND-METHOD
000000                                 TO      WS-CCY-ROUND
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999RCV-GET-CCY-ATTR'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT CURRENCY ATTR FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RCV-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 付利起点の取得
000000* SPD9999RCV-GET-ACCRUAL-START SECTION |（COMMON）
000000*                                |      対象: DB_SAVINGS_HISTORY
000000*                                |      CAPITAL: 前回の利息組入日
000000*                                |      その他: 当期直近の利息組入・
000000*                                |      中間利払日。いずれも無ければ
000000*                                |      START_DATE
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-GET-ACCRUAL-START.
000000     IF SH-WITHDRAWAL-TYPE = CST-WITHDRAW-CAPITAL
000000         EXEC SQL
000000             SELECT COALESCE(MAX(SETTLE_DATE), '00000000')
000000             INTO   :HV-ACCRUAL-START-X
000000             FROM   MYDB.DB_SAVINGS_HISTORY
000000             WHERE  ORDER_ID        = :AS-ORDER-ID
000000             AND    WITHDRAWAL_TYPE = :CST-WITHDRAW-CAPITAL
000000             AND    SETTLE_DATE     < :HV-CHECK-DATE-X
000000         END-EXEC
000000     ELSE
000000         EXEC SQL
000000             SELECT COALESCE(MAX(SETTLE_DATE), '00000000')
000000             INTO   :HV-ACCRUAL-START-X
000000             FROM   MYDB.DB_SAVINGS_HISTORY
000000             WHERE  ORDER_ID        = :AS-ORDER-ID
000000             AND    (WITHDRAWAL_TYPE = :CST-WITHDRAW-CAPITAL OR
000000                     WITHDRAWAL_TYPE = :CST-WITHDRAW-INTPAY)
000000             AND    SETTLE_DATE    >= :AS-START-DATE
000000             AND    SETTLE_DATE     < :HV-CHECK-DATE-X
000000         END-EXEC
000000     END-IF.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999RCV-GET-ACCRUAL-START'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT MAX CAPITAL DATE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RCV-ABEND
000000     END-IF.
000000     IF HV-ACCRUAL-START-X = '00000000'
000000         MOVE WS-DAYS-START      TO      WS-DAYS-ACCRUAL
000000     ELSE
000000         MOVE HV-ACCRUAL-START-X
000000                                 TO      WS-DATE-WORK-9
000000         COMPUTE WS-DAYS-ACCRUAL =
000000             FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-9)
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: キャンペーン上乗せ利率の取得
000000* SPD9999RCV-GET-BONUS   SECTION |      （COMMON）
000000*                                |      対象: DB_CAMPAIGN_ORDER
000000*                                |      期日指定定期のみ。行なしは上乗せ
000000*                                |      なし
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-GET-BONUS.
000000     MOVE 0                      TO      WS-BONUS-RATE.
000000     IF WS-PRD-CLASS = CST-CLASS-FIXED
000000         MOVE AS-ORDER-ID        TO      CO-ORDER-ID
000000         EXEC SQL
000000             SELECT BONUS_RATE
000000             INTO   :CO-BONUS-RATE
000000             FROM   MYDB.DB_CAMPAIGN_ORDER
000000             WHERE  ORDER_ID = :CO-ORDER-ID
000000         END-EXEC
000000         EVALUATE SQLCODE
000000             WHEN 0
000000                 MOVE CO-BONUS-RATE
000000                                 TO      WS-BONUS-RATE
000000             WHEN 100
000000                 CONTINUE
000000             WHEN OTHER
000000                 MOVE 'SPD9999RCV-GET-BONUS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000                 MOVE 'SELECT CAMPAIGN ORDER FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000                 PERFORM SPD9999RCV-ABEND
000000         END-EVALUATE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 解約適用利率の取得
000000* SPD9999RCV-GET-EARLY-RATE SECTION |   （COMMON）
000000*                                |      対象: DB_INTEREST_INFO
000000*                                |      DB_PENALTY_RATE
000000*                                |      決済日の約定利率（指定利率優先）
000000*                                |      －ペナルティ利率。下限0
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-GET-EARLY-RATE.
000000     IF AS-RATE-OVERRIDE NOT = 0
000000         MOVE AS-RATE-OVERRIDE   TO      WS-RATE-BASE
000000     ELSE
000000         MOVE HV-CHECK-DATE-X    TO      HV-LEG-START-X
000000         MOVE HV-CHECK-DATE-X    TO      HV-LEG-LAST-X
000000         PERFORM SPD9999RCV-LOOKUP-RATE
000000         IF WS-RATE-FOUND = 'Y'
000000             MOVE II-INTEREST-RATE
000000                                 TO      WS-RATE-BASE
000000         ELSE
000000             MOVE 'NO-RATE'      TO      WS-ITEM
000000             MOVE CST-REASON-REFERENCE
000000                                 TO      WS-ITEM-REASON
000000             MOVE 0              TO      WS-ITEM-EXPECTED
000000             MOVE SH-RATE-APPLIED
000000                                 TO      WS-ITEM-ACTUAL
000000             PERFORM SPD9999RCV-ADD-ITEM
000000             MOVE 0              TO      WS-RATE-BASE
000000         END-IF
000000     END-IF.
000000     MOVE 0                      TO      WS-RATE-PENALTY.
000000     MOVE AS-SAVING-TYPE         TO      PR-SAVING-TYPE.
000000     EXEC SQL
000000         SELECT PENALTY_RATE
000000         INTO   :PR-PENALTY-RATE
000000         FROM   MYDB.DB_PENALTY_RATE
000000         WHERE  SAVING_TYPE = :PR-SAVING-TYPE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE PR-PENALTY-RATE
000000                                 TO      WS-RATE-PENALTY
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999RCV-GET-EARLY-RATE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT PENALTY RATE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RCV-ABEND
000000     END-EVALUATE.
000000     COMPUTE WS-RATE-EARLY = WS-RATE-BASE - WS-RATE-PENALTY.
000000     IF WS-RATE-EARLY < 0
000000         MOVE 0                  TO      WS-RATE-EARLY
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 支払済み中間利払利息の取得
000000* SPD9999RCV-GET-INTPAY-PAID SECTION |  （COMMON）
000000*                                |      対象: DB_SAVINGS_HISTORY
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-GET-INTPAY-PAID.
000000     EXEC SQL
000000         SELECT COALESCE(SUM(INTEREST_PAID), 0)
000000         INTO   :WS-INTPAY-PAID
000000         FROM   MYDB.DB_SAVINGS_HISTORY
000000         WHERE  ORDER_ID        = :AS-ORDER-ID
000000         AND    WITHDRAWAL_TYPE = :CST-WITHDRAW-INTPAY
000000         AND    SETTLE_DATE    >= :AS-START-DATE
000000         AND    SETTLE_DATE    <= :HV-CHECK-DATE-X
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999RCV-GET-INTPAY-PAID'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT SUM INTPAY INTEREST FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RCV-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 利率表の該当行検索
000000* SPD9999RCV-LOOKUP-RATE SECTION |      （COMMON）
000000*                                |      対象: DB_INTEREST_INFO
000000*                                |      HV-LEG-START-X〜HV-LEG-LAST-Xを
000000*                                |      含む有効期間・該当階層の行
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-LOOKUP-RATE.
000000     MOVE 'N'                    TO      WS-RATE-FOUND.
000000     MOVE AS-SAVING-TYPE         TO      II-SAVING-TYPE.
000000     EXEC SQL
000000         SELECT INTEREST_RATE
000000         INTO   :II-INTEREST-RATE
000000         FROM   MYDB.DB_INTEREST_INFO
000000         WHERE  SAVING_TYPE          = :II-SAVING-TYPE
000000         AND    EFFECTIVE_START_DATE <= :HV-LEG-START-X
000000         AND    EFFECTIVE_END_DATE   >= :HV-LEG-LAST-X
000000         AND    TIER_MIN_AMOUNT      <= :HV-TIER-BASIS
000000         AND    TIER_MAX_AMOUNT      >  :HV-TIER-BASIS
000000         ORDER BY EFFECTIVE_START_DATE DESC
000000         FETCH FIRST 1 ROW ONLY
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE 'Y'            TO      WS-RATE-FOUND
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999RCV-LOOKUP-RATE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT INTEREST RATE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RCV-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 計算レグ明細の突合
000000* SPD9999RCV-CHK-LEGS    SECTION |      （MAIN）
000000*                                |      対象: DB_CALC_DETAIL
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-CHK-LEGS.
000000     MOVE 0                      TO      WS-LEG-COUNT.
000000     MOVE 0                      TO      WS-TERM-LEG-COUNT.
000000     MOVE 0                      TO      WS-DAYS-TERM-TOTAL.
000000     MOVE 999999999              TO      WS-DAYS-MIN-START.
000000     MOVE 0                      TO      WS-DAYS-MAX-END.
000000     MOVE 'N'                    TO      CST-EOF-CRS-LEG.
000000     EXEC SQL
000000         DECLARE CRS-LEG CURSOR FOR
000000         SELECT  LEG_SEQ, PERIOD_START, PERIOD_END, CALC_DAYS,
000000                 RATE_SOURCE, RATE_APPLIED, DAY_BASIS, LEG_AMOUNT
000000         FROM    MYDB.DB_CALC_DETAIL
000000         WHERE   ORDER_ID        = :SH-ORDER-ID
000000         AND     SETTLE_DATE     = :HV-CHECK-DATE-X
000000         AND     WITHDRAWAL_TYPE = :SH-WITHDRAWAL-TYPE
000000         ORDER BY LEG_SEQ
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-LEG
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999RCV-CHK-LEGS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-LEG FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RCV-ABEND
000000     END-IF.
000000     PERFORM SPD9999RCV-FETCH-LEG.
000000     PERFORM UNTIL CST-EOF-CRS-LEG = 'Y'
000000         PERFORM SPD9999RCV-CHK-ONE-LEG
000000         PERFORM SPD9999RCV-FETCH-LEG
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-LEG
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 計算レグの取得
000000* SPD9999RCV-FETCH-LEG   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-FETCH-LEG.
000000     EXEC SQL
000000         FETCH CRS-LEG
000000         INTO  :CD-LEG-SEQ, :CD-PERIOD-START, :CD-PERIOD-END,
000000               :CD-CALC-DAYS, :CD-RATE-SOURCE, :CD-RATE-APPLIED,
000000               :CD-DAY-BASIS, :CD-LEG-AMOUNT
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             ADD 1               TO      WS-LEG-COUNT
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-LEG
000000         WHEN OTHER
000000             MOVE 'SPD9999RCV-FETCH-LEG'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-LEG FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RCV-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 計算レグ1件の突合
000000* SPD9999RCV-CHK-ONE-LEG SECTION |      （COMMON）
000000*                                |      利率の出所別に期待利率を求め、
000000*                                |      日数・基準・利率・金額を突合する
000000*                                |      'T'=利率表 'O'=指定利率
000000*                                |      'P'=解約利率 'B'=キャンペーン
000000*                                |      'C'=中間利払の戻入れ（利率0）
000000*                                |      積立定期の'T'/'O'はトランシェ別
000000*                                |      元金のため金額は合計で突合する
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-CHK-ONE-LEG.
000000     MOVE CD-LEG-SEQ             TO      WS-LEG-SEQ-DISP.
000000     MOVE CD-PERIOD-START        TO      WS-DATE-WORK-9.
000000     COMPUTE WS-DAYS-LEG-START =
000000         FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-9).
000000     MOVE CD-PERIOD-END          TO      WS-DATE-WORK-9.
000000     COMPUTE WS-DAYS-LEG-END =
000000         FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-9).
000000     COMPUTE WS-DAYS-EXPECTED =
000000             WS-DAYS-LEG-END - WS-DAYS-LEG-START.
000000     MOVE SPACES                 TO      WS-ITEM.
000000     STRING 'DAYS-' WS-LEG-SEQ-DISP
000000         DELIMITED BY SIZE
000000         INTO WS-ITEM
000000     END-STRING.
000000     MOVE CST-REASON-LEG         TO      WS-ITEM-REASON.
000000     MOVE WS-DAYS-EXPECTED       TO      WS-ITEM-EXPECTED.
000000     MOVE CD-CALC-DAYS           TO      WS-ITEM-ACTUAL.
000000     PERFORM SPD9999RCV-CHK-EXACT.
000000     IF CD-DAY-BASIS NOT = WS-DAY-BASIS
000000         MOVE 'BASIS'            TO      WS-ITEM
000000         MOVE WS-DAY-BASIS       TO      WS-ITEM-EXPECTED
000000         MOVE CD-DAY-BASIS       TO      WS-ITEM-ACTUAL
000000         PERFORM SPD9999RCV-ADD-ITEM
000000     END-IF.
000000     MOVE 'Y'                    TO      WS-RATE-FOUND.
000000     EVALUATE CD-RATE-SOURCE
000000         WHEN 'T'
000000             MOVE CD-PERIOD-START
000000                                 TO      HV-LEG-START-X
000000             COMPUTE WS-DATE-WORK-9 =
000000                 FUNCTION DATE-OF-INTEGER(WS-DAYS-LEG-END - 1)
000000             MOVE WS-DATE-WORK-9
000000                                 TO      HV-LEG-LAST-X
000000             PERFORM SPD9999RCV-LOOKUP-RATE
000000             IF WS-RATE-FOUND = 'Y'
000000                 MOVE II-INTEREST-RATE
000000                                 TO      WS-RATE-EXPECTED
000000             ELSE
000000                 MOVE 'NO-RATE'  TO      WS-ITEM
000000                 MOVE CST-REASON-REFERENCE
000000                                 TO      WS-ITEM-REASON
000000                 MOVE 0          TO      WS-ITEM-EXPECTED
000000                 MOVE CD-RATE-APPLIED
000000                                 TO      WS-ITEM-ACTUAL
000000                 PERFORM SPD9999RCV-ADD-ITEM
000000             END-IF
000000             PERFORM SPD9999RCV-ADD-TERM-LEG
000000         WHEN 'O'
000000             MOVE AS-RATE-OVERRIDE
000000                                 TO      WS-RATE-EXPECTED
000000             PERFORM SPD9999RCV-ADD-TERM-LEG
000000         WHEN 'P'
000000             MOVE WS-RATE-EARLY  TO      WS-RATE-EXPECTED
000000*--- 解約利息はSTART_DATEから決済日までの単一レグ
000000             IF WS-DAYS-LEG-START NOT = WS-DAYS-START
000000             OR WS-DAYS-LEG-END   NOT = WS-DAYS-CHECK
000000                 MOVE 'PERIOD'   TO      WS-ITEM
000000                 MOVE CST-REASON-LEG
000000                                 TO      WS-ITEM-REASON
000000                 COMPUTE WS-ITEM-EXPECTED =
000000                         WS-DAYS-CHECK - WS-DAYS-START
000000                 MOVE WS-DAYS-EXPECTED
000000                                 TO      WS-ITEM-ACTUAL
000000                 PERFORM SPD9999RCV-ADD-ITEM
000000             END-IF
000000         WHEN 'B'
000000             MOVE WS-BONUS-RATE  TO      WS-RATE-EXPECTED
000000         WHEN 'C'
000000             MOVE 0              TO      WS-RATE-EXPECTED
000000         WHEN OTHER
000000             MOVE CD-RATE-APPLIED
000000                                 TO      WS-RATE-EXPECTED
000000     END-EVALUATE.
000000     IF WS-RATE-FOUND = 'Y'
000000         MOVE SPACES             TO      WS-ITEM
000000         STRING 'RATE-' WS-LEG-SEQ-DISP
000000             DELIMITED BY SIZE
000000             INTO WS-ITEM
000000         END-STRING
000000         MOVE CST-REASON-LEG     TO      WS-ITEM-REASON
000000         MOVE WS-RATE-EXPECTED   TO      WS-ITEM-EXPECTED
000000         MOVE CD-RATE-APPLIED    TO      WS-ITEM-ACTUAL
000000         PERFORM SPD9999RCV-CHK-EXACT
000000     END-IF.
000000     IF  WS-PRD-CLASS = CST-CLASS-INSTALL
000000     AND (CD-RATE-SOURCE = 'T' OR CD-RATE-SOURCE = 'O')
000000         CONTINUE
000000     ELSE
000000         IF WS-RATE-FOUND = 'Y'
000000             IF CD-RATE-SOURCE = 'C'
000000                 COMPUTE WS-LEG-EXPECTED = 0 - WS-INTPAY-PAID
000000             ELSE
000000                 COMPUTE WS-LEG-EXPECTED =
000000                         WS-PRINCIPAL      *
000000                         WS-RATE-EXPECTED  *
000000                         WS-DAYS-EXPECTED  /
000000                         WS-DAY-BASIS
000000             END-IF
000000             MOVE SPACES         TO      WS-ITEM
000000             STRING 'LEG-' WS-LEG-SEQ-DISP
000000                 DELIMITED BY SIZE
000000                 INTO WS-ITEM
000000             END-STRING
000000             MOVE CST-REASON-LEG
000000                                 TO      WS-ITEM-REASON
000000             MOVE WS-LEG-EXPECTED
000000                                 TO      WS-ITEM-EXPECTED
000000             MOVE CD-LEG-AMOUNT  TO      WS-ITEM-ACTUAL
000000             PERFORM SPD9999RCV-CHK-AMOUNT
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 約定利率レグの期間集計
000000* SPD9999RCV-ADD-TERM-LEG SECTION |     （COMMON）
000000*                                |      'T'/'O'レグの最早開始・最遅終了
000000*                                |      と日数合計
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-ADD-TERM-LEG.
000000     ADD 1                       TO      WS-TERM-LEG-COUNT.
000000     ADD WS-DAYS-EXPECTED        TO      WS-DAYS-TERM-TOTAL.
000000     IF WS-DAYS-LEG-START < WS-DAYS-MIN-START
000000         MOVE WS-DAYS-LEG-START  TO      WS-DAYS-MIN-START
000000     END-IF.
000000     IF WS-DAYS-LEG-END > WS-DAYS-MAX-END
000000         MOVE WS-DAYS-LEG-END    TO      WS-DAYS-MAX-END
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 計算期間の突合
000000* SPD9999RCV-CHK-PERIOD  SECTION |      （COMMON）
000000*                                |      約定利率レグは付利起点から切れ目
000000*                                |      なく連続し、決済日を超えないこと。
000000*                                |      CAPITALは決済日で終わること。
000000*                                |      積立定期はトランシェが重なるため
000000*                                |      終了日のみ確認する
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-CHK-PERIOD.
000000     IF WS-TERM-LEG-COUNT > 0
000000         MOVE 'PERIOD'           TO      WS-ITEM
000000         MOVE CST-REASON-LEG     TO      WS-ITEM-REASON
000000         IF WS-PRD-CLASS NOT = CST-CLASS-INSTALL
000000             MOVE WS-DAYS-ACCRUAL
000000                                 TO      WS-ITEM-EXPECTED
000000             MOVE WS-DAYS-MIN-START
000000                                 TO      WS-ITEM-ACTUAL
000000             PERFORM SPD9999RCV-CHK-EXACT
000000             COMPUTE WS-ITEM-EXPECTED =
000000                     WS-DAYS-MAX-END - WS-DAYS-MIN-START
000000             MOVE WS-DAYS-TERM-TOTAL
000000                                 TO      WS-ITEM-ACTUAL
000000             PERFORM SPD9999RCV-CHK-EXACT
000000         END-IF
000000         IF SH-WITHDRAWAL-TYPE = CST-WITHDRAW-CAPITAL
000000             MOVE WS-DAYS-CHECK  TO      WS-ITEM-EXPECTED
000000             MOVE WS-DAYS-MAX-END
000000                                 TO      WS-ITEM-ACTUAL
000000             PERFORM SPD9999RCV-CHK-EXACT
000000         ELSE
000000             IF WS-DAYS-MAX-END > WS-DAYS-CHECK
000000                 MOVE WS-DAYS-CHECK
000000                                 TO      WS-ITEM-EXPECTED
000000                 MOVE WS-DAYS-MAX-END
000000                                 TO      WS-ITEM-ACTUAL
000000                 PERFORM SPD9999RCV-ADD-ITEM
000000             END-IF
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: グロス利息の再計算
000000* SPD9999RCV-CALC-INTEREST SECTION |    （MAIN）
000000*                                |      計算レグに依らず利率表から再計算
000000*                                |      する。付利終端は決済日（満期・
000000*                                |      継続は約定利率レグの最遅終了日）
000000*                                |      満期・継続のマイナス利息は0、
000000*                                |      CAPITAL以外は通貨の小数桁へ丸める
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-CALC-INTEREST.
000000     MOVE 0                      TO      WS-EXP-INTEREST.
000000     MOVE 'N'                    TO      WS-CLAWBACK.
000000     EVALUATE SH-WITHDRAWAL-TYPE
000000         WHEN CST-WITHDRAW-CAPITAL
000000             MOVE WS-DAYS-ACCRUAL
000000                                 TO      WS-DAYS-WINDOW-START
000000             MOVE WS-DAYS-CHECK  TO      WS-DAYS-WINDOW-END
000000             MOVE WS-PRINCIPAL   TO      WS-TRANCHE-PRINCIPAL
000000             PERFORM SPD9999RCV-CALC-TRANCHE
000000             MOVE WS-TRANCHE-INTEREST
000000                                 TO      WS-EXP-INTEREST
000000         WHEN CST-WITHDRAW-EARLY
000000         WHEN CST-WITHDRAW-PARTIAL
000000             COMPUTE WS-EXP-INTEREST =
000000                     WS-PRINCIPAL                   *
000000                     WS-RATE-EARLY                  *
000000                     (WS-DAYS-CHECK - WS-DAYS-START) /
000000                     WS-DAY-BASIS
000000             IF WS-INTPAY-PAID > 0
000000                 COMPUTE WS-EXP-INTEREST =
000000                         WS-EXP-INTEREST - WS-INTPAY-PAID
000000                 IF WS-EXP-INTEREST < 0
000000                     MOVE 'Y'    TO      WS-CLAWBACK
000000                 END-IF
000000             END-IF
000000         WHEN OTHER
000000             IF WS-TERM-LEG-COUNT > 0
000000                 MOVE WS-DAYS-MAX-END
000000                                 TO      WS-DAYS-WINDOW-END
000000             ELSE
000000                 MOVE WS-DAYS-CHECK
000000                                 TO      WS-DAYS-WINDOW-END
000000             END-IF
000000             IF WS-PRD-CLASS = CST-CLASS-INSTALL
000000                 PERFORM SPD9999RCV-CALC-INSTALL
000000             ELSE
000000                 MOVE WS-DAYS-ACCRUAL
000000                                 TO      WS-DAYS-WINDOW-START
000000                 MOVE WS-PRINCIPAL
000000                                 TO      WS-TRANCHE-PRINCIPAL
000000                 PERFORM SPD9999RCV-CALC-TRANCHE
000000                 MOVE WS-TRANCHE-INTEREST
000000                                 TO      WS-EXP-INTEREST
000000                 IF  WS-BONUS-RATE > 0
000000                 AND WS-DAYS-WINDOW-START < WS-DAYS-WINDOW-END
000000                     COMPUTE WS-LEG-CALC =
000000                             WS-PRINCIPAL  *
000000                             WS-BONUS-RATE *
000000                             (WS-DAYS-WINDOW-END -
000000                              WS-DAYS-WINDOW-START) /
000000                             WS-DAY-BASIS
000000                     ADD WS-LEG-CALC
000000                                 TO      WS-EXP-INTEREST
000000                 END-IF
000000             END-IF
000000             IF WS-EXP-INTEREST < 0
000000                 MOVE 0          TO      WS-EXP-INTEREST
000000             END-IF
000000     END-EVALUATE.
000000     IF SH-WITHDRAWAL-TYPE NOT = CST-WITHDRAW-CAPITAL
000000         MOVE WS-EXP-INTEREST    TO      WS-ROUND-WORK
000000         PERFORM SPD9999RCV-ROUND-CCY-AMOUNT
000000         MOVE WS-ROUND-WORK      TO      WS-EXP-INTEREST
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 積立定期の利息再計算
000000* SPD9999RCV-CALC-INSTALL SECTION |     （COMMON）
000000*                                |      初回預入分（決済元金－積立累計）
000000*                                |      はSTART_DATEから、各積立分は
000000*                                |      積立日から付利終端まで
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-CALC-INSTALL.
000000     EXEC SQL
000000         SELECT COALESCE(SUM(PRINCIPAL_AMOUNT), 0)
000000         INTO   :HV-CONTRIB-SUM
000000         FROM   MYDB.DB_SAVINGS_HISTORY
000000         WHERE  ORDER_ID        = :AS-ORDER-ID
000000         AND    WITHDRAWAL_TYPE = :CST-WITHDRAW-CONTRIB
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999RCV-CALC-INSTALL'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT CONTRIB SUM FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RCV-ABEND
000000     END-IF.
000000     COMPUTE WS-INSTALL-BASE = WS-PRINCIPAL - HV-CONTRIB-SUM.
000000     IF WS-INSTALL-BASE > 0
000000         MOVE WS-DAYS-START      TO      WS-DAYS-WINDOW-START
000000         MOVE WS-INSTALL-BASE    TO      WS-TRANCHE-PRINCIPAL
000000         PERFORM SPD9999RCV-CALC-TRANCHE
000000         ADD WS-TRANCHE-INTEREST
000000                                 TO      WS-EXP-INTEREST
000000     END-IF.
000000     MOVE 'N'                    TO      CST-EOF-CRS-CTB.
000000     EXEC SQL
000000         DECLARE CRS-CTB CURSOR FOR
000000         SELECT  SETTLE_DATE,
000000                 PRINCIPAL_AMOUNT
000000         FROM    MYDB.DB_SAVINGS_HISTORY
000000         WHERE   ORDER_ID        = :AS-ORDER-ID
000000         AND     WITHDRAWAL_TYPE = :CST-WITHDRAW-CONTRIB
000000         ORDER BY SETTLE_DATE
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-CTB
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999RCV-CALC-INSTALL'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-CTB FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RCV-ABEND
000000     END-IF.
000000     PERFORM SPD9999RCV-FETCH-CONTRIB.
000000     PERFORM UNTIL CST-EOF-CRS-CTB = 'Y'
000000         MOVE HV-CONTRIB-DATE-X  TO      WS-DATE-WORK-9
000000         COMPUTE WS-DAYS-WINDOW-START =
000000             FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-9)
000000         MOVE HV-CONTRIB-AMOUNT  TO      WS-TRANCHE-PRINCIPAL
000000         PERFORM SPD9999RCV-CALC-TRANCHE
000000         ADD WS-TRANCHE-INTEREST
000000                                 TO      WS-EXP-INTEREST
000000         PERFORM SPD9999RCV-FETCH-CONTRIB
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-CTB
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 積立レグの取得
000000* SPD9999RCV-FETCH-CONTRIB SECTION |    （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-FETCH-CONTRIB.
000000     EXEC SQL
000000         FETCH CRS-CTB
000000         INTO  :HV-CONTRIB-DATE-X,
000000               :HV-CONTRIB-AMOUNT
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-CTB
000000         WHEN OTHER
000000             MOVE 'SPD9999RCV-FETCH-CONTRIB'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-CTB FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RCV-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 1トランシェ分の利息再計算
000000* SPD9999RCV-CALC-TRANCHE SECTION |     （COMMON）
000000*                                |      対象: DB_INTEREST_INFO
000000*                                |      WS-DAYS-WINDOW-START/ENDの範囲を
000000*                                |      各利率の有効期間で分割する
000000*                                |      （指定利率は単一期間）
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-CALC-TRANCHE.
000000     MOVE 0                      TO      WS-TRANCHE-INTEREST.
000000     IF WS-DAYS-WINDOW-START >= WS-DAYS-WINDOW-END
000000         CONTINUE
000000     ELSE
000000     IF AS-RATE-OVERRIDE NOT = 0
000000         COMPUTE WS-TRANCHE-INTEREST =
000000                 WS-TRANCHE-PRINCIPAL *
000000                 AS-RATE-OVERRIDE     *
000000                 (WS-DAYS-WINDOW-END - WS-DAYS-WINDOW-START) /
000000                 WS-DAY-BASIS
000000     ELSE
000000         MOVE 'N'                TO      CST-EOF-CRS-RATE
000000         EXEC SQL
000000             DECLARE CRS-RATE CURSOR FOR
000000             SELECT  INTEREST_RATE,
000000                     EFFECTIVE_START_DATE,
000000                     EFFECTIVE_END_DATE
000000             FROM    MYDB.DB_INTEREST_INFO
000000             WHERE   SAVING_TYPE     = :AS-SAVING-TYPE
000000             AND     TIER_MIN_AMOUNT <= :HV-TIER-BASIS
000000             AND     TIER_MAX_AMOUNT >  :HV-TIER-BASIS
000000             ORDER BY EFFECTIVE_START_DATE
000000         END-EXEC
000000         EXEC SQL
000000             OPEN CRS-RATE
000000         END-EXEC
000000         IF SQLCODE NOT = 0
000000             MOVE 'SPD9999RCV-CALC-TRANCHE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'OPEN CRS-RATE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RCV-ABEND
000000         END-IF
000000         PERFORM SPD9999RCV-FETCH-RATE
000000         PERFORM UNTIL CST-EOF-CRS-RATE = 'Y'
000000             PERFORM SPD9999RCV-APPLY-RATE-PERIOD
000000             PERFORM SPD9999RCV-FETCH-RATE
000000         END-PERFORM
000000         EXEC SQL
000000             CLOSE CRS-RATE
000000         END-EXEC
000000     END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 利率改定期間データ取得
000000* SPD9999RCV-FETCH-RATE  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-FETCH-RATE.
000000     EXEC SQL
000000         FETCH CRS-RATE
000000         INTO  :II-INTEREST-RATE,
000000               :HV-PERIOD-START-X,
000000               :HV-PERIOD-END-X
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-RATE
000000         WHEN OTHER
000000             MOVE 'SPD9999RCV-FETCH-RATE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-RATE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RCV-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 有効期間と計算対象期間の重複分を加算
000000* SPD9999RCV-APPLY-RATE-PERIOD SECTION |（COMMON）
000000*                                |      EFFECTIVE_END_DATEは両端含むため
000000*                                |      排他的上限は翌日とする
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-APPLY-RATE-PERIOD.
000000     MOVE HV-PERIOD-START-X      TO      WS-DATE-WORK-9.
000000     COMPUTE WS-DAYS-PERIOD-START =
000000         FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-9).
000000     IF HV-PERIOD-END-X = '99999999'
000000         MOVE 999999999          TO      WS-DAYS-PERIOD-END
000000     ELSE
000000         MOVE HV-PERIOD-END-X    TO      WS-DATE-WORK-9
000000         COMPUTE WS-DAYS-PERIOD-END =
000000             FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-9) + 1
000000     END-IF.
000000     IF WS-DAYS-PERIOD-START > WS-DAYS-WINDOW-START
000000         MOVE WS-DAYS-PERIOD-START
000000                                 TO      WS-DAYS-OVERLAP-START
000000     ELSE
000000         MOVE WS-DAYS-WINDOW-START
000000                                 TO      WS-DAYS-OVERLAP-START
000000     END-IF.
000000     IF WS-DAYS-PERIOD-END < WS-DAYS-WINDOW-END
000000         MOVE WS-DAYS-PERIOD-END
000000                                 TO      WS-DAYS-OVERLAP-END
000000     ELSE
000000         MOVE WS-DAYS-WINDOW-END
000000                                 TO      WS-DAYS-OVERLAP-END
000000     END-IF.
000000     IF WS-DAYS-OVERLAP-START < WS-DAYS-OVERLAP-END
000000         COMPUTE WS-LEG-CALC =
000000                 WS-TRANCHE-PRINCIPAL *
000000                 II-INTEREST-RATE     *
000000                 (WS-DAYS-OVERLAP-END - WS-DAYS-OVERLAP-START) /
000000                 WS-DAY-BASIS
000000         ADD WS-LEG-CALC         TO      WS-TRANCHE-INTEREST
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 源泉徴収税の再計算
000000* SPD9999RCV-CALC-TAX    SECTION |      （COMMON）
000000*                                |      記録済みグロス利息に対して計算
000000*                                |      する（利息の差異は税へ波及させ
000000*                                |      ない）。CAPITALは組入と同じく
000000*                                |      税率を乗じた切捨て。マル優の課税
000000*                                |      分は記録済み国税から逆算し、
000000*                                |      地方税で整合を確認する
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-CALC-TAX.
000000     MOVE 0                      TO      WS-EXP-TAX-NATIONAL.
000000     MOVE 0                      TO      WS-EXP-TAX-LOCAL.
000000     MOVE 0                      TO      WS-TAXABLE-INTEREST.
000000     IF  SH-WITHDRAWAL-TYPE = CST-WITHDRAW-EARLY
000000     AND WS-INTPAY-PAID     > 0
000000     AND SH-INTEREST-PAID   < 0
000000         MOVE 'Y'                TO      WS-CLAWBACK
000000     END-IF.
000000     IF SH-INTEREST-PAID > 0
000000     OR WS-CLAWBACK = 'Y'
000000         PERFORM SPD9999RCV-GET-TAX-RATE
000000         IF SH-WITHDRAWAL-TYPE = CST-WITHDRAW-CAPITAL
000000             COMPUTE WS-EXP-TAX-NATIONAL =
000000                     SH-INTEREST-PAID * WS-RATE-TAX-NATIONAL
000000             COMPUTE WS-EXP-TAX-LOCAL =
000000                     SH-INTEREST-PAID * WS-RATE-TAX-LOCAL
000000         ELSE
000000             IF  WS-TAX-CATEGORY = CST-TAX-CAT-EXEMPT
000000             AND WS-RATE-GEN-NATIONAL NOT = WS-RATE-TAX-NATIONAL
000000                 COMPUTE WS-RATE-TAX-DIFF =
000000                         WS-RATE-GEN-NATIONAL -
000000                         WS-RATE-TAX-NATIONAL
000000                 COMPUTE WS-TAXABLE-INTEREST ROUNDED =
000000                         (SH-TAX-NATIONAL -
000000                          SH-INTEREST-PAID *
000000                          WS-RATE-TAX-NATIONAL) /
000000                         WS-RATE-TAX-DIFF
000000                 IF WS-TAXABLE-INTEREST < 0
000000                     MOVE 0      TO      WS-TAXABLE-INTEREST
000000                 END-IF
000000                 IF  SH-INTEREST-PAID    > 0
000000                 AND WS-TAXABLE-INTEREST > SH-INTEREST-PAID
000000                     MOVE SH-INTEREST-PAID
000000                                 TO      WS-TAXABLE-INTEREST
000000                 END-IF
000000             END-IF
000000             COMPUTE WS-EXP-TAX-NATIONAL =
000000                     (SH-INTEREST-PAID - WS-TAXABLE-INTEREST) *
000000                     WS-RATE-TAX-NATIONAL +
000000                     WS-TAXABLE-INTEREST * WS-RATE-GEN-NATIONAL
000000             COMPUTE WS-EXP-TAX-LOCAL =
000000                     (SH-INTEREST-PAID - WS-TAXABLE-INTEREST) *
000000                     WS-RATE-TAX-LOCAL +
000000                     WS-TAXABLE-INTEREST * WS-RATE-GEN-LOCAL
000000             MOVE WS-EXP-TAX-NATIONAL
000000                                 TO      WS-ROUND-WORK
000000             PERFORM SPD9999RCV-ROUND-CCY-AMOUNT
000000             MOVE WS-ROUND-WORK  TO      WS-EXP-TAX-NATIONAL
000000             MOVE WS-EXP-TAX-LOCAL
000000                                 TO      WS-ROUND-WORK
000000             PERFORM SPD9999RCV-ROUND-CCY-AMOUNT
000000             MOVE WS-ROUND-WORK  TO      WS-EXP-TAX-LOCAL
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 顧客税区分・源泉徴収税率取得
000000* SPD9999RCV-GET-TAX-RATE SECTION |     （COMMON）
000000*                                |      対象: DB_TAX_INFO
000000*                                |      DB_TAX_RATE
000000*                                |      行なしは税区分'1'・税率0扱い。
000000*                                |      マル優は一般（'1'）の税率も取得
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-GET-TAX-RATE.
000000     MOVE CST-TAX-CAT-DEFAULT    TO      WS-TAX-CATEGORY.
000000     MOVE 0                      TO      WS-RATE-TAX-NATIONAL.
000000     MOVE 0                      TO      WS-RATE-TAX-LOCAL.
000000     MOVE 0                      TO      WS-RATE-GEN-NATIONAL.
000000     MOVE 0                      TO      WS-RATE-GEN-LOCAL.
000000     MOVE AS-ACC-ID              TO      TX-ACC-ID.
000000     EXEC SQL
000000         SELECT TAX_CATEGORY
000000         INTO   :TX-TAX-CATEGORY
000000         FROM   MYDB.DB_TAX_INFO
000000         WHERE  ACC_ID = :TX-ACC-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE TX-TAX-CATEGORY
000000                                 TO      WS-TAX-CATEGORY
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999RCV-GET-TAX-RATE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT TAX_CATEGORY FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RCV-ABEND
000000     END-EVALUATE.
000000     MOVE WS-TAX-CATEGORY        TO      TR-TAX-CATEGORY.
000000     PERFORM SPD9999RCV-SELECT-TAX-RATE.
000000     MOVE WS-RATE-GEN-NATIONAL   TO      WS-RATE-TAX-NATIONAL.
000000     MOVE WS-RATE-GEN-LOCAL      TO      WS-RATE-TAX-LOCAL.
000000     MOVE 0                      TO      WS-RATE-GEN-NATIONAL.
000000     MOVE 0                      TO      WS-RATE-GEN-LOCAL.
000000     IF  WS-TAX-CATEGORY = CST-TAX-CAT-EXEMPT
000000     AND SH-WITHDRAWAL-TYPE NOT = CST-WITHDRAW-CAPITAL
000000         MOVE CST-TAX-CAT-DEFAULT
000000                                 TO      TR-TAX-CATEGORY
000000         PERFORM SPD9999RCV-SELECT-TAX-RATE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 税区分の税率取得
000000* SPD9999RCV-SELECT-TAX-RATE SECTION |  （COMMON）
000000*                                |      対象: DB_TAX_RATE
000000*                                |      TR-TAX-CATEGORYの税率を
000000*                                |      WS-RATE-GEN-NATIONAL/LOCALへ返す
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-SELECT-TAX-RATE.
000000     MOVE 0                      TO      WS-RATE-GEN-NATIONAL.
000000     MOVE 0                      TO      WS-RATE-GEN-LOCAL.
000000     EXEC SQL
000000         SELECT NATIONAL_RATE, LOCAL_RATE
000000         INTO   :TR-NATIONAL-RATE, :TR-LOCAL-RATE
000000         FROM   MYDB.DB_TAX_RATE
000000         WHERE  TAX_CATEGORY = :TR-TAX-CATEGORY
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE TR-NATIONAL-RATE
000000                                 TO      WS-RATE-GEN-NATIONAL
000000             MOVE TR-LOCAL-RATE  TO      WS-RATE-GEN-LOCAL
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999RCV-SELECT-TAX-RATE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT TAX RATES FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RCV-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 金額の通貨丸め
000000* SPD9999RCV-ROUND-CCY-AMOUNT SECTION | （COMMON）
000000*                                |      SPD9999SETと同一の規約で
000000*                                |      WS-ROUND-WORKを丸める
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-ROUND-CCY-AMOUNT.
000000     IF WS-CCY-DECIMALS >= 2
000000         CONTINUE
000000     ELSE
000000         IF WS-CCY-DECIMALS = 0
000000             MOVE 100            TO      WS-ROUND-STEP
000000         ELSE
000000             MOVE 10             TO      WS-ROUND-STEP
000000         END-IF
000000         COMPUTE WS-ROUND-HUNDREDTHS =
000000                 WS-ROUND-WORK * 100
000000         COMPUTE WS-ROUND-REM =
000000             FUNCTION MOD(WS-ROUND-HUNDREDTHS WS-ROUND-STEP)
000000         IF WS-ROUND-REM NOT = 0
000000             EVALUATE WS-CCY-ROUND
000000                 WHEN 'U'
000000                     COMPUTE WS-ROUND-HUNDREDTHS =
000000                             WS-ROUND-HUNDREDTHS +
000000                             WS-ROUND-STEP - WS-ROUND-REM
000000                 WHEN 'N'
000000                     IF WS-ROUND-REM * 2 >= WS-ROUND-STEP
000000                         COMPUTE WS-ROUND-HUNDREDTHS =
000000                                 WS-ROUND-HUNDREDTHS +
000000                                 WS-ROUND-STEP - WS-ROUND-REM
000000                     ELSE
000000                         COMPUTE WS-ROUND-HUNDREDTHS =
000000                                 WS-ROUND-HUNDREDTHS -
000000                                 WS-ROUND-REM
000000                     END-IF
000000                 WHEN OTHER
000000                     COMPUTE WS-ROUND-HUNDREDTHS =
000000                             WS-ROUND-HUNDREDTHS -
000000                             WS-ROUND-REM
000000             END-EVALUATE
000000             COMPUTE WS-ROUND-WORK =
000000                     WS-ROUND-HUNDREDTHS / 100
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 金額項目の突合
000000* SPD9999RCV-CHK-AMOUNT  SECTION |      （COMMON）
000000*                                |      差の絶対値が許容額を超えれば差異
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-CHK-AMOUNT.
000000     COMPUTE WS-ITEM-DIFF = WS-ITEM-ACTUAL - WS-ITEM-EXPECTED.
000000     IF WS-ITEM-DIFF > WS-TOLERANCE
000000     OR WS-ITEM-DIFF < 0 - WS-TOLERANCE
000000         PERFORM SPD9999RCV-ADD-ITEM
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 利率・日数・基準の突合
000000* SPD9999RCV-CHK-EXACT   SECTION |      （COMMON）
000000*                                |      完全一致を要する
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-CHK-EXACT.
000000     IF WS-ITEM-ACTUAL NOT = WS-ITEM-EXPECTED
000000         PERFORM SPD9999RCV-ADD-ITEM
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 差異項目の記録
000000* SPD9999RCV-ADD-ITEM    SECTION |      （COMMON）
000000*                                |      例外記録とレポート明細の出力
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-ADD-ITEM.
000000     COMPUTE WS-ITEM-DIFF = WS-ITEM-ACTUAL - WS-ITEM-EXPECTED.
000000     ADD 1                       TO      WS-ITEM-COUNT.
000000     ADD 1                       TO      CST-COUNT-ITEMS.
000000     IF WS-FIRST-ITEM = SPACES
000000         MOVE WS-ITEM            TO      WS-FIRST-ITEM
000000     END-IF.
000000     PERFORM SPD9999RCV-INS-EXCEPTION.
000000     PERFORM SPD9999RCV-WRITE-DETAIL.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 例外の記録
000000* SPD9999RCV-INS-EXCEPTION SECTION |    （COMMON）
000000*                                |      対象: DB_EXCEPTION_LOG
000000*                                |      RUN_DATEは決済日
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-INS-EXCEPTION.
000000     MOVE WS-ITEM-DIFF           TO      WS-ITEM-DIFF-EDIT.
000000     MOVE SH-ORDER-ID            TO      EL-ORDER-ID.
000000     MOVE WS-ACC-ID-DISP         TO      EL-ACC-ID.
000000     MOVE CST-RUN-MODE-RCV       TO      EL-RUN-MODE.
000000     MOVE WS-ITEM-REASON         TO      EL-REASON-CODE.
000000     MOVE HV-CHECK-DATE-X        TO      EL-RUN-DATE.
000000     MOVE SPACES                 TO      EL-DETAIL.
000000     STRING WS-ITEM ' ' SH-WITHDRAWAL-TYPE ' DIFF '
000000            WS-ITEM-DIFF-EDIT
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
000000         DISPLAY 'WARNING: DB_EXCEPTION_LOG INSERT FAILED, '
000000                 'SQLCODE : ' SQLCODE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 再計算差異の登録
000000* SPD9999RCV-INS-BREAK   SECTION |      （COMMON）
000000*                                |      対象: DB_RECALC_BREAK
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-INS-BREAK.
000000     MOVE SH-ORDER-ID            TO      RB-ORDER-ID.
000000     MOVE HV-CHECK-DATE-X        TO      RB-SETTLE-DATE.
000000     MOVE SH-WITHDRAWAL-TYPE     TO      RB-WITHDRAWAL-TYPE.
000000     MOVE SH-ACC-ID              TO      RB-ACC-ID.
000000     MOVE HV-DATE-CURRENT-X      TO      RB-CHECK-DATE.
000000     MOVE WS-ITEM-COUNT          TO      RB-ITEM-COUNT.
000000     MOVE WS-FIRST-ITEM          TO      RB-FIRST-ITEM.
000000     MOVE WS-EXP-INTEREST        TO      RB-EXPECTED-INTEREST.
000000     MOVE SH-INTEREST-PAID       TO      RB-ACTUAL-INTEREST.
000000     MOVE WS-GL-HOLD             TO      RB-GL-HOLD.
000000     MOVE CST-BREAK-OPEN         TO      RB-STATUS.
000000     MOVE SPACES                 TO      RB-CLEAR-USER.
000000     MOVE '00000000'             TO      RB-CLEAR-DATE.
000000     MOVE '00000000'             TO      RB-POSTED-DATE.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_RECALC_BREAK
000000             (ORDER_ID, SETTLE_DATE, WITHDRAWAL_TYPE, ACC_ID,
000000              CHECK_DATE, ITEM_COUNT, FIRST_ITEM,
000000              EXPECTED_INTEREST, ACTUAL_INTEREST, GL_HOLD,
000000              STATUS, CLEAR_USER, CLEAR_DATE, POSTED_DATE)
000000         VALUES
000000             (:RB-ORDER-ID, :RB-SETTLE-DATE, :RB-WITHDRAWAL-TYPE,
000000              :RB-ACC-ID, :RB-CHECK-DATE, :RB-ITEM-COUNT,
000000              :RB-FIRST-ITEM, :RB-EXPECTED-INTEREST,
000000              :RB-ACTUAL-INTEREST, :RB-GL-HOLD, :RB-STATUS,
000000              :RB-CLEAR-USER, :RB-CLEAR-DATE, :RB-POSTED-DATE)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999RCV-INS-BREAK'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'INSERT DB_RECALC_BREAK FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RCV-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: レポート表題の出力
000000* SPD9999RCV-WRITE-TITLE SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-WRITE-TITLE.
000000     MOVE HV-CHECK-DATE-X        TO      RPT-TITLE-DATE.
000000     MOVE HV-DATE-CURRENT-X      TO      RPT-CND-CHECK-DATE.
000000     MOVE WS-TOLERANCE           TO      RPT-CND-TOLERANCE.
000000     IF WS-GL-HOLD = 'Y'
000000         MOVE 'NOT POSTED - BREAKS HELD FROM GL'
000000                                 TO      RPT-CND-GL-STATUS
000000     ELSE
000000         MOVE 'ALREADY POSTED - CORRECT BY VOUCHER'
000000                                 TO      RPT-CND-GL-STATUS
000000     END-IF.
000000     MOVE RPT-LINE-RULE          TO      RPT-REC.
000000     PERFORM SPD9999RCV-WRITE-REPORT.
000000     MOVE RPT-LINE-TITLE         TO      RPT-REC.
000000     PERFORM SPD9999RCV-WRITE-REPORT.
000000     MOVE RPT-LINE-CONDITION     TO      RPT-REC.
000000     PERFORM SPD9999RCV-WRITE-REPORT.
000000     MOVE RPT-LINE-RULE          TO      RPT-REC.
000000     PERFORM SPD9999RCV-WRITE-REPORT.
000000     MOVE RPT-LINE-HEADER        TO      RPT-REC.
000000     PERFORM SPD9999RCV-WRITE-REPORT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 差異明細行の出力
000000* SPD9999RCV-WRITE-DETAIL SECTION |     （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-WRITE-DETAIL.
000000     MOVE SH-ORDER-ID            TO      RPT-DTL-ORDER-ID.
000000     MOVE WS-ACC-ID-DISP         TO      RPT-DTL-ACC-ID.
000000     MOVE SH-WITHDRAWAL-TYPE     TO      RPT-DTL-TYPE.
000000     MOVE WS-ITEM                TO      RPT-DTL-ITEM.
000000     MOVE WS-ITEM-EXPECTED       TO      RPT-DTL-EXPECTED.
000000     MOVE WS-ITEM-ACTUAL         TO      RPT-DTL-ACTUAL.
000000     MOVE WS-ITEM-DIFF           TO      RPT-DTL-DIFF.
000000     MOVE WS-ITEM-REASON         TO      RPT-DTL-REASON.
000000     MOVE RPT-LINE-DETAIL        TO      RPT-REC.
000000     PERFORM SPD9999RCV-WRITE-REPORT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 合計行の出力
000000* SPD9999RCV-WRITE-TOTALS SECTION |     （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-WRITE-TOTALS.
000000     IF CST-COUNT-ITEMS = 0
000000         MOVE RPT-LINE-NONE      TO      RPT-REC
000000         PERFORM SPD9999RCV-WRITE-REPORT
000000     END-IF.
000000     MOVE RPT-LINE-RULE          TO      RPT-REC.
000000     PERFORM SPD9999RCV-WRITE-REPORT.
000000     MOVE 'LEGS CHECKED'         TO      RPT-CNT-LABEL.
000000     MOVE CST-COUNT-READ         TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999RCV-WRITE-COUNT.
000000     MOVE 'LEGS MATCHED'         TO      RPT-CNT-LABEL.
000000     MOVE CST-COUNT-MATCHED      TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999RCV-WRITE-COUNT.
000000     MOVE 'LEGS WITH BREAKS'     TO      RPT-CNT-LABEL.
000000     MOVE CST-COUNT-BREAKS       TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999RCV-WRITE-COUNT.
000000     MOVE 'BREAK ITEMS'          TO      RPT-CNT-LABEL.
000000     MOVE CST-COUNT-ITEMS        TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999RCV-WRITE-COUNT.
000000     MOVE 'LEGS HELD FROM GL'    TO      RPT-CNT-LABEL.
000000     MOVE CST-COUNT-HELD         TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999RCV-WRITE-COUNT.
000000     MOVE 'LEGS ALREADY REPORTED'
000000                                 TO      RPT-CNT-LABEL.
000000     MOVE CST-COUNT-REPORTED     TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999RCV-WRITE-COUNT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 件数行の出力
000000* SPD9999RCV-WRITE-COUNT SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-WRITE-COUNT.
000000     MOVE RPT-LINE-COUNT         TO      RPT-REC.
000000     PERFORM SPD9999RCV-WRITE-REPORT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: レポート行の出力
000000* SPD9999RCV-WRITE-REPORT SECTION |     （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-WRITE-REPORT.
000000     WRITE RPT-REC.
000000     IF WS-RPT-STATUS NOT = '00'
000000         MOVE 'SPD9999RCV-WRITE-REPORT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE RCVRPT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RCV-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999RCV-ABEND       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RCV-ABEND.
000000     DISPLAY 'SPD9999RCV-ABEND'.
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
000000 END PROGRAM SPD9999RCV.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
