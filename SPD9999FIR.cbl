000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999FIR.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999FIR
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            サービス手数料の月次収入・免除報告
000000*                                PARM=対象月（YYYYMM）。省略時は
000000*                                業務日付の前月
000000*                                DB_FEE_HISTORYの対象月の課金を
000000*                                通貨×サービス×手数料区分で集約し
000000*                                  ・徴収件数／手数料収入（税抜）／
000000*                                    消費税
000000*                                  ・免除件数／免除額（税込）
000000*                                  ・未収件数／未収額（税込）
000000*                                をFEERPTへ出力する。通貨の変わり目
000000*                                で通貨計を出力する
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 :            プログラムの作成
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000 FILE-CONTROL.
000000     SELECT REPORT-FILE  ASSIGN  TO  'FEERPT'
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
000000*--- DCLGEN参照：MYDB.DB_FEE_HISTORY
000000     EXEC SQL
000000         INCLUDE                 FEEHST
000000     END-EXEC.
000000 01 WS-RPT-STATUS                PIC X(02).
000000 01 WS-VARIABLES.
000000    03 WS-CNT-CHARGED            PIC S9(09) COMP.
000000    03 WS-SUM-FEE                PIC S9(13)V99 COMP-3.
000000    03 WS-SUM-TAX                PIC S9(13)V99 COMP-3.
000000    03 WS-CNT-WAIVED             PIC S9(09) COMP.
000000    03 WS-SUM-WAIVED             PIC S9(13)V99 COMP-3.
000000    03 WS-CNT-UNCOLLECTED        PIC S9(09) COMP.
000000    03 WS-SUM-UNCOLLECTED        PIC S9(13)V99 COMP-3.
000000    03 WS-LAST-CURRENCY          PIC X(03).
000000*--- 通貨計
000000    03 WS-CCY-CNT-CHARGED        PIC S9(09) COMP.
000000    03 WS-CCY-SUM-FEE            PIC S9(13)V99 COMP-3.
000000    03 WS-CCY-SUM-TAX            PIC S9(13)V99 COMP-3.
000000    03 WS-CCY-CNT-WAIVED         PIC S9(09) COMP.
000000    03 WS-CCY-SUM-WAIVED         PIC S9(13)V99 COMP-3.
000000    03 WS-CCY-CNT-UNCOLLECTED    PIC S9(09) COMP.
000000    03 WS-CCY-SUM-UNCOLLECTED    PIC S9(13)V99 COMP-3.
000000 01 HV-VARIABLES.
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000    03 HV-TARGET-MONTH-X         PIC X(06).
000000    03 HV-MONTH-FROM-X           PIC X(08).
000000    03 HV-MONTH-TO-X             PIC X(08).
000000    03 HV-WORK-MONTH-9           PIC 9(06).
000000    03 HV-WORK-YY                PIC 9(04).
000000    03 HV-WORK-MM                PIC 9(02).
000000*/-------------------------------------------------------------/*
000000*  レポート編集エリア
000000*/-------------------------------------------------------------/*
000000 01 RPT-LINE-RULE.
000000    03 FILLER                    PIC X(132) VALUE ALL '='.
000000 01 RPT-LINE-TITLE.
000000    03 FILLER                    PIC X(42)  VALUE SPACES.
000000    03 FILLER                    PIC X(42)
000000       VALUE 'SERVICE FEE INCOME AND WAIVER REPORT'.
000000    03 RPT-TITLE-MONTH           PIC X(06).
000000    03 FILLER                    PIC X(42)  VALUE SPACES.
000000 01 RPT-LINE-HEADER.
000000    03 FILLER                    PIC X(05)  VALUE 'CCY'.
000000    03 FILLER                    PIC X(06)  VALUE 'SVC'.
000000    03 FILLER                    PIC X(04)  VALUE 'CT'.
000000    03 FILLER                    PIC X(08)  VALUE 'CHG-CNT'.
000000    03 FILLER                    PIC X(17)
000000       VALUE '      FEE-INCOME'.
000000    03 FILLER                    PIC X(17)
000000       VALUE ' CONSUMPTION-TAX'.
000000    03 FILLER                    PIC X(08)  VALUE 'WVD-CNT'.
000000    03 FILLER                    PIC X(17)
000000       VALUE '   WAIVED-AMOUNT'.
000000    03 FILLER                    PIC X(08)  VALUE 'UNC-CNT'.
000000    03 FILLER                    PIC X(16)
000000       VALUE ' UNCOLLECTED-AMT'.
000000    03 FILLER                    PIC X(26)  VALUE SPACES.
000000 01 RPT-LINE-DETAIL.
000000    03 RPT-DTL-CURRENCY          PIC X(03).
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 RPT-DTL-SERVICE           PIC X(04).
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 RPT-DTL-CATEGORY          PIC X(02).
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 RPT-DTL-CNT-CHARGED       PIC ZZZZZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-FEE               PIC -(12)9.99.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-TAX               PIC -(12)9.99.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-CNT-WAIVED        PIC ZZZZZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-WAIVED            PIC -(12)9.99.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-CNT-UNCOLLECTED   PIC ZZZZZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-UNCOLLECTED       PIC -(12)9.99.
000000    03 FILLER                    PIC X(26)  VALUE SPACES.
000000 01 RPT-LINE-SUBTOTAL.
000000    03 RPT-SUB-CURRENCY          PIC X(03).
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 FILLER                    PIC X(10)  VALUE '* TOTAL'.
000000    03 RPT-SUB-CNT-CHARGED       PIC ZZZZZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-SUB-FEE               PIC -(12)9.99.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-SUB-TAX               PIC -(12)9.99.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-SUB-CNT-WAIVED        PIC ZZZZZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-SUB-WAIVED            PIC -(12)9.99.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-SUB-CNT-UNCOLLECTED   PIC ZZZZZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-SUB-UNCOLLECTED       PIC -(12)9.99.
000000    03 FILLER                    PIC X(26)  VALUE SPACES.
000000 01 RPT-LINE-BLANK               PIC X(132) VALUE SPACES.
000000 01 CST-VARIABLES.
000000    03 CST-FEE-COLLECTED         PIC X(01)  VALUE 'C'.
000000    03 CST-FEE-WAIVED            PIC X(01)  VALUE 'W'.
000000    03 CST-FEE-UNCOLLECTED       PIC X(01)  VALUE 'U'.
000000    03 CST-EOF-CRS-FIR           PIC X(01)  VALUE 'N'.
000000    03 CST-COUNT-GROUPS          PIC 9(05)  VALUE 0.
000000    03 CST-COUNT-CHARGED         PIC 9(09)  VALUE 0.
000000    03 CST-COUNT-WAIVED          PIC 9(09)  VALUE 0.
000000    03 CST-COUNT-UNCOLLECTED     PIC 9(09)  VALUE 0.
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
000000*--- 対象月（YYYYMM）。SPACESは業務日付の前月
000000    03 LNK-PARAM-DATA            PIC X(06).
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000 PROCEDURE                       DIVISION USING LNK-PARAM-JCL.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999FIR-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999FIR-MAIN.
000000     DISPLAY 'START SPD9999FIR'.
000000     PERFORM SPD9999FIR-CHK-PARAM.
000000     OPEN OUTPUT REPORT-FILE.
000000     IF WS-RPT-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN FEERPT, STATUS : ' WS-RPT-STATUS
000000         STOP RUN
000000     END-IF.
000000     PERFORM SPD9999FIR-WRITE-TITLE.
000000     PERFORM SPD9999FIR-SCAN-FEES.
000000     CLOSE REPORT-FILE.
000000     DISPLAY 'TARGET MONTH                 : ' HV-TARGET-MONTH-X.
000000     DISPLAY 'TOTAL REPORT GROUPS          : ' CST-COUNT-GROUPS.
000000     DISPLAY 'TOTAL FEES COLLECTED         : ' CST-COUNT-CHARGED.
000000     DISPLAY 'TOTAL FEES WAIVED            : ' CST-COUNT-WAIVED.
000000     DISPLAY 'TOTAL FEES UNCOLLECTED       : '
000000             CST-COUNT-UNCOLLECTED.
000000     DISPLAY 'END   SPD9999FIR'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: パラメータ検証・対象月決定
000000* SPD9999FIR-CHK-PARAM   SECTION |      （COMMON）
000000*                                |      未指定は業務日付の前月
000000*/-------------------------------------------------------------/*
000000 SPD9999FIR-CHK-PARAM.
000000     IF  LNK-PARAM-LENGTH = 0
000000     OR  LNK-PARAM-DATA   = SPACES
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000         CALL 'SPD9999BDT' USING WS-PARAM-BDT
000000         IF WS-BDT-RETURN NOT = 0
000000             DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC='
000000                     WS-BDT-RETURN
000000             STOP RUN
000000         END-IF
000000         MOVE WS-BDT-DATE        TO      HV-DATE-CURRENT-X
000000         MOVE HV-DATE-CURRENT-X(1:4)
000000                                 TO      HV-WORK-YY
000000         MOVE HV-DATE-CURRENT-X(5:2)
000000                                 TO      HV-WORK-MM
000000         IF HV-WORK-MM = 1
000000             SUBTRACT 1          FROM    HV-WORK-YY
000000             MOVE 12             TO      HV-WORK-MM
000000         ELSE
000000             SUBTRACT 1          FROM    HV-WORK-MM
000000         END-IF
000000         COMPUTE HV-WORK-MONTH-9 =
000000                 HV-WORK-YY * 100 + HV-WORK-MM
000000         MOVE HV-WORK-MONTH-9    TO      HV-TARGET-MONTH-X
000000     ELSE
000000         IF  LNK-PARAM-LENGTH NOT = 6
000000         OR  LNK-PARAM-DATA(1:6) IS NOT NUMERIC
000000         OR  LNK-PARAM-DATA(5:2) < '01'
000000         OR  LNK-PARAM-DATA(5:2) > '12'
000000             DISPLAY 'INVALID PARM, EXPECTED YYYYMM : '
000000                     LNK-PARAM-DATA
000000             MOVE 'SPD9999FIR-CHK-PARAM'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'INVALID TARGET MONTH PARM'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999FIR-ABEND
000000         END-IF
000000         MOVE LNK-PARAM-DATA     TO      HV-TARGET-MONTH-X
000000     END-IF.
000000*--- 課金日は YYYYMMDD の文字列のため月初〜'31'の範囲で月を絞る
000000     MOVE HV-TARGET-MONTH-X      TO      HV-MONTH-FROM-X(1:6).
000000     MOVE '01'                   TO      HV-MONTH-FROM-X(7:2).
000000     MOVE HV-TARGET-MONTH-X      TO      HV-MONTH-TO-X(1:6).
000000     MOVE '31'                   TO      HV-MONTH-TO-X(7:2).
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 表題出力
000000* SPD9999FIR-WRITE-TITLE SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999FIR-WRITE-TITLE.
000000     MOVE RPT-LINE-RULE          TO      RPT-REC.
000000     PERFORM SPD9999FIR-WRITE-REPORT.
000000     MOVE HV-TARGET-MONTH-X      TO      RPT-TITLE-MONTH.
000000     MOVE RPT-LINE-TITLE         TO      RPT-REC.
000000     PERFORM SPD9999FIR-WRITE-REPORT.
000000     MOVE RPT-LINE-RULE          TO      RPT-REC.
000000     PERFORM SPD9999FIR-WRITE-REPORT.
000000     MOVE RPT-LINE-HEADER        TO      RPT-REC.
000000     PERFORM SPD9999FIR-WRITE-REPORT.
000000     MOVE RPT-LINE-BLANK         TO      RPT-REC.
000000     PERFORM SPD9999FIR-WRITE-REPORT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 対象月の手数料履歴の集約
000000* SPD9999FIR-SCAN-FEES   SECTION |      （MAIN）
000000*                                |      対象: DB_FEE_HISTORY
000000*                                |      通貨×サービス×手数料区分
000000*/-------------------------------------------------------------/*
000000 SPD9999FIR-SCAN-FEES.
000000     MOVE 'N'                    TO      CST-EOF-CRS-FIR.
000000     MOVE SPACES                 TO      WS-LAST-CURRENCY.
000000     EXEC SQL
000000         DECLARE CRS-FIR CURSOR FOR
000000         SELECT  CURRENCY_CODE, SERVICE_CODE, CUST_CATEGORY,
000000                 SUM(CASE WHEN STATUS = :CST-FEE-COLLECTED
000000                          THEN 1 ELSE 0 END),
000000                 SUM(CASE WHEN STATUS = :CST-FEE-COLLECTED
000000                          THEN FEE_AMOUNT ELSE 0 END),
000000                 SUM(CASE WHEN STATUS = :CST-FEE-COLLECTED
000000                          THEN TAX_AMOUNT ELSE 0 END),
000000                 SUM(CASE WHEN STATUS = :CST-FEE-WAIVED
000000                          THEN 1 ELSE 0 END),
000000                 SUM(CASE WHEN STATUS = :CST-FEE-WAIVED
000000                          THEN FEE_AMOUNT + TAX_AMOUNT
000000                          ELSE 0 END),
000000                 SUM(CASE WHEN STATUS = :CST-FEE-UNCOLLECTED
000000                          THEN 1 ELSE 0 END),
000000                 SUM(CASE WHEN STATUS = :CST-FEE-UNCOLLECTED
000000                          THEN FEE_AMOUNT + TAX_AMOUNT
000000                          ELSE 0 END)
000000         FROM    MYDB.DB_FEE_HISTORY
000000         WHERE   CHARGE_DATE BETWEEN :HV-MONTH-FROM-X
000000                                 AND :HV-MONTH-TO-X
000000         GROUP BY CURRENCY_CODE, SERVICE_CODE, CUST_CATEGORY
000000         ORDER BY CURRENCY_CODE, SERVICE_CODE, CUST_CATEGORY
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-FIR
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999FIR-SCAN-FEES'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-FIR FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999FIR-ABEND
000000     END-IF.
000000     PERFORM SPD9999FIR-FETCH.
000000     PERFORM UNTIL CST-EOF-CRS-FIR = 'Y'
000000         IF FH-CURRENCY-CODE NOT = WS-LAST-CURRENCY
000000             IF WS-LAST-CURRENCY NOT = SPACES
000000                 PERFORM SPD9999FIR-WRITE-SUBTOTAL
000000             END-IF
000000             PERFORM SPD9999FIR-RESET-SUBTOTAL
000000             MOVE FH-CURRENCY-CODE
000000                                 TO      WS-LAST-CURRENCY
000000         END-IF
000000         PERFORM SPD9999FIR-WRITE-DETAIL
000000         PERFORM SPD9999FIR-FETCH
000000     END-PERFORM.
000000     IF WS-LAST-CURRENCY NOT = SPACES
000000         PERFORM SPD9999FIR-WRITE-SUBTOTAL
000000     END-IF.
000000     EXEC SQL
000000         CLOSE CRS-FIR
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: データ取得
000000* SPD9999FIR-FETCH       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999FIR-FETCH.
000000     EXEC SQL
000000         FETCH CRS-FIR
000000         INTO  :FH-CURRENCY-CODE, :FH-SERVICE-CODE,
000000               :FH-CUST-CATEGORY,
000000               :WS-CNT-CHARGED, :WS-SUM-FEE, :WS-SUM-TAX,
000000               :WS-CNT-WAIVED, :WS-SUM-WAIVED,
000000               :WS-CNT-UNCOLLECTED, :WS-SUM-UNCOLLECTED
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-FIR
000000         WHEN OTHER
000000             MOVE 'SPD9999FIR-FETCH'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-FIR FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999FIR-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 1グループ分の明細出力
000000* SPD9999FIR-WRITE-DETAIL SECTION |     （MAIN）
000000*                                |      通貨計へ加算
000000*/-------------------------------------------------------------/*
000000 SPD9999FIR-WRITE-DETAIL.
000000     MOVE FH-CURRENCY-CODE       TO      RPT-DTL-CURRENCY.
000000     MOVE FH-SERVICE-CODE        TO      RPT-DTL-SERVICE.
000000     MOVE FH-CUST-CATEGORY       TO      RPT-DTL-CATEGORY.
000000     MOVE WS-CNT-CHARGED         TO      RPT-DTL-CNT-CHARGED.
000000     MOVE WS-SUM-FEE             TO      RPT-DTL-FEE.
000000     MOVE WS-SUM-TAX             TO      RPT-DTL-TAX.
000000     MOVE WS-CNT-WAIVED          TO      RPT-DTL-CNT-WAIVED.
000000     MOVE WS-SUM-WAIVED          TO      RPT-DTL-WAIVED.
000000     MOVE WS-CNT-UNCOLLECTED     TO      RPT-DTL-CNT-UNCOLLECTED.
000000     MOVE WS-SUM-UNCOLLECTED     TO      RPT-DTL-UNCOLLECTED.
000000     MOVE RPT-LINE-DETAIL        TO      RPT-REC.
000000     PERFORM SPD9999FIR-WRITE-REPORT.
000000     ADD WS-CNT-CHARGED          TO      WS-CCY-CNT-CHARGED.
000000     ADD WS-SUM-FEE              TO      WS-CCY-SUM-FEE.
000000     ADD WS-SUM-TAX              TO      WS-CCY-SUM-TAX.
000000     ADD WS-CNT-WAIVED           TO      WS-CCY-CNT-WAIVED.
000000     ADD WS-SUM-WAIVED           TO      WS-CCY-SUM-WAIVED.
000000     ADD WS-CNT-UNCOLLECTED      TO      WS-CCY-CNT-UNCOLLECTED.
000000     ADD WS-SUM-UNCOLLECTED      TO      WS-CCY-SUM-UNCOLLECTED.
000000     ADD 1                       TO      CST-COUNT-GROUPS.
000000     ADD WS-CNT-CHARGED          TO      CST-COUNT-CHARGED.
000000     ADD WS-CNT-WAIVED           TO      CST-COUNT-WAIVED.
000000     ADD WS-CNT-UNCOLLECTED      TO      CST-COUNT-UNCOLLECTED.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 通貨計の初期化
000000* SPD9999FIR-RESET-SUBTOTAL SECTION |   （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999FIR-RESET-SUBTOTAL.
000000     MOVE 0                      TO      WS-CCY-CNT-CHARGED.
000000     MOVE 0                      TO      WS-CCY-SUM-FEE.
000000     MOVE 0                      TO      WS-CCY-SUM-TAX.
000000     MOVE 0                      TO      WS-CCY-CNT-WAIVED.
000000     MOVE 0                      TO      WS-CCY-SUM-WAIVED.
000000     MOVE 0                      TO      WS-CCY-CNT-UNCOLLECTED.
000000     MOVE 0                      TO      WS-CCY-SUM-UNCOLLECTED.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 通貨計の出力
000000* SPD9999FIR-WRITE-SUBTOTAL SECTION |   （COMMON）
000000*                                |      通貨が異なるため総合計は出さない
000000*/-------------------------------------------------------------/*
000000 SPD9999FIR-WRITE-SUBTOTAL.
000000     MOVE WS-LAST-CURRENCY       TO      RPT-SUB-CURRENCY.
000000     MOVE WS-CCY-CNT-CHARGED     TO      RPT-SUB-CNT-CHARGED.
000000     MOVE WS-CCY-SUM-FEE         TO      RPT-SUB-FEE.
000000     MOVE WS-CCY-SUM-TAX         TO      RPT-SUB-TAX.
000000     MOVE WS-CCY-CNT-WAIVED      TO      RPT-SUB-CNT-WAIVED.
000000     MOVE WS-CCY-SUM-WAIVED      TO      RPT-SUB-WAIVED.
000000     MOVE WS-CCY-CNT-UNCOLLECTED
000000                                 TO      RPT-SUB-CNT-UNCOLLECTED.
000000     MOVE WS-CCY-SUM-UNCOLLECTED
000000                                 TO      RPT-SUB-UNCOLLECTED.
000000     MOVE RPT-LINE-SUBTOTAL      TO      RPT-REC.
000000     PERFORM SPD9999FIR-WRITE-REPORT.
000000     MOVE RPT-LINE-BLANK         TO      RPT-REC.
000000     PERFORM SPD9999FIR-WRITE-REPORT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: レポート行の出力
000000* SPD9999FIR-WRITE-REPORT SECTION |     （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999FIR-WRITE-REPORT.
000000     WRITE RPT-REC.
000000     IF WS-RPT-STATUS NOT = '00'
000000         MOVE 'SPD9999FIR-WRITE-REPORT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE FEERPT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999FIR-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999FIR-ABEND       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999FIR-ABEND.
000000     DISPLAY 'SPD9999FIR-ABEND'.
000000     DISPLAY 'ERROR MODULE : ' CST-ABEND-BREAKPOINT.
000000     DISPLAY 'ERROR DETAIL : ' CST-ABEND-DETAIL.
000000     DISPLAY 'SQLCODE      : ' SQLCODE.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999FIR.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
