000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999CRS.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999CRS
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            CRS/FATCA 報告対象口座の年次報告
000000*                                バッチ（年末起動）
000000*                                PARM=対象年（YYYY）
000000*                                DB_CUSTOMER_MASTERの税務上の居住地国
000000*                                （TAX_RES_COUNTRY）が'JP'以外の顧客を
000000*                                報告対象とし（'US'はFATCA、その他は
000000*                                CRS）、顧客ごとに
000000*                                  年末残高 = 普通口座残高
000000*                                    （DB_ACCOUNT_BALANCE）＋有効な
000000*                                    預金（DB_ACCOUNT_SAVINGS、STATUS
000000*                                    '1'/'2'）の元金
000000*                                  支払利息 = 対象年のDB_SAVINGS_
000000*                                    HISTORYの利息額（口座管理料
000000*                                    CHARGEを除く。REVERSAL行は負値の
000000*                                    ため合算で相殺）
000000*                                をDB_EXCHANGE_RATEで基準通貨（JPY）へ
000000*                                換算して報告ファイルCRSFILへ出力する。
000000*                                共同名義の預金・利息（DB_ORDER_OWNER
000000*                                の'P'／'J'）は報告の規則により各名義人
000000*                                へ全額を計上する（按分しない）。
000000*                                CRSFILはヘッダ（金融機関の法人番号）・
000000*                                明細・トレーラ（件数・金額合計）の
000000*                                3区分。法人番号はDB_BATCH_PARAMの
000000*                                'CRS-FI-CORP-NO'（必須）。
000000*                                自己宣誓書が未受領・年末時点で期限切れ
000000*                                の顧客、居住地国未登録の顧客、納税者
000000*                                番号の無い報告対象顧客は是正リスト
000000*                                CRSREMへ出力する（口座の無い顧客は
000000*                                対象外）。
000000*                                残高は実行時点の値を年末残高とする
000000*                                ため、対象年の最終決済後・翌年の初回
000000*                                決済前に起動すること（翌年の決済履歴
000000*                                があれば異常終了する）
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
000000     SELECT FILING-FILE   ASSIGN TO 'CRSFIL'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-FIL-STATUS.
000000     SELECT REMEDY-FILE   ASSIGN TO 'CRSREM'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-REM-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000 FD  FILING-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 250 CHARACTERS.
000000*--- 明細（FIL-REC-TYPE='D'）
000000 01 FIL-REC.
000000    03 FIL-REC-TYPE              PIC X(01).
000000    03 FIL-REPORT-YEAR           PIC 9(04).
000000    03 FIL-ACC-ID                PIC 9(09).
000000*--- 'C'=CRS 'F'=FATCA
000000    03 FIL-REGIME                PIC X(01).
000000    03 FIL-RES-COUNTRY           PIC X(02).
000000    03 FIL-TAX-ID                PIC X(20).
000000    03 FIL-CUST-NAME             PIC X(40).
000000    03 FIL-POSTAL-CODE           PIC X(08).
000000    03 FIL-ADDRESS-1             PIC X(40).
000000    03 FIL-ADDRESS-2             PIC X(40).
000000    03 FIL-BIRTH-DATE            PIC X(08).
000000    03 FIL-BALANCE               PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 FIL-INTEREST              PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 FIL-CURRENCY-CODE         PIC X(03).
000000*--- 自己宣誓書 'V'=有効 'M'=未受領 'E'=期限切れ
000000    03 FIL-CERT-STATUS           PIC X(01).
000000    03 FILLER                    PIC X(41).
000000*--- ヘッダ（FIL-HDR-TYPE='H'）
000000 01 FIL-HDR-REC.
000000    03 FIL-HDR-TYPE              PIC X(01).
000000    03 FIL-HDR-REPORT-YEAR       PIC 9(04).
000000    03 FIL-HDR-CORP-NO           PIC 9(13).
000000    03 FIL-HDR-CREATE-DATE       PIC X(08).
000000    03 FIL-HDR-CURRENCY-CODE     PIC X(03).
000000    03 FILLER                    PIC X(221).
000000*--- トレーラ（FIL-TRL-TYPE='T'）
000000 01 FIL-TRL-REC.
000000    03 FIL-TRL-TYPE              PIC X(01).
000000    03 FIL-TRL-REPORT-YEAR       PIC 9(04).
000000    03 FIL-TRL-DETAIL-COUNT      PIC 9(07).
000000    03 FIL-TRL-CRS-COUNT         PIC 9(07).
000000    03 FIL-TRL-FATCA-COUNT       PIC 9(07).
000000    03 FIL-TRL-TOTAL-BALANCE     PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 FIL-TRL-TOTAL-INTEREST    PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 FILLER                    PIC X(192).
000000 FD  REMEDY-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 100 CHARACTERS.
000000 01 REM-REC                      PIC X(100).
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ワークエリア
000000*/-------------------------------------------------------------/*
000000*--- SQLCA および DCLGEN インクルード部分
000000     EXEC SQL
000000         INCLUDE                 SQLCA
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CUSTOMER_MASTER
000000     EXEC SQL
000000         INCLUDE                 CUSTMS
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ACCOUNT_BALANCE
000000     EXEC SQL
000000         INCLUDE                 ACCBAL
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_EXCHANGE_RATE
000000     EXEC SQL
000000         INCLUDE                 EXCHRT
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_BATCH_PARAM
000000     EXEC SQL
000000         INCLUDE                 BATPRM
000000     END-EXEC.
000000 01 WS-FIL-STATUS                PIC X(02).
000000 01 WS-REM-STATUS                PIC X(02).
000000*/-------------------------------------------------------------/*
000000*  為替レートキャッシュ（起動時に一括ロード）
000000*/-------------------------------------------------------------/*
000000 01 CCH-EXCHANGE-CACHE.
000000    03 CCH-ER-CNT                PIC S9(04) COMP VALUE 0.
000000    03 CCH-ER-ROW OCCURS 50.
000000       05 CCH-ER-CURRENCY        PIC X(03).
000000       05 CCH-ER-RATE            PIC S9(03)V9(06) COMP-3.
000000 01 WS-VARIABLES.
000000    03 WS-CORP-NO                PIC 9(13).
000000    03 WS-HAS-ACCOUNT            PIC X(01).
000000    03 WS-REPORTABLE             PIC X(01).
000000    03 WS-REGIME                 PIC X(01).
000000    03 WS-CERT-STATE             PIC X(01).
000000    03 WS-TOTAL-BALANCE          PIC S9(13)V99 COMP-3.
000000    03 WS-TOTAL-INTEREST         PIC S9(13)V99 COMP-3.
000000    03 WS-PART-BASE              PIC S9(13)V99 COMP-3.
000000    03 WS-RATE-FOUND             PIC X(01).
000000    03 WS-EXCHANGE-RATE          PIC S9(03)V9(06) COMP-3.
000000    03 WS-LOOKUP-CURRENCY        PIC X(03).
000000    03 WS-REMEDY-REASON          PIC X(27).
000000    03 CCH-IDX                   PIC S9(04) COMP.
000000 01 HV-VARIABLES.
000000    03 HV-YEAR-FROM-X            PIC X(08).
000000    03 HV-YEAR-TO-X              PIC X(08).
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000    03 HV-COUNT                  PIC S9(09) COMP.
000000    03 HV-GRP-CURRENCY           PIC X(03).
000000    03 HV-GRP-AMOUNT             PIC S9(13)V9(2) COMP-3.
000000    03 HV-GRP-COUNT              PIC S9(09) COMP.
000000*/-------------------------------------------------------------/*
000000*  是正リスト編集エリア
000000*/-------------------------------------------------------------/*
000000 01 REM-LINE-RULE.
000000    03 FILLER                    PIC X(100) VALUE ALL '='.
000000 01 REM-LINE-TITLE.
000000    03 FILLER                    PIC X(22)  VALUE SPACES.
000000    03 FILLER                    PIC X(48)
000000       VALUE 'CRS/FATCA SELF-CERTIFICATION REMEDIATION LIST '.
000000    03 REM-TITLE-YEAR            PIC 9(04).
000000    03 FILLER                    PIC X(26)  VALUE SPACES.
000000 01 REM-LINE-HEADING.
000000    03 FILLER                    PIC X(50)
000000       VALUE '  ACC-ID    CUSTOMER NAME                  TRC S'.
000000    03 FILLER                    PIC X(50)
000000       VALUE ' EXPIRY   YEAR-END BALANCE REASON'.
000000 01 REM-LINE-DETAIL.
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 REM-DTL-ACC-ID            PIC 9(09).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 REM-DTL-NAME              PIC X(30).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 REM-DTL-COUNTRY           PIC X(02).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 REM-DTL-CERT-STATUS       PIC X(01).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 REM-DTL-CERT-EXPIRY       PIC X(08).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 REM-DTL-BALANCE           PIC ZZZ,ZZZ,ZZZ,ZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 REM-DTL-REASON            PIC X(27).
000000 01 REM-LINE-COUNT.
000000    03 FILLER                    PIC X(04)  VALUE SPACES.
000000    03 REM-CNT-LABEL             PIC X(30).
000000    03 REM-CNT-VALUE             PIC Z(08)9.
000000    03 FILLER                    PIC X(57)  VALUE SPACES.
000000 01 REM-LINE-BLANK               PIC X(100) VALUE SPACES.
000000 01 CST-VARIABLES.
000000    03 CST-BASE-CURRENCY         PIC X(03)  VALUE 'JPY'.
000000    03 CST-COUNTRY-DOMESTIC      PIC X(02)  VALUE 'JP'.
000000    03 CST-COUNTRY-FATCA         PIC X(02)  VALUE 'US'.
000000    03 CST-REGIME-CRS            PIC X(01)  VALUE 'C'.
000000    03 CST-REGIME-FATCA          PIC X(01)  VALUE 'F'.
000000    03 CST-CERT-RECEIVED         PIC X(01)  VALUE 'Y'.
000000    03 CST-CERT-VALID            PIC X(01)  VALUE 'V'.
000000    03 CST-CERT-MISSING          PIC X(01)  VALUE 'M'.
000000    03 CST-CERT-EXPIRED          PIC X(01)  VALUE 'E'.
000000    03 CST-STATUS-1              PIC X(01)  VALUE '1'.
000000    03 CST-STATUS-2              PIC X(01)  VALUE '2'.
000000    03 CST-WITHDRAW-CHARGE       PIC X(08)  VALUE 'CHARGE'.
000000    03 CST-REC-TYPE-HEADER       PIC X(01)  VALUE 'H'.
000000    03 CST-REC-TYPE-DETAIL       PIC X(01)  VALUE 'D'.
000000    03 CST-REC-TYPE-TRAILER      PIC X(01)  VALUE 'T'.
000000    03 CST-PARAM-CORP-NO         PIC X(20)
000000       VALUE 'CRS-FI-CORP-NO'.
000000    03 CST-EOF-CRS-CUS           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-DEP           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-INT           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-ER            PIC X(01)  VALUE 'N'.
000000    03 CST-REPORT-YEAR           PIC 9(04)  VALUE 0.
000000    03 CST-COUNT-CUSTOMERS       PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-NO-ACCOUNT      PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-REPORTED        PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-CRS             PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-FATCA           PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-REMEDY          PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-CERT-MISSING    PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-CERT-EXPIRED    PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-NO-TIN          PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-NO-COUNTRY      PIC 9(07)  VALUE 0.
000000    03 CST-TOTAL-BALANCE         PIC S9(13)V99 VALUE 0.
000000    03 CST-TOTAL-INTEREST        PIC S9(13)V99 VALUE 0.
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
000000* SPD9999CRS-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-MAIN.
000000     DISPLAY 'START SPD9999CRS'.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     PERFORM SPD9999CRS-CHK-PARAM.
000000     PERFORM SPD9999CRS-GET-CORP-NO.
000000     PERFORM SPD9999CRS-CHK-YEAR-END.
000000     PERFORM SPD9999CRS-LOAD-EXCHANGE.
000000     PERFORM SPD9999CRS-OPEN-FILES.
000000     PERFORM SPD9999CRS-WRITE-HEADER.
000000     PERFORM SPD9999CRS-SCAN-CUSTOMERS.
000000     PERFORM SPD9999CRS-WRITE-TRAILER.
000000     PERFORM SPD9999CRS-WRITE-REMEDY-TOTALS.
000000     PERFORM SPD9999CRS-CLOSE-FILES.
000000     DISPLAY 'REPORT YEAR               : ' CST-REPORT-YEAR.
000000     DISPLAY 'TOTAL CUSTOMERS READ      : ' CST-COUNT-CUSTOMERS.
000000     DISPLAY 'TOTAL WITHOUT ACCOUNT     : ' CST-COUNT-NO-ACCOUNT.
000000     DISPLAY 'TOTAL ACCOUNTS REPORTED   : ' CST-COUNT-REPORTED.
000000     DISPLAY '  CRS                     : ' CST-COUNT-CRS.
000000     DISPLAY '  FATCA                   : ' CST-COUNT-FATCA.
000000     DISPLAY 'TOTAL YEAR-END BALANCE    : ' CST-TOTAL-BALANCE.
000000     DISPLAY 'TOTAL INTEREST PAID       : ' CST-TOTAL-INTEREST.
000000     DISPLAY 'TOTAL REMEDIATION LINES   : ' CST-COUNT-REMEDY.
000000     DISPLAY 'END   SPD9999CRS'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: パラメータ検証
000000* SPD9999CRS-CHK-PARAM   SECTION |      （COMMON）
000000*                                |      対象年は4桁数字のみ許容
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-CHK-PARAM.
000000     IF  LNK-PARAM-LENGTH NOT = 4
000000     OR  LNK-PARAM-DATA(1:4) IS NOT NUMERIC
000000         DISPLAY 'INVALID PARM, EXPECTED YYYY : '
000000                 LNK-PARAM-DATA
000000         MOVE 'SPD9999CRS-CHK-PARAM'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'INVALID REPORT YEAR PARM'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CRS-ABEND
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
000000*                                | NOTE: 報告金融機関の法人番号取得
000000* SPD9999CRS-GET-CORP-NO SECTION |      （COMMON）
000000*                                |      対象: DB_BATCH_PARAM
000000*                                |      未登録は異常終了
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-GET-CORP-NO.
000000     MOVE CST-PARAM-CORP-NO      TO      BP-PARAM-KEY.
000000     EXEC SQL
000000         SELECT PARAM_VALUE
000000         INTO   :BP-PARAM-VALUE
000000         FROM   MYDB.DB_BATCH_PARAM
000000         WHERE  PARAM_KEY = :BP-PARAM-KEY
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE BP-PARAM-VALUE
000000                                 TO      WS-CORP-NO
000000         WHEN 100
000000             MOVE 'SPD9999CRS-GET-CORP-NO'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'CRS-FI-CORP-NO NOT SET IN DB_BATCH_PARAM'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999CRS-ABEND
000000         WHEN OTHER
000000             MOVE 'SPD9999CRS-GET-CORP-NO'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT CRS-FI-CORP-NO FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999CRS-ABEND
000000     END-EVALUATE.
000000     IF WS-CORP-NO = 0
000000         MOVE 'SPD9999CRS-GET-CORP-NO'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CRS-FI-CORP-NO IS ZERO'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CRS-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 年末残高の時点チェック
000000* SPD9999CRS-CHK-YEAR-END SECTION |     （COMMON）
000000*                                |      対象: DB_SAVINGS_HISTORY
000000*                                |      対象年の年末日以後に起動し、
000000*                                |      翌年の決済履歴が無いこと
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-CHK-YEAR-END.
000000     IF HV-DATE-CURRENT-X < HV-YEAR-TO-X
000000         MOVE 'SPD9999CRS-CHK-YEAR-END'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'REPORT YEAR HAS NOT ENDED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CRS-ABEND
000000     END-IF.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-COUNT
000000         FROM   MYDB.DB_SAVINGS_HISTORY
000000         WHERE  SETTLE_DATE > :HV-YEAR-TO-X
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999CRS-CHK-YEAR-END'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'COUNT DB_SAVINGS_HISTORY FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CRS-ABEND
000000     END-IF.
000000     IF HV-COUNT > 0
000000         DISPLAY 'SETTLEMENTS AFTER YEAR END : ' HV-COUNT
000000         MOVE 'SPD9999CRS-CHK-YEAR-END'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'BALANCES NO LONGER AT YEAR END, NEXT YEAR SETTLED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CRS-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 為替レートの一括ロード
000000* SPD9999CRS-LOAD-EXCHANGE SECTION |    （COMMON）
000000*                                |      対象: DB_EXCHANGE_RATE
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-LOAD-EXCHANGE.
000000     MOVE 'N'                    TO      CST-EOF-CRS-ER.
000000     EXEC SQL
000000         DECLARE CRS-ER CURSOR FOR
000000         SELECT  CURRENCY_CODE, RATE_TO_BASE
000000         FROM    MYDB.DB_EXCHANGE_RATE
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-ER
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999CRS-LOAD-EXCHANGE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-ER FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CRS-ABEND
000000     END-IF.
000000     PERFORM SPD9999CRS-FETCH-ER.
000000     PERFORM UNTIL CST-EOF-CRS-ER = 'Y'
000000         IF CCH-ER-CNT >= 50
000000             MOVE 'SPD9999CRS-LOAD-EXCHANGE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'EXCHANGE CACHE OVERFLOW (MAX 50)'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999CRS-ABEND
000000         END-IF
000000         ADD 1                   TO      CCH-ER-CNT
000000         MOVE ER-CURRENCY-CODE
000000             TO CCH-ER-CURRENCY (CCH-ER-CNT)
000000         MOVE ER-RATE-TO-BASE
000000             TO CCH-ER-RATE     (CCH-ER-CNT)
000000         PERFORM SPD9999CRS-FETCH-ER
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-ER
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 為替レートの行取得
000000* SPD9999CRS-FETCH-ER    SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-FETCH-ER.
000000     EXEC SQL
000000         FETCH CRS-ER
000000         INTO  :ER-CURRENCY-CODE, :ER-RATE-TO-BASE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-ER
000000         WHEN OTHER
000000             MOVE 'SPD9999CRS-FETCH-ER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-ER FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999CRS-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ファイルオープン
000000* SPD9999CRS-OPEN-FILES  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-OPEN-FILES.
000000     OPEN OUTPUT FILING-FILE.
000000     IF WS-FIL-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN CRSFIL, STATUS : ' WS-FIL-STATUS
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT REMEDY-FILE.
000000     IF WS-REM-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN CRSREM, STATUS : ' WS-REM-STATUS
000000         STOP RUN
000000     END-IF.
000000     MOVE CST-REPORT-YEAR        TO      REM-TITLE-YEAR.
000000     MOVE REM-LINE-RULE          TO      REM-REC.
000000     PERFORM SPD9999CRS-WRITE-REMEDY.
000000     MOVE REM-LINE-TITLE         TO      REM-REC.
000000     PERFORM SPD9999CRS-WRITE-REMEDY.
000000     MOVE REM-LINE-RULE          TO      REM-REC.
000000     PERFORM SPD9999CRS-WRITE-REMEDY.
000000     MOVE REM-LINE-HEADING       TO      REM-REC.
000000     PERFORM SPD9999CRS-WRITE-REMEDY.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ファイルクローズ
000000* SPD9999CRS-CLOSE-FILES SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-CLOSE-FILES.
000000     CLOSE FILING-FILE.
000000     CLOSE REMEDY-FILE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 報告ファイルのヘッダ出力
000000* SPD9999CRS-WRITE-HEADER SECTION |     （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-WRITE-HEADER.
000000     INITIALIZE                  FIL-HDR-REC.
000000     MOVE CST-REC-TYPE-HEADER    TO      FIL-HDR-TYPE.
000000     MOVE CST-REPORT-YEAR        TO      FIL-HDR-REPORT-YEAR.
000000     MOVE WS-CORP-NO             TO      FIL-HDR-CORP-NO.
000000     MOVE HV-DATE-CURRENT-X      TO      FIL-HDR-CREATE-DATE.
000000     MOVE CST-BASE-CURRENCY      TO      FIL-HDR-CURRENCY-CODE.
000000     WRITE FIL-HDR-REC.
000000     PERFORM SPD9999CRS-CHK-FILING.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 顧客の走査
000000* SPD9999CRS-SCAN-CUSTOMERS SECTION |   （MAIN）
000000*                                |      対象: DB_CUSTOMER_MASTER
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-SCAN-CUSTOMERS.
000000     MOVE 'N'                    TO      CST-EOF-CRS-CUS.
000000     EXEC SQL
000000         DECLARE CRS-CUS CURSOR FOR
000000         SELECT  ACC_ID, CUST_NAME, POSTAL_CODE, ADDRESS_1,
000000                 ADDRESS_2, BIRTH_DATE, TAX_RES_COUNTRY, TAX_ID,
000000                 SELF_CERT_STATUS, SELF_CERT_EXPIRY
000000         FROM    MYDB.DB_CUSTOMER_MASTER
000000         ORDER BY ACC_ID
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-CUS
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999CRS-SCAN-CUSTOMERS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-CUS FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CRS-ABEND
000000     END-IF.
000000     PERFORM SPD9999CRS-FETCH-CUS.
000000     PERFORM UNTIL CST-EOF-CRS-CUS = 'Y'
000000         PERFORM SPD9999CRS-PROC-CUSTOMER
000000         PERFORM SPD9999CRS-FETCH-CUS
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-CUS
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 顧客の行取得
000000* SPD9999CRS-FETCH-CUS   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-FETCH-CUS.
000000     EXEC SQL
000000         FETCH CRS-CUS
000000         INTO  :CM-ACC-ID, :CM-CUST-NAME, :CM-POSTAL-CODE,
000000               :CM-ADDRESS-1, :CM-ADDRESS-2, :CM-BIRTH-DATE,
000000               :CM-TAX-RES-COUNTRY, :CM-TAX-ID,
000000               :CM-SELF-CERT-STATUS, :CM-SELF-CERT-EXPIRY
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             ADD 1               TO      CST-COUNT-CUSTOMERS
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-CUS
000000         WHEN OTHER
000000             MOVE 'SPD9999CRS-FETCH-CUS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-CUS FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999CRS-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 1顧客分の判定・出力
000000* SPD9999CRS-PROC-CUSTOMER SECTION |    （MAIN）
000000*                                |      居住地国・自己宣誓書とも問題
000000*                                |      の無い国内居住者は集計しない
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-PROC-CUSTOMER.
000000     EVALUATE TRUE
000000         WHEN CM-SELF-CERT-STATUS NOT = CST-CERT-RECEIVED
000000             MOVE CST-CERT-MISSING
000000                                 TO      WS-CERT-STATE
000000         WHEN CM-SELF-CERT-EXPIRY < HV-YEAR-TO-X
000000             MOVE CST-CERT-EXPIRED
000000                                 TO      WS-CERT-STATE
000000         WHEN OTHER
000000             MOVE CST-CERT-VALID
000000                                 TO      WS-CERT-STATE
000000     END-EVALUATE.
000000     IF  CM-TAX-RES-COUNTRY NOT = CST-COUNTRY-DOMESTIC
000000     AND CM-TAX-RES-COUNTRY NOT = SPACES
000000         MOVE 'Y'                TO      WS-REPORTABLE
000000         IF CM-TAX-RES-COUNTRY = CST-COUNTRY-FATCA
000000             MOVE CST-REGIME-FATCA
000000                                 TO      WS-REGIME
000000         ELSE
000000             MOVE CST-REGIME-CRS
000000                                 TO      WS-REGIME
000000         END-IF
000000     ELSE
000000         MOVE 'N'                TO      WS-REPORTABLE
000000     END-IF.
000000     IF  WS-REPORTABLE = 'N'
000000     AND WS-CERT-STATE = CST-CERT-VALID
000000     AND CM-TAX-RES-COUNTRY NOT = SPACES
000000         CONTINUE
000000     ELSE
000000         PERFORM SPD9999CRS-AGGREGATE
000000         IF WS-HAS-ACCOUNT = 'N'
000000             ADD 1               TO      CST-COUNT-NO-ACCOUNT
000000         ELSE
000000             IF WS-REPORTABLE = 'Y'
000000                 PERFORM SPD9999CRS-WRITE-DETAIL
000000             END-IF
000000             PERFORM SPD9999CRS-CHK-REMEDY
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 年末残高・支払利息の集計
000000* SPD9999CRS-AGGREGATE   SECTION |      （MAIN）
000000*                                |      対象: DB_ACCOUNT_BALANCE
000000*                                |      普通残高の行・有効預金・
000000*                                |      対象年の利息のいずれも無い
000000*                                |      顧客は口座なしとする
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-AGGREGATE.
000000     MOVE 'N'                    TO      WS-HAS-ACCOUNT.
000000     MOVE 0                      TO      WS-TOTAL-BALANCE.
000000     MOVE 0                      TO      WS-TOTAL-INTEREST.
000000     MOVE CM-ACC-ID              TO      AB-ACC-ID.
000000     EXEC SQL
000000         SELECT BALANCE, CURRENCY_CODE
000000         INTO   :AB-BALANCE, :AB-CURRENCY-CODE
000000         FROM   MYDB.DB_ACCOUNT_BALANCE
000000         WHERE  ACC_ID = :AB-ACC-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE 'Y'            TO      WS-HAS-ACCOUNT
000000             MOVE AB-CURRENCY-CODE
000000                                 TO      WS-LOOKUP-CURRENCY
000000             PERFORM SPD9999CRS-GET-RATE
000000             COMPUTE WS-PART-BASE ROUNDED =
000000                 AB-BALANCE * WS-EXCHANGE-RATE
000000             ADD WS-PART-BASE    TO      WS-TOTAL-BALANCE
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999CRS-AGGREGATE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT DB_ACCOUNT_BALANCE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999CRS-ABEND
000000     END-EVALUATE.
000000     PERFORM SPD9999CRS-ADD-DEPOSITS.
000000     PERFORM SPD9999CRS-ADD-INTEREST.
000000*--- 当座貸越等の負の残高は0として報告する
000000     IF WS-TOTAL-BALANCE < 0
000000         MOVE 0                  TO      WS-TOTAL-BALANCE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 有効預金元金の合算
000000* SPD9999CRS-ADD-DEPOSITS SECTION |     （MAIN）
000000*                                |      対象: DB_ACCOUNT_SAVINGS
000000*                                |            DB_ORDER_OWNER
000000*                                |      単独名義・共同名義とも全額
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-ADD-DEPOSITS.
000000     MOVE 'N'                    TO      CST-EOF-CRS-DEP.
000000     EXEC SQL
000000         DECLARE CRS-DEP CURSOR FOR
000000         SELECT  S.CURRENCY_CODE, SUM(S.MONEY_ROOT), COUNT(*)
000000         FROM    MYDB.DB_ACCOUNT_SAVINGS S
000000         WHERE   (S.STATUS = :CST-STATUS-1 OR
000000                  S.STATUS = :CST-STATUS-2)
000000         AND     (S.ACC_ID = :CM-ACC-ID OR
000000                  EXISTS
000000                  (SELECT 1
000000                   FROM   MYDB.DB_ORDER_OWNER O
000000                   WHERE  O.ORDER_ID     =  S.ORDER_ID
000000                   AND    O.OWNER_ACC_ID =  :CM-ACC-ID
000000                   AND    O.SHARE_PCT    >  0
000000                   AND    O.START_DATE   <= :HV-YEAR-TO-X
000000                   AND    O.END_DATE     >  :HV-YEAR-TO-X))
000000         GROUP BY S.CURRENCY_CODE
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-DEP
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999CRS-ADD-DEPOSITS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-DEP FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CRS-ABEND
000000     END-IF.
000000     PERFORM SPD9999CRS-FETCH-DEP.
000000     PERFORM UNTIL CST-EOF-CRS-DEP = 'Y'
000000         MOVE 'Y'                TO      WS-HAS-ACCOUNT
000000         MOVE HV-GRP-CURRENCY    TO      WS-LOOKUP-CURRENCY
000000         PERFORM SPD9999CRS-GET-RATE
000000         COMPUTE WS-PART-BASE ROUNDED =
000000             HV-GRP-AMOUNT * WS-EXCHANGE-RATE
000000         ADD WS-PART-BASE        TO      WS-TOTAL-BALANCE
000000         PERFORM SPD9999CRS-FETCH-DEP
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-DEP
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 預金元金合算の行取得
000000* SPD9999CRS-FETCH-DEP   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-FETCH-DEP.
000000     EXEC SQL
000000         FETCH CRS-DEP
000000         INTO  :HV-GRP-CURRENCY, :HV-GRP-AMOUNT, :HV-GRP-COUNT
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-DEP
000000         WHEN OTHER
000000             MOVE 'SPD9999CRS-FETCH-DEP'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-DEP FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999CRS-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 対象年の支払利息の合算
000000* SPD9999CRS-ADD-INTEREST SECTION |     （MAIN）
000000*                                |      対象: DB_SAVINGS_HISTORY
000000*                                |            DB_ACCOUNT_SAVINGS
000000*                                |            DB_ORDER_OWNER
000000*                                |      口座管理料（CHARGE）を除く。
000000*                                |      共同名義は決済日時点の各名義
000000*                                |      人へ全額
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-ADD-INTEREST.
000000     MOVE 'N'                    TO      CST-EOF-CRS-INT.
000000     EXEC SQL
000000         DECLARE CRS-INT CURSOR FOR
000000         SELECT  S.CURRENCY_CODE, SUM(H.INTEREST_PAID), COUNT(*)
000000         FROM    MYDB.DB_SAVINGS_HISTORY H,
000000                 MYDB.DB_ACCOUNT_SAVINGS S
000000         WHERE   S.ORDER_ID        =  H.ORDER_ID
000000         AND     H.SETTLE_DATE     >= :HV-YEAR-FROM-X
000000         AND     H.SETTLE_DATE     <= :HV-YEAR-TO-X
000000         AND     H.WITHDRAWAL_TYPE <> :CST-WITHDRAW-CHARGE
000000         AND     (H.ACC_ID = :CM-ACC-ID OR
000000                  EXISTS
000000                  (SELECT 1
000000                   FROM   MYDB.DB_ORDER_OWNER O
000000                   WHERE  O.ORDER_ID     =  H.ORDER_ID
000000                   AND    O.OWNER_ACC_ID =  :CM-ACC-ID
000000                   AND    O.OWNER_ACC_ID <> H.ACC_ID
000000                   AND    O.SHARE_PCT    >  0
000000                   AND    O.START_DATE   <= H.SETTLE_DATE
000000                   AND    O.END_DATE     >  H.SETTLE_DATE))
000000         GROUP BY S.CURRENCY_CODE
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-INT
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999CRS-ADD-INTEREST'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-INT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CRS-ABEND
000000     END-IF.
000000     PERFORM SPD9999CRS-FETCH-INT.
000000     PERFORM UNTIL CST-EOF-CRS-INT = 'Y'
000000         MOVE 'Y'                TO      WS-HAS-ACCOUNT
000000         MOVE HV-GRP-CURRENCY    TO      WS-LOOKUP-CURRENCY
000000         PERFORM SPD9999CRS-GET-RATE
000000         COMPUTE WS-PART-BASE ROUNDED =
000000             HV-GRP-AMOUNT * WS-EXCHANGE-RATE
000000         ADD WS-PART-BASE        TO      WS-TOTAL-INTEREST
000000         PERFORM SPD9999CRS-FETCH-INT
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-INT
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 支払利息合算の行取得
000000* SPD9999CRS-FETCH-INT   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-FETCH-INT.
000000     EXEC SQL
000000         FETCH CRS-INT
000000         INTO  :HV-GRP-CURRENCY, :HV-GRP-AMOUNT, :HV-GRP-COUNT
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-INT
000000         WHEN OTHER
000000             MOVE 'SPD9999CRS-FETCH-INT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-INT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999CRS-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 為替レートのキャッシュ検索
000000* SPD9999CRS-GET-RATE    SECTION |      （COMMON）
000000*                                |      基準通貨は1。報告額を換算
000000*                                |      できないため未登録は異常終了
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-GET-RATE.
000000     IF WS-LOOKUP-CURRENCY = CST-BASE-CURRENCY
000000     OR WS-LOOKUP-CURRENCY = SPACES
000000         MOVE 1                  TO      WS-EXCHANGE-RATE
000000     ELSE
000000         MOVE 'N'                TO      WS-RATE-FOUND
000000         PERFORM SPD9999CRS-SCAN-RATE
000000             VARYING CCH-IDX FROM 1 BY 1
000000             UNTIL   CCH-IDX > CCH-ER-CNT
000000             OR      WS-RATE-FOUND = 'Y'
000000         IF WS-RATE-FOUND = 'N'
000000             DISPLAY 'FX RATE MISSING : ' WS-LOOKUP-CURRENCY
000000                     ' ACC_ID ' CM-ACC-ID
000000             MOVE 'SPD9999CRS-GET-RATE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'CURRENCY MISSING FROM EXCHANGE RATES'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999CRS-ABEND
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: キャッシュの走査
000000* SPD9999CRS-SCAN-RATE   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-SCAN-RATE.
000000     IF CCH-ER-CURRENCY (CCH-IDX) = WS-LOOKUP-CURRENCY
000000         MOVE CCH-ER-RATE (CCH-IDX)
000000                                 TO      WS-EXCHANGE-RATE
000000         MOVE 'Y'                TO      WS-RATE-FOUND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 報告ファイルの明細出力
000000* SPD9999CRS-WRITE-DETAIL SECTION |     （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-WRITE-DETAIL.
000000     INITIALIZE                  FIL-REC.
000000     MOVE CST-REC-TYPE-DETAIL    TO      FIL-REC-TYPE.
000000     MOVE CST-REPORT-YEAR        TO      FIL-REPORT-YEAR.
000000     MOVE CM-ACC-ID              TO      FIL-ACC-ID.
000000     MOVE WS-REGIME              TO      FIL-REGIME.
000000     MOVE CM-TAX-RES-COUNTRY     TO      FIL-RES-COUNTRY.
000000     MOVE CM-TAX-ID              TO      FIL-TAX-ID.
000000     MOVE CM-CUST-NAME           TO      FIL-CUST-NAME.
000000     MOVE CM-POSTAL-CODE         TO      FIL-POSTAL-CODE.
000000     MOVE CM-ADDRESS-1           TO      FIL-ADDRESS-1.
000000     MOVE CM-ADDRESS-2           TO      FIL-ADDRESS-2.
000000     MOVE CM-BIRTH-DATE          TO      FIL-BIRTH-DATE.
000000     MOVE WS-TOTAL-BALANCE       TO      FIL-BALANCE.
000000     MOVE WS-TOTAL-INTEREST      TO      FIL-INTEREST.
000000     MOVE CST-BASE-CURRENCY      TO      FIL-CURRENCY-CODE.
000000     MOVE WS-CERT-STATE          TO      FIL-CERT-STATUS.
000000     WRITE FIL-REC.
000000     PERFORM SPD9999CRS-CHK-FILING.
000000     ADD 1                       TO      CST-COUNT-REPORTED.
000000     IF WS-REGIME = CST-REGIME-FATCA
000000         ADD 1                   TO      CST-COUNT-FATCA
000000     ELSE
000000         ADD 1                   TO      CST-COUNT-CRS
000000     END-IF.
000000     ADD WS-TOTAL-BALANCE        TO      CST-TOTAL-BALANCE.
000000     ADD WS-TOTAL-INTEREST       TO      CST-TOTAL-INTEREST.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 是正対象の判定
000000* SPD9999CRS-CHK-REMEDY  SECTION |      （MAIN）
000000*                                |      該当する理由ごとに1行出力
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-CHK-REMEDY.
000000     IF CM-TAX-RES-COUNTRY = SPACES
000000         ADD 1                   TO      CST-COUNT-NO-COUNTRY
000000         MOVE 'TAX RESIDENCE NOT RECORDED'
000000                                 TO      WS-REMEDY-REASON
000000         PERFORM SPD9999CRS-WRITE-REMEDY-LINE
000000     END-IF.
000000     IF WS-CERT-STATE = CST-CERT-MISSING
000000         ADD 1                   TO      CST-COUNT-CERT-MISSING
000000         MOVE 'SELF-CERT NOT RECEIVED'
000000                                 TO      WS-REMEDY-REASON
000000         PERFORM SPD9999CRS-WRITE-REMEDY-LINE
000000     END-IF.
000000     IF WS-CERT-STATE = CST-CERT-EXPIRED
000000         ADD 1                   TO      CST-COUNT-CERT-EXPIRED
000000         MOVE 'SELF-CERT EXPIRED'
000000                                 TO      WS-REMEDY-REASON
000000         PERFORM SPD9999CRS-WRITE-REMEDY-LINE
000000     END-IF.
000000     IF WS-REPORTABLE = 'Y' AND CM-TAX-ID = SPACES
000000         ADD 1                   TO      CST-COUNT-NO-TIN
000000         MOVE 'TIN MISSING (REPORTED)'
000000                                 TO      WS-REMEDY-REASON
000000         PERFORM SPD9999CRS-WRITE-REMEDY-LINE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 是正リスト明細の出力
000000* SPD9999CRS-WRITE-REMEDY-LINE SECTION | （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-WRITE-REMEDY-LINE.
000000     MOVE CM-ACC-ID              TO      REM-DTL-ACC-ID.
000000     MOVE CM-CUST-NAME           TO      REM-DTL-NAME.
000000     MOVE CM-TAX-RES-COUNTRY     TO      REM-DTL-COUNTRY.
000000     MOVE CM-SELF-CERT-STATUS    TO      REM-DTL-CERT-STATUS.
000000     MOVE CM-SELF-CERT-EXPIRY    TO      REM-DTL-CERT-EXPIRY.
000000     MOVE WS-TOTAL-BALANCE       TO      REM-DTL-BALANCE.
000000     MOVE WS-REMEDY-REASON       TO      REM-DTL-REASON.
000000     MOVE REM-LINE-DETAIL        TO      REM-REC.
000000     PERFORM SPD9999CRS-WRITE-REMEDY.
000000     ADD 1                       TO      CST-COUNT-REMEDY.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 報告ファイルのトレーラ出力
000000* SPD9999CRS-WRITE-TRAILER SECTION |    （MAIN）
000000*                                |      明細件数・金額合計
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-WRITE-TRAILER.
000000     INITIALIZE                  FIL-TRL-REC.
000000     MOVE CST-REC-TYPE-TRAILER   TO      FIL-TRL-TYPE.
000000     MOVE CST-REPORT-YEAR        TO      FIL-TRL-REPORT-YEAR.
000000     MOVE CST-COUNT-REPORTED     TO      FIL-TRL-DETAIL-COUNT.
000000     MOVE CST-COUNT-CRS          TO      FIL-TRL-CRS-COUNT.
000000     MOVE CST-COUNT-FATCA        TO      FIL-TRL-FATCA-COUNT.
000000     MOVE CST-TOTAL-BALANCE      TO      FIL-TRL-TOTAL-BALANCE.
000000     MOVE CST-TOTAL-INTEREST     TO      FIL-TRL-TOTAL-INTEREST.
000000     WRITE FIL-TRL-REC.
000000     PERFORM SPD9999CRS-CHK-FILING.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 是正リストの件数出力
000000* SPD9999CRS-WRITE-REMEDY-TOTALS SECTION |（COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-WRITE-REMEDY-TOTALS.
000000     IF CST-COUNT-REMEDY = 0
000000         MOVE REM-LINE-BLANK     TO      REM-REC
000000         MOVE '  NO ACCOUNTS REQUIRE REMEDIATION'
000000                                 TO      REM-REC
000000         PERFORM SPD9999CRS-WRITE-REMEDY
000000     END-IF.
000000     MOVE REM-LINE-BLANK         TO      REM-REC.
000000     PERFORM SPD9999CRS-WRITE-REMEDY.
000000     MOVE 'SELF-CERT NOT RECEIVED'
000000                                 TO      REM-CNT-LABEL.
000000     MOVE CST-COUNT-CERT-MISSING
000000                                 TO      REM-CNT-VALUE.
000000     PERFORM SPD9999CRS-WRITE-REMEDY-COUNT.
000000     MOVE 'SELF-CERT EXPIRED'    TO      REM-CNT-LABEL.
000000     MOVE CST-COUNT-CERT-EXPIRED
000000                                 TO      REM-CNT-VALUE.
000000     PERFORM SPD9999CRS-WRITE-REMEDY-COUNT.
000000     MOVE 'TIN MISSING (REPORTED)'
000000                                 TO      REM-CNT-LABEL.
000000     MOVE CST-COUNT-NO-TIN       TO      REM-CNT-VALUE.
000000     PERFORM SPD9999CRS-WRITE-REMEDY-COUNT.
000000     MOVE 'TAX RESIDENCE NOT RECORDED'
000000                                 TO      REM-CNT-LABEL.
000000     MOVE CST-COUNT-NO-COUNTRY   TO      REM-CNT-VALUE.
000000     PERFORM SPD9999CRS-WRITE-REMEDY-COUNT.
000000     MOVE 'ACCOUNTS REPORTED'    TO      REM-CNT-LABEL.
000000     MOVE CST-COUNT-REPORTED     TO      REM-CNT-VALUE.
000000     PERFORM SPD9999CRS-WRITE-REMEDY-COUNT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 是正リスト件数行の出力
000000* SPD9999CRS-WRITE-REMEDY-COUNT SECTION |（COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-WRITE-REMEDY-COUNT.
000000     MOVE REM-LINE-COUNT         TO      REM-REC.
000000     PERFORM SPD9999CRS-WRITE-REMEDY.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 是正リストの出力
000000* SPD9999CRS-WRITE-REMEDY SECTION |     （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-WRITE-REMEDY.
000000     WRITE REM-REC.
000000     IF WS-REM-STATUS NOT = '00'
000000         MOVE 'SPD9999CRS-WRITE-REMEDY'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE CRSREM FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CRS-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 報告ファイル出力の確認
000000* SPD9999CRS-CHK-FILING  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-CHK-FILING.
000000     IF WS-FIL-STATUS NOT = '00'
000000         MOVE 'SPD9999CRS-CHK-FILING'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE CRSFIL FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CRS-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999CRS-ABEND       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CRS-ABEND.
000000     DISPLAY 'SPD9999CRS-ABEND'.
000000     DISPLAY 'ERROR MODULE : ' CST-ABEND-BREAKPOINT.
000000     DISPLAY 'ERROR DETAIL : ' CST-ABEND-DETAIL.
000000     DISPLAY 'SQLCODE      : ' SQLCODE.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999CRS.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
