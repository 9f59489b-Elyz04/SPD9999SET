000000*                                外額）を明示する。顧客名は
000000*                                DB_CUSTOMER_MASTERから補完する
000000*                                （未登録はSPACES）。
000000*                                共同名義の預金（DB_ORDER_OWNER）は
000000*                                各名義人の持分で按分して名寄せする。
000000*                                レート未登録の通貨を持つ顧客は
000000*                                換算できないため警告行とする
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/04/03 :            プログラムの作成
000000*        2026/10/15 :            共同名義預金（DB_ORDER_OWNER）の名寄せに対応。
000000*                                名義人行のある預金は主名義へ全額計上せず、適用中の
000000*                                名義人（'P'／'J'）ごとに元金×持分で按分して各名義人の
000000*                                エクスポージャーへ合算する（代理人'S'は対象外）
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000     EXEC SQL
000000         INCLUDE                 ACCSAV
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ORDER_OWNER
000000     EXEC SQL
000000         INCLUDE                 ORDOWN
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_EXCHANGE_RATE
000000     EXEC SQL
000000         INCLUDE                 EXCHRT
000000 01 HV-VARIABLES.
000000    03 HV-SAV-CURRENCY           PIC X(03).
000000    03 HV-SAV-ROOT-SUM           PIC S9(13)V9(2) COMP-3.
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000 01 CST-VARIABLES.
000000    03 CST-BASE-CURRENCY         PIC X(03)  VALUE 'JPY'.
000000    03 CST-STATUS-1              PIC X(01)  VALUE '1'.
000000    03 CST-COUNT-RATE-MISSING    PIC 9(07)  VALUE 0.
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
000000 SPD9999EXP-MAIN.
000000     DISPLAY 'START SPD9999EXP'.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     PERFORM SPD9999EXP-GET-PARAMS.
000000     PERFORM SPD9999EXP-LOAD-EXCHANGE.
000000     OPEN OUTPUT REPORT-FILE.
000000*                                | NOTE: 有効預金元金の合算
000000* SPD9999EXP-ADD-SAVINGS SECTION |      （MAIN）
000000*                                |      対象: DB_ACCOUNT_SAVINGS
000000*                                |            DB_ORDER_OWNER
000000*                                |      単独名義は全額、共同名義は
000000*                                |      本人の持分相当額を合算する
000000*/-------------------------------------------------------------/*
000000 SPD9999EXP-ADD-SAVINGS.
000000     MOVE 'N'                    TO      CST-EOF-CRS-SAV.
000000*--- 同一通貨が単独名義分・共同名義分の2行で返ることがあるが、
000000*--- 行ごとに換算して合算するため結果は変わらない
000000     EXEC SQL
000000         DECLARE CRS-SAV CURSOR FOR
000000         SELECT  S.CURRENCY_CODE, SUM(S.MONEY_ROOT)
000000         FROM    MYDB.DB_ACCOUNT_SAVINGS S
000000         WHERE   S.ACC_ID = :AB-ACC-ID
000000         AND     (S.STATUS = :CST-STATUS-1 OR
000000                  S.STATUS = :CST-STATUS-2)
000000         AND     NOT EXISTS
000000                 (SELECT 1
000000                  FROM   MYDB.DB_ORDER_OWNER O
000000                  WHERE  O.ORDER_ID   =  S.ORDER_ID
000000                  AND    O.START_DATE <= :HV-DATE-CURRENT-X
000000                  AND    O.END_DATE   >  :HV-DATE-CURRENT-X)
000000         GROUP BY S.CURRENCY_CODE
000000         UNION ALL
000000         SELECT  S.CURRENCY_CODE,
000000                 SUM(S.MONEY_ROOT * O.SHARE_PCT / 100)
000000         FROM    MYDB.DB_ACCOUNT_SAVINGS S,
000000                 MYDB.DB_ORDER_OWNER     O
000000         WHERE   O.ORDER_ID     =  S.ORDER_ID
000000         AND     O.OWNER_ACC_ID =  :AB-ACC-ID
000000         AND     O.SHARE_PCT    >  0
000000         AND     O.START_DATE   <= :HV-DATE-CURRENT-X
000000         AND     O.END_DATE     >  :HV-DATE-CURRENT-X
000000         AND     (S.STATUS = :CST-STATUS-1 OR
000000                  S.STATUS = :CST-STATUS-2)
000000         GROUP BY S.CURRENCY_CODE
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-SAV
