000000*                                額（払戻後の普通残高）を記録
000000*                                するよう変更（SPD9999RECの
000000*                                偽ブレーク対応。レビュー指摘）
000000*        2026/10/15 :            期日なし預金の抽出をDB_PRODUCTの
000000*                                商品区分（PRODUCT_CLASS）で判定
000000*        2026/10/15 :            普通預金残高の更新の前後でSPD9999CHGを
000000*                                呼び、変更前後のイメージを
000000*                                DB_CHANGE_JOURNALへ記録
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 RPT-DTL-TEXT              PIC X(56).
000000 01 RPT-LINE-BLANK               PIC X(100) VALUE SPACES.
000000*--- SPD9999CHG（変更前後イメージ記録）呼出パラメータ
000000 01 WS-PARAM-CHG.
000000    03 WS-CHG-FUNC               PIC X(01).
000000    03 WS-CHG-PROGRAM            PIC X(10)
000000       VALUE 'SPD9999ESC'.
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
000000    03 CST-MODE-SELECT           PIC X(04)  VALUE 'SEL '.
000000    03 CST-MODE-RECLAIM          PIC X(04)  VALUE 'RECL'.
000000    03 CST-NON-TERM              PIC X(10)  VALUE 'NON-TERM'.
000000    03 CST-CLASS-NON-TERM        PIC X(01)  VALUE 'N'.
000000    03 CST-STATUS-1              PIC X(01)  VALUE '1'.
000000    03 CST-ESC-ESCHEATED         PIC X(01)  VALUE 'E'.
000000    03 CST-ESC-RECLAIMED         PIC X(01)  VALUE 'R'.
000000    03 CST-FIXED-VALUE-12        PIC 9(03)  VALUE 365.
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
000000         INTO WS-PARAM-MODE
000000              WS-PARAM-ACC-CHAR
000000     END-UNSTRING.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-9.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     COMPUTE HV-DAYS-CURRENT-COMP =
000000         FUNCTION INTEGER-OF-DATE(HV-DATE-CURRENT-9).
000000     MOVE 10                     TO      WS-RECLAIM-RATE-BP.
000000         DECLARE CRS-ESC CURSOR WITH HOLD FOR
000000         SELECT  DISTINCT A.ACC_ID
000000         FROM    MYDB.DB_ACCOUNT_SAVINGS A
000000         WHERE   A.SAVING_TYPE IN
000000                 (SELECT P.SAVING_TYPE
000000                  FROM   MYDB.DB_PRODUCT P
000000                  WHERE  P.PRODUCT_CLASS = :CST-CLASS-NON-TERM)
000000         AND     A.STATUS       = :CST-STATUS-1
000000         AND     A.DORMANT_FLAG = 'Y'
000000         AND     COALESCE(
000000     END-EVALUATE.
000000     IF AB-BALANCE > 0
000000         MOVE AB-BALANCE         TO      WS-MOVE-AMOUNT
000000         MOVE 'B'                TO      WS-CHG-TABLE
000000         MOVE AB-ACC-ID          TO      WS-CHG-ACC-ID
000000         PERFORM SPD9999ESC-CHG-BEFORE
000000         EXEC SQL
000000             UPDATE  MYDB.DB_ACCOUNT_BALANCE
000000             SET     BALANCE = 0
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999ESC-ABEND
000000         END-IF
000000         PERFORM SPD9999ESC-CHG-AFTER
000000         MOVE 'B'                TO      WS-CHG-TABLE
000000         MOVE WS-FUND-ACC-ID     TO      WS-CHG-ACC-ID
000000         PERFORM SPD9999ESC-CHG-BEFORE
000000         EXEC SQL
000000             UPDATE  MYDB.DB_ACCOUNT_BALANCE
000000             SET     BALANCE = BALANCE + :WS-MOVE-AMOUNT
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999ESC-ABEND
000000         END-IF
000000         PERFORM SPD9999ESC-CHG-AFTER
000000         PERFORM SPD9999ESC-INS-HISTORY-ESC
000000         PERFORM SPD9999ESC-INS-ESCHEAT
000000         PERFORM SPD9999ESC-WRITE-JOURNAL-ESC
000000         INTO   :AS-ORDER-ID
000000         FROM   MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE  ACC_ID      = :AB-ACC-ID
000000         AND    SAVING_TYPE IN
000000                (SELECT P.SAVING_TYPE
000000                 FROM   MYDB.DB_PRODUCT P
000000                 WHERE  P.PRODUCT_CLASS = :CST-CLASS-NON-TERM)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 0                  TO      AS-ORDER-ID
000000     COMPUTE WS-RECLAIM-TOTAL =
000000             ES-ESCHEAT-AMOUNT   +
000000             WS-RECLAIM-INTEREST.
000000     MOVE 'B'                    TO      WS-CHG-TABLE.
000000     MOVE WS-FUND-ACC-ID         TO      WS-CHG-ACC-ID.
000000     PERFORM SPD9999ESC-CHG-BEFORE.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_ACCOUNT_BALANCE
000000         SET     BALANCE = BALANCE - :ES-ESCHEAT-AMOUNT
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ESC-ABEND
000000     END-IF.
000000     PERFORM SPD9999ESC-CHG-AFTER.
000000     MOVE ES-ACC-ID              TO      AB-ACC-ID.
000000*--- 払戻後残高を履歴へ記録するため、入金前残高を取得して
000000*--- 明示的に更新する（2026/09/02。従来は履歴のNEW_BALANCEに
000000     COMPUTE WS-NEW-BALANCE      =
000000             AB-BALANCE          +
000000             WS-RECLAIM-TOTAL.
000000     MOVE 'B'                    TO      WS-CHG-TABLE.
000000     MOVE AB-ACC-ID              TO      WS-CHG-ACC-ID.
000000     PERFORM SPD9999ESC-CHG-BEFORE.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_ACCOUNT_BALANCE
000000         SET     BALANCE = :WS-NEW-BALANCE
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ESC-ABEND
000000     END-IF.
000000     PERFORM SPD9999ESC-CHG-AFTER.
000000     MOVE ES-CURRENCY-CODE       TO      AB-CURRENCY-CODE.
000000     MOVE WS-RECLAIM-TOTAL       TO      WS-MOVE-AMOUNT.
000000     PERFORM SPD9999ESC-INS-HISTORY-RCL.
000000         INTO   :AS-ORDER-ID
000000         FROM   MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE  ACC_ID      = :AB-ACC-ID
000000         AND    SAVING_TYPE IN
000000                (SELECT P.SAVING_TYPE
000000                 FROM   MYDB.DB_PRODUCT P
000000                 WHERE  P.PRODUCT_CLASS = :CST-CLASS-NON-TERM)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 0                  TO      AS-ORDER-ID
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更前イメージの保持
000000* SPD9999ESC-CHG-BEFORE  SECTION |      （COMMON）
000000*                                |      SPD9999CHGで更新対象行を保持
000000*/-------------------------------------------------------------/*
000000 SPD9999ESC-CHG-BEFORE.
000000     MOVE 'B'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         MOVE 'SPD9999ESC-CHG-BEFORE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CHANGE JOURNAL BEFORE IMAGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ESC-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更後イメージの記録
000000* SPD9999ESC-CHG-AFTER   SECTION |      （COMMON）
000000*                                |      対象: DB_CHANGE_JOURNAL
000000*                                |      （SPD9999CHG経由）
000000*/-------------------------------------------------------------/*
000000 SPD9999ESC-CHG-AFTER.
000000     MOVE 'A'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         MOVE 'SPD9999ESC-CHG-AFTER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CHANGE JOURNAL AFTER IMAGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ESC-ABEND
000000     END-IF.
000000     INITIALIZE                  WS-CHG-KEYS.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999ESC-ABEND       SECTION |      （COMMON）
000000*                                |
