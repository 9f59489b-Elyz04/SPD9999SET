000000*                                履歴記録（源泉徴収税は課さない。
000000*                                従来の負値組入の沈黙スキップを
000000*                                明示的な扱いへ変更）
000000*        2026/10/15 :            組入対象（期日なし預金）をDB_PRODUCTの
000000*                                商品区分（PRODUCT_CLASS）で判定
000000*        2026/10/15 :            預金（MONEY_ROOT）の更新の前後でSPD9999CHGを
000000*                                呼び、変更前後のイメージを
000000*                                DB_CHANGE_JOURNALへ記録
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 DATA                            DIVISION.
000000    03 HV-ACCRUAL-START-X        PIC X(08).
000000    03 HV-TIER-MIN               PIC S9(13)V9(2) COMP-3.
000000    03 HV-TIER-MAX               PIC S9(13)V9(2) COMP-3.
000000*--- SPD9999CHG（変更前後イメージ記録）呼出パラメータ
000000 01 WS-PARAM-CHG.
000000    03 WS-CHG-FUNC               PIC X(01).
000000    03 WS-CHG-PROGRAM            PIC X(10)
000000       VALUE 'SPD9999CAP'.
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
000000    03 CST-CLASS-NON-TERM        PIC X(01)  VALUE 'N'.
000000    03 CST-STATUS-1              PIC X(01)  VALUE '1'.
000000    03 CST-WITHDRAW-CAPITAL      PIC X(08)  VALUE 'CAPITAL'.
000000    03 CST-WITHDRAW-CHARGE       PIC X(08)  VALUE 'CHARGE'.
000000    03 CST-RUN-CONTROL-KEY       PIC X(10)  VALUE 'SPD9999CAP'.
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
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CAP-INIT-DATE.
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
000000     EXIT.
000000                 DORMANT_FLAG
000000         FROM    MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE   STATUS      = :CST-STATUS-1
000000         AND     SAVING_TYPE IN
000000                 (SELECT P.SAVING_TYPE
000000                  FROM   MYDB.DB_PRODUCT P
000000                  WHERE  P.PRODUCT_CLASS = :CST-CLASS-NON-TERM)
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-CAP
000000*                                |      履歴行が担う（2026/04/09）
000000*/-------------------------------------------------------------/*
000000 SPD9999CAP-UPD-SAVINGS.
000000     MOVE 'S'                    TO      WS-CHG-TABLE.
000000     MOVE AS-ORDER-ID            TO      WS-CHG-ORDER-ID.
000000     PERFORM SPD9999CAP-CHG-BEFORE.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_ACCOUNT_SAVINGS
000000         SET     MONEY_ROOT = :WS-NEW-MONEY-ROOT
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CAP-ABEND
000000     END-IF.
000000     PERFORM SPD9999CAP-CHG-AFTER.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 組入履歴の記録
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更前イメージの保持
000000* SPD9999CAP-CHG-BEFORE  SECTION |      （COMMON）
000000*                                |      SPD9999CHGで更新対象行を保持
000000*/-------------------------------------------------------------/*
000000 SPD9999CAP-CHG-BEFORE.
000000     MOVE 'B'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         MOVE 'SPD9999CAP-CHG-BEFORE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CHANGE JOURNAL BEFORE IMAGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CAP-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更後イメージの記録
000000* SPD9999CAP-CHG-AFTER   SECTION |      （COMMON）
000000*                                |      対象: DB_CHANGE_JOURNAL
000000*                                |      （SPD9999CHG経由）
000000*/-------------------------------------------------------------/*
000000 SPD9999CAP-CHG-AFTER.
000000     MOVE 'A'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         MOVE 'SPD9999CAP-CHG-AFTER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CHANGE JOURNAL AFTER IMAGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CAP-ABEND
000000     END-IF.
000000     INITIALIZE                  WS-CHG-KEYS.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999CAP-ABEND       SECTION |      （COMMON）
000000*                                |
