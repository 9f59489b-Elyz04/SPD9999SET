000000*                                スケジュールは'S'へ停止しE704で
000000*                                記録（店頭決済後も引き落とし
000000*                                続ける穴を塞ぐ）
000000*        2026/10/15 :            普通預金残高・預金の更新の前後で
000000*                                SPD9999CHGを呼び、変更前後の
000000*                                イメージをDB_CHANGE_JOURNALへ記録
000000*        2026/10/15 :            積み増し後にSPD9999MXUでマル優の限度額を
000000*                                確認する（超過はE951で記録し、積立は
000000*                                継続。超過元金の利息は決済時に課税）
000000*        2026/10/15 :            終了時にSPD9999SEQ（'END'）で当日の
000000*                                完了を記録する（SPD9999SWPの前提登録用）
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 DATA                            DIVISION.
000000    03 HV-NEXT-FIRST-9           PIC 9(08).
000000    03 HV-LAST-DATE-9            PIC 9(08).
000000    03 HV-LAST-DATE-X            PIC X(08).
000000*--- SPD9999CHG（変更前後イメージ記録）呼出パラメータ
000000 01 WS-PARAM-CHG.
000000    03 WS-CHG-FUNC               PIC X(01).
000000    03 WS-CHG-PROGRAM            PIC X(10)
000000       VALUE 'SPD9999CTB'.
000000    03 WS-CHG-TABLE              PIC X(01).
000000    03 WS-CHG-KEYS.
000000       05 WS-CHG-ORDER-ID        PIC S9(09) COMP VALUE 0.
000000       05 WS-CHG-ACC-ID          PIC S9(09) COMP VALUE 0.
000000       05 WS-CHG-CURRENCY        PIC X(03)  VALUE SPACES.
000000       05 WS-CHG-HOLD-TYPE       PIC X(10)  VALUE SPACES.
000000       05 WS-CHG-NEW-ORDER-ID    PIC S9(09) COMP VALUE 0.
000000       05 WS-CHG-NEW-ACC-ID      PIC S9(09) COMP VALUE 0.
000000    03 WS-CHG-RETURN             PIC S9(04) COMP.
000000*--- SPD9999MXU（マル優限度額判定）呼出パラメータ
000000 01 WS-PARAM-MXU.
000000    03 WS-MXU-FUNC               PIC X(01).
000000    03 WS-MXU-ACC-ID             PIC S9(09) COMP.
000000    03 WS-MXU-ORDER-ID           PIC S9(09) COMP.
000000    03 WS-MXU-CURRENCY-CODE      PIC X(03).
000000    03 WS-MXU-PRINCIPAL          PIC S9(13)V99 COMP-3.
000000    03 WS-MXU-RUN-MODE           PIC X(01).
000000    03 WS-MXU-RUN-DATE           PIC X(08).
000000    03 WS-MXU-EXEMPT             PIC X(01).
000000    03 WS-MXU-LIMIT              PIC S9(13)V99 COMP-3.
000000    03 WS-MXU-USAGE              PIC S9(13)V99 COMP-3.
000000    03 WS-MXU-EXEMPT-PRINCIPAL   PIC S9(13)V99 COMP-3.
000000    03 WS-MXU-TAXABLE-PRINCIPAL  PIC S9(13)V99 COMP-3.
000000    03 WS-MXU-RETURN             PIC S9(04) COMP.
000000*--- SPD9999SEQ（実行順序チェック）呼出パラメータ
000000 01 WS-PARAM-SEQ.
000000    03 WS-SEQ-FUNC               PIC X(03).
000000    03 WS-SEQ-PROGRAM            PIC X(10)
000000       VALUE 'SPD9999CTB'.
000000    03 WS-SEQ-RUN-DATE           PIC X(08).
000000    03 WS-SEQ-RETURN             PIC S9(04) COMP.
000000    03 WS-SEQ-MISSING            PIC X(10).
000000 01 CST-VARIABLES.
000000    03 CST-SCHED-ACTIVE          PIC X(01)  VALUE 'A'.
000000    03 CST-SCHED-SUSPENDED       PIC X(01)  VALUE 'S'.
000000    03 CST-STATUS-1              PIC X(01)  VALUE '1'.
000000    03 CST-WITHDRAW-CONTRIB      PIC X(08)  VALUE 'CONTRIB'.
000000    03 CST-RUN-MODE-CTB          PIC X(01)  VALUE 'G'.
000000    03 CST-FUNC-MXU-CHECK        PIC X(01)  VALUE 'C'.
000000    03 CST-REASON-SHORTFALL      PIC X(04)  VALUE 'E701'.
000000    03 CST-REASON-SUSPENDED      PIC X(04)  VALUE 'E702'.
000000    03 CST-REASON-NO-BALANCE     PIC X(04)  VALUE 'E703'.
000000    03 CST-COUNT-SHORTFALL       PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-SUSPENDED       PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-INACTIVE        PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-LIMIT-EXCEEDED  PIC 9(07)  VALUE 0.
000000    03 CST-TOTAL-COLLECTED       PIC S9(13)V99 VALUE 0.
000000    03 CST-COMMIT-CNT            PIC 9(05)  VALUE 0.
000000    03 CST-COMMIT-LIMIT          PIC 9(05)  VALUE 100.
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
000000             CST-COUNT-SUSPENDED.
000000     DISPLAY 'TOTAL INACTIVE ORDER SCHEDULES: '
000000             CST-COUNT-INACTIVE.
000000     DISPLAY 'TOTAL OVER MARUYU LIMIT       : '
000000             CST-COUNT-LIMIT-EXCEEDED.
000000*--- 自プログラムの完了を記録する（SPD9999SWPの前提登録用）
000000     MOVE 'END'                  TO      WS-SEQ-FUNC.
000000     MOVE HV-DATE-CURRENT-X      TO      WS-SEQ-RUN-DATE.
000000     CALL 'SPD9999SEQ' USING WS-PARAM-SEQ.
000000     IF WS-SEQ-RETURN NOT = 0
000000         DISPLAY 'WARNING: COMPLETION RECORD FAILED, RC='
000000                 WS-SEQ-RETURN
000000     END-IF.
000000     DISPLAY 'END   SPD9999CTB'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*                                |      対象: DB_BATCH_PARAM
000000*/-------------------------------------------------------------/*
000000 SPD9999CTB-INIT.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-9.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     MOVE HV-DATE-CURRENT-X(7:2) TO      HV-TODAY-DOM.
000000     STRING HV-DATE-CURRENT-X(1:6) '01'
000000         DELIMITED BY SIZE
000000 SPD9999CTB-CHK-ORDER-ACTIVE.
000000     MOVE 'N'                    TO      WS-ORDER-ACTIVE.
000000     EXEC SQL
000000         SELECT STATUS, ACC_ID, CURRENCY_CODE
000000         INTO   :AS-STATUS, :AS-ACC-ID, :AS-CURRENCY-CODE
000000         FROM   MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE  ORDER_ID = :CS-ORDER-ID
000000     END-EXEC.
000000     COMPUTE WS-NEW-BALANCE      =
000000             AB-BALANCE          -
000000             CS-CONTRIB-AMOUNT.
000000     MOVE 'B'                    TO      WS-CHG-TABLE.
000000     MOVE AB-ACC-ID              TO      WS-CHG-ACC-ID.
000000     PERFORM SPD9999CTB-CHG-BEFORE.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_ACCOUNT_BALANCE
000000         SET     BALANCE = :WS-NEW-BALANCE
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CTB-ABEND
000000     END-IF.
000000     PERFORM SPD9999CTB-CHG-AFTER.
000000     MOVE 'S'                    TO      WS-CHG-TABLE.
000000     MOVE CS-ORDER-ID            TO      WS-CHG-ORDER-ID.
000000     PERFORM SPD9999CTB-CHG-BEFORE.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_ACCOUNT_SAVINGS
000000         SET     MONEY_ROOT = MONEY_ROOT + :CS-CONTRIB-AMOUNT
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CTB-ABEND
000000     END-IF.
000000     PERFORM SPD9999CTB-CHG-AFTER.
000000     PERFORM SPD9999CTB-CHK-MARUYU.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_SAVINGS_HISTORY
000000             (ORDER_ID, ACC_ID, SETTLE_DATE, RATE_APPLIED,
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: マル優の限度額チェック
000000* SPD9999CTB-CHK-MARUYU  SECTION |      （MAIN）
000000*                                |      対象: DB_TAX_INFO
000000*                                |            DB_ACCOUNT_SAVINGS
000000*                                |      超過しても積立は取り消さない
000000*/-------------------------------------------------------------/*
000000 SPD9999CTB-CHK-MARUYU.
000000     MOVE CST-FUNC-MXU-CHECK     TO      WS-MXU-FUNC.
000000     MOVE AS-ACC-ID              TO      WS-MXU-ACC-ID.
000000     MOVE CS-ORDER-ID            TO      WS-MXU-ORDER-ID.
000000     MOVE AS-CURRENCY-CODE       TO      WS-MXU-CURRENCY-CODE.
000000     MOVE CS-CONTRIB-AMOUNT      TO      WS-MXU-PRINCIPAL.
000000     MOVE CST-RUN-MODE-CTB       TO      WS-MXU-RUN-MODE.
000000     MOVE HV-DATE-CURRENT-X      TO      WS-MXU-RUN-DATE.
000000     CALL 'SPD9999MXU' USING WS-PARAM-MXU.
000000     EVALUATE WS-MXU-RETURN
000000         WHEN 0
000000             CONTINUE
000000         WHEN 4
000000             ADD 1               TO      CST-COUNT-LIMIT-EXCEEDED
000000         WHEN OTHER
000000             MOVE 'SPD9999CTB-CHK-MARUYU'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'MARUYU LIMIT CHECK FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999CTB-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 残高不足の処理
000000* SPD9999CTB-HANDLE-SHORTFALL SECTION | （MAIN）
000000*                                |      リトライ超過はSTATUS='S'
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更前イメージの保持
000000* SPD9999CTB-CHG-BEFORE  SECTION |      （COMMON）
000000*                                |      SPD9999CHGで更新対象行を保持
000000*/-------------------------------------------------------------/*
000000 SPD9999CTB-CHG-BEFORE.
000000     MOVE 'B'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         MOVE 'SPD9999CTB-CHG-BEFORE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CHANGE JOURNAL BEFORE IMAGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CTB-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更後イメージの記録
000000* SPD9999CTB-CHG-AFTER   SECTION |      （COMMON）
000000*                                |      対象: DB_CHANGE_JOURNAL
000000*                                |      （SPD9999CHG経由）
000000*/-------------------------------------------------------------/*
000000 SPD9999CTB-CHG-AFTER.
000000     MOVE 'A'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         MOVE 'SPD9999CTB-CHG-AFTER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CHANGE JOURNAL AFTER IMAGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CTB-ABEND
000000     END-IF.
000000     INITIALIZE                  WS-CHG-KEYS.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999CTB-ABEND       SECTION |      （COMMON）
000000*                                |
