000000*                                DB_ESTATE_DISTRIBの
000000*                                TARGET_ACC_IDも同一トランザク
000000*                                ションで付け替えるよう変更
000000*        2026/10/15 :            顧客マスタ行の付け替え時にDB_CUSTOMER_ADDR_HIST
000000*                                （宛名履歴）も新IDへ付け替える
000000*        2026/10/15 :            預金・支払停止・普通預金残高の付け替えと
000000*                                残高統合（旧行の削除を含む）の前後で
000000*                                SPD9999CHGを呼び、変更前後のイメージを
000000*                                DB_CHANGE_JOURNALへ記録
000000*        2026/10/15 :            支払先スクリーニングで保留（'H'）中の
000000*                                他行振込も未確定の振込として扱い、
000000*                                残る間は付け替えない
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 DATA                            DIVISION.
000000    03 HV-EXIST-CNT              PIC S9(09) COMP.
000000    03 HV-PENDING-CNT            PIC S9(09) COMP.
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000*--- SPD9999CHG（変更前後イメージ記録）呼出パラメータ
000000 01 WS-PARAM-CHG.
000000    03 WS-CHG-FUNC               PIC X(01).
000000    03 WS-CHG-PROGRAM            PIC X(10)
000000       VALUE 'SPD9999RKY'.
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
000000    03 CST-INSTR-PENDING         PIC X(01)  VALUE 'P'.
000000    03 CST-STATUS-2              PIC X(01)  VALUE '2'.
000000    03 CST-XFER-PENDING          PIC X(01)  VALUE 'P'.
000000    03 CST-XFER-SENT             PIC X(01)  VALUE 'S'.
000000    03 CST-XFER-HELD             PIC X(01)  VALUE 'H'.
000000    03 CST-COUNT-TABLES          PIC 9(03)  VALUE 0.
000000    03 CST-COUNT-BAL-MERGED      PIC 9(03)  VALUE 0.
000000    03 CST-EOF-CRS-BAL           PIC X(01)  VALUE 'N'.
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
000000     MOVE WS-NEW-ACC-DISP        TO      HV-NEW-ACC-ID.
000000     MOVE WS-PARAM-OLD-CHAR      TO      HV-OLD-ACC-X.
000000     MOVE WS-PARAM-NEW-CHAR      TO      HV-NEW-ACC-X.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 統合先の実体確認
000000         FROM   MYDB.DB_TRANSFER_QUEUE
000000         WHERE  ACC_ID = :HV-OLD-ACC-ID
000000         AND    (STATUS = :CST-XFER-PENDING OR
000000                 STATUS = :CST-XFER-SENT    OR
000000                 STATUS = :CST-XFER-HELD)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999RKY-CHK-IN-FLIGHT'
000000*/-------------------------------------------------------------/*
000000 SPD9999RKY-REKEY-TABLES.
000000     MOVE 'DB_ACCOUNT_SAVINGS'   TO      WS-TARGET-TABLE.
000000     MOVE 'S'                    TO      WS-CHG-TABLE.
000000     MOVE HV-OLD-ACC-ID          TO      WS-CHG-ACC-ID.
000000     PERFORM SPD9999RKY-CHG-BEFORE.
000000     EXEC SQL
000000         UPDATE MYDB.DB_ACCOUNT_SAVINGS
000000         SET    ACC_ID = :HV-NEW-ACC-ID
000000         WHERE  ACC_ID = :HV-OLD-ACC-ID
000000     END-EXEC.
000000     PERFORM SPD9999RKY-CHK-UPDATE.
000000     MOVE HV-NEW-ACC-ID          TO      WS-CHG-NEW-ACC-ID.
000000     PERFORM SPD9999RKY-CHG-AFTER.
000000     MOVE 'DB_SAVINGS_HISTORY'   TO      WS-TARGET-TABLE.
000000     EXEC SQL
000000         UPDATE MYDB.DB_SAVINGS_HISTORY
000000     END-EXEC.
000000     PERFORM SPD9999RKY-CHK-UPDATE.
000000     MOVE 'DB_ACCOUNT_HOLD'      TO      WS-TARGET-TABLE.
000000     MOVE 'H'                    TO      WS-CHG-TABLE.
000000     MOVE HV-OLD-ACC-ID          TO      WS-CHG-ACC-ID.
000000     PERFORM SPD9999RKY-CHG-BEFORE.
000000     EXEC SQL
000000         UPDATE MYDB.DB_ACCOUNT_HOLD
000000         SET    ACC_ID = :HV-NEW-ACC-ID
000000         WHERE  ACC_ID = :HV-OLD-ACC-ID
000000     END-EXEC.
000000     PERFORM SPD9999RKY-CHK-UPDATE.
000000     MOVE HV-NEW-ACC-ID          TO      WS-CHG-NEW-ACC-ID.
000000     PERFORM SPD9999RKY-CHG-AFTER.
000000     MOVE 'DB_STANDING_SCHEDULE' TO      WS-TARGET-TABLE.
000000     EXEC SQL
000000         UPDATE MYDB.DB_STANDING_SCHEDULE
000000         END-EXEC
000000     END-IF.
000000     PERFORM SPD9999RKY-CHK-UPDATE.
000000*--- 顧客マスタ行を付け替えた場合は宛名履歴も新IDへ付け替える。
000000*--- 新ID側の行を正とした場合、旧IDの宛名履歴は旧IDのまま残す
000000*--- （DB_ACCID_MAPで新IDから辿れる。連番の重複も避けられる）
000000     IF HV-EXIST-CNT = 0
000000         MOVE 'DB_CUSTOMER_ADDR_HIST'
000000                                 TO      WS-TARGET-TABLE
000000         EXEC SQL
000000             UPDATE MYDB.DB_CUSTOMER_ADDR_HIST
000000             SET    ACC_ID = :HV-NEW-ACC-ID
000000             WHERE  ACC_ID = :HV-OLD-ACC-ID
000000         END-EXEC
000000         PERFORM SPD9999RKY-CHK-UPDATE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 普通残高の通貨別統合
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RKY-MERGE-ONE-BAL.
000000     MOVE 'B'                    TO      WS-CHG-TABLE.
000000     MOVE HV-NEW-ACC-ID          TO      WS-CHG-ACC-ID.
000000     MOVE AB-CURRENCY-CODE       TO      WS-CHG-CURRENCY.
000000     PERFORM SPD9999RKY-CHG-BEFORE.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_ACCOUNT_BALANCE
000000         SET     BALANCE = BALANCE + :AB-BALANCE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             PERFORM SPD9999RKY-CHG-AFTER
000000*--- 新ID側へ合算済みのため旧行を削除する
000000             MOVE 'B'            TO      WS-CHG-TABLE
000000             MOVE HV-OLD-ACC-ID  TO      WS-CHG-ACC-ID
000000             MOVE AB-CURRENCY-CODE
000000                                 TO      WS-CHG-CURRENCY
000000             PERFORM SPD9999RKY-CHG-BEFORE
000000             EXEC SQL
000000                 DELETE FROM MYDB.DB_ACCOUNT_BALANCE
000000                 WHERE  ACC_ID        = :HV-OLD-ACC-ID
000000                                 TO      CST-ABEND-DETAIL
000000                 PERFORM SPD9999RKY-ABEND
000000             END-IF
000000             PERFORM SPD9999RKY-CHG-AFTER
000000             ADD 1               TO      CST-COUNT-BAL-MERGED
000000         WHEN 100
000000*--- 新ID側に同一通貨の行が無ければ付け替えのみ
000000             MOVE 'B'            TO      WS-CHG-TABLE
000000             MOVE HV-OLD-ACC-ID  TO      WS-CHG-ACC-ID
000000             MOVE AB-CURRENCY-CODE
000000                                 TO      WS-CHG-CURRENCY
000000             PERFORM SPD9999RKY-CHG-BEFORE
000000             EXEC SQL
000000                 UPDATE  MYDB.DB_ACCOUNT_BALANCE
000000                 SET     ACC_ID        = :HV-NEW-ACC-ID
000000                                 TO      CST-ABEND-DETAIL
000000                 PERFORM SPD9999RKY-ABEND
000000             END-IF
000000             MOVE HV-NEW-ACC-ID  TO      WS-CHG-NEW-ACC-ID
000000             PERFORM SPD9999RKY-CHG-AFTER
000000             ADD 1               TO      CST-COUNT-BAL-MERGED
000000         WHEN OTHER
000000             MOVE 'SPD9999RKY-MERGE-ONE-BAL'
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更前イメージの保持
000000* SPD9999RKY-CHG-BEFORE  SECTION |      （COMMON）
000000*                                |      SPD9999CHGで更新対象行を保持
000000*/-------------------------------------------------------------/*
000000 SPD9999RKY-CHG-BEFORE.
000000     MOVE 'B'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         MOVE 'SPD9999RKY-CHG-BEFORE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CHANGE JOURNAL BEFORE IMAGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RKY-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更後イメージの記録
000000* SPD9999RKY-CHG-AFTER   SECTION |      （COMMON）
000000*                                |      対象: DB_CHANGE_JOURNAL
000000*                                |      （SPD9999CHG経由）
000000*/-------------------------------------------------------------/*
000000 SPD9999RKY-CHG-AFTER.
000000     MOVE 'A'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         MOVE 'SPD9999RKY-CHG-AFTER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CHANGE JOURNAL AFTER IMAGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RKY-ABEND
000000     END-IF.
000000     INITIALIZE                  WS-CHG-KEYS.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999RKY-ABEND       SECTION |      （COMMON）
000000*                                |      全付け替えを巻き戻す
