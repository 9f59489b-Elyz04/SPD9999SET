000000*                                200→360バイトへ拡張。旧200バイト
000000*                                の退避ファイルの戻し入れは拡張前
000000*                                リリースで行うこと
000000*        2026/10/15 :            DB_RUN_AUDITの操作者ID列（USER_ID）
000000*                                追加に合わせ、退避・戻し入れの
000000*                                対象列を拡張（旧形式の退避行は
000000*                                空白で戻し入れる）
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000    03 ARC-AUD-ROWS-SETTLED      PIC 9(07).
000000    03 ARC-AUD-ROWS-REJECTED     PIC 9(07).
000000    03 ARC-AUD-COMMITS-TAKEN     PIC 9(05).
000000    03 ARC-AUD-USER-ID           PIC X(08).
000000    03 FILLER                    PIC X(187).
000000 01 ARC-PRV-REC REDEFINES ARC-REC.
000000    03 FILLER                    PIC X(04).
000000    03 ARC-PRV-ORDER-ID          PIC 9(09).
000000    03 CST-RUN-CONTROL-KEY       PIC X(10)  VALUE 'SPD9999ARC'.
000000    03 CST-ABEND-BREAKPOINT      PIC X(100) VALUE SPACES.
000000    03 CST-ABEND-DETAIL          PIC X(100) VALUE SPACES.
000000*--- SPD9999BDT（業務日付取得）呼出パラメータ
000000 01 WS-PARAM-BDT.
000000    03 WS-BDT-DATE               PIC X(08).
000000    03 WS-BDT-PREV-DATE          PIC X(08).
000000    03 WS-BDT-RETURN             PIC S9(04) COMP.
000000 LINKAGE                         SECTION.
000000 01 LNK-PARAM-JCL.
000000    03 LNK-PARAM-LENGTH          PIC S9(04) COMP.
000000     DISPLAY 'START SPD9999ARC'.
000000     PERFORM SPD9999ARC-HANDLE-PARAM.
000000     PERFORM SPD9999ARC-GET-COMMIT-LIMIT.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-9.
000000     EVALUATE WS-PARAM-ACTION
000000         WHEN CST-ACTION-ARCHIVE
000000             PERFORM SPD9999ARC-RUN-ARCHIVE
000000         SELECT  PARM_DATA, RUN_MODE, ACC_ID, SQLCODE_OUT,
000000                 AUDIT_TIMESTAMP, RUN_START_TS, RUN_END_TS,
000000                 ROWS_FETCHED, ROWS_SETTLED, ROWS_REJECTED,
000000                 COMMITS_TAKEN, USER_ID
000000         FROM    MYDB.DB_RUN_AUDIT
000000         WHERE   SUBSTR(AUDIT_TIMESTAMP, 1, 8)
000000                 < :WS-CUTOFF-DATE-X
000000         MOVE RA-ROWS-SETTLED    TO      ARC-AUD-ROWS-SETTLED
000000         MOVE RA-ROWS-REJECTED   TO      ARC-AUD-ROWS-REJECTED
000000         MOVE RA-COMMITS-TAKEN   TO      ARC-AUD-COMMITS-TAKEN
000000         MOVE RA-USER-ID         TO      ARC-AUD-USER-ID
000000         PERFORM SPD9999ARC-WRITE-ARCHIVE
000000         PERFORM SPD9999ARC-FETCH-AUDIT
000000     END-PERFORM.
000000               :RA-SQLCODE-OUT, :RA-AUDIT-TIMESTAMP,
000000               :RA-RUN-START-TS, :RA-RUN-END-TS,
000000               :RA-ROWS-FETCHED, :RA-ROWS-SETTLED,
000000               :RA-ROWS-REJECTED, :RA-COMMITS-TAKEN,
000000               :RA-USER-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000     MOVE ARC-AUD-ROWS-SETTLED   TO      RA-ROWS-SETTLED.
000000     MOVE ARC-AUD-ROWS-REJECTED  TO      RA-ROWS-REJECTED.
000000     MOVE ARC-AUD-COMMITS-TAKEN  TO      RA-COMMITS-TAKEN.
000000     MOVE ARC-AUD-USER-ID        TO      RA-USER-ID.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_RUN_AUDIT
000000             (PARM_DATA, RUN_MODE, ACC_ID, SQLCODE_OUT,
000000              AUDIT_TIMESTAMP, RUN_START_TS, RUN_END_TS,
000000              ROWS_FETCHED, ROWS_SETTLED, ROWS_REJECTED,
000000              COMMITS_TAKEN, USER_ID)
000000         VALUES
000000             (:RA-PARM-DATA, :RA-RUN-MODE, :RA-ACC-ID,
000000              :RA-SQLCODE-OUT, :RA-AUDIT-TIMESTAMP,
000000              :RA-RUN-START-TS, :RA-RUN-END-TS,
000000              :RA-ROWS-FETCHED, :RA-ROWS-SETTLED,
000000              :RA-ROWS-REJECTED, :RA-COMMITS-TAKEN,
000000              :RA-USER-ID)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999ARC-INSERT-AUDIT'
