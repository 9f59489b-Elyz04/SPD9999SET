000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999AUT.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999AUT
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            オンライン操作権限チェック
000000*                                サブプログラム
000000*                                各オンライントランザクションから
000000*                                CALLで使用する。呼出元はサインオン
000000*                                中のユーザIDをCICSのASSIGN USERID
000000*                                で取得して渡すこと（画面
000000*                                入力の担当者名は使用しない）。
000000*                                DB_USER_ROLE（有効期限内の付与）と
000000*                                DB_ROLE_AUTHを突き合わせ、当該
000000*                                トランザクション・サブコマンドが
000000*                                許可されているかを判定する。
000000*                                SUBCOMMAND='*'の行は全サブコマンド
000000*                                を許可する。
000000*                                拒否時はDB_RUN_AUDITへRUN_MODE='X'
000000*                                の行を書き込む（コミットは呼出元
000000*                                タスク終了時の同期点による）
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 :            プログラムの作成
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 DATA                            DIVISION.
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ワークエリア
000000*/-------------------------------------------------------------/*
000000*--- SQLCA および DCLGEN インクルード部分
000000     EXEC SQL
000000         INCLUDE                 SQLCA
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_USER_ROLE
000000     EXEC SQL
000000         INCLUDE                 USRROL
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ROLE_AUTH
000000     EXEC SQL
000000         INCLUDE                 ROLAUT
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_RUN_AUDIT
000000     EXEC SQL
000000         INCLUDE                 RUNAUD
000000     END-EXEC.
000000 01 WS-VARIABLES.
000000    03 WS-DATE-CURRENT-X         PIC X(08).
000000 01 CST-VARIABLES.
000000    03 CST-RUN-MODE-DENIED       PIC X(01)  VALUE 'X'.
000000    03 CST-SUBCOMMAND-ALL        PIC X(10)  VALUE '*'.
000000    03 CST-RTN-OK                PIC 9(02)  VALUE 0.
000000    03 CST-RTN-DENIED            PIC 9(02)  VALUE 4.
000000    03 CST-RTN-ERROR             PIC 9(02)  VALUE 12.
000000*--- SPD9999BDT（業務日付取得）呼出パラメータ
000000 01 WS-PARAM-BDT.
000000    03 WS-BDT-DATE               PIC X(08).
000000    03 WS-BDT-PREV-DATE          PIC X(08).
000000    03 WS-BDT-RETURN             PIC S9(04) COMP.
000000*/-------------------------------------------------------------/*
000000*  呼出元パラメータ受け取りエリア
000000*/-------------------------------------------------------------/*
000000 LINKAGE                         SECTION.
000000 01 LNK-PARAM-AUT.
000000*--- 入力
000000*--- サインオン中のユーザID（CICS ASSIGN USERID）
000000    03 LNK-AUT-USER-ID           PIC X(08).
000000    03 LNK-AUT-TRANS-ID          PIC X(04).
000000*--- サブコマンドの無いトランザクションはSPACES
000000    03 LNK-AUT-SUBCOMMAND        PIC X(10).
000000*--- 拒否時の監査記録用（受信した入力行）
000000    03 LNK-AUT-INPUT             PIC X(80).
000000*--- 出力
000000*--- 許可の根拠となったロール（拒否時はSPACES）
000000    03 LNK-AUT-ROLE-CODE         PIC X(08).
000000*--- 0=許可 4=拒否 12=SQL異常（拒否として扱うこと）
000000    03 LNK-AUT-RETURN            PIC S9(04) COMP.
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000 PROCEDURE                       DIVISION USING LNK-PARAM-AUT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999AUT-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999AUT-MAIN.
000000     MOVE CST-RTN-OK             TO      LNK-AUT-RETURN.
000000     MOVE SPACES                 TO      LNK-AUT-ROLE-CODE.
000000     IF LNK-AUT-USER-ID = SPACES
000000         MOVE CST-RTN-DENIED     TO      LNK-AUT-RETURN
000000     ELSE
000000*--- 付与の有効期限は業務日付で判定する（2026/10/15）
000000         CALL 'SPD9999BDT' USING WS-PARAM-BDT
000000         IF WS-BDT-RETURN NOT = 0
000000             MOVE CST-RTN-ERROR  TO      LNK-AUT-RETURN
000000         ELSE
000000             PERFORM SPD9999AUT-CHK-ROLE
000000         END-IF
000000     END-IF.
000000     IF LNK-AUT-RETURN NOT = CST-RTN-OK
000000         PERFORM SPD9999AUT-WRITE-DENIAL
000000     END-IF.
000000     GOBACK.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ロール・権限の判定
000000* SPD9999AUT-CHK-ROLE    SECTION |      （MAIN）
000000*                                |      対象: DB_USER_ROLE
000000*                                |            DB_ROLE_AUTH
000000*                                |      有効期限が本日以降の
000000*                                |      付与のみ有効とする
000000*/-------------------------------------------------------------/*
000000 SPD9999AUT-CHK-ROLE.
000000     MOVE WS-BDT-DATE            TO      WS-DATE-CURRENT-X.
000000     MOVE LNK-AUT-USER-ID        TO      UR-USER-ID.
000000     MOVE WS-DATE-CURRENT-X      TO      UR-EXPIRY-DATE.
000000     MOVE LNK-AUT-TRANS-ID       TO      RP-TRANS-ID.
000000     MOVE LNK-AUT-SUBCOMMAND     TO      RP-SUBCOMMAND.
000000     EXEC SQL
000000         SELECT U.ROLE_CODE
000000         INTO   :UR-ROLE-CODE
000000         FROM   MYDB.DB_USER_ROLE U,
000000                MYDB.DB_ROLE_AUTH A
000000         WHERE  U.USER_ID     =  :UR-USER-ID
000000           AND  U.EXPIRY_DATE >= :UR-EXPIRY-DATE
000000           AND  A.ROLE_CODE   =  U.ROLE_CODE
000000           AND  A.TRANS_ID    =  :RP-TRANS-ID
000000           AND (A.SUBCOMMAND  =  :RP-SUBCOMMAND
000000            OR  A.SUBCOMMAND  =  :CST-SUBCOMMAND-ALL)
000000         FETCH FIRST 1 ROW ONLY
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE UR-ROLE-CODE   TO      LNK-AUT-ROLE-CODE
000000         WHEN 100
000000             MOVE CST-RTN-DENIED TO      LNK-AUT-RETURN
000000         WHEN OTHER
000000             MOVE CST-RTN-ERROR  TO      LNK-AUT-RETURN
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 拒否操作の監査記録
000000* SPD9999AUT-WRITE-DENIAL SECTION |     （MAIN）
000000*                                |      対象: DB_RUN_AUDIT
000000*                                |      RUN_MODE='X'、SQLCODE_OUTは
000000*                                |      判定時のSQLCODE
000000*/-------------------------------------------------------------/*
000000 SPD9999AUT-WRITE-DENIAL.
000000     MOVE SQLCODE                TO      RA-SQLCODE-OUT.
000000     MOVE LNK-AUT-INPUT(1:52)    TO      RA-PARM-DATA.
000000     MOVE CST-RUN-MODE-DENIED    TO      RA-RUN-MODE.
000000     MOVE SPACES                 TO      RA-ACC-ID.
000000     MOVE FUNCTION CURRENT-DATE  TO      RA-AUDIT-TIMESTAMP.
000000     MOVE RA-AUDIT-TIMESTAMP     TO      RA-RUN-START-TS.
000000     MOVE RA-AUDIT-TIMESTAMP     TO      RA-RUN-END-TS.
000000     MOVE 0                      TO      RA-ROWS-FETCHED.
000000     MOVE 0                      TO      RA-ROWS-SETTLED.
000000     MOVE 0                      TO      RA-ROWS-REJECTED.
000000     MOVE 0                      TO      RA-COMMITS-TAKEN.
000000     MOVE LNK-AUT-USER-ID        TO      RA-USER-ID.
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
000000         DISPLAY 'SPD9999AUT WARNING: DENIAL AUDIT INSERT FAILED '
000000                 'SQLCODE=' SQLCODE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999AUT.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
