000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999ONS.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999ONS
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            支払先スクリーニング保留の
000000*                                解除・謝絶オンライン（CICS）
000000*                                SPD9999SNCが該当として保留
000000*                                （DB_TRANSFER_QUEUE.STATUS='H'）
000000*                                した振込をコンプライアンス部が
000000*                                判断する
000000*                                端末入力:
000000*                                'SPS1 INQ 振込ID'
000000*                                  振込・スクリーニング結果の照会
000000*                                'SPS1 REL 振込ID 判断理由'
000000*                                  誤一致として解除。結果を'R'、
000000*                                  振込を'P'へ戻し、次回の
000000*                                  SPD9999ZTR（SEND）で送信する
000000*                                'SPS1 REJ 振込ID 判断理由'
000000*                                  謝絶。結果を'J'、振込を'J'
000000*                                  （送信しない）とし、資金の
000000*                                  凍結・当局報告の手作業へ回す
000000*                                  ためDB_EXCEPTION_LOGへE932で
000000*                                  記録する
000000*                                判断理由（40桁まで）は必須。
000000*                                サインオン中のユーザIDを判断者
000000*                                （DECIDED_BY）として記録する
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
000000*--- DCLGEN参照：MYDB.DB_PAYEE_SCREEN
000000     EXEC SQL
000000         INCLUDE                 PAYSCR
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_TRANSFER_QUEUE
000000     EXEC SQL
000000         INCLUDE                 TRNSFQ
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_EXCEPTION_LOG
000000     EXEC SQL
000000         INCLUDE                 EXCLOG
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_RUN_AUDIT
000000     EXEC SQL
000000         INCLUDE                 RUNAUD
000000     END-EXEC.
000000 01 WS-VARIABLES.
000000    03 WS-INPUT-AREA             PIC X(80).
000000    03 WS-INPUT-LEN              PIC S9(04) COMP VALUE 80.
000000    03 WS-RESP                   PIC S9(08) COMP.
000000    03 WS-TRANS-CODE             PIC X(04).
000000    03 WS-COMMAND                PIC X(03).
000000    03 WS-TOKEN-1                PIC X(18).
000000    03 WS-INPUT-PTR              PIC S9(04) COMP.
000000    03 WS-NOTE                   PIC X(40).
000000    03 WS-TRANSFER-ID-DISP       PIC 9(09).
000000    03 WS-ORDER-ID-DISP          PIC 9(09).
000000    03 WS-ACC-ID-DISP            PIC 9(09).
000000    03 WS-ENTRY-ID-DISP          PIC 9(09).
000000    03 WS-SCORE-DISP             PIC ZZ9.
000000    03 WS-AMOUNT-EDIT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
000000    03 WS-NEW-RESULT             PIC X(01).
000000    03 WS-NEW-XFER-STATUS        PIC X(01).
000000    03 WS-LINE-CNT               PIC S9(04) COMP.
000000    03 WS-SEND-LEN               PIC S9(04) COMP.
000000    03 WS-SUCCESS-MSG            PIC X(80).
000000*--- SPD9999AUT（操作権限チェック）呼出パラメータ
000000 01 WS-PARAM-AUT.
000000    03 WS-AUT-USER-ID            PIC X(08).
000000    03 WS-AUT-TRANS-ID           PIC X(04).
000000    03 WS-AUT-SUBCOMMAND         PIC X(10).
000000    03 WS-AUT-INPUT              PIC X(80).
000000    03 WS-AUT-ROLE-CODE          PIC X(08).
000000    03 WS-AUT-RETURN             PIC S9(04) COMP.
000000*/-------------------------------------------------------------/*
000000*  画面編集エリア（22行×80桁の行バッファ）
000000*/-------------------------------------------------------------/*
000000 01 SCR-BUFFER.
000000    03 SCR-LINE OCCURS 22        PIC X(80).
000000 01 SCR-WORK-LINE                PIC X(80).
000000 01 CST-VARIABLES.
000000    03 CST-CMD-INQUIRY           PIC X(03)  VALUE 'INQ'.
000000    03 CST-CMD-RELEASE           PIC X(03)  VALUE 'REL'.
000000    03 CST-CMD-REJECT            PIC X(03)  VALUE 'REJ'.
000000*--- スクリーニング結果
000000    03 CST-RESULT-HELD           PIC X(01)  VALUE 'H'.
000000    03 CST-RESULT-RELEASED       PIC X(01)  VALUE 'R'.
000000    03 CST-RESULT-REJECTED       PIC X(01)  VALUE 'J'.
000000*--- 振込STATUS
000000    03 CST-XFER-PENDING          PIC X(01)  VALUE 'P'.
000000    03 CST-XFER-HELD             PIC X(01)  VALUE 'H'.
000000    03 CST-XFER-REJECTED         PIC X(01)  VALUE 'J'.
000000    03 CST-REASON-REJECT         PIC X(04)  VALUE 'E932'.
000000    03 CST-RUN-MODE-SNC          PIC X(01)  VALUE 'N'.
000000    03 CST-TRANS-ID              PIC X(04)  VALUE 'SPS1'.
000000*--- SPD9999BDT（業務日付取得）呼出パラメータ
000000 01 WS-PARAM-BDT.
000000    03 WS-BDT-DATE               PIC X(08).
000000    03 WS-BDT-PREV-DATE          PIC X(08).
000000    03 WS-BDT-RETURN             PIC S9(04) COMP.
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000 PROCEDURE                       DIVISION.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999ONS-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ONS-MAIN.
000000     MOVE SPACES                 TO      WS-INPUT-AREA.
000000     MOVE 80                     TO      WS-INPUT-LEN.
000000     EXEC CICS RECEIVE
000000         INTO   (WS-INPUT-AREA)
000000         LENGTH (WS-INPUT-LEN)
000000         RESP   (WS-RESP)
000000     END-EXEC.
000000*--- RESP=0はDFHRESP(NORMAL)
000000     IF WS-RESP NOT = 0
000000         MOVE 'RECEIVE FAILED'   TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONS-SEND-MESSAGE
000000     END-IF.
000000*--- 判断理由は空白を含むため振込ID以降をそのまま取る
000000     MOVE 1                      TO      WS-INPUT-PTR.
000000     UNSTRING WS-INPUT-AREA
000000         DELIMITED BY ALL ' '
000000         INTO WS-TRANS-CODE
000000              WS-COMMAND
000000              WS-TOKEN-1
000000         WITH POINTER WS-INPUT-PTR
000000     END-UNSTRING.
000000     MOVE SPACES                 TO      WS-NOTE.
000000     IF WS-INPUT-PTR <= 80
000000         MOVE WS-INPUT-AREA(WS-INPUT-PTR:)
000000                                 TO      WS-NOTE
000000     END-IF.
000000     PERFORM SPD9999ONS-CHK-AUTH.
000000     EVALUATE WS-COMMAND
000000         WHEN CST-CMD-INQUIRY
000000             PERFORM SPD9999ONS-INQ-SCREEN
000000         WHEN CST-CMD-RELEASE
000000             MOVE CST-RESULT-RELEASED
000000                                 TO      WS-NEW-RESULT
000000             MOVE CST-XFER-PENDING
000000                                 TO      WS-NEW-XFER-STATUS
000000             PERFORM SPD9999ONS-DECIDE
000000         WHEN CST-CMD-REJECT
000000             MOVE CST-RESULT-REJECTED
000000                                 TO      WS-NEW-RESULT
000000             MOVE CST-XFER-REJECTED
000000                                 TO      WS-NEW-XFER-STATUS
000000             PERFORM SPD9999ONS-DECIDE
000000         WHEN OTHER
000000             MOVE 'USAGE: SPS1 INQ/REL/REJ TRANSFER-ID [NOTE]'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONS-SEND-MESSAGE
000000     END-EVALUATE.
000000     PERFORM SPD9999ONS-WRITE-AUDIT.
000000     MOVE WS-SUCCESS-MSG         TO      SCR-WORK-LINE.
000000     PERFORM SPD9999ONS-SEND-MESSAGE.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 操作権限チェック
000000* SPD9999ONS-CHK-AUTH    SECTION |      （MAIN）
000000*                                |      サインオン中のユーザIDで
000000*                                |      SPD9999AUTを呼び出す。
000000*                                |      拒否はSPD9999AUTが記録済
000000*                                |      サブコマンドはINQ/REL/REJ
000000*/-------------------------------------------------------------/*
000000 SPD9999ONS-CHK-AUTH.
000000     MOVE SPACES                 TO      WS-AUT-USER-ID.
000000     EXEC CICS ASSIGN
000000         USERID (WS-AUT-USER-ID)
000000     END-EXEC.
000000     MOVE CST-TRANS-ID           TO      WS-AUT-TRANS-ID.
000000     MOVE WS-COMMAND             TO      WS-AUT-SUBCOMMAND.
000000     MOVE WS-INPUT-AREA          TO      WS-AUT-INPUT.
000000     CALL 'SPD9999AUT' USING WS-PARAM-AUT.
000000     IF WS-AUT-RETURN NOT = 0
000000         MOVE SPACES             TO      SCR-WORK-LINE
000000         STRING 'NOT AUTHORISED: '   DELIMITED BY SIZE
000000                WS-AUT-USER-ID       DELIMITED BY SPACE
000000                ' '                  DELIMITED BY SIZE
000000                CST-TRANS-ID         DELIMITED BY SIZE
000000                ' '                  DELIMITED BY SIZE
000000                WS-AUT-SUBCOMMAND    DELIMITED BY SPACE
000000             INTO SCR-WORK-LINE
000000         END-STRING
000000         PERFORM SPD9999ONS-SEND-MESSAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 振込・スクリーニング結果の取得
000000* SPD9999ONS-GET-SCREEN  SECTION |      （COMMON）
000000*                                |      対象: DB_PAYEE_SCREEN
000000*                                |            DB_TRANSFER_QUEUE
000000*/-------------------------------------------------------------/*
000000 SPD9999ONS-GET-SCREEN.
000000     IF WS-TOKEN-1(1:9) IS NOT NUMERIC
000000         MOVE 'USAGE: SPS1 INQ/REL/REJ TRANSFER-ID [NOTE]'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONS-SEND-MESSAGE
000000     END-IF.
000000     MOVE WS-TOKEN-1(1:9)        TO      WS-TRANSFER-ID-DISP.
000000     MOVE WS-TRANSFER-ID-DISP    TO      PY-TRANSFER-ID.
000000     EXEC SQL
000000         SELECT SCREEN_DATE, SCREEN_TS, RESULT, NAME_ROLE,
000000                SCREENED_NAME, ENTRY_ID, LIST_TYPE, LIST_NAME,
000000                MATCH_SCORE, DECIDED_BY, DECISION_DATE,
000000                DECISION_TS, DECISION_NOTE
000000         INTO   :PY-SCREEN-DATE, :PY-SCREEN-TS, :PY-RESULT,
000000                :PY-NAME-ROLE, :PY-SCREENED-NAME, :PY-ENTRY-ID,
000000                :PY-LIST-TYPE, :PY-LIST-NAME, :PY-MATCH-SCORE,
000000                :PY-DECIDED-BY, :PY-DECISION-DATE,
000000                :PY-DECISION-TS, :PY-DECISION-NOTE
000000         FROM   MYDB.DB_PAYEE_SCREEN
000000         WHERE  TRANSFER_ID = :PY-TRANSFER-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'TRANSFER NOT SCREENED YET'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONS-SEND-MESSAGE
000000         WHEN OTHER
000000             MOVE 'SELECT DB_PAYEE_SCREEN FAILED'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONS-SEND-MESSAGE
000000     END-EVALUATE.
000000     MOVE PY-TRANSFER-ID         TO      TQ-TRANSFER-ID.
000000     EXEC SQL
000000         SELECT ORDER_ID, ACC_ID, SETTLE_DATE, BANK_CODE,
000000                BRANCH_CODE, EXT_ACC_TYPE, EXT_ACC_NO,
000000                EXT_ACC_NAME, AMOUNT, CURRENCY_CODE, STATUS
000000         INTO   :TQ-ORDER-ID, :TQ-ACC-ID, :TQ-SETTLE-DATE,
000000                :TQ-BANK-CODE, :TQ-BRANCH-CODE,
000000                :TQ-EXT-ACC-TYPE, :TQ-EXT-ACC-NO,
000000                :TQ-EXT-ACC-NAME, :TQ-AMOUNT,
000000                :TQ-CURRENCY-CODE, :TQ-STATUS
000000         FROM   MYDB.DB_TRANSFER_QUEUE
000000         WHERE  TRANSFER_ID = :TQ-TRANSFER-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'TRANSFER NOT FOUND'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONS-SEND-MESSAGE
000000         WHEN OTHER
000000             MOVE 'SELECT DB_TRANSFER_QUEUE FAILED'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONS-SEND-MESSAGE
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 保留の解除・謝絶
000000* SPD9999ONS-DECIDE      SECTION |      （MAIN）
000000*                                |      対象: DB_PAYEE_SCREEN
000000*                                |            DB_TRANSFER_QUEUE
000000*                                |            DB_EXCEPTION_LOG
000000*                                |      WS-NEW-RESULT・
000000*                                |      WS-NEW-XFER-STATUSを設定
000000*                                |      してから呼び出す
000000*/-------------------------------------------------------------/*
000000 SPD9999ONS-DECIDE.
000000     PERFORM SPD9999ONS-GET-SCREEN.
000000     IF WS-NOTE = SPACES
000000         MOVE 'DECISION NOTE IS REQUIRED'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONS-SEND-MESSAGE
000000     END-IF.
000000     IF PY-RESULT NOT = CST-RESULT-HELD
000000     OR TQ-STATUS NOT = CST-XFER-HELD
000000         MOVE SPACES             TO      SCR-WORK-LINE
000000         STRING 'TRANSFER IS NOT ON SCREENING HOLD, RESULT '
000000                PY-RESULT ' STATUS ' TQ-STATUS
000000             DELIMITED BY SIZE
000000             INTO SCR-WORK-LINE
000000         END-STRING
000000         PERFORM SPD9999ONS-SEND-MESSAGE
000000     END-IF.
000000     MOVE WS-NEW-RESULT          TO      PY-RESULT.
000000     MOVE WS-AUT-USER-ID         TO      PY-DECIDED-BY.
000000     MOVE FUNCTION CURRENT-DATE  TO      PY-DECISION-TS.
000000*--- 判定日はSPD9999SNCの当日判定と同じ業務日付とする
000000*--- （2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         MOVE 'BUSINESS DATE NOT AVAILABLE'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONS-SEND-MESSAGE
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      PY-DECISION-DATE.
000000     MOVE WS-NOTE                TO      PY-DECISION-NOTE.
000000*--- 同時操作に備えて保留中のままの行だけを更新する
000000     EXEC SQL
000000         UPDATE MYDB.DB_PAYEE_SCREEN
000000         SET    RESULT        = :PY-RESULT,
000000                DECIDED_BY    = :PY-DECIDED-BY,
000000                DECISION_DATE = :PY-DECISION-DATE,
000000                DECISION_TS   = :PY-DECISION-TS,
000000                DECISION_NOTE = :PY-DECISION-NOTE
000000         WHERE  TRANSFER_ID   = :PY-TRANSFER-ID
000000         AND    RESULT        = :CST-RESULT-HELD
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'UPDATE DB_PAYEE_SCREEN FAILED OR ALREADY DECIDED'
000000                                 TO      SCR-WORK-LINE
000000         EXEC CICS SYNCPOINT ROLLBACK
000000         END-EXEC
000000         PERFORM SPD9999ONS-SEND-MESSAGE
000000     END-IF.
000000     EXEC SQL
000000         UPDATE MYDB.DB_TRANSFER_QUEUE
000000         SET    STATUS      = :WS-NEW-XFER-STATUS
000000         WHERE  TRANSFER_ID = :TQ-TRANSFER-ID
000000         AND    STATUS      = :CST-XFER-HELD
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'UPDATE DB_TRANSFER_QUEUE FAILED'
000000                                 TO      SCR-WORK-LINE
000000         EXEC CICS SYNCPOINT ROLLBACK
000000         END-EXEC
000000         PERFORM SPD9999ONS-SEND-MESSAGE
000000     END-IF.
000000     MOVE PY-TRANSFER-ID         TO      WS-TRANSFER-ID-DISP.
000000     MOVE SPACES                 TO      WS-SUCCESS-MSG.
000000     IF WS-NEW-RESULT = CST-RESULT-REJECTED
000000         PERFORM SPD9999ONS-LOG-REJECT
000000         STRING 'TRANSFER ' WS-TRANSFER-ID-DISP
000000                ' REJECTED - FUNDS FROZEN, E932 RAISED'
000000             DELIMITED BY SIZE
000000             INTO WS-SUCCESS-MSG
000000         END-STRING
000000     ELSE
000000         STRING 'TRANSFER ' WS-TRANSFER-ID-DISP
000000                ' RELEASED - SENT IN NEXT ZENGIN RUN'
000000             DELIMITED BY SIZE
000000             INTO WS-SUCCESS-MSG
000000         END-STRING
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 謝絶の例外記録
000000* SPD9999ONS-LOG-REJECT  SECTION |      （E932）
000000*                                |      対象: DB_EXCEPTION_LOG
000000*                                |      資金凍結・報告の手作業起点
000000*                                |      のため失敗時は取り消す
000000*/-------------------------------------------------------------/*
000000 SPD9999ONS-LOG-REJECT.
000000     MOVE TQ-ORDER-ID            TO      EL-ORDER-ID.
000000     MOVE TQ-ACC-ID              TO      WS-ACC-ID-DISP.
000000     MOVE WS-ACC-ID-DISP         TO      EL-ACC-ID.
000000     MOVE CST-RUN-MODE-SNC       TO      EL-RUN-MODE.
000000     MOVE CST-REASON-REJECT      TO      EL-REASON-CODE.
000000     MOVE PY-DECISION-DATE       TO      EL-RUN-DATE.
000000     MOVE SPACES                 TO      EL-DETAIL.
000000     STRING 'SCREEN REJECT TRANSFER ' WS-TRANSFER-ID-DISP
000000            ' BY ' PY-DECIDED-BY
000000         DELIMITED BY SIZE
000000         INTO EL-DETAIL
000000     END-STRING.
000000     MOVE 'N'                    TO      EL-WF-STATUS.
000000     MOVE PY-DECISION-TS         TO      EL-LOG-TIMESTAMP.
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
000000         MOVE 'INSERT DB_EXCEPTION_LOG FAILED, NOT REJECTED'
000000                                 TO      SCR-WORK-LINE
000000         EXEC CICS SYNCPOINT ROLLBACK
000000         END-EXEC
000000         PERFORM SPD9999ONS-SEND-MESSAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 振込・スクリーニング結果の照会
000000* SPD9999ONS-INQ-SCREEN  SECTION |      （MAIN）
000000*                                |      対象: DB_PAYEE_SCREEN
000000*                                |            DB_TRANSFER_QUEUE
000000*/-------------------------------------------------------------/*
000000 SPD9999ONS-INQ-SCREEN.
000000     PERFORM SPD9999ONS-GET-SCREEN.
000000     MOVE SPACES                 TO      SCR-BUFFER.
000000     MOVE 0                      TO      WS-LINE-CNT.
000000     MOVE 'SPD9999ONS - PAYEE SCREENING'
000000                                 TO      SCR-WORK-LINE.
000000     PERFORM SPD9999ONS-ADD-LINE.
000000     MOVE TQ-TRANSFER-ID         TO      WS-TRANSFER-ID-DISP.
000000     STRING 'TRANSFER ID   : ' WS-TRANSFER-ID-DISP
000000            '  STATUS ' TQ-STATUS
000000            '  SETTLED ' TQ-SETTLE-DATE
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONS-ADD-LINE.
000000     MOVE TQ-ORDER-ID            TO      WS-ORDER-ID-DISP.
000000     MOVE TQ-ACC-ID              TO      WS-ACC-ID-DISP.
000000     STRING 'ORDER ID      : ' WS-ORDER-ID-DISP
000000            '  ACCOUNT ' WS-ACC-ID-DISP
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONS-ADD-LINE.
000000     MOVE TQ-AMOUNT              TO      WS-AMOUNT-EDIT.
000000     STRING 'AMOUNT        : ' WS-AMOUNT-EDIT
000000            ' ' TQ-CURRENCY-CODE
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONS-ADD-LINE.
000000     STRING 'PAYEE BANK    : ' TQ-BANK-CODE
000000            '-' TQ-BRANCH-CODE
000000            '  ' TQ-EXT-ACC-TYPE
000000            '-' TQ-EXT-ACC-NO
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONS-ADD-LINE.
000000     STRING 'PAYEE NAME    : ' TQ-EXT-ACC-NAME
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONS-ADD-LINE.
000000     STRING 'SCREEN RESULT : ' PY-RESULT
000000            '  AT ' PY-SCREEN-TS
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONS-ADD-LINE.
000000     STRING 'MATCHED NAME  : ' PY-SCREENED-NAME
000000            '  ROLE ' PY-NAME-ROLE
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONS-ADD-LINE.
000000     MOVE PY-ENTRY-ID            TO      WS-ENTRY-ID-DISP.
000000     MOVE PY-MATCH-SCORE         TO      WS-SCORE-DISP.
000000     STRING 'LIST ENTRY    : ' WS-ENTRY-ID-DISP
000000            '  TYPE ' PY-LIST-TYPE
000000            '  SCORE ' WS-SCORE-DISP
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONS-ADD-LINE.
000000     STRING 'LIST NAME     : ' PY-LIST-NAME
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONS-ADD-LINE.
000000     STRING 'DECIDED BY    : ' PY-DECIDED-BY
000000            '  AT ' PY-DECISION-TS
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONS-ADD-LINE.
000000     STRING 'DECISION NOTE : ' PY-DECISION-NOTE
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONS-ADD-LINE.
000000     PERFORM SPD9999ONS-SEND-SCREEN.
000000     EXEC CICS RETURN
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 画面行の追加
000000* SPD9999ONS-ADD-LINE    SECTION |      （COMMON）
000000*                                |      SCR-WORK-LINEを次行へ格納
000000*/-------------------------------------------------------------/*
000000 SPD9999ONS-ADD-LINE.
000000     IF WS-LINE-CNT < 22
000000         ADD 1                   TO      WS-LINE-CNT
000000         MOVE SCR-WORK-LINE      TO      SCR-LINE (WS-LINE-CNT)
000000     END-IF.
000000     MOVE SPACES                 TO      SCR-WORK-LINE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 操作の監査記録
000000* SPD9999ONS-WRITE-AUDIT SECTION |      （COMMON）
000000*                                |      対象: DB_RUN_AUDIT
000000*                                |      入力コマンドをそのまま残す
000000*/-------------------------------------------------------------/*
000000 SPD9999ONS-WRITE-AUDIT.
000000     MOVE WS-INPUT-AREA(1:52)    TO      RA-PARM-DATA.
000000     MOVE CST-RUN-MODE-SNC       TO      RA-RUN-MODE.
000000     MOVE SPACES                 TO      RA-ACC-ID.
000000     MOVE 0                      TO      RA-SQLCODE-OUT.
000000     MOVE FUNCTION CURRENT-DATE  TO      RA-AUDIT-TIMESTAMP.
000000     MOVE RA-AUDIT-TIMESTAMP     TO      RA-RUN-START-TS.
000000     MOVE RA-AUDIT-TIMESTAMP     TO      RA-RUN-END-TS.
000000     MOVE 0                      TO      RA-ROWS-FETCHED.
000000     MOVE 0                      TO      RA-ROWS-SETTLED.
000000     MOVE 0                      TO      RA-ROWS-REJECTED.
000000     MOVE 0                      TO      RA-COMMITS-TAKEN.
000000     MOVE WS-AUT-USER-ID         TO      RA-USER-ID.
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
000000         MOVE 'AUDIT INSERT FAILED, CHANGE BACKED OUT'
000000                                 TO      SCR-WORK-LINE
000000         EXEC CICS SYNCPOINT ROLLBACK
000000         END-EXEC
000000         PERFORM SPD9999ONS-SEND-MESSAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 画面送信
000000* SPD9999ONS-SEND-SCREEN SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ONS-SEND-SCREEN.
000000     COMPUTE WS-SEND-LEN = WS-LINE-CNT * 80.
000000     EXEC CICS SEND
000000         FROM   (SCR-BUFFER)
000000         LENGTH (WS-SEND-LEN)
000000         ERASE
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メッセージ応答・終了
000000* SPD9999ONS-SEND-MESSAGE SECTION |     （COMMON）
000000*                                |      SCR-WORK-LINEを設定してから
000000*                                |      呼び出すこと。戻らない
000000*/-------------------------------------------------------------/*
000000 SPD9999ONS-SEND-MESSAGE.
000000     MOVE SPACES                 TO      SCR-BUFFER.
000000     MOVE SCR-WORK-LINE          TO      SCR-LINE (1).
000000     MOVE 80                     TO      WS-SEND-LEN.
000000     EXEC CICS SEND
000000         FROM   (SCR-BUFFER)
000000         LENGTH (WS-SEND-LEN)
000000         ERASE
000000     END-EXEC.
000000     EXEC CICS RETURN
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999ONS.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
