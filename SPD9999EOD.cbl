000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999EOD.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999EOD
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            日終処理（業務日付の繰上げ）バッチ
000000*                                DB_BUSINESS_DATEの業務日付を翌日へ
000000*                                繰り上げる。業務日付を変更するのは
000000*                                本プログラムだけであり、夜間バッチ
000000*                                が0時を越えても繰上げまでは全
000000*                                プログラムが同じ業務日で処理する。
000000*                                起動時にSPD9999SEQ（'CHK'）で
000000*                                DB_RUN_SEQUENCEに登録した当日必須
000000*                                処理（PROGRAM_ID='SPD9999EOD'の
000000*                                前提プログラム）の完了を確認し、
000000*                                未完了なら繰り上げない。
000000*                                繰上げはDB_RUN_AUDIT（RUN_MODE='K'
000000*                                PARM_DATA='BDROLL,旧日付,新日付'）
000000*                                へ記録し、同一COMMITで確定する。
000000*                                PARMに締める業務日付を指定した場合
000000*                                は現在の業務日付と一致しなければ
000000*                                繰り上げない（再実行による二重繰上
000000*                                げの防止）
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 :            プログラムの作成
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
000000*--- DCLGEN参照：MYDB.DB_BUSINESS_DATE
000000     EXEC SQL
000000         INCLUDE                 BIZDAT
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_RUN_AUDIT
000000     EXEC SQL
000000         INCLUDE                 RUNAUD
000000     END-EXEC.
000000 01 WS-VARIABLES.
000000    03 WS-PARAM-DATE-CHAR        PIC X(08).
000000 01 HV-VARIABLES.
000000    03 HV-DATE-CURRENT-9         PIC 9(08).
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000    03 HV-DATE-NEXT-9            PIC 9(08).
000000    03 HV-DATE-NEXT-X            PIC X(08).
000000 01 CST-VARIABLES.
000000    03 CST-CONTROL-KEY           PIC X(10)  VALUE 'SPD9999'.
000000    03 CST-PROGRAM-ID            PIC X(10)  VALUE 'SPD9999EOD'.
000000    03 CST-RUN-MODE-EOD          PIC X(01)  VALUE 'K'.
000000    03 CST-ABEND-BREAKPOINT      PIC X(100) VALUE SPACES.
000000    03 CST-ABEND-DETAIL          PIC X(100) VALUE SPACES.
000000*--- SPD9999BDT（業務日付取得）呼出パラメータ
000000 01 WS-PARAM-BDT.
000000    03 WS-BDT-DATE               PIC X(08).
000000    03 WS-BDT-PREV-DATE          PIC X(08).
000000    03 WS-BDT-RETURN             PIC S9(04) COMP.
000000*--- SPD9999SEQ（実行順序チェック）呼出パラメータ
000000 01 WS-PARAM-SEQ.
000000    03 WS-SEQ-FUNC               PIC X(03).
000000    03 WS-SEQ-PROGRAM            PIC X(10)
000000       VALUE 'SPD9999EOD'.
000000    03 WS-SEQ-RUN-DATE           PIC X(08).
000000    03 WS-SEQ-RETURN             PIC S9(04) COMP.
000000    03 WS-SEQ-MISSING            PIC X(10).
000000*/-------------------------------------------------------------/*
000000*  JCL パラメータ受け取りエリア
000000*/-------------------------------------------------------------/*
000000 LINKAGE                         SECTION.
000000 01 LNK-PARAM-JCL.
000000    03 LNK-PARAM-LENGTH          PIC S9(04) COMP.
000000*--- '締める業務日付(YYYYMMDD)'。SPACESは確認しない
000000    03 LNK-PARAM-DATA            PIC X(08).
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000 PROCEDURE                       DIVISION USING LNK-PARAM-JCL.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999EOD-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999EOD-MAIN.
000000     DISPLAY 'START SPD9999EOD'.
000000     PERFORM SPD9999EOD-INIT-DATE.
000000     PERFORM SPD9999EOD-CHK-PARAM.
000000*--- 当日必須処理の完了確認。免除はSPD9999ONMの'SEQ'サブ
000000*--- コマンドで当日に限り設定できる
000000     MOVE 'CHK'                  TO      WS-SEQ-FUNC.
000000     MOVE HV-DATE-CURRENT-X      TO      WS-SEQ-RUN-DATE.
000000     CALL 'SPD9999SEQ' USING WS-PARAM-SEQ.
000000     IF WS-SEQ-RETURN NOT = 0
000000         DISPLAY 'PREDECESSOR NOT COMPLETE : ' WS-SEQ-MISSING
000000         DISPLAY 'BUSINESS DATE NOT ROLLED - COMPLETE PREDECESSOR'
000000                 ' OR SET OVERRIDE VIA SPM1 SEQ'
000000         STOP RUN
000000     END-IF.
000000     PERFORM SPD9999EOD-ROLL-DATE.
000000     PERFORM SPD9999EOD-WRITE-AUDIT.
000000     EXEC SQL
000000         COMMIT
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999EOD-MAIN'  TO      CST-ABEND-BREAKPOINT
000000         MOVE 'FINAL COMMIT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999EOD-ABEND
000000     END-IF.
000000     DISPLAY 'BUSINESS DATE CLOSED      : ' HV-DATE-CURRENT-X.
000000     DISPLAY 'NEW BUSINESS DATE         : ' HV-DATE-NEXT-X.
000000*--- 自プログラムの完了を締めた業務日付で記録する
000000     MOVE 'END'                  TO      WS-SEQ-FUNC.
000000     CALL 'SPD9999SEQ' USING WS-PARAM-SEQ.
000000     IF WS-SEQ-RETURN NOT = 0
000000         DISPLAY 'WARNING: COMPLETION RECORD FAILED, RC='
000000                 WS-SEQ-RETURN
000000     END-IF.
000000     DISPLAY 'END   SPD9999EOD'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 業務日付取得・翌業務日決定
000000* SPD9999EOD-INIT-DATE   SECTION |      （COMMON）
000000*                                |      翌業務日は暦日の翌日
000000*/-------------------------------------------------------------/*
000000 SPD9999EOD-INIT-DATE.
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     MOVE HV-DATE-CURRENT-X      TO      HV-DATE-CURRENT-9.
000000     COMPUTE HV-DATE-NEXT-9 =
000000         FUNCTION DATE-OF-INTEGER(
000000             FUNCTION INTEGER-OF-DATE(HV-DATE-CURRENT-9) + 1).
000000     MOVE HV-DATE-NEXT-9         TO      HV-DATE-NEXT-X.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: パラメータチェック
000000* SPD9999EOD-CHK-PARAM   SECTION |      （COMMON）
000000*                                |      指定時は現在の業務日付と一致すること
000000*/-------------------------------------------------------------/*
000000 SPD9999EOD-CHK-PARAM.
000000     IF LNK-PARAM-DATA NOT = SPACES
000000         MOVE LNK-PARAM-DATA     TO      WS-PARAM-DATE-CHAR
000000         IF WS-PARAM-DATE-CHAR IS NOT NUMERIC
000000             DISPLAY 'INVALID PARM, EXPECTED YYYYMMDD : '
000000                     LNK-PARAM-DATA
000000             STOP RUN
000000         END-IF
000000         IF WS-PARAM-DATE-CHAR NOT = HV-DATE-CURRENT-X
000000             DISPLAY 'PARM DATE ' WS-PARAM-DATE-CHAR
000000                     ' IS NOT THE CURRENT BUSINESS DATE '
000000                     HV-DATE-CURRENT-X
000000             DISPLAY 'BUSINESS DATE NOT ROLLED'
000000             STOP RUN
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 業務日付の繰上げ
000000* SPD9999EOD-ROLL-DATE   SECTION |      （MAIN）
000000*                                |      対象: DB_BUSINESS_DATE
000000*                                |      読込時の業務日付のままの行だけを更新
000000*/-------------------------------------------------------------/*
000000 SPD9999EOD-ROLL-DATE.
000000     MOVE CST-CONTROL-KEY        TO      BD-CONTROL-KEY.
000000     MOVE HV-DATE-NEXT-X         TO      BD-BUSINESS-DATE.
000000     MOVE HV-DATE-CURRENT-X      TO      BD-PREV-BUSINESS-DATE.
000000     MOVE CST-PROGRAM-ID         TO      BD-ROLL-PROGRAM.
000000     MOVE FUNCTION CURRENT-DATE  TO      BD-ROLL-TIMESTAMP.
000000     EXEC SQL
000000         UPDATE MYDB.DB_BUSINESS_DATE
000000         SET    BUSINESS_DATE      = :BD-BUSINESS-DATE,
000000                PREV_BUSINESS_DATE = :BD-PREV-BUSINESS-DATE,
000000                ROLL_PROGRAM       = :BD-ROLL-PROGRAM,
000000                ROLL_TIMESTAMP     = :BD-ROLL-TIMESTAMP
000000         WHERE  CONTROL_KEY   = :BD-CONTROL-KEY
000000         AND    BUSINESS_DATE = :HV-DATE-CURRENT-X
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'SPD9999EOD-ROLL-DATE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'BUSINESS DATE CHANGED DURING RUN'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999EOD-ABEND
000000         WHEN OTHER
000000             MOVE 'SPD9999EOD-ROLL-DATE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'UPDATE DB_BUSINESS_DATE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999EOD-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 繰上げの監査記録
000000* SPD9999EOD-WRITE-AUDIT SECTION |      （MAIN）
000000*                                |      対象: DB_RUN_AUDIT
000000*                                |      繰上げと同一COMMITで確定
000000*/-------------------------------------------------------------/*
000000 SPD9999EOD-WRITE-AUDIT.
000000     MOVE SPACES                 TO      RA-PARM-DATA.
000000     STRING 'BDROLL,' HV-DATE-CURRENT-X ',' HV-DATE-NEXT-X
000000         DELIMITED BY SIZE
000000         INTO RA-PARM-DATA
000000     END-STRING.
000000     MOVE CST-RUN-MODE-EOD       TO      RA-RUN-MODE.
000000     MOVE SPACES                 TO      RA-ACC-ID.
000000     MOVE 0                      TO      RA-SQLCODE-OUT.
000000     MOVE BD-ROLL-TIMESTAMP      TO      RA-AUDIT-TIMESTAMP.
000000     MOVE BD-ROLL-TIMESTAMP      TO      RA-RUN-START-TS.
000000     MOVE BD-ROLL-TIMESTAMP      TO      RA-RUN-END-TS.
000000     MOVE 0                      TO      RA-ROWS-FETCHED.
000000     MOVE 1                      TO      RA-ROWS-SETTLED.
000000     MOVE 0                      TO      RA-ROWS-REJECTED.
000000     MOVE 0                      TO      RA-COMMITS-TAKEN.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_RUN_AUDIT
000000             (PARM_DATA, RUN_MODE, ACC_ID, SQLCODE_OUT,
000000              AUDIT_TIMESTAMP, RUN_START_TS, RUN_END_TS,
000000              ROWS_FETCHED, ROWS_SETTLED, ROWS_REJECTED,
000000              COMMITS_TAKEN)
000000         VALUES
000000             (:RA-PARM-DATA, :RA-RUN-MODE, :RA-ACC-ID,
000000              :RA-SQLCODE-OUT, :RA-AUDIT-TIMESTAMP,
000000              :RA-RUN-START-TS, :RA-RUN-END-TS,
000000              :RA-ROWS-FETCHED, :RA-ROWS-SETTLED,
000000              :RA-ROWS-REJECTED, :RA-COMMITS-TAKEN)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999EOD-WRITE-AUDIT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'INSERT DB_RUN_AUDIT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999EOD-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999EOD-ABEND       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999EOD-ABEND.
000000     DISPLAY 'SPD9999EOD-ABEND'.
000000     DISPLAY 'ERROR MODULE : ' CST-ABEND-BREAKPOINT.
000000     DISPLAY 'ERROR DETAIL : ' CST-ABEND-DETAIL.
000000     DISPLAY 'SQLCODE      : ' SQLCODE.
000000     EXEC SQL
000000         ROLLBACK
000000     END-EXEC.
000000     IF SQLCODE = 0
000000         DISPLAY 'ROLLBACK SUCCESS'
000000     ELSE
000000         DISPLAY 'ROLLBACK FAILED'
000000         DISPLAY 'ROLLBACK SQLCODE  : ' SQLCODE
000000     END-IF.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999EOD.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
