000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999GLR.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999GLR
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            総勘定元帳（GL）とサブレジャーの
000000*                                残高突合バッチ（夜間）
000000*                                GLの試算表抽出ファイル（GLTBAL）の
000000*                                預金関連勘定の残高を、当日の
000000*                                サブレジャー残高と勘定×SAVING_TYPE
000000*                                ×通貨単位に突合する。
000000*                                  DEP-PRINCIPAL    ＝DB_BOOK_SNAPSHOT
000000*                                                    の当日元金合計
000000*                                  ACCR-INT-PAYABLE ＝DB_INTEREST_
000000*                                                    ACCRUALの未戻し
000000*                                                    累計（ACCRUED_
000000*                                                    DELTAの合計）
000000*                                  DEP-ORDINARY     ＝DB_ACCOUNT_
000000*                                                    BALANCEの合計
000000*                                  DEP-BLOCKED      ＝DB_BLOCKED_FUNDS
000000*                                                    の拘束中の合計
000000*                                  ROUND-RESIDUE    ＝DB_ROUNDING_
000000*                                                    LEDGERの累計
000000*                                SAVING_TYPE別に持つのはDEP-PRINCIPAL
000000*                                とACCR-INT-PAYABLEのみで、他の勘定は
000000*                                通貨別に合算して突合する（GL側の
000000*                                SAVING_TYPEは無視する）。
000000*                                GL残高は各勘定の正常残高側を正とする
000000*                                （預金・未払は貸方残を正）。
000000*                                差異は勘定×通貨別にGLRRPTへ報告し、
000000*                                DB_GL_RECON_BREAKで初回検出日からの
000000*                                経過日数を管理する。新規の差異は
000000*                                E961、CST-AGE-ESCALATE日以上未解消の
000000*                                差異はE962で1回だけDB_EXCEPTION_LOG
000000*                                へ記録する。差異が無くなった行は
000000*                                解消（STATUS='C'）とする。
000000*                                SPD9999RFW（当日スナップショット）・
000000*                                SPD9999ACR・SPD9999GLEの後続として
000000*                                起動すること（SPD9999SEQで確認）
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
000000     SELECT BALANCE-FILE  ASSIGN TO 'GLTBAL'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-TBL-STATUS.
000000     SELECT REPORT-FILE   ASSIGN TO 'GLRRPT'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-RPT-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000*--- GL試算表抽出ファイル（勘定×SAVING_TYPE×通貨の残高）
000000 FD  BALANCE-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 80 CHARACTERS.
000000 01 TBL-REC.
000000*--- 'H'=ヘッダ 'D'=データ 'T'=トレーラ
000000    03 TBL-REC-TYPE              PIC X(01).
000000    03 FILLER                    PIC X(79).
000000 01 TBL-HEADER-REC.
000000    03 TBL-HDR-TYPE              PIC X(01).
000000    03 TBL-HDR-BALANCE-DATE      PIC X(08).
000000    03 FILLER                    PIC X(71).
000000 01 TBL-DATA-REC.
000000    03 TBL-DTA-TYPE              PIC X(01).
000000    03 TBL-DTA-ACCOUNT-CODE      PIC X(16).
000000    03 TBL-DTA-SAVING-TYPE       PIC X(10).
000000    03 TBL-DTA-CURRENCY-CODE     PIC X(03).
000000    03 TBL-DTA-BALANCE           PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 FILLER                    PIC X(34).
000000 01 TBL-TRAILER-REC.
000000    03 TBL-TRL-TYPE              PIC X(01).
000000    03 TBL-TRL-COUNT             PIC 9(07).
000000    03 TBL-TRL-HASH              PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 FILLER                    PIC X(56).
000000 FD  REPORT-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 132 CHARACTERS.
000000 01 RPT-REC                      PIC X(132).
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ワークエリア
000000*/-------------------------------------------------------------/*
000000*--- SQLCA および DCLGEN インクルード部分
000000     EXEC SQL
000000         INCLUDE                 SQLCA
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_BOOK_SNAPSHOT
000000     EXEC SQL
000000         INCLUDE                 BOOKSN
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_GL_RECON_BREAK
000000     EXEC SQL
000000         INCLUDE                 GLRBRK
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_EXCEPTION_LOG
000000     EXEC SQL
000000         INCLUDE                 EXCLOG
000000     END-EXEC.
000000 01 WS-TBL-STATUS                PIC X(02).
000000 01 WS-RPT-STATUS                PIC X(02).
000000 01 WS-VARIABLES.
000000    03 WS-EOF                    PIC X(01).
000000    03 WS-HEADER-READ            PIC X(01).
000000    03 WS-TRAILER-READ           PIC X(01).
000000    03 WS-IN-SCOPE               PIC X(01).
000000    03 WS-CTL-COUNT              PIC 9(07).
000000    03 WS-CTL-HASH               PIC S9(13)V99 COMP-3.
000000    03 WS-TRL-COUNT              PIC 9(07).
000000    03 WS-TRL-HASH               PIC S9(13)V99 COMP-3.
000000    03 WS-BREAK-AMOUNT           PIC S9(13)V99 COMP-3.
000000    03 WS-AGE-DAYS               PIC S9(05) COMP.
000000    03 WS-DATE-CURRENT-9         PIC 9(08).
000000    03 WS-DATE-FIRST-9           PIC 9(08).
000000*/-------------------------------------------------------------/*
000000*  突合テーブル（勘定×SAVING_TYPE×通貨）
000000*/-------------------------------------------------------------/*
000000 01 REC-TABLE.
000000    03 REC-CNT                   PIC S9(04) COMP VALUE 0.
000000    03 REC-ROW OCCURS 500.
000000       05 REC-ACCOUNT       PIC X(16).
000000       05 REC-SAVING-TYPE        PIC X(10).
000000       05 REC-CURRENCY           PIC X(03).
000000       05 REC-GL-BALANCE         PIC S9(13)V9(02) COMP-3.
000000       05 REC-SUB-BALANCE        PIC S9(13)V9(02) COMP-3.
000000 01 REC-VARIABLES.
000000    03 REC-IDX                   PIC S9(04) COMP.
000000    03 REC-FOUND                 PIC X(01).
000000    03 REC-STG-ACCOUNT           PIC X(16).
000000    03 REC-STG-TYPE              PIC X(10).
000000    03 REC-STG-CCY               PIC X(03).
000000    03 REC-STG-GL                PIC S9(13)V9(02) COMP-3.
000000    03 REC-STG-SUB               PIC S9(13)V9(02) COMP-3.
000000 01 HV-VARIABLES.
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000    03 HV-SNAP-COUNT             PIC S9(09) COMP.
000000    03 HV-SUB-ACCOUNT            PIC X(16).
000000    03 HV-SUB-SAVING-TYPE        PIC X(10).
000000    03 HV-SUB-CURRENCY           PIC X(03).
000000    03 HV-SUB-BALANCE            PIC S9(13)V9(2) COMP-3.
000000*--- SPD9999SEQ（実行順序チェック）呼出パラメータ
000000 01 WS-PARAM-SEQ.
000000    03 WS-SEQ-FUNC               PIC X(03).
000000    03 WS-SEQ-PROGRAM            PIC X(10)
000000       VALUE 'SPD9999GLR'.
000000    03 WS-SEQ-RUN-DATE           PIC X(08).
000000    03 WS-SEQ-RETURN             PIC S9(04) COMP.
000000    03 WS-SEQ-MISSING            PIC X(10).
000000*/-------------------------------------------------------------/*
000000*  レポート編集エリア
000000*/-------------------------------------------------------------/*
000000 01 RPT-LINE-RULE.
000000    03 FILLER                    PIC X(132) VALUE ALL '='.
000000 01 RPT-LINE-TITLE.
000000    03 FILLER                    PIC X(40)  VALUE SPACES.
000000    03 FILLER                    PIC X(40)
000000       VALUE 'GL / DEPOSIT SUBLEDGER RECONCILIATION'.
000000    03 RPT-TITLE-DATE            PIC X(08).
000000    03 FILLER                    PIC X(44)  VALUE SPACES.
000000 01 RPT-LINE-HEADER.
000000    03 FILLER                    PIC X(17)  VALUE 'ACCOUNT-CODE'.
000000    03 FILLER                    PIC X(11)
000000       VALUE 'SAVING-TYPE'.
000000    03 FILLER                    PIC X(03)  VALUE 'CCY'.
000000    03 FILLER                    PIC X(18)
000000       VALUE '        GL-BALANCE'.
000000    03 FILLER                    PIC X(19)
000000       VALUE '          SUBLEDGER'.
000000    03 FILLER                    PIC X(19)
000000       VALUE '         DIFFERENCE'.
000000    03 FILLER                    PIC X(09)  VALUE ' 1ST-DATE'.
000000    03 FILLER                    PIC X(05)  VALUE '  AGE'.
000000    03 FILLER                    PIC X(09)  VALUE ' STATUS'.
000000    03 FILLER                    PIC X(22)  VALUE SPACES.
000000 01 RPT-LINE-DETAIL.
000000    03 RPT-DTL-ACCOUNT-CODE      PIC X(16).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-SAVING-TYPE       PIC X(10).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-CURRENCY          PIC X(03).
000000    03 RPT-DTL-GL-BALANCE        PIC -(14)9.99.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-SUB-BALANCE       PIC -(14)9.99.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-DIFFERENCE        PIC -(14)9.99.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-FIRST-DATE        PIC X(08).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-AGE               PIC ZZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-MARK              PIC X(08).
000000    03 FILLER                    PIC X(22)  VALUE SPACES.
000000 01 RPT-LINE-BLANK               PIC X(132) VALUE SPACES.
000000 01 CST-VARIABLES.
000000    03 CST-REC-HEADER            PIC X(01)  VALUE 'H'.
000000    03 CST-REC-DATA              PIC X(01)  VALUE 'D'.
000000    03 CST-REC-TRAILER           PIC X(01)  VALUE 'T'.
000000*--- ACCOUNT CODE CONSTANT（SPD9999GLEの勘定コードと同一）
000000    03 CST-ACCT-DEP-PRINCIPAL    PIC X(16)  VALUE 'DEP-PRINCIPAL'.
000000    03 CST-ACCT-DEP-ORDINARY     PIC X(16)  VALUE 'DEP-ORDINARY'.
000000    03 CST-ACCT-DEP-BLOCKED      PIC X(16)  VALUE 'DEP-BLOCKED'.
000000    03 CST-ACCT-ACCR-PAYABLE     PIC X(16)
000000                                 VALUE 'ACCR-INT-PAYABLE'.
000000    03 CST-ACCT-ROUND-RESIDUE    PIC X(16)
000000                                 VALUE 'ROUND-RESIDUE'.
000000    03 CST-TYPE-NONE             PIC X(10)  VALUE SPACES.
000000    03 CST-BLOCK-ACTIVE          PIC X(01)  VALUE 'B'.
000000    03 CST-BREAK-OPEN            PIC X(01)  VALUE 'O'.
000000    03 CST-BREAK-CLOSED          PIC X(01)  VALUE 'C'.
000000*--- 長期未解消とする経過日数（暦日）
000000    03 CST-AGE-ESCALATE          PIC S9(04) COMP VALUE 3.
000000    03 CST-REASON-GLR-NEW        PIC X(04)  VALUE 'E961'.
000000    03 CST-REASON-GLR-AGED       PIC X(04)  VALUE 'E962'.
000000    03 CST-RUN-MODE-GLR          PIC X(01)  VALUE 'J'.
000000    03 CST-EOF-CRS-SUB           PIC X(01)  VALUE 'N'.
000000    03 CST-COUNT-GL-ROWS         PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-OUT-OF-SCOPE    PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-SUB-ROWS        PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-KEYS            PIC 9(05)  VALUE 0.
000000    03 CST-COUNT-MATCHED         PIC 9(05)  VALUE 0.
000000    03 CST-COUNT-BREAK-NEW       PIC 9(05)  VALUE 0.
000000    03 CST-COUNT-BREAK-OPEN      PIC 9(05)  VALUE 0.
000000    03 CST-COUNT-BREAK-AGED      PIC 9(05)  VALUE 0.
000000    03 CST-COUNT-CLEARED         PIC 9(05)  VALUE 0.
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
000000 PROCEDURE                       DIVISION.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999GLR-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999GLR-MAIN.
000000     DISPLAY 'START SPD9999GLR'.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     MOVE HV-DATE-CURRENT-X      TO      WS-DATE-CURRENT-9.
000000*--- 実行順序の前提チェック。免除はSPD9999ONMの'SEQ'サブコマンド
000000*--- で当日に限り設定できる
000000     MOVE 'CHK'                  TO      WS-SEQ-FUNC.
000000     MOVE HV-DATE-CURRENT-X      TO      WS-SEQ-RUN-DATE.
000000     CALL 'SPD9999SEQ' USING WS-PARAM-SEQ.
000000     IF WS-SEQ-RETURN NOT = 0
000000         DISPLAY 'PREDECESSOR NOT COMPLETE : ' WS-SEQ-MISSING
000000         DISPLAY 'RUN STOPPED - COMPLETE PREDECESSOR OR SET'
000000                 ' OVERRIDE VIA SPM1 SEQ'
000000         STOP RUN
000000     END-IF.
000000     MOVE 'N'                    TO      WS-EOF.
000000     MOVE 'N'                    TO      WS-HEADER-READ.
000000     MOVE 'N'                    TO      WS-TRAILER-READ.
000000     MOVE 0                      TO      WS-CTL-COUNT.
000000     MOVE 0                      TO      WS-CTL-HASH.
000000     PERFORM SPD9999GLR-OPEN-FILES.
000000     PERFORM SPD9999GLR-READ-BALANCE.
000000     PERFORM UNTIL WS-EOF = 'Y'
000000         PERFORM SPD9999GLR-PROC-RECORD
000000         PERFORM SPD9999GLR-READ-BALANCE
000000     END-PERFORM.
000000     IF  WS-HEADER-READ  = 'N'
000000     OR  WS-TRAILER-READ = 'N'
000000         MOVE 'SPD9999GLR-MAIN'  TO      CST-ABEND-BREAKPOINT
000000         MOVE 'HEADER OR TRAILER RECORD MISSING IN GLTBAL'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999GLR-ABEND
000000     END-IF.
000000     PERFORM SPD9999GLR-LOAD-SUBLEDGER.
000000     PERFORM SPD9999GLR-WRITE-HEADER.
000000     PERFORM SPD9999GLR-RECONCILE-ONE
000000         VARYING REC-IDX FROM 1 BY 1
000000         UNTIL   REC-IDX > REC-CNT.
000000     PERFORM SPD9999GLR-CLOSE-STALE.
000000     PERFORM SPD9999GLR-CLOSE-FILES.
000000     EXEC SQL
000000         COMMIT
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999GLR-MAIN'  TO      CST-ABEND-BREAKPOINT
000000         MOVE 'FINAL COMMIT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999GLR-ABEND
000000     END-IF.
000000     DISPLAY 'TOTAL GL BALANCE ROWS READ    : ' CST-COUNT-GL-ROWS.
000000     DISPLAY '  OUTSIDE RECONCILED ACCOUNTS : '
000000             CST-COUNT-OUT-OF-SCOPE.
000000     DISPLAY 'TOTAL SUBLEDGER POSITIONS     : '
000000             CST-COUNT-SUB-ROWS.
000000     DISPLAY 'TOTAL KEYS RECONCILED         : ' CST-COUNT-KEYS.
000000     DISPLAY 'TOTAL MATCHED                 : ' CST-COUNT-MATCHED.
000000     DISPLAY 'TOTAL NEW BREAKS              : '
000000             CST-COUNT-BREAK-NEW.
000000     DISPLAY 'TOTAL BREAKS STILL OPEN       : '
000000             CST-COUNT-BREAK-OPEN.
000000     DISPLAY '  OF WHICH AGED               : '
000000             CST-COUNT-BREAK-AGED.
000000     DISPLAY 'TOTAL BREAKS CLEARED          : ' CST-COUNT-CLEARED.
000000*--- 自プログラムの完了を記録する
000000     MOVE 'END'                  TO      WS-SEQ-FUNC.
000000     CALL 'SPD9999SEQ' USING WS-PARAM-SEQ.
000000     IF WS-SEQ-RETURN NOT = 0
000000         DISPLAY 'WARNING: COMPLETION RECORD FAILED, RC='
000000                 WS-SEQ-RETURN
000000     END-IF.
000000     DISPLAY 'END   SPD9999GLR'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ファイルのオープン
000000* SPD9999GLR-OPEN-FILES  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999GLR-OPEN-FILES.
000000     OPEN INPUT BALANCE-FILE.
000000     IF WS-TBL-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN GLTBAL FILE, STATUS : '
000000                 WS-TBL-STATUS
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT REPORT-FILE.
000000     IF WS-RPT-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN GLRRPT, STATUS : ' WS-RPT-STATUS
000000         STOP RUN
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ファイルのクローズ
000000* SPD9999GLR-CLOSE-FILES SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999GLR-CLOSE-FILES.
000000     CLOSE BALANCE-FILE.
000000     CLOSE REPORT-FILE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: GL試算表抽出ファイルの読込み
000000* SPD9999GLR-READ-BALANCE SECTION |     （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999GLR-READ-BALANCE.
000000     READ BALANCE-FILE
000000         AT END
000000             MOVE 'Y'            TO      WS-EOF
000000     END-READ.
000000     IF  WS-TBL-STATUS NOT = '00'
000000     AND WS-TBL-STATUS NOT = '10'
000000         MOVE 'SPD9999GLR-READ-BALANCE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'READ GLTBAL FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999GLR-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: レコード種別ごとの振分け
000000* SPD9999GLR-PROC-RECORD SECTION |      （MAIN）
000000*                                |      ヘッダ→データ→トレーラの
000000*                                |      順序を検証する
000000*/-------------------------------------------------------------/*
000000 SPD9999GLR-PROC-RECORD.
000000     MOVE 'SPD9999GLR-PROC-RECORD'
000000                                 TO      CST-ABEND-BREAKPOINT.
000000     EVALUATE TBL-REC-TYPE
000000         WHEN CST-REC-HEADER
000000             IF WS-HEADER-READ = 'Y'
000000                 MOVE 'DUPLICATE HEADER RECORD IN GLTBAL'
000000                                 TO      CST-ABEND-DETAIL
000000                 PERFORM SPD9999GLR-ABEND
000000             END-IF
000000             MOVE 'Y'            TO      WS-HEADER-READ
000000*--- 抽出の残高日は当日（サブレジャーの当日残）と一致すること
000000             IF TBL-HDR-BALANCE-DATE NOT = HV-DATE-CURRENT-X
000000                 DISPLAY 'GLTBAL BALANCE DATE : '
000000                         TBL-HDR-BALANCE-DATE
000000                 MOVE 'GLTBAL BALANCE DATE IS NOT TODAY'
000000                                 TO      CST-ABEND-DETAIL
000000                 PERFORM SPD9999GLR-ABEND
000000             END-IF
000000         WHEN CST-REC-DATA
000000             IF WS-HEADER-READ  = 'N'
000000             OR WS-TRAILER-READ = 'Y'
000000                 MOVE 'DATA RECORD OUTSIDE HEADER/TRAILER'
000000                                 TO      CST-ABEND-DETAIL
000000                 PERFORM SPD9999GLR-ABEND
000000             END-IF
000000             PERFORM SPD9999GLR-PROC-DATA
000000         WHEN CST-REC-TRAILER
000000             IF WS-HEADER-READ  = 'N'
000000             OR WS-TRAILER-READ = 'Y'
000000                 MOVE 'TRAILER RECORD OUT OF SEQUENCE'
000000                                 TO      CST-ABEND-DETAIL
000000                 PERFORM SPD9999GLR-ABEND
000000             END-IF
000000             MOVE 'Y'            TO      WS-TRAILER-READ
000000             PERFORM SPD9999GLR-CHK-TRAILER
000000         WHEN OTHER
000000             MOVE 'UNKNOWN RECORD TYPE IN GLTBAL'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999GLR-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: コントロールトータル検証
000000* SPD9999GLR-CHK-TRAILER SECTION |      （MAIN）
000000*                                |      件数とGL残高のハッシュ合計
000000*/-------------------------------------------------------------/*
000000 SPD9999GLR-CHK-TRAILER.
000000     IF TBL-TRL-COUNT IS NOT NUMERIC
000000     OR TBL-TRL-HASH  IS NOT NUMERIC
000000         MOVE 'TRAILER CONTROL TOTAL NOT NUMERIC'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999GLR-ABEND
000000     END-IF.
000000     MOVE TBL-TRL-COUNT          TO      WS-TRL-COUNT.
000000     MOVE TBL-TRL-HASH           TO      WS-TRL-HASH.
000000     IF WS-TRL-COUNT NOT = WS-CTL-COUNT
000000     OR WS-TRL-HASH  NOT = WS-CTL-HASH
000000         DISPLAY 'TRAILER COUNT  : ' WS-TRL-COUNT
000000                 ' ACTUAL : ' WS-CTL-COUNT
000000         DISPLAY 'TRAILER HASH   : ' TBL-TRL-HASH
000000         MOVE 'TRAILER CONTROL TOTAL MISMATCH'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999GLR-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: GL残高1行の取込み
000000* SPD9999GLR-PROC-DATA   SECTION |      （MAIN）
000000*                                |      突合対象外の勘定は件数のみ
000000*/-------------------------------------------------------------/*
000000 SPD9999GLR-PROC-DATA.
000000     IF TBL-DTA-BALANCE IS NOT NUMERIC
000000         MOVE 'GL BALANCE NOT NUMERIC IN GLTBAL'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999GLR-ABEND
000000     END-IF.
000000     ADD 1                       TO      CST-COUNT-GL-ROWS.
000000     ADD 1                       TO      WS-CTL-COUNT.
000000     ADD TBL-DTA-BALANCE         TO      WS-CTL-HASH.
000000     MOVE 'Y'                    TO      WS-IN-SCOPE.
000000     EVALUATE TBL-DTA-ACCOUNT-CODE
000000         WHEN CST-ACCT-DEP-PRINCIPAL
000000         WHEN CST-ACCT-ACCR-PAYABLE
000000             MOVE TBL-DTA-SAVING-TYPE
000000                                 TO      REC-STG-TYPE
000000         WHEN CST-ACCT-DEP-ORDINARY
000000         WHEN CST-ACCT-DEP-BLOCKED
000000         WHEN CST-ACCT-ROUND-RESIDUE
000000             MOVE CST-TYPE-NONE  TO      REC-STG-TYPE
000000         WHEN OTHER
000000             MOVE 'N'            TO      WS-IN-SCOPE
000000             ADD 1               TO      CST-COUNT-OUT-OF-SCOPE
000000     END-EVALUATE.
000000     IF WS-IN-SCOPE = 'Y'
000000         MOVE TBL-DTA-ACCOUNT-CODE
000000                                 TO      REC-STG-ACCOUNT
000000         MOVE TBL-DTA-CURRENCY-CODE
000000                                 TO      REC-STG-CCY
000000         MOVE TBL-DTA-BALANCE    TO      REC-STG-GL
000000         MOVE 0                  TO      REC-STG-SUB
000000         PERFORM SPD9999GLR-ADD-TO-REC
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: サブレジャー残高の取込み
000000* SPD9999GLR-LOAD-SUBLEDGER SECTION |   （MAIN）
000000*                                |      対象: DB_BOOK_SNAPSHOT
000000*                                |            DB_INTEREST_ACCRUAL
000000*                                |            DB_ACCOUNT_BALANCE
000000*                                |            DB_BLOCKED_FUNDS
000000*                                |            DB_ROUNDING_LEDGER
000000*/-------------------------------------------------------------/*
000000 SPD9999GLR-LOAD-SUBLEDGER.
000000*--- 当日のスナップショットが無い場合は元金を突合できない
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-SNAP-COUNT
000000         FROM   MYDB.DB_BOOK_SNAPSHOT
000000         WHERE  SNAP_DATE = :HV-DATE-CURRENT-X
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999GLR-LOAD-SUBLEDGER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT SNAPSHOT COUNT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999GLR-ABEND
000000     END-IF.
000000     IF HV-SNAP-COUNT = 0
000000         MOVE 'SPD9999GLR-LOAD-SUBLEDGER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'NO BOOK SNAPSHOT FOR TODAY, RUN SPD9999RFW'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999GLR-ABEND
000000     END-IF.
000000     MOVE 'N'                    TO      CST-EOF-CRS-SUB.
000000     EXEC SQL
000000         DECLARE CRS-SUB CURSOR FOR
000000         SELECT  :CST-ACCT-DEP-PRINCIPAL, SAVING_TYPE,
000000                 CURRENCY_CODE, TOTAL_MONEY_ROOT
000000         FROM    MYDB.DB_BOOK_SNAPSHOT
000000         WHERE   SNAP_DATE = :HV-DATE-CURRENT-X
000000         UNION ALL
000000         SELECT  :CST-ACCT-ACCR-PAYABLE, SAVING_TYPE,
000000                 CURRENCY_CODE, SUM(ACCRUED_DELTA)
000000         FROM    MYDB.DB_INTEREST_ACCRUAL
000000         WHERE   ACCRUAL_DATE <= :HV-DATE-CURRENT-X
000000         GROUP BY SAVING_TYPE, CURRENCY_CODE
000000         UNION ALL
000000         SELECT  :CST-ACCT-DEP-ORDINARY, :CST-TYPE-NONE,
000000                 CURRENCY_CODE, SUM(BALANCE)
000000         FROM    MYDB.DB_ACCOUNT_BALANCE
000000         GROUP BY CURRENCY_CODE
000000         UNION ALL
000000         SELECT  :CST-ACCT-DEP-BLOCKED, :CST-TYPE-NONE,
000000                 CURRENCY_CODE, SUM(AMOUNT)
000000         FROM    MYDB.DB_BLOCKED_FUNDS
000000         WHERE   STATUS = :CST-BLOCK-ACTIVE
000000         GROUP BY CURRENCY_CODE
000000         UNION ALL
000000         SELECT  :CST-ACCT-ROUND-RESIDUE, :CST-TYPE-NONE,
000000                 CURRENCY_CODE, SUM(RESIDUE_AMOUNT)
000000         FROM    MYDB.DB_ROUNDING_LEDGER
000000         WHERE   RUN_DATE <= :HV-DATE-CURRENT-X
000000         GROUP BY CURRENCY_CODE
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-SUB
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999GLR-LOAD-SUBLEDGER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-SUB FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999GLR-ABEND
000000     END-IF.
000000     PERFORM SPD9999GLR-FETCH-SUB.
000000     PERFORM UNTIL CST-EOF-CRS-SUB = 'Y'
000000         MOVE HV-SUB-ACCOUNT     TO      REC-STG-ACCOUNT
000000         MOVE HV-SUB-SAVING-TYPE
000000                                 TO      REC-STG-TYPE
000000         MOVE HV-SUB-CURRENCY    TO      REC-STG-CCY
000000         MOVE 0                  TO      REC-STG-GL
000000         MOVE HV-SUB-BALANCE     TO      REC-STG-SUB
000000         PERFORM SPD9999GLR-ADD-TO-REC
000000         PERFORM SPD9999GLR-FETCH-SUB
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-SUB
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: サブレジャー残高の行取得
000000* SPD9999GLR-FETCH-SUB   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999GLR-FETCH-SUB.
000000     EXEC SQL
000000         FETCH CRS-SUB
000000         INTO  :HV-SUB-ACCOUNT, :HV-SUB-SAVING-TYPE,
000000               :HV-SUB-CURRENCY, :HV-SUB-BALANCE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             ADD 1               TO      CST-COUNT-SUB-ROWS
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-SUB
000000         WHEN OTHER
000000             MOVE 'SPD9999GLR-FETCH-SUB'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-SUB FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999GLR-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 突合テーブルへの加算
000000* SPD9999GLR-ADD-TO-REC  SECTION |      （COMMON）
000000*                                |      REC-STG-項目を設定してから
000000*                                |      呼び出すこと
000000*/-------------------------------------------------------------/*
000000 SPD9999GLR-ADD-TO-REC.
000000     MOVE 'N'                    TO      REC-FOUND.
000000     PERFORM SPD9999GLR-SCAN-REC
000000         VARYING REC-IDX FROM 1 BY 1
000000         UNTIL   REC-IDX > REC-CNT
000000         OR      REC-FOUND = 'Y'.
000000     IF REC-FOUND = 'N'
000000         IF REC-CNT >= 500
000000             MOVE 'SPD9999GLR-ADD-TO-REC'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'RECONCILIATION TABLE OVERFLOW'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999GLR-ABEND
000000         END-IF
000000         ADD 1                   TO      REC-CNT
000000         MOVE REC-STG-ACCOUNT    TO      REC-ACCOUNT (REC-CNT)
000000         MOVE REC-STG-TYPE       TO      REC-SAVING-TYPE (REC-CNT)
000000         MOVE REC-STG-CCY        TO      REC-CURRENCY (REC-CNT)
000000         MOVE REC-STG-GL         TO      REC-GL-BALANCE (REC-CNT)
000000         MOVE REC-STG-SUB        TO      REC-SUB-BALANCE (REC-CNT)
000000     END-IF.
000000     EXIT.
000000 SPD9999GLR-SCAN-REC.
000000     IF  REC-ACCOUNT (REC-IDX) = REC-STG-ACCOUNT
000000     AND REC-SAVING-TYPE (REC-IDX)  = REC-STG-TYPE
000000     AND REC-CURRENCY (REC-IDX)     = REC-STG-CCY
000000         ADD REC-STG-GL          TO      REC-GL-BALANCE (REC-IDX)
000000         ADD REC-STG-SUB         TO      REC-SUB-BALANCE (REC-IDX)
000000         MOVE 'Y'                TO      REC-FOUND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: レポートヘッダ出力
000000* SPD9999GLR-WRITE-HEADER SECTION |     （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999GLR-WRITE-HEADER.
000000     MOVE RPT-LINE-RULE          TO      RPT-REC.
000000     PERFORM SPD9999GLR-WRITE-REPORT.
000000     MOVE HV-DATE-CURRENT-X      TO      RPT-TITLE-DATE.
000000     MOVE RPT-LINE-TITLE         TO      RPT-REC.
000000     PERFORM SPD9999GLR-WRITE-REPORT.
000000     MOVE RPT-LINE-RULE          TO      RPT-REC.
000000     PERFORM SPD9999GLR-WRITE-REPORT.
000000     MOVE RPT-LINE-HEADER        TO      RPT-REC.
000000     PERFORM SPD9999GLR-WRITE-REPORT.
000000     MOVE RPT-LINE-BLANK         TO      RPT-REC.
000000     PERFORM SPD9999GLR-WRITE-REPORT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 1キー分の突合
000000* SPD9999GLR-RECONCILE-ONE SECTION |    （MAIN）
000000*                                |      対象: DB_GL_RECON_BREAK
000000*                                |      差異額＝GL残高−サブレジャー
000000*/-------------------------------------------------------------/*
000000 SPD9999GLR-RECONCILE-ONE.
000000     ADD 1                       TO      CST-COUNT-KEYS.
000000     MOVE REC-ACCOUNT (REC-IDX)  TO      GR-ACCOUNT-CODE.
000000     MOVE REC-SAVING-TYPE (REC-IDX)
000000                                 TO      GR-SAVING-TYPE.
000000     MOVE REC-CURRENCY (REC-IDX)
000000                                 TO      GR-CURRENCY-CODE.
000000     COMPUTE WS-BREAK-AMOUNT     =
000000             REC-GL-BALANCE (REC-IDX) -
000000             REC-SUB-BALANCE (REC-IDX).
000000     MOVE GR-ACCOUNT-CODE        TO      RPT-DTL-ACCOUNT-CODE.
000000     MOVE GR-SAVING-TYPE         TO      RPT-DTL-SAVING-TYPE.
000000     MOVE GR-CURRENCY-CODE       TO      RPT-DTL-CURRENCY.
000000     MOVE REC-GL-BALANCE (REC-IDX)
000000                                 TO      RPT-DTL-GL-BALANCE.
000000     MOVE REC-SUB-BALANCE (REC-IDX)
000000                                 TO      RPT-DTL-SUB-BALANCE.
000000     MOVE WS-BREAK-AMOUNT        TO      RPT-DTL-DIFFERENCE.
000000     MOVE SPACES                 TO      RPT-DTL-FIRST-DATE.
000000     MOVE 0                      TO      RPT-DTL-AGE.
000000     MOVE SPACES                 TO      RPT-DTL-MARK.
000000     IF WS-BREAK-AMOUNT = 0
000000         ADD 1                   TO      CST-COUNT-MATCHED
000000         PERFORM SPD9999GLR-CLEAR-BREAK
000000     ELSE
000000         PERFORM SPD9999GLR-RECORD-BREAK
000000     END-IF.
000000     MOVE RPT-LINE-DETAIL        TO      RPT-REC.
000000     PERFORM SPD9999GLR-WRITE-REPORT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 一致したキーの差異の解消
000000* SPD9999GLR-CLEAR-BREAK SECTION |      （COMMON）
000000*                                |      対象: DB_GL_RECON_BREAK
000000*/-------------------------------------------------------------/*
000000 SPD9999GLR-CLEAR-BREAK.
000000     EXEC SQL
000000         UPDATE MYDB.DB_GL_RECON_BREAK
000000         SET    STATUS        = :CST-BREAK-CLOSED,
000000                CLOSE_DATE    = :HV-DATE-CURRENT-X
000000         WHERE  ACCOUNT_CODE  = :GR-ACCOUNT-CODE
000000         AND    SAVING_TYPE   = :GR-SAVING-TYPE
000000         AND    CURRENCY_CODE = :GR-CURRENCY-CODE
000000         AND    STATUS        = :CST-BREAK-OPEN
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             ADD 1               TO      CST-COUNT-CLEARED
000000             MOVE 'CLEARED'      TO      RPT-DTL-MARK
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999GLR-CLEAR-BREAK'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'UPDATE DB_GL_RECON_BREAK CLOSE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999GLR-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 差異の記録と経過日数の管理
000000* SPD9999GLR-RECORD-BREAK SECTION |     （MAIN）
000000*                                |      対象: DB_GL_RECON_BREAK
000000*                                |      未解消の行が無ければ新規
000000*                                |      （E961）、あれば更新し長期
000000*                                |      未解消は1回だけE962を記録
000000*/-------------------------------------------------------------/*
000000 SPD9999GLR-RECORD-BREAK.
000000     MOVE REC-GL-BALANCE (REC-IDX)
000000                                 TO      GR-GL-BALANCE.
000000     MOVE REC-SUB-BALANCE (REC-IDX)
000000                                 TO      GR-SUB-BALANCE.
000000     MOVE WS-BREAK-AMOUNT        TO      GR-BREAK-AMOUNT.
000000     EXEC SQL
000000         SELECT FIRST_BREAK_DATE, ESCALATED
000000         INTO   :GR-FIRST-BREAK-DATE, :GR-ESCALATED
000000         FROM   MYDB.DB_GL_RECON_BREAK
000000         WHERE  ACCOUNT_CODE  = :GR-ACCOUNT-CODE
000000         AND    SAVING_TYPE   = :GR-SAVING-TYPE
000000         AND    CURRENCY_CODE = :GR-CURRENCY-CODE
000000         AND    STATUS        = :CST-BREAK-OPEN
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE GR-FIRST-BREAK-DATE
000000                                 TO      WS-DATE-FIRST-9
000000             COMPUTE WS-AGE-DAYS =
000000                 FUNCTION INTEGER-OF-DATE(WS-DATE-CURRENT-9) -
000000                 FUNCTION INTEGER-OF-DATE(WS-DATE-FIRST-9)
000000             ADD 1               TO      CST-COUNT-BREAK-OPEN
000000             MOVE '*OPEN'        TO      RPT-DTL-MARK
000000             IF WS-AGE-DAYS >= CST-AGE-ESCALATE
000000                 ADD 1           TO      CST-COUNT-BREAK-AGED
000000                 MOVE '*AGED'    TO      RPT-DTL-MARK
000000                 IF GR-ESCALATED = 'N'
000000                     MOVE 'Y'    TO      GR-ESCALATED
000000                     MOVE CST-REASON-GLR-AGED
000000                                 TO      EL-REASON-CODE
000000                     PERFORM SPD9999GLR-INS-EXCEPTION
000000                 END-IF
000000             END-IF
000000             PERFORM SPD9999GLR-UPD-BREAK
000000         WHEN 100
000000             MOVE HV-DATE-CURRENT-X
000000                                 TO      GR-FIRST-BREAK-DATE
000000             MOVE 0              TO      WS-AGE-DAYS
000000             MOVE 'N'            TO      GR-ESCALATED
000000             ADD 1               TO      CST-COUNT-BREAK-NEW
000000             MOVE '*NEW'         TO      RPT-DTL-MARK
000000             PERFORM SPD9999GLR-INS-BREAK
000000             MOVE CST-REASON-GLR-NEW
000000                                 TO      EL-REASON-CODE
000000             PERFORM SPD9999GLR-INS-EXCEPTION
000000         WHEN OTHER
000000             MOVE 'SPD9999GLR-RECORD-BREAK'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT DB_GL_RECON_BREAK FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999GLR-ABEND
000000     END-EVALUATE.
000000     MOVE GR-FIRST-BREAK-DATE    TO      RPT-DTL-FIRST-DATE.
000000     MOVE WS-AGE-DAYS            TO      RPT-DTL-AGE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 新規差異の登録
000000* SPD9999GLR-INS-BREAK   SECTION |      （COMMON）
000000*                                |      対象: DB_GL_RECON_BREAK
000000*/-------------------------------------------------------------/*
000000 SPD9999GLR-INS-BREAK.
000000     MOVE HV-DATE-CURRENT-X      TO      GR-LAST-BREAK-DATE.
000000     MOVE CST-BREAK-OPEN         TO      GR-STATUS.
000000     MOVE '00000000'             TO      GR-CLOSE-DATE.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_GL_RECON_BREAK
000000             (ACCOUNT_CODE, SAVING_TYPE, CURRENCY_CODE,
000000              FIRST_BREAK_DATE, LAST_BREAK_DATE, GL_BALANCE,
000000              SUB_BALANCE, BREAK_AMOUNT, ESCALATED, STATUS,
000000              CLOSE_DATE)
000000         VALUES
000000             (:GR-ACCOUNT-CODE, :GR-SAVING-TYPE,
000000              :GR-CURRENCY-CODE, :GR-FIRST-BREAK-DATE,
000000              :GR-LAST-BREAK-DATE, :GR-GL-BALANCE,
000000              :GR-SUB-BALANCE, :GR-BREAK-AMOUNT,
000000              :GR-ESCALATED, :GR-STATUS, :GR-CLOSE-DATE)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999GLR-INS-BREAK'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'INSERT DB_GL_RECON_BREAK FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999GLR-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 未解消差異の更新
000000* SPD9999GLR-UPD-BREAK   SECTION |      （COMMON）
000000*                                |      対象: DB_GL_RECON_BREAK
000000*/-------------------------------------------------------------/*
000000 SPD9999GLR-UPD-BREAK.
000000     EXEC SQL
000000         UPDATE MYDB.DB_GL_RECON_BREAK
000000         SET    LAST_BREAK_DATE = :HV-DATE-CURRENT-X,
000000                GL_BALANCE      = :GR-GL-BALANCE,
000000                SUB_BALANCE     = :GR-SUB-BALANCE,
000000                BREAK_AMOUNT    = :GR-BREAK-AMOUNT,
000000                ESCALATED       = :GR-ESCALATED
000000         WHERE  ACCOUNT_CODE     = :GR-ACCOUNT-CODE
000000         AND    SAVING_TYPE      = :GR-SAVING-TYPE
000000         AND    CURRENCY_CODE    = :GR-CURRENCY-CODE
000000         AND    FIRST_BREAK_DATE = :GR-FIRST-BREAK-DATE
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999GLR-UPD-BREAK'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'UPDATE DB_GL_RECON_BREAK FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999GLR-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 両側から消えたキーの解消
000000* SPD9999GLR-CLOSE-STALE SECTION |      （COMMON）
000000*                                |      対象: DB_GL_RECON_BREAK
000000*                                |      当日に突合しなかった未解消
000000*                                |      の差異（GL・サブレジャーとも
000000*                                |      残高なし）を解消とする
000000*/-------------------------------------------------------------/*
000000 SPD9999GLR-CLOSE-STALE.
000000     EXEC SQL
000000         UPDATE MYDB.DB_GL_RECON_BREAK
000000         SET    STATUS          = :CST-BREAK-CLOSED,
000000                CLOSE_DATE      = :HV-DATE-CURRENT-X
000000         WHERE  STATUS          = :CST-BREAK-OPEN
000000         AND    LAST_BREAK_DATE < :HV-DATE-CURRENT-X
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             ADD SQLERRD (3)     TO      CST-COUNT-CLEARED
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999GLR-CLOSE-STALE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'UPDATE DB_GL_RECON_BREAK STALE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999GLR-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 例外管理テーブルへの記録
000000* SPD9999GLR-INS-EXCEPTION SECTION |    （COMMON）
000000*                                |      対象: DB_EXCEPTION_LOG
000000*                                |      EL-REASON-CODEを設定してから
000000*                                |      呼び出すこと
000000*/-------------------------------------------------------------/*
000000 SPD9999GLR-INS-EXCEPTION.
000000     MOVE 0                      TO      EL-ORDER-ID.
000000     MOVE SPACES                 TO      EL-ACC-ID.
000000     MOVE CST-RUN-MODE-GLR       TO      EL-RUN-MODE.
000000     MOVE HV-DATE-CURRENT-X      TO      EL-RUN-DATE.
000000     MOVE SPACES                 TO      EL-DETAIL.
000000     STRING 'GL BREAK ' GR-ACCOUNT-CODE ' '
000000            GR-SAVING-TYPE ' ' GR-CURRENCY-CODE
000000         DELIMITED BY SIZE
000000         INTO EL-DETAIL
000000     END-STRING.
000000     MOVE 'N'                    TO      EL-WF-STATUS.
000000     MOVE FUNCTION CURRENT-DATE  TO      EL-LOG-TIMESTAMP.
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
000000         DISPLAY 'WARNING: DB_EXCEPTION_LOG INSERT FAILED, '
000000                 'SQLCODE : ' SQLCODE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: レポート行の出力
000000* SPD9999GLR-WRITE-REPORT SECTION |     （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999GLR-WRITE-REPORT.
000000     WRITE RPT-REC.
000000     IF WS-RPT-STATUS NOT = '00'
000000         MOVE 'SPD9999GLR-WRITE-REPORT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE GLRRPT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999GLR-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999GLR-ABEND       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999GLR-ABEND.
000000     DISPLAY 'SPD9999GLR-ABEND'.
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
000000 END PROGRAM SPD9999GLR.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
