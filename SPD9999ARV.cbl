000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999ARV.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999ARV
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            オンライン操作権限の棚卸しバッチ
000000*                                （月次）
000000*                                セキュリティ管理者の月次レビュー
000000*                                用にARVRPTへ次の3部を出力する。
000000*                                  1. ロール保有者一覧
000000*                                     DB_USER_ROLEの全行（ユーザ・
000000*                                     ロール順）。有効期限切れは
000000*                                     'EXPIRED'、付与者が本人の行は
000000*                                     'SELF-GRANTED'と表示する
000000*                                  2. ロール別の許可取引一覧
000000*                                     DB_ROLE_AUTHの全行
000000*                                  3. 前月の権限拒否件数
000000*                                     DB_RUN_AUDITのRUN_MODE='X'
000000*                                     （SPD9999AUTが記録）を
000000*                                     ユーザ別に集計する
000000*                                参照のみでDB更新は行わない。
000000*                                ロールの付与・削除はレビュー結果に
000000*                                基づきDBAが行う
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
000000     SELECT REPORT-FILE   ASSIGN TO 'ARVRPT'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-RPT-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000 FD  REPORT-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 100 CHARACTERS.
000000 01 RPT-REC                      PIC X(100).
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
000000 01 WS-RPT-STATUS                PIC X(02).
000000 01 HV-VARIABLES.
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000    03 HV-PREV-YYYY              PIC 9(04).
000000    03 HV-PREV-MM                PIC 9(02).
000000    03 HV-PREV-MONTH-9           PIC 9(06).
000000    03 HV-PREV-MONTH-X           PIC X(06).
000000    03 HV-DENIED-COUNT           PIC S9(09) COMP.
000000    03 HV-DENIED-LAST-TS         PIC X(21).
000000*/-------------------------------------------------------------/*
000000*  レポート編集エリア
000000*/-------------------------------------------------------------/*
000000 01 RPT-LINE-RULE.
000000    03 FILLER                    PIC X(100) VALUE ALL '='.
000000 01 RPT-LINE-TITLE.
000000    03 FILLER                    PIC X(28)  VALUE SPACES.
000000    03 FILLER                    PIC X(36)
000000       VALUE 'ONLINE ACCESS REVIEW REPORT'.
000000    03 RPT-TITLE-DATE            PIC X(08).
000000    03 FILLER                    PIC X(28)  VALUE SPACES.
000000 01 RPT-LINE-SECTION.
000000    03 RPT-SEC-TEXT              PIC X(60).
000000    03 RPT-SEC-MONTH             PIC X(06).
000000    03 FILLER                    PIC X(34)  VALUE SPACES.
000000 01 RPT-LINE-HEAD-GRANT.
000000    03 FILLER                    PIC X(50)
000000       VALUE '  USER-ID   ROLE      GRANTED   GRANT-DT  EXPIRY  '.
000000    03 FILLER                    PIC X(50)
000000       VALUE '  STATUS'.
000000 01 RPT-LINE-GRANT.
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 RPT-GRT-USER-ID           PIC X(08).
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 RPT-GRT-ROLE-CODE         PIC X(08).
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 RPT-GRT-GRANTED-BY        PIC X(08).
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 RPT-GRT-GRANT-DATE        PIC X(08).
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 RPT-GRT-EXPIRY-DATE       PIC X(08).
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 RPT-GRT-STATUS            PIC X(24).
000000    03 FILLER                    PIC X(24)  VALUE SPACES.
000000 01 RPT-LINE-HEAD-AUTH.
000000    03 FILLER                    PIC X(50)
000000       VALUE '  ROLE      TRAN  SUBCOMMAND'.
000000    03 FILLER                    PIC X(50)  VALUE SPACES.
000000 01 RPT-LINE-AUTH.
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 RPT-AUT-ROLE-CODE         PIC X(08).
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 RPT-AUT-TRANS-ID          PIC X(04).
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 RPT-AUT-SUBCOMMAND        PIC X(10).
000000    03 FILLER                    PIC X(72)  VALUE SPACES.
000000 01 RPT-LINE-HEAD-DENY.
000000    03 FILLER                    PIC X(50)
000000       VALUE '  USER-ID      DENIED  LAST ATTEMPT'.
000000    03 FILLER                    PIC X(50)  VALUE SPACES.
000000 01 RPT-LINE-DENY.
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 RPT-DNY-USER-ID           PIC X(08).
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 RPT-DNY-COUNT             PIC Z(07)9.
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 RPT-DNY-LAST-TS           PIC X(14).
000000    03 FILLER                    PIC X(64)  VALUE SPACES.
000000 01 RPT-LINE-NONE.
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 FILLER                    PIC X(98)  VALUE '(NONE)'.
000000 01 RPT-LINE-BLANK               PIC X(100) VALUE SPACES.
000000 01 CST-VARIABLES.
000000    03 CST-RUN-MODE-DENIED       PIC X(01)  VALUE 'X'.
000000    03 CST-STATUS-ACTIVE         PIC X(24)  VALUE 'ACTIVE'.
000000    03 CST-STATUS-EXPIRED        PIC X(24)  VALUE 'EXPIRED'.
000000    03 CST-STATUS-SELF           PIC X(24)  VALUE 'SELF-GRANTED'.
000000    03 CST-STATUS-EXP-SELF       PIC X(24)
000000       VALUE 'EXPIRED, SELF-GRANTED'.
000000    03 CST-EOF-CRS               PIC X(01)  VALUE 'N'.
000000    03 CST-COUNT-GRANTS          PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-EXPIRED         PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-SELF            PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-AUTHS           PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-DENY-USERS      PIC 9(07)  VALUE 0.
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
000000* SPD9999ARV-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ARV-MAIN.
000000     DISPLAY 'START SPD9999ARV'.
000000     PERFORM SPD9999ARV-INIT.
000000     OPEN OUTPUT REPORT-FILE.
000000     IF WS-RPT-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN ARVRPT, STATUS : ' WS-RPT-STATUS
000000         STOP RUN
000000     END-IF.
000000     MOVE RPT-LINE-RULE          TO      RPT-REC.
000000     PERFORM SPD9999ARV-WRITE-REPORT.
000000     MOVE HV-DATE-CURRENT-X      TO      RPT-TITLE-DATE.
000000     MOVE RPT-LINE-TITLE         TO      RPT-REC.
000000     PERFORM SPD9999ARV-WRITE-REPORT.
000000     MOVE RPT-LINE-RULE          TO      RPT-REC.
000000     PERFORM SPD9999ARV-WRITE-REPORT.
000000     PERFORM SPD9999ARV-LIST-GRANTS.
000000     PERFORM SPD9999ARV-LIST-AUTHS.
000000     PERFORM SPD9999ARV-LIST-DENIALS.
000000     CLOSE REPORT-FILE.
000000     DISPLAY 'ROLE GRANTS LISTED            : '
000000             CST-COUNT-GRANTS.
000000     DISPLAY 'EXPIRED GRANTS                : '
000000             CST-COUNT-EXPIRED.
000000     DISPLAY 'SELF-GRANTED ROWS             : '
000000             CST-COUNT-SELF.
000000     DISPLAY 'ROLE PERMISSIONS LISTED       : '
000000             CST-COUNT-AUTHS.
000000     DISPLAY 'USERS WITH DENIED ATTEMPTS    : '
000000             CST-COUNT-DENY-USERS.
000000     DISPLAY 'END   SPD9999ARV'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 日付の初期化
000000* SPD9999ARV-INIT        SECTION |      （COMMON）
000000*                                |      拒否件数の集計対象は
000000*                                |      実行日の前月（YYYYMM）
000000*/-------------------------------------------------------------/*
000000 SPD9999ARV-INIT.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     MOVE HV-DATE-CURRENT-X(1:4) TO      HV-PREV-YYYY.
000000     MOVE HV-DATE-CURRENT-X(5:2) TO      HV-PREV-MM.
000000     IF HV-PREV-MM = 1
000000         MOVE 12                 TO      HV-PREV-MM
000000         SUBTRACT 1              FROM    HV-PREV-YYYY
000000     ELSE
000000         SUBTRACT 1              FROM    HV-PREV-MM
000000     END-IF.
000000     COMPUTE HV-PREV-MONTH-9 = HV-PREV-YYYY * 100 + HV-PREV-MM.
000000     MOVE HV-PREV-MONTH-9        TO      HV-PREV-MONTH-X.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ロール保有者一覧
000000* SPD9999ARV-LIST-GRANTS SECTION |      （MAIN）
000000*                                |      対象: DB_USER_ROLE
000000*/-------------------------------------------------------------/*
000000 SPD9999ARV-LIST-GRANTS.
000000     MOVE RPT-LINE-BLANK         TO      RPT-REC.
000000     PERFORM SPD9999ARV-WRITE-REPORT.
000000     MOVE SPACES                 TO      RPT-LINE-SECTION.
000000     MOVE '1. ROLE HOLDERS'      TO      RPT-SEC-TEXT.
000000     MOVE RPT-LINE-SECTION       TO      RPT-REC.
000000     PERFORM SPD9999ARV-WRITE-REPORT.
000000     MOVE RPT-LINE-HEAD-GRANT    TO      RPT-REC.
000000     PERFORM SPD9999ARV-WRITE-REPORT.
000000     MOVE 'N'                    TO      CST-EOF-CRS.
000000     EXEC SQL
000000         DECLARE CRS-URL CURSOR FOR
000000         SELECT  USER_ID, ROLE_CODE, GRANTED_BY, GRANT_DATE,
000000                 EXPIRY_DATE
000000         FROM    MYDB.DB_USER_ROLE
000000         ORDER BY USER_ID, ROLE_CODE
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-URL
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999ARV-LIST-GRANTS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-URL FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ARV-ABEND
000000     END-IF.
000000     PERFORM SPD9999ARV-FETCH-GRANT.
000000     IF CST-EOF-CRS = 'Y'
000000         MOVE RPT-LINE-NONE      TO      RPT-REC
000000         PERFORM SPD9999ARV-WRITE-REPORT
000000     END-IF.
000000     PERFORM UNTIL CST-EOF-CRS = 'Y'
000000         PERFORM SPD9999ARV-WRITE-GRANT
000000         PERFORM SPD9999ARV-FETCH-GRANT
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-URL
000000     END-EXEC.
000000     EXIT.
000000 SPD9999ARV-FETCH-GRANT.
000000     EXEC SQL
000000         FETCH CRS-URL
000000         INTO  :UR-USER-ID, :UR-ROLE-CODE, :UR-GRANTED-BY,
000000               :UR-GRANT-DATE, :UR-EXPIRY-DATE
000000     END-EXEC.
000000     PERFORM SPD9999ARV-EVAL-FETCH.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ロール保有者1行の編集
000000* SPD9999ARV-WRITE-GRANT SECTION |      （COMMON）
000000*                                |      期限切れ・本人付与を表示
000000*/-------------------------------------------------------------/*
000000 SPD9999ARV-WRITE-GRANT.
000000     ADD 1                       TO      CST-COUNT-GRANTS.
000000     MOVE UR-USER-ID             TO      RPT-GRT-USER-ID.
000000     MOVE UR-ROLE-CODE           TO      RPT-GRT-ROLE-CODE.
000000     MOVE UR-GRANTED-BY          TO      RPT-GRT-GRANTED-BY.
000000     MOVE UR-GRANT-DATE          TO      RPT-GRT-GRANT-DATE.
000000     MOVE UR-EXPIRY-DATE         TO      RPT-GRT-EXPIRY-DATE.
000000     MOVE CST-STATUS-ACTIVE      TO      RPT-GRT-STATUS.
000000     IF UR-EXPIRY-DATE < HV-DATE-CURRENT-X
000000         ADD 1                   TO      CST-COUNT-EXPIRED
000000         MOVE CST-STATUS-EXPIRED TO      RPT-GRT-STATUS
000000     END-IF.
000000     IF UR-GRANTED-BY = UR-USER-ID
000000         ADD 1                   TO      CST-COUNT-SELF
000000         IF UR-EXPIRY-DATE < HV-DATE-CURRENT-X
000000             MOVE CST-STATUS-EXP-SELF
000000                                 TO      RPT-GRT-STATUS
000000         ELSE
000000             MOVE CST-STATUS-SELF
000000                                 TO      RPT-GRT-STATUS
000000         END-IF
000000     END-IF.
000000     MOVE RPT-LINE-GRANT         TO      RPT-REC.
000000     PERFORM SPD9999ARV-WRITE-REPORT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ロール別の許可取引一覧
000000* SPD9999ARV-LIST-AUTHS  SECTION |      （MAIN）
000000*                                |      対象: DB_ROLE_AUTH
000000*/-------------------------------------------------------------/*
000000 SPD9999ARV-LIST-AUTHS.
000000     MOVE RPT-LINE-BLANK         TO      RPT-REC.
000000     PERFORM SPD9999ARV-WRITE-REPORT.
000000     MOVE SPACES                 TO      RPT-LINE-SECTION.
000000     MOVE '2. ROLE PERMISSIONS'  TO      RPT-SEC-TEXT.
000000     MOVE RPT-LINE-SECTION       TO      RPT-REC.
000000     PERFORM SPD9999ARV-WRITE-REPORT.
000000     MOVE RPT-LINE-HEAD-AUTH     TO      RPT-REC.
000000     PERFORM SPD9999ARV-WRITE-REPORT.
000000     MOVE 'N'                    TO      CST-EOF-CRS.
000000     EXEC SQL
000000         DECLARE CRS-RLA CURSOR FOR
000000         SELECT  ROLE_CODE, TRANS_ID, SUBCOMMAND
000000         FROM    MYDB.DB_ROLE_AUTH
000000         ORDER BY ROLE_CODE, TRANS_ID, SUBCOMMAND
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-RLA
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999ARV-LIST-AUTHS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-RLA FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ARV-ABEND
000000     END-IF.
000000     PERFORM SPD9999ARV-FETCH-AUTH.
000000     IF CST-EOF-CRS = 'Y'
000000         MOVE RPT-LINE-NONE      TO      RPT-REC
000000         PERFORM SPD9999ARV-WRITE-REPORT
000000     END-IF.
000000     PERFORM UNTIL CST-EOF-CRS = 'Y'
000000         ADD 1                   TO      CST-COUNT-AUTHS
000000         MOVE RP-ROLE-CODE       TO      RPT-AUT-ROLE-CODE
000000         MOVE RP-TRANS-ID        TO      RPT-AUT-TRANS-ID
000000         MOVE RP-SUBCOMMAND      TO      RPT-AUT-SUBCOMMAND
000000         MOVE RPT-LINE-AUTH      TO      RPT-REC
000000         PERFORM SPD9999ARV-WRITE-REPORT
000000         PERFORM SPD9999ARV-FETCH-AUTH
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-RLA
000000     END-EXEC.
000000     EXIT.
000000 SPD9999ARV-FETCH-AUTH.
000000     EXEC SQL
000000         FETCH CRS-RLA
000000         INTO  :RP-ROLE-CODE, :RP-TRANS-ID, :RP-SUBCOMMAND
000000     END-EXEC.
000000     PERFORM SPD9999ARV-EVAL-FETCH.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 前月の権限拒否件数
000000* SPD9999ARV-LIST-DENIALS SECTION |     （MAIN）
000000*                                |      対象: DB_RUN_AUDIT
000000*                                |      RUN_MODE='X'をユーザ別集計
000000*/-------------------------------------------------------------/*
000000 SPD9999ARV-LIST-DENIALS.
000000     MOVE RPT-LINE-BLANK         TO      RPT-REC.
000000     PERFORM SPD9999ARV-WRITE-REPORT.
000000     MOVE SPACES                 TO      RPT-LINE-SECTION.
000000     MOVE '3. DENIED ONLINE ATTEMPTS FOR MONTH '
000000                                 TO      RPT-SEC-TEXT.
000000     MOVE HV-PREV-MONTH-X        TO      RPT-SEC-MONTH.
000000     MOVE RPT-LINE-SECTION       TO      RPT-REC.
000000     PERFORM SPD9999ARV-WRITE-REPORT.
000000     MOVE RPT-LINE-HEAD-DENY     TO      RPT-REC.
000000     PERFORM SPD9999ARV-WRITE-REPORT.
000000     MOVE 'N'                    TO      CST-EOF-CRS.
000000     EXEC SQL
000000         DECLARE CRS-DNY CURSOR FOR
000000         SELECT  USER_ID, COUNT(*), MAX(AUDIT_TIMESTAMP)
000000         FROM    MYDB.DB_RUN_AUDIT
000000         WHERE   RUN_MODE = :CST-RUN-MODE-DENIED
000000         AND     SUBSTR(AUDIT_TIMESTAMP, 1, 6) = :HV-PREV-MONTH-X
000000         GROUP BY USER_ID
000000         ORDER BY USER_ID
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-DNY
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999ARV-LIST-DENIALS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-DNY FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ARV-ABEND
000000     END-IF.
000000     PERFORM SPD9999ARV-FETCH-DENIAL.
000000     IF CST-EOF-CRS = 'Y'
000000         MOVE RPT-LINE-NONE      TO      RPT-REC
000000         PERFORM SPD9999ARV-WRITE-REPORT
000000     END-IF.
000000     PERFORM UNTIL CST-EOF-CRS = 'Y'
000000         ADD 1                   TO      CST-COUNT-DENY-USERS
000000         MOVE RA-USER-ID         TO      RPT-DNY-USER-ID
000000         MOVE HV-DENIED-COUNT    TO      RPT-DNY-COUNT
000000         MOVE HV-DENIED-LAST-TS(1:14)
000000                                 TO      RPT-DNY-LAST-TS
000000         MOVE RPT-LINE-DENY      TO      RPT-REC
000000         PERFORM SPD9999ARV-WRITE-REPORT
000000         PERFORM SPD9999ARV-FETCH-DENIAL
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-DNY
000000     END-EXEC.
000000     EXIT.
000000 SPD9999ARV-FETCH-DENIAL.
000000     EXEC SQL
000000         FETCH CRS-DNY
000000         INTO  :RA-USER-ID, :HV-DENIED-COUNT, :HV-DENIED-LAST-TS
000000     END-EXEC.
000000     PERFORM SPD9999ARV-EVAL-FETCH.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: FETCH結果の共通判定
000000* SPD9999ARV-EVAL-FETCH  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ARV-EVAL-FETCH.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS
000000         WHEN OTHER
000000             MOVE 'SPD9999ARV-EVAL-FETCH'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH REVIEW CURSOR FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999ARV-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: レポート行の出力
000000* SPD9999ARV-WRITE-REPORT SECTION |     （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ARV-WRITE-REPORT.
000000     WRITE RPT-REC.
000000     IF WS-RPT-STATUS NOT = '00'
000000         MOVE 'SPD9999ARV-WRITE-REPORT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE ARVRPT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ARV-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999ARV-ABEND       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ARV-ABEND.
000000     DISPLAY 'SPD9999ARV-ABEND'.
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
000000 END PROGRAM SPD9999ARV.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
