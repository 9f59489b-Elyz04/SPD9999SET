000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999DTH.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999DTH
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            死亡届の日次取込み・口座凍結バッチ
000000*                                営業店の死亡届報告ファイル（DTHBRN）
000000*                                と外部の死亡通知サービスのファイル
000000*                                （DTHEXT）を読み、1届ずつ
000000*                                DB_CUSTOMER_MASTERと照合する。
000000*                                  候補の抽出:
000000*                                    営業店が口座IDを報告した届は
000000*                                    その口座のみ。それ以外は生年月日
000000*                                    が一致する顧客と、氏名が完全一致
000000*                                    で生年月日が未登録・相違の顧客
000000*                                  判定（氏名はSPD9999NMKの類似度）:
000000*                                    生年月日一致かつ類似度が
000000*                                    'DTH-CONFIRM-PCT'（既定90）以上
000000*                                    の候補がちょうど1件 → 確定
000000*                                    確定できないが類似度が
000000*                                    'DTH-REVIEW-PCT'（既定70）以上
000000*                                    の候補がある、または報告口座が
000000*                                    照合できない → 要確認
000000*                                    候補なし → 該当なし
000000*                                確定した届は
000000*                                  1. 'ESTATE'の口座単位の支払停止を
000000*                                     死亡日から期限未定で登録
000000*                                     （有効なESTATE停止があれば省略）
000000*                                  2. 未実行の予約指図
000000*                                     （DB_CUST_INSTRUCTION）、
000000*                                     常設スケジュール
000000*                                     （DB_STANDING_SCHEDULE）、積立
000000*                                     スケジュール（DB_CONTRIB_
000000*                                     SCHEDULE）をSTATUS='D'で停止
000000*                                  3. 死亡日より後の払出
000000*                                     （DB_SAVINGS_HISTORYの満期決済・
000000*                                     早期解約・一部払出・中間利払）
000000*                                     を回収要としてE942で記録
000000*                                要確認の届はE941で記録し照合保留
000000*                                レポート（DTHREV）へ候補とともに
000000*                                出力する。確認後は営業店が生年月日を
000000*                                登録（SPK1 CHG 口座ID DOB）のうえ
000000*                                口座IDを付して報告し直す。
000000*                                全届の照合結果をDB_DEATH_NOTICEへ
000000*                                記録し、取込結果レポート（DTHRPT）を
000000*                                出力する。同じ入手元・届番号の再送と
000000*                                確定済みの故人の重複届は処理しない
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
000000     SELECT BRANCH-FILE   ASSIGN TO 'DTHBRN'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-BRN-STATUS.
000000     SELECT EXTERNAL-FILE ASSIGN TO 'DTHEXT'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-EXT-STATUS.
000000     SELECT REPORT-FILE   ASSIGN TO 'DTHRPT'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-RPT-STATUS.
000000     SELECT REVIEW-FILE   ASSIGN TO 'DTHREV'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-REV-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000 FD  BRANCH-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 100 CHARACTERS.
000000 01 BRN-REC.
000000    03 BRN-REPORT-REF            PIC X(12).
000000*--- 口座IDが判明している場合のみ。不明は空白
000000    03 BRN-ACC-ID                PIC X(09).
000000    03 BRN-DECEASED-NAME         PIC X(40).
000000*--- YYYYMMDD。不明は空白または'00000000'
000000    03 BRN-BIRTH-DATE            PIC X(08).
000000    03 BRN-DEATH-DATE            PIC X(08).
000000    03 FILLER                    PIC X(23).
000000 FD  EXTERNAL-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 100 CHARACTERS.
000000 01 EXT-REC.
000000    03 EXT-NOTICE-REF            PIC X(12).
000000    03 EXT-DECEASED-NAME         PIC X(40).
000000*--- YYYYMMDD。不明は空白または'00000000'
000000    03 EXT-BIRTH-DATE            PIC X(08).
000000    03 EXT-DEATH-DATE            PIC X(08).
000000    03 FILLER                    PIC X(32).
000000 FD  REPORT-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 100 CHARACTERS.
000000 01 RPT-REC                      PIC X(100).
000000 FD  REVIEW-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 100 CHARACTERS.
000000 01 REV-REC                      PIC X(100).
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ワークエリア
000000*/-------------------------------------------------------------/*
000000*--- SQLCA および DCLGEN インクルード部分
000000     EXEC SQL
000000         INCLUDE                 SQLCA
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_DEATH_NOTICE
000000     EXEC SQL
000000         INCLUDE                 DTHNTC
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CUSTOMER_MASTER
000000     EXEC SQL
000000         INCLUDE                 CUSTMS
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ACCOUNT_HOLD
000000     EXEC SQL
000000         INCLUDE                 ACCHLD
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_SAVINGS_HISTORY
000000     EXEC SQL
000000         INCLUDE                 SAVHIST
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_BATCH_PARAM
000000     EXEC SQL
000000         INCLUDE                 BATPRM
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_EXCEPTION_LOG
000000     EXEC SQL
000000         INCLUDE                 EXCLOG
000000     END-EXEC.
000000 01 WS-BRN-STATUS                PIC X(02).
000000 01 WS-EXT-STATUS                PIC X(02).
000000 01 WS-RPT-STATUS                PIC X(02).
000000 01 WS-REV-STATUS                PIC X(02).
000000 01 WS-ACC-ID-DISP               PIC 9(09).
000000 01 WS-VARIABLES.
000000*--- 取込み中の届（入手元によらず共通の形へ移す）
000000    03 WS-NTC-SOURCE             PIC X(01).
000000    03 WS-NTC-REF                PIC X(12).
000000    03 WS-NTC-ACC-ID-X           PIC X(09).
000000    03 WS-NTC-ACC-ID             PIC S9(09) COMP.
000000    03 WS-NTC-NAME               PIC X(40).
000000    03 WS-NTC-BIRTH-DATE         PIC X(08).
000000    03 WS-NTC-DEATH-DATE         PIC X(08).
000000    03 WS-NTC-DATE-9             PIC 9(08).
000000    03 WS-NTC-KEY                PIC X(40).
000000    03 WS-NTC-KEY-LEN            PIC S9(04) COMP.
000000    03 WS-NTC-VALID              PIC X(01).
000000    03 WS-NTC-DUPLICATE          PIC X(01).
000000    03 WS-INVALID-REASON         PIC X(16).
000000*--- 候補1件の判定
000000    03 WS-DOB-STATE              PIC X(01).
000000    03 WS-CAND-CLASS             PIC X(01).
000000    03 WS-CAND-SCORE             PIC S9(04) COMP.
000000*--- 1届の照合結果
000000    03 WS-CAND-TOTAL             PIC S9(04) COMP.
000000    03 WS-CONFIRM-CNT            PIC S9(04) COMP.
000000    03 WS-CONFIRM-IDX            PIC S9(04) COMP.
000000    03 WS-BEST-IDX               PIC S9(04) COMP.
000000    03 WS-BEST-SCORE             PIC S9(04) COMP.
000000    03 WS-CAND-IDX               PIC S9(04) COMP.
000000*--- 確定した届の処理件数
000000    03 WS-HOLD-ACTION            PIC X(16).
000000    03 WS-CNT-INSTR              PIC S9(09) COMP.
000000    03 WS-CNT-STANDING           PIC S9(09) COMP.
000000    03 WS-CNT-CONTRIB            PIC S9(09) COMP.
000000    03 WS-CNT-EDIT-1             PIC ZZZ9.
000000    03 WS-CNT-EDIT-2             PIC ZZZ9.
000000    03 WS-CNT-EDIT-3             PIC ZZZ9.
000000    03 WS-PAYOUT-AMOUNT          PIC S9(13)V99 COMP-3.
000000*--- 照合候補（1届分）
000000 01 WS-CAND-TABLE.
000000    03 WS-CAND-ENTRY             OCCURS 20 TIMES.
000000       05 WS-CAND-ACC-ID         PIC S9(09) COMP.
000000       05 WS-CAND-NAME           PIC X(40).
000000       05 WS-CAND-BIRTH-DATE     PIC X(08).
000000       05 WS-CAND-ENTRY-SCORE    PIC S9(04) COMP.
000000       05 WS-CAND-DOB-STATE      PIC X(01).
000000       05 WS-CAND-ENTRY-CLASS    PIC X(01).
000000*--- 例外ログ明細の編集域
000000 01 WS-EL-DETAIL-REVIEW.
000000    03 FILLER                    PIC X(13)
000000       VALUE 'DEATH NOTICE '.
000000    03 WS-EL-NOTICE-ID           PIC 9(09).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 WS-EL-REVIEW-REASON       PIC X(27).
000000 01 WS-EL-DETAIL-PAID.
000000    03 FILLER                    PIC X(17)
000000       VALUE 'PAID AFTER DEATH '.
000000    03 WS-EL-DEATH-DATE          PIC X(08).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 WS-EL-WITHDRAWAL-TYPE     PIC X(08).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 WS-EL-AMOUNT              PIC Z(09)9.99.
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000*--- SPD9999NMK（照合キー作成・類似度判定）呼出パラメータ
000000 01 WS-PARAM-NMK.
000000    03 WS-NMK-FUNC               PIC X(01).
000000    03 WS-NMK-NAME               PIC X(40).
000000    03 WS-NMK-KEY-1              PIC X(40).
000000    03 WS-NMK-KEY-1-LEN          PIC S9(04) COMP.
000000    03 WS-NMK-KEY-2              PIC X(40).
000000    03 WS-NMK-KEY-2-LEN          PIC S9(04) COMP.
000000    03 WS-NMK-SCORE              PIC S9(04) COMP.
000000    03 WS-NMK-RETURN             PIC S9(04) COMP.
000000 01 HV-VARIABLES.
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000    03 HV-PROCESS-TS             PIC X(21).
000000    03 HV-COUNT                  PIC S9(09) COMP.
000000    03 HV-MAX-ID                 PIC S9(09) COMP.
000000    03 HV-ACC-ID                 PIC S9(09) COMP.
000000*/-------------------------------------------------------------/*
000000*  レポート編集エリア
000000*/-------------------------------------------------------------/*
000000 01 RPT-LINE-RULE.
000000    03 FILLER                    PIC X(100) VALUE ALL '='.
000000 01 RPT-LINE-RULE-REVIEW.
000000    03 FILLER                    PIC X(100) VALUE ALL '-'.
000000 01 RPT-LINE-TITLE.
000000    03 FILLER                    PIC X(26)  VALUE SPACES.
000000    03 RPT-TITLE-TEXT            PIC X(40).
000000    03 RPT-TITLE-DATE            PIC X(08).
000000    03 FILLER                    PIC X(26)  VALUE SPACES.
000000 01 RPT-LINE-SECTION.
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 RPT-SEC-TEXT              PIC X(98).
000000 01 RPT-LINE-COUNT.
000000    03 FILLER                    PIC X(04)  VALUE SPACES.
000000    03 RPT-CNT-LABEL             PIC X(30).
000000    03 RPT-CNT-VALUE             PIC Z(08)9.
000000    03 FILLER                    PIC X(57)  VALUE SPACES.
000000 01 RPT-LINE-HEADING.
000000    03 FILLER                    PIC X(50)
000000       VALUE '  KIND S REFERENCE    ACC-ID    DECEASED NAME'.
000000    03 FILLER                    PIC X(50)
000000       VALUE '           DOB      DOD      SCR ACTION'.
000000 01 RPT-LINE-DETAIL.
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 RPT-DTL-KIND              PIC X(04).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-SOURCE            PIC X(01).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-REF               PIC X(12).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-ACC-ID            PIC 9(09).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-NAME              PIC X(29).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-BIRTH-DATE        PIC X(08).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-DEATH-DATE        PIC X(08).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-SCORE             PIC ZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-ACTION            PIC X(16).
000000 01 RPT-LINE-NOTE.
000000    03 FILLER                    PIC X(09)  VALUE SPACES.
000000    03 RPT-NOTE-TEXT             PIC X(91).
000000 01 RPT-LINE-PAID.
000000    03 FILLER                    PIC X(09)  VALUE SPACES.
000000    03 FILLER                    PIC X(23)
000000       VALUE 'PAID AFTER DEATH ORDER '.
000000    03 RPT-PAID-ORDER-ID         PIC 9(09).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-PAID-SETTLE-DATE      PIC X(08).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-PAID-TYPE             PIC X(08).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-PAID-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
000000    03 FILLER                    PIC X(20)
000000       VALUE '  RECOVERY (E942)'.
000000 01 RPT-LINE-CAND-HEAD.
000000    03 FILLER                    PIC X(50)
000000       VALUE '      CANDIDATE ACC-ID  CUSTOMER NAME'.
000000    03 FILLER                    PIC X(50)
000000       VALUE '                   DOB      D SCR'.
000000 01 RPT-LINE-CAND.
000000    03 FILLER                    PIC X(16)  VALUE SPACES.
000000    03 RPT-CAND-ACC-ID           PIC 9(09).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-CAND-NAME             PIC X(40).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-CAND-BIRTH-DATE       PIC X(08).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-CAND-DOB-STATE        PIC X(01).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-CAND-SCORE            PIC ZZ9.
000000    03 FILLER                    PIC X(19)  VALUE SPACES.
000000 01 RPT-LINE-BLANK               PIC X(100) VALUE SPACES.
000000 01 CST-VARIABLES.
000000    03 CST-SOURCE-BRANCH         PIC X(01)  VALUE 'B'.
000000    03 CST-SOURCE-EXTERNAL       PIC X(01)  VALUE 'E'.
000000    03 CST-RESULT-CONFIRMED      PIC X(01)  VALUE 'C'.
000000    03 CST-RESULT-REVIEW         PIC X(01)  VALUE 'R'.
000000    03 CST-RESULT-NONE           PIC X(01)  VALUE 'N'.
000000    03 CST-RESULT-DUPLICATE      PIC X(01)  VALUE 'D'.
000000*--- 生年月日の照合 'M'=一致 'U'=不明 'X'=相違
000000    03 CST-DOB-MATCH             PIC X(01)  VALUE 'M'.
000000    03 CST-DOB-UNKNOWN           PIC X(01)  VALUE 'U'.
000000    03 CST-DOB-DIFFERS           PIC X(01)  VALUE 'X'.
000000*--- 候補区分 'C'=確定可 'R'=要確認 空白=候補外
000000    03 CST-CLASS-CONFIRM         PIC X(01)  VALUE 'C'.
000000    03 CST-CLASS-REVIEW          PIC X(01)  VALUE 'R'.
000000    03 CST-CAND-MAX              PIC S9(04) COMP VALUE 20.
000000    03 CST-NO-DATE               PIC X(08)  VALUE '00000000'.
000000    03 CST-END-OPEN              PIC X(08)  VALUE '99999999'.
000000    03 CST-HOLD-ESTATE           PIC X(10)  VALUE 'ESTATE'.
000000    03 CST-AUTH-BRANCH           PIC X(30)
000000       VALUE 'DEATH NOTICE BRANCH'.
000000    03 CST-AUTH-EXTERNAL         PIC X(30)
000000       VALUE 'DEATH NOTICE EXTERNAL'.
000000    03 CST-INSTR-PENDING         PIC X(01)  VALUE 'P'.
000000    03 CST-INSTR-SUSPENDED       PIC X(01)  VALUE 'D'.
000000    03 CST-SUSPEND-REASON        PIC X(30)
000000       VALUE 'DEATH NOTIFICATION'.
000000    03 CST-SCHED-ACTIVE          PIC X(01)  VALUE 'A'.
000000    03 CST-SCHED-SUSPENDED       PIC X(01)  VALUE 'D'.
000000    03 CST-WD-MATURITY           PIC X(08)  VALUE 'MATURITY'.
000000    03 CST-WD-EARLY              PIC X(08)  VALUE 'EARLY'.
000000    03 CST-WD-PARTIAL            PIC X(08)  VALUE 'PARTIAL'.
000000    03 CST-WD-INTPAY             PIC X(08)  VALUE 'INTPAY'.
000000    03 CST-FUNC-KEY              PIC X(01)  VALUE 'K'.
000000    03 CST-FUNC-SCORE            PIC X(01)  VALUE 'S'.
000000    03 CST-PARAM-CONFIRM-PCT     PIC X(20)
000000       VALUE 'DTH-CONFIRM-PCT'.
000000    03 CST-PARAM-REVIEW-PCT      PIC X(20)
000000       VALUE 'DTH-REVIEW-PCT'.
000000    03 CST-CONFIRM-PCT           PIC 9(03)  VALUE 90.
000000    03 CST-REVIEW-PCT            PIC 9(03)  VALUE 70.
000000    03 CST-REASON-REVIEW         PIC X(04)  VALUE 'E941'.
000000    03 CST-REASON-PAID           PIC X(04)  VALUE 'E942'.
000000    03 CST-RUN-MODE-DTH          PIC X(01)  VALUE 'D'.
000000    03 CST-EOF-BRN               PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-EXT               PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-DOB           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-NAME          PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-PAID          PIC X(01)  VALUE 'N'.
000000    03 CST-COUNT-BRANCH          PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-EXTERNAL        PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-INVALID         PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-RESENT          PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-CONFIRMED       PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-HOLDS           PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-DUPLICATE       PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-REVIEW          PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-NONE            PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-INSTR           PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-STANDING        PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-CONTRIB         PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-PAID            PIC 9(07)  VALUE 0.
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
000000* SPD9999DTH-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-MAIN.
000000     DISPLAY 'START SPD9999DTH'.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     MOVE FUNCTION CURRENT-DATE  TO      HV-PROCESS-TS.
000000     PERFORM SPD9999DTH-GET-THRESHOLDS.
000000     OPEN INPUT  BRANCH-FILE.
000000     IF WS-BRN-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN DTHBRN, STATUS : ' WS-BRN-STATUS
000000         STOP RUN
000000     END-IF.
000000     OPEN INPUT  EXTERNAL-FILE.
000000     IF WS-EXT-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN DTHEXT, STATUS : ' WS-EXT-STATUS
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT REPORT-FILE.
000000     IF WS-RPT-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN DTHRPT, STATUS : ' WS-RPT-STATUS
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT REVIEW-FILE.
000000     IF WS-REV-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN DTHREV, STATUS : ' WS-REV-STATUS
000000         STOP RUN
000000     END-IF.
000000     PERFORM SPD9999DTH-WRITE-HEADERS.
000000     PERFORM SPD9999DTH-READ-BRANCH.
000000     PERFORM UNTIL CST-EOF-BRN = 'Y'
000000         PERFORM SPD9999DTH-PROC-BRANCH
000000         PERFORM SPD9999DTH-READ-BRANCH
000000     END-PERFORM.
000000     PERFORM SPD9999DTH-READ-EXTERNAL.
000000     PERFORM UNTIL CST-EOF-EXT = 'Y'
000000         PERFORM SPD9999DTH-PROC-EXTERNAL
000000         PERFORM SPD9999DTH-READ-EXTERNAL
000000     END-PERFORM.
000000     PERFORM SPD9999DTH-WRITE-TOTALS.
000000     CLOSE BRANCH-FILE.
000000     CLOSE EXTERNAL-FILE.
000000     CLOSE REPORT-FILE.
000000     CLOSE REVIEW-FILE.
000000     EXEC SQL
000000         COMMIT
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999DTH-MAIN'  TO      CST-ABEND-BREAKPOINT
000000         MOVE 'FINAL COMMIT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999DTH-ABEND
000000     END-IF.
000000     DISPLAY 'CONFIRM / REVIEW THRESHOLD      : ' CST-CONFIRM-PCT
000000             ' / ' CST-REVIEW-PCT.
000000     DISPLAY 'TOTAL BRANCH NOTICES READ       : '
000000             CST-COUNT-BRANCH.
000000     DISPLAY 'TOTAL EXTERNAL NOTICES READ     : '
000000             CST-COUNT-EXTERNAL.
000000     DISPLAY 'TOTAL INVALID NOTICES SKIPPED   : '
000000             CST-COUNT-INVALID.
000000     DISPLAY 'TOTAL RESENT NOTICES SKIPPED    : '
000000             CST-COUNT-RESENT.
000000     DISPLAY 'TOTAL CONFIRMED MATCHES         : '
000000             CST-COUNT-CONFIRMED.
000000     DISPLAY '  ESTATE HOLDS PLACED           : ' CST-COUNT-HOLDS.
000000     DISPLAY '  INSTRUCTIONS SUSPENDED        : ' CST-COUNT-INSTR.
000000     DISPLAY '  STANDING SCHEDULES SUSPENDED  : '
000000             CST-COUNT-STANDING.
000000     DISPLAY '  CONTRIBUTION PLANS SUSPENDED  : '
000000             CST-COUNT-CONTRIB.
000000     DISPLAY '  PAYOUTS FLAGGED FOR RECOVERY  : ' CST-COUNT-PAID.
000000     DISPLAY 'TOTAL ALREADY CONFIRMED         : '
000000             CST-COUNT-DUPLICATE.
000000     DISPLAY 'TOTAL REFERRED FOR REVIEW       : '
000000             CST-COUNT-REVIEW.
000000     DISPLAY 'TOTAL NO MATCHING CUSTOMER      : ' CST-COUNT-NONE.
000000     DISPLAY 'END   SPD9999DTH'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 照合閾値の取得
000000* SPD9999DTH-GET-THRESHOLDS SECTION |   （COMMON）
000000*                                |      対象: DB_BATCH_PARAM
000000*                                |      行が無い場合は既定値
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-GET-THRESHOLDS.
000000     MOVE CST-PARAM-CONFIRM-PCT  TO      BP-PARAM-KEY.
000000     PERFORM SPD9999DTH-GET-PARAM.
000000     IF SQLCODE = 0
000000         MOVE BP-PARAM-VALUE     TO      CST-CONFIRM-PCT
000000     END-IF.
000000     MOVE CST-PARAM-REVIEW-PCT   TO      BP-PARAM-KEY.
000000     PERFORM SPD9999DTH-GET-PARAM.
000000     IF SQLCODE = 0
000000         MOVE BP-PARAM-VALUE     TO      CST-REVIEW-PCT
000000     END-IF.
000000     IF CST-CONFIRM-PCT = 0 OR CST-CONFIRM-PCT > 100
000000     OR CST-REVIEW-PCT  = 0 OR CST-REVIEW-PCT > CST-CONFIRM-PCT
000000         MOVE 'SPD9999DTH-GET-THRESHOLDS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'DTH-REVIEW-PCT/DTH-CONFIRM-PCT NOT 1-100 IN ORDER'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999DTH-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: バッチパラメータ取得
000000* SPD9999DTH-GET-PARAM   SECTION |      （COMMON）
000000*                                |      対象: DB_BATCH_PARAM
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-GET-PARAM.
000000     EXEC SQL
000000         SELECT PARAM_VALUE
000000         INTO   :BP-PARAM-VALUE
000000         FROM   MYDB.DB_BATCH_PARAM
000000         WHERE  PARAM_KEY = :BP-PARAM-KEY
000000     END-EXEC.
000000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
000000         MOVE 'SPD9999DTH-GET-PARAM'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT BATCH PARAM FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999DTH-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: DTHBRNの読込
000000* SPD9999DTH-READ-BRANCH SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-READ-BRANCH.
000000     READ BRANCH-FILE.
000000     EVALUATE WS-BRN-STATUS
000000         WHEN '00'
000000             ADD 1               TO      CST-COUNT-BRANCH
000000         WHEN '10'
000000             MOVE 'Y'            TO      CST-EOF-BRN
000000         WHEN OTHER
000000             MOVE 'SPD9999DTH-READ-BRANCH'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'READ DTHBRN FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999DTH-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: DTHEXTの読込
000000* SPD9999DTH-READ-EXTERNAL SECTION |    （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-READ-EXTERNAL.
000000     READ EXTERNAL-FILE.
000000     EVALUATE WS-EXT-STATUS
000000         WHEN '00'
000000             ADD 1               TO      CST-COUNT-EXTERNAL
000000         WHEN '10'
000000             MOVE 'Y'            TO      CST-EOF-EXT
000000         WHEN OTHER
000000             MOVE 'SPD9999DTH-READ-EXTERNAL'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'READ DTHEXT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999DTH-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 営業店報告1件の取込み
000000* SPD9999DTH-PROC-BRANCH SECTION |      （MAIN）
000000*                                |      口座IDは空白（不明）も可
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-PROC-BRANCH.
000000     MOVE CST-SOURCE-BRANCH      TO      WS-NTC-SOURCE.
000000     MOVE BRN-REPORT-REF         TO      WS-NTC-REF.
000000     MOVE BRN-ACC-ID             TO      WS-NTC-ACC-ID-X.
000000     MOVE BRN-DECEASED-NAME      TO      WS-NTC-NAME.
000000     MOVE BRN-BIRTH-DATE         TO      WS-NTC-BIRTH-DATE.
000000     MOVE BRN-DEATH-DATE         TO      WS-NTC-DEATH-DATE.
000000     PERFORM SPD9999DTH-PROC-NOTICE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 外部通知1件の取込み
000000* SPD9999DTH-PROC-EXTERNAL SECTION |    （MAIN）
000000*                                |      口座IDは持たない
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-PROC-EXTERNAL.
000000     MOVE CST-SOURCE-EXTERNAL    TO      WS-NTC-SOURCE.
000000     MOVE EXT-NOTICE-REF         TO      WS-NTC-REF.
000000     MOVE SPACES                 TO      WS-NTC-ACC-ID-X.
000000     MOVE EXT-DECEASED-NAME      TO      WS-NTC-NAME.
000000     MOVE EXT-BIRTH-DATE         TO      WS-NTC-BIRTH-DATE.
000000     MOVE EXT-DEATH-DATE         TO      WS-NTC-DEATH-DATE.
000000     PERFORM SPD9999DTH-PROC-NOTICE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 届1件の処理
000000* SPD9999DTH-PROC-NOTICE SECTION |      （MAIN）
000000*                                |      不備・再送は照合しない
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-PROC-NOTICE.
000000     PERFORM SPD9999DTH-CHK-NOTICE.
000000     IF WS-NTC-VALID = 'N'
000000         ADD 1                   TO      CST-COUNT-INVALID
000000         DISPLAY 'INVALID DEATH NOTICE ' WS-NTC-SOURCE ' '
000000                 WS-NTC-REF ' : ' WS-INVALID-REASON
000000         MOVE 'INVL'             TO      RPT-DTL-KIND
000000         MOVE 0                  TO      RPT-DTL-ACC-ID
000000         MOVE 0                  TO      RPT-DTL-SCORE
000000         MOVE WS-INVALID-REASON  TO      RPT-DTL-ACTION
000000         PERFORM SPD9999DTH-WRITE-DETAIL
000000     ELSE
000000         PERFORM SPD9999DTH-CHK-RESENT
000000         IF WS-NTC-DUPLICATE = 'Y'
000000             ADD 1               TO      CST-COUNT-RESENT
000000             MOVE 'RSNT'         TO      RPT-DTL-KIND
000000             MOVE WS-NTC-ACC-ID  TO      RPT-DTL-ACC-ID
000000             MOVE 0              TO      RPT-DTL-SCORE
000000             MOVE 'ALREADY RECEIVED'
000000                                 TO      RPT-DTL-ACTION
000000             PERFORM SPD9999DTH-WRITE-DETAIL
000000         ELSE
000000             PERFORM SPD9999DTH-MATCH-NOTICE
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 届の項目検証
000000* SPD9999DTH-CHK-NOTICE  SECTION |      （COMMON）
000000*                                |      死亡日は本日以前の実在日、
000000*                                |      生年月日は不明または死亡日
000000*                                |      以前の実在日
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-CHK-NOTICE.
000000     MOVE 'Y'                    TO      WS-NTC-VALID.
000000     MOVE SPACES                 TO      WS-INVALID-REASON.
000000     MOVE 0                      TO      WS-NTC-ACC-ID.
000000     IF WS-NTC-BIRTH-DATE = SPACES
000000         MOVE CST-NO-DATE        TO      WS-NTC-BIRTH-DATE
000000     END-IF.
000000     EVALUATE TRUE
000000         WHEN WS-NTC-ACC-ID-X = SPACES
000000             CONTINUE
000000         WHEN WS-NTC-ACC-ID-X IS NUMERIC
000000             MOVE WS-NTC-ACC-ID-X
000000                                 TO      WS-ACC-ID-DISP
000000             MOVE WS-ACC-ID-DISP
000000                                 TO      WS-NTC-ACC-ID
000000         WHEN OTHER
000000             MOVE 'BAD ACC ID'   TO      WS-INVALID-REASON
000000     END-EVALUATE.
000000     IF WS-NTC-REF = SPACES
000000         MOVE 'NO REFERENCE'     TO      WS-INVALID-REASON
000000     END-IF.
000000     IF WS-NTC-DEATH-DATE IS NUMERIC
000000         MOVE WS-NTC-DEATH-DATE  TO      WS-NTC-DATE-9
000000     ELSE
000000         MOVE 0                  TO      WS-NTC-DATE-9
000000     END-IF.
000000     IF FUNCTION TEST-DATE-YYYYMMDD(WS-NTC-DATE-9) NOT = 0
000000     OR WS-NTC-DEATH-DATE > HV-DATE-CURRENT-X
000000         MOVE 'BAD DEATH DATE'   TO      WS-INVALID-REASON
000000     END-IF.
000000     IF WS-NTC-BIRTH-DATE NOT = CST-NO-DATE
000000         IF WS-NTC-BIRTH-DATE IS NUMERIC
000000             MOVE WS-NTC-BIRTH-DATE
000000                                 TO      WS-NTC-DATE-9
000000         ELSE
000000             MOVE 0              TO      WS-NTC-DATE-9
000000         END-IF
000000         IF FUNCTION TEST-DATE-YYYYMMDD(WS-NTC-DATE-9) NOT = 0
000000         OR WS-NTC-BIRTH-DATE > WS-NTC-DEATH-DATE
000000             MOVE 'BAD BIRTH DATE'
000000                                 TO      WS-INVALID-REASON
000000         END-IF
000000     END-IF.
000000     MOVE 0                      TO      WS-NTC-KEY-LEN.
000000     IF WS-NTC-NAME NOT = SPACES
000000         MOVE CST-FUNC-KEY       TO      WS-NMK-FUNC
000000         MOVE WS-NTC-NAME        TO      WS-NMK-NAME
000000         CALL 'SPD9999NMK' USING WS-PARAM-NMK
000000         IF WS-NMK-RETURN = 0
000000             MOVE WS-NMK-KEY-1   TO      WS-NTC-KEY
000000             MOVE WS-NMK-KEY-1-LEN
000000                                 TO      WS-NTC-KEY-LEN
000000         END-IF
000000     END-IF.
000000     IF WS-NTC-KEY-LEN = 0
000000         MOVE 'NO NAME'          TO      WS-INVALID-REASON
000000     END-IF.
000000     IF WS-INVALID-REASON NOT = SPACES
000000         MOVE 'N'                TO      WS-NTC-VALID
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 同じ届の再送チェック
000000* SPD9999DTH-CHK-RESENT  SECTION |      （COMMON）
000000*                                |      対象: DB_DEATH_NOTICE
000000*                                |      入手元・届番号で判定
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-CHK-RESENT.
000000     MOVE WS-NTC-SOURCE          TO      DN-SOURCE.
000000     MOVE WS-NTC-REF             TO      DN-SOURCE-REF.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-COUNT
000000         FROM   MYDB.DB_DEATH_NOTICE
000000         WHERE  SOURCE     = :DN-SOURCE
000000         AND    SOURCE_REF = :DN-SOURCE-REF
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999DTH-CHK-RESENT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'COUNT DB_DEATH_NOTICE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999DTH-ABEND
000000     END-IF.
000000     IF HV-COUNT > 0
000000         MOVE 'Y'                TO      WS-NTC-DUPLICATE
000000     ELSE
000000         MOVE 'N'                TO      WS-NTC-DUPLICATE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 届と顧客マスタの照合
000000* SPD9999DTH-MATCH-NOTICE SECTION |     （MAIN）
000000*                                |      対象: DB_CUSTOMER_MASTER
000000*                                |            DB_DEATH_NOTICE
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-MATCH-NOTICE.
000000     MOVE 0                      TO      WS-CAND-TOTAL.
000000     MOVE 0                      TO      WS-CONFIRM-CNT.
000000     MOVE 0                      TO      WS-CONFIRM-IDX.
000000     MOVE 0                      TO      WS-BEST-IDX.
000000     MOVE 0                      TO      WS-BEST-SCORE.
000000     MOVE SPACES                 TO      DN-REVIEW-REASON.
000000     IF WS-NTC-ACC-ID > 0
000000         PERFORM SPD9999DTH-GET-REPORTED
000000     ELSE
000000         IF WS-NTC-BIRTH-DATE NOT = CST-NO-DATE
000000             PERFORM SPD9999DTH-SCAN-BY-DOB
000000         END-IF
000000         PERFORM SPD9999DTH-SCAN-BY-NAME
000000     END-IF.
000000     PERFORM SPD9999DTH-DECIDE-RESULT.
000000     IF DN-MATCH-RESULT = CST-RESULT-CONFIRMED
000000         PERFORM SPD9999DTH-CHK-CONFIRMED
000000     END-IF.
000000     PERFORM SPD9999DTH-INS-NOTICE.
000000     MOVE DN-MATCHED-ACC-ID      TO      RPT-DTL-ACC-ID.
000000     MOVE WS-BEST-SCORE          TO      RPT-DTL-SCORE.
000000     EVALUATE DN-MATCH-RESULT
000000         WHEN CST-RESULT-CONFIRMED
000000             PERFORM SPD9999DTH-CONFIRM-NOTICE
000000         WHEN CST-RESULT-REVIEW
000000             PERFORM SPD9999DTH-REVIEW-NOTICE
000000         WHEN CST-RESULT-DUPLICATE
000000             ADD 1               TO      CST-COUNT-DUPLICATE
000000             MOVE 'DUPN'         TO      RPT-DTL-KIND
000000             MOVE 'ALREADY CONFIRMD'
000000                                 TO      RPT-DTL-ACTION
000000             PERFORM SPD9999DTH-WRITE-DETAIL
000000         WHEN OTHER
000000             ADD 1               TO      CST-COUNT-NONE
000000             MOVE 'NONE'         TO      RPT-DTL-KIND
000000             MOVE 'NO CUSTOMER'  TO      RPT-DTL-ACTION
000000             PERFORM SPD9999DTH-WRITE-DETAIL
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 報告口座の顧客参照
000000* SPD9999DTH-GET-REPORTED SECTION |     （COMMON）
000000*                                |      対象: DB_CUSTOMER_MASTER
000000*                                |      照合できなくても要確認とする
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-GET-REPORTED.
000000     MOVE WS-NTC-ACC-ID          TO      CM-ACC-ID.
000000     EXEC SQL
000000         SELECT CUST_NAME, BIRTH_DATE
000000         INTO   :CM-CUST-NAME, :CM-BIRTH-DATE
000000         FROM   MYDB.DB_CUSTOMER_MASTER
000000         WHERE  ACC_ID = :CM-ACC-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             PERFORM SPD9999DTH-EVAL-CANDIDATE
000000         WHEN 100
000000             MOVE 'REPORTED ACC NOT ON FILE'
000000                                 TO      DN-REVIEW-REASON
000000         WHEN OTHER
000000             MOVE 'SPD9999DTH-GET-REPORTED'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT DB_CUSTOMER_MASTER FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999DTH-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 生年月日一致の顧客の照合
000000* SPD9999DTH-SCAN-BY-DOB SECTION |      （MAIN）
000000*                                |      対象: DB_CUSTOMER_MASTER
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-SCAN-BY-DOB.
000000     MOVE WS-NTC-BIRTH-DATE      TO      CM-BIRTH-DATE.
000000     MOVE 'N'                    TO      CST-EOF-CRS-DOB.
000000     EXEC SQL
000000         DECLARE CRS-DOB CURSOR FOR
000000         SELECT  ACC_ID, CUST_NAME, BIRTH_DATE
000000         FROM    MYDB.DB_CUSTOMER_MASTER
000000         WHERE   BIRTH_DATE = :CM-BIRTH-DATE
000000         ORDER BY ACC_ID
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-DOB
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999DTH-SCAN-BY-DOB'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-DOB FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999DTH-ABEND
000000     END-IF.
000000     PERFORM SPD9999DTH-FETCH-DOB.
000000     PERFORM UNTIL CST-EOF-CRS-DOB = 'Y'
000000         PERFORM SPD9999DTH-EVAL-CANDIDATE
000000         PERFORM SPD9999DTH-FETCH-DOB
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-DOB
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 生年月日一致の顧客の取得
000000* SPD9999DTH-FETCH-DOB   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-FETCH-DOB.
000000     EXEC SQL
000000         FETCH CRS-DOB
000000         INTO  :CM-ACC-ID, :CM-CUST-NAME, :CM-BIRTH-DATE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-DOB
000000         WHEN OTHER
000000             MOVE 'SPD9999DTH-FETCH-DOB'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-DOB FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999DTH-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 氏名一致の顧客の照合
000000* SPD9999DTH-SCAN-BY-NAME SECTION |     （MAIN）
000000*                                |      対象: DB_CUSTOMER_MASTER
000000*                                |      生年月日が未登録・相違の顧客
000000*                                |      （生年月日一致はDOB側で照合）
000000*                                |      届の生年月日が不明なら全件
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-SCAN-BY-NAME.
000000     MOVE WS-NTC-NAME            TO      CM-CUST-NAME.
000000     IF WS-NTC-BIRTH-DATE = CST-NO-DATE
000000         MOVE SPACES             TO      CM-BIRTH-DATE
000000     ELSE
000000         MOVE WS-NTC-BIRTH-DATE  TO      CM-BIRTH-DATE
000000     END-IF.
000000     MOVE 'N'                    TO      CST-EOF-CRS-NAME.
000000     EXEC SQL
000000         DECLARE CRS-NAME CURSOR FOR
000000         SELECT  ACC_ID, CUST_NAME, BIRTH_DATE
000000         FROM    MYDB.DB_CUSTOMER_MASTER
000000         WHERE   CUST_NAME  =  :CM-CUST-NAME
000000         AND     BIRTH_DATE <> :CM-BIRTH-DATE
000000         ORDER BY ACC_ID
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-NAME
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999DTH-SCAN-BY-NAME'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-NAME FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999DTH-ABEND
000000     END-IF.
000000     PERFORM SPD9999DTH-FETCH-NAME.
000000     PERFORM UNTIL CST-EOF-CRS-NAME = 'Y'
000000         PERFORM SPD9999DTH-EVAL-CANDIDATE
000000         PERFORM SPD9999DTH-FETCH-NAME
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-NAME
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 氏名一致の顧客の取得
000000* SPD9999DTH-FETCH-NAME  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-FETCH-NAME.
000000     EXEC SQL
000000         FETCH CRS-NAME
000000         INTO  :CM-ACC-ID, :CM-CUST-NAME, :CM-BIRTH-DATE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-NAME
000000         WHEN OTHER
000000             MOVE 'SPD9999DTH-FETCH-NAME'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-NAME FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999DTH-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 候補1件の判定
000000* SPD9999DTH-EVAL-CANDIDATE SECTION |   （COMMON）
000000*                                |      CM-の顧客を氏名の類似度と
000000*                                |      生年月日で区分し候補表へ格納
000000*                                |      報告口座は類似度によらず候補
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-EVAL-CANDIDATE.
000000     MOVE 0                      TO      WS-CAND-SCORE.
000000     MOVE CST-FUNC-KEY           TO      WS-NMK-FUNC.
000000     MOVE CM-CUST-NAME           TO      WS-NMK-NAME.
000000     CALL 'SPD9999NMK' USING WS-PARAM-NMK.
000000     IF WS-NMK-RETURN = 0 AND WS-NMK-KEY-1-LEN > 0
000000         MOVE WS-NMK-KEY-1       TO      WS-NMK-KEY-2
000000         MOVE WS-NMK-KEY-1-LEN   TO      WS-NMK-KEY-2-LEN
000000         MOVE WS-NTC-KEY         TO      WS-NMK-KEY-1
000000         MOVE WS-NTC-KEY-LEN     TO      WS-NMK-KEY-1-LEN
000000         MOVE CST-FUNC-SCORE     TO      WS-NMK-FUNC
000000         CALL 'SPD9999NMK' USING WS-PARAM-NMK
000000         IF WS-NMK-RETURN = 0
000000             MOVE WS-NMK-SCORE   TO      WS-CAND-SCORE
000000         END-IF
000000     END-IF.
000000     EVALUATE TRUE
000000         WHEN WS-NTC-BIRTH-DATE = CST-NO-DATE
000000         OR   CM-BIRTH-DATE     = CST-NO-DATE
000000         OR   CM-BIRTH-DATE     = SPACES
000000             MOVE CST-DOB-UNKNOWN
000000                                 TO      WS-DOB-STATE
000000         WHEN CM-BIRTH-DATE     = WS-NTC-BIRTH-DATE
000000             MOVE CST-DOB-MATCH  TO      WS-DOB-STATE
000000         WHEN OTHER
000000             MOVE CST-DOB-DIFFERS
000000                                 TO      WS-DOB-STATE
000000     END-EVALUATE.
000000     EVALUATE TRUE
000000         WHEN WS-DOB-STATE  = CST-DOB-MATCH
000000         AND  WS-CAND-SCORE >= CST-CONFIRM-PCT
000000             MOVE CST-CLASS-CONFIRM
000000                                 TO      WS-CAND-CLASS
000000         WHEN WS-CAND-SCORE >= CST-REVIEW-PCT
000000         OR   WS-NTC-ACC-ID > 0
000000             MOVE CST-CLASS-REVIEW
000000                                 TO      WS-CAND-CLASS
000000         WHEN OTHER
000000             MOVE SPACE          TO      WS-CAND-CLASS
000000     END-EVALUATE.
000000     IF WS-CAND-CLASS NOT = SPACE
000000         ADD 1                   TO      WS-CAND-TOTAL
000000         IF WS-CAND-CLASS = CST-CLASS-CONFIRM
000000             ADD 1               TO      WS-CONFIRM-CNT
000000         END-IF
000000         IF WS-CAND-TOTAL <= CST-CAND-MAX
000000             PERFORM SPD9999DTH-STORE-CANDIDATE
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 候補表への格納
000000* SPD9999DTH-STORE-CANDIDATE SECTION |  （COMMON）
000000*                                |      確定可の候補・最高類似度の
000000*                                |      候補の位置を控える
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-STORE-CANDIDATE.
000000     MOVE CM-ACC-ID
000000                                 TO      WS-CAND-ACC-ID
000000                                             (WS-CAND-TOTAL).
000000     MOVE CM-CUST-NAME
000000                                 TO      WS-CAND-NAME
000000                                             (WS-CAND-TOTAL).
000000     MOVE CM-BIRTH-DATE
000000                                 TO      WS-CAND-BIRTH-DATE
000000                                             (WS-CAND-TOTAL).
000000     MOVE WS-CAND-SCORE
000000                                 TO      WS-CAND-ENTRY-SCORE
000000                                             (WS-CAND-TOTAL).
000000     MOVE WS-DOB-STATE
000000                                 TO      WS-CAND-DOB-STATE
000000                                             (WS-CAND-TOTAL).
000000     MOVE WS-CAND-CLASS
000000                                 TO      WS-CAND-ENTRY-CLASS
000000                                             (WS-CAND-TOTAL).
000000     IF WS-CAND-CLASS = CST-CLASS-CONFIRM
000000         MOVE WS-CAND-TOTAL      TO      WS-CONFIRM-IDX
000000     END-IF.
000000     IF WS-BEST-IDX = 0
000000     OR WS-CAND-SCORE > WS-BEST-SCORE
000000         MOVE WS-CAND-TOTAL      TO      WS-BEST-IDX
000000         MOVE WS-CAND-SCORE      TO      WS-BEST-SCORE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 照合結果の判定
000000* SPD9999DTH-DECIDE-RESULT SECTION |    （COMMON）
000000*                                |      確定は確定可の候補がちょうど
000000*                                |      1件の場合のみ
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-DECIDE-RESULT.
000000     MOVE 0                      TO      DN-MATCHED-ACC-ID.
000000     EVALUATE TRUE
000000         WHEN WS-CAND-TOTAL > CST-CAND-MAX
000000             MOVE CST-RESULT-REVIEW
000000                                 TO      DN-MATCH-RESULT
000000             MOVE 'TOO MANY CANDIDATES'
000000                                 TO      DN-REVIEW-REASON
000000         WHEN WS-CONFIRM-CNT = 1
000000             MOVE CST-RESULT-CONFIRMED
000000                                 TO      DN-MATCH-RESULT
000000             MOVE WS-CONFIRM-IDX
000000                                 TO      WS-BEST-IDX
000000             MOVE WS-CAND-ENTRY-SCORE (WS-CONFIRM-IDX)
000000                                 TO      WS-BEST-SCORE
000000         WHEN WS-CONFIRM-CNT > 1
000000             MOVE CST-RESULT-REVIEW
000000                                 TO      DN-MATCH-RESULT
000000             MOVE 'SEVERAL CUSTOMERS MATCH'
000000                                 TO      DN-REVIEW-REASON
000000         WHEN DN-REVIEW-REASON NOT = SPACES
000000             MOVE CST-RESULT-REVIEW
000000                                 TO      DN-MATCH-RESULT
000000         WHEN WS-CAND-TOTAL > 0
000000             MOVE CST-RESULT-REVIEW
000000                                 TO      DN-MATCH-RESULT
000000             EVALUATE TRUE
000000                 WHEN WS-NTC-BIRTH-DATE = CST-NO-DATE
000000                     MOVE 'NO BIRTH DATE IN NOTICE'
000000                                 TO      DN-REVIEW-REASON
000000                 WHEN WS-CAND-DOB-STATE (WS-BEST-IDX)
000000                                 = CST-DOB-UNKNOWN
000000                     MOVE 'BIRTH DATE NOT REGISTERED'
000000                                 TO      DN-REVIEW-REASON
000000                 WHEN WS-CAND-DOB-STATE (WS-BEST-IDX)
000000                                 = CST-DOB-DIFFERS
000000                     MOVE 'BIRTH DATE DIFFERS'
000000                                 TO      DN-REVIEW-REASON
000000                 WHEN OTHER
000000                     MOVE 'NAME NOT CLOSE ENOUGH'
000000                                 TO      DN-REVIEW-REASON
000000             END-EVALUATE
000000         WHEN OTHER
000000             MOVE CST-RESULT-NONE
000000                                 TO      DN-MATCH-RESULT
000000     END-EVALUATE.
000000     IF WS-BEST-IDX > 0
000000         MOVE WS-CAND-ACC-ID (WS-BEST-IDX)
000000                                 TO      DN-MATCHED-ACC-ID
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 確定済みの故人かのチェック
000000* SPD9999DTH-CHK-CONFIRMED SECTION |    （COMMON）
000000*                                |      対象: DB_DEATH_NOTICE
000000*                                |      他の入手元から先に届いた等
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-CHK-CONFIRMED.
000000     MOVE DN-MATCHED-ACC-ID      TO      HV-ACC-ID.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-COUNT
000000         FROM   MYDB.DB_DEATH_NOTICE
000000         WHERE  MATCHED_ACC_ID = :HV-ACC-ID
000000         AND    MATCH_RESULT   = :CST-RESULT-CONFIRMED
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999DTH-CHK-CONFIRMED'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'COUNT DB_DEATH_NOTICE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999DTH-ABEND
000000     END-IF.
000000     IF HV-COUNT > 0
000000         MOVE CST-RESULT-DUPLICATE
000000                                 TO      DN-MATCH-RESULT
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 照合結果の記録
000000* SPD9999DTH-INS-NOTICE  SECTION |      （COMMON）
000000*                                |      対象: DB_DEATH_NOTICE
000000*                                |      届IDはMAX+1で採番
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-INS-NOTICE.
000000     EXEC SQL
000000         SELECT COALESCE(MAX(NOTICE_ID), 0)
000000         INTO   :HV-MAX-ID
000000         FROM   MYDB.DB_DEATH_NOTICE
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999DTH-INS-NOTICE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT MAX NOTICE_ID FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999DTH-ABEND
000000     END-IF.
000000     COMPUTE DN-NOTICE-ID = HV-MAX-ID + 1.
000000     MOVE WS-NTC-SOURCE          TO      DN-SOURCE.
000000     MOVE WS-NTC-REF             TO      DN-SOURCE-REF.
000000     MOVE HV-DATE-CURRENT-X      TO      DN-RECEIVED-DATE.
000000     MOVE WS-NTC-NAME            TO      DN-DECEASED-NAME.
000000     MOVE WS-NTC-BIRTH-DATE      TO      DN-BIRTH-DATE.
000000     MOVE WS-NTC-DEATH-DATE      TO      DN-DEATH-DATE.
000000     MOVE WS-NTC-ACC-ID          TO      DN-REPORTED-ACC-ID.
000000     MOVE WS-BEST-SCORE          TO      DN-MATCH-SCORE.
000000     MOVE WS-CAND-TOTAL          TO      DN-CANDIDATE-CNT.
000000     IF DN-MATCH-RESULT NOT = CST-RESULT-REVIEW
000000         MOVE SPACES             TO      DN-REVIEW-REASON
000000     END-IF.
000000     MOVE HV-PROCESS-TS          TO      DN-PROCESS-TS.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_DEATH_NOTICE
000000             (NOTICE_ID, SOURCE, SOURCE_REF, RECEIVED_DATE,
000000              DECEASED_NAME, BIRTH_DATE, DEATH_DATE,
000000              REPORTED_ACC_ID, MATCH_RESULT, MATCHED_ACC_ID,
000000              MATCH_SCORE, CANDIDATE_CNT, REVIEW_REASON,
000000              PROCESS_TS)
000000         VALUES
000000             (:DN-NOTICE-ID, :DN-SOURCE, :DN-SOURCE-REF,
000000              :DN-RECEIVED-DATE, :DN-DECEASED-NAME,
000000              :DN-BIRTH-DATE, :DN-DEATH-DATE,
000000              :DN-REPORTED-ACC-ID, :DN-MATCH-RESULT,
000000              :DN-MATCHED-ACC-ID, :DN-MATCH-SCORE,
000000              :DN-CANDIDATE-CNT, :DN-REVIEW-REASON,
000000              :DN-PROCESS-TS)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999DTH-INS-NOTICE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'INSERT DB_DEATH_NOTICE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999DTH-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 確定した届の口座凍結
000000* SPD9999DTH-CONFIRM-NOTICE SECTION |   （MAIN）
000000*                                |      ESTATE停止・予約の停止・
000000*                                |      死亡日以後の払出の記録
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-CONFIRM-NOTICE.
000000     ADD 1                       TO      CST-COUNT-CONFIRMED.
000000     MOVE DN-MATCHED-ACC-ID      TO      HV-ACC-ID.
000000     PERFORM SPD9999DTH-PLACE-HOLD.
000000     PERFORM SPD9999DTH-SUSPEND-PENDING.
000000     MOVE 'CONF'                 TO      RPT-DTL-KIND.
000000     MOVE WS-HOLD-ACTION         TO      RPT-DTL-ACTION.
000000     PERFORM SPD9999DTH-WRITE-DETAIL.
000000     MOVE WS-CNT-INSTR           TO      WS-CNT-EDIT-1.
000000     MOVE WS-CNT-STANDING        TO      WS-CNT-EDIT-2.
000000     MOVE WS-CNT-CONTRIB         TO      WS-CNT-EDIT-3.
000000     MOVE SPACES                 TO      RPT-NOTE-TEXT.
000000     STRING 'SUSPENDED: INSTRUCTIONS ' WS-CNT-EDIT-1
000000            '  STANDING SCHEDULES ' WS-CNT-EDIT-2
000000            '  CONTRIBUTION PLANS ' WS-CNT-EDIT-3
000000         DELIMITED BY SIZE
000000         INTO RPT-NOTE-TEXT
000000     END-STRING.
000000     MOVE RPT-LINE-NOTE          TO      RPT-REC.
000000     PERFORM SPD9999DTH-WRITE-REPORT.
000000     PERFORM SPD9999DTH-FLAG-PAYOUTS.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ESTATE停止の登録
000000* SPD9999DTH-PLACE-HOLD  SECTION |      （COMMON）
000000*                                |      対象: DB_ACCOUNT_HOLD
000000*                                |      本日有効な口座単位のESTATE
000000*                                |      停止があれば登録しない
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-PLACE-HOLD.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-COUNT
000000         FROM   MYDB.DB_ACCOUNT_HOLD
000000         WHERE  ACC_ID     = :HV-ACC-ID
000000         AND    ORDER_ID   = 0
000000         AND    HOLD_TYPE  = :CST-HOLD-ESTATE
000000         AND    START_DATE <= :HV-DATE-CURRENT-X
000000         AND    END_DATE   >= :HV-DATE-CURRENT-X
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999DTH-PLACE-HOLD'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'COUNT DB_ACCOUNT_HOLD FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999DTH-ABEND
000000     END-IF.
000000     IF HV-COUNT > 0
000000         MOVE 'HOLD EXISTED'     TO      WS-HOLD-ACTION
000000     ELSE
000000         MOVE HV-ACC-ID          TO      HD-ACC-ID
000000         MOVE 0                  TO      HD-ORDER-ID
000000         MOVE CST-HOLD-ESTATE    TO      HD-HOLD-TYPE
000000         MOVE WS-NTC-DEATH-DATE  TO      HD-START-DATE
000000         MOVE CST-END-OPEN       TO      HD-END-DATE
000000         IF WS-NTC-SOURCE = CST-SOURCE-BRANCH
000000             MOVE CST-AUTH-BRANCH
000000                                 TO      HD-AUTHORITY
000000         ELSE
000000             MOVE CST-AUTH-EXTERNAL
000000                                 TO      HD-AUTHORITY
000000         END-IF
000000         EXEC SQL
000000             INSERT INTO MYDB.DB_ACCOUNT_HOLD
000000                 (ACC_ID, ORDER_ID, HOLD_TYPE, START_DATE,
000000                  END_DATE, AUTHORITY)
000000             VALUES
000000                 (:HD-ACC-ID, :HD-ORDER-ID, :HD-HOLD-TYPE,
000000                  :HD-START-DATE, :HD-END-DATE, :HD-AUTHORITY)
000000         END-EXEC
000000         IF SQLCODE NOT = 0
000000             MOVE 'SPD9999DTH-PLACE-HOLD'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'INSERT DB_ACCOUNT_HOLD FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999DTH-ABEND
000000         END-IF
000000         ADD 1                   TO      CST-COUNT-HOLDS
000000         MOVE 'HOLD PLACED'      TO      WS-HOLD-ACTION
000000         DISPLAY 'ESTATE HOLD PLACED : ' HD-ACC-ID
000000                 ' FROM ' HD-START-DATE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 未実行の予約・スケジュール
000000* SPD9999DTH-SUSPEND-PENDING SECTION |  の停止（COMMON）
000000*                                |      対象: DB_CUST_INSTRUCTION
000000*                                |            DB_STANDING_SCHEDULE
000000*                                |            DB_CONTRIB_SCHEDULE
000000*                                |      いずれもSTATUS='D'へ
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-SUSPEND-PENDING.
000000     MOVE 0                      TO      WS-CNT-INSTR.
000000     MOVE 0                      TO      WS-CNT-STANDING.
000000     MOVE 0                      TO      WS-CNT-CONTRIB.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_CUST_INSTRUCTION
000000         SET     STATUS      = :CST-INSTR-SUSPENDED,
000000                 FAIL_REASON = :CST-SUSPEND-REASON
000000         WHERE   STATUS      = :CST-INSTR-PENDING
000000         AND     ORDER_ID IN
000000                 (SELECT ORDER_ID
000000                  FROM   MYDB.DB_ACCOUNT_SAVINGS
000000                  WHERE  ACC_ID = :HV-ACC-ID)
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE SQLERRD (3)    TO      WS-CNT-INSTR
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999DTH-SUSPEND-PENDING'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'UPDATE DB_CUST_INSTRUCTION FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999DTH-ABEND
000000     END-EVALUATE.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_STANDING_SCHEDULE
000000         SET     STATUS = :CST-SCHED-SUSPENDED
000000         WHERE   ACC_ID = :HV-ACC-ID
000000         AND     STATUS = :CST-SCHED-ACTIVE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE SQLERRD (3)    TO      WS-CNT-STANDING
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999DTH-SUSPEND-PENDING'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'UPDATE DB_STANDING_SCHEDULE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999DTH-ABEND
000000     END-EVALUATE.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_CONTRIB_SCHEDULE
000000         SET     STATUS = :CST-SCHED-SUSPENDED
000000         WHERE   ACC_ID = :HV-ACC-ID
000000         AND     STATUS = :CST-SCHED-ACTIVE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE SQLERRD (3)    TO      WS-CNT-CONTRIB
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999DTH-SUSPEND-PENDING'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'UPDATE DB_CONTRIB_SCHEDULE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999DTH-ABEND
000000     END-EVALUATE.
000000     ADD WS-CNT-INSTR            TO      CST-COUNT-INSTR.
000000     ADD WS-CNT-STANDING         TO      CST-COUNT-STANDING.
000000     ADD WS-CNT-CONTRIB          TO      CST-COUNT-CONTRIB.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 死亡日より後の払出の記録
000000* SPD9999DTH-FLAG-PAYOUTS SECTION |     （E942）
000000*                                |      対象: DB_SAVINGS_HISTORY
000000*                                |            DB_EXCEPTION_LOG
000000*                                |      満期決済・早期解約・一部払出・
000000*                                |      中間利払を回収要として記録
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-FLAG-PAYOUTS.
000000     MOVE WS-NTC-DEATH-DATE      TO      SH-SETTLE-DATE.
000000     MOVE 'N'                    TO      CST-EOF-CRS-PAID.
000000     EXEC SQL
000000         DECLARE CRS-PAID CURSOR FOR
000000         SELECT  ORDER_ID, SETTLE_DATE, WITHDRAWAL_TYPE,
000000                 PRINCIPAL_AMOUNT, INTEREST_NET
000000         FROM    MYDB.DB_SAVINGS_HISTORY
000000         WHERE   ACC_ID      = :HV-ACC-ID
000000         AND     SETTLE_DATE > :SH-SETTLE-DATE
000000         AND     WITHDRAWAL_TYPE IN (:CST-WD-MATURITY,
000000                                     :CST-WD-EARLY,
000000                                     :CST-WD-PARTIAL,
000000                                     :CST-WD-INTPAY)
000000         ORDER BY SETTLE_DATE, ORDER_ID
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-PAID
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999DTH-FLAG-PAYOUTS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-PAID FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999DTH-ABEND
000000     END-IF.
000000     PERFORM SPD9999DTH-FETCH-PAID.
000000     PERFORM UNTIL CST-EOF-CRS-PAID = 'Y'
000000         PERFORM SPD9999DTH-LOG-PAYOUT
000000         PERFORM SPD9999DTH-FETCH-PAID
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-PAID
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 死亡日より後の払出の取得
000000* SPD9999DTH-FETCH-PAID  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-FETCH-PAID.
000000     EXEC SQL
000000         FETCH CRS-PAID
000000         INTO  :SH-ORDER-ID, :SH-SETTLE-DATE, :SH-WITHDRAWAL-TYPE,
000000               :SH-PRINCIPAL-AMOUNT, :SH-INTEREST-NET
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-PAID
000000         WHEN OTHER
000000             MOVE 'SPD9999DTH-FETCH-PAID'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-PAID FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999DTH-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 払出1件の記録
000000* SPD9999DTH-LOG-PAYOUT  SECTION |      （E942）
000000*                                |      対象: DB_EXCEPTION_LOG
000000*                                |      払出額は元金＋税引後利息
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-LOG-PAYOUT.
000000     ADD 1                       TO      CST-COUNT-PAID.
000000     COMPUTE WS-PAYOUT-AMOUNT =
000000         SH-PRINCIPAL-AMOUNT + SH-INTEREST-NET.
000000     MOVE SH-ORDER-ID            TO      RPT-PAID-ORDER-ID.
000000     MOVE SH-SETTLE-DATE         TO      RPT-PAID-SETTLE-DATE.
000000     MOVE SH-WITHDRAWAL-TYPE     TO      RPT-PAID-TYPE.
000000     MOVE WS-PAYOUT-AMOUNT       TO      RPT-PAID-AMOUNT.
000000     MOVE RPT-LINE-PAID          TO      RPT-REC.
000000     PERFORM SPD9999DTH-WRITE-REPORT.
000000     DISPLAY 'PAID AFTER DEATH : ' HV-ACC-ID ' ORDER ' SH-ORDER-ID
000000             ' ' SH-SETTLE-DATE.
000000     MOVE WS-NTC-DEATH-DATE      TO      WS-EL-DEATH-DATE.
000000     MOVE SH-WITHDRAWAL-TYPE     TO      WS-EL-WITHDRAWAL-TYPE.
000000     MOVE WS-PAYOUT-AMOUNT       TO      WS-EL-AMOUNT.
000000     MOVE SH-ORDER-ID            TO      EL-ORDER-ID.
000000     MOVE WS-EL-DETAIL-PAID      TO      EL-DETAIL.
000000     MOVE CST-REASON-PAID        TO      EL-REASON-CODE.
000000     PERFORM SPD9999DTH-WRITE-EXCEPTION.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 要確認の届の出力
000000* SPD9999DTH-REVIEW-NOTICE SECTION |    （E941）
000000*                                |      対象: DB_EXCEPTION_LOG
000000*                                |      照合保留レポートへ候補とも
000000*                                |      に出力
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-REVIEW-NOTICE.
000000     ADD 1                       TO      CST-COUNT-REVIEW.
000000     MOVE 'REVW'                 TO      RPT-DTL-KIND.
000000     MOVE DN-REVIEW-REASON       TO      RPT-DTL-ACTION.
000000     PERFORM SPD9999DTH-WRITE-DETAIL.
000000     MOVE DN-NOTICE-ID           TO      WS-EL-NOTICE-ID.
000000     MOVE DN-REVIEW-REASON       TO      WS-EL-REVIEW-REASON.
000000     MOVE 0                      TO      EL-ORDER-ID.
000000     MOVE WS-EL-DETAIL-REVIEW    TO      EL-DETAIL.
000000     MOVE CST-REASON-REVIEW      TO      EL-REASON-CODE.
000000     MOVE DN-MATCHED-ACC-ID      TO      HV-ACC-ID.
000000     PERFORM SPD9999DTH-WRITE-EXCEPTION.
000000     MOVE RPT-LINE-RULE-REVIEW   TO      REV-REC.
000000     PERFORM SPD9999DTH-WRITE-REVIEW.
000000     MOVE DN-NOTICE-ID           TO      WS-ACC-ID-DISP.
000000     MOVE SPACES                 TO      REV-REC.
000000     STRING '  NOTICE ' WS-ACC-ID-DISP
000000            '  SOURCE ' DN-SOURCE
000000            '  REF ' DN-SOURCE-REF
000000            '  DOB ' DN-BIRTH-DATE
000000            '  DOD ' DN-DEATH-DATE
000000         DELIMITED BY SIZE
000000         INTO REV-REC
000000     END-STRING.
000000     PERFORM SPD9999DTH-WRITE-REVIEW.
000000     MOVE DN-REPORTED-ACC-ID     TO      WS-ACC-ID-DISP.
000000     MOVE SPACES                 TO      REV-REC.
000000     STRING '  NAME ' DN-DECEASED-NAME
000000            '  REPORTED ACC ' WS-ACC-ID-DISP
000000         DELIMITED BY SIZE
000000         INTO REV-REC
000000     END-STRING.
000000     PERFORM SPD9999DTH-WRITE-REVIEW.
000000     MOVE SPACES                 TO      REV-REC.
000000     STRING '  REASON ' DN-REVIEW-REASON
000000         DELIMITED BY SIZE
000000         INTO REV-REC
000000     END-STRING.
000000     PERFORM SPD9999DTH-WRITE-REVIEW.
000000     IF WS-CAND-TOTAL > 0
000000         MOVE RPT-LINE-CAND-HEAD
000000                                 TO      REV-REC
000000         PERFORM SPD9999DTH-WRITE-REVIEW
000000         PERFORM SPD9999DTH-WRITE-CANDIDATE
000000             VARYING WS-CAND-IDX FROM 1 BY 1
000000             UNTIL   WS-CAND-IDX > WS-CAND-TOTAL
000000             OR      WS-CAND-IDX > CST-CAND-MAX
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 候補1件の出力
000000* SPD9999DTH-WRITE-CANDIDATE SECTION |  （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-WRITE-CANDIDATE.
000000     MOVE WS-CAND-ACC-ID (WS-CAND-IDX)
000000                                 TO      RPT-CAND-ACC-ID.
000000     MOVE WS-CAND-NAME (WS-CAND-IDX)
000000                                 TO      RPT-CAND-NAME.
000000     MOVE WS-CAND-BIRTH-DATE (WS-CAND-IDX)
000000                                 TO      RPT-CAND-BIRTH-DATE.
000000     MOVE WS-CAND-DOB-STATE (WS-CAND-IDX)
000000                                 TO      RPT-CAND-DOB-STATE.
000000     MOVE WS-CAND-ENTRY-SCORE (WS-CAND-IDX)
000000                                 TO      RPT-CAND-SCORE.
000000     MOVE RPT-LINE-CAND          TO      REV-REC.
000000     PERFORM SPD9999DTH-WRITE-REVIEW.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 例外ログの記録
000000* SPD9999DTH-WRITE-EXCEPTION SECTION |  （COMMON）
000000*                                |      対象: DB_EXCEPTION_LOG
000000*                                |      EL-ORDER-ID・EL-DETAIL・
000000*                                |      EL-REASON-CODE・HV-ACC-IDを
000000*                                |      設定してから呼び出す
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-WRITE-EXCEPTION.
000000     MOVE HV-ACC-ID              TO      WS-ACC-ID-DISP.
000000     MOVE WS-ACC-ID-DISP         TO      EL-ACC-ID.
000000     MOVE CST-RUN-MODE-DTH       TO      EL-RUN-MODE.
000000     MOVE HV-DATE-CURRENT-X      TO      EL-RUN-DATE.
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
000000*                                | NOTE: レポート見出しの出力
000000* SPD9999DTH-WRITE-HEADERS SECTION |    （COMMON）
000000*                                |      DTHRPT・DTHREV
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-WRITE-HEADERS.
000000     MOVE HV-DATE-CURRENT-X      TO      RPT-TITLE-DATE.
000000     MOVE 'DAILY DEATH NOTIFICATION INTAKE REPORT'
000000                                 TO      RPT-TITLE-TEXT.
000000     MOVE RPT-LINE-RULE          TO      RPT-REC.
000000     PERFORM SPD9999DTH-WRITE-REPORT.
000000     MOVE RPT-LINE-TITLE         TO      RPT-REC.
000000     PERFORM SPD9999DTH-WRITE-REPORT.
000000     MOVE RPT-LINE-RULE          TO      RPT-REC.
000000     PERFORM SPD9999DTH-WRITE-REPORT.
000000     MOVE RPT-LINE-HEADING       TO      RPT-REC.
000000     PERFORM SPD9999DTH-WRITE-REPORT.
000000     MOVE 'DEATH NOTIFICATION MATCH REVIEW'
000000                                 TO      RPT-TITLE-TEXT.
000000     MOVE RPT-LINE-RULE          TO      REV-REC.
000000     PERFORM SPD9999DTH-WRITE-REVIEW.
000000     MOVE RPT-LINE-TITLE         TO      REV-REC.
000000     PERFORM SPD9999DTH-WRITE-REVIEW.
000000     MOVE RPT-LINE-RULE          TO      REV-REC.
000000     PERFORM SPD9999DTH-WRITE-REVIEW.
000000     MOVE SPACES                 TO      REV-REC.
000000     STRING '  CANDIDATE D: M=BIRTH DATE MATCHES'
000000            '  U=NOT REGISTERED  X=DIFFERS'
000000         DELIMITED BY SIZE
000000         INTO REV-REC
000000     END-STRING.
000000     PERFORM SPD9999DTH-WRITE-REVIEW.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: レポート件数の出力
000000* SPD9999DTH-WRITE-TOTALS SECTION |     （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-WRITE-TOTALS.
000000     MOVE RPT-LINE-BLANK         TO      RPT-REC.
000000     PERFORM SPD9999DTH-WRITE-REPORT.
000000     MOVE 'TOTALS'               TO      RPT-SEC-TEXT.
000000     MOVE RPT-LINE-SECTION       TO      RPT-REC.
000000     PERFORM SPD9999DTH-WRITE-REPORT.
000000     MOVE 'BRANCH NOTICES READ'  TO      RPT-CNT-LABEL.
000000     MOVE CST-COUNT-BRANCH       TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999DTH-WRITE-COUNT.
000000     MOVE 'EXTERNAL NOTICES READ'
000000                                 TO      RPT-CNT-LABEL.
000000     MOVE CST-COUNT-EXTERNAL     TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999DTH-WRITE-COUNT.
000000     MOVE 'INVALID NOTICES (INVL)'
000000                                 TO      RPT-CNT-LABEL.
000000     MOVE CST-COUNT-INVALID      TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999DTH-WRITE-COUNT.
000000     MOVE 'RESENT NOTICES (RSNT)'
000000                                 TO      RPT-CNT-LABEL.
000000     MOVE CST-COUNT-RESENT       TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999DTH-WRITE-COUNT.
000000     MOVE 'CONFIRMED MATCHES (CONF)'
000000                                 TO      RPT-CNT-LABEL.
000000     MOVE CST-COUNT-CONFIRMED    TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999DTH-WRITE-COUNT.
000000     MOVE '  ESTATE HOLDS PLACED'
000000                                 TO      RPT-CNT-LABEL.
000000     MOVE CST-COUNT-HOLDS        TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999DTH-WRITE-COUNT.
000000     MOVE '  INSTRUCTIONS SUSPENDED'
000000                                 TO      RPT-CNT-LABEL.
000000     MOVE CST-COUNT-INSTR        TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999DTH-WRITE-COUNT.
000000     MOVE '  STANDING SCHEDULES SUSPENDED'
000000                                 TO      RPT-CNT-LABEL.
000000     MOVE CST-COUNT-STANDING     TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999DTH-WRITE-COUNT.
000000     MOVE '  CONTRIBUTION PLANS SUSPENDED'
000000                                 TO      RPT-CNT-LABEL.
000000     MOVE CST-COUNT-CONTRIB      TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999DTH-WRITE-COUNT.
000000     MOVE '  PAYOUTS AFTER DEATH (E942)'
000000                                 TO      RPT-CNT-LABEL.
000000     MOVE CST-COUNT-PAID         TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999DTH-WRITE-COUNT.
000000     MOVE 'ALREADY CONFIRMED (DUPN)'
000000                                 TO      RPT-CNT-LABEL.
000000     MOVE CST-COUNT-DUPLICATE    TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999DTH-WRITE-COUNT.
000000     MOVE 'REFERRED FOR REVIEW (REVW)'
000000                                 TO      RPT-CNT-LABEL.
000000     MOVE CST-COUNT-REVIEW       TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999DTH-WRITE-COUNT.
000000     MOVE 'NO MATCHING CUSTOMER (NONE)'
000000                                 TO      RPT-CNT-LABEL.
000000     MOVE CST-COUNT-NONE         TO      RPT-CNT-VALUE.
000000     PERFORM SPD9999DTH-WRITE-COUNT.
000000     MOVE RPT-LINE-RULE-REVIEW   TO      REV-REC.
000000     PERFORM SPD9999DTH-WRITE-REVIEW.
000000     MOVE 'NOTICES FOR REVIEW'   TO      RPT-CNT-LABEL.
000000     MOVE CST-COUNT-REVIEW       TO      RPT-CNT-VALUE.
000000     MOVE RPT-LINE-COUNT         TO      REV-REC.
000000     PERFORM SPD9999DTH-WRITE-REVIEW.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 件数行の出力
000000* SPD9999DTH-WRITE-COUNT SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-WRITE-COUNT.
000000     MOVE RPT-LINE-COUNT         TO      RPT-REC.
000000     PERFORM SPD9999DTH-WRITE-REPORT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 取込結果明細1行の出力
000000* SPD9999DTH-WRITE-DETAIL SECTION |     （COMMON）
000000*                                |      RPT-DTL-KIND・ACC-ID・SCORE・
000000*                                |      ACTIONを設定してから呼び出す
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-WRITE-DETAIL.
000000     MOVE WS-NTC-SOURCE          TO      RPT-DTL-SOURCE.
000000     MOVE WS-NTC-REF             TO      RPT-DTL-REF.
000000     MOVE WS-NTC-NAME            TO      RPT-DTL-NAME.
000000     MOVE WS-NTC-BIRTH-DATE      TO      RPT-DTL-BIRTH-DATE.
000000     MOVE WS-NTC-DEATH-DATE      TO      RPT-DTL-DEATH-DATE.
000000     MOVE RPT-LINE-DETAIL        TO      RPT-REC.
000000     PERFORM SPD9999DTH-WRITE-REPORT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 取込結果レコード出力
000000* SPD9999DTH-WRITE-REPORT SECTION |     （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-WRITE-REPORT.
000000     WRITE RPT-REC.
000000     IF WS-RPT-STATUS NOT = '00'
000000         MOVE 'SPD9999DTH-WRITE-REPORT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE DTHRPT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999DTH-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 照合保留レコード出力
000000* SPD9999DTH-WRITE-REVIEW SECTION |     （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-WRITE-REVIEW.
000000     WRITE REV-REC.
000000     IF WS-REV-STATUS NOT = '00'
000000         MOVE 'SPD9999DTH-WRITE-REVIEW'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE DTHREV FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999DTH-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999DTH-ABEND       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999DTH-ABEND.
000000     DISPLAY 'SPD9999DTH-ABEND'.
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
000000 END PROGRAM SPD9999DTH.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
