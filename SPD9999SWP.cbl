000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999SWP.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999SWP
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            普通残高の自動スイープ（定期預入）
000000*                                バッチ
000000*                                DB_SWEEP_AGREEMENTの有効契約
000000*                                （STATUS='A'）のうち次回実行予定日
000000*                                が本日以前のものを対象に、普通残高
000000*                                （DB_ACCOUNT_BALANCE）がTHRESHOLDを
000000*                                超える額を、契約の預金タイプで
000000*                                SPD9999PLM（チャネル'B'）により
000000*                                新規定期預金へ預け入れる。店頭預入
000000*                                （SPD9999PLC）と同じく支払停止・
000000*                                残高上限・商品の販売条件の確認を
000000*                                受け、受付不可は預け入れずに
000000*                                DB_EXCEPTION_LOG（RUN_MODE='S'）へ
000000*                                記録する。担保（DB_PLEDGE）は既存
000000*                                の注文に付き、拘束資金
000000*                                （DB_BLOCKED_FUNDS）は普通残高の外に
000000*                                あるため、いずれもスイープ対象の額
000000*                                に含まれない。
000000*                                超過額がMIN_SWEEP_AMOUNT未満の回は
000000*                                預け入れない。契約ごとに次回実行
000000*                                予定日を進めてCOMMITする。
000000*                                結果を担当渉外（RM_CODE）ごとに
000000*                                日次スイープレポート（SWPRPT）へ
000000*                                出力する。
000000*                                当日の決済（SPD9999DRV）と積立
000000*                                引落（SPD9999CTB）の完了後に実行
000000*                                すること。起動時にSPD9999SEQ
000000*                                （'CHK'）でDB_RUN_SEQUENCEの前提
000000*                                プログラムの当日完了を確認する
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 :            プログラムの作成
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*        2026/10/15 :            受付不可の預入の取消を全体の
000000*                                ROLLBACKから、契約ごとのSAVEPOINT
000000*                                へのROLLBACK TO SAVEPOINTへ変更。
000000*                                全体のROLLBACKはWITH HOLDの
000000*                                CRS-SWPも閉じるため、最初の受付
000000*                                不可の後のFETCHが失敗していた
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000 FILE-CONTROL.
000000     SELECT REPORT-FILE   ASSIGN TO 'SWPRPT'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-RPT-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
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
000000*--- DCLGEN参照：MYDB.DB_SWEEP_AGREEMENT
000000     EXEC SQL
000000         INCLUDE                 SWPAGR
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ACCOUNT_BALANCE
000000     EXEC SQL
000000         INCLUDE                 ACCBAL
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_EXCEPTION_LOG
000000     EXEC SQL
000000         INCLUDE                 EXCLOG
000000     END-EXEC.
000000 01 WS-RPT-STATUS                PIC X(02).
000000 01 WS-VARIABLES.
000000    03 WS-ACC-ID-DISP            PIC 9(09).
000000    03 WS-AGR-VALID              PIC X(01).
000000    03 WS-BALANCE-FOUND          PIC X(01).
000000    03 WS-EXCESS                 PIC S9(13)V99 COMP-3.
000000    03 WS-SWEEP-AMOUNT           PIC S9(13)V99 COMP-3.
000000    03 WS-RESULT                 PIC X(10).
000000    03 WS-REASON-CODE            PIC X(04).
000000    03 WS-MESSAGE                PIC X(50).
000000*--- 次回実行予定日の算出
000000    03 WS-DAYS-TODAY             PIC S9(09) COMP.
000000    03 WS-DAYS-NEXT              PIC S9(09) COMP.
000000    03 WS-DOW                    PIC S9(04) COMP.
000000    03 WS-CALC-YY                PIC 9(04).
000000    03 WS-CALC-MM                PIC 9(02).
000000    03 WS-FOLLOW-YY              PIC 9(04).
000000    03 WS-FOLLOW-MM              PIC 9(02).
000000    03 WS-CALC-DD                PIC 9(02).
000000    03 WS-LAST-DATE-9            PIC 9(08).
000000    03 WS-LAST-DATE-X            REDEFINES WS-LAST-DATE-9
000000                                 PIC X(08).
000000    03 WS-LAST-DOM               PIC 9(02).
000000    03 WS-CALC-DATE-9            PIC 9(08).
000000*--- 担当渉外ごとの改頁と小計
000000    03 WS-PREV-RM                PIC X(08).
000000    03 WS-RM-COUNT-SWEPT         PIC 9(07).
000000    03 WS-RM-TOTAL-SWEPT         PIC S9(13)V99.
000000    03 WS-RM-COUNT-SKIPPED       PIC 9(07).
000000    03 WS-RM-COUNT-REJECTED      PIC 9(07).
000000 01 HV-VARIABLES.
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000    03 HV-DATE-CURRENT-9         PIC 9(08).
000000    03 HV-NEXT-DATE-9            PIC 9(08).
000000    03 HV-NEXT-DATE-X            PIC X(08).
000000*--- SPD9999PLM（新規預入共通）呼出パラメータ
000000 01 WS-PARAM-PLM.
000000    03 WS-PLM-ACC-ID             PIC S9(09) COMP.
000000    03 WS-PLM-SAVING-TYPE        PIC X(10).
000000    03 WS-PLM-CURRENCY-CODE      PIC X(03).
000000    03 WS-PLM-AMOUNT             PIC S9(13)V99 COMP-3.
000000    03 WS-PLM-CONTRIB-AMOUNT     PIC S9(13)V99 COMP-3.
000000    03 WS-PLM-CONTRIB-DAY        PIC S9(02) COMP-3.
000000    03 WS-PLM-CHANNEL            PIC X(01).
000000    03 WS-PLM-ORDER-ID           PIC S9(09) COMP.
000000    03 WS-PLM-START-DATE         PIC X(08).
000000    03 WS-PLM-END-DATE           PIC X(08).
000000    03 WS-PLM-RATE               PIC S9(01)V9(04) COMP-3.
000000    03 WS-PLM-NEW-BALANCE        PIC S9(13)V99 COMP-3.
000000    03 WS-PLM-CAMPAIGN-ID        PIC X(10).
000000    03 WS-PLM-BONUS-RATE         PIC S9(01)V9(04) COMP-3.
000000    03 WS-PLM-LIMIT-EXCEEDED     PIC X(01).
000000    03 WS-PLM-RETURN             PIC S9(04) COMP.
000000    03 WS-PLM-REASON-CODE        PIC X(04).
000000    03 WS-PLM-MESSAGE            PIC X(50).
000000*--- SPD9999SEQ（実行順序チェック）呼出パラメータ
000000 01 WS-PARAM-SEQ.
000000    03 WS-SEQ-FUNC               PIC X(03).
000000    03 WS-SEQ-PROGRAM            PIC X(10)
000000       VALUE 'SPD9999SWP'.
000000    03 WS-SEQ-RUN-DATE           PIC X(08).
000000    03 WS-SEQ-RETURN             PIC S9(04) COMP.
000000    03 WS-SEQ-MISSING            PIC X(10).
000000*/-------------------------------------------------------------/*
000000*  レポート編集エリア
000000*/-------------------------------------------------------------/*
000000 01 RPT-LINE-RULE.
000000    03 FILLER                    PIC X(132) VALUE ALL '='.
000000 01 RPT-LINE-TITLE.
000000    03 FILLER                    PIC X(45)  VALUE SPACES.
000000    03 FILLER                    PIC X(30)
000000       VALUE 'DAILY AUTOMATIC SWEEP REPORT'.
000000    03 FILLER                    PIC X(10)  VALUE 'RUN DATE: '.
000000    03 RPT-TITLE-DATE            PIC X(08).
000000    03 FILLER                    PIC X(39)  VALUE SPACES.
000000 01 RPT-LINE-RM.
000000    03 FILLER                    PIC X(23)
000000       VALUE 'RELATIONSHIP MANAGER : '.
000000    03 RPT-RM-CODE               PIC X(08).
000000    03 FILLER                    PIC X(101) VALUE SPACES.
000000 01 RPT-LINE-HEADER.
000000    03 FILLER                    PIC X(10)  VALUE 'ACCOUNT ID'.
000000    03 FILLER                    PIC X(04)  VALUE 'CCY'.
000000    03 FILLER                    PIC X(19)
000000       VALUE '  ORDINARY BALANCE'.
000000    03 FILLER                    PIC X(19)
000000       VALUE '         THRESHOLD'.
000000    03 FILLER                    PIC X(19)
000000       VALUE '            EXCESS'.
000000    03 FILLER                    PIC X(19)
000000       VALUE '      SWEPT AMOUNT'.
000000    03 FILLER                    PIC X(11)  VALUE 'TARGET'.
000000    03 FILLER                    PIC X(10)  VALUE ' ORDER ID'.
000000    03 FILLER                    PIC X(09)  VALUE 'NEXT DUE'.
000000    03 FILLER                    PIC X(12)  VALUE 'RESULT'.
000000 01 RPT-LINE-DETAIL.
000000    03 RPT-DTL-ACC-ID            PIC 9(09).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-CURRENCY          PIC X(03).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-BALANCE           PIC -(14)9.99.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-THRESHOLD         PIC -(14)9.99.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-EXCESS            PIC -(14)9.99.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-SWEPT             PIC -(14)9.99.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-TARGET            PIC X(10).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-ORDER-ID          PIC Z(08)9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-NEXT-DATE         PIC X(08).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-RESULT            PIC X(10).
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000 01 RPT-LINE-REASON.
000000    03 FILLER                    PIC X(14)  VALUE SPACES.
000000    03 FILLER                    PIC X(08)  VALUE 'REASON: '.
000000    03 RPT-RSN-CODE              PIC X(04).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-RSN-MESSAGE           PIC X(50).
000000    03 FILLER                    PIC X(55)  VALUE SPACES.
000000 01 RPT-LINE-TOTAL.
000000    03 RPT-TOT-LABEL             PIC X(20).
000000    03 FILLER                    PIC X(08)  VALUE 'SWEPT : '.
000000    03 RPT-TOT-SWEPT             PIC ZZZ,ZZ9.
000000    03 FILLER                    PIC X(10)  VALUE '  AMOUNT: '.
000000    03 RPT-TOT-AMOUNT            PIC -(14)9.99.
000000    03 FILLER                    PIC X(14)
000000       VALUE '  NOT SWEPT : '.
000000    03 RPT-TOT-SKIPPED           PIC ZZZ,ZZ9.
000000    03 FILLER                    PIC X(13)  VALUE '  REJECTED : '.
000000    03 RPT-TOT-REJECTED          PIC ZZZ,ZZ9.
000000    03 FILLER                    PIC X(28)  VALUE SPACES.
000000 01 RPT-LINE-NONE.
000000    03 FILLER                    PIC X(30)
000000       VALUE 'NO SWEEP AGREEMENTS DUE TODAY'.
000000    03 FILLER                    PIC X(102) VALUE SPACES.
000000 01 RPT-LINE-BLANK               PIC X(132) VALUE SPACES.
000000 01 CST-VARIABLES.
000000    03 CST-EOF-CRS-SWP           PIC X(01)  VALUE 'N'.
000000    03 CST-AGR-ACTIVE            PIC X(01)  VALUE 'A'.
000000    03 CST-FREQ-DAILY            PIC X(01)  VALUE 'D'.
000000    03 CST-FREQ-WEEKLY           PIC X(01)  VALUE 'W'.
000000    03 CST-FREQ-MONTHLY          PIC X(01)  VALUE 'M'.
000000    03 CST-CHANNEL-BATCH         PIC X(01)  VALUE 'B'.
000000    03 CST-RUN-MODE-SWP          PIC X(01)  VALUE 'S'.
000000    03 CST-RESULT-SWEPT          PIC X(10)  VALUE 'SWEPT'.
000000    03 CST-RESULT-NO-EXCESS      PIC X(10)  VALUE 'NO EXCESS'.
000000    03 CST-RESULT-BELOW-MIN      PIC X(10)  VALUE 'BELOW MIN'.
000000    03 CST-RESULT-REJECTED       PIC X(10)  VALUE 'REJECTED'.
000000    03 CST-RESULT-INVALID        PIC X(10)  VALUE 'INVALID'.
000000    03 CST-REASON-BAD-AGREEMENT  PIC X(04)  VALUE 'E971'.
000000    03 CST-REASON-NO-BALANCE     PIC X(04)  VALUE 'E972'.
000000    03 CST-REASON-SQL-ERROR      PIC X(04)  VALUE 'E973'.
000000    03 CST-RTN-OK                PIC 9(02)  VALUE 0.
000000    03 CST-RTN-REJECT            PIC 9(02)  VALUE 8.
000000    03 CST-COUNT-READ            PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-SWEPT           PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-SKIPPED         PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-REJECTED        PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-LIMIT-EXCEEDED  PIC 9(07)  VALUE 0.
000000    03 CST-TOTAL-SWEPT           PIC S9(13)V99 VALUE 0.
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
000000* SPD9999SWP-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999SWP-MAIN.
000000     DISPLAY 'START SPD9999SWP'.
000000     PERFORM SPD9999SWP-INIT-DATE.
000000*--- 実行順序の前提チェック。当日の決済と積立引落が完了して
000000*--- いない残高はスイープしない。免除はSPD9999ONMの'SEQ'
000000*--- サブコマンドで当日に限り設定できる
000000     MOVE 'CHK'                  TO      WS-SEQ-FUNC.
000000     MOVE HV-DATE-CURRENT-X      TO      WS-SEQ-RUN-DATE.
000000     CALL 'SPD9999SEQ' USING WS-PARAM-SEQ.
000000     IF WS-SEQ-RETURN NOT = 0
000000         DISPLAY 'PREDECESSOR NOT COMPLETE : ' WS-SEQ-MISSING
000000         DISPLAY 'RUN STOPPED - COMPLETE PREDECESSOR OR SET'
000000                 ' OVERRIDE VIA SPM1 SEQ'
000000         STOP RUN
000000     END-IF.
000000     PERFORM SPD9999SWP-OPEN-FILES.
000000     PERFORM SPD9999SWP-WRITE-TITLE.
000000     PERFORM SPD9999SWP-SWEEP.
000000     PERFORM SPD9999SWP-WRITE-TOTALS.
000000     PERFORM SPD9999SWP-CLOSE-FILES.
000000     EXEC SQL
000000         COMMIT
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999SWP-MAIN'  TO      CST-ABEND-BREAKPOINT
000000         MOVE 'FINAL COMMIT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SWP-ABEND
000000     END-IF.
000000     DISPLAY 'TOTAL AGREEMENTS DUE      : ' CST-COUNT-READ.
000000     DISPLAY 'TOTAL SWEPT               : ' CST-COUNT-SWEPT.
000000     DISPLAY 'TOTAL AMOUNT SWEPT        : ' CST-TOTAL-SWEPT.
000000     DISPLAY 'TOTAL NOT SWEPT           : ' CST-COUNT-SKIPPED.
000000     DISPLAY 'TOTAL REJECTED            : ' CST-COUNT-REJECTED.
000000     DISPLAY 'TOTAL OVER MARUYU LIMIT   : '
000000             CST-COUNT-LIMIT-EXCEEDED.
000000*--- 自プログラムの完了を記録する
000000     MOVE 'END'                  TO      WS-SEQ-FUNC.
000000     CALL 'SPD9999SEQ' USING WS-PARAM-SEQ.
000000     IF WS-SEQ-RETURN NOT = 0
000000         DISPLAY 'WARNING: COMPLETION RECORD FAILED, RC='
000000                 WS-SEQ-RETURN
000000     END-IF.
000000     DISPLAY 'END   SPD9999SWP'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 現在日付取得
000000* SPD9999SWP-INIT-DATE   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999SWP-INIT-DATE.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     MOVE HV-DATE-CURRENT-X      TO      HV-DATE-CURRENT-9.
000000     COMPUTE WS-DAYS-TODAY =
000000         FUNCTION INTEGER-OF-DATE(HV-DATE-CURRENT-9).
000000     MOVE HIGH-VALUES            TO      WS-PREV-RM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ファイルオープン
000000* SPD9999SWP-OPEN-FILES  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999SWP-OPEN-FILES.
000000     OPEN OUTPUT REPORT-FILE.
000000     IF WS-RPT-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN SWPRPT, STATUS : ' WS-RPT-STATUS
000000         STOP RUN
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ファイルクローズ
000000* SPD9999SWP-CLOSE-FILES SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999SWP-CLOSE-FILES.
000000     CLOSE REPORT-FILE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: スイープ対象契約の処理
000000* SPD9999SWP-SWEEP       SECTION |      （MAIN）
000000*                                |      対象: DB_SWEEP_AGREEMENT
000000*                                |      契約ごとにCOMMITするため
000000*                                |      WITH HOLD
000000*/-------------------------------------------------------------/*
000000 SPD9999SWP-SWEEP.
000000     MOVE 'N'                    TO      CST-EOF-CRS-SWP.
000000     EXEC SQL
000000         DECLARE CRS-SWP CURSOR WITH HOLD FOR
000000         SELECT  ACC_ID, THRESHOLD, TARGET_SAVING_TYPE,
000000                 MIN_SWEEP_AMOUNT, FREQUENCY, SWEEP_DAY,
000000                 NEXT_SWEEP_DATE, RM_CODE
000000         FROM    MYDB.DB_SWEEP_AGREEMENT
000000         WHERE   STATUS          = :CST-AGR-ACTIVE
000000         AND     NEXT_SWEEP_DATE <= :HV-DATE-CURRENT-X
000000         ORDER BY RM_CODE, ACC_ID
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-SWP
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999SWP-SWEEP'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-SWP FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SWP-ABEND
000000     END-IF.
000000     PERFORM SPD9999SWP-FETCH.
000000     PERFORM UNTIL CST-EOF-CRS-SWP = 'Y'
000000         PERFORM SPD9999SWP-PROC-AGREEMENT
000000         PERFORM SPD9999SWP-FETCH
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-SWP
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: スイープ契約の取得
000000* SPD9999SWP-FETCH       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999SWP-FETCH.
000000     EXEC SQL
000000         FETCH CRS-SWP
000000         INTO  :SW-ACC-ID, :SW-THRESHOLD, :SW-TARGET-SAVING-TYPE,
000000               :SW-MIN-SWEEP-AMOUNT, :SW-FREQUENCY, :SW-SWEEP-DAY,
000000               :SW-NEXT-SWEEP-DATE, :SW-RM-CODE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             ADD 1               TO      CST-COUNT-READ
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-SWP
000000         WHEN OTHER
000000             MOVE 'SPD9999SWP-FETCH'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-SWP FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999SWP-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 1契約分のスイープ
000000* SPD9999SWP-PROC-AGREEMENT SECTION |   （MAIN）
000000*                                |      超過額＝普通残高－THRESHOLD。
000000*                                |      最低額以上ならSPD9999PLMで預入
000000*                                |      受付不可はSAVEPOINTまで戻して
000000*                                |      例外記録
000000*/-------------------------------------------------------------/*
000000 SPD9999SWP-PROC-AGREEMENT.
000000     IF SW-RM-CODE NOT = WS-PREV-RM
000000         PERFORM SPD9999SWP-RM-BREAK
000000     END-IF.
000000     MOVE SW-ACC-ID              TO      WS-ACC-ID-DISP.
000000     MOVE 0                      TO      WS-EXCESS.
000000     MOVE 0                      TO      WS-SWEEP-AMOUNT.
000000     MOVE 0                      TO      WS-PLM-ORDER-ID.
000000     MOVE 0                      TO      AB-BALANCE.
000000     MOVE SPACES                 TO      AB-CURRENCY-CODE.
000000     MOVE SPACES                 TO      WS-REASON-CODE.
000000     MOVE SPACES                 TO      WS-MESSAGE.
000000     MOVE SW-NEXT-SWEEP-DATE     TO      HV-NEXT-DATE-X.
000000     PERFORM SPD9999SWP-CHK-AGREEMENT.
000000     IF WS-AGR-VALID = 'N'
000000         MOVE CST-RESULT-INVALID
000000                                 TO      WS-RESULT
000000         ADD 1                   TO      CST-COUNT-REJECTED
000000         ADD 1                   TO      WS-RM-COUNT-REJECTED
000000         PERFORM SPD9999SWP-INS-EXCEPTION
000000     ELSE
000000         PERFORM SPD9999SWP-GET-BALANCE
000000         EVALUATE TRUE
000000             WHEN WS-BALANCE-FOUND = 'N'
000000                 MOVE CST-RESULT-REJECTED
000000                                 TO      WS-RESULT
000000                 MOVE CST-REASON-NO-BALANCE
000000                                 TO      WS-REASON-CODE
000000                 MOVE 'NO ORDINARY BALANCE ROW FOR ACCOUNT'
000000                                 TO      WS-MESSAGE
000000                 ADD 1           TO      CST-COUNT-REJECTED
000000                 ADD 1           TO      WS-RM-COUNT-REJECTED
000000                 PERFORM SPD9999SWP-INS-EXCEPTION
000000             WHEN WS-EXCESS NOT > 0
000000                 MOVE CST-RESULT-NO-EXCESS
000000                                 TO      WS-RESULT
000000                 ADD 1           TO      CST-COUNT-SKIPPED
000000                 ADD 1           TO      WS-RM-COUNT-SKIPPED
000000             WHEN WS-EXCESS < SW-MIN-SWEEP-AMOUNT
000000                 MOVE CST-RESULT-BELOW-MIN
000000                                 TO      WS-RESULT
000000                 ADD 1           TO      CST-COUNT-SKIPPED
000000                 ADD 1           TO      WS-RM-COUNT-SKIPPED
000000             WHEN OTHER
000000                 PERFORM SPD9999SWP-PLACE
000000         END-EVALUATE
000000*--- 受付不可の回も再試行せず、次回実行予定日へ進める
000000         PERFORM SPD9999SWP-CALC-NEXT-DATE
000000         PERFORM SPD9999SWP-UPD-AGREEMENT
000000     END-IF.
000000     EXEC SQL
000000         COMMIT
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999SWP-PROC-AGREEMENT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'COMMIT FAILED'    TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SWP-ABEND
000000     END-IF.
000000     PERFORM SPD9999SWP-WRITE-DETAIL.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 契約内容の確認
000000* SPD9999SWP-CHK-AGREEMENT SECTION |    （COMMON）
000000*                                |      不備はE971（次回実行予定日は
000000*                                |      進めず、訂正まで毎日報告）
000000*/-------------------------------------------------------------/*
000000 SPD9999SWP-CHK-AGREEMENT.
000000     MOVE 'Y'                    TO      WS-AGR-VALID.
000000     EVALUATE TRUE
000000         WHEN SW-TARGET-SAVING-TYPE = SPACES
000000             MOVE 'N'            TO      WS-AGR-VALID
000000             MOVE 'TARGET SAVING TYPE NOT SET'
000000                                 TO      WS-MESSAGE
000000         WHEN SW-THRESHOLD < 0
000000         WHEN SW-MIN-SWEEP-AMOUNT < 0
000000             MOVE 'N'            TO      WS-AGR-VALID
000000             MOVE 'NEGATIVE THRESHOLD OR MINIMUM AMOUNT'
000000                                 TO      WS-MESSAGE
000000         WHEN SW-FREQUENCY = CST-FREQ-DAILY
000000             CONTINUE
000000         WHEN SW-FREQUENCY = CST-FREQ-WEEKLY
000000          AND SW-SWEEP-DAY >= 1
000000          AND SW-SWEEP-DAY <= 7
000000             CONTINUE
000000         WHEN SW-FREQUENCY = CST-FREQ-MONTHLY
000000          AND SW-SWEEP-DAY >= 1
000000          AND SW-SWEEP-DAY <= 31
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'N'            TO      WS-AGR-VALID
000000             MOVE 'INVALID FREQUENCY OR SWEEP DAY'
000000                                 TO      WS-MESSAGE
000000     END-EVALUATE.
000000     IF WS-AGR-VALID = 'N'
000000         MOVE CST-REASON-BAD-AGREEMENT
000000                                 TO      WS-REASON-CODE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 普通残高の取得
000000* SPD9999SWP-GET-BALANCE SECTION |      （COMMON）
000000*                                |      対象: DB_ACCOUNT_BALANCE
000000*/-------------------------------------------------------------/*
000000 SPD9999SWP-GET-BALANCE.
000000     MOVE 'N'                    TO      WS-BALANCE-FOUND.
000000     MOVE SW-ACC-ID              TO      AB-ACC-ID.
000000     EXEC SQL
000000         SELECT BALANCE, CURRENCY_CODE
000000         INTO   :AB-BALANCE, :AB-CURRENCY-CODE
000000         FROM   MYDB.DB_ACCOUNT_BALANCE
000000         WHERE  ACC_ID = :AB-ACC-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE 'Y'            TO      WS-BALANCE-FOUND
000000             COMPUTE WS-EXCESS = AB-BALANCE - SW-THRESHOLD
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999SWP-GET-BALANCE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT BALANCE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999SWP-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 超過額の定期預入
000000* SPD9999SWP-PLACE       SECTION |      （MAIN）
000000*                                |      SPD9999PLMが支払停止・残高上限
000000*                                |      ・商品条件を確認する
000000*/-------------------------------------------------------------/*
000000 SPD9999SWP-PLACE.
000000     MOVE SW-ACC-ID              TO      WS-PLM-ACC-ID.
000000     MOVE SW-TARGET-SAVING-TYPE  TO      WS-PLM-SAVING-TYPE.
000000     MOVE AB-CURRENCY-CODE       TO      WS-PLM-CURRENCY-CODE.
000000     MOVE WS-EXCESS              TO      WS-PLM-AMOUNT.
000000     MOVE 0                      TO      WS-PLM-CONTRIB-AMOUNT.
000000     MOVE 0                      TO      WS-PLM-CONTRIB-DAY.
000000     MOVE CST-CHANNEL-BATCH      TO      WS-PLM-CHANNEL.
000000*--- 受付不可の取消はこの契約の預入分だけを戻す。ROLLBACKは
000000*--- CRS-SWPを閉じるため、カーソルを保持するSAVEPOINTを使う
000000     EXEC SQL
000000         SAVEPOINT SWP_AGREEMENT ON ROLLBACK RETAIN CURSORS
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999SWP-PLACE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SAVEPOINT FAILED' TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SWP-ABEND
000000     END-IF.
000000     CALL 'SPD9999PLM' USING WS-PARAM-PLM.
000000     EVALUATE WS-PLM-RETURN
000000         WHEN CST-RTN-OK
000000             MOVE CST-RESULT-SWEPT
000000                                 TO      WS-RESULT
000000             MOVE WS-EXCESS      TO      WS-SWEEP-AMOUNT
000000             ADD 1               TO      CST-COUNT-SWEPT
000000             ADD 1               TO      WS-RM-COUNT-SWEPT
000000             ADD WS-SWEEP-AMOUNT
000000                                 TO      CST-TOTAL-SWEPT
000000             ADD WS-SWEEP-AMOUNT
000000                                 TO      WS-RM-TOTAL-SWEPT
000000             IF WS-PLM-LIMIT-EXCEEDED = 'Y'
000000                 ADD 1           TO      CST-COUNT-LIMIT-EXCEEDED
000000             END-IF
000000         WHEN CST-RTN-REJECT
000000             MOVE WS-PLM-REASON-CODE
000000                                 TO      WS-REASON-CODE
000000             MOVE WS-PLM-MESSAGE
000000                                 TO      WS-MESSAGE
000000             PERFORM SPD9999SWP-REJECT
000000         WHEN OTHER
000000*--- SQL異常は当該契約のみ取り消して例外扱いとし、後続の
000000*--- 契約は継続する
000000             DISPLAY 'WARNING: SPD9999PLM ERROR, '
000000                     WS-PLM-MESSAGE
000000             MOVE CST-REASON-SQL-ERROR
000000                                 TO      WS-REASON-CODE
000000             MOVE WS-PLM-MESSAGE
000000                                 TO      WS-MESSAGE
000000             PERFORM SPD9999SWP-REJECT
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 受付不可の預入の取消
000000* SPD9999SWP-REJECT      SECTION |      （COMMON）
000000*                                |      SPD9999SWP-PLACEのSAVEPOINT
000000*                                |      まで戻す（CRS-SWPは開いたまま）
000000*/-------------------------------------------------------------/*
000000 SPD9999SWP-REJECT.
000000     EXEC SQL
000000         ROLLBACK TO SAVEPOINT SWP_AGREEMENT
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999SWP-REJECT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'ROLLBACK TO SAVEPOINT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SWP-ABEND
000000     END-IF.
000000     MOVE CST-RESULT-REJECTED    TO      WS-RESULT.
000000     MOVE 0                      TO      WS-PLM-ORDER-ID.
000000     ADD 1                       TO      CST-COUNT-REJECTED.
000000     ADD 1                       TO      WS-RM-COUNT-REJECTED.
000000     PERFORM SPD9999SWP-INS-EXCEPTION.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 例外の記録
000000* SPD9999SWP-INS-EXCEPTION SECTION |    （COMMON）
000000*                                |      対象: DB_EXCEPTION_LOG
000000*/-------------------------------------------------------------/*
000000 SPD9999SWP-INS-EXCEPTION.
000000     MOVE 0                      TO      EL-ORDER-ID.
000000     MOVE WS-ACC-ID-DISP         TO      EL-ACC-ID.
000000     MOVE CST-RUN-MODE-SWP       TO      EL-RUN-MODE.
000000     MOVE WS-REASON-CODE         TO      EL-REASON-CODE.
000000     MOVE HV-DATE-CURRENT-X      TO      EL-RUN-DATE.
000000     MOVE WS-MESSAGE             TO      EL-DETAIL.
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
000000*                                | NOTE: 次回実行予定日の算出
000000* SPD9999SWP-CALC-NEXT-DATE SECTION |   （COMMON）
000000*                                |      'D'=翌日 'W'=本日より後の
000000*                                |      SWEEP_DAYの曜日 'M'=本日より後
000000*                                |      のSWEEP_DAYの日（月末超は末日）
000000*/-------------------------------------------------------------/*
000000 SPD9999SWP-CALC-NEXT-DATE.
000000     EVALUATE SW-FREQUENCY
000000         WHEN CST-FREQ-WEEKLY
000000*--- INTEGER-OF-DATEの第1日（1601/01/01）は月曜のため、
000000*--- 7で割った剰余1が月曜・0が日曜となる
000000             COMPUTE WS-DOW =
000000                 FUNCTION MOD(WS-DAYS-TODAY 7)
000000             IF WS-DOW = 0
000000                 MOVE 7          TO      WS-DOW
000000             END-IF
000000             COMPUTE WS-DAYS-NEXT =
000000                     WS-DAYS-TODAY + SW-SWEEP-DAY - WS-DOW
000000             IF WS-DAYS-NEXT <= WS-DAYS-TODAY
000000                 ADD 7           TO      WS-DAYS-NEXT
000000             END-IF
000000         WHEN CST-FREQ-MONTHLY
000000             MOVE HV-DATE-CURRENT-X(1:4)
000000                                 TO      WS-CALC-YY
000000             MOVE HV-DATE-CURRENT-X(5:2)
000000                                 TO      WS-CALC-MM
000000             PERFORM SPD9999SWP-CALC-MONTH-DAY
000000             IF WS-DAYS-NEXT <= WS-DAYS-TODAY
000000                 MOVE WS-FOLLOW-YY
000000                                 TO      WS-CALC-YY
000000                 MOVE WS-FOLLOW-MM
000000                                 TO      WS-CALC-MM
000000                 PERFORM SPD9999SWP-CALC-MONTH-DAY
000000             END-IF
000000         WHEN OTHER
000000             COMPUTE WS-DAYS-NEXT = WS-DAYS-TODAY + 1
000000     END-EVALUATE.
000000     COMPUTE HV-NEXT-DATE-9 =
000000         FUNCTION DATE-OF-INTEGER(WS-DAYS-NEXT).
000000     MOVE HV-NEXT-DATE-9         TO      HV-NEXT-DATE-X.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 指定月のスイープ日
000000* SPD9999SWP-CALC-MONTH-DAY SECTION |   （COMMON）
000000*                                |      WS-CALC-YY/MMのSWEEP_DAY（月末を
000000*                                |      超える日は末日）を通日で返す
000000*/-------------------------------------------------------------/*
000000 SPD9999SWP-CALC-MONTH-DAY.
000000     MOVE WS-CALC-YY             TO      WS-FOLLOW-YY.
000000     MOVE WS-CALC-MM             TO      WS-FOLLOW-MM.
000000     IF WS-FOLLOW-MM = 12
000000         ADD 1                   TO      WS-FOLLOW-YY
000000         MOVE 1                  TO      WS-FOLLOW-MM
000000     ELSE
000000         ADD 1                   TO      WS-FOLLOW-MM
000000     END-IF.
000000     COMPUTE WS-CALC-DATE-9 =
000000             WS-FOLLOW-YY * 10000 + WS-FOLLOW-MM * 100 + 1.
000000     COMPUTE WS-LAST-DATE-9 =
000000         FUNCTION DATE-OF-INTEGER(
000000             FUNCTION INTEGER-OF-DATE(WS-CALC-DATE-9) - 1).
000000     MOVE WS-LAST-DATE-X(7:2)    TO      WS-LAST-DOM.
000000     IF SW-SWEEP-DAY > WS-LAST-DOM
000000         MOVE WS-LAST-DOM        TO      WS-CALC-DD
000000     ELSE
000000         MOVE SW-SWEEP-DAY       TO      WS-CALC-DD
000000     END-IF.
000000     COMPUTE WS-CALC-DATE-9 =
000000             WS-CALC-YY * 10000 + WS-CALC-MM * 100 + WS-CALC-DD.
000000     COMPUTE WS-DAYS-NEXT =
000000         FUNCTION INTEGER-OF-DATE(WS-CALC-DATE-9).
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: スイープ契約の更新
000000* SPD9999SWP-UPD-AGREEMENT SECTION |    （COMMON）
000000*                                |      対象: DB_SWEEP_AGREEMENT
000000*                                |      預入した回は最終実行の項目も更新
000000*/-------------------------------------------------------------/*
000000 SPD9999SWP-UPD-AGREEMENT.
000000     IF WS-RESULT = CST-RESULT-SWEPT
000000         MOVE WS-SWEEP-AMOUNT    TO      SW-LAST-SWEEP-AMOUNT
000000         MOVE WS-PLM-ORDER-ID    TO      SW-LAST-ORDER-ID
000000         EXEC SQL
000000             UPDATE  MYDB.DB_SWEEP_AGREEMENT
000000             SET     NEXT_SWEEP_DATE   = :HV-NEXT-DATE-X,
000000                     LAST_SWEEP_DATE   = :HV-DATE-CURRENT-X,
000000                     LAST_SWEEP_AMOUNT = :SW-LAST-SWEEP-AMOUNT,
000000                     LAST_ORDER_ID     = :SW-LAST-ORDER-ID
000000             WHERE   ACC_ID            = :SW-ACC-ID
000000         END-EXEC
000000     ELSE
000000         EXEC SQL
000000             UPDATE  MYDB.DB_SWEEP_AGREEMENT
000000             SET     NEXT_SWEEP_DATE   = :HV-NEXT-DATE-X
000000             WHERE   ACC_ID            = :SW-ACC-ID
000000         END-EXEC
000000     END-IF.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999SWP-UPD-AGREEMENT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'UPDATE DB_SWEEP_AGREEMENT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SWP-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 担当渉外の改頁
000000* SPD9999SWP-RM-BREAK    SECTION |      （COMMON）
000000*                                |      前担当の小計を出力し見出しを編集
000000*/-------------------------------------------------------------/*
000000 SPD9999SWP-RM-BREAK.
000000     IF WS-PREV-RM NOT = HIGH-VALUES
000000         PERFORM SPD9999SWP-WRITE-RM-TOTAL
000000     END-IF.
000000     MOVE SW-RM-CODE             TO      WS-PREV-RM.
000000     MOVE 0                      TO      WS-RM-COUNT-SWEPT.
000000     MOVE 0                      TO      WS-RM-TOTAL-SWEPT.
000000     MOVE 0                      TO      WS-RM-COUNT-SKIPPED.
000000     MOVE 0                      TO      WS-RM-COUNT-REJECTED.
000000     MOVE SW-RM-CODE             TO      RPT-RM-CODE.
000000     MOVE RPT-LINE-RM            TO      RPT-REC.
000000     PERFORM SPD9999SWP-WRITE-REPORT.
000000     MOVE RPT-LINE-HEADER        TO      RPT-REC.
000000     PERFORM SPD9999SWP-WRITE-REPORT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: レポート表題の出力
000000* SPD9999SWP-WRITE-TITLE SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999SWP-WRITE-TITLE.
000000     MOVE HV-DATE-CURRENT-X      TO      RPT-TITLE-DATE.
000000     MOVE RPT-LINE-RULE          TO      RPT-REC.
000000     PERFORM SPD9999SWP-WRITE-REPORT.
000000     MOVE RPT-LINE-TITLE         TO      RPT-REC.
000000     PERFORM SPD9999SWP-WRITE-REPORT.
000000     MOVE RPT-LINE-RULE          TO      RPT-REC.
000000     PERFORM SPD9999SWP-WRITE-REPORT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 明細行の出力
000000* SPD9999SWP-WRITE-DETAIL SECTION |     （COMMON）
000000*                                |      受付不可・契約不備は理由行を付す
000000*/-------------------------------------------------------------/*
000000 SPD9999SWP-WRITE-DETAIL.
000000     MOVE WS-ACC-ID-DISP         TO      RPT-DTL-ACC-ID.
000000     MOVE AB-CURRENCY-CODE       TO      RPT-DTL-CURRENCY.
000000     MOVE AB-BALANCE             TO      RPT-DTL-BALANCE.
000000     MOVE SW-THRESHOLD           TO      RPT-DTL-THRESHOLD.
000000     MOVE WS-EXCESS              TO      RPT-DTL-EXCESS.
000000     MOVE WS-SWEEP-AMOUNT        TO      RPT-DTL-SWEPT.
000000     MOVE SW-TARGET-SAVING-TYPE  TO      RPT-DTL-TARGET.
000000     MOVE WS-PLM-ORDER-ID        TO      RPT-DTL-ORDER-ID.
000000     MOVE HV-NEXT-DATE-X         TO      RPT-DTL-NEXT-DATE.
000000     MOVE WS-RESULT              TO      RPT-DTL-RESULT.
000000     MOVE RPT-LINE-DETAIL        TO      RPT-REC.
000000     PERFORM SPD9999SWP-WRITE-REPORT.
000000     IF WS-REASON-CODE NOT = SPACES
000000         MOVE WS-REASON-CODE     TO      RPT-RSN-CODE
000000         MOVE WS-MESSAGE         TO      RPT-RSN-MESSAGE
000000         MOVE RPT-LINE-REASON    TO      RPT-REC
000000         PERFORM SPD9999SWP-WRITE-REPORT
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 担当渉外の小計行の出力
000000* SPD9999SWP-WRITE-RM-TOTAL SECTION |   （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999SWP-WRITE-RM-TOTAL.
000000     MOVE 'RM TOTAL'             TO      RPT-TOT-LABEL.
000000     MOVE WS-RM-COUNT-SWEPT      TO      RPT-TOT-SWEPT.
000000     MOVE WS-RM-TOTAL-SWEPT      TO      RPT-TOT-AMOUNT.
000000     MOVE WS-RM-COUNT-SKIPPED    TO      RPT-TOT-SKIPPED.
000000     MOVE WS-RM-COUNT-REJECTED   TO      RPT-TOT-REJECTED.
000000     MOVE RPT-LINE-TOTAL         TO      RPT-REC.
000000     PERFORM SPD9999SWP-WRITE-REPORT.
000000     MOVE RPT-LINE-BLANK         TO      RPT-REC.
000000     PERFORM SPD9999SWP-WRITE-REPORT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 合計行の出力
000000* SPD9999SWP-WRITE-TOTALS SECTION |     （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999SWP-WRITE-TOTALS.
000000     IF WS-PREV-RM = HIGH-VALUES
000000         MOVE RPT-LINE-NONE      TO      RPT-REC
000000         PERFORM SPD9999SWP-WRITE-REPORT
000000     ELSE
000000         PERFORM SPD9999SWP-WRITE-RM-TOTAL
000000     END-IF.
000000     MOVE RPT-LINE-RULE          TO      RPT-REC.
000000     PERFORM SPD9999SWP-WRITE-REPORT.
000000     MOVE 'GRAND TOTAL'          TO      RPT-TOT-LABEL.
000000     MOVE CST-COUNT-SWEPT        TO      RPT-TOT-SWEPT.
000000     MOVE CST-TOTAL-SWEPT        TO      RPT-TOT-AMOUNT.
000000     MOVE CST-COUNT-SKIPPED      TO      RPT-TOT-SKIPPED.
000000     MOVE CST-COUNT-REJECTED     TO      RPT-TOT-REJECTED.
000000     MOVE RPT-LINE-TOTAL         TO      RPT-REC.
000000     PERFORM SPD9999SWP-WRITE-REPORT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: レポート行の出力
000000* SPD9999SWP-WRITE-REPORT SECTION |     （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999SWP-WRITE-REPORT.
000000     WRITE RPT-REC.
000000     IF WS-RPT-STATUS NOT = '00'
000000         MOVE 'SPD9999SWP-WRITE-REPORT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE SWPRPT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999SWP-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999SWP-ABEND       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999SWP-ABEND.
000000     DISPLAY 'SPD9999SWP-ABEND'.
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
000000 END PROGRAM SPD9999SWP.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
