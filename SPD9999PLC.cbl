000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999PLC.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999PLC
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            店頭新規預入（定期口座開設）
000000*                                バッチ
000000*                                各店の預入依頼ファイル（PLCIN、
000000*                                80バイト）を読み、1件ごとに
000000*                                SPD9999PLMをCALLして普通残高から
000000*                                の引落し・新規預金作成・預入履歴
000000*                                （'PLACE'）登録を行う。1件ごとに
000000*                                COMMITし、受付不可・異常の依頼は
000000*                                ROLLBACKのうえPLCERRへ退避して
000000*                                DB_EXCEPTION_LOG（RUN_MODE='P'）
000000*                                へ記録する。
000000*                                続いて当日の預入履歴（オンライン
000000*                                SPD9999ONP受付分を含む）から預入
000000*                                確認書をPLCPRTへ編集する。
000000*                                1日1回、オンライン終了後に実行
000000*                                すること
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 :            プログラムの作成
000000*        2026/10/15 :            SPD9999PLM呼出パラメータへキャンペーン項目を追加
000000*        2026/10/15 :            SPD9999PLM呼出パラメータへマル優限度額超過の
000000*                                項目を追加し、超過件数を表示
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000 FILE-CONTROL.
000000     SELECT PLACE-FILE    ASSIGN TO 'PLCIN'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-PLC-STATUS.
000000     SELECT PRINT-FILE    ASSIGN TO 'PLCPRT'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-PRT-STATUS.
000000     SELECT ERROR-FILE    ASSIGN TO 'PLCERR'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-ERR-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000 FD  PLACE-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 80 CHARACTERS.
000000 01 PLC-REC.
000000    03 PLC-ACC-ID                PIC X(09).
000000    03 PLC-SAVING-TYPE           PIC X(10).
000000    03 PLC-CURRENCY-CODE         PIC X(03).
000000    03 PLC-AMOUNT                PIC 9(13)V99.
000000*--- 積立定期（商品区分'I'）のみ。その他はゼロ
000000    03 PLC-CONTRIB-AMOUNT        PIC 9(13)V99.
000000    03 PLC-CONTRIB-DAY           PIC 9(02).
000000    03 PLC-BRANCH-CODE           PIC X(03).
000000    03 FILLER                    PIC X(23).
000000 FD  PRINT-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 80 CHARACTERS.
000000 01 PRT-REC                      PIC X(80).
000000 FD  ERROR-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 140 CHARACTERS.
000000 01 ERR-REC.
000000    03 ERR-INPUT                 PIC X(80).
000000    03 ERR-REASON-CODE           PIC X(04).
000000    03 FILLER                    PIC X(01).
000000    03 ERR-MESSAGE               PIC X(50).
000000    03 FILLER                    PIC X(05).
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ワークエリア
000000*/-------------------------------------------------------------/*
000000*--- SQLCA および DCLGEN インクルード部分
000000     EXEC SQL
000000         INCLUDE                 SQLCA
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ACCOUNT_SAVINGS
000000     EXEC SQL
000000         INCLUDE                 ACCSAV
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_SAVINGS_HISTORY
000000     EXEC SQL
000000         INCLUDE                 SAVHIST
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CUSTOMER_MASTER
000000     EXEC SQL
000000         INCLUDE                 CUSTMS
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_EXCEPTION_LOG
000000     EXEC SQL
000000         INCLUDE                 EXCLOG
000000     END-EXEC.
000000 01 WS-PLC-STATUS                PIC X(02).
000000 01 WS-PRT-STATUS                PIC X(02).
000000 01 WS-ERR-STATUS                PIC X(02).
000000 01 WS-VARIABLES.
000000    03 WS-ACC-ID-DISP            PIC 9(09).
000000    03 WS-ORDER-ID-DISP          PIC 9(09).
000000    03 WS-MASTER-FOUND           PIC X(01).
000000 01 HV-VARIABLES.
000000    03 HV-DATE-CURRENT-X         PIC X(08).
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
000000*/-------------------------------------------------------------/*
000000*  印刷用編集エリア
000000*/-------------------------------------------------------------/*
000000 01 PRT-LINE-RULE.
000000    03 FILLER                    PIC X(80)  VALUE ALL '='.
000000 01 PRT-LINE-TITLE.
000000    03 FILLER                    PIC X(25)  VALUE SPACES.
000000    03 FILLER                    PIC X(30)
000000       VALUE 'DEPOSIT PLACEMENT CONFIRMATION'.
000000    03 FILLER                    PIC X(25)  VALUE SPACES.
000000 01 PRT-LINE-ADDRESS.
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 PRT-ADR-TEXT              PIC X(78).
000000 01 PRT-LINE-NAME.
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 PRT-NAME-TEXT             PIC X(40).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 PRT-NAME-HONORIFIC        PIC X(10).
000000    03 FILLER                    PIC X(27)  VALUE SPACES.
000000 01 PRT-LINE-DETAIL.
000000    03 FILLER                    PIC X(04)  VALUE SPACES.
000000    03 PRT-DTL-LABEL             PIC X(20).
000000    03 FILLER                    PIC X(02)  VALUE ': '.
000000    03 PRT-DTL-TEXT              PIC X(54).
000000 01 PRT-AMOUNT-EDIT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
000000 01 PRT-RATE-EDIT                PIC 9.9999.
000000 01 PRT-LINE-BLANK               PIC X(80)  VALUE SPACES.
000000 01 CST-VARIABLES.
000000    03 CST-EOF-PLACE             PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-CNF           PIC X(01)  VALUE 'N'.
000000    03 CST-CHANNEL-BATCH         PIC X(01)  VALUE 'B'.
000000    03 CST-RUN-MODE-PLC          PIC X(01)  VALUE 'P'.
000000    03 CST-WITHDRAW-PLACE        PIC X(08)  VALUE 'PLACE'.
000000    03 CST-NO-END-DATE           PIC X(08)  VALUE '99999999'.
000000    03 CST-REASON-BAD-INPUT      PIC X(04)  VALUE 'E811'.
000000    03 CST-REASON-SQL-ERROR      PIC X(04)  VALUE 'E812'.
000000    03 CST-RTN-OK                PIC 9(02)  VALUE 0.
000000    03 CST-RTN-REJECT            PIC 9(02)  VALUE 8.
000000    03 CST-COUNT-READ            PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-PLACED          PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-REJECTED        PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-PRINTED         PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-SUPPRESSED      PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-NO-MASTER       PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-LIMIT-EXCEEDED  PIC 9(07)  VALUE 0.
000000    03 CST-TOTAL-PLACED          PIC S9(13)V99 VALUE 0.
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
000000* SPD9999PLC-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999PLC-MAIN.
000000     DISPLAY 'START SPD9999PLC'.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     PERFORM SPD9999PLC-OPEN-FILES.
000000     PERFORM SPD9999PLC-READ-PLACE.
000000     PERFORM UNTIL CST-EOF-PLACE = 'Y'
000000         PERFORM SPD9999PLC-PROC-PLACE
000000         PERFORM SPD9999PLC-READ-PLACE
000000     END-PERFORM.
000000     PERFORM SPD9999PLC-CONFIRM.
000000     PERFORM SPD9999PLC-CLOSE-FILES.
000000     EXEC SQL
000000         COMMIT
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999PLC-MAIN'  TO      CST-ABEND-BREAKPOINT
000000         MOVE 'FINAL COMMIT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999PLC-ABEND
000000     END-IF.
000000     DISPLAY 'TOTAL REQUESTS READ       : ' CST-COUNT-READ.
000000     DISPLAY 'TOTAL PLACED              : ' CST-COUNT-PLACED.
000000     DISPLAY 'TOTAL AMOUNT PLACED       : ' CST-TOTAL-PLACED.
000000     DISPLAY 'TOTAL REJECTED            : ' CST-COUNT-REJECTED.
000000     DISPLAY 'TOTAL OVER MARUYU LIMIT   : '
000000             CST-COUNT-LIMIT-EXCEEDED.
000000     DISPLAY 'TOTAL CONFIRMATIONS       : ' CST-COUNT-PRINTED.
000000     DISPLAY 'TOTAL SUPPRESSED          : ' CST-COUNT-SUPPRESSED.
000000     DISPLAY 'TOTAL WITHOUT MASTER ROW  : ' CST-COUNT-NO-MASTER.
000000     DISPLAY 'END   SPD9999PLC'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ファイルオープン
000000* SPD9999PLC-OPEN-FILES  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999PLC-OPEN-FILES.
000000     OPEN INPUT  PLACE-FILE.
000000     IF WS-PLC-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN PLCIN, STATUS : ' WS-PLC-STATUS
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT PRINT-FILE.
000000     IF WS-PRT-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN PLCPRT, STATUS : ' WS-PRT-STATUS
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT ERROR-FILE.
000000     IF WS-ERR-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN PLCERR, STATUS : ' WS-ERR-STATUS
000000         STOP RUN
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ファイルクローズ
000000* SPD9999PLC-CLOSE-FILES SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999PLC-CLOSE-FILES.
000000     CLOSE PLACE-FILE.
000000     CLOSE PRINT-FILE.
000000     CLOSE ERROR-FILE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: PLCINの読込
000000* SPD9999PLC-READ-PLACE  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999PLC-READ-PLACE.
000000     READ PLACE-FILE.
000000     EVALUATE WS-PLC-STATUS
000000         WHEN '00'
000000             ADD 1               TO      CST-COUNT-READ
000000         WHEN '10'
000000             MOVE 'Y'            TO      CST-EOF-PLACE
000000         WHEN OTHER
000000             MOVE 'SPD9999PLC-READ-PLACE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'READ PLCIN FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999PLC-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 1依頼分の預入処理
000000* SPD9999PLC-PROC-PLACE  SECTION |      （MAIN）
000000*                                |      1件ごとにCOMMIT。受付不可は
000000*                                |      ROLLBACKしてから例外記録
000000*/-------------------------------------------------------------/*
000000 SPD9999PLC-PROC-PLACE.
000000     IF PLC-ACC-ID         IS NOT NUMERIC
000000     OR PLC-AMOUNT         IS NOT NUMERIC
000000     OR PLC-CONTRIB-AMOUNT IS NOT NUMERIC
000000     OR PLC-CONTRIB-DAY    IS NOT NUMERIC
000000         MOVE CST-REASON-BAD-INPUT
000000                                 TO      WS-PLM-REASON-CODE
000000         MOVE 'PLACEMENT RECORD NOT NUMERIC'
000000                                 TO      WS-PLM-MESSAGE
000000         MOVE 0                  TO      WS-PLM-ORDER-ID
000000         PERFORM SPD9999PLC-REJECT
000000     ELSE
000000         MOVE PLC-ACC-ID         TO      WS-ACC-ID-DISP
000000         MOVE WS-ACC-ID-DISP     TO      WS-PLM-ACC-ID
000000         MOVE PLC-SAVING-TYPE    TO      WS-PLM-SAVING-TYPE
000000         MOVE PLC-CURRENCY-CODE  TO      WS-PLM-CURRENCY-CODE
000000         MOVE PLC-AMOUNT         TO      WS-PLM-AMOUNT
000000         MOVE PLC-CONTRIB-AMOUNT TO      WS-PLM-CONTRIB-AMOUNT
000000         MOVE PLC-CONTRIB-DAY    TO      WS-PLM-CONTRIB-DAY
000000         MOVE CST-CHANNEL-BATCH  TO      WS-PLM-CHANNEL
000000         CALL 'SPD9999PLM' USING WS-PARAM-PLM
000000         EVALUATE WS-PLM-RETURN
000000             WHEN CST-RTN-OK
000000                 EXEC SQL
000000                     COMMIT
000000                 END-EXEC
000000                 IF SQLCODE NOT = 0
000000                     MOVE 'SPD9999PLC-PROC-PLACE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000                     MOVE 'COMMIT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000                     PERFORM SPD9999PLC-ABEND
000000                 END-IF
000000                 ADD 1           TO      CST-COUNT-PLACED
000000                 ADD WS-PLM-AMOUNT
000000                                 TO      CST-TOTAL-PLACED
000000                 IF WS-PLM-LIMIT-EXCEEDED = 'Y'
000000                     ADD 1       TO      CST-COUNT-LIMIT-EXCEEDED
000000                 END-IF
000000             WHEN CST-RTN-REJECT
000000                 PERFORM SPD9999PLC-REJECT
000000             WHEN OTHER
000000*--- SQL異常は当該依頼のみ取り消して例外扱いとし、後続の
000000*--- 依頼は継続する
000000                 DISPLAY 'WARNING: SPD9999PLM ERROR, '
000000                         WS-PLM-MESSAGE
000000                 MOVE CST-REASON-SQL-ERROR
000000                                 TO      WS-PLM-REASON-CODE
000000                 PERFORM SPD9999PLC-REJECT
000000         END-EVALUATE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 受付不可依頼の退避
000000* SPD9999PLC-REJECT      SECTION |      （COMMON）
000000*                                |      対象: DB_EXCEPTION_LOG
000000*/-------------------------------------------------------------/*
000000 SPD9999PLC-REJECT.
000000     EXEC SQL
000000         ROLLBACK
000000     END-EXEC.
000000     ADD 1                       TO      CST-COUNT-REJECTED.
000000     MOVE PLC-REC                TO      ERR-INPUT.
000000     MOVE WS-PLM-REASON-CODE     TO      ERR-REASON-CODE.
000000     MOVE WS-PLM-MESSAGE         TO      ERR-MESSAGE.
000000     WRITE ERR-REC.
000000     IF WS-ERR-STATUS NOT = '00'
000000         MOVE 'SPD9999PLC-REJECT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE PLCERR FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999PLC-ABEND
000000     END-IF.
000000     MOVE 0                      TO      EL-ORDER-ID.
000000     MOVE PLC-ACC-ID             TO      EL-ACC-ID.
000000     MOVE CST-RUN-MODE-PLC       TO      EL-RUN-MODE.
000000     MOVE WS-PLM-REASON-CODE     TO      EL-REASON-CODE.
000000     MOVE HV-DATE-CURRENT-X      TO      EL-RUN-DATE.
000000     MOVE WS-PLM-MESSAGE         TO      EL-DETAIL.
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
000000     EXEC SQL
000000         COMMIT
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 預入確認書の編集
000000* SPD9999PLC-CONFIRM     SECTION |      （MAIN）
000000*                                |      対象: DB_SAVINGS_HISTORY
000000*                                |            DB_ACCOUNT_SAVINGS
000000*                                |      当日の'PLACE'履歴が対象
000000*/-------------------------------------------------------------/*
000000 SPD9999PLC-CONFIRM.
000000     MOVE 'N'                    TO      CST-EOF-CRS-CNF.
000000     EXEC SQL
000000         DECLARE CRS-CNF CURSOR FOR
000000         SELECT  H.ORDER_ID, H.ACC_ID, H.RATE_APPLIED,
000000                 H.PRINCIPAL_AMOUNT, H.NEW_BALANCE,
000000                 S.SAVING_TYPE, S.START_DATE, S.END_DATE,
000000                 S.CURRENCY_CODE
000000         FROM    MYDB.DB_SAVINGS_HISTORY H,
000000                 MYDB.DB_ACCOUNT_SAVINGS S
000000         WHERE   H.SETTLE_DATE     = :HV-DATE-CURRENT-X
000000         AND     H.WITHDRAWAL_TYPE = :CST-WITHDRAW-PLACE
000000         AND     S.ORDER_ID        = H.ORDER_ID
000000         ORDER BY H.ACC_ID, H.ORDER_ID
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-CNF
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999PLC-CONFIRM'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-CNF FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999PLC-ABEND
000000     END-IF.
000000     PERFORM SPD9999PLC-FETCH-CONFIRM.
000000     PERFORM UNTIL CST-EOF-CRS-CNF = 'Y'
000000         PERFORM SPD9999PLC-CONFIRM-ONE
000000         PERFORM SPD9999PLC-FETCH-CONFIRM
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-CNF
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 当日預入行の取得
000000* SPD9999PLC-FETCH-CONFIRM SECTION |    （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999PLC-FETCH-CONFIRM.
000000     EXEC SQL
000000         FETCH CRS-CNF
000000         INTO  :SH-ORDER-ID, :SH-ACC-ID, :SH-RATE-APPLIED,
000000               :SH-PRINCIPAL-AMOUNT, :SH-NEW-BALANCE,
000000               :AS-SAVING-TYPE, :AS-START-DATE, :AS-END-DATE,
000000               :AS-CURRENCY-CODE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-CNF
000000         WHEN OTHER
000000             MOVE 'SPD9999PLC-FETCH-CONFIRM'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-CNF FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999PLC-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 1預入分の確認書
000000* SPD9999PLC-CONFIRM-ONE SECTION |      （MAIN）
000000*                                |      SUPPRESS_FLAG='Y'は出力せず
000000*                                |      件数のみ。マスタ未登録は
000000*                                |      宛名なしで出力し件数を報告
000000*/-------------------------------------------------------------/*
000000 SPD9999PLC-CONFIRM-ONE.
000000     PERFORM SPD9999PLC-GET-CUSTOMER.
000000     IF WS-MASTER-FOUND = 'N'
000000         ADD 1                   TO      CST-COUNT-NO-MASTER
000000         MOVE SPACES             TO      CM-CUST-NAME
000000         MOVE SPACES             TO      CM-HONORIFIC
000000         MOVE SPACES             TO      CM-POSTAL-CODE
000000         MOVE SPACES             TO      CM-ADDRESS-1
000000         MOVE SPACES             TO      CM-ADDRESS-2
000000         MOVE 'N'                TO      CM-SUPPRESS-FLAG
000000     END-IF.
000000     IF CM-SUPPRESS-FLAG = 'Y'
000000         ADD 1                   TO      CST-COUNT-SUPPRESSED
000000     ELSE
000000         PERFORM SPD9999PLC-WRITE-PAGE
000000         ADD 1                   TO      CST-COUNT-PRINTED
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 顧客マスタ参照
000000* SPD9999PLC-GET-CUSTOMER SECTION |     （COMMON）
000000*                                |      対象: DB_CUSTOMER_MASTER
000000*/-------------------------------------------------------------/*
000000 SPD9999PLC-GET-CUSTOMER.
000000     MOVE 'N'                    TO      WS-MASTER-FOUND.
000000     MOVE SH-ACC-ID              TO      CM-ACC-ID.
000000     EXEC SQL
000000         SELECT CUST_NAME, HONORIFIC, POSTAL_CODE,
000000                ADDRESS_1, ADDRESS_2, DELIVERY_PREF,
000000                SUPPRESS_FLAG
000000         INTO   :CM-CUST-NAME, :CM-HONORIFIC, :CM-POSTAL-CODE,
000000                :CM-ADDRESS-1, :CM-ADDRESS-2, :CM-DELIVERY-PREF,
000000                :CM-SUPPRESS-FLAG
000000         FROM   MYDB.DB_CUSTOMER_MASTER
000000         WHERE  ACC_ID = :CM-ACC-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE 'Y'            TO      WS-MASTER-FOUND
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999PLC-GET-CUSTOMER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT CUSTOMER MASTER FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999PLC-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 預入確認書ページの編集
000000* SPD9999PLC-WRITE-PAGE  SECTION |      （MAIN）
000000*                                |      1預入＝1ページ分の行を出力
000000*/-------------------------------------------------------------/*
000000 SPD9999PLC-WRITE-PAGE.
000000     MOVE PRT-LINE-RULE          TO      PRT-REC.
000000     PERFORM SPD9999PLC-WRITE-PRINT.
000000     MOVE PRT-LINE-TITLE         TO      PRT-REC.
000000     PERFORM SPD9999PLC-WRITE-PRINT.
000000     MOVE PRT-LINE-RULE          TO      PRT-REC.
000000     PERFORM SPD9999PLC-WRITE-PRINT.
000000     MOVE CM-POSTAL-CODE         TO      PRT-ADR-TEXT.
000000     MOVE PRT-LINE-ADDRESS       TO      PRT-REC.
000000     PERFORM SPD9999PLC-WRITE-PRINT.
000000     MOVE CM-ADDRESS-1           TO      PRT-ADR-TEXT.
000000     MOVE PRT-LINE-ADDRESS       TO      PRT-REC.
000000     PERFORM SPD9999PLC-WRITE-PRINT.
000000     MOVE CM-ADDRESS-2           TO      PRT-ADR-TEXT.
000000     MOVE PRT-LINE-ADDRESS       TO      PRT-REC.
000000     PERFORM SPD9999PLC-WRITE-PRINT.
000000     MOVE CM-CUST-NAME           TO      PRT-NAME-TEXT.
000000     MOVE CM-HONORIFIC           TO      PRT-NAME-HONORIFIC.
000000     MOVE PRT-LINE-NAME          TO      PRT-REC.
000000     PERFORM SPD9999PLC-WRITE-PRINT.
000000     MOVE PRT-LINE-BLANK         TO      PRT-REC.
000000     PERFORM SPD9999PLC-WRITE-PRINT.
000000     MOVE SH-ACC-ID              TO      WS-ACC-ID-DISP.
000000     MOVE 'ACCOUNT ID'           TO      PRT-DTL-LABEL.
000000     MOVE WS-ACC-ID-DISP         TO      PRT-DTL-TEXT.
000000     MOVE PRT-LINE-DETAIL        TO      PRT-REC.
000000     PERFORM SPD9999PLC-WRITE-PRINT.
000000     MOVE SH-ORDER-ID            TO      WS-ORDER-ID-DISP.
000000     MOVE 'ORDER ID'             TO      PRT-DTL-LABEL.
000000     MOVE WS-ORDER-ID-DISP       TO      PRT-DTL-TEXT.
000000     MOVE PRT-LINE-DETAIL        TO      PRT-REC.
000000     PERFORM SPD9999PLC-WRITE-PRINT.
000000     MOVE 'SAVING TYPE'          TO      PRT-DTL-LABEL.
000000     MOVE AS-SAVING-TYPE         TO      PRT-DTL-TEXT.
000000     MOVE PRT-LINE-DETAIL        TO      PRT-REC.
000000     PERFORM SPD9999PLC-WRITE-PRINT.
000000     MOVE 'START DATE'           TO      PRT-DTL-LABEL.
000000     MOVE AS-START-DATE          TO      PRT-DTL-TEXT.
000000     MOVE PRT-LINE-DETAIL        TO      PRT-REC.
000000     PERFORM SPD9999PLC-WRITE-PRINT.
000000     MOVE 'MATURITY DATE'        TO      PRT-DTL-LABEL.
000000     IF AS-END-DATE = CST-NO-END-DATE
000000         MOVE 'NONE (NON-TERM)'  TO      PRT-DTL-TEXT
000000     ELSE
000000         MOVE AS-END-DATE        TO      PRT-DTL-TEXT
000000     END-IF.
000000     MOVE PRT-LINE-DETAIL        TO      PRT-REC.
000000     PERFORM SPD9999PLC-WRITE-PRINT.
000000     MOVE 'CURRENCY'             TO      PRT-DTL-LABEL.
000000     MOVE AS-CURRENCY-CODE       TO      PRT-DTL-TEXT.
000000     MOVE PRT-LINE-DETAIL        TO      PRT-REC.
000000     PERFORM SPD9999PLC-WRITE-PRINT.
000000     MOVE 'PRINCIPAL'            TO      PRT-DTL-LABEL.
000000     MOVE SH-PRINCIPAL-AMOUNT    TO      PRT-AMOUNT-EDIT.
000000     MOVE PRT-AMOUNT-EDIT        TO      PRT-DTL-TEXT.
000000     MOVE PRT-LINE-DETAIL        TO      PRT-REC.
000000     PERFORM SPD9999PLC-WRITE-PRINT.
000000     MOVE 'INTEREST RATE'        TO      PRT-DTL-LABEL.
000000     MOVE SH-RATE-APPLIED        TO      PRT-RATE-EDIT.
000000     MOVE PRT-RATE-EDIT          TO      PRT-DTL-TEXT.
000000     MOVE PRT-LINE-DETAIL        TO      PRT-REC.
000000     PERFORM SPD9999PLC-WRITE-PRINT.
000000     MOVE 'ORDINARY BALANCE'     TO      PRT-DTL-LABEL.
000000     MOVE SH-NEW-BALANCE         TO      PRT-AMOUNT-EDIT.
000000     MOVE PRT-AMOUNT-EDIT        TO      PRT-DTL-TEXT.
000000     MOVE PRT-LINE-DETAIL        TO      PRT-REC.
000000     PERFORM SPD9999PLC-WRITE-PRINT.
000000     MOVE PRT-LINE-BLANK         TO      PRT-REC.
000000     PERFORM SPD9999PLC-WRITE-PRINT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 印刷行の出力
000000* SPD9999PLC-WRITE-PRINT SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999PLC-WRITE-PRINT.
000000     WRITE PRT-REC.
000000     IF WS-PRT-STATUS NOT = '00'
000000         MOVE 'SPD9999PLC-WRITE-PRINT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE PLCPRT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999PLC-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999PLC-ABEND       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999PLC-ABEND.
000000     DISPLAY 'SPD9999PLC-ABEND'.
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
000000 END PROGRAM SPD9999PLC.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
