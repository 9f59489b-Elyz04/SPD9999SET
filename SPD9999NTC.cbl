000000*                                停止）の顧客は印刷ストリームへ
000000*                                出力せず件数のみ報告する。
000000*                                顧客マスタ未登録のACC_IDは
000000*                                NOTCERRへ退避し人手対応とする。
000000*                                共同名義の預金（DB_ORDER_OWNER）は
000000*                                他の名義人（'J'）へも写しを送付する。
000000*                                再印字モードのうち顧客申出分
000000*                                （注文ID・口座ID指定）は1通ごとに
000000*                                再印字手数料（サービス'NTCR'）を
000000*                                口座残高から引き落とす
000000*                                （SPD9999FEE）。日付範囲指定は
000000*                                当方都合の再印字として無料
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/03/09 :            プログラムの作成
000000*                                付き）。PARM未指定は従来どおり
000000*                                通常振分。保存期間はSPD9999ARCの
000000*                                'NOTC'対象で管理する
000000*        2026/10/15 :            再印字で宛名未転記の保管行は、通知日時点の宛名を
000000*                                DB_CUSTOMER_ADDR_HIST（SPD9999ONKが記録）から
000000*                                求める（履歴の無い顧客は現在の顧客マスタ）
000000*        2026/10/15 :            共同名義預金（DB_ORDER_OWNER）の通知に対応。主名義あての
000000*                                通知は、決済日時点で適用中の他の名義人（持分のある'J'）にも
000000*                                各名義人の宛名・送付区分で写しを振り分ける（代理人'S'・
000000*                                名義人本人あての通知は写しを作らない）。保管行は主名義分のみ
000000*        2026/10/15 :            注文ID・口座ID指定の再印字に再印字手数料を課金
000000*                                （SPD9999FEE。課金日は業務日付）。再印字モードも
000000*                                終了時にCOMMITし、異常終了時はROLLBACKする
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000     EXEC SQL
000000         INCLUDE                 CUSTMS
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CUSTOMER_ADDR_HIST
000000     EXEC SQL
000000         INCLUDE                 CUSADH
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ORDER_OWNER
000000     EXEC SQL
000000         INCLUDE                 ORDOWN
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_NOTICE_HISTORY
000000     EXEC SQL
000000         INCLUDE                 NTCHST
000000    03 HV-REP-TO-X               PIC X(08).
000000    03 HV-REP-ORDER-ID           PIC S9(09) COMP.
000000    03 HV-REP-ACC-ID             PIC S9(09) COMP.
000000    03 HV-OWN-PRIMARY-ACC-ID     PIC S9(09) COMP.
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000 01 WS-PRIMARY-ACC-ID            PIC 9(09).
000000*/-------------------------------------------------------------/*
000000*  印刷用編集エリア
000000*/-------------------------------------------------------------/*
000000    03 CST-REP-KIND-ORDER        PIC X(01)  VALUE 'O'.
000000    03 CST-REP-KIND-ACC          PIC X(01)  VALUE 'A'.
000000    03 CST-COUNT-REPRINTED       PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-FEE-CHARGED     PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-FEE-WAIVED      PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-FEE-UNCOLLECTED PIC 9(07)  VALUE 0.
000000    03 CST-FEE-SERVICE-REPRINT   PIC X(04)  VALUE 'NTCR'.
000000    03 CST-FEE-METHOD-ACCOUNT    PIC X(01)  VALUE 'A'.
000000    03 CST-FEE-COLLECTED         PIC X(01)  VALUE 'C'.
000000    03 CST-FEE-WAIVED            PIC X(01)  VALUE 'W'.
000000    03 CST-COUNT-READ            PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-PRINTED         PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-ELECTRON        PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-SUPPRESSED      PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-NO-MASTER       PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-JOINT-COPIES    PIC 9(07)  VALUE 0.
000000    03 CST-EOF-CRS-OWN           PIC X(01)  VALUE 'N'.
000000    03 CST-ROLE-PRIMARY          PIC X(01)  VALUE 'P'.
000000    03 CST-ROLE-JOINT            PIC X(01)  VALUE 'J'.
000000    03 CST-ABEND-BREAKPOINT      PIC X(100) VALUE SPACES.
000000    03 CST-ABEND-DETAIL          PIC X(100) VALUE SPACES.
000000*--- SPD9999BDT（業務日付取得）呼出パラメータ
000000 01 WS-PARAM-BDT.
000000    03 WS-BDT-DATE               PIC X(08).
000000    03 WS-BDT-PREV-DATE          PIC X(08).
000000    03 WS-BDT-RETURN             PIC S9(04) COMP.
000000*--- SPD9999FEE（サービス手数料課金）呼出パラメータ
000000 01 WS-PARAM-FEE.
000000    03 WS-FEE-SERVICE            PIC X(04).
000000    03 WS-FEE-ACC-ID             PIC S9(09) COMP.
000000    03 WS-FEE-CURRENCY           PIC X(03).
000000    03 WS-FEE-CHARGE-DATE        PIC X(08).
000000    03 WS-FEE-METHOD             PIC X(01).
000000    03 WS-FEE-PAYOUT-AMOUNT      PIC S9(13)V99 COMP-3.
000000    03 WS-FEE-REFERENCE-ID       PIC S9(09) COMP.
000000    03 WS-FEE-PROGRAM            PIC X(10)
000000       VALUE 'SPD9999NTC'.
000000    03 WS-FEE-STATUS             PIC X(01).
000000    03 WS-FEE-AMOUNT             PIC S9(13)V99 COMP-3.
000000    03 WS-FEE-TAX-AMOUNT         PIC S9(13)V99 COMP-3.
000000    03 WS-FEE-CHARGED-AMOUNT     PIC S9(13)V99 COMP-3.
000000    03 WS-FEE-ID                 PIC S9(09) COMP.
000000    03 WS-FEE-RETURN             PIC S9(04) COMP.
000000*/-------------------------------------------------------------/*
000000*  JCL パラメータ受け取りエリア
000000*/-------------------------------------------------------------/*
000000     DISPLAY 'START SPD9999NTC'.
000000     IF LNK-PARAM-DATA(1:4) = CST-MODE-REPRINT
000000         PERFORM SPD9999NTC-REPRINT
000000         EXEC SQL
000000             COMMIT
000000         END-EXEC
000000         IF SQLCODE NOT = 0
000000             MOVE 'SPD9999NTC-MAIN'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'REPRINT COMMIT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999NTC-ABEND
000000         END-IF
000000         DISPLAY 'TOTAL NOTICES REPRINTED   : '
000000                 CST-COUNT-REPRINTED
000000         DISPLAY 'TOTAL FEES CHARGED        : '
000000                 CST-COUNT-FEE-CHARGED
000000         DISPLAY 'TOTAL FEES WAIVED         : '
000000                 CST-COUNT-FEE-WAIVED
000000         DISPLAY 'TOTAL FEES UNCOLLECTED    : '
000000                 CST-COUNT-FEE-UNCOLLECTED
000000         DISPLAY 'END   SPD9999NTC'
000000         STOP RUN
000000     END-IF.
000000     DISPLAY 'TOTAL ELECTRONIC          : ' CST-COUNT-ELECTRON.
000000     DISPLAY 'TOTAL SUPPRESSED          : ' CST-COUNT-SUPPRESSED.
000000     DISPLAY 'TOTAL WITHOUT MASTER ROW  : ' CST-COUNT-NO-MASTER.
000000     DISPLAY 'TOTAL JOINT-OWNER COPIES  : '
000000             CST-COUNT-JOINT-COPIES.
000000     DISPLAY 'END   SPD9999NTC'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*--- 発行時点の宛名を保管行へ転記する（2026/08/31）
000000         PERFORM SPD9999NTC-UPD-NOTICE-HIST
000000     END-IF.
000000     PERFORM SPD9999NTC-JOINT-COPIES.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 共同名義人への写し送付
000000* SPD9999NTC-JOINT-COPIES SECTION |     （MAIN）
000000*                                |      対象: DB_ORDER_OWNER
000000*                                |      通知のACC_IDが決済日時点の
000000*                                |      主名義の場合のみ、同日適用中
000000*                                |      の他の'J'名義人へ振り分ける
000000*/-------------------------------------------------------------/*
000000 SPD9999NTC-JOINT-COPIES.
000000     MOVE NOT-ACC-ID             TO      WS-PRIMARY-ACC-ID.
000000     MOVE NOT-ACC-ID             TO      HV-OWN-PRIMARY-ACC-ID.
000000     MOVE NOT-ORDER-ID           TO      OW-ORDER-ID.
000000     MOVE NOT-SETTLE-DATE        TO      OW-START-DATE.
000000     MOVE 'N'                    TO      CST-EOF-CRS-OWN.
000000     EXEC SQL
000000         DECLARE CRS-OWN CURSOR FOR
000000         SELECT  O.OWNER_ACC_ID
000000         FROM    MYDB.DB_ORDER_OWNER O
000000         WHERE   O.ORDER_ID     =  :OW-ORDER-ID
000000         AND     O.OWNER_ACC_ID <> :HV-OWN-PRIMARY-ACC-ID
000000         AND     O.OWNER_ROLE   =  :CST-ROLE-JOINT
000000         AND     O.SHARE_PCT    >  0
000000         AND     O.START_DATE   <= :OW-START-DATE
000000         AND     O.END_DATE     >  :OW-START-DATE
000000         AND     EXISTS
000000                 (SELECT 1
000000                  FROM   MYDB.DB_ORDER_OWNER P
000000                  WHERE  P.ORDER_ID     =  :OW-ORDER-ID
000000                  AND    P.OWNER_ACC_ID =  :HV-OWN-PRIMARY-ACC-ID
000000                  AND    P.OWNER_ROLE   =  :CST-ROLE-PRIMARY
000000                  AND    P.START_DATE   <= :OW-START-DATE
000000                  AND    P.END_DATE     >  :OW-START-DATE)
000000         ORDER BY O.OWNER_ACC_ID
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-OWN
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999NTC-JOINT-COPIES'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-OWN FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999NTC-ABEND
000000     END-IF.
000000     PERFORM SPD9999NTC-FETCH-OWNER.
000000     PERFORM UNTIL CST-EOF-CRS-OWN = 'Y'
000000         MOVE OW-OWNER-ACC-ID    TO      NOT-ACC-ID
000000         PERFORM SPD9999NTC-SEND-COPY
000000         PERFORM SPD9999NTC-FETCH-OWNER
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-OWN
000000     END-EXEC.
000000     MOVE WS-PRIMARY-ACC-ID      TO      NOT-ACC-ID.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 名義人行の取得
000000* SPD9999NTC-FETCH-OWNER SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999NTC-FETCH-OWNER.
000000     EXEC SQL
000000         FETCH CRS-OWN
000000         INTO  :OW-OWNER-ACC-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-OWN
000000         WHEN OTHER
000000             MOVE 'SPD9999NTC-FETCH-OWNER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-OWN FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999NTC-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 写し1通分の振分処理
000000* SPD9999NTC-SEND-COPY   SECTION |      （MAIN）
000000*                                |      振分規則は主名義あてと同一
000000*/-------------------------------------------------------------/*
000000 SPD9999NTC-SEND-COPY.
000000     PERFORM SPD9999NTC-GET-CUSTOMER.
000000     IF WS-MASTER-FOUND = 'N'
000000         ADD 1                   TO      CST-COUNT-NO-MASTER
000000         MOVE NOT-REC            TO      ERR-REC
000000         WRITE ERR-REC
000000     ELSE
000000         ADD 1                   TO      CST-COUNT-JOINT-COPIES
000000         IF CM-DELIVERY-PREF = CST-DELIVERY-ELECTRON
000000             PERFORM SPD9999NTC-WRITE-ELECTRON
000000             ADD 1               TO      CST-COUNT-ELECTRON
000000         ELSE
000000             IF CM-SUPPRESS-FLAG = 'Y'
000000                 ADD 1           TO      CST-COUNT-SUPPRESSED
000000             ELSE
000000                 PERFORM SPD9999NTC-WRITE-PAGE
000000                 ADD 1           TO      CST-COUNT-PRINTED
000000             END-IF
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 保管行への宛名転記
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999NTC-ABEND
000000     END-EVALUATE.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     OPEN OUTPUT PRINT-FILE.
000000     IF WS-PRT-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN NOTCPRT, STATUS : ' WS-PRT-STATUS
000000     MOVE NH-POSTAL-CODE         TO      CM-POSTAL-CODE.
000000     MOVE NH-ADDRESS-1           TO      CM-ADDRESS-1.
000000     MOVE NH-ADDRESS-2           TO      CM-ADDRESS-2.
000000*--- 宛名未転記の保管行（転記開始前の通知等）は、通知日時点で
000000*--- 登録されていた宛名を宛名履歴から求める。履歴の無い顧客は
000000*--- 現在の顧客マスタを使用する
000000     IF NH-CUST-NAME = SPACES
000000         PERFORM SPD9999NTC-GET-CUSTOMER
000000         MOVE NH-ACC-ID          TO      AH-ACC-ID
000000         MOVE NH-SETTLE-DATE     TO      AH-EFFECTIVE-DATE
000000         PERFORM SPD9999NTC-GET-ADDR-ASOF
000000     END-IF.
000000     MOVE PRT-LINE-DUPLICATE     TO      PRT-REC.
000000     PERFORM SPD9999NTC-WRITE-PRINT.
000000     PERFORM SPD9999NTC-WRITE-PAGE.
000000     ADD 1                       TO      CST-COUNT-REPRINTED.
000000*--- 顧客申出（注文ID・口座ID指定）の再印字は有料
000000     IF WS-REP-KIND = CST-REP-KIND-ORDER
000000     OR WS-REP-KIND = CST-REP-KIND-ACC
000000         PERFORM SPD9999NTC-CHARGE-FEE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 再印字手数料の課金
000000* SPD9999NTC-CHARGE-FEE  SECTION |      （MAIN）
000000*                                |      SPD9999FEEで口座残高から引落し。
000000*                                |      手数料表に行なし（RC=4）は無料
000000*/-------------------------------------------------------------/*
000000 SPD9999NTC-CHARGE-FEE.
000000     MOVE CST-FEE-SERVICE-REPRINT
000000                                 TO      WS-FEE-SERVICE.
000000     MOVE NH-ACC-ID              TO      WS-FEE-ACC-ID.
000000     MOVE NH-CURRENCY-CODE       TO      WS-FEE-CURRENCY.
000000     MOVE HV-DATE-CURRENT-X      TO      WS-FEE-CHARGE-DATE.
000000     MOVE CST-FEE-METHOD-ACCOUNT
000000                                 TO      WS-FEE-METHOD.
000000     MOVE 0                      TO      WS-FEE-PAYOUT-AMOUNT.
000000     MOVE NH-ORDER-ID            TO      WS-FEE-REFERENCE-ID.
000000     CALL 'SPD9999FEE' USING WS-PARAM-FEE.
000000     EVALUATE WS-FEE-RETURN
000000         WHEN 0
000000             EVALUATE WS-FEE-STATUS
000000                 WHEN CST-FEE-COLLECTED
000000                     ADD 1       TO      CST-COUNT-FEE-CHARGED
000000                 WHEN CST-FEE-WAIVED
000000                     ADD 1       TO      CST-COUNT-FEE-WAIVED
000000                 WHEN OTHER
000000                     ADD 1       TO      CST-COUNT-FEE-UNCOLLECTED
000000             END-EVALUATE
000000         WHEN 4
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999NTC-CHARGE-FEE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SERVICE FEE CHARGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999NTC-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 顧客マスタ参照
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 書類日付時点の宛名参照
000000* SPD9999NTC-GET-ADDR-ASOF SECTION |    （COMMON）
000000*                                |      対象: DB_CUSTOMER_ADDR_HIST
000000*                                |      AH-ACC-ID・AH-EFFECTIVE-DATE
000000*                                |      （書類日付）を設定して呼ぶ。
000000*                                |      該当行があればCM-の宛名を
000000*                                |      置き換え、無ければそのまま
000000*/-------------------------------------------------------------/*
000000 SPD9999NTC-GET-ADDR-ASOF.
000000     EXEC SQL
000000         SELECT CUST_NAME, HONORIFIC, POSTAL_CODE,
000000                ADDRESS_1, ADDRESS_2
000000         INTO   :CM-CUST-NAME, :CM-HONORIFIC, :CM-POSTAL-CODE,
000000                :CM-ADDRESS-1, :CM-ADDRESS-2
000000         FROM   MYDB.DB_CUSTOMER_ADDR_HIST
000000         WHERE  ACC_ID     = :AH-ACC-ID
000000         AND    CHANGE_SEQ =
000000                (SELECT MAX(CHANGE_SEQ)
000000                 FROM   MYDB.DB_CUSTOMER_ADDR_HIST
000000                 WHERE  ACC_ID          = :AH-ACC-ID
000000                 AND    EFFECTIVE_DATE <= :AH-EFFECTIVE-DATE)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
000000         MOVE 'SPD9999NTC-GET-ADDR-ASOF'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT ADDRESS HISTORY FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999NTC-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 印刷用通知書ページの編集
000000* SPD9999NTC-WRITE-PAGE  SECTION |      （MAIN）
000000*                                |      1通知＝1ページ分の行を出力
000000     DISPLAY 'ERROR MODULE : ' CST-ABEND-BREAKPOINT.
000000     DISPLAY 'ERROR DETAIL : ' CST-ABEND-DETAIL.
000000     DISPLAY 'SQLCODE      : ' SQLCODE.
000000     EXEC SQL
000000         ROLLBACK
000000     END-EXEC.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999NTC.
