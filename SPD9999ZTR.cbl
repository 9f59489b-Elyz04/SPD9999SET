000000*                                  （STATUS='S'）行を'C'（確認
000000*                                  済み）へ進める
000000*                                全銀データレコードの金額は整数部
000000*                                のみ（円単位）を転記する。
000000*                                振込手数料（サービス'ZTRF'）は
000000*                                SPD9999FEEで算出し振込金額から
000000*                                差し引いて送信する（金額が手数料
000000*                                に満たない振込は未収として全額を
000000*                                送信する）
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/07/28 :            プログラムの作成
000000*                                上位桁落ちの誤送金を防ぐため
000000*                                E206で記録し、同じく'P'のまま
000000*                                手動送金へ回す
000000*        2026/10/15 :            送信対象を支払先スクリーニング
000000*                                （SPD9999SNC）で非該当（'C'）または
000000*                                解除（'R'）となった行に限定。
000000*                                未スクリーニングの'P'行は送信せず
000000*                                件数を表示する（保留'H'・謝絶'J'
000000*                                は'P'でないため対象外）
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*        2026/10/15 :            振込手数料を課金（SPD9999FEE）し、
000000*                                振込金額から差し引いた額を送信
000000*                                する。差引額の合計を表示する
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000     END-EXEC.
000000 01 WS-ZEN-STATUS                PIC X(02).
000000 01 WS-AMOUNT-INT                PIC 9(10).
000000 01 WS-SEND-AMOUNT               PIC S9(13)V99 COMP-3.
000000 01 WS-ACC-ID-DISP               PIC 9(09).
000000*/-------------------------------------------------------------/*
000000*  全銀レコード編集エリア
000000    03 FILLER                    PIC X(119) VALUE SPACES.
000000 01 HV-VARIABLES.
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000    03 HV-UNSCREENED-CNT         PIC S9(09) COMP.
000000 01 CST-VARIABLES.
000000    03 CST-MODE-SEND             PIC X(04)  VALUE 'SEND'.
000000    03 CST-MODE-CONFIRM          PIC X(04)  VALUE 'CONF'.
000000    03 CST-XFER-PENDING          PIC X(01)  VALUE 'P'.
000000    03 CST-XFER-SENT             PIC X(01)  VALUE 'S'.
000000    03 CST-XFER-CONFIRMED        PIC X(01)  VALUE 'C'.
000000    03 CST-SCREEN-CLEAR          PIC X(01)  VALUE 'C'.
000000    03 CST-SCREEN-RELEASED       PIC X(01)  VALUE 'R'.
000000    03 CST-BASE-CURRENCY         PIC X(03)  VALUE 'JPY'.
000000    03 CST-REASON-NON-JPY        PIC X(04)  VALUE 'E205'.
000000    03 CST-REASON-OVERSIZE       PIC X(04)  VALUE 'E206'.
000000    03 CST-COUNT-NON-JPY         PIC 9(06)  VALUE 0.
000000    03 CST-COUNT-OVERSIZE        PIC 9(06)  VALUE 0.
000000    03 CST-COUNT-CONFIRMED       PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-UNSCREENED      PIC 9(06)  VALUE 0.
000000    03 CST-TOTAL-AMOUNT          PIC 9(12)  VALUE 0.
000000    03 CST-TOTAL-FEE-DEDUCTED    PIC 9(12)  VALUE 0.
000000    03 CST-COUNT-FEE-CHARGED     PIC 9(06)  VALUE 0.
000000    03 CST-COUNT-FEE-WAIVED      PIC 9(06)  VALUE 0.
000000    03 CST-COUNT-FEE-UNCOLLECTED PIC 9(06)  VALUE 0.
000000    03 CST-FEE-SERVICE-TRANSFER  PIC X(04)  VALUE 'ZTRF'.
000000    03 CST-FEE-METHOD-DEDUCT     PIC X(01)  VALUE 'D'.
000000    03 CST-FEE-COLLECTED         PIC X(01)  VALUE 'C'.
000000    03 CST-FEE-WAIVED            PIC X(01)  VALUE 'W'.
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
000000       VALUE 'SPD9999ZTR'.
000000    03 WS-FEE-STATUS             PIC X(01).
000000    03 WS-FEE-AMOUNT             PIC S9(13)V99 COMP-3.
000000    03 WS-FEE-TAX-AMOUNT         PIC S9(13)V99 COMP-3.
000000    03 WS-FEE-CHARGED-AMOUNT     PIC S9(13)V99 COMP-3.
000000    03 WS-FEE-ID                 PIC S9(09) COMP.
000000    03 WS-FEE-RETURN             PIC S9(04) COMP.
000000*/-------------------------------------------------------------/*
000000*  JCL パラメータ受け取りエリア
000000*/-------------------------------------------------------------/*
000000*/-------------------------------------------------------------/*
000000 SPD9999ZTR-MAIN.
000000     DISPLAY 'START SPD9999ZTR'.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     EVALUATE LNK-PARAM-DATA
000000         WHEN CST-MODE-SEND
000000             PERFORM SPD9999ZTR-SEND
000000     END-IF.
000000     DISPLAY 'TOTAL TRANSFERS SENT       : ' CST-COUNT-SENT.
000000     DISPLAY 'TOTAL TRANSFER AMOUNT      : ' CST-TOTAL-AMOUNT.
000000     DISPLAY 'TOTAL FEES DEDUCTED        : '
000000             CST-TOTAL-FEE-DEDUCTED.
000000     DISPLAY 'TOTAL FEES CHARGED         : '
000000             CST-COUNT-FEE-CHARGED.
000000     DISPLAY 'TOTAL FEES WAIVED          : '
000000             CST-COUNT-FEE-WAIVED.
000000     DISPLAY 'TOTAL FEES UNCOLLECTED     : '
000000             CST-COUNT-FEE-UNCOLLECTED.
000000     DISPLAY 'TOTAL NON-JPY ROWS HELD    : '
000000             CST-COUNT-NON-JPY.
000000     DISPLAY 'TOTAL OVERSIZE ROWS HELD   : '
000000             CST-COUNT-OVERSIZE.
000000     DISPLAY 'TOTAL UNSCREENED ROWS HELD : '
000000             CST-COUNT-UNSCREENED.
000000     DISPLAY 'TOTAL TRANSFERS CONFIRMED  : '
000000             CST-COUNT-CONFIRMED.
000000     DISPLAY 'END   SPD9999ZTR'.
000000                 EXT_ACC_NO,
000000                 EXT_ACC_NAME,
000000                 AMOUNT
000000         FROM    MYDB.DB_TRANSFER_QUEUE Q
000000         WHERE   STATUS = :CST-XFER-PENDING
000000*--- 全銀フォーマットは円建て前提のためJPYのみ送信する
000000*--- （2026/09/02）
000000         AND     CURRENCY_CODE = :CST-BASE-CURRENCY
000000*--- 支払先スクリーニングを通過した行のみ送信する（2026/10/15）
000000         AND     EXISTS
000000                 (SELECT 1
000000                  FROM   MYDB.DB_PAYEE_SCREEN S
000000                  WHERE  S.TRANSFER_ID = Q.TRANSFER_ID
000000                  AND    (S.RESULT = :CST-SCREEN-CLEAR OR
000000                          S.RESULT = :CST-SCREEN-RELEASED))
000000         ORDER BY TRANSFER_ID
000000     END-EXEC.
000000     EXEC SQL
000000         PERFORM SPD9999ZTR-ABEND
000000     END-IF.
000000     PERFORM SPD9999ZTR-REPORT-NON-JPY.
000000     PERFORM SPD9999ZTR-COUNT-UNSCREENED.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 未スクリーニング行の件数
000000* SPD9999ZTR-COUNT-UNSCREENED SECTION | （2026/10/15）
000000*                                |      対象: DB_TRANSFER_QUEUE
000000*                                |      SPD9999SNC未実行の'P'行は
000000*                                |      送信せず次回へ残す
000000*/-------------------------------------------------------------/*
000000 SPD9999ZTR-COUNT-UNSCREENED.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-UNSCREENED-CNT
000000         FROM   MYDB.DB_TRANSFER_QUEUE Q
000000         WHERE  Q.STATUS = :CST-XFER-PENDING
000000         AND    NOT EXISTS
000000                (SELECT 1
000000                 FROM   MYDB.DB_PAYEE_SCREEN S
000000                 WHERE  S.TRANSFER_ID = Q.TRANSFER_ID)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999ZTR-COUNT-UNSCREENED'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'COUNT UNSCREENED TRANSFERS FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ZTR-ABEND
000000     END-IF.
000000     MOVE HV-UNSCREENED-CNT      TO      CST-COUNT-UNSCREENED.
000000     IF CST-COUNT-UNSCREENED > 0
000000         DISPLAY 'WARNING: UNSCREENED TRANSFERS NOT SENT, '
000000                 'RUN SPD9999SNC FIRST'
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: JPY以外の未送信行の報告
000000*                                | NOTE: 1振込分のデータレコード出力
000000* SPD9999ZTR-PROC-TRANSFER SECTION |    （MAIN）
000000*                                |      出力後にSTATUS='S'へ更新
000000*                                |      金額は振込手数料の差引後
000000*/-------------------------------------------------------------/*
000000 SPD9999ZTR-PROC-TRANSFER.
000000*--- 全銀データレコードの金額欄は10桁。超過分は転記時に上位
000000         MOVE TQ-EXT-ACC-TYPE    TO      ZEN-DTA-ACC-TYPE
000000         MOVE TQ-EXT-ACC-NO      TO      ZEN-DTA-ACC-NO
000000         MOVE TQ-EXT-ACC-NAME    TO      ZEN-DTA-ACC-NAME
000000         PERFORM SPD9999ZTR-CHARGE-FEE
000000         COMPUTE WS-SEND-AMOUNT  =
000000                 TQ-AMOUNT       -
000000                 WS-FEE-CHARGED-AMOUNT
000000         MOVE WS-SEND-AMOUNT     TO      WS-AMOUNT-INT
000000         MOVE WS-AMOUNT-INT      TO      ZEN-DTA-AMOUNT
000000         MOVE TQ-TRANSFER-ID     TO      ZEN-DTA-TRANSFER-ID
000000         MOVE ZEN-DATA-REC       TO      ZEN-REC
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 振込手数料の課金
000000* SPD9999ZTR-CHARGE-FEE  SECTION |      （MAIN）
000000*                                |      SPD9999FEEで振込金額から差引き。
000000*                                |      手数料表に行なし（RC=4）は無料
000000*                                |      （差引額0）
000000*/-------------------------------------------------------------/*
000000 SPD9999ZTR-CHARGE-FEE.
000000     MOVE CST-FEE-SERVICE-TRANSFER
000000                                 TO      WS-FEE-SERVICE.
000000     MOVE TQ-ACC-ID              TO      WS-FEE-ACC-ID.
000000     MOVE CST-BASE-CURRENCY      TO      WS-FEE-CURRENCY.
000000     MOVE HV-DATE-CURRENT-X      TO      WS-FEE-CHARGE-DATE.
000000     MOVE CST-FEE-METHOD-DEDUCT  TO      WS-FEE-METHOD.
000000     MOVE TQ-AMOUNT              TO      WS-FEE-PAYOUT-AMOUNT.
000000     MOVE TQ-TRANSFER-ID         TO      WS-FEE-REFERENCE-ID.
000000     CALL 'SPD9999FEE' USING WS-PARAM-FEE.
000000     EVALUATE WS-FEE-RETURN
000000         WHEN 0
000000             EVALUATE WS-FEE-STATUS
000000                 WHEN CST-FEE-COLLECTED
000000                     ADD 1       TO      CST-COUNT-FEE-CHARGED
000000                     ADD WS-FEE-CHARGED-AMOUNT
000000                                 TO      CST-TOTAL-FEE-DEDUCTED
000000                 WHEN CST-FEE-WAIVED
000000                     ADD 1       TO      CST-COUNT-FEE-WAIVED
000000                 WHEN OTHER
000000                     ADD 1       TO      CST-COUNT-FEE-UNCOLLECTED
000000             END-EVALUATE
000000         WHEN 4
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999ZTR-CHARGE-FEE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SERVICE FEE CHARGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999ZTR-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 金額欄桁あふれの例外記録
000000* SPD9999ZTR-LOG-OVERSIZE SECTION |     （2026/09/02）
000000*                                |      対象: DB_EXCEPTION_LOG
