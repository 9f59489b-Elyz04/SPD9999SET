000000*                                     へ出力・指図を'D'へ更新
000000*                                履歴はWITHDRAWAL_TYPE='ESTATE'で
000000*                                記録し監査証跡とする
000000*                                共同名義（DB_ORDER_OWNER）の預金で
000000*                                生存名義人が居るものは全額解約
000000*                                せず、被相続人の持分のみを払い
000000*                                出して（NON-TERMは元金を直接
000000*                                減額、定期はモード'6'の一部払出）
000000*                                持分を生存名義人へ按分し直す
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/08/21 :            プログラムの作成
000000*                                指図で未配分残が消失していた。
000000*                                未配分残は口座に残し計算書へ
000000*                                報告する）
000000*        2026/10/15 :            期日なし預金の判定をDB_PRODUCTの
000000*                                商品区分（PRODUCT_CLASS）で行う
000000*                                （SPD9999PRD呼出）
000000*        2026/10/15 :            共同名義預金（DB_ORDER_OWNER）対応。
000000*                                ・被相続人が有効な持分を持つ他者
000000*                                  名義の注文も決済対象とする
000000*                                ・生存名義人（持分＞0）が居る注文
000000*                                  は被相続人の持分額（元金×持分
000000*                                  ÷100、小数2桁未満切捨て）のみ払い
000000*                                  出し、名義行を本日で締めて生存
000000*                                  名義人の持分を合計100へ按分し
000000*                                  直す（端数は最大持分者へ）。
000000*                                  被相続人が主名義人の場合は最大
000000*                                  持分者（同率は口座番号の小さい
000000*                                  方）を主名義人とし、注文の
000000*                                  ACC_IDを付け替える
000000*                                ・満期・決済待ち（STATUS'2'）の
000000*                                  共同名義注文は自動按分せず
000000*                                  棄却件数に計上し店頭で処理
000000*                                ・被相続人が代理人（'S'）の行は
000000*                                  本日で締める
000000*                                ・持分払出後の異常終了に備え、
000000*                                  本日の払出履歴がある注文は払出
000000*                                  を省略して按分から再開する
000000*        2026/10/15 :            普通預金残高・預金・支払停止の更新の前後で
000000*                                SPD9999CHGを呼び、変更前後のイメージを
000000*                                DB_CHANGE_JOURNALへ記録
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000     EXEC SQL
000000         INCLUDE                 TRNSFQ
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ORDER_OWNER（2026/10/15）
000000     EXEC SQL
000000         INCLUDE                 ORDOWN
000000     END-EXEC.
000000 01 WS-RPT-STATUS                PIC X(02).
000000 01 WS-JRN-STATUS                PIC X(02).
000000 01 WS-VARIABLES.
000000    03 WS-XFER-RETRY-CNT         PIC 9(01).
000000    03 WS-HEIR-IDX               PIC S9(04) COMP.
000000    03 WS-FIRST-PCT-IDX          PIC S9(04) COMP.
000000    03 WS-JOINT-ORDER            PIC X(01).
000000    03 WS-SHARE-PAID             PIC X(01).
000000    03 WS-ESTATE-AMOUNT          PIC S9(13)V99 COMP-3.
000000    03 WS-ESTATE-AMOUNT-X        PIC X(15).
000000    03 WS-ESTATE-AMOUNT-9        REDEFINES WS-ESTATE-AMOUNT-X
000000                                 PIC 9(13)V9(02).
000000    03 WS-SHARE-ALLOCATED        PIC S9(03)V99 COMP-3.
000000    03 WS-OWNER-IDX              PIC S9(04) COMP.
000000*/-------------------------------------------------------------/*
000000*  相続人テーブル（最大20名）
000000*/-------------------------------------------------------------/*
000000       05 HEIR-EXT-ACC-TYPE      PIC X(01).
000000       05 HEIR-EXT-ACC-NO        PIC X(07).
000000       05 HEIR-PAID-AMOUNT       PIC S9(13)V9(2) COMP-3.
000000*/-------------------------------------------------------------/*
000000*  生存名義人テーブル（共同名義の按分用、最大10名）
000000*/-------------------------------------------------------------/*
000000 01 OWNER-TABLE.
000000    03 OWNER-CNT                 PIC S9(04) COMP VALUE 0.
000000    03 OWNER-ROW OCCURS 10.
000000       05 OWNER-ACC-ID           PIC S9(09) COMP.
000000       05 OWNER-ROLE             PIC X(01).
000000       05 OWNER-SHARE-PCT        PIC S9(3)V9(2)  COMP-3.
000000 01 HV-VARIABLES.
000000    03 HV-DATE-CURRENT-9         PIC 9(08).
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000    03 HV-HOLD-CNT               PIC S9(09) COMP.
000000    03 HV-DISTRIB-CNT            PIC S9(09) COMP.
000000    03 HV-NEW-TRANSFER-ID        PIC S9(09) COMP.
000000    03 HV-SURVIVOR-CNT           PIC S9(09) COMP.
000000    03 HV-SURVIVOR-SHARE         PIC S9(3)V9(2)  COMP-3.
000000    03 HV-DECEASED-ROLE          PIC X(01).
000000    03 HV-DECEASED-SHARE         PIC S9(3)V9(2)  COMP-3.
000000    03 HV-SHARE-PAID-CNT         PIC S9(09) COMP.
000000*/-------------------------------------------------------------/*
000000*  SPD9999SET 呼出パラメータ（SPD9999INSと同一レイアウト）
000000*/-------------------------------------------------------------/*
000000    03 RPT-DTL-TEXT              PIC X(54).
000000 01 RPT-AMOUNT-EDIT              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
000000 01 RPT-LINE-BLANK               PIC X(80)  VALUE SPACES.
000000*--- SPD9999PRD（預金商品マスタ参照）呼出パラメータ
000000 01 WS-PARAM-PRD.
000000    03 WS-PRD-SAVING-TYPE        PIC X(10).
000000    03 WS-PRD-CURRENCY-CODE      PIC X(03).
000000    03 WS-PRD-BASE-DATE          PIC X(08).
000000    03 WS-PRD-PRODUCT-NAME       PIC X(30).
000000    03 WS-PRD-CLASS              PIC X(01).
000000    03 WS-PRD-TERM-UNIT          PIC X(01).
000000    03 WS-PRD-TERM-VALUE         PIC S9(04) COMP-3.
000000    03 WS-PRD-MIN-AMOUNT         PIC S9(13)V99 COMP-3.
000000    03 WS-PRD-MAX-AMOUNT         PIC S9(13)V99 COMP-3.
000000    03 WS-PRD-SALE-START-DATE    PIC X(08).
000000    03 WS-PRD-SALE-END-DATE      PIC X(08).
000000    03 WS-PRD-EARLY-FLAG         PIC X(01).
000000    03 WS-PRD-PARTIAL-FLAG       PIC X(01).
000000    03 WS-PRD-RENEW-FLAG         PIC X(01).
000000    03 WS-PRD-CCY-ALLOWED        PIC X(01).
000000    03 WS-PRD-END-DATE           PIC X(08).
000000    03 WS-PRD-TERM-DAYS          PIC S9(05) COMP-3.
000000    03 WS-PRD-RETURN             PIC S9(04) COMP.
000000*--- SPD9999CHG（変更前後イメージ記録）呼出パラメータ
000000 01 WS-PARAM-CHG.
000000    03 WS-CHG-FUNC               PIC X(01).
000000    03 WS-CHG-PROGRAM            PIC X(10)
000000       VALUE 'SPD9999EST'.
000000    03 WS-CHG-TABLE              PIC X(01).
000000    03 WS-CHG-KEYS.
000000       05 WS-CHG-ORDER-ID        PIC S9(09) COMP VALUE 0.
000000       05 WS-CHG-ACC-ID          PIC S9(09) COMP VALUE 0.
000000       05 WS-CHG-CURRENCY        PIC X(03)  VALUE SPACES.
000000       05 WS-CHG-HOLD-TYPE       PIC X(10)  VALUE SPACES.
000000       05 WS-CHG-NEW-ORDER-ID    PIC S9(09) COMP VALUE 0.
000000       05 WS-CHG-NEW-ACC-ID      PIC S9(09) COMP VALUE 0.
000000    03 WS-CHG-RETURN             PIC S9(04) COMP.
000000 01 CST-VARIABLES.
000000    03 CST-NON-TERM              PIC X(10)  VALUE 'NON-TERM'.
000000    03 CST-CLASS-NON-TERM        PIC X(01)  VALUE 'N'.
000000    03 CST-STATUS-1              PIC X(01)  VALUE '1'.
000000    03 CST-STATUS-2              PIC X(01)  VALUE '2'.
000000    03 CST-STATUS-9              PIC X(01)  VALUE '9'.
000000    03 CST-WITHDRAW-ESTATE       PIC X(08)  VALUE 'ESTATE'.
000000    03 CST-MODE-SETTLE           PIC X(01)  VALUE '2'.
000000    03 CST-MODE-EARLY            PIC X(01)  VALUE '5'.
000000    03 CST-MODE-PARTIAL          PIC X(01)  VALUE '6'.
000000    03 CST-WITHDRAW-PARTIAL      PIC X(08)  VALUE 'PARTIAL'.
000000    03 CST-ROLE-PRIMARY          PIC X(01)  VALUE 'P'.
000000    03 CST-ROLE-SIGNER           PIC X(01)  VALUE 'S'.
000000    03 CST-OPEN-END-DATE         PIC X(08)  VALUE '99999999'.
000000    03 CST-DISTRIB-PENDING       PIC X(01)  VALUE 'P'.
000000    03 CST-DISTRIB-DONE          PIC X(01)  VALUE 'D'.
000000    03 CST-TARGET-INTERNAL       PIC X(01)  VALUE 'I'.
000000    03 CST-RTN-CODE-REJECT       PIC 9(01)  VALUE 4.
000000    03 CST-EOF-CRS-ORD           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-HEIR          PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-OWN           PIC X(01)  VALUE 'N'.
000000    03 CST-COUNT-SETTLED         PIC 9(05)  VALUE 0.
000000    03 CST-COUNT-REJECTED        PIC 9(05)  VALUE 0.
000000    03 CST-COUNT-HEIRS-PAID      PIC 9(05)  VALUE 0.
000000    03 CST-ABEND-BREAKPOINT      PIC X(100) VALUE SPACES.
000000    03 CST-ABEND-DETAIL          PIC X(100) VALUE SPACES.
000000*--- SPD9999BDT（業務日付取得）呼出パラメータ
000000 01 WS-PARAM-BDT.
000000    03 WS-BDT-DATE               PIC X(08).
000000    03 WS-BDT-PREV-DATE          PIC X(08).
000000    03 WS-BDT-RETURN             PIC S9(04) COMP.
000000*/-------------------------------------------------------------/*
000000*  JCL パラメータ受け取りエリア
000000*/-------------------------------------------------------------/*
000000     END-IF.
000000     MOVE WS-PARAM-ACC-CHAR      TO      WS-ACC-ID-DISP.
000000     MOVE WS-ACC-ID-DISP         TO      HV-EST-ACC-ID.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-9.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     COMPUTE HV-DAYS-CURRENT-COMP =
000000         FUNCTION INTEGER-OF-DATE(HV-DATE-CURRENT-9).
000000     COMPUTE HV-PREV-DATE-9 =
000000*                                |      END_DATEを前日へ更新
000000*/-------------------------------------------------------------/*
000000 SPD9999EST-RELEASE-HOLD.
000000     MOVE 'H'                    TO      WS-CHG-TABLE.
000000     MOVE HV-EST-ACC-ID          TO      WS-CHG-ACC-ID.
000000     MOVE CST-HOLD-ESTATE        TO      WS-CHG-HOLD-TYPE.
000000     PERFORM SPD9999EST-CHG-BEFORE.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_ACCOUNT_HOLD
000000         SET     END_DATE  = :HV-PREV-DATE-X
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999EST-ABEND
000000     END-IF.
000000     PERFORM SPD9999EST-CHG-AFTER.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 全預金の決済
000000         DECLARE CRS-ORD CURSOR WITH HOLD FOR
000000         SELECT  ORDER_ID, SAVING_TYPE, STATUS, END_DATE,
000000                 MONEY_ROOT
000000         FROM    MYDB.DB_ACCOUNT_SAVINGS S
000000         WHERE  (S.ACC_ID = :HV-EST-ACC-ID
000000          OR     EXISTS
000000                 (SELECT 1
000000                  FROM   MYDB.DB_ORDER_OWNER O
000000                  WHERE  O.ORDER_ID     = S.ORDER_ID
000000                  AND    O.OWNER_ACC_ID = :HV-EST-ACC-ID
000000                  AND    O.SHARE_PCT    > 0
000000                  AND    O.START_DATE  <= :HV-DATE-CURRENT-X
000000                  AND    O.END_DATE     > :HV-DATE-CURRENT-X))
000000         AND     (STATUS = :CST-STATUS-1 OR
000000                  STATUS = :CST-STATUS-2)
000000         ORDER BY ORDER_ID
000000     EXEC SQL
000000         CLOSE CRS-ORD
000000     END-EXEC.
000000     PERFORM SPD9999EST-CLOSE-SIGNER.
000000     EXIT.
000000 SPD9999EST-FETCH-ORDER.
000000     EXEC SQL
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 1注文分の決済
000000* SPD9999EST-SETTLE-ONE  SECTION |      （MAIN）
000000*                                |      生存名義人の居る共同名義は
000000*                                |      持分のみ払出（2026/10/15）
000000*/-------------------------------------------------------------/*
000000 SPD9999EST-SETTLE-ONE.
000000     MOVE AS-ORDER-ID            TO      WS-ORDER-ID-DISP.
000000     PERFORM SPD9999EST-GET-PRODUCT-CLASS.
000000     PERFORM SPD9999EST-CHK-JOINT.
000000     IF WS-JOINT-ORDER = 'Y'
000000         PERFORM SPD9999EST-SETTLE-JOINT
000000     ELSE
000000         PERFORM SPD9999EST-SETTLE-SOLE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 単独名義注文の決済
000000* SPD9999EST-SETTLE-SOLE SECTION |      （MAIN）
000000*                                |      定期はSPD9999SETへ依頼、
000000*                                |      NON-TERMは元金を直接払出
000000*/-------------------------------------------------------------/*
000000 SPD9999EST-SETTLE-SOLE.
000000     IF WS-PRD-CLASS = CST-CLASS-NON-TERM
000000         PERFORM SPD9999EST-SETTLE-NON-TERM
000000     ELSE
000000         MOVE SPACES             TO      SET-PARAM-DATA
000000         IF AS-STATUS = CST-STATUS-2
000000             STRING CST-MODE-SETTLE ','
000000     COMPUTE WS-NEW-BALANCE      =
000000             AB-BALANCE          +
000000             AS-MONEY-ROOT.
000000     MOVE 'B'                    TO      WS-CHG-TABLE.
000000     MOVE AB-ACC-ID              TO      WS-CHG-ACC-ID.
000000     PERFORM SPD9999EST-CHG-BEFORE.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_ACCOUNT_BALANCE
000000         SET     BALANCE = :WS-NEW-BALANCE
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999EST-ABEND
000000     END-IF.
000000     PERFORM SPD9999EST-CHG-AFTER.
000000     MOVE 'S'                    TO      WS-CHG-TABLE.
000000     MOVE AS-ORDER-ID            TO      WS-CHG-ORDER-ID.
000000     PERFORM SPD9999EST-CHG-BEFORE.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_ACCOUNT_SAVINGS
000000         SET     STATUS   = :CST-STATUS-9
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999EST-ABEND
000000     END-IF.
000000     PERFORM SPD9999EST-CHG-AFTER.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_SAVINGS_HISTORY
000000             (ORDER_ID, ACC_ID, SETTLE_DATE, RATE_APPLIED,
000000     ADD 1                       TO      CST-COUNT-SETTLED.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 共同名義の判定
000000* SPD9999EST-CHK-JOINT   SECTION |      （2026/10/15）
000000*                                |      対象: DB_ORDER_OWNER
000000*                                |      被相続人以外に本日有効な
000000*                                |      持分（＞0）の名義人が居れば
000000*                                |      共同名義として扱う
000000*/-------------------------------------------------------------/*
000000 SPD9999EST-CHK-JOINT.
000000     MOVE 'N'                    TO      WS-JOINT-ORDER.
000000     MOVE AS-ORDER-ID            TO      OW-ORDER-ID.
000000     EXEC SQL
000000         SELECT COUNT(*), COALESCE(SUM(SHARE_PCT), 0)
000000         INTO   :HV-SURVIVOR-CNT, :HV-SURVIVOR-SHARE
000000         FROM   MYDB.DB_ORDER_OWNER
000000         WHERE  ORDER_ID      =  :OW-ORDER-ID
000000         AND    OWNER_ACC_ID  <> :HV-EST-ACC-ID
000000         AND    SHARE_PCT     >  0
000000         AND    START_DATE    <= :HV-DATE-CURRENT-X
000000         AND    END_DATE      >  :HV-DATE-CURRENT-X
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999EST-CHK-JOINT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT SURVIVING OWNERS FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999EST-ABEND
000000     END-IF.
000000     IF HV-SURVIVOR-CNT > 0
000000         MOVE 'Y'                TO      WS-JOINT-ORDER
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 共同名義注文の持分払出
000000* SPD9999EST-SETTLE-JOINT SECTION |     （2026/10/15）
000000*                                |      被相続人の持分額を払い出し
000000*                                |      てから生存名義人へ按分する。
000000*                                |      払出が棄却された注文は名義
000000*                                |      を変えず店頭処理とする
000000*/-------------------------------------------------------------/*
000000 SPD9999EST-SETTLE-JOINT.
000000     MOVE 'N'                    TO      WS-SHARE-PAID.
000000     IF AS-STATUS = CST-STATUS-2
000000         ADD 1                   TO      CST-COUNT-REJECTED
000000         DISPLAY 'JOINT ORDER MATURED, SPLIT MANUALLY : '
000000                 WS-ORDER-ID-DISP
000000     ELSE
000000         PERFORM SPD9999EST-GET-DECEASED-SHARE
000000         IF HV-DECEASED-SHARE = 0
000000             ADD 1               TO      CST-COUNT-REJECTED
000000             DISPLAY 'DECEASED OWNER ROW NOT FOUND : '
000000                     WS-ORDER-ID-DISP
000000         ELSE
000000             COMPUTE WS-ESTATE-AMOUNT =
000000                     AS-MONEY-ROOT * HV-DECEASED-SHARE / 100
000000             PERFORM SPD9999EST-PAY-SHARE
000000         END-IF
000000     END-IF.
000000     IF WS-SHARE-PAID = 'Y'
000000         PERFORM SPD9999EST-RESHARE
000000         ADD 1                   TO      CST-COUNT-SETTLED
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 被相続人の持分取得
000000* SPD9999EST-GET-DECEASED-SHARE SECTION |（2026/10/15）
000000*                                |      対象: DB_ORDER_OWNER
000000*                                |      行なしは持分0で返す
000000*/-------------------------------------------------------------/*
000000 SPD9999EST-GET-DECEASED-SHARE.
000000     MOVE AS-ORDER-ID            TO      OW-ORDER-ID.
000000     EXEC SQL
000000         SELECT OWNER_ROLE, SHARE_PCT
000000         INTO   :HV-DECEASED-ROLE, :HV-DECEASED-SHARE
000000         FROM   MYDB.DB_ORDER_OWNER
000000         WHERE  ORDER_ID      =  :OW-ORDER-ID
000000         AND    OWNER_ACC_ID  =  :HV-EST-ACC-ID
000000         AND    START_DATE    <= :HV-DATE-CURRENT-X
000000         AND    END_DATE      >  :HV-DATE-CURRENT-X
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE SPACES         TO      HV-DECEASED-ROLE
000000             MOVE 0              TO      HV-DECEASED-SHARE
000000         WHEN OTHER
000000             MOVE 'SPD9999EST-GET-DECEASED-SHARE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT DECEASED OWNER ROW FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999EST-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 持分額の払出
000000* SPD9999EST-PAY-SHARE   SECTION |      （2026/10/15）
000000*                                |      本日の払出履歴があれば前回
000000*                                |      実行で払出済みとして省略
000000*/-------------------------------------------------------------/*
000000 SPD9999EST-PAY-SHARE.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-SHARE-PAID-CNT
000000         FROM   MYDB.DB_SAVINGS_HISTORY
000000         WHERE  ORDER_ID    = :AS-ORDER-ID
000000         AND    ACC_ID      = :HV-EST-ACC-ID
000000         AND    SETTLE_DATE = :HV-DATE-CURRENT-X
000000         AND    WITHDRAWAL_TYPE IN (:CST-WITHDRAW-ESTATE,
000000                                    :CST-WITHDRAW-PARTIAL)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999EST-PAY-SHARE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT SHARE PAYOUT HISTORY FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999EST-ABEND
000000     END-IF.
000000     EVALUATE TRUE
000000         WHEN HV-SHARE-PAID-CNT > 0
000000             DISPLAY 'SHARE ALREADY PAID, RESHARING : '
000000                     WS-ORDER-ID-DISP
000000             MOVE 'Y'            TO      WS-SHARE-PAID
000000         WHEN WS-ESTATE-AMOUNT = 0
000000             MOVE 'Y'            TO      WS-SHARE-PAID
000000         WHEN WS-PRD-CLASS = CST-CLASS-NON-TERM
000000             PERFORM SPD9999EST-PAY-SHARE-NON-TERM
000000             MOVE 'Y'            TO      WS-SHARE-PAID
000000         WHEN OTHER
000000             MOVE WS-ESTATE-AMOUNT
000000                                 TO      WS-ESTATE-AMOUNT-9
000000             MOVE SPACES         TO      SET-PARAM-DATA
000000             STRING CST-MODE-PARTIAL ','
000000                    WS-ACC-ID-DISP ',,,'
000000                    WS-ORDER-ID-DISP ','
000000                    WS-ESTATE-AMOUNT-X
000000                 DELIMITED BY SIZE
000000                 INTO SET-PARAM-DATA
000000             END-STRING
000000             CALL 'SPD9999SET'   USING   SET-PARAM-JCL
000000             IF SET-RETURN-CODE = CST-RTN-CODE-REJECT
000000                 ADD 1           TO      CST-COUNT-REJECTED
000000                 DISPLAY 'JOINT SHARE REJECTED BY ENGINE : '
000000                         WS-ORDER-ID-DISP
000000                         ' - SEE EXCEPTION REPORT'
000000             ELSE
000000                 MOVE 'Y'        TO      WS-SHARE-PAID
000000             END-IF
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: NON-TERM持分の払出
000000* SPD9999EST-PAY-SHARE-NON-TERM SECTION |（2026/10/15）
000000*                                |      持分額を普通残高へ払い出し
000000*                                |      元金を減額（STATUSは'1'）
000000*/-------------------------------------------------------------/*
000000 SPD9999EST-PAY-SHARE-NON-TERM.
000000     MOVE HV-EST-ACC-ID          TO      AB-ACC-ID.
000000     EXEC SQL
000000         SELECT BALANCE, CURRENCY_CODE
000000         INTO   :AB-BALANCE, :AB-CURRENCY-CODE
000000         FROM   MYDB.DB_ACCOUNT_BALANCE
000000         WHERE  ACC_ID = :AB-ACC-ID
000000         FOR UPDATE
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999EST-PAY-SHARE-NON-TERM'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT BALANCE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999EST-ABEND
000000     END-IF.
000000     COMPUTE WS-NEW-BALANCE      =
000000             AB-BALANCE          +
000000             WS-ESTATE-AMOUNT.
000000     MOVE 'B'                    TO      WS-CHG-TABLE.
000000     MOVE AB-ACC-ID              TO      WS-CHG-ACC-ID.
000000     PERFORM SPD9999EST-CHG-BEFORE.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_ACCOUNT_BALANCE
000000         SET     BALANCE = :WS-NEW-BALANCE
000000         WHERE   ACC_ID  = :AB-ACC-ID
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999EST-PAY-SHARE-NON-TERM'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CREDIT ORDINARY BALANCE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999EST-ABEND
000000     END-IF.
000000     PERFORM SPD9999EST-CHG-AFTER.
000000     MOVE 'S'                    TO      WS-CHG-TABLE.
000000     MOVE AS-ORDER-ID            TO      WS-CHG-ORDER-ID.
000000     PERFORM SPD9999EST-CHG-BEFORE.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_ACCOUNT_SAVINGS
000000         SET     MONEY_ROOT = MONEY_ROOT - :WS-ESTATE-AMOUNT
000000         WHERE   ORDER_ID   = :AS-ORDER-ID
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999EST-PAY-SHARE-NON-TERM'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'UPDATE MONEY_ROOT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999EST-ABEND
000000     END-IF.
000000     PERFORM SPD9999EST-CHG-AFTER.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_SAVINGS_HISTORY
000000             (ORDER_ID, ACC_ID, SETTLE_DATE, RATE_APPLIED,
000000              PRINCIPAL_AMOUNT, INTEREST_PAID, TAX_NATIONAL,
000000              TAX_LOCAL, INTEREST_NET, NEW_BALANCE,
000000              WITHDRAWAL_TYPE, DAY_BASIS)
000000         VALUES
000000             (:AS-ORDER-ID, :HV-EST-ACC-ID, :HV-DATE-CURRENT-X,
000000              0, :WS-ESTATE-AMOUNT, 0, 0, 0, 0,
000000              :WS-NEW-BALANCE, :CST-WITHDRAW-ESTATE, 0)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999EST-PAY-SHARE-NON-TERM'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'INSERT ESTATE HISTORY FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999EST-ABEND
000000     END-IF.
000000*--- 仕訳: 借方 預金元金／貸方 普通預金債務（全額払出と同じ）
000000     MOVE CST-REC-TYPE-DEBIT     TO      JRN-REC-TYPE.
000000     MOVE CST-ACCT-DEP-PRINCIPAL TO      JRN-ACCOUNT-CODE.
000000     MOVE CST-NON-TERM           TO      JRN-SAVING-TYPE.
000000     MOVE WS-ESTATE-AMOUNT       TO      JRN-AMOUNT.
000000     PERFORM SPD9999EST-WRITE-JRN-REC.
000000     MOVE CST-REC-TYPE-CREDIT    TO      JRN-REC-TYPE.
000000     MOVE CST-ACCT-DEP-ORDINARY  TO      JRN-ACCOUNT-CODE.
000000     MOVE CST-NON-TERM           TO      JRN-SAVING-TYPE.
000000     MOVE WS-ESTATE-AMOUNT       TO      JRN-AMOUNT.
000000     PERFORM SPD9999EST-WRITE-JRN-REC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 生存名義人への按分
000000* SPD9999EST-RESHARE     SECTION |      （2026/10/15）
000000*                                |      対象: DB_ORDER_OWNER
000000*                                |            DB_ACCOUNT_SAVINGS
000000*                                |      適用中の行を本日で締め、
000000*                                |      按分後の行を本日開始で登録
000000*/-------------------------------------------------------------/*
000000 SPD9999EST-RESHARE.
000000     PERFORM SPD9999EST-LOAD-OWNERS.
000000*--- 持分は旧持分×100÷生存者合計（切捨て）、端数は最大持分者
000000     MOVE 0                      TO      WS-SHARE-ALLOCATED.
000000     PERFORM SPD9999EST-CALC-NEW-SHARE
000000         VARYING WS-OWNER-IDX FROM 1 BY 1
000000         UNTIL   WS-OWNER-IDX > OWNER-CNT.
000000     COMPUTE OWNER-SHARE-PCT (1) =
000000             OWNER-SHARE-PCT (1) + 100 - WS-SHARE-ALLOCATED.
000000*--- 主名義人の死亡時は最大持分者（同率は口座番号順）を主名義
000000*--- 人とし、注文のACC_IDを付け替える
000000     IF HV-DECEASED-ROLE = CST-ROLE-PRIMARY
000000         MOVE CST-ROLE-PRIMARY   TO      OWNER-ROLE (1)
000000         MOVE OWNER-ACC-ID (1)   TO      OW-OWNER-ACC-ID
000000         MOVE 'S'                TO      WS-CHG-TABLE
000000         MOVE AS-ORDER-ID        TO      WS-CHG-ORDER-ID
000000         PERFORM SPD9999EST-CHG-BEFORE
000000         EXEC SQL
000000             UPDATE  MYDB.DB_ACCOUNT_SAVINGS
000000             SET     ACC_ID   = :OW-OWNER-ACC-ID
000000             WHERE   ORDER_ID = :AS-ORDER-ID
000000         END-EXEC
000000         IF SQLCODE NOT = 0
000000             MOVE 'SPD9999EST-RESHARE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'UPDATE ORDER PRIMARY OWNER FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999EST-ABEND
000000         END-IF
000000         PERFORM SPD9999EST-CHG-AFTER
000000         DISPLAY 'PRIMARY OWNER CHANGED    : '
000000                 WS-ORDER-ID-DISP
000000     END-IF.
000000     MOVE AS-ORDER-ID            TO      OW-ORDER-ID.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_ORDER_OWNER
000000         SET     END_DATE   =  :HV-DATE-CURRENT-X
000000         WHERE   ORDER_ID   =  :OW-ORDER-ID
000000         AND     START_DATE <= :HV-DATE-CURRENT-X
000000         AND     END_DATE   >  :HV-DATE-CURRENT-X
000000     END-EXEC.
000000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
000000         MOVE 'SPD9999EST-RESHARE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CLOSE DB_ORDER_OWNER ROWS FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999EST-ABEND
000000     END-IF.
000000     EXEC SQL
000000         DELETE FROM MYDB.DB_ORDER_OWNER
000000         WHERE   ORDER_ID   = :OW-ORDER-ID
000000         AND     START_DATE = :HV-DATE-CURRENT-X
000000         AND     END_DATE   = :HV-DATE-CURRENT-X
000000     END-EXEC.
000000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
000000         MOVE 'SPD9999EST-RESHARE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'DELETE DB_ORDER_OWNER ROWS FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999EST-ABEND
000000     END-IF.
000000*--- 主名義人のみが残る場合は行を作らず単独名義へ戻す
000000     IF OWNER-CNT > 1
000000         MOVE HV-DATE-CURRENT-X  TO      OW-START-DATE
000000         MOVE CST-OPEN-END-DATE  TO      OW-END-DATE
000000         PERFORM SPD9999EST-INS-OWNER
000000             VARYING WS-OWNER-IDX FROM 1 BY 1
000000             UNTIL   WS-OWNER-IDX > OWNER-CNT
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 生存名義人の読込
000000* SPD9999EST-LOAD-OWNERS SECTION |      （2026/10/15）
000000*                                |      対象: DB_ORDER_OWNER
000000*                                |      持分の大きい順（同率は口座
000000*                                |      番号順）、代理人は末尾
000000*/-------------------------------------------------------------/*
000000 SPD9999EST-LOAD-OWNERS.
000000     MOVE 0                      TO      OWNER-CNT.
000000     MOVE 'N'                    TO      CST-EOF-CRS-OWN.
000000     MOVE AS-ORDER-ID            TO      OW-ORDER-ID.
000000     EXEC SQL
000000         DECLARE CRS-OWN CURSOR FOR
000000         SELECT  OWNER_ACC_ID, OWNER_ROLE, SHARE_PCT
000000         FROM    MYDB.DB_ORDER_OWNER
000000         WHERE   ORDER_ID      =  :OW-ORDER-ID
000000         AND     OWNER_ACC_ID  <> :HV-EST-ACC-ID
000000         AND     START_DATE    <= :HV-DATE-CURRENT-X
000000         AND     END_DATE      >  :HV-DATE-CURRENT-X
000000         ORDER BY SHARE_PCT DESC, OWNER_ACC_ID
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-OWN
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999EST-LOAD-OWNERS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-OWN FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999EST-ABEND
000000     END-IF.
000000     PERFORM SPD9999EST-FETCH-OWNER.
000000     PERFORM UNTIL CST-EOF-CRS-OWN = 'Y'
000000         IF OWNER-CNT >= 10
000000             MOVE 'SPD9999EST-LOAD-OWNERS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'OWNER TABLE OVERFLOW (MAX 10)'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999EST-ABEND
000000         END-IF
000000         ADD 1                   TO      OWNER-CNT
000000         MOVE OW-OWNER-ACC-ID    TO      OWNER-ACC-ID (OWNER-CNT)
000000         MOVE OW-OWNER-ROLE      TO      OWNER-ROLE (OWNER-CNT)
000000         MOVE OW-SHARE-PCT       TO      OWNER-SHARE-PCT
000000                                         (OWNER-CNT)
000000         PERFORM SPD9999EST-FETCH-OWNER
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-OWN
000000     END-EXEC.
000000     EXIT.
000000 SPD9999EST-FETCH-OWNER.
000000     EXEC SQL
000000         FETCH CRS-OWN
000000         INTO  :OW-OWNER-ACC-ID, :OW-OWNER-ROLE, :OW-SHARE-PCT
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-OWN
000000         WHEN OTHER
000000             MOVE 'SPD9999EST-FETCH-OWNER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-OWN FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999EST-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 按分後持分の算出
000000* SPD9999EST-CALC-NEW-SHARE SECTION |   （2026/10/15）
000000*                                |      代理人（持分0）は0のまま
000000*/-------------------------------------------------------------/*
000000 SPD9999EST-CALC-NEW-SHARE.
000000     IF OWNER-SHARE-PCT (WS-OWNER-IDX) > 0
000000         COMPUTE OWNER-SHARE-PCT (WS-OWNER-IDX) =
000000                 OWNER-SHARE-PCT (WS-OWNER-IDX) * 100
000000                 / HV-SURVIVOR-SHARE
000000         ADD OWNER-SHARE-PCT (WS-OWNER-IDX)
000000                                 TO      WS-SHARE-ALLOCATED
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 按分後名義行の登録
000000* SPD9999EST-INS-OWNER   SECTION |      （2026/10/15）
000000*                                |      対象: DB_ORDER_OWNER
000000*/-------------------------------------------------------------/*
000000 SPD9999EST-INS-OWNER.
000000     MOVE OWNER-ACC-ID (WS-OWNER-IDX)
000000                                 TO      OW-OWNER-ACC-ID.
000000     MOVE OWNER-ROLE (WS-OWNER-IDX)
000000                                 TO      OW-OWNER-ROLE.
000000     MOVE OWNER-SHARE-PCT (WS-OWNER-IDX)
000000                                 TO      OW-SHARE-PCT.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_ORDER_OWNER
000000             (ORDER_ID, OWNER_ACC_ID, START_DATE, END_DATE,
000000              OWNER_ROLE, SHARE_PCT)
000000         VALUES
000000             (:OW-ORDER-ID, :OW-OWNER-ACC-ID, :OW-START-DATE,
000000              :OW-END-DATE, :OW-OWNER-ROLE, :OW-SHARE-PCT)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999EST-INS-OWNER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'INSERT DB_ORDER_OWNER FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999EST-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 代理人行の終了
000000* SPD9999EST-CLOSE-SIGNER SECTION |     （2026/10/15）
000000*                                |      対象: DB_ORDER_OWNER
000000*                                |      被相続人が代理人（'S'）の
000000*                                |      行を本日で締める
000000*/-------------------------------------------------------------/*
000000 SPD9999EST-CLOSE-SIGNER.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_ORDER_OWNER
000000         SET     END_DATE     =  :HV-DATE-CURRENT-X
000000         WHERE   OWNER_ACC_ID =  :HV-EST-ACC-ID
000000         AND     OWNER_ROLE   =  :CST-ROLE-SIGNER
000000         AND     START_DATE   <= :HV-DATE-CURRENT-X
000000         AND     END_DATE     >  :HV-DATE-CURRENT-X
000000     END-EXEC.
000000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
000000         MOVE 'SPD9999EST-CLOSE-SIGNER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CLOSE SIGNER ROWS FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999EST-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 分配指図の読込
000000* SPD9999EST-LOAD-HEIRS  SECTION |      （MAIN）
000000*                                |      対象: DB_ESTATE_DISTRIB
000000     COMPUTE WS-NEW-BALANCE      =
000000             AB-BALANCE          -
000000             WS-PAID-TOTAL.
000000     MOVE 'B'                    TO      WS-CHG-TABLE.
000000     MOVE HV-EST-ACC-ID          TO      WS-CHG-ACC-ID.
000000     PERFORM SPD9999EST-CHG-BEFORE.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_ACCOUNT_BALANCE
000000         SET     BALANCE = :WS-NEW-BALANCE
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999EST-ABEND
000000     END-IF.
000000     PERFORM SPD9999EST-CHG-AFTER.
000000     COMPUTE WS-RESIDUE          =
000000             WS-DISTRIB-POOL     -
000000             WS-PAID-TOTAL.
000000            = CST-TARGET-EXTERNAL
000000             PERFORM SPD9999EST-QUEUE-TRANSFER
000000         ELSE
000000             MOVE 'B'            TO      WS-CHG-TABLE
000000             MOVE ED-TARGET-ACC-ID
000000                                 TO      WS-CHG-ACC-ID
000000             PERFORM SPD9999EST-CHG-BEFORE
000000             EXEC SQL
000000                 UPDATE  MYDB.DB_ACCOUNT_BALANCE
000000                 SET     BALANCE = BALANCE + :WS-HEIR-AMOUNT
000000                                 TO      CST-ABEND-DETAIL
000000                 PERFORM SPD9999EST-ABEND
000000             END-IF
000000             PERFORM SPD9999EST-CHG-AFTER
000000         END-IF
000000         EXEC SQL
000000             INSERT INTO MYDB.DB_SAVINGS_HISTORY
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 商品区分の取得（COMMON）
000000* SPD9999EST-GET-PRODUCT-CLASS SECTION |
000000*                                |      SPD9999PRDでDB_PRODUCTを参照
000000*                                |      する。商品行の無い注文は
000000*                                |      区分SPACES（期日指定扱い）
000000*                                |      とし、SPD9999STVで例外報告
000000*/-------------------------------------------------------------/*
000000 SPD9999EST-GET-PRODUCT-CLASS.
000000     MOVE AS-SAVING-TYPE         TO      WS-PRD-SAVING-TYPE.
000000     MOVE SPACES                 TO      WS-PRD-CURRENCY-CODE.
000000     MOVE SPACES                 TO      WS-PRD-BASE-DATE.
000000     CALL 'SPD9999PRD' USING WS-PARAM-PRD.
000000     EVALUATE WS-PRD-RETURN
000000         WHEN 0
000000             CONTINUE
000000         WHEN 4
000000             MOVE SPACES         TO      WS-PRD-CLASS
000000         WHEN OTHER
000000             MOVE 'SPD9999EST-GET-PRODUCT-CLASS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SPD9999PRD PRODUCT LOOKUP FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999EST-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更前イメージの保持
000000* SPD9999EST-CHG-BEFORE  SECTION |      （COMMON）
000000*                                |      SPD9999CHGで更新対象行を保持
000000*/-------------------------------------------------------------/*
000000 SPD9999EST-CHG-BEFORE.
000000     MOVE 'B'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         MOVE 'SPD9999EST-CHG-BEFORE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CHANGE JOURNAL BEFORE IMAGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999EST-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更後イメージの記録
000000* SPD9999EST-CHG-AFTER   SECTION |      （COMMON）
000000*                                |      対象: DB_CHANGE_JOURNAL
000000*                                |      （SPD9999CHG経由）
000000*/-------------------------------------------------------------/*
000000 SPD9999EST-CHG-AFTER.
000000     MOVE 'A'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         MOVE 'SPD9999EST-CHG-AFTER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CHANGE JOURNAL AFTER IMAGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999EST-ABEND
000000     END-IF.
000000     INITIALIZE                  WS-CHG-KEYS.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999EST-ABEND       SECTION |      （COMMON）
000000*                                |
