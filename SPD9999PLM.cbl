000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999PLM.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999PLM
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            新規預入（定期口座開設）共通
000000*                                サブプログラム
000000*                                店頭預入バッチ（SPD9999PLC）と
000000*                                預入オンライン（SPD9999ONP）から
000000*                                CALLで使用する。
000000*                                  ・預金タイプ・金額・通貨の検証
000000*                                    （DB_PRODUCTの取扱通貨・預入
000000*                                    限度・販売期間。SPD9999PRD）
000000*                                  ・支払停止（口座単位）の確認
000000*                                  ・普通残高の通貨一致・残高
000000*                                    不足・残高上限・最低残高の
000000*                                    確認
000000*                                  ・当日有効の階層利率の取得
000000*                                  ・営業日調整後の満期日算出
000000*                                    （DB_BUSDAY_RULE /
000000*                                    DB_HOLIDAY_CALENDAR）
000000*                                  ・DB_ACCOUNT_SAVINGSの新規
000000*                                    作成（MAX+1採番、-803は
000000*                                    再採番）
000000*                                  ・普通残高の引落しと預入履歴
000000*                                    （WITHDRAWAL_TYPE='PLACE'）
000000*                                    の登録
000000*                                  ・積立定期はDB_CONTRIB_SCHEDULE
000000*                                    の登録
000000*                                  ・期日指定定期は金利キャンペーン
000000*                                    の適用（SPD9999CPN）
000000*                                  ・マル優の限度額チェック
000000*                                    （SPD9999MXU。超過は受け付け
000000*                                    たうえで警告を返す）
000000*                                COMMIT/ROLLBACKは呼出元で行う。
000000*                                復帰コード8は業務エラー（理由
000000*                                コードと内容を返す）、12はSQL
000000*                                異常
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 :            プログラムの作成
000000*        2026/10/15 :            金利キャンペーン（DB_CAMPAIGN）の適用を追加。
000000*                                適用キャンペーンIDと上乗せ利率を返す
000000*        2026/10/15 :            普通残高の引落しの前後でSPD9999CHGを呼び、
000000*                                変更前後のイメージをDB_CHANGE_JOURNALへ
000000*                                記録（記録の異常は復帰コード12）
000000*        2026/10/15 :            預入後にSPD9999MXUでマル優の限度額を
000000*                                確認し、超過時はLNK-PLM-LIMIT-EXCEEDED
000000*                                を'Y'で返す（E951はSPD9999MXUが記録）
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
000000*--- DCLGEN参照：MYDB.DB_ACCOUNT_SAVINGS
000000     EXEC SQL
000000         INCLUDE                 ACCSAV
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ACCOUNT_BALANCE
000000     EXEC SQL
000000         INCLUDE                 ACCBAL
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_SAVINGS_HISTORY
000000     EXEC SQL
000000         INCLUDE                 SAVHIST
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CONTRIB_SCHEDULE
000000     EXEC SQL
000000         INCLUDE                 CONSCH
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_BUSDAY_RULE
000000     EXEC SQL
000000         INCLUDE                 BUSRUL
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_HOLIDAY_CALENDAR
000000     EXEC SQL
000000         INCLUDE                 HOLCAL
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_BALANCE_CEILING
000000     EXEC SQL
000000         INCLUDE                 BALCEIL
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_MIN_BALANCE
000000     EXEC SQL
000000         INCLUDE                 MINBAL
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_DAYCOUNT_RULE
000000     EXEC SQL
000000         INCLUDE                 DAYCNT
000000     END-EXEC.
000000 01 WS-VARIABLES.
000000    03 WS-ROLL-RULE              PIC X(01).
000000    03 WS-NON-BUSDAY             PIC X(01).
000000    03 WS-INSERT-DONE            PIC X(01).
000000    03 WS-INSERT-RETRY-CNT       PIC 9(02).
000000    03 WS-NEW-BALANCE            PIC S9(13)V99 COMP-3.
000000    03 WS-TYPE-TOTAL             PIC S9(13)V99 COMP-3.
000000    03 WS-DAY-BASIS              PIC S9(03)    COMP-3.
000000 01 HV-VARIABLES.
000000    03 HV-DATE-CURRENT-9         PIC 9(08).
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000    03 HV-DAYS-CURRENT-COMP      PIC S9(09) COMP.
000000    03 HV-NEW-END-9              PIC 9(08).
000000    03 HV-NEW-END-X              PIC X(08).
000000    03 HV-NEW-ORDER-ID           PIC S9(09) COMP.
000000    03 HV-HOLD-CNT               PIC S9(09) COMP.
000000    03 HV-ADJ-DAYS-COMP          PIC S9(09) COMP.
000000    03 HV-ADJ-DAYS-ORIG-COMP     PIC S9(09) COMP.
000000    03 HV-ADJ-DATE-9             PIC 9(08).
000000    03 HV-ADJ-DATE-X             PIC X(08).
000000    03 HV-ADJ-MONTH-ORIG-X       PIC X(06).
000000    03 HV-DOW-COMP               PIC S9(09) COMP.
000000    03 HV-HOLIDAY-CNT            PIC S9(09) COMP.
000000    03 HV-RATE-INTEREST          PIC S9(01)V9(04) COMP-3.
000000*--- SPD9999CHG（変更前後イメージ記録）呼出パラメータ
000000 01 WS-PARAM-CHG.
000000    03 WS-CHG-FUNC               PIC X(01).
000000    03 WS-CHG-PROGRAM            PIC X(10)
000000       VALUE 'SPD9999PLM'.
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
000000    03 CST-CLASS-FIXED           PIC X(01)  VALUE 'F'.
000000    03 CST-CLASS-NON-TERM        PIC X(01)  VALUE 'N'.
000000    03 CST-CLASS-INSTALL         PIC X(01)  VALUE 'I'.
000000    03 CST-DAY-BASIS-DEFAULT     PIC 9(03)  VALUE 365.
000000    03 CST-NO-END-DATE           PIC X(08)  VALUE '99999999'.
000000    03 CST-STATUS-1              PIC X(01)  VALUE '1'.
000000    03 CST-SCHED-ACTIVE          PIC X(01)  VALUE 'A'.
000000    03 CST-ENROLL-NEW            PIC X(01)  VALUE 'N'.
000000    03 CST-RUN-MODE-PLACE        PIC X(01)  VALUE 'P'.
000000    03 CST-FUNC-MXU-CHECK        PIC X(01)  VALUE 'C'.
000000    03 CST-WITHDRAW-PLACE        PIC X(08)  VALUE 'PLACE'.
000000    03 CST-RTN-OK                PIC 9(02)  VALUE 0.
000000    03 CST-RTN-REJECT            PIC 9(02)  VALUE 8.
000000    03 CST-RTN-ERROR             PIC 9(02)  VALUE 12.
000000*--- 業務エラー理由コード（新規預入）
000000    03 CST-REASON-BAD-TYPE       PIC X(04)  VALUE 'E801'.
000000    03 CST-REASON-BAD-AMOUNT     PIC X(04)  VALUE 'E802'.
000000    03 CST-REASON-HOLD           PIC X(04)  VALUE 'E803'.
000000    03 CST-REASON-NO-BALANCE     PIC X(04)  VALUE 'E804'.
000000    03 CST-REASON-CCY-MISMATCH   PIC X(04)  VALUE 'E805'.
000000    03 CST-REASON-SHORTFALL      PIC X(04)  VALUE 'E806'.
000000    03 CST-REASON-CEILING        PIC X(04)  VALUE 'E807'.
000000    03 CST-REASON-MIN-BALANCE    PIC X(04)  VALUE 'E808'.
000000    03 CST-REASON-NO-RATE        PIC X(04)  VALUE 'E809'.
000000    03 CST-REASON-BAD-CONTRIB    PIC X(04)  VALUE 'E810'.
000000    03 CST-REASON-BAD-CCY        PIC X(04)  VALUE 'E813'.
000000    03 CST-REASON-AMOUNT-LIMIT   PIC X(04)  VALUE 'E814'.
000000    03 CST-REASON-NOT-ON-SALE    PIC X(04)  VALUE 'E815'.
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
000000*--- SPD9999CPN（金利キャンペーン適用）呼出パラメータ
000000 01 WS-PARAM-CPN.
000000    03 WS-CPN-ORDER-ID           PIC S9(09) COMP.
000000    03 WS-CPN-ACC-ID             PIC S9(09) COMP.
000000    03 WS-CPN-SAVING-TYPE        PIC X(10).
000000    03 WS-CPN-CURRENCY-CODE      PIC X(03).
000000    03 WS-CPN-PRINCIPAL          PIC S9(13)V99 COMP-3.
000000    03 WS-CPN-ENROLL-TYPE        PIC X(01).
000000    03 WS-CPN-ENROLL-DATE        PIC X(08).
000000    03 WS-CPN-END-DATE           PIC X(08).
000000    03 WS-CPN-CAMPAIGN-ID        PIC X(10).
000000    03 WS-CPN-BONUS-RATE         PIC S9(01)V9(04) COMP-3.
000000    03 WS-CPN-RETURN             PIC S9(04) COMP.
000000*--- SPD9999MXU（マル優限度額判定）呼出パラメータ
000000 01 WS-PARAM-MXU.
000000    03 WS-MXU-FUNC               PIC X(01).
000000    03 WS-MXU-ACC-ID             PIC S9(09) COMP.
000000    03 WS-MXU-ORDER-ID           PIC S9(09) COMP.
000000    03 WS-MXU-CURRENCY-CODE      PIC X(03).
000000    03 WS-MXU-PRINCIPAL          PIC S9(13)V99 COMP-3.
000000    03 WS-MXU-RUN-MODE           PIC X(01).
000000    03 WS-MXU-RUN-DATE           PIC X(08).
000000    03 WS-MXU-EXEMPT             PIC X(01).
000000    03 WS-MXU-LIMIT              PIC S9(13)V99 COMP-3.
000000    03 WS-MXU-USAGE              PIC S9(13)V99 COMP-3.
000000    03 WS-MXU-EXEMPT-PRINCIPAL   PIC S9(13)V99 COMP-3.
000000    03 WS-MXU-TAXABLE-PRINCIPAL  PIC S9(13)V99 COMP-3.
000000    03 WS-MXU-RETURN             PIC S9(04) COMP.
000000*--- SPD9999BDT（業務日付取得）呼出パラメータ
000000 01 WS-PARAM-BDT.
000000    03 WS-BDT-DATE               PIC X(08).
000000    03 WS-BDT-PREV-DATE          PIC X(08).
000000    03 WS-BDT-RETURN             PIC S9(04) COMP.
000000*/-------------------------------------------------------------/*
000000*  呼出元パラメータ受け取りエリア
000000*/-------------------------------------------------------------/*
000000 LINKAGE                         SECTION.
000000 01 LNK-PARAM-PLM.
000000*--- 入力
000000    03 LNK-PLM-ACC-ID            PIC S9(09) COMP.
000000    03 LNK-PLM-SAVING-TYPE       PIC X(10).
000000    03 LNK-PLM-CURRENCY-CODE     PIC X(03).
000000    03 LNK-PLM-AMOUNT            PIC S9(13)V99 COMP-3.
000000*--- 積立定期（INSTALL-xx）のみ：月次積立額と積立日
000000    03 LNK-PLM-CONTRIB-AMOUNT    PIC S9(13)V99 COMP-3.
000000    03 LNK-PLM-CONTRIB-DAY       PIC S9(02) COMP-3.
000000*--- 'B' = 店頭預入バッチ  'O' = オンライン
000000    03 LNK-PLM-CHANNEL           PIC X(01).
000000*--- 出力
000000    03 LNK-PLM-ORDER-ID          PIC S9(09) COMP.
000000    03 LNK-PLM-START-DATE        PIC X(08).
000000    03 LNK-PLM-END-DATE          PIC X(08).
000000    03 LNK-PLM-RATE              PIC S9(01)V9(04) COMP-3.
000000    03 LNK-PLM-NEW-BALANCE       PIC S9(13)V99 COMP-3.
000000*--- 金利キャンペーン適用時のみ設定（非適用はSPACES／ゼロ）
000000    03 LNK-PLM-CAMPAIGN-ID       PIC X(10).
000000    03 LNK-PLM-BONUS-RATE        PIC S9(01)V9(04) COMP-3.
000000*--- 'Y'=マル優の限度額超過（預入は受付済み。超過元金の利息は
000000*--- 課税となる）
000000    03 LNK-PLM-LIMIT-EXCEEDED    PIC X(01).
000000*--- 0=OK 8=業務エラー 12=SQL異常
000000    03 LNK-PLM-RETURN            PIC S9(04) COMP.
000000    03 LNK-PLM-REASON-CODE       PIC X(04).
000000    03 LNK-PLM-MESSAGE           PIC X(50).
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000 PROCEDURE                       DIVISION USING LNK-PARAM-PLM.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999PLM-MAIN        SECTION |      （MAIN）
000000*                                |      各段階でエラーとなった
000000*                                |      時点で以降を行わない
000000*/-------------------------------------------------------------/*
000000 SPD9999PLM-MAIN.
000000     MOVE CST-RTN-OK             TO      LNK-PLM-RETURN.
000000     MOVE SPACES                 TO      LNK-PLM-REASON-CODE.
000000     MOVE SPACES                 TO      LNK-PLM-MESSAGE.
000000     MOVE 0                      TO      LNK-PLM-ORDER-ID.
000000     MOVE SPACES                 TO      LNK-PLM-START-DATE.
000000     MOVE SPACES                 TO      LNK-PLM-END-DATE.
000000     MOVE 0                      TO      LNK-PLM-RATE.
000000     MOVE 0                      TO      LNK-PLM-NEW-BALANCE.
000000     MOVE SPACES                 TO      LNK-PLM-CAMPAIGN-ID.
000000     MOVE 0                      TO      LNK-PLM-BONUS-RATE.
000000     MOVE 'N'                    TO      LNK-PLM-LIMIT-EXCEEDED.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         MOVE 'BUSINESS DATE NOT AVAILABLE'
000000                                 TO      LNK-PLM-MESSAGE
000000         MOVE CST-RTN-ERROR      TO      LNK-PLM-RETURN
000000     ELSE
000000         MOVE WS-BDT-DATE        TO      HV-DATE-CURRENT-9
000000         MOVE WS-BDT-DATE        TO      HV-DATE-CURRENT-X
000000         COMPUTE HV-DAYS-CURRENT-COMP =
000000             FUNCTION INTEGER-OF-DATE(HV-DATE-CURRENT-9)
000000     END-IF.
000000     IF LNK-PLM-RETURN = CST-RTN-OK
000000         PERFORM SPD9999PLM-CHK-INPUT
000000     END-IF.
000000     IF LNK-PLM-RETURN = CST-RTN-OK
000000         PERFORM SPD9999PLM-CHK-HOLD
000000     END-IF.
000000     IF LNK-PLM-RETURN = CST-RTN-OK
000000         PERFORM SPD9999PLM-GET-BAL
000000     END-IF.
000000     IF LNK-PLM-RETURN = CST-RTN-OK
000000         PERFORM SPD9999PLM-CHK-CEILING
000000     END-IF.
000000     IF LNK-PLM-RETURN = CST-RTN-OK
000000         PERFORM SPD9999PLM-CHK-MIN-BALANCE
000000     END-IF.
000000     IF LNK-PLM-RETURN = CST-RTN-OK
000000         PERFORM SPD9999PLM-GET-RATE
000000     END-IF.
000000     IF LNK-PLM-RETURN = CST-RTN-OK
000000         PERFORM SPD9999PLM-CALC-END-DATE
000000     END-IF.
000000     IF LNK-PLM-RETURN = CST-RTN-OK
000000         MOVE 'N'                TO      WS-INSERT-DONE
000000         MOVE 0                  TO      WS-INSERT-RETRY-CNT
000000         PERFORM SPD9999PLM-INS-SAVING
000000             UNTIL WS-INSERT-DONE = 'Y'
000000     END-IF.
000000     IF LNK-PLM-RETURN = CST-RTN-OK
000000         PERFORM SPD9999PLM-UPD-BAL
000000     END-IF.
000000     IF LNK-PLM-RETURN = CST-RTN-OK
000000         PERFORM SPD9999PLM-GET-DAY-BASIS
000000     END-IF.
000000     IF LNK-PLM-RETURN = CST-RTN-OK
000000         PERFORM SPD9999PLM-INS-HISTORY
000000     END-IF.
000000     IF  LNK-PLM-RETURN = CST-RTN-OK
000000     AND WS-PRD-CLASS = CST-CLASS-INSTALL
000000         PERFORM SPD9999PLM-INS-CONTRIB
000000     END-IF.
000000     IF  LNK-PLM-RETURN = CST-RTN-OK
000000     AND WS-PRD-CLASS = CST-CLASS-FIXED
000000         PERFORM SPD9999PLM-APPLY-CAMPAIGN
000000     END-IF.
000000     IF LNK-PLM-RETURN = CST-RTN-OK
000000         PERFORM SPD9999PLM-CHK-MARUYU
000000     END-IF.
000000     GOBACK.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 入力内容の検証
000000* SPD9999PLM-CHK-INPUT   SECTION |      （MAIN）
000000*                                |      対象: DB_PRODUCT
000000*                                |      商品マスタの取扱通貨・
000000*                                |      預入限度・販売期間を確認し
000000*                                |      満期日（調整前）を得る
000000*/-------------------------------------------------------------/*
000000 SPD9999PLM-CHK-INPUT.
000000     MOVE LNK-PLM-SAVING-TYPE    TO      WS-PRD-SAVING-TYPE.
000000     MOVE LNK-PLM-CURRENCY-CODE  TO      WS-PRD-CURRENCY-CODE.
000000     MOVE HV-DATE-CURRENT-X      TO      WS-PRD-BASE-DATE.
000000     CALL 'SPD9999PRD' USING WS-PARAM-PRD.
000000     EVALUATE TRUE
000000         WHEN WS-PRD-RETURN = 4
000000             MOVE CST-REASON-BAD-TYPE
000000                                 TO      LNK-PLM-REASON-CODE
000000             MOVE 'NO PRODUCT MASTER FOR SAVING TYPE'
000000                                 TO      LNK-PLM-MESSAGE
000000             MOVE CST-RTN-REJECT TO      LNK-PLM-RETURN
000000         WHEN WS-PRD-RETURN NOT = 0
000000             MOVE 'SELECT PRODUCT MASTER FAILED'
000000                                 TO      LNK-PLM-MESSAGE
000000             MOVE CST-RTN-ERROR  TO      LNK-PLM-RETURN
000000         WHEN WS-PRD-CCY-ALLOWED NOT = 'Y'
000000             MOVE CST-REASON-BAD-CCY
000000                                 TO      LNK-PLM-REASON-CODE
000000             MOVE 'CURRENCY NOT OFFERED FOR THIS PRODUCT'
000000                                 TO      LNK-PLM-MESSAGE
000000             MOVE CST-RTN-REJECT TO      LNK-PLM-RETURN
000000         WHEN HV-DATE-CURRENT-X < WS-PRD-SALE-START-DATE
000000         WHEN HV-DATE-CURRENT-X > WS-PRD-SALE-END-DATE
000000             MOVE CST-REASON-NOT-ON-SALE
000000                                 TO      LNK-PLM-REASON-CODE
000000             MOVE 'PRODUCT NOT ON SALE TODAY'
000000                                 TO      LNK-PLM-MESSAGE
000000             MOVE CST-RTN-REJECT TO      LNK-PLM-RETURN
000000         WHEN LNK-PLM-AMOUNT NOT > 0
000000             MOVE CST-REASON-BAD-AMOUNT
000000                                 TO      LNK-PLM-REASON-CODE
000000             MOVE 'PLACEMENT AMOUNT MUST BE POSITIVE'
000000                                 TO      LNK-PLM-MESSAGE
000000             MOVE CST-RTN-REJECT TO      LNK-PLM-RETURN
000000*--- 最高預入額0は上限なし
000000         WHEN LNK-PLM-AMOUNT < WS-PRD-MIN-AMOUNT
000000         WHEN WS-PRD-MAX-AMOUNT > 0
000000          AND LNK-PLM-AMOUNT > WS-PRD-MAX-AMOUNT
000000             MOVE CST-REASON-AMOUNT-LIMIT
000000                                 TO      LNK-PLM-REASON-CODE
000000             MOVE 'AMOUNT OUTSIDE PRODUCT MIN/MAX'
000000                                 TO      LNK-PLM-MESSAGE
000000             MOVE CST-RTN-REJECT TO      LNK-PLM-RETURN
000000         WHEN OTHER
000000             CONTINUE
000000     END-EVALUATE.
000000     IF  LNK-PLM-RETURN = CST-RTN-OK
000000     AND WS-PRD-CLASS = CST-CLASS-INSTALL
000000         IF LNK-PLM-CONTRIB-AMOUNT NOT > 0
000000         OR LNK-PLM-CONTRIB-DAY < 1
000000         OR LNK-PLM-CONTRIB-DAY > 31
000000             MOVE CST-REASON-BAD-CONTRIB
000000                                 TO      LNK-PLM-REASON-CODE
000000             MOVE 'INSTALLMENT AMOUNT OR DAY INVALID'
000000                                 TO      LNK-PLM-MESSAGE
000000             MOVE CST-RTN-REJECT TO      LNK-PLM-RETURN
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 支払停止チェック
000000* SPD9999PLM-CHK-HOLD    SECTION |      （COMMON）
000000*                                |      対象: DB_ACCOUNT_HOLD
000000*                                |      口座単位（ORDER_ID=0）の
000000*                                |      停止中は預入を受け付けない
000000*/-------------------------------------------------------------/*
000000 SPD9999PLM-CHK-HOLD.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-HOLD-CNT
000000         FROM   MYDB.DB_ACCOUNT_HOLD
000000         WHERE  ACC_ID   = :LNK-PLM-ACC-ID
000000         AND    ORDER_ID = 0
000000         AND    START_DATE <= :HV-DATE-CURRENT-X
000000         AND    END_DATE   >= :HV-DATE-CURRENT-X
000000     END-EXEC.
000000     EVALUATE TRUE
000000         WHEN SQLCODE NOT = 0
000000             MOVE 'SELECT ACCOUNT HOLD COUNT FAILED'
000000                                 TO      LNK-PLM-MESSAGE
000000             MOVE CST-RTN-ERROR  TO      LNK-PLM-RETURN
000000         WHEN HV-HOLD-CNT > 0
000000             MOVE CST-REASON-HOLD
000000                                 TO      LNK-PLM-REASON-CODE
000000             MOVE 'ACCOUNT ON LEGAL HOLD'
000000                                 TO      LNK-PLM-MESSAGE
000000             MOVE CST-RTN-REJECT TO      LNK-PLM-RETURN
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 普通残高の取得・確認
000000* SPD9999PLM-GET-BAL     SECTION |      （COMMON）
000000*                                |      対象: DB_ACCOUNT_BALANCE
000000*                                |      通貨一致と残高不足を確認
000000*/-------------------------------------------------------------/*
000000 SPD9999PLM-GET-BAL.
000000     MOVE LNK-PLM-ACC-ID         TO      AB-ACC-ID.
000000     EXEC SQL
000000         SELECT BALANCE, CURRENCY_CODE
000000         INTO   :AB-BALANCE, :AB-CURRENCY-CODE
000000         FROM   MYDB.DB_ACCOUNT_BALANCE
000000         WHERE  ACC_ID = :AB-ACC-ID
000000         FOR UPDATE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE CST-REASON-NO-BALANCE
000000                                 TO      LNK-PLM-REASON-CODE
000000             MOVE 'NO ORDINARY BALANCE ROW FOR ACCOUNT'
000000                                 TO      LNK-PLM-MESSAGE
000000             MOVE CST-RTN-REJECT TO      LNK-PLM-RETURN
000000         WHEN OTHER
000000             MOVE 'SELECT BALANCE FAILED'
000000                                 TO      LNK-PLM-MESSAGE
000000             MOVE CST-RTN-ERROR  TO      LNK-PLM-RETURN
000000     END-EVALUATE.
000000     IF  LNK-PLM-RETURN = CST-RTN-OK
000000     AND AB-CURRENCY-CODE NOT = LNK-PLM-CURRENCY-CODE
000000         MOVE CST-REASON-CCY-MISMATCH
000000                                 TO      LNK-PLM-REASON-CODE
000000         MOVE 'CURRENCY DIFFERS FROM ORDINARY BALANCE'
000000                                 TO      LNK-PLM-MESSAGE
000000         MOVE CST-RTN-REJECT     TO      LNK-PLM-RETURN
000000     END-IF.
000000     IF  LNK-PLM-RETURN = CST-RTN-OK
000000     AND AB-BALANCE < LNK-PLM-AMOUNT
000000         MOVE CST-REASON-SHORTFALL
000000                                 TO      LNK-PLM-REASON-CODE
000000         MOVE 'INSUFFICIENT ORDINARY BALANCE'
000000                                 TO      LNK-PLM-MESSAGE
000000         MOVE CST-RTN-REJECT     TO      LNK-PLM-RETURN
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 残高上限チェック
000000* SPD9999PLM-CHK-CEILING SECTION |      （COMMON）
000000*                                |      対象: DB_BALANCE_CEILING
000000*                                |      同一口座・同一タイプの有効
000000*                                |      元金合計＋今回預入額が上限
000000*                                |      を超える場合は受け付けない
000000*/-------------------------------------------------------------/*
000000 SPD9999PLM-CHK-CEILING.
000000     MOVE LNK-PLM-SAVING-TYPE    TO      BC-SAVING-TYPE.
000000     EXEC SQL
000000         SELECT CEILING_AMOUNT
000000         INTO   :BC-CEILING-AMOUNT
000000         FROM   MYDB.DB_BALANCE_CEILING
000000         WHERE  SAVING_TYPE = :BC-SAVING-TYPE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             PERFORM SPD9999PLM-SUM-TYPE-TOTAL
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SELECT BALANCE CEILING FAILED'
000000                                 TO      LNK-PLM-MESSAGE
000000             MOVE CST-RTN-ERROR  TO      LNK-PLM-RETURN
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 同一タイプの有効元金合計
000000* SPD9999PLM-SUM-TYPE-TOTAL SECTION | （COMMON）
000000*                                |      対象: DB_ACCOUNT_SAVINGS
000000*/-------------------------------------------------------------/*
000000 SPD9999PLM-SUM-TYPE-TOTAL.
000000     MOVE 0                      TO      WS-TYPE-TOTAL.
000000     EXEC SQL
000000         SELECT COALESCE(SUM(MONEY_ROOT), 0)
000000         INTO   :WS-TYPE-TOTAL
000000         FROM   MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE  ACC_ID      = :LNK-PLM-ACC-ID
000000         AND    SAVING_TYPE = :LNK-PLM-SAVING-TYPE
000000         AND    STATUS      = :CST-STATUS-1
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SELECT ACTIVE PRINCIPAL TOTAL FAILED'
000000                                 TO      LNK-PLM-MESSAGE
000000         MOVE CST-RTN-ERROR      TO      LNK-PLM-RETURN
000000     ELSE
000000         IF WS-TYPE-TOTAL + LNK-PLM-AMOUNT > BC-CEILING-AMOUNT
000000             MOVE CST-REASON-CEILING
000000                                 TO      LNK-PLM-REASON-CODE
000000             MOVE 'BALANCE CEILING FOR SAVING TYPE EXCEEDED'
000000                                 TO      LNK-PLM-MESSAGE
000000             MOVE CST-RTN-REJECT TO      LNK-PLM-RETURN
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: NON-TERM預金の最低預入額
000000* SPD9999PLM-CHK-MIN-BALANCE SECTION | チェック
000000*                                |      対象: DB_MIN_BALANCE
000000*/-------------------------------------------------------------/*
000000 SPD9999PLM-CHK-MIN-BALANCE.
000000     IF WS-PRD-CLASS = CST-CLASS-NON-TERM
000000         MOVE LNK-PLM-SAVING-TYPE
000000                                 TO      MB-SAVING-TYPE
000000         EXEC SQL
000000             SELECT MIN_BALANCE
000000             INTO   :MB-MIN-BALANCE
000000             FROM   MYDB.DB_MIN_BALANCE
000000             WHERE  SAVING_TYPE = :MB-SAVING-TYPE
000000         END-EXEC
000000         EVALUATE SQLCODE
000000             WHEN 0
000000                 IF LNK-PLM-AMOUNT < MB-MIN-BALANCE
000000                     MOVE CST-REASON-MIN-BALANCE
000000                                 TO      LNK-PLM-REASON-CODE
000000                     MOVE 'BELOW NON-TERM MINIMUM BALANCE'
000000                                 TO      LNK-PLM-MESSAGE
000000                     MOVE CST-RTN-REJECT
000000                                 TO      LNK-PLM-RETURN
000000                 END-IF
000000             WHEN 100
000000                 CONTINUE
000000             WHEN OTHER
000000                 MOVE 'SELECT MIN BALANCE FAILED'
000000                                 TO      LNK-PLM-MESSAGE
000000                 MOVE CST-RTN-ERROR
000000                                 TO      LNK-PLM-RETURN
000000         END-EVALUATE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 本日有効利率の取得
000000* SPD9999PLM-GET-RATE    SECTION |      （COMMON）
000000*                                |      対象: DB_INTEREST_INFO
000000*                                |      預入額の属する階層の利率
000000*/-------------------------------------------------------------/*
000000 SPD9999PLM-GET-RATE.
000000     EXEC SQL
000000         SELECT INTEREST_RATE
000000         INTO   :HV-RATE-INTEREST
000000         FROM   MYDB.DB_INTEREST_INFO
000000         WHERE  SAVING_TYPE = :LNK-PLM-SAVING-TYPE
000000         AND    EFFECTIVE_START_DATE <= :HV-DATE-CURRENT-X
000000         AND    EFFECTIVE_END_DATE   >= :HV-DATE-CURRENT-X
000000         AND    TIER_MIN_AMOUNT <= :LNK-PLM-AMOUNT
000000         AND    TIER_MAX_AMOUNT >  :LNK-PLM-AMOUNT
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE HV-RATE-INTEREST
000000                                 TO      LNK-PLM-RATE
000000         WHEN 100
000000             MOVE CST-REASON-NO-RATE
000000                                 TO      LNK-PLM-REASON-CODE
000000             MOVE 'NO INTEREST RATE FOR TYPE/DATE/TIER'
000000                                 TO      LNK-PLM-MESSAGE
000000             MOVE CST-RTN-REJECT TO      LNK-PLM-RETURN
000000         WHEN OTHER
000000             MOVE 'SELECT INTEREST RATE FAILED'
000000                                 TO      LNK-PLM-MESSAGE
000000             MOVE CST-RTN-ERROR  TO      LNK-PLM-RETURN
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 満期日の算出
000000* SPD9999PLM-CALC-END-DATE SECTION |    （MAIN）
000000*                                |      商品マスタの期間で求めた
000000*                                |      満期日を営業日調整する。
000000*                                |      期間なしは期限なし
000000*/-------------------------------------------------------------/*
000000 SPD9999PLM-CALC-END-DATE.
000000     MOVE HV-DATE-CURRENT-X      TO      LNK-PLM-START-DATE.
000000     MOVE WS-PRD-END-DATE        TO      LNK-PLM-END-DATE.
000000     IF LNK-PLM-END-DATE NOT = CST-NO-END-DATE
000000         MOVE WS-PRD-END-DATE    TO      HV-NEW-END-9
000000         COMPUTE HV-ADJ-DAYS-COMP =
000000             FUNCTION INTEGER-OF-DATE(HV-NEW-END-9)
000000         PERFORM SPD9999PLM-GET-BUSDAY-RULE
000000         IF LNK-PLM-RETURN = CST-RTN-OK
000000             PERFORM SPD9999PLM-ADJ-BUS-DAY
000000         END-IF
000000         COMPUTE HV-NEW-END-9 =
000000             FUNCTION DATE-OF-INTEGER(HV-ADJ-DAYS-COMP)
000000         MOVE HV-NEW-END-9       TO      HV-NEW-END-X
000000         MOVE HV-NEW-END-X       TO      LNK-PLM-END-DATE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 営業日調整ルール取得
000000* SPD9999PLM-GET-BUSDAY-RULE SECTION | （COMMON）
000000*                                |      対象: DB_BUSDAY_RULE
000000*                                |      行なしは調整なし（'N'）
000000*/-------------------------------------------------------------/*
000000 SPD9999PLM-GET-BUSDAY-RULE.
000000     MOVE 'N'                    TO      WS-ROLL-RULE.
000000     MOVE LNK-PLM-SAVING-TYPE    TO      BR-SAVING-TYPE.
000000     EXEC SQL
000000         SELECT ROLL_RULE
000000         INTO   :BR-ROLL-RULE
000000         FROM   MYDB.DB_BUSDAY_RULE
000000         WHERE  SAVING_TYPE = :BR-SAVING-TYPE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE BR-ROLL-RULE   TO      WS-ROLL-RULE
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SELECT ROLL_RULE FAILED'
000000                                 TO      LNK-PLM-MESSAGE
000000             MOVE CST-RTN-ERROR  TO      LNK-PLM-RETURN
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 営業日調整（満期日の繰延べ）
000000* SPD9999PLM-ADJ-BUS-DAY SECTION |      （COMMON）
000000*                                |      SPD9999SETの満期日調整と
000000*                                |      同一規則（'F'=翌営業日、
000000*                                |      'M'=月をまたぐ場合は
000000*                                |      前営業日）
000000*/-------------------------------------------------------------/*
000000 SPD9999PLM-ADJ-BUS-DAY.
000000     IF  WS-ROLL-RULE NOT = 'F'
000000     AND WS-ROLL-RULE NOT = 'M'
000000         CONTINUE
000000     ELSE
000000         MOVE HV-ADJ-DAYS-COMP   TO      HV-ADJ-DAYS-ORIG-COMP
000000         COMPUTE HV-ADJ-DATE-9 =
000000             FUNCTION DATE-OF-INTEGER(HV-ADJ-DAYS-COMP)
000000         MOVE HV-ADJ-DATE-9      TO      HV-ADJ-DATE-X
000000         MOVE HV-ADJ-DATE-X(1:6) TO      HV-ADJ-MONTH-ORIG-X
000000         PERFORM SPD9999PLM-CHK-IS-BUSDAY
000000         PERFORM UNTIL WS-NON-BUSDAY = 'N'
000000                 OR    LNK-PLM-RETURN NOT = CST-RTN-OK
000000             ADD 1               TO      HV-ADJ-DAYS-COMP
000000             PERFORM SPD9999PLM-CHK-IS-BUSDAY
000000         END-PERFORM
000000         IF WS-ROLL-RULE = 'M'
000000         AND HV-ADJ-DATE-X(1:6) NOT = HV-ADJ-MONTH-ORIG-X
000000             MOVE HV-ADJ-DAYS-ORIG-COMP
000000                                 TO      HV-ADJ-DAYS-COMP
000000             PERFORM SPD9999PLM-CHK-IS-BUSDAY
000000             PERFORM UNTIL WS-NON-BUSDAY = 'N'
000000                     OR    LNK-PLM-RETURN NOT = CST-RTN-OK
000000                 SUBTRACT 1      FROM    HV-ADJ-DAYS-COMP
000000                 PERFORM SPD9999PLM-CHK-IS-BUSDAY
000000             END-PERFORM
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 営業日判定
000000* SPD9999PLM-CHK-IS-BUSDAY SECTION |    （COMMON）
000000*                                |      土日または
000000*                                |      DB_HOLIDAY_CALENDAR登録日は
000000*                                |      非営業日（'Y'）とする
000000*/-------------------------------------------------------------/*
000000 SPD9999PLM-CHK-IS-BUSDAY.
000000     MOVE 'N'                    TO      WS-NON-BUSDAY.
000000     COMPUTE HV-ADJ-DATE-9 =
000000         FUNCTION DATE-OF-INTEGER(HV-ADJ-DAYS-COMP).
000000     MOVE HV-ADJ-DATE-9          TO      HV-ADJ-DATE-X.
000000*--- INTEGER-OF-DATEの第1日（1601/01/01）は月曜のため、
000000*--- 7で割った剰余0が日曜・6が土曜となる
000000     COMPUTE HV-DOW-COMP =
000000         FUNCTION MOD(HV-ADJ-DAYS-COMP 7).
000000     IF HV-DOW-COMP = 0
000000     OR HV-DOW-COMP = 6
000000         MOVE 'Y'                TO      WS-NON-BUSDAY
000000     ELSE
000000         MOVE HV-ADJ-DATE-X      TO      HC-HOLIDAY-DATE
000000         EXEC SQL
000000             SELECT COUNT(*)
000000             INTO   :HV-HOLIDAY-CNT
000000             FROM   MYDB.DB_HOLIDAY_CALENDAR
000000             WHERE  HOLIDAY_DATE = :HC-HOLIDAY-DATE
000000         END-EXEC
000000         IF SQLCODE NOT = 0
000000             MOVE 'SELECT HOLIDAY COUNT FAILED'
000000                                 TO      LNK-PLM-MESSAGE
000000             MOVE CST-RTN-ERROR  TO      LNK-PLM-RETURN
000000         ELSE
000000             IF HV-HOLIDAY-CNT > 0
000000                 MOVE 'Y'        TO      WS-NON-BUSDAY
000000             END-IF
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 新規預金行の採番・登録
000000* SPD9999PLM-INS-SAVING  SECTION |      （MAIN）
000000*                                |      対象: DB_ACCOUNT_SAVINGS
000000*                                |      -803はリトライ（上限5回）
000000*/-------------------------------------------------------------/*
000000 SPD9999PLM-INS-SAVING.
000000     EXEC SQL
000000         SELECT MAX(ORDER_ID) + 1
000000         INTO   :HV-NEW-ORDER-ID
000000         FROM   MYDB.DB_ACCOUNT_SAVINGS
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SELECT MAX ORDER_ID FAILED'
000000                                 TO      LNK-PLM-MESSAGE
000000         MOVE CST-RTN-ERROR      TO      LNK-PLM-RETURN
000000         MOVE 'Y'                TO      WS-INSERT-DONE
000000     ELSE
000000         MOVE HV-NEW-ORDER-ID    TO      AS-ORDER-ID
000000         MOVE LNK-PLM-ACC-ID     TO      AS-ACC-ID
000000         MOVE LNK-PLM-SAVING-TYPE
000000                                 TO      AS-SAVING-TYPE
000000         MOVE LNK-PLM-START-DATE TO      AS-START-DATE
000000         MOVE LNK-PLM-END-DATE   TO      AS-END-DATE
000000         MOVE LNK-PLM-AMOUNT     TO      AS-MONEY-ROOT
000000         MOVE LNK-PLM-CURRENCY-CODE
000000                                 TO      AS-CURRENCY-CODE
000000         EXEC SQL
000000             INSERT INTO MYDB.DB_ACCOUNT_SAVINGS
000000                 (ORDER_ID, ACC_ID, SAVING_TYPE, START_DATE,
000000                  END_DATE, MONEY_ROOT, INTEREST, MONEY, STATUS,
000000                  RATE_OVERRIDE, CURRENCY_CODE, DORMANT_FLAG)
000000             VALUES
000000                 (:AS-ORDER-ID, :AS-ACC-ID, :AS-SAVING-TYPE,
000000                  :AS-START-DATE, :AS-END-DATE,
000000                  :AS-MONEY-ROOT, 0, 0, :CST-STATUS-1,
000000                  0, :AS-CURRENCY-CODE, 'N')
000000         END-EXEC
000000         EVALUATE SQLCODE
000000             WHEN 0
000000                 MOVE AS-ORDER-ID
000000                                 TO      LNK-PLM-ORDER-ID
000000                 MOVE 'Y'        TO      WS-INSERT-DONE
000000             WHEN -803
000000                 ADD 1           TO      WS-INSERT-RETRY-CNT
000000                 IF WS-INSERT-RETRY-CNT >= 5
000000                     MOVE 'ORDER_ID COLLISION RETRY EXHAUSTED'
000000                                 TO      LNK-PLM-MESSAGE
000000                     MOVE CST-RTN-ERROR
000000                                 TO      LNK-PLM-RETURN
000000                     MOVE 'Y'    TO      WS-INSERT-DONE
000000                 END-IF
000000             WHEN OTHER
000000                 MOVE 'INSERT NEW SAVING FAILED'
000000                                 TO      LNK-PLM-MESSAGE
000000                 MOVE CST-RTN-ERROR
000000                                 TO      LNK-PLM-RETURN
000000                 MOVE 'Y'        TO      WS-INSERT-DONE
000000         END-EVALUATE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 普通残高の引落し
000000* SPD9999PLM-UPD-BAL     SECTION |      （MAIN）
000000*                                |      対象: DB_ACCOUNT_BALANCE
000000*/-------------------------------------------------------------/*
000000 SPD9999PLM-UPD-BAL.
000000     COMPUTE WS-NEW-BALANCE      =
000000             AB-BALANCE          -
000000             LNK-PLM-AMOUNT.
000000     MOVE 'B'                    TO      WS-CHG-TABLE.
000000     MOVE AB-ACC-ID              TO      WS-CHG-ACC-ID.
000000     PERFORM SPD9999PLM-CHG-BEFORE.
000000     IF LNK-PLM-RETURN = CST-RTN-OK
000000         EXEC SQL
000000             UPDATE  MYDB.DB_ACCOUNT_BALANCE
000000             SET     BALANCE = :WS-NEW-BALANCE
000000             WHERE   ACC_ID  = :AB-ACC-ID
000000         END-EXEC
000000         IF SQLCODE NOT = 0
000000             MOVE 'DEBIT ORDINARY BALANCE FAILED'
000000                                 TO      LNK-PLM-MESSAGE
000000             MOVE CST-RTN-ERROR  TO      LNK-PLM-RETURN
000000         ELSE
000000             MOVE WS-NEW-BALANCE TO      LNK-PLM-NEW-BALANCE
000000             PERFORM SPD9999PLM-CHG-AFTER
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更前イメージの保持
000000* SPD9999PLM-CHG-BEFORE  SECTION |      （COMMON）
000000*                                |      SPD9999CHGで更新対象行を保持
000000*/-------------------------------------------------------------/*
000000 SPD9999PLM-CHG-BEFORE.
000000     MOVE 'B'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         MOVE 'CHANGE JOURNAL BEFORE IMAGE FAILED'
000000                                 TO      LNK-PLM-MESSAGE
000000         MOVE CST-RTN-ERROR      TO      LNK-PLM-RETURN
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更後イメージの記録
000000* SPD9999PLM-CHG-AFTER   SECTION |      （COMMON）
000000*                                |      対象: DB_CHANGE_JOURNAL
000000*                                |      （SPD9999CHG経由）
000000*/-------------------------------------------------------------/*
000000 SPD9999PLM-CHG-AFTER.
000000     MOVE 'A'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         MOVE 'CHANGE JOURNAL AFTER IMAGE FAILED'
000000                                 TO      LNK-PLM-MESSAGE
000000         MOVE CST-RTN-ERROR      TO      LNK-PLM-RETURN
000000     END-IF.
000000     INITIALIZE                  WS-CHG-KEYS.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 日数基準の取得
000000* SPD9999PLM-GET-DAY-BASIS SECTION |    （COMMON）
000000*                                |      対象: DB_DAYCOUNT_RULE
000000*                                |      行なしは365
000000*/-------------------------------------------------------------/*
000000 SPD9999PLM-GET-DAY-BASIS.
000000     MOVE CST-DAY-BASIS-DEFAULT  TO      WS-DAY-BASIS.
000000     MOVE LNK-PLM-SAVING-TYPE    TO      DC-SAVING-TYPE.
000000     MOVE LNK-PLM-CURRENCY-CODE  TO      DC-CURRENCY-CODE.
000000     EXEC SQL
000000         SELECT DAY_BASIS
000000         INTO   :DC-DAY-BASIS
000000         FROM   MYDB.DB_DAYCOUNT_RULE
000000         WHERE  SAVING_TYPE   = :DC-SAVING-TYPE
000000         AND    CURRENCY_CODE = :DC-CURRENCY-CODE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             IF DC-DAY-BASIS > 0
000000                 MOVE DC-DAY-BASIS
000000                                 TO      WS-DAY-BASIS
000000             END-IF
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SELECT DAY_BASIS FAILED'
000000                                 TO      LNK-PLM-MESSAGE
000000             MOVE CST-RTN-ERROR  TO      LNK-PLM-RETURN
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 預入履歴の登録
000000* SPD9999PLM-INS-HISTORY SECTION |      （MAIN）
000000*                                |      対象: DB_SAVINGS_HISTORY
000000*                                |      WITHDRAWAL_TYPE='PLACE'。
000000*                                |      NEW_BALANCEは引落し後の
000000*                                |      普通残高（SPD9999REC照合用）
000000*/-------------------------------------------------------------/*
000000 SPD9999PLM-INS-HISTORY.
000000     MOVE LNK-PLM-ORDER-ID       TO      SH-ORDER-ID.
000000     MOVE LNK-PLM-ACC-ID         TO      SH-ACC-ID.
000000     MOVE HV-DATE-CURRENT-X      TO      SH-SETTLE-DATE.
000000     MOVE LNK-PLM-RATE           TO      SH-RATE-APPLIED.
000000     MOVE LNK-PLM-AMOUNT         TO      SH-PRINCIPAL-AMOUNT.
000000     MOVE WS-NEW-BALANCE         TO      SH-NEW-BALANCE.
000000     MOVE CST-WITHDRAW-PLACE     TO      SH-WITHDRAWAL-TYPE.
000000     MOVE WS-DAY-BASIS           TO      SH-DAY-BASIS.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_SAVINGS_HISTORY
000000             (ORDER_ID, ACC_ID, SETTLE_DATE, RATE_APPLIED,
000000              PRINCIPAL_AMOUNT, INTEREST_PAID, TAX_NATIONAL,
000000              TAX_LOCAL, INTEREST_NET, NEW_BALANCE,
000000              WITHDRAWAL_TYPE, DAY_BASIS)
000000         VALUES
000000             (:SH-ORDER-ID, :SH-ACC-ID, :SH-SETTLE-DATE,
000000              :SH-RATE-APPLIED, :SH-PRINCIPAL-AMOUNT,
000000              0, 0, 0, 0,
000000              :SH-NEW-BALANCE, :SH-WITHDRAWAL-TYPE,
000000              :SH-DAY-BASIS)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'INSERT PLACEMENT HISTORY FAILED'
000000                                 TO      LNK-PLM-MESSAGE
000000         MOVE CST-RTN-ERROR      TO      LNK-PLM-RETURN
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 金利キャンペーンの適用
000000* SPD9999PLM-APPLY-CAMPAIGN SECTION |   （MAIN）
000000*                                |      対象: DB_CAMPAIGN
000000*                                |            DB_CAMPAIGN_ORDER
000000*                                |      新規資金として判定する。
000000*                                |      対象外は通常金利のまま
000000*/-------------------------------------------------------------/*
000000 SPD9999PLM-APPLY-CAMPAIGN.
000000     MOVE LNK-PLM-ORDER-ID       TO      WS-CPN-ORDER-ID.
000000     MOVE LNK-PLM-ACC-ID         TO      WS-CPN-ACC-ID.
000000     MOVE LNK-PLM-SAVING-TYPE    TO      WS-CPN-SAVING-TYPE.
000000     MOVE LNK-PLM-CURRENCY-CODE  TO      WS-CPN-CURRENCY-CODE.
000000     MOVE LNK-PLM-AMOUNT         TO      WS-CPN-PRINCIPAL.
000000     MOVE CST-ENROLL-NEW         TO      WS-CPN-ENROLL-TYPE.
000000     MOVE LNK-PLM-START-DATE     TO      WS-CPN-ENROLL-DATE.
000000     MOVE LNK-PLM-END-DATE       TO      WS-CPN-END-DATE.
000000     CALL 'SPD9999CPN' USING WS-PARAM-CPN.
000000     EVALUATE WS-CPN-RETURN
000000         WHEN 0
000000             MOVE WS-CPN-CAMPAIGN-ID TO  LNK-PLM-CAMPAIGN-ID
000000             MOVE WS-CPN-BONUS-RATE  TO  LNK-PLM-BONUS-RATE
000000         WHEN 4
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'CAMPAIGN ENROLMENT FAILED'
000000                                 TO      LNK-PLM-MESSAGE
000000             MOVE CST-RTN-ERROR  TO      LNK-PLM-RETURN
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: マル優の限度額チェック
000000* SPD9999PLM-CHK-MARUYU  SECTION |      （MAIN）
000000*                                |      対象: DB_TAX_INFO
000000*                                |            DB_ACCOUNT_SAVINGS
000000*                                |      超過しても預入は取り消さない
000000*/-------------------------------------------------------------/*
000000 SPD9999PLM-CHK-MARUYU.
000000     MOVE CST-FUNC-MXU-CHECK     TO      WS-MXU-FUNC.
000000     MOVE LNK-PLM-ACC-ID         TO      WS-MXU-ACC-ID.
000000     MOVE LNK-PLM-ORDER-ID       TO      WS-MXU-ORDER-ID.
000000     MOVE LNK-PLM-CURRENCY-CODE  TO      WS-MXU-CURRENCY-CODE.
000000     MOVE LNK-PLM-AMOUNT         TO      WS-MXU-PRINCIPAL.
000000     MOVE CST-RUN-MODE-PLACE     TO      WS-MXU-RUN-MODE.
000000     MOVE HV-DATE-CURRENT-X      TO      WS-MXU-RUN-DATE.
000000     CALL 'SPD9999MXU' USING WS-PARAM-MXU.
000000     EVALUATE WS-MXU-RETURN
000000         WHEN 0
000000             CONTINUE
000000         WHEN 4
000000             MOVE 'Y'            TO      LNK-PLM-LIMIT-EXCEEDED
000000         WHEN OTHER
000000             MOVE 'MARUYU LIMIT CHECK FAILED'
000000                                 TO      LNK-PLM-MESSAGE
000000             MOVE CST-RTN-ERROR  TO      LNK-PLM-RETURN
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 積立スケジュールの登録
000000* SPD9999PLM-INS-CONTRIB SECTION |      （MAIN）
000000*                                |      対象: DB_CONTRIB_SCHEDULE
000000*                                |      初回預入額は当日分として
000000*                                |      当月の積立済みとする
000000*/-------------------------------------------------------------/*
000000 SPD9999PLM-INS-CONTRIB.
000000     MOVE LNK-PLM-ORDER-ID       TO      CS-ORDER-ID.
000000     MOVE LNK-PLM-ACC-ID         TO      CS-ACC-ID.
000000     MOVE LNK-PLM-CONTRIB-AMOUNT TO      CS-CONTRIB-AMOUNT.
000000     MOVE LNK-PLM-CONTRIB-DAY    TO      CS-CONTRIB-DAY.
000000     MOVE LNK-PLM-END-DATE       TO      CS-END-DATE.
000000     MOVE CST-SCHED-ACTIVE       TO      CS-STATUS.
000000     MOVE 0                      TO      CS-RETRY-COUNT.
000000     MOVE HV-DATE-CURRENT-X      TO      CS-LAST-COLLECT-DATE.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_CONTRIB_SCHEDULE
000000             (ORDER_ID, ACC_ID, CONTRIB_AMOUNT, CONTRIB_DAY,
000000              END_DATE, STATUS, RETRY_COUNT, LAST_COLLECT_DATE)
000000         VALUES
000000             (:CS-ORDER-ID, :CS-ACC-ID, :CS-CONTRIB-AMOUNT,
000000              :CS-CONTRIB-DAY, :CS-END-DATE, :CS-STATUS,
000000              :CS-RETRY-COUNT, :CS-LAST-COLLECT-DATE)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'INSERT CONTRIB SCHEDULE FAILED'
000000                                 TO      LNK-PLM-MESSAGE
000000         MOVE CST-RTN-ERROR      TO      LNK-PLM-RETURN
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999PLM.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
