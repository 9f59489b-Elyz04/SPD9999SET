000000*--- NEW_BALANCE    : 決済後残高
000000*--- WITHDRAWAL_TYPE: 'MATURITY'=満期決済 'EARLY'=早期解約
000000*---                  'RENEWAL'=自動継続 'PARTIAL'=一部払出
000000*---                  'INTPAY'=定期預金の中間利払（元金0）
000000*---                  'XFERRTN'=他行振込の返却による再入金
000000*---                  （SPD9999ZRT。元金欄に返却額、利息0）
000000*---                  'VOUCHER'=承認済み手作業訂正伝票の記帳
000000*---                  （SPD9999VCH。金額は伝票どおり符号付き）
000000*---                  'FEE'=サービス手数料の口座引落（SPD9999FEE。
000000*---                  ORDER_IDは0、元金欄に手数料＋消費税）
000000*--- DAY_BASIS      : 利息計算に使用した年日数基準（365/360等。
000000*---                  利息計算を伴わない行は0）
000000*---------------------------------------------------------------*
000000*--- CONTROL_KEY   : 制御キー (例: 'SPD9999SET')
000000*--- COMMIT_LIMIT   : コミット間隔（処理件数）
000000*--- AS_OF_DATE     : プレビュー処理を仮に実行する基準日
000000*---                  (YYYYMMDD)。0は通常運用（業務日付を使用）
000000*--- STOP_FLAG      : 'Y'で停止要求。SPD9999SETはコミット境界
000000*---                  ごとに再読込し、'Y'なら処理済み分を確定
000000*---                  して復帰コード2で正常終了する。運用側は
000000*--- 通貨コード別の基準通貨換算レートテーブル
000000*--- CURRENCY_CODE : 通貨コード (主キー)
000000*--- RATE_TO_BASE  : 基準通貨（JPY）への換算レート
000000*---                 （評価替え・通知の換算に使う仲値。顧客との
000000*---                 換算は日付別のDB_FX_CUST_RATEを使用）
000000*---------------------------------------------------------------*
000000 01 DCLDB-EXCHANGE-RATE.
000000    03 ER-CURRENCY-CODE          PIC X(03).
000000           ROWS_FETCHED          INTEGER         NOT NULL,
000000           ROWS_SETTLED          INTEGER         NOT NULL,
000000           ROWS_REJECTED         INTEGER         NOT NULL,
000000           COMMITS_TAKEN         INTEGER         NOT NULL,
000000           USER_ID               CHAR(8)         NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- ROWS_SETTLED    : 当該CALLで決済・解約・払出した件数
000000*--- ROWS_REJECTED   : 当該CALLで例外振分けした件数
000000*--- COMMITS_TAKEN   : 当該CALLで発行したCOMMIT回数
000000*--- USER_ID         : オンライン取引のCICSサインオンユーザID
000000*---                   （WITH DEFAULT。バッチは列を指定せず空白）
000000*--- ※オンライン取引はPARM_DATAへ入力コマンドを記録する。
000000*---   RUN_MODE='X'はSPD9999AUTが記録した権限外の操作
000000*---------------------------------------------------------------*
000000 01 DCLDB-RUN-AUDIT.
000000    03 RA-PARM-DATA              PIC X(52).
000000    03 RA-ROWS-SETTLED           PIC S9(9)       USAGE COMP.
000000    03 RA-ROWS-REJECTED          PIC S9(9)       USAGE COMP.
000000    03 RA-COMMITS-TAKEN          PIC S9(9)       USAGE COMP.
000000    03 RA-USER-ID                PIC X(08).
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12
000000*--- DCLGEN TABLE(MYDB.DB_RENEWAL_INSTRUCTION)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---        ACTION(REPLACE)
000000         DECLARE MYDB.DB_TAX_INFO TABLE
000000         (
000000           ACC_ID                INTEGER         NOT NULL,
000000           TAX_CATEGORY          CHAR(1)         NOT NULL,
000000           EXEMPT_LIMIT          DECIMAL(15, 2)  NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*---                '1' = 一般（源泉徴収あり）
000000*---                '2' = マル優等の非課税扱い
000000*---                '3' = 法人（地方税なし等、税率表に従う）
000000*--- EXEMPT_LIMIT : マル優の届出限度額（円。全預金の元金合計）
000000*---                WITH DEFAULT 3500000（法定の上限額）。
000000*---                税区分'2'のみ有効。超過元金の利息は
000000*---                税区分'1'の税率で課税（SPD9999MXU）
000000*---------------------------------------------------------------*
000000 01 DCLDB-TAX-INFO.
000000    03 TX-ACC-ID                 PIC S9(9)       USAGE COMP.
000000    03 TX-TAX-CATEGORY           PIC X(01).
000000    03 TX-EXEMPT-LIMIT           PIC S9(13)V9(2) USAGE COMP-3.
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_TAX_RATE)
000000*---        LIBRARY(XXXXXXXXXX)
000000    03 TR-LOCAL-RATE             PIC S9(1)V9(4)  USAGE COMP-3.
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_CUSTOMER_MASTER)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---        ACTION(REPLACE)
000000*---        LANGUAGE(COBOL)
000000           ADDRESS_1             CHAR(40)        NOT NULL,
000000           ADDRESS_2             CHAR(40)        NOT NULL,
000000           DELIVERY_PREF         CHAR(1)         NOT NULL,
000000           SUPPRESS_FLAG         CHAR(1)         NOT NULL,
000000           BIRTH_DATE            CHAR(8)         NOT NULL,
000000           TAX_RES_COUNTRY       CHAR(2)         NOT NULL,
000000           TAX_ID                CHAR(20)        NOT NULL,
000000           SELF_CERT_STATUS      CHAR(1)         NOT NULL,
000000           SELF_CERT_EXPIRY      CHAR(8)         NOT NULL,
000000           FEE_CATEGORY          CHAR(2)         NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- SUPPRESS_FLAG : 送付停止フラグ 'Y'=停止（宛所不明返戻・
000000*---                 顧客申出等）。停止中は印刷ストリームへ
000000*---                 出力しない
000000*--- BIRTH_DATE    : 生年月日 (YYYYMMDD)。未登録は'00000000'
000000*---                 （WITH DEFAULT '00000000'）。死亡届の照合
000000*---                 （SPD9999DTH）に使用する
000000*--- TAX_RES_COUNTRY : 税務上の居住地国 (ISO 3166 英字2桁。WITH
000000*---                 DEFAULT 'JP')。'JP'以外はCRS/FATCAの報告
000000*---                 対象（'US'はFATCA）。SPD9999CRSで使用する
000000*--- TAX_ID        : 居住地国の納税者番号（TIN）。未取得はSPACES
000000*--- SELF_CERT_STATUS : 居住地国の自己宣誓書 'Y'=受領済
000000*---                 'N'=未受領（WITH DEFAULT 'N'）
000000*--- SELF_CERT_EXPIRY : 自己宣誓書の有効期限 (YYYYMMDD)。
000000*---                 '99999999'=期限なし '00000000'=未受領
000000*--- FEE_CATEGORY  : 手数料区分（DB_FEE_SCHEDULE.CUST_CATEGORY）
000000*---                 '00'=標準（WITH DEFAULT '00'）
000000*---------------------------------------------------------------*
000000 01 DCLDB-CUSTOMER-MASTER.
000000    03 CM-ACC-ID                 PIC S9(9)       USAGE COMP.
000000    03 CM-ADDRESS-2              PIC X(40).
000000    03 CM-DELIVERY-PREF          PIC X(01).
000000    03 CM-SUPPRESS-FLAG          PIC X(01).
000000    03 CM-BIRTH-DATE             PIC X(08).
000000    03 CM-TAX-RES-COUNTRY        PIC X(02).
000000    03 CM-TAX-ID                 PIC X(20).
000000    03 CM-SELF-CERT-STATUS       PIC X(01).
000000    03 CM-SELF-CERT-EXPIRY       PIC X(08).
000000    03 CM-FEE-CATEGORY           PIC X(02).
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_ACCOUNT_HOLD)
000000*---        LIBRARY(XXXXXXXXXX)
000000*--- START_DATE : 停止開始日 (YYYYMMDD)
000000*--- END_DATE   : 停止終了日。期限未定は '99999999' を設定
000000*--- AUTHORITY  : 停止を指示した機関・部署
000000*---              死亡届の照合確定でSPD9999DTHが登録する
000000*---              'ESTATE'は開始日＝死亡日、AUTHORITY＝
000000*---              'DEATH NOTICE BRANCH'／'DEATH NOTICE EXTERNAL'
000000*---------------------------------------------------------------*
000000 01 DCLDB-ACCOUNT-HOLD.
000000    03 HD-ACC-ID                 PIC S9(9)       USAGE COMP.
000000           CURRENCY_CODE         CHAR(3)         NOT NULL,
000000           LAST_REVAL_DATE       CHAR(8)         NOT NULL,
000000           BASE_VALUE            DECIMAL(15, 2)  NOT NULL,
000000           LAST_RATE             DECIMAL(9, 6)   NOT NULL,
000000           CONV_POSITION         DECIMAL(15, 2)  NOT NULL,
000000           CONV_BASE_VALUE       DECIMAL(15, 2)  NOT NULL,
000000           CONV_REVAL_DATE       CHAR(8)         NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*---                   未実現損益は現地通貨残高×（当回レート−
000000*---                   LAST_RATE）で算出し、入出金による残高
000000*---                   変動と区別する
000000*--- CONV_POSITION   : 換算入金（DB_FX_CONVERSION）で生じた当行の
000000*---                   為替持高（現地通貨額。顧客からの外貨買い
000000*---                   をプラス、顧客への外貨売りをマイナス）
000000*--- CONV_BASE_VALUE : CONV_POSITIONの最終評価替え時点の基準通貨
000000*---                   換算額
000000*--- CONV_REVAL_DATE : 持高へ取り込み済みの換算の最終日。初期値
000000*---                   '00000000'。これより後のCONV_DATEの換算を
000000*---                   次回のSPD9999FXRで持高へ加算する
000000*---------------------------------------------------------------*
000000 01 DCLDB-FX-POSITION.
000000    03 FX-CURRENCY-CODE          PIC X(03).
000000    03 FX-LAST-REVAL-DATE        PIC X(08).
000000    03 FX-BASE-VALUE             PIC S9(13)V9(2) USAGE COMP-3.
000000    03 FX-LAST-RATE              PIC S9(3)V9(6)  USAGE COMP-3.
000000    03 FX-CONV-POSITION          PIC S9(13)V9(2) USAGE COMP-3.
000000    03 FX-CONV-BASE-VALUE        PIC S9(13)V9(2) USAGE COMP-3.
000000    03 FX-CONV-REVAL-DATE        PIC X(08).
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_CUST_INSTRUCTION)
000000*---        LIBRARY(XXXXXXXXXX)
000000*--- AMOUNT         : 一部払出額（INSTR_TYPE='6'のみ。他は0）
000000*--- CAPTURED_BY    : 受付者（店番・担当者コード等）
000000*--- STATUS         : 'P'=未実行 'X'=実行済み 'F'=失敗
000000*---                  'D'=死亡届による停止（SPD9999DTHが未実行
000000*---                  'P'から変更。相続手続で処理する）
000000*--- FAIL_REASON    : 失敗理由（STATUS='F'のみ設定。'D'は
000000*---                  停止理由）
000000*---------------------------------------------------------------*
000000 01 DCLDB-CUST-INSTRUCTION.
000000    03 CI-INSTR-ID               PIC S9(9)       USAGE COMP.
000000         (
000000           ACC_ID                INTEGER         NOT NULL,
000000           RUN_MODE              CHAR(1)         NOT NULL,
000000           SCHED_DAY             DECIMAL(2, 0)   NOT NULL,
000000           STATUS                CHAR(1)         NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- ACC_ID    : アカウントID
000000*--- RUN_MODE  : SPD9999SETの処理モード（'1'プレビュー等）
000000*--- SCHED_DAY : 実行日。0=毎日、1〜31=毎月その日のみ
000000*--- STATUS    : 'A'=有効（WITH DEFAULT 'A'）
000000*---             'D'=死亡届による停止（SPD9999DTH）。
000000*---             SPD9999GENは'A'のみINPUTを生成する
000000*---------------------------------------------------------------*
000000 01 DCLDB-STANDING-SCHEDULE.
000000    03 SS-ACC-ID                 PIC S9(9)       USAGE COMP.
000000    03 SS-RUN-MODE               PIC X(01).
000000    03 SS-SCHED-DAY              PIC S9(02)      USAGE COMP-3.
000000    03 SS-STATUS                 PIC X(01).
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_EXCEPTION_LOG)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---                 E2xx = 業務チェック（最低残高・上限・
000000*---                        支払停止・レート未整備）
000000*---                 E3xx = 個別処理の前提不成立
000000*---                 E90x = 送付物の返戻・電子交付不達
000000*---                        （SPD9999RTM）
000000*---                 E91x = 他行振込の返却（SPD9999ZRT）
000000*---                 E92x = 手作業訂正伝票の記帳不能（SPD9999VCH）
000000*---                 E93x = 支払先スクリーニングの該当・謝絶
000000*---                        （SPD9999SNC・SPD9999ONS）
000000*---                 E94x = 死亡届の照合保留・死亡日以後の
000000*---                        払出（回収要）（SPD9999DTH）
000000*---                 E95x = マル優の限度額超過（SPD9999MXU・
000000*---                        SPD9999MXR）
000000*---                 E96x = GLとサブレジャーの残高差異
000000*---                        （SPD9999GLR）
000000*---                 E97x = 自動スイープの契約不備・受付不可
000000*---                        （SPD9999SWP）
000000*---                 E98x = 決済利息の翌朝再計算の差異
000000*---                        （SPD9999RCV）
000000*---                 E999 = 理由コード未設定（要調査）
000000*--- RUN_DATE      : 発生日 (YYYYMMDD)
000000*--- DETAIL        : 発生箇所の詳細メッセージ
000000           BRANCH_CODE           CHAR(3)         NOT NULL,
000000           EXT_ACC_TYPE          CHAR(1)         NOT NULL,
000000           EXT_ACC_NO            CHAR(7)         NOT NULL,
000000           EXT_ACC_NAME          CHAR(30)        NOT NULL,
000000           CONVERT_CCY           CHAR(3)         NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- EXT_ACC_TYPE  : 預金種目 '1'=普通 '2'=当座（'E'のみ）
000000*--- EXT_ACC_NO    : 口座番号（'E'のみ）
000000*--- EXT_ACC_NAME  : 受取人名（半角カナ。'E'のみ）
000000*--- CONVERT_CCY   : 換算入金の通貨コード（'I'のみ有効）
000000*---                 SPACESまたは預金と同一通貨は換算なし。
000000*---                 預金通貨と異なる場合はSPD9999FXCで
000000*---                 DB_FX_CUST_RATEのTTB（外貨→円）・
000000*---                 TTS（円→外貨）により換算し、
000000*---                 TARGET_ACC_IDの当該通貨の残高へ入金する
000000*---                 （換算明細はDB_FX_CONVERSIONへ記録）
000000*---------------------------------------------------------------*
000000 01 DCLDB-PAYOUT-INSTRUCTION.
000000    03 PI-ORDER-ID               PIC S9(9)       USAGE COMP.
000000    03 PI-EXT-ACC-TYPE           PIC X(01).
000000    03 PI-EXT-ACC-NO             PIC X(07).
000000    03 PI-EXT-ACC-NAME           PIC X(30).
000000    03 PI-CONVERT-CCY            PIC X(03).
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_TRANSFER_QUEUE)
000000*---        LIBRARY(XXXXXXXXXX)
000000*--- SPD9999SETが外部振込先（TARGET_TYPE='E'）の決済時に未送信
000000*--- （STATUS='P'）で登録し、SPD9999ZTRが日末に全銀フォーマット
000000*--- ファイルへ編集して'S'（送信済み）へ、伝送確認後に'C'
000000*--- （確認済み）へ進める。仕向銀行から振込不能で返却された
000000*--- 行はSPD9999ZRTが'R'（返却）へ更新し、払出元へ再入金する。
000000*--- 送信前にSPD9999SNCが支払先名義を制裁・監視リストと照合し、
000000*--- 該当候補は'H'（保留）とする（DB_PAYEE_SCREEN）
000000*--- TRANSFER_ID  : 振込ID (主キー。MAX+1採番)
000000*--- ORDER_ID     : 元となった注文ID
000000*--- ACC_ID       : 払出元のアカウントID
000000*--- AMOUNT       : 振込金額（現地通貨額）
000000*--- CURRENCY_CODE: 通貨コード
000000*--- STATUS       : 'P'=未送信 'S'=送信済み 'C'=伝送確認済み
000000*---                'R'=振込不能で返却（再入金済み）
000000*---                'H'=スクリーニング該当候補で保留（送信不可）
000000*---                'J'=コンプライアンス判断で謝絶（資金凍結）
000000*--- SENT_DATE    : 送信日。未送信は'00000000'
000000*---------------------------------------------------------------*
000000 01 DCLDB-TRANSFER-QUEUE.
000000*--- 資金移動を伴う危険操作のメーカー・チェッカー承認テーブル
000000*--- 入力者がSPD9999ONAで申請し、別の承認者が承認した行のみが
000000*--- 実行時に有効。実行側（SPD9999SETの取消モード'7'・
000000*--- SPD9999ADJの遡及訂正・SPD9999VCHの訂正伝票記帳）は使用時に
000000*--- STATUS='U'へ消し込む
000000*--- APPROVAL_ID   : 承認ID (主キー。MAX+1採番)
000000*--- APPROVAL_TYPE : 'R'=決済取消（ORDER_ID単位）
000000*---                 'A'=利率遡及訂正（SAVING_TYPE×期間単位）
000000*---                 'V'=手作業訂正伝票（SPD9999ONVが伝票の
000000*---                     提出時に登録。SPD9999ONAでは申請不可）
000000*--- ORDER_ID      : 取消・訂正対象の注文ID（'R'／'V'。'A'は0）
000000*--- SAVING_TYPE   : 訂正対象の預金タイプ（'A'のみ）
000000*--- DATE_FROM     : 訂正期間開始日（'A'のみ）
000000*--- DATE_TO       : 訂正期間終了日（'A'のみ）
000000*--- ENTERED_BY    : 申請者のCICSサインオンユーザID
000000*--- APPROVED_BY   : 承認者のCICSサインオンユーザID（申請者と同一は不可）
000000*--- STATUS        : 'P'=承認待ち 'A'=承認済み 'U'=使用済み
000000*---                 'X'=却下
000000*--- ENTRY_TS      : 申請時刻
000000*--- CALC_DAYS       : レグの付利日数
000000*--- RATE_SOURCE     : 利率の出所 'T'=利率テーブル
000000*---                   'O'=RATE_OVERRIDE 'P'=ペナルティ調整後
000000*---                   'B'=金利キャンペーン上乗せ分
000000*---                   'C'=中間利払済利息の戻入れ（早期解約）
000000*---                   'V'=手作業訂正伝票の利息（SPD9999VCH。
000000*---                       利率・日数は0）
000000*--- RATE_APPLIED    : レグの適用利率
000000*--- TIER_MIN_AMOUNT : 適用階層の下限（'T'のみ。他は0）
000000*--- TIER_MAX_AMOUNT : 適用階層の上限（'T'のみ。他は0）
000000*---                     なるよう28以下を推奨）
000000*--- END_DATE          : 積立終了日 (YYYYMMDD)
000000*--- STATUS            : 'A'=積立中 'S'=停止（リトライ超過）
000000*---                     'C'=満了 'D'=死亡届による停止
000000*---                     （SPD9999DTH）
000000*--- RETRY_COUNT       : 連続残高不足回数。成功時に0へ戻る
000000*--- LAST_COLLECT_DATE : 最終積立日。未積立は'00000000'
000000*---------------------------------------------------------------*
000000*--- REQUEST_ID   : 依頼ID (主キー。MAX+1採番)
000000*--- ACC_ID       : 対象のアカウントID
000000*--- AS_OF_DATE   : 証明基準日 (YYYYMMDD)
000000*--- REQUESTED_BY : 依頼者（SPD9999ONCはCICSサインオンのユーザID。
000000*---                一括依頼ファイル分は店番・担当者コード等）
000000*--- STATUS       : 'P'=未発行 'X'=発行済み
000000*---------------------------------------------------------------*
000000 01 DCLDB-CERT-REQUEST.
000000    03 ST-BASE-AMOUNT            PIC S9(13)V9(2) USAGE COMP-3.
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_PRODUCT)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---        ACTION(REPLACE)
000000*---        LANGUAGE(COBOL)
000000*---        QUOTE
000000*---        DBCSDELIM(NO)
000000*--- ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
000000*---------------------------------------------------------------*
000000     EXEC SQL
000000         DECLARE MYDB.DB_PRODUCT TABLE
000000         (
000000           SAVING_TYPE           CHAR(10)        NOT NULL,
000000           PRODUCT_NAME          CHAR(30)        NOT NULL,
000000           PRODUCT_CLASS         CHAR(1)         NOT NULL,
000000           TERM_UNIT             CHAR(1)         NOT NULL,
000000           TERM_VALUE            DECIMAL(4, 0)   NOT NULL,
000000           CCY_LIST              CHAR(30)        NOT NULL,
000000           MIN_AMOUNT            DECIMAL(15, 2)  NOT NULL,
000000           MAX_AMOUNT            DECIMAL(15, 2)  NOT NULL,
000000           SALE_START_DATE       CHAR(8)         NOT NULL,
000000           SALE_END_DATE         CHAR(8)         NOT NULL,
000000           EARLY_FLAG            CHAR(1)         NOT NULL,
000000           PARTIAL_FLAG          CHAR(1)         NOT NULL,
000000           RENEW_FLAG            CHAR(1)         NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- COBOL DECLARATION FOR TABLE MYDB.DB_PRODUCT
000000*--- 預金商品マスタ
000000*--- 預金タイプ（SAVING_TYPE）ごとの期間・商品区分・取扱通貨・
000000*--- 預入限度・販売期間・解約／一部払出／継続の可否を保持する。
000000*--- 各プログラムは商品の振る舞いをこの表から取得し、行の無い
000000*--- SAVING_TYPEの注文は例外として扱う（SPD9999PRD参照）
000000*--- SAVING_TYPE     : 預金タイプ（主キー）
000000*--- PRODUCT_NAME    : 商品名（帳票・画面表示用）
000000*--- PRODUCT_CLASS   : 商品区分 'F'=定期 'N'=期日なし（NON-TERM）
000000*---                   'I'=積立定期
000000*--- TERM_UNIT       : 期間単位 'D'=日 'M'=月 'N'=期間なし
000000*--- TERM_VALUE      : 期間（TERM_UNIT単位。'N'は0）
000000*--- CCY_LIST        : 取扱通貨（3桁×最大10通貨を詰めて格納）
000000*---                   SPACESは全通貨可
000000*--- MIN_AMOUNT      : 最低預入額
000000*--- MAX_AMOUNT      : 最高預入額（0は上限なし）
000000*--- SALE_START_DATE : 販売開始日 (YYYYMMDD)
000000*--- SALE_END_DATE   : 販売終了日 (YYYYMMDD)。'99999999'は終了なし
000000*--- EARLY_FLAG      : 中途解約可否 'Y'/'N'
000000*--- PARTIAL_FLAG    : 一部払出可否 'Y'/'N'
000000*--- RENEW_FLAG      : 自動継続可否 'Y'/'N'
000000*---------------------------------------------------------------*
000000 01 DCLDB-PRODUCT.
000000    03 PD-SAVING-TYPE            PIC X(10).
000000    03 PD-PRODUCT-NAME           PIC X(30).
000000    03 PD-PRODUCT-CLASS          PIC X(01).
000000    03 PD-TERM-UNIT              PIC X(01).
000000    03 PD-TERM-VALUE             PIC S9(04)      USAGE COMP-3.
000000    03 PD-CCY-LIST               PIC X(30).
000000    03 PD-MIN-AMOUNT             PIC S9(13)V9(2) USAGE COMP-3.
000000    03 PD-MAX-AMOUNT             PIC S9(13)V9(2) USAGE COMP-3.
000000    03 PD-SALE-START-DATE        PIC X(08).
000000    03 PD-SALE-END-DATE          PIC X(08).
000000    03 PD-EARLY-FLAG             PIC X(01).
000000    03 PD-PARTIAL-FLAG           PIC X(01).
000000    03 PD-RENEW-FLAG             PIC X(01).
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_CAMPAIGN)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---        ACTION(REPLACE)
000000*---        LANGUAGE(COBOL)
000000*---        QUOTE
000000*---        DBCSDELIM(NO)
000000*--- ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
000000*---------------------------------------------------------------*
000000     EXEC SQL
000000         DECLARE MYDB.DB_CAMPAIGN TABLE
000000         (
000000           CAMPAIGN_ID           CHAR(10)        NOT NULL,
000000           CAMPAIGN_NAME         CHAR(30)        NOT NULL,
000000           SALE_START_DATE       CHAR(8)         NOT NULL,
000000           SALE_END_DATE         CHAR(8)         NOT NULL,
000000           PRODUCT_LIST          CHAR(50)        NOT NULL,
000000           CCY_LIST              CHAR(30)        NOT NULL,
000000           BONUS_BP              INTEGER         NOT NULL,
000000           BUDGET_AMOUNT         DECIMAL(15, 2)  NOT NULL,
000000           BUDGET_USED           DECIMAL(15, 2)  NOT NULL,
000000           ELIGIBLE_RULE         CHAR(1)         NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- COBOL DECLARATION FOR TABLE MYDB.DB_CAMPAIGN
000000*--- 金利キャンペーンマスタ
000000*--- 販売期間・対象商品・対象通貨・上乗せ幅（ベーシスポイント）・
000000*--- 元金予算・適用条件を保持する。適用した注文はDB_CAMPAIGN_ORDER
000000*--- へ記録し、上乗せ利率は満期まで固定する（SPD9999CPN参照）
000000*--- CAMPAIGN_ID     : キャンペーンID（主キー）
000000*--- CAMPAIGN_NAME   : キャンペーン名（帳票表示用）
000000*--- SALE_START_DATE : 対象期間開始日 (YYYYMMDD)
000000*--- SALE_END_DATE   : 対象期間終了日 (YYYYMMDD)
000000*--- PRODUCT_LIST    : 対象SAVING_TYPE（10桁×最大5商品を詰めて
000000*---                   格納）。SPACESは期日指定・積立の全商品
000000*--- CCY_LIST        : 対象通貨（3桁×最大10通貨）。SPACESは全通貨
000000*--- BONUS_BP        : 上乗せ幅（ベーシスポイント。10=0.10%）
000000*--- BUDGET_AMOUNT   : 元金予算（基準通貨換算）
000000*--- BUDGET_USED     : 予算消化額（基準通貨換算。SPD9999CPNが
000000*---                   適用時に加算）
000000*--- ELIGIBLE_RULE   : 適用条件 'N'=新規資金のみ 'R'=継続のみ
000000*---                   'A'=新規・継続とも
000000*---------------------------------------------------------------*
000000 01 DCLDB-CAMPAIGN.
000000    03 CP-CAMPAIGN-ID            PIC X(10).
000000    03 CP-CAMPAIGN-NAME          PIC X(30).
000000    03 CP-SALE-START-DATE        PIC X(08).
000000    03 CP-SALE-END-DATE          PIC X(08).
000000    03 CP-PRODUCT-LIST           PIC X(50).
000000    03 CP-CCY-LIST               PIC X(30).
000000    03 CP-BONUS-BP               PIC S9(9)       USAGE COMP.
000000    03 CP-BUDGET-AMOUNT          PIC S9(13)V9(2) USAGE COMP-3.
000000    03 CP-BUDGET-USED            PIC S9(13)V9(2) USAGE COMP-3.
000000    03 CP-ELIGIBLE-RULE          PIC X(01).
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_CAMPAIGN_ORDER)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---        ACTION(REPLACE)
000000*---        LANGUAGE(COBOL)
000000*---        QUOTE
000000*---        DBCSDELIM(NO)
000000*--- ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
000000*---------------------------------------------------------------*
000000     EXEC SQL
000000         DECLARE MYDB.DB_CAMPAIGN_ORDER TABLE
000000         (
000000           ORDER_ID              INTEGER         NOT NULL,
000000           ACC_ID                INTEGER         NOT NULL,
000000           CAMPAIGN_ID           CHAR(10)        NOT NULL,
000000           SAVING_TYPE           CHAR(10)        NOT NULL,
000000           CURRENCY_CODE         CHAR(3)         NOT NULL,
000000           PRINCIPAL             DECIMAL(15, 2)  NOT NULL,
000000           PRINCIPAL_BASE        DECIMAL(15, 2)  NOT NULL,
000000           BONUS_RATE            DECIMAL(5, 4)   NOT NULL,
000000           ENROLL_DATE           CHAR(8)         NOT NULL,
000000           END_DATE              CHAR(8)         NOT NULL,
000000           ENROLL_TYPE           CHAR(1)         NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- COBOL DECLARATION FOR TABLE MYDB.DB_CAMPAIGN_ORDER
000000*--- 金利キャンペーン適用注文
000000*--- 預入・継続時にキャンペーンを適用した注文ごとに1行。利息計算
000000*--- （SPD9999SET・SPD9999ACR・SPD9999PMN等）はORDER_IDでこの表を
000000*--- 参照し、BONUS_RATEを満期まで上乗せする
000000*--- ORDER_ID       : 注文ID（主キー）
000000*--- ACC_ID         : 口座ID
000000*--- CAMPAIGN_ID    : キャンペーンID
000000*--- SAVING_TYPE    : 預金タイプ
000000*--- CURRENCY_CODE  : 通貨コード
000000*--- PRINCIPAL      : 適用元金（預金通貨）
000000*--- PRINCIPAL_BASE : 適用元金（基準通貨換算。予算消化額）
000000*--- BONUS_RATE     : 上乗せ利率（年利。BONUS_BP/10000）
000000*--- ENROLL_DATE    : 適用日（預入日・継続日） (YYYYMMDD)
000000*--- END_DATE       : 満期日（上乗せの適用終了） (YYYYMMDD)
000000*--- ENROLL_TYPE    : 適用区分 'N'=新規預入 'R'=満期継続
000000*---------------------------------------------------------------*
000000 01 DCLDB-CAMPAIGN-ORDER.
000000    03 CO-ORDER-ID               PIC S9(9)       USAGE COMP.
000000    03 CO-ACC-ID                 PIC S9(9)       USAGE COMP.
000000    03 CO-CAMPAIGN-ID            PIC X(10).
000000    03 CO-SAVING-TYPE            PIC X(10).
000000    03 CO-CURRENCY-CODE          PIC X(03).
000000    03 CO-PRINCIPAL              PIC S9(13)V9(2) USAGE COMP-3.
000000    03 CO-PRINCIPAL-BASE         PIC S9(13)V9(2) USAGE COMP-3.
000000    03 CO-BONUS-RATE             PIC S9(1)V9(4)  USAGE COMP-3.
000000    03 CO-ENROLL-DATE            PIC X(08).
000000    03 CO-END-DATE               PIC X(08).
000000    03 CO-ENROLL-TYPE            PIC X(01).
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_INT_PAYOUT_ELECTION)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---        ACTION(REPLACE)
000000*---        LANGUAGE(COBOL)
000000*---        QUOTE
000000*---        DBCSDELIM(NO)
000000*--- ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
000000*---------------------------------------------------------------*
000000     EXEC SQL
000000         DECLARE MYDB.DB_INT_PAYOUT_ELECTION TABLE
000000         (
000000           ORDER_ID              INTEGER         NOT NULL,
000000           ACC_ID                INTEGER         NOT NULL,
000000           PAYOUT_FREQ           CHAR(1)         NOT NULL,
000000           NEXT_PAYOUT_DATE      CHAR(8)         NOT NULL,
000000           ELECT_DATE            CHAR(8)         NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- COBOL DECLARATION FOR TABLE MYDB.DB_INT_PAYOUT_ELECTION
000000*--- 定期預金の中間利払指定
000000*--- 利息を満期一括でなく毎月・四半期ごとに普通口座（または
000000*--- DB_PAYOUT_INSTRUCTIONの振込先）へ支払う注文ごとに1行。
000000*--- SPD9999ONMの'INT'コマンドで登録・変更・取消し、SPD9999IPOが
000000*--- NEXT_PAYOUT_DATE到来分を支払って次回日付を進める
000000*--- ORDER_ID         : 注文ID（主キー）
000000*--- ACC_ID           : 口座ID
000000*--- PAYOUT_FREQ      : 利払周期 'M'=毎月 'Q'=四半期
000000*--- NEXT_PAYOUT_DATE : 次回利払日 (YYYYMMDD)
000000*---                    預入日から周期月数ごとの応当日（月末調整）。
000000*---                    満期日以降となる場合は'99999999'
000000*---                    （以後の利息は満期決済で支払う）
000000*--- ELECT_DATE       : 指定日（登録・変更日） (YYYYMMDD)
000000*---------------------------------------------------------------*
000000 01 DCLDB-INT-PAYOUT-ELECTION.
000000    03 IE-ORDER-ID               PIC S9(9)       USAGE COMP.
000000    03 IE-ACC-ID                 PIC S9(9)       USAGE COMP.
000000    03 IE-PAYOUT-FREQ            PIC X(01).
000000    03 IE-NEXT-PAYOUT-DATE       PIC X(08).
000000    03 IE-ELECT-DATE             PIC X(08).
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_CUSTOMER_ADDR_HIST)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---        ACTION(REPLACE)
000000*---        LANGUAGE(COBOL)
000000*---        QUOTE
000000*---        DBCSDELIM(NO)
000000*--- ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
000000*---------------------------------------------------------------*
000000     EXEC SQL
000000         DECLARE MYDB.DB_CUSTOMER_ADDR_HIST TABLE
000000         (
000000           ACC_ID                INTEGER         NOT NULL,
000000           CHANGE_SEQ            INTEGER         NOT NULL,
000000           EFFECTIVE_DATE        CHAR(8)         NOT NULL,
000000           CHANGE_TYPE           CHAR(1)         NOT NULL,
000000           CHANGE_FIELD          CHAR(3)         NOT NULL,
000000           CUST_NAME             CHAR(40)        NOT NULL,
000000           HONORIFIC             CHAR(10)        NOT NULL,
000000           POSTAL_CODE           CHAR(8)         NOT NULL,
000000           ADDRESS_1             CHAR(40)        NOT NULL,
000000           ADDRESS_2             CHAR(40)        NOT NULL,
000000           DELIVERY_PREF         CHAR(1)         NOT NULL,
000000           SUPPRESS_FLAG         CHAR(1)         NOT NULL,
000000           CHANGED_BY            CHAR(8)         NOT NULL,
000000           CHANGE_TS             CHAR(21)        NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- COBOL DECLARATION FOR TABLE MYDB.DB_CUSTOMER_ADDR_HIST
000000*--- 顧客宛名の履歴（適用日付き）
000000*--- DB_CUSTOMER_MASTERを変更するたびに変更後の全項目を1行追加する。
000000*--- 履歴の無い既存顧客を初めて変更する際は、変更前の内容を
000000*--- 適用日'00000000'（履歴開始前から登録済み）で先に記録する。
000000*--- 書類日付時点の宛名は ACC_ID ごとに EFFECTIVE_DATE <= 書類日付の
000000*--- 最大CHANGE_SEQの行（SPD9999NTC再印字・SPD9999CRT証明書）
000000*--- ACC_ID         : 口座ID
000000*--- CHANGE_SEQ     : 口座内の変更連番（1から。主キーはACC_ID＋本項目）
000000*--- EFFECTIVE_DATE : 適用開始日 (YYYYMMDD)
000000*---                  '00000000'=履歴開始前からの登録内容
000000*--- CHANGE_TYPE    : 'I'=変更前内容の初期記録 'A'=新規登録
000000*---                  'C'=変更
000000*---                  'R'=返戻・不達による送付停止（SPD9999RTM）
000000*--- CHANGE_FIELD   : 変更項目（SPD9999ONKの項目コード。'I'/'A'は空白）
000000*--- CUST_NAME      : 顧客氏名（以下、適用時点のDB_CUSTOMER_MASTER全項目）
000000*--- HONORIFIC      : 敬称
000000*--- POSTAL_CODE    : 郵便番号
000000*--- ADDRESS_1      : 住所1
000000*--- ADDRESS_2      : 住所2
000000*--- DELIVERY_PREF  : 送付区分 'P'=郵送 'E'=電子交付
000000*--- SUPPRESS_FLAG  : 送付停止フラグ
000000*--- CHANGED_BY     : 変更者（SPD9999ONKはCICSサインオンのユーザID、
000000*---                  SPD9999RTMは'RTNMAIL'）
000000*--- CHANGE_TS      : 変更時刻（FUNCTION CURRENT-DATE形式）
000000*---------------------------------------------------------------*
000000 01 DCLDB-CUSTOMER-ADDR-HIST.
000000    03 AH-ACC-ID                 PIC S9(9)       USAGE COMP.
000000    03 AH-CHANGE-SEQ             PIC S9(9)       USAGE COMP.
000000    03 AH-EFFECTIVE-DATE         PIC X(08).
000000    03 AH-CHANGE-TYPE            PIC X(01).
000000    03 AH-CHANGE-FIELD           PIC X(03).
000000    03 AH-CUST-NAME              PIC X(40).
000000    03 AH-HONORIFIC              PIC X(10).
000000    03 AH-POSTAL-CODE            PIC X(08).
000000    03 AH-ADDRESS-1              PIC X(40).
000000    03 AH-ADDRESS-2              PIC X(40).
000000    03 AH-DELIVERY-PREF          PIC X(01).
000000    03 AH-SUPPRESS-FLAG          PIC X(01).
000000    03 AH-CHANGED-BY             PIC X(08).
000000    03 AH-CHANGE-TS              PIC X(21).
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_USER_ROLE)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---        ACTION(REPLACE)
000000*---        LANGUAGE(COBOL)
000000*---        QUOTE
000000*---        DBCSDELIM(NO)
000000*--- ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
000000*---------------------------------------------------------------*
000000     EXEC SQL
000000         DECLARE MYDB.DB_USER_ROLE TABLE
000000         (
000000           USER_ID               CHAR(8)         NOT NULL,
000000           ROLE_CODE             CHAR(8)         NOT NULL,
000000           GRANTED_BY            CHAR(8)         NOT NULL,
000000           GRANT_DATE            CHAR(8)         NOT NULL,
000000           EXPIRY_DATE           CHAR(8)         NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- COBOL DECLARATION FOR TABLE MYDB.DB_USER_ROLE
000000*--- 利用者ロール（オンライン取引の権限付与）
000000*--- CICSサインオンのユーザIDにロールを付与する（1利用者に複数可）。
000000*--- 有効期限内の付与のみSPD9999AUTの権限チェックで有効とする。
000000*--- 付与・取消はセキュリティ管理者の申請に基づきDBAが登録し、
000000*--- 毎月SPD9999ARV（アクセス権棚卸リスト）で所属長が確認する
000000*--- USER_ID     : CICSサインオンのユーザID（主キー1）
000000*--- ROLE_CODE   : ロール（主キー2。DB_ROLE_AUTHのROLE_CODE）
000000*---               'INQUIRY'=照会 'BRANCH'=営業店 'OPS'=運用
000000*---               'APPROVER'=承認者 'ADMIN'=管理者
000000*--- GRANTED_BY  : 付与を承認した管理者のユーザID
000000*--- GRANT_DATE  : 付与日 (YYYYMMDD)
000000*--- EXPIRY_DATE : 有効期限 (YYYYMMDD)。この日まで有効
000000*---               '99999999'=期限なし
000000*---------------------------------------------------------------*
000000 01 DCLDB-USER-ROLE.
000000    03 UR-USER-ID                PIC X(08).
000000    03 UR-ROLE-CODE              PIC X(08).
000000    03 UR-GRANTED-BY             PIC X(08).
000000    03 UR-GRANT-DATE             PIC X(08).
000000    03 UR-EXPIRY-DATE            PIC X(08).
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_ROLE_AUTH)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---        ACTION(REPLACE)
000000*---        LANGUAGE(COBOL)
000000*---        QUOTE
000000*---        DBCSDELIM(NO)
000000*--- ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
000000*---------------------------------------------------------------*
000000     EXEC SQL
000000         DECLARE MYDB.DB_ROLE_AUTH TABLE
000000         (
000000           ROLE_CODE             CHAR(8)         NOT NULL,
000000           TRANS_ID              CHAR(4)         NOT NULL,
000000           SUBCOMMAND            CHAR(10)        NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- COBOL DECLARATION FOR TABLE MYDB.DB_ROLE_AUTH
000000*--- ロール別の利用可能取引・サブコマンド
000000*--- 行が無い組合せは利用不可。SUBCOMMAND='*'は当該取引の全サブコマンド。
000000*--- サブコマンドは各取引の入力第2語（SPD9999ONMは制御キーの
000000*--- EXC／REN／SEQ／INT／OWN、それ以外は項目名COMMIT／ASOF／STOP）。
000000*--- サブコマンドの無い取引（SPQ1／SPC1／SPE1／SPP1）は'*'で登録する。
000000*--- 初期登録:
000000*---   INQUIRY  : SPQ1 *、SPE1 *、SPK1 INQ、SPA1 LST、SPV1 INQ、
000000*---              SPS1 INQ
000000*---   BRANCH   : SPQ1 *、SPE1 *、SPC1 *、SPP1 *、SPK1 *、
000000*---              SPM1 REN／OWN、SPA1 ADD／LST、
000000*---              SPV1 ADD／AMT／CAN／INQ
000000*---   OPS      : SPQ1 *、SPM1 COMMIT／ASOF／STOP／EXC／SEQ／INT、
000000*---              SPA1 ADD／LST
000000*---   APPROVER : SPQ1 *、SPA1 APP／REJ／LST、SPV1 INQ
000000*---   COMPLY   : SPQ1 *、SPS1 INQ／REL／REJ
000000*---   ADMIN    : 全取引 *（SPA1の申請者≠承認者の規則は適用される）
000000*--- ROLE_CODE  : ロール（主キー1）
000000*--- TRANS_ID   : CICSトランザクションID（主キー2）
000000*--- SUBCOMMAND : サブコマンド（主キー3）'*'=全サブコマンド
000000*---------------------------------------------------------------*
000000 01 DCLDB-ROLE-AUTH.
000000    03 RP-ROLE-CODE              PIC X(08).
000000    03 RP-TRANS-ID               PIC X(04).
000000    03 RP-SUBCOMMAND             PIC X(10).
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_FX_CUST_RATE)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---        ACTION(REPLACE)
000000*---        LANGUAGE(COBOL)
000000*---        QUOTE
000000*---        DBCSDELIM(NO)
000000*--- ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
000000*---------------------------------------------------------------*
000000     EXEC SQL
000000         DECLARE MYDB.DB_FX_CUST_RATE TABLE
000000         (
000000           CURRENCY_CODE         CHAR(3)         NOT NULL,
000000           RATE_DATE             CHAR(8)         NOT NULL,
000000           MID_RATE              DECIMAL(9, 6)   NOT NULL,
000000           TTS_RATE              DECIMAL(9, 6)   NOT NULL,
000000           TTB_RATE              DECIMAL(9, 6)   NOT NULL,
000000           COMMISSION            DECIMAL(15, 2)  NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- COBOL DECLARATION FOR TABLE MYDB.DB_FX_CUST_RATE
000000*--- 顧客向け為替レート（日付別）テーブル
000000*--- 市場部門が営業日ごとに公示する仲値・TTS・TTBと換算手数料。
000000*--- SPD9999RLDの'F'行で公示日単位に追加・置換する（過去日は保持）。
000000*--- SPD9999FXCが換算日以前で最新のRATE_DATEの行を使用する。
000000*--- 基準通貨（JPY）の行は持たない
000000*--- CURRENCY_CODE : 通貨コード (RATE_DATEと合わせ主キー)
000000*--- RATE_DATE     : 公示日 (YYYYMMDD)
000000*--- MID_RATE      : 仲値（基準通貨建て。1通貨単位あたり）
000000*--- TTS_RATE      : 対顧客電信売相場（顧客が外貨を買う。
000000*---                 円→外貨の換算に使用。MID_RATE以上）
000000*--- TTB_RATE      : 対顧客電信買相場（顧客が外貨を売る。
000000*---                 外貨→円の換算に使用。MID_RATE以下）
000000*--- COMMISSION    : 換算1件あたりの為替手数料（基準通貨額）
000000*---------------------------------------------------------------*
000000 01 DCLDB-FX-CUST-RATE.
000000    03 XR-CURRENCY-CODE          PIC X(03).
000000    03 XR-RATE-DATE              PIC X(08).
000000    03 XR-MID-RATE               PIC S9(3)V9(6)  USAGE COMP-3.
000000    03 XR-TTS-RATE               PIC S9(3)V9(6)  USAGE COMP-3.
000000    03 XR-TTB-RATE               PIC S9(3)V9(6)  USAGE COMP-3.
000000    03 XR-COMMISSION             PIC S9(13)V9(2) USAGE COMP-3.
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_FX_CONVERSION)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---        ACTION(REPLACE)
000000*---        LANGUAGE(COBOL)
000000*---        QUOTE
000000*---        DBCSDELIM(NO)
000000*--- ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
000000*---------------------------------------------------------------*
000000     EXEC SQL
000000         DECLARE MYDB.DB_FX_CONVERSION TABLE
000000         (
000000           CONV_ID               INTEGER         NOT NULL,
000000           CONV_DATE             CHAR(8)         NOT NULL,
000000           RATE_DATE             CHAR(8)         NOT NULL,
000000           ORDER_ID              INTEGER         NOT NULL,
000000           ACC_ID                INTEGER         NOT NULL,
000000           TARGET_ACC_ID         INTEGER         NOT NULL,
000000           SOURCE_TYPE           CHAR(8)         NOT NULL,
000000           FROM_CCY              CHAR(3)         NOT NULL,
000000           FROM_AMOUNT           DECIMAL(15, 2)  NOT NULL,
000000           FROM_MID_RATE         DECIMAL(9, 6)   NOT NULL,
000000           FROM_CUST_RATE        DECIMAL(9, 6)   NOT NULL,
000000           TO_CCY                CHAR(3)         NOT NULL,
000000           TO_AMOUNT             DECIMAL(15, 2)  NOT NULL,
000000           TO_MID_RATE           DECIMAL(9, 6)   NOT NULL,
000000           TO_CUST_RATE          DECIMAL(9, 6)   NOT NULL,
000000           MID_BASE_AMOUNT       DECIMAL(15, 2)  NOT NULL,
000000           TO_BASE_AMOUNT        DECIMAL(15, 2)  NOT NULL,
000000           SPREAD_AMOUNT         DECIMAL(15, 2)  NOT NULL,
000000           COMMISSION            DECIMAL(15, 2)  NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- COBOL DECLARATION FOR TABLE MYDB.DB_FX_CONVERSION
000000*--- 決済代り金の換算入金記録テーブル
000000*--- DB_PAYOUT_INSTRUCTION.CONVERT_CCYにより預金と異なる通貨の
000000*--- 口座へ入金した換算ごとに1行（SPD9999FXCが登録）。
000000*--- SPD9999GLEが為替収益・為替持高の仕訳を、SPD9999FXRが持高の
000000*--- 評価替えを本テーブルから行う。換算は外貨→円がTTB、円→外貨が
000000*--- TTS、外貨→外貨は円を経由して両方を適用する。基準通貨側の
000000*--- レートは1。常に MID_BASE_AMOUNT = TO_BASE_AMOUNT +
000000*--- SPREAD_AMOUNT + COMMISSION が成立する
000000*--- CONV_ID         : 換算ID（主キー。MAX+1採番）
000000*--- CONV_DATE       : 換算日（決済日） (YYYYMMDD)
000000*--- RATE_DATE       : 使用したDB_FX_CUST_RATEの公示日
000000*--- ORDER_ID        : 注文ID
000000*--- ACC_ID          : 払出元の口座ID
000000*--- TARGET_ACC_ID   : 入金先の口座ID
000000*--- SOURCE_TYPE     : 換算元の払出区分（WITHDRAWAL_TYPE。
000000*---                   'MATURITY'・'RENEWAL'・'EARLY'・'PARTIAL'・
000000*---                   'INTPAY'）
000000*--- FROM_CCY        : 換算元通貨（預金通貨）
000000*--- FROM_AMOUNT     : 換算元金額（預金通貨額）
000000*--- FROM_MID_RATE   : 換算元通貨の仲値
000000*--- FROM_CUST_RATE  : 換算元通貨の適用レート（TTB）
000000*--- TO_CCY          : 入金通貨
000000*--- TO_AMOUNT       : 入金額（入金通貨の小数桁へ切捨て）
000000*--- TO_MID_RATE     : 入金通貨の仲値
000000*--- TO_CUST_RATE    : 入金通貨の適用レート（TTS）
000000*--- MID_BASE_AMOUNT : 換算元金額の仲値による基準通貨額
000000*--- TO_BASE_AMOUNT  : 入金額の仲値による基準通貨額
000000*--- SPREAD_AMOUNT   : 為替スプレッド収益（基準通貨額。
000000*---                   仲値と適用レートの差および入金額の
000000*---                   切捨て端数）
000000*--- COMMISSION      : 為替手数料（基準通貨額）
000000*---------------------------------------------------------------*
000000 01 DCLDB-FX-CONVERSION.
000000    03 XC-CONV-ID                PIC S9(9)       USAGE COMP.
000000    03 XC-CONV-DATE              PIC X(08).
000000    03 XC-RATE-DATE              PIC X(08).
000000    03 XC-ORDER-ID               PIC S9(9)       USAGE COMP.
000000    03 XC-ACC-ID                 PIC S9(9)       USAGE COMP.
000000    03 XC-TARGET-ACC-ID          PIC S9(9)       USAGE COMP.
000000    03 XC-SOURCE-TYPE            PIC X(08).
000000    03 XC-FROM-CCY               PIC X(03).
000000    03 XC-FROM-AMOUNT            PIC S9(13)V9(2) USAGE COMP-3.
000000    03 XC-FROM-MID-RATE          PIC S9(3)V9(6)  USAGE COMP-3.
000000    03 XC-FROM-CUST-RATE         PIC S9(3)V9(6)  USAGE COMP-3.
000000    03 XC-TO-CCY                 PIC X(03).
000000    03 XC-TO-AMOUNT              PIC S9(13)V9(2) USAGE COMP-3.
000000    03 XC-TO-MID-RATE            PIC S9(3)V9(6)  USAGE COMP-3.
000000    03 XC-TO-CUST-RATE           PIC S9(3)V9(6)  USAGE COMP-3.
000000    03 XC-MID-BASE-AMOUNT        PIC S9(13)V9(2) USAGE COMP-3.
000000    03 XC-TO-BASE-AMOUNT         PIC S9(13)V9(2) USAGE COMP-3.
000000    03 XC-SPREAD-AMOUNT          PIC S9(13)V9(2) USAGE COMP-3.
000000    03 XC-COMMISSION             PIC S9(13)V9(2) USAGE COMP-3.
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 19
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_ORDER_OWNER)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---        ACTION(REPLACE)
000000*---        LANGUAGE(COBOL)
000000*---        QUOTE
000000*---        DBCSDELIM(NO)
000000*--- ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
000000*---------------------------------------------------------------*
000000     EXEC SQL
000000         DECLARE MYDB.DB_ORDER_OWNER TABLE
000000         (
000000           ORDER_ID              INTEGER         NOT NULL,
000000           OWNER_ACC_ID          INTEGER         NOT NULL,
000000           START_DATE            CHAR(8)         NOT NULL,
000000           END_DATE              CHAR(8)         NOT NULL,
000000           OWNER_ROLE            CHAR(1)         NOT NULL,
000000           SHARE_PCT             DECIMAL(5, 2)   NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- COBOL DECLARATION FOR TABLE MYDB.DB_ORDER_OWNER
000000*--- 預金の名義人（共同名義・代理人）テーブル
000000*--- 注文ごとの名義人・役割・持分を適用期間付きで保持する。
000000*--- 行の無い注文はDB_ACCOUNT_SAVINGS.ACC_IDの単独名義（持分100%）。
000000*--- 行のある注文は適用中の'P'／'J'行の持分合計が100となるよう
000000*--- SPD9999ONM（'OWN'）とSPD9999ESTが期間を区切って洗い替える。
000000*--- 'P'行のOWNER_ACC_IDは常にDB_ACCOUNT_SAVINGS.ACC_IDと一致する。
000000*--- 持分はSPD9999EXP（預金保険の名寄せ）・SPD9999AST（年間利子
000000*--- 計算書）で按分に、SPD9999NTC・SPD9999PMN（通知書の写し送付）と
000000*--- SPD9999EST（一方の名義人の相続）で名義人の特定に用いる
000000*--- ORDER_ID     : 注文ID（OWNER_ACC_ID・START_DATEと合わせ主キー）
000000*--- OWNER_ACC_ID : 名義人のACC_ID
000000*--- START_DATE   : 適用開始日 (YYYYMMDD。この日を含む)
000000*--- END_DATE     : 適用終了日 (YYYYMMDD。この日を含まない)
000000*---                '99999999'は適用中
000000*--- OWNER_ROLE   : 役割 'P'=主名義 'J'=共同名義
000000*---                'S'=代理人（取引権限のみ。持分0）
000000*--- SHARE_PCT    : 持分（%）。'S'は0
000000*---------------------------------------------------------------*
000000 01 DCLDB-ORDER-OWNER.
000000    03 OW-ORDER-ID               PIC S9(9)       USAGE COMP.
000000    03 OW-OWNER-ACC-ID           PIC S9(9)       USAGE COMP.
000000    03 OW-START-DATE             PIC X(08).
000000    03 OW-END-DATE               PIC X(08).
000000    03 OW-OWNER-ROLE             PIC X(01).
000000    03 OW-SHARE-PCT              PIC S9(3)V9(2)  USAGE COMP-3.
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_CORRECTION_VOUCHER)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---        ACTION(REPLACE)
000000*---        LANGUAGE(COBOL)
000000*---        QUOTE
000000*---        DBCSDELIM(NO)
000000*--- ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
000000*---------------------------------------------------------------*
000000     EXEC SQL
000000         DECLARE MYDB.DB_CORRECTION_VOUCHER TABLE
000000         (
000000           VOUCHER_ID            INTEGER         NOT NULL,
000000           ORDER_ID              INTEGER         NOT NULL,
000000           ACC_ID                INTEGER         NOT NULL,
000000           REASON_CODE           CHAR(4)         NOT NULL,
000000           EXC_LOG_TS            CHAR(21)        NOT NULL,
000000           EXC_REASON_CODE       CHAR(4)         NOT NULL,
000000           PRINCIPAL_AMOUNT      DECIMAL(15, 2)  NOT NULL,
000000           INTEREST_PAID         DECIMAL(15, 2)  NOT NULL,
000000           TAX_NATIONAL          DECIMAL(15, 2)  NOT NULL,
000000           TAX_LOCAL             DECIMAL(15, 2)  NOT NULL,
000000           ROOT_ADJUST           CHAR(1)         NOT NULL,
000000           NEW_STATUS            CHAR(1)         NOT NULL,
000000           APPROVAL_ID           INTEGER         NOT NULL,
000000           STATUS                CHAR(1)         NOT NULL,
000000           ENTERED_BY            CHAR(8)         NOT NULL,
000000           ENTRY_TS              CHAR(21)        NOT NULL,
000000           POSTED_DATE           CHAR(8)         NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- COBOL DECLARATION FOR TABLE MYDB.DB_CORRECTION_VOUCHER
000000*--- 手作業訂正伝票テーブル
000000*--- SPD9999SET・SPD9999ADJが手動処理へ回した注文（DB_EXCEPTION_LOG）
000000*--- の訂正を、伝票として起票（SPD9999ONV）→別担当者の承認
000000*--- （DB_APPROVAL APPROVAL_TYPE='V'。SPD9999ONA）→記帳
000000*--- （SPD9999VCH）の順で行う。記帳は普通預金残高・決済履歴
000000*--- （WITHDRAWAL_TYPE='VOUCHER'）・計算明細（RATE_SOURCE='V'）へ
000000*--- 反映し、仕訳はSPD9999GLEの決済集約で計上する。記帳時に
000000*--- 紐付く例外行をWF_STATUS='R'（解決）とする。
000000*--- 金額は顧客への支払方向を正とする符号付き（負値は顧客からの
000000*--- 回収）。普通預金残高の増減＝元金＋利息－国税－地方税
000000*--- VOUCHER_ID       : 伝票ID（主キー。MAX+1採番）
000000*--- ORDER_ID         : 訂正対象の注文ID
000000*--- ACC_ID           : 入出金する普通預金のACC_ID
000000*--- REASON_CODE      : 訂正理由 'V001'=取消の手動処理（E307／
000000*---                    E311／E312／E313） 'V002'=積立定期の解約・
000000*---                    一部払出（E310） 'V003'=自動継続の取消
000000*---                    'V004'=遡及訂正の対象外注文（CAPITAL・
000000*---                    PARTIAL） 'V099'=その他
000000*--- EXC_LOG_TS       : 紐付く例外行のLOG_TIMESTAMP（起票時に当該
000000*---                    注文の未解決（'N'／'I'）の最新行を自動設定）
000000*--- EXC_REASON_CODE  : 紐付く例外行のREASON_CODE
000000*--- PRINCIPAL_AMOUNT : 元金（符号付き）
000000*--- INTEREST_PAID    : 利息グロス（符号付き）
000000*--- TAX_NATIONAL     : 源泉徴収税額・国税（符号付き）
000000*--- TAX_LOCAL        : 源泉徴収税額・地方税（符号付き）
000000*--- ROOT_ADJUST      : 'Y'=注文のMONEY_ROOTを元金だけ減じる
000000*---                    'N'=MONEY_ROOTは変更しない
000000*--- NEW_STATUS       : 記帳後の注文STATUS（SPACESは変更なし）
000000*--- APPROVAL_ID      : 承認ID（DB_APPROVAL。提出前は0）
000000*--- STATUS           : 'E'=起票中 'P'=承認待ち（提出済み）
000000*---                    'D'=記帳済み 'X'=取消・却下
000000*--- ENTERED_BY       : 起票者のCICSサインオンユーザID
000000*--- ENTRY_TS         : 起票時刻
000000*--- POSTED_DATE      : 記帳日 (YYYYMMDD。未記帳はSPACES)
000000*---------------------------------------------------------------*
000000 01 DCLDB-CORRECTION-VOUCHER.
000000    03 CV-VOUCHER-ID             PIC S9(9)       USAGE COMP.
000000    03 CV-ORDER-ID               PIC S9(9)       USAGE COMP.
000000    03 CV-ACC-ID                 PIC S9(9)       USAGE COMP.
000000    03 CV-REASON-CODE            PIC X(04).
000000    03 CV-EXC-LOG-TS             PIC X(21).
000000    03 CV-EXC-REASON-CODE        PIC X(04).
000000    03 CV-PRINCIPAL-AMOUNT       PIC S9(13)V9(2) USAGE COMP-3.
000000    03 CV-INTEREST-PAID          PIC S9(13)V9(2) USAGE COMP-3.
000000    03 CV-TAX-NATIONAL           PIC S9(13)V9(2) USAGE COMP-3.
000000    03 CV-TAX-LOCAL              PIC S9(13)V9(2) USAGE COMP-3.
000000    03 CV-ROOT-ADJUST            PIC X(01).
000000    03 CV-NEW-STATUS             PIC X(01).
000000    03 CV-APPROVAL-ID            PIC S9(9)       USAGE COMP.
000000    03 CV-STATUS                 PIC X(01).
000000    03 CV-ENTERED-BY             PIC X(08).
000000    03 CV-ENTRY-TS               PIC X(21).
000000    03 CV-POSTED-DATE            PIC X(08).
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_CHANGE_JOURNAL)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---        ACTION(REPLACE)
000000*---        LANGUAGE(COBOL)
000000*---        QUOTE
000000*---        DBCSDELIM(NO)
000000*--- ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
000000*---------------------------------------------------------------*
000000     EXEC SQL
000000         DECLARE MYDB.DB_CHANGE_JOURNAL TABLE
000000         (
000000           RUN_TS                CHAR(21)        NOT NULL,
000000           PROGRAM_ID            CHAR(10)        NOT NULL,
000000           JOURNAL_SEQ           INTEGER         NOT NULL,
000000           IMAGE_TYPE            CHAR(1)         NOT NULL,
000000           CHANGE_DATE           CHAR(8)         NOT NULL,
000000           CHANGE_TS             CHAR(21)        NOT NULL,
000000           TABLE_NAME            CHAR(18)        NOT NULL,
000000           ORDER_ID              INTEGER         NOT NULL,
000000           ACC_ID                INTEGER         NOT NULL,
000000           ROW_STATUS            CHAR(1)         NOT NULL,
000000           ROW_AMOUNT            DECIMAL(15, 2)  NOT NULL,
000000           ROW_IMAGE             CHAR(200)       NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- COBOL DECLARATION FOR TABLE MYDB.DB_CHANGE_JOURNAL
000000*--- 変更前後イメージ記録テーブル
000000*--- DB_ACCOUNT_SAVINGS・DB_ACCOUNT_BALANCE・DB_ACCOUNT_HOLD・
000000*--- DB_PLEDGEを更新する全バッチが、更新の前後でSPD9999CHGを
000000*--- CALLして記録する。1回の更新で値の変わった行ごとに変更前
000000*--- （IMAGE_TYPE='B'）と変更後（'A'）の2行を同一JOURNAL_SEQで
000000*--- 書く。値の変わらなかった行は記録しない。呼出元の更新と同一
000000*--- の作業単位で書くため、ROLLBACKされた更新の記録は残らない。
000000*--- 注文ID・口座ID・期間指定の変更履歴はSPD9999CHRで出力する
000000*--- RUN_TS      : 実行の識別（当該起動で最初に記録した時刻。
000000*---               同一起動の全行で同値）
000000*--- PROGRAM_ID  : 更新したプログラム
000000*--- JOURNAL_SEQ : 起動内の変更連番（前後2行で同値）
000000*--- IMAGE_TYPE  : 'B'=変更前 'A'=変更後
000000*--- CHANGE_DATE : 記録日 (YYYYMMDD)
000000*--- CHANGE_TS   : 記録時刻（FUNCTION CURRENT-DATEの文字列）
000000*--- TABLE_NAME  : 更新されたテーブル名
000000*--- ORDER_ID    : 行の注文ID（DB_ACCOUNT_BALANCEは0）
000000*--- ACC_ID      : 行の口座ID（DB_PLEDGEは注文の口座ID）
000000*--- ROW_STATUS  : DB_ACCOUNT_SAVINGSのSTATUS（他はSPACES）
000000*--- ROW_AMOUNT  : 行の主な金額（MONEY_ROOT／BALANCE／
000000*---               PLEDGED_AMOUNT。DB_ACCOUNT_HOLDは0）
000000*--- ROW_IMAGE   : 行の全項目を表示形式で編集したイメージ
000000*---               （行が削除済みのときは'ROW NOT FOUND'）
000000*---------------------------------------------------------------*
000000 01 DCLDB-CHANGE-JOURNAL.
000000    03 CJ-RUN-TS                 PIC X(21).
000000    03 CJ-PROGRAM-ID             PIC X(10).
000000    03 CJ-JOURNAL-SEQ            PIC S9(9)       USAGE COMP.
000000    03 CJ-IMAGE-TYPE             PIC X(01).
000000    03 CJ-CHANGE-DATE            PIC X(08).
000000    03 CJ-CHANGE-TS              PIC X(21).
000000    03 CJ-TABLE-NAME             PIC X(18).
000000    03 CJ-ORDER-ID               PIC S9(9)       USAGE COMP.
000000    03 CJ-ACC-ID                 PIC S9(9)       USAGE COMP.
000000    03 CJ-ROW-STATUS             PIC X(01).
000000    03 CJ-ROW-AMOUNT             PIC S9(13)V9(2) USAGE COMP-3.
000000    03 CJ-ROW-IMAGE              PIC X(200).
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_WATCHLIST)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---        ACTION(REPLACE)
000000*---        LANGUAGE(COBOL)
000000*---        QUOTE
000000*---        DBCSDELIM(NO)
000000*--- ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
000000*---------------------------------------------------------------*
000000     EXEC SQL
000000         DECLARE MYDB.DB_WATCHLIST TABLE
000000         (
000000           ENTRY_ID              INTEGER         NOT NULL,
000000           NAME_SEQ              INTEGER         NOT NULL,
000000           LIST_TYPE             CHAR(1)         NOT NULL,
000000           LIST_SOURCE           CHAR(10)        NOT NULL,
000000           ENTRY_NAME            CHAR(40)        NOT NULL,
000000           NAME_KEY              CHAR(40)        NOT NULL,
000000           LOAD_DATE             CHAR(8)         NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- COBOL DECLARATION FOR TABLE MYDB.DB_WATCHLIST
000000*--- 制裁対象者・監視対象者リストテーブル
000000*--- コンプライアンス部が定期的に受領する制裁・監視リスト
000000*--- ファイル（WATCHLST）をSPD9999WLLが全件洗い替えで取り込む。
000000*--- 別名・別表記は同一ENTRY_IDの別NAME_SEQとして保持する。
000000*--- SPD9999SNCが他行振込の送信前にNAME_KEYとの類似度で照合する
000000*--- ENTRY_ID    : リスト上の対象者番号（NAME_SEQと合わせ主キー）
000000*--- NAME_SEQ    : 同一対象者内の名義連番（別名・別表記）
000000*--- LIST_TYPE   : 'S'=制裁対象 'W'=監視対象
000000*--- LIST_SOURCE : 出典（例: 'MOF'、'UN'、'INTERNAL'）
000000*--- ENTRY_NAME  : 名義（リスト記載のまま）
000000*--- NAME_KEY    : 照合キー（SPD9999NMKで英字大文字化・
000000*---               空白と記号を除去したもの）
000000*--- LOAD_DATE   : 取込日 (YYYYMMDD)
000000*---------------------------------------------------------------*
000000 01 DCLDB-WATCHLIST.
000000    03 WL-ENTRY-ID               PIC S9(9)       USAGE COMP.
000000    03 WL-NAME-SEQ               PIC S9(9)       USAGE COMP.
000000    03 WL-LIST-TYPE              PIC X(01).
000000    03 WL-LIST-SOURCE            PIC X(10).
000000    03 WL-ENTRY-NAME             PIC X(40).
000000    03 WL-NAME-KEY               PIC X(40).
000000    03 WL-LOAD-DATE              PIC X(08).
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_PAYEE_SCREEN)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---        ACTION(REPLACE)
000000*---        LANGUAGE(COBOL)
000000*---        QUOTE
000000*---        DBCSDELIM(NO)
000000*--- ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
000000*---------------------------------------------------------------*
000000     EXEC SQL
000000         DECLARE MYDB.DB_PAYEE_SCREEN TABLE
000000         (
000000           TRANSFER_ID           INTEGER         NOT NULL,
000000           SCREEN_DATE           CHAR(8)         NOT NULL,
000000           SCREEN_TS             CHAR(21)        NOT NULL,
000000           RESULT                CHAR(1)         NOT NULL,
000000           NAME_ROLE             CHAR(1)         NOT NULL,
000000           SCREENED_NAME         CHAR(40)        NOT NULL,
000000           ENTRY_ID              INTEGER         NOT NULL,
000000           LIST_TYPE             CHAR(1)         NOT NULL,
000000           LIST_NAME             CHAR(40)        NOT NULL,
000000           MATCH_SCORE           DECIMAL(3, 0)   NOT NULL,
000000           DECIDED_BY            CHAR(8)         NOT NULL,
000000           DECISION_DATE         CHAR(8)         NOT NULL,
000000           DECISION_TS           CHAR(21)        NOT NULL,
000000           DECISION_NOTE         CHAR(40)        NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- COBOL DECLARATION FOR TABLE MYDB.DB_PAYEE_SCREEN
000000*--- 他行振込の支払先スクリーニング結果テーブル
000000*--- SPD9999SNCが未送信（STATUS='P'）の振込1件ごとに1行登録する。
000000*--- 照合対象は受取人名（EXT_ACC_NAME）・払出元の顧客名・相続
000000*--- 分配先の相続人名で、最も類似度の高い名義を記録する。該当
000000*--- 候補は振込をSTATUS='H'（保留）とし、コンプライアンス担当の
000000*--- 判断（SPD9999ONS）で解除または謝絶する。SPD9999ZTRは
000000*--- RESULTが'C'または'R'の振込のみ送信する
000000*--- TRANSFER_ID   : 振込ID (主キー)
000000*--- SCREEN_DATE   : 照合日 (YYYYMMDD)
000000*--- SCREEN_TS     : 照合時刻
000000*--- RESULT        : 'C'=該当なし 'H'=該当候補（保留中）
000000*---                 'R'=解除（送信可） 'J'=謝絶
000000*--- NAME_ROLE     : 最高類似度の名義の種類 'P'=受取人
000000*---                 'C'=払出元顧客 'E'=相続人 該当なしはSPACE
000000*--- SCREENED_NAME : 照合した名義（NAME_ROLEの名義）
000000*--- ENTRY_ID      : 類似したリスト対象者番号（該当なしは0）
000000*--- LIST_TYPE     : 類似したリストの種類（DB_WATCHLIST）
000000*--- LIST_NAME     : 類似したリスト名義
000000*--- MATCH_SCORE   : 類似度（0〜100）
000000*--- DECIDED_BY    : 判断者のユーザID（未判断はSPACES）
000000*--- DECISION_DATE : 判断日。未判断は'00000000'
000000*--- DECISION_TS   : 判断時刻。未判断はSPACES
000000*--- DECISION_NOTE : 判断理由（判断者が入力）
000000*---------------------------------------------------------------*
000000 01 DCLDB-PAYEE-SCREEN.
000000    03 PY-TRANSFER-ID            PIC S9(9)       USAGE COMP.
000000    03 PY-SCREEN-DATE            PIC X(08).
000000    03 PY-SCREEN-TS              PIC X(21).
000000    03 PY-RESULT                 PIC X(01).
000000    03 PY-NAME-ROLE              PIC X(01).
000000    03 PY-SCREENED-NAME          PIC X(40).
000000    03 PY-ENTRY-ID               PIC S9(9)       USAGE COMP.
000000    03 PY-LIST-TYPE              PIC X(01).
000000    03 PY-LIST-NAME              PIC X(40).
000000    03 PY-MATCH-SCORE            PIC S9(03)      USAGE COMP-3.
000000    03 PY-DECIDED-BY             PIC X(08).
000000    03 PY-DECISION-DATE          PIC X(08).
000000    03 PY-DECISION-TS            PIC X(21).
000000    03 PY-DECISION-NOTE          PIC X(40).
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_DEATH_NOTICE)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---        ACTION(REPLACE)
000000*---        LANGUAGE(COBOL)
000000*---        QUOTE
000000*---        DBCSDELIM(NO)
000000*--- ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
000000*---------------------------------------------------------------*
000000     EXEC SQL
000000         DECLARE MYDB.DB_DEATH_NOTICE TABLE
000000         (
000000           NOTICE_ID             INTEGER         NOT NULL,
000000           SOURCE                CHAR(1)         NOT NULL,
000000           SOURCE_REF            CHAR(12)        NOT NULL,
000000           RECEIVED_DATE         CHAR(8)         NOT NULL,
000000           DECEASED_NAME         CHAR(40)        NOT NULL,
000000           BIRTH_DATE            CHAR(8)         NOT NULL,
000000           DEATH_DATE            CHAR(8)         NOT NULL,
000000           REPORTED_ACC_ID       INTEGER         NOT NULL,
000000           MATCH_RESULT          CHAR(1)         NOT NULL,
000000           MATCHED_ACC_ID        INTEGER         NOT NULL,
000000           MATCH_SCORE           DECIMAL(3, 0)   NOT NULL,
000000           CANDIDATE_CNT         DECIMAL(3, 0)   NOT NULL,
000000           REVIEW_REASON         CHAR(30)        NOT NULL,
000000           PROCESS_TS            CHAR(21)        NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- COBOL DECLARATION FOR TABLE MYDB.DB_DEATH_NOTICE
000000*--- 死亡届の受付・照合結果テーブル
000000*--- SPD9999DTHが営業店の死亡届報告ファイル（DTHBRN）と外部の
000000*--- 死亡通知サービスのファイル（DTHEXT）を日次で取り込み、1届
000000*--- 1行で照合結果を記録する。（SOURCE, SOURCE_REF）は一意索引
000000*--- （同じ届の再送は読み飛ばす）
000000*--- NOTICE_ID       : 届ID (主キー。MAX+1採番)
000000*--- SOURCE          : 届の入手元 'B'=営業店報告
000000*---                   'E'=外部通知サービス
000000*--- SOURCE_REF      : 入手元の届番号
000000*--- RECEIVED_DATE   : 取込日 (YYYYMMDD)
000000*--- DECEASED_NAME   : 届出の故人氏名
000000*--- BIRTH_DATE      : 届出の生年月日。不明は'00000000'
000000*--- DEATH_DATE      : 死亡日 (YYYYMMDD)
000000*--- REPORTED_ACC_ID : 営業店が報告した口座ID。外部通知・
000000*---                   報告なしは0
000000*--- MATCH_RESULT    : 照合結果 'C'=確定（ESTATE停止済み）
000000*---                   'R'=要確認（照合保留レポートへ）
000000*---                   'N'=該当顧客なし
000000*---                   'D'=確定済みの故人の重複届（処理なし）
000000*--- MATCHED_ACC_ID  : 確定・要確認の口座ID（要確認は最も
000000*---                   類似度の高い候補）。該当なしは0
000000*--- MATCH_SCORE     : 氏名の類似度（0〜100、SPD9999NMK）
000000*--- CANDIDATE_CNT   : 照合候補の件数
000000*--- REVIEW_REASON   : 要確認の理由（'R'のみ設定）
000000*--- PROCESS_TS      : 処理時刻
000000*---------------------------------------------------------------*
000000 01 DCLDB-DEATH-NOTICE.
000000    03 DN-NOTICE-ID              PIC S9(9)       USAGE COMP.
000000    03 DN-SOURCE                 PIC X(01).
000000    03 DN-SOURCE-REF             PIC X(12).
000000    03 DN-RECEIVED-DATE          PIC X(08).
000000    03 DN-DECEASED-NAME          PIC X(40).
000000    03 DN-BIRTH-DATE             PIC X(08).
000000    03 DN-DEATH-DATE             PIC X(08).
000000    03 DN-REPORTED-ACC-ID        PIC S9(9)       USAGE COMP.
000000    03 DN-MATCH-RESULT           PIC X(01).
000000    03 DN-MATCHED-ACC-ID         PIC S9(9)       USAGE COMP.
000000    03 DN-MATCH-SCORE            PIC S9(03)      USAGE COMP-3.
000000    03 DN-CANDIDATE-CNT          PIC S9(03)      USAGE COMP-3.
000000    03 DN-REVIEW-REASON          PIC X(30).
000000    03 DN-PROCESS-TS             PIC X(21).
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_GL_RECON_BREAK)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---        ACTION(REPLACE)
000000*---        LANGUAGE(COBOL)
000000*---        QUOTE
000000*---        DBCSDELIM(NO)
000000*--- ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
000000*---------------------------------------------------------------*
000000     EXEC SQL
000000         DECLARE MYDB.DB_GL_RECON_BREAK TABLE
000000         (
000000           ACCOUNT_CODE          CHAR(16)        NOT NULL,
000000           SAVING_TYPE           CHAR(10)        NOT NULL,
000000           CURRENCY_CODE         CHAR(3)         NOT NULL,
000000           FIRST_BREAK_DATE      CHAR(8)         NOT NULL,
000000           LAST_BREAK_DATE       CHAR(8)         NOT NULL,
000000           GL_BALANCE            DECIMAL(15, 2)  NOT NULL,
000000           SUB_BALANCE           DECIMAL(15, 2)  NOT NULL,
000000           BREAK_AMOUNT          DECIMAL(15, 2)  NOT NULL,
000000           ESCALATED             CHAR(1)         NOT NULL,
000000           STATUS                CHAR(1)         NOT NULL,
000000           CLOSE_DATE            CHAR(8)         NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- COBOL DECLARATION FOR TABLE MYDB.DB_GL_RECON_BREAK
000000*--- 総勘定元帳（GL）と預金サブレジャーの残高差異テーブル
000000*--- SPD9999GLRが日次の突合で差異を検出した勘定×SAVING_TYPE×
000000*--- 通貨ごとに1行を持ち、解消するまで同じ行を更新して差異の
000000*--- 経過日数を管理する。（ACCOUNT_CODE, SAVING_TYPE,
000000*--- CURRENCY_CODE, FIRST_BREAK_DATE）が主キー
000000*--- ACCOUNT_CODE     : GL勘定コード（GLJRNLの勘定コードと同一）
000000*--- SAVING_TYPE      : 預金種別。種別を持たない勘定はSPACES
000000*--- CURRENCY_CODE    : 通貨コード
000000*--- FIRST_BREAK_DATE : 差異の初回検出日 (YYYYMMDD)
000000*--- LAST_BREAK_DATE  : 差異の直近検出日 (YYYYMMDD)
000000*--- GL_BALANCE       : 直近検出日のGL残高
000000*--- SUB_BALANCE      : 直近検出日のサブレジャー残高
000000*--- BREAK_AMOUNT     : 差異額（GL残高−サブレジャー残高）
000000*--- ESCALATED        : 'Y'=長期未解消として例外記録済み
000000*---                    'N'=未記録
000000*--- STATUS           : 'O'=未解消 'C'=解消
000000*--- CLOSE_DATE       : 解消日（未解消は'00000000'）
000000*---------------------------------------------------------------*
000000 01 DCLDB-GL-RECON-BREAK.
000000    03 GR-ACCOUNT-CODE           PIC X(16).
000000    03 GR-SAVING-TYPE            PIC X(10).
000000    03 GR-CURRENCY-CODE          PIC X(03).
000000    03 GR-FIRST-BREAK-DATE       PIC X(08).
000000    03 GR-LAST-BREAK-DATE        PIC X(08).
000000    03 GR-GL-BALANCE             PIC S9(13)V9(2) USAGE COMP-3.
000000    03 GR-SUB-BALANCE            PIC S9(13)V9(2) USAGE COMP-3.
000000    03 GR-BREAK-AMOUNT           PIC S9(13)V9(2) USAGE COMP-3.
000000    03 GR-ESCALATED              PIC X(01).
000000    03 GR-STATUS                 PIC X(01).
000000    03 GR-CLOSE-DATE             PIC X(08).
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_PASSBOOK)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---        ACTION(REPLACE)
000000*---        LANGUAGE(COBOL)
000000*---        QUOTE
000000*---        DBCSDELIM(NO)
000000*--- ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
000000*---------------------------------------------------------------*
000000     EXEC SQL
000000         DECLARE MYDB.DB_PASSBOOK TABLE
000000         (
000000           ACC_ID                INTEGER         NOT NULL,
000000           PASSBOOK_NO           CHAR(12)        NOT NULL,
000000           ISSUE_COUNT           INTEGER         NOT NULL,
000000           ISSUE_DATE            CHAR(8)         NOT NULL,
000000           STATUS                CHAR(1)         NOT NULL,
000000           LOST_DATE             CHAR(8)         NOT NULL,
000000           PAGE_NO               INTEGER         NOT NULL,
000000           LINE_NO               INTEGER         NOT NULL,
000000           LAST_SETTLE_DATE      CHAR(8)         NOT NULL,
000000           LAST_DATE_COUNT       INTEGER         NOT NULL,
000000           LAST_ORDER_ID         INTEGER         NOT NULL,
000000           LAST_WD_TYPE          CHAR(8)         NOT NULL,
000000           LAST_BALANCE          DECIMAL(15, 2)  NOT NULL,
000000           PAGE_PAY_TOTAL        DECIMAL(15, 2)  NOT NULL,
000000           PAGE_DEP_TOTAL        DECIMAL(15, 2)  NOT NULL,
000000           LAST_PRINT_DATE       CHAR(8)         NOT NULL,
000000           UPDATED_BY            CHAR(8)         NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- COBOL DECLARATION FOR TABLE MYDB.DB_PASSBOOK
000000*--- 通帳マスタ（口座ごとに1行。ACC_IDが主キー）
000000*--- SPD9999ONBが発行・再発行・喪失届・記帳で更新する。
000000*--- 記帳済み位置は（LAST_SETTLE_DATE, LAST_DATE_COUNT）で持つ。
000000*--- DB_SAVINGS_HISTORYは行IDを持たないため、当該口座の履歴を
000000*--- SETTLE_DATE, ORDER_ID, WITHDRAWAL_TYPE, PRINCIPAL_AMOUNT,
000000*--- INTEREST_NETの順に並べ、LAST_SETTLE_DATEより前の行と、
000000*--- LAST_SETTLE_DATE当日の先頭LAST_DATE_COUNT行を記帳済みとする
000000*--- ACC_ID           : アカウントID
000000*--- PASSBOOK_NO      : 通帳番号（'P'＋ACC_ID 9桁＋発行回数2桁）
000000*--- ISSUE_COUNT      : 発行回数（初回発行=1。再発行のたびに加算）
000000*--- ISSUE_DATE       : 現通帳の発行日 (YYYYMMDD)
000000*--- STATUS           : 'A'=使用中 'L'=喪失届受理（窓口払出停止。
000000*---                    SPD9999SETの早期解約・一部払出をE209で棄却）
000000*--- LOST_DATE        : 喪失届の受理日（届出なしは'00000000'）
000000*--- PAGE_NO          : 現在の記帳ページ（1〜）
000000*--- LINE_NO          : 当該ページの記帳済み行数（0=未記帳。繰越行を
000000*---                    含む）
000000*--- LAST_SETTLE_DATE : 最後に記帳した履歴行のSETTLE_DATE
000000*--- LAST_DATE_COUNT  : LAST_SETTLE_DATE当日の記帳済み行数
000000*--- LAST_ORDER_ID    : 最後に記帳した履歴行のORDER_ID
000000*--- LAST_WD_TYPE     : 最後に記帳した履歴行のWITHDRAWAL_TYPE
000000*--- LAST_BALANCE     : 最後に記帳した行の残高（繰越残高）
000000*--- PAGE_PAY_TOTAL   : 現ページのお支払金額の合計
000000*--- PAGE_DEP_TOTAL   : 現ページのお預り金額の合計
000000*--- LAST_PRINT_DATE  : 最終記帳日（未記帳は'00000000'）
000000*--- UPDATED_BY       : 最終更新者（サインオン中のユーザID）
000000*---------------------------------------------------------------*
000000 01 DCLDB-PASSBOOK.
000000    03 PB-ACC-ID                 PIC S9(9)       USAGE COMP.
000000    03 PB-PASSBOOK-NO            PIC X(12).
000000    03 PB-ISSUE-COUNT            PIC S9(9)       USAGE COMP.
000000    03 PB-ISSUE-DATE             PIC X(08).
000000    03 PB-STATUS                 PIC X(01).
000000    03 PB-LOST-DATE              PIC X(08).
000000    03 PB-PAGE-NO                PIC S9(9)       USAGE COMP.
000000    03 PB-LINE-NO                PIC S9(9)       USAGE COMP.
000000    03 PB-LAST-SETTLE-DATE       PIC X(08).
000000    03 PB-LAST-DATE-COUNT        PIC S9(9)       USAGE COMP.
000000    03 PB-LAST-ORDER-ID          PIC S9(9)       USAGE COMP.
000000    03 PB-LAST-WD-TYPE           PIC X(08).
000000    03 PB-LAST-BALANCE           PIC S9(13)V9(2) USAGE COMP-3.
000000    03 PB-PAGE-PAY-TOTAL         PIC S9(13)V9(2) USAGE COMP-3.
000000    03 PB-PAGE-DEP-TOTAL         PIC S9(13)V9(2) USAGE COMP-3.
000000    03 PB-LAST-PRINT-DATE        PIC X(08).
000000    03 PB-UPDATED-BY             PIC X(08).
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_SWEEP_AGREEMENT)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---        ACTION(REPLACE)
000000*---        LANGUAGE(COBOL)
000000*---        QUOTE
000000*---        DBCSDELIM(NO)
000000*--- ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
000000*---------------------------------------------------------------*
000000     EXEC SQL
000000         DECLARE MYDB.DB_SWEEP_AGREEMENT TABLE
000000         (
000000           ACC_ID                INTEGER         NOT NULL,
000000           THRESHOLD             DECIMAL(15, 2)  NOT NULL,
000000           TARGET_SAVING_TYPE    CHAR(10)        NOT NULL,
000000           MIN_SWEEP_AMOUNT      DECIMAL(15, 2)  NOT NULL,
000000           FREQUENCY             CHAR(1)         NOT NULL,
000000           SWEEP_DAY             DECIMAL(2, 0)   NOT NULL,
000000           NEXT_SWEEP_DATE       CHAR(8)         NOT NULL,
000000           LAST_SWEEP_DATE       CHAR(8)         NOT NULL,
000000           LAST_SWEEP_AMOUNT     DECIMAL(15, 2)  NOT NULL,
000000           LAST_ORDER_ID         INTEGER         NOT NULL,
000000           RM_CODE               CHAR(8)         NOT NULL,
000000           STATUS                CHAR(1)         NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- COBOL DECLARATION FOR TABLE MYDB.DB_SWEEP_AGREEMENT
000000*--- 自動スイープ契約（口座ごとに1行。ACC_IDが主キー）
000000*--- 普通残高（DB_ACCOUNT_BALANCE）のうちTHRESHOLDを超える額を
000000*--- SPD9999SWPがSPD9999PLM経由で新規定期預金へ預け入れる。
000000*--- 店頭預入と同じ支払停止・残高上限の確認を受ける
000000*--- ACC_ID             : アカウントID
000000*--- THRESHOLD          : 普通残高に残す額（これを超える額が対象）
000000*--- TARGET_SAVING_TYPE : 預入先の預金タイプ（DB_PRODUCT）
000000*--- MIN_SWEEP_AMOUNT   : 最低スイープ額。超過額がこれ未満の回は
000000*---                      預け入れない
000000*--- FREQUENCY          : 'D'=毎営業日 'W'=毎週 'M'=毎月
000000*--- SWEEP_DAY          : 'W'は曜日（1=月〜7=日）、'M'は日（1〜31。
000000*---                      月末を超える日はその月の末日）。'D'は0
000000*--- NEXT_SWEEP_DATE    : 次回実行予定日 (YYYYMMDD)。当日以前の
000000*---                      行が対象。休日で実行が遅れた回は次の
000000*---                      実行日に1回だけ処理する
000000*--- LAST_SWEEP_DATE    : 最後に預け入れた日（未実行は'00000000'）
000000*--- LAST_SWEEP_AMOUNT  : 最後に預け入れた額
000000*--- LAST_ORDER_ID      : 最後に作成した注文ID（未実行は0）
000000*--- RM_CODE            : 担当渉外（リレーションシップ
000000*---                      マネージャー）コード。日次レポートの
000000*---                      改頁キー
000000*--- STATUS             : 'A'=有効 'S'=停止
000000*---------------------------------------------------------------*
000000 01 DCLDB-SWEEP-AGREEMENT.
000000    03 SW-ACC-ID                 PIC S9(9)       USAGE COMP.
000000    03 SW-THRESHOLD              PIC S9(13)V9(2) USAGE COMP-3.
000000    03 SW-TARGET-SAVING-TYPE     PIC X(10).
000000    03 SW-MIN-SWEEP-AMOUNT       PIC S9(13)V9(2) USAGE COMP-3.
000000    03 SW-FREQUENCY              PIC X(01).
000000    03 SW-SWEEP-DAY              PIC S9(02)      USAGE COMP-3.
000000    03 SW-NEXT-SWEEP-DATE        PIC X(08).
000000    03 SW-LAST-SWEEP-DATE        PIC X(08).
000000    03 SW-LAST-SWEEP-AMOUNT      PIC S9(13)V9(2) USAGE COMP-3.
000000    03 SW-LAST-ORDER-ID          PIC S9(9)       USAGE COMP.
000000    03 SW-RM-CODE                PIC X(08).
000000    03 SW-STATUS                 PIC X(01).
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12
000000*--- DCLGEN TABLE(MYDB.DB_RECALC_BREAK)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---        ACTION(REPLACE)
000000*---        LANGUAGE(COBOL)
000000*---        QUOTE
000000*---        DBCSDELIM(NO)
000000*--- ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
000000*---------------------------------------------------------------*
000000     EXEC SQL
000000         DECLARE MYDB.DB_RECALC_BREAK TABLE
000000         (
000000           ORDER_ID              INTEGER         NOT NULL,
000000           SETTLE_DATE           CHAR(8)         NOT NULL,
000000           WITHDRAWAL_TYPE       CHAR(8)         NOT NULL,
000000           ACC_ID                INTEGER         NOT NULL,
000000           CHECK_DATE            CHAR(8)         NOT NULL,
000000           ITEM_COUNT            INTEGER         NOT NULL,
000000           FIRST_ITEM            CHAR(8)         NOT NULL,
000000           EXPECTED_INTEREST     DECIMAL(15, 2)  NOT NULL,
000000           ACTUAL_INTEREST       DECIMAL(15, 2)  NOT NULL,
000000           GL_HOLD               CHAR(1)         NOT NULL,
000000           STATUS                CHAR(1)         NOT NULL,
000000           CLEAR_USER            CHAR(8)         NOT NULL,
000000           CLEAR_DATE            CHAR(8)         NOT NULL,
000000           POSTED_DATE           CHAR(8)         NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- COBOL DECLARATION FOR TABLE MYDB.DB_RECALC_BREAK
000000*--- 決済利息の翌朝再計算（SPD9999RCV）の差異テーブル
000000*--- 再計算結果と記帳値（DB_SAVINGS_HISTORY・DB_CALC_DETAIL）の
000000*--- 差異が許容額を超えた決済履歴行ごとに1行を持つ。
000000*--- （ORDER_ID, SETTLE_DATE, WITHDRAWAL_TYPE）が主キー。
000000*--- 差異の各項目はDB_EXCEPTION_LOG（RUN_MODE='H'）へ記録する。
000000*--- GL_HOLD='Y'の行はSTATUS='O'の間SPD9999GLEの決済集約から
000000*--- 除外し、解消（SPD9999ONMの'RCB'）後の最初の仕訳日に計上する
000000*--- ORDER_ID          : 決済履歴行の注文ID
000000*--- SETTLE_DATE       : 決済履歴行の決済日 (YYYYMMDD)
000000*--- WITHDRAWAL_TYPE   : 決済履歴行の区分（MATURITY/EARLY/PARTIAL/
000000*---                     RENEWAL/CAPITAL）
000000*--- ACC_ID            : 決済履歴行のアカウントID
000000*--- CHECK_DATE        : 差異を検出した再計算の実行日 (YYYYMMDD)
000000*--- ITEM_COUNT        : 差異のあった項目数
000000*--- FIRST_ITEM        : 最初に差異を検出した項目
000000*---                     'INTEREST'/'TAX-NAT'/'TAX-LOC'/'NET'/
000000*---                     'BASIS'/'PERIOD'/'LEG-nnn'/'RATE-nnn'/
000000*---                     'DAYS-nnn'/'NO-LEGS'/'NO-ORDER'/'NO-RATE'
000000*--- EXPECTED_INTEREST : 再計算したグロス利息
000000*--- ACTUAL_INTEREST   : 記帳されたグロス利息（INTEREST_PAID）
000000*--- GL_HOLD           : 'Y'=検出時点でGL未計上のため保留
000000*---                     'N'=検出時点でSPD9999GLEが計上済み
000000*---                     （訂正はSPD9999ONVの伝票で行う）
000000*--- STATUS            : 'O'=未解消 'C'=解消（GL計上待ちを含む）
000000*---                     'P'=保留分をGLへ計上済み
000000*--- CLEAR_USER        : 解消操作を行ったユーザID（未解消はSPACES）
000000*--- CLEAR_DATE        : 解消日（未解消は'00000000'）
000000*--- POSTED_DATE       : 保留分をGLへ計上した仕訳日
000000*---                     （未計上・保留なしは'00000000'）
000000*---------------------------------------------------------------*
000000 01 DCLDB-RECALC-BREAK.
000000    03 RB-ORDER-ID               PIC S9(9)       USAGE COMP.
000000    03 RB-SETTLE-DATE            PIC X(08).
000000    03 RB-WITHDRAWAL-TYPE        PIC X(08).
000000    03 RB-ACC-ID                 PIC S9(9)       USAGE COMP.
000000    03 RB-CHECK-DATE             PIC X(08).
000000    03 RB-ITEM-COUNT             PIC S9(9)       USAGE COMP.
000000    03 RB-FIRST-ITEM             PIC X(08).
000000    03 RB-EXPECTED-INTEREST      PIC S9(13)V9(2) USAGE COMP-3.
000000    03 RB-ACTUAL-INTEREST        PIC S9(13)V9(2) USAGE COMP-3.
000000    03 RB-GL-HOLD                PIC X(01).
000000    03 RB-STATUS                 PIC X(01).
000000    03 RB-CLEAR-USER             PIC X(08).
000000    03 RB-CLEAR-DATE             PIC X(08).
000000    03 RB-POSTED-DATE            PIC X(08).
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_BUSINESS_DATE)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---        ACTION(REPLACE)
000000*---        LANGUAGE(COBOL)
000000*---        QUOTE
000000*---        DBCSDELIM(NO)
000000*--- ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
000000*---------------------------------------------------------------*
000000     EXEC SQL
000000         DECLARE MYDB.DB_BUSINESS_DATE TABLE
000000         (
000000           CONTROL_KEY           CHAR(10)        NOT NULL,
000000           BUSINESS_DATE         CHAR(8)         NOT NULL,
000000           PREV_BUSINESS_DATE    CHAR(8)         NOT NULL,
000000           ROLL_PROGRAM          CHAR(10)        NOT NULL,
000000           ROLL_TIMESTAMP        CHAR(21)        NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- COBOL DECLARATION FOR TABLE MYDB.DB_BUSINESS_DATE
000000*--- 業務日付制御テーブル（CONTROL_KEY='SPD9999'の1行のみ）
000000*--- 全バッチ・オンラインはシステム時計ではなくこの業務日付を
000000*--- 「本日」として使用する（取得はSPD9999BDTをCALL）。
000000*--- 日付の繰上げは日終処理SPD9999EODだけが行い、繰上げは
000000*--- DB_RUN_AUDIT（RUN_MODE='K'）へ記録する
000000*--- CONTROL_KEY        : 制御キー（'SPD9999'固定）
000000*--- BUSINESS_DATE      : 現在の業務日付 (YYYYMMDD)
000000*--- PREV_BUSINESS_DATE : 直前の業務日付 (YYYYMMDD)
000000*--- ROLL_PROGRAM       : 最後に繰上げたプログラムID
000000*--- ROLL_TIMESTAMP     : 最後に繰上げた日時
000000*---                      (FUNCTION CURRENT-DATEの21桁)
000000*---------------------------------------------------------------*
000000 01 DCLDB-BUSINESS-DATE.
000000    03 BD-CONTROL-KEY            PIC X(10).
000000    03 BD-BUSINESS-DATE          PIC X(08).
000000    03 BD-PREV-BUSINESS-DATE     PIC X(08).
000000    03 BD-ROLL-PROGRAM           PIC X(10).
000000    03 BD-ROLL-TIMESTAMP         PIC X(21).
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_FEE_SCHEDULE)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---        ACTION(REPLACE)
000000*---        LANGUAGE(COBOL)
000000*---        QUOTE
000000*---        DBCSDELIM(NO)
000000*--- ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
000000*---------------------------------------------------------------*
000000     EXEC SQL
000000         DECLARE MYDB.DB_FEE_SCHEDULE TABLE
000000         (
000000           SERVICE_CODE          CHAR(4)         NOT NULL,
000000           CUST_CATEGORY         CHAR(2)         NOT NULL,
000000           CURRENCY_CODE         CHAR(3)         NOT NULL,
000000           EFFECTIVE_FROM        CHAR(8)         NOT NULL,
000000           EFFECTIVE_TO          CHAR(8)         NOT NULL,
000000           FEE_AMOUNT            DECIMAL(15, 2)  NOT NULL,
000000           TAX_RATE              DECIMAL(5, 4)   NOT NULL,
000000           WAIVE_FLAG            CHAR(1)         NOT NULL,
000000           FREE_COUNT            DECIMAL(3, 0)   NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- COBOL DECLARATION FOR TABLE MYDB.DB_FEE_SCHEDULE
000000*--- サービス手数料表（照合キー：SERVICE_CODE+CUST_CATEGORY+
000000*--- CURRENCY_CODE+EFFECTIVE_FROM）
000000*--- 手数料の計算はSPD9999FEEをCALLして行う。顧客の手数料区分の
000000*--- 行が無い場合は標準区分'00'の行を使用し、それも無いサービスは
000000*--- 手数料なし（履歴も作成しない）
000000*--- SERVICE_CODE   : サービスコード 'CERT'=残高証明書発行
000000*---                  'NTCR'=通知書再印字（顧客申出分）
000000*---                  'ZTRF'=他行振込（全銀）
000000*--- CUST_CATEGORY  : 手数料区分（DB_CUSTOMER_MASTER.FEE_CATEGORY）
000000*---                  '00'=標準（全区分共通）
000000*--- CURRENCY_CODE  : 通貨コード
000000*--- EFFECTIVE_FROM : 適用開始日 (YYYYMMDD)
000000*--- EFFECTIVE_TO   : 適用終了日 (YYYYMMDD)。'99999999'=期限なし
000000*--- FEE_AMOUNT     : 手数料額（税抜）
000000*--- TAX_RATE       : 消費税率 (例: 0.1000)
000000*--- WAIVE_FLAG     : 免除フラグ 'Y'=全件免除（キャンペーン等）
000000*--- FREE_COUNT     : 月間無料回数。同一口座・同一サービスの当月
000000*---                  利用がこの回数に達するまでは免除する
000000*---------------------------------------------------------------*
000000 01 DCLDB-FEE-SCHEDULE.
000000    03 FS-SERVICE-CODE           PIC X(04).
000000    03 FS-CUST-CATEGORY          PIC X(02).
000000    03 FS-CURRENCY-CODE          PIC X(03).
000000    03 FS-EFFECTIVE-FROM         PIC X(08).
000000    03 FS-EFFECTIVE-TO           PIC X(08).
000000    03 FS-FEE-AMOUNT             PIC S9(13)V9(2) USAGE COMP-3.
000000    03 FS-TAX-RATE               PIC S9(1)V9(4)  USAGE COMP-3.
000000    03 FS-WAIVE-FLAG             PIC X(01).
000000    03 FS-FREE-COUNT             PIC S9(3)       USAGE COMP-3.
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9
000000*---------------------------------------------------------------*
000000*--- DCLGEN TABLE(MYDB.DB_FEE_HISTORY)
000000*---        LIBRARY(XXXXXXXXXX)
000000*---        ACTION(REPLACE)
000000*---        LANGUAGE(COBOL)
000000*---        QUOTE
000000*---        DBCSDELIM(NO)
000000*--- ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS
000000*---------------------------------------------------------------*
000000     EXEC SQL
000000         DECLARE MYDB.DB_FEE_HISTORY TABLE
000000         (
000000           FEE_ID                INTEGER         NOT NULL,
000000           CHARGE_DATE           CHAR(8)         NOT NULL,
000000           ACC_ID                INTEGER         NOT NULL,
000000           SERVICE_CODE          CHAR(4)         NOT NULL,
000000           CUST_CATEGORY         CHAR(2)         NOT NULL,
000000           CURRENCY_CODE         CHAR(3)         NOT NULL,
000000           REFERENCE_ID          INTEGER         NOT NULL,
000000           CHARGE_METHOD         CHAR(1)         NOT NULL,
000000           STATUS                CHAR(1)         NOT NULL,
000000           WAIVE_REASON          CHAR(1)         NOT NULL,
000000           FEE_AMOUNT            DECIMAL(15, 2)  NOT NULL,
000000           TAX_AMOUNT            DECIMAL(15, 2)  NOT NULL,
000000           NEW_BALANCE           DECIMAL(15, 2)  NOT NULL,
000000           PROGRAM_ID            CHAR(10)        NOT NULL,
000000           CHARGE_TS             CHAR(21)        NOT NULL
000000         )
000000     END-EXEC.
000000*---------------------------------------------------------------*
000000*--- COBOL DECLARATION FOR TABLE MYDB.DB_FEE_HISTORY
000000*--- サービス手数料履歴（SPD9999FEEが1課金につき1行追加する）
000000*--- 当日の徴収分はSPD9999GLEが手数料収入・仮受消費税として仕訳し、
000000*--- 月次の手数料収入報告はSPD9999FIRが作成する
000000*--- FEE_ID        : 手数料ID (主キー。MAX+1で採番)
000000*--- CHARGE_DATE   : 課金日（業務日付 YYYYMMDD）
000000*--- ACC_ID        : アカウントID
000000*--- SERVICE_CODE  : サービスコード（DB_FEE_SCHEDULE参照）
000000*--- CUST_CATEGORY : 適用した手数料区分
000000*--- CURRENCY_CODE : 通貨コード
000000*--- REFERENCE_ID  : 課金元の参照番号（証明書番号・注文ID・
000000*---                 振込ID）
000000*--- CHARGE_METHOD : 徴収方法 'A'=口座残高から引落し
000000*---                 'D'=支払額から差引き
000000*--- STATUS        : 'C'=徴収済 'W'=免除 'U'=未収（残高・支払額
000000*---                 不足、残高行なし）
000000*--- WAIVE_REASON  : 免除理由 'S'=手数料表の免除フラグ
000000*---                 'F'=月間無料回数内。免除以外はSPACES
000000*--- FEE_AMOUNT    : 手数料額（税抜。免除・未収も所定額を記録）
000000*--- TAX_AMOUNT    : 消費税額（同上）
000000*--- NEW_BALANCE   : 引落し後残高（'A'の徴収済のみ。他は0）
000000*--- PROGRAM_ID    : 課金したプログラムID
000000*--- CHARGE_TS     : 課金日時 (FUNCTION CURRENT-DATEの21桁)
000000*---------------------------------------------------------------*
000000 01 DCLDB-FEE-HISTORY.
000000    03 FH-FEE-ID                 PIC S9(9)       USAGE COMP.
000000    03 FH-CHARGE-DATE            PIC X(08).
000000    03 FH-ACC-ID                 PIC S9(9)       USAGE COMP.
000000    03 FH-SERVICE-CODE           PIC X(04).
000000    03 FH-CUST-CATEGORY          PIC X(02).
000000    03 FH-CURRENCY-CODE          PIC X(03).
000000    03 FH-REFERENCE-ID           PIC S9(9)       USAGE COMP.
000000    03 FH-CHARGE-METHOD          PIC X(01).
000000    03 FH-STATUS                 PIC X(01).
000000    03 FH-WAIVE-REASON           PIC X(01).
000000    03 FH-FEE-AMOUNT             PIC S9(13)V9(2) USAGE COMP-3.
000000    03 FH-TAX-AMOUNT             PIC S9(13)V9(2) USAGE COMP-3.
000000    03 FH-NEW-BALANCE            PIC S9(13)V9(2) USAGE COMP-3.
000000    03 FH-PROGRAM-ID             PIC X(10).
000000    03 FH-CHARGE-TS              PIC X(21).
000000*---------------------------------------------------------------*
000000*--- THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15
000000*****************************************************************
