000000*    SPX20260831    :            決済通知の保管テーブル記録
000000*                                （再印字対応）
000000*    CREATE DATE    :            2026/01/07
000000*    UPDATE DATE    :            2026/10/15
000000*    AUTHOR         :            Elyz04                      
000000*    PURPOSE        :            利息計算および満期決済処理
000000*/-------------------------------------------------------------/*   
000000*                     ・通貨属性の参照を1件ごとのSELECTから
000000*                       起動時キャッシュへ変更（SPX20260330と
000000*                       同一方式）
000000*        2026/10/15 : 預金商品マスタ（DB_PRODUCT）の導入。
000000*                     SAVING_TYPEの定数（FIXED-03/06/12・
000000*                     NON-TERM・'INSTALL'接頭辞）による判定を
000000*                     商品区分（PRODUCT_CLASS）の参照へ置換し、
000000*                     商品行は起動時キャッシュへロードする
000000*                     （SPX20260330と同一方式）。
000000*                     ・商品行の無い注文はE314で棄却
000000*                     ・EARLY_FLAG／PARTIAL_FLAG='N'の商品の
000000*                       早期解約・一部払出はE207／E208で棄却
000000*                     ・RENEW_FLAG='N'または販売終了後の商品は
000000*                       継続指図があっても払出とする
000000*                     ・継続新規の満期日は商品の期間（日数・
000000*                       月数）からSPD9999PRDで算出
000000*        2026/10/15 : 金利キャンペーン（DB_CAMPAIGN）対応。
000000*                     ・期日指定定期の継続新規はSPD9999CPNで
000000*                       キャンペーンを判定し上乗せ利率を固定
000000*                     ・満期決済・プレビューは注文の上乗せ利率
000000*                       （DB_CAMPAIGN_ORDER）をレグ'B'として
000000*                       約定利率の利息へ加算する。早期解約・
000000*                       一部払出・NON-TERM利率での付利には
000000*                       上乗せしない
000000*        2026/10/15 : 定期預金の中間利払（SPD9999IPO、WITHDRAWAL_
000000*                     TYPE='INTPAY'）対応。
000000*                     ・期日指定定期の満期決済・プレビューは当期
000000*                       直近のINTPAY日を付利起点とし、支払済み
000000*                       期間の利息を二重に払わない
000000*                     ・早期解約は支払済みの中間利払利息（グロス）
000000*                       を解約利息から差し引き、レグ'C'として明細
000000*                       へ記録する。差引後が負の場合は源泉徴収税
000000*                       も負値（還付）で計算し元金から回収する
000000*                     ・利払指定（DB_INT_PAYOUT_ELECTION）または
000000*                       中間利払実績のある注文の一部払出はE315で
000000*                       店頭手続へ誘導
000000*                     ・継続新規へは利払指定を引き継ぎ、次回
000000*                       利払日をSPD9999IPSで算出する
000000*        2026/10/15 : 外貨預金代り金の換算入金に対応。
000000*                     ・行内別口座（'I'）の指図に換算通貨
000000*                       （CONVERT_CCY）がある場合は、
000000*                       SPD9999FXCでDB_FX_CUST_RATEのTTB・TTS
000000*                       により換算した額を振込先へ入金し、
000000*                       換算記録（DB_FX_CONVERSION）を登録する
000000*                     ・振込先残高の通貨が入金通貨（換算なしは
000000*                       預金通貨）と異なる場合はE305、換算
000000*                       レートが未整備・不正の場合はE306で棄却
000000*                     ・履歴・通知の金額は従来どおり預金通貨
000000*        2026/10/15 : 共同名義預金（DB_ORDER_OWNER）対応。
000000*                     一部払出の対象注文は、PARMのACC_IDが注文の
000000*                     ACC_IDまたは本日有効な持分（SHARE_PCT＞0）の
000000*                     名義人であれば取得し、代り金・履歴・通知は
000000*                     請求した名義人の口座とする（相続時の故人
000000*                     持分の払出はSPD9999ESTから本モードで行う）
000000*        2026/10/15 : 預金・普通預金残高・担保の更新の前後で
000000*                     SPD9999CHGを呼び、変更前後のイメージを
000000*                     DB_CHANGE_JOURNALへ記録
000000*        2026/10/15 : マル優の届出限度額（DB_TAX_INFO.
000000*                     EXEMPT_LIMIT）対応。
000000*                     ・税区分'2'の注文はSPD9999MXUで非課税元金
000000*                       と課税元金に按分し、課税元金分の利息
000000*                       （元金比で按分）に税区分'1'の税率で
000000*                       源泉徴収税を課す。外貨預金は全額課税
000000*                     ・継続新規の作成後にSPD9999MXUで限度額を
000000*                       確認する（超過はE951で記録し、継続は
000000*                       止めない）
000000*        2026/10/15 : 通帳の喪失届（DB_PASSBOOK.STATUS='L'。
000000*                     SPD9999ONBで受理）のある口座の早期解約
000000*                     （モード'5'）・一部払出（モード'6'）を、
000000*                     再発行までE209で棄却する（満期決済は対象外）
000000*        2026/10/15 : 本日の日付をシステム時計ではなく
000000*                     業務日付（DB_BUSINESS_DATE。
000000*                     SPD9999BDTで取得）から得る
000000*        2026/10/15 : 共同名義人の一部払出で、支払停止の確認と
000000*                     マル優按分を請求者ではなく注文の名義人
000000*                     （AS-ACC-ID）で行うよう修正。請求者は
000000*                     WS-CLAIM-ACC-IDに保持して入金・履歴・通知
000000*                     にのみ使用し、請求者側の支払停止も
000000*                     SPD9999-CHK-CLAIM-HOLDで確認する
000000*        2026/10/15 : 名義人以外の共同名義人による一部払出は
000000*                     相続手続（SPD9999EST）での故人持分の払出
000000*                     に限り受け付け、それ以外はE316で棄却する。
000000*                     持分を超える払出で持分行（DB_ORDER_OWNER）
000000*                     と元金が食い違うのを防ぐため（持分の
000000*                     按分し直しはSPD9999ESTが行う）
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000     EXEC SQL
000000         INCLUDE                 NTCHST
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_PRODUCT
000000     EXEC SQL
000000         INCLUDE                 PRDMST
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CAMPAIGN_ORDER（2026/10/15）
000000     EXEC SQL
000000         INCLUDE                 CMPORD
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_INT_PAYOUT_ELECTION（2026/10/15）
000000     EXEC SQL
000000         INCLUDE                 INTPEL
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ORDER_OWNER（2026/10/15）
000000     EXEC SQL
000000         INCLUDE                 ORDOWN
000000     END-EXEC.
000000*/-------------------------------------------------------------/*
000000*  ワークエリア
000000*/-------------------------------------------------------------/*
000000    03 WS-PARAM-ACC-ID-CHAR      PIC X(09).
000000    03 WS-PARAM-ACC-ID-DISP      PIC 9(09).
000000    03 WS-PARAM-ACC-ID-COMP      PIC S9(09)       COMP.
000000    03 WS-CLAIM-ACC-ID           PIC S9(09)       COMP.
000000    03 WS-PARAM-AS-OF-DATE-CHAR  PIC X(08).
000000    03 WS-PARAM-COMMIT-LMT-CHAR  PIC X(05).
000000    03 WS-CEILING-AMOUNT         PIC S9(13)V99    COMP-3.
000000    03 WS-TAX-CATEGORY           PIC X(01).
000000    03 WS-RATE-TAX-NATIONAL      PIC S9(01)V9(04) COMP-3.
000000    03 WS-RATE-TAX-LOCAL         PIC S9(01)V9(04) COMP-3.
000000*--- マル優の限度超過元金分の利息と一般税率（2026/10/15）
000000    03 WS-TAXABLE-INTEREST       PIC S9(13)V99    COMP-3.
000000    03 WS-RATE-GEN-NATIONAL      PIC S9(01)V9(04) COMP-3.
000000    03 WS-RATE-GEN-LOCAL         PIC S9(01)V9(04) COMP-3.
000000    03 WS-TAX-NATIONAL           PIC S9(13)V99    COMP-3.
000000    03 WS-TAX-LOCAL              PIC S9(13)V99    COMP-3.
000000    03 WS-AMOUNT-INT-NET         PIC S9(13)V99    COMP-3.
000000    03 WS-PAYOUT-TYPE            PIC X(01).
000000    03 WS-PAYOUT-AMOUNT          PIC S9(13)V99    COMP-3.
000000*--- 入金通貨と換算要否（2026/10/15）
000000    03 WS-PAYOUT-CCY             PIC X(03).
000000    03 WS-CONVERT-REQ            PIC X(01).
000000    03 WS-CREDIT-AMOUNT          PIC S9(13)V99    COMP-3.
000000    03 WS-SPLIT-PRINCIPAL        PIC S9(13)V99    COMP-3.
000000    03 WS-BONUS-RATE             PIC S9(01)V9(04) COMP-3.
000000    03 WS-INSTALL-INTEREST       PIC S9(13)V99    COMP-3.
000000    03 WS-INSTALL-BASE           PIC S9(13)V99    COMP-3.
000000    03 WS-PLEDGED-AMOUNT         PIC S9(13)V99    COMP-3.
000000    03 WS-BLOCKED-AMOUNT         PIC S9(13)V99    COMP-3.
000000    03 WS-CHARGE-AMOUNT          PIC S9(13)V99    COMP-3.
000000    03 WS-CHARGE-PENDING         PIC X(01).
000000    03 WS-INTPAY-PAID            PIC S9(13)V99    COMP-3.
000000    03 WS-CLAWBACK               PIC X(01).
000000    03 WS-NEG-CHARGE             PIC S9(13)V99    COMP-3.
000000    03 WS-CCY-DECIMALS           PIC 9(01).
000000    03 WS-CCY-ROUND              PIC X(01).
000000       05 CCH-CA-CURRENCY        PIC X(03).
000000       05 CCH-CA-DECIMALS        PIC 9(01).
000000       05 CCH-CA-ROUND           PIC X(01).
000000*--- 預金商品マスタ（2026/10/15）
000000 01 CCH-PRODUCT-CACHE.
000000    03 CCH-PD-CNT                PIC S9(04) COMP VALUE 0.
000000    03 CCH-PD-ROW OCCURS 50.
000000       05 CCH-PD-SAVING-TYPE     PIC X(10).
000000       05 CCH-PD-CLASS           PIC X(01).
000000       05 CCH-PD-SALE-END        PIC X(08).
000000       05 CCH-PD-EARLY-FLAG      PIC X(01).
000000       05 CCH-PD-PARTIAL-FLAG    PIC X(01).
000000       05 CCH-PD-RENEW-FLAG      PIC X(01).
000000*/-------------------------------------------------------------/*
000000*  利息計算レグ明細キャプチャ（SPX20260810）
000000*  計算パラグラフが1注文分のレグを積み、履歴記録後に
000000    03 HV-SETTLED-CNT            PIC S9(09) COMP.
000000    03 HV-REVERSED-CNT           PIC S9(09) COMP.
000000    03 HV-HOLD-CNT               PIC S9(09) COMP.
000000    03 HV-LOST-BOOK-CNT          PIC S9(09) COMP.
000000    03 HV-DISTRIB-CNT            PIC S9(09) COMP.
000000    03 HV-RVS-LEG-SEEN           PIC S9(09) COMP.
000000    03 HV-GROUP-LEG-CNT          PIC S9(09) COMP.
000000    03 HV-GROUP-RVS-CNT          PIC S9(09) COMP.
000000    03 HV-ACCRUAL-START-X        PIC X(08).
000000    03 HV-DAYS-ACCRUAL-COMP      PIC S9(09) COMP.
000000    03 HV-ELECT-CNT              PIC S9(09) COMP.
000000    03 HV-DAYS-END-ADJ-COMP      PIC S9(09) COMP.
000000    03 HV-ADJ-DAYS-COMP          PIC S9(09) COMP.
000000    03 HV-ADJ-DAYS-ORIG-COMP     PIC S9(09) COMP.
000000*/-------------------------------------------------------------/*
000000*  定数定義                                                      
000000*/-------------------------------------------------------------/*     
000000*--- SPD9999CHG（変更前後イメージ記録）呼出パラメータ
000000 01 WS-PARAM-CHG.
000000    03 WS-CHG-FUNC               PIC X(01).
000000    03 WS-CHG-PROGRAM            PIC X(10)
000000       VALUE 'SPD9999SET'.
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
000000*--- PROGRAM / PROCESS LOG MESSAGE AREA
000000    03 CST-START-PGM-MSG         PIC X(50)  VALUE SPACES.
000000    03 CST-STATUS-1              PIC X(01)  VALUE '1'.
000000    03 CST-STATUS-2              PIC X(01)  VALUE '2'.
000000    03 CST-STATUS-9              PIC X(01)  VALUE '9'.
000000*--- DB_ESTATE_DISTRIB.STATUS 分配待ち
000000    03 CST-DISTRIB-PENDING       PIC X(01)  VALUE 'P'.
000000    03 CST-EOF-CRS1              PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS2              PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS3              PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-RVS           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-CTB           PIC X(01)  VALUE 'N'.
000000*--- SAVING TYPE CONSTANT
000000*--- 期日前の定期に適用する期日なし利率の参照キー
000000    03 CST-NON-TERM              PIC X(10)  VALUE 'NON-TERM'.
000000    03 CST-BASE-CURRENCY         PIC X(03)  VALUE 'JPY'.
000000*--- PRODUCT CLASS CONSTANT（DB_PRODUCT.PRODUCT_CLASS。2026/10/15）
000000    03 CST-CLASS-FIXED           PIC X(01)  VALUE 'F'.
000000    03 CST-CLASS-NON-TERM        PIC X(01)  VALUE 'N'.
000000    03 CST-CLASS-INSTALL         PIC X(01)  VALUE 'I'.
000000    03 CST-PASSBOOK-LOST         PIC X(01)  VALUE 'L'.
000000    03 CST-EOF-CRS-PD            PIC X(01)  VALUE 'N'.
000000    03 CST-COUNT-RENEW-DOWN      PIC 9(05)  VALUE 0.
000000    03 CST-COUNT-CAMPAIGN        PIC 9(05)  VALUE 0.
000000*--- DAY BASIS DEFAULT
000000    03 CST-DAY-BASIS-DEFAULT     PIC 9(03)  VALUE 365.
000000*--- PROCESS COUNTER
000000    03 CST-COUNT-PROC1           PIC 9(05)  VALUE 0.
000000    03 CST-COUNT-PROC2           PIC 9(05)  VALUE 0.
000000    03 CST-WITHDRAW-PARTIAL      PIC X(08)  VALUE 'PARTIAL'.
000000    03 CST-WITHDRAW-REVERSAL     PIC X(08)  VALUE 'REVERSAL'.
000000    03 CST-WITHDRAW-CAPITAL      PIC X(08)  VALUE 'CAPITAL'.
000000    03 CST-WITHDRAW-INTPAY       PIC X(08)  VALUE 'INTPAY'.
000000    03 CST-WITHDRAW-CONTRIB      PIC X(08)  VALUE 'CONTRIB'.
000000    03 CST-WITHDRAW-CHARGE       PIC X(08)  VALUE 'CHARGE'.
000000*--- NEGATIVE RATE FLOOR CONTROL（SPX20260826）
000000    03 CST-COUNT-CHARGED         PIC 9(05)  VALUE 0.
000000*--- RENEWAL INSTRUCTION TYPE
000000    03 CST-RENEW-PAYOUT          PIC X(01)  VALUE '1'.
000000    03 CST-ENROLL-RENEWAL        PIC X(01)  VALUE 'R'.
000000    03 CST-RENEW-ROOT            PIC X(01)  VALUE '2'.
000000    03 CST-RENEW-ROOTINT         PIC X(01)  VALUE '3'.
000000*--- MAKER-CHECKER APPROVAL CONTROL（SPX20260807）
000000    03 CST-XFER-PENDING          PIC X(01)  VALUE 'P'.
000000    03 CST-XFER-NO-SENT-DATE     PIC X(08)  VALUE '00000000'.
000000    03 CST-COUNT-EXT-XFER        PIC 9(05)  VALUE 0.
000000*--- PAYOUT CURRENCY CONVERSION（2026/10/15）
000000    03 CST-FXC-QUOTE             PIC X(01)  VALUE 'Q'.
000000    03 CST-FXC-POST              PIC X(01)  VALUE 'P'.
000000    03 CST-COUNT-FX-CONV         PIC 9(05)  VALUE 0.
000000*--- WITHHOLDING TAX CONTROL
000000    03 CST-TAX-CAT-DEFAULT       PIC X(01)  VALUE '1'.
000000    03 CST-TAX-CAT-EXEMPT        PIC X(01)  VALUE '2'.
000000    03 CST-FUNC-MXU-CHECK        PIC X(01)  VALUE 'C'.
000000    03 CST-FUNC-MXU-SPLIT        PIC X(01)  VALUE 'S'.
000000    03 CST-COUNT-MARUYU-SPLIT    PIC 9(05)  VALUE 0.
000000    03 CST-COUNT-MARUYU-OVER     PIC 9(05)  VALUE 0.
000000    03 CST-TOTAL-TAX-REMIT       PIC S9(13)V99 VALUE 0.
000000*--- COMMIT CONTROL
000000    03 CST-COMMIT-CNT            PIC 9(05)  VALUE 0.
000000    03 CST-RTN-CODE-STOPPED      PIC 9(01)  VALUE 2.
000000    03 CST-RTN-CODE-REJECT       PIC 9(01)  VALUE 4.
000000*/-------------------------------------------------------------/*
000000*  SPD9999PRD（預金商品マスタ参照）呼出パラメータ（2026/10/15）
000000*  キャッシュ検索の結果もWS-PRD-CLASS等へ格納する
000000*/-------------------------------------------------------------/*
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
000000*--- （2026/10/15）
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
000000*--- SPD9999IPS（中間利払日算出）呼出パラメータ
000000*--- （2026/10/15）
000000 01 WS-PARAM-IPS.
000000    03 WS-IPS-PAYOUT-FREQ        PIC X(01).
000000    03 WS-IPS-START-DATE         PIC X(08).
000000    03 WS-IPS-END-DATE           PIC X(08).
000000    03 WS-IPS-BASE-DATE          PIC X(08).
000000    03 WS-IPS-NEXT-DATE          PIC X(08).
000000    03 WS-IPS-RETURN             PIC S9(04) COMP.
000000*--- SPD9999FXC（代り金の通貨換算）呼出パラメータ
000000*--- （2026/10/15）
000000 01 WS-PARAM-FXC.
000000    03 WS-FXC-MODE               PIC X(01).
000000    03 WS-FXC-CONV-DATE          PIC X(08).
000000    03 WS-FXC-FROM-CCY           PIC X(03).
000000    03 WS-FXC-TO-CCY             PIC X(03).
000000    03 WS-FXC-FROM-AMOUNT        PIC S9(13)V99 COMP-3.
000000    03 WS-FXC-ORDER-ID           PIC S9(09) COMP.
000000    03 WS-FXC-ACC-ID             PIC S9(09) COMP.
000000    03 WS-FXC-TARGET-ACC-ID      PIC S9(09) COMP.
000000    03 WS-FXC-SOURCE-TYPE        PIC X(08).
000000    03 WS-FXC-TO-AMOUNT          PIC S9(13)V99 COMP-3.
000000    03 WS-FXC-FROM-CUST-RATE     PIC S9(03)V9(06) COMP-3.
000000    03 WS-FXC-TO-CUST-RATE       PIC S9(03)V9(06) COMP-3.
000000    03 WS-FXC-SPREAD-AMOUNT      PIC S9(13)V99 COMP-3.
000000    03 WS-FXC-COMMISSION         PIC S9(13)V99 COMP-3.
000000    03 WS-FXC-CONV-ID            PIC S9(09) COMP.
000000    03 WS-FXC-RETURN             PIC S9(04) COMP.
000000*--- SPD9999MXU（マル優限度額判定）呼出パラメータ
000000*--- （2026/10/15）
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
000000*  JCL パラメータ受け取りエリア                                                     
000000*/-------------------------------------------------------------/* 
000000 LINKAGE                         SECTION.
000000*--- （SPX20260826）
000000     MOVE           0            TO      WS-CHARGE-AMOUNT.
000000     MOVE          'N'           TO      WS-CHARGE-PENDING.
000000*--- 中間利払の戻入れは注文単位で初期化する（2026/10/15）
000000     MOVE           0            TO      WS-INTPAY-PAID.
000000     MOVE          'N'           TO      WS-CLAWBACK.
000000*--- 通貨別の小数桁・丸め方式を取得する（SPX20260827）
000000     MOVE          'Y'           TO      WS-ROUND-TRACK.
000000     PERFORM SPD9999-GET-CCY-ATTR.
000000     PERFORM SPD9999-GET-DAY-BASIS.
000000*--- 金利キャンペーンの上乗せ利率を取得する（2026/10/15）
000000     PERFORM SPD9999-GET-BONUS.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 日数計算基準の取得
000000*                                |      行なしはACT/365扱い
000000*/-------------------------------------------------------------/*
000000 SPD9999-GET-DAY-BASIS.
000000     MOVE CST-DAY-BASIS-DEFAULT  TO      WS-DAY-BASIS.
000000     MOVE AS-SAVING-TYPE         TO      DC-SAVING-TYPE.
000000     MOVE AS-CURRENCY-CODE       TO      DC-CURRENCY-CODE.
000000     EXEC SQL
000000             PERFORM SPD9999-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: キャンペーン上乗せ利率の取得
000000* SPD9999-GET-BONUS      SECTION |      （2026/10/15）
000000*                                |      対象: DB_CAMPAIGN_ORDER
000000*                                |      期日指定定期のみ。行なしは
000000*                                |      上乗せなし
000000*/-------------------------------------------------------------/*
000000 SPD9999-GET-BONUS.
000000     MOVE 0                      TO      WS-BONUS-RATE.
000000     IF WS-PRD-CLASS = CST-CLASS-FIXED
000000         MOVE AS-ORDER-ID        TO      CO-ORDER-ID
000000         EXEC SQL
000000             SELECT BONUS_RATE
000000             INTO   :CO-BONUS-RATE
000000             FROM   MYDB.DB_CAMPAIGN_ORDER
000000             WHERE  ORDER_ID = :CO-ORDER-ID
000000         END-EXEC
000000         EVALUATE SQLCODE
000000             WHEN 0
000000                 MOVE CO-BONUS-RATE
000000                                 TO      WS-BONUS-RATE
000000             WHEN 100
000000                 CONTINUE
000000             WHEN OTHER
000000                 MOVE 'SPD9999-GET-BONUS'
000000                                 TO
000000                      CST-ABEND-BREAKPOINT
000000                 MOVE 'SELECT CAMPAIGN ORDER FAILED'
000000                                 TO
000000                      CST-ABEND-DETAIL
000000                 PERFORM SPD9999-ABEND
000000         END-EVALUATE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*         
000000*                                | NOTE: 計算用ワーク初期化         
000000* SPD9999-INIT-DATE      SECTION |      （COMMON）                        
000000*/-------------------------------------------------------------/*         
000000 SPD9999-INIT-DATE.
000000     MOVE FUNCTION CURRENT-DATE  TO      WS-RUN-START-TS.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         MOVE 'SPD9999-INIT-DATE'
000000                                 TO
000000              CST-ABEND-BREAKPOINT
000000         MOVE 'BUSINESS DATE NOT AVAILABLE'
000000                                 TO
000000              CST-ABEND-DETAIL
000000         PERFORM SPD9999-ABEND
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-9.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     COMPUTE HV-DAYS-CURRENT-COMP =
000000         FUNCTION INTEGER-OF-DATE(HV-DATE-CURRENT-9).
000000     EXIT.
000000         PERFORM SPD9999-LOAD-MINBAL-CACHE
000000         PERFORM SPD9999-LOAD-PENALTY-CACHE
000000         PERFORM SPD9999-LOAD-CCYATTR-CACHE
000000         PERFORM SPD9999-LOAD-PRODUCT-CACHE
000000         MOVE 'Y'                TO      CCH-LOADED
000000     END-IF.
000000     EXIT.
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 預金商品マスタのロード
000000* SPD9999-LOAD-PRODUCT-CACHE SECTION |  （2026/10/15）
000000*                                |      対象: DB_PRODUCT
000000*/-------------------------------------------------------------/*
000000 SPD9999-LOAD-PRODUCT-CACHE.
000000     MOVE 0                      TO      CCH-PD-CNT.
000000     MOVE 'N'                    TO      CST-EOF-CRS-PD.
000000     EXEC SQL
000000         DECLARE CRS-LD-PD CURSOR FOR
000000         SELECT  SAVING_TYPE, PRODUCT_CLASS, SALE_END_DATE,
000000                 EARLY_FLAG, PARTIAL_FLAG, RENEW_FLAG
000000         FROM    MYDB.DB_PRODUCT
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-LD-PD
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999-LOAD-PRODUCT-CACHE'
000000                                 TO
000000              CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-LD-PD FAILED'
000000                                 TO
000000              CST-ABEND-DETAIL
000000         PERFORM SPD9999-ABEND
000000     END-IF.
000000     PERFORM SPD9999-FETCH-LD-PD.
000000     PERFORM UNTIL CST-EOF-CRS-PD = 'Y'
000000         IF CCH-PD-CNT >= 50
000000             MOVE 'SPD9999-LOAD-PRODUCT-CACHE'
000000                                 TO
000000                  CST-ABEND-BREAKPOINT
000000             MOVE 'PRODUCT CACHE OVERFLOW (MAX 50)'
000000                                 TO
000000                  CST-ABEND-DETAIL
000000             PERFORM SPD9999-ABEND
000000         END-IF
000000         ADD 1                   TO      CCH-PD-CNT
000000         MOVE PD-SAVING-TYPE
000000             TO CCH-PD-SAVING-TYPE  (CCH-PD-CNT)
000000         MOVE PD-PRODUCT-CLASS
000000             TO CCH-PD-CLASS        (CCH-PD-CNT)
000000         MOVE PD-SALE-END-DATE
000000             TO CCH-PD-SALE-END     (CCH-PD-CNT)
000000         MOVE PD-EARLY-FLAG
000000             TO CCH-PD-EARLY-FLAG   (CCH-PD-CNT)
000000         MOVE PD-PARTIAL-FLAG
000000             TO CCH-PD-PARTIAL-FLAG (CCH-PD-CNT)
000000         MOVE PD-RENEW-FLAG
000000             TO CCH-PD-RENEW-FLAG   (CCH-PD-CNT)
000000         PERFORM SPD9999-FETCH-LD-PD
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-LD-PD
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 預金商品マスタの行取得
000000* SPD9999-FETCH-LD-PD    SECTION |      （2026/10/15）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999-FETCH-LD-PD.
000000     EXEC SQL
000000         FETCH CRS-LD-PD
000000         INTO  :PD-SAVING-TYPE, :PD-PRODUCT-CLASS,
000000               :PD-SALE-END-DATE, :PD-EARLY-FLAG,
000000               :PD-PARTIAL-FLAG, :PD-RENEW-FLAG
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-PD
000000         WHEN OTHER
000000             MOVE 'SPD9999-FETCH-LD-PD'
000000                                 TO
000000                  CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-LD-PD FAILED'
000000                                 TO
000000                  CST-ABEND-DETAIL
000000             PERFORM SPD9999-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 注文の商品区分・可否取得
000000* SPD9999-GET-PRODUCT    SECTION |      （2026/10/15）
000000*                                |      キャッシュからAS-SAVING-TYPE
000000*                                |      の行を検索する。行が無い
000000*                                |      注文はE314で棄却
000000*/-------------------------------------------------------------/*
000000 SPD9999-GET-PRODUCT.
000000     MOVE SPACES                 TO      WS-PRD-CLASS.
000000     MOVE 'N'                    TO      CCH-FOUND.
000000     PERFORM SPD9999-SCAN-PRODUCT
000000         VARYING CCH-IDX FROM 1 BY 1
000000         UNTIL   CCH-IDX > CCH-PD-CNT
000000         OR      CCH-FOUND = 'Y'.
000000     IF CCH-FOUND = 'N'
000000         MOVE 'SPD9999-GET-PRODUCT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         STRING 'NO PRODUCT MASTER ROW FOR ' AS-SAVING-TYPE
000000             DELIMITED BY SIZE
000000             INTO CST-ABEND-DETAIL
000000         END-STRING
000000         MOVE 'E314'             TO      CST-REASON-CODE
000000         PERFORM SPD9999-REJECT
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 預金商品マスタのキャッシュ
000000* SPD9999-SCAN-PRODUCT   SECTION |      検索（2026/10/15）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999-SCAN-PRODUCT.
000000     IF CCH-PD-SAVING-TYPE (CCH-IDX) = AS-SAVING-TYPE
000000         MOVE CCH-PD-CLASS        (CCH-IDX) TO WS-PRD-CLASS
000000         MOVE CCH-PD-SALE-END     (CCH-IDX)
000000                                 TO      WS-PRD-SALE-END-DATE
000000         MOVE CCH-PD-EARLY-FLAG   (CCH-IDX) TO WS-PRD-EARLY-FLAG
000000         MOVE CCH-PD-PARTIAL-FLAG (CCH-IDX)
000000                                 TO      WS-PRD-PARTIAL-FLAG
000000         MOVE CCH-PD-RENEW-FLAG   (CCH-IDX) TO WS-PRD-RENEW-FLAG
000000         MOVE 'Y'                TO      CCH-FOUND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: プレビュー基準日の一時適用
000000* SPD9999-APPLY-AS-OF-DATE SECTION |    （SPX20260217）
000000*                                |      対象: DB_RUN_CONTROL.AS_OF_DATE
000000*/-------------------------------------------------------------/* 
000000 SPD9999-PROC-PREV.
000000     MOVE 'N'                    TO      WS-ROW-REJECTED.
000000*--- 商品マスタの無い注文は付利しない（2026/10/15）
000000     PERFORM SPD9999-GET-PRODUCT.
000000     IF WS-ROW-REJECTED = 'N'
000000         PERFORM SPD9999-CHK-MIN-BALANCE
000000     END-IF.
000000     IF WS-ROW-REJECTED = 'N'
000000         PERFORM SPD9999-INIT-CALC
000000         PERFORM SPD9999-GET-DATE-PREV
000000                  CST-ABEND-DETAIL
000000             PERFORM SPD9999-ABEND
000000     END-EVALUATE.
000000*--- マル優は限度超過元金分の利息を課税する（2026/10/15）
000000     MOVE 0                      TO      WS-TAXABLE-INTEREST.
000000     MOVE 0                      TO      WS-RATE-GEN-NATIONAL.
000000     MOVE 0                      TO      WS-RATE-GEN-LOCAL.
000000     IF WS-TAX-CATEGORY = CST-TAX-CAT-EXEMPT
000000         PERFORM SPD9999-SPLIT-MARUYU
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: マル優の課税元金按分
000000* SPD9999-SPLIT-MARUYU   SECTION |      （2026/10/15）
000000*                                |      対象: DB_TAX_INFO
000000*                                |            DB_ACCOUNT_SAVINGS
000000*                                |            DB_TAX_RATE
000000*                                |      課税元金の比率で利息を按分
000000*                                |      し税区分'1'の税率を取得する
000000*/-------------------------------------------------------------/*
000000 SPD9999-SPLIT-MARUYU.
000000     MOVE CST-FUNC-MXU-SPLIT     TO      WS-MXU-FUNC.
000000     MOVE AS-ACC-ID              TO      WS-MXU-ACC-ID.
000000     MOVE AS-ORDER-ID            TO      WS-MXU-ORDER-ID.
000000     MOVE AS-CURRENCY-CODE       TO      WS-MXU-CURRENCY-CODE.
000000     MOVE AS-MONEY-ROOT          TO      WS-MXU-PRINCIPAL.
000000     MOVE WS-PARAM-MODE          TO      WS-MXU-RUN-MODE.
000000     MOVE HV-DATE-CURRENT-X      TO      WS-MXU-RUN-DATE.
000000     CALL 'SPD9999MXU' USING WS-PARAM-MXU.
000000     IF WS-MXU-RETURN NOT = 0
000000         MOVE 'SPD9999-SPLIT-MARUYU'
000000                                 TO
000000              CST-ABEND-BREAKPOINT
000000         MOVE 'SPD9999MXU MARUYU SPLIT FAILED'
000000                                 TO
000000              CST-ABEND-DETAIL
000000         PERFORM SPD9999-ABEND
000000     END-IF.
000000     IF  WS-MXU-TAXABLE-PRINCIPAL > 0
000000     AND AS-MONEY-ROOT            > 0
000000         COMPUTE WS-TAXABLE-INTEREST ROUNDED =
000000                 WS-AMOUNT-INTEREST       *
000000                 WS-MXU-TAXABLE-PRINCIPAL /
000000                 AS-MONEY-ROOT
000000         MOVE CST-TAX-CAT-DEFAULT
000000                                 TO      TR-TAX-CATEGORY
000000         EXEC SQL
000000             SELECT NATIONAL_RATE, LOCAL_RATE
000000             INTO   :TR-NATIONAL-RATE, :TR-LOCAL-RATE
000000             FROM   MYDB.DB_TAX_RATE
000000             WHERE  TAX_CATEGORY = :TR-TAX-CATEGORY
000000         END-EXEC
000000         EVALUATE SQLCODE
000000             WHEN 0
000000                 MOVE TR-NATIONAL-RATE
000000                                 TO      WS-RATE-GEN-NATIONAL
000000                 MOVE TR-LOCAL-RATE
000000                                 TO      WS-RATE-GEN-LOCAL
000000             WHEN 100
000000                 CONTINUE
000000             WHEN OTHER
000000                 MOVE 'SPD9999-SPLIT-MARUYU'
000000                                 TO
000000                      CST-ABEND-BREAKPOINT
000000                 MOVE 'SELECT GENERAL TAX RATES FAILED'
000000                                 TO
000000                      CST-ABEND-DETAIL
000000                 PERFORM SPD9999-ABEND
000000         END-EVALUATE
000000         ADD 1                   TO      CST-COUNT-MARUYU-SPLIT
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 支払利息の源泉徴収税計算
000000* SPD9999-CALC-TAX       SECTION |      （SPX20260303）
000000*                                |      グロス利息から国税・地方税を
000000*                                |      控除しネット利息を算出。
000000*                                |      マイナス利息は課税しない。
000000*                                |      中間利払の戻入れで負となった
000000*                                |      場合のみ税額も負値（還付）
000000*                                |      マル優の限度超過元金分の利息
000000*                                |      は一般税率で課税する
000000*/-------------------------------------------------------------/*
000000 SPD9999-CALC-TAX.
000000     IF WS-AMOUNT-INTEREST > 0
000000     OR WS-CLAWBACK = 'Y'
000000         COMPUTE WS-TAX-NATIONAL    =
000000                 (WS-AMOUNT-INTEREST -
000000                  WS-TAXABLE-INTEREST) *
000000                 WS-RATE-TAX-NATIONAL +
000000                 WS-TAXABLE-INTEREST *
000000                 WS-RATE-GEN-NATIONAL
000000         COMPUTE WS-TAX-LOCAL       =
000000                 (WS-AMOUNT-INTEREST -
000000                  WS-TAXABLE-INTEREST) *
000000                 WS-RATE-TAX-LOCAL +
000000                 WS-TAXABLE-INTEREST *
000000                 WS-RATE-GEN-LOCAL
000000*--- 税額も通貨の小数桁へ丸める（SPX20260827）
000000         MOVE WS-TAX-NATIONAL    TO      WS-ROUND-WORK
000000         PERFORM SPD9999-ROUND-CCY-AMOUNT
000000     MOVE HV-DAYS-START-COMP     TO      HV-WINDOW-START-COMP.
000000*--- NON-TERMは直近の利息組入日を付利起点とする（SPX20260402
000000*--- 以降、SPD9999CAPはSTART_DATEを前進させない。2026/04/09）
000000*--- 期日指定定期は当期直近の中間利払日を付利起点とする
000000*--- （2026/10/15）
000000     IF WS-PRD-CLASS = CST-CLASS-NON-TERM
000000     OR WS-PRD-CLASS = CST-CLASS-FIXED
000000         PERFORM SPD9999-GET-ACCRUAL-START
000000         MOVE HV-DAYS-ACCRUAL-COMP
000000                                 TO      HV-WINDOW-START-COMP
000000     MOVE HV-DAYS-CURRENT-COMP   TO      HV-WINDOW-END-COMP.
000000     MOVE AS-SAVING-TYPE         TO      WS-SPLIT-SAVING-TYPE.
000000*--- 積立定期は積立トランシェごとに付利する（SPX20260817）
000000     IF WS-PRD-CLASS = CST-CLASS-INSTALL
000000         PERFORM SPD9999-CALC-INSTALL
000000     ELSE
000000         PERFORM SPD9999-CALC-INTEREST-SPLIT
000000*                                |                                      
000000*/-------------------------------------------------------------/* 
000000 SPD9999-CALC-SET.
000000     IF WS-PRD-CLASS = CST-CLASS-NON-TERM
000000*--- NON-TERMは直近の利息組入日を付利起点とする（2026/04/09）
000000         PERFORM SPD9999-GET-ACCRUAL-START
000000         MOVE HV-DAYS-ACCRUAL-COMP   TO      HV-WINDOW-START-COMP
000000         MOVE AS-SAVING-TYPE         TO      WS-SPLIT-SAVING-TYPE
000000         PERFORM SPD9999-CALC-INTEREST-SPLIT
000000     ELSE
000000     IF WS-PRD-CLASS = CST-CLASS-INSTALL
000000*--- 積立定期は積立トランシェごとに預入日から付利する
000000*--- （SPX20260817）。付利終端は定期と同じく営業日調整後の
000000*--- 満期日（未到来時は本日）
000000         PERFORM SPD9999-CALC-INSTALL
000000     ELSE
000000*--- 満期判定・付利終端とも営業日調整後の満期日を用いる
000000*--- （SPX20260312）。付利起点は当期直近の中間利払日
000000*--- （無ければSTART_DATE。2026/10/15）
000000         PERFORM SPD9999-GET-ACCRUAL-START
000000         IF HV-DAYS-CURRENT-COMP >= HV-DAYS-END-ADJ-COMP
000000             MOVE HV-DAYS-ACCRUAL-COMP
000000                                 TO      HV-WINDOW-START-COMP
000000             MOVE HV-DAYS-END-ADJ-COMP
000000                                 TO      HV-WINDOW-END-COMP
000000                                 TO      WS-SPLIT-SAVING-TYPE
000000             PERFORM SPD9999-CALC-INTEREST-SPLIT
000000         ELSE
000000             MOVE HV-DAYS-ACCRUAL-COMP
000000                                 TO      HV-WINDOW-START-COMP
000000             MOVE HV-DAYS-CURRENT-COMP
000000                                 TO      HV-WINDOW-END-COMP
000000*                                |      レグの組入日を付利起点と
000000*                                |      する。組入が無い口座は
000000*                                |      START_DATE（口座開設日）
000000*                                |      期日指定定期は当期の中間
000000*                                |      利払（INTPAY）日（2026/10/15）
000000*/-------------------------------------------------------------/*
000000 SPD9999-GET-ACCRUAL-START.
000000     MOVE HV-DAYS-START-COMP     TO      HV-DAYS-ACCRUAL-COMP.
000000         INTO   :HV-ACCRUAL-START-X
000000         FROM   MYDB.DB_SAVINGS_HISTORY
000000         WHERE  ORDER_ID        = :AS-ORDER-ID
000000         AND    (WITHDRAWAL_TYPE = :CST-WITHDRAW-CAPITAL OR
000000                 WITHDRAWAL_TYPE = :CST-WITHDRAW-INTPAY)
000000         AND    SETTLE_DATE    >= :AS-START-DATE
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999-GET-ACCRUAL-START'
000000             VARYING CCH-IDX FROM 1 BY 1
000000             UNTIL   CCH-IDX > CCH-II-CNT
000000     END-IF.
000000*--- 金利キャンペーンの上乗せ分は約定利率での付利期間に
000000*--- 別レグ'B'として加算する（2026/10/15）
000000     IF  WS-BONUS-RATE > 0
000000     AND WS-SPLIT-SAVING-TYPE = AS-SAVING-TYPE
000000     AND HV-WINDOW-START-COMP < HV-WINDOW-END-COMP
000000         COMPUTE CDT-STG-AMOUNT      =
000000                 WS-SPLIT-PRINCIPAL  *
000000                 WS-BONUS-RATE       *
000000                 (HV-WINDOW-END-COMP - HV-WINDOW-START-COMP) /
000000                 WS-DAY-BASIS
000000         COMPUTE WS-AMOUNT-INTEREST  =
000000                 WS-AMOUNT-INTEREST  +
000000                 CDT-STG-AMOUNT
000000         MOVE HV-WINDOW-START-COMP   TO      CDT-STG-START-COMP
000000         MOVE HV-WINDOW-END-COMP     TO      CDT-STG-END-COMP
000000         MOVE 'B'                    TO      CDT-STG-SOURCE
000000         MOVE WS-BONUS-RATE          TO      CDT-STG-RATE
000000         MOVE 0                      TO      CDT-STG-TIER-MIN
000000         MOVE 0                      TO      CDT-STG-TIER-MAX
000000         PERFORM SPD9999-ADD-CALC-LEG
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 有効期間と計算対象期間の重複分を加算
000000*/-------------------------------------------------------------/*
000000 SPD9999-PROC-SET.
000000     MOVE 'N'                    TO      WS-ROW-REJECTED.
000000*--- 商品マスタの無い注文は決済しない（2026/10/15）
000000     PERFORM SPD9999-GET-PRODUCT.
000000     IF WS-ROW-REJECTED = 'N'
000000         PERFORM SPD9999-CHK-HOLD
000000     END-IF.
000000     IF WS-ROW-REJECTED = 'N'
000000         PERFORM SPD9999-CHK-ALREADY-SETTLED
000000     END-IF.
000000         IF WS-CHARGE-PENDING = 'Y'
000000             PERFORM SPD9999-TAKE-CHARGE
000000         END-IF
000000*--- 換算記録の払出区分（2026/10/15）
000000         IF WS-RENEWAL-TYPE = CST-RENEW-PAYOUT
000000             MOVE CST-WITHDRAW-MATURITY
000000                                 TO      WS-FXC-SOURCE-TYPE
000000         ELSE
000000             MOVE CST-WITHDRAW-RENEWAL
000000                                 TO      WS-FXC-SOURCE-TYPE
000000         END-IF
000000         PERFORM SPD9999-ROUTE-PAYOUT
000000     END-IF.
000000     IF WS-ROW-REJECTED = 'N'
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 共同名義人の支払停止チェック
000000* SPD9999-CHK-CLAIM-HOLD SECTION |      （2026/10/15）
000000*                                |      対象: DB_ACCOUNT_HOLD
000000*                                |      請求者（WS-CLAIM-ACC-ID）の
000000*                                |      口座単位・当該注文の停止
000000*/-------------------------------------------------------------/*
000000 SPD9999-CHK-CLAIM-HOLD.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-HOLD-CNT
000000         FROM   MYDB.DB_ACCOUNT_HOLD
000000         WHERE  ACC_ID = :WS-CLAIM-ACC-ID
000000         AND    (ORDER_ID = 0 OR
000000                 ORDER_ID = :AS-ORDER-ID)
000000         AND    START_DATE <= :HV-DATE-CURRENT-X
000000         AND    END_DATE   >= :HV-DATE-CURRENT-X
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999-CHK-CLAIM-HOLD'
000000                                 TO
000000              CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT CLAIMANT HOLD COUNT FAILED'
000000                                 TO
000000              CST-ABEND-DETAIL
000000         PERFORM SPD9999-ABEND
000000     END-IF.
000000     IF HV-HOLD-CNT > 0
000000         ADD 1                   TO      CST-COUNT-HELD
000000         MOVE 'SPD9999-CHK-CLAIM-HOLD'
000000                                 TO
000000              CST-ABEND-BREAKPOINT
000000         MOVE 'CLAIMANT ACCOUNT ON LEGAL HOLD, SKIPPED'
000000                                 TO
000000              CST-ABEND-DETAIL
000000         MOVE 'E203'              TO      CST-REASON-CODE
000000         PERFORM SPD9999-REJECT
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 共同名義人の請求の相続確認
000000* SPD9999-CHK-CLAIM-ESTATE SECTION |    （2026/10/15）
000000*                                |      対象: DB_ESTATE_DISTRIB
000000*                                |      請求者に分配待ちの相続指図が
000000*                                |      無ければE316で棄却する。
000000*                                |      相続手続中の口座はESTATE停止
000000*                                |      がSPD9999ESTの解除まで残るため
000000*                                |      （SPD9999-CHK-CLAIM-HOLD）、
000000*                                |      通過するのはSPD9999ESTからの
000000*                                |      故人持分の払出のみ
000000*/-------------------------------------------------------------/*
000000 SPD9999-CHK-CLAIM-ESTATE.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-DISTRIB-CNT
000000         FROM   MYDB.DB_ESTATE_DISTRIB
000000         WHERE  ACC_ID = :WS-CLAIM-ACC-ID
000000         AND    STATUS = :CST-DISTRIB-PENDING
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999-CHK-CLAIM-ESTATE'
000000                                 TO
000000              CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT ESTATE DISTRIB COUNT FAILED'
000000                                 TO
000000              CST-ABEND-DETAIL
000000         PERFORM SPD9999-ABEND
000000     END-IF.
000000     IF HV-DISTRIB-CNT = 0
000000         MOVE 'SPD9999-CHK-CLAIM-ESTATE'
000000                                 TO
000000              CST-ABEND-BREAKPOINT
000000         MOVE 'JOINT HOLDER CLAIM ONLY VIA ESTATE'
000000                                 TO
000000              CST-ABEND-DETAIL
000000         MOVE 'E316'              TO      CST-REASON-CODE
000000         PERFORM SPD9999-REJECT
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 取消済み件数の取得
000000* SPD9999-CNT-REVERSED   SECTION |      （SPX20260310）
000000*                                |      対象: DB_SAVINGS_HISTORY
000000*/-------------------------------------------------------------/*
000000 SPD9999-GET-RENEWAL.
000000     MOVE CST-RENEW-PAYOUT       TO      WS-RENEWAL-TYPE.
000000     IF WS-PRD-CLASS NOT = CST-CLASS-NON-TERM
000000         EXEC SQL
000000             SELECT RENEWAL_TYPE
000000             INTO   :RN-RENEWAL-TYPE
000000     AND WS-RENEWAL-TYPE NOT = CST-RENEW-ROOTINT
000000         MOVE CST-RENEW-PAYOUT   TO      WS-RENEWAL-TYPE
000000     END-IF.
000000*--- 継続不可または販売終了後の商品は継続指図があっても
000000*--- 払出とする（2026/10/15）
000000     IF  WS-RENEWAL-TYPE NOT = CST-RENEW-PAYOUT
000000         IF WS-PRD-RENEW-FLAG NOT = 'Y'
000000         OR WS-PRD-SALE-END-DATE < HV-DATE-CURRENT-X
000000             DISPLAY 'RENEWAL NOT OFFERED, PAID OUT : '
000000                     AS-ORDER-ID ' ' AS-SAVING-TYPE
000000             ADD 1               TO      CST-COUNT-RENEW-DOWN
000000             MOVE CST-RENEW-PAYOUT
000000                                 TO      WS-RENEWAL-TYPE
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 継続指図に応じた金額振分け
000000*                                |      の新DB_ACCOUNT_SAVINGS行を作成
000000*/-------------------------------------------------------------/*
000000 SPD9999-RENEW-SAV.
000000*--- 新満期日は商品マスタの期間（日数・月数）から求める
000000*--- （2026/10/15）
000000     MOVE AS-SAVING-TYPE         TO      WS-PRD-SAVING-TYPE.
000000     MOVE SPACES                 TO      WS-PRD-CURRENCY-CODE.
000000     MOVE HV-DATE-CURRENT-X      TO      WS-PRD-BASE-DATE.
000000     CALL 'SPD9999PRD' USING WS-PARAM-PRD.
000000     IF WS-PRD-RETURN NOT = 0
000000         MOVE 'SPD9999-RENEW-SAV'
000000                                 TO
000000              CST-ABEND-BREAKPOINT
000000         MOVE 'SPD9999PRD PRODUCT TERM LOOKUP FAILED'
000000                                 TO
000000              CST-ABEND-DETAIL
000000         PERFORM SPD9999-ABEND
000000     END-IF.
000000     MOVE HV-DATE-CURRENT-X      TO      HV-NEW-START-X.
000000     MOVE WS-PRD-END-DATE        TO      HV-NEW-END-X.
000000*--- 並列分割実行では他分割と採番が衝突し得るため、
000000*--- 一意制約違反（-803）は再採番してリトライする
000000*--- （SPX20260326）
000000     MOVE 0                      TO      WS-RENEW-RETRY-CNT.
000000     PERFORM SPD9999-INS-RENEW-ROW
000000         UNTIL WS-RENEW-DONE = 'Y'.
000000*--- 継続新規も金利キャンペーンの対象とする（2026/10/15）
000000     IF WS-PRD-CLASS = CST-CLASS-FIXED
000000         PERFORM SPD9999-APPLY-CAMPAIGN
000000*--- 中間利払の指定も継続新規へ引き継ぐ（2026/10/15）
000000         PERFORM SPD9999-CARRY-INT-ELECTION
000000     END-IF.
000000*--- 継続新規のマル優限度額を確認する（2026/10/15）
000000     PERFORM SPD9999-CHK-MARUYU-RENEW.
000000*--- 有効担保は継続新規の注文へ付け替える（SPX20260818）
000000     IF WS-PLEDGED-AMOUNT > 0
000000         MOVE 'P'                TO      WS-CHG-TABLE
000000         MOVE AS-ORDER-ID        TO      WS-CHG-ORDER-ID
000000         PERFORM SPD9999-CHG-BEFORE
000000         EXEC SQL
000000             UPDATE  MYDB.DB_PLEDGE
000000             SET     ORDER_ID     = :HV-NEW-ORDER-ID
000000                  CST-ABEND-DETAIL
000000             PERFORM SPD9999-ABEND
000000         END-IF
000000         MOVE HV-NEW-ORDER-ID    TO      WS-CHG-NEW-ORDER-ID
000000         PERFORM SPD9999-CHG-AFTER
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 継続新規のマル優限度額チェック
000000* SPD9999-CHK-MARUYU-RENEW SECTION |    （2026/10/15）
000000*                                |      対象: DB_TAX_INFO
000000*                                |            DB_ACCOUNT_SAVINGS
000000*                                |      追加元金は旧元金からの増加分
000000*                                |      （元利継続の利息）とする
000000*/-------------------------------------------------------------/*
000000 SPD9999-CHK-MARUYU-RENEW.
000000     MOVE CST-FUNC-MXU-CHECK     TO      WS-MXU-FUNC.
000000     MOVE AS-ACC-ID              TO      WS-MXU-ACC-ID.
000000     MOVE HV-NEW-ORDER-ID        TO      WS-MXU-ORDER-ID.
000000     MOVE AS-CURRENCY-CODE       TO      WS-MXU-CURRENCY-CODE.
000000     COMPUTE WS-MXU-PRINCIPAL    =
000000             WS-RENEW-PRINCIPAL  -
000000             AS-MONEY-ROOT.
000000     MOVE WS-PARAM-MODE          TO      WS-MXU-RUN-MODE.
000000     MOVE HV-DATE-CURRENT-X      TO      WS-MXU-RUN-DATE.
000000     CALL 'SPD9999MXU' USING WS-PARAM-MXU.
000000     EVALUATE WS-MXU-RETURN
000000         WHEN 0
000000             CONTINUE
000000         WHEN 4
000000             ADD 1               TO      CST-COUNT-MARUYU-OVER
000000         WHEN OTHER
000000             MOVE 'SPD9999-CHK-MARUYU-RENEW'
000000                                 TO
000000                  CST-ABEND-BREAKPOINT
000000             MOVE 'SPD9999MXU MARUYU LIMIT CHECK FAILED'
000000                                 TO
000000                  CST-ABEND-DETAIL
000000             PERFORM SPD9999-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 継続新規への金利キャンペーン適用
000000* SPD9999-APPLY-CAMPAIGN SECTION |      （2026/10/15）
000000*                                |      対象: DB_CAMPAIGN
000000*                                |            DB_CAMPAIGN_ORDER
000000*                                |      継続資金として判定する
000000*/-------------------------------------------------------------/*
000000 SPD9999-APPLY-CAMPAIGN.
000000     MOVE HV-NEW-ORDER-ID        TO      WS-CPN-ORDER-ID.
000000     MOVE AS-ACC-ID              TO      WS-CPN-ACC-ID.
000000     MOVE AS-SAVING-TYPE         TO      WS-CPN-SAVING-TYPE.
000000     MOVE AS-CURRENCY-CODE       TO      WS-CPN-CURRENCY-CODE.
000000     MOVE WS-RENEW-PRINCIPAL     TO      WS-CPN-PRINCIPAL.
000000     MOVE CST-ENROLL-RENEWAL     TO      WS-CPN-ENROLL-TYPE.
000000     MOVE HV-NEW-START-X         TO      WS-CPN-ENROLL-DATE.
000000     MOVE HV-NEW-END-X           TO      WS-CPN-END-DATE.
000000     CALL 'SPD9999CPN' USING WS-PARAM-CPN.
000000     IF WS-CPN-RETURN = 0
000000         ADD 1                   TO      CST-COUNT-CAMPAIGN
000000     END-IF.
000000     IF WS-CPN-RETURN > 4
000000         MOVE 'SPD9999-APPLY-CAMPAIGN'
000000                                 TO
000000              CST-ABEND-BREAKPOINT
000000         MOVE 'SPD9999CPN CAMPAIGN ENROLMENT FAILED'
000000                                 TO
000000              CST-ABEND-DETAIL
000000         PERFORM SPD9999-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 中間利払指定の引継ぎ
000000* SPD9999-CARRY-INT-ELECTION SECTION |  （2026/10/15）
000000*                                |      対象: DB_INT_PAYOUT_ELECTION
000000*                                |      指定の無い注文は何もしない
000000*/-------------------------------------------------------------/*
000000 SPD9999-CARRY-INT-ELECTION.
000000     MOVE AS-ORDER-ID            TO      IE-ORDER-ID.
000000     EXEC SQL
000000         SELECT PAYOUT_FREQ
000000         INTO   :IE-PAYOUT-FREQ
000000         FROM   MYDB.DB_INT_PAYOUT_ELECTION
000000         WHERE  ORDER_ID = :IE-ORDER-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE IE-PAYOUT-FREQ TO      WS-IPS-PAYOUT-FREQ
000000             MOVE HV-NEW-START-X TO      WS-IPS-START-DATE
000000             MOVE HV-NEW-END-X   TO      WS-IPS-END-DATE
000000             MOVE HV-NEW-START-X TO      WS-IPS-BASE-DATE
000000             CALL 'SPD9999IPS' USING WS-PARAM-IPS
000000             IF WS-IPS-RETURN NOT = 0
000000                 MOVE 'SPD9999-CARRY-INT-ELECTION'
000000                                 TO
000000                      CST-ABEND-BREAKPOINT
000000                 MOVE 'SPD9999IPS NEXT PAYOUT DATE FAILED'
000000                                 TO
000000                      CST-ABEND-DETAIL
000000                 PERFORM SPD9999-ABEND
000000             END-IF
000000             MOVE HV-NEW-ORDER-ID
000000                                 TO      IE-ORDER-ID
000000             MOVE AS-ACC-ID      TO      IE-ACC-ID
000000             MOVE WS-IPS-NEXT-DATE
000000                                 TO      IE-NEXT-PAYOUT-DATE
000000             MOVE HV-DATE-CURRENT-X
000000                                 TO      IE-ELECT-DATE
000000             EXEC SQL
000000                 INSERT INTO MYDB.DB_INT_PAYOUT_ELECTION
000000                     (ORDER_ID, ACC_ID, PAYOUT_FREQ,
000000                      NEXT_PAYOUT_DATE, ELECT_DATE)
000000                 VALUES
000000                     (:IE-ORDER-ID, :IE-ACC-ID, :IE-PAYOUT-FREQ,
000000                      :IE-NEXT-PAYOUT-DATE, :IE-ELECT-DATE)
000000             END-EXEC
000000             IF SQLCODE NOT = 0
000000                 MOVE 'SPD9999-CARRY-INT-ELECTION'
000000                                 TO
000000                      CST-ABEND-BREAKPOINT
000000                 MOVE 'INSERT PAYOUT ELECTION FAILED'
000000                                 TO
000000                      CST-ABEND-DETAIL
000000                 PERFORM SPD9999-ABEND
000000             END-IF
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999-CARRY-INT-ELECTION'
000000                                 TO
000000                  CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT PAYOUT ELECTION FAILED'
000000                                 TO
000000                  CST-ABEND-DETAIL
000000             PERFORM SPD9999-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 継続新規行の採番・登録
000000* SPD9999-INS-RENEW-ROW  SECTION |      （SPX20260326）
000000*                                |      -803はリトライ（上限5回）
000000         MOVE 'E202'              TO      CST-REASON-CODE
000000         PERFORM SPD9999-REJECT
000000     ELSE
000000         MOVE 'B'                TO      WS-CHG-TABLE
000000         MOVE AB-ACC-ID          TO      WS-CHG-ACC-ID
000000         PERFORM SPD9999-CHG-BEFORE
000000         EXEC SQL
000000             UPDATE  MYDB.DB_ACCOUNT_BALANCE
000000             SET     BALANCE = :WS-NEW-BALANCE
000000                  CST-ABEND-DETAIL
000000             PERFORM SPD9999-ABEND
000000         END-IF
000000         PERFORM SPD9999-CHG-AFTER
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000             MOVE PI-TARGET-ACC-ID
000000                                 TO      AB-ACC-ID
000000             PERFORM SPD9999-CHK-PAYOUT-TARGET
000000*--- 換算入金はCHK-PAYOUT-TARGETの試算額を入金し、入金
000000*--- 確定後に換算記録を登録する（棄却時の孤児行防止。
000000*--- 2026/10/15）
000000             IF WS-ROW-REJECTED = 'N'
000000                 PERFORM SPD9999-GET-BAL
000000                 COMPUTE WS-NEW-BALANCE  =
000000                         AB-BALANCE      +
000000                         WS-CREDIT-AMOUNT
000000                 PERFORM SPD9999-UPD-BAL
000000             END-IF
000000             IF  WS-ROW-REJECTED = 'N'
000000             AND WS-CONVERT-REQ  = 'Y'
000000                 PERFORM SPD9999-POST-CONVERSION
000000             END-IF
000000*--- 履歴・通知のNEW_BALANCEは払出元（自口座）の変動しない
000000*--- 残高を記録する。振込先残高を書くとSPD9999RECの突合や
000000*--- 基準日残高の再構成が偽ブレークを起こす（2026/09/02）
000000*/-------------------------------------------------------------/*
000000 SPD9999-GET-PAYOUT-INSTR.
000000     MOVE CST-PAYOUT-NONE        TO      WS-PAYOUT-TYPE.
000000     MOVE AS-CURRENCY-CODE       TO      WS-PAYOUT-CCY.
000000     MOVE 'N'                    TO      WS-CONVERT-REQ.
000000     MOVE AS-ORDER-ID            TO      PI-ORDER-ID.
000000     MOVE AS-ACC-ID              TO      PI-ACC-ID.
000000     EXEC SQL
000000         SELECT TARGET_TYPE, TARGET_ACC_ID, BANK_CODE,
000000                BRANCH_CODE, EXT_ACC_TYPE, EXT_ACC_NO,
000000                EXT_ACC_NAME, CONVERT_CCY
000000         INTO   :PI-TARGET-TYPE, :PI-TARGET-ACC-ID,
000000                :PI-BANK-CODE, :PI-BRANCH-CODE,
000000                :PI-EXT-ACC-TYPE, :PI-EXT-ACC-NO,
000000                :PI-EXT-ACC-NAME, :PI-CONVERT-CCY
000000         FROM   MYDB.DB_PAYOUT_INSTRUCTION
000000         WHERE  ORDER_ID = :PI-ORDER-ID
000000         AND    ACC_ID   = :PI-ACC-ID
000000                 MOVE PI-TARGET-TYPE
000000                                 TO      WS-PAYOUT-TYPE
000000             END-IF
000000*--- 換算入金は行内別口座のみ（他行振込は全銀の円建て送金
000000*--- のため対象外。2026/10/15）
000000             IF  WS-PAYOUT-TYPE = CST-PAYOUT-INTERNAL
000000             AND PI-CONVERT-CCY NOT = SPACES
000000             AND PI-CONVERT-CCY NOT = AS-CURRENCY-CODE
000000                 MOVE PI-CONVERT-CCY
000000                                 TO      WS-PAYOUT-CCY
000000                 MOVE 'Y'        TO      WS-CONVERT-REQ
000000             END-IF
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000*                                | NOTE: 行内振込先の存在チェック
000000* SPD9999-CHK-PAYOUT-TARGET SECTION |   （SPX20260728）
000000*                                |      対象: DB_ACCOUNT_BALANCE
000000*                                |      振込先残高の通貨と入金
000000*                                |      通貨の一致、換算入金の
000000*                                |      試算（2026/10/15）
000000*/-------------------------------------------------------------/*
000000 SPD9999-CHK-PAYOUT-TARGET.
000000     MOVE WS-PAYOUT-AMOUNT       TO      WS-CREDIT-AMOUNT.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-TARGET-BAL-CNT
000000         MOVE 'E304'              TO      CST-REASON-CODE
000000         PERFORM SPD9999-REJECT
000000     END-IF.
000000*--- 残高行は単一通貨のため、異なる通貨の額は入金できない
000000     IF WS-ROW-REJECTED = 'N'
000000         PERFORM SPD9999-CHK-TARGET-CCY
000000     END-IF.
000000     IF  WS-ROW-REJECTED = 'N'
000000     AND WS-CONVERT-REQ  = 'Y'
000000     AND WS-PAYOUT-AMOUNT > 0
000000         MOVE CST-FXC-QUOTE      TO      WS-FXC-MODE
000000         PERFORM SPD9999-CALL-FXC
000000         IF WS-ROW-REJECTED = 'N'
000000             MOVE WS-FXC-TO-AMOUNT
000000                                 TO      WS-CREDIT-AMOUNT
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 振込先残高の通貨チェック
000000* SPD9999-CHK-TARGET-CCY SECTION |      （2026/10/15）
000000*                                |      対象: DB_ACCOUNT_BALANCE
000000*/-------------------------------------------------------------/*
000000 SPD9999-CHK-TARGET-CCY.
000000     EXEC SQL
000000         SELECT CURRENCY_CODE
000000         INTO   :AB-CURRENCY-CODE
000000         FROM   MYDB.DB_ACCOUNT_BALANCE
000000         WHERE  ACC_ID = :AB-ACC-ID
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999-CHK-TARGET-CCY'
000000                                 TO
000000              CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT TARGET BALANCE CURRENCY FAILED'
000000                                 TO
000000              CST-ABEND-DETAIL
000000         PERFORM SPD9999-ABEND
000000     END-IF.
000000     IF AB-CURRENCY-CODE NOT = WS-PAYOUT-CCY
000000         MOVE 'SPD9999-CHK-TARGET-CCY'
000000                                 TO
000000              CST-ABEND-BREAKPOINT
000000         MOVE 'PAYOUT TARGET CURRENCY MISMATCH'
000000                                 TO
000000              CST-ABEND-DETAIL
000000         MOVE 'E305'              TO      CST-REASON-CODE
000000         PERFORM SPD9999-REJECT
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 換算サブプログラム呼出
000000* SPD9999-CALL-FXC       SECTION |      （2026/10/15）
000000*                                |      WS-FXC-MODEを設定してから
000000*                                |      呼び出すこと。レート未整備
000000*                                |      ・不正はE306で棄却
000000*/-------------------------------------------------------------/*
000000 SPD9999-CALL-FXC.
000000     MOVE HV-DATE-CURRENT-X      TO      WS-FXC-CONV-DATE.
000000     MOVE AS-CURRENCY-CODE       TO      WS-FXC-FROM-CCY.
000000     MOVE WS-PAYOUT-CCY          TO      WS-FXC-TO-CCY.
000000     MOVE WS-PAYOUT-AMOUNT       TO      WS-FXC-FROM-AMOUNT.
000000     MOVE AS-ORDER-ID            TO      WS-FXC-ORDER-ID.
000000     MOVE AS-ACC-ID              TO      WS-FXC-ACC-ID.
000000     MOVE PI-TARGET-ACC-ID       TO      WS-FXC-TARGET-ACC-ID.
000000     CALL 'SPD9999FXC' USING WS-PARAM-FXC.
000000     EVALUATE WS-FXC-RETURN
000000         WHEN 0
000000             CONTINUE
000000         WHEN 4
000000         WHEN 8
000000             MOVE 'SPD9999-CALL-FXC'
000000                                 TO
000000                  CST-ABEND-BREAKPOINT
000000             MOVE 'FX CUSTOMER RATE MISSING OR INVALID'
000000                                 TO
000000                  CST-ABEND-DETAIL
000000             MOVE 'E306'          TO      CST-REASON-CODE
000000             PERFORM SPD9999-REJECT
000000         WHEN OTHER
000000             MOVE 'SPD9999-CALL-FXC'
000000                                 TO
000000                  CST-ABEND-BREAKPOINT
000000             MOVE 'SPD9999FXC CONVERSION FAILED'
000000                                 TO
000000                  CST-ABEND-DETAIL
000000             PERFORM SPD9999-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 換算記録の登録
000000* SPD9999-POST-CONVERSION SECTION |     （2026/10/15）
000000*                                |      対象: DB_FX_CONVERSION
000000*                                |      （SPD9999FXCが登録）
000000*                                |      試算額と異なる場合は異常
000000*/-------------------------------------------------------------/*
000000 SPD9999-POST-CONVERSION.
000000     IF WS-PAYOUT-AMOUNT > 0
000000         MOVE CST-FXC-POST       TO      WS-FXC-MODE
000000         PERFORM SPD9999-CALL-FXC
000000         IF  WS-ROW-REJECTED = 'N'
000000         AND WS-FXC-TO-AMOUNT NOT = WS-CREDIT-AMOUNT
000000             MOVE 'SPD9999-POST-CONVERSION'
000000                                 TO
000000                  CST-ABEND-BREAKPOINT
000000             MOVE 'CONVERTED AMOUNT DIFFERS FROM QUOTE'
000000                                 TO
000000                  CST-ABEND-DETAIL
000000             PERFORM SPD9999-ABEND
000000         END-IF
000000         ADD 1                   TO      CST-COUNT-FX-CONV
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 他行振込の送信キュー登録
000000*/-------------------------------------------------------------/*
000000 SPD9999-CHK-MIN-BALANCE.
000000     MOVE 'N'                    TO      WS-BELOW-MIN-BALANCE.
000000     IF WS-PRD-CLASS = CST-CLASS-NON-TERM
000000         IF AS-DORMANT-FLAG = 'Y'
000000             MOVE 'Y'            TO      WS-BELOW-MIN-BALANCE
000000         ELSE
000000*                                |                                      
000000*/-------------------------------------------------------------/*     
000000 SPD9999-UPD-SAV.
000000     MOVE 'S'                    TO      WS-CHG-TABLE.
000000     MOVE AS-ORDER-ID            TO      WS-CHG-ORDER-ID.
000000     PERFORM SPD9999-CHG-BEFORE.
000000     EXEC SQL                                                      
000000         UPDATE     MYDB.DB_ACCOUNT_SAVINGS                            
000000         SET        STATUS   = :CST-STATUS-9                         
000000              CST-ABEND-DETAIL           
000000         PERFORM SPD9999-ABEND
000000     END-IF.
000000     PERFORM SPD9999-CHG-AFTER.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 決済履歴の記録
000000                 CURRENCY_CODE
000000         FROM    MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE   STATUS = :CST-STATUS-1
000000         AND     SAVING_TYPE NOT IN
000000                 (SELECT P.SAVING_TYPE
000000                  FROM   MYDB.DB_PRODUCT P
000000                  WHERE  P.PRODUCT_CLASS = :CST-CLASS-NON-TERM)
000000         AND     END_DATE > :HV-DATE-CURRENT-X
000000         AND     ACC_ID = :WS-PARAM-ACC-ID-COMP
000000         AND     (:CST-ORDER-ID-FLAG = 'N' OR
000000*/-------------------------------------------------------------/*
000000 SPD9999-PROC-EARLY.
000000     MOVE 'N'                    TO      WS-ROW-REJECTED.
000000*--- 商品マスタの無い注文は解約しない（2026/10/15）
000000     PERFORM SPD9999-GET-PRODUCT.
000000     IF WS-ROW-REJECTED = 'N'
000000         PERFORM SPD9999-CHK-HOLD
000000     END-IF.
000000     IF WS-ROW-REJECTED = 'N'
000000         PERFORM SPD9999-CHK-PASSBOOK-LOST
000000     END-IF.
000000     IF WS-ROW-REJECTED = 'N'
000000         PERFORM SPD9999-CHK-ALREADY-WITHDRAWN
000000     END-IF.
000000*--- 手続へ誘導する（2026/09/02。一律のSTART_DATE起算では
000000*--- 後続トランシェの利息が過大となるため）
000000     IF WS-ROW-REJECTED = 'N'
000000         IF WS-PRD-CLASS = CST-CLASS-INSTALL
000000             MOVE 'SPD9999-PROC-EARLY'
000000                                 TO
000000                  CST-ABEND-BREAKPOINT
000000             PERFORM SPD9999-REJECT
000000         END-IF
000000     END-IF.
000000*--- 中途解約不可の商品は棄却する（2026/10/15）
000000     IF WS-ROW-REJECTED = 'N'
000000         IF WS-PRD-EARLY-FLAG NOT = 'Y'
000000             MOVE 'SPD9999-PROC-EARLY'
000000                                 TO
000000                  CST-ABEND-BREAKPOINT
000000             MOVE 'PRODUCT DOES NOT ALLOW EARLY WITHDRAWAL'
000000                                 TO
000000                  CST-ABEND-DETAIL
000000             MOVE 'E207'         TO      CST-REASON-CODE
000000             PERFORM SPD9999-REJECT
000000         END-IF
000000     END-IF.
000000     IF WS-ROW-REJECTED = 'N'
000000         PERFORM SPD9999-INIT-CALC
000000         PERFORM SPD9999-GET-DATE-SET
000000         PERFORM SPD9999-CALC-TAX
000000*--- 振込先指図に応じて入金先を振り分ける（SPX20260728）
000000         MOVE WS-AMOUNT-TOTAL    TO      WS-PAYOUT-AMOUNT
000000         MOVE CST-WITHDRAW-EARLY TO      WS-FXC-SOURCE-TYPE
000000         PERFORM SPD9999-ROUTE-PAYOUT
000000     END-IF.
000000     IF WS-ROW-REJECTED = 'N'
000000* SPD9999-GET-PARTIAL-ORDER SECTION |   （SPX20260304）
000000*                                |      満期前・有効（STATUS='1'）の
000000*                                |      定期預金のみ対象とする
000000*                                |      共同名義は有効な持分の名義人
000000*                                |      も取得可（2026/10/15）。請求は
000000*                                |      相続手続に限る（CHK-CLAIM-
000000*                                |      ESTATE）。
000000*                                |      AS-ACC-IDは注文の名義人の
000000*                                |      まま、請求者はWS-CLAIM-ACC-ID
000000*/-------------------------------------------------------------/*
000000 SPD9999-GET-PARTIAL-ORDER.
000000     EXEC SQL
000000                 :AS-CURRENCY-CODE
000000         FROM    MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE   ORDER_ID = :WS-PARAM-ORDER-ID-COMP
000000         AND    (ACC_ID   = :WS-PARAM-ACC-ID-COMP
000000          OR     EXISTS
000000                 (SELECT 1
000000                  FROM   MYDB.DB_ORDER_OWNER O
000000                  WHERE  O.ORDER_ID     = :WS-PARAM-ORDER-ID-COMP
000000                  AND    O.OWNER_ACC_ID = :WS-PARAM-ACC-ID-COMP
000000                  AND    O.SHARE_PCT    > 0
000000                  AND    O.START_DATE  <= :HV-DATE-CURRENT-X
000000                  AND    O.END_DATE     > :HV-DATE-CURRENT-X))
000000         AND     STATUS   = :CST-STATUS-1
000000         AND     SAVING_TYPE NOT IN
000000                 (SELECT P.SAVING_TYPE
000000                  FROM   MYDB.DB_PRODUCT P
000000                  WHERE  P.PRODUCT_CLASS = :CST-CLASS-NON-TERM)
000000         AND     END_DATE > :HV-DATE-CURRENT-X
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             ADD 1               TO      CST-COUNT-FETCHED
000000*--- 共同名義人の請求は代り金・履歴・通知を請求者の口座と
000000*--- する。支払停止・マル優按分は注文の名義人で判定するため
000000*--- AS-ACC-IDは書き換えない
000000             MOVE WS-PARAM-ACC-ID-COMP
000000                                 TO      WS-CLAIM-ACC-ID
000000         WHEN 100
000000             MOVE 'SPD9999-GET-PARTIAL-ORDER'
000000                                 TO
000000*                                |      早期解約（モード'5'）を案内
000000*/-------------------------------------------------------------/*
000000 SPD9999-PROC-PARTIAL.
000000*--- 商品マスタの無い注文は払い出さない（2026/10/15）
000000     PERFORM SPD9999-GET-PRODUCT.
000000     IF WS-ROW-REJECTED = 'N'
000000         PERFORM SPD9999-CHK-HOLD
000000     END-IF.
000000*--- 共同名義人の請求は請求者側の支払停止も確認する
000000*--- （2026/10/15）
000000     IF  WS-ROW-REJECTED = 'N'
000000     AND WS-CLAIM-ACC-ID NOT = AS-ACC-ID
000000         PERFORM SPD9999-CHK-CLAIM-HOLD
000000     END-IF.
000000*--- 名義人以外の請求は相続手続の故人持分の払出に限る
000000*--- （2026/10/15）
000000     IF  WS-ROW-REJECTED = 'N'
000000     AND WS-CLAIM-ACC-ID NOT = AS-ACC-ID
000000         PERFORM SPD9999-CHK-CLAIM-ESTATE
000000     END-IF.
000000     IF WS-ROW-REJECTED = 'N'
000000         PERFORM SPD9999-CHK-PASSBOOK-LOST
000000     END-IF.
000000*--- 積立定期の一部払出はトランシェ別の精算が必要なため自動
000000*--- 処理の対象外とし、店頭手続へ誘導する（2026/09/02）
000000     IF WS-ROW-REJECTED = 'N'
000000         IF WS-PRD-CLASS = CST-CLASS-INSTALL
000000             MOVE 'SPD9999-PROC-PARTIAL'
000000                                 TO
000000                  CST-ABEND-BREAKPOINT
000000             PERFORM SPD9999-REJECT
000000         END-IF
000000     END-IF.
000000*--- 一部払出不可の商品は棄却する（2026/10/15）
000000     IF WS-ROW-REJECTED = 'N'
000000         IF WS-PRD-PARTIAL-FLAG NOT = 'Y'
000000             MOVE 'SPD9999-PROC-PARTIAL'
000000                                 TO
000000                  CST-ABEND-BREAKPOINT
000000             MOVE 'PRODUCT DOES NOT ALLOW PARTIAL WITHDRAWAL'
000000                                 TO
000000                  CST-ABEND-DETAIL
000000             MOVE 'E208'         TO      CST-REASON-CODE
000000             PERFORM SPD9999-REJECT
000000         END-IF
000000     END-IF.
000000*--- 中間利払の対象注文は元金減額後の利払・戻入れの精算が
000000*--- 必要なため店頭手続へ誘導する（2026/10/15）
000000     IF WS-ROW-REJECTED = 'N'
000000         PERFORM SPD9999-CHK-INTPAY-ORDER
000000     END-IF.
000000     IF WS-ROW-REJECTED = 'N'
000000         PERFORM SPD9999-CHK-PARTIAL-TODAY
000000     END-IF.
000000         COMPUTE WS-AMOUNT-TOTAL =
000000                 WS-PARTIAL-AMOUNT +
000000                 WS-AMOUNT-INT-NET
000000*--- 以降の入金・履歴・通知は請求者の口座とする（2026/10/15）
000000         MOVE WS-CLAIM-ACC-ID    TO      AS-ACC-ID
000000*--- 振込先指図に応じて入金先を振り分ける（SPX20260728）
000000         MOVE WS-AMOUNT-TOTAL    TO      WS-PAYOUT-AMOUNT
000000         MOVE CST-WITHDRAW-PARTIAL
000000                                 TO      WS-FXC-SOURCE-TYPE
000000         PERFORM SPD9999-ROUTE-PAYOUT
000000     END-IF.
000000     IF WS-ROW-REJECTED = 'N'
000000*                                |      STATUSは'1'のまま継続
000000*/-------------------------------------------------------------/*
000000 SPD9999-UPD-SAV-PARTIAL.
000000     MOVE 'S'                    TO      WS-CHG-TABLE.
000000     MOVE AS-ORDER-ID            TO      WS-CHG-ORDER-ID.
000000     PERFORM SPD9999-CHG-BEFORE.
000000     EXEC SQL
000000         UPDATE     MYDB.DB_ACCOUNT_SAVINGS
000000         SET        MONEY_ROOT = MONEY_ROOT - :WS-PARTIAL-AMOUNT
000000              CST-ABEND-DETAIL
000000         PERFORM SPD9999-ABEND
000000     END-IF.
000000     PERFORM SPD9999-CHG-AFTER.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 決済取消処理
000000         PERFORM SPD9999-REJECT
000000     END-IF.
000000     IF WS-ROW-REJECTED = 'N'
000000         MOVE 'B'                TO      WS-CHG-TABLE
000000         MOVE AB-ACC-ID          TO      WS-CHG-ACC-ID
000000         PERFORM SPD9999-CHG-BEFORE
000000         EXEC SQL
000000             UPDATE  MYDB.DB_ACCOUNT_BALANCE
000000             SET     BALANCE = :WS-NEW-BALANCE
000000                  CST-ABEND-DETAIL
000000             PERFORM SPD9999-ABEND
000000         END-IF
000000         PERFORM SPD9999-CHG-AFTER
000000         PERFORM SPD9999-RESTORE-SAV
000000         MOVE CST-WITHDRAW-REVERSAL
000000                                 TO      WS-WITHDRAWAL-TYPE
000000*                                |      PARTIAL →元金を戻す
000000*/-------------------------------------------------------------/*
000000 SPD9999-RESTORE-SAV.
000000     MOVE 'S'                    TO      WS-CHG-TABLE.
000000     MOVE AS-ORDER-ID            TO      WS-CHG-ORDER-ID.
000000     PERFORM SPD9999-CHG-BEFORE.
000000     EVALUATE SH-WITHDRAWAL-TYPE
000000         WHEN CST-WITHDRAW-MATURITY
000000             EXEC SQL
000000              CST-ABEND-DETAIL
000000         PERFORM SPD9999-ABEND
000000     END-IF.
000000     PERFORM SPD9999-CHG-AFTER.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 解約ペナルティ利率取得
000000     MOVE 0                      TO      CDT-STG-TIER-MAX.
000000     MOVE WS-AMOUNT-INTEREST     TO      CDT-STG-AMOUNT.
000000     PERFORM SPD9999-ADD-CALC-LEG.
000000*--- 支払済みの中間利払利息は解約利息から差し引き、戻入れ
000000*--- レグ'C'として記録する（2026/10/15）
000000     PERFORM SPD9999-GET-INTPAY-PAID.
000000     IF WS-INTPAY-PAID > 0
000000         COMPUTE WS-AMOUNT-INTEREST =
000000                 WS-AMOUNT-INTEREST -
000000                 WS-INTPAY-PAID
000000         COMPUTE WS-AMOUNT-TOTAL    =
000000                 AS-MONEY-ROOT      +
000000                 WS-AMOUNT-INTEREST
000000         IF WS-AMOUNT-INTEREST < 0
000000             MOVE 'Y'            TO      WS-CLAWBACK
000000         END-IF
000000         MOVE HV-DAYS-START-COMP TO      CDT-STG-START-COMP
000000         MOVE HV-DAYS-CURRENT-COMP
000000                                 TO      CDT-STG-END-COMP
000000         MOVE 'C'                TO      CDT-STG-SOURCE
000000         MOVE 0                  TO      CDT-STG-RATE
000000         MOVE 0                  TO      CDT-STG-TIER-MIN
000000         MOVE 0                  TO      CDT-STG-TIER-MAX
000000         COMPUTE CDT-STG-AMOUNT  =
000000                 0 - WS-INTPAY-PAID
000000         PERFORM SPD9999-ADD-CALC-LEG
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 支払済み中間利払利息の取得
000000* SPD9999-GET-INTPAY-PAID SECTION |     （2026/10/15）
000000*                                |      対象: DB_SAVINGS_HISTORY
000000*                                |      当期INTPAY行のグロス利息計
000000*/-------------------------------------------------------------/*
000000 SPD9999-GET-INTPAY-PAID.
000000     EXEC SQL
000000         SELECT COALESCE(SUM(INTEREST_PAID), 0)
000000         INTO   :WS-INTPAY-PAID
000000         FROM   MYDB.DB_SAVINGS_HISTORY
000000         WHERE  ORDER_ID        = :AS-ORDER-ID
000000         AND    WITHDRAWAL_TYPE = :CST-WITHDRAW-INTPAY
000000         AND    SETTLE_DATE    >= :AS-START-DATE
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999-GET-INTPAY-PAID'
000000                                 TO
000000              CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT SUM INTPAY INTEREST FAILED'
000000                                 TO
000000              CST-ABEND-DETAIL
000000         PERFORM SPD9999-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 中間利払対象注文のチェック
000000* SPD9999-CHK-INTPAY-ORDER SECTION |    （2026/10/15）
000000*                                |      対象: DB_INT_PAYOUT_ELECTION
000000*                                |            DB_SAVINGS_HISTORY
000000*                                |      利払指定または利払実績が
000000*                                |      あればE315で棄却する
000000*/-------------------------------------------------------------/*
000000 SPD9999-CHK-INTPAY-ORDER.
000000     MOVE AS-ORDER-ID            TO      IE-ORDER-ID.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-ELECT-CNT
000000         FROM   MYDB.DB_INT_PAYOUT_ELECTION
000000         WHERE  ORDER_ID = :IE-ORDER-ID
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999-CHK-INTPAY-ORDER'
000000                                 TO
000000              CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT PAYOUT ELECTION COUNT FAILED'
000000                                 TO
000000              CST-ABEND-DETAIL
000000         PERFORM SPD9999-ABEND
000000     END-IF.
000000     MOVE 0                      TO      WS-INTPAY-PAID.
000000     IF HV-ELECT-CNT = 0
000000         PERFORM SPD9999-GET-INTPAY-PAID
000000     END-IF.
000000     IF HV-ELECT-CNT > 0
000000     OR WS-INTPAY-PAID NOT = 0
000000         MOVE 'SPD9999-CHK-INTPAY-ORDER'
000000                                 TO
000000              CST-ABEND-BREAKPOINT
000000         MOVE 'INTEREST PAYOUT ORDER, MANUAL HANDLING REQD'
000000                                 TO
000000              CST-ABEND-DETAIL
000000         MOVE 'E315'             TO      CST-REASON-CODE
000000         PERFORM SPD9999-REJECT
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 通帳喪失届のチェック
000000* SPD9999-CHK-PASSBOOK-LOST SECTION |   （2026/10/15）
000000*                                |      対象: DB_PASSBOOK
000000*                                |      喪失届の受理中（再発行前）
000000*                                |      の口座は窓口払出をE209で
000000*                                |      棄却する
000000*/-------------------------------------------------------------/*
000000 SPD9999-CHK-PASSBOOK-LOST.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-LOST-BOOK-CNT
000000         FROM   MYDB.DB_PASSBOOK
000000         WHERE  ACC_ID = :AS-ACC-ID
000000         AND    STATUS = :CST-PASSBOOK-LOST
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999-CHK-PASSBOOK-LOST'
000000                                 TO
000000              CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT PASSBOOK STATUS FAILED'
000000                                 TO
000000              CST-ABEND-DETAIL
000000         PERFORM SPD9999-ABEND
000000     END-IF.
000000     IF HV-LOST-BOOK-CNT > 0
000000         MOVE 'SPD9999-CHK-PASSBOOK-LOST'
000000                                 TO
000000              CST-ABEND-BREAKPOINT
000000         MOVE 'PASSBOOK REPORTED LOST, REISSUE REQUIRED'
000000                                 TO
000000              CST-ABEND-DETAIL
000000         MOVE 'E209'             TO      CST-REASON-CODE
000000         PERFORM SPD9999-REJECT
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 利息・決済処理件数表示
000000             CST-COUNT-MIN-BAL-EXC.
000000     DISPLAY 'TOTAL SAVINGS RENEWED AT MATURITY        : '
000000             CST-COUNT-RENEWED.
000000     DISPLAY 'TOTAL RENEWALS PAID OUT (NOT OFFERED)    : '
000000             CST-COUNT-RENEW-DOWN.
000000     DISPLAY 'TOTAL RENEWALS ENROLLED IN CAMPAIGN      : '
000000             CST-COUNT-CAMPAIGN.
000000     DISPLAY 'TOTAL PARTIAL WITHDRAWALS PROCESSED      : '
000000             CST-COUNT-PARTIAL.
000000     DISPLAY 'TOTAL SETTLEMENTS REVERSED               : '
000000             CST-COUNT-EXT-XFER.
000000     DISPLAY 'TOTAL NEGATIVE RATE CHARGES POSTED       : '
000000             CST-COUNT-CHARGED.
000000     DISPLAY 'TOTAL PAYOUTS CONVERTED TO OTHER CCY     : '
000000             CST-COUNT-FX-CONV.
000000     DISPLAY 'TOTAL MARUYU SETTLEMENTS PARTLY TAXED    : '
000000             CST-COUNT-MARUYU-SPLIT.
000000     DISPLAY 'TOTAL RENEWALS OVER MARUYU LIMIT         : '
000000             CST-COUNT-MARUYU-OVER.
000000     DISPLAY 'TOTAL WITHHOLDING TAX TO REMIT           : '
000000             CST-TOTAL-TAX-REMIT.
000000     EXIT.
000000         PERFORM SPD9999-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更前イメージの保持
000000* SPD9999-CHG-BEFORE     SECTION |      （2026/10/15）
000000*                                |      SPD9999CHGで更新対象行を保持
000000*/-------------------------------------------------------------/*
000000 SPD9999-CHG-BEFORE.
000000     MOVE 'B'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         MOVE 'SPD9999-CHG-BEFORE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CHANGE JOURNAL BEFORE IMAGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更後イメージの記録
000000* SPD9999-CHG-AFTER      SECTION |      （2026/10/15）
000000*                                |      対象: DB_CHANGE_JOURNAL
000000*                                |      （SPD9999CHG経由）
000000*/-------------------------------------------------------------/*
000000 SPD9999-CHG-AFTER.
000000     MOVE 'A'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         MOVE 'SPD9999-CHG-AFTER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CHANGE JOURNAL AFTER IMAGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999-ABEND
000000     END-IF.
000000     INITIALIZE                  WS-CHG-KEYS.
000000     EXIT.
000000*/-------------------------------------------------------------/*         
000000*                                | NOTE: 異常終了処理                     
000000* SPD9999-ABEND          SECTION |      （COMMON）                      
