000000*                                払出（ESTATEレグ、注文ID付き）
000000*                                を元金流出へ追加（相続決済の
000000*                                たびにE403を誤検出していた）
000000*        2026/10/15 :            承認済み手作業訂正伝票（SPD9999VCH）のうち
000000*                                元金減額（ROOT_ADJUST='Y'）の伝票元金を
000000*                                元金流出へ追加（表示は決済欄へ合算）
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000    03 WS-MOVE-CONTRIB           PIC S9(13)V99 COMP-3.
000000    03 WS-MOVE-CHARGE            PIC S9(13)V99 COMP-3.
000000    03 WS-MOVE-NEW-ORDERS        PIC S9(13)V99 COMP-3.
000000    03 WS-MOVE-VOUCHER           PIC S9(13)V99 COMP-3.
000000    03 WS-EXPECTED-ROOT          PIC S9(13)V99 COMP-3.
000000    03 WS-BREAK-AMOUNT           PIC S9(13)V99 COMP-3.
000000 01 HV-VARIABLES.
000000    03 CST-WITHDRAW-CONTRIB      PIC X(08)  VALUE 'CONTRIB'.
000000    03 CST-WITHDRAW-CHARGE       PIC X(08)  VALUE 'CHARGE'.
000000    03 CST-WITHDRAW-ESTATE       PIC X(08)  VALUE 'ESTATE'.
000000    03 CST-VCH-POSTED            PIC X(01)  VALUE 'D'.
000000    03 CST-ROOT-ADJUST           PIC X(01)  VALUE 'Y'.
000000    03 CST-REASON-RFW-BREAK      PIC X(04)  VALUE 'E403'.
000000    03 CST-RUN-MODE-RFW          PIC X(01)  VALUE 'R'.
000000    03 CST-EOF-CRS-GRP           PIC X(01)  VALUE 'N'.
000000    03 WS-SEQ-RUN-DATE           PIC X(08).
000000    03 WS-SEQ-RETURN             PIC S9(04) COMP.
000000    03 WS-SEQ-MISSING            PIC X(10).
000000*--- SPD9999BDT（業務日付取得）呼出パラメータ
000000 01 WS-PARAM-BDT.
000000    03 WS-BDT-DATE               PIC X(08).
000000    03 WS-BDT-PREV-DATE          PIC X(08).
000000    03 WS-BDT-RETURN             PIC S9(04) COMP.
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000*/-------------------------------------------------------------/*
000000 SPD9999RFW-MAIN.
000000     DISPLAY 'START SPD9999RFW'.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000*--- 実行順序の前提チェック（2026/09/02）。免除は
000000*--- SPD9999ONMの'SEQ'サブコマンドで当日に限り設定できる
000000     MOVE 'CHK'                  TO      WS-SEQ-FUNC.
000000         AND    (STATUS = :CST-STATUS-1 OR
000000                 STATUS = :CST-STATUS-2)
000000     END-EXEC.
000000*--- 手作業訂正伝票は元金減額'Y'の伝票のみMONEY_ROOTを動かす
000000*--- （履歴のVOUCHER行では判別できないため伝票から集計）
000000     EXEC SQL
000000         SELECT COALESCE(SUM(V.PRINCIPAL_AMOUNT), 0)
000000         INTO   :WS-MOVE-VOUCHER
000000         FROM   MYDB.DB_CORRECTION_VOUCHER V,
000000                MYDB.DB_ACCOUNT_SAVINGS    A
000000         WHERE  V.ORDER_ID      = A.ORDER_ID
000000         AND    A.SAVING_TYPE   = :HV-GRP-SAVING-TYPE
000000         AND    A.CURRENCY_CODE = :HV-GRP-CURRENCY
000000         AND    V.STATUS        = :CST-VCH-POSTED
000000         AND    V.ROOT_ADJUST   = :CST-ROOT-ADJUST
000000         AND    V.POSTED_DATE   > :HV-PREV-SNAP-DATE-X
000000         AND    V.POSTED_DATE  <= :HV-DATE-CURRENT-X
000000     END-EXEC.
000000     COMPUTE WS-EXPECTED-ROOT    =
000000             WS-OPENING-ROOT     -
000000             WS-MOVE-SETTLED     -
000000             WS-MOVE-VOUCHER     +
000000             WS-MOVE-CAPITAL     +
000000             WS-MOVE-CONTRIB     +
000000             WS-MOVE-CHARGE      +
000000     MOVE HV-GRP-SAVING-TYPE     TO      RPT-DTL-SAVING-TYPE.
000000     MOVE HV-GRP-CURRENCY        TO      RPT-DTL-CURRENCY.
000000     MOVE WS-OPENING-ROOT        TO      RPT-DTL-OPENING.
000000     COMPUTE RPT-DTL-SETTLED     =
000000             WS-MOVE-SETTLED     +
000000             WS-MOVE-VOUCHER.
000000*--- 表示は組入と組入控除（CHARGE）、新規開設と積立をそれぞれ
000000*--- 同欄へ合算する（2026/09/02）
000000     COMPUTE RPT-DTL-CAPITAL     =
