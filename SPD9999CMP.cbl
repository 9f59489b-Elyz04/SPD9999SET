000000*                     絞り込み（階層化後も単一行参照が成立する
000000*                     ようにするための対応で、旧式計算の趣旨は
000000*                     変えない）
000000*        2026/10/15 : 預金商品マスタ（DB_PRODUCT）の導入に伴い、
000000*                     新旧双方の期日なし判定を商品区分で、満期
000000*                     までの期間日数をSPD9999PRDで求めるよう変更
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000    03 HV-OVERLAP-START-COMP     PIC S9(09) COMP.
000000    03 HV-OVERLAP-END-COMP       PIC S9(09) COMP.
000000    03 HV-OVERLAP-DAYS           PIC S9(05) COMP.
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
000000 01 CST-VARIABLES.
000000    03 CST-STATUS-1              PIC X(01)  VALUE '1'.
000000    03 CST-NON-TERM              PIC X(10)  VALUE 'NON-TERM'.
000000    03 CST-CLASS-NON-TERM        PIC X(01)  VALUE 'N'.
000000    03 CST-FIXED-VALUE-12        PIC 9(03)  VALUE 365.
000000    03 CST-EOF-CRS               PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-RATE          PIC X(01)  VALUE 'N'.
000000    03 CST-COUNT-DISAGREE        PIC 9(05)  VALUE 0.
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
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CMP-INIT-DATE.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-9.
000000     MOVE HV-DATE-CURRENT-9      TO          HV-DATE-CURRENT-X.
000000     COMPUTE HV-DAYS-CURRENT-COMP =
000000         FUNCTION INTEGER-OF-DATE(HV-DATE-CURRENT-9).
000000         FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(AS-START-DATE)).
000000     COMPUTE HV-DAYS-END-COMP   =
000000         FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(AS-END-DATE)).
000000     PERFORM SPD9999CMP-GET-PRODUCT.
000000     PERFORM SPD9999CMP-CALC-LEGACY.
000000     PERFORM SPD9999CMP-CALC-CURRENT.
000000     ADD 1                       TO      CST-COUNT-SCANNED.
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 商品区分・期間日数の取得
000000* SPD9999CMP-GET-PRODUCT SECTION |      （COMMON。2026/10/15）
000000*                                |      SPD9999PRDで預入日から商品の
000000*                                |      期間を数えた日数を求める。
000000*                                |      商品行の無い注文は区分SPACES
000000*                                |      ・期間0日として比較する
000000*/-------------------------------------------------------------/*
000000 SPD9999CMP-GET-PRODUCT.
000000     MOVE AS-SAVING-TYPE         TO      WS-PRD-SAVING-TYPE.
000000     MOVE SPACES                 TO      WS-PRD-CURRENCY-CODE.
000000     MOVE AS-START-DATE          TO      WS-PRD-BASE-DATE.
000000     CALL 'SPD9999PRD' USING WS-PARAM-PRD.
000000     EVALUATE WS-PRD-RETURN
000000         WHEN 0
000000             CONTINUE
000000         WHEN 4
000000             MOVE SPACES         TO      WS-PRD-CLASS
000000             MOVE 0              TO      WS-PRD-TERM-DAYS
000000         WHEN OTHER
000000             MOVE 'SPD9999CMP-GET-PRODUCT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SPD9999PRD PRODUCT LOOKUP FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999CMP-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 旧式利息計算（PGM001サンプル
000000* SPD9999CMP-CALC-LEGACY SECTION |      プログラム／COBOLサンプル
000000*                                |      プログラムのCALCULATE-FUN002
000000     IF WS-DAYS-ACTUAL < 0
000000         MOVE 0                  TO      WS-DAYS-ACTUAL
000000     END-IF.
000000     IF WS-PRD-CLASS = CST-CLASS-NON-TERM
000000         MOVE AS-SAVING-TYPE     TO      WS-LEGACY-LOOKUP-TYPE
000000         PERFORM SPD9999CMP-GET-LEGACY-RATE
000000         COMPUTE WS-LEGACY-INTEREST =
000000                 CST-FIXED-VALUE-12
000000     ELSE
000000         IF HV-DAYS-CURRENT-COMP >= HV-DAYS-END-COMP
000000             MOVE WS-PRD-TERM-DAYS   TO      WS-DAYS-TERM
000000             MOVE AS-SAVING-TYPE     TO      WS-LEGACY-LOOKUP-TYPE
000000             PERFORM SPD9999CMP-GET-LEGACY-RATE
000000             COMPUTE WS-LEGACY-INTEREST =
000000*                                |       SETと同一の式を再現する）
000000*/-------------------------------------------------------------/*
000000 SPD9999CMP-CALC-CURRENT.
000000     IF WS-PRD-CLASS = CST-CLASS-NON-TERM
000000         MOVE HV-DAYS-START-COMP     TO      HV-WINDOW-START-COMP
000000         MOVE HV-DAYS-CURRENT-COMP   TO      HV-WINDOW-END-COMP
000000         MOVE AS-SAVING-TYPE         TO      WS-SPLIT-SAVING-TYPE
000000         PERFORM SPD9999CMP-CALC-SPLIT
000000     ELSE
000000         IF HV-DAYS-CURRENT-COMP >= HV-DAYS-END-COMP
000000             MOVE WS-PRD-TERM-DAYS   TO      WS-DAYS-TERM
000000             MOVE HV-DAYS-START-COMP TO      HV-WINDOW-START-COMP
000000             COMPUTE HV-WINDOW-END-COMP =
000000                     HV-DAYS-START-COMP + WS-DAYS-TERM
