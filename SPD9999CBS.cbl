000000*                                SPD9999RFW等の先行完了を確認し、
000000*                                正常終了時は'END'で完了を記録
000000*                                する
000000*        2026/10/15 :            期日なし預金の判定をDB_PRODUCTの
000000*                                商品区分（PRODUCT_CLASS）で行う
000000*                                （SPD9999PRD呼出）
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000    03 RPT-CTL-AMOUNT            PIC -(14)9.99.
000000    03 FILLER                    PIC X(72)  VALUE SPACES.
000000 01 RPT-LINE-BLANK               PIC X(132) VALUE SPACES.
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
000000    03 CST-STATUS-2              PIC X(01)  VALUE '2'.
000000    03 CST-CLASS-NON-TERM        PIC X(01)  VALUE 'N'.
000000    03 CST-TYPE-ORDINARY         PIC X(10)  VALUE 'ORDINARY'.
000000    03 CST-BASE-CURRENCY         PIC X(03)  VALUE 'JPY'.
000000    03 CST-BAND-U3               PIC X(02)  VALUE '03'.
000000    03 WS-SEQ-RUN-DATE           PIC X(08).
000000    03 WS-SEQ-RETURN             PIC S9(04) COMP.
000000    03 WS-SEQ-MISSING            PIC X(10).
000000*--- SPD9999BDT（業務日付取得）呼出パラメータ
000000 01 WS-PARAM-BDT.
000000    03 WS-BDT-DATE               PIC X(08).
000000    03 WS-BDT-PREV-DATE          PIC X(08).
000000    03 WS-BDT-RETURN             PIC S9(04) COMP.
000000*/-------------------------------------------------------------/*
000000*  JCL パラメータ受け取りエリア
000000*/-------------------------------------------------------------/*
000000     COMPUTE HV-PREV-MONTH-9 =
000000             HV-WORK-YY * 100 + HV-WORK-MM.
000000     MOVE HV-PREV-MONTH-9        TO      HV-PREV-MONTH-X.
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
000000     EXIT.
000000*                                |      日数でバンド分けする
000000*/-------------------------------------------------------------/*
000000 SPD9999CBS-GET-TERM-BAND.
000000     PERFORM SPD9999CBS-GET-PRODUCT-CLASS.
000000     IF WS-PRD-CLASS = CST-CLASS-NON-TERM
000000         MOVE CST-BAND-NOTERM    TO      WS-TERM-BAND
000000     ELSE
000000         MOVE 'N'                TO      WS-ROLL-RULE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 商品区分の取得（COMMON）
000000* SPD9999CBS-GET-PRODUCT-CLASS SECTION |
000000*                                |      SPD9999PRDでDB_PRODUCTを参照
000000*                                |      する。商品行の無い注文は
000000*                                |      区分SPACES（期日指定扱い）
000000*                                |      とし、SPD9999STVで例外報告
000000*/-------------------------------------------------------------/*
000000 SPD9999CBS-GET-PRODUCT-CLASS.
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
000000             MOVE 'SPD9999CBS-GET-PRODUCT-CLASS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SPD9999PRD PRODUCT LOOKUP FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999CBS-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999CBS-ABEND       SECTION |      （COMMON）
000000*                                |
