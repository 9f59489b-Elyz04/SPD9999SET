000000*                                既定3日）までの間
000000*                                DB_RENEWAL_INSTRUCTIONへ反映する。
000000*                                SUPPRESS_FLAG='Y'・顧客マスタ
000000*                                未登録は件数のみ報告。
000000*                                共同名義の預金（DB_ORDER_OWNER）は
000000*                                他の名義人（'J'）へも写しを作成する
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/07/31 :            プログラムの作成
000000*                                通知する。従来は法人のマイナス
000000*                                金利で負の利息を、JPYで銭単位の
000000*                                端数をそのまま印字していた）
000000*        2026/10/15 :            通知対象（期日指定定期）をDB_PRODUCTの
000000*                                商品区分（PRODUCT_CLASS）で判定。
000000*                                期日なし・積立定期は対象外のまま
000000*        2026/10/15 :            予想利息へ金利キャンペーンの上乗せ
000000*                                利率（DB_CAMPAIGN_ORDER）を加算し、
000000*                                適用注文は通知書にキャンペーンIDと
000000*                                上乗せ利率を印字
000000*        2026/10/15 :            共同名義預金（DB_ORDER_OWNER）の満期事前通知に対応。
000000*                                主名義あての通知書の作成時に、本日適用中の他の名義人
000000*                                （持分のある'J'）へも各名義人の宛名で写しを作成する
000000*                                （SUPPRESS_FLAG='Y'・顧客マスタ未登録の名義人は件数のみ）。
000000*                                通知記録（DB_MATURITY_NOTICE）は注文単位で主名義分のみ
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000     EXEC SQL
000000         INCLUDE                 CCYATR
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CAMPAIGN_ORDER
000000     EXEC SQL
000000         INCLUDE                 CMPORD
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ORDER_OWNER
000000     EXEC SQL
000000         INCLUDE                 ORDOWN
000000     END-EXEC.
000000 01 WS-LTR-STATUS                PIC X(02).
000000 01 WS-VARIABLES.
000000    03 WS-AMOUNT-INTEREST        PIC S9(13)V99    COMP-3.
000000    03 WS-RATE-TAX-LOCAL         PIC S9(01)V9(04) COMP-3.
000000    03 WS-TAX-CATEGORY           PIC X(01).
000000    03 WS-RATE-PERIOD            PIC S9(01)V9(04) COMP-3.
000000    03 WS-BONUS-RATE             PIC S9(01)V9(04) COMP-3.
000000    03 WS-BONUS-RATE-EDIT        PIC 9.9999.
000000    03 WS-PROJ-PAYOUT            PIC S9(13)V99    COMP-3.
000000    03 WS-PROJ-RENEW-ROOTINT     PIC S9(13)V99    COMP-3.
000000    03 WS-PROJ-CHARGE            PIC S9(13)V99    COMP-3.
000000    03 HV-DEADLINE-DATE-9        PIC 9(08).
000000    03 HV-DEADLINE-DATE-X        PIC X(08).
000000    03 HV-NOTIFIED-CNT           PIC S9(09) COMP.
000000    03 HV-PRIMARY-ACC-ID         PIC S9(09) COMP.
000000*/-------------------------------------------------------------/*
000000*  通知書編集エリア
000000*/-------------------------------------------------------------/*
000000 01 LTR-AMOUNT-EDIT              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
000000 01 LTR-LINE-BLANK               PIC X(80)  VALUE SPACES.
000000 01 CST-VARIABLES.
000000    03 CST-CLASS-FIXED           PIC X(01)  VALUE 'F'.
000000    03 CST-STATUS-1              PIC X(01)  VALUE '1'.
000000    03 CST-TAX-CAT-DEFAULT       PIC X(01)  VALUE '1'.
000000    03 CST-FIXED-VALUE-12        PIC 9(03)  VALUE 365.
000000    03 CST-COUNT-ALREADY         PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-SUPPRESSED      PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-NO-MASTER       PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-JOINT-COPIES    PIC 9(07)  VALUE 0.
000000    03 CST-EOF-CRS-OWN           PIC X(01)  VALUE 'N'.
000000    03 CST-ROLE-JOINT            PIC X(01)  VALUE 'J'.
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
000000             CST-COUNT-SUPPRESSED.
000000     DISPLAY 'TOTAL WITHOUT MASTER ROW          : '
000000             CST-COUNT-NO-MASTER.
000000     DISPLAY 'TOTAL JOINT-OWNER COPIES          : '
000000             CST-COUNT-JOINT-COPIES.
000000     DISPLAY 'END   SPD9999PMN'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999PMN-INIT-DATE.
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
000000                 CURRENCY_CODE
000000         FROM    MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE   STATUS      = :CST-STATUS-1
000000*--- 積立定期はトランシェ別の精算見込みが必要なため本通知の
000000*--- 対象外とし、店頭案内とする（2026/09/02。一律の
000000*--- START_DATE起算では予想額が過大となる。SPD9999SETの
000000*--- E310と同じ理由）。期日なし・積立の除外はDB_PRODUCTの
000000*--- 商品区分で行う（2026/10/15）
000000         AND     SAVING_TYPE IN
000000                 (SELECT P.SAVING_TYPE
000000                  FROM   MYDB.DB_PRODUCT P
000000                  WHERE  P.PRODUCT_CLASS = :CST-CLASS-FIXED)
000000         AND     END_DATE    >= :HV-DATE-CURRENT-X
000000         AND     END_DATE    <= :HV-WINDOW-TO-X
000000         ORDER BY END_DATE, ORDER_ID
000000             ELSE
000000                 PERFORM SPD9999PMN-ADJ-MATURITY
000000                 PERFORM SPD9999PMN-GET-DAY-BASIS
000000                 PERFORM SPD9999PMN-GET-BONUS
000000                 PERFORM SPD9999PMN-CALC-PROJECTION
000000                 PERFORM SPD9999PMN-WRITE-LETTER
000000                 PERFORM SPD9999PMN-INS-NOTICE
000000                 ADD 1           TO      CST-COUNT-NOTIFIED
000000                 PERFORM SPD9999PMN-JOINT-LETTERS
000000             END-IF
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 共同名義人への写し作成
000000* SPD9999PMN-JOINT-LETTERS SECTION |    （MAIN）
000000*                                |      対象: DB_ORDER_OWNER
000000*                                |      本日適用中の他の'J'名義人の
000000*                                |      宛名で通知書を複製する
000000*/-------------------------------------------------------------/*
000000 SPD9999PMN-JOINT-LETTERS.
000000     MOVE AS-ACC-ID              TO      HV-PRIMARY-ACC-ID.
000000     MOVE 'N'                    TO      CST-EOF-CRS-OWN.
000000     EXEC SQL
000000         DECLARE CRS-OWN CURSOR FOR
000000         SELECT  OWNER_ACC_ID
000000         FROM    MYDB.DB_ORDER_OWNER
000000         WHERE   ORDER_ID     =  :AS-ORDER-ID
000000         AND     OWNER_ACC_ID <> :HV-PRIMARY-ACC-ID
000000         AND     OWNER_ROLE   =  :CST-ROLE-JOINT
000000         AND     SHARE_PCT    >  0
000000         AND     START_DATE   <= :HV-DATE-CURRENT-X
000000         AND     END_DATE     >  :HV-DATE-CURRENT-X
000000         ORDER BY OWNER_ACC_ID
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-OWN
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999PMN-JOINT-LETTERS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-OWN FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999PMN-ABEND
000000     END-IF.
000000     PERFORM SPD9999PMN-FETCH-OWNER.
000000     PERFORM UNTIL CST-EOF-CRS-OWN = 'Y'
000000         MOVE OW-OWNER-ACC-ID    TO      AS-ACC-ID
000000         PERFORM SPD9999PMN-GET-CUSTOMER
000000         IF WS-MASTER-FOUND = 'N'
000000             ADD 1               TO      CST-COUNT-NO-MASTER
000000         ELSE
000000             IF CM-SUPPRESS-FLAG = 'Y'
000000                 ADD 1           TO      CST-COUNT-SUPPRESSED
000000             ELSE
000000                 PERFORM SPD9999PMN-WRITE-LETTER
000000                 ADD 1           TO      CST-COUNT-JOINT-COPIES
000000             END-IF
000000         END-IF
000000         PERFORM SPD9999PMN-FETCH-OWNER
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-OWN
000000     END-EXEC.
000000     MOVE HV-PRIMARY-ACC-ID      TO      AS-ACC-ID.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 名義人行の取得
000000* SPD9999PMN-FETCH-OWNER SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999PMN-FETCH-OWNER.
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
000000             MOVE 'SPD9999PMN-FETCH-OWNER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-OWN FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999PMN-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 通知済みチェック
000000* SPD9999PMN-CHK-NOTIFIED SECTION |     （COMMON）
000000*                                |      対象: DB_MATURITY_NOTICE
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: キャンペーン上乗せ利率の取得
000000* SPD9999PMN-GET-BONUS   SECTION |      （COMMON）
000000*                                |      対象: DB_CAMPAIGN_ORDER
000000*                                |      行なしは上乗せなし
000000*/-------------------------------------------------------------/*
000000 SPD9999PMN-GET-BONUS.
000000     MOVE 0                      TO      WS-BONUS-RATE.
000000     MOVE SPACES                 TO      CO-CAMPAIGN-ID.
000000     MOVE AS-ORDER-ID            TO      CO-ORDER-ID.
000000     EXEC SQL
000000         SELECT CAMPAIGN_ID, BONUS_RATE
000000         INTO   :CO-CAMPAIGN-ID, :CO-BONUS-RATE
000000         FROM   MYDB.DB_CAMPAIGN_ORDER
000000         WHERE  ORDER_ID = :CO-ORDER-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE CO-BONUS-RATE  TO      WS-BONUS-RATE
000000         WHEN 100
000000             MOVE SPACES         TO      CO-CAMPAIGN-ID
000000         WHEN OTHER
000000             MOVE 'SPD9999PMN-GET-BONUS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT CAMPAIGN ORDER FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999PMN-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 満期時予想額の算出
000000* SPD9999PMN-CALC-PROJECTION SECTION |  （COMMON）
000000*                                |      SPD9999SETと同一の分割計算で
000000             CLOSE CRS-RATE
000000         END-EXEC
000000     END-IF.
000000*--- 金利キャンペーンの上乗せ分を加算する（SPD9999SETの
000000*--- レグ'B'と同一の方式）
000000     IF  WS-BONUS-RATE > 0
000000     AND HV-WINDOW-START-COMP < HV-WINDOW-END-COMP
000000         COMPUTE WS-AMOUNT-INTEREST  =
000000                 WS-AMOUNT-INTEREST  +
000000                 (AS-MONEY-ROOT      *
000000                  WS-BONUS-RATE      *
000000                  (HV-WINDOW-END-COMP - HV-WINDOW-START-COMP) /
000000                  WS-DAY-BASIS)
000000     END-IF.
000000*--- マイナス金利のフロアルールと通貨丸めを適用し、決済時
000000*--- （SPD9999SET）と同じ見込み額を通知する（2026/09/02）
000000     PERFORM SPD9999PMN-APPLY-RATE-FLOOR.
000000     MOVE LTR-AMOUNT-EDIT        TO      LTR-DTL-TEXT.
000000     MOVE LTR-LINE-DETAIL        TO      LTR-REC.
000000     PERFORM SPD9999PMN-WRITE-PRINT.
000000     IF WS-BONUS-RATE > 0
000000         MOVE 'CAMPAIGN / BONUS'  TO     LTR-DTL-LABEL
000000         MOVE WS-BONUS-RATE      TO      WS-BONUS-RATE-EDIT
000000         MOVE SPACES             TO      LTR-DTL-TEXT
000000         STRING CO-CAMPAIGN-ID ' +' WS-BONUS-RATE-EDIT
000000             DELIMITED BY SIZE
000000             INTO LTR-DTL-TEXT
000000         END-STRING
000000         MOVE LTR-LINE-DETAIL    TO      LTR-REC
000000         PERFORM SPD9999PMN-WRITE-PRINT
000000     END-IF.
000000     MOVE 'PROJ INTEREST (NET)'  TO      LTR-DTL-LABEL.
000000     MOVE WS-AMOUNT-INT-NET      TO      LTR-AMOUNT-EDIT.
000000     MOVE LTR-AMOUNT-EDIT        TO      LTR-DTL-TEXT.
