000000*                                DB_EXCEPTION_LOGの未解決例外
000000*                                （'N'/'I'）の対応状況を
000000*                                'I'（調査中）/'R'（解決）/
000000*                                'W'（償却）へ進める。'SPM1 INT
000000*                                注文ID 周期'で定期預金の中間利払
000000*                                指定を登録・解除する。'SPM1 OWN
000000*                                注文ID 口座ID 区分 持分'で共同名義
000000*                                人・代理人を追加・変更・削除する。
000000*                                'SPM1 RCB 注文ID 決済日'で翌朝再計算
000000*                                チェックの差異を解消済みとする。
000000*                                変更内容は
000000*                                入力コマンドそのものをPARM_DATA
000000*                                としてDB_RUN_AUDITへ操作者（サイン
000000*                                オン中のユーザID）とともに記録する
000000*                                （本番でSQLを手打ちする運用の
000000*                                置き換え）。更新はタスク終了時の
000000*                                CICSシンクポイントで確定する
000000*                                対するオペレータ措置）。
000000*                                プログラムID受領のため
000000*                                WS-FIELD-NAMEを9→10桁へ拡張
000000*        2026/10/15 :            中間利払の指定サブコマンド'INT'を
000000*                                追加。'SPM1 INT 注文ID M/Q/N'で
000000*                                有効な期日指定定期の注文について
000000*                                DB_INT_PAYOUT_ELECTIONを登録・
000000*                                変更（次回利払日はSPD9999IPSで
000000*                                本日より後の最初の利払日）・
000000*                                解除（'N'）する
000000*        2026/10/15 :            サインオン中のユーザIDによる操作
000000*                                権限チェック（SPD9999AUT）を追加。
000000*                                サブコマンド（EXC/REN/SEQ/INT）
000000*                                または項目（COMMIT/ASOF/STOP）
000000*                                単位に許可を判定し、DB_RUN_AUDIT
000000*                                へ操作者を記録する
000000*        2026/10/15 :            共同名義の名義人保守サブコマンド'OWN'を追加。
000000*                                'SPM1 OWN 注文ID 口座ID J 持分(NNNNN=NNN.NN%)'で共同名義人の
000000*                                追加・持分変更、'S'で代理人（持分0）の追加、'X'で削除を行い、
000000*                                主名義（注文のACC_ID）の持分は100から共同名義人の持分合計を
000000*                                差し引いて自動調整する。DB_ORDER_OWNERは本日付で適用中の行を
000000*                                締めて洗い替え、共同名義人・代理人が居なくなれば単独名義へ戻す
000000*        2026/10/15 :            翌朝再計算チェック（SPD9999RCV）の
000000*                                差異解消サブコマンド'RCB'を追加。
000000*                                'SPM1 RCB 注文ID 決済日'で当該決済
000000*                                日の未解消（STATUS='O'）の
000000*                                DB_RECALC_BREAKを解消済み（'C'）と
000000*                                し、解消者・解消日を記録する。
000000*                                仕訳保留のレグは次回のSPD9999GLE
000000*                                で仕訳される。対応する例外
000000*                                （RUN_MODE='H'）は'R'（解決）へ進める
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 DATA                            DIVISION.
000000     EXEC SQL
000000         INCLUDE                 RUNSEQ
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ACCOUNT_SAVINGS
000000     EXEC SQL
000000         INCLUDE                 ACCSAV
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_INT_PAYOUT_ELECTION
000000     EXEC SQL
000000         INCLUDE                 INTPEL
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ORDER_OWNER
000000     EXEC SQL
000000         INCLUDE                 ORDOWN
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_RECALC_BREAK
000000     EXEC SQL
000000         INCLUDE                 RCLBRK
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CUSTOMER
000000     EXEC SQL
000000         INCLUDE                 CUSTMS
000000     END-EXEC.
000000 01 WS-VARIABLES.
000000    03 WS-INPUT-AREA             PIC X(80).
000000    03 WS-INPUT-LEN              PIC S9(04) COMP VALUE 80.
000000    03 WS-VALUE-ASOF             PIC 9(08).
000000    03 WS-EXC-ORDER-ID-DISP      PIC 9(09).
000000    03 WS-REN-ORDER-ID-DISP      PIC 9(09).
000000    03 WS-INT-ORDER-ID-DISP      PIC 9(09).
000000    03 WS-RCB-ORDER-ID-DISP      PIC 9(09).
000000*--- 'OWN'サブコマンドの第4〜6語（口座ID・区分・持分）
000000    03 WS-OWN-ORDER-ID-DISP      PIC 9(09).
000000    03 WS-OWN-ACC-CHAR           PIC X(10).
000000    03 WS-OWN-ACC-ID-DISP        PIC 9(09).
000000    03 WS-OWN-ACC-ID             PIC S9(09) COMP.
000000    03 WS-OWN-ROLE               PIC X(01).
000000    03 WS-OWN-SHARE-CHAR         PIC X(10).
000000    03 WS-OWN-SHARE-X            PIC X(05).
000000    03 WS-OWN-SHARE-9            REDEFINES WS-OWN-SHARE-X
000000                                 PIC 9(03)V99.
000000    03 WS-OWN-JOINT-TOTAL        PIC S9(05)V99 COMP-3.
000000    03 WS-OWN-PRIMARY-SHARE      PIC S9(05)V99 COMP-3.
000000    03 WS-OWN-PRIMARY-EDIT       PIC ZZ9.99.
000000    03 WS-OWN-CUST-CNT           PIC S9(09) COMP.
000000    03 WS-OWN-OTHER-CNT          PIC S9(04) COMP.
000000    03 WS-OWN-IDX                PIC S9(04) COMP.
000000    03 WS-OWN-HIT                PIC S9(04) COMP.
000000    03 WS-OWN-PRIMARY-IDX        PIC S9(04) COMP.
000000    03 WS-DATE-CURRENT-X         PIC X(08).
000000    03 WS-SUCCESS-MSG            PIC X(80).
000000    03 WS-MSG-AREA               PIC X(80).
000000    03 WS-SEND-LEN               PIC S9(04) COMP VALUE 80.
000000*--- 名義人の洗い替え用テーブル（主名義を含め最大10名）
000000*--- 削除指定の行はWS-OWN-T-ROLEを'X'として登録対象外とする
000000 01 WS-OWN-TABLE.
000000    03 WS-OWN-CNT                PIC S9(04) COMP VALUE 0.
000000    03 WS-OWN-ROW OCCURS 10.
000000       05 WS-OWN-T-ACC-ID        PIC S9(09) COMP.
000000       05 WS-OWN-T-ROLE          PIC X(01).
000000       05 WS-OWN-T-SHARE         PIC S9(03)V99 COMP-3.
000000*--- SPD9999AUT（操作権限チェック）呼出パラメータ
000000 01 WS-PARAM-AUT.
000000    03 WS-AUT-USER-ID            PIC X(08).
000000    03 WS-AUT-TRANS-ID           PIC X(04).
000000    03 WS-AUT-SUBCOMMAND         PIC X(10).
000000    03 WS-AUT-INPUT              PIC X(80).
000000    03 WS-AUT-ROLE-CODE          PIC X(08).
000000    03 WS-AUT-RETURN             PIC S9(04) COMP.
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
000000    03 CST-FIELD-COMMIT          PIC X(06)  VALUE 'COMMIT'.
000000    03 CST-FIELD-ASOF            PIC X(06)  VALUE 'ASOF'.
000000    03 CST-KEY-EXCEPTION         PIC X(10)  VALUE 'EXC'.
000000    03 CST-KEY-RENEWAL           PIC X(10)  VALUE 'REN'.
000000    03 CST-KEY-SEQUENCE          PIC X(10)  VALUE 'SEQ'.
000000    03 CST-KEY-INT-PAYOUT        PIC X(10)  VALUE 'INT'.
000000    03 CST-KEY-OWNER             PIC X(10)  VALUE 'OWN'.
000000    03 CST-KEY-RECALC            PIC X(10)  VALUE 'RCB'.
000000    03 CST-ROLE-PRIMARY          PIC X(01)  VALUE 'P'.
000000    03 CST-ROLE-JOINT            PIC X(01)  VALUE 'J'.
000000    03 CST-ROLE-SIGNER           PIC X(01)  VALUE 'S'.
000000    03 CST-ROLE-REMOVE           PIC X(01)  VALUE 'X'.
000000    03 CST-OPEN-END-DATE         PIC X(08)  VALUE '99999999'.
000000    03 CST-EOF-CRS-OWN           PIC X(01)  VALUE 'N'.
000000    03 CST-FREQ-MONTHLY          PIC X(01)  VALUE 'M'.
000000    03 CST-FREQ-QUARTERLY        PIC X(01)  VALUE 'Q'.
000000    03 CST-FREQ-CANCEL           PIC X(01)  VALUE 'N'.
000000    03 CST-CLASS-FIXED           PIC X(01)  VALUE 'F'.
000000    03 CST-STATUS-ACTIVE         PIC X(01)  VALUE '1'.
000000    03 CST-RENEW-PAYOUT          PIC X(01)  VALUE '1'.
000000    03 CST-RENEW-ROOT            PIC X(01)  VALUE '2'.
000000    03 CST-RENEW-ROOTINT         PIC X(01)  VALUE '3'.
000000    03 CST-STATUS-INVEST         PIC X(01)  VALUE 'I'.
000000    03 CST-STATUS-RESOLVED       PIC X(01)  VALUE 'R'.
000000    03 CST-STATUS-WRITEOFF       PIC X(01)  VALUE 'W'.
000000    03 CST-BREAK-OPEN            PIC X(01)  VALUE 'O'.
000000    03 CST-BREAK-CLEARED         PIC X(01)  VALUE 'C'.
000000    03 CST-RUN-MODE-RCV          PIC X(01)  VALUE 'H'.
000000    03 CST-TRANS-ID              PIC X(04)  VALUE 'SPM1'.
000000*--- SPD9999IPS（中間利払日算出）呼出パラメータ
000000 01 WS-PARAM-IPS.
000000    03 WS-IPS-PAYOUT-FREQ        PIC X(01).
000000    03 WS-IPS-START-DATE         PIC X(08).
000000    03 WS-IPS-END-DATE           PIC X(08).
000000    03 WS-IPS-BASE-DATE          PIC X(08).
000000    03 WS-IPS-NEXT-DATE          PIC X(08).
000000    03 WS-IPS-RETURN             PIC S9(04) COMP.
000000*--- SPD9999BDT（業務日付取得）呼出パラメータ
000000 01 WS-PARAM-BDT.
000000    03 WS-BDT-DATE               PIC X(08).
000000    03 WS-BDT-PREV-DATE          PIC X(08).
000000    03 WS-BDT-RETURN             PIC S9(04) COMP.
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000              WS-FIELD-NAME
000000              WS-FIELD-VALUE
000000     END-UNSTRING.
000000     PERFORM SPD9999ONM-CHK-AUTH.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         MOVE 'BUSINESS DATE NOT AVAILABLE'
000000                                 TO      WS-MSG-AREA
000000         PERFORM SPD9999ONM-SEND-REPLY
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      WS-DATE-CURRENT-X.
000000     IF WS-CONTROL-KEY = CST-KEY-EXCEPTION
000000         PERFORM SPD9999ONM-UPD-EXCEPTION
000000     ELSE
000000     IF WS-CONTROL-KEY = CST-KEY-SEQUENCE
000000         PERFORM SPD9999ONM-UPD-SEQUENCE
000000     ELSE
000000     IF WS-CONTROL-KEY = CST-KEY-INT-PAYOUT
000000         PERFORM SPD9999ONM-UPD-INT-PAYOUT
000000     ELSE
000000     IF WS-CONTROL-KEY = CST-KEY-OWNER
000000         PERFORM SPD9999ONM-UPD-OWNER
000000     ELSE
000000     IF WS-CONTROL-KEY = CST-KEY-RECALC
000000         PERFORM SPD9999ONM-UPD-RECALC
000000     ELSE
000000         PERFORM SPD9999ONM-CHK-TARGET
000000         EVALUATE WS-FIELD-NAME
000000             WHEN CST-FIELD-COMMIT
000000                                 TO      WS-SUCCESS-MSG
000000     END-IF
000000     END-IF
000000     END-IF
000000     END-IF
000000     END-IF
000000     END-IF.
000000     PERFORM SPD9999ONM-WRITE-AUDIT.
000000     MOVE WS-SUCCESS-MSG         TO      WS-MSG-AREA.
000000     PERFORM SPD9999ONM-SEND-REPLY.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 操作権限チェック
000000* SPD9999ONM-CHK-AUTH    SECTION |      （MAIN）
000000*                                |      サインオン中のユーザIDで
000000*                                |      SPD9999AUTを呼び出す。
000000*                                |      拒否はSPD9999AUTが記録済
000000*                                |      サブコマンド（EXC/REN/SEQ/INT/
000000*                                |      OWN/RCB）
000000*                                |      以外は項目名（COMMIT/ASOF/
000000*                                |      STOP）で判定する
000000*/-------------------------------------------------------------/*
000000 SPD9999ONM-CHK-AUTH.
000000     MOVE SPACES                 TO      WS-AUT-USER-ID.
000000     EXEC CICS ASSIGN
000000         USERID (WS-AUT-USER-ID)
000000     END-EXEC.
000000     MOVE CST-TRANS-ID           TO      WS-AUT-TRANS-ID.
000000     IF WS-CONTROL-KEY = CST-KEY-EXCEPTION
000000     OR WS-CONTROL-KEY = CST-KEY-RENEWAL
000000     OR WS-CONTROL-KEY = CST-KEY-SEQUENCE
000000     OR WS-CONTROL-KEY = CST-KEY-INT-PAYOUT
000000     OR WS-CONTROL-KEY = CST-KEY-OWNER
000000     OR WS-CONTROL-KEY = CST-KEY-RECALC
000000         MOVE WS-CONTROL-KEY     TO      WS-AUT-SUBCOMMAND
000000     ELSE
000000         MOVE WS-FIELD-NAME      TO      WS-AUT-SUBCOMMAND
000000     END-IF.
000000     MOVE WS-INPUT-AREA          TO      WS-AUT-INPUT.
000000     CALL 'SPD9999AUT' USING WS-PARAM-AUT.
000000     IF WS-AUT-RETURN NOT = 0
000000         MOVE SPACES             TO      WS-MSG-AREA
000000         STRING 'NOT AUTHORISED: '   DELIMITED BY SIZE
000000                WS-AUT-USER-ID       DELIMITED BY SPACE
000000                ' '                  DELIMITED BY SIZE
000000                CST-TRANS-ID         DELIMITED BY SIZE
000000                ' '                  DELIMITED BY SIZE
000000                WS-AUT-SUBCOMMAND    DELIMITED BY SPACE
000000             INTO WS-MSG-AREA
000000         END-STRING
000000         PERFORM SPD9999ONM-SEND-REPLY
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 制御キーの存在確認
000000* SPD9999ONM-CHK-TARGET  SECTION |      （COMMON）
000000*                                |      対象: DB_RUN_CONTROL
000000                                 TO      WS-MSG-AREA
000000             PERFORM SPD9999ONM-SEND-REPLY
000000     END-EVALUATE.
000000     IF WS-DATE-CURRENT-X > MN-DEADLINE-DATE
000000         MOVE 'ELECTION DEADLINE PASSED'
000000                                 TO      WS-MSG-AREA
000000     END-IF.
000000     MOVE WS-FIELD-NAME          TO      RS-PROGRAM-ID.
000000     MOVE WS-FIELD-VALUE(1:1)    TO      RS-OVERRIDE-FLAG.
000000     MOVE WS-DATE-CURRENT-X      TO      RS-OVERRIDE-DATE.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_RUN_SEQUENCE
000000         SET     OVERRIDE_FLAG = :RS-OVERRIDE-FLAG,
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 中間利払指定の登録・解除
000000* SPD9999ONM-UPD-INT-PAYOUT SECTION |   （MAIN）
000000*                                |      対象: DB_ACCOUNT_SAVINGS
000000*                                |            DB_INT_PAYOUT_ELECTION
000000*                                |      有効（STATUS='1'）な期日
000000*                                |      指定定期の注文のみ受け付ける
000000*/-------------------------------------------------------------/*
000000 SPD9999ONM-UPD-INT-PAYOUT.
000000     IF WS-FIELD-NAME(1:9) IS NOT NUMERIC
000000         MOVE 'USAGE: SPM1 INT NNNNNNNNN M/Q/N'
000000                                 TO      WS-MSG-AREA
000000         PERFORM SPD9999ONM-SEND-REPLY
000000     END-IF.
000000     IF  WS-FIELD-VALUE(1:1) NOT = CST-FREQ-MONTHLY
000000     AND WS-FIELD-VALUE(1:1) NOT = CST-FREQ-QUARTERLY
000000     AND WS-FIELD-VALUE(1:1) NOT = CST-FREQ-CANCEL
000000         MOVE 'PAYOUT FREQUENCY MUST BE M, Q OR N'
000000                                 TO      WS-MSG-AREA
000000         PERFORM SPD9999ONM-SEND-REPLY
000000     END-IF.
000000     MOVE WS-FIELD-NAME(1:9)     TO      WS-INT-ORDER-ID-DISP.
000000     MOVE WS-INT-ORDER-ID-DISP   TO      AS-ORDER-ID.
000000     EXEC SQL
000000         SELECT ACC_ID, SAVING_TYPE, START_DATE, END_DATE,
000000                STATUS
000000         INTO   :AS-ACC-ID, :AS-SAVING-TYPE, :AS-START-DATE,
000000                :AS-END-DATE, :AS-STATUS
000000         FROM   MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE  ORDER_ID = :AS-ORDER-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'ORDER NOT FOUND'
000000                                 TO      WS-MSG-AREA
000000             PERFORM SPD9999ONM-SEND-REPLY
000000         WHEN OTHER
000000             MOVE 'SELECT DB_ACCOUNT_SAVINGS FAILED'
000000                                 TO      WS-MSG-AREA
000000             PERFORM SPD9999ONM-SEND-REPLY
000000     END-EVALUATE.
000000     IF AS-STATUS NOT = CST-STATUS-ACTIVE
000000         MOVE 'ORDER IS NOT ACTIVE'
000000                                 TO      WS-MSG-AREA
000000         PERFORM SPD9999ONM-SEND-REPLY
000000     END-IF.
000000     MOVE AS-SAVING-TYPE         TO      WS-PRD-SAVING-TYPE.
000000     MOVE SPACES                 TO      WS-PRD-CURRENCY-CODE.
000000     MOVE SPACES                 TO      WS-PRD-BASE-DATE.
000000     CALL 'SPD9999PRD' USING WS-PARAM-PRD.
000000     IF WS-PRD-RETURN NOT = 0
000000     OR WS-PRD-CLASS NOT = CST-CLASS-FIXED
000000         MOVE 'ORDER IS NOT A FIXED-TERM DEPOSIT'
000000                                 TO      WS-MSG-AREA
000000         PERFORM SPD9999ONM-SEND-REPLY
000000     END-IF.
000000     MOVE AS-ORDER-ID            TO      IE-ORDER-ID.
000000     IF WS-FIELD-VALUE(1:1) = CST-FREQ-CANCEL
000000         EXEC SQL
000000             DELETE FROM MYDB.DB_INT_PAYOUT_ELECTION
000000             WHERE  ORDER_ID = :IE-ORDER-ID
000000         END-EXEC
000000         EVALUATE SQLCODE
000000             WHEN 0
000000                 MOVE 'INTEREST PAYOUT ELECTION CANCELLED'
000000                                 TO      WS-SUCCESS-MSG
000000             WHEN 100
000000                 MOVE 'NO PAYOUT ELECTION FOR ORDER'
000000                                 TO      WS-MSG-AREA
000000                 PERFORM SPD9999ONM-SEND-REPLY
000000             WHEN OTHER
000000                 MOVE 'DELETE DB_INT_PAYOUT_ELECT FAILED'
000000                                 TO      WS-MSG-AREA
000000                 PERFORM SPD9999ONM-SEND-REPLY
000000         END-EVALUATE
000000     ELSE
000000         PERFORM SPD9999ONM-SET-INT-ELECTION
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 中間利払指定の登録
000000* SPD9999ONM-SET-INT-ELECTION SECTION | （COMMON）
000000*                                |      次回利払日はSPD9999IPSで
000000*                                |      本日より後の最初の利払日
000000*/-------------------------------------------------------------/*
000000 SPD9999ONM-SET-INT-ELECTION.
000000     MOVE WS-FIELD-VALUE(1:1)    TO      WS-IPS-PAYOUT-FREQ.
000000     MOVE AS-START-DATE          TO      WS-IPS-START-DATE.
000000     MOVE AS-END-DATE            TO      WS-IPS-END-DATE.
000000     MOVE WS-DATE-CURRENT-X      TO      WS-IPS-BASE-DATE.
000000     CALL 'SPD9999IPS' USING WS-PARAM-IPS.
000000     IF WS-IPS-RETURN NOT = 0
000000         MOVE 'SPD9999IPS PAYOUT DATE CALC FAILED'
000000                                 TO      WS-MSG-AREA
000000         PERFORM SPD9999ONM-SEND-REPLY
000000     END-IF.
000000     IF WS-IPS-NEXT-DATE = '99999999'
000000         MOVE 'NO PAYOUT DATE LEFT BEFORE MATURITY'
000000                                 TO      WS-MSG-AREA
000000         PERFORM SPD9999ONM-SEND-REPLY
000000     END-IF.
000000     MOVE AS-ACC-ID              TO      IE-ACC-ID.
000000     MOVE WS-FIELD-VALUE(1:1)    TO      IE-PAYOUT-FREQ.
000000     MOVE WS-IPS-NEXT-DATE       TO      IE-NEXT-PAYOUT-DATE.
000000     MOVE WS-DATE-CURRENT-X      TO      IE-ELECT-DATE.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_INT_PAYOUT_ELECTION
000000         SET     PAYOUT_FREQ      = :IE-PAYOUT-FREQ,
000000                 NEXT_PAYOUT_DATE = :IE-NEXT-PAYOUT-DATE,
000000                 ELECT_DATE       = :IE-ELECT-DATE
000000         WHERE   ORDER_ID         = :IE-ORDER-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             EXEC SQL
000000                 INSERT INTO MYDB.DB_INT_PAYOUT_ELECTION
000000                     (ORDER_ID, ACC_ID, PAYOUT_FREQ,
000000                      NEXT_PAYOUT_DATE, ELECT_DATE)
000000                 VALUES
000000                     (:IE-ORDER-ID, :IE-ACC-ID, :IE-PAYOUT-FREQ,
000000                      :IE-NEXT-PAYOUT-DATE, :IE-ELECT-DATE)
000000             END-EXEC
000000             IF SQLCODE NOT = 0
000000                 MOVE 'INSERT DB_INT_PAYOUT_ELECT FAILED'
000000                                 TO      WS-MSG-AREA
000000                 PERFORM SPD9999ONM-SEND-REPLY
000000             END-IF
000000         WHEN OTHER
000000             MOVE 'UPDATE DB_INT_PAYOUT_ELECT FAILED'
000000                                 TO      WS-MSG-AREA
000000             PERFORM SPD9999ONM-SEND-REPLY
000000     END-EVALUATE.
000000     MOVE 'INTEREST PAYOUT ELECTION RECORDED'
000000                                 TO      WS-SUCCESS-MSG.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 共同名義人・代理人の保守
000000* SPD9999ONM-UPD-OWNER   SECTION |      （MAIN）
000000*                                |      対象: DB_ACCOUNT_SAVINGS
000000*                                |            DB_ORDER_OWNER
000000*                                |      有効（STATUS='1'）な注文の
000000*                                |      主名義以外の名義人を変更し、
000000*                                |      主名義の持分を自動調整する
000000*/-------------------------------------------------------------/*
000000 SPD9999ONM-UPD-OWNER.
000000     MOVE SPACES                 TO      WS-OWN-ACC-CHAR.
000000     MOVE SPACES                 TO      WS-OWN-ROLE.
000000     MOVE SPACES                 TO      WS-OWN-SHARE-CHAR.
000000     UNSTRING WS-INPUT-AREA
000000         DELIMITED BY ALL ' '
000000         INTO WS-TRANS-CODE
000000              WS-CONTROL-KEY
000000              WS-FIELD-NAME
000000              WS-OWN-ACC-CHAR
000000              WS-OWN-ROLE
000000              WS-OWN-SHARE-CHAR
000000     END-UNSTRING.
000000     IF WS-FIELD-NAME(1:9) IS NOT NUMERIC
000000     OR WS-OWN-ACC-CHAR(1:9) IS NOT NUMERIC
000000         MOVE 'USAGE: SPM1 OWN NNNNNNNNN NNNNNNNNN J/S/X NNNNN'
000000                                 TO      WS-MSG-AREA
000000         PERFORM SPD9999ONM-SEND-REPLY
000000     END-IF.
000000     IF  WS-OWN-ROLE NOT = CST-ROLE-JOINT
000000     AND WS-OWN-ROLE NOT = CST-ROLE-SIGNER
000000     AND WS-OWN-ROLE NOT = CST-ROLE-REMOVE
000000         MOVE 'OWNER ROLE MUST BE J, S OR X'
000000                                 TO      WS-MSG-AREA
000000         PERFORM SPD9999ONM-SEND-REPLY
000000     END-IF.
000000*--- 持分は共同名義人（'J'）のみ。5桁で小数2桁（03000=30.00%）
000000     MOVE ZEROES                 TO      WS-OWN-SHARE-X.
000000     IF WS-OWN-ROLE = CST-ROLE-JOINT
000000         IF WS-OWN-SHARE-CHAR(1:5) IS NOT NUMERIC
000000         OR WS-OWN-SHARE-CHAR(6:5) NOT = SPACES
000000             MOVE 'JOINT SHARE MUST BE 5 DIGITS (NNN.NN)'
000000                                 TO      WS-MSG-AREA
000000             PERFORM SPD9999ONM-SEND-REPLY
000000         END-IF
000000         MOVE WS-OWN-SHARE-CHAR(1:5)
000000                                 TO      WS-OWN-SHARE-X
000000         IF WS-OWN-SHARE-9 = 0
000000         OR WS-OWN-SHARE-9 NOT < 100
000000             MOVE 'JOINT SHARE MUST BE ABOVE 0 AND BELOW 100'
000000                                 TO      WS-MSG-AREA
000000             PERFORM SPD9999ONM-SEND-REPLY
000000         END-IF
000000     END-IF.
000000     MOVE WS-FIELD-NAME(1:9)     TO      WS-OWN-ORDER-ID-DISP.
000000     MOVE WS-OWN-ACC-CHAR(1:9)   TO      WS-OWN-ACC-ID-DISP.
000000     MOVE WS-OWN-ACC-ID-DISP     TO      WS-OWN-ACC-ID.
000000     MOVE WS-OWN-ORDER-ID-DISP   TO      AS-ORDER-ID.
000000     EXEC SQL
000000         SELECT ACC_ID, STATUS
000000         INTO   :AS-ACC-ID, :AS-STATUS
000000         FROM   MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE  ORDER_ID = :AS-ORDER-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'ORDER NOT FOUND'
000000                                 TO      WS-MSG-AREA
000000             PERFORM SPD9999ONM-SEND-REPLY
000000         WHEN OTHER
000000             MOVE 'SELECT DB_ACCOUNT_SAVINGS FAILED'
000000                                 TO      WS-MSG-AREA
000000             PERFORM SPD9999ONM-SEND-REPLY
000000     END-EVALUATE.
000000     IF AS-STATUS NOT = CST-STATUS-ACTIVE
000000         MOVE 'ORDER IS NOT ACTIVE'
000000                                 TO      WS-MSG-AREA
000000         PERFORM SPD9999ONM-SEND-REPLY
000000     END-IF.
000000*--- 主名義の変更（名義変更）はこのサブコマンドの対象外
000000     IF WS-OWN-ACC-ID = AS-ACC-ID
000000         MOVE 'PRIMARY OWNER CANNOT BE CHANGED HERE'
000000                                 TO      WS-MSG-AREA
000000         PERFORM SPD9999ONM-SEND-REPLY
000000     END-IF.
000000*--- 通知書の写しを送付するため顧客マスタ登録済みに限る
000000     IF WS-OWN-ROLE NOT = CST-ROLE-REMOVE
000000         MOVE WS-OWN-ACC-ID      TO      CM-ACC-ID
000000         EXEC SQL
000000             SELECT COUNT(*)
000000             INTO   :WS-OWN-CUST-CNT
000000             FROM   MYDB.DB_CUSTOMER_MASTER
000000             WHERE  ACC_ID = :CM-ACC-ID
000000         END-EXEC
000000         IF SQLCODE NOT = 0
000000             MOVE 'SELECT DB_CUSTOMER_MASTER FAILED'
000000                                 TO      WS-MSG-AREA
000000             PERFORM SPD9999ONM-SEND-REPLY
000000         END-IF
000000         IF WS-OWN-CUST-CNT = 0
000000             MOVE 'OWNER HAS NO CUSTOMER MASTER ROW'
000000                                 TO      WS-MSG-AREA
000000             PERFORM SPD9999ONM-SEND-REPLY
000000         END-IF
000000     END-IF.
000000     PERFORM SPD9999ONM-LOAD-OWNERS.
000000     PERFORM SPD9999ONM-APPLY-OWNER.
000000     PERFORM SPD9999ONM-REPLACE-OWNERS.
000000     MOVE WS-OWN-PRIMARY-SHARE   TO      WS-OWN-PRIMARY-EDIT.
000000     MOVE SPACES                 TO      WS-SUCCESS-MSG.
000000     IF WS-OWN-OTHER-CNT = 0
000000         MOVE 'ORDER OWNERS UPDATED, NOW SOLE OWNER'
000000                                 TO      WS-SUCCESS-MSG
000000     ELSE
000000         STRING 'ORDER OWNERS UPDATED, PRIMARY SHARE '
000000                                     DELIMITED BY SIZE
000000                WS-OWN-PRIMARY-EDIT  DELIMITED BY SIZE
000000             INTO WS-SUCCESS-MSG
000000         END-STRING
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 適用中の名義人の読込
000000* SPD9999ONM-LOAD-OWNERS SECTION |      （COMMON）
000000*                                |      対象: DB_ORDER_OWNER
000000*                                |      行の無い注文は主名義100%の
000000*                                |      単独名義として展開する
000000*/-------------------------------------------------------------/*
000000 SPD9999ONM-LOAD-OWNERS.
000000     MOVE 0                      TO      WS-OWN-CNT.
000000     MOVE 0                      TO      WS-OWN-PRIMARY-IDX.
000000     MOVE AS-ORDER-ID            TO      OW-ORDER-ID.
000000     MOVE 'N'                    TO      CST-EOF-CRS-OWN.
000000     EXEC SQL
000000         DECLARE CRS-OWN CURSOR FOR
000000         SELECT  OWNER_ACC_ID, OWNER_ROLE, SHARE_PCT
000000         FROM    MYDB.DB_ORDER_OWNER
000000         WHERE   ORDER_ID   =  :OW-ORDER-ID
000000         AND     START_DATE <= :WS-DATE-CURRENT-X
000000         AND     END_DATE   >  :WS-DATE-CURRENT-X
000000         ORDER BY OWNER_ROLE, OWNER_ACC_ID
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-OWN
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'OPEN CRS-OWN FAILED'
000000                                 TO      WS-MSG-AREA
000000         PERFORM SPD9999ONM-SEND-REPLY
000000     END-IF.
000000     PERFORM SPD9999ONM-FETCH-OWNER.
000000     PERFORM UNTIL CST-EOF-CRS-OWN = 'Y'
000000         IF WS-OWN-CNT NOT < 10
000000             MOVE 'TOO MANY OWNER ROWS FOR ORDER'
000000                                 TO      WS-MSG-AREA
000000             PERFORM SPD9999ONM-SEND-REPLY
000000         END-IF
000000         ADD 1                   TO      WS-OWN-CNT
000000         MOVE OW-OWNER-ACC-ID    TO
000000              WS-OWN-T-ACC-ID (WS-OWN-CNT)
000000         MOVE OW-OWNER-ROLE      TO
000000              WS-OWN-T-ROLE (WS-OWN-CNT)
000000         MOVE OW-SHARE-PCT       TO
000000              WS-OWN-T-SHARE (WS-OWN-CNT)
000000         IF OW-OWNER-ROLE = CST-ROLE-PRIMARY
000000             MOVE WS-OWN-CNT     TO      WS-OWN-PRIMARY-IDX
000000         END-IF
000000         PERFORM SPD9999ONM-FETCH-OWNER
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-OWN
000000     END-EXEC.
000000     IF WS-OWN-CNT = 0
000000         MOVE 1                  TO      WS-OWN-CNT
000000         MOVE 1                  TO      WS-OWN-PRIMARY-IDX
000000         MOVE AS-ACC-ID          TO      WS-OWN-T-ACC-ID (1)
000000         MOVE CST-ROLE-PRIMARY   TO      WS-OWN-T-ROLE (1)
000000         MOVE 100                TO      WS-OWN-T-SHARE (1)
000000     END-IF.
000000*--- 主名義行が無い、または注文のACC_IDと異なる場合は保守不可
000000     IF WS-OWN-PRIMARY-IDX = 0
000000         MOVE 'OWNER ROWS HAVE NO PRIMARY, CHECK DATA'
000000                                 TO      WS-MSG-AREA
000000         PERFORM SPD9999ONM-SEND-REPLY
000000     END-IF.
000000     IF WS-OWN-T-ACC-ID (WS-OWN-PRIMARY-IDX) NOT = AS-ACC-ID
000000         MOVE 'PRIMARY OWNER ROW DIFFERS FROM ORDER'
000000                                 TO      WS-MSG-AREA
000000         PERFORM SPD9999ONM-SEND-REPLY
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 名義人行の取得
000000* SPD9999ONM-FETCH-OWNER SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ONM-FETCH-OWNER.
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
000000             MOVE 'FETCH CRS-OWN FAILED'
000000                                 TO      WS-MSG-AREA
000000             PERFORM SPD9999ONM-SEND-REPLY
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 名義人変更の適用
000000* SPD9999ONM-APPLY-OWNER SECTION |      （COMMON）
000000*                                |      主名義の持分は100から
000000*                                |      共同名義人の合計を差し引く
000000*/-------------------------------------------------------------/*
000000 SPD9999ONM-APPLY-OWNER.
000000     MOVE 0                      TO      WS-OWN-HIT.
000000     PERFORM SPD9999ONM-FIND-OWNER
000000         VARYING WS-OWN-IDX FROM 1 BY 1
000000         UNTIL   WS-OWN-IDX > WS-OWN-CNT.
000000     IF WS-OWN-ROLE = CST-ROLE-REMOVE
000000         IF WS-OWN-HIT = 0
000000             MOVE 'ACCOUNT IS NOT AN OWNER OF ORDER'
000000                                 TO      WS-MSG-AREA
000000             PERFORM SPD9999ONM-SEND-REPLY
000000         END-IF
000000         MOVE CST-ROLE-REMOVE    TO
000000              WS-OWN-T-ROLE (WS-OWN-HIT)
000000         MOVE 0                  TO
000000              WS-OWN-T-SHARE (WS-OWN-HIT)
000000     ELSE
000000         IF WS-OWN-HIT = 0
000000             IF WS-OWN-CNT NOT < 10
000000                 MOVE 'TOO MANY OWNERS FOR ORDER (MAX 10)'
000000                                 TO      WS-MSG-AREA
000000                 PERFORM SPD9999ONM-SEND-REPLY
000000             END-IF
000000             ADD 1               TO      WS-OWN-CNT
000000             MOVE WS-OWN-CNT     TO      WS-OWN-HIT
000000             MOVE WS-OWN-ACC-ID  TO
000000                  WS-OWN-T-ACC-ID (WS-OWN-HIT)
000000         END-IF
000000         MOVE WS-OWN-ROLE        TO
000000              WS-OWN-T-ROLE (WS-OWN-HIT)
000000         MOVE WS-OWN-SHARE-9     TO
000000              WS-OWN-T-SHARE (WS-OWN-HIT)
000000     END-IF.
000000     MOVE 0                      TO      WS-OWN-JOINT-TOTAL.
000000     MOVE 0                      TO      WS-OWN-OTHER-CNT.
000000     PERFORM SPD9999ONM-SUM-OWNER
000000         VARYING WS-OWN-IDX FROM 1 BY 1
000000         UNTIL   WS-OWN-IDX > WS-OWN-CNT.
000000     COMPUTE WS-OWN-PRIMARY-SHARE =
000000             100                 -
000000             WS-OWN-JOINT-TOTAL.
000000     IF WS-OWN-PRIMARY-SHARE NOT > 0
000000         MOVE 'JOINT SHARES MUST TOTAL BELOW 100'
000000                                 TO      WS-MSG-AREA
000000         PERFORM SPD9999ONM-SEND-REPLY
000000     END-IF.
000000     MOVE WS-OWN-PRIMARY-SHARE   TO
000000          WS-OWN-T-SHARE (WS-OWN-PRIMARY-IDX).
000000     EXIT.
000000 SPD9999ONM-FIND-OWNER.
000000     IF WS-OWN-T-ACC-ID (WS-OWN-IDX) = WS-OWN-ACC-ID
000000         MOVE WS-OWN-IDX         TO      WS-OWN-HIT
000000     END-IF.
000000     EXIT.
000000 SPD9999ONM-SUM-OWNER.
000000     IF WS-OWN-T-ROLE (WS-OWN-IDX) = CST-ROLE-JOINT
000000         ADD WS-OWN-T-SHARE (WS-OWN-IDX)
000000                                 TO      WS-OWN-JOINT-TOTAL
000000     END-IF.
000000     IF WS-OWN-T-ROLE (WS-OWN-IDX) = CST-ROLE-JOINT
000000     OR WS-OWN-T-ROLE (WS-OWN-IDX) = CST-ROLE-SIGNER
000000         ADD 1                   TO      WS-OWN-OTHER-CNT
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 名義人行の洗い替え
000000* SPD9999ONM-REPLACE-OWNERS SECTION |   （COMMON）
000000*                                |      対象: DB_ORDER_OWNER
000000*                                |      適用中の行を本日で締め、
000000*                                |      本日開始の行を登録する。
000000*                                |      同日中の再変更で期間0と
000000*                                |      なる行は削除する
000000*/-------------------------------------------------------------/*
000000 SPD9999ONM-REPLACE-OWNERS.
000000     MOVE AS-ORDER-ID            TO      OW-ORDER-ID.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_ORDER_OWNER
000000         SET     END_DATE   =  :WS-DATE-CURRENT-X
000000         WHERE   ORDER_ID   =  :OW-ORDER-ID
000000         AND     START_DATE <= :WS-DATE-CURRENT-X
000000         AND     END_DATE   >  :WS-DATE-CURRENT-X
000000     END-EXEC.
000000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
000000         MOVE 'CLOSE DB_ORDER_OWNER ROWS FAILED'
000000                                 TO      WS-MSG-AREA
000000         EXEC CICS SYNCPOINT ROLLBACK
000000         END-EXEC
000000         PERFORM SPD9999ONM-SEND-REPLY
000000     END-IF.
000000     EXEC SQL
000000         DELETE FROM MYDB.DB_ORDER_OWNER
000000         WHERE   ORDER_ID   = :OW-ORDER-ID
000000         AND     START_DATE = :WS-DATE-CURRENT-X
000000         AND     END_DATE   = :WS-DATE-CURRENT-X
000000     END-EXEC.
000000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
000000         MOVE 'DELETE DB_ORDER_OWNER ROWS FAILED'
000000                                 TO      WS-MSG-AREA
000000         EXEC CICS SYNCPOINT ROLLBACK
000000         END-EXEC
000000         PERFORM SPD9999ONM-SEND-REPLY
000000     END-IF.
000000*--- 共同名義人・代理人が居なくなれば行を作らず単独名義へ戻す
000000     IF WS-OWN-OTHER-CNT > 0
000000         MOVE WS-DATE-CURRENT-X  TO      OW-START-DATE
000000         MOVE CST-OPEN-END-DATE  TO      OW-END-DATE
000000         PERFORM SPD9999ONM-INS-OWNER
000000             VARYING WS-OWN-IDX FROM 1 BY 1
000000             UNTIL   WS-OWN-IDX > WS-OWN-CNT
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 名義人行の登録
000000* SPD9999ONM-INS-OWNER   SECTION |      （COMMON）
000000*                                |      対象: DB_ORDER_OWNER
000000*                                |      削除指定（'X'）の行は登録
000000*                                |      しない
000000*/-------------------------------------------------------------/*
000000 SPD9999ONM-INS-OWNER.
000000     IF WS-OWN-T-ROLE (WS-OWN-IDX) NOT = CST-ROLE-REMOVE
000000         PERFORM SPD9999ONM-INS-OWNER-ROW
000000     END-IF.
000000     EXIT.
000000 SPD9999ONM-INS-OWNER-ROW.
000000     MOVE WS-OWN-T-ACC-ID (WS-OWN-IDX)
000000                                 TO      OW-OWNER-ACC-ID.
000000     MOVE WS-OWN-T-ROLE (WS-OWN-IDX)
000000                                 TO      OW-OWNER-ROLE.
000000     MOVE WS-OWN-T-SHARE (WS-OWN-IDX)
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
000000         MOVE 'INSERT DB_ORDER_OWNER FAILED'
000000                                 TO      WS-MSG-AREA
000000         EXEC CICS SYNCPOINT ROLLBACK
000000         END-EXEC
000000         PERFORM SPD9999ONM-SEND-REPLY
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 再計算差異の解消
000000* SPD9999ONM-UPD-RECALC  SECTION |      （MAIN）
000000*                                |      対象: DB_RECALC_BREAK
000000*                                |            DB_EXCEPTION_LOG
000000*                                |      未解消（'O'）の差異のみ
000000*                                |      解消済み（'C'）へ進められる
000000*/-------------------------------------------------------------/*
000000 SPD9999ONM-UPD-RECALC.
000000     IF WS-FIELD-NAME(1:9) IS NOT NUMERIC
000000     OR WS-FIELD-VALUE IS NOT NUMERIC
000000         MOVE 'USAGE: SPM1 RCB NNNNNNNNN YYYYMMDD'
000000                                 TO      WS-MSG-AREA
000000         PERFORM SPD9999ONM-SEND-REPLY
000000     END-IF.
000000     MOVE WS-FIELD-NAME(1:9)     TO      WS-RCB-ORDER-ID-DISP.
000000     MOVE WS-RCB-ORDER-ID-DISP   TO      RB-ORDER-ID.
000000     MOVE WS-FIELD-VALUE         TO      RB-SETTLE-DATE.
000000     MOVE CST-BREAK-CLEARED      TO      RB-STATUS.
000000     MOVE WS-AUT-USER-ID         TO      RB-CLEAR-USER.
000000     MOVE WS-DATE-CURRENT-X      TO      RB-CLEAR-DATE.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_RECALC_BREAK
000000         SET     STATUS      = :RB-STATUS,
000000                 CLEAR_USER  = :RB-CLEAR-USER,
000000                 CLEAR_DATE  = :RB-CLEAR-DATE
000000         WHERE   ORDER_ID    = :RB-ORDER-ID
000000         AND     SETTLE_DATE = :RB-SETTLE-DATE
000000         AND     STATUS      = :CST-BREAK-OPEN
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'NO OPEN RECALC BREAK FOR ORDER'
000000                                 TO      WS-MSG-AREA
000000             PERFORM SPD9999ONM-SEND-REPLY
000000         WHEN OTHER
000000             MOVE 'UPDATE DB_RECALC_BREAK FAILED'
000000                                 TO      WS-MSG-AREA
000000             PERFORM SPD9999ONM-SEND-REPLY
000000     END-EVALUATE.
000000     MOVE RB-ORDER-ID            TO      EL-ORDER-ID.
000000     MOVE RB-SETTLE-DATE         TO      EL-RUN-DATE.
000000     MOVE CST-STATUS-RESOLVED    TO      EL-WF-STATUS.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_EXCEPTION_LOG
000000         SET     WF_STATUS = :EL-WF-STATUS
000000         WHERE   ORDER_ID  = :EL-ORDER-ID
000000         AND     RUN_DATE  = :EL-RUN-DATE
000000         AND     RUN_MODE  = :CST-RUN-MODE-RCV
000000         AND     (WF_STATUS = :CST-STATUS-NEW OR
000000                  WF_STATUS = :CST-STATUS-INVEST)
000000     END-EXEC.
000000     IF  SQLCODE NOT = 0
000000     AND SQLCODE NOT = 100
000000         MOVE 'UPDATE DB_EXCEPTION_LOG FAILED'
000000                                 TO      WS-MSG-AREA
000000         EXEC CICS SYNCPOINT ROLLBACK
000000         END-EXEC
000000         PERFORM SPD9999ONM-SEND-REPLY
000000     END-IF.
000000     MOVE 'RECALC BREAK CLEARED'
000000                                 TO      WS-SUCCESS-MSG.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更の監査記録
000000* SPD9999ONM-WRITE-AUDIT SECTION |      （COMMON）
000000*                                |      対象: DB_RUN_AUDIT
000000     MOVE 0                      TO      RA-ROWS-SETTLED.
000000     MOVE 0                      TO      RA-ROWS-REJECTED.
000000     MOVE 0                      TO      RA-COMMITS-TAKEN.
000000     MOVE WS-AUT-USER-ID         TO      RA-USER-ID.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_RUN_AUDIT
000000             (PARM_DATA, RUN_MODE, ACC_ID, SQLCODE_OUT,
000000              AUDIT_TIMESTAMP, RUN_START_TS, RUN_END_TS,
000000              ROWS_FETCHED, ROWS_SETTLED, ROWS_REJECTED,
000000              COMMITS_TAKEN, USER_ID)
000000         VALUES
000000             (:RA-PARM-DATA, :RA-RUN-MODE, :RA-ACC-ID,
000000              :RA-SQLCODE-OUT, :RA-AUDIT-TIMESTAMP,
000000              :RA-RUN-START-TS, :RA-RUN-END-TS,
000000              :RA-ROWS-FETCHED, :RA-ROWS-SETTLED,
000000              :RA-ROWS-REJECTED, :RA-COMMITS-TAKEN,
000000              :RA-USER-ID)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'AUDIT INSERT FAILED, CHANGE BACKED OUT'
