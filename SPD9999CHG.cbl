000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999CHG.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999CHG
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            預金・残高行の変更前後イメージ
000000*                                記録サブプログラム
000000*                                DB_ACCOUNT_SAVINGS・
000000*                                DB_ACCOUNT_BALANCE・
000000*                                DB_ACCOUNT_HOLD・DB_PLEDGEを更新
000000*                                する各バッチが、UPDATEの直前と
000000*                                直後にCALLで使用する。
000000*                                  機能'B' :
000000*                                    キー指定に一致する行を読み、
000000*                                    変更前イメージとして保持する
000000*                                    （DBへは書かない）
000000*                                  機能'A' :
000000*                                    保持した各行を読み直し、値の
000000*                                    変わった行だけ変更前・変更後
000000*                                    の2行をDB_CHANGE_JOURNALへ
000000*                                    書く。口座ID・注文IDを付け
000000*                                    替える更新は新キーを渡す
000000*                                記録は呼出元の作業単位に含まれ、
000000*                                COMMIT・ROLLBACKは呼出元が行う。
000000*                                RUN_TSは当該起動で最初に呼ばれた
000000*                                時刻で、同一起動の記録を束ねる
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 :            プログラムの作成
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
000000*--- DCLGEN参照：MYDB.DB_ACCOUNT_HOLD
000000     EXEC SQL
000000         INCLUDE                 ACCHLD
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_PLEDGE
000000     EXEC SQL
000000         INCLUDE                 PLEDGE
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CHANGE_JOURNAL
000000     EXEC SQL
000000         INCLUDE                 CHGJRN
000000     END-EXEC.
000000 01 WS-VARIABLES.
000000*--- 当該起動の識別（初回CALL時に設定し以後保持する）
000000    03 WS-RUN-TS                 PIC X(21)  VALUE SPACES.
000000    03 WS-JOURNAL-SEQ            PIC S9(09) COMP VALUE 0.
000000    03 WS-CAP-IDX                PIC S9(04) COMP.
000000    03 WS-ROW-FOUND              PIC X(01).
000000    03 WS-ROW-ORDER-ID           PIC S9(09) COMP.
000000    03 WS-ROW-ACC-ID             PIC S9(09) COMP.
000000    03 WS-ROW-STATUS             PIC X(01).
000000    03 WS-ROW-AMOUNT             PIC S9(13)V99 COMP-3.
000000    03 WS-ROW-IMAGE              PIC X(200).
000000 01 HV-VARIABLES.
000000    03 HV-ORDER-ID               PIC S9(09) COMP.
000000    03 HV-ACC-ID                 PIC S9(09) COMP.
000000    03 HV-CURRENCY               PIC X(03).
000000    03 HV-HOLD-TYPE              PIC X(10).
000000    03 HV-START-DATE             PIC X(08).
000000    03 HV-LENDER-REF             PIC X(20).
000000*/-------------------------------------------------------------/*
000000*  変更前イメージ保持テーブル（1回の更新で最大1000行）
000000*/-------------------------------------------------------------/*
000000 01 CAP-TABLE.
000000    03 CAP-TABLE-CODE            PIC X(01)  VALUE SPACES.
000000    03 CAP-CNT                   PIC S9(04) COMP VALUE 0.
000000    03 CAP-ROW OCCURS 1000.
000000       05 CAP-ORDER-ID           PIC S9(09) COMP.
000000       05 CAP-ACC-ID             PIC S9(09) COMP.
000000       05 CAP-CURRENCY           PIC X(03).
000000       05 CAP-HOLD-TYPE          PIC X(10).
000000       05 CAP-START-DATE         PIC X(08).
000000       05 CAP-LENDER-REF         PIC X(20).
000000       05 CAP-STATUS             PIC X(01).
000000       05 CAP-AMOUNT             PIC S9(13)V99 COMP-3.
000000       05 CAP-IMAGE              PIC X(200).
000000*/-------------------------------------------------------------/*
000000*  行イメージ編集エリア
000000*/-------------------------------------------------------------/*
000000 01 IMG-SAVINGS.
000000    03 FILLER                    PIC X(09)  VALUE 'ORDER_ID='.
000000    03 IMG-SV-ORDER-ID           PIC 9(09).
000000    03 FILLER                    PIC X(08)  VALUE ' ACC_ID='.
000000    03 IMG-SV-ACC-ID             PIC 9(09).
000000    03 FILLER                    PIC X(06)  VALUE ' TYPE='.
000000    03 IMG-SV-SAVING-TYPE        PIC X(10).
000000    03 FILLER                    PIC X(07)  VALUE ' START='.
000000    03 IMG-SV-START-DATE         PIC X(08).
000000    03 FILLER                    PIC X(05)  VALUE ' END='.
000000    03 IMG-SV-END-DATE           PIC X(08).
000000    03 FILLER                    PIC X(06)  VALUE ' ROOT='.
000000    03 IMG-SV-MONEY-ROOT         PIC -(13)9.99.
000000    03 FILLER                    PIC X(05)  VALUE ' INT='.
000000    03 IMG-SV-INTEREST           PIC -(13)9.99.
000000    03 FILLER                    PIC X(07)  VALUE ' MONEY='.
000000    03 IMG-SV-MONEY              PIC -(13)9.99.
000000    03 FILLER                    PIC X(04)  VALUE ' ST='.
000000    03 IMG-SV-STATUS             PIC X(01).
000000    03 FILLER                    PIC X(06)  VALUE ' RATE='.
000000    03 IMG-SV-RATE-OVERRIDE      PIC -9.9999.
000000    03 FILLER                    PIC X(05)  VALUE ' CCY='.
000000    03 IMG-SV-CURRENCY-CODE      PIC X(03).
000000    03 FILLER                    PIC X(05)  VALUE ' DMT='.
000000    03 IMG-SV-DORMANT-FLAG       PIC X(01).
000000    03 FILLER                    PIC X(20)  VALUE SPACES.
000000 01 IMG-BALANCE.
000000    03 FILLER                    PIC X(07)  VALUE 'ACC_ID='.
000000    03 IMG-BL-ACC-ID             PIC 9(09).
000000    03 FILLER                    PIC X(05)  VALUE ' CCY='.
000000    03 IMG-BL-CURRENCY-CODE      PIC X(03).
000000    03 FILLER                    PIC X(09)  VALUE ' BALANCE='.
000000    03 IMG-BL-BALANCE            PIC -(13)9.99.
000000    03 FILLER                    PIC X(150) VALUE SPACES.
000000 01 IMG-HOLD.
000000    03 FILLER                    PIC X(07)  VALUE 'ACC_ID='.
000000    03 IMG-HD-ACC-ID             PIC 9(09).
000000    03 FILLER                    PIC X(10)  VALUE ' ORDER_ID='.
000000    03 IMG-HD-ORDER-ID           PIC 9(09).
000000    03 FILLER                    PIC X(06)  VALUE ' TYPE='.
000000    03 IMG-HD-HOLD-TYPE          PIC X(10).
000000    03 FILLER                    PIC X(07)  VALUE ' START='.
000000    03 IMG-HD-START-DATE         PIC X(08).
000000    03 FILLER                    PIC X(05)  VALUE ' END='.
000000    03 IMG-HD-END-DATE           PIC X(08).
000000    03 FILLER                    PIC X(06)  VALUE ' AUTH='.
000000    03 IMG-HD-AUTHORITY          PIC X(30).
000000    03 FILLER                    PIC X(85)  VALUE SPACES.
000000 01 IMG-PLEDGE.
000000    03 FILLER                    PIC X(09)  VALUE 'ORDER_ID='.
000000    03 IMG-PG-ORDER-ID           PIC 9(09).
000000    03 FILLER                    PIC X(08)  VALUE ' AMOUNT='.
000000    03 IMG-PG-PLEDGED-AMOUNT     PIC -(13)9.99.
000000    03 FILLER                    PIC X(08)  VALUE ' LENDER='.
000000    03 IMG-PG-LENDER-REF         PIC X(20).
000000    03 FILLER                    PIC X(09)  VALUE ' RELEASE='.
000000    03 IMG-PG-RELEASE-DATE       PIC X(08).
000000    03 FILLER                    PIC X(112) VALUE SPACES.
000000 01 CST-VARIABLES.
000000    03 CST-FUNC-BEFORE           PIC X(01)  VALUE 'B'.
000000    03 CST-FUNC-AFTER            PIC X(01)  VALUE 'A'.
000000    03 CST-TABLE-SAVINGS         PIC X(01)  VALUE 'S'.
000000    03 CST-TABLE-BALANCE         PIC X(01)  VALUE 'B'.
000000    03 CST-TABLE-HOLD            PIC X(01)  VALUE 'H'.
000000    03 CST-TABLE-PLEDGE          PIC X(01)  VALUE 'P'.
000000    03 CST-IMAGE-BEFORE          PIC X(01)  VALUE 'B'.
000000    03 CST-IMAGE-AFTER           PIC X(01)  VALUE 'A'.
000000    03 CST-CAP-MAX               PIC S9(04) COMP VALUE 1000.
000000    03 CST-EOF-CRS-CHG           PIC X(01)  VALUE 'N'.
000000    03 CST-RTN-OK                PIC 9(02)  VALUE 0.
000000    03 CST-RTN-ERROR             PIC 9(02)  VALUE 12.
000000*/-------------------------------------------------------------/*
000000*  呼出元パラメータ受け取りエリア
000000*/-------------------------------------------------------------/*
000000 LINKAGE                         SECTION.
000000 01 LNK-PARAM-CHG.
000000*--- 'B' = 変更前の保持  'A' = 変更後の記録
000000    03 LNK-CHG-FUNC              PIC X(01).
000000    03 LNK-CHG-PROGRAM           PIC X(10).
000000*--- 'S'=DB_ACCOUNT_SAVINGS 'B'=DB_ACCOUNT_BALANCE
000000*--- 'H'=DB_ACCOUNT_HOLD    'P'=DB_PLEDGE
000000    03 LNK-CHG-TABLE             PIC X(01).
000000*--- 対象行のキー（機能'B'で使用。未使用のキーは0／SPACES）
000000*---   'S' : ORDER_ID（0のときACC_IDの全注文）
000000*---   'B' : ACC_ID（CURRENCYがSPACESのとき全通貨）
000000*---   'H' : ACC_ID（HOLD_TYPE・ORDER_IDは指定時のみ絞込み）
000000*---   'P' : ORDER_ID
000000    03 LNK-CHG-KEYS.
000000       05 LNK-CHG-ORDER-ID       PIC S9(09) COMP.
000000       05 LNK-CHG-ACC-ID         PIC S9(09) COMP.
000000       05 LNK-CHG-CURRENCY       PIC X(03).
000000       05 LNK-CHG-HOLD-TYPE      PIC X(10).
000000*--- キーを付け替える更新の新キー（機能'A'で使用。0は変更なし）
000000       05 LNK-CHG-NEW-ORDER-ID   PIC S9(09) COMP.
000000       05 LNK-CHG-NEW-ACC-ID     PIC S9(09) COMP.
000000*--- 0=OK 12=パラメータ・SQL異常
000000    03 LNK-CHG-RETURN            PIC S9(04) COMP.
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000 PROCEDURE                       DIVISION USING LNK-PARAM-CHG.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999CHG-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CHG-MAIN.
000000     MOVE CST-RTN-OK             TO      LNK-CHG-RETURN.
000000     IF WS-RUN-TS = SPACES
000000         MOVE FUNCTION CURRENT-DATE  TO  WS-RUN-TS
000000     END-IF.
000000     EVALUATE LNK-CHG-FUNC
000000         WHEN CST-FUNC-BEFORE
000000             PERFORM SPD9999CHG-CAPTURE
000000         WHEN CST-FUNC-AFTER
000000             PERFORM SPD9999CHG-RECORD
000000         WHEN OTHER
000000             DISPLAY 'SPD9999CHG INVALID FUNCTION : '
000000                     LNK-CHG-FUNC
000000             MOVE CST-RTN-ERROR  TO      LNK-CHG-RETURN
000000     END-EVALUATE.
000000     GOBACK.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更前イメージの保持
000000* SPD9999CHG-CAPTURE     SECTION |      （MAIN）
000000*                                |      前回の保持分は破棄する
000000*/-------------------------------------------------------------/*
000000 SPD9999CHG-CAPTURE.
000000     MOVE 0                      TO      CAP-CNT.
000000     MOVE LNK-CHG-TABLE          TO      CAP-TABLE-CODE.
000000     MOVE LNK-CHG-ORDER-ID       TO      HV-ORDER-ID.
000000     MOVE LNK-CHG-ACC-ID         TO      HV-ACC-ID.
000000     MOVE LNK-CHG-CURRENCY       TO      HV-CURRENCY.
000000     MOVE LNK-CHG-HOLD-TYPE      TO      HV-HOLD-TYPE.
000000     EVALUATE LNK-CHG-TABLE
000000         WHEN CST-TABLE-SAVINGS
000000             PERFORM SPD9999CHG-CAPTURE-SAVINGS
000000         WHEN CST-TABLE-BALANCE
000000             PERFORM SPD9999CHG-CAPTURE-BALANCE
000000         WHEN CST-TABLE-HOLD
000000             PERFORM SPD9999CHG-CAPTURE-HOLD
000000         WHEN CST-TABLE-PLEDGE
000000             PERFORM SPD9999CHG-CAPTURE-PLEDGE
000000         WHEN OTHER
000000             DISPLAY 'SPD9999CHG INVALID TABLE : '
000000                     LNK-CHG-TABLE
000000             MOVE CST-RTN-ERROR  TO      LNK-CHG-RETURN
000000     END-EVALUATE.
000000*--- 異常時は保持分を破棄し、後続の'A'で何も書かない
000000     IF LNK-CHG-RETURN NOT = CST-RTN-OK
000000         MOVE 0                  TO      CAP-CNT
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 預金行の保持
000000* SPD9999CHG-CAPTURE-SAVINGS SECTION |  （MAIN）
000000*                                |      対象: DB_ACCOUNT_SAVINGS
000000*/-------------------------------------------------------------/*
000000 SPD9999CHG-CAPTURE-SAVINGS.
000000     MOVE 'N'                    TO      CST-EOF-CRS-CHG.
000000     EXEC SQL
000000         DECLARE CRS-CHG-SAV CURSOR FOR
000000         SELECT  ORDER_ID, ACC_ID, SAVING_TYPE, START_DATE,
000000                 END_DATE, MONEY_ROOT, INTEREST, MONEY, STATUS,
000000                 RATE_OVERRIDE, CURRENCY_CODE, DORMANT_FLAG
000000         FROM    MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE   (:HV-ORDER-ID <> 0 AND ORDER_ID = :HV-ORDER-ID)
000000         OR      (:HV-ORDER-ID =  0 AND ACC_ID   = :HV-ACC-ID)
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-CHG-SAV
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         DISPLAY 'SPD9999CHG OPEN CRS-CHG-SAV FAILED, SQLCODE : '
000000                 SQLCODE
000000         MOVE CST-RTN-ERROR      TO      LNK-CHG-RETURN
000000         MOVE 'Y'                TO      CST-EOF-CRS-CHG
000000     ELSE
000000         PERFORM SPD9999CHG-FETCH-SAVINGS
000000         PERFORM UNTIL CST-EOF-CRS-CHG = 'Y'
000000             PERFORM SPD9999CHG-FORMAT-SAVINGS
000000             PERFORM SPD9999CHG-ADD-CAPTURE
000000             PERFORM SPD9999CHG-FETCH-SAVINGS
000000         END-PERFORM
000000         EXEC SQL
000000             CLOSE CRS-CHG-SAV
000000         END-EXEC
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 預金行の取得
000000* SPD9999CHG-FETCH-SAVINGS SECTION |    （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CHG-FETCH-SAVINGS.
000000     EXEC SQL
000000         FETCH CRS-CHG-SAV
000000         INTO  :AS-ORDER-ID, :AS-ACC-ID, :AS-SAVING-TYPE,
000000               :AS-START-DATE, :AS-END-DATE, :AS-MONEY-ROOT,
000000               :AS-INTEREST, :AS-MONEY, :AS-STATUS,
000000               :AS-RATE-OVERRIDE, :AS-CURRENCY-CODE,
000000               :AS-DORMANT-FLAG
000000     END-EXEC.
000000     PERFORM SPD9999CHG-CHK-FETCH.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 残高行の保持
000000* SPD9999CHG-CAPTURE-BALANCE SECTION |  （MAIN）
000000*                                |      対象: DB_ACCOUNT_BALANCE
000000*/-------------------------------------------------------------/*
000000 SPD9999CHG-CAPTURE-BALANCE.
000000     MOVE 'N'                    TO      CST-EOF-CRS-CHG.
000000     EXEC SQL
000000         DECLARE CRS-CHG-BAL CURSOR FOR
000000         SELECT  ACC_ID, BALANCE, CURRENCY_CODE
000000         FROM    MYDB.DB_ACCOUNT_BALANCE
000000         WHERE   ACC_ID = :HV-ACC-ID
000000         AND     (:HV-CURRENCY = ' ' OR
000000                  CURRENCY_CODE = :HV-CURRENCY)
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-CHG-BAL
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         DISPLAY 'SPD9999CHG OPEN CRS-CHG-BAL FAILED, SQLCODE : '
000000                 SQLCODE
000000         MOVE CST-RTN-ERROR      TO      LNK-CHG-RETURN
000000         MOVE 'Y'                TO      CST-EOF-CRS-CHG
000000     ELSE
000000         PERFORM SPD9999CHG-FETCH-BALANCE
000000         PERFORM UNTIL CST-EOF-CRS-CHG = 'Y'
000000             PERFORM SPD9999CHG-FORMAT-BALANCE
000000             PERFORM SPD9999CHG-ADD-CAPTURE
000000             PERFORM SPD9999CHG-FETCH-BALANCE
000000         END-PERFORM
000000         EXEC SQL
000000             CLOSE CRS-CHG-BAL
000000         END-EXEC
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 残高行の取得
000000* SPD9999CHG-FETCH-BALANCE SECTION |    （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CHG-FETCH-BALANCE.
000000     EXEC SQL
000000         FETCH CRS-CHG-BAL
000000         INTO  :AB-ACC-ID, :AB-BALANCE, :AB-CURRENCY-CODE
000000     END-EXEC.
000000     PERFORM SPD9999CHG-CHK-FETCH.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 拘束行の保持
000000* SPD9999CHG-CAPTURE-HOLD SECTION |     （MAIN）
000000*                                |      対象: DB_ACCOUNT_HOLD
000000*/-------------------------------------------------------------/*
000000 SPD9999CHG-CAPTURE-HOLD.
000000     MOVE 'N'                    TO      CST-EOF-CRS-CHG.
000000     EXEC SQL
000000         DECLARE CRS-CHG-HLD CURSOR FOR
000000         SELECT  ACC_ID, ORDER_ID, HOLD_TYPE, START_DATE,
000000                 END_DATE, AUTHORITY
000000         FROM    MYDB.DB_ACCOUNT_HOLD
000000         WHERE   ACC_ID = :HV-ACC-ID
000000         AND     (:HV-HOLD-TYPE = ' ' OR
000000                  HOLD_TYPE = :HV-HOLD-TYPE)
000000         AND     (:HV-ORDER-ID = 0 OR
000000                  ORDER_ID = :HV-ORDER-ID)
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-CHG-HLD
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         DISPLAY 'SPD9999CHG OPEN CRS-CHG-HLD FAILED, SQLCODE : '
000000                 SQLCODE
000000         MOVE CST-RTN-ERROR      TO      LNK-CHG-RETURN
000000         MOVE 'Y'                TO      CST-EOF-CRS-CHG
000000     ELSE
000000         PERFORM SPD9999CHG-FETCH-HOLD
000000         PERFORM UNTIL CST-EOF-CRS-CHG = 'Y'
000000             PERFORM SPD9999CHG-FORMAT-HOLD
000000             PERFORM SPD9999CHG-ADD-CAPTURE
000000             PERFORM SPD9999CHG-FETCH-HOLD
000000         END-PERFORM
000000         EXEC SQL
000000             CLOSE CRS-CHG-HLD
000000         END-EXEC
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 拘束行の取得
000000* SPD9999CHG-FETCH-HOLD  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CHG-FETCH-HOLD.
000000     EXEC SQL
000000         FETCH CRS-CHG-HLD
000000         INTO  :HD-ACC-ID, :HD-ORDER-ID, :HD-HOLD-TYPE,
000000               :HD-START-DATE, :HD-END-DATE, :HD-AUTHORITY
000000     END-EXEC.
000000     PERFORM SPD9999CHG-CHK-FETCH.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 担保行の保持
000000* SPD9999CHG-CAPTURE-PLEDGE SECTION |   （MAIN）
000000*                                |      対象: DB_PLEDGE
000000*/-------------------------------------------------------------/*
000000 SPD9999CHG-CAPTURE-PLEDGE.
000000     MOVE 'N'                    TO      CST-EOF-CRS-CHG.
000000     EXEC SQL
000000         DECLARE CRS-CHG-PLG CURSOR FOR
000000         SELECT  ORDER_ID, PLEDGED_AMOUNT, LENDER_REF,
000000                 RELEASE_DATE
000000         FROM    MYDB.DB_PLEDGE
000000         WHERE   ORDER_ID = :HV-ORDER-ID
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-CHG-PLG
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         DISPLAY 'SPD9999CHG OPEN CRS-CHG-PLG FAILED, SQLCODE : '
000000                 SQLCODE
000000         MOVE CST-RTN-ERROR      TO      LNK-CHG-RETURN
000000         MOVE 'Y'                TO      CST-EOF-CRS-CHG
000000     ELSE
000000         PERFORM SPD9999CHG-FETCH-PLEDGE
000000         PERFORM UNTIL CST-EOF-CRS-CHG = 'Y'
000000             PERFORM SPD9999CHG-FORMAT-PLEDGE
000000             PERFORM SPD9999CHG-ADD-CAPTURE
000000             PERFORM SPD9999CHG-FETCH-PLEDGE
000000         END-PERFORM
000000         EXEC SQL
000000             CLOSE CRS-CHG-PLG
000000         END-EXEC
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 担保行の取得
000000* SPD9999CHG-FETCH-PLEDGE SECTION |     （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CHG-FETCH-PLEDGE.
000000     EXEC SQL
000000         FETCH CRS-CHG-PLG
000000         INTO  :PG-ORDER-ID, :PG-PLEDGED-AMOUNT, :PG-LENDER-REF,
000000               :PG-RELEASE-DATE
000000     END-EXEC.
000000     PERFORM SPD9999CHG-CHK-FETCH.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: FETCH結果の判定
000000* SPD9999CHG-CHK-FETCH   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CHG-CHK-FETCH.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-CHG
000000         WHEN OTHER
000000             DISPLAY 'SPD9999CHG FETCH FAILED, TABLE : '
000000                     CAP-TABLE-CODE ' SQLCODE : ' SQLCODE
000000             MOVE CST-RTN-ERROR  TO      LNK-CHG-RETURN
000000             MOVE 'Y'            TO      CST-EOF-CRS-CHG
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更前イメージ1行の格納
000000* SPD9999CHG-ADD-CAPTURE SECTION |      （COMMON）
000000*                                |      上限超過は異常とする
000000*/-------------------------------------------------------------/*
000000 SPD9999CHG-ADD-CAPTURE.
000000     IF CAP-CNT NOT < CST-CAP-MAX
000000         DISPLAY 'SPD9999CHG CAPTURE TABLE FULL, TABLE : '
000000                 CAP-TABLE-CODE
000000         MOVE CST-RTN-ERROR      TO      LNK-CHG-RETURN
000000         MOVE 'Y'                TO      CST-EOF-CRS-CHG
000000     ELSE
000000         ADD 1                   TO      CAP-CNT
000000         MOVE WS-ROW-ORDER-ID    TO      CAP-ORDER-ID (CAP-CNT)
000000         MOVE WS-ROW-ACC-ID      TO      CAP-ACC-ID (CAP-CNT)
000000         MOVE AB-CURRENCY-CODE   TO      CAP-CURRENCY (CAP-CNT)
000000         MOVE HD-HOLD-TYPE       TO      CAP-HOLD-TYPE (CAP-CNT)
000000         MOVE HD-START-DATE      TO      CAP-START-DATE (CAP-CNT)
000000         MOVE PG-LENDER-REF      TO      CAP-LENDER-REF (CAP-CNT)
000000         MOVE WS-ROW-STATUS      TO      CAP-STATUS (CAP-CNT)
000000         MOVE WS-ROW-AMOUNT      TO      CAP-AMOUNT (CAP-CNT)
000000         MOVE WS-ROW-IMAGE       TO      CAP-IMAGE (CAP-CNT)
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更後イメージの記録
000000* SPD9999CHG-RECORD      SECTION |      （MAIN）
000000*                                |      対象: DB_CHANGE_JOURNAL
000000*                                |      値の変わった行のみ記録
000000*/-------------------------------------------------------------/*
000000 SPD9999CHG-RECORD.
000000     IF LNK-CHG-TABLE NOT = CAP-TABLE-CODE
000000         DISPLAY 'SPD9999CHG TABLE MISMATCH, BEFORE : '
000000                 CAP-TABLE-CODE ' AFTER : ' LNK-CHG-TABLE
000000         MOVE CST-RTN-ERROR      TO      LNK-CHG-RETURN
000000     ELSE
000000         PERFORM SPD9999CHG-RECORD-ONE
000000             VARYING WS-CAP-IDX FROM 1 BY 1
000000             UNTIL   WS-CAP-IDX > CAP-CNT
000000             OR      LNK-CHG-RETURN NOT = CST-RTN-OK
000000     END-IF.
000000     MOVE 0                      TO      CAP-CNT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 保持行1件の読み直しと比較
000000* SPD9999CHG-RECORD-ONE  SECTION |      （MAIN）
000000*                                |      新キー指定時は新キーで
000000*                                |      読み、無ければ元のキーで
000000*                                |      読み直す
000000*/-------------------------------------------------------------/*
000000 SPD9999CHG-RECORD-ONE.
000000     MOVE CAP-ORDER-ID (WS-CAP-IDX)
000000                                 TO      HV-ORDER-ID.
000000     MOVE CAP-ACC-ID (WS-CAP-IDX)
000000                                 TO      HV-ACC-ID.
000000     MOVE CAP-CURRENCY (WS-CAP-IDX)
000000                                 TO      HV-CURRENCY.
000000     MOVE CAP-HOLD-TYPE (WS-CAP-IDX)
000000                                 TO      HV-HOLD-TYPE.
000000     MOVE CAP-START-DATE (WS-CAP-IDX)
000000                                 TO      HV-START-DATE.
000000     MOVE CAP-LENDER-REF (WS-CAP-IDX)
000000                                 TO      HV-LENDER-REF.
000000     IF  LNK-CHG-NEW-ORDER-ID = 0
000000     AND LNK-CHG-NEW-ACC-ID   = 0
000000         PERFORM SPD9999CHG-READ-ROW
000000     ELSE
000000         IF LNK-CHG-NEW-ORDER-ID NOT = 0
000000             MOVE LNK-CHG-NEW-ORDER-ID
000000                                 TO      HV-ORDER-ID
000000         END-IF
000000         IF LNK-CHG-NEW-ACC-ID NOT = 0
000000             MOVE LNK-CHG-NEW-ACC-ID
000000                                 TO      HV-ACC-ID
000000         END-IF
000000         PERFORM SPD9999CHG-READ-ROW
000000         IF WS-ROW-FOUND = 'N'
000000             MOVE CAP-ORDER-ID (WS-CAP-IDX)
000000                                 TO      HV-ORDER-ID
000000             MOVE CAP-ACC-ID (WS-CAP-IDX)
000000                                 TO      HV-ACC-ID
000000             PERFORM SPD9999CHG-READ-ROW
000000         END-IF
000000     END-IF.
000000     IF WS-ROW-FOUND = 'N'
000000         MOVE CAP-ORDER-ID (WS-CAP-IDX)
000000                                 TO      WS-ROW-ORDER-ID
000000         MOVE CAP-ACC-ID (WS-CAP-IDX)
000000                                 TO      WS-ROW-ACC-ID
000000         MOVE SPACES             TO      WS-ROW-STATUS
000000         MOVE 0                  TO      WS-ROW-AMOUNT
000000         MOVE 'ROW NOT FOUND'    TO      WS-ROW-IMAGE
000000     END-IF.
000000     IF  LNK-CHG-RETURN = CST-RTN-OK
000000     AND WS-ROW-IMAGE NOT = CAP-IMAGE (WS-CAP-IDX)
000000         ADD 1                   TO      WS-JOURNAL-SEQ
000000         PERFORM SPD9999CHG-INS-BEFORE
000000         PERFORM SPD9999CHG-INS-AFTER
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: キー指定による1行の読込み
000000* SPD9999CHG-READ-ROW    SECTION |      （COMMON）
000000*                                |      結果はWS-ROW-xxxへ編集する
000000*/-------------------------------------------------------------/*
000000 SPD9999CHG-READ-ROW.
000000     MOVE 'Y'                    TO      WS-ROW-FOUND.
000000     EVALUATE CAP-TABLE-CODE
000000         WHEN CST-TABLE-SAVINGS
000000             EXEC SQL
000000                 SELECT ORDER_ID, ACC_ID, SAVING_TYPE, START_DATE,
000000                        END_DATE, MONEY_ROOT, INTEREST, MONEY,
000000                        STATUS, RATE_OVERRIDE, CURRENCY_CODE,
000000                        DORMANT_FLAG
000000                 INTO   :AS-ORDER-ID, :AS-ACC-ID, :AS-SAVING-TYPE,
000000                        :AS-START-DATE, :AS-END-DATE,
000000                        :AS-MONEY-ROOT, :AS-INTEREST, :AS-MONEY,
000000                        :AS-STATUS, :AS-RATE-OVERRIDE,
000000                        :AS-CURRENCY-CODE, :AS-DORMANT-FLAG
000000                 FROM   MYDB.DB_ACCOUNT_SAVINGS
000000                 WHERE  ORDER_ID = :HV-ORDER-ID
000000             END-EXEC
000000         WHEN CST-TABLE-BALANCE
000000             EXEC SQL
000000                 SELECT ACC_ID, BALANCE, CURRENCY_CODE
000000                 INTO   :AB-ACC-ID, :AB-BALANCE, :AB-CURRENCY-CODE
000000                 FROM   MYDB.DB_ACCOUNT_BALANCE
000000                 WHERE  ACC_ID        = :HV-ACC-ID
000000                 AND    CURRENCY_CODE = :HV-CURRENCY
000000             END-EXEC
000000         WHEN CST-TABLE-HOLD
000000             EXEC SQL
000000                 SELECT ACC_ID, ORDER_ID, HOLD_TYPE, START_DATE,
000000                        END_DATE, AUTHORITY
000000                 INTO   :HD-ACC-ID, :HD-ORDER-ID, :HD-HOLD-TYPE,
000000                        :HD-START-DATE, :HD-END-DATE,
000000                        :HD-AUTHORITY
000000                 FROM   MYDB.DB_ACCOUNT_HOLD
000000                 WHERE  ACC_ID     = :HV-ACC-ID
000000                 AND    ORDER_ID   = :HV-ORDER-ID
000000                 AND    HOLD_TYPE  = :HV-HOLD-TYPE
000000                 AND    START_DATE = :HV-START-DATE
000000                 FETCH FIRST 1 ROW ONLY
000000             END-EXEC
000000         WHEN CST-TABLE-PLEDGE
000000             EXEC SQL
000000                 SELECT ORDER_ID, PLEDGED_AMOUNT, LENDER_REF,
000000                        RELEASE_DATE
000000                 INTO   :PG-ORDER-ID, :PG-PLEDGED-AMOUNT,
000000                        :PG-LENDER-REF, :PG-RELEASE-DATE
000000                 FROM   MYDB.DB_PLEDGE
000000                 WHERE  ORDER_ID   = :HV-ORDER-ID
000000                 AND    LENDER_REF = :HV-LENDER-REF
000000                 FETCH FIRST 1 ROW ONLY
000000             END-EXEC
000000     END-EVALUATE.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             EVALUATE CAP-TABLE-CODE
000000                 WHEN CST-TABLE-SAVINGS
000000                     PERFORM SPD9999CHG-FORMAT-SAVINGS
000000                 WHEN CST-TABLE-BALANCE
000000                     PERFORM SPD9999CHG-FORMAT-BALANCE
000000                 WHEN CST-TABLE-HOLD
000000                     PERFORM SPD9999CHG-FORMAT-HOLD
000000                 WHEN CST-TABLE-PLEDGE
000000                     PERFORM SPD9999CHG-FORMAT-PLEDGE
000000             END-EVALUATE
000000         WHEN 100
000000             MOVE 'N'            TO      WS-ROW-FOUND
000000         WHEN OTHER
000000             DISPLAY 'SPD9999CHG SELECT AFTER IMAGE FAILED, '
000000                     'TABLE : ' CAP-TABLE-CODE
000000                     ' SQLCODE : ' SQLCODE
000000             MOVE CST-RTN-ERROR  TO      LNK-CHG-RETURN
000000             MOVE 'Y'            TO      WS-ROW-FOUND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 預金行イメージの編集
000000* SPD9999CHG-FORMAT-SAVINGS SECTION |   （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CHG-FORMAT-SAVINGS.
000000     MOVE AS-ORDER-ID            TO      IMG-SV-ORDER-ID.
000000     MOVE AS-ACC-ID              TO      IMG-SV-ACC-ID.
000000     MOVE AS-SAVING-TYPE         TO      IMG-SV-SAVING-TYPE.
000000     MOVE AS-START-DATE          TO      IMG-SV-START-DATE.
000000     MOVE AS-END-DATE            TO      IMG-SV-END-DATE.
000000     MOVE AS-MONEY-ROOT          TO      IMG-SV-MONEY-ROOT.
000000     MOVE AS-INTEREST            TO      IMG-SV-INTEREST.
000000     MOVE AS-MONEY               TO      IMG-SV-MONEY.
000000     MOVE AS-STATUS              TO      IMG-SV-STATUS.
000000     MOVE AS-RATE-OVERRIDE       TO      IMG-SV-RATE-OVERRIDE.
000000     MOVE AS-CURRENCY-CODE       TO      IMG-SV-CURRENCY-CODE.
000000     MOVE AS-DORMANT-FLAG        TO      IMG-SV-DORMANT-FLAG.
000000     MOVE IMG-SAVINGS            TO      WS-ROW-IMAGE.
000000     MOVE AS-ORDER-ID            TO      WS-ROW-ORDER-ID.
000000     MOVE AS-ACC-ID              TO      WS-ROW-ACC-ID.
000000     MOVE AS-STATUS              TO      WS-ROW-STATUS.
000000     MOVE AS-MONEY-ROOT          TO      WS-ROW-AMOUNT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 残高行イメージの編集
000000* SPD9999CHG-FORMAT-BALANCE SECTION |   （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CHG-FORMAT-BALANCE.
000000     MOVE AB-ACC-ID              TO      IMG-BL-ACC-ID.
000000     MOVE AB-CURRENCY-CODE       TO      IMG-BL-CURRENCY-CODE.
000000     MOVE AB-BALANCE             TO      IMG-BL-BALANCE.
000000     MOVE IMG-BALANCE            TO      WS-ROW-IMAGE.
000000     MOVE 0                      TO      WS-ROW-ORDER-ID.
000000     MOVE AB-ACC-ID              TO      WS-ROW-ACC-ID.
000000     MOVE SPACES                 TO      WS-ROW-STATUS.
000000     MOVE AB-BALANCE             TO      WS-ROW-AMOUNT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 拘束行イメージの編集
000000* SPD9999CHG-FORMAT-HOLD SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CHG-FORMAT-HOLD.
000000     MOVE HD-ACC-ID              TO      IMG-HD-ACC-ID.
000000     MOVE HD-ORDER-ID            TO      IMG-HD-ORDER-ID.
000000     MOVE HD-HOLD-TYPE           TO      IMG-HD-HOLD-TYPE.
000000     MOVE HD-START-DATE          TO      IMG-HD-START-DATE.
000000     MOVE HD-END-DATE            TO      IMG-HD-END-DATE.
000000     MOVE HD-AUTHORITY           TO      IMG-HD-AUTHORITY.
000000     MOVE IMG-HOLD               TO      WS-ROW-IMAGE.
000000     MOVE HD-ORDER-ID            TO      WS-ROW-ORDER-ID.
000000     MOVE HD-ACC-ID              TO      WS-ROW-ACC-ID.
000000     MOVE SPACES                 TO      WS-ROW-STATUS.
000000     MOVE 0                      TO      WS-ROW-AMOUNT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 担保行イメージの編集
000000* SPD9999CHG-FORMAT-PLEDGE SECTION |    （COMMON）
000000*                                |      口座IDは注文から補う
000000*/-------------------------------------------------------------/*
000000 SPD9999CHG-FORMAT-PLEDGE.
000000     MOVE PG-ORDER-ID            TO      IMG-PG-ORDER-ID.
000000     MOVE PG-PLEDGED-AMOUNT      TO      IMG-PG-PLEDGED-AMOUNT.
000000     MOVE PG-LENDER-REF          TO      IMG-PG-LENDER-REF.
000000     MOVE PG-RELEASE-DATE        TO      IMG-PG-RELEASE-DATE.
000000     MOVE IMG-PLEDGE             TO      WS-ROW-IMAGE.
000000     MOVE PG-ORDER-ID            TO      WS-ROW-ORDER-ID.
000000     MOVE SPACES                 TO      WS-ROW-STATUS.
000000     MOVE PG-PLEDGED-AMOUNT      TO      WS-ROW-AMOUNT.
000000     EXEC SQL
000000         SELECT ACC_ID
000000         INTO   :WS-ROW-ACC-ID
000000         FROM   MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE  ORDER_ID = :PG-ORDER-ID
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 0                  TO      WS-ROW-ACC-ID
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更前イメージの書込み
000000* SPD9999CHG-INS-BEFORE  SECTION |      （COMMON）
000000*                                |      対象: DB_CHANGE_JOURNAL
000000*/-------------------------------------------------------------/*
000000 SPD9999CHG-INS-BEFORE.
000000     PERFORM SPD9999CHG-SET-HEADER.
000000     MOVE CST-IMAGE-BEFORE       TO      CJ-IMAGE-TYPE.
000000     MOVE CAP-ORDER-ID (WS-CAP-IDX)
000000                                 TO      CJ-ORDER-ID.
000000     MOVE CAP-ACC-ID (WS-CAP-IDX)
000000                                 TO      CJ-ACC-ID.
000000     MOVE CAP-STATUS (WS-CAP-IDX)
000000                                 TO      CJ-ROW-STATUS.
000000     MOVE CAP-AMOUNT (WS-CAP-IDX)
000000                                 TO      CJ-ROW-AMOUNT.
000000     MOVE CAP-IMAGE (WS-CAP-IDX)
000000                                 TO      CJ-ROW-IMAGE.
000000     PERFORM SPD9999CHG-INS-JOURNAL.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更後イメージの書込み
000000* SPD9999CHG-INS-AFTER   SECTION |      （COMMON）
000000*                                |      対象: DB_CHANGE_JOURNAL
000000*/-------------------------------------------------------------/*
000000 SPD9999CHG-INS-AFTER.
000000     PERFORM SPD9999CHG-SET-HEADER.
000000     MOVE CST-IMAGE-AFTER        TO      CJ-IMAGE-TYPE.
000000     MOVE WS-ROW-ORDER-ID        TO      CJ-ORDER-ID.
000000     MOVE WS-ROW-ACC-ID          TO      CJ-ACC-ID.
000000     MOVE WS-ROW-STATUS          TO      CJ-ROW-STATUS.
000000     MOVE WS-ROW-AMOUNT          TO      CJ-ROW-AMOUNT.
000000     MOVE WS-ROW-IMAGE           TO      CJ-ROW-IMAGE.
000000     PERFORM SPD9999CHG-INS-JOURNAL.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 記録行の共通項目設定
000000* SPD9999CHG-SET-HEADER  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CHG-SET-HEADER.
000000     MOVE WS-RUN-TS              TO      CJ-RUN-TS.
000000     MOVE LNK-CHG-PROGRAM        TO      CJ-PROGRAM-ID.
000000     MOVE WS-JOURNAL-SEQ         TO      CJ-JOURNAL-SEQ.
000000     MOVE FUNCTION CURRENT-DATE  TO      CJ-CHANGE-TS.
000000     MOVE CJ-CHANGE-TS(1:8)      TO      CJ-CHANGE-DATE.
000000     EVALUATE CAP-TABLE-CODE
000000         WHEN CST-TABLE-SAVINGS
000000             MOVE 'DB_ACCOUNT_SAVINGS'
000000                                 TO      CJ-TABLE-NAME
000000         WHEN CST-TABLE-BALANCE
000000             MOVE 'DB_ACCOUNT_BALANCE'
000000                                 TO      CJ-TABLE-NAME
000000         WHEN CST-TABLE-HOLD
000000             MOVE 'DB_ACCOUNT_HOLD'
000000                                 TO      CJ-TABLE-NAME
000000         WHEN CST-TABLE-PLEDGE
000000             MOVE 'DB_PLEDGE'    TO      CJ-TABLE-NAME
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更記録の挿入
000000* SPD9999CHG-INS-JOURNAL SECTION |      （COMMON）
000000*                                |      対象: DB_CHANGE_JOURNAL
000000*/-------------------------------------------------------------/*
000000 SPD9999CHG-INS-JOURNAL.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_CHANGE_JOURNAL
000000             (RUN_TS, PROGRAM_ID, JOURNAL_SEQ, IMAGE_TYPE,
000000              CHANGE_DATE, CHANGE_TS, TABLE_NAME, ORDER_ID,
000000              ACC_ID, ROW_STATUS, ROW_AMOUNT, ROW_IMAGE)
000000         VALUES
000000             (:CJ-RUN-TS, :CJ-PROGRAM-ID, :CJ-JOURNAL-SEQ,
000000              :CJ-IMAGE-TYPE, :CJ-CHANGE-DATE, :CJ-CHANGE-TS,
000000              :CJ-TABLE-NAME, :CJ-ORDER-ID, :CJ-ACC-ID,
000000              :CJ-ROW-STATUS, :CJ-ROW-AMOUNT, :CJ-ROW-IMAGE)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         DISPLAY 'SPD9999CHG INSERT JOURNAL FAILED, SQLCODE : '
000000                 SQLCODE
000000         MOVE CST-RTN-ERROR      TO      LNK-CHG-RETURN
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999CHG.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
