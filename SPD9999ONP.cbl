000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999ONP.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999ONP
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            新規預入（定期口座開設）
000000*                                オンライン（CICS）
000000*                                端末入力
000000*                                'SPP1 口座ID(9桁) 預金タイプ 通貨
000000*                                 預入額 [月次積立額 積立日]'
000000*                                を受け、SPD9999PLMをCALLして
000000*                                普通残高からの引落し・新規預金
000000*                                作成・預入履歴の登録を行う。
000000*                                月次積立額・積立日は積立定期
000000*                                （商品区分'I'）のみ指定する
000000*                                （要否はSPD9999PLMが商品マスタで
000000*                                判定する）。
000000*                                受付不可はSYNCPOINT ROLLBACKの
000000*                                うえ理由を返す。受付分は
000000*                                DB_RUN_AUDITへ入力コマンドの
000000*                                まま操作者（サインオン中のユーザ
000000*                                ID）とともに記録し、確認画面を
000000*                                表示する。
000000*                                預入確認書は当日夜間の
000000*                                SPD9999PLCが印刷する
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 :            プログラムの作成
000000*        2026/10/15 :            金利キャンペーン適用時に確認画面へキャンペーン
000000*                                IDと上乗せ利率を表示
000000*        2026/10/15 :            サインオン中のユーザIDによる操作
000000*                                権限チェック（SPD9999AUT）を追加。
000000*                                DB_RUN_AUDITへ操作者を記録
000000*        2026/10/15 :            マル優の限度額を超えた預入は確認画面に
000000*                                警告（超過元金の利息は課税）を表示
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
000000*--- DCLGEN参照：MYDB.DB_RUN_AUDIT
000000     EXEC SQL
000000         INCLUDE                 RUNAUD
000000     END-EXEC.
000000 01 WS-VARIABLES.
000000    03 WS-INPUT-AREA             PIC X(80).
000000    03 WS-INPUT-LEN              PIC S9(04) COMP VALUE 80.
000000    03 WS-RESP                   PIC S9(08) COMP.
000000    03 WS-TRANS-CODE             PIC X(04).
000000    03 WS-ACC-ID-CHAR            PIC X(09).
000000    03 WS-SAVING-TYPE-CHAR       PIC X(10).
000000    03 WS-CURRENCY-CHAR          PIC X(03).
000000    03 WS-AMOUNT-CHAR            PIC X(18).
000000    03 WS-CONTRIB-AMOUNT-CHAR    PIC X(18).
000000    03 WS-CONTRIB-DAY-CHAR       PIC X(02).
000000    03 WS-ACC-ID-DISP            PIC 9(09).
000000    03 WS-ORDER-ID-DISP          PIC 9(09).
000000    03 WS-LINE-CNT               PIC S9(04) COMP.
000000    03 WS-SEND-LEN               PIC S9(04) COMP.
000000    03 WS-AMOUNT-EDIT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
000000    03 WS-RATE-EDIT              PIC 9.9999.
000000*--- SPD9999PLM（新規預入共通）呼出パラメータ
000000 01 WS-PARAM-PLM.
000000    03 WS-PLM-ACC-ID             PIC S9(09) COMP.
000000    03 WS-PLM-SAVING-TYPE        PIC X(10).
000000    03 WS-PLM-CURRENCY-CODE      PIC X(03).
000000    03 WS-PLM-AMOUNT             PIC S9(13)V99 COMP-3.
000000    03 WS-PLM-CONTRIB-AMOUNT     PIC S9(13)V99 COMP-3.
000000    03 WS-PLM-CONTRIB-DAY        PIC S9(02) COMP-3.
000000    03 WS-PLM-CHANNEL            PIC X(01).
000000    03 WS-PLM-ORDER-ID           PIC S9(09) COMP.
000000    03 WS-PLM-START-DATE         PIC X(08).
000000    03 WS-PLM-END-DATE           PIC X(08).
000000    03 WS-PLM-RATE               PIC S9(01)V9(04) COMP-3.
000000    03 WS-PLM-NEW-BALANCE        PIC S9(13)V99 COMP-3.
000000    03 WS-PLM-CAMPAIGN-ID        PIC X(10).
000000    03 WS-PLM-BONUS-RATE         PIC S9(01)V9(04) COMP-3.
000000    03 WS-PLM-LIMIT-EXCEEDED     PIC X(01).
000000    03 WS-PLM-RETURN             PIC S9(04) COMP.
000000    03 WS-PLM-REASON-CODE        PIC X(04).
000000    03 WS-PLM-MESSAGE            PIC X(50).
000000*--- SPD9999AUT（操作権限チェック）呼出パラメータ
000000 01 WS-PARAM-AUT.
000000    03 WS-AUT-USER-ID            PIC X(08).
000000    03 WS-AUT-TRANS-ID           PIC X(04).
000000    03 WS-AUT-SUBCOMMAND         PIC X(10).
000000    03 WS-AUT-INPUT              PIC X(80).
000000    03 WS-AUT-ROLE-CODE          PIC X(08).
000000    03 WS-AUT-RETURN             PIC S9(04) COMP.
000000*/-------------------------------------------------------------/*
000000*  画面編集エリア（22行×80桁の行バッファ）
000000*/-------------------------------------------------------------/*
000000 01 SCR-BUFFER.
000000    03 SCR-LINE OCCURS 22        PIC X(80).
000000 01 SCR-WORK-LINE                PIC X(80).
000000 01 CST-VARIABLES.
000000    03 CST-CHANNEL-ONLINE        PIC X(01)  VALUE 'O'.
000000    03 CST-RUN-MODE-ONP          PIC X(01)  VALUE 'P'.
000000    03 CST-NO-END-DATE           PIC X(08)  VALUE '99999999'.
000000    03 CST-RTN-OK                PIC 9(02)  VALUE 0.
000000    03 CST-RTN-REJECT            PIC 9(02)  VALUE 8.
000000    03 CST-TRANS-ID              PIC X(04)  VALUE 'SPP1'.
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000 PROCEDURE                       DIVISION.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999ONP-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ONP-MAIN.
000000     MOVE SPACES                 TO      WS-INPUT-AREA.
000000     MOVE 80                     TO      WS-INPUT-LEN.
000000     EXEC CICS RECEIVE
000000         INTO   (WS-INPUT-AREA)
000000         LENGTH (WS-INPUT-LEN)
000000         RESP   (WS-RESP)
000000     END-EXEC.
000000*--- RESP=0はDFHRESP(NORMAL)
000000     IF WS-RESP NOT = 0
000000         MOVE 'RECEIVE FAILED'   TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONP-SEND-MESSAGE
000000     END-IF.
000000     PERFORM SPD9999ONP-CHK-AUTH.
000000     MOVE SPACES                 TO      WS-CONTRIB-AMOUNT-CHAR.
000000     MOVE SPACES                 TO      WS-CONTRIB-DAY-CHAR.
000000     UNSTRING WS-INPUT-AREA
000000         DELIMITED BY ALL ' '
000000         INTO WS-TRANS-CODE
000000              WS-ACC-ID-CHAR
000000              WS-SAVING-TYPE-CHAR
000000              WS-CURRENCY-CHAR
000000              WS-AMOUNT-CHAR
000000              WS-CONTRIB-AMOUNT-CHAR
000000              WS-CONTRIB-DAY-CHAR
000000     END-UNSTRING.
000000     PERFORM SPD9999ONP-CHK-INPUT.
000000     CALL 'SPD9999PLM' USING WS-PARAM-PLM.
000000     EVALUATE WS-PLM-RETURN
000000         WHEN CST-RTN-OK
000000             CONTINUE
000000         WHEN CST-RTN-REJECT
000000             EXEC CICS SYNCPOINT ROLLBACK
000000             END-EXEC
000000             STRING WS-PLM-REASON-CODE ' ' WS-PLM-MESSAGE
000000                 DELIMITED BY SIZE
000000                 INTO SCR-WORK-LINE
000000             END-STRING
000000             PERFORM SPD9999ONP-SEND-MESSAGE
000000         WHEN OTHER
000000             EXEC CICS SYNCPOINT ROLLBACK
000000             END-EXEC
000000             MOVE WS-PLM-MESSAGE TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONP-SEND-MESSAGE
000000     END-EVALUATE.
000000     PERFORM SPD9999ONP-WRITE-AUDIT.
000000     PERFORM SPD9999ONP-SHOW-RESULT.
000000     PERFORM SPD9999ONP-SEND-SCREEN.
000000     EXEC CICS RETURN
000000     END-EXEC.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 操作権限チェック
000000* SPD9999ONP-CHK-AUTH    SECTION |      （MAIN）
000000*                                |      サインオン中のユーザIDで
000000*                                |      SPD9999AUTを呼び出す。
000000*                                |      拒否はSPD9999AUTが記録済
000000*/-------------------------------------------------------------/*
000000 SPD9999ONP-CHK-AUTH.
000000     MOVE SPACES                 TO      WS-AUT-USER-ID.
000000     EXEC CICS ASSIGN
000000         USERID (WS-AUT-USER-ID)
000000     END-EXEC.
000000     MOVE CST-TRANS-ID           TO      WS-AUT-TRANS-ID.
000000     MOVE SPACES                 TO      WS-AUT-SUBCOMMAND.
000000     MOVE WS-INPUT-AREA          TO      WS-AUT-INPUT.
000000     CALL 'SPD9999AUT' USING WS-PARAM-AUT.
000000     IF WS-AUT-RETURN NOT = 0
000000         MOVE SPACES             TO      SCR-WORK-LINE
000000         STRING 'NOT AUTHORISED: '   DELIMITED BY SIZE
000000                WS-AUT-USER-ID       DELIMITED BY SPACE
000000                ' '                  DELIMITED BY SIZE
000000                CST-TRANS-ID         DELIMITED BY SIZE
000000                ' '                  DELIMITED BY SIZE
000000                WS-AUT-SUBCOMMAND    DELIMITED BY SPACE
000000             INTO SCR-WORK-LINE
000000         END-STRING
000000         PERFORM SPD9999ONP-SEND-MESSAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 入力内容の検証・編集
000000* SPD9999ONP-CHK-INPUT   SECTION |      （MAIN）
000000*                                |      金額は小数点付き可
000000*/-------------------------------------------------------------/*
000000 SPD9999ONP-CHK-INPUT.
000000     IF WS-ACC-ID-CHAR(1:9) IS NOT NUMERIC
000000     OR WS-SAVING-TYPE-CHAR = SPACES
000000     OR WS-CURRENCY-CHAR    = SPACES
000000     OR WS-AMOUNT-CHAR      = SPACES
000000         PERFORM SPD9999ONP-SEND-ERROR
000000     END-IF.
000000     IF FUNCTION TEST-NUMVAL(WS-AMOUNT-CHAR) NOT = 0
000000         MOVE 'AMOUNT IS NOT A VALID NUMBER'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONP-SEND-MESSAGE
000000     END-IF.
000000     MOVE WS-ACC-ID-CHAR         TO      WS-ACC-ID-DISP.
000000     MOVE WS-ACC-ID-DISP         TO      WS-PLM-ACC-ID.
000000     MOVE WS-SAVING-TYPE-CHAR    TO      WS-PLM-SAVING-TYPE.
000000     MOVE WS-CURRENCY-CHAR       TO      WS-PLM-CURRENCY-CODE.
000000     COMPUTE WS-PLM-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-CHAR).
000000     MOVE 0                      TO      WS-PLM-CONTRIB-AMOUNT.
000000     MOVE 0                      TO      WS-PLM-CONTRIB-DAY.
000000     IF WS-CONTRIB-AMOUNT-CHAR NOT = SPACES
000000         IF FUNCTION TEST-NUMVAL(WS-CONTRIB-AMOUNT-CHAR) NOT = 0
000000         OR WS-CONTRIB-DAY-CHAR    = SPACES
000000             MOVE 'MONTHLY AMOUNT AND DAY MUST BE GIVEN TOGETHER'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONP-SEND-MESSAGE
000000         END-IF
000000         IF FUNCTION TEST-NUMVAL(WS-CONTRIB-DAY-CHAR) NOT = 0
000000             MOVE 'CONTRIBUTION DAY IS NOT A VALID NUMBER'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONP-SEND-MESSAGE
000000         END-IF
000000         COMPUTE WS-PLM-CONTRIB-AMOUNT =
000000             FUNCTION NUMVAL(WS-CONTRIB-AMOUNT-CHAR)
000000         COMPUTE WS-PLM-CONTRIB-DAY =
000000             FUNCTION NUMVAL(WS-CONTRIB-DAY-CHAR)
000000     END-IF.
000000     MOVE CST-CHANNEL-ONLINE     TO      WS-PLM-CHANNEL.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 預入結果の画面編集
000000* SPD9999ONP-SHOW-RESULT SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ONP-SHOW-RESULT.
000000     MOVE SPACES                 TO      SCR-BUFFER.
000000     MOVE 0                      TO      WS-LINE-CNT.
000000     MOVE 'SPD9999ONP - TIME DEPOSIT PLACEMENT ACCEPTED'
000000                                 TO      SCR-WORK-LINE.
000000     PERFORM SPD9999ONP-ADD-LINE.
000000     MOVE WS-PLM-ORDER-ID        TO      WS-ORDER-ID-DISP.
000000     STRING 'ORDER ID      : ' WS-ORDER-ID-DISP
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONP-ADD-LINE.
000000     STRING 'ACCOUNT ID    : ' WS-ACC-ID-CHAR
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONP-ADD-LINE.
000000     STRING 'SAVING TYPE   : ' WS-PLM-SAVING-TYPE
000000            '  CCY ' WS-PLM-CURRENCY-CODE
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONP-ADD-LINE.
000000     STRING 'START DATE    : ' WS-PLM-START-DATE
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONP-ADD-LINE.
000000     IF WS-PLM-END-DATE = CST-NO-END-DATE
000000         MOVE 'MATURITY DATE : NONE (NON-TERM)'
000000                                 TO      SCR-WORK-LINE
000000     ELSE
000000         STRING 'MATURITY DATE : ' WS-PLM-END-DATE
000000             DELIMITED BY SIZE
000000             INTO SCR-WORK-LINE
000000         END-STRING
000000     END-IF.
000000     PERFORM SPD9999ONP-ADD-LINE.
000000     MOVE WS-PLM-AMOUNT          TO      WS-AMOUNT-EDIT.
000000     STRING 'PRINCIPAL     : ' WS-AMOUNT-EDIT
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONP-ADD-LINE.
000000     MOVE WS-PLM-RATE            TO      WS-RATE-EDIT.
000000     STRING 'INTEREST RATE : ' WS-RATE-EDIT
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONP-ADD-LINE.
000000     IF WS-PLM-CAMPAIGN-ID NOT = SPACES
000000         MOVE WS-PLM-BONUS-RATE  TO      WS-RATE-EDIT
000000         STRING 'CAMPAIGN      : ' WS-PLM-CAMPAIGN-ID
000000                '  BONUS ' WS-RATE-EDIT
000000                ' (UNTIL MATURITY)'
000000             DELIMITED BY SIZE
000000             INTO SCR-WORK-LINE
000000         END-STRING
000000         PERFORM SPD9999ONP-ADD-LINE
000000     END-IF.
000000     IF WS-PLM-CONTRIB-AMOUNT > 0
000000         MOVE WS-PLM-CONTRIB-AMOUNT
000000                                 TO      WS-AMOUNT-EDIT
000000         STRING 'MONTHLY AMOUNT: ' WS-AMOUNT-EDIT
000000                '  DAY ' WS-CONTRIB-DAY-CHAR
000000             DELIMITED BY SIZE
000000             INTO SCR-WORK-LINE
000000         END-STRING
000000         PERFORM SPD9999ONP-ADD-LINE
000000     END-IF.
000000     MOVE WS-PLM-NEW-BALANCE     TO      WS-AMOUNT-EDIT.
000000     STRING 'ORDINARY BAL  : ' WS-AMOUNT-EDIT
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONP-ADD-LINE.
000000     IF WS-PLM-LIMIT-EXCEEDED = 'Y'
000000         MOVE 'WARNING: MARUYU LIMIT EXCEEDED - INTEREST ON'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONP-ADD-LINE
000000         MOVE '         EXCESS PRINCIPAL WILL BE TAXED'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONP-ADD-LINE
000000     END-IF.
000000     MOVE 'CONFIRMATION WILL BE PRINTED IN TONIGHT''S BATCH'
000000                                 TO      SCR-WORK-LINE.
000000     PERFORM SPD9999ONP-ADD-LINE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 画面行の追加
000000* SPD9999ONP-ADD-LINE    SECTION |      （COMMON）
000000*                                |      SCR-WORK-LINEを次行へ格納
000000*/-------------------------------------------------------------/*
000000 SPD9999ONP-ADD-LINE.
000000     IF WS-LINE-CNT < 22
000000         ADD 1                   TO      WS-LINE-CNT
000000         MOVE SCR-WORK-LINE      TO      SCR-LINE (WS-LINE-CNT)
000000     END-IF.
000000     MOVE SPACES                 TO      SCR-WORK-LINE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 操作の監査記録
000000* SPD9999ONP-WRITE-AUDIT SECTION |      （COMMON）
000000*                                |      対象: DB_RUN_AUDIT
000000*                                |      入力コマンドをそのまま残す
000000*/-------------------------------------------------------------/*
000000 SPD9999ONP-WRITE-AUDIT.
000000     MOVE WS-INPUT-AREA(1:52)    TO      RA-PARM-DATA.
000000     MOVE CST-RUN-MODE-ONP       TO      RA-RUN-MODE.
000000     MOVE WS-ACC-ID-CHAR         TO      RA-ACC-ID.
000000     MOVE 0                      TO      RA-SQLCODE-OUT.
000000     MOVE FUNCTION CURRENT-DATE  TO      RA-AUDIT-TIMESTAMP.
000000     MOVE RA-AUDIT-TIMESTAMP     TO      RA-RUN-START-TS.
000000     MOVE RA-AUDIT-TIMESTAMP     TO      RA-RUN-END-TS.
000000     MOVE 0                      TO      RA-ROWS-FETCHED.
000000     MOVE 1                      TO      RA-ROWS-SETTLED.
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
000000         MOVE 'AUDIT INSERT FAILED, PLACEMENT BACKED OUT'
000000                                 TO      SCR-WORK-LINE
000000         EXEC CICS SYNCPOINT ROLLBACK
000000         END-EXEC
000000         PERFORM SPD9999ONP-SEND-MESSAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 画面送信
000000* SPD9999ONP-SEND-SCREEN SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ONP-SEND-SCREEN.
000000     COMPUTE WS-SEND-LEN = WS-LINE-CNT * 80.
000000     EXEC CICS SEND
000000         FROM   (SCR-BUFFER)
000000         LENGTH (WS-SEND-LEN)
000000         ERASE
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メッセージ応答・終了
000000* SPD9999ONP-SEND-MESSAGE SECTION |     （COMMON）
000000*                                |      SCR-WORK-LINEを設定してから
000000*                                |      呼び出すこと。戻らない
000000*/-------------------------------------------------------------/*
000000 SPD9999ONP-SEND-MESSAGE.
000000     MOVE SPACES                 TO      SCR-BUFFER.
000000     MOVE SCR-WORK-LINE          TO      SCR-LINE (1).
000000     MOVE 80                     TO      WS-SEND-LEN.
000000     EXEC CICS SEND
000000         FROM   (SCR-BUFFER)
000000         LENGTH (WS-SEND-LEN)
000000         ERASE
000000     END-EXEC.
000000     EXEC CICS RETURN
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: エラー応答・終了
000000* SPD9999ONP-SEND-ERROR  SECTION |      （COMMON）
000000*                                |      使用方法の案内を返す
000000*/-------------------------------------------------------------/*
000000 SPD9999ONP-SEND-ERROR.
000000     MOVE 'USAGE: SPP1 ACC-ID TYPE CCY AMOUNT [MONTHLY DAY]'
000000                                 TO      SCR-WORK-LINE.
000000     PERFORM SPD9999ONP-SEND-MESSAGE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999ONP.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
