000000*    PURPOSE        :            残高証明書の発行依頼オンライン
000000*                                （CICS）
000000*                                端末入力
000000*                                'SPC1 口座ID(9桁) 基準日(8桁)'
000000*                                を受け、検証のうえ
000000*                                DB_CERT_REQUESTへ未発行（'P'）で
000000*                                登録する。依頼者はサインオン中の
000000*                                ユーザIDとする。発行そのものは
000000*                                SPD9999CRT（バッチ）が一括依頼
000000*                                ファイルと合わせて行う
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/08/25 :            プログラムの作成
000000*        2026/10/15 :            サインオン中のユーザIDによる操作
000000*                                権限チェック（SPD9999AUT）を追加。
000000*                                依頼者は入力値ではなくサインオン
000000*                                中のユーザIDを記録する（入力の
000000*                                依頼者トークンは廃止）
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 DATA                            DIVISION.
000000    03 WS-TRANS-CODE             PIC X(04).
000000    03 WS-ACC-ID-CHAR            PIC X(09).
000000    03 WS-AS-OF-CHAR             PIC X(08).
000000    03 WS-ACC-ID-DISP            PIC 9(09).
000000    03 WS-AS-OF-9                PIC 9(08).
000000    03 WS-REQUEST-ID-DISP        PIC 9(09).
000000    03 WS-MSG-AREA               PIC X(80).
000000    03 WS-SEND-LEN               PIC S9(04) COMP VALUE 80.
000000*--- SPD9999AUT（操作権限チェック）呼出パラメータ
000000 01 WS-PARAM-AUT.
000000    03 WS-AUT-USER-ID            PIC X(08).
000000    03 WS-AUT-TRANS-ID           PIC X(04).
000000    03 WS-AUT-SUBCOMMAND         PIC X(10).
000000    03 WS-AUT-INPUT              PIC X(80).
000000    03 WS-AUT-ROLE-CODE          PIC X(08).
000000    03 WS-AUT-RETURN             PIC S9(04) COMP.
000000 01 CST-VARIABLES.
000000    03 CST-REQ-PENDING           PIC X(01)  VALUE 'P'.
000000    03 CST-TRANS-ID              PIC X(04)  VALUE 'SPC1'.
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000         INTO WS-TRANS-CODE
000000              WS-ACC-ID-CHAR
000000              WS-AS-OF-CHAR
000000     END-UNSTRING.
000000     PERFORM SPD9999ONC-CHK-AUTH.
000000     IF WS-ACC-ID-CHAR(1:9) IS NOT NUMERIC
000000     OR WS-AS-OF-CHAR(1:8)  IS NOT NUMERIC
000000         MOVE 'USAGE: SPC1 ACC-ID ASOFDATE'
000000                                 TO      WS-MSG-AREA
000000         PERFORM SPD9999ONC-SEND-REPLY
000000     END-IF.
000000     END-STRING.
000000     PERFORM SPD9999ONC-SEND-REPLY.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 操作権限チェック
000000* SPD9999ONC-CHK-AUTH    SECTION |      （MAIN）
000000*                                |      サインオン中のユーザIDで
000000*                                |      SPD9999AUTを呼び出す。
000000*                                |      拒否はSPD9999AUTが記録済
000000*/-------------------------------------------------------------/*
000000 SPD9999ONC-CHK-AUTH.
000000     MOVE SPACES                 TO      WS-AUT-USER-ID.
000000     EXEC CICS ASSIGN
000000         USERID (WS-AUT-USER-ID)
000000     END-EXEC.
000000     MOVE CST-TRANS-ID           TO      WS-AUT-TRANS-ID.
000000     MOVE SPACES                 TO      WS-AUT-SUBCOMMAND.
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
000000         PERFORM SPD9999ONC-SEND-REPLY
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 発行依頼の登録
000000* SPD9999ONC-INS-REQUEST SECTION |      （MAIN）
000000*                                |      対象: DB_CERT_REQUEST
000000     MOVE WS-ACC-ID-CHAR         TO      WS-ACC-ID-DISP.
000000     MOVE WS-ACC-ID-DISP         TO      CQ-ACC-ID.
000000     MOVE WS-AS-OF-CHAR          TO      CQ-AS-OF-DATE.
000000     MOVE WS-AUT-USER-ID         TO      CQ-REQUESTED-BY.
000000     MOVE CST-REQ-PENDING        TO      CQ-STATUS.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_CERT_REQUEST
