000000*    PURPOSE        :            危険操作の承認申請・承認オンライン
000000*                                （CICS。SPD9999ONMの姉妹画面）
000000*                                端末入力:
000000*                                'SPA1 ADD R 注文ID'
000000*                                  決済取消（SPD9999SETモード'7'）
000000*                                  の承認申請
000000*                                'SPA1 ADD A 預金タイプ 開始日
000000*                                 終了日'
000000*                                  利率遡及訂正（SPD9999ADJ）の
000000*                                  承認申請
000000*                                'SPA1 APP 承認ID'
000000*                                  承認（申請者と同一ユーザは不可）
000000*                                'SPA1 REJ 承認ID'
000000*                                  却下
000000*                                'SPA1 LST'
000000*                                  承認待ち・承認済みの一覧表示
000000*                                実行側は承認済み（'A'）行を使用時
000000*                                に'U'へ消し込むため、1承認＝1実行
000000*                                となる。申請者・承認者はサイン
000000*                                オン中のユーザIDとし、操作は
000000*                                DB_RUN_AUDITへ入力コマンドのまま
000000*                                操作者とともに記録する
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/08/07 :            プログラムの作成
000000*        2026/10/15 :            サインオン中のユーザIDによる操作
000000*                                権限チェック（SPD9999AUT）を追加。
000000*                                申請者・承認者は入力値ではなく
000000*                                サインオン中のユーザIDとする
000000*                                （入力のユーザIDトークンは廃止。
000000*                                申請者≠承認者の判定をなりすまし
000000*                                で回避できないようにする）
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 DATA                            DIVISION.
000000    03 WS-TOKEN-2                PIC X(10).
000000    03 WS-TOKEN-3                PIC X(10).
000000    03 WS-TOKEN-4                PIC X(10).
000000    03 WS-ORDER-ID-DISP          PIC 9(09).
000000    03 WS-APPROVAL-ID-DISP       PIC 9(09).
000000    03 WS-LINE-CNT               PIC S9(04) COMP.
000000    03 WS-SEND-LEN               PIC S9(04) COMP.
000000    03 WS-SUCCESS-MSG            PIC X(80).
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
000000    03 CST-STATUS-REJECTED       PIC X(01)  VALUE 'X'.
000000    03 CST-EOF-CRS-LST           PIC X(01)  VALUE 'N'.
000000    03 CST-MAX-LIST-LINES        PIC 9(02)  VALUE 18.
000000    03 CST-TRANS-ID              PIC X(04)  VALUE 'SPA1'.
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000              WS-TOKEN-2
000000              WS-TOKEN-3
000000              WS-TOKEN-4
000000     END-UNSTRING.
000000     PERFORM SPD9999ONA-CHK-AUTH.
000000     EVALUATE WS-COMMAND
000000         WHEN CST-CMD-ADD
000000             PERFORM SPD9999ONA-ADD-REQUEST
000000     MOVE WS-SUCCESS-MSG         TO      SCR-WORK-LINE.
000000     PERFORM SPD9999ONA-SEND-MESSAGE.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 操作権限チェック
000000* SPD9999ONA-CHK-AUTH    SECTION |      （MAIN）
000000*                                |      サインオン中のユーザIDで
000000*                                |      SPD9999AUTを呼び出す。
000000*                                |      拒否はSPD9999AUTが記録済
000000*                                |      サブコマンドはADD/APP/REJ/LST
000000*/-------------------------------------------------------------/*
000000 SPD9999ONA-CHK-AUTH.
000000     MOVE SPACES                 TO      WS-AUT-USER-ID.
000000     EXEC CICS ASSIGN
000000         USERID (WS-AUT-USER-ID)
000000     END-EXEC.
000000     MOVE CST-TRANS-ID           TO      WS-AUT-TRANS-ID.
000000     MOVE WS-COMMAND             TO      WS-AUT-SUBCOMMAND.
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
000000         PERFORM SPD9999ONA-SEND-MESSAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 承認申請の登録
000000* SPD9999ONA-ADD-REQUEST SECTION |      （MAIN）
000000*                                |      対象: DB_APPROVAL
000000     EVALUATE WS-TOKEN-1(1:1)
000000         WHEN 'R'
000000             IF WS-TOKEN-2(1:9) IS NOT NUMERIC
000000                 MOVE 'USAGE: SPA1 ADD R ORDER-ID'
000000                                 TO      SCR-WORK-LINE
000000                 PERFORM SPD9999ONA-SEND-MESSAGE
000000             END-IF
000000             MOVE SPACES         TO      AP-SAVING-TYPE
000000             MOVE '00000000'     TO      AP-DATE-FROM
000000             MOVE '00000000'     TO      AP-DATE-TO
000000             MOVE WS-AUT-USER-ID TO      AP-ENTERED-BY
000000         WHEN 'A'
000000             IF  WS-TOKEN-2 = SPACES
000000             OR  WS-TOKEN-3(1:8) IS NOT NUMERIC
000000             OR  WS-TOKEN-4(1:8) IS NOT NUMERIC
000000                 MOVE 'USAGE: SPA1 ADD A TYPE FROM TO'
000000                                 TO      SCR-WORK-LINE
000000                 PERFORM SPD9999ONA-SEND-MESSAGE
000000             END-IF
000000                                 TO      AP-DATE-FROM
000000             MOVE WS-TOKEN-4(1:8)
000000                                 TO      AP-DATE-TO
000000             MOVE WS-AUT-USER-ID TO      AP-ENTERED-BY
000000         WHEN OTHER
000000             MOVE 'APPROVAL TYPE MUST BE R OR A'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONA-SEND-MESSAGE
000000     END-EVALUATE.
000000     EXEC SQL
000000         SELECT COALESCE(MAX(APPROVAL_ID), 0) + 1
000000         INTO   :AP-APPROVAL-ID
000000*                                | NOTE: 承認処理
000000* SPD9999ONA-DECIDE-APPROVE SECTION |   （MAIN）
000000*                                |      申請者と同一ユーザは不可
000000*                                |      （サインオン中のユーザIDで判定）
000000*/-------------------------------------------------------------/*
000000 SPD9999ONA-DECIDE-APPROVE.
000000     PERFORM SPD9999ONA-GET-PENDING.
000000     IF AP-ENTERED-BY = WS-AUT-USER-ID
000000         MOVE 'APPROVER MUST DIFFER FROM ENTERER'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONA-SEND-MESSAGE
000000     END-IF.
000000     MOVE WS-AUT-USER-ID         TO      AP-APPROVED-BY.
000000     MOVE CST-STATUS-APPROVED    TO      AP-STATUS.
000000     PERFORM SPD9999ONA-UPD-DECISION.
000000     MOVE 'APPROVAL GRANTED'     TO      WS-SUCCESS-MSG.
000000*/-------------------------------------------------------------/*
000000 SPD9999ONA-DECIDE-REJECT.
000000     PERFORM SPD9999ONA-GET-PENDING.
000000     MOVE WS-AUT-USER-ID         TO      AP-APPROVED-BY.
000000     MOVE CST-STATUS-REJECTED    TO      AP-STATUS.
000000     PERFORM SPD9999ONA-UPD-DECISION.
000000     MOVE 'APPROVAL REJECTED'    TO      WS-SUCCESS-MSG.
000000*/-------------------------------------------------------------/*
000000 SPD9999ONA-GET-PENDING.
000000     IF WS-TOKEN-1(1:9) IS NOT NUMERIC
000000         MOVE 'USAGE: SPA1 APP/REJ APPROVAL-ID'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONA-SEND-MESSAGE
000000     END-IF.
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
