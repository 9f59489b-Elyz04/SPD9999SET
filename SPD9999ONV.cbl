000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999ONV.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999ONV
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            手作業訂正伝票の起票オンライン
000000*                                （CICS。SPD9999ONAの姉妹画面）
000000*                                SPD9999SET・SPD9999ADJが手動処理
000000*                                へ回した注文の訂正を、直接の
000000*                                SQL更新に代えて伝票で行う
000000*                                端末入力:
000000*                                'SPV1 ADD 注文ID ACC_ID 理由
000000*                                 元金減額 [記帳後STATUS]'
000000*                                  伝票の起票（'E'）。当該注文の
000000*                                  未解決の最新例外行を自動で
000000*                                  紐付け、無ければ受け付けない
000000*                                  理由 V001／V002／V003／V004／
000000*                                  V099、元金減額 Y／N
000000*                                'SPV1 AMT 伝票ID 元金 利息 国税
000000*                                 地方税'
000000*                                  金額（符号付き）を設定して
000000*                                  提出（'P'）し、DB_APPROVALへ
000000*                                  APPROVAL_TYPE='V'の承認申請
000000*                                  を登録する
000000*                                'SPV1 CAN 伝票ID'
000000*                                  起票者による取消（'X'）。承認
000000*                                  申請も'X'とする
000000*                                'SPV1 INQ 伝票ID'
000000*                                  伝票・承認状況の照会
000000*                                承認・却下はSPD9999ONA（SPA1
000000*                                APP／REJ）で起票者以外が行い、
000000*                                承認済みの伝票はSPD9999VCHが
000000*                                記帳する
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
000000*--- DCLGEN参照：MYDB.DB_CORRECTION_VOUCHER
000000     EXEC SQL
000000         INCLUDE                 CORVCH
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_APPROVAL
000000     EXEC SQL
000000         INCLUDE                 APPRVL
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ACCOUNT_SAVINGS
000000     EXEC SQL
000000         INCLUDE                 ACCSAV
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ACCOUNT_BALANCE
000000     EXEC SQL
000000         INCLUDE                 ACCBAL
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
000000    03 WS-COMMAND                PIC X(03).
000000    03 WS-TOKEN-1                PIC X(18).
000000    03 WS-TOKEN-2                PIC X(18).
000000    03 WS-TOKEN-3                PIC X(18).
000000    03 WS-TOKEN-4                PIC X(18).
000000    03 WS-TOKEN-5                PIC X(18).
000000    03 WS-ORDER-ID-DISP          PIC 9(09).
000000    03 WS-ACC-ID-DISP            PIC 9(09).
000000    03 WS-VOUCHER-ID-DISP        PIC 9(09).
000000    03 WS-APPROVAL-ID-DISP       PIC 9(09).
000000    03 WS-OPEN-CNT               PIC S9(09) COMP.
000000    03 WS-AMOUNT-CHAR            PIC X(18).
000000    03 WS-AMOUNT-WORK            PIC S9(13)V9(04) COMP-3.
000000    03 WS-AMOUNT-2DP             PIC S9(13)V99    COMP-3.
000000    03 WS-BALANCE-EFFECT         PIC S9(13)V99    COMP-3.
000000    03 WS-AMOUNT-EDIT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
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
000000 01 SCR-BUFFER.
000000    03 SCR-LINE OCCURS 22        PIC X(80).
000000 01 SCR-WORK-LINE                PIC X(80).
000000 01 CST-VARIABLES.
000000    03 CST-CMD-ADD               PIC X(03)  VALUE 'ADD'.
000000    03 CST-CMD-AMOUNT            PIC X(03)  VALUE 'AMT'.
000000    03 CST-CMD-CANCEL            PIC X(03)  VALUE 'CAN'.
000000    03 CST-CMD-INQUIRY           PIC X(03)  VALUE 'INQ'.
000000    03 CST-TYPE-VOUCHER          PIC X(01)  VALUE 'V'.
000000*--- 伝票STATUS
000000    03 CST-VCH-ENTERING          PIC X(01)  VALUE 'E'.
000000    03 CST-VCH-SUBMITTED         PIC X(01)  VALUE 'P'.
000000    03 CST-VCH-CANCELLED         PIC X(01)  VALUE 'X'.
000000*--- 承認STATUS
000000    03 CST-STATUS-PENDING        PIC X(01)  VALUE 'P'.
000000    03 CST-STATUS-APPROVED       PIC X(01)  VALUE 'A'.
000000    03 CST-STATUS-REJECTED       PIC X(01)  VALUE 'X'.
000000*--- 例外の対応状況（未解決）
000000    03 CST-WF-NEW                PIC X(01)  VALUE 'N'.
000000    03 CST-WF-INVESTIGATING      PIC X(01)  VALUE 'I'.
000000*--- 伝票の記帳不能を記録する処理モード（SPD9999VCH）
000000    03 CST-RUN-MODE-VCH          PIC X(01)  VALUE 'V'.
000000    03 CST-TRANS-ID              PIC X(04)  VALUE 'SPV1'.
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000 PROCEDURE                       DIVISION.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999ONV-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ONV-MAIN.
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
000000         PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-IF.
000000     UNSTRING WS-INPUT-AREA
000000         DELIMITED BY ALL ' '
000000         INTO WS-TRANS-CODE
000000              WS-COMMAND
000000              WS-TOKEN-1
000000              WS-TOKEN-2
000000              WS-TOKEN-3
000000              WS-TOKEN-4
000000              WS-TOKEN-5
000000     END-UNSTRING.
000000     PERFORM SPD9999ONV-CHK-AUTH.
000000     EVALUATE WS-COMMAND
000000         WHEN CST-CMD-ADD
000000             PERFORM SPD9999ONV-ADD-VOUCHER
000000         WHEN CST-CMD-AMOUNT
000000             PERFORM SPD9999ONV-SUBMIT-VOUCHER
000000         WHEN CST-CMD-CANCEL
000000             PERFORM SPD9999ONV-CANCEL-VOUCHER
000000         WHEN CST-CMD-INQUIRY
000000             PERFORM SPD9999ONV-INQ-VOUCHER
000000         WHEN OTHER
000000             MOVE 'USAGE: SPV1 ADD/AMT/CAN/INQ ...'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-EVALUATE.
000000     PERFORM SPD9999ONV-WRITE-AUDIT.
000000     MOVE WS-SUCCESS-MSG         TO      SCR-WORK-LINE.
000000     PERFORM SPD9999ONV-SEND-MESSAGE.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 操作権限チェック
000000* SPD9999ONV-CHK-AUTH    SECTION |      （MAIN）
000000*                                |      サインオン中のユーザIDで
000000*                                |      SPD9999AUTを呼び出す。
000000*                                |      拒否はSPD9999AUTが記録済
000000*                                |      サブコマンドはADD/AMT/CAN/INQ
000000*/-------------------------------------------------------------/*
000000 SPD9999ONV-CHK-AUTH.
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
000000         PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 伝票の起票
000000* SPD9999ONV-ADD-VOUCHER SECTION |      （MAIN）
000000*                                |      対象: DB_CORRECTION_VOUCHER
000000*                                |      金額0・STATUS='E'で登録
000000*/-------------------------------------------------------------/*
000000 SPD9999ONV-ADD-VOUCHER.
000000     INITIALIZE                  DCLDB-CORRECTION-VOUCHER.
000000     IF WS-TOKEN-1(1:9) IS NOT NUMERIC
000000     OR WS-TOKEN-2(1:9) IS NOT NUMERIC
000000     OR WS-TOKEN-3      = SPACES
000000     OR WS-TOKEN-4      = SPACES
000000         MOVE 'USAGE: SPV1 ADD ORDER ACC REASON Y/N [STATUS]'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-IF.
000000     EVALUATE WS-TOKEN-3
000000         WHEN 'V001'
000000         WHEN 'V002'
000000         WHEN 'V003'
000000         WHEN 'V004'
000000         WHEN 'V099'
000000             MOVE WS-TOKEN-3(1:4)
000000                                 TO      CV-REASON-CODE
000000         WHEN OTHER
000000             MOVE 'REASON MUST BE V001-V004 OR V099'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-EVALUATE.
000000     IF  WS-TOKEN-4 NOT = 'Y'
000000     AND WS-TOKEN-4 NOT = 'N'
000000         MOVE 'PRINCIPAL REDUCTION FLAG MUST BE Y OR N'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-IF.
000000     MOVE WS-TOKEN-4(1:1)        TO      CV-ROOT-ADJUST.
000000*--- 記帳後STATUSは注文の状態値（'1'／'2'／'9'）のみ
000000     EVALUATE WS-TOKEN-5
000000         WHEN SPACES
000000         WHEN '1'
000000         WHEN '2'
000000         WHEN '9'
000000             MOVE WS-TOKEN-5(1:1)
000000                                 TO      CV-NEW-STATUS
000000         WHEN OTHER
000000             MOVE 'NEW ORDER STATUS MUST BE 1, 2 OR 9'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-EVALUATE.
000000     MOVE WS-TOKEN-1(1:9)        TO      WS-ORDER-ID-DISP.
000000     MOVE WS-ORDER-ID-DISP       TO      CV-ORDER-ID.
000000     MOVE WS-TOKEN-2(1:9)        TO      WS-ACC-ID-DISP.
000000     MOVE WS-ACC-ID-DISP         TO      CV-ACC-ID.
000000     PERFORM SPD9999ONV-CHK-ORDER.
000000     PERFORM SPD9999ONV-GET-EXCEPTION.
000000     EXEC SQL
000000         SELECT COALESCE(MAX(VOUCHER_ID), 0) + 1
000000         INTO   :CV-VOUCHER-ID
000000         FROM   MYDB.DB_CORRECTION_VOUCHER
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SELECT MAX VOUCHER_ID FAILED'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-IF.
000000     MOVE 0                      TO      CV-PRINCIPAL-AMOUNT.
000000     MOVE 0                      TO      CV-INTEREST-PAID.
000000     MOVE 0                      TO      CV-TAX-NATIONAL.
000000     MOVE 0                      TO      CV-TAX-LOCAL.
000000     MOVE 0                      TO      CV-APPROVAL-ID.
000000     MOVE CST-VCH-ENTERING       TO      CV-STATUS.
000000     MOVE WS-AUT-USER-ID         TO      CV-ENTERED-BY.
000000     MOVE FUNCTION CURRENT-DATE  TO      CV-ENTRY-TS.
000000     MOVE SPACES                 TO      CV-POSTED-DATE.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_CORRECTION_VOUCHER
000000             (VOUCHER_ID, ORDER_ID, ACC_ID, REASON_CODE,
000000              EXC_LOG_TS, EXC_REASON_CODE, PRINCIPAL_AMOUNT,
000000              INTEREST_PAID, TAX_NATIONAL, TAX_LOCAL,
000000              ROOT_ADJUST, NEW_STATUS, APPROVAL_ID, STATUS,
000000              ENTERED_BY, ENTRY_TS, POSTED_DATE)
000000         VALUES
000000             (:CV-VOUCHER-ID, :CV-ORDER-ID, :CV-ACC-ID,
000000              :CV-REASON-CODE, :CV-EXC-LOG-TS,
000000              :CV-EXC-REASON-CODE, :CV-PRINCIPAL-AMOUNT,
000000              :CV-INTEREST-PAID, :CV-TAX-NATIONAL,
000000              :CV-TAX-LOCAL, :CV-ROOT-ADJUST, :CV-NEW-STATUS,
000000              :CV-APPROVAL-ID, :CV-STATUS, :CV-ENTERED-BY,
000000              :CV-ENTRY-TS, :CV-POSTED-DATE)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'INSERT DB_CORRECTION_VOUCHER FAILED'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-IF.
000000     MOVE CV-VOUCHER-ID          TO      WS-VOUCHER-ID-DISP.
000000     MOVE SPACES                 TO      WS-SUCCESS-MSG.
000000     STRING 'VOUCHER ENTERED, ID=' WS-VOUCHER-ID-DISP
000000            ' LINKED TO ' CV-EXC-REASON-CODE
000000            ' - ENTER AMOUNTS WITH AMT'
000000         DELIMITED BY SIZE
000000         INTO WS-SUCCESS-MSG
000000     END-STRING.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 訂正対象の注文・口座の確認
000000* SPD9999ONV-CHK-ORDER   SECTION |      （COMMON）
000000*                                |      対象: DB_ACCOUNT_SAVINGS
000000*                                |            DB_ACCOUNT_BALANCE
000000*                                |            DB_CORRECTION_VOUCHER
000000*                                |      同じ注文の未記帳伝票が
000000*                                |      ある間は起票できない
000000*/-------------------------------------------------------------/*
000000 SPD9999ONV-CHK-ORDER.
000000     MOVE CV-ORDER-ID            TO      AS-ORDER-ID.
000000     EXEC SQL
000000         SELECT STATUS
000000         INTO   :AS-STATUS
000000         FROM   MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE  ORDER_ID = :AS-ORDER-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'ORDER NOT FOUND'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONV-SEND-MESSAGE
000000         WHEN OTHER
000000             MOVE 'SELECT DB_ACCOUNT_SAVINGS FAILED'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-EVALUATE.
000000     MOVE CV-ACC-ID              TO      AB-ACC-ID.
000000     EXEC SQL
000000         SELECT BALANCE
000000         INTO   :AB-BALANCE
000000         FROM   MYDB.DB_ACCOUNT_BALANCE
000000         WHERE  ACC_ID = :AB-ACC-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'NO BALANCE ROW FOR ACCOUNT'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONV-SEND-MESSAGE
000000         WHEN OTHER
000000             MOVE 'SELECT DB_ACCOUNT_BALANCE FAILED'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-EVALUATE.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :WS-OPEN-CNT
000000         FROM   MYDB.DB_CORRECTION_VOUCHER
000000         WHERE  ORDER_ID = :CV-ORDER-ID
000000         AND   (STATUS   = :CST-VCH-ENTERING OR
000000                STATUS   = :CST-VCH-SUBMITTED)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SELECT DB_CORRECTION_VOUCHER FAILED'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-IF.
000000     IF WS-OPEN-CNT > 0
000000         MOVE 'ORDER ALREADY HAS AN OPEN VOUCHER'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 紐付ける例外行の取得
000000* SPD9999ONV-GET-EXCEPTION SECTION |    （COMMON）
000000*                                |      対象: DB_EXCEPTION_LOG
000000*                                |      当該注文の未解決（'N'／'I'）
000000*                                |      で最新の行。無ければ伝票は
000000*                                |      起票できない。伝票自体の
000000*                                |      記帳不能（RUN_MODE='V'）の
000000*                                |      行は紐付けない
000000*/-------------------------------------------------------------/*
000000 SPD9999ONV-GET-EXCEPTION.
000000     EXEC SQL
000000         SELECT LOG_TIMESTAMP, REASON_CODE
000000         INTO   :CV-EXC-LOG-TS, :CV-EXC-REASON-CODE
000000         FROM   MYDB.DB_EXCEPTION_LOG
000000         WHERE  ORDER_ID  = :CV-ORDER-ID
000000         AND    RUN_MODE <> :CST-RUN-MODE-VCH
000000         AND   (WF_STATUS = :CST-WF-NEW OR
000000                WF_STATUS = :CST-WF-INVESTIGATING)
000000         AND    LOG_TIMESTAMP =
000000                (SELECT MAX(LOG_TIMESTAMP)
000000                 FROM   MYDB.DB_EXCEPTION_LOG
000000                 WHERE  ORDER_ID  = :CV-ORDER-ID
000000                 AND    RUN_MODE <> :CST-RUN-MODE-VCH
000000                 AND   (WF_STATUS = :CST-WF-NEW OR
000000                        WF_STATUS = :CST-WF-INVESTIGATING))
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'NO OPEN EXCEPTION FOR ORDER'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONV-SEND-MESSAGE
000000         WHEN OTHER
000000             MOVE 'SELECT DB_EXCEPTION_LOG FAILED'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 金額の設定と提出
000000* SPD9999ONV-SUBMIT-VOUCHER SECTION |   （MAIN）
000000*                                |      対象: DB_CORRECTION_VOUCHER
000000*                                |            DB_APPROVAL
000000*                                |      起票者本人の'E'伝票のみ。
000000*                                |      提出後の金額訂正は取消して
000000*                                |      再起票する
000000*/-------------------------------------------------------------/*
000000 SPD9999ONV-SUBMIT-VOUCHER.
000000     IF WS-TOKEN-2 = SPACES
000000     OR WS-TOKEN-3 = SPACES
000000     OR WS-TOKEN-4 = SPACES
000000     OR WS-TOKEN-5 = SPACES
000000         MOVE 'USAGE: SPV1 AMT VOUCHER-ID PRIN INT TAXN TAXL'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-IF.
000000     PERFORM SPD9999ONV-GET-OWN-VOUCHER.
000000     IF CV-STATUS NOT = CST-VCH-ENTERING
000000         MOVE 'VOUCHER IS NOT IN ENTRY STATUS'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-IF.
000000     MOVE WS-TOKEN-2             TO      WS-AMOUNT-CHAR.
000000     PERFORM SPD9999ONV-CHK-AMOUNT.
000000     MOVE WS-AMOUNT-2DP          TO      CV-PRINCIPAL-AMOUNT.
000000     MOVE WS-TOKEN-3             TO      WS-AMOUNT-CHAR.
000000     PERFORM SPD9999ONV-CHK-AMOUNT.
000000     MOVE WS-AMOUNT-2DP          TO      CV-INTEREST-PAID.
000000     MOVE WS-TOKEN-4             TO      WS-AMOUNT-CHAR.
000000     PERFORM SPD9999ONV-CHK-AMOUNT.
000000     MOVE WS-AMOUNT-2DP          TO      CV-TAX-NATIONAL.
000000     MOVE WS-TOKEN-5             TO      WS-AMOUNT-CHAR.
000000     PERFORM SPD9999ONV-CHK-AMOUNT.
000000     MOVE WS-AMOUNT-2DP          TO      CV-TAX-LOCAL.
000000     IF  CV-PRINCIPAL-AMOUNT = 0
000000     AND CV-INTEREST-PAID    = 0
000000     AND CV-TAX-NATIONAL     = 0
000000     AND CV-TAX-LOCAL        = 0
000000         MOVE 'AT LEAST ONE AMOUNT MUST BE NON-ZERO'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-IF.
000000     PERFORM SPD9999ONV-INS-APPROVAL.
000000     MOVE AP-APPROVAL-ID         TO      CV-APPROVAL-ID.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_CORRECTION_VOUCHER
000000         SET     PRINCIPAL_AMOUNT = :CV-PRINCIPAL-AMOUNT,
000000                 INTEREST_PAID    = :CV-INTEREST-PAID,
000000                 TAX_NATIONAL     = :CV-TAX-NATIONAL,
000000                 TAX_LOCAL        = :CV-TAX-LOCAL,
000000                 APPROVAL_ID      = :CV-APPROVAL-ID,
000000                 STATUS           = :CST-VCH-SUBMITTED
000000         WHERE   VOUCHER_ID       = :CV-VOUCHER-ID
000000         AND     STATUS           = :CST-VCH-ENTERING
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'UPDATE DB_CORRECTION_VOUCHER FAILED'
000000                                 TO      SCR-WORK-LINE
000000         EXEC CICS SYNCPOINT ROLLBACK
000000         END-EXEC
000000         PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-IF.
000000     MOVE AP-APPROVAL-ID         TO      WS-APPROVAL-ID-DISP.
000000     MOVE SPACES                 TO      WS-SUCCESS-MSG.
000000     STRING 'VOUCHER SUBMITTED, APPROVAL ID='
000000            WS-APPROVAL-ID-DISP
000000            ' (APPROVE WITH SPA1 APP)'
000000         DELIMITED BY SIZE
000000         INTO WS-SUCCESS-MSG
000000     END-STRING.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 金額入力の検証
000000* SPD9999ONV-CHK-AMOUNT  SECTION |      （COMMON）
000000*                                |      WS-AMOUNT-CHARを設定して
000000*                                |      から呼び出す。符号付き・
000000*                                |      小数2桁までをWS-AMOUNT-2DP
000000*                                |      へ返す
000000*/-------------------------------------------------------------/*
000000 SPD9999ONV-CHK-AMOUNT.
000000     IF FUNCTION TEST-NUMVAL(WS-AMOUNT-CHAR) NOT = 0
000000         MOVE SPACES             TO      SCR-WORK-LINE
000000         STRING 'AMOUNT IS NOT A VALID NUMBER: '
000000                WS-AMOUNT-CHAR
000000             DELIMITED BY SIZE
000000             INTO SCR-WORK-LINE
000000         END-STRING
000000         PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-IF.
000000     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL(WS-AMOUNT-CHAR).
000000     MOVE WS-AMOUNT-WORK         TO      WS-AMOUNT-2DP.
000000     IF WS-AMOUNT-2DP NOT = WS-AMOUNT-WORK
000000         MOVE SPACES             TO      SCR-WORK-LINE
000000         STRING 'AT MOST 2 DECIMAL PLACES: '
000000                WS-AMOUNT-CHAR
000000             DELIMITED BY SIZE
000000             INTO SCR-WORK-LINE
000000         END-STRING
000000         PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 承認申請の登録
000000* SPD9999ONV-INS-APPROVAL SECTION |     （COMMON）
000000*                                |      対象: DB_APPROVAL
000000*                                |      申請者は起票者（承認は
000000*                                |      SPD9999ONAで別ユーザが行う）
000000*/-------------------------------------------------------------/*
000000 SPD9999ONV-INS-APPROVAL.
000000     INITIALIZE                  DCLDB-APPROVAL.
000000     EXEC SQL
000000         SELECT COALESCE(MAX(APPROVAL_ID), 0) + 1
000000         INTO   :AP-APPROVAL-ID
000000         FROM   MYDB.DB_APPROVAL
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SELECT MAX APPROVAL_ID FAILED'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-IF.
000000     MOVE CST-TYPE-VOUCHER       TO      AP-APPROVAL-TYPE.
000000     MOVE CV-ORDER-ID            TO      AP-ORDER-ID.
000000     MOVE SPACES                 TO      AP-SAVING-TYPE.
000000     MOVE '00000000'             TO      AP-DATE-FROM.
000000     MOVE '00000000'             TO      AP-DATE-TO.
000000     MOVE WS-AUT-USER-ID         TO      AP-ENTERED-BY.
000000     MOVE SPACES                 TO      AP-APPROVED-BY.
000000     MOVE CST-STATUS-PENDING     TO      AP-STATUS.
000000     MOVE FUNCTION CURRENT-DATE  TO      AP-ENTRY-TS.
000000     MOVE SPACES                 TO      AP-APPROVE-TS.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_APPROVAL
000000             (APPROVAL_ID, APPROVAL_TYPE, ORDER_ID, SAVING_TYPE,
000000              DATE_FROM, DATE_TO, ENTERED_BY, APPROVED_BY,
000000              STATUS, ENTRY_TS, APPROVE_TS)
000000         VALUES
000000             (:AP-APPROVAL-ID, :AP-APPROVAL-TYPE, :AP-ORDER-ID,
000000              :AP-SAVING-TYPE, :AP-DATE-FROM, :AP-DATE-TO,
000000              :AP-ENTERED-BY, :AP-APPROVED-BY, :AP-STATUS,
000000              :AP-ENTRY-TS, :AP-APPROVE-TS)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'INSERT DB_APPROVAL FAILED'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 起票者による伝票の取消
000000* SPD9999ONV-CANCEL-VOUCHER SECTION |   （MAIN）
000000*                                |      対象: DB_CORRECTION_VOUCHER
000000*                                |            DB_APPROVAL
000000*                                |      記帳前（'E'／'P'）のみ。
000000*                                |      承認済み・未使用の承認も
000000*                                |      取り消す
000000*/-------------------------------------------------------------/*
000000 SPD9999ONV-CANCEL-VOUCHER.
000000     PERFORM SPD9999ONV-GET-OWN-VOUCHER.
000000     IF  CV-STATUS NOT = CST-VCH-ENTERING
000000     AND CV-STATUS NOT = CST-VCH-SUBMITTED
000000         MOVE 'VOUCHER IS ALREADY POSTED OR CANCELLED'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-IF.
000000     IF CV-STATUS = CST-VCH-SUBMITTED
000000         MOVE CV-APPROVAL-ID     TO      AP-APPROVAL-ID
000000         MOVE WS-AUT-USER-ID     TO      AP-APPROVED-BY
000000         MOVE FUNCTION CURRENT-DATE
000000                                 TO      AP-APPROVE-TS
000000         EXEC SQL
000000             UPDATE  MYDB.DB_APPROVAL
000000             SET     STATUS      = :CST-STATUS-REJECTED,
000000                     APPROVED_BY = :AP-APPROVED-BY,
000000                     APPROVE_TS  = :AP-APPROVE-TS
000000             WHERE   APPROVAL_ID = :AP-APPROVAL-ID
000000             AND    (STATUS      = :CST-STATUS-PENDING OR
000000                     STATUS      = :CST-STATUS-APPROVED)
000000         END-EXEC
000000         EVALUATE SQLCODE
000000             WHEN 0
000000                 CONTINUE
000000             WHEN 100
000000                 PERFORM SPD9999ONV-CHK-REJECTED
000000             WHEN OTHER
000000                 MOVE 'UPDATE DB_APPROVAL FAILED'
000000                                 TO      SCR-WORK-LINE
000000                 PERFORM SPD9999ONV-SEND-MESSAGE
000000         END-EVALUATE
000000     END-IF.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_CORRECTION_VOUCHER
000000         SET     STATUS     = :CST-VCH-CANCELLED
000000         WHERE   VOUCHER_ID = :CV-VOUCHER-ID
000000         AND     STATUS     = :CV-STATUS
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'UPDATE DB_CORRECTION_VOUCHER FAILED'
000000                                 TO      SCR-WORK-LINE
000000         EXEC CICS SYNCPOINT ROLLBACK
000000         END-EXEC
000000         PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-IF.
000000     MOVE 'VOUCHER CANCELLED'    TO      WS-SUCCESS-MSG.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 却下済み承認の確認
000000* SPD9999ONV-CHK-REJECTED SECTION |     （COMMON）
000000*                                |      対象: DB_APPROVAL
000000*                                |      却下済みなら伝票のみ取り消す。
000000*                                |      使用済み（記帳中）は取消不可
000000*/-------------------------------------------------------------/*
000000 SPD9999ONV-CHK-REJECTED.
000000     EXEC SQL
000000         SELECT STATUS
000000         INTO   :AP-STATUS
000000         FROM   MYDB.DB_APPROVAL
000000         WHERE  APPROVAL_ID = :AP-APPROVAL-ID
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SELECT DB_APPROVAL FAILED'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-IF.
000000     IF AP-STATUS NOT = CST-STATUS-REJECTED
000000         MOVE 'APPROVAL ALREADY USED, VOUCHER IS POSTING'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 起票者本人の伝票の取得
000000* SPD9999ONV-GET-OWN-VOUCHER SECTION |  （COMMON）
000000*                                |      対象: DB_CORRECTION_VOUCHER
000000*/-------------------------------------------------------------/*
000000 SPD9999ONV-GET-OWN-VOUCHER.
000000     PERFORM SPD9999ONV-GET-VOUCHER.
000000     IF CV-ENTERED-BY NOT = WS-AUT-USER-ID
000000         MOVE 'ONLY THE ENTERER MAY CHANGE THIS VOUCHER'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 伝票の取得
000000* SPD9999ONV-GET-VOUCHER SECTION |      （COMMON）
000000*                                |      対象: DB_CORRECTION_VOUCHER
000000*/-------------------------------------------------------------/*
000000 SPD9999ONV-GET-VOUCHER.
000000     IF WS-TOKEN-1(1:9) IS NOT NUMERIC
000000         MOVE 'USAGE: SPV1 AMT/CAN/INQ VOUCHER-ID ...'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-IF.
000000     MOVE WS-TOKEN-1(1:9)        TO      WS-VOUCHER-ID-DISP.
000000     MOVE WS-VOUCHER-ID-DISP     TO      CV-VOUCHER-ID.
000000     EXEC SQL
000000         SELECT ORDER_ID, ACC_ID, REASON_CODE, EXC_LOG_TS,
000000                EXC_REASON_CODE, PRINCIPAL_AMOUNT,
000000                INTEREST_PAID, TAX_NATIONAL, TAX_LOCAL,
000000                ROOT_ADJUST, NEW_STATUS, APPROVAL_ID, STATUS,
000000                ENTERED_BY, ENTRY_TS, POSTED_DATE
000000         INTO   :CV-ORDER-ID, :CV-ACC-ID, :CV-REASON-CODE,
000000                :CV-EXC-LOG-TS, :CV-EXC-REASON-CODE,
000000                :CV-PRINCIPAL-AMOUNT, :CV-INTEREST-PAID,
000000                :CV-TAX-NATIONAL, :CV-TAX-LOCAL,
000000                :CV-ROOT-ADJUST, :CV-NEW-STATUS,
000000                :CV-APPROVAL-ID, :CV-STATUS, :CV-ENTERED-BY,
000000                :CV-ENTRY-TS, :CV-POSTED-DATE
000000         FROM   MYDB.DB_CORRECTION_VOUCHER
000000         WHERE  VOUCHER_ID = :CV-VOUCHER-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'VOUCHER NOT FOUND'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONV-SEND-MESSAGE
000000         WHEN OTHER
000000             MOVE 'SELECT DB_CORRECTION_VOUCHER FAILED'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 伝票・承認状況の照会
000000* SPD9999ONV-INQ-VOUCHER SECTION |      （MAIN）
000000*                                |      対象: DB_CORRECTION_VOUCHER
000000*                                |            DB_APPROVAL
000000*/-------------------------------------------------------------/*
000000 SPD9999ONV-INQ-VOUCHER.
000000     PERFORM SPD9999ONV-GET-VOUCHER.
000000     MOVE SPACES                 TO      AP-STATUS.
000000     MOVE SPACES                 TO      AP-APPROVED-BY.
000000     IF CV-APPROVAL-ID NOT = 0
000000         MOVE CV-APPROVAL-ID     TO      AP-APPROVAL-ID
000000         EXEC SQL
000000             SELECT STATUS, APPROVED_BY
000000             INTO   :AP-STATUS, :AP-APPROVED-BY
000000             FROM   MYDB.DB_APPROVAL
000000             WHERE  APPROVAL_ID = :AP-APPROVAL-ID
000000         END-EXEC
000000         IF  SQLCODE NOT = 0
000000         AND SQLCODE NOT = 100
000000             MOVE 'SELECT DB_APPROVAL FAILED'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONV-SEND-MESSAGE
000000         END-IF
000000     END-IF.
000000     MOVE SPACES                 TO      SCR-BUFFER.
000000     MOVE 0                      TO      WS-LINE-CNT.
000000     MOVE 'SPD9999ONV - CORRECTION VOUCHER'
000000                                 TO      SCR-WORK-LINE.
000000     PERFORM SPD9999ONV-ADD-LINE.
000000     MOVE CV-VOUCHER-ID          TO      WS-VOUCHER-ID-DISP.
000000     STRING 'VOUCHER ID    : ' WS-VOUCHER-ID-DISP
000000            '  STATUS ' CV-STATUS
000000            '  POSTED ' CV-POSTED-DATE
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONV-ADD-LINE.
000000     MOVE CV-ORDER-ID            TO      WS-ORDER-ID-DISP.
000000     MOVE CV-ACC-ID              TO      WS-ACC-ID-DISP.
000000     STRING 'ORDER ID      : ' WS-ORDER-ID-DISP
000000            '  ACCOUNT ' WS-ACC-ID-DISP
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONV-ADD-LINE.
000000     STRING 'REASON        : ' CV-REASON-CODE
000000            '  EXCEPTION ' CV-EXC-REASON-CODE
000000            ' ' CV-EXC-LOG-TS
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONV-ADD-LINE.
000000     MOVE CV-PRINCIPAL-AMOUNT    TO      WS-AMOUNT-EDIT.
000000     STRING 'PRINCIPAL     : ' WS-AMOUNT-EDIT
000000            '  REDUCE ROOT ' CV-ROOT-ADJUST
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONV-ADD-LINE.
000000     MOVE CV-INTEREST-PAID       TO      WS-AMOUNT-EDIT.
000000     STRING 'INTEREST      : ' WS-AMOUNT-EDIT
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONV-ADD-LINE.
000000     MOVE CV-TAX-NATIONAL        TO      WS-AMOUNT-EDIT.
000000     STRING 'TAX NATIONAL  : ' WS-AMOUNT-EDIT
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONV-ADD-LINE.
000000     MOVE CV-TAX-LOCAL           TO      WS-AMOUNT-EDIT.
000000     STRING 'TAX LOCAL     : ' WS-AMOUNT-EDIT
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONV-ADD-LINE.
000000     COMPUTE WS-BALANCE-EFFECT   =
000000             CV-PRINCIPAL-AMOUNT + CV-INTEREST-PAID
000000           - CV-TAX-NATIONAL     - CV-TAX-LOCAL.
000000     MOVE WS-BALANCE-EFFECT      TO      WS-AMOUNT-EDIT.
000000     STRING 'BALANCE MOVE  : ' WS-AMOUNT-EDIT
000000            '  NEW ORDER STATUS ' CV-NEW-STATUS
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONV-ADD-LINE.
000000     MOVE CV-APPROVAL-ID         TO      WS-APPROVAL-ID-DISP.
000000     STRING 'APPROVAL      : ' WS-APPROVAL-ID-DISP
000000            '  STATUS ' AP-STATUS
000000            '  BY ' AP-APPROVED-BY
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONV-ADD-LINE.
000000     STRING 'ENTERED BY    : ' CV-ENTERED-BY
000000            '  AT ' CV-ENTRY-TS
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONV-ADD-LINE.
000000     PERFORM SPD9999ONV-SEND-SCREEN.
000000     EXEC CICS RETURN
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 画面行の追加
000000* SPD9999ONV-ADD-LINE    SECTION |      （COMMON）
000000*                                |      SCR-WORK-LINEを次行へ格納
000000*/-------------------------------------------------------------/*
000000 SPD9999ONV-ADD-LINE.
000000     IF WS-LINE-CNT < 22
000000         ADD 1                   TO      WS-LINE-CNT
000000         MOVE SCR-WORK-LINE      TO      SCR-LINE (WS-LINE-CNT)
000000     END-IF.
000000     MOVE SPACES                 TO      SCR-WORK-LINE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 操作の監査記録
000000* SPD9999ONV-WRITE-AUDIT SECTION |      （COMMON）
000000*                                |      対象: DB_RUN_AUDIT
000000*                                |      入力コマンドをそのまま残す
000000*/-------------------------------------------------------------/*
000000 SPD9999ONV-WRITE-AUDIT.
000000     MOVE WS-INPUT-AREA(1:52)    TO      RA-PARM-DATA.
000000     MOVE 'V'                    TO      RA-RUN-MODE.
000000     MOVE SPACES                 TO      RA-ACC-ID.
000000     MOVE 0                      TO      RA-SQLCODE-OUT.
000000     MOVE FUNCTION CURRENT-DATE  TO      RA-AUDIT-TIMESTAMP.
000000     MOVE RA-AUDIT-TIMESTAMP     TO      RA-RUN-START-TS.
000000     MOVE RA-AUDIT-TIMESTAMP     TO      RA-RUN-END-TS.
000000     MOVE 0                      TO      RA-ROWS-FETCHED.
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
000000                                 TO      SCR-WORK-LINE
000000         EXEC CICS SYNCPOINT ROLLBACK
000000         END-EXEC
000000         PERFORM SPD9999ONV-SEND-MESSAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 画面送信
000000* SPD9999ONV-SEND-SCREEN SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ONV-SEND-SCREEN.
000000     COMPUTE WS-SEND-LEN = WS-LINE-CNT * 80.
000000     EXEC CICS SEND
000000         FROM   (SCR-BUFFER)
000000         LENGTH (WS-SEND-LEN)
000000         ERASE
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メッセージ応答・終了
000000* SPD9999ONV-SEND-MESSAGE SECTION |     （COMMON）
000000*                                |      SCR-WORK-LINEを設定してから
000000*                                |      呼び出すこと。戻らない
000000*/-------------------------------------------------------------/*
000000 SPD9999ONV-SEND-MESSAGE.
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
000000 END PROGRAM SPD9999ONV.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
