000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999ONB.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999ONB
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            通帳の記帳・発行・再発行・喪失届
000000*                                オンライン（CICS。店頭の通帳記帳機
000000*                                ・窓口端末から使用する）
000000*                                端末入力:
000000*                                'SPB1 ISS 口座ID'
000000*                                  通帳の新規発行。業務日付の前日
000000*                                  までの履歴は発行前の取引として
000000*                                  記帳済みとし、現在の普通預金残高
000000*                                  から当日分の普通預金残高の増減
000000*                                  （払出の入金・預入の引落し・
000000*                                  手数料）を戻した額を繰越残高とする
000000*                                'SPB1 PRT 口座ID'
000000*                                  未記帳の記帳。DB_SAVINGS_HISTORYの
000000*                                  当該口座の未記帳行（業務日付の前日
000000*                                  まで。当日分は翌日以降に記帳）を
000000*                                  通帳の行形式で
000000*                                  返し、記帳位置を更新する。新しい
000000*                                  ページの1行目は前頁繰越（B/F）行、
000000*                                  最終行は次頁繰越（C/F）行とし、
000000*                                  C/F行にはページ内のお支払・お預り
000000*                                  の合計と残高を印字する。ページが
000000*                                  埋まった時点で記帳を止め、ページを
000000*                                  めくって再度PRTを入力させる。
000000*                                  最終ページまで埋まった通帳は
000000*                                  記帳せず、RISでの繰越発行を求める
000000*                                'SPB1 RIS 口座ID'
000000*                                  再発行（喪失後の再発行・満冊の
000000*                                  繰越発行）。通帳番号を改め、1ページ
000000*                                  目から記帳する。未記帳の行と繰越
000000*                                  残高は新しい通帳へ引き継ぐ。
000000*                                  喪失届の状態は解除する
000000*                                'SPB1 LST 口座ID'
000000*                                  喪失届の受理。STATUS='L'とし、
000000*                                  再発行まで窓口での払出（SPD9999SET
000000*                                  の早期解約・一部払出）をE209で
000000*                                  棄却させる
000000*                                'SPB1 INQ 口座ID'
000000*                                  通帳マスタの内容と未記帳行数の照会
000000*                                お支払・お預りの区分は取引種別
000000*                                （WITHDRAWAL_TYPE）により、金額
000000*                                （PRINCIPAL_AMOUNT＋INTEREST_NET）
000000*                                が負の行は反対側に印字する（取消
000000*                                ・手数料）。残高欄は履歴の
000000*                                NEW_BALANCEをそのまま印字する。
000000*                                更新はDB_RUN_AUDITへ入力コマンドの
000000*                                まま操作者とともに記録する
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 :            プログラムの作成
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*        2026/10/15 :            記帳・未記帳行数の対象を業務日付の
000000*                                前日までの履歴に限る（当日の後続
000000*                                取引が記帳済み行の間に並ぶのを防ぐ）。
000000*                                新規発行は前日までを記帳済みとし、
000000*                                繰越残高から当日分の普通預金残高の
000000*                                増減を戻す
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
000000*--- DCLGEN参照：MYDB.DB_PASSBOOK
000000     EXEC SQL
000000         INCLUDE                 PASSBK
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_SAVINGS_HISTORY
000000     EXEC SQL
000000         INCLUDE                 SAVHIST
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
000000    03 WS-PTR                    PIC S9(04) COMP.
000000    03 WS-TRANS-CODE             PIC X(04).
000000    03 WS-COMMAND                PIC X(03).
000000    03 WS-ACC-ID-CHAR            PIC X(09).
000000    03 WS-ACC-ID-DISP            PIC 9(09).
000000    03 WS-DATE-CURRENT-X         PIC X(08).
000000    03 WS-LINE-CNT               PIC S9(04) COMP.
000000    03 WS-SEND-LEN               PIC S9(04) COMP.
000000    03 WS-SUCCESS-MSG            PIC X(80).
000000    03 WS-PRINTED-CNT            PIC S9(09) COMP.
000000    03 WS-UNPRINTED-CNT          PIC S9(09) COMP.
000000    03 WS-PAGE-TURNED            PIC X(01).
000000    03 WS-SKIP-CNT               PIC S9(09) COMP.
000000    03 WS-SKIP-DATE              PIC X(08).
000000    03 WS-MOVE-AMOUNT            PIC S9(13)V99    COMP-3.
000000    03 WS-PAY-AMOUNT             PIC S9(13)V99    COMP-3.
000000    03 WS-DEP-AMOUNT             PIC S9(13)V99    COMP-3.
000000    03 WS-CNT-DISP               PIC Z(08)9.
000000    03 WS-PAGE-DISP              PIC Z9.
000000    03 WS-LINE-DISP              PIC Z9.
000000    03 WS-ISSUE-DISP             PIC 99.
000000    03 WS-BALANCE-EDIT           PIC -Z(12)9.
000000*--- 当日の自動継続行の継続区分（DB_RENEWAL_INSTRUCTION）
000000    03 WS-RENEWAL-TYPE           PIC X(01).
000000*--- 通帳番号の編集（'P'＋ACC_ID 9桁＋発行回数2桁）
000000    03 WS-PASSBOOK-NO            PIC X(12).
000000    03 WS-PASSBOOK-NO-R          REDEFINES WS-PASSBOOK-NO.
000000       05 WS-PASSBOOK-PREFIX     PIC X(01).
000000       05 WS-PASSBOOK-ACC        PIC 9(09).
000000       05 WS-PASSBOOK-ISSUE      PIC 9(02).
000000*--- SPD9999AUT（操作権限チェック）呼出パラメータ
000000 01 WS-PARAM-AUT.
000000    03 WS-AUT-USER-ID            PIC X(08).
000000    03 WS-AUT-TRANS-ID           PIC X(04).
000000    03 WS-AUT-SUBCOMMAND         PIC X(10).
000000    03 WS-AUT-INPUT              PIC X(80).
000000    03 WS-AUT-ROLE-CODE          PIC X(08).
000000    03 WS-AUT-RETURN             PIC S9(04) COMP.
000000 01 HV-VARIABLES.
000000    03 HV-EXIST-CNT              PIC S9(09) COMP.
000000    03 HV-AFTER-CNT              PIC S9(09) COMP.
000000    03 HV-SAME-DATE-CNT          PIC S9(09) COMP.
000000*/-------------------------------------------------------------/*
000000*  画面編集エリア（22行×80桁の行バッファ）
000000*/-------------------------------------------------------------/*
000000 01 SCR-BUFFER.
000000    03 SCR-LINE OCCURS 22        PIC X(80).
000000 01 SCR-WORK-LINE                PIC X(80).
000000*--- 通帳の印字行（明細・繰越行）
000000 01 PBL-LINE.
000000    03 PBL-LINE-NO               PIC Z9.
000000    03 FILLER                    PIC X(01).
000000    03 PBL-DATE                  PIC X(08).
000000    03 FILLER                    PIC X(01).
000000    03 PBL-DESC                  PIC X(09).
000000    03 FILLER                    PIC X(01).
000000    03 PBL-PAY                   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ.
000000    03 FILLER                    PIC X(01).
000000    03 PBL-DEP                   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ.
000000    03 FILLER                    PIC X(01).
000000    03 PBL-BALANCE               PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
000000 01 CST-VARIABLES.
000000    03 CST-CMD-ISSUE             PIC X(03)  VALUE 'ISS'.
000000    03 CST-CMD-PRINT             PIC X(03)  VALUE 'PRT'.
000000    03 CST-CMD-REISSUE           PIC X(03)  VALUE 'RIS'.
000000    03 CST-CMD-LOST              PIC X(03)  VALUE 'LST'.
000000    03 CST-CMD-INQUIRE           PIC X(03)  VALUE 'INQ'.
000000    03 CST-STATUS-ACTIVE         PIC X(01)  VALUE 'A'.
000000    03 CST-STATUS-LOST           PIC X(01)  VALUE 'L'.
000000    03 CST-NO-DATE               PIC X(08)  VALUE '00000000'.
000000    03 CST-PASSBOOK-PREFIX       PIC X(01)  VALUE 'P'.
000000    03 CST-MAX-ISSUE-COUNT       PIC 9(02)  VALUE 99.
000000*--- 1ページの行数（1行目B/F・最終行C/Fを含む）とページ数
000000    03 CST-LINES-PER-PAGE        PIC 9(02)  VALUE 20.
000000    03 CST-PAGES-PER-BOOK        PIC 9(02)  VALUE 12.
000000    03 CST-DESC-BROUGHT-FWD      PIC X(09)  VALUE 'B/F'.
000000    03 CST-DESC-CARRIED-FWD      PIC X(09)  VALUE 'C/F'.
000000    03 CST-WITHDRAW-ADJUST       PIC X(08)  VALUE 'ADJUST'.
000000    03 CST-WITHDRAW-CAPITAL      PIC X(08)  VALUE 'CAPITAL'.
000000    03 CST-WITHDRAW-CHARGE       PIC X(08)  VALUE 'CHARGE'.
000000    03 CST-WITHDRAW-CONTRIB      PIC X(08)  VALUE 'CONTRIB'.
000000    03 CST-WITHDRAW-EARLY        PIC X(08)  VALUE 'EARLY'.
000000    03 CST-WITHDRAW-ESCHEAT      PIC X(08)  VALUE 'ESCHEAT'.
000000    03 CST-WITHDRAW-ESTATE       PIC X(08)  VALUE 'ESTATE'.
000000    03 CST-WITHDRAW-FEE          PIC X(08)  VALUE 'FEE'.
000000    03 CST-WITHDRAW-INTPAY       PIC X(08)  VALUE 'INTPAY'.
000000    03 CST-WITHDRAW-MATURITY     PIC X(08)  VALUE 'MATURITY'.
000000    03 CST-WITHDRAW-PARTIAL      PIC X(08)  VALUE 'PARTIAL'.
000000    03 CST-WITHDRAW-PLACE        PIC X(08)  VALUE 'PLACE'.
000000    03 CST-WITHDRAW-RECLAIM      PIC X(08)  VALUE 'RECLAIM'.
000000    03 CST-WITHDRAW-RENEWAL      PIC X(08)  VALUE 'RENEWAL'.
000000    03 CST-WITHDRAW-REVERSAL     PIC X(08)  VALUE 'REVERSAL'.
000000    03 CST-WITHDRAW-VOUCHER      PIC X(08)  VALUE 'VOUCHER'.
000000    03 CST-WITHDRAW-XFERRTN      PIC X(08)  VALUE 'XFERRTN'.
000000*--- 継続区分 '2'=元金継続（利息は入金）
000000    03 CST-RENEW-ROOT            PIC X(01)  VALUE '2'.
000000    03 CST-RUN-MODE-ONB          PIC X(01)  VALUE 'F'.
000000    03 CST-EOF-CRS-PH            PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-TD            PIC X(01)  VALUE 'N'.
000000    03 CST-TRANS-ID              PIC X(04)  VALUE 'SPB1'.
000000*--- SPD9999BDT（業務日付取得）呼出パラメータ
000000 01 WS-PARAM-BDT.
000000    03 WS-BDT-DATE               PIC X(08).
000000    03 WS-BDT-PREV-DATE          PIC X(08).
000000    03 WS-BDT-RETURN             PIC S9(04) COMP.
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000 PROCEDURE                       DIVISION.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999ONB-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ONB-MAIN.
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
000000         PERFORM SPD9999ONB-SEND-MESSAGE
000000     END-IF.
000000     MOVE 1                      TO      WS-PTR.
000000     UNSTRING WS-INPUT-AREA
000000         DELIMITED BY ALL ' '
000000         INTO WS-TRANS-CODE
000000              WS-COMMAND
000000              WS-ACC-ID-CHAR
000000         WITH POINTER WS-PTR
000000     END-UNSTRING.
000000     PERFORM SPD9999ONB-CHK-AUTH.
000000     IF WS-ACC-ID-CHAR IS NOT NUMERIC
000000         PERFORM SPD9999ONB-SEND-USAGE
000000     END-IF.
000000     MOVE WS-ACC-ID-CHAR         TO      WS-ACC-ID-DISP.
000000     MOVE WS-ACC-ID-DISP         TO      PB-ACC-ID.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         MOVE 'BUSINESS DATE NOT AVAILABLE'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONB-SEND-MESSAGE
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      WS-DATE-CURRENT-X.
000000     MOVE 0                      TO      WS-PRINTED-CNT.
000000     EVALUATE WS-COMMAND
000000         WHEN CST-CMD-ISSUE
000000             PERFORM SPD9999ONB-ISSUE
000000         WHEN CST-CMD-PRINT
000000             PERFORM SPD9999ONB-PRINT
000000         WHEN CST-CMD-REISSUE
000000             PERFORM SPD9999ONB-REISSUE
000000         WHEN CST-CMD-LOST
000000             PERFORM SPD9999ONB-REPORT-LOST
000000         WHEN CST-CMD-INQUIRE
000000             PERFORM SPD9999ONB-INQ-PASSBOOK
000000         WHEN OTHER
000000             PERFORM SPD9999ONB-SEND-USAGE
000000     END-EVALUATE.
000000     PERFORM SPD9999ONB-WRITE-AUDIT.
000000     MOVE WS-SUCCESS-MSG         TO      SCR-WORK-LINE.
000000     PERFORM SPD9999ONB-SEND-MESSAGE.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 操作権限チェック
000000* SPD9999ONB-CHK-AUTH    SECTION |      （MAIN）
000000*                                |      サインオン中のユーザIDで
000000*                                |      SPD9999AUTを呼び出す。
000000*                                |      拒否はSPD9999AUTが記録済
000000*                                |      サブコマンドはISS/PRT/RIS/
000000*                                |      LST/INQ
000000*/-------------------------------------------------------------/*
000000 SPD9999ONB-CHK-AUTH.
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
000000         PERFORM SPD9999ONB-SEND-MESSAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 通帳の新規発行
000000* SPD9999ONB-ISSUE       SECTION |      （MAIN）
000000*                                |      対象: DB_PASSBOOK
000000*                                |      前日分までの履歴を記帳済み
000000*                                |      とし、普通預金残高から当日分
000000*                                |      を戻した額を繰越
000000*/-------------------------------------------------------------/*
000000 SPD9999ONB-ISSUE.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-EXIST-CNT
000000         FROM   MYDB.DB_PASSBOOK
000000         WHERE  ACC_ID = :PB-ACC-ID
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SELECT DB_PASSBOOK FAILED'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONB-SEND-MESSAGE
000000     END-IF.
000000     IF HV-EXIST-CNT > 0
000000         MOVE 'PASSBOOK ALREADY ISSUED, USE RIS TO REISSUE'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONB-SEND-MESSAGE
000000     END-IF.
000000     MOVE PB-ACC-ID              TO      AB-ACC-ID.
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
000000             MOVE 'ACCOUNT NOT ON FILE'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONB-SEND-MESSAGE
000000         WHEN OTHER
000000             MOVE 'SELECT DB_ACCOUNT_BALANCE FAILED'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONB-SEND-MESSAGE
000000     END-EVALUATE.
000000*--- 前日分までの履歴は発行前の取引として記帳済みとし、
000000*--- 当日分は未記帳（当日の記帳位置0行）として残す
000000     PERFORM SPD9999ONB-BACK-OUT-TODAY.
000000     MOVE 1                      TO      PB-ISSUE-COUNT.
000000     PERFORM SPD9999ONB-SET-NEW-BOOK.
000000     MOVE WS-DATE-CURRENT-X      TO      PB-LAST-SETTLE-DATE.
000000     MOVE 0                      TO      PB-LAST-DATE-COUNT.
000000     MOVE 0                      TO      PB-LAST-ORDER-ID.
000000     MOVE SPACES                 TO      PB-LAST-WD-TYPE.
000000     MOVE AB-BALANCE             TO      PB-LAST-BALANCE.
000000     MOVE CST-NO-DATE            TO      PB-LOST-DATE.
000000     MOVE CST-NO-DATE            TO      PB-LAST-PRINT-DATE.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_PASSBOOK
000000             (ACC_ID, PASSBOOK_NO, ISSUE_COUNT, ISSUE_DATE,
000000              STATUS, LOST_DATE, PAGE_NO, LINE_NO,
000000              LAST_SETTLE_DATE, LAST_DATE_COUNT, LAST_ORDER_ID,
000000              LAST_WD_TYPE, LAST_BALANCE, PAGE_PAY_TOTAL,
000000              PAGE_DEP_TOTAL, LAST_PRINT_DATE, UPDATED_BY)
000000         VALUES
000000             (:PB-ACC-ID, :PB-PASSBOOK-NO, :PB-ISSUE-COUNT,
000000              :PB-ISSUE-DATE, :PB-STATUS, :PB-LOST-DATE,
000000              :PB-PAGE-NO, :PB-LINE-NO, :PB-LAST-SETTLE-DATE,
000000              :PB-LAST-DATE-COUNT, :PB-LAST-ORDER-ID,
000000              :PB-LAST-WD-TYPE, :PB-LAST-BALANCE,
000000              :PB-PAGE-PAY-TOTAL, :PB-PAGE-DEP-TOTAL,
000000              :PB-LAST-PRINT-DATE, :PB-UPDATED-BY)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'INSERT DB_PASSBOOK FAILED'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONB-SEND-MESSAGE
000000     END-IF.
000000     MOVE SPACES                 TO      WS-SUCCESS-MSG.
000000     STRING 'PASSBOOK ISSUED: ' PB-PASSBOOK-NO
000000         DELIMITED BY SIZE
000000         INTO WS-SUCCESS-MSG
000000     END-STRING.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 当日分の入出金の戻し
000000* SPD9999ONB-BACK-OUT-TODAY SECTION |   （COMMON）
000000*                                |      対象: DB_SAVINGS_HISTORY
000000*                                |      AB-BALANCEから業務日付当日の
000000*                                |      履歴行のうち普通預金残高を
000000*                                |      動かした取引だけを差し戻す
000000*/-------------------------------------------------------------/*
000000 SPD9999ONB-BACK-OUT-TODAY.
000000     MOVE 'N'                    TO      CST-EOF-CRS-TD.
000000     EXEC SQL
000000         DECLARE CRS-TD CURSOR FOR
000000         SELECT  H.ORDER_ID, H.PRINCIPAL_AMOUNT, H.INTEREST_NET,
000000                 H.WITHDRAWAL_TYPE,
000000                 COALESCE((SELECT R.RENEWAL_TYPE
000000                           FROM   MYDB.DB_RENEWAL_INSTRUCTION R
000000                           WHERE  R.ORDER_ID = H.ORDER_ID), ' ')
000000         FROM    MYDB.DB_SAVINGS_HISTORY H
000000         WHERE   H.ACC_ID      = :PB-ACC-ID
000000         AND     H.SETTLE_DATE = :WS-DATE-CURRENT-X
000000*--- 口座管理料（CHARGE）は払出のみの満期決済で入金額から控除
000000*--- した行だけが普通預金残高に影響する。SPD9999CAPの元金から
000000*--- の控除と、自動継続で継続元金から控除した行は対象外
000000         AND    (H.WITHDRAWAL_TYPE <> :CST-WITHDRAW-CHARGE
000000          OR     EXISTS
000000                 (SELECT 1
000000                  FROM   MYDB.DB_SAVINGS_HISTORY M
000000                  WHERE  M.ORDER_ID    = H.ORDER_ID
000000                  AND    M.SETTLE_DATE = H.SETTLE_DATE
000000                  AND    M.WITHDRAWAL_TYPE
000000                             = :CST-WITHDRAW-MATURITY))
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-TD
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'OPEN CRS-TD FAILED'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONB-SEND-MESSAGE
000000     END-IF.
000000     PERFORM SPD9999ONB-FETCH-TODAY.
000000     PERFORM UNTIL CST-EOF-CRS-TD = 'Y'
000000         PERFORM SPD9999ONB-EDIT-ORDINARY
000000         SUBTRACT WS-MOVE-AMOUNT FROM    AB-BALANCE
000000         PERFORM SPD9999ONB-FETCH-TODAY
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-TD
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 当日履歴行の取得
000000* SPD9999ONB-FETCH-TODAY SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ONB-FETCH-TODAY.
000000     EXEC SQL
000000         FETCH CRS-TD
000000         INTO  :SH-ORDER-ID, :SH-PRINCIPAL-AMOUNT,
000000               :SH-INTEREST-NET, :SH-WITHDRAWAL-TYPE,
000000               :WS-RENEWAL-TYPE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-TD
000000         WHEN OTHER
000000             MOVE 'FETCH CRS-TD FAILED'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONB-SEND-MESSAGE
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 普通預金残高の増減額
000000* SPD9999ONB-EDIT-ORDINARY SECTION |    （COMMON）
000000*                                |      履歴行が普通預金残高を動かし
000000*                                |      た額を「正＝増加」で返す。
000000*                                |      お支払・お預りの振分け（預金
000000*                                |      側の向き）とは符号が異なる
000000*/-------------------------------------------------------------/*
000000 SPD9999ONB-EDIT-ORDINARY.
000000     COMPUTE WS-MOVE-AMOUNT      =
000000             SH-PRINCIPAL-AMOUNT +
000000             SH-INTEREST-NET.
000000     EVALUATE SH-WITHDRAWAL-TYPE
000000*--- 普通預金残高から引き落とした取引（正の額で記録）
000000         WHEN CST-WITHDRAW-PLACE
000000         WHEN CST-WITHDRAW-CONTRIB
000000         WHEN CST-WITHDRAW-FEE
000000         WHEN CST-WITHDRAW-ESCHEAT
000000             COMPUTE WS-MOVE-AMOUNT = 0 - WS-MOVE-AMOUNT
000000*--- 普通預金残高へ入金した取引
000000         WHEN CST-WITHDRAW-MATURITY
000000         WHEN CST-WITHDRAW-EARLY
000000         WHEN CST-WITHDRAW-PARTIAL
000000         WHEN CST-WITHDRAW-INTPAY
000000         WHEN CST-WITHDRAW-XFERRTN
000000             CONTINUE
000000*--- 符号付きで記録され、そのまま残高の増減となる取引
000000*--- （口座管理料は対象行をCRS-TDで絞り込み済み）
000000         WHEN CST-WITHDRAW-ADJUST
000000         WHEN CST-WITHDRAW-VOUCHER
000000         WHEN CST-WITHDRAW-RECLAIM
000000         WHEN CST-WITHDRAW-REVERSAL
000000         WHEN CST-WITHDRAW-CHARGE
000000             CONTINUE
000000*--- 相続: 注文の払出は入金、相続人への支払（注文ID 0）は引落し
000000         WHEN CST-WITHDRAW-ESTATE
000000             IF SH-ORDER-ID = 0
000000                 COMPUTE WS-MOVE-AMOUNT = 0 - WS-MOVE-AMOUNT
000000             END-IF
000000*--- 自動継続: 元金継続は利息のみ入金、元利継続は入金なし
000000         WHEN CST-WITHDRAW-RENEWAL
000000             IF WS-RENEWAL-TYPE = CST-RENEW-ROOT
000000                 MOVE SH-INTEREST-NET
000000                                 TO      WS-MOVE-AMOUNT
000000             ELSE
000000                 MOVE 0          TO      WS-MOVE-AMOUNT
000000             END-IF
000000*--- 元加（CAPITAL）など普通預金残高を動かさない取引
000000         WHEN OTHER
000000             MOVE 0              TO      WS-MOVE-AMOUNT
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 新しい通帳の設定
000000* SPD9999ONB-SET-NEW-BOOK SECTION |     （COMMON）
000000*                                |      PB-ISSUE-COUNTの通帳番号を
000000*                                |      編集し、1ページ目の先頭へ
000000*/-------------------------------------------------------------/*
000000 SPD9999ONB-SET-NEW-BOOK.
000000     MOVE CST-PASSBOOK-PREFIX    TO      WS-PASSBOOK-PREFIX.
000000     MOVE WS-ACC-ID-DISP         TO      WS-PASSBOOK-ACC.
000000     MOVE PB-ISSUE-COUNT         TO      WS-PASSBOOK-ISSUE.
000000     MOVE WS-PASSBOOK-NO         TO      PB-PASSBOOK-NO.
000000     MOVE WS-DATE-CURRENT-X      TO      PB-ISSUE-DATE.
000000     MOVE CST-STATUS-ACTIVE      TO      PB-STATUS.
000000     MOVE 1                      TO      PB-PAGE-NO.
000000     MOVE 0                      TO      PB-LINE-NO.
000000     MOVE 0                      TO      PB-PAGE-PAY-TOTAL.
000000     MOVE 0                      TO      PB-PAGE-DEP-TOTAL.
000000     MOVE WS-AUT-USER-ID         TO      PB-UPDATED-BY.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 通帳マスタの取得
000000* SPD9999ONB-GET-PASSBOOK SECTION |     （COMMON）
000000*                                |      対象: DB_PASSBOOK
000000*/-------------------------------------------------------------/*
000000 SPD9999ONB-GET-PASSBOOK.
000000     EXEC SQL
000000         SELECT PASSBOOK_NO, ISSUE_COUNT, ISSUE_DATE, STATUS,
000000                LOST_DATE, PAGE_NO, LINE_NO, LAST_SETTLE_DATE,
000000                LAST_DATE_COUNT, LAST_ORDER_ID, LAST_WD_TYPE,
000000                LAST_BALANCE, PAGE_PAY_TOTAL, PAGE_DEP_TOTAL,
000000                LAST_PRINT_DATE, UPDATED_BY
000000         INTO   :PB-PASSBOOK-NO, :PB-ISSUE-COUNT, :PB-ISSUE-DATE,
000000                :PB-STATUS, :PB-LOST-DATE, :PB-PAGE-NO,
000000                :PB-LINE-NO, :PB-LAST-SETTLE-DATE,
000000                :PB-LAST-DATE-COUNT, :PB-LAST-ORDER-ID,
000000                :PB-LAST-WD-TYPE, :PB-LAST-BALANCE,
000000                :PB-PAGE-PAY-TOTAL, :PB-PAGE-DEP-TOTAL,
000000                :PB-LAST-PRINT-DATE, :PB-UPDATED-BY
000000         FROM   MYDB.DB_PASSBOOK
000000         WHERE  ACC_ID = :PB-ACC-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'PASSBOOK NOT ISSUED, USE ISS'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONB-SEND-MESSAGE
000000         WHEN OTHER
000000             MOVE 'SELECT DB_PASSBOOK FAILED'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONB-SEND-MESSAGE
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 通帳マスタの更新
000000* SPD9999ONB-UPD-PASSBOOK SECTION |     （COMMON）
000000*                                |      対象: DB_PASSBOOK
000000*/-------------------------------------------------------------/*
000000 SPD9999ONB-UPD-PASSBOOK.
000000     MOVE WS-AUT-USER-ID         TO      PB-UPDATED-BY.
000000     EXEC SQL
000000         UPDATE MYDB.DB_PASSBOOK
000000         SET    PASSBOOK_NO      = :PB-PASSBOOK-NO,
000000                ISSUE_COUNT      = :PB-ISSUE-COUNT,
000000                ISSUE_DATE       = :PB-ISSUE-DATE,
000000                STATUS           = :PB-STATUS,
000000                LOST_DATE        = :PB-LOST-DATE,
000000                PAGE_NO          = :PB-PAGE-NO,
000000                LINE_NO          = :PB-LINE-NO,
000000                LAST_SETTLE_DATE = :PB-LAST-SETTLE-DATE,
000000                LAST_DATE_COUNT  = :PB-LAST-DATE-COUNT,
000000                LAST_ORDER_ID    = :PB-LAST-ORDER-ID,
000000                LAST_WD_TYPE     = :PB-LAST-WD-TYPE,
000000                LAST_BALANCE     = :PB-LAST-BALANCE,
000000                PAGE_PAY_TOTAL   = :PB-PAGE-PAY-TOTAL,
000000                PAGE_DEP_TOTAL   = :PB-PAGE-DEP-TOTAL,
000000                LAST_PRINT_DATE  = :PB-LAST-PRINT-DATE,
000000                UPDATED_BY       = :PB-UPDATED-BY
000000         WHERE  ACC_ID           = :PB-ACC-ID
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'UPDATE DB_PASSBOOK FAILED, CHANGE BACKED OUT'
000000                                 TO      SCR-WORK-LINE
000000         EXEC CICS SYNCPOINT ROLLBACK
000000         END-EXEC
000000         PERFORM SPD9999ONB-SEND-MESSAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 未記帳行の記帳
000000* SPD9999ONB-PRINT       SECTION |      （MAIN）
000000*                                |      対象: DB_PASSBOOK
000000*                                |            DB_SAVINGS_HISTORY
000000*                                |      1回の入力で現ページの最終行
000000*                                |      まで記帳する
000000*/-------------------------------------------------------------/*
000000 SPD9999ONB-PRINT.
000000     PERFORM SPD9999ONB-GET-PASSBOOK.
000000     IF PB-STATUS = CST-STATUS-LOST
000000         MOVE 'PASSBOOK REPORTED LOST, REISSUE (RIS) REQUIRED'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONB-SEND-MESSAGE
000000     END-IF.
000000     IF PB-PAGE-NO > CST-PAGES-PER-BOOK
000000         MOVE 'PASSBOOK FULL, ISSUE NEXT BOOK WITH RIS'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONB-SEND-MESSAGE
000000     END-IF.
000000     MOVE SPACES                 TO      SCR-BUFFER.
000000     MOVE 0                      TO      WS-LINE-CNT.
000000     MOVE 'N'                    TO      WS-PAGE-TURNED.
000000     MOVE PB-PAGE-NO             TO      WS-PAGE-DISP.
000000     STRING 'SPD9999ONB - PASSBOOK ' PB-PASSBOOK-NO
000000            '  PAGE ' WS-PAGE-DISP
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONB-ADD-LINE.
000000*--- 新しいページの1行目は前頁繰越
000000     IF PB-LINE-NO = 0
000000         PERFORM SPD9999ONB-PRT-BROUGHT-FWD
000000     END-IF.
000000     MOVE PB-LAST-SETTLE-DATE    TO      WS-SKIP-DATE.
000000     MOVE PB-LAST-DATE-COUNT     TO      WS-SKIP-CNT.
000000     MOVE 'N'                    TO      CST-EOF-CRS-PH.
000000     EXEC SQL
000000         DECLARE CRS-PH CURSOR FOR
000000         SELECT  ORDER_ID, SETTLE_DATE, PRINCIPAL_AMOUNT,
000000                 INTEREST_NET, NEW_BALANCE, WITHDRAWAL_TYPE
000000         FROM    MYDB.DB_SAVINGS_HISTORY
000000         WHERE   ACC_ID      = :PB-ACC-ID
000000         AND     SETTLE_DATE >= :WS-SKIP-DATE
000000*--- 当日分は後続の取引が並び替わるため翌日以降に記帳する
000000         AND     SETTLE_DATE <  :WS-DATE-CURRENT-X
000000         ORDER BY SETTLE_DATE, ORDER_ID, WITHDRAWAL_TYPE,
000000                  PRINCIPAL_AMOUNT, INTEREST_NET
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-PH
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'OPEN CRS-PH FAILED'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONB-SEND-MESSAGE
000000     END-IF.
000000     PERFORM SPD9999ONB-FETCH-HIST.
000000     PERFORM UNTIL CST-EOF-CRS-PH = 'Y'
000000         OR WS-PAGE-TURNED = 'Y'
000000         IF  SH-SETTLE-DATE = WS-SKIP-DATE
000000         AND WS-SKIP-CNT > 0
000000             SUBTRACT 1          FROM    WS-SKIP-CNT
000000         ELSE
000000             PERFORM SPD9999ONB-PRT-DETAIL
000000*--- 最終行の手前まで埋まったら次頁繰越を印字してページを改める
000000             IF PB-LINE-NO >= CST-LINES-PER-PAGE - 1
000000                 PERFORM SPD9999ONB-PRT-CARRIED-FWD
000000             END-IF
000000         END-IF
000000         IF WS-PAGE-TURNED = 'N'
000000             PERFORM SPD9999ONB-FETCH-HIST
000000         END-IF
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-PH
000000     END-EXEC.
000000     IF WS-PRINTED-CNT > 0
000000         MOVE WS-DATE-CURRENT-X  TO      PB-LAST-PRINT-DATE
000000     END-IF.
000000     PERFORM SPD9999ONB-UPD-PASSBOOK.
000000     PERFORM SPD9999ONB-WRITE-AUDIT.
000000     MOVE WS-PRINTED-CNT         TO      WS-CNT-DISP.
000000     IF WS-PAGE-TURNED = 'Y'
000000         STRING 'PAGE FULL AFTER ' WS-CNT-DISP
000000                ' LINES - TURN PAGE AND ENTER PRT AGAIN'
000000             DELIMITED BY SIZE
000000             INTO SCR-WORK-LINE
000000         END-STRING
000000     ELSE
000000         STRING 'PRINTED ' WS-CNT-DISP
000000                ' LINES - PASSBOOK UP TO DATE'
000000             DELIMITED BY SIZE
000000             INTO SCR-WORK-LINE
000000         END-STRING
000000     END-IF.
000000     PERFORM SPD9999ONB-ADD-LINE.
000000     PERFORM SPD9999ONB-SEND-SCREEN.
000000     EXEC CICS RETURN
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 履歴行の取得
000000* SPD9999ONB-FETCH-HIST  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ONB-FETCH-HIST.
000000     EXEC SQL
000000         FETCH CRS-PH
000000         INTO  :SH-ORDER-ID, :SH-SETTLE-DATE,
000000               :SH-PRINCIPAL-AMOUNT, :SH-INTEREST-NET,
000000               :SH-NEW-BALANCE, :SH-WITHDRAWAL-TYPE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-PH
000000         WHEN OTHER
000000             MOVE 'FETCH CRS-PH FAILED'
000000                                 TO      SCR-WORK-LINE
000000             EXEC CICS SYNCPOINT ROLLBACK
000000             END-EXEC
000000             PERFORM SPD9999ONB-SEND-MESSAGE
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 明細行の記帳
000000* SPD9999ONB-PRT-DETAIL  SECTION |      （MAIN）
000000*                                |      印字行の編集と記帳位置・
000000*                                |      ページ合計の更新
000000*/-------------------------------------------------------------/*
000000 SPD9999ONB-PRT-DETAIL.
000000     PERFORM SPD9999ONB-EDIT-AMOUNT.
000000     ADD 1                       TO      PB-LINE-NO.
000000     MOVE SPACES                 TO      PBL-LINE.
000000     MOVE PB-LINE-NO             TO      PBL-LINE-NO.
000000     MOVE SH-SETTLE-DATE         TO      PBL-DATE.
000000     MOVE SH-WITHDRAWAL-TYPE     TO      PBL-DESC.
000000     MOVE WS-PAY-AMOUNT          TO      PBL-PAY.
000000     MOVE WS-DEP-AMOUNT          TO      PBL-DEP.
000000     MOVE SH-NEW-BALANCE         TO      PBL-BALANCE.
000000     MOVE PBL-LINE               TO      SCR-WORK-LINE.
000000     PERFORM SPD9999ONB-ADD-LINE.
000000     ADD WS-PAY-AMOUNT           TO      PB-PAGE-PAY-TOTAL.
000000     ADD WS-DEP-AMOUNT           TO      PB-PAGE-DEP-TOTAL.
000000     MOVE SH-NEW-BALANCE         TO      PB-LAST-BALANCE.
000000     IF SH-SETTLE-DATE = PB-LAST-SETTLE-DATE
000000         ADD 1                   TO      PB-LAST-DATE-COUNT
000000     ELSE
000000         MOVE SH-SETTLE-DATE     TO      PB-LAST-SETTLE-DATE
000000         MOVE 1                  TO      PB-LAST-DATE-COUNT
000000     END-IF.
000000     MOVE SH-ORDER-ID            TO      PB-LAST-ORDER-ID.
000000     MOVE SH-WITHDRAWAL-TYPE     TO      PB-LAST-WD-TYPE.
000000     ADD 1                       TO      WS-PRINTED-CNT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: お支払・お預りの振分け
000000* SPD9999ONB-EDIT-AMOUNT SECTION |      （COMMON）
000000*                                |      入金側の取引種別は正の額を
000000*                                |      お預り、その他は正の額を
000000*                                |      お支払とし、負の額は反対側
000000*/-------------------------------------------------------------/*
000000 SPD9999ONB-EDIT-AMOUNT.
000000     COMPUTE WS-MOVE-AMOUNT      =
000000             SH-PRINCIPAL-AMOUNT +
000000             SH-INTEREST-NET.
000000*--- WS-MOVE-AMOUNTを「正＝お預り」の向きに揃える
000000     EVALUATE SH-WITHDRAWAL-TYPE
000000         WHEN CST-WITHDRAW-CAPITAL
000000         WHEN CST-WITHDRAW-CONTRIB
000000         WHEN CST-WITHDRAW-PLACE
000000         WHEN CST-WITHDRAW-RECLAIM
000000         WHEN CST-WITHDRAW-XFERRTN
000000         WHEN CST-WITHDRAW-ADJUST
000000         WHEN CST-WITHDRAW-CHARGE
000000             CONTINUE
000000         WHEN OTHER
000000             COMPUTE WS-MOVE-AMOUNT = 0 - WS-MOVE-AMOUNT
000000     END-EVALUATE.
000000     IF WS-MOVE-AMOUNT < 0
000000         COMPUTE WS-PAY-AMOUNT = 0 - WS-MOVE-AMOUNT
000000         MOVE 0                  TO      WS-DEP-AMOUNT
000000     ELSE
000000         MOVE 0                  TO      WS-PAY-AMOUNT
000000         MOVE WS-MOVE-AMOUNT     TO      WS-DEP-AMOUNT
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 前頁繰越行の記帳
000000* SPD9999ONB-PRT-BROUGHT-FWD SECTION |  （MAIN）
000000*                                |      新しいページの1行目に繰越
000000*                                |      残高を印字する
000000*/-------------------------------------------------------------/*
000000 SPD9999ONB-PRT-BROUGHT-FWD.
000000     MOVE 1                      TO      PB-LINE-NO.
000000     MOVE SPACES                 TO      PBL-LINE.
000000     MOVE PB-LINE-NO             TO      PBL-LINE-NO.
000000     MOVE WS-DATE-CURRENT-X      TO      PBL-DATE.
000000     MOVE CST-DESC-BROUGHT-FWD   TO      PBL-DESC.
000000     MOVE PB-LAST-BALANCE        TO      PBL-BALANCE.
000000     MOVE PBL-LINE               TO      SCR-WORK-LINE.
000000     PERFORM SPD9999ONB-ADD-LINE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 次頁繰越行の記帳
000000* SPD9999ONB-PRT-CARRIED-FWD SECTION |  （MAIN）
000000*                                |      ページ内の合計と残高を最終行
000000*                                |      に印字し、次のページへ進める
000000*/-------------------------------------------------------------/*
000000 SPD9999ONB-PRT-CARRIED-FWD.
000000     ADD 1                       TO      PB-LINE-NO.
000000     MOVE SPACES                 TO      PBL-LINE.
000000     MOVE PB-LINE-NO             TO      PBL-LINE-NO.
000000     MOVE PB-LAST-SETTLE-DATE    TO      PBL-DATE.
000000     MOVE CST-DESC-CARRIED-FWD   TO      PBL-DESC.
000000     MOVE PB-PAGE-PAY-TOTAL      TO      PBL-PAY.
000000     MOVE PB-PAGE-DEP-TOTAL      TO      PBL-DEP.
000000     MOVE PB-LAST-BALANCE        TO      PBL-BALANCE.
000000     MOVE PBL-LINE               TO      SCR-WORK-LINE.
000000     PERFORM SPD9999ONB-ADD-LINE.
000000     ADD 1                       TO      PB-PAGE-NO.
000000     MOVE 0                      TO      PB-LINE-NO.
000000     MOVE 0                      TO      PB-PAGE-PAY-TOTAL.
000000     MOVE 0                      TO      PB-PAGE-DEP-TOTAL.
000000     MOVE 'Y'                    TO      WS-PAGE-TURNED.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 通帳の再発行
000000* SPD9999ONB-REISSUE     SECTION |      （MAIN）
000000*                                |      対象: DB_PASSBOOK
000000*                                |      記帳位置・繰越残高は引継ぎ
000000*/-------------------------------------------------------------/*
000000 SPD9999ONB-REISSUE.
000000     PERFORM SPD9999ONB-GET-PASSBOOK.
000000     IF PB-ISSUE-COUNT >= CST-MAX-ISSUE-COUNT
000000         MOVE 'REISSUE LIMIT REACHED, CONTACT OPERATIONS'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONB-SEND-MESSAGE
000000     END-IF.
000000     ADD 1                       TO      PB-ISSUE-COUNT.
000000     PERFORM SPD9999ONB-SET-NEW-BOOK.
000000     PERFORM SPD9999ONB-UPD-PASSBOOK.
000000     MOVE SPACES                 TO      WS-SUCCESS-MSG.
000000     STRING 'PASSBOOK REISSUED: ' PB-PASSBOOK-NO
000000         DELIMITED BY SIZE
000000         INTO WS-SUCCESS-MSG
000000     END-STRING.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 喪失届の受理
000000* SPD9999ONB-REPORT-LOST SECTION |      （MAIN）
000000*                                |      対象: DB_PASSBOOK
000000*                                |      再発行まで窓口払出を停止
000000*/-------------------------------------------------------------/*
000000 SPD9999ONB-REPORT-LOST.
000000     PERFORM SPD9999ONB-GET-PASSBOOK.
000000     IF PB-STATUS = CST-STATUS-LOST
000000         MOVE 'PASSBOOK ALREADY REPORTED LOST'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONB-SEND-MESSAGE
000000     END-IF.
000000     MOVE CST-STATUS-LOST        TO      PB-STATUS.
000000     MOVE WS-DATE-CURRENT-X      TO      PB-LOST-DATE.
000000     PERFORM SPD9999ONB-UPD-PASSBOOK.
000000     MOVE SPACES                 TO      WS-SUCCESS-MSG.
000000     STRING 'LOST REPORTED: ' PB-PASSBOOK-NO
000000            ' - COUNTER WITHDRAWALS BLOCKED UNTIL RIS'
000000         DELIMITED BY SIZE
000000         INTO WS-SUCCESS-MSG
000000     END-STRING.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 通帳マスタの照会
000000* SPD9999ONB-INQ-PASSBOOK SECTION |     （MAIN）
000000*                                |      対象: DB_PASSBOOK
000000*                                |            DB_SAVINGS_HISTORY
000000*/-------------------------------------------------------------/*
000000 SPD9999ONB-INQ-PASSBOOK.
000000     PERFORM SPD9999ONB-GET-PASSBOOK.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-AFTER-CNT
000000         FROM   MYDB.DB_SAVINGS_HISTORY
000000         WHERE  ACC_ID      = :PB-ACC-ID
000000         AND    SETTLE_DATE > :PB-LAST-SETTLE-DATE
000000         AND    SETTLE_DATE < :WS-DATE-CURRENT-X
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SELECT DB_SAVINGS_HISTORY FAILED'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONB-SEND-MESSAGE
000000     END-IF.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-SAME-DATE-CNT
000000         FROM   MYDB.DB_SAVINGS_HISTORY
000000         WHERE  ACC_ID      = :PB-ACC-ID
000000         AND    SETTLE_DATE = :PB-LAST-SETTLE-DATE
000000         AND    SETTLE_DATE < :WS-DATE-CURRENT-X
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SELECT DB_SAVINGS_HISTORY FAILED'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONB-SEND-MESSAGE
000000     END-IF.
000000     COMPUTE WS-UNPRINTED-CNT    =
000000             HV-AFTER-CNT        +
000000             HV-SAME-DATE-CNT    -
000000             PB-LAST-DATE-COUNT.
000000     MOVE SPACES                 TO      SCR-BUFFER.
000000     MOVE 0                      TO      WS-LINE-CNT.
000000     STRING 'SPD9999ONB - PASSBOOK OF ACCOUNT ' WS-ACC-ID-CHAR
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONB-ADD-LINE.
000000     MOVE PB-ISSUE-COUNT         TO      WS-ISSUE-DISP.
000000     STRING 'NO ' PB-PASSBOOK-NO '   ISSUE ' WS-ISSUE-DISP
000000            '   ISSUED ' PB-ISSUE-DATE '   BY ' PB-UPDATED-BY
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONB-ADD-LINE.
000000     STRING 'STATUS ' PB-STATUS '   LOST DATE ' PB-LOST-DATE
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONB-ADD-LINE.
000000     MOVE PB-PAGE-NO             TO      WS-PAGE-DISP.
000000     MOVE PB-LINE-NO             TO      WS-LINE-DISP.
000000     STRING 'PAGE ' WS-PAGE-DISP '   LINE ' WS-LINE-DISP
000000            '   LAST PRINTED ' PB-LAST-PRINT-DATE
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONB-ADD-LINE.
000000     MOVE PB-LAST-DATE-COUNT     TO      WS-CNT-DISP.
000000     STRING 'LAST ROW ' PB-LAST-SETTLE-DATE ' #' WS-CNT-DISP
000000            ' ' PB-LAST-WD-TYPE
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONB-ADD-LINE.
000000     MOVE PB-LAST-BALANCE        TO      WS-BALANCE-EDIT.
000000     MOVE WS-UNPRINTED-CNT       TO      WS-CNT-DISP.
000000     STRING 'BALANCE ' WS-BALANCE-EDIT '   UNPRINTED ' WS-CNT-DISP
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONB-ADD-LINE.
000000     PERFORM SPD9999ONB-SEND-SCREEN.
000000     EXEC CICS RETURN
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 画面行の追加
000000* SPD9999ONB-ADD-LINE    SECTION |      （COMMON）
000000*                                |      SCR-WORK-LINEを次行へ格納
000000*/-------------------------------------------------------------/*
000000 SPD9999ONB-ADD-LINE.
000000     IF WS-LINE-CNT < 22
000000         ADD 1                   TO      WS-LINE-CNT
000000         MOVE SCR-WORK-LINE      TO      SCR-LINE (WS-LINE-CNT)
000000     END-IF.
000000     MOVE SPACES                 TO      SCR-WORK-LINE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 操作の監査記録
000000* SPD9999ONB-WRITE-AUDIT SECTION |      （COMMON）
000000*                                |      対象: DB_RUN_AUDIT
000000*                                |      入力コマンドをそのまま残す
000000*                                |      記帳は記帳行数を件数とする
000000*/-------------------------------------------------------------/*
000000 SPD9999ONB-WRITE-AUDIT.
000000     MOVE WS-INPUT-AREA(1:52)    TO      RA-PARM-DATA.
000000     MOVE CST-RUN-MODE-ONB       TO      RA-RUN-MODE.
000000     MOVE WS-ACC-ID-CHAR         TO      RA-ACC-ID.
000000     MOVE 0                      TO      RA-SQLCODE-OUT.
000000     MOVE FUNCTION CURRENT-DATE  TO      RA-AUDIT-TIMESTAMP.
000000     MOVE RA-AUDIT-TIMESTAMP     TO      RA-RUN-START-TS.
000000     MOVE RA-AUDIT-TIMESTAMP     TO      RA-RUN-END-TS.
000000     MOVE 0                      TO      RA-ROWS-FETCHED.
000000     IF WS-COMMAND = CST-CMD-PRINT
000000         MOVE WS-PRINTED-CNT     TO      RA-ROWS-SETTLED
000000     ELSE
000000         MOVE 1                  TO      RA-ROWS-SETTLED
000000     END-IF.
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
000000         PERFORM SPD9999ONB-SEND-MESSAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 画面送信
000000* SPD9999ONB-SEND-SCREEN SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ONB-SEND-SCREEN.
000000     COMPUTE WS-SEND-LEN = WS-LINE-CNT * 80.
000000     EXEC CICS SEND
000000         FROM   (SCR-BUFFER)
000000         LENGTH (WS-SEND-LEN)
000000         ERASE
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メッセージ応答・終了
000000* SPD9999ONB-SEND-MESSAGE SECTION |     （COMMON）
000000*                                |      SCR-WORK-LINEを設定してから
000000*                                |      呼び出すこと。戻らない
000000*/-------------------------------------------------------------/*
000000 SPD9999ONB-SEND-MESSAGE.
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
000000*                                | NOTE: 使用方法の応答・終了
000000* SPD9999ONB-SEND-USAGE  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ONB-SEND-USAGE.
000000     MOVE 'USAGE: SPB1 ISS/PRT/RIS/LST/INQ ACC-ID'
000000                                 TO      SCR-WORK-LINE.
000000     PERFORM SPD9999ONB-SEND-MESSAGE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999ONB.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
