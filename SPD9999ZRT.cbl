000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999ZRT.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999ZRT
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            他行振込の振込不能（資金返却）
000000*                                取込みバッチ
000000*                                仕向銀行から受信した全銀の振込
000000*                                結果ファイル（ZENGRTN。ヘッダ・
000000*                                データ・トレーラ・エンド）を読み、
000000*                                データレコードのTRANSFER_IDで
000000*                                DB_TRANSFER_QUEUEの送信済み
000000*                                （'S'）・伝送確認済み（'C'）行と
000000*                                照合する。振込結果が不能
000000*                                （結果区分'0'以外）の行は
000000*                                  ・STATUSを'R'（返却）へ更新
000000*                                  ・振込金額を払出元ACC_IDの
000000*                                    DB_ACCOUNT_BALANCEへ再入金し、
000000*                                    DB_SAVINGS_HISTORYへ
000000*                                    WITHDRAWAL_TYPE='XFERRTN'
000000*                                    で記録（SPD9999GLEが
000000*                                    借方 振込清算勘定／貸方
000000*                                    普通預金債務で仕訳）
000000*                                  ・同じ振込先の他行振込指図
000000*                                    （DB_PAYOUT_INSTRUCTION）を
000000*                                    削除し、以後の支払は当該
000000*                                    ACC_IDの普通口座へ入金する
000000*                                  ・振込先の訂正を依頼する顧客
000000*                                    あて通知書をZRTLTRへ作成
000000*                                  ・営業店対応のため
000000*                                    DB_EXCEPTION_LOG
000000*                                    （RUN_MODE='Y'）へ記録
000000*                                とする。照合できない行・金額
000000*                                不一致等はDB_EXCEPTION_LOGへ
000000*                                記録して手動対応へ回す。
000000*                                トレーラの件数・金額のコントロール
000000*                                トータルを検証し、不一致はABEND
000000*                                （全件ROLLBACK）とする。ファイル
000000*                                全体を1コミット範囲で確定する。
000000*                                再入金を当日の仕訳に含めるため
000000*                                SPD9999GLEより前に実行すること。
000000*                                送信時に振込手数料を差し引いた
000000*                                振込（DB_FEE_HISTORY）は、差引後の
000000*                                送信額を照合・再入金する（手数料
000000*                                は返却しない）
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 :            プログラムの作成
000000*        2026/10/15 :            普通預金残高の更新の前後でSPD9999CHGを
000000*                                呼び、変更前後のイメージを
000000*                                DB_CHANGE_JOURNALへ記録
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*        2026/10/15 :            SPD9999ZTRが振込手数料を差し引いて
000000*                                送信した振込は、差引後の送信額で
000000*                                照合・再入金・通知する
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000 FILE-CONTROL.
000000     SELECT RETURN-FILE   ASSIGN TO 'ZENGRTN'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-RTN-STATUS.
000000     SELECT LETTER-FILE   ASSIGN TO 'ZRTLTR'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-LTR-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000*--- 全銀振込結果ファイル（SPD9999ZTRの送信ファイルと同一配列
000000*--- に結果区分を付加したもの）
000000 FD  RETURN-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 120 CHARACTERS.
000000 01 RTN-REC.
000000*--- '1'=ヘッダ '2'=データ '8'=トレーラ '9'=エンド
000000    03 RTN-REC-TYPE              PIC X(01).
000000    03 FILLER                    PIC X(119).
000000 01 RTN-DATA-REC.
000000    03 RTN-DTA-TYPE              PIC X(01).
000000    03 RTN-DTA-BANK-CODE         PIC X(04).
000000    03 RTN-DTA-BRANCH-CODE       PIC X(03).
000000    03 RTN-DTA-CLEARING          PIC X(04).
000000    03 RTN-DTA-ACC-TYPE          PIC X(01).
000000    03 RTN-DTA-ACC-NO            PIC X(07).
000000    03 RTN-DTA-ACC-NAME          PIC X(30).
000000    03 RTN-DTA-AMOUNT            PIC X(10).
000000    03 RTN-DTA-NEW-CODE          PIC X(01).
000000    03 RTN-DTA-TRANSFER-ID       PIC X(09).
000000*--- 振込結果区分 '0'=入金済み '1'=該当口座なし
000000*--- '2'=受取人名相違 '3'=預金種目相違 '4'=解約済み
000000*--- '9'=その他の不能
000000    03 RTN-DTA-RESULT            PIC X(01).
000000    03 FILLER                    PIC X(49).
000000 01 RTN-TRAILER-REC.
000000    03 RTN-TRL-TYPE              PIC X(01).
000000    03 RTN-TRL-COUNT             PIC X(06).
000000    03 RTN-TRL-AMOUNT            PIC X(12).
000000    03 FILLER                    PIC X(101).
000000 FD  LETTER-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 80 CHARACTERS.
000000 01 LTR-REC                      PIC X(80).
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ワークエリア
000000*/-------------------------------------------------------------/*
000000*--- SQLCA および DCLGEN インクルード部分
000000     EXEC SQL
000000         INCLUDE                 SQLCA
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_TRANSFER_QUEUE
000000     EXEC SQL
000000         INCLUDE                 TRNSFQ
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ACCOUNT_BALANCE
000000     EXEC SQL
000000         INCLUDE                 ACCBAL
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_PAYOUT_INSTRUCTION
000000     EXEC SQL
000000         INCLUDE                 PAYINS
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CUSTOMER_MASTER
000000     EXEC SQL
000000         INCLUDE                 CUSTMS
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_EXCEPTION_LOG
000000     EXEC SQL
000000         INCLUDE                 EXCLOG
000000     END-EXEC.
000000 01 WS-RTN-STATUS                PIC X(02).
000000 01 WS-LTR-STATUS                PIC X(02).
000000 01 WS-VARIABLES.
000000    03 WS-EOF                    PIC X(01).
000000    03 WS-HEADER-READ            PIC X(01).
000000    03 WS-TRAILER-READ           PIC X(01).
000000    03 WS-ITEM-OK                PIC X(01).
000000    03 WS-MASTER-FOUND           PIC X(01).
000000    03 WS-INSTR-DELETED          PIC X(01).
000000    03 WS-TRANSFER-ID-DISP       PIC 9(09).
000000    03 WS-ACC-ID-DISP            PIC 9(09).
000000    03 WS-ORDER-ID-DISP          PIC 9(09).
000000    03 WS-RTN-AMOUNT             PIC 9(10).
000000    03 WS-AMOUNT-INT             PIC 9(10).
000000    03 WS-NEW-BALANCE            PIC S9(13)V99    COMP-3.
000000*--- 再入金額（振込金額－送信時に差し引いた振込手数料）
000000    03 WS-RECREDIT-AMOUNT        PIC S9(13)V99    COMP-3.
000000    03 WS-REASON-CODE            PIC X(04).
000000    03 WS-REASON-TEXT            PIC X(24).
000000    03 WS-LETTER-NOTE            PIC X(20).
000000*--- コントロールトータル（データレコードの件数・金額）
000000    03 WS-CTL-COUNT              PIC 9(06).
000000    03 WS-CTL-AMOUNT             PIC 9(12).
000000    03 WS-TRL-COUNT              PIC 9(06).
000000    03 WS-TRL-AMOUNT             PIC 9(12).
000000 01 HV-VARIABLES.
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000    03 HV-FEE-DEDUCTED           PIC S9(13)V99    COMP-3.
000000*--- SPD9999SEQ（実行順序チェック）呼出パラメータ
000000 01 WS-PARAM-SEQ.
000000    03 WS-SEQ-FUNC               PIC X(03).
000000    03 WS-SEQ-PROGRAM            PIC X(10)
000000       VALUE 'SPD9999ZRT'.
000000    03 WS-SEQ-RUN-DATE           PIC X(08).
000000    03 WS-SEQ-RETURN             PIC S9(04) COMP.
000000    03 WS-SEQ-MISSING            PIC X(10).
000000*/-------------------------------------------------------------/*
000000*  通知書編集エリア
000000*/-------------------------------------------------------------/*
000000 01 LTR-LINE-RULE.
000000    03 FILLER                    PIC X(80)  VALUE ALL '='.
000000 01 LTR-LINE-TITLE.
000000    03 FILLER                    PIC X(20)  VALUE SPACES.
000000    03 FILLER                    PIC X(40)
000000       VALUE 'NOTICE OF RETURNED TRANSFER'.
000000    03 FILLER                    PIC X(20)  VALUE SPACES.
000000 01 LTR-LINE-ADDRESS.
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 LTR-ADR-TEXT              PIC X(78).
000000 01 LTR-LINE-NAME.
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 LTR-NAME-TEXT             PIC X(40).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 LTR-NAME-HONORIFIC        PIC X(10).
000000    03 FILLER                    PIC X(27)  VALUE SPACES.
000000 01 LTR-LINE-DETAIL.
000000    03 FILLER                    PIC X(04)  VALUE SPACES.
000000    03 LTR-DTL-LABEL             PIC X(26).
000000    03 FILLER                    PIC X(02)  VALUE ': '.
000000    03 LTR-DTL-TEXT              PIC X(48).
000000 01 LTR-LINE-MESSAGE.
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 LTR-MSG-TEXT              PIC X(78).
000000 01 LTR-AMOUNT-EDIT              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
000000 01 LTR-LINE-BLANK               PIC X(80)  VALUE SPACES.
000000*--- SPD9999CHG（変更前後イメージ記録）呼出パラメータ
000000 01 WS-PARAM-CHG.
000000    03 WS-CHG-FUNC               PIC X(01).
000000    03 WS-CHG-PROGRAM            PIC X(10)
000000       VALUE 'SPD9999ZRT'.
000000    03 WS-CHG-TABLE              PIC X(01).
000000    03 WS-CHG-KEYS.
000000       05 WS-CHG-ORDER-ID        PIC S9(09) COMP VALUE 0.
000000       05 WS-CHG-ACC-ID          PIC S9(09) COMP VALUE 0.
000000       05 WS-CHG-CURRENCY        PIC X(03)  VALUE SPACES.
000000       05 WS-CHG-HOLD-TYPE       PIC X(10)  VALUE SPACES.
000000       05 WS-CHG-NEW-ORDER-ID    PIC S9(09) COMP VALUE 0.
000000       05 WS-CHG-NEW-ACC-ID      PIC S9(09) COMP VALUE 0.
000000    03 WS-CHG-RETURN             PIC S9(04) COMP.
000000 01 CST-VARIABLES.
000000    03 CST-REC-HEADER            PIC X(01)  VALUE '1'.
000000    03 CST-REC-DATA              PIC X(01)  VALUE '2'.
000000    03 CST-REC-TRAILER           PIC X(01)  VALUE '8'.
000000    03 CST-REC-END               PIC X(01)  VALUE '9'.
000000    03 CST-RESULT-APPLIED        PIC X(01)  VALUE '0'.
000000    03 CST-XFER-PENDING          PIC X(01)  VALUE 'P'.
000000    03 CST-XFER-SENT             PIC X(01)  VALUE 'S'.
000000    03 CST-XFER-CONFIRMED        PIC X(01)  VALUE 'C'.
000000    03 CST-XFER-RETURNED         PIC X(01)  VALUE 'R'.
000000    03 CST-PAYOUT-EXTERNAL       PIC X(01)  VALUE 'E'.
000000    03 CST-WITHDRAW-XFERRTN      PIC X(08)  VALUE 'XFERRTN'.
000000    03 CST-RUN-MODE-ZRT          PIC X(01)  VALUE 'Y'.
000000    03 CST-FEE-SERVICE-TRANSFER  PIC X(04)  VALUE 'ZTRF'.
000000    03 CST-FEE-METHOD-DEDUCT     PIC X(01)  VALUE 'D'.
000000    03 CST-FEE-COLLECTED         PIC X(01)  VALUE 'C'.
000000*--- 例外理由コード（E91x = 他行振込の返却）
000000    03 CST-REASON-RETURNED       PIC X(04)  VALUE 'E911'.
000000    03 CST-REASON-NOT-FOUND      PIC X(04)  VALUE 'E912'.
000000    03 CST-REASON-NOT-SENT       PIC X(04)  VALUE 'E913'.
000000    03 CST-REASON-AMOUNT         PIC X(04)  VALUE 'E914'.
000000    03 CST-REASON-NO-BALANCE     PIC X(04)  VALUE 'E915'.
000000    03 CST-REASON-CURRENCY       PIC X(04)  VALUE 'E916'.
000000    03 CST-REASON-BAD-RECORD     PIC X(04)  VALUE 'E917'.
000000*--- PROCESS COUNTER / TOTAL
000000    03 CST-COUNT-READ            PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-APPLIED         PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-RETURNED        PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-ALREADY         PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-EXCEPTION       PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-LETTER          PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-SUPPRESSED      PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-NO-MASTER       PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-INSTR-DEL       PIC 9(07)  VALUE 0.
000000    03 CST-TOTAL-RECREDIT        PIC 9(13)V99 VALUE 0.
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
000000 PROCEDURE                       DIVISION.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999ZRT-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ZRT-MAIN.
000000     DISPLAY 'START SPD9999ZRT'.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     MOVE 'N'                    TO      WS-EOF.
000000     MOVE 'N'                    TO      WS-HEADER-READ.
000000     MOVE 'N'                    TO      WS-TRAILER-READ.
000000     MOVE 0                      TO      WS-CTL-COUNT.
000000     MOVE 0                      TO      WS-CTL-AMOUNT.
000000     PERFORM SPD9999ZRT-OPEN-FILES.
000000     PERFORM SPD9999ZRT-READ-RETURN.
000000     PERFORM UNTIL WS-EOF = 'Y'
000000         PERFORM SPD9999ZRT-PROC-RECORD
000000         PERFORM SPD9999ZRT-READ-RETURN
000000     END-PERFORM.
000000*--- ヘッダがあるのにトレーラが無いファイルは欠落の疑い
000000     IF  WS-HEADER-READ  = 'Y'
000000     AND WS-TRAILER-READ = 'N'
000000         MOVE 'SPD9999ZRT-MAIN'  TO      CST-ABEND-BREAKPOINT
000000         MOVE 'TRAILER RECORD MISSING IN ZENGRTN'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ZRT-ABEND
000000     END-IF.
000000     PERFORM SPD9999ZRT-CLOSE-FILES.
000000*--- 返却・再入金・通知書はファイル全体で確定する
000000     EXEC SQL
000000         COMMIT
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999ZRT-MAIN'  TO      CST-ABEND-BREAKPOINT
000000         MOVE 'FINAL COMMIT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ZRT-ABEND
000000     END-IF.
000000     DISPLAY 'TOTAL DATA RECORDS READ           : '
000000             CST-COUNT-READ.
000000     DISPLAY 'TOTAL APPLIED (NO ACTION)         : '
000000             CST-COUNT-APPLIED.
000000     DISPLAY 'TOTAL RETURNED AND RECREDITED     : '
000000             CST-COUNT-RETURNED.
000000     DISPLAY 'TOTAL ALREADY RETURNED (SKIPPED)  : '
000000             CST-COUNT-ALREADY.
000000     DISPLAY 'TOTAL EXCEPTIONS (MANUAL ACTION)  : '
000000             CST-COUNT-EXCEPTION.
000000     DISPLAY 'TOTAL LETTERS ISSUED              : '
000000             CST-COUNT-LETTER.
000000     DISPLAY 'TOTAL LETTERS SUPPRESSED          : '
000000             CST-COUNT-SUPPRESSED.
000000     DISPLAY 'TOTAL NO CUSTOMER MASTER          : '
000000             CST-COUNT-NO-MASTER.
000000     DISPLAY 'TOTAL PAYOUT INSTRUCTIONS REMOVED : '
000000             CST-COUNT-INSTR-DEL.
000000     DISPLAY 'TOTAL AMOUNT RECREDITED           : '
000000             CST-TOTAL-RECREDIT.
000000*--- 自プログラムの完了を記録する（SPD9999GLEの前提登録用）
000000     MOVE 'END'                  TO      WS-SEQ-FUNC.
000000     MOVE HV-DATE-CURRENT-X      TO      WS-SEQ-RUN-DATE.
000000     CALL 'SPD9999SEQ' USING WS-PARAM-SEQ.
000000     IF WS-SEQ-RETURN NOT = 0
000000         DISPLAY 'WARNING: COMPLETION RECORD FAILED, RC='
000000                 WS-SEQ-RETURN
000000     END-IF.
000000     DISPLAY 'END   SPD9999ZRT'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ファイルのオープン
000000* SPD9999ZRT-OPEN-FILES  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ZRT-OPEN-FILES.
000000     OPEN INPUT RETURN-FILE.
000000     IF WS-RTN-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN ZENGRTN FILE, STATUS : '
000000                 WS-RTN-STATUS
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT LETTER-FILE.
000000     IF WS-LTR-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN ZRTLTR FILE, STATUS : '
000000                 WS-LTR-STATUS
000000         STOP RUN
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ファイルのクローズ
000000* SPD9999ZRT-CLOSE-FILES SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ZRT-CLOSE-FILES.
000000     CLOSE RETURN-FILE.
000000     CLOSE LETTER-FILE.
000000     IF WS-LTR-STATUS NOT = '00'
000000         MOVE 'SPD9999ZRT-CLOSE-FILES'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CLOSE ZRTLTR FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ZRT-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 振込結果ファイルの読込み
000000* SPD9999ZRT-READ-RETURN SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ZRT-READ-RETURN.
000000     READ RETURN-FILE
000000         AT END
000000             MOVE 'Y'            TO      WS-EOF
000000     END-READ.
000000     IF  WS-RTN-STATUS NOT = '00'
000000     AND WS-RTN-STATUS NOT = '10'
000000         MOVE 'SPD9999ZRT-READ-RETURN'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'READ ZENGRTN FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ZRT-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: レコード種別ごとの振分け
000000* SPD9999ZRT-PROC-RECORD SECTION |      （MAIN）
000000*                                |      ヘッダ→データ→トレーラ
000000*                                |      →エンドの順序を検証する
000000*/-------------------------------------------------------------/*
000000 SPD9999ZRT-PROC-RECORD.
000000     EVALUATE RTN-REC-TYPE
000000         WHEN CST-REC-HEADER
000000             IF WS-HEADER-READ = 'Y'
000000                 MOVE 'DUPLICATE HEADER RECORD IN ZENGRTN'
000000                                 TO      CST-ABEND-DETAIL
000000                 PERFORM SPD9999ZRT-ABEND-SEQUENCE
000000             END-IF
000000             MOVE 'Y'            TO      WS-HEADER-READ
000000         WHEN CST-REC-DATA
000000             IF WS-HEADER-READ  = 'N'
000000             OR WS-TRAILER-READ = 'Y'
000000                 MOVE 'DATA RECORD OUTSIDE HEADER/TRAILER'
000000                                 TO      CST-ABEND-DETAIL
000000                 PERFORM SPD9999ZRT-ABEND-SEQUENCE
000000             END-IF
000000             PERFORM SPD9999ZRT-PROC-DATA
000000         WHEN CST-REC-TRAILER
000000             IF WS-HEADER-READ  = 'N'
000000             OR WS-TRAILER-READ = 'Y'
000000                 MOVE 'TRAILER RECORD OUT OF SEQUENCE'
000000                                 TO      CST-ABEND-DETAIL
000000                 PERFORM SPD9999ZRT-ABEND-SEQUENCE
000000             END-IF
000000             MOVE 'Y'            TO      WS-TRAILER-READ
000000             PERFORM SPD9999ZRT-CHK-TRAILER
000000         WHEN CST-REC-END
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'UNKNOWN RECORD TYPE IN ZENGRTN'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999ZRT-ABEND-SEQUENCE
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: コントロールトータル検証
000000* SPD9999ZRT-CHK-TRAILER SECTION |      （MAIN）
000000*                                |      不一致はファイル不良として
000000*                                |      全件ROLLBACKする
000000*/-------------------------------------------------------------/*
000000 SPD9999ZRT-CHK-TRAILER.
000000     IF RTN-TRL-COUNT  IS NOT NUMERIC
000000     OR RTN-TRL-AMOUNT IS NOT NUMERIC
000000         MOVE 'TRAILER CONTROL TOTAL NOT NUMERIC'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ZRT-ABEND-SEQUENCE
000000     END-IF.
000000     MOVE RTN-TRL-COUNT          TO      WS-TRL-COUNT.
000000     MOVE RTN-TRL-AMOUNT         TO      WS-TRL-AMOUNT.
000000     IF WS-TRL-COUNT  NOT = WS-CTL-COUNT
000000     OR WS-TRL-AMOUNT NOT = WS-CTL-AMOUNT
000000         DISPLAY 'TRAILER COUNT  : ' WS-TRL-COUNT
000000                 ' ACTUAL : ' WS-CTL-COUNT
000000         DISPLAY 'TRAILER AMOUNT : ' WS-TRL-AMOUNT
000000                 ' ACTUAL : ' WS-CTL-AMOUNT
000000         MOVE 'TRAILER CONTROL TOTAL MISMATCH'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ZRT-ABEND-SEQUENCE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: データレコード1件の処理
000000* SPD9999ZRT-PROC-DATA   SECTION |      （MAIN）
000000*                                |      対象: DB_TRANSFER_QUEUE
000000*                                |      入金済み（'0'）は件数のみ
000000*/-------------------------------------------------------------/*
000000 SPD9999ZRT-PROC-DATA.
000000     ADD 1                       TO      CST-COUNT-READ.
000000     ADD 1                       TO      WS-CTL-COUNT.
000000     MOVE 0                      TO      TQ-ORDER-ID.
000000     MOVE 0                      TO      TQ-ACC-ID.
000000     IF RTN-DTA-TRANSFER-ID IS NOT NUMERIC
000000     OR RTN-DTA-AMOUNT      IS NOT NUMERIC
000000         MOVE CST-REASON-BAD-RECORD
000000                                 TO      WS-REASON-CODE
000000         MOVE 'INVALID ZENGRTN DATA RECORD'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ZRT-REJECT
000000     ELSE
000000         MOVE RTN-DTA-AMOUNT     TO      WS-RTN-AMOUNT
000000         ADD WS-RTN-AMOUNT       TO      WS-CTL-AMOUNT
000000         IF RTN-DTA-RESULT = CST-RESULT-APPLIED
000000             ADD 1               TO      CST-COUNT-APPLIED
000000         ELSE
000000             PERFORM SPD9999ZRT-GET-TRANSFER
000000             IF WS-ITEM-OK = 'Y'
000000                 PERFORM SPD9999ZRT-GET-BALANCE
000000             END-IF
000000             IF WS-ITEM-OK = 'Y'
000000                 PERFORM SPD9999ZRT-APPLY-RETURN
000000             END-IF
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 振込キュー行の照合
000000* SPD9999ZRT-GET-TRANSFER SECTION |     （COMMON）
000000*                                |      対象: DB_TRANSFER_QUEUE
000000*                                |      送信済み・確認済みのみ返却
000000*                                |      可。金額は整数円で比較
000000*/-------------------------------------------------------------/*
000000 SPD9999ZRT-GET-TRANSFER.
000000     MOVE 'N'                    TO      WS-ITEM-OK.
000000     MOVE RTN-DTA-TRANSFER-ID    TO      WS-TRANSFER-ID-DISP.
000000     MOVE WS-TRANSFER-ID-DISP    TO      TQ-TRANSFER-ID.
000000     EXEC SQL
000000         SELECT ORDER_ID, ACC_ID, SETTLE_DATE, BANK_CODE,
000000                BRANCH_CODE, EXT_ACC_TYPE, EXT_ACC_NO,
000000                EXT_ACC_NAME, AMOUNT, CURRENCY_CODE, STATUS
000000         INTO   :TQ-ORDER-ID, :TQ-ACC-ID, :TQ-SETTLE-DATE,
000000                :TQ-BANK-CODE, :TQ-BRANCH-CODE,
000000                :TQ-EXT-ACC-TYPE, :TQ-EXT-ACC-NO,
000000                :TQ-EXT-ACC-NAME, :TQ-AMOUNT,
000000                :TQ-CURRENCY-CODE, :TQ-STATUS
000000         FROM   MYDB.DB_TRANSFER_QUEUE
000000         WHERE  TRANSFER_ID = :TQ-TRANSFER-ID
000000         FOR UPDATE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             PERFORM SPD9999ZRT-CHK-TRANSFER
000000         WHEN 100
000000             MOVE CST-REASON-NOT-FOUND
000000                                 TO      WS-REASON-CODE
000000             MOVE 'RETURNED TRANSFER_ID NOT IN QUEUE'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999ZRT-REJECT
000000         WHEN OTHER
000000             MOVE 'SPD9999ZRT-GET-TRANSFER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT TRANSFER QUEUE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999ZRT-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 振込キュー行の状態・金額検証
000000* SPD9999ZRT-CHK-TRANSFER SECTION |     （COMMON）
000000*                                |      同じ結果ファイルの再投入等
000000*                                |      で返却済みの行は読み飛ばす
000000*/-------------------------------------------------------------/*
000000 SPD9999ZRT-CHK-TRANSFER.
000000*--- 全銀の金額は整数円（SPD9999ZTRの送信時と同じ転記）。
000000*--- 送信額は振込手数料の差引後
000000     PERFORM SPD9999ZRT-GET-FEE-DEDUCTED.
000000     COMPUTE WS-RECREDIT-AMOUNT  =
000000             TQ-AMOUNT           -
000000             HV-FEE-DEDUCTED.
000000     MOVE WS-RECREDIT-AMOUNT     TO      WS-AMOUNT-INT.
000000     EVALUATE TRUE
000000         WHEN TQ-STATUS = CST-XFER-RETURNED
000000             DISPLAY 'ALREADY RETURNED TRANSFER_ID : '
000000                     WS-TRANSFER-ID-DISP
000000             ADD 1               TO      CST-COUNT-ALREADY
000000         WHEN TQ-STATUS NOT = CST-XFER-SENT
000000          AND TQ-STATUS NOT = CST-XFER-CONFIRMED
000000             MOVE CST-REASON-NOT-SENT
000000                                 TO      WS-REASON-CODE
000000             MOVE 'RETURNED TRANSFER WAS NOT SENT'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999ZRT-REJECT
000000         WHEN WS-AMOUNT-INT NOT = WS-RTN-AMOUNT
000000             MOVE CST-REASON-AMOUNT
000000                                 TO      WS-REASON-CODE
000000             MOVE 'RETURNED AMOUNT DIFFERS FROM QUEUE'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999ZRT-REJECT
000000         WHEN OTHER
000000             MOVE 'Y'            TO      WS-ITEM-OK
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 送信時の振込手数料差引額
000000* SPD9999ZRT-GET-FEE-DEDUCTED SECTION | （COMMON）
000000*                                |      対象: DB_FEE_HISTORY
000000*                                |      差引き（'D'）で徴収済の手数料
000000*                                |      ＋消費税。なしは0
000000*/-------------------------------------------------------------/*
000000 SPD9999ZRT-GET-FEE-DEDUCTED.
000000     EXEC SQL
000000         SELECT COALESCE(SUM(FEE_AMOUNT + TAX_AMOUNT), 0)
000000         INTO   :HV-FEE-DEDUCTED
000000         FROM   MYDB.DB_FEE_HISTORY
000000         WHERE  REFERENCE_ID  = :TQ-TRANSFER-ID
000000         AND    SERVICE_CODE  = :CST-FEE-SERVICE-TRANSFER
000000         AND    CHARGE_METHOD = :CST-FEE-METHOD-DEDUCT
000000         AND    STATUS        = :CST-FEE-COLLECTED
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999ZRT-GET-FEE-DEDUCTED'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT FEE HISTORY FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ZRT-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 再入金先の残高取得
000000* SPD9999ZRT-GET-BALANCE SECTION |      （COMMON）
000000*                                |      対象: DB_ACCOUNT_BALANCE
000000*                                |      行なし・通貨相違は手動対応
000000*/-------------------------------------------------------------/*
000000 SPD9999ZRT-GET-BALANCE.
000000     MOVE 'N'                    TO      WS-ITEM-OK.
000000     MOVE TQ-ACC-ID              TO      AB-ACC-ID.
000000     EXEC SQL
000000         SELECT BALANCE, CURRENCY_CODE
000000         INTO   :AB-BALANCE, :AB-CURRENCY-CODE
000000         FROM   MYDB.DB_ACCOUNT_BALANCE
000000         WHERE  ACC_ID = :AB-ACC-ID
000000         FOR UPDATE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             IF AB-CURRENCY-CODE = TQ-CURRENCY-CODE
000000                 MOVE 'Y'        TO      WS-ITEM-OK
000000             ELSE
000000                 MOVE CST-REASON-CURRENCY
000000                                 TO      WS-REASON-CODE
000000                 MOVE 'RECREDIT ACCOUNT CURRENCY DIFFERS'
000000                                 TO      CST-ABEND-DETAIL
000000                 PERFORM SPD9999ZRT-REJECT
000000             END-IF
000000         WHEN 100
000000             MOVE CST-REASON-NO-BALANCE
000000                                 TO      WS-REASON-CODE
000000             MOVE 'RECREDIT BALANCE ROW NOT FOUND'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999ZRT-REJECT
000000         WHEN OTHER
000000             MOVE 'SPD9999ZRT-GET-BALANCE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT BALANCE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999ZRT-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 返却の反映
000000* SPD9999ZRT-APPLY-RETURN SECTION |     （MAIN）
000000*                                |      対象: DB_ACCOUNT_BALANCE
000000*                                |            DB_SAVINGS_HISTORY
000000*                                |            DB_TRANSFER_QUEUE
000000*                                |      返却資金は顧客の資金のため
000000*                                |      残高上限チェックは行わない
000000*/-------------------------------------------------------------/*
000000 SPD9999ZRT-APPLY-RETURN.
000000     COMPUTE WS-NEW-BALANCE = AB-BALANCE + WS-RECREDIT-AMOUNT.
000000     MOVE 'B'                    TO      WS-CHG-TABLE.
000000     MOVE AB-ACC-ID              TO      WS-CHG-ACC-ID.
000000     PERFORM SPD9999ZRT-CHG-BEFORE.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_ACCOUNT_BALANCE
000000         SET     BALANCE = :WS-NEW-BALANCE
000000         WHERE   ACC_ID  = :AB-ACC-ID
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999ZRT-APPLY-RETURN'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'UPDATE ACCOUNT BALANCE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ZRT-ABEND
000000     END-IF.
000000     PERFORM SPD9999ZRT-CHG-AFTER.
000000     PERFORM SPD9999ZRT-INS-HISTORY.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_TRANSFER_QUEUE
000000         SET     STATUS      = :CST-XFER-RETURNED
000000         WHERE   TRANSFER_ID = :TQ-TRANSFER-ID
000000         AND     STATUS      = :TQ-STATUS
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999ZRT-APPLY-RETURN'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'UPDATE TRANSFER QUEUE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ZRT-ABEND
000000     END-IF.
000000     PERFORM SPD9999ZRT-DEL-INSTRUCTION.
000000     PERFORM SPD9999ZRT-SET-REASON-TEXT.
000000     PERFORM SPD9999ZRT-GET-CUSTOMER.
000000     EVALUATE TRUE
000000         WHEN WS-MASTER-FOUND = 'N'
000000             ADD 1               TO      CST-COUNT-NO-MASTER
000000             MOVE 'NO CUSTOMER MASTER'
000000                                 TO      WS-LETTER-NOTE
000000         WHEN CM-SUPPRESS-FLAG = 'Y'
000000             ADD 1               TO      CST-COUNT-SUPPRESSED
000000             MOVE 'LETTER SUPPRESSED'
000000                                 TO      WS-LETTER-NOTE
000000         WHEN OTHER
000000             PERFORM SPD9999ZRT-WRITE-LETTER
000000             ADD 1               TO      CST-COUNT-LETTER
000000             MOVE 'LETTER ISSUED'
000000                                 TO      WS-LETTER-NOTE
000000     END-EVALUATE.
000000*--- 振込先の訂正受付のため営業店の対応一覧へ載せる
000000     MOVE CST-REASON-RETURNED    TO      WS-REASON-CODE.
000000     MOVE SPACES                 TO      CST-ABEND-DETAIL.
000000     STRING 'XFER RETURNED, RECREDITED. ' WS-LETTER-NOTE
000000         DELIMITED BY SIZE
000000         INTO CST-ABEND-DETAIL
000000     END-STRING.
000000     PERFORM SPD9999ZRT-LOG-EXCEPTION.
000000     ADD 1                       TO      CST-COUNT-RETURNED.
000000     ADD WS-RECREDIT-AMOUNT      TO      CST-TOTAL-RECREDIT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 再入金履歴の登録
000000* SPD9999ZRT-INS-HISTORY SECTION |      （COMMON）
000000*                                |      対象: DB_SAVINGS_HISTORY
000000*                                |      元金欄に返却額、利息は0
000000*/-------------------------------------------------------------/*
000000 SPD9999ZRT-INS-HISTORY.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_SAVINGS_HISTORY
000000             (ORDER_ID, ACC_ID, SETTLE_DATE, RATE_APPLIED,
000000              PRINCIPAL_AMOUNT, INTEREST_PAID, TAX_NATIONAL,
000000              TAX_LOCAL, INTEREST_NET, NEW_BALANCE,
000000              WITHDRAWAL_TYPE, DAY_BASIS)
000000         VALUES
000000             (:TQ-ORDER-ID, :TQ-ACC-ID, :HV-DATE-CURRENT-X,
000000              0, :WS-RECREDIT-AMOUNT, 0, 0, 0, 0,
000000              :WS-NEW-BALANCE, :CST-WITHDRAW-XFERRTN, 0)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999ZRT-INS-HISTORY'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'INSERT SAVINGS HISTORY FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ZRT-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 不能となった振込先指図の削除
000000* SPD9999ZRT-DEL-INSTRUCTION SECTION |  （COMMON）
000000*                                |      対象: DB_PAYOUT_INSTRUCTION
000000*                                |      返却された振込先と同一の
000000*                                |      他行指図のみ削除する
000000*                                |      （既に訂正済みの指図は残す）
000000*/-------------------------------------------------------------/*
000000 SPD9999ZRT-DEL-INSTRUCTION.
000000     MOVE 'N'                    TO      WS-INSTR-DELETED.
000000     MOVE TQ-ORDER-ID            TO      PI-ORDER-ID.
000000     MOVE TQ-ACC-ID              TO      PI-ACC-ID.
000000     EXEC SQL
000000         DELETE FROM MYDB.DB_PAYOUT_INSTRUCTION
000000         WHERE  ORDER_ID    = :PI-ORDER-ID
000000         AND    ACC_ID      = :PI-ACC-ID
000000         AND    TARGET_TYPE = :CST-PAYOUT-EXTERNAL
000000         AND    BANK_CODE   = :TQ-BANK-CODE
000000         AND    BRANCH_CODE = :TQ-BRANCH-CODE
000000         AND    EXT_ACC_NO  = :TQ-EXT-ACC-NO
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE 'Y'            TO      WS-INSTR-DELETED
000000             ADD 1               TO      CST-COUNT-INSTR-DEL
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999ZRT-DEL-INSTRUCTION'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'DELETE PAYOUT INSTRUCTION FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999ZRT-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 返却事由の編集
000000* SPD9999ZRT-SET-REASON-TEXT SECTION |  （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ZRT-SET-REASON-TEXT.
000000     EVALUATE RTN-DTA-RESULT
000000         WHEN '1'
000000             MOVE 'NO SUCH ACCOUNT'
000000                                 TO      WS-REASON-TEXT
000000         WHEN '2'
000000             MOVE 'PAYEE NAME MISMATCH'
000000                                 TO      WS-REASON-TEXT
000000         WHEN '3'
000000             MOVE 'ACCOUNT TYPE MISMATCH'
000000                                 TO      WS-REASON-TEXT
000000         WHEN '4'
000000             MOVE 'ACCOUNT CLOSED'
000000                                 TO      WS-REASON-TEXT
000000         WHEN OTHER
000000             MOVE 'NOT ACCEPTED BY PAYEE BANK'
000000                                 TO      WS-REASON-TEXT
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 顧客マスタ参照
000000* SPD9999ZRT-GET-CUSTOMER SECTION |     （COMMON）
000000*                                |      対象: DB_CUSTOMER_MASTER
000000*/-------------------------------------------------------------/*
000000 SPD9999ZRT-GET-CUSTOMER.
000000     MOVE 'N'                    TO      WS-MASTER-FOUND.
000000     MOVE TQ-ACC-ID              TO      CM-ACC-ID.
000000     EXEC SQL
000000         SELECT CUST_NAME, HONORIFIC, POSTAL_CODE,
000000                ADDRESS_1, ADDRESS_2, SUPPRESS_FLAG
000000         INTO   :CM-CUST-NAME, :CM-HONORIFIC, :CM-POSTAL-CODE,
000000                :CM-ADDRESS-1, :CM-ADDRESS-2, :CM-SUPPRESS-FLAG
000000         FROM   MYDB.DB_CUSTOMER_MASTER
000000         WHERE  ACC_ID = :CM-ACC-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE 'Y'            TO      WS-MASTER-FOUND
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999ZRT-GET-CUSTOMER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT CUSTOMER MASTER FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999ZRT-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 振込先訂正依頼の通知書作成
000000* SPD9999ZRT-WRITE-LETTER SECTION |     （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ZRT-WRITE-LETTER.
000000     MOVE LTR-LINE-RULE          TO      LTR-REC.
000000     PERFORM SPD9999ZRT-WRITE-PRINT.
000000     MOVE LTR-LINE-TITLE         TO      LTR-REC.
000000     PERFORM SPD9999ZRT-WRITE-PRINT.
000000     MOVE LTR-LINE-RULE          TO      LTR-REC.
000000     PERFORM SPD9999ZRT-WRITE-PRINT.
000000     MOVE CM-POSTAL-CODE         TO      LTR-ADR-TEXT.
000000     MOVE LTR-LINE-ADDRESS       TO      LTR-REC.
000000     PERFORM SPD9999ZRT-WRITE-PRINT.
000000     MOVE CM-ADDRESS-1           TO      LTR-ADR-TEXT.
000000     MOVE LTR-LINE-ADDRESS       TO      LTR-REC.
000000     PERFORM SPD9999ZRT-WRITE-PRINT.
000000     MOVE CM-ADDRESS-2           TO      LTR-ADR-TEXT.
000000     MOVE LTR-LINE-ADDRESS       TO      LTR-REC.
000000     PERFORM SPD9999ZRT-WRITE-PRINT.
000000     MOVE CM-CUST-NAME           TO      LTR-NAME-TEXT.
000000     MOVE CM-HONORIFIC           TO      LTR-NAME-HONORIFIC.
000000     MOVE LTR-LINE-NAME          TO      LTR-REC.
000000     PERFORM SPD9999ZRT-WRITE-PRINT.
000000     MOVE LTR-LINE-BLANK         TO      LTR-REC.
000000     PERFORM SPD9999ZRT-WRITE-PRINT.
000000     MOVE TQ-ORDER-ID            TO      WS-ORDER-ID-DISP.
000000     MOVE 'ORDER ID'             TO      LTR-DTL-LABEL.
000000     MOVE WS-ORDER-ID-DISP       TO      LTR-DTL-TEXT.
000000     MOVE LTR-LINE-DETAIL        TO      LTR-REC.
000000     PERFORM SPD9999ZRT-WRITE-PRINT.
000000     MOVE 'PAYMENT DATE'         TO      LTR-DTL-LABEL.
000000     MOVE TQ-SETTLE-DATE         TO      LTR-DTL-TEXT.
000000     MOVE LTR-LINE-DETAIL        TO      LTR-REC.
000000     PERFORM SPD9999ZRT-WRITE-PRINT.
000000     MOVE 'PAYEE BANK / BRANCH'  TO      LTR-DTL-LABEL.
000000     MOVE SPACES                 TO      LTR-DTL-TEXT.
000000     STRING TQ-BANK-CODE ' / ' TQ-BRANCH-CODE
000000         DELIMITED BY SIZE
000000         INTO LTR-DTL-TEXT
000000     END-STRING.
000000     MOVE LTR-LINE-DETAIL        TO      LTR-REC.
000000     PERFORM SPD9999ZRT-WRITE-PRINT.
000000     MOVE 'PAYEE ACCOUNT'        TO      LTR-DTL-LABEL.
000000     MOVE SPACES                 TO      LTR-DTL-TEXT.
000000     STRING TQ-EXT-ACC-TYPE ' ' TQ-EXT-ACC-NO ' '
000000            TQ-EXT-ACC-NAME
000000         DELIMITED BY SIZE
000000         INTO LTR-DTL-TEXT
000000     END-STRING.
000000     MOVE LTR-LINE-DETAIL        TO      LTR-REC.
000000     PERFORM SPD9999ZRT-WRITE-PRINT.
000000     MOVE 'RETURNED AMOUNT'      TO      LTR-DTL-LABEL.
000000     MOVE WS-RECREDIT-AMOUNT     TO      LTR-AMOUNT-EDIT.
000000     MOVE LTR-AMOUNT-EDIT        TO      LTR-DTL-TEXT.
000000     MOVE LTR-LINE-DETAIL        TO      LTR-REC.
000000     PERFORM SPD9999ZRT-WRITE-PRINT.
000000     MOVE 'REASON FOR RETURN'    TO      LTR-DTL-LABEL.
000000     MOVE WS-REASON-TEXT         TO      LTR-DTL-TEXT.
000000     MOVE LTR-LINE-DETAIL        TO      LTR-REC.
000000     PERFORM SPD9999ZRT-WRITE-PRINT.
000000     MOVE TQ-ACC-ID              TO      WS-ACC-ID-DISP.
000000     MOVE 'CREDITED TO ACCOUNT'  TO      LTR-DTL-LABEL.
000000     MOVE SPACES                 TO      LTR-DTL-TEXT.
000000     STRING WS-ACC-ID-DISP ' ON ' HV-DATE-CURRENT-X
000000         DELIMITED BY SIZE
000000         INTO LTR-DTL-TEXT
000000     END-STRING.
000000     MOVE LTR-LINE-DETAIL        TO      LTR-REC.
000000     PERFORM SPD9999ZRT-WRITE-PRINT.
000000     MOVE LTR-LINE-BLANK         TO      LTR-REC.
000000     PERFORM SPD9999ZRT-WRITE-PRINT.
000000     MOVE 'THE TRANSFER ABOVE COULD NOT BE APPLIED BY THE'
000000                                 TO      LTR-MSG-TEXT.
000000     MOVE LTR-LINE-MESSAGE       TO      LTR-REC.
000000     PERFORM SPD9999ZRT-WRITE-PRINT.
000000     MOVE 'PAYEE BANK AND HAS BEEN CREDITED BACK TO YOUR ACCOUNT.'
000000                                 TO      LTR-MSG-TEXT.
000000     MOVE LTR-LINE-MESSAGE       TO      LTR-REC.
000000     PERFORM SPD9999ZRT-WRITE-PRINT.
000000     MOVE 'PLEASE CONTACT YOUR BRANCH WITH CORRECTED DETAILS.'
000000                                 TO      LTR-MSG-TEXT.
000000     MOVE LTR-LINE-MESSAGE       TO      LTR-REC.
000000     PERFORM SPD9999ZRT-WRITE-PRINT.
000000     IF WS-INSTR-DELETED = 'Y'
000000         MOVE 'UNTIL THEN, FURTHER PAYMENTS ON THIS ORDER WILL'
000000                                 TO      LTR-MSG-TEXT
000000         MOVE LTR-LINE-MESSAGE   TO      LTR-REC
000000         PERFORM SPD9999ZRT-WRITE-PRINT
000000         MOVE 'BE CREDITED TO THE ACCOUNT ABOVE.'
000000                                 TO      LTR-MSG-TEXT
000000         MOVE LTR-LINE-MESSAGE   TO      LTR-REC
000000         PERFORM SPD9999ZRT-WRITE-PRINT
000000     END-IF.
000000     MOVE LTR-LINE-BLANK         TO      LTR-REC.
000000     PERFORM SPD9999ZRT-WRITE-PRINT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 通知書行の出力
000000* SPD9999ZRT-WRITE-PRINT SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ZRT-WRITE-PRINT.
000000     WRITE LTR-REC.
000000     IF WS-LTR-STATUS NOT = '00'
000000         MOVE 'SPD9999ZRT-WRITE-PRINT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE ZRTLTR FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ZRT-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 照合不能・不整合行の棄却
000000* SPD9999ZRT-REJECT      SECTION |      （COMMON）
000000*                                |      WS-REASON-CODEと
000000*                                |      CST-ABEND-DETAILを設定して
000000*                                |      から呼び出すこと
000000*/-------------------------------------------------------------/*
000000 SPD9999ZRT-REJECT.
000000     DISPLAY 'SPD9999ZRT-REJECT TRANSFER_ID : '
000000             RTN-DTA-TRANSFER-ID ' REASON : ' WS-REASON-CODE.
000000     ADD 1                       TO      CST-COUNT-EXCEPTION.
000000     PERFORM SPD9999ZRT-LOG-EXCEPTION.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 例外記録
000000* SPD9999ZRT-LOG-EXCEPTION SECTION |    （COMMON）
000000*                                |      対象: DB_EXCEPTION_LOG
000000*                                |      WS-REASON-CODEと
000000*                                |      CST-ABEND-DETAILを設定して
000000*                                |      から呼び出すこと
000000*/-------------------------------------------------------------/*
000000 SPD9999ZRT-LOG-EXCEPTION.
000000     MOVE TQ-ORDER-ID            TO      EL-ORDER-ID.
000000     IF TQ-ACC-ID = 0
000000         MOVE SPACES             TO      EL-ACC-ID
000000     ELSE
000000         MOVE TQ-ACC-ID          TO      WS-ACC-ID-DISP
000000         MOVE WS-ACC-ID-DISP     TO      EL-ACC-ID
000000     END-IF.
000000     MOVE CST-RUN-MODE-ZRT       TO      EL-RUN-MODE.
000000     MOVE WS-REASON-CODE         TO      EL-REASON-CODE.
000000     MOVE HV-DATE-CURRENT-X      TO      EL-RUN-DATE.
000000     MOVE CST-ABEND-DETAIL(1:50) TO      EL-DETAIL.
000000     MOVE 'N'                    TO      EL-WF-STATUS.
000000     MOVE FUNCTION CURRENT-DATE  TO      EL-LOG-TIMESTAMP.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_EXCEPTION_LOG
000000             (ORDER_ID, ACC_ID, RUN_MODE, REASON_CODE,
000000              RUN_DATE, DETAIL, WF_STATUS, LOG_TIMESTAMP)
000000         VALUES
000000             (:EL-ORDER-ID, :EL-ACC-ID, :EL-RUN-MODE,
000000              :EL-REASON-CODE, :EL-RUN-DATE, :EL-DETAIL,
000000              :EL-WF-STATUS, :EL-LOG-TIMESTAMP)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         DISPLAY 'WARNING: DB_EXCEPTION_LOG INSERT FAILED, '
000000                 'SQLCODE : ' SQLCODE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ファイル構成不良の異常終了
000000* SPD9999ZRT-ABEND-SEQUENCE SECTION |   （COMMON）
000000*                                |      CST-ABEND-DETAILを設定して
000000*                                |      から呼び出すこと
000000*/-------------------------------------------------------------/*
000000 SPD9999ZRT-ABEND-SEQUENCE.
000000     MOVE 'SPD9999ZRT-PROC-RECORD'
000000                                 TO      CST-ABEND-BREAKPOINT.
000000     PERFORM SPD9999ZRT-ABEND.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更前イメージの保持
000000* SPD9999ZRT-CHG-BEFORE  SECTION |      （COMMON）
000000*                                |      SPD9999CHGで更新対象行を保持
000000*/-------------------------------------------------------------/*
000000 SPD9999ZRT-CHG-BEFORE.
000000     MOVE 'B'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         MOVE 'SPD9999ZRT-CHG-BEFORE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CHANGE JOURNAL BEFORE IMAGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ZRT-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更後イメージの記録
000000* SPD9999ZRT-CHG-AFTER   SECTION |      （COMMON）
000000*                                |      対象: DB_CHANGE_JOURNAL
000000*                                |      （SPD9999CHG経由）
000000*/-------------------------------------------------------------/*
000000 SPD9999ZRT-CHG-AFTER.
000000     MOVE 'A'                    TO      WS-CHG-FUNC.
000000     CALL 'SPD9999CHG' USING WS-PARAM-CHG.
000000     IF WS-CHG-RETURN NOT = 0
000000         MOVE 'SPD9999ZRT-CHG-AFTER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CHANGE JOURNAL AFTER IMAGE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999ZRT-ABEND
000000     END-IF.
000000     INITIALIZE                  WS-CHG-KEYS.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999ZRT-ABEND       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ZRT-ABEND.
000000     DISPLAY 'SPD9999ZRT-ABEND'.
000000     DISPLAY 'ERROR MODULE : ' CST-ABEND-BREAKPOINT.
000000     DISPLAY 'ERROR DETAIL : ' CST-ABEND-DETAIL.
000000     DISPLAY 'SQLCODE      : ' SQLCODE.
000000     DISPLAY 'SQLSTATE     : ' SQLSTATE.
000000     EXEC SQL
000000         ROLLBACK
000000     END-EXEC.
000000     IF SQLCODE = 0
000000         DISPLAY 'ROLLBACK SUCCESS'
000000     ELSE
000000         DISPLAY 'ROLLBACK FAILED'
000000         DISPLAY 'ROLLBACK SQLCODE  : ' SQLCODE
000000     END-IF.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999ZRT.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
