000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999RTM.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999RTM
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            返戻郵便・電子交付不達の取込み
000000*                                バッチ
000000*                                郵便室の返戻郵便ファイル（RTNMAIL）
000000*                                と電子交付の不達ファイル（ELCBNC）
000000*                                を読み、1件ごとに書類の照合キー
000000*                                から口座IDを求める。
000000*                                  決済通知（NOTC／NOTCELC）:
000000*                                    DB_NOTICE_HISTORYの
000000*                                    ORDER_ID＋SETTLE_DATE
000000*                                  満期前通知（PMN）:
000000*                                    DB_MATURITY_NOTICEのORDER_ID
000000*                                  残高証明書（CERT）:
000000*                                    DB_CERT_LOGのCERT_SERIAL
000000*                                  取引残高報告書（ANST）・
000000*                                  四半期報告書（QST／QSTELC）:
000000*                                    書類上の口座ID
000000*                                口座IDが統合済みの旧IDであれば
000000*                                DB_ACCID_MAPで新IDへ読み替える。
000000*                                顧客マスタのSUPPRESS_FLAGを'Y'へ
000000*                                更新して宛名履歴へ記録し、営業店
000000*                                対応のためDB_EXCEPTION_LOG
000000*                                （RUN_MODE='L'）へ記録する。
000000*                                処理結果は不達一覧（RTNPRT）へ、
000000*                                満期前通知の不達は継続指定の回答
000000*                                期限に間に合わないおそれがある
000000*                                ため別途RTNPMNへ出力する。
000000*                                1件ごとにCOMMITする。
000000*                                1日1回、郵便室の返戻ファイル受領後
000000*                                に実行すること
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 :            プログラムの作成
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000 FILE-CONTROL.
000000     SELECT MAIL-FILE     ASSIGN TO 'RTNMAIL'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-RTN-STATUS.
000000     SELECT BOUNCE-FILE   ASSIGN TO 'ELCBNC'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-BNC-STATUS.
000000     SELECT PRINT-FILE    ASSIGN TO 'RTNPRT'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-PRT-STATUS.
000000     SELECT PMN-FILE      ASSIGN TO 'RTNPMN'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-PMN-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000*--- 返戻郵便（郵便室で返戻書類から1件1行で作成）
000000 FD  MAIL-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 80 CHARACTERS.
000000 01 RTN-REC.
000000*--- 'NOTC'=決済通知 'PMN '=満期前通知 'ANST'=取引残高報告書
000000*--- 'QST '=四半期報告書 'CERT'=残高証明書
000000    03 RTN-DOC-TYPE              PIC X(04).
000000*--- NOTC／PMN:注文ID ANST／QST:口座ID CERT:証明書番号
000000    03 RTN-REF-ID                PIC X(09).
000000*--- 書類日付（NOTCは決済日。照合に使用）
000000    03 RTN-DOC-DATE              PIC X(08).
000000    03 RTN-RETURN-DATE           PIC X(08).
000000*--- 返戻理由（郵便局付箋の区分を郵便室が記入）
000000    03 RTN-REASON                PIC X(02).
000000    03 FILLER                    PIC X(49).
000000*--- 電子交付不達（配信システムの不達通知から作成）
000000 FD  BOUNCE-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 80 CHARACTERS.
000000 01 BNC-REC.
000000*--- 'NOTCELC '=決済通知 'QSTELC  '=四半期報告書
000000    03 BNC-SOURCE                PIC X(08).
000000    03 BNC-ACC-ID                PIC X(09).
000000*--- NOTCELCのみ。QSTELCはゼロ
000000    03 BNC-ORDER-ID              PIC X(09).
000000*--- 書類日付（NOTCELCは決済日。照合に使用）
000000    03 BNC-DOC-DATE              PIC X(08).
000000    03 BNC-BOUNCE-DATE           PIC X(08).
000000    03 BNC-REASON                PIC X(30).
000000    03 FILLER                    PIC X(08).
000000 FD  PRINT-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 80 CHARACTERS.
000000 01 PRT-REC                      PIC X(80).
000000 FD  PMN-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 80 CHARACTERS.
000000 01 PMN-REC                      PIC X(80).
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ワークエリア
000000*/-------------------------------------------------------------/*
000000*--- SQLCA および DCLGEN インクルード部分
000000     EXEC SQL
000000         INCLUDE                 SQLCA
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CUSTOMER_MASTER
000000     EXEC SQL
000000         INCLUDE                 CUSTMS
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CUSTOMER_ADDR_HIST
000000     EXEC SQL
000000         INCLUDE                 CUSADH
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_NOTICE_HISTORY
000000     EXEC SQL
000000         INCLUDE                 NTCHST
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_MATURITY_NOTICE
000000     EXEC SQL
000000         INCLUDE                 MATNTC
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CERT_LOG
000000     EXEC SQL
000000         INCLUDE                 CERTLG
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ACCID_MAP
000000     EXEC SQL
000000         INCLUDE                 ACCMAP
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_EXCEPTION_LOG
000000     EXEC SQL
000000         INCLUDE                 EXCLOG
000000     END-EXEC.
000000 01 WS-RTN-STATUS                PIC X(02).
000000 01 WS-BNC-STATUS                PIC X(02).
000000 01 WS-PRT-STATUS                PIC X(02).
000000 01 WS-PMN-STATUS                PIC X(02).
000000 01 WS-VARIABLES.
000000    03 WS-ACC-ID-DISP            PIC 9(09).
000000    03 WS-ORDER-ID-DISP          PIC 9(09).
000000    03 WS-REF-ID-DISP            PIC 9(09).
000000*--- 1件分の照合・処理結果
000000    03 WS-ITEM-DOC               PIC X(08).
000000    03 WS-ITEM-REF-ID            PIC X(09).
000000    03 WS-ITEM-DOC-DATE          PIC X(08).
000000    03 WS-ITEM-EVENT-DATE        PIC X(08).
000000    03 WS-ITEM-REASON            PIC X(30).
000000    03 WS-ITEM-BOUNCE            PIC X(01).
000000    03 WS-ITEM-PMN               PIC X(01).
000000    03 WS-BAD-INPUT              PIC X(01).
000000    03 WS-MATCHED                PIC X(01).
000000    03 WS-MASTER-FOUND           PIC X(01).
000000    03 WS-RESULT                 PIC X(20).
000000    03 WS-RESPONSE-TEXT          PIC X(10).
000000 01 HV-VARIABLES.
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000    03 HV-ACC-ID                 PIC S9(09) COMP.
000000    03 HV-ORDER-ID               PIC S9(09) COMP.
000000    03 HV-MAX-SEQ                PIC S9(09) COMP.
000000*/-------------------------------------------------------------/*
000000*  印刷用編集エリア
000000*/-------------------------------------------------------------/*
000000 01 PRT-LINE-RULE.
000000    03 FILLER                    PIC X(80)  VALUE ALL '='.
000000 01 PRT-LINE-TITLE.
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 PRT-TTL-TEXT              PIC X(60).
000000    03 FILLER                    PIC X(06)  VALUE 'DATE: '.
000000    03 PRT-TTL-DATE              PIC X(08).
000000    03 FILLER                    PIC X(04)  VALUE SPACES.
000000 01 PRT-LINE-HEAD.
000000    03 FILLER                    PIC X(40)
000000       VALUE 'DOCUMENT REF-ID   DOC-DATE EVT-DATE ACC'.
000000    03 FILLER                    PIC X(40)
000000       VALUE 'OUNT   RESULT               REASON'.
000000 01 PRT-LINE-ITEM.
000000    03 PRT-ITM-DOC               PIC X(08).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 PRT-ITM-REF-ID            PIC X(09).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 PRT-ITM-DOC-DATE          PIC X(08).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 PRT-ITM-EVENT-DATE        PIC X(08).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 PRT-ITM-ACC-ID            PIC X(09).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 PRT-ITM-RESULT            PIC X(20).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 PRT-ITM-REASON            PIC X(12).
000000 01 PRT-LINE-PMN-HEAD.
000000    03 FILLER                    PIC X(40)
000000       VALUE 'ORDER-ID  ACCOUNT   NOTICE   MATURITY DE'.
000000    03 FILLER                    PIC X(40)
000000       VALUE 'ADLINE RESPONSE   CUSTOMER'.
000000 01 PRT-LINE-PMN.
000000    03 PRT-PMN-ORDER-ID          PIC X(09).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 PRT-PMN-ACC-ID            PIC X(09).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 PRT-PMN-NOTICE-DATE       PIC X(08).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 PRT-PMN-MATURITY-DATE     PIC X(08).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 PRT-PMN-DEADLINE-DATE     PIC X(08).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 PRT-PMN-RESPONSE          PIC X(10).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 PRT-PMN-CUST-NAME         PIC X(22).
000000 01 PRT-LINE-TOTAL.
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 PRT-TOT-LABEL             PIC X(30).
000000    03 FILLER                    PIC X(02)  VALUE ': '.
000000    03 PRT-TOT-COUNT             PIC ZZZ,ZZ9.
000000    03 FILLER                    PIC X(39)  VALUE SPACES.
000000 01 PRT-LINE-BLANK               PIC X(80)  VALUE SPACES.
000000 01 CST-VARIABLES.
000000    03 CST-EOF-MAIL              PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-BOUNCE            PIC X(01)  VALUE 'N'.
000000    03 CST-RUN-MODE-RTM          PIC X(01)  VALUE 'L'.
000000    03 CST-DOC-NOTICE            PIC X(04)  VALUE 'NOTC'.
000000    03 CST-DOC-PMN               PIC X(04)  VALUE 'PMN '.
000000    03 CST-DOC-ANST              PIC X(04)  VALUE 'ANST'.
000000    03 CST-DOC-QST               PIC X(04)  VALUE 'QST '.
000000    03 CST-DOC-CERT              PIC X(04)  VALUE 'CERT'.
000000    03 CST-SRC-NOTICE-ELC        PIC X(08)  VALUE 'NOTCELC'.
000000    03 CST-SRC-QST-ELC           PIC X(08)  VALUE 'QSTELC'.
000000    03 CST-HIST-INITIAL          PIC X(01)  VALUE 'I'.
000000    03 CST-HIST-RETURNED         PIC X(01)  VALUE 'R'.
000000    03 CST-FLD-SUPPRESS          PIC X(03)  VALUE 'SUP'.
000000    03 CST-DATE-BEFORE-HIST      PIC X(08)  VALUE '00000000'.
000000    03 CST-CHANGED-BY            PIC X(08)  VALUE 'RTNMAIL'.
000000    03 CST-RESPONSE-NONE         PIC X(01)  VALUE '0'.
000000    03 CST-REASON-RETURNED       PIC X(04)  VALUE 'E901'.
000000    03 CST-REASON-BOUNCED        PIC X(04)  VALUE 'E902'.
000000    03 CST-REASON-PMN-UNDELIV    PIC X(04)  VALUE 'E903'.
000000    03 CST-REASON-NOT-MATCHED    PIC X(04)  VALUE 'E904'.
000000    03 CST-REASON-BAD-INPUT      PIC X(04)  VALUE 'E905'.
000000    03 CST-COUNT-MAIL-READ       PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-BOUNCE-READ     PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-SUPPRESSED      PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-ALREADY         PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-NOT-MATCHED     PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-BAD-INPUT       PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-PMN             PIC 9(07)  VALUE 0.
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
000000* SPD9999RTM-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-MAIN.
000000     DISPLAY 'START SPD9999RTM'.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     PERFORM SPD9999RTM-OPEN-FILES.
000000     PERFORM SPD9999RTM-WRITE-HEADINGS.
000000     PERFORM SPD9999RTM-READ-MAIL.
000000     PERFORM UNTIL CST-EOF-MAIL = 'Y'
000000         PERFORM SPD9999RTM-PROC-MAIL
000000         PERFORM SPD9999RTM-READ-MAIL
000000     END-PERFORM.
000000     PERFORM SPD9999RTM-READ-BOUNCE.
000000     PERFORM UNTIL CST-EOF-BOUNCE = 'Y'
000000         PERFORM SPD9999RTM-PROC-BOUNCE
000000         PERFORM SPD9999RTM-READ-BOUNCE
000000     END-PERFORM.
000000     PERFORM SPD9999RTM-WRITE-TOTALS.
000000     PERFORM SPD9999RTM-CLOSE-FILES.
000000     EXEC SQL
000000         COMMIT
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999RTM-MAIN'  TO      CST-ABEND-BREAKPOINT
000000         MOVE 'FINAL COMMIT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RTM-ABEND
000000     END-IF.
000000     DISPLAY 'TOTAL RETURNED MAIL READ  : ' CST-COUNT-MAIL-READ.
000000     DISPLAY 'TOTAL BOUNCES READ        : ' CST-COUNT-BOUNCE-READ.
000000     DISPLAY 'TOTAL SUPPRESS FLAG SET   : ' CST-COUNT-SUPPRESSED.
000000     DISPLAY 'TOTAL ALREADY SUPPRESSED  : ' CST-COUNT-ALREADY.
000000     DISPLAY 'TOTAL NOT MATCHED         : ' CST-COUNT-NOT-MATCHED.
000000     DISPLAY 'TOTAL INVALID RECORDS     : ' CST-COUNT-BAD-INPUT.
000000     DISPLAY 'TOTAL PMN UNDELIVERED     : ' CST-COUNT-PMN.
000000     DISPLAY 'END   SPD9999RTM'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ファイルオープン
000000* SPD9999RTM-OPEN-FILES  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-OPEN-FILES.
000000     OPEN INPUT  MAIL-FILE.
000000     IF WS-RTN-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN RTNMAIL, STATUS : ' WS-RTN-STATUS
000000         STOP RUN
000000     END-IF.
000000     OPEN INPUT  BOUNCE-FILE.
000000     IF WS-BNC-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN ELCBNC, STATUS : ' WS-BNC-STATUS
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT PRINT-FILE.
000000     IF WS-PRT-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN RTNPRT, STATUS : ' WS-PRT-STATUS
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT PMN-FILE.
000000     IF WS-PMN-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN RTNPMN, STATUS : ' WS-PMN-STATUS
000000         STOP RUN
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ファイルクローズ
000000* SPD9999RTM-CLOSE-FILES SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-CLOSE-FILES.
000000     CLOSE MAIL-FILE.
000000     CLOSE BOUNCE-FILE.
000000     CLOSE PRINT-FILE.
000000     CLOSE PMN-FILE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 見出しの出力
000000* SPD9999RTM-WRITE-HEADINGS SECTION | （COMMON）
000000*                                |      RTNPRT・RTNPMN
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-WRITE-HEADINGS.
000000     MOVE HV-DATE-CURRENT-X      TO      PRT-TTL-DATE.
000000     MOVE PRT-LINE-RULE          TO      PRT-REC.
000000     PERFORM SPD9999RTM-WRITE-PRINT.
000000     MOVE 'UNDELIVERABLE MAIL / E-DELIVERY BOUNCE REPORT'
000000                                 TO      PRT-TTL-TEXT.
000000     MOVE PRT-LINE-TITLE         TO      PRT-REC.
000000     PERFORM SPD9999RTM-WRITE-PRINT.
000000     MOVE PRT-LINE-RULE          TO      PRT-REC.
000000     PERFORM SPD9999RTM-WRITE-PRINT.
000000     MOVE PRT-LINE-HEAD          TO      PRT-REC.
000000     PERFORM SPD9999RTM-WRITE-PRINT.
000000     MOVE PRT-LINE-RULE          TO      PMN-REC.
000000     PERFORM SPD9999RTM-WRITE-PMN.
000000     MOVE 'UNDELIVERED PRE-MATURITY NOTICES - ELECTION AT RISK'
000000                                 TO      PRT-TTL-TEXT.
000000     MOVE PRT-LINE-TITLE         TO      PMN-REC.
000000     PERFORM SPD9999RTM-WRITE-PMN.
000000     MOVE PRT-LINE-RULE          TO      PMN-REC.
000000     PERFORM SPD9999RTM-WRITE-PMN.
000000     MOVE PRT-LINE-PMN-HEAD      TO      PMN-REC.
000000     PERFORM SPD9999RTM-WRITE-PMN.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: RTNMAILの読込
000000* SPD9999RTM-READ-MAIL   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-READ-MAIL.
000000     READ MAIL-FILE.
000000     EVALUATE WS-RTN-STATUS
000000         WHEN '00'
000000             ADD 1               TO      CST-COUNT-MAIL-READ
000000         WHEN '10'
000000             MOVE 'Y'            TO      CST-EOF-MAIL
000000         WHEN OTHER
000000             MOVE 'SPD9999RTM-READ-MAIL'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'READ RTNMAIL FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RTM-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ELCBNCの読込
000000* SPD9999RTM-READ-BOUNCE SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-READ-BOUNCE.
000000     READ BOUNCE-FILE.
000000     EVALUATE WS-BNC-STATUS
000000         WHEN '00'
000000             ADD 1               TO      CST-COUNT-BOUNCE-READ
000000         WHEN '10'
000000             MOVE 'Y'            TO      CST-EOF-BOUNCE
000000         WHEN OTHER
000000             MOVE 'SPD9999RTM-READ-BOUNCE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'READ ELCBNC FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RTM-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 返戻郵便1件の照合
000000* SPD9999RTM-PROC-MAIL   SECTION |      （MAIN）
000000*                                |      書類種別ごとの照合キーで
000000*                                |      口座IDを求める
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-PROC-MAIL.
000000     PERFORM SPD9999RTM-INIT-ITEM.
000000     MOVE RTN-DOC-TYPE           TO      WS-ITEM-DOC.
000000     MOVE RTN-REF-ID             TO      WS-ITEM-REF-ID.
000000     MOVE RTN-DOC-DATE           TO      WS-ITEM-DOC-DATE.
000000     MOVE RTN-RETURN-DATE        TO      WS-ITEM-EVENT-DATE.
000000     MOVE RTN-REASON             TO      WS-ITEM-REASON.
000000     MOVE 'N'                    TO      WS-ITEM-BOUNCE.
000000     IF RTN-REF-ID IS NOT NUMERIC
000000         MOVE 'Y'                TO      WS-BAD-INPUT
000000     ELSE
000000         MOVE RTN-REF-ID         TO      WS-REF-ID-DISP
000000         EVALUATE RTN-DOC-TYPE
000000             WHEN CST-DOC-NOTICE
000000                 MOVE WS-REF-ID-DISP
000000                                 TO      HV-ORDER-ID
000000                 PERFORM SPD9999RTM-MATCH-NOTICE
000000             WHEN CST-DOC-PMN
000000                 MOVE WS-REF-ID-DISP
000000                                 TO      HV-ORDER-ID
000000                 MOVE 'Y'        TO      WS-ITEM-PMN
000000                 PERFORM SPD9999RTM-MATCH-PMN
000000             WHEN CST-DOC-ANST
000000             WHEN CST-DOC-QST
000000                 MOVE WS-REF-ID-DISP
000000                                 TO      HV-ACC-ID
000000                 MOVE 'Y'        TO      WS-MATCHED
000000             WHEN CST-DOC-CERT
000000                 PERFORM SPD9999RTM-MATCH-CERT
000000             WHEN OTHER
000000                 MOVE 'Y'        TO      WS-BAD-INPUT
000000         END-EVALUATE
000000     END-IF.
000000     PERFORM SPD9999RTM-APPLY-ITEM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 電子交付不達1件の照合
000000* SPD9999RTM-PROC-BOUNCE SECTION |      （MAIN）
000000*                                |      NOTCELCは決済通知と同じく
000000*                                |      注文ID＋決済日で照合する
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-PROC-BOUNCE.
000000     PERFORM SPD9999RTM-INIT-ITEM.
000000     MOVE BNC-SOURCE             TO      WS-ITEM-DOC.
000000     MOVE BNC-DOC-DATE           TO      WS-ITEM-DOC-DATE.
000000     MOVE BNC-BOUNCE-DATE        TO      WS-ITEM-EVENT-DATE.
000000     MOVE BNC-REASON             TO      WS-ITEM-REASON.
000000     MOVE 'Y'                    TO      WS-ITEM-BOUNCE.
000000     EVALUATE BNC-SOURCE
000000         WHEN CST-SRC-NOTICE-ELC
000000             MOVE BNC-ORDER-ID   TO      WS-ITEM-REF-ID
000000             IF BNC-ORDER-ID IS NOT NUMERIC
000000                 MOVE 'Y'        TO      WS-BAD-INPUT
000000             ELSE
000000                 MOVE BNC-ORDER-ID
000000                                 TO      WS-ORDER-ID-DISP
000000                 MOVE WS-ORDER-ID-DISP
000000                                 TO      HV-ORDER-ID
000000                 PERFORM SPD9999RTM-MATCH-NOTICE
000000             END-IF
000000         WHEN CST-SRC-QST-ELC
000000             MOVE BNC-ACC-ID     TO      WS-ITEM-REF-ID
000000             IF BNC-ACC-ID IS NOT NUMERIC
000000                 MOVE 'Y'        TO      WS-BAD-INPUT
000000             ELSE
000000                 MOVE BNC-ACC-ID TO      WS-ACC-ID-DISP
000000                 MOVE WS-ACC-ID-DISP
000000                                 TO      HV-ACC-ID
000000                 MOVE 'Y'        TO      WS-MATCHED
000000             END-IF
000000         WHEN OTHER
000000             MOVE BNC-ACC-ID     TO      WS-ITEM-REF-ID
000000             MOVE 'Y'            TO      WS-BAD-INPUT
000000     END-EVALUATE.
000000     PERFORM SPD9999RTM-APPLY-ITEM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 1件分の作業域初期化
000000* SPD9999RTM-INIT-ITEM   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-INIT-ITEM.
000000     MOVE 'N'                    TO      WS-ITEM-PMN.
000000     MOVE 'N'                    TO      WS-BAD-INPUT.
000000     MOVE 'N'                    TO      WS-MATCHED.
000000     MOVE 'N'                    TO      WS-MASTER-FOUND.
000000     MOVE SPACES                 TO      WS-ITEM-REF-ID.
000000     MOVE SPACES                 TO      WS-RESULT.
000000     MOVE 0                      TO      HV-ACC-ID.
000000     MOVE 0                      TO      HV-ORDER-ID.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 決済通知の照合
000000* SPD9999RTM-MATCH-NOTICE SECTION |     （COMMON）
000000*                                |      対象: DB_NOTICE_HISTORY
000000*                                |      再印字で同じ注文・決済日の
000000*                                |      行が複数あっても口座は同一
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-MATCH-NOTICE.
000000     MOVE HV-ORDER-ID            TO      NH-ORDER-ID.
000000     MOVE WS-ITEM-DOC-DATE       TO      NH-SETTLE-DATE.
000000     EXEC SQL
000000         SELECT COALESCE(MAX(ACC_ID), 0)
000000         INTO   :NH-ACC-ID
000000         FROM   MYDB.DB_NOTICE_HISTORY
000000         WHERE  ORDER_ID    = :NH-ORDER-ID
000000         AND    SETTLE_DATE = :NH-SETTLE-DATE
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999RTM-MATCH-NOTICE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT DB_NOTICE_HISTORY FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RTM-ABEND
000000     END-IF.
000000     IF NH-ACC-ID NOT = 0
000000         MOVE NH-ACC-ID          TO      HV-ACC-ID
000000         MOVE 'Y'                TO      WS-MATCHED
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 満期前通知の照合
000000* SPD9999RTM-MATCH-PMN   SECTION |      （COMMON）
000000*                                |      対象: DB_MATURITY_NOTICE
000000*                                |      回答期限・回答状況も取得
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-MATCH-PMN.
000000     MOVE HV-ORDER-ID            TO      MN-ORDER-ID.
000000     EXEC SQL
000000         SELECT ACC_ID, NOTICE_DATE, ADJ_MATURITY_DATE,
000000                DEADLINE_DATE, RESPONSE_TYPE
000000         INTO   :MN-ACC-ID, :MN-NOTICE-DATE,
000000                :MN-ADJ-MATURITY-DATE, :MN-DEADLINE-DATE,
000000                :MN-RESPONSE-TYPE
000000         FROM   MYDB.DB_MATURITY_NOTICE
000000         WHERE  ORDER_ID = :MN-ORDER-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE MN-ACC-ID      TO      HV-ACC-ID
000000             MOVE 'Y'            TO      WS-MATCHED
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999RTM-MATCH-PMN'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT DB_MATURITY_NOTICE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RTM-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 残高証明書の照合
000000* SPD9999RTM-MATCH-CERT  SECTION |      （COMMON）
000000*                                |      対象: DB_CERT_LOG
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-MATCH-CERT.
000000     MOVE WS-REF-ID-DISP         TO      CL-CERT-SERIAL.
000000     EXEC SQL
000000         SELECT ACC_ID
000000         INTO   :CL-ACC-ID
000000         FROM   MYDB.DB_CERT_LOG
000000         WHERE  CERT_SERIAL = :CL-CERT-SERIAL
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE CL-ACC-ID      TO      HV-ACC-ID
000000             MOVE 'Y'            TO      WS-MATCHED
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999RTM-MATCH-CERT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT DB_CERT_LOG FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RTM-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 照合結果の反映
000000* SPD9999RTM-APPLY-ITEM  SECTION |      （MAIN）
000000*                                |      送付停止済みの顧客は例外を
000000*                                |      重ねて記録しない。満期前通知
000000*                                |      はRTNPMNへも出力する
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-APPLY-ITEM.
000000     IF WS-MATCHED = 'Y'
000000         PERFORM SPD9999RTM-GET-CUSTOMER
000000     END-IF.
000000     EVALUATE TRUE
000000         WHEN WS-BAD-INPUT = 'Y'
000000             ADD 1               TO      CST-COUNT-BAD-INPUT
000000             MOVE 'INVALID RECORD'
000000                                 TO      WS-RESULT
000000             MOVE CST-REASON-BAD-INPUT
000000                                 TO      EL-REASON-CODE
000000             PERFORM SPD9999RTM-LOG-EXCEPTION
000000         WHEN WS-MATCHED = 'N'
000000             ADD 1               TO      CST-COUNT-NOT-MATCHED
000000             MOVE 'DOCUMENT NOT FOUND'
000000                                 TO      WS-RESULT
000000             MOVE CST-REASON-NOT-MATCHED
000000                                 TO      EL-REASON-CODE
000000             PERFORM SPD9999RTM-LOG-EXCEPTION
000000         WHEN WS-MASTER-FOUND = 'N'
000000             ADD 1               TO      CST-COUNT-NOT-MATCHED
000000             MOVE 'NO CUSTOMER MASTER'
000000                                 TO      WS-RESULT
000000             MOVE CST-REASON-NOT-MATCHED
000000                                 TO      EL-REASON-CODE
000000             PERFORM SPD9999RTM-LOG-EXCEPTION
000000         WHEN CM-SUPPRESS-FLAG = 'Y'
000000             ADD 1               TO      CST-COUNT-ALREADY
000000             MOVE 'ALREADY SUPPRESSED'
000000                                 TO      WS-RESULT
000000         WHEN OTHER
000000             PERFORM SPD9999RTM-SET-SUPPRESS
000000             ADD 1               TO      CST-COUNT-SUPPRESSED
000000             MOVE 'SUPPRESS FLAG SET'
000000                                 TO      WS-RESULT
000000             IF WS-ITEM-BOUNCE = 'Y'
000000                 MOVE CST-REASON-BOUNCED
000000                                 TO      EL-REASON-CODE
000000             ELSE
000000                 MOVE CST-REASON-RETURNED
000000                                 TO      EL-REASON-CODE
000000             END-IF
000000             PERFORM SPD9999RTM-LOG-EXCEPTION
000000     END-EVALUATE.
000000     PERFORM SPD9999RTM-WRITE-ITEM.
000000     IF  WS-ITEM-PMN = 'Y'
000000     AND WS-MATCHED  = 'Y'
000000         PERFORM SPD9999RTM-PROC-PMN
000000     END-IF.
000000     EXEC SQL
000000         COMMIT
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999RTM-APPLY-ITEM'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'COMMIT FAILED'    TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RTM-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 顧客マスタ参照
000000* SPD9999RTM-GET-CUSTOMER SECTION |     （COMMON）
000000*                                |      対象: DB_CUSTOMER_MASTER
000000*                                |            DB_ACCID_MAP
000000*                                |      統合済みの旧IDは新IDで参照
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-GET-CUSTOMER.
000000     PERFORM SPD9999RTM-SELECT-CUSTOMER.
000000     IF WS-MASTER-FOUND = 'N'
000000         MOVE HV-ACC-ID          TO      AM-OLD-ACC-ID
000000         EXEC SQL
000000             SELECT NEW_ACC_ID
000000             INTO   :AM-NEW-ACC-ID
000000             FROM   MYDB.DB_ACCID_MAP
000000             WHERE  OLD_ACC_ID = :AM-OLD-ACC-ID
000000         END-EXEC
000000         EVALUATE SQLCODE
000000             WHEN 0
000000                 MOVE AM-NEW-ACC-ID
000000                                 TO      HV-ACC-ID
000000                 PERFORM SPD9999RTM-SELECT-CUSTOMER
000000             WHEN 100
000000                 CONTINUE
000000             WHEN OTHER
000000                 MOVE 'SPD9999RTM-GET-CUSTOMER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000                 MOVE 'SELECT DB_ACCID_MAP FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000                 PERFORM SPD9999RTM-ABEND
000000         END-EVALUATE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 顧客マスタの読込
000000* SPD9999RTM-SELECT-CUSTOMER SECTION | （COMMON）
000000*                                |      対象: DB_CUSTOMER_MASTER
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-SELECT-CUSTOMER.
000000     MOVE HV-ACC-ID              TO      CM-ACC-ID.
000000     EXEC SQL
000000         SELECT CUST_NAME, HONORIFIC, POSTAL_CODE,
000000                ADDRESS_1, ADDRESS_2, DELIVERY_PREF,
000000                SUPPRESS_FLAG
000000         INTO   :CM-CUST-NAME, :CM-HONORIFIC, :CM-POSTAL-CODE,
000000                :CM-ADDRESS-1, :CM-ADDRESS-2, :CM-DELIVERY-PREF,
000000                :CM-SUPPRESS-FLAG
000000         FROM   MYDB.DB_CUSTOMER_MASTER
000000         WHERE  ACC_ID = :CM-ACC-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE 'Y'            TO      WS-MASTER-FOUND
000000         WHEN 100
000000             MOVE SPACES         TO      CM-CUST-NAME
000000         WHEN OTHER
000000             MOVE 'SPD9999RTM-SELECT-CUSTOMER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT CUSTOMER MASTER FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RTM-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 送付停止フラグの設定
000000* SPD9999RTM-SET-SUPPRESS SECTION |     （MAIN）
000000*                                |      対象: DB_CUSTOMER_MASTER
000000*                                |            DB_CUSTOMER_ADDR_HIST
000000*                                |      SPD9999ONKと同じく履歴の
000000*                                |      無い顧客は変更前を先に記録
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-SET-SUPPRESS.
000000     PERFORM SPD9999RTM-GET-HIST-SEQ.
000000     IF AH-CHANGE-SEQ = 1
000000         MOVE CST-HIST-INITIAL   TO      AH-CHANGE-TYPE
000000         MOVE SPACES             TO      AH-CHANGE-FIELD
000000         MOVE CST-DATE-BEFORE-HIST
000000                                 TO      AH-EFFECTIVE-DATE
000000         PERFORM SPD9999RTM-INS-HIST
000000         ADD 1                   TO      AH-CHANGE-SEQ
000000     END-IF.
000000     MOVE 'Y'                    TO      CM-SUPPRESS-FLAG.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_CUSTOMER_MASTER
000000         SET     SUPPRESS_FLAG = :CM-SUPPRESS-FLAG
000000         WHERE   ACC_ID        = :CM-ACC-ID
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999RTM-SET-SUPPRESS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'UPDATE DB_CUSTOMER_MASTER FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RTM-ABEND
000000     END-IF.
000000     MOVE CST-HIST-RETURNED      TO      AH-CHANGE-TYPE.
000000     MOVE CST-FLD-SUPPRESS       TO      AH-CHANGE-FIELD.
000000     MOVE HV-DATE-CURRENT-X      TO      AH-EFFECTIVE-DATE.
000000     PERFORM SPD9999RTM-INS-HIST.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 履歴連番の採番
000000* SPD9999RTM-GET-HIST-SEQ SECTION |     （COMMON）
000000*                                |      対象: DB_CUSTOMER_ADDR_HIST
000000*                                |      次の連番をAH-CHANGE-SEQへ
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-GET-HIST-SEQ.
000000     EXEC SQL
000000         SELECT COALESCE(MAX(CHANGE_SEQ), 0)
000000         INTO   :HV-MAX-SEQ
000000         FROM   MYDB.DB_CUSTOMER_ADDR_HIST
000000         WHERE  ACC_ID = :CM-ACC-ID
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999RTM-GET-HIST-SEQ'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'SELECT MAX CHANGE_SEQ FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RTM-ABEND
000000     END-IF.
000000     COMPUTE AH-CHANGE-SEQ = HV-MAX-SEQ + 1.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 宛名履歴の記録
000000* SPD9999RTM-INS-HIST    SECTION |      （COMMON）
000000*                                |      対象: DB_CUSTOMER_ADDR_HIST
000000*                                |      CM-の全項目を1行として記録
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-INS-HIST.
000000     MOVE CM-ACC-ID              TO      AH-ACC-ID.
000000     MOVE CM-CUST-NAME           TO      AH-CUST-NAME.
000000     MOVE CM-HONORIFIC           TO      AH-HONORIFIC.
000000     MOVE CM-POSTAL-CODE         TO      AH-POSTAL-CODE.
000000     MOVE CM-ADDRESS-1           TO      AH-ADDRESS-1.
000000     MOVE CM-ADDRESS-2           TO      AH-ADDRESS-2.
000000     MOVE CM-DELIVERY-PREF       TO      AH-DELIVERY-PREF.
000000     MOVE CM-SUPPRESS-FLAG       TO      AH-SUPPRESS-FLAG.
000000     MOVE CST-CHANGED-BY         TO      AH-CHANGED-BY.
000000     MOVE FUNCTION CURRENT-DATE  TO      AH-CHANGE-TS.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_CUSTOMER_ADDR_HIST
000000             (ACC_ID, CHANGE_SEQ, EFFECTIVE_DATE, CHANGE_TYPE,
000000              CHANGE_FIELD, CUST_NAME, HONORIFIC, POSTAL_CODE,
000000              ADDRESS_1, ADDRESS_2, DELIVERY_PREF,
000000              SUPPRESS_FLAG, CHANGED_BY, CHANGE_TS)
000000         VALUES
000000             (:AH-ACC-ID, :AH-CHANGE-SEQ, :AH-EFFECTIVE-DATE,
000000              :AH-CHANGE-TYPE, :AH-CHANGE-FIELD,
000000              :AH-CUST-NAME, :AH-HONORIFIC, :AH-POSTAL-CODE,
000000              :AH-ADDRESS-1, :AH-ADDRESS-2, :AH-DELIVERY-PREF,
000000              :AH-SUPPRESS-FLAG, :AH-CHANGED-BY, :AH-CHANGE-TS)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999RTM-INS-HIST'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'INSERT DB_CUSTOMER_ADDR_HIST FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RTM-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 満期前通知不達の出力
000000* SPD9999RTM-PROC-PMN    SECTION |      （MAIN）
000000*                                |      未回答の通知は回答期限を
000000*                                |      付けて別途例外記録する
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-PROC-PMN.
000000     ADD 1                       TO      CST-COUNT-PMN.
000000     EVALUATE MN-RESPONSE-TYPE
000000         WHEN CST-RESPONSE-NONE
000000             MOVE 'NONE'         TO      WS-RESPONSE-TEXT
000000         WHEN '1'
000000             MOVE 'WITHDRAW'     TO      WS-RESPONSE-TEXT
000000         WHEN '2'
000000             MOVE 'RENEW PRIN'   TO      WS-RESPONSE-TEXT
000000         WHEN '3'
000000             MOVE 'RENEW P+I'    TO      WS-RESPONSE-TEXT
000000         WHEN OTHER
000000             MOVE MN-RESPONSE-TYPE
000000                                 TO      WS-RESPONSE-TEXT
000000     END-EVALUATE.
000000     MOVE MN-ORDER-ID            TO      WS-ORDER-ID-DISP.
000000     MOVE WS-ORDER-ID-DISP       TO      PRT-PMN-ORDER-ID.
000000     MOVE HV-ACC-ID              TO      WS-ACC-ID-DISP.
000000     MOVE WS-ACC-ID-DISP         TO      PRT-PMN-ACC-ID.
000000     MOVE MN-NOTICE-DATE         TO      PRT-PMN-NOTICE-DATE.
000000     MOVE MN-ADJ-MATURITY-DATE   TO      PRT-PMN-MATURITY-DATE.
000000     MOVE MN-DEADLINE-DATE       TO      PRT-PMN-DEADLINE-DATE.
000000     MOVE WS-RESPONSE-TEXT       TO      PRT-PMN-RESPONSE.
000000     MOVE CM-CUST-NAME           TO      PRT-PMN-CUST-NAME.
000000     MOVE PRT-LINE-PMN           TO      PMN-REC.
000000     PERFORM SPD9999RTM-WRITE-PMN.
000000     IF MN-RESPONSE-TYPE = CST-RESPONSE-NONE
000000         MOVE CST-REASON-PMN-UNDELIV
000000                                 TO      EL-REASON-CODE
000000         PERFORM SPD9999RTM-LOG-EXCEPTION
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 例外ログの記録
000000* SPD9999RTM-LOG-EXCEPTION SECTION |    （COMMON）
000000*                                |      対象: DB_EXCEPTION_LOG
000000*                                |      EL-REASON-CODEは呼出元で設定
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-LOG-EXCEPTION.
000000     MOVE HV-ORDER-ID            TO      EL-ORDER-ID.
000000     IF HV-ACC-ID = 0
000000         MOVE SPACES             TO      EL-ACC-ID
000000     ELSE
000000         MOVE HV-ACC-ID          TO      WS-ACC-ID-DISP
000000         MOVE WS-ACC-ID-DISP     TO      EL-ACC-ID
000000     END-IF.
000000     MOVE CST-RUN-MODE-RTM       TO      EL-RUN-MODE.
000000     MOVE HV-DATE-CURRENT-X      TO      EL-RUN-DATE.
000000     MOVE SPACES                 TO      EL-DETAIL.
000000     IF EL-REASON-CODE = CST-REASON-PMN-UNDELIV
000000         STRING 'PMN UNDELIVERED, ELECTION DUE '
000000                MN-DEADLINE-DATE
000000             DELIMITED BY SIZE
000000             INTO EL-DETAIL
000000         END-STRING
000000     ELSE
000000         STRING WS-ITEM-DOC ' ' WS-ITEM-REF-ID ' '
000000                WS-ITEM-EVENT-DATE ' ' WS-RESULT
000000             DELIMITED BY SIZE
000000             INTO EL-DETAIL
000000         END-STRING
000000     END-IF.
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
000000*                                | NOTE: 不達一覧明細の出力
000000* SPD9999RTM-WRITE-ITEM  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-WRITE-ITEM.
000000     MOVE WS-ITEM-DOC            TO      PRT-ITM-DOC.
000000     MOVE WS-ITEM-REF-ID         TO      PRT-ITM-REF-ID.
000000     MOVE WS-ITEM-DOC-DATE       TO      PRT-ITM-DOC-DATE.
000000     MOVE WS-ITEM-EVENT-DATE     TO      PRT-ITM-EVENT-DATE.
000000     IF HV-ACC-ID = 0
000000         MOVE SPACES             TO      PRT-ITM-ACC-ID
000000     ELSE
000000         MOVE HV-ACC-ID          TO      WS-ACC-ID-DISP
000000         MOVE WS-ACC-ID-DISP     TO      PRT-ITM-ACC-ID
000000     END-IF.
000000     MOVE WS-RESULT              TO      PRT-ITM-RESULT.
000000     MOVE WS-ITEM-REASON         TO      PRT-ITM-REASON.
000000     MOVE PRT-LINE-ITEM          TO      PRT-REC.
000000     PERFORM SPD9999RTM-WRITE-PRINT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 合計行の出力
000000* SPD9999RTM-WRITE-TOTALS SECTION |     （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-WRITE-TOTALS.
000000     MOVE PRT-LINE-BLANK         TO      PRT-REC.
000000     PERFORM SPD9999RTM-WRITE-PRINT.
000000     MOVE 'RETURNED MAIL READ'   TO      PRT-TOT-LABEL.
000000     MOVE CST-COUNT-MAIL-READ    TO      PRT-TOT-COUNT.
000000     MOVE PRT-LINE-TOTAL         TO      PRT-REC.
000000     PERFORM SPD9999RTM-WRITE-PRINT.
000000     MOVE 'E-DELIVERY BOUNCES READ'
000000                                 TO      PRT-TOT-LABEL.
000000     MOVE CST-COUNT-BOUNCE-READ  TO      PRT-TOT-COUNT.
000000     MOVE PRT-LINE-TOTAL         TO      PRT-REC.
000000     PERFORM SPD9999RTM-WRITE-PRINT.
000000     MOVE 'SUPPRESS FLAG SET'    TO      PRT-TOT-LABEL.
000000     MOVE CST-COUNT-SUPPRESSED   TO      PRT-TOT-COUNT.
000000     MOVE PRT-LINE-TOTAL         TO      PRT-REC.
000000     PERFORM SPD9999RTM-WRITE-PRINT.
000000     MOVE 'ALREADY SUPPRESSED'   TO      PRT-TOT-LABEL.
000000     MOVE CST-COUNT-ALREADY      TO      PRT-TOT-COUNT.
000000     MOVE PRT-LINE-TOTAL         TO      PRT-REC.
000000     PERFORM SPD9999RTM-WRITE-PRINT.
000000     MOVE 'NOT MATCHED'          TO      PRT-TOT-LABEL.
000000     MOVE CST-COUNT-NOT-MATCHED  TO      PRT-TOT-COUNT.
000000     MOVE PRT-LINE-TOTAL         TO      PRT-REC.
000000     PERFORM SPD9999RTM-WRITE-PRINT.
000000     MOVE 'INVALID RECORDS'      TO      PRT-TOT-LABEL.
000000     MOVE CST-COUNT-BAD-INPUT    TO      PRT-TOT-COUNT.
000000     MOVE PRT-LINE-TOTAL         TO      PRT-REC.
000000     PERFORM SPD9999RTM-WRITE-PRINT.
000000     MOVE 'PRE-MATURITY NOTICES (RTNPMN)'
000000                                 TO      PRT-TOT-LABEL.
000000     MOVE CST-COUNT-PMN          TO      PRT-TOT-COUNT.
000000     MOVE PRT-LINE-TOTAL         TO      PRT-REC.
000000     PERFORM SPD9999RTM-WRITE-PRINT.
000000     MOVE PRT-LINE-BLANK         TO      PMN-REC.
000000     PERFORM SPD9999RTM-WRITE-PMN.
000000     MOVE 'PRE-MATURITY NOTICES'
000000                                 TO      PRT-TOT-LABEL.
000000     MOVE CST-COUNT-PMN          TO      PRT-TOT-COUNT.
000000     MOVE PRT-LINE-TOTAL         TO      PMN-REC.
000000     PERFORM SPD9999RTM-WRITE-PMN.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 不達一覧行の出力
000000* SPD9999RTM-WRITE-PRINT SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-WRITE-PRINT.
000000     WRITE PRT-REC.
000000     IF WS-PRT-STATUS NOT = '00'
000000         MOVE 'SPD9999RTM-WRITE-PRINT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE RTNPRT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RTM-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 満期前通知一覧行の出力
000000* SPD9999RTM-WRITE-PMN   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-WRITE-PMN.
000000     WRITE PMN-REC.
000000     IF WS-PMN-STATUS NOT = '00'
000000         MOVE 'SPD9999RTM-WRITE-PMN'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE RTNPMN FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RTM-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999RTM-ABEND       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RTM-ABEND.
000000     DISPLAY 'SPD9999RTM-ABEND'.
000000     DISPLAY 'ERROR MODULE : ' CST-ABEND-BREAKPOINT.
000000     DISPLAY 'ERROR DETAIL : ' CST-ABEND-DETAIL.
000000     DISPLAY 'SQLCODE      : ' SQLCODE.
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
000000 END PROGRAM SPD9999RTM.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
