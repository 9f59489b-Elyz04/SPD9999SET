000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999RSH.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999RSH
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            公示用金利表の作成バッチ
000000*                                指定の適用日に有効なDB_INTEREST_INFO
000000*                                から、店頭掲示用の印刷帳票と
000000*                                ウェブサイト掲載用の構造化ファイル
000000*                                を作成し、前回公示分との差異レポート
000000*                                を出力する。公示利率は決済エンジンが
000000*                                参照する同じ行から機械的に作成する
000000*                                ため、手入力による乖離を生じない。
000000*                                PARM='適用日(YYYYMMDD)'
000000*                                  SPACESは当日
000000*                                対象: 適用日が有効期間内（両端含む）
000000*                                  の利率行のうち、DB_PRODUCTの販売
000000*                                  期間内の預金タイプ
000000*                                明細: 預金タイプ×取扱通貨（CCY_LIST
000000*                                  の順。SPACESは'ALL'の1行）×残高階層
000000*                                公示利率: 利率が負の場合はDB_RATE_FLOOR
000000*                                  に従う（行なし・'Z'は0、'C'は負の
000000*                                  まま'CHARGE'注記）
000000*                                中途解約: EARLY_FLAG='N'は取扱不可、
000000*                                  それ以外は利率−ペナルティ利率（0
000000*                                  未満は0）を中途解約利率として表示
000000*                                  （決済の中途解約計算と同じ）
000000*                                出力ファイル:
000000*                                  RSHPRT  : 店頭掲示用金利表
000000*                                  RSHWEB  : ウェブ掲載用ファイル
000000*                                            （H/D/Tレコード）
000000*                                  RSHCHG  : 前回公示との差異レポート
000000*                                入力ファイル:
000000*                                  RSHPREV : 前回作成したRSHWEB
000000*                                            （初回はDD割当てなし可。
000000*                                            全行を新規として出力）
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
000000     SELECT PRINT-FILE    ASSIGN TO 'RSHPRT'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-PRT-STATUS.
000000     SELECT WEB-FILE      ASSIGN TO 'RSHWEB'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-WEB-STATUS.
000000     SELECT CHANGE-FILE   ASSIGN TO 'RSHCHG'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-CHG-STATUS.
000000     SELECT PREV-FILE     ASSIGN TO 'RSHPREV'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-PRV-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000 FD  PRINT-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 132 CHARACTERS.
000000 01 PRT-REC                      PIC X(132).
000000 FD  WEB-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 120 CHARACTERS.
000000 01 WEB-REC                      PIC X(120).
000000 FD  CHANGE-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 132 CHARACTERS.
000000 01 CHG-REC                      PIC X(132).
000000 FD  PREV-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 120 CHARACTERS.
000000 01 PRV-REC                      PIC X(120).
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ワークエリア
000000*/-------------------------------------------------------------/*
000000*--- SQLCA および DCLGEN インクルード部分
000000     EXEC SQL
000000         INCLUDE                 SQLCA
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_INTEREST_INFO
000000     EXEC SQL
000000         INCLUDE                 INTINFO
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_PRODUCT
000000     EXEC SQL
000000         INCLUDE                 PRDMST
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_PENALTY_RATE
000000     EXEC SQL
000000         INCLUDE                 PENRATE
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_RATE_FLOOR
000000     EXEC SQL
000000         INCLUDE                 RATEFL
000000     END-EXEC.
000000 01 WS-PRT-STATUS                PIC X(02).
000000 01 WS-WEB-STATUS                PIC X(02).
000000 01 WS-CHG-STATUS                PIC X(02).
000000 01 WS-PRV-STATUS                PIC X(02).
000000 01 WS-VARIABLES.
000000    03 WS-PARAM-DATE-CHAR        PIC X(08).
000000    03 WS-PREV-TYPE              PIC X(10).
000000    03 WS-CCY-IDX                PIC S9(04) COMP.
000000    03 WS-CCY-POS                PIC S9(04) COMP.
000000    03 WS-CUR-CCY                PIC X(03).
000000    03 WS-TIER-IDX               PIC S9(04) COMP.
000000    03 WS-PRV-IDX                PIC S9(04) COMP.
000000    03 WS-PCT                    PIC S9(03)V99.
000000    03 WS-CHANGE-ACTION          PIC X(08).
000000*--- 処理中の預金タイプ（商品）
000000    03 WS-CUR-TYPE               PIC X(10).
000000    03 WS-CUR-NAME               PIC X(30).
000000    03 WS-CUR-CCY-LIST           PIC X(30).
000000    03 WS-CUR-EARLY-FLAG         PIC X(01).
000000    03 WS-CUR-PEN-RATE           PIC S9(01)V9(04) COMP-3.
000000    03 WS-CUR-FLOOR-RULE         PIC X(01).
000000 01 HV-VARIABLES.
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000    03 HV-EFF-DATE-X             PIC X(08).
000000    03 HV-PEN-RATE               PIC S9(01)V9(04) COMP-3.
000000*/-------------------------------------------------------------/*
000000*  残高階層バッファ（1預金タイプ分）
000000*/-------------------------------------------------------------/*
000000 01 TIER-TABLE.
000000    03 TIER-CNT                  PIC S9(04) COMP VALUE 0.
000000    03 TIER-ROW OCCURS 50.
000000       05 TIER-MIN               PIC S9(13)V99    COMP-3.
000000       05 TIER-MAX               PIC S9(13)V99    COMP-3.
000000       05 TIER-TBL-RATE          PIC S9(01)V9(04) COMP-3.
000000       05 TIER-PUB-RATE          PIC S9(01)V9(04) COMP-3.
000000       05 TIER-EARLY-RATE        PIC S9(01)V9(04) COMP-3.
000000       05 TIER-NOTE              PIC X(08).
000000       05 TIER-EFF-START         PIC X(08).
000000       05 TIER-EFF-END           PIC X(08).
000000*/-------------------------------------------------------------/*
000000*  前回公示分テーブル（RSHPREVのDレコード）
000000*/-------------------------------------------------------------/*
000000 01 PRV-TABLE.
000000    03 PRV-CNT                   PIC S9(04) COMP VALUE 0.
000000    03 PRV-ROW OCCURS 2000.
000000       05 PRV-KEY.
000000          07 PRV-SAVING-TYPE     PIC X(10).
000000          07 PRV-CURRENCY        PIC X(03).
000000          07 PRV-TIER-MIN        PIC 9(13)V99.
000000       05 PRV-TIER-MAX           PIC 9(13)V99.
000000       05 PRV-PUB-RATE           PIC S9(01)V9(04) COMP-3.
000000       05 PRV-EARLY-FLAG         PIC X(01).
000000       05 PRV-EARLY-RATE         PIC S9(01)V9(04) COMP-3.
000000       05 PRV-MATCHED            PIC X(01).
000000 01 NEW-KEY.
000000    03 NEW-SAVING-TYPE           PIC X(10).
000000    03 NEW-CURRENCY              PIC X(03).
000000    03 NEW-TIER-MIN              PIC 9(13)V99.
000000*/-------------------------------------------------------------/*
000000*  ウェブ掲載用ファイルのレコード（RSHWEB・RSHPREV共通）
000000*/-------------------------------------------------------------/*
000000 01 RSH-WEB-HEADER.
000000    03 RSH-H-TYPE                PIC X(01) VALUE 'H'.
000000    03 RSH-H-EFF-DATE            PIC X(08).
000000    03 RSH-H-RUN-DATE            PIC X(08).
000000    03 FILLER                    PIC X(103) VALUE SPACES.
000000 01 RSH-WEB-DETAIL.
000000    03 RSH-D-TYPE                PIC X(01).
000000    03 RSH-D-SAVING-TYPE         PIC X(10).
000000    03 RSH-D-PRODUCT-NAME        PIC X(30).
000000    03 RSH-D-CURRENCY            PIC X(03).
000000    03 RSH-D-TIER-MIN            PIC 9(13)V99.
000000    03 RSH-D-TIER-MAX            PIC 9(13)V99.
000000    03 RSH-D-TABLE-RATE          PIC S9(01)V9(04)
000000                                 SIGN LEADING SEPARATE.
000000    03 RSH-D-PUB-RATE            PIC S9(01)V9(04)
000000                                 SIGN LEADING SEPARATE.
000000    03 RSH-D-FLOOR-RULE          PIC X(01).
000000    03 RSH-D-EARLY-FLAG          PIC X(01).
000000    03 RSH-D-PEN-RATE            PIC S9(01)V9(04)
000000                                 SIGN LEADING SEPARATE.
000000    03 RSH-D-EARLY-RATE          PIC S9(01)V9(04)
000000                                 SIGN LEADING SEPARATE.
000000    03 RSH-D-EFF-START           PIC X(08).
000000    03 RSH-D-EFF-END             PIC X(08).
000000    03 FILLER                    PIC X(04).
000000 01 RSH-WEB-TRAILER.
000000    03 RSH-T-TYPE                PIC X(01) VALUE 'T'.
000000    03 RSH-T-COUNT               PIC 9(09).
000000    03 FILLER                    PIC X(110) VALUE SPACES.
000000*/-------------------------------------------------------------/*
000000*  印刷編集エリア（RSHPRT）
000000*/-------------------------------------------------------------/*
000000 01 PRT-HEADER-1.
000000    03 FILLER                    PIC X(40)
000000                                 VALUE 'SPD9999RSH  RATE SHEET'.
000000    03 FILLER                    PIC X(12)  VALUE 'EFFECTIVE : '.
000000    03 PRT-H1-EFF-DATE           PIC X(08).
000000    03 FILLER                    PIC X(14)
000000                                 VALUE '   RUN DATE : '.
000000    03 PRT-H1-RUN-DATE           PIC X(08).
000000    03 FILLER                    PIC X(50)  VALUE SPACES.
000000 01 PRT-PRODUCT-LINE.
000000    03 FILLER                    PIC X(10)  VALUE 'PRODUCT : '.
000000    03 PRT-P-SAVING-TYPE         PIC X(10).
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 PRT-P-PRODUCT-NAME        PIC X(30).
000000    03 FILLER                    PIC X(21)
000000                                 VALUE '  EARLY WITHDRAWAL : '.
000000    03 PRT-P-EARLY               PIC X(30).
000000    03 FILLER                    PIC X(29)  VALUE SPACES.
000000 01 PRT-CCY-LINE.
000000    03 FILLER                    PIC X(13)  VALUE '  CURRENCY : '.
000000    03 PRT-C-CURRENCY            PIC X(03).
000000    03 FILLER                    PIC X(116) VALUE SPACES.
000000 01 PRT-COLUMN-LINE.
000000    03 FILLER                    PIC X(26)
000000                                 VALUE '    BALANCE FROM'.
000000    03 FILLER                    PIC X(25)
000000                                 VALUE '    BALANCE UNDER'.
000000    03 FILLER                    PIC X(10)  VALUE '   RATE %'.
000000    03 FILLER                    PIC X(10)  VALUE ' NOTE'.
000000    03 FILLER                    PIC X(12)  VALUE ' EARLY RATE%'.
000000    03 FILLER                    PIC X(49)  VALUE SPACES.
000000 01 PRT-TIER-LINE.
000000    03 FILLER                    PIC X(04)  VALUE SPACES.
000000    03 PRT-T-TIER-MIN            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
000000    03 FILLER                    PIC X(04)  VALUE SPACES.
000000    03 PRT-T-TIER-MAX            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
000000    03 PRT-T-TIER-MAX-X          REDEFINES PRT-T-TIER-MAX
000000                                 PIC X(20).
000000    03 FILLER                    PIC X(04)  VALUE SPACES.
000000    03 PRT-T-RATE                PIC -ZZ9.99.
000000    03 FILLER                    PIC X(03)  VALUE SPACES.
000000    03 PRT-T-NOTE                PIC X(08).
000000    03 FILLER                    PIC X(04)  VALUE SPACES.
000000    03 PRT-T-EARLY-RATE          PIC -ZZ9.99.
000000    03 PRT-T-EARLY-RATE-X        REDEFINES PRT-T-EARLY-RATE
000000                                 PIC X(07).
000000    03 FILLER                    PIC X(51)  VALUE SPACES.
000000*/-------------------------------------------------------------/*
000000*  差異レポート編集エリア（RSHCHG）
000000*/-------------------------------------------------------------/*
000000 01 CHG-HEADER-1.
000000    03 FILLER                    PIC X(40)
000000                                 VALUE 'SPD9999RSH  RATE CHANGES'.
000000    03 FILLER                    PIC X(12)  VALUE 'EFFECTIVE : '.
000000    03 CHG-H1-EFF-DATE           PIC X(08).
000000    03 FILLER                    PIC X(14)
000000                                 VALUE '   PREVIOUS : '.
000000    03 CHG-H1-PREV-DATE          PIC X(08).
000000    03 FILLER                    PIC X(50)  VALUE SPACES.
000000 01 CHG-COLUMN-LINE.
000000    03 FILLER                    PIC X(09)  VALUE 'CHANGE'.
000000    03 FILLER                    PIC X(11)  VALUE 'TYPE'.
000000    03 FILLER                    PIC X(04)  VALUE 'CCY'.
000000    03 FILLER                    PIC X(21)
000000                                 VALUE '        BALANCE FROM'.
000000    03 FILLER                    PIC X(21)
000000                                 VALUE '   OLD BALANCE UNDER'.
000000    03 FILLER                    PIC X(21)
000000                                 VALUE '   NEW BALANCE UNDER'.
000000    03 FILLER                    PIC X(09)  VALUE ' OLD RATE'.
000000    03 FILLER                    PIC X(09)  VALUE ' NEW RATE'.
000000    03 FILLER                    PIC X(04)  VALUE ' OE'.
000000    03 FILLER                    PIC X(09)  VALUE 'OLD EARLY'.
000000    03 FILLER                    PIC X(04)  VALUE ' NE'.
000000    03 FILLER                    PIC X(10)  VALUE 'NEW EARLY'.
000000 01 CHG-DETAIL.
000000    03 CHG-D-ACTION              PIC X(08).
000000    03 FILLER                    PIC X(01)  VALUE SPACE.
000000    03 CHG-D-SAVING-TYPE         PIC X(10).
000000    03 FILLER                    PIC X(01)  VALUE SPACE.
000000    03 CHG-D-CURRENCY            PIC X(03).
000000    03 FILLER                    PIC X(01)  VALUE SPACE.
000000    03 CHG-D-TIER-MIN            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
000000    03 FILLER                    PIC X(01)  VALUE SPACE.
000000    03 CHG-D-OLD-TIER-MAX        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
000000    03 FILLER                    PIC X(01)  VALUE SPACE.
000000    03 CHG-D-NEW-TIER-MAX        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
000000    03 FILLER                    PIC X(01)  VALUE SPACE.
000000    03 CHG-D-OLD-RATE            PIC -ZZ9.99.
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 CHG-D-NEW-RATE            PIC -ZZ9.99.
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 CHG-D-OLD-EARLY-FLAG      PIC X(01).
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 CHG-D-OLD-EARLY           PIC -ZZ9.99.
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 CHG-D-NEW-EARLY-FLAG      PIC X(01).
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 CHG-D-NEW-EARLY           PIC -ZZ9.99.
000000    03 FILLER                    PIC X(05)  VALUE SPACES.
000000 01 CHG-FOOTER.
000000    03 CHG-F-LABEL               PIC X(20).
000000    03 CHG-F-COUNT               PIC Z(08)9.
000000    03 FILLER                    PIC X(103) VALUE SPACES.
000000 01 CST-VARIABLES.
000000    03 CST-CCY-MAX               PIC S9(04) COMP VALUE 10.
000000    03 CST-TIER-MAX              PIC S9(04) COMP VALUE 50.
000000    03 CST-PRV-MAX               PIC S9(04) COMP VALUE 2000.
000000    03 CST-TIER-TOP              PIC S9(13)V99    COMP-3
000000                                 VALUE 9999999999999.99.
000000    03 CST-CCY-ALL               PIC X(03)  VALUE 'ALL'.
000000    03 CST-FLOOR-CHARGE          PIC X(01)  VALUE 'C'.
000000    03 CST-NOTE-FLOOR            PIC X(08)  VALUE 'FLOOR 0'.
000000    03 CST-NOTE-CHARGE           PIC X(08)  VALUE 'CHARGE'.
000000    03 CST-EARLY-NOT-ALLOWED     PIC X(01)  VALUE 'N'.
000000    03 CST-PRV-PRESENT           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-RT            PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-PRV               PIC X(01)  VALUE 'N'.
000000    03 CST-PRV-FOUND             PIC X(01)  VALUE 'N'.
000000    03 CST-PRV-TRL-COUNT         PIC 9(09)  VALUE 0.
000000    03 CST-PRV-EFF-DATE          PIC X(08)  VALUE 'NONE'.
000000    03 CST-COUNT-WEB             PIC 9(09)  VALUE 0.
000000    03 CST-COUNT-NEW             PIC 9(09)  VALUE 0.
000000    03 CST-COUNT-CHANGED         PIC 9(09)  VALUE 0.
000000    03 CST-COUNT-DELETED         PIC 9(09)  VALUE 0.
000000    03 CST-COUNT-SAME            PIC 9(09)  VALUE 0.
000000    03 CST-ABEND-BREAKPOINT      PIC X(100) VALUE SPACES.
000000    03 CST-ABEND-DETAIL          PIC X(100) VALUE SPACES.
000000*--- SPD9999BDT（業務日付取得）呼出パラメータ
000000 01 WS-PARAM-BDT.
000000    03 WS-BDT-DATE               PIC X(08).
000000    03 WS-BDT-PREV-DATE          PIC X(08).
000000    03 WS-BDT-RETURN             PIC S9(04) COMP.
000000*/-------------------------------------------------------------/*
000000*  JCL パラメータ受け取りエリア
000000*/-------------------------------------------------------------/*
000000 LINKAGE                         SECTION.
000000 01 LNK-PARAM-JCL.
000000    03 LNK-PARAM-LENGTH          PIC S9(04) COMP.
000000*--- '適用日(YYYYMMDD)'。SPACESは当日
000000    03 LNK-PARAM-DATA            PIC X(08).
000000*/-------------------------------------------------------------/*
000000 PROCEDURE                       DIVISION USING LNK-PARAM-JCL.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999RSH-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RSH-MAIN.
000000     DISPLAY 'START SPD9999RSH'.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     PERFORM SPD9999RSH-CHK-PARAM.
000000     PERFORM SPD9999RSH-OPEN-FILES.
000000     PERFORM SPD9999RSH-LOAD-PREVIOUS.
000000     PERFORM SPD9999RSH-WRITE-HEADERS.
000000     PERFORM SPD9999RSH-BUILD-SHEET.
000000     PERFORM SPD9999RSH-REPORT-DELETED.
000000     PERFORM SPD9999RSH-WRITE-TRAILERS.
000000     PERFORM SPD9999RSH-CLOSE-FILES.
000000     DISPLAY 'EFFECTIVE DATE            : ' HV-EFF-DATE-X.
000000     DISPLAY 'PREVIOUS SHEET DATE       : ' CST-PRV-EFF-DATE.
000000     DISPLAY 'RATE SHEET ROWS           : ' CST-COUNT-WEB.
000000     DISPLAY 'ROWS NEW                  : ' CST-COUNT-NEW.
000000     DISPLAY 'ROWS CHANGED              : ' CST-COUNT-CHANGED.
000000     DISPLAY 'ROWS DELETED              : ' CST-COUNT-DELETED.
000000     DISPLAY 'ROWS UNCHANGED            : ' CST-COUNT-SAME.
000000     DISPLAY 'END   SPD9999RSH'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: パラメータ検証・適用日決定
000000* SPD9999RSH-CHK-PARAM   SECTION |      （COMMON）
000000*                                |      未指定は当日
000000*/-------------------------------------------------------------/*
000000 SPD9999RSH-CHK-PARAM.
000000     IF LNK-PARAM-DATA = SPACES
000000         MOVE HV-DATE-CURRENT-X  TO      HV-EFF-DATE-X
000000     ELSE
000000         MOVE LNK-PARAM-DATA     TO      WS-PARAM-DATE-CHAR
000000         IF WS-PARAM-DATE-CHAR IS NOT NUMERIC
000000             DISPLAY 'INVALID PARM, EXPECTED YYYYMMDD : '
000000                     LNK-PARAM-DATA
000000             MOVE 'SPD9999RSH-CHK-PARAM'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'INVALID EFFECTIVE DATE PARM'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RSH-ABEND
000000         END-IF
000000         MOVE WS-PARAM-DATE-CHAR
000000                                 TO      HV-EFF-DATE-X
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ファイルオープン
000000* SPD9999RSH-OPEN-FILES  SECTION |      （COMMON）
000000*                                |      RSHPREVは任意入力（初回は
000000*                                |      DD割当てなし）
000000*/-------------------------------------------------------------/*
000000 SPD9999RSH-OPEN-FILES.
000000     OPEN OUTPUT PRINT-FILE.
000000     IF WS-PRT-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN RSHPRT, STATUS : ' WS-PRT-STATUS
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT WEB-FILE.
000000     IF WS-WEB-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN RSHWEB, STATUS : ' WS-WEB-STATUS
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT CHANGE-FILE.
000000     IF WS-CHG-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN RSHCHG, STATUS : ' WS-CHG-STATUS
000000         STOP RUN
000000     END-IF.
000000     OPEN INPUT PREV-FILE.
000000     EVALUATE WS-PRV-STATUS
000000         WHEN '00'
000000             MOVE 'Y'            TO      CST-PRV-PRESENT
000000         WHEN '35'
000000             DISPLAY 'NO PREVIOUS SHEET, ALL ROWS NEW'
000000         WHEN OTHER
000000             DISPLAY 'ERROR OPEN RSHPREV, STATUS : '
000000                     WS-PRV-STATUS
000000             STOP RUN
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ファイルクローズ
000000* SPD9999RSH-CLOSE-FILES SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RSH-CLOSE-FILES.
000000     CLOSE PRINT-FILE.
000000     CLOSE WEB-FILE.
000000     CLOSE CHANGE-FILE.
000000     IF CST-PRV-PRESENT = 'Y'
000000         CLOSE PREV-FILE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 前回公示分の読込
000000* SPD9999RSH-LOAD-PREVIOUS SECTION |    （MAIN）
000000*                                |      対象: RSHPREV
000000*                                |      Tレコードの件数と読込件数が
000000*                                |      一致しなければ異常終了
000000*/-------------------------------------------------------------/*
000000 SPD9999RSH-LOAD-PREVIOUS.
000000     IF CST-PRV-PRESENT = 'N'
000000         CONTINUE
000000     ELSE
000000         PERFORM SPD9999RSH-READ-PREVIOUS
000000         PERFORM UNTIL CST-EOF-PRV = 'Y'
000000             MOVE PRV-REC        TO      RSH-WEB-DETAIL
000000             EVALUATE RSH-D-TYPE
000000                 WHEN 'H'
000000                     MOVE PRV-REC(2:8)
000000                                 TO      CST-PRV-EFF-DATE
000000                 WHEN 'D'
000000                     PERFORM SPD9999RSH-ADD-PREVIOUS
000000                 WHEN 'T'
000000                     MOVE PRV-REC(2:9)
000000                                 TO      CST-PRV-TRL-COUNT
000000             END-EVALUATE
000000             PERFORM SPD9999RSH-READ-PREVIOUS
000000         END-PERFORM
000000         IF CST-PRV-TRL-COUNT NOT = PRV-CNT
000000             DISPLAY 'RSHPREV TRAILER COUNT : ' CST-PRV-TRL-COUNT
000000                     ' ROWS READ : ' PRV-CNT
000000             MOVE 'SPD9999RSH-LOAD-PREVIOUS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'PREVIOUS RATE SHEET INCOMPLETE'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RSH-ABEND
000000         END-IF
000000     END-IF.
000000     EXIT.
000000 SPD9999RSH-READ-PREVIOUS.
000000     READ PREV-FILE
000000         AT END
000000             MOVE 'Y'            TO      CST-EOF-PRV
000000     END-READ.
000000     IF  WS-PRV-STATUS NOT = '00'
000000     AND WS-PRV-STATUS NOT = '10'
000000         MOVE 'SPD9999RSH-READ-PREVIOUS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'READ RSHPREV FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RSH-ABEND
000000     END-IF.
000000     EXIT.
000000 SPD9999RSH-ADD-PREVIOUS.
000000     IF PRV-CNT >= CST-PRV-MAX
000000         MOVE 'SPD9999RSH-ADD-PREVIOUS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'PREVIOUS SHEET TABLE OVERFLOW (MAX 2000)'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RSH-ABEND
000000     END-IF.
000000     ADD 1                       TO      PRV-CNT.
000000     MOVE RSH-D-SAVING-TYPE      TO      PRV-SAVING-TYPE(PRV-CNT).
000000     MOVE RSH-D-CURRENCY         TO      PRV-CURRENCY(PRV-CNT).
000000     MOVE RSH-D-TIER-MIN         TO      PRV-TIER-MIN(PRV-CNT).
000000     MOVE RSH-D-TIER-MAX         TO      PRV-TIER-MAX(PRV-CNT).
000000     MOVE RSH-D-PUB-RATE         TO      PRV-PUB-RATE(PRV-CNT).
000000     MOVE RSH-D-EARLY-FLAG       TO      PRV-EARLY-FLAG(PRV-CNT).
000000     MOVE RSH-D-EARLY-RATE       TO      PRV-EARLY-RATE(PRV-CNT).
000000     MOVE 'N'                    TO      PRV-MATCHED(PRV-CNT).
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ヘッダ出力
000000* SPD9999RSH-WRITE-HEADERS SECTION |    （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RSH-WRITE-HEADERS.
000000     MOVE HV-EFF-DATE-X          TO      PRT-H1-EFF-DATE.
000000     MOVE HV-DATE-CURRENT-X      TO      PRT-H1-RUN-DATE.
000000     MOVE PRT-HEADER-1           TO      PRT-REC.
000000     PERFORM SPD9999RSH-WRITE-PRT.
000000     MOVE HV-EFF-DATE-X          TO      RSH-H-EFF-DATE.
000000     MOVE HV-DATE-CURRENT-X      TO      RSH-H-RUN-DATE.
000000     MOVE RSH-WEB-HEADER         TO      WEB-REC.
000000     PERFORM SPD9999RSH-WRITE-WEB.
000000     MOVE HV-EFF-DATE-X          TO      CHG-H1-EFF-DATE.
000000     MOVE CST-PRV-EFF-DATE       TO      CHG-H1-PREV-DATE.
000000     MOVE CHG-HEADER-1           TO      CHG-REC.
000000     PERFORM SPD9999RSH-WRITE-CHG.
000000     MOVE SPACES                 TO      CHG-REC.
000000     PERFORM SPD9999RSH-WRITE-CHG.
000000     MOVE CHG-COLUMN-LINE        TO      CHG-REC.
000000     PERFORM SPD9999RSH-WRITE-CHG.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 金利表の作成
000000* SPD9999RSH-BUILD-SHEET SECTION |      （MAIN）
000000*                                |      対象: DB_INTEREST_INFO
000000*                                |            DB_PRODUCT
000000*                                |            DB_PENALTY_RATE
000000*                                |            DB_RATE_FLOOR
000000*                                |      預金タイプの切替りで階層
000000*                                |      バッファを通貨別に出力する
000000*/-------------------------------------------------------------/*
000000 SPD9999RSH-BUILD-SHEET.
000000     MOVE 'N'                    TO      CST-EOF-CRS-RT.
000000     MOVE SPACES                 TO      WS-PREV-TYPE.
000000     MOVE 0                      TO      TIER-CNT.
000000     EXEC SQL
000000         DECLARE CRS-RT CURSOR FOR
000000         SELECT  I.SAVING_TYPE, I.INTEREST_RATE,
000000                 I.EFFECTIVE_START_DATE, I.EFFECTIVE_END_DATE,
000000                 I.TIER_MIN_AMOUNT, I.TIER_MAX_AMOUNT,
000000                 P.PRODUCT_NAME, P.CCY_LIST, P.EARLY_FLAG,
000000                 COALESCE(R.PENALTY_RATE, 0),
000000                 COALESCE(F.FLOOR_RULE, 'Z')
000000         FROM    MYDB.DB_INTEREST_INFO I
000000         INNER JOIN MYDB.DB_PRODUCT P
000000                 ON  P.SAVING_TYPE = I.SAVING_TYPE
000000         LEFT OUTER JOIN MYDB.DB_PENALTY_RATE R
000000                 ON  R.SAVING_TYPE = I.SAVING_TYPE
000000         LEFT OUTER JOIN MYDB.DB_RATE_FLOOR F
000000                 ON  F.SAVING_TYPE = I.SAVING_TYPE
000000         WHERE   I.EFFECTIVE_START_DATE <= :HV-EFF-DATE-X
000000         AND     I.EFFECTIVE_END_DATE   >= :HV-EFF-DATE-X
000000         AND     P.SALE_START_DATE      <= :HV-EFF-DATE-X
000000         AND     P.SALE_END_DATE        >= :HV-EFF-DATE-X
000000         ORDER BY I.SAVING_TYPE, I.TIER_MIN_AMOUNT
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-RT
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999RSH-BUILD-SHEET'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-RT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RSH-ABEND
000000     END-IF.
000000     PERFORM SPD9999RSH-FETCH-RATE.
000000     PERFORM UNTIL CST-EOF-CRS-RT = 'Y'
000000         IF II-SAVING-TYPE NOT = WS-PREV-TYPE
000000             IF TIER-CNT > 0
000000                 PERFORM SPD9999RSH-EMIT-PRODUCT
000000             END-IF
000000             MOVE 0              TO      TIER-CNT
000000             MOVE II-SAVING-TYPE
000000                                 TO      WS-PREV-TYPE
000000             MOVE II-SAVING-TYPE
000000                                 TO      WS-CUR-TYPE
000000             MOVE PD-PRODUCT-NAME
000000                                 TO      WS-CUR-NAME
000000             MOVE PD-CCY-LIST    TO      WS-CUR-CCY-LIST
000000             MOVE PD-EARLY-FLAG  TO      WS-CUR-EARLY-FLAG
000000             MOVE HV-PEN-RATE    TO      WS-CUR-PEN-RATE
000000             MOVE RF-FLOOR-RULE  TO      WS-CUR-FLOOR-RULE
000000         END-IF
000000         PERFORM SPD9999RSH-ADD-TIER
000000         PERFORM SPD9999RSH-FETCH-RATE
000000     END-PERFORM.
000000     IF TIER-CNT > 0
000000         PERFORM SPD9999RSH-EMIT-PRODUCT
000000     END-IF.
000000     EXEC SQL
000000         CLOSE CRS-RT
000000     END-EXEC.
000000     EXIT.
000000 SPD9999RSH-FETCH-RATE.
000000     EXEC SQL
000000         FETCH CRS-RT
000000         INTO  :II-SAVING-TYPE, :II-INTEREST-RATE,
000000               :II-EFFECTIVE-START-DATE, :II-EFFECTIVE-END-DATE,
000000               :II-TIER-MIN-AMOUNT, :II-TIER-MAX-AMOUNT,
000000               :PD-PRODUCT-NAME, :PD-CCY-LIST, :PD-EARLY-FLAG,
000000               :HV-PEN-RATE, :RF-FLOOR-RULE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-RT
000000         WHEN OTHER
000000             MOVE 'SPD9999RSH-FETCH-RATE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-RT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RSH-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 残高階層のバッファ格納
000000* SPD9999RSH-ADD-TIER    SECTION |      （COMMON）
000000*                                |      公示利率（フロア適用後）と
000000*                                |      中途解約利率をここで確定する
000000*/-------------------------------------------------------------/*
000000 SPD9999RSH-ADD-TIER.
000000     IF TIER-CNT >= CST-TIER-MAX
000000         MOVE 'SPD9999RSH-ADD-TIER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'TIER BUFFER OVERFLOW (MAX 50)'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RSH-ABEND
000000     END-IF.
000000     ADD 1                       TO      TIER-CNT.
000000     MOVE II-TIER-MIN-AMOUNT     TO      TIER-MIN(TIER-CNT).
000000     MOVE II-TIER-MAX-AMOUNT     TO      TIER-MAX(TIER-CNT).
000000     MOVE II-INTEREST-RATE       TO      TIER-TBL-RATE(TIER-CNT).
000000     MOVE II-INTEREST-RATE       TO      TIER-PUB-RATE(TIER-CNT).
000000     MOVE SPACES                 TO      TIER-NOTE(TIER-CNT).
000000     IF II-INTEREST-RATE < 0
000000         IF WS-CUR-FLOOR-RULE = CST-FLOOR-CHARGE
000000             MOVE CST-NOTE-CHARGE
000000                                 TO      TIER-NOTE(TIER-CNT)
000000         ELSE
000000             MOVE 0              TO      TIER-PUB-RATE(TIER-CNT)
000000             MOVE CST-NOTE-FLOOR
000000                                 TO      TIER-NOTE(TIER-CNT)
000000         END-IF
000000     END-IF.
000000     COMPUTE TIER-EARLY-RATE(TIER-CNT) =
000000             II-INTEREST-RATE - WS-CUR-PEN-RATE.
000000     IF TIER-EARLY-RATE(TIER-CNT) < 0
000000         MOVE 0                  TO      TIER-EARLY-RATE(TIER-CNT)
000000     END-IF.
000000     MOVE II-EFFECTIVE-START-DATE
000000                                 TO      TIER-EFF-START(TIER-CNT).
000000     MOVE II-EFFECTIVE-END-DATE  TO      TIER-EFF-END(TIER-CNT).
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 預金タイプ1件分の出力
000000* SPD9999RSH-EMIT-PRODUCT SECTION |     （MAIN）
000000*                                |      CCY_LISTは3桁ずつ詰めて格納。
000000*                                |      SPACESは'ALL'の1通貨で出力
000000*/-------------------------------------------------------------/*
000000 SPD9999RSH-EMIT-PRODUCT.
000000     MOVE SPACES                 TO      PRT-REC.
000000     PERFORM SPD9999RSH-WRITE-PRT.
000000     MOVE WS-CUR-TYPE            TO      PRT-P-SAVING-TYPE.
000000     MOVE WS-CUR-NAME            TO      PRT-P-PRODUCT-NAME.
000000     IF WS-CUR-EARLY-FLAG = CST-EARLY-NOT-ALLOWED
000000         MOVE 'NOT ALLOWED'      TO      PRT-P-EARLY
000000     ELSE
000000         COMPUTE WS-PCT = WS-CUR-PEN-RATE * 100
000000         MOVE WS-PCT             TO      PRT-T-RATE
000000         MOVE SPACES             TO      PRT-P-EARLY
000000         STRING 'CONTRACT RATE LESS' DELIMITED BY SIZE
000000                PRT-T-RATE  DELIMITED BY SIZE
000000                ' %'        DELIMITED BY SIZE
000000                INTO PRT-P-EARLY
000000         END-STRING
000000     END-IF.
000000     MOVE PRT-PRODUCT-LINE       TO      PRT-REC.
000000     PERFORM SPD9999RSH-WRITE-PRT.
000000     IF WS-CUR-CCY-LIST = SPACES
000000         MOVE CST-CCY-ALL        TO      WS-CUR-CCY
000000         PERFORM SPD9999RSH-EMIT-CURRENCY
000000     ELSE
000000         PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
000000                 UNTIL WS-CCY-IDX > CST-CCY-MAX
000000             COMPUTE WS-CCY-POS = (WS-CCY-IDX - 1) * 3 + 1
000000             IF WS-CUR-CCY-LIST(WS-CCY-POS:3) NOT = SPACES
000000                 MOVE WS-CUR-CCY-LIST(WS-CCY-POS:3)
000000                                 TO      WS-CUR-CCY
000000                 PERFORM SPD9999RSH-EMIT-CURRENCY
000000             END-IF
000000         END-PERFORM
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 通貨1件分の階層出力
000000* SPD9999RSH-EMIT-CURRENCY SECTION |    （MAIN）
000000*                                |      RSHPRT・RSHWEBへ出力し、
000000*                                |      前回公示分と照合する
000000*/-------------------------------------------------------------/*
000000 SPD9999RSH-EMIT-CURRENCY.
000000     MOVE WS-CUR-CCY             TO      PRT-C-CURRENCY.
000000     MOVE PRT-CCY-LINE           TO      PRT-REC.
000000     PERFORM SPD9999RSH-WRITE-PRT.
000000     MOVE PRT-COLUMN-LINE        TO      PRT-REC.
000000     PERFORM SPD9999RSH-WRITE-PRT.
000000     PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
000000             UNTIL WS-TIER-IDX > TIER-CNT
000000         MOVE TIER-MIN(WS-TIER-IDX)
000000                                 TO      PRT-T-TIER-MIN
000000         IF TIER-MAX(WS-TIER-IDX) >= CST-TIER-TOP
000000             MOVE 'AND ABOVE'    TO      PRT-T-TIER-MAX-X
000000         ELSE
000000             MOVE TIER-MAX(WS-TIER-IDX)
000000                                 TO      PRT-T-TIER-MAX
000000         END-IF
000000         COMPUTE WS-PCT = TIER-PUB-RATE(WS-TIER-IDX) * 100
000000         MOVE WS-PCT             TO      PRT-T-RATE
000000         MOVE TIER-NOTE(WS-TIER-IDX)
000000                                 TO      PRT-T-NOTE
000000         IF WS-CUR-EARLY-FLAG = CST-EARLY-NOT-ALLOWED
000000             MOVE '    N/A'      TO      PRT-T-EARLY-RATE-X
000000         ELSE
000000             COMPUTE WS-PCT = TIER-EARLY-RATE(WS-TIER-IDX) * 100
000000             MOVE WS-PCT         TO      PRT-T-EARLY-RATE
000000         END-IF
000000         MOVE PRT-TIER-LINE      TO      PRT-REC
000000         PERFORM SPD9999RSH-WRITE-PRT
000000         INITIALIZE              RSH-WEB-DETAIL
000000         MOVE 'D'                TO      RSH-D-TYPE
000000         MOVE WS-CUR-TYPE        TO      RSH-D-SAVING-TYPE
000000         MOVE WS-CUR-NAME        TO      RSH-D-PRODUCT-NAME
000000         MOVE WS-CUR-CCY         TO      RSH-D-CURRENCY
000000         MOVE TIER-MIN(WS-TIER-IDX)
000000                                 TO      RSH-D-TIER-MIN
000000         MOVE TIER-MAX(WS-TIER-IDX)
000000                                 TO      RSH-D-TIER-MAX
000000         MOVE TIER-TBL-RATE(WS-TIER-IDX)
000000                                 TO      RSH-D-TABLE-RATE
000000         MOVE TIER-PUB-RATE(WS-TIER-IDX)
000000                                 TO      RSH-D-PUB-RATE
000000         MOVE WS-CUR-FLOOR-RULE  TO      RSH-D-FLOOR-RULE
000000         MOVE WS-CUR-EARLY-FLAG  TO      RSH-D-EARLY-FLAG
000000         MOVE WS-CUR-PEN-RATE    TO      RSH-D-PEN-RATE
000000         MOVE TIER-EARLY-RATE(WS-TIER-IDX)
000000                                 TO      RSH-D-EARLY-RATE
000000         MOVE TIER-EFF-START(WS-TIER-IDX)
000000                                 TO      RSH-D-EFF-START
000000         MOVE TIER-EFF-END(WS-TIER-IDX)
000000                                 TO      RSH-D-EFF-END
000000         MOVE RSH-WEB-DETAIL     TO      WEB-REC
000000         PERFORM SPD9999RSH-WRITE-WEB
000000         ADD 1                   TO      CST-COUNT-WEB
000000         PERFORM SPD9999RSH-COMPARE-PREVIOUS
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 前回公示分との照合
000000* SPD9999RSH-COMPARE-PREVIOUS SECTION | （MAIN）
000000*                                |      キー: 預金タイプ・通貨・階層
000000*                                |      下限。公示利率・階層上限・
000000*                                |      中途解約の可否と利率を比較
000000*/-------------------------------------------------------------/*
000000 SPD9999RSH-COMPARE-PREVIOUS.
000000     MOVE RSH-D-SAVING-TYPE      TO      NEW-SAVING-TYPE.
000000     MOVE RSH-D-CURRENCY         TO      NEW-CURRENCY.
000000     MOVE RSH-D-TIER-MIN         TO      NEW-TIER-MIN.
000000     MOVE 'N'                    TO      CST-PRV-FOUND.
000000     PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
000000             UNTIL WS-PRV-IDX > PRV-CNT
000000             OR    CST-PRV-FOUND = 'Y'
000000         IF PRV-KEY(WS-PRV-IDX) = NEW-KEY
000000             MOVE 'Y'            TO      CST-PRV-FOUND
000000         END-IF
000000     END-PERFORM.
000000     IF CST-PRV-FOUND = 'N'
000000         MOVE 'NEW'              TO      WS-CHANGE-ACTION
000000         ADD 1                   TO      CST-COUNT-NEW
000000         MOVE 0                  TO      WS-PRV-IDX
000000         PERFORM SPD9999RSH-WRITE-CHANGE
000000     ELSE
000000         SUBTRACT 1 FROM WS-PRV-IDX
000000         MOVE 'Y'                TO      PRV-MATCHED(WS-PRV-IDX)
000000         IF  PRV-TIER-MAX(WS-PRV-IDX)   = RSH-D-TIER-MAX
000000         AND PRV-PUB-RATE(WS-PRV-IDX)   = RSH-D-PUB-RATE
000000         AND PRV-EARLY-FLAG(WS-PRV-IDX) = RSH-D-EARLY-FLAG
000000         AND PRV-EARLY-RATE(WS-PRV-IDX) = RSH-D-EARLY-RATE
000000             ADD 1               TO      CST-COUNT-SAME
000000         ELSE
000000             MOVE 'CHANGED'      TO      WS-CHANGE-ACTION
000000             ADD 1               TO      CST-COUNT-CHANGED
000000             PERFORM SPD9999RSH-WRITE-CHANGE
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 廃止行の出力
000000* SPD9999RSH-REPORT-DELETED SECTION |   （MAIN）
000000*                                |      前回公示にあり今回無い行
000000*/-------------------------------------------------------------/*
000000 SPD9999RSH-REPORT-DELETED.
000000     MOVE 'DELETED'              TO      WS-CHANGE-ACTION.
000000     PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
000000             UNTIL WS-PRV-IDX > PRV-CNT
000000         IF PRV-MATCHED(WS-PRV-IDX) = 'N'
000000             ADD 1               TO      CST-COUNT-DELETED
000000             PERFORM SPD9999RSH-WRITE-CHANGE
000000         END-IF
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 差異明細の編集・出力
000000* SPD9999RSH-WRITE-CHANGE SECTION |     （COMMON）
000000*                                |      WS-PRV-IDX=0は前回分なし
000000*                                |      'DELETED'は今回分なし
000000*/-------------------------------------------------------------/*
000000 SPD9999RSH-WRITE-CHANGE.
000000     MOVE SPACES                 TO      CHG-DETAIL.
000000     MOVE WS-CHANGE-ACTION       TO      CHG-D-ACTION.
000000     IF WS-PRV-IDX > 0
000000         MOVE PRV-SAVING-TYPE(WS-PRV-IDX)
000000                                 TO      CHG-D-SAVING-TYPE
000000         MOVE PRV-CURRENCY(WS-PRV-IDX)
000000                                 TO      CHG-D-CURRENCY
000000         MOVE PRV-TIER-MIN(WS-PRV-IDX)
000000                                 TO      CHG-D-TIER-MIN
000000         MOVE PRV-TIER-MAX(WS-PRV-IDX)
000000                                 TO      CHG-D-OLD-TIER-MAX
000000         COMPUTE WS-PCT = PRV-PUB-RATE(WS-PRV-IDX) * 100
000000         MOVE WS-PCT             TO      CHG-D-OLD-RATE
000000         MOVE PRV-EARLY-FLAG(WS-PRV-IDX)
000000                                 TO      CHG-D-OLD-EARLY-FLAG
000000         COMPUTE WS-PCT = PRV-EARLY-RATE(WS-PRV-IDX) * 100
000000         MOVE WS-PCT             TO      CHG-D-OLD-EARLY
000000     END-IF.
000000     IF WS-CHANGE-ACTION NOT = 'DELETED'
000000         MOVE RSH-D-SAVING-TYPE  TO      CHG-D-SAVING-TYPE
000000         MOVE RSH-D-CURRENCY     TO      CHG-D-CURRENCY
000000         MOVE RSH-D-TIER-MIN     TO      CHG-D-TIER-MIN
000000         MOVE RSH-D-TIER-MAX     TO      CHG-D-NEW-TIER-MAX
000000         COMPUTE WS-PCT = RSH-D-PUB-RATE * 100
000000         MOVE WS-PCT             TO      CHG-D-NEW-RATE
000000         MOVE RSH-D-EARLY-FLAG   TO      CHG-D-NEW-EARLY-FLAG
000000         COMPUTE WS-PCT = RSH-D-EARLY-RATE * 100
000000         MOVE WS-PCT             TO      CHG-D-NEW-EARLY
000000     END-IF.
000000     MOVE CHG-DETAIL             TO      CHG-REC.
000000     PERFORM SPD9999RSH-WRITE-CHG.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: トレーラ・集計行の出力
000000* SPD9999RSH-WRITE-TRAILERS SECTION |   （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RSH-WRITE-TRAILERS.
000000     MOVE CST-COUNT-WEB          TO      RSH-T-COUNT.
000000     MOVE RSH-WEB-TRAILER        TO      WEB-REC.
000000     PERFORM SPD9999RSH-WRITE-WEB.
000000     MOVE SPACES                 TO      CHG-REC.
000000     PERFORM SPD9999RSH-WRITE-CHG.
000000     MOVE 'ROWS NEW'             TO      CHG-F-LABEL.
000000     MOVE CST-COUNT-NEW          TO      CHG-F-COUNT.
000000     MOVE CHG-FOOTER             TO      CHG-REC.
000000     PERFORM SPD9999RSH-WRITE-CHG.
000000     MOVE 'ROWS CHANGED'         TO      CHG-F-LABEL.
000000     MOVE CST-COUNT-CHANGED      TO      CHG-F-COUNT.
000000     MOVE CHG-FOOTER             TO      CHG-REC.
000000     PERFORM SPD9999RSH-WRITE-CHG.
000000     MOVE 'ROWS DELETED'         TO      CHG-F-LABEL.
000000     MOVE CST-COUNT-DELETED      TO      CHG-F-COUNT.
000000     MOVE CHG-FOOTER             TO      CHG-REC.
000000     PERFORM SPD9999RSH-WRITE-CHG.
000000     MOVE 'ROWS UNCHANGED'       TO      CHG-F-LABEL.
000000     MOVE CST-COUNT-SAME         TO      CHG-F-COUNT.
000000     MOVE CHG-FOOTER             TO      CHG-REC.
000000     PERFORM SPD9999RSH-WRITE-CHG.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: RSHPRT行の出力
000000* SPD9999RSH-WRITE-PRT   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RSH-WRITE-PRT.
000000     WRITE PRT-REC.
000000     IF WS-PRT-STATUS NOT = '00'
000000         MOVE 'SPD9999RSH-WRITE-PRT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE RSHPRT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RSH-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: RSHWEB行の出力
000000* SPD9999RSH-WRITE-WEB   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RSH-WRITE-WEB.
000000     WRITE WEB-REC.
000000     IF WS-WEB-STATUS NOT = '00'
000000         MOVE 'SPD9999RSH-WRITE-WEB'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE RSHWEB FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RSH-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: RSHCHG行の出力
000000* SPD9999RSH-WRITE-CHG   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RSH-WRITE-CHG.
000000     WRITE CHG-REC.
000000     IF WS-CHG-STATUS NOT = '00'
000000         MOVE 'SPD9999RSH-WRITE-CHG'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE RSHCHG FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RSH-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999RSH-ABEND       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RSH-ABEND.
000000     DISPLAY 'SPD9999RSH-ABEND'.
000000     DISPLAY 'ERROR MODULE : ' CST-ABEND-BREAKPOINT.
000000     DISPLAY 'ERROR DETAIL : ' CST-ABEND-DETAIL.
000000     DISPLAY 'SQLCODE      : ' SQLCODE.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999RSH.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
