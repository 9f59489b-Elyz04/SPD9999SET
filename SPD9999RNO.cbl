000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999RNO.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999RNO
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            預金者行動（ランオフ・継続率）の
000000*                                月次分析バッチ（月初起動）
000000*                                PARM=対象月（YYYYMM。終了済みの月）
000000*                                （１）区分別行動
000000*                                  SAVING_TYPE×CURRENCY_CODE×残高
000000*                                  階層×預入年（START_DATE年）別に
000000*                                  対象月のDB_SAVINGS_HISTORYの
000000*                                  EARLY・PARTIAL・MATURITY・RENEWAL
000000*                                  レグの元金と、期首残高相当額
000000*                                  （有効預金の元金＋当月決済レグの
000000*                                  元金）を集計し、早期解約率・一部
000000*                                  払出率（対期首残高）、継続率・
000000*                                  流出率（対満期到来額）を算出する
000000*                                （２）金利差別の継続率
000000*                                  EARLY・MATURITY・RENEWALレグを
000000*                                  決済日の新規預入金利と契約金利の
000000*                                  差（新規−契約）で5区分し、
000000*                                  SAVING_TYPE×CURRENCY_CODE別に
000000*                                  継続率・早期解約額を集計する
000000*                                （３）ランオフ曲線
000000*                                  SAVING_TYPE×CURRENCY_CODE×預入月
000000*                                  別に預入元金（一部払出額を戻した
000000*                                  額）と現存元金（STATUS'1'/'2'）、
000000*                                  経過月数と残存率を出力する
000000*                                結果は整形済み報告RNORPTとALM
000000*                                システム向け機械可読ファイル
000000*                                RNOALMへ出力する（DBは更新しない）。
000000*                                残高階層は預金の元金（MONEY_ROOT）
000000*                                  '1' 100万円未満 '2' 1千万円未満
000000*                                  '3' 1億円未満   '4' 1億円以上
000000*                                取消（REVERSAL）済みのレグは除く。
000000*                                有効預金は実行時点の値のため、対象
000000*                                月の翌月初に起動すること
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
000000     SELECT REPORT-FILE   ASSIGN TO 'RNORPT'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-RPT-STATUS.
000000     SELECT ALM-FILE      ASSIGN TO 'RNOALM'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-ALM-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000 FD  REPORT-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 132 CHARACTERS.
000000 01 RPT-REC                      PIC X(132).
000000 FD  ALM-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 150 CHARACTERS.
000000*--- 区分別行動（ALM-SEG-TYPE='S'）
000000 01 ALM-SEG-REC.
000000    03 ALM-SEG-TYPE              PIC X(01).
000000    03 ALM-SEG-MONTH             PIC X(06).
000000    03 ALM-SEG-SAVING-TYPE       PIC X(10).
000000    03 ALM-SEG-CURRENCY-CODE     PIC X(03).
000000    03 ALM-SEG-TIER              PIC X(01).
000000    03 ALM-SEG-VINTAGE           PIC X(04).
000000    03 ALM-SEG-EXPOSURE          PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 ALM-SEG-EARLY             PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 ALM-SEG-PARTIAL           PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 ALM-SEG-MATURITY          PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 ALM-SEG-RENEWAL           PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000*--- 比率は小数（1.0000=100%）
000000    03 ALM-SEG-EARLY-RATIO       PIC 9V9(04).
000000    03 ALM-SEG-PARTIAL-RATIO     PIC 9V9(04).
000000    03 ALM-SEG-RENEW-RATIO       PIC 9V9(04).
000000    03 ALM-SEG-WALK-RATIO        PIC 9V9(04).
000000    03 FILLER                    PIC X(25).
000000*--- 金利差別の継続率（ALM-GAP-TYPE='G'）
000000 01 ALM-GAP-REC.
000000    03 ALM-GAP-TYPE              PIC X(01).
000000    03 ALM-GAP-MONTH             PIC X(06).
000000    03 ALM-GAP-SAVING-TYPE       PIC X(10).
000000    03 ALM-GAP-CURRENCY-CODE     PIC X(03).
000000*--- 'A'〜'E'=金利差区分 'N'=金利未登録
000000    03 ALM-GAP-BUCKET            PIC X(01).
000000    03 ALM-GAP-MATURITY-CNT      PIC 9(07).
000000    03 ALM-GAP-MATURITY          PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 ALM-GAP-RENEWAL-CNT       PIC 9(07).
000000    03 ALM-GAP-RENEWAL           PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 ALM-GAP-EARLY-CNT         PIC 9(07).
000000    03 ALM-GAP-EARLY             PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 ALM-GAP-RENEW-RATIO       PIC 9V9(04).
000000    03 FILLER                    PIC X(55).
000000*--- ランオフ曲線（ALM-CRV-TYPE='C'）
000000 01 ALM-CRV-REC.
000000    03 ALM-CRV-TYPE              PIC X(01).
000000    03 ALM-CRV-MONTH             PIC X(06).
000000    03 ALM-CRV-SAVING-TYPE       PIC X(10).
000000    03 ALM-CRV-CURRENCY-CODE     PIC X(03).
000000    03 ALM-CRV-VINTAGE           PIC X(06).
000000    03 ALM-CRV-AGE-MONTHS        PIC 9(04).
000000    03 ALM-CRV-PLACED-CNT        PIC 9(07).
000000    03 ALM-CRV-PLACED            PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 ALM-CRV-OUTSTANDING       PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 ALM-CRV-SURVIVAL-RATIO    PIC 9V9(04).
000000    03 FILLER                    PIC X(76).
000000*--- ヘッダ（ALM-HDR-TYPE='H'）
000000 01 ALM-HDR-REC.
000000    03 ALM-HDR-TYPE              PIC X(01).
000000    03 ALM-HDR-MONTH             PIC X(06).
000000    03 ALM-HDR-CREATE-DATE       PIC X(08).
000000    03 FILLER                    PIC X(135).
000000*--- トレーラ（ALM-TRL-TYPE='T'）
000000 01 ALM-TRL-REC.
000000    03 ALM-TRL-TYPE              PIC X(01).
000000    03 ALM-TRL-MONTH             PIC X(06).
000000    03 ALM-TRL-SEG-COUNT         PIC 9(07).
000000    03 ALM-TRL-GAP-COUNT         PIC 9(07).
000000    03 ALM-TRL-CRV-COUNT         PIC 9(07).
000000    03 FILLER                    PIC X(122).
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
000000*--- DCLGEN参照：MYDB.DB_SAVINGS_HISTORY
000000     EXEC SQL
000000         INCLUDE                 SAVHIST
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_INTEREST_INFO
000000     EXEC SQL
000000         INCLUDE                 INTINFO
000000     END-EXEC.
000000 01 WS-RPT-STATUS                PIC X(02).
000000 01 WS-ALM-STATUS                PIC X(02).
000000 01 WS-VARIABLES.
000000    03 WS-MONTH-NO               PIC S9(07) COMP.
000000    03 WS-VINTAGE-NO             PIC S9(07) COMP.
000000    03 WS-AGE-MONTHS             PIC S9(05) COMP.
000000    03 WS-MATURING               PIC S9(13)V99 COMP-3.
000000    03 WS-PCT                    PIC S9(03)V9(01) COMP-3.
000000    03 WS-RATIO                  PIC S9(01)V9(04) COMP-3.
000000    03 WS-RATE-FOUND             PIC X(01).
000000    03 WS-RATE-CONTRACT          PIC S9(01)V9(04) COMP-3.
000000    03 WS-RATE-NEW               PIC S9(01)V9(04) COMP-3.
000000    03 WS-RATE-GAP               PIC S9(01)V9(04) COMP-3.
000000    03 WS-GAP-BUCKET             PIC X(01).
000000    03 WS-GAP-LABEL              PIC X(13).
000000    03 WS-PREV-SAVING-TYPE       PIC X(10).
000000    03 WS-PREV-CURRENCY          PIC X(03).
000000*/-------------------------------------------------------------/*
000000*  金利差区分の集計（SAVING_TYPE×通貨の切替えで出力）
000000*  1〜5 = 'A'〜'E'、6 = 'N'（金利未登録）
000000*/-------------------------------------------------------------/*
000000 01 GAP-TABLE.
000000    03 GAP-ROW OCCURS 6.
000000       05 GAP-MAT-CNT            PIC S9(07) COMP.
000000       05 GAP-MAT-AMT            PIC S9(13)V9(02) COMP-3.
000000       05 GAP-REN-CNT            PIC S9(07) COMP.
000000       05 GAP-REN-AMT            PIC S9(13)V9(02) COMP-3.
000000       05 GAP-ERL-CNT            PIC S9(07) COMP.
000000       05 GAP-ERL-AMT            PIC S9(13)V9(02) COMP-3.
000000 01 GAP-VARIABLES.
000000    03 GAP-IDX                   PIC S9(04) COMP.
000000    03 GAP-HIT                   PIC S9(04) COMP.
000000 01 HV-VARIABLES.
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000    03 HV-MONTH-X                PIC X(06).
000000    03 HV-MONTH-FROM-X           PIC X(08).
000000    03 HV-MONTH-TO-X             PIC X(08).
000000    03 HV-WORK-YY                PIC 9(04).
000000    03 HV-WORK-MM                PIC 9(02).
000000    03 HV-RATE-DATE-X            PIC X(08).
000000    03 HV-RATE-AMOUNT            PIC S9(13)V9(2) COMP-3.
000000    03 HV-SEG-SAVING-TYPE        PIC X(10).
000000    03 HV-SEG-CURRENCY           PIC X(03).
000000    03 HV-SEG-TIER               PIC X(01).
000000    03 HV-SEG-VINTAGE            PIC X(04).
000000    03 HV-SEG-EXPOSURE           PIC S9(13)V9(2) COMP-3.
000000    03 HV-SEG-EARLY              PIC S9(13)V9(2) COMP-3.
000000    03 HV-SEG-PARTIAL            PIC S9(13)V9(2) COMP-3.
000000    03 HV-SEG-MATURITY           PIC S9(13)V9(2) COMP-3.
000000    03 HV-SEG-RENEWAL            PIC S9(13)V9(2) COMP-3.
000000    03 HV-CRV-SAVING-TYPE        PIC X(10).
000000    03 HV-CRV-CURRENCY           PIC X(03).
000000    03 HV-CRV-VINTAGE            PIC X(06).
000000    03 HV-CRV-VINTAGE-9 REDEFINES HV-CRV-VINTAGE.
000000       05 HV-CRV-VINTAGE-YY      PIC 9(04).
000000       05 HV-CRV-VINTAGE-MM      PIC 9(02).
000000    03 HV-CRV-COUNT              PIC S9(09) COMP.
000000    03 HV-CRV-PLACED             PIC S9(13)V9(2) COMP-3.
000000    03 HV-CRV-OUTSTANDING        PIC S9(13)V9(2) COMP-3.
000000*/-------------------------------------------------------------/*
000000*  レポート編集エリア
000000*/-------------------------------------------------------------/*
000000 01 RPT-LINE-RULE.
000000    03 FILLER                    PIC X(132) VALUE ALL '='.
000000 01 RPT-LINE-TITLE.
000000    03 FILLER                    PIC X(36)  VALUE SPACES.
000000    03 FILLER                    PIC X(46)
000000       VALUE 'DEPOSIT RUN-OFF AND RENEWAL ANALYSIS  MONTH : '.
000000    03 RPT-TITLE-MONTH           PIC X(06).
000000    03 FILLER                    PIC X(06)  VALUE SPACES.
000000    03 FILLER                    PIC X(08)  VALUE 'AS OF : '.
000000    03 RPT-TITLE-DATE            PIC X(08).
000000    03 FILLER                    PIC X(22)  VALUE SPACES.
000000 01 RPT-LINE-SECTION.
000000    03 RPT-SEC-TITLE             PIC X(60).
000000    03 FILLER                    PIC X(72)  VALUE SPACES.
000000*--- （１）区分別行動
000000 01 RPT-LINE-SEG-HEADER.
000000    03 FILLER                    PIC X(11)
000000       VALUE 'SAVING-TYPE'.
000000    03 FILLER                    PIC X(04)  VALUE 'CCY '.
000000    03 FILLER                    PIC X(06)  VALUE 'TIER  '.
000000    03 FILLER                    PIC X(04)  VALUE 'VINT'.
000000    03 FILLER                    PIC X(16)
000000       VALUE '        EXPOSURE'.
000000    03 FILLER                    PIC X(16)
000000       VALUE '           EARLY'.
000000    03 FILLER                    PIC X(06)  VALUE '  ERL%'.
000000    03 FILLER                    PIC X(16)
000000       VALUE '         PARTIAL'.
000000    03 FILLER                    PIC X(06)  VALUE '  PRT%'.
000000    03 FILLER                    PIC X(16)
000000       VALUE '   MATURITY-PAID'.
000000    03 FILLER                    PIC X(16)
000000       VALUE '         RENEWED'.
000000    03 FILLER                    PIC X(06)  VALUE '  RNW%'.
000000    03 FILLER                    PIC X(06)  VALUE '  WLK%'.
000000    03 FILLER                    PIC X(03)  VALUE SPACES.
000000 01 RPT-LINE-SEG-DETAIL.
000000    03 RPT-SEG-SAVING-TYPE       PIC X(10).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-SEG-CURRENCY          PIC X(03).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-SEG-TIER              PIC X(05).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-SEG-VINTAGE           PIC X(04).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-SEG-EXPOSURE          PIC ZZZ,ZZZ,ZZZ,ZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-SEG-EARLY             PIC ZZZ,ZZZ,ZZZ,ZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-SEG-EARLY-PCT         PIC ZZ9.9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-SEG-PARTIAL           PIC ZZZ,ZZZ,ZZZ,ZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-SEG-PARTIAL-PCT       PIC ZZ9.9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-SEG-MATURITY          PIC ZZZ,ZZZ,ZZZ,ZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-SEG-RENEWAL           PIC ZZZ,ZZZ,ZZZ,ZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-SEG-RENEW-PCT         PIC ZZ9.9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-SEG-WALK-PCT          PIC ZZ9.9.
000000    03 FILLER                    PIC X(03)  VALUE SPACES.
000000*--- （２）金利差別の継続率
000000 01 RPT-LINE-GAP-HEADER.
000000    03 FILLER                    PIC X(11)
000000       VALUE 'SAVING-TYPE'.
000000    03 FILLER                    PIC X(04)  VALUE 'CCY '.
000000    03 FILLER                    PIC X(14)
000000       VALUE 'GAP NEW-CNTRCT'.
000000    03 FILLER                    PIC X(08)  VALUE ' MAT-CNT'.
000000    03 FILLER                    PIC X(16)
000000       VALUE '   MATURITY-PAID'.
000000    03 FILLER                    PIC X(08)  VALUE ' RNW-CNT'.
000000    03 FILLER                    PIC X(16)
000000       VALUE '         RENEWED'.
000000    03 FILLER                    PIC X(06)  VALUE '  RNW%'.
000000    03 FILLER                    PIC X(08)  VALUE ' ERL-CNT'.
000000    03 FILLER                    PIC X(16)
000000       VALUE '           EARLY'.
000000    03 FILLER                    PIC X(25)  VALUE SPACES.
000000 01 RPT-LINE-GAP-DETAIL.
000000    03 RPT-GAP-SAVING-TYPE       PIC X(10).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-GAP-CURRENCY          PIC X(03).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-GAP-LABEL             PIC X(13).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-GAP-MATURITY-CNT      PIC ZZZ,ZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-GAP-MATURITY          PIC ZZZ,ZZZ,ZZZ,ZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-GAP-RENEWAL-CNT       PIC ZZZ,ZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-GAP-RENEWAL           PIC ZZZ,ZZZ,ZZZ,ZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-GAP-RENEW-PCT         PIC ZZ9.9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-GAP-EARLY-CNT         PIC ZZZ,ZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-GAP-EARLY             PIC ZZZ,ZZZ,ZZZ,ZZ9.
000000    03 FILLER                    PIC X(25)  VALUE SPACES.
000000*--- （３）ランオフ曲線
000000 01 RPT-LINE-CRV-HEADER.
000000    03 FILLER                    PIC X(11)
000000       VALUE 'SAVING-TYPE'.
000000    03 FILLER                    PIC X(04)  VALUE 'CCY '.
000000    03 FILLER                    PIC X(07)  VALUE 'VINTAGE'.
000000    03 FILLER                    PIC X(05)  VALUE '  AGE'.
000000    03 FILLER                    PIC X(08)  VALUE '  PLACED'.
000000    03 FILLER                    PIC X(16)
000000       VALUE '  PLACED-AMOUNT'.
000000    03 FILLER                    PIC X(16)
000000       VALUE '     OUTSTANDING'.
000000    03 FILLER                    PIC X(06)  VALUE '  SRV%'.
000000    03 FILLER                    PIC X(59)  VALUE SPACES.
000000 01 RPT-LINE-CRV-DETAIL.
000000    03 RPT-CRV-SAVING-TYPE       PIC X(10).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-CRV-CURRENCY          PIC X(03).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-CRV-VINTAGE           PIC X(06).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-CRV-AGE               PIC ZZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-CRV-PLACED-CNT        PIC ZZZ,ZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-CRV-PLACED            PIC ZZZ,ZZZ,ZZZ,ZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-CRV-OUTSTANDING       PIC ZZZ,ZZZ,ZZZ,ZZ9.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-CRV-SURVIVAL-PCT      PIC ZZ9.9.
000000    03 FILLER                    PIC X(60)  VALUE SPACES.
000000 01 RPT-LINE-BLANK               PIC X(132) VALUE SPACES.
000000 01 CST-VARIABLES.
000000    03 CST-STATUS-1              PIC X(01)  VALUE '1'.
000000    03 CST-STATUS-2              PIC X(01)  VALUE '2'.
000000    03 CST-WITHDRAW-EARLY        PIC X(08)  VALUE 'EARLY'.
000000    03 CST-WITHDRAW-PARTIAL      PIC X(08)  VALUE 'PARTIAL'.
000000    03 CST-WITHDRAW-MATURITY     PIC X(08)  VALUE 'MATURITY'.
000000    03 CST-WITHDRAW-RENEWAL      PIC X(08)  VALUE 'RENEWAL'.
000000    03 CST-WITHDRAW-REVERSAL     PIC X(08)  VALUE 'REVERSAL'.
000000*--- 残高階層の境界（未満）
000000    03 CST-TIER-EDGE-1           PIC S9(13)V99 COMP-3
000000                                 VALUE 1000000.
000000    03 CST-TIER-EDGE-2           PIC S9(13)V99 COMP-3
000000                                 VALUE 10000000.
000000    03 CST-TIER-EDGE-3           PIC S9(13)V99 COMP-3
000000                                 VALUE 100000000.
000000    03 CST-TIER-1                PIC X(01)  VALUE '1'.
000000    03 CST-TIER-2                PIC X(01)  VALUE '2'.
000000    03 CST-TIER-3                PIC X(01)  VALUE '3'.
000000    03 CST-TIER-4                PIC X(01)  VALUE '4'.
000000*--- 金利差区分の境界（新規−契約。0.0010=0.10%）
000000    03 CST-GAP-EDGE-1            PIC S9(01)V9(04) COMP-3
000000                                 VALUE -0.0050.
000000    03 CST-GAP-EDGE-2            PIC S9(01)V9(04) COMP-3
000000                                 VALUE -0.0010.
000000    03 CST-GAP-EDGE-3            PIC S9(01)V9(04) COMP-3
000000                                 VALUE 0.0010.
000000    03 CST-GAP-EDGE-4            PIC S9(01)V9(04) COMP-3
000000                                 VALUE 0.0050.
000000    03 CST-GAP-NO-RATE           PIC S9(04) COMP VALUE 6.
000000    03 CST-REC-TYPE-HEADER       PIC X(01)  VALUE 'H'.
000000    03 CST-REC-TYPE-SEGMENT      PIC X(01)  VALUE 'S'.
000000    03 CST-REC-TYPE-GAP          PIC X(01)  VALUE 'G'.
000000    03 CST-REC-TYPE-CURVE        PIC X(01)  VALUE 'C'.
000000    03 CST-REC-TYPE-TRAILER      PIC X(01)  VALUE 'T'.
000000    03 CST-EOF-RNO-SEG           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-RNO-LEG           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-RNO-CRV           PIC X(01)  VALUE 'N'.
000000    03 CST-COUNT-SEGMENTS        PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-LEGS            PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-NO-RATE         PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-GAP-LINES       PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-CURVE-POINTS    PIC 9(07)  VALUE 0.
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
000000*--- 対象月（YYYYMM）
000000    03 LNK-PARAM-DATA            PIC X(06).
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000 PROCEDURE                       DIVISION USING LNK-PARAM-JCL.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999RNO-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RNO-MAIN.
000000     DISPLAY 'START SPD9999RNO'.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     PERFORM SPD9999RNO-CHK-PARAM.
000000     PERFORM SPD9999RNO-OPEN-FILES.
000000     PERFORM SPD9999RNO-SCAN-SEGMENTS.
000000     PERFORM SPD9999RNO-SCAN-RATE-GAP.
000000     PERFORM SPD9999RNO-SCAN-CURVE.
000000     PERFORM SPD9999RNO-WRITE-TRAILER.
000000     PERFORM SPD9999RNO-CLOSE-FILES.
000000     DISPLAY 'ANALYSIS MONTH            : ' HV-MONTH-X.
000000     DISPLAY 'TOTAL SEGMENTS            : ' CST-COUNT-SEGMENTS.
000000     DISPLAY 'TOTAL LEGS RATE-GAPPED    : ' CST-COUNT-LEGS.
000000     DISPLAY '  WITHOUT RATE ON FILE    : ' CST-COUNT-NO-RATE.
000000     DISPLAY 'TOTAL RATE-GAP LINES      : ' CST-COUNT-GAP-LINES.
000000     DISPLAY 'TOTAL RUN-OFF CURVE POINTS: '
000000             CST-COUNT-CURVE-POINTS.
000000     DISPLAY 'END   SPD9999RNO'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: パラメータ検証
000000* SPD9999RNO-CHK-PARAM   SECTION |      （COMMON）
000000*                                |      対象月はYYYYMMで終了済みの月
000000*/-------------------------------------------------------------/*
000000 SPD9999RNO-CHK-PARAM.
000000     IF  LNK-PARAM-LENGTH NOT = 6
000000     OR  LNK-PARAM-DATA(1:6) IS NOT NUMERIC
000000         DISPLAY 'INVALID PARM, EXPECTED YYYYMM : '
000000                 LNK-PARAM-DATA
000000         MOVE 'SPD9999RNO-CHK-PARAM'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'INVALID ANALYSIS MONTH PARM'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RNO-ABEND
000000     END-IF.
000000     MOVE LNK-PARAM-DATA(1:4)    TO      HV-WORK-YY.
000000     MOVE LNK-PARAM-DATA(5:2)    TO      HV-WORK-MM.
000000     IF  HV-WORK-MM < 1
000000     OR  HV-WORK-MM > 12
000000         DISPLAY 'INVALID PARM, MONTH OUT OF RANGE : '
000000                 LNK-PARAM-DATA
000000         MOVE 'SPD9999RNO-CHK-PARAM'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'INVALID ANALYSIS MONTH PARM'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RNO-ABEND
000000     END-IF.
000000     IF LNK-PARAM-DATA(1:6) NOT < HV-DATE-CURRENT-X(1:6)
000000         MOVE 'SPD9999RNO-CHK-PARAM'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'ANALYSIS MONTH HAS NOT ENDED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RNO-ABEND
000000     END-IF.
000000     MOVE LNK-PARAM-DATA(1:6)    TO      HV-MONTH-X.
000000     STRING HV-MONTH-X '01'
000000         DELIMITED BY SIZE
000000         INTO HV-MONTH-FROM-X
000000     END-STRING.
000000*--- 日付は文字列比較のため月末日は31日で代用する
000000     STRING HV-MONTH-X '31'
000000         DELIMITED BY SIZE
000000         INTO HV-MONTH-TO-X
000000     END-STRING.
000000     COMPUTE WS-MONTH-NO = HV-WORK-YY * 12 + HV-WORK-MM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ファイルオープン・表題出力
000000* SPD9999RNO-OPEN-FILES  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RNO-OPEN-FILES.
000000     OPEN OUTPUT REPORT-FILE.
000000     IF WS-RPT-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN RNORPT, STATUS : ' WS-RPT-STATUS
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT ALM-FILE.
000000     IF WS-ALM-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN RNOALM, STATUS : ' WS-ALM-STATUS
000000         STOP RUN
000000     END-IF.
000000     MOVE HV-MONTH-X             TO      RPT-TITLE-MONTH.
000000     MOVE HV-DATE-CURRENT-X      TO      RPT-TITLE-DATE.
000000     MOVE RPT-LINE-RULE          TO      RPT-REC.
000000     PERFORM SPD9999RNO-WRITE-REPORT.
000000     MOVE RPT-LINE-TITLE         TO      RPT-REC.
000000     PERFORM SPD9999RNO-WRITE-REPORT.
000000     MOVE RPT-LINE-RULE          TO      RPT-REC.
000000     PERFORM SPD9999RNO-WRITE-REPORT.
000000     INITIALIZE                  ALM-HDR-REC.
000000     MOVE CST-REC-TYPE-HEADER    TO      ALM-HDR-TYPE.
000000     MOVE HV-MONTH-X             TO      ALM-HDR-MONTH.
000000     MOVE HV-DATE-CURRENT-X      TO      ALM-HDR-CREATE-DATE.
000000     WRITE ALM-HDR-REC.
000000     PERFORM SPD9999RNO-CHK-ALM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ファイルクローズ
000000* SPD9999RNO-CLOSE-FILES SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RNO-CLOSE-FILES.
000000     CLOSE REPORT-FILE.
000000     CLOSE ALM-FILE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 区分別行動の集計・出力
000000* SPD9999RNO-SCAN-SEGMENTS SECTION |    （MAIN）
000000*                                |      対象: DB_ACCOUNT_SAVINGS
000000*                                |            DB_SAVINGS_HISTORY
000000*                                |      有効預金と当月決済レグを
000000*                                |      区分ごとに合算する
000000*/-------------------------------------------------------------/*
000000 SPD9999RNO-SCAN-SEGMENTS.
000000     MOVE '(1) BEHAVIOUR BY SEGMENT'
000000                                 TO      RPT-SEC-TITLE.
000000     PERFORM SPD9999RNO-WRITE-SECTION.
000000     MOVE RPT-LINE-SEG-HEADER    TO      RPT-REC.
000000     PERFORM SPD9999RNO-WRITE-REPORT.
000000     MOVE 'N'                    TO      CST-EOF-RNO-SEG.
000000     EXEC SQL
000000         DECLARE RNO-SEG CURSOR FOR
000000         SELECT  X.SAVING_TYPE, X.CURRENCY_CODE, X.TIER,
000000                 X.VINTAGE,
000000                 SUM(X.EXPO_AMT), SUM(X.EARLY_AMT),
000000                 SUM(X.PART_AMT), SUM(X.MAT_AMT),
000000                 SUM(X.REN_AMT)
000000         FROM
000000            (SELECT A.SAVING_TYPE, A.CURRENCY_CODE,
000000                    CASE WHEN A.MONEY_ROOT < :CST-TIER-EDGE-1
000000                         THEN :CST-TIER-1
000000                         WHEN A.MONEY_ROOT < :CST-TIER-EDGE-2
000000                         THEN :CST-TIER-2
000000                         WHEN A.MONEY_ROOT < :CST-TIER-EDGE-3
000000                         THEN :CST-TIER-3
000000                         ELSE :CST-TIER-4
000000                    END AS TIER,
000000                    SUBSTR(A.START_DATE, 1, 4) AS VINTAGE,
000000                    A.MONEY_ROOT AS EXPO_AMT,
000000                    0 AS EARLY_AMT, 0 AS PART_AMT,
000000                    0 AS MAT_AMT, 0 AS REN_AMT
000000             FROM   MYDB.DB_ACCOUNT_SAVINGS A
000000             WHERE  (A.STATUS = :CST-STATUS-1 OR
000000                     A.STATUS = :CST-STATUS-2)
000000             AND    A.START_DATE <= :HV-MONTH-TO-X
000000             UNION ALL
000000             SELECT S.SAVING_TYPE, S.CURRENCY_CODE,
000000                    CASE WHEN S.MONEY_ROOT < :CST-TIER-EDGE-1
000000                         THEN :CST-TIER-1
000000                         WHEN S.MONEY_ROOT < :CST-TIER-EDGE-2
000000                         THEN :CST-TIER-2
000000                         WHEN S.MONEY_ROOT < :CST-TIER-EDGE-3
000000                         THEN :CST-TIER-3
000000                         ELSE :CST-TIER-4
000000                    END,
000000                    SUBSTR(S.START_DATE, 1, 4),
000000                    H.PRINCIPAL_AMOUNT,
000000                    CASE WHEN H.WITHDRAWAL_TYPE =
000000                              :CST-WITHDRAW-EARLY
000000                         THEN H.PRINCIPAL_AMOUNT ELSE 0 END,
000000                    CASE WHEN H.WITHDRAWAL_TYPE =
000000                              :CST-WITHDRAW-PARTIAL
000000                         THEN H.PRINCIPAL_AMOUNT ELSE 0 END,
000000                    CASE WHEN H.WITHDRAWAL_TYPE =
000000                              :CST-WITHDRAW-MATURITY
000000                         THEN H.PRINCIPAL_AMOUNT ELSE 0 END,
000000                    CASE WHEN H.WITHDRAWAL_TYPE =
000000                              :CST-WITHDRAW-RENEWAL
000000                         THEN H.PRINCIPAL_AMOUNT ELSE 0 END
000000             FROM   MYDB.DB_SAVINGS_HISTORY H,
000000                    MYDB.DB_ACCOUNT_SAVINGS S
000000             WHERE  S.ORDER_ID     =  H.ORDER_ID
000000             AND    H.SETTLE_DATE  >= :HV-MONTH-FROM-X
000000             AND    H.SETTLE_DATE  <= :HV-MONTH-TO-X
000000             AND    (H.WITHDRAWAL_TYPE = :CST-WITHDRAW-EARLY    OR
000000                     H.WITHDRAWAL_TYPE = :CST-WITHDRAW-PARTIAL  OR
000000                     H.WITHDRAWAL_TYPE = :CST-WITHDRAW-MATURITY OR
000000                     H.WITHDRAWAL_TYPE = :CST-WITHDRAW-RENEWAL)
000000             AND    NOT EXISTS
000000                    (SELECT 1
000000                     FROM   MYDB.DB_SAVINGS_HISTORY R
000000                     WHERE  R.ORDER_ID         = H.ORDER_ID
000000                     AND    R.WITHDRAWAL_TYPE  =
000000                            :CST-WITHDRAW-REVERSAL
000000                     AND    R.SETTLE_DATE     >= H.SETTLE_DATE
000000                     AND    R.PRINCIPAL_AMOUNT =
000000                            0 - H.PRINCIPAL_AMOUNT
000000                     AND    R.INTEREST_PAID    =
000000                            0 - H.INTEREST_PAID)) X
000000         GROUP BY X.SAVING_TYPE, X.CURRENCY_CODE, X.TIER,
000000                  X.VINTAGE
000000         ORDER BY X.SAVING_TYPE, X.CURRENCY_CODE, X.TIER,
000000                  X.VINTAGE
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN RNO-SEG
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999RNO-SCAN-SEGMENTS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN RNO-SEG FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RNO-ABEND
000000     END-IF.
000000     PERFORM SPD9999RNO-FETCH-SEG.
000000     PERFORM UNTIL CST-EOF-RNO-SEG = 'Y'
000000         PERFORM SPD9999RNO-WRITE-SEGMENT
000000         PERFORM SPD9999RNO-FETCH-SEG
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE RNO-SEG
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 区分別行動の行取得
000000* SPD9999RNO-FETCH-SEG   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RNO-FETCH-SEG.
000000     EXEC SQL
000000         FETCH RNO-SEG
000000         INTO  :HV-SEG-SAVING-TYPE, :HV-SEG-CURRENCY,
000000               :HV-SEG-TIER, :HV-SEG-VINTAGE,
000000               :HV-SEG-EXPOSURE, :HV-SEG-EARLY,
000000               :HV-SEG-PARTIAL, :HV-SEG-MATURITY,
000000               :HV-SEG-RENEWAL
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             ADD 1               TO      CST-COUNT-SEGMENTS
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-RNO-SEG
000000         WHEN OTHER
000000             MOVE 'SPD9999RNO-FETCH-SEG'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH RNO-SEG FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RNO-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 区分別行動の1行出力
000000* SPD9999RNO-WRITE-SEGMENT SECTION |    （MAIN）
000000*                                |      早期解約率・一部払出率は対
000000*                                |      期首残高、継続率・流出率は
000000*                                |      対満期到来額（継続＋満期払出）
000000*/-------------------------------------------------------------/*
000000 SPD9999RNO-WRITE-SEGMENT.
000000     INITIALIZE                  ALM-SEG-REC.
000000     MOVE CST-REC-TYPE-SEGMENT   TO      ALM-SEG-TYPE.
000000     MOVE HV-MONTH-X             TO      ALM-SEG-MONTH.
000000     MOVE HV-SEG-SAVING-TYPE     TO      ALM-SEG-SAVING-TYPE.
000000     MOVE HV-SEG-CURRENCY        TO      ALM-SEG-CURRENCY-CODE.
000000     MOVE HV-SEG-TIER            TO      ALM-SEG-TIER.
000000     MOVE HV-SEG-VINTAGE         TO      ALM-SEG-VINTAGE.
000000     MOVE HV-SEG-EXPOSURE        TO      ALM-SEG-EXPOSURE.
000000     MOVE HV-SEG-EARLY           TO      ALM-SEG-EARLY.
000000     MOVE HV-SEG-PARTIAL         TO      ALM-SEG-PARTIAL.
000000     MOVE HV-SEG-MATURITY        TO      ALM-SEG-MATURITY.
000000     MOVE HV-SEG-RENEWAL         TO      ALM-SEG-RENEWAL.
000000     MOVE HV-SEG-SAVING-TYPE     TO      RPT-SEG-SAVING-TYPE.
000000     MOVE HV-SEG-CURRENCY        TO      RPT-SEG-CURRENCY.
000000     EVALUATE HV-SEG-TIER
000000         WHEN CST-TIER-1
000000             MOVE '<1M'          TO      RPT-SEG-TIER
000000         WHEN CST-TIER-2
000000             MOVE '<10M'         TO      RPT-SEG-TIER
000000         WHEN CST-TIER-3
000000             MOVE '<100M'        TO      RPT-SEG-TIER
000000         WHEN OTHER
000000             MOVE '100M+'        TO      RPT-SEG-TIER
000000     END-EVALUATE.
000000     MOVE HV-SEG-VINTAGE         TO      RPT-SEG-VINTAGE.
000000     MOVE HV-SEG-EXPOSURE        TO      RPT-SEG-EXPOSURE.
000000     MOVE HV-SEG-EARLY           TO      RPT-SEG-EARLY.
000000     MOVE HV-SEG-PARTIAL         TO      RPT-SEG-PARTIAL.
000000     MOVE HV-SEG-MATURITY        TO      RPT-SEG-MATURITY.
000000     MOVE HV-SEG-RENEWAL         TO      RPT-SEG-RENEWAL.
000000     MOVE 0                      TO      RPT-SEG-EARLY-PCT.
000000     MOVE 0                      TO      RPT-SEG-PARTIAL-PCT.
000000     MOVE 0                      TO      RPT-SEG-RENEW-PCT.
000000     MOVE 0                      TO      RPT-SEG-WALK-PCT.
000000     IF HV-SEG-EXPOSURE > 0
000000         COMPUTE WS-RATIO ROUNDED =
000000                 HV-SEG-EARLY / HV-SEG-EXPOSURE
000000         MOVE WS-RATIO           TO      ALM-SEG-EARLY-RATIO
000000         COMPUTE WS-PCT ROUNDED = WS-RATIO * 100
000000         MOVE WS-PCT             TO      RPT-SEG-EARLY-PCT
000000         COMPUTE WS-RATIO ROUNDED =
000000                 HV-SEG-PARTIAL / HV-SEG-EXPOSURE
000000         MOVE WS-RATIO           TO      ALM-SEG-PARTIAL-RATIO
000000         COMPUTE WS-PCT ROUNDED = WS-RATIO * 100
000000         MOVE WS-PCT             TO      RPT-SEG-PARTIAL-PCT
000000     END-IF.
000000     COMPUTE WS-MATURING = HV-SEG-MATURITY + HV-SEG-RENEWAL.
000000     IF WS-MATURING > 0
000000         COMPUTE WS-RATIO ROUNDED =
000000                 HV-SEG-RENEWAL / WS-MATURING
000000         MOVE WS-RATIO           TO      ALM-SEG-RENEW-RATIO
000000         COMPUTE WS-PCT ROUNDED = WS-RATIO * 100
000000         MOVE WS-PCT             TO      RPT-SEG-RENEW-PCT
000000         COMPUTE WS-RATIO ROUNDED =
000000                 HV-SEG-MATURITY / WS-MATURING
000000         MOVE WS-RATIO           TO      ALM-SEG-WALK-RATIO
000000         COMPUTE WS-PCT ROUNDED = WS-RATIO * 100
000000         MOVE WS-PCT             TO      RPT-SEG-WALK-PCT
000000     END-IF.
000000     WRITE ALM-SEG-REC.
000000     PERFORM SPD9999RNO-CHK-ALM.
000000     MOVE RPT-LINE-SEG-DETAIL    TO      RPT-REC.
000000     PERFORM SPD9999RNO-WRITE-REPORT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 金利差別の継続率の集計
000000* SPD9999RNO-SCAN-RATE-GAP SECTION |    （MAIN）
000000*                                |      対象: DB_SAVINGS_HISTORY
000000*                                |            DB_ACCOUNT_SAVINGS
000000*                                |      SAVING_TYPE×通貨の切替えで
000000*                                |      区分ごとに出力する
000000*/-------------------------------------------------------------/*
000000 SPD9999RNO-SCAN-RATE-GAP.
000000     MOVE RPT-LINE-BLANK         TO      RPT-REC.
000000     PERFORM SPD9999RNO-WRITE-REPORT.
000000     MOVE '(2) RENEWAL RATIO BY RATE GAP (NEW - CONTRACT)'
000000                                 TO      RPT-SEC-TITLE.
000000     PERFORM SPD9999RNO-WRITE-SECTION.
000000     MOVE RPT-LINE-GAP-HEADER    TO      RPT-REC.
000000     PERFORM SPD9999RNO-WRITE-REPORT.
000000     MOVE 'N'                    TO      CST-EOF-RNO-LEG.
000000     MOVE SPACES                 TO      WS-PREV-SAVING-TYPE.
000000     MOVE SPACES                 TO      WS-PREV-CURRENCY.
000000     INITIALIZE                  GAP-TABLE.
000000     EXEC SQL
000000         DECLARE RNO-LEG CURSOR FOR
000000         SELECT  S.SAVING_TYPE, S.CURRENCY_CODE, S.START_DATE,
000000                 S.RATE_OVERRIDE, H.WITHDRAWAL_TYPE,
000000                 H.PRINCIPAL_AMOUNT, H.SETTLE_DATE
000000         FROM    MYDB.DB_SAVINGS_HISTORY H,
000000                 MYDB.DB_ACCOUNT_SAVINGS S
000000         WHERE   S.ORDER_ID     =  H.ORDER_ID
000000         AND     H.SETTLE_DATE  >= :HV-MONTH-FROM-X
000000         AND     H.SETTLE_DATE  <= :HV-MONTH-TO-X
000000         AND     (H.WITHDRAWAL_TYPE = :CST-WITHDRAW-EARLY    OR
000000                  H.WITHDRAWAL_TYPE = :CST-WITHDRAW-MATURITY OR
000000                  H.WITHDRAWAL_TYPE = :CST-WITHDRAW-RENEWAL)
000000         AND     NOT EXISTS
000000                 (SELECT 1
000000                  FROM   MYDB.DB_SAVINGS_HISTORY R
000000                  WHERE  R.ORDER_ID         = H.ORDER_ID
000000                  AND    R.WITHDRAWAL_TYPE  =
000000                         :CST-WITHDRAW-REVERSAL
000000                  AND    R.SETTLE_DATE     >= H.SETTLE_DATE
000000                  AND    R.PRINCIPAL_AMOUNT =
000000                         0 - H.PRINCIPAL_AMOUNT
000000                  AND    R.INTEREST_PAID    =
000000                         0 - H.INTEREST_PAID)
000000         ORDER BY S.SAVING_TYPE, S.CURRENCY_CODE
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN RNO-LEG
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999RNO-SCAN-RATE-GAP'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN RNO-LEG FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RNO-ABEND
000000     END-IF.
000000     PERFORM SPD9999RNO-FETCH-LEG.
000000     PERFORM UNTIL CST-EOF-RNO-LEG = 'Y'
000000         IF  AS-SAVING-TYPE   NOT = WS-PREV-SAVING-TYPE
000000         OR  AS-CURRENCY-CODE NOT = WS-PREV-CURRENCY
000000             PERFORM SPD9999RNO-FLUSH-GAP
000000             MOVE AS-SAVING-TYPE
000000                                 TO      WS-PREV-SAVING-TYPE
000000             MOVE AS-CURRENCY-CODE
000000                                 TO      WS-PREV-CURRENCY
000000         END-IF
000000         PERFORM SPD9999RNO-ADD-GAP
000000         PERFORM SPD9999RNO-FETCH-LEG
000000     END-PERFORM.
000000     PERFORM SPD9999RNO-FLUSH-GAP.
000000     EXEC SQL
000000         CLOSE RNO-LEG
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 決済レグの行取得
000000* SPD9999RNO-FETCH-LEG   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RNO-FETCH-LEG.
000000     EXEC SQL
000000         FETCH RNO-LEG
000000         INTO  :AS-SAVING-TYPE, :AS-CURRENCY-CODE, :AS-START-DATE,
000000               :AS-RATE-OVERRIDE, :SH-WITHDRAWAL-TYPE,
000000               :SH-PRINCIPAL-AMOUNT, :SH-SETTLE-DATE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             ADD 1               TO      CST-COUNT-LEGS
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-RNO-LEG
000000         WHEN OTHER
000000             MOVE 'SPD9999RNO-FETCH-LEG'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH RNO-LEG FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RNO-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 金利差区分への加算
000000* SPD9999RNO-ADD-GAP     SECTION |      （MAIN）
000000*                                |      契約金利は個別利率（RATE_
000000*                                |      OVERRIDE）または預入日の
000000*                                |      DB_INTEREST_INFO、新規金利は
000000*                                |      決済日のDB_INTEREST_INFO
000000*/-------------------------------------------------------------/*
000000 SPD9999RNO-ADD-GAP.
000000     MOVE SH-PRINCIPAL-AMOUNT    TO      HV-RATE-AMOUNT.
000000     MOVE 'Y'                    TO      WS-RATE-FOUND.
000000     IF AS-RATE-OVERRIDE NOT = 0
000000         MOVE AS-RATE-OVERRIDE   TO      WS-RATE-CONTRACT
000000     ELSE
000000         MOVE AS-START-DATE      TO      HV-RATE-DATE-X
000000         PERFORM SPD9999RNO-GET-RATE
000000         MOVE II-INTEREST-RATE   TO      WS-RATE-CONTRACT
000000     END-IF.
000000     IF WS-RATE-FOUND = 'Y'
000000         MOVE SH-SETTLE-DATE     TO      HV-RATE-DATE-X
000000         PERFORM SPD9999RNO-GET-RATE
000000         MOVE II-INTEREST-RATE   TO      WS-RATE-NEW
000000     END-IF.
000000     IF WS-RATE-FOUND = 'N'
000000         MOVE CST-GAP-NO-RATE    TO      GAP-HIT
000000         ADD 1                   TO      CST-COUNT-NO-RATE
000000     ELSE
000000         COMPUTE WS-RATE-GAP = WS-RATE-NEW - WS-RATE-CONTRACT
000000         EVALUATE TRUE
000000             WHEN WS-RATE-GAP <= CST-GAP-EDGE-1
000000                 MOVE 1          TO      GAP-HIT
000000             WHEN WS-RATE-GAP <= CST-GAP-EDGE-2
000000                 MOVE 2          TO      GAP-HIT
000000             WHEN WS-RATE-GAP < CST-GAP-EDGE-3
000000                 MOVE 3          TO      GAP-HIT
000000             WHEN WS-RATE-GAP < CST-GAP-EDGE-4
000000                 MOVE 4          TO      GAP-HIT
000000             WHEN OTHER
000000                 MOVE 5          TO      GAP-HIT
000000         END-EVALUATE
000000     END-IF.
000000     EVALUATE SH-WITHDRAWAL-TYPE
000000         WHEN CST-WITHDRAW-MATURITY
000000             ADD 1               TO      GAP-MAT-CNT (GAP-HIT)
000000             ADD SH-PRINCIPAL-AMOUNT
000000                                 TO      GAP-MAT-AMT (GAP-HIT)
000000         WHEN CST-WITHDRAW-RENEWAL
000000             ADD 1               TO      GAP-REN-CNT (GAP-HIT)
000000             ADD SH-PRINCIPAL-AMOUNT
000000                                 TO      GAP-REN-AMT (GAP-HIT)
000000         WHEN OTHER
000000             ADD 1               TO      GAP-ERL-CNT (GAP-HIT)
000000             ADD SH-PRINCIPAL-AMOUNT
000000                                 TO      GAP-ERL-AMT (GAP-HIT)
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 適用金利の取得
000000* SPD9999RNO-GET-RATE    SECTION |      （COMMON）
000000*                                |      対象: DB_INTEREST_INFO
000000*                                |      HV-RATE-DATE-X・HV-RATE-AMOUNT
000000*                                |      の階層。未登録はWS-RATE-FOUND
000000*                                |      を'N'とする
000000*/-------------------------------------------------------------/*
000000 SPD9999RNO-GET-RATE.
000000     EXEC SQL
000000         SELECT INTEREST_RATE
000000         INTO   :II-INTEREST-RATE
000000         FROM   MYDB.DB_INTEREST_INFO
000000         WHERE  SAVING_TYPE          = :AS-SAVING-TYPE
000000         AND    EFFECTIVE_START_DATE <= :HV-RATE-DATE-X
000000         AND    EFFECTIVE_END_DATE   >= :HV-RATE-DATE-X
000000         AND    TIER_MIN_AMOUNT      <= :HV-RATE-AMOUNT
000000         AND    TIER_MAX_AMOUNT      >  :HV-RATE-AMOUNT
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'N'            TO      WS-RATE-FOUND
000000             MOVE 0              TO      II-INTEREST-RATE
000000         WHEN OTHER
000000             MOVE 'SPD9999RNO-GET-RATE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT DB_INTEREST_INFO FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RNO-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 金利差区分の出力
000000* SPD9999RNO-FLUSH-GAP   SECTION |      （MAIN）
000000*                                |      件数の無い区分は出力しない
000000*/-------------------------------------------------------------/*
000000 SPD9999RNO-FLUSH-GAP.
000000     IF WS-PREV-SAVING-TYPE NOT = SPACES
000000     OR WS-PREV-CURRENCY    NOT = SPACES
000000         PERFORM SPD9999RNO-WRITE-GAP
000000             VARYING GAP-IDX FROM 1 BY 1
000000             UNTIL   GAP-IDX > 6
000000     END-IF.
000000     INITIALIZE                  GAP-TABLE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 金利差区分の1行出力
000000* SPD9999RNO-WRITE-GAP   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RNO-WRITE-GAP.
000000     IF  GAP-MAT-CNT (GAP-IDX) = 0
000000     AND GAP-REN-CNT (GAP-IDX) = 0
000000     AND GAP-ERL-CNT (GAP-IDX) = 0
000000         CONTINUE
000000     ELSE
000000         EVALUATE GAP-IDX
000000             WHEN 1
000000                 MOVE 'A'        TO      WS-GAP-BUCKET
000000                 MOVE '<= -0.50%'
000000                                 TO      WS-GAP-LABEL
000000             WHEN 2
000000                 MOVE 'B'        TO      WS-GAP-BUCKET
000000                 MOVE '-0.50/-0.10%'
000000                                 TO      WS-GAP-LABEL
000000             WHEN 3
000000                 MOVE 'C'        TO      WS-GAP-BUCKET
000000                 MOVE 'WITHIN 0.10%'
000000                                 TO      WS-GAP-LABEL
000000             WHEN 4
000000                 MOVE 'D'        TO      WS-GAP-BUCKET
000000                 MOVE '+0.10/+0.50%'
000000                                 TO      WS-GAP-LABEL
000000             WHEN 5
000000                 MOVE 'E'        TO      WS-GAP-BUCKET
000000                 MOVE '>= +0.50%'
000000                                 TO      WS-GAP-LABEL
000000             WHEN OTHER
000000                 MOVE 'N'        TO      WS-GAP-BUCKET
000000                 MOVE 'NO RATE'  TO      WS-GAP-LABEL
000000         END-EVALUATE
000000         INITIALIZE              ALM-GAP-REC
000000         MOVE CST-REC-TYPE-GAP   TO      ALM-GAP-TYPE
000000         MOVE HV-MONTH-X         TO      ALM-GAP-MONTH
000000         MOVE WS-PREV-SAVING-TYPE
000000                                 TO      ALM-GAP-SAVING-TYPE
000000         MOVE WS-PREV-CURRENCY   TO      ALM-GAP-CURRENCY-CODE
000000         MOVE WS-GAP-BUCKET      TO      ALM-GAP-BUCKET
000000         MOVE GAP-MAT-CNT (GAP-IDX)
000000                                 TO      ALM-GAP-MATURITY-CNT
000000         MOVE GAP-MAT-AMT (GAP-IDX)
000000                                 TO      ALM-GAP-MATURITY
000000         MOVE GAP-REN-CNT (GAP-IDX)
000000                                 TO      ALM-GAP-RENEWAL-CNT
000000         MOVE GAP-REN-AMT (GAP-IDX)
000000                                 TO      ALM-GAP-RENEWAL
000000         MOVE GAP-ERL-CNT (GAP-IDX)
000000                                 TO      ALM-GAP-EARLY-CNT
000000         MOVE GAP-ERL-AMT (GAP-IDX)
000000                                 TO      ALM-GAP-EARLY
000000         MOVE WS-PREV-SAVING-TYPE
000000                                 TO      RPT-GAP-SAVING-TYPE
000000         MOVE WS-PREV-CURRENCY   TO      RPT-GAP-CURRENCY
000000         MOVE WS-GAP-LABEL       TO      RPT-GAP-LABEL
000000         MOVE GAP-MAT-CNT (GAP-IDX)
000000                                 TO      RPT-GAP-MATURITY-CNT
000000         MOVE GAP-MAT-AMT (GAP-IDX)
000000                                 TO      RPT-GAP-MATURITY
000000         MOVE GAP-REN-CNT (GAP-IDX)
000000                                 TO      RPT-GAP-RENEWAL-CNT
000000         MOVE GAP-REN-AMT (GAP-IDX)
000000                                 TO      RPT-GAP-RENEWAL
000000         MOVE GAP-ERL-CNT (GAP-IDX)
000000                                 TO      RPT-GAP-EARLY-CNT
000000         MOVE GAP-ERL-AMT (GAP-IDX)
000000                                 TO      RPT-GAP-EARLY
000000         MOVE 0                  TO      RPT-GAP-RENEW-PCT
000000         COMPUTE WS-MATURING =
000000                 GAP-MAT-AMT (GAP-IDX) + GAP-REN-AMT (GAP-IDX)
000000         IF WS-MATURING > 0
000000             COMPUTE WS-RATIO ROUNDED =
000000                     GAP-REN-AMT (GAP-IDX) / WS-MATURING
000000             MOVE WS-RATIO       TO      ALM-GAP-RENEW-RATIO
000000             COMPUTE WS-PCT ROUNDED = WS-RATIO * 100
000000             MOVE WS-PCT         TO      RPT-GAP-RENEW-PCT
000000         END-IF
000000         WRITE ALM-GAP-REC
000000         PERFORM SPD9999RNO-CHK-ALM
000000         MOVE RPT-LINE-GAP-DETAIL
000000                                 TO      RPT-REC
000000         PERFORM SPD9999RNO-WRITE-REPORT
000000         ADD 1                   TO      CST-COUNT-GAP-LINES
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ランオフ曲線の集計・出力
000000* SPD9999RNO-SCAN-CURVE  SECTION |      （MAIN）
000000*                                |      対象: DB_ACCOUNT_SAVINGS
000000*                                |            DB_SAVINGS_HISTORY
000000*                                |      預入元金は一部払出で減額した
000000*                                |      元金を戻した額とする。継続
000000*                                |      新規は継続日の預入月に計上
000000*/-------------------------------------------------------------/*
000000 SPD9999RNO-SCAN-CURVE.
000000     MOVE RPT-LINE-BLANK         TO      RPT-REC.
000000     PERFORM SPD9999RNO-WRITE-REPORT.
000000     MOVE '(3) RUN-OFF CURVE BY PLACEMENT VINTAGE'
000000                                 TO      RPT-SEC-TITLE.
000000     PERFORM SPD9999RNO-WRITE-SECTION.
000000     MOVE RPT-LINE-CRV-HEADER    TO      RPT-REC.
000000     PERFORM SPD9999RNO-WRITE-REPORT.
000000     MOVE 'N'                    TO      CST-EOF-RNO-CRV.
000000     EXEC SQL
000000         DECLARE RNO-CRV CURSOR FOR
000000         SELECT  S.SAVING_TYPE, S.CURRENCY_CODE,
000000                 SUBSTR(S.START_DATE, 1, 6), COUNT(*),
000000                 SUM(S.MONEY_ROOT + COALESCE(P.PART_AMT, 0)),
000000                 SUM(CASE WHEN S.STATUS = :CST-STATUS-1 OR
000000                               S.STATUS = :CST-STATUS-2
000000                          THEN S.MONEY_ROOT ELSE 0 END)
000000         FROM    MYDB.DB_ACCOUNT_SAVINGS S
000000                 LEFT OUTER JOIN
000000                 (SELECT ORDER_ID,
000000                         SUM(PRINCIPAL_AMOUNT) AS PART_AMT
000000                  FROM   MYDB.DB_SAVINGS_HISTORY
000000                  WHERE  WITHDRAWAL_TYPE = :CST-WITHDRAW-PARTIAL
000000                  GROUP BY ORDER_ID) P
000000                 ON  P.ORDER_ID = S.ORDER_ID
000000         WHERE   S.START_DATE <= :HV-MONTH-TO-X
000000         GROUP BY S.SAVING_TYPE, S.CURRENCY_CODE,
000000                  SUBSTR(S.START_DATE, 1, 6)
000000         ORDER BY S.SAVING_TYPE, S.CURRENCY_CODE,
000000                  SUBSTR(S.START_DATE, 1, 6)
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN RNO-CRV
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999RNO-SCAN-CURVE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN RNO-CRV FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RNO-ABEND
000000     END-IF.
000000     PERFORM SPD9999RNO-FETCH-CRV.
000000     PERFORM UNTIL CST-EOF-RNO-CRV = 'Y'
000000         PERFORM SPD9999RNO-WRITE-CURVE
000000         PERFORM SPD9999RNO-FETCH-CRV
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE RNO-CRV
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ランオフ曲線の行取得
000000* SPD9999RNO-FETCH-CRV   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RNO-FETCH-CRV.
000000     EXEC SQL
000000         FETCH RNO-CRV
000000         INTO  :HV-CRV-SAVING-TYPE, :HV-CRV-CURRENCY,
000000               :HV-CRV-VINTAGE, :HV-CRV-COUNT,
000000               :HV-CRV-PLACED, :HV-CRV-OUTSTANDING
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             ADD 1               TO      CST-COUNT-CURVE-POINTS
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-RNO-CRV
000000         WHEN OTHER
000000             MOVE 'SPD9999RNO-FETCH-CRV'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH RNO-CRV FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RNO-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ランオフ曲線の1点出力
000000* SPD9999RNO-WRITE-CURVE SECTION |      （MAIN）
000000*                                |      経過月数は対象月−預入月
000000*/-------------------------------------------------------------/*
000000 SPD9999RNO-WRITE-CURVE.
000000     IF HV-CRV-VINTAGE IS NUMERIC
000000         COMPUTE WS-VINTAGE-NO =
000000                 HV-CRV-VINTAGE-YY * 12 + HV-CRV-VINTAGE-MM
000000         COMPUTE WS-AGE-MONTHS = WS-MONTH-NO - WS-VINTAGE-NO
000000     ELSE
000000         MOVE 0                  TO      WS-AGE-MONTHS
000000     END-IF.
000000     INITIALIZE                  ALM-CRV-REC.
000000     MOVE CST-REC-TYPE-CURVE     TO      ALM-CRV-TYPE.
000000     MOVE HV-MONTH-X             TO      ALM-CRV-MONTH.
000000     MOVE HV-CRV-SAVING-TYPE     TO      ALM-CRV-SAVING-TYPE.
000000     MOVE HV-CRV-CURRENCY        TO      ALM-CRV-CURRENCY-CODE.
000000     MOVE HV-CRV-VINTAGE         TO      ALM-CRV-VINTAGE.
000000     MOVE WS-AGE-MONTHS          TO      ALM-CRV-AGE-MONTHS.
000000     MOVE HV-CRV-COUNT           TO      ALM-CRV-PLACED-CNT.
000000     MOVE HV-CRV-PLACED          TO      ALM-CRV-PLACED.
000000     MOVE HV-CRV-OUTSTANDING     TO      ALM-CRV-OUTSTANDING.
000000     MOVE HV-CRV-SAVING-TYPE     TO      RPT-CRV-SAVING-TYPE.
000000     MOVE HV-CRV-CURRENCY        TO      RPT-CRV-CURRENCY.
000000     MOVE HV-CRV-VINTAGE         TO      RPT-CRV-VINTAGE.
000000     MOVE WS-AGE-MONTHS          TO      RPT-CRV-AGE.
000000     MOVE HV-CRV-COUNT           TO      RPT-CRV-PLACED-CNT.
000000     MOVE HV-CRV-PLACED          TO      RPT-CRV-PLACED.
000000     MOVE HV-CRV-OUTSTANDING     TO      RPT-CRV-OUTSTANDING.
000000     MOVE 0                      TO      RPT-CRV-SURVIVAL-PCT.
000000     IF HV-CRV-PLACED > 0
000000         COMPUTE WS-RATIO ROUNDED =
000000                 HV-CRV-OUTSTANDING / HV-CRV-PLACED
000000         MOVE WS-RATIO           TO      ALM-CRV-SURVIVAL-RATIO
000000         COMPUTE WS-PCT ROUNDED = WS-RATIO * 100
000000         MOVE WS-PCT             TO      RPT-CRV-SURVIVAL-PCT
000000     END-IF.
000000     WRITE ALM-CRV-REC.
000000     PERFORM SPD9999RNO-CHK-ALM.
000000     MOVE RPT-LINE-CRV-DETAIL    TO      RPT-REC.
000000     PERFORM SPD9999RNO-WRITE-REPORT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ALMファイルのトレーラ出力
000000* SPD9999RNO-WRITE-TRAILER SECTION |    （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RNO-WRITE-TRAILER.
000000     INITIALIZE                  ALM-TRL-REC.
000000     MOVE CST-REC-TYPE-TRAILER   TO      ALM-TRL-TYPE.
000000     MOVE HV-MONTH-X             TO      ALM-TRL-MONTH.
000000     MOVE CST-COUNT-SEGMENTS     TO      ALM-TRL-SEG-COUNT.
000000     MOVE CST-COUNT-GAP-LINES    TO      ALM-TRL-GAP-COUNT.
000000     MOVE CST-COUNT-CURVE-POINTS
000000                                 TO      ALM-TRL-CRV-COUNT.
000000     WRITE ALM-TRL-REC.
000000     PERFORM SPD9999RNO-CHK-ALM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 見出し行の出力
000000* SPD9999RNO-WRITE-SECTION SECTION |    （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RNO-WRITE-SECTION.
000000     MOVE RPT-LINE-SECTION       TO      RPT-REC.
000000     PERFORM SPD9999RNO-WRITE-REPORT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 報告の出力
000000* SPD9999RNO-WRITE-REPORT SECTION |     （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RNO-WRITE-REPORT.
000000     WRITE RPT-REC.
000000     IF WS-RPT-STATUS NOT = '00'
000000         MOVE 'SPD9999RNO-WRITE-REPORT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE RNORPT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RNO-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ALMファイル出力の確認
000000* SPD9999RNO-CHK-ALM     SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RNO-CHK-ALM.
000000     IF WS-ALM-STATUS NOT = '00'
000000         MOVE 'SPD9999RNO-CHK-ALM'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE RNOALM FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RNO-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999RNO-ABEND       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RNO-ABEND.
000000     DISPLAY 'SPD9999RNO-ABEND'.
000000     DISPLAY 'ERROR MODULE : ' CST-ABEND-BREAKPOINT.
000000     DISPLAY 'ERROR DETAIL : ' CST-ABEND-DETAIL.
000000     DISPLAY 'SQLCODE      : ' SQLCODE.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999RNO.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
