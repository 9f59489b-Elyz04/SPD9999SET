000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999TDX.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999TDX
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            テスト環境向け匿名化データ抽出
000000*                                バッチ
000000*                                本番データから口座の部分集合を
000000*                                抽出し、テスト環境のロードファイル
000000*                                を作成する。
000000*                                PARM='抽出間隔(4),乗数(9),日付
000000*                                      シフト(符号＋3桁)'
000000*                                  例 '0010,987654321,-180'
000000*                                  抽出間隔 : ACC_IDを割り切る口座を
000000*                                    抽出する（'0001'=全件）。口座に
000000*                                    属する注文・履歴・停止・担保・
000000*                                    指図・振込・顧客を一括して抽出
000000*                                    するため、抽出結果は口座単位で
000000*                                    整合する
000000*                                  乗数 : ACC_ID・ORDER_ID（振込の
000000*                                    TRANSFER_ID・振込先の行内口座
000000*                                    IDを含む）を
000000*                                    （ID×乗数）MOD 10**9 で置換する。
000000*                                    末尾が1・3・7・9の乗数は10**9と
000000*                                    互いに素のため置換は1対1となり、
000000*                                    全ファイルで同じIDは同じ値に
000000*                                    なる（0は0のまま）。乗数は本番
000000*                                    IDの復元を防ぐため運用で秘匿
000000*                                    し、ソースには持たない
000000*                                  日付シフト : 全ての日付項目を同じ
000000*                                    日数だけずらす（'00000000'・
000000*                                    '99999999'・空白は変更しない）
000000*                                マスキング:
000000*                                  氏名・住所1 : 'TEST CUSTOMER'・
000000*                                    'TEST ADDRESS'＋置換後のACC_ID
000000*                                  住所2 : 入力ありは'TEST BUILDING'
000000*                                  郵便番号 : 上3桁のみ残す
000000*                                  納税者番号 : 'TIN'＋置換後のACC_ID
000000*                                  他行口座番号 : （番号×乗数）
000000*                                    MOD 10**7（同じ口座は同じ番号）
000000*                                  他行口座名義 : 'TEST PAYEE'
000000*                                  担保の貸付先参照 : 'TEST LENDER'
000000*                                金額は変更しない。
000000*                                出力ファイル（DISPLAY形式・固定長）:
000000*                                  TDXSAV  : DB_ACCOUNT_SAVINGS
000000*                                  TDXBAL  : DB_ACCOUNT_BALANCE
000000*                                  TDXHIST : DB_SAVINGS_HISTORY
000000*                                  TDXHOLD : DB_ACCOUNT_HOLD
000000*                                  TDXPLDG : DB_PLEDGE
000000*                                  TDXPAYI : DB_PAYOUT_INSTRUCTION
000000*                                  TDXRENI : DB_RENEWAL_INSTRUCTION
000000*                                  TDXTRNQ : DB_TRANSFER_QUEUE
000000*                                  TDXCUST : DB_CUSTOMER_MASTER
000000*                                  TDXRPT  : 管理レポート
000000*                                管理レポートはテーブルごとに、同じ
000000*                                抽出条件で本番テーブルを集計した
000000*                                件数・金額合計と、出力ファイルへ
000000*                                書いた件数・金額合計を並べる。
000000*                                不一致があれば異常終了する（ロード
000000*                                しないこと）。
000000*                                夜間バッチ完了後の更新の無い時間帯
000000*                                に実行すること（WITH URで読むため、
000000*                                更新中は不一致となりうる）
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 :            プログラムの作成
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*        2026/10/15 :            顧客マスタの手数料区分
000000*                                （FEE_CATEGORY）をTDXCUSTへ出力
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000 FILE-CONTROL.
000000     SELECT SAV-FILE      ASSIGN TO 'TDXSAV'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-SAV-STATUS.
000000     SELECT BAL-FILE      ASSIGN TO 'TDXBAL'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-BAL-STATUS.
000000     SELECT HIS-FILE      ASSIGN TO 'TDXHIST'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-HIS-STATUS.
000000     SELECT HLD-FILE      ASSIGN TO 'TDXHOLD'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-HLD-STATUS.
000000     SELECT PLG-FILE      ASSIGN TO 'TDXPLDG'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-PLG-STATUS.
000000     SELECT PAY-FILE      ASSIGN TO 'TDXPAYI'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-PAY-STATUS.
000000     SELECT REN-FILE      ASSIGN TO 'TDXRENI'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-REN-STATUS.
000000     SELECT TRQ-FILE      ASSIGN TO 'TDXTRNQ'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-TRQ-STATUS.
000000     SELECT CUS-FILE      ASSIGN TO 'TDXCUST'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-CUS-STATUS.
000000     SELECT REPORT-FILE   ASSIGN TO 'TDXRPT'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-RPT-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000 FD  SAV-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 120 CHARACTERS.
000000 01 SAV-REC.
000000    03 TDX-SAV-ORDER-ID          PIC 9(09).
000000    03 TDX-SAV-ACC-ID            PIC 9(09).
000000    03 TDX-SAV-SAVING-TYPE       PIC X(10).
000000    03 TDX-SAV-START-DATE        PIC X(08).
000000    03 TDX-SAV-END-DATE          PIC X(08).
000000    03 TDX-SAV-MONEY-ROOT        PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 TDX-SAV-INTEREST          PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 TDX-SAV-MONEY             PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 TDX-SAV-STATUS            PIC X(01).
000000    03 TDX-SAV-RATE-OVERRIDE     PIC S9(01)V9(04)
000000                                 SIGN LEADING SEPARATE.
000000    03 TDX-SAV-CURRENCY          PIC X(03).
000000    03 TDX-SAV-DORMANT-FLAG      PIC X(01).
000000    03 FILLER                    PIC X(17).
000000 FD  BAL-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 40 CHARACTERS.
000000 01 BAL-REC.
000000    03 TDX-BAL-ACC-ID            PIC 9(09).
000000    03 TDX-BAL-BALANCE           PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 TDX-BAL-CURRENCY          PIC X(03).
000000    03 FILLER                    PIC X(12).
000000 FD  HIS-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 160 CHARACTERS.
000000 01 HIS-REC.
000000    03 TDX-HIS-ORDER-ID          PIC 9(09).
000000    03 TDX-HIS-ACC-ID            PIC 9(09).
000000    03 TDX-HIS-SETTLE-DATE       PIC X(08).
000000    03 TDX-HIS-RATE              PIC S9(01)V9(04)
000000                                 SIGN LEADING SEPARATE.
000000    03 TDX-HIS-PRINCIPAL         PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 TDX-HIS-INTEREST          PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 TDX-HIS-TAX-NATIONAL      PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 TDX-HIS-TAX-LOCAL         PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 TDX-HIS-INT-NET           PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 TDX-HIS-NEW-BALANCE       PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 TDX-HIS-WITHDRAW-TYPE     PIC X(08).
000000    03 TDX-HIS-DAY-BASIS         PIC 9(03).
000000    03 FILLER                    PIC X(21).
000000 FD  HLD-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 80 CHARACTERS.
000000 01 HLD-REC.
000000    03 TDX-HLD-ACC-ID            PIC 9(09).
000000    03 TDX-HLD-ORDER-ID          PIC 9(09).
000000    03 TDX-HLD-HOLD-TYPE         PIC X(10).
000000    03 TDX-HLD-START-DATE        PIC X(08).
000000    03 TDX-HLD-END-DATE          PIC X(08).
000000    03 TDX-HLD-AUTHORITY         PIC X(30).
000000    03 FILLER                    PIC X(06).
000000 FD  PLG-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 80 CHARACTERS.
000000 01 PLG-REC.
000000    03 TDX-PLG-ORDER-ID          PIC 9(09).
000000    03 TDX-PLG-AMOUNT            PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 TDX-PLG-LENDER-REF        PIC X(20).
000000    03 TDX-PLG-RELEASE-DATE      PIC X(08).
000000    03 FILLER                    PIC X(27).
000000 FD  PAY-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 80 CHARACTERS.
000000 01 PAY-REC.
000000    03 TDX-PAY-ORDER-ID          PIC 9(09).
000000    03 TDX-PAY-ACC-ID            PIC 9(09).
000000    03 TDX-PAY-TARGET-TYPE       PIC X(01).
000000    03 TDX-PAY-TARGET-ACC-ID     PIC 9(09).
000000    03 TDX-PAY-BANK-CODE         PIC X(04).
000000    03 TDX-PAY-BRANCH-CODE       PIC X(03).
000000    03 TDX-PAY-EXT-ACC-TYPE      PIC X(01).
000000    03 TDX-PAY-EXT-ACC-NO        PIC X(07).
000000    03 TDX-PAY-EXT-ACC-NAME      PIC X(30).
000000    03 TDX-PAY-CONVERT-CCY       PIC X(03).
000000    03 FILLER                    PIC X(04).
000000 FD  REN-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 20 CHARACTERS.
000000 01 REN-REC.
000000    03 TDX-REN-ORDER-ID          PIC 9(09).
000000    03 TDX-REN-RENEWAL-TYPE      PIC X(01).
000000    03 FILLER                    PIC X(10).
000000 FD  TRQ-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 120 CHARACTERS.
000000 01 TRQ-REC.
000000    03 TDX-TRQ-TRANSFER-ID       PIC 9(09).
000000    03 TDX-TRQ-ORDER-ID          PIC 9(09).
000000    03 TDX-TRQ-ACC-ID            PIC 9(09).
000000    03 TDX-TRQ-SETTLE-DATE       PIC X(08).
000000    03 TDX-TRQ-BANK-CODE         PIC X(04).
000000    03 TDX-TRQ-BRANCH-CODE       PIC X(03).
000000    03 TDX-TRQ-EXT-ACC-TYPE      PIC X(01).
000000    03 TDX-TRQ-EXT-ACC-NO        PIC X(07).
000000    03 TDX-TRQ-EXT-ACC-NAME      PIC X(30).
000000    03 TDX-TRQ-AMOUNT            PIC S9(13)V99
000000                                 SIGN LEADING SEPARATE.
000000    03 TDX-TRQ-CURRENCY          PIC X(03).
000000    03 TDX-TRQ-STATUS            PIC X(01).
000000    03 TDX-TRQ-SENT-DATE         PIC X(08).
000000    03 FILLER                    PIC X(12).
000000 FD  CUS-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 200 CHARACTERS.
000000 01 CUS-REC.
000000    03 TDX-CUS-ACC-ID            PIC 9(09).
000000    03 TDX-CUS-NAME              PIC X(40).
000000    03 TDX-CUS-HONORIFIC         PIC X(10).
000000    03 TDX-CUS-POSTAL-CODE       PIC X(08).
000000    03 TDX-CUS-ADDRESS-1         PIC X(40).
000000    03 TDX-CUS-ADDRESS-2         PIC X(40).
000000    03 TDX-CUS-DELIVERY-PREF     PIC X(01).
000000    03 TDX-CUS-SUPPRESS-FLAG     PIC X(01).
000000    03 TDX-CUS-BIRTH-DATE        PIC X(08).
000000    03 TDX-CUS-TAX-COUNTRY       PIC X(02).
000000    03 TDX-CUS-TAX-ID            PIC X(20).
000000    03 TDX-CUS-SELF-CERT         PIC X(01).
000000    03 TDX-CUS-CERT-EXPIRY       PIC X(08).
000000    03 TDX-CUS-FEE-CATEGORY      PIC X(02).
000000    03 FILLER                    PIC X(10).
000000 FD  REPORT-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 132 CHARACTERS.
000000 01 RPT-REC                      PIC X(132).
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
000000*--- DCLGEN参照：MYDB.DB_SAVINGS_HISTORY
000000     EXEC SQL
000000         INCLUDE                 SAVHIST
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_ACCOUNT_HOLD
000000     EXEC SQL
000000         INCLUDE                 ACCHLD
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_PLEDGE
000000     EXEC SQL
000000         INCLUDE                 PLEDGE
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_PAYOUT_INSTRUCTION
000000     EXEC SQL
000000         INCLUDE                 PAYINS
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_RENEWAL_INSTRUCTION
000000     EXEC SQL
000000         INCLUDE                 RENINS
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_TRANSFER_QUEUE
000000     EXEC SQL
000000         INCLUDE                 TRNSFQ
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CUSTOMER_MASTER
000000     EXEC SQL
000000         INCLUDE                 CUSTMS
000000     END-EXEC.
000000 01 WS-SAV-STATUS                PIC X(02).
000000 01 WS-BAL-STATUS                PIC X(02).
000000 01 WS-HIS-STATUS                PIC X(02).
000000 01 WS-HLD-STATUS                PIC X(02).
000000 01 WS-PLG-STATUS                PIC X(02).
000000 01 WS-PAY-STATUS                PIC X(02).
000000 01 WS-REN-STATUS                PIC X(02).
000000 01 WS-TRQ-STATUS                PIC X(02).
000000 01 WS-CUS-STATUS                PIC X(02).
000000 01 WS-RPT-STATUS                PIC X(02).
000000 01 WS-VARIABLES.
000000*--- PARM分解
000000    03 WS-PARAM-SAMPLE-CHAR      PIC X(04).
000000    03 WS-PARAM-MULT-CHAR        PIC X(09).
000000    03 WS-PARAM-SHIFT-CHAR       PIC X(04).
000000    03 WS-PARAM-SHIFT-R          REDEFINES WS-PARAM-SHIFT-CHAR.
000000       05 WS-PARAM-SHIFT-SIGN    PIC X(01).
000000       05 WS-PARAM-SHIFT-DAYS    PIC 9(03).
000000    03 WS-MULTIPLIER             PIC 9(09).
000000    03 WS-MULTIPLIER-R           REDEFINES WS-MULTIPLIER.
000000       05 FILLER                 PIC X(08).
000000       05 WS-MULTIPLIER-LAST     PIC X(01).
000000    03 WS-SHIFT-DAYS             PIC S9(05) COMP.
000000*--- ID置換
000000    03 WS-ID-IN                  PIC S9(09) COMP.
000000    03 WS-ID-OUT                 PIC S9(09) COMP.
000000    03 WS-ID-WORK                PIC S9(18) COMP-3.
000000    03 WS-ID-QUOT                PIC S9(18) COMP-3.
000000    03 WS-ID-DISP                PIC 9(09).
000000*--- 他行口座番号の置換
000000    03 WS-EXT-NO-IN              PIC X(07).
000000    03 WS-EXT-NO-9               PIC 9(07).
000000    03 WS-EXT-NO-OUT             PIC 9(07).
000000    03 WS-EXT-NO-RESULT          PIC X(07).
000000*--- 日付シフト
000000    03 WS-DATE-IN                PIC X(08).
000000    03 WS-DATE-IN-9              REDEFINES WS-DATE-IN
000000                                 PIC 9(08).
000000    03 WS-DATE-OUT               PIC X(08).
000000    03 WS-DATE-OUT-9             PIC 9(08).
000000    03 WS-DATE-INT               PIC S9(09) COMP.
000000*--- 管理レポート
000000    03 WS-MISMATCH-CNT           PIC 9(02).
000000 01 HV-VARIABLES.
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000    03 HV-SAMPLE-DIV             PIC S9(09) COMP.
000000    03 HV-SRC-COUNT              PIC S9(09) COMP.
000000    03 HV-SRC-AMOUNT             PIC S9(15)V99    COMP-3.
000000*/-------------------------------------------------------------/*
000000*  管理集計テーブル（テーブルごとの本番集計と出力集計）
000000*/-------------------------------------------------------------/*
000000 01 CTL-TABLE.
000000    03 CTL-ENTRY OCCURS 9.
000000       05 CTL-NAME               PIC X(24).
000000       05 CTL-AMOUNT-NAME        PIC X(20).
000000       05 CTL-SRC-CNT          PIC 9(09).
000000       05 CTL-OUT-CNT          PIC 9(09).
000000       05 CTL-SRC-AMT         PIC S9(15)V99    COMP-3.
000000       05 CTL-OUT-AMT         PIC S9(15)V99    COMP-3.
000000 01 CTL-IDX                      PIC S9(04) COMP.
000000*/-------------------------------------------------------------/*
000000*  レポート編集エリア
000000*/-------------------------------------------------------------/*
000000 01 RPT-HEADER-1.
000000    03 FILLER                    PIC X(40)
000000                                 VALUE 'SPD9999TDX TEST EXTRACT'.
000000    03 FILLER                    PIC X(11)  VALUE 'RUN DATE : '.
000000    03 RPT-H1-DATE               PIC X(08).
000000    03 FILLER                    PIC X(73)  VALUE SPACES.
000000 01 RPT-HEADER-2.
000000    03 FILLER                    PIC X(18)
000000                                 VALUE 'SAMPLE 1 ACCOUNT /'.
000000    03 RPT-H2-SAMPLE             PIC Z(03)9.
000000    03 FILLER                    PIC X(16)
000000                                 VALUE '   DATE SHIFT : '.
000000    03 RPT-H2-SHIFT              PIC -(04)9.
000000    03 FILLER                    PIC X(05)  VALUE ' DAYS'.
000000    03 FILLER                    PIC X(84)  VALUE SPACES.
000000 01 RPT-HEADER-3.
000000    03 FILLER                    PIC X(25)  VALUE 'TABLE'.
000000    03 FILLER                    PIC X(21)  VALUE 'AMOUNT COLUMN'.
000000    03 FILLER                    PIC X(11)  VALUE ' SRC COUNT'.
000000    03 FILLER                    PIC X(11)  VALUE ' OUT COUNT'.
000000    03 FILLER                    PIC X(23)
000000                                 VALUE '             SRC AMOUNT'.
000000    03 FILLER                    PIC X(23)
000000                                 VALUE '             OUT AMOUNT'.
000000    03 FILLER                    PIC X(18)  VALUE ' RESULT'.
000000 01 RPT-DETAIL.
000000    03 RPT-D-NAME                PIC X(24).
000000    03 FILLER                    PIC X(01)  VALUE SPACE.
000000    03 RPT-D-AMOUNT-NAME         PIC X(20).
000000    03 FILLER                    PIC X(01)  VALUE SPACE.
000000    03 RPT-D-SRC-COUNT           PIC Z(09)9.
000000    03 FILLER                    PIC X(01)  VALUE SPACE.
000000    03 RPT-D-OUT-COUNT           PIC Z(09)9.
000000    03 FILLER                    PIC X(01)  VALUE SPACE.
000000    03 RPT-D-SRC-AMOUNT          PIC -(15)9.99.
000000    03 FILLER                    PIC X(03)  VALUE SPACES.
000000    03 RPT-D-OUT-AMOUNT          PIC -(15)9.99.
000000    03 FILLER                    PIC X(04)  VALUE SPACES.
000000    03 RPT-D-RESULT              PIC X(08).
000000    03 FILLER                    PIC X(09)  VALUE SPACES.
000000 01 RPT-FOOTER.
000000    03 RPT-F-TEXT                PIC X(60).
000000    03 FILLER                    PIC X(72)  VALUE SPACES.
000000 01 CST-VARIABLES.
000000    03 CST-ID-MODULUS            PIC 9(10)  VALUE 1000000000.
000000    03 CST-EXT-NO-MODULUS        PIC 9(08)  VALUE 10000000.
000000    03 CST-NO-DATE               PIC X(08)  VALUE '00000000'.
000000    03 CST-OPEN-DATE             PIC X(08)  VALUE '99999999'.
000000    03 CST-MASK-NAME             PIC X(14)
000000                                 VALUE 'TEST CUSTOMER '.
000000    03 CST-MASK-ADDRESS-1        PIC X(13)  VALUE 'TEST ADDRESS '.
000000    03 CST-MASK-ADDRESS-2        PIC X(13)  VALUE 'TEST BUILDING'.
000000    03 CST-MASK-POSTAL           PIC X(05)  VALUE '-0000'.
000000    03 CST-MASK-TAX-ID           PIC X(03)  VALUE 'TIN'.
000000    03 CST-MASK-PAYEE            PIC X(10)  VALUE 'TEST PAYEE'.
000000    03 CST-MASK-LENDER           PIC X(11)  VALUE 'TEST LENDER'.
000000    03 CST-MASK-EXT-NO           PIC X(07)  VALUE '0000000'.
000000    03 CST-CTL-SAV               PIC 9(02)  VALUE 1.
000000    03 CST-CTL-BAL               PIC 9(02)  VALUE 2.
000000    03 CST-CTL-HIS               PIC 9(02)  VALUE 3.
000000    03 CST-CTL-HLD               PIC 9(02)  VALUE 4.
000000    03 CST-CTL-PLG               PIC 9(02)  VALUE 5.
000000    03 CST-CTL-PAY               PIC 9(02)  VALUE 6.
000000    03 CST-CTL-REN               PIC 9(02)  VALUE 7.
000000    03 CST-CTL-TRQ               PIC 9(02)  VALUE 8.
000000    03 CST-CTL-CUS               PIC 9(02)  VALUE 9.
000000    03 CST-CTL-MAX               PIC 9(02)  VALUE 9.
000000    03 CST-EOF-CRS-SAV           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-BAL           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-HIS           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-HLD           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-PLG           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-PAY           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-REN           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-TRQ           PIC X(01)  VALUE 'N'.
000000    03 CST-EOF-CRS-CUS           PIC X(01)  VALUE 'N'.
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
000000*--- '抽出間隔(4),乗数(9),日付シフト(符号＋3桁)'
000000    03 LNK-PARAM-DATA            PIC X(19).
000000*/-------------------------------------------------------------/*
000000 PROCEDURE                       DIVISION USING LNK-PARAM-JCL.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999TDX-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-MAIN.
000000     DISPLAY 'START SPD9999TDX'.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     PERFORM SPD9999TDX-CHK-PARAM.
000000     PERFORM SPD9999TDX-OPEN-FILES.
000000     PERFORM SPD9999TDX-INIT-CONTROL.
000000     PERFORM SPD9999TDX-EXTRACT-SAVINGS.
000000     PERFORM SPD9999TDX-EXTRACT-BALANCE.
000000     PERFORM SPD9999TDX-EXTRACT-HIST.
000000     PERFORM SPD9999TDX-EXTRACT-HOLD.
000000     PERFORM SPD9999TDX-EXTRACT-PLEDGE.
000000     PERFORM SPD9999TDX-EXTRACT-PAYOUT.
000000     PERFORM SPD9999TDX-EXTRACT-RENEWAL.
000000     PERFORM SPD9999TDX-EXTRACT-TRANSFER.
000000     PERFORM SPD9999TDX-EXTRACT-CUSTOMER.
000000     PERFORM SPD9999TDX-SOURCE-TOTALS.
000000     PERFORM SPD9999TDX-PRINT-REPORT.
000000     PERFORM SPD9999TDX-CLOSE-FILES.
000000     DISPLAY 'SAMPLE DIVISOR            : ' HV-SAMPLE-DIV.
000000     DISPLAY 'SAVINGS ROWS EXTRACTED    : ' CTL-OUT-CNT(1).
000000     DISPLAY 'BALANCE ROWS EXTRACTED    : ' CTL-OUT-CNT(2).
000000     DISPLAY 'HISTORY ROWS EXTRACTED    : ' CTL-OUT-CNT(3).
000000     DISPLAY 'HOLD ROWS EXTRACTED       : ' CTL-OUT-CNT(4).
000000     DISPLAY 'PLEDGE ROWS EXTRACTED     : ' CTL-OUT-CNT(5).
000000     DISPLAY 'PAYOUT ROWS EXTRACTED     : ' CTL-OUT-CNT(6).
000000     DISPLAY 'RENEWAL ROWS EXTRACTED    : ' CTL-OUT-CNT(7).
000000     DISPLAY 'TRANSFER ROWS EXTRACTED   : ' CTL-OUT-CNT(8).
000000     DISPLAY 'CUSTOMER ROWS EXTRACTED   : ' CTL-OUT-CNT(9).
000000     DISPLAY 'CONTROL MISMATCHES        : ' WS-MISMATCH-CNT.
000000     IF WS-MISMATCH-CNT > 0
000000         MOVE 'SPD9999TDX-MAIN'  TO      CST-ABEND-BREAKPOINT
000000         MOVE 'CONTROL TOTAL MISMATCH, DO NOT LOAD'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999TDX-ABEND
000000     END-IF.
000000     DISPLAY 'END   SPD9999TDX'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: パラメータ検証
000000* SPD9999TDX-CHK-PARAM   SECTION |      （COMMON）
000000*                                |      乗数を秘匿するためPARMは必須
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-CHK-PARAM.
000000     MOVE SPACES                 TO      WS-PARAM-SAMPLE-CHAR.
000000     MOVE SPACES                 TO      WS-PARAM-MULT-CHAR.
000000     MOVE SPACES                 TO      WS-PARAM-SHIFT-CHAR.
000000     UNSTRING LNK-PARAM-DATA
000000         DELIMITED BY ','
000000         INTO WS-PARAM-SAMPLE-CHAR
000000              WS-PARAM-MULT-CHAR
000000              WS-PARAM-SHIFT-CHAR
000000     END-UNSTRING.
000000     IF WS-PARAM-SAMPLE-CHAR IS NOT NUMERIC
000000     OR WS-PARAM-SAMPLE-CHAR = '0000'
000000     OR WS-PARAM-MULT-CHAR   IS NOT NUMERIC
000000     OR (WS-PARAM-SHIFT-SIGN NOT = '+' AND
000000         WS-PARAM-SHIFT-SIGN NOT = '-')
000000     OR WS-PARAM-SHIFT-DAYS  IS NOT NUMERIC
000000         DISPLAY 'INVALID PARM, EXPECTED SAMPLE,MULT,SHIFT : '
000000                 LNK-PARAM-DATA
000000         MOVE 'SPD9999TDX-CHK-PARAM'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'INVALID EXTRACT PARM'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999TDX-ABEND
000000     END-IF.
000000     MOVE WS-PARAM-MULT-CHAR     TO      WS-MULTIPLIER.
000000     IF WS-MULTIPLIER-LAST NOT = '1' AND
000000        WS-MULTIPLIER-LAST NOT = '3' AND
000000        WS-MULTIPLIER-LAST NOT = '7' AND
000000        WS-MULTIPLIER-LAST NOT = '9'
000000         DISPLAY 'MULTIPLIER MUST END IN 1, 3, 7 OR 9'
000000         MOVE 'SPD9999TDX-CHK-PARAM'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'MULTIPLIER NOT COPRIME WITH 10'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999TDX-ABEND
000000     END-IF.
000000     MOVE WS-PARAM-SAMPLE-CHAR   TO      HV-SAMPLE-DIV.
000000     MOVE WS-PARAM-SHIFT-DAYS    TO      WS-SHIFT-DAYS.
000000     IF WS-PARAM-SHIFT-SIGN = '-'
000000         COMPUTE WS-SHIFT-DAYS = 0 - WS-SHIFT-DAYS
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ファイルオープン
000000* SPD9999TDX-OPEN-FILES  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-OPEN-FILES.
000000     OPEN OUTPUT SAV-FILE.
000000     IF WS-SAV-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN TDXSAV, STATUS : ' WS-SAV-STATUS
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT BAL-FILE.
000000     IF WS-BAL-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN TDXBAL, STATUS : ' WS-BAL-STATUS
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT HIS-FILE.
000000     IF WS-HIS-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN TDXHIST, STATUS : ' WS-HIS-STATUS
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT HLD-FILE.
000000     IF WS-HLD-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN TDXHOLD, STATUS : ' WS-HLD-STATUS
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT PLG-FILE.
000000     IF WS-PLG-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN TDXPLDG, STATUS : ' WS-PLG-STATUS
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT PAY-FILE.
000000     IF WS-PAY-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN TDXPAYI, STATUS : ' WS-PAY-STATUS
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT REN-FILE.
000000     IF WS-REN-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN TDXRENI, STATUS : ' WS-REN-STATUS
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT TRQ-FILE.
000000     IF WS-TRQ-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN TDXTRNQ, STATUS : ' WS-TRQ-STATUS
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT CUS-FILE.
000000     IF WS-CUS-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN TDXCUST, STATUS : ' WS-CUS-STATUS
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT REPORT-FILE.
000000     IF WS-RPT-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN TDXRPT, STATUS : ' WS-RPT-STATUS
000000         STOP RUN
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ファイルクローズ
000000* SPD9999TDX-CLOSE-FILES SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-CLOSE-FILES.
000000     CLOSE SAV-FILE.
000000     CLOSE BAL-FILE.
000000     CLOSE HIS-FILE.
000000     CLOSE HLD-FILE.
000000     CLOSE PLG-FILE.
000000     CLOSE PAY-FILE.
000000     CLOSE REN-FILE.
000000     CLOSE TRQ-FILE.
000000     CLOSE CUS-FILE.
000000     CLOSE REPORT-FILE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 管理集計テーブルの初期化
000000* SPD9999TDX-INIT-CONTROL SECTION |     （COMMON）
000000*                                |      金額列の無いテーブルは件数のみ
000000*                                |      照合する
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-INIT-CONTROL.
000000     INITIALIZE                  CTL-TABLE.
000000     MOVE 'DB_ACCOUNT_SAVINGS'   TO      CTL-NAME(1).
000000     MOVE 'MONEY_ROOT'           TO      CTL-AMOUNT-NAME(1).
000000     MOVE 'DB_ACCOUNT_BALANCE'   TO      CTL-NAME(2).
000000     MOVE 'BALANCE'              TO      CTL-AMOUNT-NAME(2).
000000     MOVE 'DB_SAVINGS_HISTORY'   TO      CTL-NAME(3).
000000     MOVE 'PRINCIPAL+INT_NET'    TO      CTL-AMOUNT-NAME(3).
000000     MOVE 'DB_ACCOUNT_HOLD'      TO      CTL-NAME(4).
000000     MOVE '-'                    TO      CTL-AMOUNT-NAME(4).
000000     MOVE 'DB_PLEDGE'            TO      CTL-NAME(5).
000000     MOVE 'PLEDGED_AMOUNT'       TO      CTL-AMOUNT-NAME(5).
000000     MOVE 'DB_PAYOUT_INSTRUCTION'
000000                                 TO      CTL-NAME(6).
000000     MOVE '-'                    TO      CTL-AMOUNT-NAME(6).
000000     MOVE 'DB_RENEWAL_INSTRUCTION'
000000                                 TO      CTL-NAME(7).
000000     MOVE '-'                    TO      CTL-AMOUNT-NAME(7).
000000     MOVE 'DB_TRANSFER_QUEUE'    TO      CTL-NAME(8).
000000     MOVE 'AMOUNT'               TO      CTL-AMOUNT-NAME(8).
000000     MOVE 'DB_CUSTOMER_MASTER'   TO      CTL-NAME(9).
000000     MOVE '-'                    TO      CTL-AMOUNT-NAME(9).
000000     MOVE 0                      TO      WS-MISMATCH-CNT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 預金行の抽出
000000* SPD9999TDX-EXTRACT-SAVINGS SECTION |  （MAIN）
000000*                                |      対象: DB_ACCOUNT_SAVINGS
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-EXTRACT-SAVINGS.
000000     MOVE 'N'                    TO      CST-EOF-CRS-SAV.
000000     EXEC SQL
000000         DECLARE CRS-SAV CURSOR FOR
000000         SELECT  ORDER_ID, ACC_ID, SAVING_TYPE, START_DATE,
000000                 END_DATE, MONEY_ROOT, INTEREST, MONEY, STATUS,
000000                 RATE_OVERRIDE, CURRENCY_CODE, DORMANT_FLAG
000000         FROM    MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE   MOD(ACC_ID, :HV-SAMPLE-DIV) = 0
000000         ORDER BY ACC_ID, ORDER_ID
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-SAV
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999TDX-EXTRACT-SAVINGS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-SAV FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999TDX-ABEND
000000     END-IF.
000000     PERFORM SPD9999TDX-FETCH-SAVINGS.
000000     PERFORM UNTIL CST-EOF-CRS-SAV = 'Y'
000000         MOVE SPACES             TO      SAV-REC
000000         MOVE AS-ORDER-ID        TO      WS-ID-IN
000000         PERFORM SPD9999TDX-SCRAMBLE-ID
000000         MOVE WS-ID-OUT          TO      TDX-SAV-ORDER-ID
000000         MOVE AS-ACC-ID          TO      WS-ID-IN
000000         PERFORM SPD9999TDX-SCRAMBLE-ID
000000         MOVE WS-ID-OUT          TO      TDX-SAV-ACC-ID
000000         MOVE AS-SAVING-TYPE     TO      TDX-SAV-SAVING-TYPE
000000         MOVE AS-START-DATE      TO      WS-DATE-IN
000000         PERFORM SPD9999TDX-SHIFT-DATE
000000         MOVE WS-DATE-OUT        TO      TDX-SAV-START-DATE
000000         MOVE AS-END-DATE        TO      WS-DATE-IN
000000         PERFORM SPD9999TDX-SHIFT-DATE
000000         MOVE WS-DATE-OUT        TO      TDX-SAV-END-DATE
000000         MOVE AS-MONEY-ROOT      TO      TDX-SAV-MONEY-ROOT
000000         MOVE AS-INTEREST        TO      TDX-SAV-INTEREST
000000         MOVE AS-MONEY           TO      TDX-SAV-MONEY
000000         MOVE AS-STATUS          TO      TDX-SAV-STATUS
000000         MOVE AS-RATE-OVERRIDE   TO      TDX-SAV-RATE-OVERRIDE
000000         MOVE AS-CURRENCY-CODE   TO      TDX-SAV-CURRENCY
000000         MOVE AS-DORMANT-FLAG    TO      TDX-SAV-DORMANT-FLAG
000000         PERFORM SPD9999TDX-WRITE-SAV
000000         ADD 1                   TO      CTL-OUT-CNT(CST-CTL-SAV)
000000         ADD TDX-SAV-MONEY-ROOT  TO      CTL-OUT-AMT(CST-CTL-SAV)
000000         PERFORM SPD9999TDX-FETCH-SAVINGS
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-SAV
000000     END-EXEC.
000000     EXIT.
000000 SPD9999TDX-FETCH-SAVINGS.
000000     EXEC SQL
000000         FETCH CRS-SAV
000000         INTO  :AS-ORDER-ID, :AS-ACC-ID, :AS-SAVING-TYPE,
000000               :AS-START-DATE, :AS-END-DATE, :AS-MONEY-ROOT,
000000               :AS-INTEREST, :AS-MONEY, :AS-STATUS,
000000               :AS-RATE-OVERRIDE, :AS-CURRENCY-CODE,
000000               :AS-DORMANT-FLAG
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-SAV
000000         WHEN OTHER
000000             MOVE 'SPD9999TDX-FETCH-SAVINGS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-SAV FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999TDX-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 普通預金残高の抽出
000000* SPD9999TDX-EXTRACT-BALANCE SECTION |  （MAIN）
000000*                                |      対象: DB_ACCOUNT_BALANCE
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-EXTRACT-BALANCE.
000000     MOVE 'N'                    TO      CST-EOF-CRS-BAL.
000000     EXEC SQL
000000         DECLARE CRS-BAL CURSOR FOR
000000         SELECT  ACC_ID, BALANCE, CURRENCY_CODE
000000         FROM    MYDB.DB_ACCOUNT_BALANCE
000000         WHERE   MOD(ACC_ID, :HV-SAMPLE-DIV) = 0
000000         ORDER BY ACC_ID, CURRENCY_CODE
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-BAL
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999TDX-EXTRACT-BALANCE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-BAL FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999TDX-ABEND
000000     END-IF.
000000     PERFORM SPD9999TDX-FETCH-BALANCE.
000000     PERFORM UNTIL CST-EOF-CRS-BAL = 'Y'
000000         MOVE SPACES             TO      BAL-REC
000000         MOVE AB-ACC-ID          TO      WS-ID-IN
000000         PERFORM SPD9999TDX-SCRAMBLE-ID
000000         MOVE WS-ID-OUT          TO      TDX-BAL-ACC-ID
000000         MOVE AB-BALANCE         TO      TDX-BAL-BALANCE
000000         MOVE AB-CURRENCY-CODE   TO      TDX-BAL-CURRENCY
000000         PERFORM SPD9999TDX-WRITE-BAL
000000         ADD 1                   TO      CTL-OUT-CNT(CST-CTL-BAL)
000000         ADD TDX-BAL-BALANCE     TO      CTL-OUT-AMT(CST-CTL-BAL)
000000         PERFORM SPD9999TDX-FETCH-BALANCE
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-BAL
000000     END-EXEC.
000000     EXIT.
000000 SPD9999TDX-FETCH-BALANCE.
000000     EXEC SQL
000000         FETCH CRS-BAL
000000         INTO  :AB-ACC-ID, :AB-BALANCE, :AB-CURRENCY-CODE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-BAL
000000         WHEN OTHER
000000             MOVE 'SPD9999TDX-FETCH-BALANCE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-BAL FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999TDX-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 決済履歴の抽出
000000* SPD9999TDX-EXTRACT-HIST SECTION |     （MAIN）
000000*                                |      対象: DB_SAVINGS_HISTORY
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-EXTRACT-HIST.
000000     MOVE 'N'                    TO      CST-EOF-CRS-HIS.
000000     EXEC SQL
000000         DECLARE CRS-HIS CURSOR FOR
000000         SELECT  ORDER_ID, ACC_ID, SETTLE_DATE, RATE_APPLIED,
000000                 PRINCIPAL_AMOUNT, INTEREST_PAID, TAX_NATIONAL,
000000                 TAX_LOCAL, INTEREST_NET, NEW_BALANCE,
000000                 WITHDRAWAL_TYPE, DAY_BASIS
000000         FROM    MYDB.DB_SAVINGS_HISTORY
000000         WHERE   MOD(ACC_ID, :HV-SAMPLE-DIV) = 0
000000         ORDER BY ACC_ID, SETTLE_DATE, ORDER_ID
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-HIS
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999TDX-EXTRACT-HIST'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-HIS FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999TDX-ABEND
000000     END-IF.
000000     PERFORM SPD9999TDX-FETCH-HIST.
000000     PERFORM UNTIL CST-EOF-CRS-HIS = 'Y'
000000         MOVE SPACES             TO      HIS-REC
000000         MOVE SH-ORDER-ID        TO      WS-ID-IN
000000         PERFORM SPD9999TDX-SCRAMBLE-ID
000000         MOVE WS-ID-OUT          TO      TDX-HIS-ORDER-ID
000000         MOVE SH-ACC-ID          TO      WS-ID-IN
000000         PERFORM SPD9999TDX-SCRAMBLE-ID
000000         MOVE WS-ID-OUT          TO      TDX-HIS-ACC-ID
000000         MOVE SH-SETTLE-DATE     TO      WS-DATE-IN
000000         PERFORM SPD9999TDX-SHIFT-DATE
000000         MOVE WS-DATE-OUT        TO      TDX-HIS-SETTLE-DATE
000000         MOVE SH-RATE-APPLIED    TO      TDX-HIS-RATE
000000         MOVE SH-PRINCIPAL-AMOUNT
000000                                 TO      TDX-HIS-PRINCIPAL
000000         MOVE SH-INTEREST-PAID   TO      TDX-HIS-INTEREST
000000         MOVE SH-TAX-NATIONAL    TO      TDX-HIS-TAX-NATIONAL
000000         MOVE SH-TAX-LOCAL       TO      TDX-HIS-TAX-LOCAL
000000         MOVE SH-INTEREST-NET    TO      TDX-HIS-INT-NET
000000         MOVE SH-NEW-BALANCE     TO      TDX-HIS-NEW-BALANCE
000000         MOVE SH-WITHDRAWAL-TYPE
000000                                 TO      TDX-HIS-WITHDRAW-TYPE
000000         MOVE SH-DAY-BASIS       TO      TDX-HIS-DAY-BASIS
000000         PERFORM SPD9999TDX-WRITE-HIS
000000         ADD 1                   TO      CTL-OUT-CNT(CST-CTL-HIS)
000000         COMPUTE CTL-OUT-AMT(CST-CTL-HIS) =
000000                 CTL-OUT-AMT(CST-CTL-HIS) +
000000                 TDX-HIS-PRINCIPAL +
000000                 TDX-HIS-INT-NET
000000         PERFORM SPD9999TDX-FETCH-HIST
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-HIS
000000     END-EXEC.
000000     EXIT.
000000 SPD9999TDX-FETCH-HIST.
000000     EXEC SQL
000000         FETCH CRS-HIS
000000         INTO  :SH-ORDER-ID, :SH-ACC-ID, :SH-SETTLE-DATE,
000000               :SH-RATE-APPLIED, :SH-PRINCIPAL-AMOUNT,
000000               :SH-INTEREST-PAID, :SH-TAX-NATIONAL,
000000               :SH-TAX-LOCAL, :SH-INTEREST-NET,
000000               :SH-NEW-BALANCE, :SH-WITHDRAWAL-TYPE,
000000               :SH-DAY-BASIS
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-HIS
000000         WHEN OTHER
000000             MOVE 'SPD9999TDX-FETCH-HIST'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-HIS FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999TDX-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 支払停止の抽出
000000* SPD9999TDX-EXTRACT-HOLD SECTION |     （MAIN）
000000*                                |      対象: DB_ACCOUNT_HOLD
000000*                                |      ORDER_ID=0（口座全体）は置換
000000*                                |      後も0のまま
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-EXTRACT-HOLD.
000000     MOVE 'N'                    TO      CST-EOF-CRS-HLD.
000000     EXEC SQL
000000         DECLARE CRS-HLD CURSOR FOR
000000         SELECT  ACC_ID, ORDER_ID, HOLD_TYPE, START_DATE,
000000                 END_DATE, AUTHORITY
000000         FROM    MYDB.DB_ACCOUNT_HOLD
000000         WHERE   MOD(ACC_ID, :HV-SAMPLE-DIV) = 0
000000         ORDER BY ACC_ID, ORDER_ID, START_DATE
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-HLD
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999TDX-EXTRACT-HOLD'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-HLD FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999TDX-ABEND
000000     END-IF.
000000     PERFORM SPD9999TDX-FETCH-HOLD.
000000     PERFORM UNTIL CST-EOF-CRS-HLD = 'Y'
000000         MOVE SPACES             TO      HLD-REC
000000         MOVE HD-ACC-ID          TO      WS-ID-IN
000000         PERFORM SPD9999TDX-SCRAMBLE-ID
000000         MOVE WS-ID-OUT          TO      TDX-HLD-ACC-ID
000000         MOVE HD-ORDER-ID        TO      WS-ID-IN
000000         PERFORM SPD9999TDX-SCRAMBLE-ID
000000         MOVE WS-ID-OUT          TO      TDX-HLD-ORDER-ID
000000         MOVE HD-HOLD-TYPE       TO      TDX-HLD-HOLD-TYPE
000000         MOVE HD-START-DATE      TO      WS-DATE-IN
000000         PERFORM SPD9999TDX-SHIFT-DATE
000000         MOVE WS-DATE-OUT        TO      TDX-HLD-START-DATE
000000         MOVE HD-END-DATE        TO      WS-DATE-IN
000000         PERFORM SPD9999TDX-SHIFT-DATE
000000         MOVE WS-DATE-OUT        TO      TDX-HLD-END-DATE
000000         MOVE HD-AUTHORITY       TO      TDX-HLD-AUTHORITY
000000         PERFORM SPD9999TDX-WRITE-HLD
000000         ADD 1                   TO      CTL-OUT-CNT(CST-CTL-HLD)
000000         PERFORM SPD9999TDX-FETCH-HOLD
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-HLD
000000     END-EXEC.
000000     EXIT.
000000 SPD9999TDX-FETCH-HOLD.
000000     EXEC SQL
000000         FETCH CRS-HLD
000000         INTO  :HD-ACC-ID, :HD-ORDER-ID, :HD-HOLD-TYPE,
000000               :HD-START-DATE, :HD-END-DATE, :HD-AUTHORITY
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-HLD
000000         WHEN OTHER
000000             MOVE 'SPD9999TDX-FETCH-HOLD'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-HLD FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999TDX-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 担保設定の抽出
000000* SPD9999TDX-EXTRACT-PLEDGE SECTION |   （MAIN）
000000*                                |      対象: DB_PLEDGE
000000*                                |      抽出対象口座の注文に紐づく行
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-EXTRACT-PLEDGE.
000000     MOVE 'N'                    TO      CST-EOF-CRS-PLG.
000000     EXEC SQL
000000         DECLARE CRS-PLG CURSOR FOR
000000         SELECT  P.ORDER_ID, P.PLEDGED_AMOUNT, P.LENDER_REF,
000000                 P.RELEASE_DATE
000000         FROM    MYDB.DB_PLEDGE P
000000         WHERE   P.ORDER_ID IN
000000                 (SELECT A.ORDER_ID
000000                  FROM   MYDB.DB_ACCOUNT_SAVINGS A
000000                  WHERE  MOD(A.ACC_ID, :HV-SAMPLE-DIV) = 0)
000000         ORDER BY P.ORDER_ID
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-PLG
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999TDX-EXTRACT-PLEDGE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-PLG FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999TDX-ABEND
000000     END-IF.
000000     PERFORM SPD9999TDX-FETCH-PLEDGE.
000000     PERFORM UNTIL CST-EOF-CRS-PLG = 'Y'
000000         MOVE SPACES             TO      PLG-REC
000000         MOVE PG-ORDER-ID        TO      WS-ID-IN
000000         PERFORM SPD9999TDX-SCRAMBLE-ID
000000         MOVE WS-ID-OUT          TO      TDX-PLG-ORDER-ID
000000         MOVE PG-PLEDGED-AMOUNT  TO      TDX-PLG-AMOUNT
000000         MOVE CST-MASK-LENDER    TO      TDX-PLG-LENDER-REF
000000         MOVE PG-RELEASE-DATE    TO      WS-DATE-IN
000000         PERFORM SPD9999TDX-SHIFT-DATE
000000         MOVE WS-DATE-OUT        TO      TDX-PLG-RELEASE-DATE
000000         PERFORM SPD9999TDX-WRITE-PLG
000000         ADD 1                   TO      CTL-OUT-CNT(CST-CTL-PLG)
000000         ADD TDX-PLG-AMOUNT      TO      CTL-OUT-AMT(CST-CTL-PLG)
000000         PERFORM SPD9999TDX-FETCH-PLEDGE
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-PLG
000000     END-EXEC.
000000     EXIT.
000000 SPD9999TDX-FETCH-PLEDGE.
000000     EXEC SQL
000000         FETCH CRS-PLG
000000         INTO  :PG-ORDER-ID, :PG-PLEDGED-AMOUNT, :PG-LENDER-REF,
000000               :PG-RELEASE-DATE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-PLG
000000         WHEN OTHER
000000             MOVE 'SPD9999TDX-FETCH-PLEDGE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-PLG FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999TDX-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 支払指図の抽出
000000* SPD9999TDX-EXTRACT-PAYOUT SECTION |   （MAIN）
000000*                                |      対象: DB_PAYOUT_INSTRUCTION
000000*                                |      行内振込先ACC_IDも同じ規則で
000000*                                |      置換する（0は0のまま）
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-EXTRACT-PAYOUT.
000000     MOVE 'N'                    TO      CST-EOF-CRS-PAY.
000000     EXEC SQL
000000         DECLARE CRS-PAY CURSOR FOR
000000         SELECT  ORDER_ID, ACC_ID, TARGET_TYPE, TARGET_ACC_ID,
000000                 BANK_CODE, BRANCH_CODE, EXT_ACC_TYPE, EXT_ACC_NO,
000000                 EXT_ACC_NAME, CONVERT_CCY
000000         FROM    MYDB.DB_PAYOUT_INSTRUCTION
000000         WHERE   MOD(ACC_ID, :HV-SAMPLE-DIV) = 0
000000         ORDER BY ORDER_ID
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-PAY
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999TDX-EXTRACT-PAYOUT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-PAY FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999TDX-ABEND
000000     END-IF.
000000     PERFORM SPD9999TDX-FETCH-PAYOUT.
000000     PERFORM UNTIL CST-EOF-CRS-PAY = 'Y'
000000         MOVE SPACES             TO      PAY-REC
000000         MOVE PI-ORDER-ID        TO      WS-ID-IN
000000         PERFORM SPD9999TDX-SCRAMBLE-ID
000000         MOVE WS-ID-OUT          TO      TDX-PAY-ORDER-ID
000000         MOVE PI-ACC-ID          TO      WS-ID-IN
000000         PERFORM SPD9999TDX-SCRAMBLE-ID
000000         MOVE WS-ID-OUT          TO      TDX-PAY-ACC-ID
000000         MOVE PI-TARGET-TYPE     TO      TDX-PAY-TARGET-TYPE
000000         MOVE PI-TARGET-ACC-ID   TO      WS-ID-IN
000000         PERFORM SPD9999TDX-SCRAMBLE-ID
000000         MOVE WS-ID-OUT          TO      TDX-PAY-TARGET-ACC-ID
000000         MOVE PI-BANK-CODE       TO      TDX-PAY-BANK-CODE
000000         MOVE PI-BRANCH-CODE     TO      TDX-PAY-BRANCH-CODE
000000         MOVE PI-EXT-ACC-TYPE    TO      TDX-PAY-EXT-ACC-TYPE
000000         MOVE PI-EXT-ACC-NO      TO      WS-EXT-NO-IN
000000         PERFORM SPD9999TDX-SCRAMBLE-EXT-NO
000000         MOVE WS-EXT-NO-RESULT   TO      TDX-PAY-EXT-ACC-NO
000000         IF PI-EXT-ACC-NAME NOT = SPACES
000000             MOVE CST-MASK-PAYEE
000000                                 TO      TDX-PAY-EXT-ACC-NAME
000000         END-IF
000000         MOVE PI-CONVERT-CCY     TO      TDX-PAY-CONVERT-CCY
000000         PERFORM SPD9999TDX-WRITE-PAY
000000         ADD 1                   TO      CTL-OUT-CNT(CST-CTL-PAY)
000000         PERFORM SPD9999TDX-FETCH-PAYOUT
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-PAY
000000     END-EXEC.
000000     EXIT.
000000 SPD9999TDX-FETCH-PAYOUT.
000000     EXEC SQL
000000         FETCH CRS-PAY
000000         INTO  :PI-ORDER-ID, :PI-ACC-ID, :PI-TARGET-TYPE,
000000               :PI-TARGET-ACC-ID, :PI-BANK-CODE, :PI-BRANCH-CODE,
000000               :PI-EXT-ACC-TYPE, :PI-EXT-ACC-NO, :PI-EXT-ACC-NAME,
000000               :PI-CONVERT-CCY
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-PAY
000000         WHEN OTHER
000000             MOVE 'SPD9999TDX-FETCH-PAYOUT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-PAY FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999TDX-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 継続指図の抽出
000000* SPD9999TDX-EXTRACT-RENEWAL SECTION |  （MAIN）
000000*                                |      対象: DB_RENEWAL_INSTRUCTION
000000*                                |      抽出対象口座の注文に紐づく行
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-EXTRACT-RENEWAL.
000000     MOVE 'N'                    TO      CST-EOF-CRS-REN.
000000     EXEC SQL
000000         DECLARE CRS-REN CURSOR FOR
000000         SELECT  R.ORDER_ID, R.RENEWAL_TYPE
000000         FROM    MYDB.DB_RENEWAL_INSTRUCTION R
000000         WHERE   R.ORDER_ID IN
000000                 (SELECT A.ORDER_ID
000000                  FROM   MYDB.DB_ACCOUNT_SAVINGS A
000000                  WHERE  MOD(A.ACC_ID, :HV-SAMPLE-DIV) = 0)
000000         ORDER BY R.ORDER_ID
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-REN
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999TDX-EXTRACT-RENEWAL'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-REN FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999TDX-ABEND
000000     END-IF.
000000     PERFORM SPD9999TDX-FETCH-RENEWAL.
000000     PERFORM UNTIL CST-EOF-CRS-REN = 'Y'
000000         MOVE SPACES             TO      REN-REC
000000         MOVE RN-ORDER-ID        TO      WS-ID-IN
000000         PERFORM SPD9999TDX-SCRAMBLE-ID
000000         MOVE WS-ID-OUT          TO      TDX-REN-ORDER-ID
000000         MOVE RN-RENEWAL-TYPE    TO      TDX-REN-RENEWAL-TYPE
000000         PERFORM SPD9999TDX-WRITE-REN
000000         ADD 1                   TO      CTL-OUT-CNT(CST-CTL-REN)
000000         PERFORM SPD9999TDX-FETCH-RENEWAL
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-REN
000000     END-EXEC.
000000     EXIT.
000000 SPD9999TDX-FETCH-RENEWAL.
000000     EXEC SQL
000000         FETCH CRS-REN
000000         INTO  :RN-ORDER-ID, :RN-RENEWAL-TYPE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-REN
000000         WHEN OTHER
000000             MOVE 'SPD9999TDX-FETCH-RENEWAL'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-REN FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999TDX-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 他行振込キューの抽出
000000* SPD9999TDX-EXTRACT-TRANSFER SECTION | （MAIN）
000000*                                |      対象: DB_TRANSFER_QUEUE
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-EXTRACT-TRANSFER.
000000     MOVE 'N'                    TO      CST-EOF-CRS-TRQ.
000000     EXEC SQL
000000         DECLARE CRS-TRQ CURSOR FOR
000000         SELECT  TRANSFER_ID, ORDER_ID, ACC_ID, SETTLE_DATE,
000000                 BANK_CODE, BRANCH_CODE, EXT_ACC_TYPE, EXT_ACC_NO,
000000                 EXT_ACC_NAME, AMOUNT, CURRENCY_CODE, STATUS,
000000                 SENT_DATE
000000         FROM    MYDB.DB_TRANSFER_QUEUE
000000         WHERE   MOD(ACC_ID, :HV-SAMPLE-DIV) = 0
000000         ORDER BY TRANSFER_ID
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-TRQ
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999TDX-EXTRACT-TRANSFER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-TRQ FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999TDX-ABEND
000000     END-IF.
000000     PERFORM SPD9999TDX-FETCH-TRANSFER.
000000     PERFORM UNTIL CST-EOF-CRS-TRQ = 'Y'
000000         MOVE SPACES             TO      TRQ-REC
000000         MOVE TQ-TRANSFER-ID     TO      WS-ID-IN
000000         PERFORM SPD9999TDX-SCRAMBLE-ID
000000         MOVE WS-ID-OUT          TO      TDX-TRQ-TRANSFER-ID
000000         MOVE TQ-ORDER-ID        TO      WS-ID-IN
000000         PERFORM SPD9999TDX-SCRAMBLE-ID
000000         MOVE WS-ID-OUT          TO      TDX-TRQ-ORDER-ID
000000         MOVE TQ-ACC-ID          TO      WS-ID-IN
000000         PERFORM SPD9999TDX-SCRAMBLE-ID
000000         MOVE WS-ID-OUT          TO      TDX-TRQ-ACC-ID
000000         MOVE TQ-SETTLE-DATE     TO      WS-DATE-IN
000000         PERFORM SPD9999TDX-SHIFT-DATE
000000         MOVE WS-DATE-OUT        TO      TDX-TRQ-SETTLE-DATE
000000         MOVE TQ-BANK-CODE       TO      TDX-TRQ-BANK-CODE
000000         MOVE TQ-BRANCH-CODE     TO      TDX-TRQ-BRANCH-CODE
000000         MOVE TQ-EXT-ACC-TYPE    TO      TDX-TRQ-EXT-ACC-TYPE
000000         MOVE TQ-EXT-ACC-NO      TO      WS-EXT-NO-IN
000000         PERFORM SPD9999TDX-SCRAMBLE-EXT-NO
000000         MOVE WS-EXT-NO-RESULT   TO      TDX-TRQ-EXT-ACC-NO
000000         IF TQ-EXT-ACC-NAME NOT = SPACES
000000             MOVE CST-MASK-PAYEE
000000                                 TO      TDX-TRQ-EXT-ACC-NAME
000000         END-IF
000000         MOVE TQ-AMOUNT          TO      TDX-TRQ-AMOUNT
000000         MOVE TQ-CURRENCY-CODE   TO      TDX-TRQ-CURRENCY
000000         MOVE TQ-STATUS          TO      TDX-TRQ-STATUS
000000         MOVE TQ-SENT-DATE       TO      WS-DATE-IN
000000         PERFORM SPD9999TDX-SHIFT-DATE
000000         MOVE WS-DATE-OUT        TO      TDX-TRQ-SENT-DATE
000000         PERFORM SPD9999TDX-WRITE-TRQ
000000         ADD 1                   TO      CTL-OUT-CNT(CST-CTL-TRQ)
000000         ADD TDX-TRQ-AMOUNT      TO      CTL-OUT-AMT(CST-CTL-TRQ)
000000         PERFORM SPD9999TDX-FETCH-TRANSFER
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-TRQ
000000     END-EXEC.
000000     EXIT.
000000 SPD9999TDX-FETCH-TRANSFER.
000000     EXEC SQL
000000         FETCH CRS-TRQ
000000         INTO  :TQ-TRANSFER-ID, :TQ-ORDER-ID, :TQ-ACC-ID,
000000               :TQ-SETTLE-DATE, :TQ-BANK-CODE, :TQ-BRANCH-CODE,
000000               :TQ-EXT-ACC-TYPE, :TQ-EXT-ACC-NO, :TQ-EXT-ACC-NAME,
000000               :TQ-AMOUNT, :TQ-CURRENCY-CODE, :TQ-STATUS,
000000               :TQ-SENT-DATE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-TRQ
000000         WHEN OTHER
000000             MOVE 'SPD9999TDX-FETCH-TRANSFER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-TRQ FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999TDX-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 顧客マスタの抽出
000000* SPD9999TDX-EXTRACT-CUSTOMER SECTION | （MAIN）
000000*                                |      対象: DB_CUSTOMER_MASTER
000000*                                |      氏名・住所・納税者番号を
000000*                                |      マスキング、郵便番号は上3桁
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-EXTRACT-CUSTOMER.
000000     MOVE 'N'                    TO      CST-EOF-CRS-CUS.
000000     EXEC SQL
000000         DECLARE CRS-CUS CURSOR FOR
000000         SELECT  ACC_ID, CUST_NAME, HONORIFIC, POSTAL_CODE,
000000                 ADDRESS_1, ADDRESS_2, DELIVERY_PREF,
000000                 SUPPRESS_FLAG, BIRTH_DATE, TAX_RES_COUNTRY,
000000                 TAX_ID, SELF_CERT_STATUS, SELF_CERT_EXPIRY,
000000                 FEE_CATEGORY
000000         FROM    MYDB.DB_CUSTOMER_MASTER
000000         WHERE   MOD(ACC_ID, :HV-SAMPLE-DIV) = 0
000000         ORDER BY ACC_ID
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-CUS
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999TDX-EXTRACT-CUSTOMER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-CUS FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999TDX-ABEND
000000     END-IF.
000000     PERFORM SPD9999TDX-FETCH-CUSTOMER.
000000     PERFORM UNTIL CST-EOF-CRS-CUS = 'Y'
000000         MOVE SPACES             TO      CUS-REC
000000         MOVE CM-ACC-ID          TO      WS-ID-IN
000000         PERFORM SPD9999TDX-SCRAMBLE-ID
000000         MOVE WS-ID-OUT          TO      TDX-CUS-ACC-ID
000000         STRING CST-MASK-NAME    DELIMITED BY SIZE
000000                WS-ID-DISP       DELIMITED BY SIZE
000000                INTO TDX-CUS-NAME
000000         END-STRING
000000         MOVE CM-HONORIFIC       TO      TDX-CUS-HONORIFIC
000000         IF CM-POSTAL-CODE NOT = SPACES
000000             MOVE CM-POSTAL-CODE(1:3)
000000                                 TO      TDX-CUS-POSTAL-CODE(1:3)
000000             MOVE CST-MASK-POSTAL
000000                                 TO      TDX-CUS-POSTAL-CODE(4:5)
000000         END-IF
000000         STRING CST-MASK-ADDRESS-1 DELIMITED BY SIZE
000000                WS-ID-DISP       DELIMITED BY SIZE
000000                INTO TDX-CUS-ADDRESS-1
000000         END-STRING
000000         IF CM-ADDRESS-2 NOT = SPACES
000000             MOVE CST-MASK-ADDRESS-2
000000                                 TO      TDX-CUS-ADDRESS-2
000000         END-IF
000000         MOVE CM-DELIVERY-PREF   TO      TDX-CUS-DELIVERY-PREF
000000         MOVE CM-SUPPRESS-FLAG   TO      TDX-CUS-SUPPRESS-FLAG
000000         MOVE CM-BIRTH-DATE      TO      WS-DATE-IN
000000         PERFORM SPD9999TDX-SHIFT-DATE
000000         MOVE WS-DATE-OUT        TO      TDX-CUS-BIRTH-DATE
000000         MOVE CM-TAX-RES-COUNTRY
000000                                 TO      TDX-CUS-TAX-COUNTRY
000000         IF CM-TAX-ID NOT = SPACES
000000             STRING CST-MASK-TAX-ID  DELIMITED BY SIZE
000000                    WS-ID-DISP       DELIMITED BY SIZE
000000                    INTO TDX-CUS-TAX-ID
000000             END-STRING
000000         END-IF
000000         MOVE CM-SELF-CERT-STATUS
000000                                 TO      TDX-CUS-SELF-CERT
000000         MOVE CM-SELF-CERT-EXPIRY
000000                                 TO      WS-DATE-IN
000000         PERFORM SPD9999TDX-SHIFT-DATE
000000         MOVE WS-DATE-OUT        TO      TDX-CUS-CERT-EXPIRY
000000         MOVE CM-FEE-CATEGORY    TO      TDX-CUS-FEE-CATEGORY
000000         PERFORM SPD9999TDX-WRITE-CUS
000000         ADD 1                   TO      CTL-OUT-CNT(CST-CTL-CUS)
000000         PERFORM SPD9999TDX-FETCH-CUSTOMER
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-CUS
000000     END-EXEC.
000000     EXIT.
000000 SPD9999TDX-FETCH-CUSTOMER.
000000     EXEC SQL
000000         FETCH CRS-CUS
000000         INTO  :CM-ACC-ID, :CM-CUST-NAME, :CM-HONORIFIC,
000000               :CM-POSTAL-CODE, :CM-ADDRESS-1, :CM-ADDRESS-2,
000000               :CM-DELIVERY-PREF, :CM-SUPPRESS-FLAG,
000000               :CM-BIRTH-DATE, :CM-TAX-RES-COUNTRY, :CM-TAX-ID,
000000               :CM-SELF-CERT-STATUS, :CM-SELF-CERT-EXPIRY,
000000               :CM-FEE-CATEGORY
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-CUS
000000         WHEN OTHER
000000             MOVE 'SPD9999TDX-FETCH-CUSTOMER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-CUS FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999TDX-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 本番テーブルの集計
000000* SPD9999TDX-SOURCE-TOTALS SECTION |    （MAIN）
000000*                                |      抽出カーソルと同じ条件で件数・
000000*                                |      金額合計を求める
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-SOURCE-TOTALS.
000000     MOVE 0                      TO      HV-SRC-AMOUNT.
000000     EXEC SQL
000000         SELECT COUNT(*), COALESCE(SUM(MONEY_ROOT), 0)
000000         INTO   :HV-SRC-COUNT, :HV-SRC-AMOUNT
000000         FROM   MYDB.DB_ACCOUNT_SAVINGS
000000         WHERE  MOD(ACC_ID, :HV-SAMPLE-DIV) = 0
000000         WITH UR
000000     END-EXEC.
000000     MOVE CST-CTL-SAV            TO      CTL-IDX.
000000     PERFORM SPD9999TDX-STORE-SOURCE.
000000     EXEC SQL
000000         SELECT COUNT(*), COALESCE(SUM(BALANCE), 0)
000000         INTO   :HV-SRC-COUNT, :HV-SRC-AMOUNT
000000         FROM   MYDB.DB_ACCOUNT_BALANCE
000000         WHERE  MOD(ACC_ID, :HV-SAMPLE-DIV) = 0
000000         WITH UR
000000     END-EXEC.
000000     MOVE CST-CTL-BAL            TO      CTL-IDX.
000000     PERFORM SPD9999TDX-STORE-SOURCE.
000000     EXEC SQL
000000         SELECT COUNT(*),
000000                COALESCE(SUM(PRINCIPAL_AMOUNT + INTEREST_NET), 0)
000000         INTO   :HV-SRC-COUNT, :HV-SRC-AMOUNT
000000         FROM   MYDB.DB_SAVINGS_HISTORY
000000         WHERE  MOD(ACC_ID, :HV-SAMPLE-DIV) = 0
000000         WITH UR
000000     END-EXEC.
000000     MOVE CST-CTL-HIS            TO      CTL-IDX.
000000     PERFORM SPD9999TDX-STORE-SOURCE.
000000     MOVE 0                      TO      HV-SRC-AMOUNT.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-SRC-COUNT
000000         FROM   MYDB.DB_ACCOUNT_HOLD
000000         WHERE  MOD(ACC_ID, :HV-SAMPLE-DIV) = 0
000000         WITH UR
000000     END-EXEC.
000000     MOVE CST-CTL-HLD            TO      CTL-IDX.
000000     PERFORM SPD9999TDX-STORE-SOURCE.
000000     EXEC SQL
000000         SELECT COUNT(*), COALESCE(SUM(P.PLEDGED_AMOUNT), 0)
000000         INTO   :HV-SRC-COUNT, :HV-SRC-AMOUNT
000000         FROM   MYDB.DB_PLEDGE P
000000         WHERE  P.ORDER_ID IN
000000                (SELECT A.ORDER_ID
000000                 FROM   MYDB.DB_ACCOUNT_SAVINGS A
000000                 WHERE  MOD(A.ACC_ID, :HV-SAMPLE-DIV) = 0)
000000         WITH UR
000000     END-EXEC.
000000     MOVE CST-CTL-PLG            TO      CTL-IDX.
000000     PERFORM SPD9999TDX-STORE-SOURCE.
000000     MOVE 0                      TO      HV-SRC-AMOUNT.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-SRC-COUNT
000000         FROM   MYDB.DB_PAYOUT_INSTRUCTION
000000         WHERE  MOD(ACC_ID, :HV-SAMPLE-DIV) = 0
000000         WITH UR
000000     END-EXEC.
000000     MOVE CST-CTL-PAY            TO      CTL-IDX.
000000     PERFORM SPD9999TDX-STORE-SOURCE.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-SRC-COUNT
000000         FROM   MYDB.DB_RENEWAL_INSTRUCTION R
000000         WHERE  R.ORDER_ID IN
000000                (SELECT A.ORDER_ID
000000                 FROM   MYDB.DB_ACCOUNT_SAVINGS A
000000                 WHERE  MOD(A.ACC_ID, :HV-SAMPLE-DIV) = 0)
000000         WITH UR
000000     END-EXEC.
000000     MOVE CST-CTL-REN            TO      CTL-IDX.
000000     PERFORM SPD9999TDX-STORE-SOURCE.
000000     EXEC SQL
000000         SELECT COUNT(*), COALESCE(SUM(AMOUNT), 0)
000000         INTO   :HV-SRC-COUNT, :HV-SRC-AMOUNT
000000         FROM   MYDB.DB_TRANSFER_QUEUE
000000         WHERE  MOD(ACC_ID, :HV-SAMPLE-DIV) = 0
000000         WITH UR
000000     END-EXEC.
000000     MOVE CST-CTL-TRQ            TO      CTL-IDX.
000000     PERFORM SPD9999TDX-STORE-SOURCE.
000000     MOVE 0                      TO      HV-SRC-AMOUNT.
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-SRC-COUNT
000000         FROM   MYDB.DB_CUSTOMER_MASTER
000000         WHERE  MOD(ACC_ID, :HV-SAMPLE-DIV) = 0
000000         WITH UR
000000     END-EXEC.
000000     MOVE CST-CTL-CUS            TO      CTL-IDX.
000000     PERFORM SPD9999TDX-STORE-SOURCE.
000000     EXIT.
000000 SPD9999TDX-STORE-SOURCE.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999TDX-SOURCE-TOTALS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         STRING 'SELECT SOURCE TOTAL FAILED : ' DELIMITED BY SIZE
000000                CTL-NAME(CTL-IDX) DELIMITED BY SPACE
000000                INTO CST-ABEND-DETAIL
000000         END-STRING
000000         PERFORM SPD9999TDX-ABEND
000000     END-IF.
000000     MOVE HV-SRC-COUNT           TO      CTL-SRC-CNT(CTL-IDX).
000000     MOVE HV-SRC-AMOUNT          TO      CTL-SRC-AMT(CTL-IDX).
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 管理レポートの作成
000000* SPD9999TDX-PRINT-REPORT SECTION |     （MAIN）
000000*                                |      件数・金額合計の不一致を
000000*                                |      'MISMATCH'で表示し計数する
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-PRINT-REPORT.
000000     MOVE HV-DATE-CURRENT-X      TO      RPT-H1-DATE.
000000     MOVE RPT-HEADER-1           TO      RPT-REC.
000000     PERFORM SPD9999TDX-WRITE-RPT.
000000     MOVE HV-SAMPLE-DIV          TO      RPT-H2-SAMPLE.
000000     MOVE WS-SHIFT-DAYS          TO      RPT-H2-SHIFT.
000000     MOVE RPT-HEADER-2           TO      RPT-REC.
000000     PERFORM SPD9999TDX-WRITE-RPT.
000000     MOVE SPACES                 TO      RPT-REC.
000000     PERFORM SPD9999TDX-WRITE-RPT.
000000     MOVE RPT-HEADER-3           TO      RPT-REC.
000000     PERFORM SPD9999TDX-WRITE-RPT.
000000     PERFORM VARYING CTL-IDX FROM 1 BY 1
000000             UNTIL CTL-IDX > CST-CTL-MAX
000000         MOVE CTL-NAME(CTL-IDX)  TO      RPT-D-NAME
000000         MOVE CTL-AMOUNT-NAME(CTL-IDX)
000000                                 TO      RPT-D-AMOUNT-NAME
000000         MOVE CTL-SRC-CNT(CTL-IDX)
000000                                 TO      RPT-D-SRC-COUNT
000000         MOVE CTL-OUT-CNT(CTL-IDX)
000000                                 TO      RPT-D-OUT-COUNT
000000         MOVE CTL-SRC-AMT(CTL-IDX)
000000                                 TO      RPT-D-SRC-AMOUNT
000000         MOVE CTL-OUT-AMT(CTL-IDX)
000000                                 TO      RPT-D-OUT-AMOUNT
000000         IF  CTL-SRC-CNT(CTL-IDX)  = CTL-OUT-CNT(CTL-IDX)
000000         AND CTL-SRC-AMT(CTL-IDX) = CTL-OUT-AMT(CTL-IDX)
000000             MOVE 'OK'           TO      RPT-D-RESULT
000000         ELSE
000000             MOVE 'MISMATCH'     TO      RPT-D-RESULT
000000             ADD 1               TO      WS-MISMATCH-CNT
000000         END-IF
000000         MOVE RPT-DETAIL         TO      RPT-REC
000000         PERFORM SPD9999TDX-WRITE-RPT
000000     END-PERFORM.
000000     MOVE SPACES                 TO      RPT-REC.
000000     PERFORM SPD9999TDX-WRITE-RPT.
000000     IF WS-MISMATCH-CNT = 0
000000         MOVE 'ALL CONTROL TOTALS AGREE'
000000                                 TO      RPT-F-TEXT
000000     ELSE
000000         MOVE 'CONTROL TOTAL MISMATCH - DO NOT LOAD'
000000                                 TO      RPT-F-TEXT
000000     END-IF.
000000     MOVE RPT-FOOTER             TO      RPT-REC.
000000     PERFORM SPD9999TDX-WRITE-RPT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: ID置換
000000* SPD9999TDX-SCRAMBLE-ID SECTION |      （COMMON）
000000*                                |      WS-ID-IN×乗数 MOD 10**9 を
000000*                                |      WS-ID-OUT・WS-ID-DISPへ返す
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-SCRAMBLE-ID.
000000     COMPUTE WS-ID-WORK = WS-ID-IN * WS-MULTIPLIER.
000000     DIVIDE WS-ID-WORK BY CST-ID-MODULUS
000000         GIVING WS-ID-QUOT REMAINDER WS-ID-OUT.
000000     MOVE WS-ID-OUT              TO      WS-ID-DISP.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 他行口座番号の置換
000000* SPD9999TDX-SCRAMBLE-EXT-NO SECTION |  （COMMON）
000000*                                |      数字7桁は番号×乗数 MOD 10**7、
000000*                                |      空白は空白、その他は'0000000'
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-SCRAMBLE-EXT-NO.
000000     EVALUATE TRUE
000000         WHEN WS-EXT-NO-IN = SPACES
000000             MOVE SPACES         TO      WS-EXT-NO-RESULT
000000         WHEN WS-EXT-NO-IN IS NUMERIC
000000             MOVE WS-EXT-NO-IN   TO      WS-EXT-NO-9
000000             COMPUTE WS-ID-WORK = WS-EXT-NO-9 * WS-MULTIPLIER
000000             DIVIDE WS-ID-WORK BY CST-EXT-NO-MODULUS
000000                 GIVING WS-ID-QUOT REMAINDER WS-EXT-NO-OUT
000000             MOVE WS-EXT-NO-OUT  TO      WS-EXT-NO-RESULT
000000         WHEN OTHER
000000             MOVE CST-MASK-EXT-NO
000000                                 TO      WS-EXT-NO-RESULT
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 日付シフト
000000* SPD9999TDX-SHIFT-DATE  SECTION |      （COMMON）
000000*                                |      WS-DATE-INをシフト日数だけ
000000*                                |      ずらしWS-DATE-OUTへ返す
000000*                                |      '00000000'・'99999999'・日付
000000*                                |      でない値はそのまま返す
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-SHIFT-DATE.
000000     MOVE WS-DATE-IN             TO      WS-DATE-OUT.
000000     IF  WS-DATE-IN IS NUMERIC
000000     AND WS-DATE-IN NOT = CST-NO-DATE
000000     AND WS-DATE-IN NOT = CST-OPEN-DATE
000000         COMPUTE WS-DATE-INT =
000000             FUNCTION INTEGER-OF-DATE(WS-DATE-IN-9)
000000         IF WS-DATE-INT > 0
000000             COMPUTE WS-DATE-INT = WS-DATE-INT + WS-SHIFT-DAYS
000000             COMPUTE WS-DATE-OUT-9 =
000000                 FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
000000             MOVE WS-DATE-OUT-9  TO      WS-DATE-OUT
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: TDXSAV行の出力
000000* SPD9999TDX-WRITE-SAV   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-WRITE-SAV.
000000     WRITE SAV-REC.
000000     IF WS-SAV-STATUS NOT = '00'
000000         MOVE 'SPD9999TDX-WRITE-SAV'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE TDXSAV FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999TDX-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: TDXBAL行の出力
000000* SPD9999TDX-WRITE-BAL   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-WRITE-BAL.
000000     WRITE BAL-REC.
000000     IF WS-BAL-STATUS NOT = '00'
000000         MOVE 'SPD9999TDX-WRITE-BAL'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE TDXBAL FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999TDX-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: TDXHIST行の出力
000000* SPD9999TDX-WRITE-HIS   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-WRITE-HIS.
000000     WRITE HIS-REC.
000000     IF WS-HIS-STATUS NOT = '00'
000000         MOVE 'SPD9999TDX-WRITE-HIS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE TDXHIST FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999TDX-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: TDXHOLD行の出力
000000* SPD9999TDX-WRITE-HLD   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-WRITE-HLD.
000000     WRITE HLD-REC.
000000     IF WS-HLD-STATUS NOT = '00'
000000         MOVE 'SPD9999TDX-WRITE-HLD'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE TDXHOLD FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999TDX-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: TDXPLDG行の出力
000000* SPD9999TDX-WRITE-PLG   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-WRITE-PLG.
000000     WRITE PLG-REC.
000000     IF WS-PLG-STATUS NOT = '00'
000000         MOVE 'SPD9999TDX-WRITE-PLG'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE TDXPLDG FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999TDX-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: TDXPAYI行の出力
000000* SPD9999TDX-WRITE-PAY   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-WRITE-PAY.
000000     WRITE PAY-REC.
000000     IF WS-PAY-STATUS NOT = '00'
000000         MOVE 'SPD9999TDX-WRITE-PAY'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE TDXPAYI FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999TDX-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: TDXRENI行の出力
000000* SPD9999TDX-WRITE-REN   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-WRITE-REN.
000000     WRITE REN-REC.
000000     IF WS-REN-STATUS NOT = '00'
000000         MOVE 'SPD9999TDX-WRITE-REN'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE TDXRENI FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999TDX-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: TDXTRNQ行の出力
000000* SPD9999TDX-WRITE-TRQ   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-WRITE-TRQ.
000000     WRITE TRQ-REC.
000000     IF WS-TRQ-STATUS NOT = '00'
000000         MOVE 'SPD9999TDX-WRITE-TRQ'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE TDXTRNQ FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999TDX-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: TDXCUST行の出力
000000* SPD9999TDX-WRITE-CUS   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-WRITE-CUS.
000000     WRITE CUS-REC.
000000     IF WS-CUS-STATUS NOT = '00'
000000         MOVE 'SPD9999TDX-WRITE-CUS'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE TDXCUST FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999TDX-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: TDXRPT行の出力
000000* SPD9999TDX-WRITE-RPT   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-WRITE-RPT.
000000     WRITE RPT-REC.
000000     IF WS-RPT-STATUS NOT = '00'
000000         MOVE 'SPD9999TDX-WRITE-RPT'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE TDXRPT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999TDX-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999TDX-ABEND       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999TDX-ABEND.
000000     DISPLAY 'SPD9999TDX-ABEND'.
000000     DISPLAY 'ERROR MODULE : ' CST-ABEND-BREAKPOINT.
000000     DISPLAY 'ERROR DETAIL : ' CST-ABEND-DETAIL.
000000     DISPLAY 'SQLCODE      : ' SQLCODE.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999TDX.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
