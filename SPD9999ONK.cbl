000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999ONK.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999ONK
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            顧客マスタ保守オンライン（CICS）
000000*                                端末入力:
000000*                                'SPK1 ADD 口座ID 氏名'
000000*                                  新規登録。住所未入力のため
000000*                                  送付停止（SUPPRESS_FLAG='Y'）
000000*                                  ・郵送（'P'）・敬称'SAMA'で
000000*                                  登録し、住所入力後に
000000*                                  'SUP N'で送付を開始する
000000*                                'SPK1 CHG 口座ID 項目 値'
000000*                                  1項目ずつ変更する。項目は
000000*                                  NAM（氏名）HON（敬称）
000000*                                  ZIP（郵便番号 NNN-NNNN または
000000*                                  NNNNNNN）AD1（住所1）
000000*                                  AD2（住所2。値省略で消去）
000000*                                  PRF（送付区分 P/E）
000000*                                  SUP（送付停止 Y/N）
000000*                                  DOB（生年月日 YYYYMMDD）
000000*                                  TRC（税務上の居住地国 英字2桁）
000000*                                  TIN（居住地国の納税者番号。
000000*                                  値省略で消去）
000000*                                  SCF（自己宣誓書 'Y 有効期限'
000000*                                  /'Y'（期限なし）/'N'（未受領））
000000*                                  FEC（手数料区分 数字2桁）
000000*                                'SPK1 INQ 口座ID'
000000*                                  現在の登録内容と宛名履歴
000000*                                  （新しい順）を表示する
000000*                                登録・変更のたびに変更後の全項目を
000000*                                DB_CUSTOMER_ADDR_HISTへ本日適用で
000000*                                記録する（履歴の無い既存顧客は
000000*                                変更前の内容を適用日'00000000'で
000000*                                先に記録）。郵送・送付中の顧客は
000000*                                郵便番号・住所1を必須とする。
000000*                                変更者（CHANGED_BY）はサインオン
000000*                                中のユーザIDとする。
000000*                                更新はDB_RUN_AUDITへ入力コマンドの
000000*                                まま操作者とともに記録する
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 :            プログラムの作成
000000*        2026/10/15 :            サインオン中のユーザIDによる操作
000000*                                権限チェック（SPD9999AUT）を追加。
000000*                                変更者は入力値ではなくサインオン
000000*                                中のユーザIDを記録する（ADD/CHG
000000*                                のユーザIDトークンは廃止）
000000*        2026/10/15 :            DB_CUSTOMER_MASTERにBIRTH_DATE
000000*                                （生年月日。死亡届の照合用）を
000000*                                追加。CHGの項目DOBで登録・変更し、
000000*                                INQに表示する。新規登録時は未登録
000000*                                （'00000000'）とする
000000*        2026/10/15 :            DB_CUSTOMER_MASTERに税務上の居住地
000000*                                国・納税者番号・自己宣誓書の受領
000000*                                状況と有効期限を追加（CRS/FATCA
000000*                                報告 SPD9999CRS用）。CHGの項目
000000*                                TRC/TIN/SCFで変更し、INQに表示する。
000000*                                新規登録時は'JP'・自己宣誓書
000000*                                未受領とする
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*        2026/10/15 :            DB_CUSTOMER_MASTERに手数料区分
000000*                                （FEE_CATEGORY。DB_FEE_SCHEDULEの
000000*                                区分）を追加。CHGの項目FECで変更
000000*                                し、INQに表示する。新規登録時は
000000*                                標準（'00'）とする
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
000000*--- DCLGEN参照：MYDB.DB_CUSTOMER_MASTER
000000     EXEC SQL
000000         INCLUDE                 CUSTMS
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CUSTOMER_ADDR_HIST
000000     EXEC SQL
000000         INCLUDE                 CUSADH
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
000000    03 WS-FIELD-CODE             PIC X(03).
000000    03 WS-FIELD-VALUE            PIC X(60).
000000    03 WS-ACC-ID-DISP            PIC 9(09).
000000    03 WS-SEQ-DISP               PIC 9(04).
000000    03 WS-DATE-CURRENT-X         PIC X(08).
000000    03 WS-LINE-CNT               PIC S9(04) COMP.
000000    03 WS-SEND-LEN               PIC S9(04) COMP.
000000    03 WS-SUCCESS-MSG            PIC X(80).
000000*--- 変更前・変更後の顧客マスタ行（DCLDB-CUSTOMER-MASTERと同長）
000000    03 WS-CM-BEFORE              PIC X(185).
000000    03 WS-CM-AFTER               PIC X(185).
000000*--- 郵便番号の編集
000000    03 WS-POSTAL-IN              PIC X(08).
000000    03 WS-POSTAL-IN-R            REDEFINES WS-POSTAL-IN.
000000       05 WS-POSTAL-IN-3         PIC X(03).
000000       05 WS-POSTAL-IN-SEP       PIC X(01).
000000       05 WS-POSTAL-IN-4         PIC X(04).
000000    03 WS-POSTAL-OUT             PIC X(08).
000000*--- 生年月日の検証
000000    03 WS-BIRTH-DATE-9           PIC 9(08).
000000*--- 自己宣誓書の有効期限の検証
000000    03 WS-CERT-EXPIRY-9          PIC 9(08).
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
000000    03 HV-MAX-SEQ                PIC S9(09) COMP.
000000*/-------------------------------------------------------------/*
000000*  画面編集エリア（22行×80桁の行バッファ）
000000*/-------------------------------------------------------------/*
000000 01 SCR-BUFFER.
000000    03 SCR-LINE OCCURS 22        PIC X(80).
000000 01 SCR-WORK-LINE                PIC X(80).
000000 01 CST-VARIABLES.
000000    03 CST-CMD-ADD               PIC X(03)  VALUE 'ADD'.
000000    03 CST-CMD-CHANGE            PIC X(03)  VALUE 'CHG'.
000000    03 CST-CMD-INQUIRE           PIC X(03)  VALUE 'INQ'.
000000    03 CST-FLD-NAME              PIC X(03)  VALUE 'NAM'.
000000    03 CST-FLD-HONORIFIC         PIC X(03)  VALUE 'HON'.
000000    03 CST-FLD-POSTAL            PIC X(03)  VALUE 'ZIP'.
000000    03 CST-FLD-ADDRESS-1         PIC X(03)  VALUE 'AD1'.
000000    03 CST-FLD-ADDRESS-2         PIC X(03)  VALUE 'AD2'.
000000    03 CST-FLD-DELIVERY          PIC X(03)  VALUE 'PRF'.
000000    03 CST-FLD-SUPPRESS          PIC X(03)  VALUE 'SUP'.
000000    03 CST-FLD-BIRTH             PIC X(03)  VALUE 'DOB'.
000000    03 CST-FLD-TAX-COUNTRY       PIC X(03)  VALUE 'TRC'.
000000    03 CST-FLD-TAX-ID            PIC X(03)  VALUE 'TIN'.
000000    03 CST-FLD-SELF-CERT         PIC X(03)  VALUE 'SCF'.
000000    03 CST-FLD-FEE-CATEGORY      PIC X(03)  VALUE 'FEC'.
000000    03 CST-NO-BIRTH-DATE         PIC X(08)  VALUE '00000000'.
000000    03 CST-TAX-COUNTRY-DEFAULT   PIC X(02)  VALUE 'JP'.
000000    03 CST-CERT-RECEIVED         PIC X(01)  VALUE 'Y'.
000000    03 CST-CERT-NOT-RECEIVED     PIC X(01)  VALUE 'N'.
000000    03 CST-CERT-NO-EXPIRY        PIC X(08)  VALUE '99999999'.
000000    03 CST-CERT-NONE             PIC X(08)  VALUE '00000000'.
000000    03 CST-FEE-CATEGORY-STD      PIC X(02)  VALUE '00'.
000000    03 CST-DELIVERY-POST         PIC X(01)  VALUE 'P'.
000000    03 CST-DELIVERY-ELECTRON     PIC X(01)  VALUE 'E'.
000000    03 CST-HONORIFIC-DEFAULT     PIC X(10)  VALUE 'SAMA'.
000000    03 CST-HIST-INITIAL          PIC X(01)  VALUE 'I'.
000000    03 CST-HIST-ADD              PIC X(01)  VALUE 'A'.
000000    03 CST-HIST-CHANGE           PIC X(01)  VALUE 'C'.
000000    03 CST-DATE-BEFORE-HIST      PIC X(08)  VALUE '00000000'.
000000    03 CST-RUN-MODE-ONK          PIC X(01)  VALUE 'U'.
000000    03 CST-EOF-CRS-AH            PIC X(01)  VALUE 'N'.
000000    03 CST-MAX-SCREEN-LINES      PIC 9(02)  VALUE 22.
000000    03 CST-TRANS-ID              PIC X(04)  VALUE 'SPK1'.
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
000000* SPD9999ONK-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ONK-MAIN.
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
000000         PERFORM SPD9999ONK-SEND-MESSAGE
000000     END-IF.
000000     MOVE SPACES                 TO      WS-FIELD-CODE.
000000     MOVE SPACES                 TO      WS-FIELD-VALUE.
000000     MOVE 1                      TO      WS-PTR.
000000     UNSTRING WS-INPUT-AREA
000000         DELIMITED BY ALL ' '
000000         INTO WS-TRANS-CODE
000000              WS-COMMAND
000000              WS-ACC-ID-CHAR
000000         WITH POINTER WS-PTR
000000     END-UNSTRING.
000000     PERFORM SPD9999ONK-CHK-AUTH.
000000     IF WS-ACC-ID-CHAR IS NOT NUMERIC
000000         PERFORM SPD9999ONK-SEND-USAGE
000000     END-IF.
000000     MOVE WS-ACC-ID-CHAR         TO      WS-ACC-ID-DISP.
000000     MOVE WS-ACC-ID-DISP         TO      CM-ACC-ID.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         MOVE 'BUSINESS DATE NOT AVAILABLE'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONK-SEND-MESSAGE
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      WS-DATE-CURRENT-X.
000000     EVALUATE WS-COMMAND
000000         WHEN CST-CMD-ADD
000000             PERFORM SPD9999ONK-GET-VALUE
000000             PERFORM SPD9999ONK-ADD-CUSTOMER
000000         WHEN CST-CMD-CHANGE
000000             IF WS-PTR <= 80
000000                 UNSTRING WS-INPUT-AREA
000000                     DELIMITED BY ALL ' '
000000                     INTO WS-FIELD-CODE
000000                     WITH POINTER WS-PTR
000000                 END-UNSTRING
000000             END-IF
000000             PERFORM SPD9999ONK-GET-VALUE
000000             PERFORM SPD9999ONK-CHG-CUSTOMER
000000         WHEN CST-CMD-INQUIRE
000000             PERFORM SPD9999ONK-INQ-CUSTOMER
000000         WHEN OTHER
000000             PERFORM SPD9999ONK-SEND-USAGE
000000     END-EVALUATE.
000000     PERFORM SPD9999ONK-WRITE-AUDIT.
000000     MOVE WS-SUCCESS-MSG         TO      SCR-WORK-LINE.
000000     PERFORM SPD9999ONK-SEND-MESSAGE.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 操作権限チェック
000000* SPD9999ONK-CHK-AUTH    SECTION |      （MAIN）
000000*                                |      サインオン中のユーザIDで
000000*                                |      SPD9999AUTを呼び出す。
000000*                                |      拒否はSPD9999AUTが記録済
000000*                                |      サブコマンドはADD/CHG/INQ
000000*/-------------------------------------------------------------/*
000000 SPD9999ONK-CHK-AUTH.
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
000000         PERFORM SPD9999ONK-SEND-MESSAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 入力値の取出し
000000* SPD9999ONK-GET-VALUE   SECTION |      （COMMON）
000000*                                |      氏名・住所は空白を含むため
000000*                                |      残りの入力全体を値とする
000000*/-------------------------------------------------------------/*
000000 SPD9999ONK-GET-VALUE.
000000     IF WS-PTR <= 80
000000         MOVE WS-INPUT-AREA(WS-PTR:)
000000                                 TO      WS-FIELD-VALUE
000000     END-IF.
000000     IF WS-FIELD-VALUE(41:20) NOT = SPACES
000000         MOVE 'VALUE LONGER THAN 40 CHARACTERS'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONK-SEND-MESSAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 顧客の新規登録
000000* SPD9999ONK-ADD-CUSTOMER SECTION |     （MAIN）
000000*                                |      対象: DB_CUSTOMER_MASTER
000000*                                |            DB_CUSTOMER_ADDR_HIST
000000*                                |      住所入力まで送付停止で登録
000000*/-------------------------------------------------------------/*
000000 SPD9999ONK-ADD-CUSTOMER.
000000     IF WS-FIELD-VALUE = SPACES
000000         MOVE 'USAGE: SPK1 ADD ACC-ID NAME'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONK-SEND-MESSAGE
000000     END-IF.
000000*--- 統合（SPD9999RKY）で廃止された旧IDへの登録は不可
000000     EXEC SQL
000000         SELECT COUNT(*)
000000         INTO   :HV-EXIST-CNT
000000         FROM   MYDB.DB_ACCID_MAP
000000         WHERE  OLD_ACC_ID = :CM-ACC-ID
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SELECT DB_ACCID_MAP FAILED'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONK-SEND-MESSAGE
000000     END-IF.
000000     IF HV-EXIST-CNT > 0
000000         MOVE 'ACC ID WAS MERGED, USE THE NEW ACC ID'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONK-SEND-MESSAGE
000000     END-IF.
000000     MOVE WS-FIELD-VALUE(1:40)   TO      CM-CUST-NAME.
000000     MOVE CST-HONORIFIC-DEFAULT  TO      CM-HONORIFIC.
000000     MOVE SPACES                 TO      CM-POSTAL-CODE.
000000     MOVE SPACES                 TO      CM-ADDRESS-1.
000000     MOVE SPACES                 TO      CM-ADDRESS-2.
000000     MOVE CST-DELIVERY-POST      TO      CM-DELIVERY-PREF.
000000     MOVE 'Y'                    TO      CM-SUPPRESS-FLAG.
000000     MOVE CST-NO-BIRTH-DATE      TO      CM-BIRTH-DATE.
000000     MOVE CST-TAX-COUNTRY-DEFAULT TO     CM-TAX-RES-COUNTRY.
000000     MOVE SPACES                 TO      CM-TAX-ID.
000000     MOVE CST-CERT-NOT-RECEIVED  TO      CM-SELF-CERT-STATUS.
000000     MOVE CST-CERT-NONE          TO      CM-SELF-CERT-EXPIRY.
000000     MOVE CST-FEE-CATEGORY-STD   TO      CM-FEE-CATEGORY.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_CUSTOMER_MASTER
000000             (ACC_ID, CUST_NAME, HONORIFIC, POSTAL_CODE,
000000              ADDRESS_1, ADDRESS_2, DELIVERY_PREF,
000000              SUPPRESS_FLAG, BIRTH_DATE, TAX_RES_COUNTRY,
000000              TAX_ID, SELF_CERT_STATUS, SELF_CERT_EXPIRY,
000000              FEE_CATEGORY)
000000         VALUES
000000             (:CM-ACC-ID, :CM-CUST-NAME, :CM-HONORIFIC,
000000              :CM-POSTAL-CODE, :CM-ADDRESS-1, :CM-ADDRESS-2,
000000              :CM-DELIVERY-PREF, :CM-SUPPRESS-FLAG,
000000              :CM-BIRTH-DATE, :CM-TAX-RES-COUNTRY, :CM-TAX-ID,
000000              :CM-SELF-CERT-STATUS, :CM-SELF-CERT-EXPIRY,
000000              :CM-FEE-CATEGORY)
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN -803
000000             MOVE 'CUSTOMER ALREADY ON FILE, USE CHG'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONK-SEND-MESSAGE
000000         WHEN OTHER
000000             MOVE 'INSERT DB_CUSTOMER_MASTER FAILED'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONK-SEND-MESSAGE
000000     END-EVALUATE.
000000     PERFORM SPD9999ONK-GET-HIST-SEQ.
000000     MOVE CST-HIST-ADD           TO      AH-CHANGE-TYPE.
000000     MOVE SPACES                 TO      AH-CHANGE-FIELD.
000000     MOVE WS-DATE-CURRENT-X      TO      AH-EFFECTIVE-DATE.
000000     PERFORM SPD9999ONK-INS-HIST.
000000     MOVE 'CUSTOMER ADDED, MAIL HELD UNTIL ADDRESS SET (SUP N)'
000000                                 TO      WS-SUCCESS-MSG.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 顧客情報の変更（1項目）
000000* SPD9999ONK-CHG-CUSTOMER SECTION |     （MAIN）
000000*                                |      対象: DB_CUSTOMER_MASTER
000000*                                |            DB_CUSTOMER_ADDR_HIST
000000*/-------------------------------------------------------------/*
000000 SPD9999ONK-CHG-CUSTOMER.
000000     PERFORM SPD9999ONK-GET-CUSTOMER.
000000     MOVE DCLDB-CUSTOMER-MASTER  TO      WS-CM-BEFORE.
000000     EVALUATE WS-FIELD-CODE
000000         WHEN CST-FLD-NAME
000000             IF WS-FIELD-VALUE = SPACES
000000                 MOVE 'NAME MUST NOT BE BLANK'
000000                                 TO      SCR-WORK-LINE
000000                 PERFORM SPD9999ONK-SEND-MESSAGE
000000             END-IF
000000             MOVE WS-FIELD-VALUE(1:40)
000000                                 TO      CM-CUST-NAME
000000         WHEN CST-FLD-HONORIFIC
000000             IF WS-FIELD-VALUE = SPACES
000000             OR WS-FIELD-VALUE(11:30) NOT = SPACES
000000                 MOVE 'HONORIFIC MUST BE 1 TO 10 CHARACTERS'
000000                                 TO      SCR-WORK-LINE
000000                 PERFORM SPD9999ONK-SEND-MESSAGE
000000             END-IF
000000             MOVE WS-FIELD-VALUE(1:10)
000000                                 TO      CM-HONORIFIC
000000         WHEN CST-FLD-POSTAL
000000             PERFORM SPD9999ONK-EDIT-POSTAL
000000             MOVE WS-POSTAL-OUT  TO      CM-POSTAL-CODE
000000         WHEN CST-FLD-ADDRESS-1
000000             IF WS-FIELD-VALUE = SPACES
000000                 MOVE 'ADDRESS LINE 1 MUST NOT BE BLANK'
000000                                 TO      SCR-WORK-LINE
000000                 PERFORM SPD9999ONK-SEND-MESSAGE
000000             END-IF
000000             MOVE WS-FIELD-VALUE(1:40)
000000                                 TO      CM-ADDRESS-1
000000         WHEN CST-FLD-ADDRESS-2
000000             MOVE WS-FIELD-VALUE(1:40)
000000                                 TO      CM-ADDRESS-2
000000         WHEN CST-FLD-DELIVERY
000000             IF  WS-FIELD-VALUE NOT = CST-DELIVERY-POST
000000             AND WS-FIELD-VALUE NOT = CST-DELIVERY-ELECTRON
000000                 MOVE 'DELIVERY PREFERENCE MUST BE P OR E'
000000                                 TO      SCR-WORK-LINE
000000                 PERFORM SPD9999ONK-SEND-MESSAGE
000000             END-IF
000000             MOVE WS-FIELD-VALUE(1:1)
000000                                 TO      CM-DELIVERY-PREF
000000         WHEN CST-FLD-SUPPRESS
000000             IF  WS-FIELD-VALUE NOT = 'Y'
000000             AND WS-FIELD-VALUE NOT = 'N'
000000                 MOVE 'SUPPRESS FLAG MUST BE Y OR N'
000000                                 TO      SCR-WORK-LINE
000000                 PERFORM SPD9999ONK-SEND-MESSAGE
000000             END-IF
000000             MOVE WS-FIELD-VALUE(1:1)
000000                                 TO      CM-SUPPRESS-FLAG
000000         WHEN CST-FLD-BIRTH
000000             PERFORM SPD9999ONK-EDIT-BIRTH
000000             MOVE WS-FIELD-VALUE(1:8)
000000                                 TO      CM-BIRTH-DATE
000000         WHEN CST-FLD-TAX-COUNTRY
000000             IF  WS-FIELD-VALUE(3:) NOT = SPACES
000000             OR  WS-FIELD-VALUE(1:1) = SPACE
000000             OR  WS-FIELD-VALUE(2:1) = SPACE
000000             OR  WS-FIELD-VALUE(1:2) IS NOT ALPHABETIC-UPPER
000000                 MOVE 'TAX RESIDENCE MUST BE 2-LETTER CODE'
000000                                 TO      SCR-WORK-LINE
000000                 PERFORM SPD9999ONK-SEND-MESSAGE
000000             END-IF
000000             MOVE WS-FIELD-VALUE(1:2)
000000                                 TO      CM-TAX-RES-COUNTRY
000000         WHEN CST-FLD-TAX-ID
000000             IF WS-FIELD-VALUE(21:) NOT = SPACES
000000                 MOVE 'TAXPAYER ID MUST BE 20 CHARACTERS OR LESS'
000000                                 TO      SCR-WORK-LINE
000000                 PERFORM SPD9999ONK-SEND-MESSAGE
000000             END-IF
000000             MOVE WS-FIELD-VALUE(1:20)
000000                                 TO      CM-TAX-ID
000000         WHEN CST-FLD-SELF-CERT
000000             PERFORM SPD9999ONK-EDIT-SELF-CERT
000000         WHEN CST-FLD-FEE-CATEGORY
000000             IF  WS-FIELD-VALUE(3:) NOT = SPACES
000000             OR  WS-FIELD-VALUE(1:2) IS NOT NUMERIC
000000                 MOVE 'FEE CATEGORY MUST BE 2 DIGITS'
000000                                 TO      SCR-WORK-LINE
000000                 PERFORM SPD9999ONK-SEND-MESSAGE
000000             END-IF
000000             MOVE WS-FIELD-VALUE(1:2)
000000                                 TO      CM-FEE-CATEGORY
000000         WHEN OTHER
000000             MOVE SPACES         TO      SCR-WORK-LINE
000000             STRING 'FIELD MUST BE NAM/HON/ZIP/AD1/AD2/PRF/SUP/'
000000                    'DOB/TRC/TIN/SCF/FEC'
000000                 DELIMITED BY SIZE
000000                 INTO SCR-WORK-LINE
000000             END-STRING
000000             PERFORM SPD9999ONK-SEND-MESSAGE
000000     END-EVALUATE.
000000*--- 郵送で送付中の顧客は宛先が揃っていること
000000     IF  CM-DELIVERY-PREF = CST-DELIVERY-POST
000000     AND CM-SUPPRESS-FLAG NOT = 'Y'
000000     AND (CM-POSTAL-CODE = SPACES OR CM-ADDRESS-1 = SPACES)
000000         MOVE 'POSTAL ADDRESS INCOMPLETE, SET ZIP AND AD1 FIRST'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONK-SEND-MESSAGE
000000     END-IF.
000000     IF DCLDB-CUSTOMER-MASTER = WS-CM-BEFORE
000000         MOVE 'NO CHANGE, VALUE ALREADY ON FILE'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONK-SEND-MESSAGE
000000     END-IF.
000000*--- 履歴の無い既存顧客は変更前の内容を先に記録する
000000     PERFORM SPD9999ONK-GET-HIST-SEQ.
000000     IF AH-CHANGE-SEQ = 1
000000         MOVE DCLDB-CUSTOMER-MASTER
000000                                 TO      WS-CM-AFTER
000000         MOVE WS-CM-BEFORE       TO      DCLDB-CUSTOMER-MASTER
000000         MOVE CST-HIST-INITIAL   TO      AH-CHANGE-TYPE
000000         MOVE SPACES             TO      AH-CHANGE-FIELD
000000         MOVE CST-DATE-BEFORE-HIST
000000                                 TO      AH-EFFECTIVE-DATE
000000         PERFORM SPD9999ONK-INS-HIST
000000         MOVE WS-CM-AFTER        TO      DCLDB-CUSTOMER-MASTER
000000         ADD 1                   TO      AH-CHANGE-SEQ
000000     END-IF.
000000     EXEC SQL
000000         UPDATE  MYDB.DB_CUSTOMER_MASTER
000000         SET     CUST_NAME     = :CM-CUST-NAME,
000000                 HONORIFIC     = :CM-HONORIFIC,
000000                 POSTAL_CODE   = :CM-POSTAL-CODE,
000000                 ADDRESS_1     = :CM-ADDRESS-1,
000000                 ADDRESS_2     = :CM-ADDRESS-2,
000000                 DELIVERY_PREF = :CM-DELIVERY-PREF,
000000                 SUPPRESS_FLAG = :CM-SUPPRESS-FLAG,
000000                 BIRTH_DATE    = :CM-BIRTH-DATE,
000000                 TAX_RES_COUNTRY  = :CM-TAX-RES-COUNTRY,
000000                 TAX_ID           = :CM-TAX-ID,
000000                 SELF_CERT_STATUS = :CM-SELF-CERT-STATUS,
000000                 SELF_CERT_EXPIRY = :CM-SELF-CERT-EXPIRY,
000000                 FEE_CATEGORY     = :CM-FEE-CATEGORY
000000         WHERE   ACC_ID        = :CM-ACC-ID
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'UPDATE DB_CUSTOMER_MASTER FAILED'
000000                                 TO      SCR-WORK-LINE
000000         EXEC CICS SYNCPOINT ROLLBACK
000000         END-EXEC
000000         PERFORM SPD9999ONK-SEND-MESSAGE
000000     END-IF.
000000     MOVE CST-HIST-CHANGE        TO      AH-CHANGE-TYPE.
000000     MOVE WS-FIELD-CODE          TO      AH-CHANGE-FIELD.
000000     MOVE WS-DATE-CURRENT-X      TO      AH-EFFECTIVE-DATE.
000000     PERFORM SPD9999ONK-INS-HIST.
000000     MOVE SPACES                 TO      WS-SUCCESS-MSG.
000000     STRING 'CUSTOMER UPDATED (' WS-FIELD-CODE
000000            '), EFFECTIVE ' WS-DATE-CURRENT-X
000000         DELIMITED BY SIZE
000000         INTO WS-SUCCESS-MSG
000000     END-STRING.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 郵便番号の編集
000000* SPD9999ONK-EDIT-POSTAL SECTION |      （COMMON）
000000*                                |      NNN-NNNN／NNNNNNNを受け、
000000*                                |      NNN-NNNNへ統一する
000000*/-------------------------------------------------------------/*
000000 SPD9999ONK-EDIT-POSTAL.
000000     MOVE SPACES                 TO      WS-POSTAL-OUT.
000000     MOVE WS-FIELD-VALUE(1:8)    TO      WS-POSTAL-IN.
000000     IF  WS-FIELD-VALUE(9:) = SPACES
000000     AND WS-POSTAL-IN-3 IS NUMERIC
000000     AND WS-POSTAL-IN-SEP = '-'
000000     AND WS-POSTAL-IN-4 IS NUMERIC
000000         MOVE WS-POSTAL-IN       TO      WS-POSTAL-OUT
000000     END-IF.
000000     IF  WS-FIELD-VALUE(8:) = SPACES
000000     AND WS-FIELD-VALUE(1:7) IS NUMERIC
000000         STRING WS-FIELD-VALUE(1:3) '-' WS-FIELD-VALUE(4:4)
000000             DELIMITED BY SIZE
000000             INTO WS-POSTAL-OUT
000000         END-STRING
000000     END-IF.
000000     IF WS-POSTAL-OUT = SPACES
000000         MOVE 'POSTAL CODE MUST BE NNN-NNNN OR NNNNNNN'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONK-SEND-MESSAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 生年月日の検証
000000* SPD9999ONK-EDIT-BIRTH  SECTION |      （COMMON）
000000*                                |      YYYYMMDDの実在日で本日以前
000000*/-------------------------------------------------------------/*
000000 SPD9999ONK-EDIT-BIRTH.
000000     IF  WS-FIELD-VALUE(9:) = SPACES
000000     AND WS-FIELD-VALUE(1:8) IS NUMERIC
000000         MOVE WS-FIELD-VALUE(1:8)
000000                                 TO      WS-BIRTH-DATE-9
000000     ELSE
000000         MOVE 0                  TO      WS-BIRTH-DATE-9
000000     END-IF.
000000     IF FUNCTION TEST-DATE-YYYYMMDD(WS-BIRTH-DATE-9) NOT = 0
000000     OR WS-FIELD-VALUE(1:8) > WS-DATE-CURRENT-X
000000         MOVE 'BIRTH DATE MUST BE A VALID PAST DATE YYYYMMDD'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONK-SEND-MESSAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 自己宣誓書の受領状況の編集
000000* SPD9999ONK-EDIT-SELF-CERT SECTION |   （COMMON）
000000*                                |      'Y YYYYMMDD'=受領（本日以後
000000*                                |      の有効期限）'Y'=期限なし
000000*                                |      'N'=未受領
000000*/-------------------------------------------------------------/*
000000 SPD9999ONK-EDIT-SELF-CERT.
000000     EVALUATE TRUE
000000         WHEN WS-FIELD-VALUE = CST-CERT-NOT-RECEIVED
000000             MOVE CST-CERT-NOT-RECEIVED
000000                                 TO      CM-SELF-CERT-STATUS
000000             MOVE CST-CERT-NONE  TO      CM-SELF-CERT-EXPIRY
000000         WHEN WS-FIELD-VALUE = CST-CERT-RECEIVED
000000             MOVE CST-CERT-RECEIVED
000000                                 TO      CM-SELF-CERT-STATUS
000000             MOVE CST-CERT-NO-EXPIRY
000000                                 TO      CM-SELF-CERT-EXPIRY
000000         WHEN WS-FIELD-VALUE(1:2) = 'Y '
000000          AND WS-FIELD-VALUE(3:8) IS NUMERIC
000000          AND WS-FIELD-VALUE(11:) = SPACES
000000             MOVE WS-FIELD-VALUE(3:8)
000000                                 TO      WS-CERT-EXPIRY-9
000000             IF FUNCTION TEST-DATE-YYYYMMDD(WS-CERT-EXPIRY-9)
000000                                 NOT = 0
000000             OR WS-FIELD-VALUE(3:8) < WS-DATE-CURRENT-X
000000                 MOVE 'CERT EXPIRY MUST BE A VALID FUTURE DATE'
000000                                 TO      SCR-WORK-LINE
000000                 PERFORM SPD9999ONK-SEND-MESSAGE
000000             END-IF
000000             MOVE CST-CERT-RECEIVED
000000                                 TO      CM-SELF-CERT-STATUS
000000             MOVE WS-FIELD-VALUE(3:8)
000000                                 TO      CM-SELF-CERT-EXPIRY
000000         WHEN OTHER
000000             MOVE 'SELF-CERT MUST BE N, Y OR Y YYYYMMDD (EXPIRY)'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONK-SEND-MESSAGE
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 顧客マスタ参照
000000* SPD9999ONK-GET-CUSTOMER SECTION |     （COMMON）
000000*                                |      対象: DB_CUSTOMER_MASTER
000000*/-------------------------------------------------------------/*
000000 SPD9999ONK-GET-CUSTOMER.
000000     EXEC SQL
000000         SELECT CUST_NAME, HONORIFIC, POSTAL_CODE,
000000                ADDRESS_1, ADDRESS_2, DELIVERY_PREF,
000000                SUPPRESS_FLAG, BIRTH_DATE, TAX_RES_COUNTRY,
000000                TAX_ID, SELF_CERT_STATUS, SELF_CERT_EXPIRY,
000000                FEE_CATEGORY
000000         INTO   :CM-CUST-NAME, :CM-HONORIFIC, :CM-POSTAL-CODE,
000000                :CM-ADDRESS-1, :CM-ADDRESS-2, :CM-DELIVERY-PREF,
000000                :CM-SUPPRESS-FLAG, :CM-BIRTH-DATE,
000000                :CM-TAX-RES-COUNTRY, :CM-TAX-ID,
000000                :CM-SELF-CERT-STATUS, :CM-SELF-CERT-EXPIRY,
000000                :CM-FEE-CATEGORY
000000         FROM   MYDB.DB_CUSTOMER_MASTER
000000         WHERE  ACC_ID = :CM-ACC-ID
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'CUSTOMER NOT ON FILE'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONK-SEND-MESSAGE
000000         WHEN OTHER
000000             MOVE 'SELECT DB_CUSTOMER_MASTER FAILED'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONK-SEND-MESSAGE
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 履歴連番の採番
000000* SPD9999ONK-GET-HIST-SEQ SECTION |     （COMMON）
000000*                                |      対象: DB_CUSTOMER_ADDR_HIST
000000*                                |      次の連番をAH-CHANGE-SEQへ
000000*/-------------------------------------------------------------/*
000000 SPD9999ONK-GET-HIST-SEQ.
000000     EXEC SQL
000000         SELECT COALESCE(MAX(CHANGE_SEQ), 0)
000000         INTO   :HV-MAX-SEQ
000000         FROM   MYDB.DB_CUSTOMER_ADDR_HIST
000000         WHERE  ACC_ID = :CM-ACC-ID
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SELECT MAX CHANGE_SEQ FAILED'
000000                                 TO      SCR-WORK-LINE
000000         EXEC CICS SYNCPOINT ROLLBACK
000000         END-EXEC
000000         PERFORM SPD9999ONK-SEND-MESSAGE
000000     END-IF.
000000     COMPUTE AH-CHANGE-SEQ = HV-MAX-SEQ + 1.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 宛名履歴の記録
000000* SPD9999ONK-INS-HIST    SECTION |      （COMMON）
000000*                                |      対象: DB_CUSTOMER_ADDR_HIST
000000*                                |      CM-の全項目を1行として記録
000000*/-------------------------------------------------------------/*
000000 SPD9999ONK-INS-HIST.
000000     MOVE CM-ACC-ID              TO      AH-ACC-ID.
000000     MOVE CM-CUST-NAME           TO      AH-CUST-NAME.
000000     MOVE CM-HONORIFIC           TO      AH-HONORIFIC.
000000     MOVE CM-POSTAL-CODE         TO      AH-POSTAL-CODE.
000000     MOVE CM-ADDRESS-1           TO      AH-ADDRESS-1.
000000     MOVE CM-ADDRESS-2           TO      AH-ADDRESS-2.
000000     MOVE CM-DELIVERY-PREF       TO      AH-DELIVERY-PREF.
000000     MOVE CM-SUPPRESS-FLAG       TO      AH-SUPPRESS-FLAG.
000000     MOVE WS-AUT-USER-ID         TO      AH-CHANGED-BY.
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
000000         MOVE 'INSERT ADDRESS HISTORY FAILED, CHANGE BACKED OUT'
000000                                 TO      SCR-WORK-LINE
000000         EXEC CICS SYNCPOINT ROLLBACK
000000         END-EXEC
000000         PERFORM SPD9999ONK-SEND-MESSAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 登録内容・宛名履歴の照会
000000* SPD9999ONK-INQ-CUSTOMER SECTION |     （MAIN）
000000*                                |      対象: DB_CUSTOMER_MASTER
000000*                                |            DB_CUSTOMER_ADDR_HIST
000000*/-------------------------------------------------------------/*
000000 SPD9999ONK-INQ-CUSTOMER.
000000     PERFORM SPD9999ONK-GET-CUSTOMER.
000000     MOVE SPACES                 TO      SCR-BUFFER.
000000     MOVE 0                      TO      WS-LINE-CNT.
000000     STRING 'SPD9999ONK - CUSTOMER ' WS-ACC-ID-CHAR
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONK-ADD-LINE.
000000     STRING 'NAM ' CM-CUST-NAME ' HON ' CM-HONORIFIC
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONK-ADD-LINE.
000000     STRING 'ZIP ' CM-POSTAL-CODE
000000            '   PRF ' CM-DELIVERY-PREF
000000            '   SUP ' CM-SUPPRESS-FLAG
000000            '   DOB ' CM-BIRTH-DATE
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONK-ADD-LINE.
000000     STRING 'AD1 ' CM-ADDRESS-1
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONK-ADD-LINE.
000000     STRING 'AD2 ' CM-ADDRESS-2
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONK-ADD-LINE.
000000     STRING 'TRC ' CM-TAX-RES-COUNTRY
000000            '   TIN ' CM-TAX-ID
000000            '   SCF ' CM-SELF-CERT-STATUS
000000            '   EXPIRY ' CM-SELF-CERT-EXPIRY
000000            '   FEC ' CM-FEE-CATEGORY
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONK-ADD-LINE.
000000     MOVE 'SEQ  EFFECTIVE T FLD USER     ZIP      ADDRESS 1'
000000                                 TO      SCR-WORK-LINE.
000000     PERFORM SPD9999ONK-ADD-LINE.
000000     MOVE 'N'                    TO      CST-EOF-CRS-AH.
000000     EXEC SQL
000000         DECLARE CRS-AH CURSOR FOR
000000         SELECT  CHANGE_SEQ, EFFECTIVE_DATE, CHANGE_TYPE,
000000                 CHANGE_FIELD, CHANGED_BY, POSTAL_CODE,
000000                 ADDRESS_1
000000         FROM    MYDB.DB_CUSTOMER_ADDR_HIST
000000         WHERE   ACC_ID = :CM-ACC-ID
000000         ORDER BY CHANGE_SEQ DESC
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-AH
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'OPEN CRS-AH FAILED'
000000                                 TO      SCR-WORK-LINE
000000         PERFORM SPD9999ONK-SEND-MESSAGE
000000     END-IF.
000000     PERFORM SPD9999ONK-FETCH-HIST.
000000     PERFORM UNTIL CST-EOF-CRS-AH = 'Y'
000000         OR WS-LINE-CNT >= CST-MAX-SCREEN-LINES
000000         PERFORM SPD9999ONK-SHOW-HIST-LINE
000000         PERFORM SPD9999ONK-FETCH-HIST
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-AH
000000     END-EXEC.
000000     PERFORM SPD9999ONK-SEND-SCREEN.
000000     EXEC CICS RETURN
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 宛名履歴行の取得
000000* SPD9999ONK-FETCH-HIST  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ONK-FETCH-HIST.
000000     EXEC SQL
000000         FETCH CRS-AH
000000         INTO  :AH-CHANGE-SEQ, :AH-EFFECTIVE-DATE,
000000               :AH-CHANGE-TYPE, :AH-CHANGE-FIELD,
000000               :AH-CHANGED-BY, :AH-POSTAL-CODE,
000000               :AH-ADDRESS-1
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-AH
000000         WHEN OTHER
000000             MOVE 'FETCH CRS-AH FAILED'
000000                                 TO      SCR-WORK-LINE
000000             PERFORM SPD9999ONK-SEND-MESSAGE
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 宛名履歴1行の編集
000000* SPD9999ONK-SHOW-HIST-LINE SECTION |   （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ONK-SHOW-HIST-LINE.
000000     MOVE AH-CHANGE-SEQ          TO      WS-SEQ-DISP.
000000     STRING WS-SEQ-DISP ' ' AH-EFFECTIVE-DATE ' '
000000            AH-CHANGE-TYPE ' ' AH-CHANGE-FIELD ' '
000000            AH-CHANGED-BY ' ' AH-POSTAL-CODE ' '
000000            AH-ADDRESS-1
000000         DELIMITED BY SIZE
000000         INTO SCR-WORK-LINE
000000     END-STRING.
000000     PERFORM SPD9999ONK-ADD-LINE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 画面行の追加
000000* SPD9999ONK-ADD-LINE    SECTION |      （COMMON）
000000*                                |      SCR-WORK-LINEを次行へ格納
000000*/-------------------------------------------------------------/*
000000 SPD9999ONK-ADD-LINE.
000000     IF WS-LINE-CNT < 22
000000         ADD 1                   TO      WS-LINE-CNT
000000         MOVE SCR-WORK-LINE      TO      SCR-LINE (WS-LINE-CNT)
000000     END-IF.
000000     MOVE SPACES                 TO      SCR-WORK-LINE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 操作の監査記録
000000* SPD9999ONK-WRITE-AUDIT SECTION |      （COMMON）
000000*                                |      対象: DB_RUN_AUDIT
000000*                                |      入力コマンドをそのまま残す
000000*/-------------------------------------------------------------/*
000000 SPD9999ONK-WRITE-AUDIT.
000000     MOVE WS-INPUT-AREA(1:52)    TO      RA-PARM-DATA.
000000     MOVE CST-RUN-MODE-ONK       TO      RA-RUN-MODE.
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
000000         MOVE 'AUDIT INSERT FAILED, CHANGE BACKED OUT'
000000                                 TO      SCR-WORK-LINE
000000         EXEC CICS SYNCPOINT ROLLBACK
000000         END-EXEC
000000         PERFORM SPD9999ONK-SEND-MESSAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 画面送信
000000* SPD9999ONK-SEND-SCREEN SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ONK-SEND-SCREEN.
000000     COMPUTE WS-SEND-LEN = WS-LINE-CNT * 80.
000000     EXEC CICS SEND
000000         FROM   (SCR-BUFFER)
000000         LENGTH (WS-SEND-LEN)
000000         ERASE
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メッセージ応答・終了
000000* SPD9999ONK-SEND-MESSAGE SECTION |     （COMMON）
000000*                                |      SCR-WORK-LINEを設定してから
000000*                                |      呼び出すこと。戻らない
000000*/-------------------------------------------------------------/*
000000 SPD9999ONK-SEND-MESSAGE.
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
000000* SPD9999ONK-SEND-USAGE  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999ONK-SEND-USAGE.
000000     MOVE 'USAGE: SPK1 ADD/CHG/INQ ACC-ID [FIELD] [VALUE]'
000000                                 TO      SCR-WORK-LINE.
000000     PERFORM SPD9999ONK-SEND-MESSAGE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999ONK.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
