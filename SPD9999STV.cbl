000000*                                値域検証処理
000000*                                SPD9999SETが認識する'1'/'2'/'9'以外
000000*                                のSTATUSを持つ行を例外として報告
000000*                                あわせて有効な注文（STATUS='1'/
000000*                                '2'）のうちSAVING_TYPEに
000000*                                DB_PRODUCTの行が無いものを報告
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/02/05 :            プログラムの作成
000000*        2026/02/20 :            STATUS='2'（満期・決済待ち）を
000000*                                正当な値域に追加
000000*        2026/10/15 :            有効な注文のSAVING_TYPEが預金商品
000000*                                マスタ（DB_PRODUCT）に存在しない行を
000000*                                例外として追加出力（STV-CHECK-TYPE
000000*                                ='P'。従来のSTATUS値域違反は'S'）
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000    03 STV-ORDER-ID              PIC 9(09).
000000    03 STV-ACC-ID                PIC 9(09).
000000    03 STV-STATUS-VALUE          PIC X(01).
000000    03 STV-CHECK-TYPE            PIC X(01).
000000    03 STV-SAVING-TYPE           PIC X(10).
000000    03 FILLER                    PIC X(10).
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ワークエリア
000000         INCLUDE                 ACCSAV
000000     END-EXEC.
000000 01 WS-STV-STATUS               PIC X(02).
000000 01 WS-PRODUCT-EXISTS            PIC X(01).
000000 01 CST-VARIABLES.
000000    03 CST-STATUS-1              PIC X(01)  VALUE '1'.
000000    03 CST-STATUS-2              PIC X(01)  VALUE '2'.
000000    03 CST-EOF-CRS               PIC X(01)  VALUE 'N'.
000000    03 CST-COUNT-CHECKED         PIC 9(05)  VALUE 0.
000000    03 CST-COUNT-INVALID         PIC 9(05)  VALUE 0.
000000    03 CST-COUNT-NO-PRODUCT      PIC 9(05)  VALUE 0.
000000    03 CST-CHECK-STATUS          PIC X(01)  VALUE 'S'.
000000    03 CST-CHECK-PRODUCT         PIC X(01)  VALUE 'P'.
000000    03 CST-ABEND-BREAKPOINT      PIC X(100) VALUE SPACES.
000000    03 CST-ABEND-DETAIL          PIC X(100) VALUE SPACES.
000000*===============================================================*
000000     CLOSE STATUS-FILE.
000000     DISPLAY 'TOTAL ROWS CHECKED   : ' CST-COUNT-CHECKED.
000000     DISPLAY 'TOTAL ROWS INVALID   : ' CST-COUNT-INVALID.
000000     DISPLAY 'TOTAL NO PRODUCT ROW : ' CST-COUNT-NO-PRODUCT.
000000     DISPLAY 'END   SPD9999STV'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000 SPD9999STV-CHECK-ALL.
000000     EXEC SQL
000000         DECLARE CRS-STV CURSOR FOR
000000         SELECT  A.ORDER_ID,
000000                 A.ACC_ID,
000000                 A.STATUS,
000000                 A.SAVING_TYPE,
000000                 CASE WHEN EXISTS
000000                      (SELECT 1
000000                       FROM   MYDB.DB_PRODUCT P
000000                       WHERE  P.SAVING_TYPE = A.SAVING_TYPE)
000000                      THEN 'Y' ELSE 'N' END
000000         FROM    MYDB.DB_ACCOUNT_SAVINGS A
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-STV
000000     PERFORM SPD9999STV-FETCH.
000000     PERFORM UNTIL CST-EOF-CRS = 'Y'
000000         PERFORM SPD9999STV-EVAL-STATUS
000000         PERFORM SPD9999STV-EVAL-PRODUCT
000000         PERFORM SPD9999STV-FETCH
000000     END-PERFORM.
000000     EXEC SQL
000000         FETCH CRS-STV
000000         INTO  :AS-ORDER-ID,
000000               :AS-ACC-ID,
000000               :AS-STATUS,
000000               :AS-SAVING-TYPE,
000000               :WS-PRODUCT-EXISTS
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000         MOVE AS-ORDER-ID            TO      STV-ORDER-ID
000000         MOVE AS-ACC-ID              TO      STV-ACC-ID
000000         MOVE AS-STATUS              TO      STV-STATUS-VALUE
000000         MOVE CST-CHECK-STATUS       TO      STV-CHECK-TYPE
000000         MOVE AS-SAVING-TYPE         TO      STV-SAVING-TYPE
000000         WRITE STV-REC
000000         ADD 1                       TO      CST-COUNT-INVALID
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 預金商品マスタ存在判定
000000* SPD9999STV-EVAL-PRODUCT SECTION |     （COMMON。2026/10/15）
000000*                                |       有効な注文（'1','2'）のみ
000000*                                |       対象: DB_PRODUCT
000000*/-------------------------------------------------------------/*
000000 SPD9999STV-EVAL-PRODUCT.
000000     IF  (AS-STATUS = CST-STATUS-1 OR AS-STATUS = CST-STATUS-2)
000000     AND WS-PRODUCT-EXISTS = 'N'
000000         INITIALIZE                  STV-REC
000000         MOVE AS-ORDER-ID            TO      STV-ORDER-ID
000000         MOVE AS-ACC-ID              TO      STV-ACC-ID
000000         MOVE AS-STATUS              TO      STV-STATUS-VALUE
000000         MOVE CST-CHECK-PRODUCT      TO      STV-CHECK-TYPE
000000         MOVE AS-SAVING-TYPE         TO      STV-SAVING-TYPE
000000         WRITE STV-REC
000000         ADD 1                       TO      CST-COUNT-NO-PRODUCT
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999STV-ABEND       SECTION |      （COMMON）
000000*                                |
