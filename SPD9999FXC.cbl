000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999FXC.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999FXC
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            決済代り金の通貨換算サブプログラム
000000*                                各プログラムからCALLで使用する。
000000*                                DB_FX_CUST_RATE（日付別の仲値・
000000*                                TTS・TTB・為替手数料）のうち換算日
000000*                                以前で最新の行を使用し、
000000*                                  ・外貨→円はTTB
000000*                                  ・円→外貨はTTS
000000*                                  ・外貨→外貨は円を経由して
000000*                                    TTB・TTSの両方
000000*                                で換算する。為替手数料は換算元
000000*                                （円→外貨は入金側）の外貨の行の
000000*                                COMMISSIONを基準通貨額から控除
000000*                                する。入金額は入金通貨の小数桁
000000*                                （DB_CURRENCY_ATTR。行なしは2桁）
000000*                                へ切り捨て、切捨て端数は
000000*                                スプレッド収益に含める。
000000*                                モード'Q'は試算のみ、'P'は試算に
000000*                                加えてDB_FX_CONVERSIONへ換算記録
000000*                                を登録する（COMMITは呼出元）。
000000*                                復帰コード4（レート行なし）・
000000*                                8（レート不正・換算不能）の場合
000000*                                呼出元は当該注文を例外として
000000*                                扱うこと
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
000000*--- DCLGEN参照：MYDB.DB_FX_CUST_RATE
000000     EXEC SQL
000000         INCLUDE                 FXCRT
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_FX_CONVERSION
000000     EXEC SQL
000000         INCLUDE                 FXCONV
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CURRENCY_ATTR
000000     EXEC SQL
000000         INCLUDE                 CCYATR
000000     END-EXEC.
000000 01 WS-VARIABLES.
000000*--- 換算元・入金側のレート（基準通貨は仲値・適用とも1）
000000    03 WS-FROM-RATE-DATE         PIC X(08).
000000    03 WS-FROM-MID-RATE          PIC S9(03)V9(06) COMP-3.
000000    03 WS-FROM-CUST-RATE         PIC S9(03)V9(06) COMP-3.
000000    03 WS-FROM-COMMISSION        PIC S9(13)V99    COMP-3.
000000    03 WS-TO-RATE-DATE           PIC X(08).
000000    03 WS-TO-MID-RATE            PIC S9(03)V9(06) COMP-3.
000000    03 WS-TO-CUST-RATE           PIC S9(03)V9(06) COMP-3.
000000    03 WS-TO-COMMISSION          PIC S9(13)V99    COMP-3.
000000*--- 換算計算
000000    03 WS-MID-BASE-AMOUNT        PIC S9(13)V99    COMP-3.
000000    03 WS-CUST-BASE-AMOUNT       PIC S9(13)V99    COMP-3.
000000    03 WS-NET-BASE-AMOUNT        PIC S9(13)V99    COMP-3.
000000    03 WS-TO-AMOUNT              PIC S9(13)V99    COMP-3.
000000    03 WS-TO-BASE-AMOUNT         PIC S9(13)V99    COMP-3.
000000    03 WS-COMMISSION             PIC S9(13)V99    COMP-3.
000000    03 WS-RATE-DATE              PIC X(08).
000000*--- 入金通貨の小数桁への切捨て
000000    03 WS-TO-DECIMALS            PIC S9(01)       COMP-3.
000000    03 WS-TRUNC-0                PIC S9(13)       COMP-3.
000000    03 WS-TRUNC-1                PIC S9(13)V9     COMP-3.
000000*--- 換算記録の採番
000000    03 WS-CONV-DONE              PIC X(01).
000000    03 WS-CONV-RETRY-CNT         PIC 9(02).
000000 01 HV-VARIABLES.
000000    03 HV-RATE-CCY               PIC X(03).
000000    03 HV-NEW-CONV-ID            PIC S9(09) COMP.
000000 01 CST-VARIABLES.
000000    03 CST-BASE-CURRENCY         PIC X(03)  VALUE 'JPY'.
000000    03 CST-MODE-QUOTE            PIC X(01)  VALUE 'Q'.
000000    03 CST-MODE-POST             PIC X(01)  VALUE 'P'.
000000    03 CST-RTN-OK                PIC 9(02)  VALUE 0.
000000    03 CST-RTN-NOT-FOUND         PIC 9(02)  VALUE 4.
000000    03 CST-RTN-INVALID           PIC 9(02)  VALUE 8.
000000    03 CST-RTN-ERROR             PIC 9(02)  VALUE 12.
000000*/-------------------------------------------------------------/*
000000*  呼出元パラメータ受け取りエリア
000000*/-------------------------------------------------------------/*
000000 LINKAGE                         SECTION.
000000 01 LNK-PARAM-FXC.
000000*--- 入力
000000*--- 'Q'=試算のみ 'P'=試算＋換算記録の登録
000000    03 LNK-FXC-MODE              PIC X(01).
000000    03 LNK-FXC-CONV-DATE         PIC X(08).
000000    03 LNK-FXC-FROM-CCY          PIC X(03).
000000    03 LNK-FXC-TO-CCY            PIC X(03).
000000    03 LNK-FXC-FROM-AMOUNT       PIC S9(13)V99 COMP-3.
000000*--- 換算記録用（'P'のみ使用）
000000    03 LNK-FXC-ORDER-ID          PIC S9(09) COMP.
000000    03 LNK-FXC-ACC-ID            PIC S9(09) COMP.
000000    03 LNK-FXC-TARGET-ACC-ID     PIC S9(09) COMP.
000000    03 LNK-FXC-SOURCE-TYPE       PIC X(08).
000000*--- 出力
000000    03 LNK-FXC-TO-AMOUNT         PIC S9(13)V99 COMP-3.
000000    03 LNK-FXC-FROM-CUST-RATE    PIC S9(03)V9(06) COMP-3.
000000    03 LNK-FXC-TO-CUST-RATE      PIC S9(03)V9(06) COMP-3.
000000    03 LNK-FXC-SPREAD-AMOUNT     PIC S9(13)V99 COMP-3.
000000    03 LNK-FXC-COMMISSION        PIC S9(13)V99 COMP-3.
000000    03 LNK-FXC-CONV-ID           PIC S9(09) COMP.
000000*--- 0=OK 4=レート行なし 8=レート不正・換算不能 12=SQL異常
000000    03 LNK-FXC-RETURN            PIC S9(04) COMP.
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000 PROCEDURE                       DIVISION USING LNK-PARAM-FXC.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999FXC-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999FXC-MAIN.
000000     MOVE CST-RTN-OK             TO      LNK-FXC-RETURN.
000000     MOVE 0                      TO      LNK-FXC-TO-AMOUNT.
000000     MOVE 0                      TO      LNK-FXC-FROM-CUST-RATE.
000000     MOVE 0                      TO      LNK-FXC-TO-CUST-RATE.
000000     MOVE 0                      TO      LNK-FXC-SPREAD-AMOUNT.
000000     MOVE 0                      TO      LNK-FXC-COMMISSION.
000000     MOVE 0                      TO      LNK-FXC-CONV-ID.
000000*--- 同一通貨・金額0以下は換算対象外
000000     IF LNK-FXC-FROM-CCY = LNK-FXC-TO-CCY
000000     OR LNK-FXC-FROM-AMOUNT <= 0
000000         MOVE CST-RTN-INVALID    TO      LNK-FXC-RETURN
000000     END-IF.
000000     IF LNK-FXC-RETURN = CST-RTN-OK
000000         PERFORM SPD9999FXC-GET-FROM-RATE
000000     END-IF.
000000     IF LNK-FXC-RETURN = CST-RTN-OK
000000         PERFORM SPD9999FXC-GET-TO-RATE
000000     END-IF.
000000     IF LNK-FXC-RETURN = CST-RTN-OK
000000         PERFORM SPD9999FXC-GET-TO-DECIMALS
000000     END-IF.
000000     IF LNK-FXC-RETURN = CST-RTN-OK
000000         PERFORM SPD9999FXC-CALC
000000     END-IF.
000000     IF  LNK-FXC-RETURN = CST-RTN-OK
000000     AND LNK-FXC-MODE   = CST-MODE-POST
000000         PERFORM SPD9999FXC-INS-CONVERSION
000000     END-IF.
000000     GOBACK.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 換算元通貨のレート取得
000000* SPD9999FXC-GET-FROM-RATE SECTION |    （MAIN）
000000*                                |      基準通貨は仲値・TTBとも1
000000*/-------------------------------------------------------------/*
000000 SPD9999FXC-GET-FROM-RATE.
000000     IF LNK-FXC-FROM-CCY = CST-BASE-CURRENCY
000000         MOVE SPACES             TO      WS-FROM-RATE-DATE
000000         MOVE 1                  TO      WS-FROM-MID-RATE
000000         MOVE 1                  TO      WS-FROM-CUST-RATE
000000         MOVE 0                  TO      WS-FROM-COMMISSION
000000     ELSE
000000         MOVE LNK-FXC-FROM-CCY   TO      HV-RATE-CCY
000000         PERFORM SPD9999FXC-SELECT-RATE
000000         IF LNK-FXC-RETURN = CST-RTN-OK
000000             MOVE XR-RATE-DATE   TO      WS-FROM-RATE-DATE
000000             MOVE XR-MID-RATE    TO      WS-FROM-MID-RATE
000000             MOVE XR-TTB-RATE    TO      WS-FROM-CUST-RATE
000000             MOVE XR-COMMISSION  TO      WS-FROM-COMMISSION
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 入金通貨のレート取得
000000* SPD9999FXC-GET-TO-RATE SECTION |      （MAIN）
000000*                                |      基準通貨は仲値・TTSとも1
000000*/-------------------------------------------------------------/*
000000 SPD9999FXC-GET-TO-RATE.
000000     IF LNK-FXC-TO-CCY = CST-BASE-CURRENCY
000000         MOVE SPACES             TO      WS-TO-RATE-DATE
000000         MOVE 1                  TO      WS-TO-MID-RATE
000000         MOVE 1                  TO      WS-TO-CUST-RATE
000000         MOVE 0                  TO      WS-TO-COMMISSION
000000     ELSE
000000         MOVE LNK-FXC-TO-CCY     TO      HV-RATE-CCY
000000         PERFORM SPD9999FXC-SELECT-RATE
000000         IF LNK-FXC-RETURN = CST-RTN-OK
000000             MOVE XR-RATE-DATE   TO      WS-TO-RATE-DATE
000000             MOVE XR-MID-RATE    TO      WS-TO-MID-RATE
000000             MOVE XR-TTS-RATE    TO      WS-TO-CUST-RATE
000000             MOVE XR-COMMISSION  TO      WS-TO-COMMISSION
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 顧客向けレート行の取得
000000* SPD9999FXC-SELECT-RATE SECTION |      （COMMON）
000000*                                |      対象: DB_FX_CUST_RATE
000000*                                |      換算日以前で最新の公示日。
000000*                                |      TTB≦仲値≦TTSでない行は
000000*                                |      不正として換算しない
000000*/-------------------------------------------------------------/*
000000 SPD9999FXC-SELECT-RATE.
000000     MOVE HV-RATE-CCY            TO      XR-CURRENCY-CODE.
000000     MOVE LNK-FXC-CONV-DATE      TO      XR-RATE-DATE.
000000     EXEC SQL
000000         SELECT RATE_DATE, MID_RATE, TTS_RATE, TTB_RATE,
000000                COMMISSION
000000         INTO   :XR-RATE-DATE, :XR-MID-RATE, :XR-TTS-RATE,
000000                :XR-TTB-RATE, :XR-COMMISSION
000000         FROM   MYDB.DB_FX_CUST_RATE
000000         WHERE  CURRENCY_CODE = :XR-CURRENCY-CODE
000000         AND    RATE_DATE     =
000000                (SELECT MAX(RATE_DATE)
000000                 FROM   MYDB.DB_FX_CUST_RATE
000000                 WHERE  CURRENCY_CODE = :XR-CURRENCY-CODE
000000                 AND    RATE_DATE    <= :XR-RATE-DATE)
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             IF XR-TTB-RATE <= 0
000000             OR XR-TTB-RATE >  XR-MID-RATE
000000             OR XR-MID-RATE >  XR-TTS-RATE
000000             OR XR-COMMISSION < 0
000000                 DISPLAY 'SPD9999FXC INVALID CUSTOMER RATE, '
000000                         'CURRENCY : ' HV-RATE-CCY
000000                 MOVE CST-RTN-INVALID
000000                                 TO      LNK-FXC-RETURN
000000             END-IF
000000         WHEN 100
000000             MOVE CST-RTN-NOT-FOUND  TO  LNK-FXC-RETURN
000000         WHEN OTHER
000000             DISPLAY 'SPD9999FXC SELECT DB_FX_CUST_RATE FAILED, '
000000                     'SQLCODE : ' SQLCODE
000000             MOVE CST-RTN-ERROR      TO  LNK-FXC-RETURN
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 入金通貨の小数桁取得
000000* SPD9999FXC-GET-TO-DECIMALS SECTION |  （MAIN）
000000*                                |      対象: DB_CURRENCY_ATTR
000000*                                |      行なしは小数2桁
000000*/-------------------------------------------------------------/*
000000 SPD9999FXC-GET-TO-DECIMALS.
000000     MOVE 2                      TO      WS-TO-DECIMALS.
000000     MOVE LNK-FXC-TO-CCY         TO      CA-CURRENCY-CODE.
000000     EXEC SQL
000000         SELECT DECIMAL_PLACES
000000         INTO   :CA-DECIMAL-PLACES
000000         FROM   MYDB.DB_CURRENCY_ATTR
000000         WHERE  CURRENCY_CODE = :CA-CURRENCY-CODE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE CA-DECIMAL-PLACES  TO  WS-TO-DECIMALS
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             DISPLAY 'SPD9999FXC SELECT DB_CURRENCY_ATTR FAILED, '
000000                     'SQLCODE : ' SQLCODE
000000             MOVE CST-RTN-ERROR      TO  LNK-FXC-RETURN
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 換算額・収益の算出
000000* SPD9999FXC-CALC        SECTION |      （MAIN）
000000*                                |      仲値換算額 = 入金額の仲値
000000*                                |      換算額 + スプレッド +
000000*                                |      手数料 となるよう
000000*                                |      スプレッドを差額で求める
000000*/-------------------------------------------------------------/*
000000 SPD9999FXC-CALC.
000000*--- 為替手数料は換算元の外貨（円→外貨は入金側）の行から
000000     IF LNK-FXC-FROM-CCY = CST-BASE-CURRENCY
000000         MOVE WS-TO-COMMISSION   TO      WS-COMMISSION
000000         MOVE WS-TO-RATE-DATE    TO      WS-RATE-DATE
000000     ELSE
000000         MOVE WS-FROM-COMMISSION TO      WS-COMMISSION
000000         MOVE WS-FROM-RATE-DATE  TO      WS-RATE-DATE
000000     END-IF.
000000     COMPUTE WS-MID-BASE-AMOUNT ROUNDED =
000000             LNK-FXC-FROM-AMOUNT *
000000             WS-FROM-MID-RATE.
000000*--- 顧客への適用額は切捨て（端数はスプレッドに含まれる）
000000     COMPUTE WS-CUST-BASE-AMOUNT =
000000             LNK-FXC-FROM-AMOUNT *
000000             WS-FROM-CUST-RATE.
000000     COMPUTE WS-NET-BASE-AMOUNT  =
000000             WS-CUST-BASE-AMOUNT -
000000             WS-COMMISSION.
000000     IF WS-NET-BASE-AMOUNT <= 0
000000         MOVE CST-RTN-INVALID    TO      LNK-FXC-RETURN
000000     ELSE
000000         COMPUTE WS-TO-AMOUNT    =
000000                 WS-NET-BASE-AMOUNT /
000000                 WS-TO-CUST-RATE
000000         PERFORM SPD9999FXC-TRUNC-TO-AMOUNT
000000         IF WS-TO-AMOUNT <= 0
000000             MOVE CST-RTN-INVALID
000000                                 TO      LNK-FXC-RETURN
000000         END-IF
000000     END-IF.
000000     IF LNK-FXC-RETURN = CST-RTN-OK
000000         COMPUTE WS-TO-BASE-AMOUNT ROUNDED =
000000                 WS-TO-AMOUNT    *
000000                 WS-TO-MID-RATE
000000         MOVE WS-TO-AMOUNT       TO      LNK-FXC-TO-AMOUNT
000000         MOVE WS-FROM-CUST-RATE  TO      LNK-FXC-FROM-CUST-RATE
000000         MOVE WS-TO-CUST-RATE    TO      LNK-FXC-TO-CUST-RATE
000000         MOVE WS-COMMISSION      TO      LNK-FXC-COMMISSION
000000         COMPUTE LNK-FXC-SPREAD-AMOUNT =
000000                 WS-MID-BASE-AMOUNT    -
000000                 WS-TO-BASE-AMOUNT     -
000000                 WS-COMMISSION
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 入金額の小数桁への切捨て
000000* SPD9999FXC-TRUNC-TO-AMOUNT SECTION |  （COMMON）
000000*                                |      2桁以上はそのまま
000000*/-------------------------------------------------------------/*
000000 SPD9999FXC-TRUNC-TO-AMOUNT.
000000     EVALUATE WS-TO-DECIMALS
000000         WHEN 0
000000             COMPUTE WS-TRUNC-0  =       WS-TO-AMOUNT
000000             MOVE WS-TRUNC-0     TO      WS-TO-AMOUNT
000000         WHEN 1
000000             COMPUTE WS-TRUNC-1  =       WS-TO-AMOUNT
000000             MOVE WS-TRUNC-1     TO      WS-TO-AMOUNT
000000         WHEN OTHER
000000             CONTINUE
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 換算記録の登録
000000* SPD9999FXC-INS-CONVERSION SECTION |   （MAIN）
000000*                                |      対象: DB_FX_CONVERSION
000000*                                |      並列分割実行での採番衝突
000000*                                |      （-803）はリトライ
000000*                                |      （SPD9999SETの振込キュー
000000*                                |      登録と同一方式）
000000*/-------------------------------------------------------------/*
000000 SPD9999FXC-INS-CONVERSION.
000000     MOVE LNK-FXC-CONV-DATE      TO      XC-CONV-DATE.
000000     MOVE WS-RATE-DATE           TO      XC-RATE-DATE.
000000     MOVE LNK-FXC-ORDER-ID       TO      XC-ORDER-ID.
000000     MOVE LNK-FXC-ACC-ID         TO      XC-ACC-ID.
000000     MOVE LNK-FXC-TARGET-ACC-ID  TO      XC-TARGET-ACC-ID.
000000     MOVE LNK-FXC-SOURCE-TYPE    TO      XC-SOURCE-TYPE.
000000     MOVE LNK-FXC-FROM-CCY       TO      XC-FROM-CCY.
000000     MOVE LNK-FXC-FROM-AMOUNT    TO      XC-FROM-AMOUNT.
000000     MOVE WS-FROM-MID-RATE       TO      XC-FROM-MID-RATE.
000000     MOVE WS-FROM-CUST-RATE      TO      XC-FROM-CUST-RATE.
000000     MOVE LNK-FXC-TO-CCY         TO      XC-TO-CCY.
000000     MOVE WS-TO-AMOUNT           TO      XC-TO-AMOUNT.
000000     MOVE WS-TO-MID-RATE         TO      XC-TO-MID-RATE.
000000     MOVE WS-TO-CUST-RATE        TO      XC-TO-CUST-RATE.
000000     MOVE WS-MID-BASE-AMOUNT     TO      XC-MID-BASE-AMOUNT.
000000     MOVE WS-TO-BASE-AMOUNT      TO      XC-TO-BASE-AMOUNT.
000000     MOVE LNK-FXC-SPREAD-AMOUNT  TO      XC-SPREAD-AMOUNT.
000000     MOVE WS-COMMISSION          TO      XC-COMMISSION.
000000     MOVE 'N'                    TO      WS-CONV-DONE.
000000     MOVE 0                      TO      WS-CONV-RETRY-CNT.
000000     PERFORM SPD9999FXC-INS-CONV-ROW
000000         UNTIL WS-CONV-DONE = 'Y'.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 換算記録行の採番・登録
000000* SPD9999FXC-INS-CONV-ROW SECTION |     （COMMON）
000000*                                |      -803はリトライ（上限5回）
000000*/-------------------------------------------------------------/*
000000 SPD9999FXC-INS-CONV-ROW.
000000     EXEC SQL
000000         SELECT COALESCE(MAX(CONV_ID), 0) + 1
000000         INTO   :HV-NEW-CONV-ID
000000         FROM   MYDB.DB_FX_CONVERSION
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         DISPLAY 'SPD9999FXC SELECT MAX CONV_ID FAILED, '
000000                 'SQLCODE : ' SQLCODE
000000         MOVE CST-RTN-ERROR      TO      LNK-FXC-RETURN
000000         MOVE 'Y'                TO      WS-CONV-DONE
000000     ELSE
000000         MOVE HV-NEW-CONV-ID     TO      XC-CONV-ID
000000         EXEC SQL
000000             INSERT INTO MYDB.DB_FX_CONVERSION
000000                 (CONV_ID, CONV_DATE, RATE_DATE, ORDER_ID,
000000                  ACC_ID, TARGET_ACC_ID, SOURCE_TYPE,
000000                  FROM_CCY, FROM_AMOUNT, FROM_MID_RATE,
000000                  FROM_CUST_RATE, TO_CCY, TO_AMOUNT,
000000                  TO_MID_RATE, TO_CUST_RATE, MID_BASE_AMOUNT,
000000                  TO_BASE_AMOUNT, SPREAD_AMOUNT, COMMISSION)
000000             VALUES
000000                 (:XC-CONV-ID, :XC-CONV-DATE, :XC-RATE-DATE,
000000                  :XC-ORDER-ID, :XC-ACC-ID, :XC-TARGET-ACC-ID,
000000                  :XC-SOURCE-TYPE, :XC-FROM-CCY,
000000                  :XC-FROM-AMOUNT, :XC-FROM-MID-RATE,
000000                  :XC-FROM-CUST-RATE, :XC-TO-CCY,
000000                  :XC-TO-AMOUNT, :XC-TO-MID-RATE,
000000                  :XC-TO-CUST-RATE, :XC-MID-BASE-AMOUNT,
000000                  :XC-TO-BASE-AMOUNT, :XC-SPREAD-AMOUNT,
000000                  :XC-COMMISSION)
000000         END-EXEC
000000         EVALUATE SQLCODE
000000             WHEN 0
000000                 MOVE XC-CONV-ID TO      LNK-FXC-CONV-ID
000000                 MOVE 'Y'        TO      WS-CONV-DONE
000000             WHEN -803
000000                 ADD 1           TO      WS-CONV-RETRY-CNT
000000                 IF WS-CONV-RETRY-CNT >= 5
000000                     DISPLAY 'SPD9999FXC CONV_ID COLLISION '
000000                             'RETRY EXHAUSTED'
000000                     MOVE CST-RTN-ERROR
000000                                 TO      LNK-FXC-RETURN
000000                     MOVE 'Y'    TO      WS-CONV-DONE
000000                 END-IF
000000             WHEN OTHER
000000                 DISPLAY 'SPD9999FXC INSERT DB_FX_CONVERSION '
000000                         'FAILED, SQLCODE : ' SQLCODE
000000                 MOVE CST-RTN-ERROR
000000                                 TO      LNK-FXC-RETURN
000000                 MOVE 'Y'        TO      WS-CONV-DONE
000000         END-EVALUATE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999FXC.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
