000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999IPS.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999IPS
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            中間利払日算出サブプログラム
000000*                                定期預金の中間利払（毎月・四半期）
000000*                                について、基準日の翌日以降で最初の
000000*                                利払日を返す。利払日は預入日
000000*                                （START_DATE）から周期月数ごとの
000000*                                応当日とし、応当日が無い月は
000000*                                月末日とする。毎回預入日から
000000*                                算出するため月末調整による日付の
000000*                                ずれは累積しない。算出した利払日が
000000*                                満期日以降となる場合は'99999999'
000000*                                （以後の利息は満期決済で支払う）。
000000*                                SPD9999ONM（利払指定）・
000000*                                SPD9999IPO（利払後の次回日付）・
000000*                                SPD9999SET（継続新規への引継ぎ）
000000*                                からCALLで使用する
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
000000 01 WS-VARIABLES.
000000    03 WS-STEP-MONTHS            PIC 9(04).
000000    03 WS-MONTHS-ADD             PIC 9(04).
000000    03 WS-PAYOUT-NO              PIC 9(04).
000000    03 WS-START-DATE-9           PIC 9(08).
000000    03 WS-BASE-DATE-9            PIC 9(08).
000000    03 WS-END-DATE-9             PIC 9(08).
000000    03 WS-NEXT-DATE-9            PIC 9(08).
000000    03 WS-NEXT-YY                PIC 9(04).
000000    03 WS-NEXT-MM                PIC 9(04).
000000    03 WS-NEXT-DD                PIC 9(02).
000000 01 CST-VARIABLES.
000000    03 CST-FREQ-MONTHLY          PIC X(01)  VALUE 'M'.
000000    03 CST-FREQ-QUARTERLY        PIC X(01)  VALUE 'Q'.
000000    03 CST-NO-PAYOUT-DATE        PIC X(08)  VALUE '99999999'.
000000    03 CST-PAYOUT-NO-MAX         PIC 9(04)  VALUE 1200.
000000    03 CST-RTN-OK                PIC 9(02)  VALUE 0.
000000    03 CST-RTN-PARAM-ERR         PIC 9(02)  VALUE 8.
000000*/-------------------------------------------------------------/*
000000*  呼出元パラメータ受け取りエリア
000000*/-------------------------------------------------------------/*
000000 LINKAGE                         SECTION.
000000 01 LNK-PARAM-IPS.
000000*--- 入力
000000*--- 'M'=毎月 'Q'=四半期
000000    03 LNK-IPS-PAYOUT-FREQ       PIC X(01).
000000    03 LNK-IPS-START-DATE        PIC X(08).
000000    03 LNK-IPS-END-DATE          PIC X(08).
000000*--- この日より後の最初の利払日を求める
000000    03 LNK-IPS-BASE-DATE         PIC X(08).
000000*--- 出力
000000    03 LNK-IPS-NEXT-DATE         PIC X(08).
000000*--- 0=OK 8=パラメータ誤り（周期・日付）
000000    03 LNK-IPS-RETURN            PIC S9(04) COMP.
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000 PROCEDURE                       DIVISION USING LNK-PARAM-IPS.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999IPS-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999IPS-MAIN.
000000     MOVE CST-RTN-OK             TO      LNK-IPS-RETURN.
000000     MOVE CST-NO-PAYOUT-DATE     TO      LNK-IPS-NEXT-DATE.
000000     PERFORM SPD9999IPS-CHK-PARAM.
000000     IF LNK-IPS-RETURN = CST-RTN-OK
000000         PERFORM SPD9999IPS-CALC-NEXT
000000     END-IF.
000000     GOBACK.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: パラメータチェック
000000* SPD9999IPS-CHK-PARAM   SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999IPS-CHK-PARAM.
000000     EVALUATE LNK-IPS-PAYOUT-FREQ
000000         WHEN CST-FREQ-MONTHLY
000000             MOVE 1              TO      WS-STEP-MONTHS
000000         WHEN CST-FREQ-QUARTERLY
000000             MOVE 3              TO      WS-STEP-MONTHS
000000         WHEN OTHER
000000             MOVE CST-RTN-PARAM-ERR
000000                                 TO      LNK-IPS-RETURN
000000     END-EVALUATE.
000000     IF LNK-IPS-START-DATE IS NOT NUMERIC
000000     OR LNK-IPS-END-DATE   IS NOT NUMERIC
000000     OR LNK-IPS-BASE-DATE  IS NOT NUMERIC
000000         MOVE CST-RTN-PARAM-ERR  TO      LNK-IPS-RETURN
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 次回利払日の算出
000000* SPD9999IPS-CALC-NEXT   SECTION |      （MAIN）
000000*                                |      預入日＋周期×n月のうち
000000*                                |      基準日より後の最初の日
000000*/-------------------------------------------------------------/*
000000 SPD9999IPS-CALC-NEXT.
000000     MOVE LNK-IPS-START-DATE     TO      WS-START-DATE-9.
000000     MOVE LNK-IPS-BASE-DATE      TO      WS-BASE-DATE-9.
000000     MOVE LNK-IPS-END-DATE       TO      WS-END-DATE-9.
000000     MOVE 0                      TO      WS-PAYOUT-NO.
000000     MOVE WS-START-DATE-9        TO      WS-NEXT-DATE-9.
000000     PERFORM UNTIL WS-NEXT-DATE-9 > WS-BASE-DATE-9
000000             OR    WS-NEXT-DATE-9 >= WS-END-DATE-9
000000             OR    WS-PAYOUT-NO >= CST-PAYOUT-NO-MAX
000000         ADD 1                   TO      WS-PAYOUT-NO
000000         COMPUTE WS-MONTHS-ADD =
000000                 WS-PAYOUT-NO * WS-STEP-MONTHS
000000         PERFORM SPD9999IPS-ADD-MONTHS
000000     END-PERFORM.
000000     IF  WS-NEXT-DATE-9 > WS-BASE-DATE-9
000000     AND WS-NEXT-DATE-9 < WS-END-DATE-9
000000         MOVE WS-NEXT-DATE-9     TO      LNK-IPS-NEXT-DATE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 月数加算
000000* SPD9999IPS-ADD-MONTHS  SECTION |      （COMMON）
000000*                                |      応当日が無い月は月末日
000000*                                |     （SPD9999PRDと同一規約）
000000*/-------------------------------------------------------------/*
000000 SPD9999IPS-ADD-MONTHS.
000000     MOVE WS-START-DATE-9(1:4)   TO      WS-NEXT-YY.
000000     MOVE WS-START-DATE-9(5:2)   TO      WS-NEXT-MM.
000000     MOVE WS-START-DATE-9(7:2)   TO      WS-NEXT-DD.
000000     ADD WS-MONTHS-ADD           TO      WS-NEXT-MM.
000000     PERFORM UNTIL WS-NEXT-MM NOT > 12
000000         ADD 1                   TO      WS-NEXT-YY
000000         SUBTRACT 12             FROM    WS-NEXT-MM
000000     END-PERFORM.
000000     COMPUTE WS-NEXT-DATE-9 =
000000             WS-NEXT-YY * 10000 +
000000             WS-NEXT-MM * 100 +
000000             WS-NEXT-DD.
000000     PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-NEXT-DATE-9) = 0
000000         SUBTRACT 1              FROM    WS-NEXT-DATE-9
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999IPS.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
