000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999BDT.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999BDT
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            業務日付取得サブプログラム
000000*                                DB_BUSINESS_DATEから現在の業務日付
000000*                                と直前の業務日付を返す。
000000*                                各バッチ・オンラインはシステム時計
000000*                                （FUNCTION CURRENT-DATE）ではなく
000000*                                本サブプログラムの業務日付を本日と
000000*                                して使用する。日付の繰上げは日終
000000*                                処理SPD9999EODだけが行うため、夜間
000000*                                バッチが0時を越えても同じ業務日で
000000*                                処理される。
000000*                                タイムスタンプ（監査・ログの日時）
000000*                                は引き続きシステム時計を使用する
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
000000*--- DCLGEN参照：MYDB.DB_BUSINESS_DATE
000000     EXEC SQL
000000         INCLUDE                 BIZDAT
000000     END-EXEC.
000000 01 CST-VARIABLES.
000000    03 CST-CONTROL-KEY           PIC X(10)  VALUE 'SPD9999'.
000000    03 CST-RTN-OK                PIC 9(02)  VALUE 0.
000000    03 CST-RTN-ERROR             PIC 9(02)  VALUE 12.
000000*/-------------------------------------------------------------/*
000000*  呼出元パラメータ受け取りエリア
000000*/-------------------------------------------------------------/*
000000 LINKAGE                         SECTION.
000000 01 LNK-PARAM-BDT.
000000*--- 出力
000000*--- 現在の業務日付 (YYYYMMDD)
000000    03 LNK-BDT-DATE              PIC X(08).
000000*--- 直前の業務日付 (YYYYMMDD)
000000    03 LNK-BDT-PREV-DATE         PIC X(08).
000000*--- 0=OK 12=制御行なし・SQL異常（呼出元は処理を中止すること）
000000    03 LNK-BDT-RETURN            PIC S9(04) COMP.
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000 PROCEDURE                       DIVISION USING LNK-PARAM-BDT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999BDT-MAIN        SECTION |      （MAIN）
000000*                                |      対象: DB_BUSINESS_DATE
000000*/-------------------------------------------------------------/*
000000 SPD9999BDT-MAIN.
000000     MOVE CST-RTN-OK             TO      LNK-BDT-RETURN.
000000     MOVE SPACES                 TO      LNK-BDT-DATE.
000000     MOVE SPACES                 TO      LNK-BDT-PREV-DATE.
000000     MOVE CST-CONTROL-KEY        TO      BD-CONTROL-KEY.
000000     EXEC SQL
000000         SELECT BUSINESS_DATE, PREV_BUSINESS_DATE
000000         INTO   :BD-BUSINESS-DATE, :BD-PREV-BUSINESS-DATE
000000         FROM   MYDB.DB_BUSINESS_DATE
000000         WHERE  CONTROL_KEY = :BD-CONTROL-KEY
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             IF BD-BUSINESS-DATE IS NUMERIC
000000                 MOVE BD-BUSINESS-DATE
000000                                 TO      LNK-BDT-DATE
000000                 MOVE BD-PREV-BUSINESS-DATE
000000                                 TO      LNK-BDT-PREV-DATE
000000             ELSE
000000                 DISPLAY 'SPD9999BDT INVALID BUSINESS DATE : '
000000                         BD-BUSINESS-DATE
000000                 MOVE CST-RTN-ERROR
000000                                 TO      LNK-BDT-RETURN
000000             END-IF
000000         WHEN 100
000000             DISPLAY 'SPD9999BDT BUSINESS DATE ROW NOT FOUND : '
000000                     BD-CONTROL-KEY
000000             MOVE CST-RTN-ERROR  TO      LNK-BDT-RETURN
000000         WHEN OTHER
000000             DISPLAY 'SPD9999BDT SELECT BUSINESS DATE FAILED, '
000000                     'SQLCODE : ' SQLCODE
000000             MOVE CST-RTN-ERROR  TO      LNK-BDT-RETURN
000000     END-EVALUATE.
000000     GOBACK.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999BDT.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
