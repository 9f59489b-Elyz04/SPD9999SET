000000*        2026/09/02 :            監視カーソルOPEN後のSQLCODE判定
000000*                                漏れを追加（レビュー指摘。他の
000000*                                バッチと同一の規約へ統一）
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000    03 CST-COUNT-EARLY-OPEN      PIC 9(07)  VALUE 0.
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
000000*                                |      行なしは既定値を維持
000000*/-------------------------------------------------------------/*
000000 SPD9999AML-INIT.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-9.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     COMPUTE HV-DAYS-CURRENT-COMP =
000000         FUNCTION INTEGER-OF-DATE(HV-DATE-CURRENT-9).
000000     MOVE 10000000               TO      HV-LARGE-AMOUNT.
