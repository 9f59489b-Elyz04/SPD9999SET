000000*                                （レビュー指摘。旧200バイトの
000000*                                まま再抽出するとレコード長
000000*                                不一致で読めなかった）
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000    03 CST-HASH-SAV              PIC S9(13)V99 VALUE 0.
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
000000*/-------------------------------------------------------------/*
000000 SPD9999DWX-MAIN.
000000     DISPLAY 'START SPD9999DWX'.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     PERFORM SPD9999DWX-CHK-PARAM.
000000     PERFORM SPD9999DWX-OPEN-FILES.
000000     PERFORM SPD9999DWX-EXTRACT-HIST.
