000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/03/25 :            プログラムの作成
000000*        2026/10/15 :            DB_STANDING_SCHEDULEにSTATUSを
000000*                                追加。死亡届（SPD9999DTH）で停止
000000*                                された'D'の行はINPUTを生成しない
000000*        2026/10/15 :            本日の日付をシステム時計ではなく
000000*                                業務日付（DB_BUSINESS_DATE。
000000*                                SPD9999BDTで取得）から得る
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000    03 CST-STATUS-1              PIC X(01)  VALUE '1'.
000000    03 CST-STATUS-2              PIC X(01)  VALUE '2'.
000000    03 CST-STATUS-PENDING        PIC X(01)  VALUE 'P'.
000000    03 CST-SCHED-ACTIVE          PIC X(01)  VALUE 'A'.
000000    03 CST-SOURCE-WORKLIST       PIC X(06)  VALUE 'MATWRK'.
000000    03 CST-SOURCE-SCHEDULE       PIC X(06)  VALUE 'SCHED '.
000000    03 CST-SOURCE-INSTR          PIC X(06)  VALUE 'INSTR '.
000000    03 CST-COUNT-INVALID         PIC 9(07)  VALUE 0.
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
000000*/-------------------------------------------------------------/*
000000 SPD9999GEN-MAIN.
000000     DISPLAY 'START SPD9999GEN'.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     MOVE WS-BDT-DATE(7:2)       TO      WS-SCHED-DAY-TODAY.
000000     PERFORM SPD9999GEN-OPEN-FILES.
000000     PERFORM SPD9999GEN-PROC-WORKLIST.
000000     PERFORM SPD9999GEN-PROC-SCHEDULE.
000000* SPD9999GEN-PROC-SCHEDULE SECTION |    （MAIN）
000000*                                |      対象: DB_STANDING_SCHEDULE
000000*                                |      毎日（0）または本日が指定日
000000*                                |      の有効（STATUS='A'）行のみ
000000*/-------------------------------------------------------------/*
000000 SPD9999GEN-PROC-SCHEDULE.
000000     MOVE 'N'                    TO      CST-EOF-CRS.
000000         DECLARE CRS-SCH CURSOR FOR
000000         SELECT  ACC_ID, RUN_MODE
000000         FROM    MYDB.DB_STANDING_SCHEDULE
000000         WHERE   (SCHED_DAY = 0
000000         OR       SCHED_DAY = :WS-SCHED-DAY-TODAY)
000000         AND     STATUS    = :CST-SCHED-ACTIVE
000000         ORDER BY ACC_ID
000000     END-EXEC.
000000     EXEC SQL
