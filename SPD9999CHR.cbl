000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999CHR.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999CHR
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            変更前後イメージの履歴照会
000000*                                レポート作成
000000*                                PARM='O,ORDER_ID,開始日,終了日'
000000*                                  または
000000*                                PARM='A,ACC_ID,開始日,終了日'
000000*                                （ID は9桁、日付はYYYYMMDD）
000000*                                DB_CHANGE_JOURNALから指定の
000000*                                ORDER_ID／ACC_IDについて変更日が
000000*                                期間内の行を変更日時・実行・
000000*                                採番順（変更前→変更後）に読み、
000000*                                変更の連鎖をCHGRPTへ出力する。
000000*                                終了日省略時は当日まで
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
000000     SELECT REPORT-FILE  ASSIGN  TO  'CHGRPT'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-RPT-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000 FD  REPORT-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 132 CHARACTERS.
000000*--- 見出し行
000000 01 RPT-HDR-REC.
000000    03 RPT-HDR-TITLE             PIC X(20).
000000    03 FILLER                    PIC X(01).
000000    03 RPT-HDR-KEY-NAME          PIC X(08).
000000    03 FILLER                    PIC X(01).
000000    03 RPT-HDR-KEY-ID            PIC 9(09).
000000    03 FILLER                    PIC X(01).
000000    03 RPT-HDR-FROM-DATE         PIC X(08).
000000    03 RPT-HDR-DASH              PIC X(01).
000000    03 RPT-HDR-TO-DATE           PIC X(08).
000000    03 FILLER                    PIC X(75).
000000*--- 明細行（変更前／変更後の1イメージ）
000000 01 RPT-REC.
000000    03 RPT-CHANGE-TS             PIC X(21).
000000    03 FILLER                    PIC X(01).
000000    03 RPT-PROGRAM-ID            PIC X(10).
000000    03 FILLER                    PIC X(01).
000000    03 RPT-RUN-TS                PIC X(16).
000000    03 FILLER                    PIC X(01).
000000    03 RPT-JOURNAL-SEQ           PIC ZZZZZZZZ9.
000000    03 FILLER                    PIC X(01).
000000    03 RPT-TABLE-NAME            PIC X(18).
000000    03 FILLER                    PIC X(01).
000000    03 RPT-IMAGE-TYPE            PIC X(06).
000000    03 FILLER                    PIC X(01).
000000    03 RPT-ORDER-ID              PIC ZZZZZZZZ9.
000000    03 FILLER                    PIC X(01).
000000    03 RPT-ACC-ID                PIC ZZZZZZZZ9.
000000    03 FILLER                    PIC X(01).
000000    03 RPT-ROW-STATUS            PIC X(01).
000000    03 FILLER                    PIC X(01).
000000    03 RPT-ROW-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
000000    03 FILLER                    PIC X(02).
000000*--- 行イメージ（120桁ずつ折り返し）
000000 01 RPT-IMG-REC.
000000    03 FILLER                    PIC X(12).
000000    03 RPT-IMG-TEXT              PIC X(120).
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ワークエリア
000000*/-------------------------------------------------------------/*
000000*--- SQLCA および DCLGEN インクルード部分
000000     EXEC SQL
000000         INCLUDE                 SQLCA
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_CHANGE_JOURNAL
000000     EXEC SQL
000000         INCLUDE                 CHGJRN
000000     END-EXEC.
000000 01 WS-RPT-STATUS                PIC X(02).
000000 01 WS-VARIABLES.
000000    03 WS-PARAM-TYPE-CHAR        PIC X(01).
000000    03 WS-PARAM-ID-CHAR          PIC X(09).
000000    03 WS-PARAM-FROM-CHAR        PIC X(08).
000000    03 WS-PARAM-TO-CHAR          PIC X(08).
000000    03 WS-PARAM-ID-DISP          PIC 9(09).
000000    03 WS-ROW-IMAGE              PIC X(200).
000000    03 WS-ROW-IMAGE-R            REDEFINES WS-ROW-IMAGE.
000000       05 WS-ROW-IMAGE-1         PIC X(120).
000000       05 WS-ROW-IMAGE-2         PIC X(80).
000000 01 HV-VARIABLES.
000000    03 HV-SEL-TYPE               PIC X(01).
000000    03 HV-SEL-ID                 PIC S9(09) COMP.
000000    03 HV-DATE-FROM-X            PIC X(08).
000000    03 HV-DATE-TO-X              PIC X(08).
000000 01 CST-VARIABLES.
000000    03 CST-SEL-ORDER             PIC X(01)  VALUE 'O'.
000000    03 CST-SEL-ACC               PIC X(01)  VALUE 'A'.
000000    03 CST-IMAGE-BEFORE          PIC X(01)  VALUE 'B'.
000000    03 CST-EOF-CRS-CHR           PIC X(01)  VALUE 'N'.
000000    03 CST-COUNT-BEFORE          PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-AFTER           PIC 9(07)  VALUE 0.
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
000000*--- 'O|A,ID(9桁),開始日(YYYYMMDD),終了日(YYYYMMDD)'
000000    03 LNK-PARAM-DATA            PIC X(29).
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000 PROCEDURE                       DIVISION USING LNK-PARAM-JCL.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999CHR-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CHR-MAIN.
000000     DISPLAY 'START SPD9999CHR'.
000000     PERFORM SPD9999CHR-CHK-PARAM.
000000     OPEN OUTPUT REPORT-FILE.
000000     IF WS-RPT-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN CHGRPT, STATUS : ' WS-RPT-STATUS
000000         STOP RUN
000000     END-IF.
000000     PERFORM SPD9999CHR-WRITE-HEADER.
000000     PERFORM SPD9999CHR-SCAN-JOURNAL.
000000     CLOSE REPORT-FILE.
000000     DISPLAY 'SELECTION                 : ' LNK-PARAM-DATA.
000000     DISPLAY 'TOTAL BEFORE IMAGES       : ' CST-COUNT-BEFORE.
000000     DISPLAY 'TOTAL AFTER IMAGES        : ' CST-COUNT-AFTER.
000000     DISPLAY 'END   SPD9999CHR'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: パラメータ検証
000000* SPD9999CHR-CHK-PARAM   SECTION |      （COMMON）
000000*                                |      終了日省略時は当日
000000*/-------------------------------------------------------------/*
000000 SPD9999CHR-CHK-PARAM.
000000     MOVE SPACES                 TO      WS-PARAM-TYPE-CHAR
000000                                         WS-PARAM-ID-CHAR
000000                                         WS-PARAM-FROM-CHAR
000000                                         WS-PARAM-TO-CHAR.
000000     UNSTRING LNK-PARAM-DATA
000000         DELIMITED BY ','
000000         INTO WS-PARAM-TYPE-CHAR
000000              WS-PARAM-ID-CHAR
000000              WS-PARAM-FROM-CHAR
000000              WS-PARAM-TO-CHAR
000000     END-UNSTRING.
000000*--- 終了日の省略時は業務日付とする（2026/10/15）
000000     IF WS-PARAM-TO-CHAR = SPACES
000000         CALL 'SPD9999BDT' USING WS-PARAM-BDT
000000         IF WS-BDT-RETURN NOT = 0
000000             DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC='
000000                     WS-BDT-RETURN
000000             STOP RUN
000000         END-IF
000000         MOVE WS-BDT-DATE        TO      WS-PARAM-TO-CHAR
000000     END-IF.
000000     IF (WS-PARAM-TYPE-CHAR NOT = CST-SEL-ORDER
000000     AND WS-PARAM-TYPE-CHAR NOT = CST-SEL-ACC)
000000     OR WS-PARAM-ID-CHAR   IS NOT NUMERIC
000000     OR WS-PARAM-FROM-CHAR IS NOT NUMERIC
000000     OR WS-PARAM-TO-CHAR   IS NOT NUMERIC
000000     OR WS-PARAM-FROM-CHAR > WS-PARAM-TO-CHAR
000000         DISPLAY 'INVALID PARM, EXPECTED O|A,ID,FROM,TO : '
000000                 LNK-PARAM-DATA
000000         MOVE 'SPD9999CHR-CHK-PARAM'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'INVALID CHANGE REPORT PARM'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CHR-ABEND
000000     END-IF.
000000     MOVE WS-PARAM-TYPE-CHAR     TO      HV-SEL-TYPE.
000000     MOVE WS-PARAM-ID-CHAR       TO      WS-PARAM-ID-DISP.
000000     MOVE WS-PARAM-ID-DISP       TO      HV-SEL-ID.
000000     MOVE WS-PARAM-FROM-CHAR     TO      HV-DATE-FROM-X.
000000     MOVE WS-PARAM-TO-CHAR       TO      HV-DATE-TO-X.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 見出し行の出力
000000* SPD9999CHR-WRITE-HEADER SECTION |     （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CHR-WRITE-HEADER.
000000     MOVE SPACES                 TO      RPT-HDR-REC.
000000     MOVE 'CHANGE JOURNAL CHAIN' TO      RPT-HDR-TITLE.
000000     IF HV-SEL-TYPE = CST-SEL-ORDER
000000         MOVE 'ORDER_ID'         TO      RPT-HDR-KEY-NAME
000000     ELSE
000000         MOVE 'ACC_ID'           TO      RPT-HDR-KEY-NAME
000000     END-IF.
000000     MOVE WS-PARAM-ID-DISP       TO      RPT-HDR-KEY-ID.
000000     MOVE HV-DATE-FROM-X         TO      RPT-HDR-FROM-DATE.
000000     MOVE '-'                    TO      RPT-HDR-DASH.
000000     MOVE HV-DATE-TO-X           TO      RPT-HDR-TO-DATE.
000000     WRITE RPT-HDR-REC.
000000     IF WS-RPT-STATUS NOT = '00'
000000         MOVE 'SPD9999CHR-WRITE-HEADER'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE CHGRPT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CHR-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 変更履歴の走査
000000* SPD9999CHR-SCAN-JOURNAL SECTION |     （MAIN）
000000*                                |      対象: DB_CHANGE_JOURNAL
000000*                                |      同一変更内は変更前→変更後
000000*/-------------------------------------------------------------/*
000000 SPD9999CHR-SCAN-JOURNAL.
000000     MOVE 'N'                    TO      CST-EOF-CRS-CHR.
000000     EXEC SQL
000000         DECLARE CRS-CHR CURSOR FOR
000000         SELECT  RUN_TS, PROGRAM_ID, JOURNAL_SEQ, IMAGE_TYPE,
000000                 CHANGE_DATE, CHANGE_TS, TABLE_NAME,
000000                 ORDER_ID, ACC_ID, ROW_STATUS, ROW_AMOUNT,
000000                 ROW_IMAGE
000000         FROM    MYDB.DB_CHANGE_JOURNAL
000000         WHERE   ((:HV-SEL-TYPE = 'O' AND ORDER_ID = :HV-SEL-ID)
000000         OR       (:HV-SEL-TYPE = 'A' AND ACC_ID   = :HV-SEL-ID))
000000         AND     CHANGE_DATE BETWEEN :HV-DATE-FROM-X
000000                             AND     :HV-DATE-TO-X
000000         ORDER BY CHANGE_TS, RUN_TS, PROGRAM_ID, JOURNAL_SEQ,
000000                  IMAGE_TYPE DESC
000000         WITH UR
000000     END-EXEC.
000000     EXEC SQL
000000         OPEN CRS-CHR
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999CHR-SCAN-JOURNAL'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'OPEN CRS-CHR FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CHR-ABEND
000000     END-IF.
000000     PERFORM SPD9999CHR-FETCH.
000000     PERFORM UNTIL CST-EOF-CRS-CHR = 'Y'
000000         PERFORM SPD9999CHR-WRITE-ENTRY
000000         PERFORM SPD9999CHR-FETCH
000000     END-PERFORM.
000000     EXEC SQL
000000         CLOSE CRS-CHR
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: データ取得
000000* SPD9999CHR-FETCH       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CHR-FETCH.
000000     EXEC SQL
000000         FETCH CRS-CHR
000000         INTO  :CJ-RUN-TS, :CJ-PROGRAM-ID, :CJ-JOURNAL-SEQ,
000000               :CJ-IMAGE-TYPE, :CJ-CHANGE-DATE, :CJ-CHANGE-TS,
000000               :CJ-TABLE-NAME, :CJ-ORDER-ID, :CJ-ACC-ID,
000000               :CJ-ROW-STATUS, :CJ-ROW-AMOUNT, :CJ-ROW-IMAGE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             CONTINUE
000000         WHEN 100
000000             MOVE 'Y'            TO      CST-EOF-CRS-CHR
000000         WHEN OTHER
000000             MOVE 'SPD9999CHR-FETCH'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'FETCH CRS-CHR FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999CHR-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 1イメージ分の出力
000000* SPD9999CHR-WRITE-ENTRY SECTION |      （MAIN）
000000*                                |      明細行に続けて行イメージを
000000*                                |      120桁ずつ出力する
000000*/-------------------------------------------------------------/*
000000 SPD9999CHR-WRITE-ENTRY.
000000     MOVE SPACES                 TO      RPT-REC.
000000     MOVE CJ-CHANGE-TS           TO      RPT-CHANGE-TS.
000000     MOVE CJ-PROGRAM-ID          TO      RPT-PROGRAM-ID.
000000     MOVE CJ-RUN-TS              TO      RPT-RUN-TS.
000000     MOVE CJ-JOURNAL-SEQ         TO      RPT-JOURNAL-SEQ.
000000     MOVE CJ-TABLE-NAME          TO      RPT-TABLE-NAME.
000000     IF CJ-IMAGE-TYPE = CST-IMAGE-BEFORE
000000         MOVE 'BEFORE'           TO      RPT-IMAGE-TYPE
000000         ADD 1                   TO      CST-COUNT-BEFORE
000000     ELSE
000000         MOVE 'AFTER'            TO      RPT-IMAGE-TYPE
000000         ADD 1                   TO      CST-COUNT-AFTER
000000     END-IF.
000000     MOVE CJ-ORDER-ID            TO      RPT-ORDER-ID.
000000     MOVE CJ-ACC-ID              TO      RPT-ACC-ID.
000000     MOVE CJ-ROW-STATUS          TO      RPT-ROW-STATUS.
000000     MOVE CJ-ROW-AMOUNT          TO      RPT-ROW-AMOUNT.
000000     PERFORM SPD9999CHR-WRITE-LINE.
000000     MOVE CJ-ROW-IMAGE           TO      WS-ROW-IMAGE.
000000     MOVE SPACES                 TO      RPT-IMG-REC.
000000     MOVE WS-ROW-IMAGE-1         TO      RPT-IMG-TEXT.
000000     PERFORM SPD9999CHR-WRITE-LINE.
000000     IF WS-ROW-IMAGE-2 NOT = SPACES
000000         MOVE SPACES             TO      RPT-IMG-REC
000000         MOVE WS-ROW-IMAGE-2     TO      RPT-IMG-TEXT
000000         PERFORM SPD9999CHR-WRITE-LINE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: レポート1行の出力
000000* SPD9999CHR-WRITE-LINE  SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CHR-WRITE-LINE.
000000     WRITE RPT-REC.
000000     IF WS-RPT-STATUS NOT = '00'
000000         MOVE 'SPD9999CHR-WRITE-LINE'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'WRITE CHGRPT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999CHR-ABEND
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999CHR-ABEND       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999CHR-ABEND.
000000     DISPLAY 'SPD9999CHR-ABEND'.
000000     DISPLAY 'ERROR MODULE : ' CST-ABEND-BREAKPOINT.
000000     DISPLAY 'ERROR DETAIL : ' CST-ABEND-DETAIL.
000000     DISPLAY 'SQLCODE      : ' SQLCODE.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999CHR.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
