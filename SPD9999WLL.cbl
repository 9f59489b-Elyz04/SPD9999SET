000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999WLL.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999WLL
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            制裁・監視リストの取込みバッチ
000000*                                コンプライアンス部が受領した
000000*                                制裁・監視リストファイル
000000*                                （WATCHLST）を読み、
000000*                                DB_WATCHLISTを全件洗い替えする。
000000*                                名義ごとにSPD9999NMKで照合キーを
000000*                                作成して格納し、照合側
000000*                                （SPD9999SNC）と同じ編集で比較
000000*                                できるようにする。
000000*                                種別・番号・名義の不正な行、
000000*                                番号の重複行は読み飛ばして件数を
000000*                                表示する。有効行が1件も無い場合
000000*                                は空のリストで照合しないよう
000000*                                ROLLBACKして異常終了する
000000*                                （前回取込み分を維持）。
000000*                                リスト受領の都度、SPD9999SNCより
000000*                                先に実行すること
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
000000     SELECT LIST-FILE     ASSIGN TO 'WATCHLST'
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS  IS WS-LST-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000*--- 制裁・監視リスト（1名義1行。別名は同一番号の別連番）
000000 FD  LIST-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 80 CHARACTERS.
000000 01 LST-REC.
000000*--- 'S'=制裁対象 'W'=監視対象
000000    03 LST-LIST-TYPE             PIC X(01).
000000    03 LST-LIST-SOURCE           PIC X(10).
000000    03 LST-ENTRY-ID              PIC X(09).
000000    03 LST-NAME-SEQ              PIC X(03).
000000    03 LST-ENTRY-NAME            PIC X(40).
000000    03 FILLER                    PIC X(17).
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ワークエリア
000000*/-------------------------------------------------------------/*
000000*--- SQLCA および DCLGEN インクルード部分
000000     EXEC SQL
000000         INCLUDE                 SQLCA
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_WATCHLIST
000000     EXEC SQL
000000         INCLUDE                 WATCHL
000000     END-EXEC.
000000 01 WS-LST-STATUS                PIC X(02).
000000 01 WS-VARIABLES.
000000    03 WS-ENTRY-ID-DISP          PIC 9(09).
000000    03 WS-NAME-SEQ-DISP          PIC 9(03).
000000*--- SPD9999NMK（照合キー作成）呼出パラメータ
000000 01 WS-PARAM-NMK.
000000    03 WS-NMK-FUNC               PIC X(01)  VALUE 'K'.
000000    03 WS-NMK-NAME               PIC X(40).
000000    03 WS-NMK-KEY-1              PIC X(40).
000000    03 WS-NMK-KEY-1-LEN          PIC S9(04) COMP.
000000    03 WS-NMK-KEY-2              PIC X(40).
000000    03 WS-NMK-KEY-2-LEN          PIC S9(04) COMP.
000000    03 WS-NMK-SCORE              PIC S9(04) COMP.
000000    03 WS-NMK-RETURN             PIC S9(04) COMP.
000000 01 HV-VARIABLES.
000000    03 HV-DATE-CURRENT-X         PIC X(08).
000000 01 CST-VARIABLES.
000000    03 CST-LIST-SANCTION         PIC X(01)  VALUE 'S'.
000000    03 CST-LIST-WATCH            PIC X(01)  VALUE 'W'.
000000    03 CST-EOF-LIST              PIC X(01)  VALUE 'N'.
000000    03 CST-COUNT-READ            PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-LOADED          PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-SANCTION        PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-WATCH           PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-INVALID         PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-DUPLICATE       PIC 9(07)  VALUE 0.
000000    03 CST-COUNT-DELETED         PIC 9(07)  VALUE 0.
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
000000 PROCEDURE                       DIVISION.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999WLL-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999WLL-MAIN.
000000     DISPLAY 'START SPD9999WLL'.
000000*--- 本日はシステム日付ではなく業務日付を使用する（2026/10/15）
000000     CALL 'SPD9999BDT' USING WS-PARAM-BDT.
000000     IF WS-BDT-RETURN NOT = 0
000000         DISPLAY 'BUSINESS DATE NOT AVAILABLE, RC=' WS-BDT-RETURN
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-BDT-DATE            TO      HV-DATE-CURRENT-X.
000000     OPEN INPUT  LIST-FILE.
000000     IF WS-LST-STATUS NOT = '00'
000000         DISPLAY 'ERROR OPEN WATCHLST, STATUS : ' WS-LST-STATUS
000000         STOP RUN
000000     END-IF.
000000     PERFORM SPD9999WLL-CLEAR-LIST.
000000     PERFORM SPD9999WLL-READ-LIST.
000000     PERFORM UNTIL CST-EOF-LIST = 'Y'
000000         PERFORM SPD9999WLL-PROC-ENTRY
000000         PERFORM SPD9999WLL-READ-LIST
000000     END-PERFORM.
000000     CLOSE LIST-FILE.
000000     IF CST-COUNT-LOADED = 0
000000         MOVE 'SPD9999WLL-MAIN'  TO      CST-ABEND-BREAKPOINT
000000         MOVE 'NO VALID WATCH-LIST ENTRIES, PREVIOUS LIST KEPT'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999WLL-ABEND
000000     END-IF.
000000     EXEC SQL
000000         COMMIT
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999WLL-MAIN'  TO      CST-ABEND-BREAKPOINT
000000         MOVE 'FINAL COMMIT FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999WLL-ABEND
000000     END-IF.
000000     DISPLAY 'TOTAL PREVIOUS ENTRIES DELETED : '
000000             CST-COUNT-DELETED.
000000     DISPLAY 'TOTAL RECORDS READ             : ' CST-COUNT-READ.
000000     DISPLAY 'TOTAL NAMES LOADED             : ' CST-COUNT-LOADED.
000000     DISPLAY '  SANCTIONS LIST NAMES         : '
000000             CST-COUNT-SANCTION.
000000     DISPLAY '  WATCH LIST NAMES             : ' CST-COUNT-WATCH.
000000     DISPLAY 'TOTAL INVALID RECORDS SKIPPED  : '
000000             CST-COUNT-INVALID.
000000     DISPLAY 'TOTAL DUPLICATE NAMES SKIPPED  : '
000000             CST-COUNT-DUPLICATE.
000000     DISPLAY 'END   SPD9999WLL'.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 前回取込み分の削除
000000* SPD9999WLL-CLEAR-LIST  SECTION |      （MAIN）
000000*                                |      対象: DB_WATCHLIST
000000*                                |      取込みと同一コミット範囲
000000*/-------------------------------------------------------------/*
000000 SPD9999WLL-CLEAR-LIST.
000000     EXEC SQL
000000         DELETE FROM MYDB.DB_WATCHLIST
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE SQLERRD (3)    TO      CST-COUNT-DELETED
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999WLL-CLEAR-LIST'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'DELETE DB_WATCHLIST FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999WLL-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: WATCHLSTの読込
000000* SPD9999WLL-READ-LIST   SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999WLL-READ-LIST.
000000     READ LIST-FILE.
000000     EVALUATE WS-LST-STATUS
000000         WHEN '00'
000000             ADD 1               TO      CST-COUNT-READ
000000         WHEN '10'
000000             MOVE 'Y'            TO      CST-EOF-LIST
000000         WHEN OTHER
000000             MOVE 'SPD9999WLL-READ-LIST'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'READ WATCHLST FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999WLL-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: リスト1行の検証・登録
000000* SPD9999WLL-PROC-ENTRY  SECTION |      （MAIN）
000000*                                |      対象: DB_WATCHLIST
000000*/-------------------------------------------------------------/*
000000 SPD9999WLL-PROC-ENTRY.
000000     IF (LST-LIST-TYPE NOT = CST-LIST-SANCTION
000000     AND LST-LIST-TYPE NOT = CST-LIST-WATCH)
000000     OR LST-ENTRY-ID   IS NOT NUMERIC
000000     OR LST-NAME-SEQ   IS NOT NUMERIC
000000     OR LST-ENTRY-NAME = SPACES
000000         ADD 1                   TO      CST-COUNT-INVALID
000000         DISPLAY 'INVALID WATCH-LIST RECORD ' CST-COUNT-READ
000000                 ' : ' LST-REC
000000     ELSE
000000         MOVE LST-ENTRY-NAME     TO      WS-NMK-NAME
000000         CALL 'SPD9999NMK' USING WS-PARAM-NMK
000000         IF WS-NMK-RETURN NOT = 0 OR WS-NMK-KEY-1-LEN = 0
000000             ADD 1               TO      CST-COUNT-INVALID
000000             DISPLAY 'INVALID WATCH-LIST NAME   ' CST-COUNT-READ
000000                     ' : ' LST-REC
000000         ELSE
000000             PERFORM SPD9999WLL-INS-ENTRY
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: リスト1名義の登録
000000* SPD9999WLL-INS-ENTRY   SECTION |      （COMMON）
000000*                                |      番号・連番の重複は読み飛ばす
000000*/-------------------------------------------------------------/*
000000 SPD9999WLL-INS-ENTRY.
000000     MOVE LST-ENTRY-ID           TO      WS-ENTRY-ID-DISP.
000000     MOVE WS-ENTRY-ID-DISP       TO      WL-ENTRY-ID.
000000     MOVE LST-NAME-SEQ           TO      WS-NAME-SEQ-DISP.
000000     MOVE WS-NAME-SEQ-DISP       TO      WL-NAME-SEQ.
000000     MOVE LST-LIST-TYPE          TO      WL-LIST-TYPE.
000000     MOVE LST-LIST-SOURCE        TO      WL-LIST-SOURCE.
000000     MOVE LST-ENTRY-NAME         TO      WL-ENTRY-NAME.
000000     MOVE WS-NMK-KEY-1           TO      WL-NAME-KEY.
000000     MOVE HV-DATE-CURRENT-X      TO      WL-LOAD-DATE.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_WATCHLIST
000000             (ENTRY_ID, NAME_SEQ, LIST_TYPE, LIST_SOURCE,
000000              ENTRY_NAME, NAME_KEY, LOAD_DATE)
000000         VALUES
000000             (:WL-ENTRY-ID, :WL-NAME-SEQ, :WL-LIST-TYPE,
000000              :WL-LIST-SOURCE, :WL-ENTRY-NAME, :WL-NAME-KEY,
000000              :WL-LOAD-DATE)
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             ADD 1               TO      CST-COUNT-LOADED
000000             IF WL-LIST-TYPE = CST-LIST-SANCTION
000000                 ADD 1           TO      CST-COUNT-SANCTION
000000             ELSE
000000                 ADD 1           TO      CST-COUNT-WATCH
000000             END-IF
000000         WHEN -803
000000             ADD 1               TO      CST-COUNT-DUPLICATE
000000             DISPLAY 'DUPLICATE WATCH-LIST NAME ' CST-COUNT-READ
000000                     ' : ' LST-REC
000000         WHEN OTHER
000000             MOVE 'SPD9999WLL-INS-ENTRY'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'INSERT DB_WATCHLIST FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999WLL-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 異常終了処理
000000* SPD9999WLL-ABEND       SECTION |      （COMMON）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999WLL-ABEND.
000000     DISPLAY 'SPD9999WLL-ABEND'.
000000     DISPLAY 'ERROR MODULE : ' CST-ABEND-BREAKPOINT.
000000     DISPLAY 'ERROR DETAIL : ' CST-ABEND-DETAIL.
000000     DISPLAY 'SQLCODE      : ' SQLCODE.
000000     EXEC SQL
000000         ROLLBACK
000000     END-EXEC.
000000     IF SQLCODE = 0
000000         DISPLAY 'ROLLBACK SUCCESS'
000000     ELSE
000000         DISPLAY 'ROLLBACK FAILED'
000000         DISPLAY 'ROLLBACK SQLCODE  : ' SQLCODE
000000     END-IF.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999WLL.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
