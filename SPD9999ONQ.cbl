000000*                                「昨夜なぜ決済されなかったか」を
000000*                                ヘルプデスクが自力で確認する
000000*                                ための参照専用トランザクション。
000000*                                DB更新は一切行わない（操作権限の
000000*                                無い利用者の拒否記録を除く）
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/04/06 :            プログラムの作成
000000*        2026/10/15 :            サインオン中のユーザIDによる操作
000000*                                権限チェック（SPD9999AUT）を追加。
000000*                                権限の無い照会は拒否し、
000000*                                DB_RUN_AUDITへ記録する
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 DATA                            DIVISION.
000000    03 WS-EXC-CNT                PIC S9(04) COMP.
000000    03 WS-AMOUNT-EDIT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
000000    03 WS-SEND-LEN               PIC S9(04) COMP.
000000*--- SPD9999AUT（操作権限チェック）呼出パラメータ
000000 01 WS-PARAM-AUT.
000000    03 WS-AUT-USER-ID            PIC X(08).
000000    03 WS-AUT-TRANS-ID           PIC X(04).
000000    03 WS-AUT-SUBCOMMAND         PIC X(10).
000000    03 WS-AUT-INPUT              PIC X(80).
000000    03 WS-AUT-ROLE-CODE          PIC X(08).
000000    03 WS-AUT-RETURN             PIC S9(04) COMP.
000000*/-------------------------------------------------------------/*
000000*  画面編集エリア（22行×80桁の行バッファ）
000000*/-------------------------------------------------------------/*
000000    03 CST-STATUS-NEW            PIC X(01)  VALUE 'N'.
000000    03 CST-STATUS-INVEST         PIC X(01)  VALUE 'I'.
000000    03 CST-EOF-CRS               PIC X(01)  VALUE 'N'.
000000    03 CST-TRANS-ID              PIC X(04)  VALUE 'SPQ1'.
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000     IF WS-RESP NOT = 0
000000         PERFORM SPD9999ONQ-SEND-ERROR
000000     END-IF.
000000     PERFORM SPD9999ONQ-CHK-AUTH.
000000     UNSTRING WS-INPUT-AREA
000000         DELIMITED BY ALL ' '
000000         INTO WS-TRANS-CODE
000000     EXEC CICS RETURN
000000     END-EXEC.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 操作権限チェック
000000* SPD9999ONQ-CHK-AUTH    SECTION |      （MAIN）
000000*                                |      サインオン中のユーザIDで
000000*                                |      SPD9999AUTを呼び出す。
000000*                                |      拒否はSPD9999AUTが記録済
000000*/-------------------------------------------------------------/*
000000 SPD9999ONQ-CHK-AUTH.
000000     MOVE SPACES                 TO      WS-AUT-USER-ID.
000000     EXEC CICS ASSIGN
000000         USERID (WS-AUT-USER-ID)
000000     END-EXEC.
000000     MOVE CST-TRANS-ID           TO      WS-AUT-TRANS-ID.
000000     MOVE SPACES                 TO      WS-AUT-SUBCOMMAND.
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
000000         MOVE SPACES             TO      SCR-BUFFER
000000         MOVE SCR-WORK-LINE      TO      SCR-LINE (1)
000000         MOVE 1                  TO      WS-LINE-CNT
000000         PERFORM SPD9999ONQ-SEND-SCREEN
000000         EXEC CICS RETURN
000000         END-EXEC
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 画面バッファの初期化
000000* SPD9999ONQ-INIT-SCREEN SECTION |      （COMMON）
000000*                                |
