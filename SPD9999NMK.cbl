000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     SPD9999NMK.
000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999NMK
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            XXXX/XX/XX
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            名義の照合キー作成・類似度判定
000000*                                サブプログラム
000000*                                各バッチからCALLで使用する。
000000*                                  機能'K' :
000000*                                    名義（40桁）の英小文字を
000000*                                    大文字へ変換し、空白・記号を
000000*                                    除去して左詰めした照合キー
000000*                                    とその有効桁数を返す。
000000*                                    制裁・監視リストの取込み
000000*                                    （SPD9999WLL）と照合側
000000*                                    （SPD9999SNC）で同じキーを
000000*                                    作るため、編集はここに集約
000000*                                  機能'S' :
000000*                                    2つの照合キーの類似度
000000*                                    （0〜100）を返す。類似度は
000000*                                    編集距離（1文字の挿入・削除・
000000*                                    置換を1とする最小回数）から
000000*                                    （長い方の桁数−距離）×100
000000*                                    ／長い方の桁数で求める。
000000*                                    短い方が8桁以上で長い方に
000000*                                    そのまま含まれる場合は100
000000*                                    （屋号・法人格の付加対策）
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
000000    03 WS-IN-IDX                 PIC S9(04) COMP.
000000    03 WS-OUT-IDX                PIC S9(04) COMP.
000000    03 WS-DROP-CNT               PIC S9(04) COMP.
000000    03 WS-ONE-CHAR               PIC X(01).
000000    03 WS-LONG-KEY               PIC X(40).
000000    03 WS-LONG-LEN               PIC S9(04) COMP.
000000    03 WS-SHORT-KEY              PIC X(40).
000000    03 WS-SHORT-LEN              PIC S9(04) COMP.
000000    03 WS-FOUND-CNT              PIC S9(04) COMP.
000000*--- 編集距離の計算域（添字1が0文字目に対応する）
000000    03 WS-ROW-IDX                PIC S9(04) COMP.
000000    03 WS-COL-IDX                PIC S9(04) COMP.
000000    03 WS-COST                   PIC S9(04) COMP.
000000    03 WS-MIN-COST               PIC S9(04) COMP.
000000    03 WS-DISTANCE               PIC S9(04) COMP.
000000 01 WS-DIST-PREV-TABLE.
000000    03 WS-DIST-PREV              PIC S9(04) COMP
000000                                 OCCURS 41 TIMES.
000000 01 WS-DIST-CURR-TABLE.
000000    03 WS-DIST-CURR              PIC S9(04) COMP
000000                                 OCCURS 41 TIMES.
000000 01 CST-VARIABLES.
000000    03 CST-FUNC-KEY              PIC X(01)  VALUE 'K'.
000000    03 CST-FUNC-SCORE            PIC X(01)  VALUE 'S'.
000000    03 CST-KEY-MAX               PIC S9(04) COMP VALUE 40.
000000    03 CST-CONTAIN-MIN           PIC S9(04) COMP VALUE 8.
000000    03 CST-LOWER-CASE            PIC X(26)
000000       VALUE 'abcdefghijklmnopqrstuvwxyz'.
000000    03 CST-UPPER-CASE            PIC X(26)
000000       VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
000000*--- 照合キーから除去する空白・記号
000000    03 CST-DROP-CHARS            PIC X(24)
000000       VALUE ' .,-()/&''";:!?#+*_@[]<>='.
000000    03 CST-RTN-OK                PIC 9(02)  VALUE 0.
000000    03 CST-RTN-ERROR             PIC 9(02)  VALUE 12.
000000*/-------------------------------------------------------------/*
000000*  呼出元パラメータ受け取りエリア
000000*/-------------------------------------------------------------/*
000000 LINKAGE                         SECTION.
000000 01 LNK-PARAM-NMK.
000000*--- 'K' = 照合キー作成  'S' = 類似度判定
000000    03 LNK-NMK-FUNC              PIC X(01).
000000*--- 機能'K'の入力名義
000000    03 LNK-NMK-NAME              PIC X(40).
000000*--- 機能'K'の出力、機能'S'の入力（1つ目）
000000    03 LNK-NMK-KEY-1             PIC X(40).
000000    03 LNK-NMK-KEY-1-LEN         PIC S9(04) COMP.
000000*--- 機能'S'の入力（2つ目）
000000    03 LNK-NMK-KEY-2             PIC X(40).
000000    03 LNK-NMK-KEY-2-LEN         PIC S9(04) COMP.
000000*--- 機能'S'の出力
000000    03 LNK-NMK-SCORE             PIC S9(04) COMP.
000000*--- 0=OK 12=パラメータ異常
000000    03 LNK-NMK-RETURN            PIC S9(04) COMP.
000000*===============================================================*
000000*====        ＰＲＯＣＥＤＵＲＥ　　 　　ＤＩＶＩＳＩＯＮ        ====*
000000*===============================================================*
000000 PROCEDURE                       DIVISION USING LNK-PARAM-NMK.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: メイン処理
000000* SPD9999NMK-MAIN        SECTION |      （MAIN）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999NMK-MAIN.
000000     MOVE CST-RTN-OK             TO      LNK-NMK-RETURN.
000000     EVALUATE LNK-NMK-FUNC
000000         WHEN CST-FUNC-KEY
000000             PERFORM SPD9999NMK-MAKE-KEY
000000         WHEN CST-FUNC-SCORE
000000             PERFORM SPD9999NMK-SCORE
000000         WHEN OTHER
000000             DISPLAY 'SPD9999NMK INVALID FUNCTION : '
000000                     LNK-NMK-FUNC
000000             MOVE CST-RTN-ERROR  TO      LNK-NMK-RETURN
000000     END-EVALUATE.
000000     GOBACK.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 照合キーの作成
000000* SPD9999NMK-MAKE-KEY    SECTION |      （MAIN）
000000*                                |      大文字化し空白・記号を除去
000000*/-------------------------------------------------------------/*
000000 SPD9999NMK-MAKE-KEY.
000000     MOVE SPACES                 TO      LNK-NMK-KEY-1.
000000     MOVE 0                      TO      WS-OUT-IDX.
000000     PERFORM SPD9999NMK-COPY-CHAR
000000         VARYING WS-IN-IDX FROM 1 BY 1
000000         UNTIL   WS-IN-IDX > CST-KEY-MAX.
000000     INSPECT LNK-NMK-KEY-1
000000         CONVERTING CST-LOWER-CASE TO CST-UPPER-CASE.
000000     MOVE WS-OUT-IDX             TO      LNK-NMK-KEY-1-LEN.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 1文字分の転記
000000* SPD9999NMK-COPY-CHAR   SECTION |      （COMMON）
000000*                                |      除去対象の文字は読み飛ばす
000000*/-------------------------------------------------------------/*
000000 SPD9999NMK-COPY-CHAR.
000000     MOVE LNK-NMK-NAME(WS-IN-IDX:1)
000000                                 TO      WS-ONE-CHAR.
000000     MOVE 0                      TO      WS-DROP-CNT.
000000     INSPECT CST-DROP-CHARS
000000         TALLYING WS-DROP-CNT FOR ALL WS-ONE-CHAR.
000000     IF WS-DROP-CNT = 0
000000         ADD 1                   TO      WS-OUT-IDX
000000         MOVE WS-ONE-CHAR
000000                                 TO
000000              LNK-NMK-KEY-1(WS-OUT-IDX:1)
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 類似度の判定
000000* SPD9999NMK-SCORE       SECTION |      （MAIN）
000000*                                |      包含→100、それ以外は
000000*                                |      編集距離から算出
000000*/-------------------------------------------------------------/*
000000 SPD9999NMK-SCORE.
000000     MOVE 0                      TO      LNK-NMK-SCORE.
000000     IF LNK-NMK-KEY-1-LEN < 1 OR LNK-NMK-KEY-1-LEN > CST-KEY-MAX
000000     OR LNK-NMK-KEY-2-LEN < 1 OR LNK-NMK-KEY-2-LEN > CST-KEY-MAX
000000         CONTINUE
000000     ELSE
000000         IF LNK-NMK-KEY-1-LEN >= LNK-NMK-KEY-2-LEN
000000             MOVE LNK-NMK-KEY-1  TO      WS-LONG-KEY
000000             MOVE LNK-NMK-KEY-1-LEN
000000                                 TO      WS-LONG-LEN
000000             MOVE LNK-NMK-KEY-2  TO      WS-SHORT-KEY
000000             MOVE LNK-NMK-KEY-2-LEN
000000                                 TO      WS-SHORT-LEN
000000         ELSE
000000             MOVE LNK-NMK-KEY-2  TO      WS-LONG-KEY
000000             MOVE LNK-NMK-KEY-2-LEN
000000                                 TO      WS-LONG-LEN
000000             MOVE LNK-NMK-KEY-1  TO      WS-SHORT-KEY
000000             MOVE LNK-NMK-KEY-1-LEN
000000                                 TO      WS-SHORT-LEN
000000         END-IF
000000         MOVE 0                  TO      WS-FOUND-CNT
000000         IF WS-SHORT-LEN >= CST-CONTAIN-MIN
000000             INSPECT WS-LONG-KEY(1:WS-LONG-LEN)
000000                 TALLYING WS-FOUND-CNT
000000                 FOR ALL WS-SHORT-KEY(1:WS-SHORT-LEN)
000000         END-IF
000000         IF WS-FOUND-CNT > 0
000000             MOVE 100            TO      LNK-NMK-SCORE
000000         ELSE
000000             PERFORM SPD9999NMK-EDIT-DISTANCE
000000             COMPUTE LNK-NMK-SCORE =
000000                     (WS-LONG-LEN - WS-DISTANCE) * 100
000000                     / WS-LONG-LEN
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 編集距離の計算
000000* SPD9999NMK-EDIT-DISTANCE SECTION |    （COMMON）
000000*                                |      行＝長い方、列＝短い方の
000000*                                |      1文字ずつ。2行分を保持
000000*/-------------------------------------------------------------/*
000000 SPD9999NMK-EDIT-DISTANCE.
000000     PERFORM SPD9999NMK-INIT-PREV
000000         VARYING WS-COL-IDX FROM 1 BY 1
000000         UNTIL   WS-COL-IDX > WS-SHORT-LEN + 1.
000000     PERFORM SPD9999NMK-CALC-ROW
000000         VARYING WS-ROW-IDX FROM 1 BY 1
000000         UNTIL   WS-ROW-IDX > WS-LONG-LEN.
000000     MOVE WS-DIST-PREV(WS-SHORT-LEN + 1)
000000                                 TO      WS-DISTANCE.
000000     EXIT.
000000 SPD9999NMK-INIT-PREV.
000000     COMPUTE WS-DIST-PREV(WS-COL-IDX) = WS-COL-IDX - 1.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 1行分の距離計算
000000* SPD9999NMK-CALC-ROW    SECTION |      （COMMON）
000000*                                |      計算後に当行を前行へ移す
000000*/-------------------------------------------------------------/*
000000 SPD9999NMK-CALC-ROW.
000000     MOVE WS-ROW-IDX             TO      WS-DIST-CURR(1).
000000     PERFORM SPD9999NMK-CALC-CELL
000000         VARYING WS-COL-IDX FROM 2 BY 1
000000         UNTIL   WS-COL-IDX > WS-SHORT-LEN + 1.
000000     MOVE WS-DIST-CURR-TABLE     TO      WS-DIST-PREV-TABLE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 1セル分の距離計算
000000* SPD9999NMK-CALC-CELL   SECTION |      （COMMON）
000000*                                |      置換・削除・挿入の最小
000000*/-------------------------------------------------------------/*
000000 SPD9999NMK-CALC-CELL.
000000     IF WS-LONG-KEY(WS-ROW-IDX:1) =
000000        WS-SHORT-KEY(WS-COL-IDX - 1:1)
000000         MOVE 0                  TO      WS-COST
000000     ELSE
000000         MOVE 1                  TO      WS-COST
000000     END-IF.
000000     COMPUTE WS-MIN-COST = WS-DIST-PREV(WS-COL-IDX - 1) + WS-COST.
000000     IF WS-DIST-PREV(WS-COL-IDX) + 1 < WS-MIN-COST
000000         COMPUTE WS-MIN-COST = WS-DIST-PREV(WS-COL-IDX) + 1
000000     END-IF.
000000     IF WS-DIST-CURR(WS-COL-IDX - 1) + 1 < WS-MIN-COST
000000         COMPUTE WS-MIN-COST = WS-DIST-CURR(WS-COL-IDX - 1) + 1
000000     END-IF.
000000     MOVE WS-MIN-COST            TO      WS-DIST-CURR(WS-COL-IDX).
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000 END PROGRAM SPD9999NMK.
000000*===============================================================*
000000*====           ＥＮＤ　 　ＯＦ　 　ＰＲＯＣＥＤＵＲＥ　       ====*
000000*===============================================================*
000000*****************************************************************
