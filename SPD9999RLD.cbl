000000*/-------------------------------------------------------------/*
000000*    PROGRAM-ID     :            SPD9999RLD
000000*    CREATE DATE    :            2026/03/17
000000*    UPDATE DATE    :            2026/10/15
000000*    AUTHOR         :            Elyz
000000*    PURPOSE        :            利率・レートテーブル更新ユーティ
000000*                                リティ。統制された入力ファイル
000000*                                  'I' : DB_INTEREST_INFO
000000*                                  'P' : DB_PENALTY_RATE
000000*                                  'E' : DB_EXCHANGE_RATE
000000*                                  'F' : DB_FX_CUST_RATE
000000*                                        （公示日単位の追加・
000000*                                        置換。他の行は保持）
000000*                                検証内容：
000000*                                  ・利率・レートの範囲チェック
000000*                                  ・有効期間の欠落（ギャップ）
000000*                                    なし・重複なし（SAVING_TYPE
000000*                                    ×残高階層ごと）
000000*                                  ・残高階層が[0, 上限)で連続
000000*                                  ・キーの重複なし（'P'/'E'/'F'）
000000*                                  ・TTB≦仲値≦TTS（'F'）
000000*                                入替前後の全行をRATERPTへ出力
000000*                                する。検証エラーが1件でもあれば
000000*                                DBには一切触れずに終了する
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/03/17 :            プログラムの作成
000000*        2026/10/15 :            顧客向け為替レート（DB_FX_CUST_RATE）の
000000*                                取込を追加（テーブルID'F'）。通貨×公示日
000000*                                をキーとし、入力に含まれるキーの行のみ
000000*                                置換する（過去の公示日の行は換算記録の
000000*                                根拠として残す）。0＜TTB≦仲値≦TTSと
000000*                                手数料≧0を検証し、新旧行はRATERPTへ
000000*                                専用の明細形式で出力する
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000    03 RIN-EXC-CURRENCY          PIC X(03).
000000    03 RIN-EXC-RATE              PIC 9(03)V9(06).
000000    03 FILLER                    PIC X(67).
000000 01 RIN-FXC-REC REDEFINES RIN-REC.
000000    03 FILLER                    PIC X(01).
000000    03 RIN-FXC-CURRENCY          PIC X(03).
000000    03 RIN-FXC-RATE-DATE         PIC X(08).
000000    03 RIN-FXC-MID-RATE          PIC 9(03)V9(06).
000000    03 RIN-FXC-TTS-RATE          PIC 9(03)V9(06).
000000    03 RIN-FXC-TTB-RATE          PIC 9(03)V9(06).
000000    03 RIN-FXC-COMMISSION        PIC 9(13)V9(02).
000000    03 FILLER                    PIC X(26).
000000 FD  REPORT-FILE
000000     RECORDING MODE IS F
000000     RECORD CONTAINS 132 CHARACTERS.
000000     EXEC SQL
000000         INCLUDE                 EXCHRT
000000     END-EXEC.
000000*--- DCLGEN参照：MYDB.DB_FX_CUST_RATE
000000     EXEC SQL
000000         INCLUDE                 FXCRT
000000     END-EXEC.
000000 01 WS-RIN-STATUS                PIC X(02).
000000 01 WS-RPT-STATUS                PIC X(02).
000000*/-------------------------------------------------------------/*
000000    03 WS-EXC-ROW OCCURS 50.
000000       05 WS-EXC-CURRENCY        PIC X(03).
000000       05 WS-EXC-RATE            PIC S9(03)V9(06) COMP-3.
000000 01 WS-FXC-TABLE.
000000    03 WS-FXC-CNT                PIC S9(04) COMP VALUE 0.
000000    03 WS-FXC-ROW OCCURS 200.
000000       05 WS-FXC-CURRENCY        PIC X(03).
000000       05 WS-FXC-RATE-DATE       PIC X(08).
000000       05 WS-FXC-MID-RATE        PIC S9(03)V9(06) COMP-3.
000000       05 WS-FXC-TTS-RATE        PIC S9(03)V9(06) COMP-3.
000000       05 WS-FXC-TTB-RATE        PIC S9(03)V9(06) COMP-3.
000000       05 WS-FXC-COMMISSION      PIC S9(13)V9(02) COMP-3.
000000 01 WS-VARIABLES.
000000    03 WS-IDX-I                  PIC S9(04) COMP.
000000    03 WS-IDX-J                  PIC S9(04) COMP.
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-DTL-TIER-MAX          PIC 9(13).9(02).
000000    03 FILLER                    PIC X(46)  VALUE SPACES.
000000 01 RPT-LINE-FXC.
000000    03 RPT-FXC-TAG               PIC X(06).
000000    03 RPT-FXC-TABLE-ID          PIC X(02).
000000    03 RPT-FXC-KEY               PIC X(12).
000000    03 RPT-FXC-MID-RATE          PIC 9(03).9(06).
000000    03 FILLER                    PIC X(02)  VALUE SPACES.
000000    03 RPT-FXC-RATE-DATE         PIC X(08).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-FXC-TTS-RATE          PIC 9(03).9(06).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-FXC-TTB-RATE          PIC 9(03).9(06).
000000    03 FILLER                    PIC X(01)  VALUE SPACES.
000000    03 RPT-FXC-COMMISSION        PIC 9(13).9(02).
000000    03 FILLER                    PIC X(53)  VALUE SPACES.
000000 01 RPT-LINE-ERROR.
000000    03 FILLER                    PIC X(08)  VALUE 'ERROR : '.
000000    03 RPT-ERR-TEXT              PIC X(60).
000000    03 CST-TABLE-INTEREST        PIC X(01)  VALUE 'I'.
000000    03 CST-TABLE-PENALTY         PIC X(01)  VALUE 'P'.
000000    03 CST-TABLE-EXCHANGE        PIC X(01)  VALUE 'E'.
000000    03 CST-TABLE-FX-CUST         PIC X(01)  VALUE 'F'.
000000    03 CST-OPEN-END-DATE         PIC X(08)  VALUE '99999999'.
000000    03 CST-TIER-CEILING          PIC 9(13)V9(02)
000000                                 VALUE 9999999999999.99.
000000     PERFORM SPD9999RLD-VALIDATE-INT.
000000     PERFORM SPD9999RLD-VALIDATE-PEN.
000000     PERFORM SPD9999RLD-VALIDATE-EXC.
000000     PERFORM SPD9999RLD-VALIDATE-FXC.
000000     IF CST-COUNT-ERRORS > 0
000000         DISPLAY 'VALIDATION ERRORS, NO UPDATE APPLIED : '
000000                 CST-COUNT-ERRORS
000000                 PERFORM SPD9999RLD-STORE-PEN
000000             WHEN CST-TABLE-EXCHANGE
000000                 PERFORM SPD9999RLD-STORE-EXC
000000             WHEN CST-TABLE-FX-CUST
000000                 PERFORM SPD9999RLD-STORE-FXC
000000             WHEN OTHER
000000                 MOVE 'UNKNOWN TABLE ID'
000000                                 TO      RPT-ERR-TEXT
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 顧客向け為替行の取込・単体検証
000000* SPD9999RLD-STORE-FXC   SECTION |      （2026/10/15）
000000*                                |      0＜TTB≦仲値≦TTS、
000000*                                |      公示日は実在日であること
000000*/-------------------------------------------------------------/*
000000 SPD9999RLD-STORE-FXC.
000000     IF WS-FXC-CNT >= 200
000000         MOVE 'TOO MANY FX CUSTOMER RATE ROWS (MAX 200)'
000000                                 TO      RPT-ERR-TEXT
000000         MOVE RIN-FXC-CURRENCY   TO      RPT-ERR-KEY
000000         MOVE RIN-FXC-RATE-DATE  TO      RPT-ERR-DATE
000000         PERFORM SPD9999RLD-WRITE-ERROR
000000     ELSE
000000         IF  RIN-FXC-RATE-DATE IS NUMERIC
000000         AND FUNCTION TEST-DATE-YYYYMMDD(
000000                 FUNCTION NUMVAL(RIN-FXC-RATE-DATE)) = 0
000000         AND RIN-FXC-MID-RATE   IS NUMERIC
000000         AND RIN-FXC-TTS-RATE   IS NUMERIC
000000         AND RIN-FXC-TTB-RATE   IS NUMERIC
000000         AND RIN-FXC-COMMISSION IS NUMERIC
000000         AND RIN-FXC-TTB-RATE > 0
000000         AND RIN-FXC-TTB-RATE <= RIN-FXC-MID-RATE
000000         AND RIN-FXC-MID-RATE <= RIN-FXC-TTS-RATE
000000             ADD 1               TO      WS-FXC-CNT
000000             MOVE RIN-FXC-CURRENCY
000000                 TO WS-FXC-CURRENCY    (WS-FXC-CNT)
000000             MOVE RIN-FXC-RATE-DATE
000000                 TO WS-FXC-RATE-DATE   (WS-FXC-CNT)
000000             MOVE RIN-FXC-MID-RATE
000000                 TO WS-FXC-MID-RATE    (WS-FXC-CNT)
000000             MOVE RIN-FXC-TTS-RATE
000000                 TO WS-FXC-TTS-RATE    (WS-FXC-CNT)
000000             MOVE RIN-FXC-TTB-RATE
000000                 TO WS-FXC-TTB-RATE    (WS-FXC-CNT)
000000             MOVE RIN-FXC-COMMISSION
000000                 TO WS-FXC-COMMISSION  (WS-FXC-CNT)
000000         ELSE
000000             MOVE 'FX CUSTOMER RATE ROW FAILED FIELD VALIDATION'
000000                                 TO      RPT-ERR-TEXT
000000             MOVE RIN-FXC-CURRENCY
000000                                 TO      RPT-ERR-KEY
000000             MOVE RIN-FXC-RATE-DATE
000000                                 TO      RPT-ERR-DATE
000000             PERFORM SPD9999RLD-WRITE-ERROR
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 利率テーブルの整合性検証
000000* SPD9999RLD-VALIDATE-INT SECTION |     （MAIN）
000000*                                |      有効期間の欠落・重複と
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 顧客向け為替テーブルの検証
000000* SPD9999RLD-VALIDATE-FXC SECTION |     （2026/10/15）
000000*                                |      キー（CURRENCY_CODE×
000000*                                |      RATE_DATE）の重複検出
000000*/-------------------------------------------------------------/*
000000 SPD9999RLD-VALIDATE-FXC.
000000     PERFORM SPD9999RLD-CHK-FXC-ROW
000000         VARYING WS-IDX-I FROM 1 BY 1
000000         UNTIL   WS-IDX-I > WS-FXC-CNT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 顧客向け為替1行分の検証
000000* SPD9999RLD-CHK-FXC-ROW SECTION |      （2026/10/15）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RLD-CHK-FXC-ROW.
000000     PERFORM SPD9999RLD-SCAN-FXC-PAIR
000000         VARYING WS-IDX-J FROM 1 BY 1
000000         UNTIL   WS-IDX-J >= WS-IDX-I.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 顧客向け為替2行間の検証
000000* SPD9999RLD-SCAN-FXC-PAIR SECTION |    （2026/10/15）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RLD-SCAN-FXC-PAIR.
000000     IF  WS-FXC-CURRENCY  (WS-IDX-J) =
000000         WS-FXC-CURRENCY  (WS-IDX-I)
000000     AND WS-FXC-RATE-DATE (WS-IDX-J) =
000000         WS-FXC-RATE-DATE (WS-IDX-I)
000000         MOVE 'DUPLICATE FX CUSTOMER RATE KEY'
000000                                 TO      RPT-ERR-TEXT
000000         MOVE WS-FXC-CURRENCY (WS-IDX-I)
000000                                 TO      RPT-ERR-KEY
000000         MOVE WS-FXC-RATE-DATE (WS-IDX-I)
000000                                 TO      RPT-ERR-DATE
000000         PERFORM SPD9999RLD-WRITE-ERROR
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 入替前の現行行の退避出力
000000* SPD9999RLD-UNLOAD-BEFORE SECTION |    （MAIN）
000000*                                |      入力に含まれるテーブルのみ
000000     IF WS-EXC-CNT > 0
000000         PERFORM SPD9999RLD-UNLOAD-EXC
000000     END-IF.
000000*--- 顧客向け為替は置換対象キーの現行行のみ（2026/10/15）
000000     PERFORM SPD9999RLD-UNLOAD-FXC
000000         VARYING WS-IDX-I FROM 1 BY 1
000000         UNTIL   WS-IDX-I > WS-FXC-CNT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 現行利率行の退避出力
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 置換対象の顧客向け為替行の
000000* SPD9999RLD-UNLOAD-FXC  SECTION |      退避出力（2026/10/15）
000000*                                |      対象: DB_FX_CUST_RATE
000000*                                |      行なし（新規キー）は出力なし
000000*/-------------------------------------------------------------/*
000000 SPD9999RLD-UNLOAD-FXC.
000000     MOVE WS-FXC-CURRENCY  (WS-IDX-I) TO XR-CURRENCY-CODE.
000000     MOVE WS-FXC-RATE-DATE (WS-IDX-I) TO XR-RATE-DATE.
000000     EXEC SQL
000000         SELECT MID_RATE, TTS_RATE, TTB_RATE, COMMISSION
000000         INTO   :XR-MID-RATE, :XR-TTS-RATE, :XR-TTB-RATE,
000000                :XR-COMMISSION
000000         FROM   MYDB.DB_FX_CUST_RATE
000000         WHERE  CURRENCY_CODE = :XR-CURRENCY-CODE
000000         AND    RATE_DATE     = :XR-RATE-DATE
000000     END-EXEC.
000000     EVALUATE SQLCODE
000000         WHEN 0
000000             MOVE 'OLD   '       TO      RPT-FXC-TAG
000000             MOVE 'F '           TO      RPT-FXC-TABLE-ID
000000             MOVE XR-CURRENCY-CODE
000000                                 TO      RPT-FXC-KEY
000000             MOVE XR-MID-RATE    TO      RPT-FXC-MID-RATE
000000             MOVE XR-RATE-DATE   TO      RPT-FXC-RATE-DATE
000000             MOVE XR-TTS-RATE    TO      RPT-FXC-TTS-RATE
000000             MOVE XR-TTB-RATE    TO      RPT-FXC-TTB-RATE
000000             MOVE XR-COMMISSION  TO      RPT-FXC-COMMISSION
000000             MOVE RPT-LINE-FXC   TO      RPT-REC
000000             PERFORM SPD9999RLD-WRITE-REPORT
000000             ADD 1               TO      CST-COUNT-UNLOADED
000000         WHEN 100
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'SPD9999RLD-UNLOAD-FXC'
000000                                 TO      CST-ABEND-BREAKPOINT
000000             MOVE 'SELECT DB_FX_CUST_RATE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000             PERFORM SPD9999RLD-ABEND
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 全行入替の適用
000000* SPD9999RLD-APPLY-UPDATE SECTION |     （MAIN）
000000*                                |      入力に含まれるテーブルのみ
000000             VARYING WS-IDX-I FROM 1 BY 1
000000             UNTIL   WS-IDX-I > WS-EXC-CNT
000000     END-IF.
000000*--- 顧客向け為替はキー単位の置換（2026/10/15）
000000     PERFORM SPD9999RLD-REPLACE-FXC
000000         VARYING WS-IDX-I FROM 1 BY 1
000000         UNTIL   WS-IDX-I > WS-FXC-CNT.
000000     EXEC SQL
000000         COMMIT
000000     END-EXEC.
000000     ADD 1                       TO      CST-COUNT-APPLIED.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 顧客向け為替1行の置換
000000* SPD9999RLD-REPLACE-FXC SECTION |      （2026/10/15）
000000*                                |      同一キーの行をDELETEして
000000*                                |      INSERT
000000*/-------------------------------------------------------------/*
000000 SPD9999RLD-REPLACE-FXC.
000000     MOVE WS-FXC-CURRENCY   (WS-IDX-I) TO XR-CURRENCY-CODE.
000000     MOVE WS-FXC-RATE-DATE  (WS-IDX-I) TO XR-RATE-DATE.
000000     MOVE WS-FXC-MID-RATE   (WS-IDX-I) TO XR-MID-RATE.
000000     MOVE WS-FXC-TTS-RATE   (WS-IDX-I) TO XR-TTS-RATE.
000000     MOVE WS-FXC-TTB-RATE   (WS-IDX-I) TO XR-TTB-RATE.
000000     MOVE WS-FXC-COMMISSION (WS-IDX-I) TO XR-COMMISSION.
000000     EXEC SQL
000000         DELETE FROM MYDB.DB_FX_CUST_RATE
000000         WHERE  CURRENCY_CODE = :XR-CURRENCY-CODE
000000         AND    RATE_DATE     = :XR-RATE-DATE
000000     END-EXEC.
000000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
000000         MOVE 'SPD9999RLD-REPLACE-FXC'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'DELETE DB_FX_CUST_RATE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RLD-ABEND
000000     END-IF.
000000     EXEC SQL
000000         INSERT INTO MYDB.DB_FX_CUST_RATE
000000             (CURRENCY_CODE, RATE_DATE, MID_RATE, TTS_RATE,
000000              TTB_RATE, COMMISSION)
000000         VALUES
000000             (:XR-CURRENCY-CODE, :XR-RATE-DATE, :XR-MID-RATE,
000000              :XR-TTS-RATE, :XR-TTB-RATE, :XR-COMMISSION)
000000     END-EXEC.
000000     IF SQLCODE NOT = 0
000000         MOVE 'SPD9999RLD-REPLACE-FXC'
000000                                 TO      CST-ABEND-BREAKPOINT
000000         MOVE 'INSERT DB_FX_CUST_RATE FAILED'
000000                                 TO      CST-ABEND-DETAIL
000000         PERFORM SPD9999RLD-ABEND
000000     END-IF.
000000     ADD 1                       TO      CST-COUNT-APPLIED.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 入替後の新行の報告出力
000000* SPD9999RLD-REPORT-AFTER SECTION |     （MAIN）
000000*                                |      'NEW'行としてRATERPTへ出力
000000     PERFORM SPD9999RLD-REPORT-NEW-EXC
000000         VARYING WS-IDX-I FROM 1 BY 1
000000         UNTIL   WS-IDX-I > WS-EXC-CNT.
000000     PERFORM SPD9999RLD-REPORT-NEW-FXC
000000         VARYING WS-IDX-I FROM 1 BY 1
000000         UNTIL   WS-IDX-I > WS-FXC-CNT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 新利率行の報告出力
000000     PERFORM SPD9999RLD-WRITE-REPORT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 新顧客向け為替行の報告出力
000000* SPD9999RLD-REPORT-NEW-FXC SECTION |   （2026/10/15）
000000*                                |
000000*/-------------------------------------------------------------/*
000000 SPD9999RLD-REPORT-NEW-FXC.
000000     MOVE 'NEW   '               TO      RPT-FXC-TAG.
000000     MOVE 'F '                   TO      RPT-FXC-TABLE-ID.
000000     MOVE WS-FXC-CURRENCY   (WS-IDX-I) TO RPT-FXC-KEY.
000000     MOVE WS-FXC-MID-RATE   (WS-IDX-I) TO RPT-FXC-MID-RATE.
000000     MOVE WS-FXC-RATE-DATE  (WS-IDX-I) TO RPT-FXC-RATE-DATE.
000000     MOVE WS-FXC-TTS-RATE   (WS-IDX-I) TO RPT-FXC-TTS-RATE.
000000     MOVE WS-FXC-TTB-RATE   (WS-IDX-I) TO RPT-FXC-TTB-RATE.
000000     MOVE WS-FXC-COMMISSION (WS-IDX-I) TO RPT-FXC-COMMISSION.
000000     MOVE RPT-LINE-FXC           TO      RPT-REC.
000000     PERFORM SPD9999RLD-WRITE-REPORT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*                                | NOTE: 検証エラーの報告出力
000000* SPD9999RLD-WRITE-ERROR SECTION |      （COMMON）
000000*                                |
