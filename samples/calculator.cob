       *>             不正な式はエラー位置付きでCALCREJ.DATへ
       *>             出力する。従来の「オペランド 演算子
       *>             オペランド」1行形式は従来どおり動作する
       *> 2026-10-15  COBOL Developer  投資評価モード（IA）を追加。
       *>             初期投資額・期間ごとのキャッシュフロー・割引率
       *>             から正味現在価値、内部収益率（二分法で反復
       *>             計算）、単純・割引回収期間、収益性指数を求め、
       *>             期間別明細をAPPRAISE.DATへ出力する。対話・
       *>             バッチ（"IA 投資額 割引率 CF1 CF2 ..."）の両方
       *>             で使え、結果は履歴ログにも記録する

       ENVIRONMENT DIVISION.
       *> 環境設定
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-AMORT-STATUS.

           *> 投資評価の期間別明細ファイル
           SELECT APPRAISAL-FILE ASSIGN TO 'APPRAISE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-APR-STATUS.

           *> 業務カレンダー（スケジューラと共有。HOLIDAY行を休業日
           *> として読み込む。土日は常に非営業日扱い）
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO 'BIZCAL.DAT'
       01  WS-AMORT-LINE PIC X(80).
       *> 償還スケジュール1行分

       FD  APPRAISAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-APPRAISAL-LINE PIC X(100).
       *> 投資評価明細1行分

       FD  BUSINESS-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-BIZCAL-RECORD.
       01 WS-DISPLAY-PRIN PIC ZZZZZZ9.99.
       01 WS-DISPLAY-BALANCE PIC ZZZZZZ9.99.

       01 WS-APR-STATUS PIC X(2).
       *> APPRAISE.DAT入出力の状態コード
       01 WS-APR-FILE-USED PIC X(1) VALUE 'N'.
       *> 今回の実行でAPPRAISE.DATを作成済みか（2件目以降は追記）
       01 WS-APR-OUTLAY PIC 9(9)V99 VALUE 0.
       *> 初期投資額（第0期の支出）
       01 WS-APR-RATE PIC 9(3)V9(4) VALUE 0.
       *> 1期あたりの割引率（%表記で入力。例：8.5）
       01 WS-APR-PERIODS PIC 9(2) VALUE 0.
       *> キャッシュフローの期間数（最大30）
       01 WS-APR-FLOW-TABLE.
       *> 第1期～第n期のキャッシュフロー（負数は追加支出）
           05  WS-APR-FLOW OCCURS 30 TIMES PIC S9(9)V99.
       01 WS-APR-AMOUNT-IN PIC S9(9)V99 VALUE 0.
       *> 金額入力の受け渡し用
       01 WS-APR-PERIOD PIC 9(2) VALUE 0.
       *> 現在の期
       01 WS-APR-TRY-RATE PIC S9(3)V9(10) VALUE 0.
       *> 正味現在価値を求める割引率（小数表記）
       01 WS-APR-LOW-RATE PIC S9(3)V9(10) VALUE 0.
       01 WS-APR-HIGH-RATE PIC S9(3)V9(10) VALUE 0.
       *> 内部収益率の探索区間（下限-50%、上限1000%）
       01 WS-APR-FACTOR PIC S9(10)V9(12) VALUE 0.
       *> 割引係数（1/(1+割引率)^期）
       01 WS-APR-NPV-WORK PIC S9(20)V9(6) VALUE 0.
       *> 正味現在価値の計算域（探索中は割引係数が大きくなるため
       *> 結果項目より広く取る）
       01 WS-APR-NPV-LOW PIC S9(20)V9(6) VALUE 0.
       *> 探索区間下限での正味現在価値
       01 WS-APR-ITERATION PIC 9(3) VALUE 0.
       *> 二分法の反復回数
       01 WS-APR-NPV PIC S9(11)V99 VALUE 0.
       *> 正味現在価値
       01 WS-APR-PV PIC S9(11)V99 VALUE 0.
       *> 当期キャッシュフローの現在価値
       01 WS-APR-PV-TOTAL PIC S9(11)V99 VALUE 0.
       *> 第1期以降の現在価値の合計
       01 WS-APR-CUMULATIVE PIC S9(11)V99 VALUE 0.
       *> 累計キャッシュフロー（第0期の支出を含む）
       01 WS-APR-CUM-DISC PIC S9(11)V99 VALUE 0.
       *> 累計現在価値（第0期の支出を含む）
       01 WS-APR-PREV-CUM PIC S9(11)V99 VALUE 0.
       *> 前期末の累計（回収期間の按分用）
       01 WS-APR-PAYBACK PIC 9(3)V99 VALUE 0.
       01 WS-APR-DISC-PAYBACK PIC 9(3)V99 VALUE 0.
       *> 単純回収期間・割引回収期間（期数、端数は按分）
       01 WS-APR-PAYBACK-FOUND PIC X(1).
       01 WS-APR-DISC-PB-FOUND PIC X(1).
       *> 期間内に回収できたかどうか（Y/N）
       01 WS-APR-IRR PIC S9(5)V9(4) VALUE 0.
       *> 内部収益率（%表記）
       01 WS-APR-IRR-FOUND PIC X(1).
       *> 探索区間内に内部収益率が見つかったかどうか（Y/N）
       01 WS-APR-PI PIC S9(5)V9(4) VALUE 0.
       *> 収益性指数（現在価値合計／初期投資額）
       01 WS-APR-POINTER PIC 9(3) VALUE 0.
       *> バッチ行のトークン分解ポインター
       01 WS-APR-TOKEN-COUNT PIC 9(2) VALUE 0.
       *> バッチ行から取り出した数値トークンの個数
       01 WS-DISPLAY-APR-AMOUNT PIC -(11)9.99.
       01 WS-DISPLAY-APR-CUM PIC -(11)9.99.
       01 WS-DISPLAY-APR-CUM-DISC PIC -(11)9.99.
       01 WS-DISPLAY-APR-PV PIC -(11)9.99.
       01 WS-DISPLAY-APR-FACTOR PIC Z9.9(6).
       01 WS-DISPLAY-APR-RATE PIC ZZ9.9999.
       01 WS-DISPLAY-APR-IRR PIC -(5)9.99.
       01 WS-DISPLAY-APR-PI PIC -(4)9.9999.
       01 WS-DISPLAY-APR-PAYBACK PIC ZZ9.99.
       01 WS-DISPLAY-APR-DISC-PB PIC ZZ9.99.
       01 WS-APR-PAYBACK-TEXT PIC X(6).
       01 WS-APR-DISC-PB-TEXT PIC X(6).
       01 WS-APR-IRR-TEXT PIC X(10).
       *> 結果の表示形式（回収不能・IRR不定は'n/a'。IRRは%付き）

       01 WS-BIZCAL-STATUS PIC X(2).
       *> BIZCAL.DAT入出力の状態コード
           88  WS-BIZCAL-OK VALUE '00'.
                   'L=loan schedule, H=history, M+=memory add, '
                   'MR=memory recall, MC=memory clear, '
                   'D+=add business days, D-=subtract business '
                   'days, DB=business days between, '
                   'IA=investment appraisal): '
               ACCEPT WS-OPERATION
               *> 演算子の入力（Hは履歴表示、M+/MR/MCはメモリ操作、
               *> Lはローン償還スケジュール生成、IAは投資評価）

               EVALUATE TRUE
                   WHEN WS-OPERATION = 'H' OR WS-OPERATION = 'h'
                       PERFORM DISPLAY-CALC-HISTORY
                   WHEN WS-OPERATION = 'L' OR WS-OPERATION = 'l'
                       PERFORM LOAN-AMORTIZATION
                   WHEN WS-OPERATION = 'IA' OR WS-OPERATION = 'ia'
                       PERFORM INTERACTIVE-APPRAISAL
                   WHEN WS-OPERATION = 'M+'
                       PERFORM MEMORY-ADD
                   WHEN WS-OPERATION = 'MR' OR WS-OPERATION = 'mr'
               MOVE 'Blank line' TO WS-BATCH-REASON
           END-IF

           IF WS-BATCH-REASON = SPACES
               AND (WS-BATCH-TOKEN-1 = 'IA'
                   OR WS-BATCH-TOKEN-1 = 'ia')
               *> 投資評価の行は投資評価経路へ回す
               PERFORM PROCESS-BATCH-APPRAISAL-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-BATCH-REASON = SPACES
               AND (WS-BATCH-TOKEN-OP = 'D+'
                   OR WS-BATCH-TOKEN-OP = 'D-'

           CLOSE AMORTIZATION-FILE.

       *> ================================================================
       *> 投資評価モード（初期投資額・期間ごとのキャッシュフロー・
       *> 割引率から正味現在価値、内部収益率、単純・割引回収期間、
       *> 収益性指数を求め、期間別明細をAPPRAISE.DATへ出力する）
       *> ================================================================

       INTERACTIVE-APPRAISAL.
       *> 対話モードの投資評価（IA）
           DISPLAY 'Enter initial outlay: '
           PERFORM ACCEPT-APPRAISAL-AMOUNT
           IF WS-APR-AMOUNT-IN NOT > 0
               DISPLAY 'Error: initial outlay must be greater than '
                   'zero!'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APR-AMOUNT-IN TO WS-APR-OUTLAY

           DISPLAY 'Enter discount rate per period (%, e.g. 8.5): '
           PERFORM ACCEPT-APPRAISAL-AMOUNT
           IF WS-APR-AMOUNT-IN < 0 OR WS-APR-AMOUNT-IN > 999
               DISPLAY 'Error: discount rate must be 0 to 999%!'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APR-AMOUNT-IN TO WS-APR-RATE

           DISPLAY 'Enter number of periods (1-30): '
           ACCEPT WS-APR-PERIODS
           IF WS-APR-PERIODS = 0 OR WS-APR-PERIODS > 30
               DISPLAY 'Error: periods must be 1 to 30!'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-APR-PERIOD FROM 1 BY 1
                   UNTIL WS-APR-PERIOD > WS-APR-PERIODS
               DISPLAY 'Enter cash flow for period '
                   WS-APR-PERIOD ': '
               PERFORM ACCEPT-APPRAISAL-AMOUNT
               MOVE WS-APR-AMOUNT-IN TO WS-APR-FLOW(WS-APR-PERIOD)
           END-PERFORM

           PERFORM CALCULATE-APPRAISAL

           MOVE WS-APR-NPV TO WS-DISPLAY-APR-AMOUNT
           DISPLAY 'Net present value:       '
               FUNCTION TRIM(WS-DISPLAY-APR-AMOUNT)
           DISPLAY 'Internal rate of return: '
               FUNCTION TRIM(WS-APR-IRR-TEXT)
           DISPLAY 'Profitability index:     '
               FUNCTION TRIM(WS-DISPLAY-APR-PI)
           DISPLAY 'Simple payback:          '
               FUNCTION TRIM(WS-APR-PAYBACK-TEXT) ' period(s)'
           DISPLAY 'Discounted payback:      '
               FUNCTION TRIM(WS-APR-DISC-PB-TEXT) ' period(s)'
           DISPLAY 'Schedule written to APPRAISE.DAT ('
               WS-APR-PERIODS ' period(s))'
           PERFORM WRITE-APPRAISAL-HISTORY.

       ACCEPT-APPRAISAL-AMOUNT.
       *> 金額・率の入力（符号・小数点を検証し数値化する。桁あふれ
       *> する値は入力し直させる）
           MOVE 'N' TO WS-TOKEN-VALID
           PERFORM UNTIL WS-TOKEN-VALID = 'Y'
               ACCEPT WS-NUM-INPUT
               MOVE WS-NUM-INPUT TO WS-TOKEN-WORK
               PERFORM VALIDATE-NUMERIC-TOKEN
               IF WS-TOKEN-VALID = 'Y'
                   COMPUTE WS-APR-AMOUNT-IN =
                       FUNCTION NUMVAL(WS-NUM-INPUT)
                       ON SIZE ERROR
                           MOVE 'N' TO WS-TOKEN-VALID
                   END-COMPUTE
               END-IF
               IF WS-TOKEN-VALID NOT = 'Y'
                   DISPLAY 'Invalid number! Up to 9 digits, one '
                       'optional decimal point and a leading - '
                       'only. Re-enter: '
               END-IF
           END-PERFORM.

       PROCESS-BATCH-APPRAISAL-LINE.
       *> バッチ入力の投資評価行（"IA <投資額> <割引率%> <CF1>
       *> <CF2> ..."）の検証・計算・出力
           MOVE 0 TO WS-APR-TOKEN-COUNT
           MOVE 0 TO WS-APR-PERIODS
           MOVE 1 TO WS-APR-POINTER
           *> 先頭の"IA"を読み飛ばす
           UNSTRING WS-BATCH-INPUT-LINE DELIMITED BY ALL SPACE
               INTO WS-TOKEN-WORK
               WITH POINTER WS-APR-POINTER
           END-UNSTRING
           PERFORM UNTIL WS-APR-POINTER > 80
                   OR WS-BATCH-REASON NOT = SPACES
               MOVE SPACES TO WS-TOKEN-WORK
               UNSTRING WS-BATCH-INPUT-LINE DELIMITED BY ALL SPACE
                   INTO WS-TOKEN-WORK
                   WITH POINTER WS-APR-POINTER
               END-UNSTRING
               IF WS-TOKEN-WORK NOT = SPACES
                   PERFORM STORE-BATCH-APPRAISAL-TOKEN
               END-IF
           END-PERFORM

           IF WS-BATCH-REASON = SPACES
               AND WS-APR-PERIODS = 0
               MOVE 'No cash flows given' TO WS-BATCH-REASON
           END-IF

           IF WS-BATCH-REASON = SPACES
               PERFORM CALCULATE-APPRAISAL
               MOVE WS-APR-NPV TO WS-DISPLAY-APR-AMOUNT
               MOVE SPACES TO WS-BATCH-OUTPUT-LINE
               STRING 'IA NPV ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISPLAY-APR-AMOUNT)
                          DELIMITED BY SIZE
                      ' IRR ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-APR-IRR-TEXT)
                          DELIMITED BY SIZE
                      ' PI ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DISPLAY-APR-PI)
                          DELIMITED BY SIZE
                      ' PAYBACK ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-APR-PAYBACK-TEXT)
                          DELIMITED BY SIZE
                      ' DISC ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-APR-DISC-PB-TEXT)
                          DELIMITED BY SIZE
                   INTO WS-BATCH-OUTPUT-LINE
               END-STRING
               ADD 1 TO WS-BATCH-CALC-COUNT
               WRITE WS-BATCH-OUTPUT-LINE
               PERFORM WRITE-APPRAISAL-HISTORY
           ELSE
               ADD 1 TO WS-BATCH-REJ-COUNT
               MOVE SPACES TO WS-BATCH-REJECT-LINE
               STRING WS-BATCH-INPUT-LINE DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      WS-BATCH-REASON DELIMITED BY SIZE
                   INTO WS-BATCH-REJECT-LINE
               END-STRING
               WRITE WS-BATCH-REJECT-LINE
           END-IF.

       STORE-BATCH-APPRAISAL-TOKEN.
       *> バッチ行の数値トークン1つを検証して投資額・割引率・
       *> キャッシュフローの順に格納する
           ADD 1 TO WS-APR-TOKEN-COUNT
           PERFORM VALIDATE-NUMERIC-TOKEN
           IF WS-TOKEN-VALID = 'Y'
               COMPUTE WS-APR-AMOUNT-IN = FUNCTION NUMVAL(WS-TOKEN-WORK)
                   ON SIZE ERROR
                       MOVE 'N' TO WS-TOKEN-VALID
               END-COMPUTE
           END-IF
           IF WS-TOKEN-VALID NOT = 'Y'
               MOVE 'Invalid appraisal amount' TO WS-BATCH-REASON
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-APR-TOKEN-COUNT
               WHEN 1
                   IF WS-APR-AMOUNT-IN NOT > 0
                       MOVE 'Outlay must be positive'
                           TO WS-BATCH-REASON
                   ELSE
                       MOVE WS-APR-AMOUNT-IN TO WS-APR-OUTLAY
                   END-IF
               WHEN 2
                   IF WS-APR-AMOUNT-IN < 0
                       OR WS-APR-AMOUNT-IN > 999
                       MOVE 'Discount rate must be 0-999%'
                           TO WS-BATCH-REASON
                   ELSE
                       MOVE WS-APR-AMOUNT-IN TO WS-APR-RATE
                   END-IF
               WHEN OTHER
                   IF WS-APR-PERIODS >= 30
                       MOVE 'More than 30 cash flows'
                           TO WS-BATCH-REASON
                   ELSE
                       ADD 1 TO WS-APR-PERIODS
                       MOVE WS-APR-AMOUNT-IN
                           TO WS-APR-FLOW(WS-APR-PERIODS)
                   END-IF
           END-EVALUATE.

       CALCULATE-APPRAISAL.
       *> 投資評価の計算本体（期間別明細の出力と同時に正味現在
       *> 価値と回収期間を求め、続けて内部収益率を探索する）
           PERFORM WRITE-APPRAISAL-SCHEDULE
           PERFORM SOLVE-APPRAISAL-IRR

           IF WS-APR-PAYBACK-FOUND = 'Y'
               MOVE WS-APR-PAYBACK TO WS-DISPLAY-APR-PAYBACK
               MOVE WS-DISPLAY-APR-PAYBACK TO WS-APR-PAYBACK-TEXT
           ELSE
               MOVE 'n/a' TO WS-APR-PAYBACK-TEXT
           END-IF
           IF WS-APR-DISC-PB-FOUND = 'Y'
               MOVE WS-APR-DISC-PAYBACK TO WS-DISPLAY-APR-DISC-PB
               MOVE WS-DISPLAY-APR-DISC-PB TO WS-APR-DISC-PB-TEXT
           ELSE
               MOVE 'n/a' TO WS-APR-DISC-PB-TEXT
           END-IF
           IF WS-APR-IRR-FOUND = 'Y'
               MOVE WS-APR-IRR TO WS-DISPLAY-APR-IRR
               MOVE SPACES TO WS-APR-IRR-TEXT
               STRING FUNCTION TRIM(WS-DISPLAY-APR-IRR)
                          DELIMITED BY SIZE
                      '%' DELIMITED BY SIZE
                   INTO WS-APR-IRR-TEXT
               END-STRING
           ELSE
               MOVE 'n/a' TO WS-APR-IRR-TEXT
           END-IF
           COMPUTE WS-APR-PI ROUNDED =
               WS-APR-PV-TOTAL / WS-APR-OUTLAY
           MOVE WS-APR-PI TO WS-DISPLAY-APR-PI

           PERFORM WRITE-APPRAISAL-SUMMARY.

       WRITE-APPRAISAL-SCHEDULE.
       *> 期ごとの割引係数・現在価値・累計を計算して明細ファイルへ
       *> 出力する。累計が初めて0以上になった期で回収期間を求める
       *> （端数は当期のキャッシュフローで按分）
           IF WS-APR-FILE-USED = 'Y'
               OPEN EXTEND APPRAISAL-FILE
           ELSE
               OPEN OUTPUT APPRAISAL-FILE
               MOVE 'Y' TO WS-APR-FILE-USED
           END-IF

           MOVE WS-APR-OUTLAY TO WS-DISPLAY-APR-AMOUNT
           MOVE WS-APR-RATE TO WS-DISPLAY-APR-RATE
           MOVE SPACES TO WS-APPRAISAL-LINE
           STRING 'INVESTMENT APPRAISAL  OUTLAY ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISPLAY-APR-AMOUNT)
                      DELIMITED BY SIZE
                  '  RATE ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISPLAY-APR-RATE)
                      DELIMITED BY SIZE
                  '% PER PERIOD  PERIODS ' DELIMITED BY SIZE
                  WS-APR-PERIODS DELIMITED BY SIZE
               INTO WS-APPRAISAL-LINE
           END-STRING
           WRITE WS-APPRAISAL-LINE
           MOVE SPACES TO WS-APPRAISAL-LINE
           STRING 'PERIOD      CASH FLOW  DISC FACTOR   PRESENT VALUE'
                      DELIMITED BY SIZE
                  '      CUMULATIVE  CUM DISCOUNTED' DELIMITED BY SIZE
               INTO WS-APPRAISAL-LINE
           END-STRING
           WRITE WS-APPRAISAL-LINE

           *> 第0期：初期投資額の支出
           COMPUTE WS-APR-CUMULATIVE = 0 - WS-APR-OUTLAY
           MOVE WS-APR-CUMULATIVE TO WS-APR-CUM-DISC
           MOVE WS-APR-CUMULATIVE TO WS-APR-PV
           MOVE 1 TO WS-APR-FACTOR
           MOVE 0 TO WS-APR-PERIOD
           PERFORM WRITE-APPRAISAL-PERIOD-LINE

           COMPUTE WS-APR-TRY-RATE = WS-APR-RATE / 100
           MOVE 0 TO WS-APR-PV-TOTAL
           MOVE 'N' TO WS-APR-PAYBACK-FOUND
           MOVE 'N' TO WS-APR-DISC-PB-FOUND
           MOVE 0 TO WS-APR-PAYBACK
           MOVE 0 TO WS-APR-DISC-PAYBACK
           PERFORM VARYING WS-APR-PERIOD FROM 1 BY 1
                   UNTIL WS-APR-PERIOD > WS-APR-PERIODS
               COMPUTE WS-APR-FACTOR ROUNDED =
                   WS-APR-FACTOR / (1 + WS-APR-TRY-RATE)
               COMPUTE WS-APR-PV ROUNDED =
                   WS-APR-FLOW(WS-APR-PERIOD) * WS-APR-FACTOR
               ADD WS-APR-PV TO WS-APR-PV-TOTAL

               MOVE WS-APR-CUMULATIVE TO WS-APR-PREV-CUM
               ADD WS-APR-FLOW(WS-APR-PERIOD) TO WS-APR-CUMULATIVE
               IF WS-APR-PAYBACK-FOUND = 'N'
                   AND WS-APR-CUMULATIVE >= 0
                   MOVE 'Y' TO WS-APR-PAYBACK-FOUND
                   COMPUTE WS-APR-PAYBACK ROUNDED =
                       (0 - WS-APR-PREV-CUM)
                           / WS-APR-FLOW(WS-APR-PERIOD)
                       + WS-APR-PERIOD - 1
               END-IF

               MOVE WS-APR-CUM-DISC TO WS-APR-PREV-CUM
               ADD WS-APR-PV TO WS-APR-CUM-DISC
               IF WS-APR-DISC-PB-FOUND = 'N'
                   AND WS-APR-CUM-DISC >= 0
                   MOVE 'Y' TO WS-APR-DISC-PB-FOUND
                   COMPUTE WS-APR-DISC-PAYBACK ROUNDED =
                       (0 - WS-APR-PREV-CUM) / WS-APR-PV
                       + WS-APR-PERIOD - 1
               END-IF

               PERFORM WRITE-APPRAISAL-PERIOD-LINE
           END-PERFORM

           COMPUTE WS-APR-NPV = WS-APR-PV-TOTAL - WS-APR-OUTLAY.

       WRITE-APPRAISAL-PERIOD-LINE.
       *> 期間別明細1行の出力
           IF WS-APR-PERIOD = 0
               COMPUTE WS-DISPLAY-APR-AMOUNT = 0 - WS-APR-OUTLAY
           ELSE
               MOVE WS-APR-FLOW(WS-APR-PERIOD)
                   TO WS-DISPLAY-APR-AMOUNT
           END-IF
           MOVE WS-APR-FACTOR TO WS-DISPLAY-APR-FACTOR
           MOVE WS-APR-PV TO WS-DISPLAY-APR-PV
           MOVE WS-APR-CUMULATIVE TO WS-DISPLAY-APR-CUM
           MOVE WS-APR-CUM-DISC TO WS-DISPLAY-APR-CUM-DISC
           MOVE SPACES TO WS-APPRAISAL-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-APR-PERIOD DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-DISPLAY-APR-AMOUNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-DISPLAY-APR-FACTOR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-APR-PV DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-APR-CUM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-APR-CUM-DISC DELIMITED BY SIZE
               INTO WS-APPRAISAL-LINE
           END-STRING
           WRITE WS-APPRAISAL-LINE.

       WRITE-APPRAISAL-SUMMARY.
       *> 明細の末尾に評価結果をまとめて出力する
           MOVE WS-APR-NPV TO WS-DISPLAY-APR-AMOUNT
           MOVE SPACES TO WS-APPRAISAL-LINE
           STRING 'NET PRESENT VALUE ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISPLAY-APR-AMOUNT)
                      DELIMITED BY SIZE
                  '  IRR ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APR-IRR-TEXT) DELIMITED BY SIZE
                  '  PROFITABILITY INDEX ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISPLAY-APR-PI)
                      DELIMITED BY SIZE
               INTO WS-APPRAISAL-LINE
           END-STRING
           WRITE WS-APPRAISAL-LINE
           MOVE SPACES TO WS-APPRAISAL-LINE
           STRING 'SIMPLE PAYBACK ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APR-PAYBACK-TEXT)
                      DELIMITED BY SIZE
                  ' PERIOD(S)  DISCOUNTED PAYBACK ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APR-DISC-PB-TEXT)
                      DELIMITED BY SIZE
                  ' PERIOD(S)' DELIMITED BY SIZE
               INTO WS-APPRAISAL-LINE
           END-STRING
           WRITE WS-APPRAISAL-LINE
           MOVE SPACES TO WS-APPRAISAL-LINE
           WRITE WS-APPRAISAL-LINE
           CLOSE APPRAISAL-FILE.

       SOLVE-APPRAISAL-IRR.
       *> 内部収益率（正味現在価値が0になる割引率）を二分法で
       *> 求める。探索区間は-50%～1000%で、両端の正味現在価値の
       *> 符号が同じなら区間内に解なしとする
           MOVE 'N' TO WS-APR-IRR-FOUND
           MOVE 0 TO WS-APR-IRR
           MOVE -0.5 TO WS-APR-LOW-RATE
           MOVE 10 TO WS-APR-HIGH-RATE

           MOVE WS-APR-LOW-RATE TO WS-APR-TRY-RATE
           PERFORM COMPUTE-APPRAISAL-NPV
           MOVE WS-APR-NPV-WORK TO WS-APR-NPV-LOW
           MOVE WS-APR-HIGH-RATE TO WS-APR-TRY-RATE
           PERFORM COMPUTE-APPRAISAL-NPV
           IF (WS-APR-NPV-LOW > 0 AND WS-APR-NPV-WORK > 0)
               OR (WS-APR-NPV-LOW < 0 AND WS-APR-NPV-WORK < 0)
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-APR-ITERATION FROM 1 BY 1
                   UNTIL WS-APR-ITERATION > 60
               COMPUTE WS-APR-TRY-RATE ROUNDED =
                   (WS-APR-LOW-RATE + WS-APR-HIGH-RATE) / 2
               PERFORM COMPUTE-APPRAISAL-NPV
               IF (WS-APR-NPV-WORK > 0 AND WS-APR-NPV-LOW > 0)
                   OR (WS-APR-NPV-WORK < 0 AND WS-APR-NPV-LOW < 0)
                   MOVE WS-APR-TRY-RATE TO WS-APR-LOW-RATE
                   MOVE WS-APR-NPV-WORK TO WS-APR-NPV-LOW
               ELSE
                   MOVE WS-APR-TRY-RATE TO WS-APR-HIGH-RATE
               END-IF
           END-PERFORM

           MOVE 'Y' TO WS-APR-IRR-FOUND
           COMPUTE WS-APR-IRR ROUNDED =
               (WS-APR-LOW-RATE + WS-APR-HIGH-RATE) / 2 * 100.

       COMPUTE-APPRAISAL-NPV.
       *> 割引率WS-APR-TRY-RATEでの正味現在価値を求める
           MOVE 1 TO WS-APR-FACTOR
           COMPUTE WS-APR-NPV-WORK = 0 - WS-APR-OUTLAY
           PERFORM VARYING WS-APR-PERIOD FROM 1 BY 1
                   UNTIL WS-APR-PERIOD > WS-APR-PERIODS
               COMPUTE WS-APR-FACTOR ROUNDED =
                   WS-APR-FACTOR / (1 + WS-APR-TRY-RATE)
               COMPUTE WS-APR-NPV-WORK ROUNDED = WS-APR-NPV-WORK
                   + WS-APR-FLOW(WS-APR-PERIOD) * WS-APR-FACTOR
           END-PERFORM.

       WRITE-APPRAISAL-HISTORY.
       *> 投資評価の結果を履歴ログへ1行追記する
           MOVE FUNCTION CURRENT-DATE TO WS-HISTORY-TIMESTAMP
           MOVE WS-APR-NPV TO WS-DISPLAY-APR-AMOUNT
           MOVE SPACES TO WS-HISTORY-LINE
           STRING 'IA NPV ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISPLAY-APR-AMOUNT)
                      DELIMITED BY SIZE
                  ' IRR ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APR-IRR-TEXT) DELIMITED BY SIZE
                  ' PI ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DISPLAY-APR-PI) DELIMITED BY SIZE
                  ' PB ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APR-PAYBACK-TEXT)
                      DELIMITED BY SIZE
                  ' [' DELIMITED BY SIZE
                  WS-HISTORY-TIMESTAMP DELIMITED BY SIZE
                  ']' DELIMITED BY SIZE
               INTO WS-HISTORY-LINE
           END-STRING
           OPEN EXTEND CALC-HISTORY
           IF NOT WS-HISTORY-OK
               OPEN OUTPUT CALC-HISTORY
           END-IF
           WRITE WS-HISTORY-LINE
           CLOSE CALC-HISTORY.

       *> ================================================================
       *> 営業日日付モード（BIZCAL.DATの休業日＋土日を除いた
       *> 営業日での加減算と2日付間の営業日数）
