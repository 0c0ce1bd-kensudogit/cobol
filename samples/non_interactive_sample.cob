       *> - バッチ処理での自動化
       *> - 設定ファイルによる処理制御
       *> - ログファイルへの出力
       *> - 顧客別の取引プロファイル（平均金額・標準偏差・1日の
       *>   取引件数・通常の通貨）による異常取引の検知と承認待ち
       *>   キューへの退避、日次異常取引レポートの出力
       *> ================================================================
       
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 顧客別取引プロファイル（実行をまたいで保持する移動
           *> 平均・分散・1日あたり件数・通常の通貨）
           SELECT CUSTOMER-PROFILE-FILE
               ASSIGN TO 'CUSTANOM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 日次異常取引レポート（ANOMALY-YYYYMMDD.TXT。同じ日の
           *> 複数実行分を追記する）
           SELECT ANOMALY-REPORT-FILE
               ASSIGN TO DYNAMIC ANOMALY-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> バッチ各プログラム共有の構造化完了レコードファイル
           *> （スケジューラがログ文字列走査の代わりに使う）
           SELECT COMPLETION-FILE
           RECORDING MODE IS F.
       01  REVIEW-LIST-LINE            PIC X(132).

       *> 顧客別取引プロファイルレコード（金額は基準通貨換算後。
       *> 件数・日数はPROFILE_WINDOWで頭打ちにして直近に重みを置く）
       FD  CUSTOMER-PROFILE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CUSTOMER-PROFILE-RECORD.
           05  CP-CUSTOMER-ID          PIC 9(7).
           05  FILLER                  PIC X(1).
           05  CP-TXN-COUNT            PIC 9(5).
           *> 平均・分散に反映した取引数（窓で頭打ち）
           05  FILLER                  PIC X(1).
           05  CP-MEAN-AMOUNT          PIC 9(9)V99.
           05  FILLER                  PIC X(1).
           05  CP-VARIANCE             PIC 9(16)V99.
           05  FILLER                  PIC X(1).
           05  CP-DAY-SAMPLES          PIC 9(5).
           *> 1日あたり件数の平均に反映した日数（窓で頭打ち）
           05  FILLER                  PIC X(1).
           05  CP-AVG-DAILY            PIC 9(3)V99.
           05  FILLER                  PIC X(1).
           05  CP-LAST-DATE            PIC X(8).
           05  FILLER                  PIC X(1).
           05  CP-LAST-DAY-TXNS        PIC 9(4).
           *> 最終取引日の取引件数（日が変わると平均へ繰り入れる）
           05  FILLER                  PIC X(1).
           05  CP-USUAL-CURRENCY       PIC X(3).
           05  FILLER                  PIC X(1).
           05  CP-CURRENCY-WEIGHT      PIC 9(3).
           *> 通常の通貨の優勢度（別通貨の取引で減り、0で交代）
           05  FILLER                  PIC X(1).
           05  CP-UPDATED-DATE         PIC X(8).

       FD  ANOMALY-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ANOMALY-REPORT-LINE         PIC X(132).

       *> 構造化完了レコード（完了コード：0=正常、4=警告付き完了、
       *> 8=失敗。バッチ各プログラム共通の書式）
       FD  COMPLETION-FILE
           05  PENDING-REMAINING       PIC 9(3)    VALUE 0.
           05  APPROVE-MOVE-COMMAND    PIC X(60).
           05  DECISION-MATCH-SWITCH   PIC X(1).
           05  HOLD-REASON-TEXT        PIC X(30).
           *> 承認待ちへ退避する理由（しきい値超過・異常検知）

       01  PENDING-QUEUE-TABLE.
           05  PENDING-COUNT           PIC 9(3)    VALUE 0.
               10  PQ-QUEUED-DATE      PIC X(8).
               10  PQ-DISPOSED         PIC X(1).

       01  ANOMALY-CONTROL.
       *> 顧客別プロファイルによる異常検知の制御（CONFIG.DAT）。
       *> ANOMALY_CHECK=Nで判定のみ停止し、プロファイルの更新は
       *> 続ける。判定はANOMALY_MIN_HIST件以上の履歴がある顧客
       *> だけに行う
           05  ANOMALY-CHECK-SWITCH    PIC X(1)    VALUE 'Y'.
               88  ANOMALY-CHECK-ON    VALUE 'Y'.
           05  ANOMALY-SIGMA-LIMIT     PIC 9(2)V99 VALUE 3.00.
           *> 平均から何標準偏差上を金額の異常とするか
           05  ANOMALY-MIN-HISTORY     PIC 9(3)    VALUE 5.
           05  ANOMALY-FREQ-FACTOR     PIC 9(2)V99 VALUE 3.00.
           *> 1日あたり平均件数の何倍を頻度の異常とするか
           05  ANOMALY-FREQ-FLOOR      PIC 9(3)    VALUE 3.
           *> 平均が小さい顧客でもこの件数までは異常としない
           05  PROFILE-WINDOW          PIC 9(3)    VALUE 30.
           *> 移動平均の窓（取引数・日数の頭打ち値）
           05  ANOMALY-FLAG-SWITCH     PIC X(1)    VALUE 'N'.
               88  ANOMALY-FLAGGED     VALUE 'Y'.
           05  ANOMALY-FLAGS-TEXT      PIC X(20).
           05  ANOMALY-FLAG-POINTER    PIC 9(2).
           05  ANOMALY-FLAG-CODE       PIC X(4).
           05  ANOMALY-REASON-TEXT     PIC X(30).
           05  ANOMALY-Z-SCORE         PIC S9(5)V99 VALUE 0.
           05  ANOMALY-HELD-COUNT      PIC 9(3)    VALUE 0.
           *> 当実行で異常として検知した件数
           05  PROFILE-STD-DEV         PIC 9(9)V99 VALUE 0.
           05  PROFILE-SD-FLOOR        PIC 9(9)V99 VALUE 0.
           05  PROFILE-DELTA           PIC S9(11)V99 VALUE 0.
           05  PROFILE-DELTA-NEW       PIC S9(11)V99 VALUE 0.
           05  PROFILE-VARIANCE-WORK   PIC S9(16)V99 VALUE 0.
           05  PROFILE-DAILY-WORK      PIC S9(5)V99 VALUE 0.
           05  FREQUENCY-LIMIT         PIC 9(5)V99 VALUE 0.
           05  PROFILE-FOUND-SWITCH    PIC X(1)    VALUE 'N'.
               88  PROFILE-FOUND       VALUE 'Y'.
           05  PROFILE-OVERFLOW-SWITCH PIC X(1)   VALUE 'N'.
               88  PROFILE-OVERFLOW    VALUE 'Y'.
           05  ANOMALY-REPORT-FILENAME PIC X(30)   VALUE SPACES.

       01  CUSTOMER-PROFILE-TABLE.
           05  PROFILE-COUNT           PIC 9(4)    VALUE 0.
           05  PROFILE-ENTRY OCCURS 0 TO 2000 TIMES
                    DEPENDING ON PROFILE-COUNT
                    INDEXED BY PROFILE-INDEX.
               10  CPT-CUSTOMER-ID     PIC 9(7).
               10  CPT-TXN-COUNT       PIC 9(5).
               10  CPT-MEAN-AMOUNT     PIC 9(9)V99.
               10  CPT-VARIANCE        PIC 9(16)V99.
               10  CPT-DAY-SAMPLES     PIC 9(5).
               10  CPT-AVG-DAILY       PIC 9(3)V99.
               10  CPT-LAST-DATE       PIC X(8).
               10  CPT-LAST-DAY-TXNS   PIC 9(4).
               10  CPT-USUAL-CURRENCY  PIC X(3).
               10  CPT-CURRENCY-WEIGHT PIC 9(3).
               10  CPT-UPDATED-DATE    PIC X(8).

       01  ANOMALY-LIST-TABLE.
       *> 当実行で検知した異常取引（日次レポート用）
           05  ANOMALY-COUNT           PIC 9(3)    VALUE 0.
           05  ANOMALY-ENTRY OCCURS 200 TIMES
                   INDEXED BY ANOMALY-INDEX.
               10  AN-CUSTOMER-ID      PIC 9(7).
               10  AN-CUSTOMER-NAME    PIC X(30).
               10  AN-TXN-DATE         PIC X(8).
               10  AN-AMOUNT           PIC 9(11)V99.
               10  AN-CURRENCY         PIC X(3).
               10  AN-FLAGS            PIC X(20).
               10  AN-MEAN-AMOUNT      PIC 9(9)V99.
               10  AN-STD-DEV          PIC 9(9)V99.
               10  AN-Z-SCORE          PIC S9(5)V99.
               10  AN-DAY-TXNS         PIC 9(4).
               10  AN-AVG-DAILY        PIC 9(3)V99.
               10  AN-USUAL-CURRENCY   PIC X(3).

       01  ANOMALY-REPORT-EDIT.
           05  ANE-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  ANE-MEAN                PIC ZZZ,ZZZ,ZZ9.99.
           05  ANE-STD-DEV             PIC ZZZ,ZZZ,ZZ9.99.
           05  ANE-Z-SCORE             PIC -(5)9.99.
           05  ANE-DAY-TXNS            PIC ZZZ9.
           05  ANE-AVG-DAILY           PIC ZZ9.99.
           05  ANE-CURRENCY            PIC X(6).
           05  ANE-USUAL-CURRENCY      PIC X(6).

       01  FX-RATE-CONTROL.
       *> 為替換算の制御（未知の通貨コードは既定値で処理せず却下する）
           05  FX-RATE-COUNT           PIC 9(2)    VALUE 0.

           PERFORM LOAD-TXN-REGISTRY

           PERFORM LOAD-CUSTOMER-PROFILES

           PERFORM LOAD-PENDING-QUEUE

           PERFORM APPLY-APPROVAL-DECISIONS

           PERFORM WRITE-PENDING-REVIEW-LIST

           PERFORM WRITE-ANOMALY-REPORT

           PERFORM SAVE-TXN-REGISTRY

           PERFORM SAVE-CUSTOMER-PROFILES
           
           PERFORM GENERATE-SUMMARY-REPORT
           
                   UNSTRING CONFIG-VALUE DELIMITED BY SPACE
                       INTO MAX-REPROCESS-CYCLES
                   END-UNSTRING
               WHEN 'ANOMALY_CHECK'
                   MOVE CONFIG-VALUE(1:1) TO ANOMALY-CHECK-SWITCH
               WHEN 'ANOMALY_SIGMA'
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO ANOMALY-SIGMA-LIMIT
               WHEN 'ANOMALY_MIN_HIST'
                   UNSTRING CONFIG-VALUE DELIMITED BY SPACE
                       INTO ANOMALY-MIN-HISTORY
                   END-UNSTRING
               WHEN 'ANOMALY_FREQ'
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO ANOMALY-FREQ-FACTOR
               WHEN 'ANOMALY_FREQ_FLOOR'
                   UNSTRING CONFIG-VALUE DELIMITED BY SPACE
                       INTO ANOMALY-FREQ-FLOOR
                   END-UNSTRING
               WHEN 'PROFILE_WINDOW'
                   UNSTRING CONFIG-VALUE DELIMITED BY SPACE
                       INTO PROFILE-WINDOW
                   END-UNSTRING
               WHEN OTHER
                   DISPLAY 'Unknown config key: ' CONFIG-KEY
           END-EVALUATE.
                           COMPUTE APPROVAL-CHECK-AMOUNT ROUNDED
                               = TRANSACTION-AMOUNT
                               * APPLICABLE-FX-RATE
                           *> 承認済みの取引は再採点しない
                           MOVE 'N' TO ANOMALY-FLAG-SWITCH
                           IF NOT PROCESSING-APPROVED-ITEM
                               PERFORM SCORE-CUSTOMER-ACTIVITY
                           END-IF
                           EVALUATE TRUE
                               WHEN APPROVAL-THRESHOLD > 0
                                   AND APPROVAL-CHECK-AMOUNT
                                       >= APPROVAL-THRESHOLD
                                   AND NOT PROCESSING-APPROVED-ITEM
                                   *> しきい値以上は出力せず承認待ちへ
                                   MOVE 'Over approval limit'
                                       TO HOLD-REASON-TEXT
                                   PERFORM HOLD-FOR-APPROVAL
                               WHEN ANOMALY-FLAGGED
                                   *> プロファイル外れ値も承認待ちへ
                                   MOVE ANOMALY-REASON-TEXT
                                       TO HOLD-REASON-TEXT
                                   PERFORM HOLD-FOR-APPROVAL
                               WHEN OTHER
                                   PERFORM REGISTER-PROCESSED-TXN
                                   PERFORM UPDATE-CUSTOMER-PROFILE
                                   PERFORM CONVERT-TO-BASE-CURRENCY
                                   PERFORM CALCULATE-AMOUNTS
                                   PERFORM WRITE-OUTPUT-RECORD
                                   PERFORM ACCUMULATE-MONTHLY-FEED
                                   ADD 1 TO SUCCESS-COUNT
                           END-EVALUATE
                       END-IF
                   END-IF
               WHEN RECORD-REJECTED
       *> ================================================================

       HOLD-FOR-APPROVAL.
           *> しきい値以上・異常検知の取引を承認待ちキューへ退避
           *> する（退避理由はHOLD-REASON-TEXTで受け取る）
           IF PENDING-COUNT >= 200
               MOVE 'Approval queue full' TO REJECT-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
           MOVE INPUT-RECORD TO PQ-IMAGE(PENDING-INDEX)
           MOVE 'P' TO PQ-STATUS(PENDING-INDEX)
           MOVE SPACES TO PQ-REVIEWER(PENDING-INDEX)
           MOVE HOLD-REASON-TEXT TO PQ-REASON(PENDING-INDEX)
           MOVE CURRENT-DATE TO PQ-QUEUED-DATE(PENDING-INDEX)
           MOVE 'N' TO PQ-DISPOSED(PENDING-INDEX)
           ADD 1 TO PENDING-HELD-COUNT
                          ' queued ' DELIMITED BY SIZE
                          PQ-QUEUED-DATE(PENDING-INDEX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          PQ-REASON(PENDING-INDEX)
                              DELIMITED BY SIZE
                       INTO REVIEW-LIST-LINE
                   END-STRING
                   WRITE REVIEW-LIST-LINE
           END-PERFORM
           CLOSE REVIEW-LIST-FILE.

       *> ================================================================
       *> 顧客別プロファイルによる異常検知
       *> ================================================================

       LOAD-CUSTOMER-PROFILES.
           *> 顧客別取引プロファイルの読み込み（無い場合は空の表
           *> から始め、取引ごとにプロファイルを育てる）
           OPEN INPUT CUSTOMER-PROFILE-FILE
           IF FILE-STATUS NOT = '00'
               DISPLAY 'No customer profiles on file - '
                   'starting fresh'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ CUSTOMER-PROFILE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF PROFILE-COUNT < 2000
                           ADD 1 TO PROFILE-COUNT
                           SET PROFILE-INDEX TO PROFILE-COUNT
                           PERFORM LOAD-ONE-PROFILE
                       ELSE
                           MOVE 'Y' TO PROFILE-OVERFLOW-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-PROFILE-FILE
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'Customer profiles loaded: ' PROFILE-COUNT
           *> 表に収まらないプロファイルがある場合は、書き戻しで
           *> 失わないよう今回はCUSTANOM.DATを更新しない
           IF PROFILE-OVERFLOW
               DISPLAY 'Warning: CUSTANOM.DAT exceeds 2000 customers '
                   '- profiles will not be updated this run'
               MOVE 'E' TO LOG-LEVEL
               MOVE 'Customer profiles exceed table size - not saved'
                   TO LOG-MESSAGE
               MOVE 'LOAD-CUSTOMER-PROFILES' TO AUDIT-PARAGRAPH-ID
               PERFORM WRITE-LOG-MESSAGE
           END-IF.

       LOAD-ONE-PROFILE.
           MOVE CP-CUSTOMER-ID TO CPT-CUSTOMER-ID(PROFILE-INDEX)
           MOVE CP-TXN-COUNT TO CPT-TXN-COUNT(PROFILE-INDEX)
           MOVE CP-MEAN-AMOUNT TO CPT-MEAN-AMOUNT(PROFILE-INDEX)
           MOVE CP-VARIANCE TO CPT-VARIANCE(PROFILE-INDEX)
           MOVE CP-DAY-SAMPLES TO CPT-DAY-SAMPLES(PROFILE-INDEX)
           MOVE CP-AVG-DAILY TO CPT-AVG-DAILY(PROFILE-INDEX)
           MOVE CP-LAST-DATE TO CPT-LAST-DATE(PROFILE-INDEX)
           MOVE CP-LAST-DAY-TXNS TO CPT-LAST-DAY-TXNS(PROFILE-INDEX)
           MOVE CP-USUAL-CURRENCY
               TO CPT-USUAL-CURRENCY(PROFILE-INDEX)
           MOVE CP-CURRENCY-WEIGHT
               TO CPT-CURRENCY-WEIGHT(PROFILE-INDEX)
           MOVE CP-UPDATED-DATE TO CPT-UPDATED-DATE(PROFILE-INDEX).

       SAVE-CUSTOMER-PROFILES.
           *> プロファイルの書き戻し（全置換。読み込み時に表が
           *> あふれた場合は書き戻さない）
           IF PROFILE-OVERFLOW
               DISPLAY 'Customer profiles not saved - table overflow'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CUSTOMER-PROFILE-FILE
           PERFORM VARYING PROFILE-INDEX FROM 1 BY 1
                   UNTIL PROFILE-INDEX > PROFILE-COUNT
               MOVE SPACES TO CUSTOMER-PROFILE-RECORD
               MOVE CPT-CUSTOMER-ID(PROFILE-INDEX) TO CP-CUSTOMER-ID
               MOVE CPT-TXN-COUNT(PROFILE-INDEX) TO CP-TXN-COUNT
               MOVE CPT-MEAN-AMOUNT(PROFILE-INDEX) TO CP-MEAN-AMOUNT
               MOVE CPT-VARIANCE(PROFILE-INDEX) TO CP-VARIANCE
               MOVE CPT-DAY-SAMPLES(PROFILE-INDEX) TO CP-DAY-SAMPLES
               MOVE CPT-AVG-DAILY(PROFILE-INDEX) TO CP-AVG-DAILY
               MOVE CPT-LAST-DATE(PROFILE-INDEX) TO CP-LAST-DATE
               MOVE CPT-LAST-DAY-TXNS(PROFILE-INDEX)
                   TO CP-LAST-DAY-TXNS
               MOVE CPT-USUAL-CURRENCY(PROFILE-INDEX)
                   TO CP-USUAL-CURRENCY
               MOVE CPT-CURRENCY-WEIGHT(PROFILE-INDEX)
                   TO CP-CURRENCY-WEIGHT
               MOVE CPT-UPDATED-DATE(PROFILE-INDEX)
                   TO CP-UPDATED-DATE
               WRITE CUSTOMER-PROFILE-RECORD
           END-PERFORM
           CLOSE CUSTOMER-PROFILE-FILE
           DISPLAY 'Customer profiles saved: ' PROFILE-COUNT.

       FIND-CUSTOMER-PROFILE.
           *> CUSTOMER-IDのプロファイルを検索し、無ければ空の
           *> プロファイルを追加する（表が満杯なら見つからない扱い）
           MOVE 'N' TO PROFILE-FOUND-SWITCH
           IF PROFILE-COUNT > 0
               SET PROFILE-INDEX TO 1
               SEARCH PROFILE-ENTRY
                   AT END
                       CONTINUE
                   WHEN CPT-CUSTOMER-ID(PROFILE-INDEX) = CUSTOMER-ID
                       MOVE 'Y' TO PROFILE-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF PROFILE-FOUND OR PROFILE-COUNT >= 2000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PROFILE-COUNT
           SET PROFILE-INDEX TO PROFILE-COUNT
           MOVE CUSTOMER-ID TO CPT-CUSTOMER-ID(PROFILE-INDEX)
           MOVE 0 TO CPT-TXN-COUNT(PROFILE-INDEX)
           MOVE 0 TO CPT-MEAN-AMOUNT(PROFILE-INDEX)
           MOVE 0 TO CPT-VARIANCE(PROFILE-INDEX)
           MOVE 0 TO CPT-DAY-SAMPLES(PROFILE-INDEX)
           MOVE 0 TO CPT-AVG-DAILY(PROFILE-INDEX)
           MOVE SPACES TO CPT-LAST-DATE(PROFILE-INDEX)
           MOVE 0 TO CPT-LAST-DAY-TXNS(PROFILE-INDEX)
           MOVE TRANSACTION-CURRENCY
               TO CPT-USUAL-CURRENCY(PROFILE-INDEX)
           MOVE 0 TO CPT-CURRENCY-WEIGHT(PROFILE-INDEX)
           MOVE CURRENT-DATE TO CPT-UPDATED-DATE(PROFILE-INDEX)
           MOVE 'Y' TO PROFILE-FOUND-SWITCH.

       SCORE-CUSTOMER-ACTIVITY.
           *> 取引を顧客のプロファイルと比較して採点する。
           *> 金額（平均からの標準偏差倍数）・当日件数（1日あたり
           *> 平均件数の倍数）・通貨（通常の通貨との相違）のいずれ
           *> かが外れ値ならANOMALY-FLAGGEDにする
           MOVE SPACES TO ANOMALY-FLAGS-TEXT
           MOVE 1 TO ANOMALY-FLAG-POINTER
           MOVE 0 TO ANOMALY-Z-SCORE
           MOVE 0 TO PROFILE-STD-DEV
           PERFORM FIND-CUSTOMER-PROFILE
           IF NOT PROFILE-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM OBSERVE-DAILY-FREQUENCY
           IF NOT ANOMALY-CHECK-ON
               OR CPT-TXN-COUNT(PROFILE-INDEX) < ANOMALY-MIN-HISTORY
               EXIT PARAGRAPH
           END-IF

           *> 金額：標準偏差は平均の1割を下限とする（毎回同額の
           *> 顧客でわずかな差を異常としないため）
           COMPUTE PROFILE-STD-DEV ROUNDED =
               FUNCTION SQRT(CPT-VARIANCE(PROFILE-INDEX))
           COMPUTE PROFILE-SD-FLOOR ROUNDED =
               CPT-MEAN-AMOUNT(PROFILE-INDEX) * 0.10
           IF PROFILE-STD-DEV < PROFILE-SD-FLOOR
               MOVE PROFILE-SD-FLOOR TO PROFILE-STD-DEV
           END-IF
           IF PROFILE-STD-DEV = 0
               MOVE 1 TO PROFILE-STD-DEV
           END-IF
           COMPUTE ANOMALY-Z-SCORE ROUNDED =
               (APPROVAL-CHECK-AMOUNT
                - CPT-MEAN-AMOUNT(PROFILE-INDEX))
               / PROFILE-STD-DEV
               ON SIZE ERROR
                   MOVE 99999.99 TO ANOMALY-Z-SCORE
           END-COMPUTE
           IF ANOMALY-Z-SCORE > ANOMALY-SIGMA-LIMIT
               MOVE 'AMT' TO ANOMALY-FLAG-CODE
               PERFORM ADD-ANOMALY-FLAG
           END-IF

           *> 頻度：前日までの1日あたり平均件数が分かる顧客のみ
           IF CPT-DAY-SAMPLES(PROFILE-INDEX) > 0
               COMPUTE FREQUENCY-LIMIT ROUNDED =
                   CPT-AVG-DAILY(PROFILE-INDEX) * ANOMALY-FREQ-FACTOR
               IF FREQUENCY-LIMIT < ANOMALY-FREQ-FLOOR
                   MOVE ANOMALY-FREQ-FLOOR TO FREQUENCY-LIMIT
               END-IF
               IF CPT-LAST-DATE(PROFILE-INDEX) = TRANSACTION-DATE
                   AND CPT-LAST-DAY-TXNS(PROFILE-INDEX)
                       > FREQUENCY-LIMIT
                   MOVE 'FREQ' TO ANOMALY-FLAG-CODE
                   PERFORM ADD-ANOMALY-FLAG
               END-IF
           END-IF

           *> 通貨：通常の通貨と異なる取引
           IF TRANSACTION-CURRENCY
                   NOT = CPT-USUAL-CURRENCY(PROFILE-INDEX)
               MOVE 'CCY' TO ANOMALY-FLAG-CODE
               PERFORM ADD-ANOMALY-FLAG
           END-IF

           IF ANOMALY-FLAGS-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO ANOMALY-FLAG-SWITCH
           ADD 1 TO ANOMALY-HELD-COUNT
           MOVE SPACES TO ANOMALY-REASON-TEXT
           STRING 'Anomaly: ' DELIMITED BY SIZE
                  ANOMALY-FLAGS-TEXT DELIMITED BY SPACE
               INTO ANOMALY-REASON-TEXT
           END-STRING
           PERFORM RECORD-ANOMALY

           MOVE 'W' TO LOG-LEVEL
           MOVE SPACES TO LOG-MESSAGE
           STRING 'Customer anomaly held for review: '
                      DELIMITED BY SIZE
                  CUSTOMER-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ANOMALY-FLAGS-TEXT DELIMITED BY SPACE
               INTO LOG-MESSAGE
           END-STRING
           MOVE 'SCORE-CUSTOMER-ACTIVITY' TO AUDIT-PARAGRAPH-ID
           PERFORM WRITE-LOG-MESSAGE.

       ADD-ANOMALY-FLAG.
           *> 検知理由コードを「/」区切りで追加する
           IF ANOMALY-FLAG-POINTER > 1
               STRING '/' DELIMITED BY SIZE
                   INTO ANOMALY-FLAGS-TEXT
                   WITH POINTER ANOMALY-FLAG-POINTER
               END-STRING
           END-IF
           STRING ANOMALY-FLAG-CODE DELIMITED BY SPACE
               INTO ANOMALY-FLAGS-TEXT
               WITH POINTER ANOMALY-FLAG-POINTER
           END-STRING.

       OBSERVE-DAILY-FREQUENCY.
           *> 当日件数を数える。取引日が進んだら前日までの件数を
           *> 1日あたり平均件数（窓で頭打ちの移動平均）へ繰り入れる。
           *> 最終取引日より前の日付の取引は件数に数えない
           EVALUATE TRUE
               WHEN TRANSACTION-DATE = CPT-LAST-DATE(PROFILE-INDEX)
                   ADD 1 TO CPT-LAST-DAY-TXNS(PROFILE-INDEX)
               WHEN TRANSACTION-DATE > CPT-LAST-DATE(PROFILE-INDEX)
                   IF CPT-LAST-DAY-TXNS(PROFILE-INDEX) > 0
                       IF CPT-DAY-SAMPLES(PROFILE-INDEX)
                               < PROFILE-WINDOW
                           ADD 1 TO CPT-DAY-SAMPLES(PROFILE-INDEX)
                       END-IF
                       COMPUTE PROFILE-DAILY-WORK =
                           CPT-LAST-DAY-TXNS(PROFILE-INDEX)
                           - CPT-AVG-DAILY(PROFILE-INDEX)
                       COMPUTE CPT-AVG-DAILY(PROFILE-INDEX) ROUNDED =
                           PROFILE-DAILY-WORK
                           / CPT-DAY-SAMPLES(PROFILE-INDEX)
                           + CPT-AVG-DAILY(PROFILE-INDEX)
                   END-IF
                   MOVE TRANSACTION-DATE
                       TO CPT-LAST-DATE(PROFILE-INDEX)
                   MOVE 1 TO CPT-LAST-DAY-TXNS(PROFILE-INDEX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       UPDATE-CUSTOMER-PROFILE.
           *> 処理した取引（基準通貨換算後の金額）で平均・分散・
           *> 通常の通貨を更新する。件数をPROFILE_WINDOWで頭打ちに
           *> するため、古い取引ほど影響が薄れる移動統計になる
           PERFORM FIND-CUSTOMER-PROFILE
           IF NOT PROFILE-FOUND
               EXIT PARAGRAPH
           END-IF
           IF CPT-TXN-COUNT(PROFILE-INDEX) < PROFILE-WINDOW
               ADD 1 TO CPT-TXN-COUNT(PROFILE-INDEX)
           END-IF
           COMPUTE PROFILE-DELTA =
               APPROVAL-CHECK-AMOUNT - CPT-MEAN-AMOUNT(PROFILE-INDEX)
           COMPUTE CPT-MEAN-AMOUNT(PROFILE-INDEX) ROUNDED =
               PROFILE-DELTA / CPT-TXN-COUNT(PROFILE-INDEX)
               + CPT-MEAN-AMOUNT(PROFILE-INDEX)
           COMPUTE PROFILE-DELTA-NEW =
               APPROVAL-CHECK-AMOUNT - CPT-MEAN-AMOUNT(PROFILE-INDEX)
           COMPUTE PROFILE-VARIANCE-WORK ROUNDED =
               (PROFILE-DELTA * PROFILE-DELTA-NEW
                - CPT-VARIANCE(PROFILE-INDEX))
               / CPT-TXN-COUNT(PROFILE-INDEX)
               + CPT-VARIANCE(PROFILE-INDEX)
           IF PROFILE-VARIANCE-WORK < 0
               MOVE 0 TO PROFILE-VARIANCE-WORK
           END-IF
           MOVE PROFILE-VARIANCE-WORK TO CPT-VARIANCE(PROFILE-INDEX)

           *> 通常の通貨：同じ通貨なら優勢度を加算、別通貨なら減算
           *> し、0になったらその通貨に交代する
           IF TRANSACTION-CURRENCY
                   = CPT-USUAL-CURRENCY(PROFILE-INDEX)
               IF CPT-CURRENCY-WEIGHT(PROFILE-INDEX) < PROFILE-WINDOW
                   ADD 1 TO CPT-CURRENCY-WEIGHT(PROFILE-INDEX)
               END-IF
           ELSE
               IF CPT-CURRENCY-WEIGHT(PROFILE-INDEX) > 1
                   SUBTRACT 1 FROM CPT-CURRENCY-WEIGHT(PROFILE-INDEX)
               ELSE
                   MOVE TRANSACTION-CURRENCY
                       TO CPT-USUAL-CURRENCY(PROFILE-INDEX)
                   MOVE 1 TO CPT-CURRENCY-WEIGHT(PROFILE-INDEX)
               END-IF
           END-IF
           MOVE CURRENT-DATE TO CPT-UPDATED-DATE(PROFILE-INDEX).

       RECORD-ANOMALY.
           *> 検知した取引と判定時のプロファイル値を日次レポート
           *> 用の表へ控える
           IF ANOMALY-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ANOMALY-COUNT
           SET ANOMALY-INDEX TO ANOMALY-COUNT
           MOVE CUSTOMER-ID TO AN-CUSTOMER-ID(ANOMALY-INDEX)
           MOVE CUSTOMER-NAME TO AN-CUSTOMER-NAME(ANOMALY-INDEX)
           MOVE TRANSACTION-DATE TO AN-TXN-DATE(ANOMALY-INDEX)
           MOVE APPROVAL-CHECK-AMOUNT TO AN-AMOUNT(ANOMALY-INDEX)
           MOVE TRANSACTION-CURRENCY TO AN-CURRENCY(ANOMALY-INDEX)
           MOVE ANOMALY-FLAGS-TEXT TO AN-FLAGS(ANOMALY-INDEX)
           MOVE CPT-MEAN-AMOUNT(PROFILE-INDEX)
               TO AN-MEAN-AMOUNT(ANOMALY-INDEX)
           MOVE PROFILE-STD-DEV TO AN-STD-DEV(ANOMALY-INDEX)
           MOVE ANOMALY-Z-SCORE TO AN-Z-SCORE(ANOMALY-INDEX)
           MOVE CPT-LAST-DAY-TXNS(PROFILE-INDEX)
               TO AN-DAY-TXNS(ANOMALY-INDEX)
           MOVE CPT-AVG-DAILY(PROFILE-INDEX)
               TO AN-AVG-DAILY(ANOMALY-INDEX)
           MOVE CPT-USUAL-CURRENCY(PROFILE-INDEX)
               TO AN-USUAL-CURRENCY(ANOMALY-INDEX).

       WRITE-ANOMALY-REPORT.
           *> 日次異常取引レポート（ANOMALY-YYYYMMDD.TXT）へ当実行
           *> の検知分を追記する。その日の最初の実行で見出しを書く
           STRING 'ANOMALY-' DELIMITED BY SIZE
                  CURRENT-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
               INTO ANOMALY-REPORT-FILENAME
           END-STRING
           OPEN EXTEND ANOMALY-REPORT-FILE
           IF FILE-STATUS NOT = '00'
               OPEN OUTPUT ANOMALY-REPORT-FILE
               MOVE SPACES TO ANOMALY-REPORT-LINE
               STRING 'DAILY CUSTOMER ANOMALY REPORT FOR '
                          DELIMITED BY SIZE
                      CURRENT-DATE DELIMITED BY SIZE
                   INTO ANOMALY-REPORT-LINE
               END-STRING
               WRITE ANOMALY-REPORT-LINE
               MOVE SPACES TO ANOMALY-REPORT-LINE
               STRING 'Flags: AMT=amount above profile, '
                          DELIMITED BY SIZE
                      'FREQ=too many transactions in a day, '
                          DELIMITED BY SIZE
                      'CCY=unusual currency' DELIMITED BY SIZE
                   INTO ANOMALY-REPORT-LINE
               END-STRING
               WRITE ANOMALY-REPORT-LINE
           END-IF

           MOVE SPACES TO ANOMALY-REPORT-LINE
           STRING 'Run at ' DELIMITED BY SIZE
                  PROCESSING-START-TIME(1:6) DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  ANOMALY-COUNT DELIMITED BY SIZE
                  ' transaction(s) flagged' DELIMITED BY SIZE
               INTO ANOMALY-REPORT-LINE
           END-STRING
           WRITE ANOMALY-REPORT-LINE

           PERFORM VARYING ANOMALY-INDEX FROM 1 BY 1
                   UNTIL ANOMALY-INDEX > ANOMALY-COUNT
               PERFORM WRITE-ANOMALY-DETAIL
           END-PERFORM
           CLOSE ANOMALY-REPORT-FILE
           IF ANOMALY-COUNT > 0
               DISPLAY 'Customer anomalies reported: ' ANOMALY-COUNT
                   ' in ' ANOMALY-REPORT-FILENAME
           END-IF.

       WRITE-ANOMALY-DETAIL.
           *> 1件目の行：取引内容と検知理由、2件目の行：判定時の
           *> プロファイル値
           MOVE AN-AMOUNT(ANOMALY-INDEX) TO ANE-AMOUNT
           *> 通貨コード空白は基準通貨建て
           MOVE AN-CURRENCY(ANOMALY-INDEX) TO ANE-CURRENCY
           IF ANE-CURRENCY = SPACES
               MOVE '(base)' TO ANE-CURRENCY
           END-IF
           MOVE AN-USUAL-CURRENCY(ANOMALY-INDEX) TO ANE-USUAL-CURRENCY
           IF ANE-USUAL-CURRENCY = SPACES
               MOVE '(base)' TO ANE-USUAL-CURRENCY
           END-IF
           MOVE SPACES TO ANOMALY-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
                  AN-CUSTOMER-ID(ANOMALY-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AN-CUSTOMER-NAME(ANOMALY-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AN-TXN-DATE(ANOMALY-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ANE-AMOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ANE-CURRENCY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AN-FLAGS(ANOMALY-INDEX) DELIMITED BY SPACE
               INTO ANOMALY-REPORT-LINE
           END-STRING
           WRITE ANOMALY-REPORT-LINE

           MOVE AN-MEAN-AMOUNT(ANOMALY-INDEX) TO ANE-MEAN
           MOVE AN-STD-DEV(ANOMALY-INDEX) TO ANE-STD-DEV
           MOVE AN-Z-SCORE(ANOMALY-INDEX) TO ANE-Z-SCORE
           MOVE AN-DAY-TXNS(ANOMALY-INDEX) TO ANE-DAY-TXNS
           MOVE AN-AVG-DAILY(ANOMALY-INDEX) TO ANE-AVG-DAILY
           MOVE SPACES TO ANOMALY-REPORT-LINE
           STRING '      profile avg ' DELIMITED BY SIZE
                  ANE-MEAN DELIMITED BY SIZE
                  ' sd ' DELIMITED BY SIZE
                  ANE-STD-DEV DELIMITED BY SIZE
                  ' z ' DELIMITED BY SIZE
                  ANE-Z-SCORE DELIMITED BY SIZE
                  ' day txns ' DELIMITED BY SIZE
                  ANE-DAY-TXNS DELIMITED BY SIZE
                  ' avg/day ' DELIMITED BY SIZE
                  ANE-AVG-DAILY DELIMITED BY SIZE
                  ' usual ccy ' DELIMITED BY SIZE
                  ANE-USUAL-CURRENCY DELIMITED BY SIZE
               INTO ANOMALY-REPORT-LINE
           END-STRING
           WRITE ANOMALY-REPORT-LINE.

       *> ================================================================
       *> ログ機能
       *> ================================================================
           DISPLAY 'Rejected Records:       ' REJECT-COUNT
           DISPLAY 'Duplicate Records:      ' DUPLICATE-COUNT
           DISPLAY 'Held for Approval:      ' PENDING-HELD-COUNT
           DISPLAY 'Anomalies Flagged:      ' ANOMALY-HELD-COUNT
           DISPLAY 'Approved/Declined Picked: '
               PENDING-PICKED-COUNT
           DISPLAY 'Total Amount Processed:  ' TOTAL-PROCESSED
