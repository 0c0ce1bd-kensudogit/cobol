       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIME-CLOCK.
       AUTHOR. COBOL Developer.
       DATE-WRITTEN. 2026.
       *> プログラム名: Time Clock Punch Processing
       *> 目的: 打刻データから給与計算用のタイムカードを作成する
       *> 機能: 打刻ファイル（PUNCH.DAT）の出勤・退勤の打刻を
       *>       従業員・日付・時刻順に並べて対にし、勤務時間を
       *>       出勤日に計上する。日ごとの所定時間（TAXRULES.DATの
       *>       OTDAILY）を超えた分と週（月曜始まり）の所定時間
       *>       （OTWEEKLY）を超えた分を残業とし、業務カレンダー
       *>       （BIZCAL.DAT）の休業日の勤務は休日勤務時間として
       *>       分ける。時給（HOURRATE.DAT）を付けてPAYROLLの
       *>       タイムカード（TIMECARD.DAT）を出力する。打刻漏れ・
       *>       長時間勤務・不正な打刻・時給未登録は例外一覧
       *>       （TIMEEXC.DAT）へ出力する。例外はスーパーバイザーが
       *>       打刻を訂正して再実行するか、状態をCにして自分の
       *>       IDを記入して解除する（解除済みの例外は再実行後も
       *>       解除済みのまま引き継ぐ）。未解除の例外がある間は
       *>       PAYROLLが実行を拒否する
       *>
       *> 変更履歴:
       *> 2026-10-15  COBOL Developer  初版作成
       *> 2026-10-15  COBOL Developer  打刻テーブルを10000件に拡大。
       *>             収まらない打刻がある場合はタイムカードを作らず
       *>             未解除の例外（TBLFULL）を出力して完了コード8で
       *>             終了する（PAYROLLの実行を止めるため）

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> 打刻ファイル（タイムレコーダーから取り込んだ生の打刻。
           *> 順不同でよい）
           SELECT PUNCH-FILE ASSIGN TO 'PUNCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-PUNCH-STATUS.

           *> 時給ファイル（1行1従業員）
           SELECT HOURLY-RATE-FILE ASSIGN TO 'HOURRATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-RATE-STATUS.

           *> 税率・控除ルールファイル（PAYROLLと共用。OTDAILY・
           *> OTWEEKLYの行だけを使う）
           SELECT TAX-RULES-FILE ASSIGN TO 'TAXRULES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-RULES-STATUS.

           *> 業務カレンダーファイル（スケジューラと共用。HOLIDAY
           *> 行の日付を休日勤務の判定に使う）
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO 'BIZCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-BIZCAL-STATUS.

           *> タイムカードファイル（PAYROLLが読み込む）
           SELECT TIMECARD-FILE ASSIGN TO 'TIMECARD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-TIMECARD-STATUS.

           *> 勤怠例外一覧ファイル（前回分を読んで解除状態を
           *> 引き継ぎ、実行ごとに作り直す。PAYROLLが未解除の
           *> 例外の有無を確認する）
           SELECT TIME-EXCEPTION-FILE ASSIGN TO 'TIMEEXC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-TIMEEXC-STATUS.

           *> 監査ログ（他のバッチプログラムと共有する実行履歴）
           SELECT AUDIT-LOG-FILE ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-AUDIT-STATUS.

           *> 監査ログ通番ファイル（このプログラムの最終通番を
           *> 保持し、エントリの改ざん検知に使う）
           SELECT AUDIT-SEQ-FILE
               ASSIGN TO DYNAMIC WS-AUDIT-SEQ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> 打刻レコード構造（I=出勤、O=退勤）
       FD  PUNCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  PUNCH-RECORD.
           05  WS-PU-EMP-ID PIC X(5).
           *> 従業員ID
           05  FILLER PIC X(1).
           05  WS-PU-DATE PIC X(8).
           *> 打刻日（YYYYMMDD）
           05  FILLER PIC X(1).
           05  WS-PU-TIME PIC X(4).
           *> 打刻時刻（HHMM）
           05  FILLER PIC X(1).
           05  WS-PU-TYPE PIC X(1).
           *> 打刻区分（I/O）

       *> 時給レコード構造
       FD  HOURLY-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOURLY-RATE-RECORD.
           05  WS-HR-EMP-ID PIC X(5).
           *> 従業員ID
           05  FILLER PIC X(1).
           05  WS-HR-RATE PIC X(7).
           *> 時給（99999V99の暗黙小数を持つ数字列）

       *> 税率・控除ルールレコード構造（PAYROLLと同一）
       FD  TAX-RULES-FILE
           LABEL RECORDS ARE STANDARD.
       01  TAX-RULES-RECORD.
           05  WS-TR-RULE-TYPE PIC X(10).
           05  WS-TR-RULE-VALUE PIC X(50).

       *> 業務カレンダー1行分（スケジューラと同一書式）
       FD  BUSINESS-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-CALENDAR-RECORD.
           05  WS-BC-TYPE PIC X(10).
           05  WS-BC-DATE PIC X(8).

       *> タイムカードレコード構造（PAYROLLのTIMECARD-RECORDと同一）
       FD  TIMECARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  TIMECARD-RECORD.
           05  WS-TC-EMP-ID PIC 9(5).
           *> 従業員ID
           05  FILLER PIC X(1).
           05  WS-TC-REG-HOURS PIC 9(3)V99.
           *> 所定労働時間
           05  FILLER PIC X(1).
           05  WS-TC-OT-HOURS PIC 9(3)V99.
           *> 残業時間
           05  FILLER PIC X(1).
           05  WS-TC-HOURLY-RATE PIC 9(5)V99.
           *> 時給
           05  FILLER PIC X(1).
           05  WS-TC-HOL-HOURS PIC 9(3)V99.
           *> 休日勤務時間

       *> 勤怠例外レコード構造（PAYROLLのTIME-EXCEPTION-RECORDと
       *> 同一。状態O=未解除、C=解除済み）
       FD  TIME-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TIME-EXCEPTION-RECORD.
           05  WS-TX-EMP-ID PIC X(5).
           *> 従業員ID
           05  FILLER PIC X(1).
           05  WS-TX-DATE PIC X(8).
           *> 対象日（YYYYMMDD）
           05  FILLER PIC X(1).
           05  WS-TX-CODE PIC X(8).
           *> 例外コード（MISSIN/MISSOUT/LONGSHFT/BADPUNCH/NORATE）
           05  FILLER PIC X(1).
           05  WS-TX-STATUS PIC X(1).
           *> 状態（O/C）
           05  FILLER PIC X(1).
           05  WS-TX-CLEARED-BY PIC X(8).
           *> 解除したスーパーバイザーのID
           05  FILLER PIC X(1).
           05  WS-TX-DESCRIPTION PIC X(40).
           *> 内容

       *> 監査ログレコード構造
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-AUDIT-LOG-RECORD PIC X(132).

       *> 監査ログ通番ファイル（最終通番のみを1行で保持する）
       FD  AUDIT-SEQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-SEQ-RECORD           PIC 9(7).

       WORKING-STORAGE SECTION.
       *> 作業領域の変数定義
       01  WS-PUNCH-STATUS PIC X(2).
       *> PUNCH.DAT入出力の状態コード
           88  WS-PUNCH-OK VALUE '00'.
       01  WS-RATE-STATUS PIC X(2).
       *> HOURRATE.DAT入出力の状態コード
           88  WS-RATE-OK VALUE '00'.
       01  WS-RULES-STATUS PIC X(2).
       *> TAXRULES.DAT入出力の状態コード
           88  WS-RULES-OK VALUE '00'.
       01  WS-BIZCAL-STATUS PIC X(2).
       *> BIZCAL.DAT入出力の状態コード
           88  WS-BIZCAL-OK VALUE '00'.
       01  WS-TIMECARD-STATUS PIC X(2).
       *> TIMECARD.DAT入出力の状態コード
       01  WS-TIMEEXC-STATUS PIC X(2).
       *> TIMEEXC.DAT入出力の状態コード
           88  WS-TIMEEXC-OK VALUE '00'.
       01  WS-AUDIT-STATUS PIC X(2).
       *> AUDIT.LOG入出力の状態コード

       01  WS-AUDIT-CONTROL.
       *> 他のバッチプログラムと共有する監査ログの1エントリ分
           05  WS-AUDIT-PROGRAM-ID   PIC X(8)  VALUE 'TIMECLK'.
           05  WS-AUDIT-PARAGRAPH-ID PIC X(30).
           05  WS-AUDIT-USER-ID      PIC X(8)  VALUE 'BATCH'.
           05  WS-AUDIT-OUTCOME      PIC X(1)  VALUE 'S'.
               88  WS-AUDIT-SUCCESS      VALUE 'S'.
               88  WS-AUDIT-FAILURE      VALUE 'F'.
           05  WS-AUDIT-MESSAGE      PIC X(60).
           05  WS-AUDIT-TIMESTAMP    PIC X(14).

       *> 監査ログ通番の採番状態（通番ファイル名と直前の通番）
       01  WS-AUDIT-SEQ-FILENAME PIC X(40) VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7)  VALUE 0.

       *> 打刻テーブル（読み込み時に従業員ID・日付・時刻の順に
       *> 挿入して並べる）
       01  WS-PUNCH-TABLE.
           05  WS-PT-COUNT PIC 9(5) VALUE 0.
           05  WS-PT-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-PT-IDX.
               10  WS-PT-KEY.
                   15  WS-PT-EMP-ID PIC 9(5).
                   15  WS-PT-DATE PIC 9(8).
                   15  WS-PT-TIME PIC 9(4).
               10  WS-PT-TYPE PIC X(1).

       *> 挿入する打刻（テーブルの1エントリと同じ形）
       01  WS-NEW-PUNCH.
           05  WS-NP-KEY.
               10  WS-NP-EMP-ID PIC 9(5).
               10  WS-NP-DATE PIC 9(8).
               10  WS-NP-TIME PIC 9(4).
               10  WS-NP-TIME-X REDEFINES WS-NP-TIME.
                   15  WS-NP-HH PIC 9(2).
                   15  WS-NP-MM PIC 9(2).
           05  WS-NP-TYPE PIC X(1).

       *> 時給テーブル
       01  WS-RATE-TABLE.
           05  WS-RT-COUNT PIC 9(3) VALUE 0.
           05  WS-RT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RT-IDX.
               10  WS-RT-EMP-ID PIC 9(5).
               10  WS-RT-RATE PIC 9(5)V99.

       *> 休業日テーブル（BIZCAL.DATのHOLIDAY行）
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT PIC 9(2) VALUE 0.
           05  WS-HOLIDAY-DATE OCCURS 50 TIMES
                   INDEXED BY WS-HOLIDAY-IDX
                   PIC 9(8).

       *> 前回の勤怠例外テーブル（解除状態の引き継ぎ用）
       01  WS-PRIOR-EXCEPTION-TABLE.
           05  WS-PX-COUNT PIC 9(3) VALUE 0.
           05  WS-PX-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PX-IDX.
               10  WS-PX-EMP-ID PIC X(5).
               10  WS-PX-DATE PIC X(8).
               10  WS-PX-CODE PIC X(8).
               10  WS-PX-CLEARED-BY PIC X(8).

       *> 当該従業員の日別勤務時間テーブル（分単位。出勤日に
       *> 計上する）
       01  WS-DAY-TABLE.
           05  WS-DT-COUNT PIC 9(2) VALUE 0.
           05  WS-DT-ENTRY OCCURS 62 TIMES
                   INDEXED BY WS-DT-IDX.
               10  WS-DT-DATE PIC 9(8).
               10  WS-DT-MINUTES PIC 9(5).

       *> 時間・時給の数値変換用（暗黙小数の数字列をREDEFINESで
       *> 数値として読み替える）
       01  WS-RULE-PARSE.
           05  WS-RP-HOURS-X PIC X(5).
           05  WS-RP-HOURS-N REDEFINES WS-RP-HOURS-X
               PIC 9(3)V99.
           05  WS-RP-RATE-X PIC X(7).
           05  WS-RP-RATE-N REDEFINES WS-RP-RATE-X
               PIC 9(5)V99.

       *> 残業・休日勤務の判定条件
       01  WS-TIME-RULES.
           05  WS-DAILY-THRESHOLD PIC 9(3)V99 VALUE 8.00.
           *> 1日の所定時間（TAXRULES.DATのOTDAILYルールで変更可能）
           05  WS-WEEKLY-THRESHOLD PIC 9(3)V99 VALUE 40.00.
           *> 1週の所定時間（TAXRULES.DATのOTWEEKLYルールで変更可能）
           05  WS-DAILY-LIMIT-MIN PIC 9(5).
           *> 1日の所定時間（分）
           05  WS-WEEKLY-LIMIT-MIN PIC 9(5).
           *> 1週の所定時間（分）
           05  WS-MAX-SHIFT-MIN PIC 9(5) VALUE 960.
           *> 1回の勤務として認める最長時間（分。16時間）
           05  WS-DISPLAY-HOURS PIC ZZ9.99.
           05  WS-DISPLAY-HOURS-2 PIC ZZ9.99.
           *> 所定時間の表示用

       *> 打刻の対付けと時間集計の制御
       01  WS-CLOCK-CONTROL.
           05  WS-PUNCH-EOF PIC X(1) VALUE 'N'.
           *> 打刻ファイル終端フラグ
           05  WS-RATE-EOF PIC X(1) VALUE 'N'.
           *> 時給ファイル終端フラグ
           05  WS-RULES-EOF PIC X(1) VALUE 'N'.
           *> ルールファイル終端フラグ
           05  WS-BIZCAL-EOF PIC X(1) VALUE 'N'.
           *> 業務カレンダー終端フラグ
           05  WS-TIMEEXC-EOF PIC X(1) VALUE 'N'.
           *> 前回の例外一覧終端フラグ
           05  WS-INSERT-POS PIC 9(5).
           *> 打刻の挿入位置
           05  WS-INSERT-DONE PIC X(1).
           *> 挿入位置の確定フラグ（Y/N）
           05  WS-CURRENT-EMP-ID PIC 9(5).
           *> 処理中の従業員ID
           05  WS-PENDING-IN PIC X(1).
           *> 対になる退勤を待っている出勤の有無（Y/N）
           05  WS-PENDING-DATE PIC 9(8).
           *> 退勤待ちの出勤日
           05  WS-PENDING-TIME PIC 9(4).
           05  WS-PENDING-TIME-X REDEFINES WS-PENDING-TIME.
               10  WS-PENDING-HH PIC 9(2).
               10  WS-PENDING-MM PIC 9(2).
           *> 退勤待ちの出勤時刻
           05  WS-SHIFT-MINUTES PIC S9(7).
           *> 1回の勤務時間（分）
           05  WS-DATE-NUM PIC 9(8).
           *> 日付の数値化領域（INTEGER-OF-DATE用）
           05  WS-DAY-GAP PIC S9(7).
           *> 出勤日から退勤日までの日数
           05  WS-WEEK-NO PIC 9(7).
           *> 週番号（月曜始まり）
           05  WS-CURRENT-WEEK-NO PIC 9(7).
           *> 集計中の週番号
           05  WS-WEEK-REG-MIN PIC 9(5).
           *> 集計中の週の所定内時間（分）
           05  WS-DAY-REG-MIN PIC 9(5).
           *> 当日の所定内時間（分）
           05  WS-DAY-OT-MIN PIC 9(5).
           *> 当日の残業時間（分）
           05  WS-EMP-REG-MIN PIC 9(5).
           *> 当該従業員の所定内時間合計（分）
           05  WS-EMP-OT-MIN PIC 9(5).
           *> 当該従業員の残業時間合計（分）
           05  WS-EMP-HOL-MIN PIC 9(5).
           *> 当該従業員の休日勤務時間合計（分）
           05  WS-HOLIDAY-FOUND PIC X(1).
           *> 休業日の検索結果フラグ（Y/N）
           05  WS-RATE-FOUND PIC X(1).
           *> 時給の検索結果フラグ（Y/N）

       *> 例外1件分の作業領域
       01  WS-EXCEPTION-WORK.
           05  WS-EX-EMP-ID PIC X(5).
           05  WS-EX-DATE PIC X(8).
           05  WS-EX-CODE PIC X(8).
           05  WS-EX-DESCRIPTION PIC X(40).

       *> 実行結果の件数
       01  WS-CLOCK-COUNTS.
           05  WS-PUNCH-READ-COUNT PIC 9(5) VALUE 0.
           *> 読み込んだ打刻件数
           05  WS-CARD-COUNT PIC 9(4) VALUE 0.
           *> 出力したタイムカード件数
           05  WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.
           *> 出力した例外件数
           05  WS-OPEN-EXCEPTION-COUNT PIC 9(4) VALUE 0.
           *> うち未解除の例外件数
           05  WS-DROPPED-COUNT PIC 9(4) VALUE 0.
           *> テーブル上限で取り込めなかった打刻件数

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       *> メイン処理開始
           DISPLAY '=========================================='
           DISPLAY 'Time Clock Punch Processing'
           DISPLAY '=========================================='

           PERFORM LOAD-TIME-RULES
           PERFORM LOAD-BUSINESS-CALENDAR
           PERFORM LOAD-HOURLY-RATES
           PERFORM LOAD-PRIOR-EXCEPTIONS

           OPEN INPUT PUNCH-FILE
           IF NOT WS-PUNCH-OK
               DISPLAY 'Error: PUNCH.DAT not found - no timecards '
                   'built'
               MOVE 'MAIN-PROCEDURE' TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE 'Punch file not found - run refused'
                   TO WS-AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           *> 例外一覧は打刻の検証中から書き出すため先に開く
           OPEN OUTPUT TIME-EXCEPTION-FILE

           PERFORM LOAD-PUNCHES
           CLOSE PUNCH-FILE

           OPEN OUTPUT TIMECARD-FILE

           PERFORM PAIR-PUNCHES

           CLOSE TIMECARD-FILE
           CLOSE TIME-EXCEPTION-FILE

           DISPLAY 'Punches read:      ' WS-PUNCH-READ-COUNT
           DISPLAY 'Timecards written: ' WS-CARD-COUNT
           DISPLAY 'Exceptions listed: ' WS-EXCEPTION-COUNT
               ' (' WS-OPEN-EXCEPTION-COUNT ' open)'
           IF WS-OPEN-EXCEPTION-COUNT > 0
               DISPLAY '*** Open exceptions in TIMEEXC.DAT must be '
                   'cleared by a supervisor before payroll runs'
           END-IF

           MOVE 'MAIN-PROCEDURE' TO WS-AUDIT-PARAGRAPH-ID
           MOVE SPACES TO WS-AUDIT-MESSAGE
           IF WS-OPEN-EXCEPTION-COUNT > 0
               MOVE 'F' TO WS-AUDIT-OUTCOME
               STRING 'Timecards built - open exceptions: '
                       DELIMITED BY SIZE
                      WS-OPEN-EXCEPTION-COUNT DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'S' TO WS-AUDIT-OUTCOME
               STRING 'Timecards built: ' DELIMITED BY SIZE
                      WS-CARD-COUNT DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
           END-IF
           PERFORM WRITE-AUDIT-LOG

           STOP RUN.
           *> プログラム終了

       LOAD-TIME-RULES.
       *> 残業の判定条件の読み込み（ルールファイルが無い場合や
       *> 行が無い場合は1日8時間・1週40時間を使う）
           OPEN INPUT TAX-RULES-FILE
           IF WS-RULES-OK
               MOVE 'N' TO WS-RULES-EOF
               PERFORM UNTIL WS-RULES-EOF = 'Y'
                   READ TAX-RULES-FILE
                       AT END
                           MOVE 'Y' TO WS-RULES-EOF
                       NOT AT END
                           EVALUATE WS-TR-RULE-TYPE
                               WHEN 'OTDAILY'
                                   *> 999V99の暗黙小数の数字列
                                   *> （例: 00800 → 8.00時間）
                                   IF WS-TR-RULE-VALUE(1:5)
                                           IS NUMERIC
                                       MOVE WS-TR-RULE-VALUE(1:5)
                                           TO WS-RP-HOURS-X
                                       MOVE WS-RP-HOURS-N
                                           TO WS-DAILY-THRESHOLD
                                   END-IF
                               WHEN 'OTWEEKLY'
                                   IF WS-TR-RULE-VALUE(1:5)
                                           IS NUMERIC
                                       MOVE WS-TR-RULE-VALUE(1:5)
                                           TO WS-RP-HOURS-X
                                       MOVE WS-RP-HOURS-N
                                           TO WS-WEEKLY-THRESHOLD
                                   END-IF
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE TAX-RULES-FILE
           END-IF
           COMPUTE WS-DAILY-LIMIT-MIN ROUNDED =
               WS-DAILY-THRESHOLD * 60
           COMPUTE WS-WEEKLY-LIMIT-MIN ROUNDED =
               WS-WEEKLY-THRESHOLD * 60
           MOVE WS-DAILY-THRESHOLD TO WS-DISPLAY-HOURS
           MOVE WS-WEEKLY-THRESHOLD TO WS-DISPLAY-HOURS-2
           DISPLAY 'Overtime after ' WS-DISPLAY-HOURS
               ' hours/day, ' WS-DISPLAY-HOURS-2 ' hours/week'.

       LOAD-BUSINESS-CALENDAR.
       *> 休業日カレンダーの読み込み（ファイルが無い場合は
       *> 休日勤務の割増を適用しない）
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF NOT WS-BIZCAL-OK
               DISPLAY 'No BIZCAL.DAT - no holiday premium applied'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BIZCAL-EOF
           PERFORM UNTIL WS-BIZCAL-EOF = 'Y'
               READ BUSINESS-CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO WS-BIZCAL-EOF
                   NOT AT END
                       IF WS-BC-TYPE = 'HOLIDAY'
                           AND WS-BC-DATE IS NUMERIC
                           AND WS-HOLIDAY-COUNT < 50
                           ADD 1 TO WS-HOLIDAY-COUNT
                           MOVE WS-BC-DATE TO
                               WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUSINESS-CALENDAR-FILE
           DISPLAY 'Business calendar loaded: '
               WS-HOLIDAY-COUNT ' holiday(s)'.

       LOAD-HOURLY-RATES.
       *> 時給ファイルの読み込み（数値不正の行は読み飛ばし、
       *> 該当従業員は時給未登録の例外になる）
           OPEN INPUT HOURLY-RATE-FILE
           IF NOT WS-RATE-OK
               DISPLAY 'No HOURRATE.DAT - every employee will be '
                   'listed as an exception'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RATE-EOF
           PERFORM UNTIL WS-RATE-EOF = 'Y'
               READ HOURLY-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-RATE-EOF
                   NOT AT END
                       IF WS-HR-EMP-ID IS NUMERIC
                           AND WS-HR-RATE IS NUMERIC
                           AND WS-RT-COUNT < 500
                           ADD 1 TO WS-RT-COUNT
                           SET WS-RT-IDX TO WS-RT-COUNT
                           MOVE WS-HR-EMP-ID
                               TO WS-RT-EMP-ID(WS-RT-IDX)
                           MOVE WS-HR-RATE TO WS-RP-RATE-X
                           MOVE WS-RP-RATE-N
                               TO WS-RT-RATE(WS-RT-IDX)
                       ELSE
                           DISPLAY '*** Invalid hourly rate skipped: '
                               HOURLY-RATE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOURLY-RATE-FILE
           DISPLAY 'Hourly rates loaded: ' WS-RT-COUNT.

       LOAD-PRIOR-EXCEPTIONS.
       *> 前回の例外一覧から解除済みの例外を読み込む（同じ
       *> 従業員・日付・例外コードの例外は解除済みのまま出力する）
           OPEN INPUT TIME-EXCEPTION-FILE
           IF NOT WS-TIMEEXC-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TIMEEXC-EOF
           PERFORM UNTIL WS-TIMEEXC-EOF = 'Y'
               READ TIME-EXCEPTION-FILE
                   AT END
                       MOVE 'Y' TO WS-TIMEEXC-EOF
                   NOT AT END
                       IF WS-TX-STATUS = 'C'
                           AND WS-TX-CLEARED-BY NOT = SPACES
                           AND WS-PX-COUNT < 500
                           ADD 1 TO WS-PX-COUNT
                           SET WS-PX-IDX TO WS-PX-COUNT
                           MOVE WS-TX-EMP-ID TO WS-PX-EMP-ID(WS-PX-IDX)
                           MOVE WS-TX-DATE TO WS-PX-DATE(WS-PX-IDX)
                           MOVE WS-TX-CODE TO WS-PX-CODE(WS-PX-IDX)
                           MOVE WS-TX-CLEARED-BY
                               TO WS-PX-CLEARED-BY(WS-PX-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIME-EXCEPTION-FILE
           DISPLAY 'Previously cleared exceptions: ' WS-PX-COUNT.

       LOAD-PUNCHES.
       *> 打刻ファイルの読み込みと検証（不正な打刻は例外として
       *> 出力し、正しい打刻だけを並べ替えてテーブルへ格納する）
           MOVE 'N' TO WS-PUNCH-EOF
           PERFORM UNTIL WS-PUNCH-EOF = 'Y'
               READ PUNCH-FILE
                   AT END
                       MOVE 'Y' TO WS-PUNCH-EOF
                   NOT AT END
                       ADD 1 TO WS-PUNCH-READ-COUNT
                       PERFORM VALIDATE-PUNCH
               END-READ
           END-PERFORM
           IF WS-DROPPED-COUNT > 0
               PERFORM REFUSE-PUNCH-OVERFLOW
           END-IF.

       REFUSE-PUNCH-OVERFLOW.
       *> 打刻がテーブルに収まらない場合の実行拒否（一部の打刻が
       *> 計上されないタイムカードを作らない。未解除の例外を
       *> 残してPAYROLLの実行を止め、完了コード8で終了する）
           DISPLAY '*** Punch table full - ' WS-DROPPED-COUNT
               ' punch(es) not loaded - no timecards built'
           MOVE SPACES TO TIME-EXCEPTION-RECORD
           MOVE ZEROS TO WS-TX-EMP-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TX-DATE
           MOVE 'TBLFULL' TO WS-TX-CODE
           MOVE 'O' TO WS-TX-STATUS
           MOVE 'Punch table full - no timecards built'
               TO WS-TX-DESCRIPTION
           WRITE TIME-EXCEPTION-RECORD
           CLOSE PUNCH-FILE
           CLOSE TIME-EXCEPTION-FILE
           MOVE 'LOAD-PUNCHES' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'F' TO WS-AUDIT-OUTCOME
           MOVE 'Punch table full - run refused, no timecards built'
               TO WS-AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       VALIDATE-PUNCH.
       *> 打刻1件分の検証（従業員ID・日付・時刻・区分のどれかが
       *> 不正ならBADPUNCHの例外にする）
           IF WS-PU-EMP-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-PU-EMP-ID IS NOT NUMERIC
               OR WS-PU-DATE IS NOT NUMERIC
               OR WS-PU-TIME IS NOT NUMERIC
               OR (WS-PU-TYPE NOT = 'I' AND WS-PU-TYPE NOT = 'O')
               MOVE WS-PU-EMP-ID TO WS-EX-EMP-ID
               MOVE WS-PU-DATE TO WS-EX-DATE
               MOVE 'BADPUNCH' TO WS-EX-CODE
               MOVE 'Unreadable punch - not paid'
                   TO WS-EX-DESCRIPTION
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PU-EMP-ID TO WS-NP-EMP-ID
           MOVE WS-PU-DATE TO WS-NP-DATE
           MOVE WS-PU-TIME TO WS-NP-TIME
           MOVE WS-PU-TYPE TO WS-NP-TYPE
           IF WS-NP-HH > 23 OR WS-NP-MM > 59
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-NP-DATE) NOT = 0
               MOVE WS-PU-EMP-ID TO WS-EX-EMP-ID
               MOVE WS-PU-DATE TO WS-EX-DATE
               MOVE 'BADPUNCH' TO WS-EX-CODE
               MOVE 'Invalid punch date or time - not paid'
                   TO WS-EX-DESCRIPTION
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           PERFORM INSERT-PUNCH.

       INSERT-PUNCH.
       *> 打刻を従業員ID・日付・時刻の順になる位置へ挿入する
       *> （後ろから大きいキーを1つずつずらす）
           IF WS-PT-COUNT >= 10000
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PT-COUNT
           MOVE WS-PT-COUNT TO WS-INSERT-POS
           MOVE 'N' TO WS-INSERT-DONE
           PERFORM UNTIL WS-INSERT-DONE = 'Y'
               IF WS-INSERT-POS = 1
                   MOVE 'Y' TO WS-INSERT-DONE
               ELSE
                   IF WS-PT-KEY(WS-INSERT-POS - 1) > WS-NP-KEY
                       MOVE WS-PT-ENTRY(WS-INSERT-POS - 1)
                           TO WS-PT-ENTRY(WS-INSERT-POS)
                       SUBTRACT 1 FROM WS-INSERT-POS
                   ELSE
                       MOVE 'Y' TO WS-INSERT-DONE
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-NEW-PUNCH TO WS-PT-ENTRY(WS-INSERT-POS).

       PAIR-PUNCHES.
       *> 並べ替えた打刻を従業員ごとに出勤・退勤の対にする
           IF WS-PT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PT-EMP-ID(1) TO WS-CURRENT-EMP-ID
           PERFORM START-EMPLOYEE
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-EMP-ID(WS-PT-IDX) NOT = WS-CURRENT-EMP-ID
                   PERFORM FINISH-EMPLOYEE
                   MOVE WS-PT-EMP-ID(WS-PT-IDX) TO WS-CURRENT-EMP-ID
                   PERFORM START-EMPLOYEE
               END-IF
               IF WS-PT-TYPE(WS-PT-IDX) = 'I'
                   PERFORM PROCESS-IN-PUNCH
               ELSE
                   PERFORM PROCESS-OUT-PUNCH
               END-IF
           END-PERFORM
           PERFORM FINISH-EMPLOYEE.

       START-EMPLOYEE.
       *> 従業員1名分の集計領域の初期化
           MOVE 'N' TO WS-PENDING-IN
           MOVE 0 TO WS-DT-COUNT.

       PROCESS-IN-PUNCH.
       *> 出勤打刻（退勤待ちの出勤が残っていれば退勤漏れとする）
           IF WS-PENDING-IN = 'Y'
               PERFORM REPORT-MISSING-OUT
           END-IF
           MOVE 'Y' TO WS-PENDING-IN
           MOVE WS-PT-DATE(WS-PT-IDX) TO WS-PENDING-DATE
           MOVE WS-PT-TIME(WS-PT-IDX) TO WS-PENDING-TIME.

       PROCESS-OUT-PUNCH.
       *> 退勤打刻（直前の出勤と対にして勤務時間を出勤日に計上
       *> する。日付をまたぐ勤務も対にするが、最長時間を超える
       *> 場合は打刻漏れの疑いとして計上しない）
           IF WS-PENDING-IN NOT = 'Y'
               MOVE WS-CURRENT-EMP-ID TO WS-EX-EMP-ID
               MOVE WS-PT-DATE(WS-PT-IDX) TO WS-EX-DATE
               MOVE 'MISSIN' TO WS-EX-CODE
               MOVE 'Out punch with no in punch - not paid'
                   TO WS-EX-DESCRIPTION
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PT-DATE(WS-PT-IDX) TO WS-DATE-NUM
           COMPUTE WS-DAY-GAP =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE WS-PENDING-DATE TO WS-DATE-NUM
           COMPUTE WS-DAY-GAP = WS-DAY-GAP
               - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE WS-PT-TIME(WS-PT-IDX) TO WS-NP-TIME
           COMPUTE WS-SHIFT-MINUTES =
               (WS-DAY-GAP * 1440)
               + (WS-NP-HH * 60 + WS-NP-MM)
               - (WS-PENDING-HH * 60 + WS-PENDING-MM)

           IF WS-SHIFT-MINUTES > WS-MAX-SHIFT-MIN
               MOVE WS-CURRENT-EMP-ID TO WS-EX-EMP-ID
               MOVE WS-PENDING-DATE TO WS-EX-DATE
               MOVE 'LONGSHFT' TO WS-EX-CODE
               MOVE 'Shift over 16 hours - not paid'
                   TO WS-EX-DESCRIPTION
               PERFORM WRITE-EXCEPTION
           ELSE
               PERFORM ADD-DAY-MINUTES
           END-IF
           MOVE 'N' TO WS-PENDING-IN.

       REPORT-MISSING-OUT.
       *> 退勤漏れの例外（その出勤分は計上しない）
           MOVE WS-CURRENT-EMP-ID TO WS-EX-EMP-ID
           MOVE WS-PENDING-DATE TO WS-EX-DATE
           MOVE 'MISSOUT' TO WS-EX-CODE
           MOVE 'In punch with no out punch - not paid'
               TO WS-EX-DESCRIPTION
           PERFORM WRITE-EXCEPTION
           MOVE 'N' TO WS-PENDING-IN.

       ADD-DAY-MINUTES.
       *> 勤務時間を出勤日の日別テーブルへ加算する（打刻は日付順
       *> に並んでいるため、テーブルも日付順になる）
           IF WS-DT-COUNT > 0
               IF WS-DT-DATE(WS-DT-COUNT) = WS-PENDING-DATE
                   ADD WS-SHIFT-MINUTES TO WS-DT-MINUTES(WS-DT-COUNT)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-DT-COUNT < 62
               ADD 1 TO WS-DT-COUNT
               MOVE WS-PENDING-DATE TO WS-DT-DATE(WS-DT-COUNT)
               MOVE WS-SHIFT-MINUTES TO WS-DT-MINUTES(WS-DT-COUNT)
           END-IF.

       FINISH-EMPLOYEE.
       *> 従業員1名分の時間区分（所定内・残業・休日勤務）と
       *> タイムカードの出力
           IF WS-PENDING-IN = 'Y'
               PERFORM REPORT-MISSING-OUT
           END-IF

           MOVE 0 TO WS-EMP-REG-MIN
           MOVE 0 TO WS-EMP-OT-MIN
           MOVE 0 TO WS-EMP-HOL-MIN
           MOVE 0 TO WS-WEEK-REG-MIN
           MOVE 0 TO WS-CURRENT-WEEK-NO
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT
               PERFORM CLASSIFY-DAY-HOURS
           END-PERFORM

           MOVE 'N' TO WS-RATE-FOUND
           IF WS-RT-COUNT > 0
               SET WS-RT-IDX TO 1
               SEARCH WS-RT-ENTRY
                   WHEN WS-RT-EMP-ID(WS-RT-IDX) = WS-CURRENT-EMP-ID
                       MOVE 'Y' TO WS-RATE-FOUND
               END-SEARCH
           END-IF
           IF WS-RATE-FOUND NOT = 'Y'
               MOVE WS-CURRENT-EMP-ID TO WS-EX-EMP-ID
               MOVE SPACES TO WS-EX-DATE
               MOVE 'NORATE' TO WS-EX-CODE
               MOVE 'No hourly rate on file - no timecard'
                   TO WS-EX-DESCRIPTION
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO TIMECARD-RECORD
           MOVE WS-CURRENT-EMP-ID TO WS-TC-EMP-ID
           COMPUTE WS-TC-REG-HOURS ROUNDED = WS-EMP-REG-MIN / 60
           COMPUTE WS-TC-OT-HOURS ROUNDED = WS-EMP-OT-MIN / 60
           MOVE WS-RT-RATE(WS-RT-IDX) TO WS-TC-HOURLY-RATE
           COMPUTE WS-TC-HOL-HOURS ROUNDED = WS-EMP-HOL-MIN / 60
           WRITE TIMECARD-RECORD
           ADD 1 TO WS-CARD-COUNT.

       CLASSIFY-DAY-HOURS.
       *> 1日分の勤務時間の区分。休業日の勤務はすべて休日勤務
       *> とし、残業の判定には含めない。それ以外は1日の所定時間を
       *> 超えた分を残業とし、残りの所定内時間のうち週の所定時間
       *> を超えた分も残業とする
           MOVE 'N' TO WS-HOLIDAY-FOUND
           IF WS-HOLIDAY-COUNT > 0
               SET WS-HOLIDAY-IDX TO 1
               SEARCH WS-HOLIDAY-DATE
                   WHEN WS-HOLIDAY-DATE(WS-HOLIDAY-IDX)
                           = WS-DT-DATE(WS-DT-IDX)
                       MOVE 'Y' TO WS-HOLIDAY-FOUND
               END-SEARCH
           END-IF
           IF WS-HOLIDAY-FOUND = 'Y'
               ADD WS-DT-MINUTES(WS-DT-IDX) TO WS-EMP-HOL-MIN
               EXIT PARAGRAPH
           END-IF

           *> 週番号（1601-01-01が月曜日のため通算日から求める）
           MOVE WS-DT-DATE(WS-DT-IDX) TO WS-DATE-NUM
           COMPUTE WS-WEEK-NO =
               (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1) / 7
           IF WS-WEEK-NO NOT = WS-CURRENT-WEEK-NO
               MOVE WS-WEEK-NO TO WS-CURRENT-WEEK-NO
               MOVE 0 TO WS-WEEK-REG-MIN
           END-IF

           IF WS-DT-MINUTES(WS-DT-IDX) > WS-DAILY-LIMIT-MIN
               MOVE WS-DAILY-LIMIT-MIN TO WS-DAY-REG-MIN
               COMPUTE WS-DAY-OT-MIN =
                   WS-DT-MINUTES(WS-DT-IDX) - WS-DAILY-LIMIT-MIN
           ELSE
               MOVE WS-DT-MINUTES(WS-DT-IDX) TO WS-DAY-REG-MIN
               MOVE 0 TO WS-DAY-OT-MIN
           END-IF

           IF WS-WEEK-REG-MIN >= WS-WEEKLY-LIMIT-MIN
               ADD WS-DAY-REG-MIN TO WS-DAY-OT-MIN
               MOVE 0 TO WS-DAY-REG-MIN
           ELSE
               IF WS-WEEK-REG-MIN + WS-DAY-REG-MIN
                       > WS-WEEKLY-LIMIT-MIN
                   COMPUTE WS-DAY-OT-MIN = WS-DAY-OT-MIN
                       + WS-WEEK-REG-MIN + WS-DAY-REG-MIN
                       - WS-WEEKLY-LIMIT-MIN
                   COMPUTE WS-DAY-REG-MIN =
                       WS-WEEKLY-LIMIT-MIN - WS-WEEK-REG-MIN
               END-IF
           END-IF

           ADD WS-DAY-REG-MIN TO WS-WEEK-REG-MIN
           ADD WS-DAY-REG-MIN TO WS-EMP-REG-MIN
           ADD WS-DAY-OT-MIN TO WS-EMP-OT-MIN.

       WRITE-EXCEPTION.
       *> 例外1件分の書き出し（前回解除済みの同じ例外は解除済み
       *> のまま出力する）
           MOVE SPACES TO TIME-EXCEPTION-RECORD
           MOVE WS-EX-EMP-ID TO WS-TX-EMP-ID
           MOVE WS-EX-DATE TO WS-TX-DATE
           MOVE WS-EX-CODE TO WS-TX-CODE
           MOVE WS-EX-DESCRIPTION TO WS-TX-DESCRIPTION
           MOVE 'O' TO WS-TX-STATUS
           IF WS-PX-COUNT > 0
               SET WS-PX-IDX TO 1
               SEARCH WS-PX-ENTRY
                   WHEN WS-PX-EMP-ID(WS-PX-IDX) = WS-EX-EMP-ID
                       AND WS-PX-DATE(WS-PX-IDX) = WS-EX-DATE
                       AND WS-PX-CODE(WS-PX-IDX) = WS-EX-CODE
                       MOVE 'C' TO WS-TX-STATUS
                       MOVE WS-PX-CLEARED-BY(WS-PX-IDX)
                           TO WS-TX-CLEARED-BY
               END-SEARCH
           END-IF
           WRITE TIME-EXCEPTION-RECORD
           ADD 1 TO WS-EXCEPTION-COUNT
           IF WS-TX-STATUS = 'O'
               ADD 1 TO WS-OPEN-EXCEPTION-COUNT
               DISPLAY '*** ' WS-EX-CODE ' employee ' WS-EX-EMP-ID
                   ' ' WS-EX-DATE ': ' WS-EX-DESCRIPTION
           END-IF.

       WRITE-AUDIT-LOG.
       *> 監査ログへの書き込み（他のバッチプログラムと共通の
       *> "タイムスタンプ プログラムID パラグラフID ユーザID
       *> [結果] メッセージ" 形式。複数プログラムが追記するため
       *> EXTENDで開き、ファイルが無ければOUTPUTで新規作成する）
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           PERFORM NEXT-AUDIT-SEQUENCE

           MOVE SPACES TO WS-AUDIT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AUDIT-PROGRAM-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AUDIT-PARAGRAPH-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AUDIT-USER-ID DELIMITED BY SIZE
                  ' [' DELIMITED BY SIZE
                  WS-AUDIT-OUTCOME DELIMITED BY SIZE
                  '] #' DELIMITED BY SIZE
                  WS-AUDIT-SEQUENCE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AUDIT-MESSAGE DELIMITED BY SIZE
                     INTO WS-AUDIT-LOG-RECORD
           END-STRING

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           WRITE WS-AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.

       NEXT-AUDIT-SEQUENCE.
           *> プログラム別の監査ログ通番を採番する。最終通番は
           *> AUDITSEQ-<プログラムID>.DATに保持するため、ログの
           *> ローテーション後も通番の連続性が保たれる
           IF WS-AUDIT-SEQ-FILENAME = SPACES
               STRING 'AUDITSEQ-' DELIMITED BY SIZE
                      WS-AUDIT-PROGRAM-ID DELIMITED BY SPACE
                      '.DAT' DELIMITED BY SIZE
                   INTO WS-AUDIT-SEQ-FILENAME
               END-STRING
           END-IF
           OPEN INPUT AUDIT-SEQ-FILE
           IF WS-AUDIT-STATUS = '00'
               READ AUDIT-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AUDIT-SEQ-RECORD TO WS-AUDIT-SEQUENCE
               END-READ
               CLOSE AUDIT-SEQ-FILE
           END-IF
           ADD 1 TO WS-AUDIT-SEQUENCE
           MOVE WS-AUDIT-SEQUENCE TO AUDIT-SEQ-RECORD
           OPEN OUTPUT AUDIT-SEQ-FILE
           WRITE AUDIT-SEQ-RECORD
           CLOSE AUDIT-SEQ-FILE.
