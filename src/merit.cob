       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERIT-CYCLE.
       AUTHOR. COBOL Developer.
       DATE-WRITTEN. 2026.
       *> プログラム名: Annual Merit Increase Cycle
       *> 目的: 年次昇給の提案作成と承認後の昇給指示の生成
       *> 機能: 提案モード（P）は従業員マスタ（EMPLOYEE.DAT）の
       *>       在籍者ごとに、人事評価（PERFRATE.DAT）と職務等級
       *>       バンド（JOBGRADE.DAT）内の位置（コンパレシオ＝
       *>       給与÷バンド中間値）から昇給マトリクス
       *>       （MERITMTX.DAT）の昇給率を求める。昇給後の給与は
       *>       バンド上限で止め、部署別の昇給原資（MERITBUD.DAT）
       *>       を超える部署は原資に収まるよう按分で減額する。
       *>       部署別の提案レポート（MERITRPT.TXT）と提案ファイル
       *>       （MERITPRP.DAT）を出力する。
       *>       承認モード（A）はスーパーバイザーのサインオン後、
       *>       提案ファイルから発効日付きのUPDATE指示を
       *>       EMPLOYEEのバッチ保守ファイル（EMPTRANS.DAT）へ追記
       *>       する（給与変更履歴・遡及支給は手入力の変更と同じく
       *>       EMPLOYEEとPAYROLLが処理する）。提案後に給与が変わった
       *>       従業員は指示を作らない。使用済みの提案ファイルは
       *>       MERITPRP.DONEへ退避する
       *>
       *> 変更履歴:
       *> 2026-10-15  COBOL Developer  初版作成
       *> 2026-10-15  COBOL Developer  サインオン失敗の監査ログに
       *>             入力されたオペレーターIDを記録
       *> 2026-10-15  COBOL Developer  在籍者が提案テーブル（1000名）
       *>             に収まらない場合は対象外の従業員を表示して
       *>             提案を作らずに実行を拒否する

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> 従業員マスタファイル（EMPLOYEEが管理する索引編成
           *> ファイル。提案時は順に読み、承認時はキーで読む）
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPLOYEE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-EMP-ID
               STATUS IS WS-EMPLOYEE-STATUS.

           *> 人事評価ファイル（1行1従業員。評価は1〜5）
           SELECT PERF-RATING-FILE ASSIGN TO 'PERFRATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-RATING-STATUS.

           *> 昇給マトリクスファイル（評価とコンパレシオ上限ごとの
           *> 昇給率）
           SELECT MERIT-MATRIX-FILE ASSIGN TO 'MERITMTX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-MATRIX-STATUS.

           *> 職務等級マスタファイル（EMPLOYEEと共用）
           SELECT JOB-GRADE-FILE ASSIGN TO 'JOBGRADE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-GRADE-STATUS.

           *> 部署別昇給原資ファイル（1行1部署）
           SELECT MERIT-BUDGET-FILE ASSIGN TO 'MERITBUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-BUDGET-STATUS.

           *> 昇給提案レポートファイル
           SELECT MERIT-REPORT-FILE ASSIGN TO 'MERITRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-REPORT-STATUS.

           *> 昇給提案ファイル（提案モードが出力し、承認モードが
           *> 読む）
           SELECT MERIT-PROPOSAL-FILE ASSIGN TO 'MERITPRP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-PROPOSAL-STATUS.

           *> EMPLOYEEのバッチ保守トランザクションファイル（承認
           *> モードが昇給のUPDATE指示を追記する）
           SELECT EMPLOYEE-TRANS-FILE ASSIGN TO 'EMPTRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-TRANS-STATUS.

           *> オペレーターファイル（承認者のサインオン照合用）
           SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-OPERATOR-STATUS.

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
       *> 従業員マスタレコード構造（EMPLOYEEのEMPLOYEE-RECORDと同一）
       FD  EMPLOYEE-MASTER
           LABEL RECORDS ARE STANDARD.
       01  EMPLOYEE-RECORD.
           05  WS-EMP-ID PIC 9(5).
           05  WS-EMP-NAME PIC X(30).
           05  WS-EMP-DEPT PIC X(20).
           05  WS-EMP-SALARY PIC 9(7)V99.
           05  WS-EMP-HIRE-DATE PIC X(10).
           05  WS-EMP-STATUS PIC X(1).
               88  WS-EMP-TERMINATED VALUE 'T'.
           05  WS-EMP-TERM-DATE PIC X(10).
           05  WS-EMP-GRADE PIC X(2).
           05  WS-EMP-LAST-CHANGED PIC X(8).

       *> 人事評価レコード構造
       FD  PERF-RATING-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERF-RATING-RECORD.
           05  WS-PR-EMP-ID PIC X(5).
           *> 従業員ID
           05  FILLER PIC X(1).
           05  WS-PR-RATING PIC X(1).
           *> 評価（1〜5、5が最上位）

       *> 昇給マトリクスレコード構造（同じ評価の行はコンパレシオ
       *> 上限の小さいものから適用する。上限は999V99の暗黙小数、
       *> 昇給率は99V99の暗黙小数の百分率）
       FD  MERIT-MATRIX-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERIT-MATRIX-RECORD.
           05  WS-MM-RATING PIC X(1).
           *> 評価
           05  FILLER PIC X(1).
           05  WS-MM-COMPA-LIMIT PIC 9(3)V99.
           *> コンパレシオ上限（百分率。この値以下に適用）
           05  FILLER PIC X(1).
           05  WS-MM-PERCENT PIC 9(2)V99.
           *> 昇給率（百分率）

       *> 職務等級マスタレコード構造（EMPLOYEEと同一）
       FD  JOB-GRADE-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOB-GRADE-RECORD.
           05  WS-JG-GRADE-CODE PIC X(2).
           05  FILLER PIC X(1).
           05  WS-JG-MIN-SALARY PIC 9(7)V99.
           05  FILLER PIC X(1).
           05  WS-JG-MAX-SALARY PIC 9(7)V99.

       *> 部署別昇給原資レコード構造
       FD  MERIT-BUDGET-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERIT-BUDGET-RECORD.
           05  WS-MB-DEPT-CODE PIC X(20).
           *> 部署コード
           05  FILLER PIC X(1).
           05  WS-MB-POOL PIC 9(7)V99.
           *> 昇給原資（昇給額の合計の上限）

       *> 昇給提案レポート行
       FD  MERIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-REPORT-LINE PIC X(120).

       *> 昇給提案レコード構造
       FD  MERIT-PROPOSAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERIT-PROPOSAL-RECORD.
           05  WS-MP-EMP-ID PIC 9(5).
           *> 従業員ID
           05  FILLER PIC X(1).
           05  WS-MP-DEPT PIC X(20).
           *> 部署コード
           05  FILLER PIC X(1).
           05  WS-MP-RATING PIC X(1).
           *> 評価
           05  FILLER PIC X(1).
           05  WS-MP-OLD-SALARY PIC 9(7)V99.
           *> 提案時点の給与
           05  FILLER PIC X(1).
           05  WS-MP-INCREASE PIC 9(7)V99.
           *> 昇給額
           05  FILLER PIC X(1).
           05  WS-MP-NEW-SALARY PIC 9(7)V99.
           *> 昇給後の給与

       *> バッチ保守トランザクションレコード構造（EMPLOYEEの
       *> EMPLOYEE-TRANS-RECORDと同一）
       FD  EMPLOYEE-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  EMPLOYEE-TRANS-RECORD.
           05  WS-ET-ACTION PIC X(10).
           05  WS-ET-EMP-ID PIC 9(5).
           05  FILLER PIC X(1).
           05  WS-ET-NAME PIC X(30).
           05  FILLER PIC X(1).
           05  WS-ET-DEPT PIC X(20).
           05  FILLER PIC X(1).
           05  WS-ET-SALARY PIC 9(10).
           *> 給与（EMPLOYEEは整数の数字列として受ける）
           05  FILLER PIC X(1).
           05  WS-ET-DATE PIC X(10).
           05  FILLER PIC X(1).
           05  WS-ET-GRADE PIC X(2).
           05  FILLER PIC X(1).
           05  WS-ET-EFFECTIVE-DATE PIC X(10).

       *> オペレーターマスタレコード構造（EMPLOYEEと同一）
       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-RECORD.
           05  WS-OP-ID PIC X(8).
           05  FILLER PIC X(1).
           05  WS-OP-PASSWORD PIC X(8).
           05  FILLER PIC X(1).
           05  WS-OP-ROLE PIC X(1).
           05  FILLER PIC X(1).
           05  WS-OP-ACCT-STATUS PIC X(1).
           05  FILLER PIC X(1).
           05  WS-OP-FAIL-COUNT PIC X(1).
           05  FILLER PIC X(1).
           05  WS-OP-PWD-DATE PIC X(10).
           05  FILLER PIC X(1).
           05  WS-OP-FORCE-CHANGE PIC X(1).
           05  FILLER PIC X(1).
           05  WS-OP-PWD-FORMAT PIC X(1).
           *> パスワード形式（H=ハッシュ済み、空白=旧形式の平文）

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
       01  WS-EMPLOYEE-STATUS PIC X(2).
       *> EMPLOYEE.DAT入出力の状態コード
           88  WS-EMPLOYEE-OK VALUE '00'.
       01  WS-RATING-STATUS PIC X(2).
       *> PERFRATE.DAT入出力の状態コード
           88  WS-RATING-OK VALUE '00'.
       01  WS-MATRIX-STATUS PIC X(2).
       *> MERITMTX.DAT入出力の状態コード
           88  WS-MATRIX-OK VALUE '00'.
       01  WS-GRADE-STATUS PIC X(2).
       *> JOBGRADE.DAT入出力の状態コード
           88  WS-GRADE-OK VALUE '00'.
       01  WS-BUDGET-STATUS PIC X(2).
       *> MERITBUD.DAT入出力の状態コード
           88  WS-BUDGET-OK VALUE '00'.
       01  WS-REPORT-STATUS PIC X(2).
       *> MERITRPT.TXT入出力の状態コード
       01  WS-PROPOSAL-STATUS PIC X(2).
       *> MERITPRP.DAT入出力の状態コード
           88  WS-PROPOSAL-OK VALUE '00'.
       01  WS-TRANS-STATUS PIC X(2).
       *> EMPTRANS.DAT入出力の状態コード
       01  WS-OPERATOR-STATUS PIC X(2).
       *> OPERATOR.DAT入出力の状態コード
           88  WS-OPERATOR-FILE-OK VALUE '00'.
       01  WS-AUDIT-STATUS PIC X(2).
       *> AUDIT.LOG入出力の状態コード

       01  WS-AUDIT-CONTROL.
       *> 他のバッチプログラムと共有する監査ログの1エントリ分
           05  WS-AUDIT-PROGRAM-ID   PIC X(8)  VALUE 'MERITCYC'.
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

       01  WS-CURRENT-DATE-WORK PIC X(14).
       *> FUNCTION CURRENT-DATEの受け取り領域
       01  WS-RUN-DATE PIC X(10).
       *> 実行日（YYYY-MM-DD）

       *> サインオンの制御
       01  WS-SIGNON-CONTROL.
           05  WS-SIGNON-USER-ID PIC X(8).
           05  WS-SIGNON-PASSWORD PIC X(8).
           05  WS-SIGNON-ATTEMPTS PIC 9(1) VALUE 0.
           05  WS-SIGNON-OK PIC X(1) VALUE 'N'.
               88  WS-SIGNED-ON VALUE 'Y'.
           05  WS-PWD-SOURCE PIC X(8).
           *> ハッシュ計算の入力
           05  WS-PWD-HASH PIC 9(8).
           *> パスワードハッシュ（8桁の数値）
           05  WS-PWD-HASH-X REDEFINES WS-PWD-HASH PIC X(8).
           05  WS-PWD-CHAR-POS PIC 9(2).

       *> 職務等級テーブル
       01  WS-GRADE-TABLE.
           05  WS-JGT-COUNT PIC 9(2) VALUE 0.
           05  WS-JGT-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-JGT-IDX.
               10  WS-JGT-GRADE-CODE PIC X(2).
               10  WS-JGT-MIN-SALARY PIC 9(7)V99.
               10  WS-JGT-MAX-SALARY PIC 9(7)V99.

       *> 人事評価テーブル
       01  WS-RATING-TABLE.
           05  WS-PRT-COUNT PIC 9(3) VALUE 0.
           05  WS-PRT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PRT-IDX.
               10  WS-PRT-EMP-ID PIC 9(5).
               10  WS-PRT-RATING PIC X(1).

       *> 昇給マトリクステーブル
       01  WS-MATRIX-TABLE.
           05  WS-MMT-COUNT PIC 9(2) VALUE 0.
           05  WS-MMT-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-MMT-IDX.
               10  WS-MMT-RATING PIC X(1).
               10  WS-MMT-COMPA-LIMIT PIC 9(3)V99.
               10  WS-MMT-PERCENT PIC 9(2)V99.

       *> 部署別の昇給原資と集計
       01  WS-DEPT-TABLE.
           05  WS-DPT-COUNT PIC 9(2) VALUE 0.
           05  WS-DPT-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-DPT-IDX.
               10  WS-DPT-CODE PIC X(20).
               10  WS-DPT-POOL PIC 9(7)V99.
               10  WS-DPT-HAS-POOL PIC X(1).
               10  WS-DPT-MATRIX-TOTAL PIC 9(7)V99.
               10  WS-DPT-FINAL-TOTAL PIC 9(7)V99.
               10  WS-DPT-HEADCOUNT PIC 9(4).
               10  WS-DPT-SCALED PIC X(1).

       *> 従業員別の昇給計算テーブル
       01  WS-MERIT-TABLE.
           05  WS-MT-COUNT PIC 9(4) VALUE 0.
           05  WS-MT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-MT-IDX.
               10  WS-MT-EMP-ID PIC 9(5).
               10  WS-MT-NAME PIC X(30).
               10  WS-MT-DEPT PIC X(20).
               10  WS-MT-GRADE PIC X(2).
               10  WS-MT-SALARY PIC 9(7)V99.
               10  WS-MT-COMPA PIC 9(3)V99.
               10  WS-MT-RATING PIC X(1).
               10  WS-MT-PERCENT PIC 9(2)V99.
               10  WS-MT-INCREASE PIC 9(7)V99.
               10  WS-MT-NOTE PIC X(16).

       *> 昇給計算の作業領域
       01  WS-MERIT-CONTROL.
           05  WS-MODE PIC X(1).
           *> 処理モード（P=提案、A=承認）
           05  WS-EOF PIC X(1).
           *> ファイル終端フラグ
           05  WS-OPERATOR-EOF PIC X(1).
           *> オペレーターファイル終端フラグ
           05  WS-FOUND PIC X(1).
           *> テーブル検索結果フラグ（Y/N）
           05  WS-MIDPOINT PIC 9(7)V99.
           *> 等級バンドの中間値
           05  WS-BEST-LIMIT PIC 9(3)V99.
           *> 適用するマトリクス行のコンパレシオ上限
           05  WS-NEW-SALARY PIC 9(7).
           *> 昇給後の給与（整数。EMPLOYEEの給与入力に合わせる）
           05  WS-SCALE-INCREASE PIC 9(7).
           *> 按分後の昇給額（整数、切り捨て）
           05  WS-MOVE-COMMAND PIC X(60).
           *> 提案ファイル退避のコマンド
           05  WS-EFFECTIVE-INPUT PIC X(10).
           *> 入力された発効日（YYYY-MM-DD）
           05  WS-EFFECTIVE-NUM PIC 9(8).
           *> 発効日の数値化領域（妥当性チェック用）

       *> 実行結果の件数
       01  WS-MERIT-COUNTS.
           05  WS-PROPOSED-COUNT PIC 9(4) VALUE 0.
           *> 昇給を提案した従業員数
           05  WS-INELIGIBLE-COUNT PIC 9(4) VALUE 0.
           *> 対象外とした従業員数
           05  WS-EXCLUDED-COUNT PIC 9(4) VALUE 0.
           *> 提案テーブルに収まらなかった従業員数
           05  WS-GENERATED-COUNT PIC 9(4) VALUE 0.
           *> 生成した昇給指示の件数
           05  WS-SKIPPED-COUNT PIC 9(4) VALUE 0.
           *> 指示を作らなかった提案の件数
           05  WS-GRAND-INCREASE PIC 9(9)V99 VALUE 0.
           *> 昇給額の総合計

       *> 表示編集用
       01  WS-DISPLAY-FIELDS.
           05  WS-DISPLAY-SALARY PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-INCREASE PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-NEW PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-POOL PIC Z,ZZZ,ZZ9.99.
           05  WS-DISPLAY-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-DISPLAY-COMPA PIC ZZ9.99.
           05  WS-DISPLAY-PERCENT PIC Z9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       *> メイン処理開始
           DISPLAY '=========================================='
           DISPLAY 'Annual Merit Increase Cycle'
           DISPLAY '=========================================='

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-WORK
           MOVE SPACES TO WS-RUN-DATE
           STRING WS-CURRENT-DATE-WORK(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-DATE-WORK(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-DATE-WORK(7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING

           DISPLAY 'Mode: P=Propose increases, A=Approve and '
               'generate transactions: '
           ACCEPT WS-MODE
           EVALUATE WS-MODE
               WHEN 'P'
                   PERFORM PROPOSE-INCREASES
               WHEN 'A'
                   PERFORM APPROVE-INCREASES
               WHEN OTHER
                   DISPLAY 'Error: mode must be P or A'
                   MOVE 'Invalid mode' TO WS-AUDIT-MESSAGE
                   PERFORM REFUSE-RUN
           END-EVALUATE

           STOP RUN.
           *> プログラム終了

       REFUSE-RUN.
       *> 実行の拒否（WS-AUDIT-MESSAGEに理由を設定して呼ぶ）
           MOVE 'MAIN-PROCEDURE' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'F' TO WS-AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-LOG
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       PROPOSE-INCREASES.
       *> 提案モード本体（条件ファイルを読み、在籍者ごとに
       *> 昇給額を求め、部署の原資に合わせてからレポートと
       *> 提案ファイルを出力する）
           PERFORM LOAD-JOB-GRADES
           PERFORM LOAD-MERIT-MATRIX
           PERFORM LOAD-PERFORMANCE-RATINGS
           PERFORM LOAD-MERIT-BUDGETS
           IF WS-MMT-COUNT = 0
               DISPLAY 'Error: MERITMTX.DAT not found or empty'
               MOVE 'Merit matrix not available'
                   TO WS-AUDIT-MESSAGE
               PERFORM REFUSE-RUN
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF NOT WS-EMPLOYEE-OK
               DISPLAY 'Error: EMPLOYEE.DAT not found'
               MOVE 'Employee master not available'
                   TO WS-AUDIT-MESSAGE
               PERFORM REFUSE-RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOT WS-EMP-TERMINATED
                           PERFORM CALCULATE-MERIT-INCREASE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           IF WS-EXCLUDED-COUNT > 0
               DISPLAY 'Error: ' WS-EXCLUDED-COUNT
                   ' employee(s) exceed the proposal table - '
                   'no proposals written'
               MOVE 'Employees exceed proposal table - run refused'
                   TO WS-AUDIT-MESSAGE
               PERFORM REFUSE-RUN
           END-IF

           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-COUNT
               PERFORM APPLY-DEPARTMENT-POOL
           END-PERFORM

           PERFORM WRITE-PROPOSAL-REPORT
           PERFORM WRITE-PROPOSAL-FILE

           DISPLAY 'Increases proposed: ' WS-PROPOSED-COUNT
               ', not eligible: ' WS-INELIGIBLE-COUNT
           DISPLAY 'Proposal report written to MERITRPT.TXT'
           MOVE 'PROPOSE-INCREASES' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'S' TO WS-AUDIT-OUTCOME
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'Merit proposals written: ' DELIMITED BY SIZE
                  WS-PROPOSED-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       LOAD-JOB-GRADES.
       *> 職務等級マスタの読み込み
           OPEN INPUT JOB-GRADE-FILE
           IF NOT WS-GRADE-OK
               DISPLAY 'Job grade master not found - no employee '
                   'is eligible'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ JOB-GRADE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-JGT-COUNT < 20
                           ADD 1 TO WS-JGT-COUNT
                           SET WS-JGT-IDX TO WS-JGT-COUNT
                           MOVE WS-JG-GRADE-CODE
                               TO WS-JGT-GRADE-CODE(WS-JGT-IDX)
                           MOVE WS-JG-MIN-SALARY
                               TO WS-JGT-MIN-SALARY(WS-JGT-IDX)
                           MOVE WS-JG-MAX-SALARY
                               TO WS-JGT-MAX-SALARY(WS-JGT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-GRADE-FILE.

       LOAD-MERIT-MATRIX.
       *> 昇給マトリクスの読み込み（数値不正の行は読み飛ばす）
           OPEN INPUT MERIT-MATRIX-FILE
           IF NOT WS-MATRIX-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MERIT-MATRIX-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-MM-COMPA-LIMIT IS NUMERIC
                           AND WS-MM-PERCENT IS NUMERIC
                           AND WS-MM-RATING NOT = SPACE
                           AND WS-MMT-COUNT < 50
                           ADD 1 TO WS-MMT-COUNT
                           SET WS-MMT-IDX TO WS-MMT-COUNT
                           MOVE WS-MM-RATING
                               TO WS-MMT-RATING(WS-MMT-IDX)
                           MOVE WS-MM-COMPA-LIMIT
                               TO WS-MMT-COMPA-LIMIT(WS-MMT-IDX)
                           MOVE WS-MM-PERCENT
                               TO WS-MMT-PERCENT(WS-MMT-IDX)
                       ELSE
                           DISPLAY '*** Invalid matrix row skipped: '
                               MERIT-MATRIX-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MERIT-MATRIX-FILE
           DISPLAY 'Merit matrix loaded: ' WS-MMT-COUNT ' row(s)'.

       LOAD-PERFORMANCE-RATINGS.
       *> 人事評価の読み込み（評価の無い従業員は対象外になる）
           OPEN INPUT PERF-RATING-FILE
           IF NOT WS-RATING-OK
               DISPLAY 'PERFRATE.DAT not found - no employee is '
                   'eligible'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PERF-RATING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PR-EMP-ID IS NUMERIC
                           AND WS-PRT-COUNT < 500
                           ADD 1 TO WS-PRT-COUNT
                           SET WS-PRT-IDX TO WS-PRT-COUNT
                           MOVE WS-PR-EMP-ID
                               TO WS-PRT-EMP-ID(WS-PRT-IDX)
                           MOVE WS-PR-RATING
                               TO WS-PRT-RATING(WS-PRT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERF-RATING-FILE
           DISPLAY 'Performance ratings loaded: ' WS-PRT-COUNT.

       LOAD-MERIT-BUDGETS.
       *> 部署別昇給原資の読み込み（原資の無い部署は上限なし
       *> として扱い、レポートにその旨を表示する）
           OPEN INPUT MERIT-BUDGET-FILE
           IF NOT WS-BUDGET-OK
               DISPLAY 'MERITBUD.DAT not found - no department '
                   'budget pools applied'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MERIT-BUDGET-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-MB-POOL IS NUMERIC
                           AND WS-DPT-COUNT < 50
                           ADD 1 TO WS-DPT-COUNT
                           SET WS-DPT-IDX TO WS-DPT-COUNT
                           MOVE WS-MB-DEPT-CODE
                               TO WS-DPT-CODE(WS-DPT-IDX)
                           MOVE WS-MB-POOL TO WS-DPT-POOL(WS-DPT-IDX)
                           MOVE 'Y' TO WS-DPT-HAS-POOL(WS-DPT-IDX)
                           MOVE 0 TO WS-DPT-MATRIX-TOTAL(WS-DPT-IDX)
                           MOVE 0 TO WS-DPT-FINAL-TOTAL(WS-DPT-IDX)
                           MOVE 0 TO WS-DPT-HEADCOUNT(WS-DPT-IDX)
                           MOVE 'N' TO WS-DPT-SCALED(WS-DPT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MERIT-BUDGET-FILE.

       CALCULATE-MERIT-INCREASE.
       *> 従業員1名分の昇給額の計算（評価と等級のある従業員のみ。
       *> 昇給後の給与は整数に丸め、等級バンドの上限で止める）
           IF WS-MT-COUNT >= 1000
               ADD 1 TO WS-EXCLUDED-COUNT
               DISPLAY '*** Proposal table full - employee '
                   WS-EMP-ID ' not included'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MT-COUNT
           SET WS-MT-IDX TO WS-MT-COUNT
           MOVE WS-EMP-ID TO WS-MT-EMP-ID(WS-MT-IDX)
           MOVE WS-EMP-NAME TO WS-MT-NAME(WS-MT-IDX)
           MOVE WS-EMP-DEPT TO WS-MT-DEPT(WS-MT-IDX)
           MOVE WS-EMP-GRADE TO WS-MT-GRADE(WS-MT-IDX)
           MOVE WS-EMP-SALARY TO WS-MT-SALARY(WS-MT-IDX)
           MOVE 0 TO WS-MT-COMPA(WS-MT-IDX)
           MOVE SPACE TO WS-MT-RATING(WS-MT-IDX)
           MOVE 0 TO WS-MT-PERCENT(WS-MT-IDX)
           MOVE 0 TO WS-MT-INCREASE(WS-MT-IDX)
           MOVE SPACES TO WS-MT-NOTE(WS-MT-IDX)

           PERFORM FIND-DEPARTMENT
           ADD 1 TO WS-DPT-HEADCOUNT(WS-DPT-IDX)

           *> 人事評価
           MOVE 'N' TO WS-FOUND
           IF WS-PRT-COUNT > 0
               SET WS-PRT-IDX TO 1
               SEARCH WS-PRT-ENTRY
                   WHEN WS-PRT-EMP-ID(WS-PRT-IDX) = WS-EMP-ID
                       MOVE 'Y' TO WS-FOUND
               END-SEARCH
           END-IF
           IF WS-FOUND NOT = 'Y'
               MOVE 'NO RATING' TO WS-MT-NOTE(WS-MT-IDX)
               ADD 1 TO WS-INELIGIBLE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRT-RATING(WS-PRT-IDX) TO WS-MT-RATING(WS-MT-IDX)

           *> 等級バンドとコンパレシオ
           MOVE 'N' TO WS-FOUND
           IF WS-JGT-COUNT > 0 AND WS-EMP-GRADE NOT = SPACES
               SET WS-JGT-IDX TO 1
               SEARCH WS-JGT-ENTRY
                   WHEN WS-JGT-GRADE-CODE(WS-JGT-IDX) = WS-EMP-GRADE
                       MOVE 'Y' TO WS-FOUND
               END-SEARCH
           END-IF
           IF WS-FOUND NOT = 'Y'
               MOVE 'NO GRADE' TO WS-MT-NOTE(WS-MT-IDX)
               ADD 1 TO WS-INELIGIBLE-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MIDPOINT =
               (WS-JGT-MIN-SALARY(WS-JGT-IDX)
                + WS-JGT-MAX-SALARY(WS-JGT-IDX)) / 2
           IF WS-MIDPOINT = 0
               MOVE 'NO GRADE' TO WS-MT-NOTE(WS-MT-IDX)
               ADD 1 TO WS-INELIGIBLE-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MT-COMPA(WS-MT-IDX) ROUNDED =
               WS-EMP-SALARY * 100 / WS-MIDPOINT

           *> マトリクス（同じ評価でコンパレシオ以上の上限のうち
           *> 最も小さい行）
           MOVE 'N' TO WS-FOUND
           MOVE 999.99 TO WS-BEST-LIMIT
           PERFORM VARYING WS-MMT-IDX FROM 1 BY 1
                   UNTIL WS-MMT-IDX > WS-MMT-COUNT
               IF WS-MMT-RATING(WS-MMT-IDX) = WS-MT-RATING(WS-MT-IDX)
                   AND WS-MMT-COMPA-LIMIT(WS-MMT-IDX)
                       >= WS-MT-COMPA(WS-MT-IDX)
                   AND WS-MMT-COMPA-LIMIT(WS-MMT-IDX)
                       <= WS-BEST-LIMIT
                   MOVE 'Y' TO WS-FOUND
                   MOVE WS-MMT-COMPA-LIMIT(WS-MMT-IDX)
                       TO WS-BEST-LIMIT
                   MOVE WS-MMT-PERCENT(WS-MMT-IDX)
                       TO WS-MT-PERCENT(WS-MT-IDX)
               END-IF
           END-PERFORM
           IF WS-FOUND NOT = 'Y'
               MOVE 'NO MATRIX ROW' TO WS-MT-NOTE(WS-MT-IDX)
               ADD 1 TO WS-INELIGIBLE-COUNT
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-NEW-SALARY ROUNDED =
               WS-EMP-SALARY
               + (WS-EMP-SALARY * WS-MT-PERCENT(WS-MT-IDX) / 100)
           IF WS-NEW-SALARY > WS-JGT-MAX-SALARY(WS-JGT-IDX)
               MOVE WS-JGT-MAX-SALARY(WS-JGT-IDX) TO WS-NEW-SALARY
               MOVE 'CAPPED AT MAX' TO WS-MT-NOTE(WS-MT-IDX)
           END-IF
           IF WS-NEW-SALARY > WS-EMP-SALARY
               COMPUTE WS-MT-INCREASE(WS-MT-IDX) =
                   WS-NEW-SALARY - WS-EMP-SALARY
               ADD WS-MT-INCREASE(WS-MT-IDX)
                   TO WS-DPT-MATRIX-TOTAL(WS-DPT-IDX)
           ELSE
               IF WS-MT-PERCENT(WS-MT-IDX) > 0
                   MOVE 'AT BAND MAX' TO WS-MT-NOTE(WS-MT-IDX)
               END-IF
           END-IF.

       FIND-DEPARTMENT.
       *> WS-EMP-DEPTの部署エントリを検索し、無ければ原資なしで
       *> 追加する（WS-DPT-IDXに位置を返す）
           MOVE 'N' TO WS-FOUND
           IF WS-DPT-COUNT > 0
               SET WS-DPT-IDX TO 1
               SEARCH WS-DPT-ENTRY
                   WHEN WS-DPT-CODE(WS-DPT-IDX) = WS-EMP-DEPT
                       MOVE 'Y' TO WS-FOUND
               END-SEARCH
           END-IF
           IF WS-FOUND NOT = 'Y'
               IF WS-DPT-COUNT < 50
                   ADD 1 TO WS-DPT-COUNT
               END-IF
               SET WS-DPT-IDX TO WS-DPT-COUNT
               MOVE WS-EMP-DEPT TO WS-DPT-CODE(WS-DPT-IDX)
               MOVE 0 TO WS-DPT-POOL(WS-DPT-IDX)
               MOVE 'N' TO WS-DPT-HAS-POOL(WS-DPT-IDX)
               MOVE 0 TO WS-DPT-MATRIX-TOTAL(WS-DPT-IDX)
               MOVE 0 TO WS-DPT-FINAL-TOTAL(WS-DPT-IDX)
               MOVE 0 TO WS-DPT-HEADCOUNT(WS-DPT-IDX)
               MOVE 'N' TO WS-DPT-SCALED(WS-DPT-IDX)
           END-IF.

       APPLY-DEPARTMENT-POOL.
       *> 部署1件分の原資チェック（マトリクスどおりの昇給額合計が
       *> 原資を超える場合は各人の昇給額を原資÷合計の割合で
       *> 按分し、整数に切り捨てて原資内に収める）
           IF WS-DPT-HAS-POOL(WS-DPT-IDX) = 'Y'
               AND WS-DPT-MATRIX-TOTAL(WS-DPT-IDX)
                   > WS-DPT-POOL(WS-DPT-IDX)
               MOVE 'Y' TO WS-DPT-SCALED(WS-DPT-IDX)
           END-IF

           MOVE 0 TO WS-DPT-FINAL-TOTAL(WS-DPT-IDX)
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-COUNT
               IF WS-MT-DEPT(WS-MT-IDX) = WS-DPT-CODE(WS-DPT-IDX)
                   AND WS-MT-INCREASE(WS-MT-IDX) > 0
                   IF WS-DPT-SCALED(WS-DPT-IDX) = 'Y'
                       COMPUTE WS-SCALE-INCREASE =
                           WS-MT-INCREASE(WS-MT-IDX)
                           * WS-DPT-POOL(WS-DPT-IDX)
                           / WS-DPT-MATRIX-TOTAL(WS-DPT-IDX)
                       MOVE WS-SCALE-INCREASE
                           TO WS-MT-INCREASE(WS-MT-IDX)
                       MOVE 'SCALED TO POOL' TO WS-MT-NOTE(WS-MT-IDX)
                   END-IF
                   ADD WS-MT-INCREASE(WS-MT-IDX)
                       TO WS-DPT-FINAL-TOTAL(WS-DPT-IDX)
                   IF WS-MT-INCREASE(WS-MT-IDX) > 0
                       ADD 1 TO WS-PROPOSED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           ADD WS-DPT-FINAL-TOTAL(WS-DPT-IDX) TO WS-GRAND-INCREASE.

       WRITE-PROPOSAL-REPORT.
       *> 部署別の昇給提案レポートの出力
           OPEN OUTPUT MERIT-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MERIT INCREASE PROPOSAL - RUN DATE '
                   DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WS-REPORT-LINE

           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-COUNT
               IF WS-DPT-HEADCOUNT(WS-DPT-IDX) > 0
                   PERFORM WRITE-DEPARTMENT-SECTION
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE WS-GRAND-INCREASE TO WS-DISPLAY-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL PROPOSED INCREASE: ' DELIMITED BY SIZE
                  WS-DISPLAY-TOTAL DELIMITED BY SIZE
                  '  EMPLOYEES: ' DELIMITED BY SIZE
                  WS-PROPOSED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'APPROVAL: run MERIT-CYCLE in mode A as a '
                   DELIMITED BY SIZE
                  'supervisor to generate EMPTRANS.DAT'
                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WS-REPORT-LINE
           CLOSE MERIT-REPORT-FILE.

       WRITE-DEPARTMENT-SECTION.
       *> 部署1件分の見出し・明細・原資との比較
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DEPARTMENT: ' DELIMITED BY SIZE
                  WS-DPT-CODE(WS-DPT-IDX) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WS-REPORT-LINE
           MOVE 'EMP ID NAME                 GR       SALARY  COMPA R'
               TO WS-REPORT-LINE
           MOVE '   PCT     INCREASE   NEW SALARY NOTE'
               TO WS-REPORT-LINE(53:)
           WRITE WS-REPORT-LINE

           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-COUNT
               IF WS-MT-DEPT(WS-MT-IDX) = WS-DPT-CODE(WS-DPT-IDX)
                   PERFORM WRITE-EMPLOYEE-LINE
               END-IF
           END-PERFORM

           MOVE WS-DPT-MATRIX-TOTAL(WS-DPT-IDX) TO WS-DISPLAY-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  MATRIX INCREASE TOTAL:  ' DELIMITED BY SIZE
                  WS-DISPLAY-TOTAL DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-DPT-HAS-POOL(WS-DPT-IDX) = 'Y'
               MOVE WS-DPT-POOL(WS-DPT-IDX) TO WS-DISPLAY-TOTAL
               STRING '  BUDGET POOL:            ' DELIMITED BY SIZE
                      WS-DISPLAY-TOTAL DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               MOVE '  BUDGET POOL:            (none on file)'
                   TO WS-REPORT-LINE
           END-IF
           WRITE WS-REPORT-LINE
           MOVE WS-DPT-FINAL-TOTAL(WS-DPT-IDX) TO WS-DISPLAY-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  PROPOSED INCREASE TOTAL:' DELIMITED BY SIZE
                  WS-DISPLAY-TOTAL DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           IF WS-DPT-SCALED(WS-DPT-IDX) = 'Y'
               MOVE '  (scaled down to fit pool)'
                   TO WS-REPORT-LINE(41:)
           END-IF
           WRITE WS-REPORT-LINE.

       WRITE-EMPLOYEE-LINE.
       *> 従業員1名分の明細行
           MOVE WS-MT-SALARY(WS-MT-IDX) TO WS-DISPLAY-SALARY
           MOVE WS-MT-COMPA(WS-MT-IDX) TO WS-DISPLAY-COMPA
           MOVE WS-MT-PERCENT(WS-MT-IDX) TO WS-DISPLAY-PERCENT
           MOVE WS-MT-INCREASE(WS-MT-IDX) TO WS-DISPLAY-INCREASE
           COMPUTE WS-NEW-SALARY =
               WS-MT-SALARY(WS-MT-IDX) + WS-MT-INCREASE(WS-MT-IDX)
           MOVE WS-NEW-SALARY TO WS-DISPLAY-NEW
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-MT-EMP-ID(WS-MT-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-MT-NAME(WS-MT-IDX)(1:20) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MT-GRADE(WS-MT-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-SALARY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-COMPA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MT-RATING(WS-MT-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-PERCENT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-INCREASE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-NEW DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MT-NOTE(WS-MT-IDX) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WS-REPORT-LINE.

       WRITE-PROPOSAL-FILE.
       *> 昇給額のある従業員の提案ファイルの出力
           OPEN OUTPUT MERIT-PROPOSAL-FILE
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-COUNT
               IF WS-MT-INCREASE(WS-MT-IDX) > 0
                   MOVE SPACES TO MERIT-PROPOSAL-RECORD
                   MOVE WS-MT-EMP-ID(WS-MT-IDX) TO WS-MP-EMP-ID
                   MOVE WS-MT-DEPT(WS-MT-IDX) TO WS-MP-DEPT
                   MOVE WS-MT-RATING(WS-MT-IDX) TO WS-MP-RATING
                   MOVE WS-MT-SALARY(WS-MT-IDX) TO WS-MP-OLD-SALARY
                   MOVE WS-MT-INCREASE(WS-MT-IDX) TO WS-MP-INCREASE
                   COMPUTE WS-MP-NEW-SALARY =
                       WS-MT-SALARY(WS-MT-IDX)
                       + WS-MT-INCREASE(WS-MT-IDX)
                   WRITE MERIT-PROPOSAL-RECORD
               END-IF
           END-PERFORM
           CLOSE MERIT-PROPOSAL-FILE.

       APPROVE-INCREASES.
       *> 承認モード本体（スーパーバイザーのサインオン後、提案
       *> ごとに従業員マスタの現在の内容でUPDATE指示を作る）
           PERFORM SUPERVISOR-SIGN-ON
           IF NOT WS-SIGNED-ON
               DISPLAY 'Sign-on failed - exiting'
               MOVE 'Approval refused - sign-on failed'
                   TO WS-AUDIT-MESSAGE
               PERFORM REFUSE-RUN
           END-IF

           DISPLAY 'Effective date YYYY-MM-DD (blank = today): '
           ACCEPT WS-EFFECTIVE-INPUT
           IF WS-EFFECTIVE-INPUT = SPACES
               MOVE WS-RUN-DATE TO WS-EFFECTIVE-INPUT
           END-IF
           PERFORM VALIDATE-EFFECTIVE-DATE
           IF WS-FOUND NOT = 'Y'
               DISPLAY 'Error: effective date must be a valid '
                   'YYYY-MM-DD date'
               MOVE 'Approval refused - invalid effective date'
                   TO WS-AUDIT-MESSAGE
               PERFORM REFUSE-RUN
           END-IF

           OPEN INPUT MERIT-PROPOSAL-FILE
           IF NOT WS-PROPOSAL-OK
               DISPLAY 'Error: MERITPRP.DAT not found - run mode P '
                   'first'
               MOVE 'Approval refused - no proposal file'
                   TO WS-AUDIT-MESSAGE
               PERFORM REFUSE-RUN
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT WS-EMPLOYEE-OK
               CLOSE MERIT-PROPOSAL-FILE
               DISPLAY 'Error: EMPLOYEE.DAT not found'
               MOVE 'Employee master not available'
                   TO WS-AUDIT-MESSAGE
               PERFORM REFUSE-RUN
           END-IF
           *> 未適用の保守指示を消さないよう追記で開く
           OPEN EXTEND EMPLOYEE-TRANS-FILE
           IF WS-TRANS-STATUS NOT = '00'
               OPEN OUTPUT EMPLOYEE-TRANS-FILE
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MERIT-PROPOSAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM GENERATE-UPDATE-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE EMPLOYEE-TRANS-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE MERIT-PROPOSAL-FILE

           *> 使用済みの提案ファイルを退避して二重生成を防ぐ
           MOVE 'mv MERITPRP.DAT MERITPRP.DONE' TO WS-MOVE-COMMAND
           CALL 'SYSTEM' USING WS-MOVE-COMMAND

           DISPLAY 'Update transactions written to EMPTRANS.DAT: '
               WS-GENERATED-COUNT
           DISPLAY 'Proposals skipped: ' WS-SKIPPED-COUNT
           MOVE 'APPROVE-INCREASES' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'S' TO WS-AUDIT-OUTCOME
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'Merit increases approved, effective '
                   DELIMITED BY SIZE
                  WS-EFFECTIVE-INPUT DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-GENERATED-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       VALIDATE-EFFECTIVE-DATE.
       *> 発効日の形式チェック（YYYY-MM-DDの実在する日付）
           MOVE 'N' TO WS-FOUND
           IF WS-EFFECTIVE-INPUT(5:1) NOT = '-'
               OR WS-EFFECTIVE-INPUT(8:1) NOT = '-'
               OR WS-EFFECTIVE-INPUT(1:4) IS NOT NUMERIC
               OR WS-EFFECTIVE-INPUT(6:2) IS NOT NUMERIC
               OR WS-EFFECTIVE-INPUT(9:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           STRING WS-EFFECTIVE-INPUT(1:4) DELIMITED BY SIZE
                  WS-EFFECTIVE-INPUT(6:2) DELIMITED BY SIZE
                  WS-EFFECTIVE-INPUT(9:2) DELIMITED BY SIZE
               INTO WS-EFFECTIVE-NUM
           END-STRING
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFFECTIVE-NUM) = 0
               MOVE 'Y' TO WS-FOUND
           END-IF.

       GENERATE-UPDATE-TRANSACTION.
       *> 提案1件分のUPDATE指示の生成（氏名・部署・入社日・等級は
       *> 従業員マスタの現在の内容を使い、給与だけを変える）
           MOVE WS-MP-EMP-ID TO WS-EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY '*** Employee ' WS-MP-EMP-ID
                       ' not on master - skipped'
                   ADD 1 TO WS-SKIPPED-COUNT
                   EXIT PARAGRAPH
           END-READ
           IF WS-EMP-TERMINATED
               DISPLAY '*** Employee ' WS-MP-EMP-ID
                   ' terminated since proposal - skipped'
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-SALARY NOT = WS-MP-OLD-SALARY
               DISPLAY '*** Employee ' WS-MP-EMP-ID
                   ' salary changed since proposal - skipped'
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE 'GENERATE-UPDATE-TRANSACTION'
                   TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING 'Stale merit proposal skipped for employee '
                       DELIMITED BY SIZE
                      WS-MP-EMP-ID DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
               PERFORM WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO EMPLOYEE-TRANS-RECORD
           MOVE 'UPDATE' TO WS-ET-ACTION
           MOVE WS-EMP-ID TO WS-ET-EMP-ID
           MOVE WS-EMP-NAME TO WS-ET-NAME
           MOVE WS-EMP-DEPT TO WS-ET-DEPT
           MOVE WS-MP-NEW-SALARY TO WS-ET-SALARY
           MOVE WS-EMP-HIRE-DATE TO WS-ET-DATE
           MOVE WS-EMP-GRADE TO WS-ET-GRADE
           MOVE WS-EFFECTIVE-INPUT TO WS-ET-EFFECTIVE-DATE
           WRITE EMPLOYEE-TRANS-RECORD
           ADD 1 TO WS-GENERATED-COUNT.

       SUPERVISOR-SIGN-ON.
       *> スーパーバイザーのサインオン（PERIOD-CLOSEと同じく
       *> OPERATOR.DATと照合し、ロールSのみ許可。3回失敗で打ち切り）
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPERATOR-FILE-OK
               DISPLAY 'Operator file not found - merit approval '
                   'requires a supervisor account'
               EXIT PARAGRAPH
           END-IF
           CLOSE OPERATOR-FILE

           MOVE 0 TO WS-SIGNON-ATTEMPTS
           PERFORM UNTIL WS-SIGNED-ON
                   OR WS-SIGNON-ATTEMPTS >= 3
               DISPLAY 'Supervisor ID: '
               ACCEPT WS-SIGNON-USER-ID
               DISPLAY 'Password: '
               ACCEPT WS-SIGNON-PASSWORD
               PERFORM VERIFY-SUPERVISOR
               IF NOT WS-SIGNED-ON
                   ADD 1 TO WS-SIGNON-ATTEMPTS
                   DISPLAY 'Sign-on failed!'
                   MOVE 'SUPERVISOR-SIGN-ON'
                       TO WS-AUDIT-PARAGRAPH-ID
                   MOVE 'F' TO WS-AUDIT-OUTCOME
                   MOVE SPACES TO WS-AUDIT-MESSAGE
                   STRING 'Sign-on failed: ' DELIMITED BY SIZE
                          WS-SIGNON-USER-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE
                   END-STRING
                   PERFORM WRITE-AUDIT-LOG
               END-IF
           END-PERFORM

           IF WS-SIGNED-ON
               MOVE WS-SIGNON-USER-ID TO WS-AUDIT-USER-ID
               DISPLAY 'Signed on as ' WS-AUDIT-USER-ID
           END-IF.

       VERIFY-SUPERVISOR.
       *> 入力されたID・パスワードをオペレーターファイルと照合する
           MOVE 'N' TO WS-OPERATOR-EOF
           OPEN INPUT OPERATOR-FILE
           PERFORM UNTIL WS-OPERATOR-EOF = 'Y'
               READ OPERATOR-FILE
                   AT END
                       MOVE 'Y' TO WS-OPERATOR-EOF
                   NOT AT END
                       PERFORM MATCH-OPERATOR-RECORD
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE.

       MATCH-OPERATOR-RECORD.
       *> オペレーター1件分の照合（ロールS・有効なアカウントのみ）
           IF WS-OP-ID NOT = WS-SIGNON-USER-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-ROLE NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-ACCT-STATUS = 'D' OR WS-OP-ACCT-STATUS = 'L'
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-PWD-FORMAT = 'H'
               MOVE WS-SIGNON-PASSWORD TO WS-PWD-SOURCE
               PERFORM COMPUTE-PASSWORD-HASH
               IF WS-PWD-HASH-X = WS-OP-PASSWORD
                   MOVE 'Y' TO WS-SIGNON-OK
               END-IF
           ELSE
               IF WS-OP-PASSWORD = WS-SIGNON-PASSWORD
                   MOVE 'Y' TO WS-SIGNON-OK
               END-IF
           END-IF.

       COMPUTE-PASSWORD-HASH.
       *> パスワードハッシュの計算（EMPLOYEEと同一の一方向変換）
           MOVE 0 TO WS-PWD-HASH
           PERFORM VARYING WS-PWD-CHAR-POS FROM 1 BY 1
                   UNTIL WS-PWD-CHAR-POS > 8
               COMPUTE WS-PWD-HASH = FUNCTION MOD(
                   WS-PWD-HASH * 31
                   + FUNCTION ORD(
                       WS-PWD-SOURCE(WS-PWD-CHAR-POS:1))
                   * WS-PWD-CHAR-POS, 99999989)
           END-PERFORM.

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
