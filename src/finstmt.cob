       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIN-STATEMENTS.
       AUTHOR. COBOL Developer.
       DATE-WRITTEN. 2026.
       *> プログラム名: Financial Statements
       *> 目的: 勘定科目マスタに基づく貸借対照表・損益計算書の出力
       *> 機能: 勘定科目マスタ（COA.DAT）で各勘定科目に名称・
       *>       勘定区分（A=資産、L=負債、E=純資産、R=収益、
       *>       X=費用）・表示行グループを定義する。GLBAL.DATの全
       *>       勘定科目がマスタに登録されていることを検証し、
       *>       未登録の科目があれば例外一覧（FINEXCP.TXT）を出力して
       *>       財務諸表を作成せずに異常終了する。
       *>       期間別の金額は取り込み済みバッチ登録（GLLOADED.DAT）
       *>       の仕訳バッチ明細から求める。貸借対照表は期末時点の
       *>       累計残高（GLBAL.DATから指定期間より後の明細を
       *>       控除）、損益計算書は期間内の発生額とし、いずれも
       *>       前期間（前月）の比較列を付けてFINSTMT.TXTへ出力する
       *>
       *> 変更履歴:
       *> 2026-10-15  COBOL Developer  初版作成

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> 勘定科目マスタファイル
           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO 'COA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-COA-STATUS.

           *> 残高マスタファイル（GL-LOADERが更新する）
           SELECT GL-BALANCES-FILE ASSIGN TO 'GLBAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-BALANCES-STATUS.

           *> 取り込み済みバッチ登録ファイル（GL-LOADERが追記する）
           SELECT LOADED-REGISTRY-FILE ASSIGN TO 'GLLOADED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-REGISTRY-STATUS.

           *> 仕訳バッチファイル（登録ファイルのファイル名で開く）
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-JOURNAL-STATUS.

           *> 財務諸表レポートファイル
           SELECT STATEMENT-FILE ASSIGN TO 'FINSTMT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-STATEMENT-STATUS.

           *> 勘定科目マスタ例外一覧ファイル
           SELECT EXCEPTION-FILE ASSIGN TO 'FINEXCP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-EXCEPTION-STATUS.

           *> 監査ログ（他のバッチプログラムと共有する実行履歴。
           *> 実行ごとに追記するためEXTENDで開く）
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
       *> 勘定科目マスタレコード構造
       FD  CHART-OF-ACCOUNTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHART-OF-ACCOUNTS-RECORD.
           05  WS-CA-ACCOUNT PIC X(8).
           *> 勘定科目（GLBAL.DATのWS-GB-ACCOUNTと同一コード）
           05  FILLER PIC X(1).
           05  WS-CA-DESCRIPTION PIC X(30).
           *> 勘定科目名称
           05  FILLER PIC X(1).
           05  WS-CA-TYPE PIC X(1).
           *> 勘定区分（A/L/E/R/X）
               88  WS-CA-TYPE-VALID VALUE 'A' 'L' 'E' 'R' 'X'.
           05  FILLER PIC X(1).
           05  WS-CA-LINE-GROUP PIC X(30).
           *> 財務諸表の表示行グループ（同じ名称の科目を1行に集計。
           *> 表示順はマスタ内の初出順）

       *> 残高マスタレコード構造（GL-LOADERのGL-BALANCES-RECORDと
       *> 同一）
       FD  GL-BALANCES-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-BALANCES-RECORD.
           05  WS-GB-ACCOUNT PIC X(8).
           05  FILLER PIC X(1).
           05  WS-GB-COST-CENTER PIC X(8).
           05  FILLER PIC X(1).
           05  WS-GB-DEBIT-TOTAL PIC 9(11)V99.
           05  FILLER PIC X(1).
           05  WS-GB-CREDIT-TOTAL PIC 9(11)V99.

       *> 取り込み済みバッチ登録レコード構造（GL-LOADERの
       *> LOADED-REGISTRY-RECORDと同一）
       FD  LOADED-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOADED-REGISTRY-RECORD.
           05  WS-LR-BATCH-DATE PIC X(8).
           05  FILLER PIC X(1).
           05  WS-LR-SOURCE PIC X(8).
           05  FILLER PIC X(1).
           05  WS-LR-FILENAME PIC X(30).

       *> 仕訳レコード構造（GL-JOURNALのJOURNAL-RECORDと同一）
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD.
           05  WS-JR-RECORD-TYPE PIC X(1).
           05  FILLER PIC X(1).
           05  WS-JR-ACCOUNT PIC X(8).
           05  FILLER PIC X(1).
           05  WS-JR-COST-CENTER PIC X(8).
           05  FILLER PIC X(1).
           05  WS-JR-DEBIT PIC 9(9)V99.
           05  FILLER PIC X(1).
           05  WS-JR-CREDIT PIC 9(9)V99.
           05  FILLER PIC X(1).
           05  WS-JR-SOURCE PIC X(8).
           05  FILLER PIC X(1).
           05  WS-JR-DATE PIC X(8).

       *> 財務諸表レポート行
       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-STATEMENT-LINE PIC X(132).

       *> 例外一覧レポート行
       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-EXCEPTION-LINE PIC X(132).

       *> 他のバッチプログラムと共有する監査ログ
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-AUDIT-LOG-RECORD PIC X(132).

       *> 監査ログ通番ファイル（最終通番のみを1行で保持する）
       FD  AUDIT-SEQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-SEQ-RECORD           PIC 9(7).

       WORKING-STORAGE SECTION.
       *> 作業領域の変数定義
       01  WS-COA-STATUS PIC X(2).
       *> COA.DAT入出力の状態コード
           88  WS-COA-OK VALUE '00'.
       01  WS-BALANCES-STATUS PIC X(2).
       *> GLBAL.DAT入出力の状態コード
           88  WS-BALANCES-OK VALUE '00'.
       01  WS-REGISTRY-STATUS PIC X(2).
       *> GLLOADED.DAT入出力の状態コード
           88  WS-REGISTRY-OK VALUE '00'.
       01  WS-JOURNAL-STATUS PIC X(2).
       *> 仕訳バッチ入出力の状態コード
           88  WS-JOURNAL-OK VALUE '00'.
       01  WS-STATEMENT-STATUS PIC X(2).
       *> FINSTMT.TXT入出力の状態コード
       01  WS-EXCEPTION-STATUS PIC X(2).
       *> FINEXCP.TXT入出力の状態コード
       01  WS-AUDIT-STATUS PIC X(2).
       *> AUDIT.LOG入出力の状態コード

       01  WS-AUDIT-CONTROL.
       *> 他のバッチプログラムと共有する監査ログの1エントリ分
           05  WS-AUDIT-PROGRAM-ID   PIC X(8)  VALUE 'FINSTMT'.
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

       01  WS-JOURNAL-FILENAME PIC X(30).
       *> 読み込む仕訳バッチのファイル名
       01  WS-CURRENT-DATE-WORK PIC X(14).
       *> FUNCTION CURRENT-DATEの受け取り領域

       *> 対象期間と比較期間
       01  WS-PERIOD-CONTROL.
           05  WS-PERIOD-INPUT PIC X(6).
           *> 入力された対象期間（YYYYMM）
           05  WS-CUR-PERIOD PIC X(6).
           *> 対象期間（YYYYMM）
           05  WS-CUR-PERIOD-NUM REDEFINES WS-CUR-PERIOD.
               10  WS-CUR-YEAR PIC 9(4).
               10  WS-CUR-MONTH PIC 9(2).
           05  WS-PRIOR-PERIOD PIC X(6).
           *> 比較期間（対象期間の前月）
           05  WS-PRIOR-PERIOD-NUM REDEFINES WS-PRIOR-PERIOD.
               10  WS-PRIOR-YEAR PIC 9(4).
               10  WS-PRIOR-MONTH PIC 9(2).
           05  WS-PERIOD-VALID PIC X(1) VALUE 'Y'.
           *> 対象期間の指定が正しいかどうか（Y/N）

       *> 勘定科目テーブル（COA.DATの内容と科目別の集計額。
       *> 金額はすべて借方－貸方の純額で保持する）
       01  WS-COA-TABLE.
           05  WS-COA-COUNT PIC 9(3) VALUE 0.
           05  WS-COA-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-COA-IDX.
               10  WS-COA-ACCOUNT PIC X(8).
               10  WS-COA-DESCRIPTION PIC X(30).
               10  WS-COA-TYPE PIC X(1).
               10  WS-COA-LINE-GROUP PIC X(30).
               10  WS-COA-CUMULATIVE PIC S9(13)V99.
               *> GLBAL.DATの累計純額
               10  WS-COA-AFTER-CUR PIC S9(13)V99.
               *> 対象期間より後に計上された明細の純額
               10  WS-COA-AFTER-PRIOR PIC S9(13)V99.
               *> 比較期間より後に計上された明細の純額
               10  WS-COA-ACTIVITY-CUR PIC S9(13)V99.
               *> 対象期間内に計上された明細の純額
               10  WS-COA-ACTIVITY-PRIOR PIC S9(13)V99.
               *> 比較期間内に計上された明細の純額

       *> 財務諸表の表示行テーブル（勘定区分＋表示行グループ別）
       01  WS-LINE-TABLE.
           05  WS-LN-COUNT PIC 9(3) VALUE 0.
           05  WS-LN-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-LN-IDX.
               10  WS-LN-TYPE PIC X(1).
               10  WS-LN-GROUP PIC X(30).
               10  WS-LN-CUR PIC S9(13)V99.
               10  WS-LN-PRIOR PIC S9(13)V99.

       *> 例外一覧テーブル（マスタ未登録・区分誤り・重複の科目）
       01  WS-EXCEPTION-TABLE.
           05  WS-EX-COUNT PIC 9(3) VALUE 0.
           05  WS-EX-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-EX-IDX.
               10  WS-EX-ACCOUNT PIC X(8).
               10  WS-EX-COST-CENTER PIC X(8).
               10  WS-EX-REASON PIC X(40).
       01  WS-NEW-EXCEPTION.
       *> 登録する例外1件分
           05  WS-NEW-EX-ACCOUNT PIC X(8).
           05  WS-NEW-EX-COST-CENTER PIC X(8).
           05  WS-NEW-EX-REASON PIC X(40).

       *> 読み込みと集計の制御
       01  WS-LOAD-CONTROL.
           05  WS-COA-EOF PIC X(1).
           *> 勘定科目マスタ終端フラグ
           05  WS-BALANCES-EOF PIC X(1).
           *> 残高ファイル終端フラグ
           05  WS-REGISTRY-EOF PIC X(1).
           *> 登録ファイル終端フラグ
           05  WS-JOURNAL-EOF PIC X(1).
           *> 仕訳バッチ終端フラグ
           05  WS-COA-FOUND PIC X(1).
           *> 勘定科目テーブル検索の結果フラグ（Y/N）
           05  WS-LN-FOUND PIC X(1).
           *> 表示行テーブル検索の結果フラグ（Y/N）
           05  WS-BALANCE-COUNT PIC 9(5) VALUE 0.
           *> 残高ファイルの読み込み件数
           05  WS-BATCH-READ-COUNT PIC 9(5) VALUE 0.
           *> 読み込んだ仕訳バッチ数
           05  WS-BATCH-MISSING-COUNT PIC 9(5) VALUE 0.
           *> 登録されているが見つからない仕訳バッチ数
           05  WS-DETAIL-READ-COUNT PIC 9(7) VALUE 0.
           *> 読み込んだ明細件数
           05  WS-DETAIL-PERIOD PIC X(6).
           *> 明細の計上期間（YYYYMM）
           05  WS-DETAIL-NET PIC S9(11)V99.
           *> 明細の純額（借方－貸方）

       *> 重複読み込みを防ぐための読み込み済みファイル名テーブル
       01  WS-READ-FILE-TABLE.
           05  WS-RF-COUNT PIC 9(3) VALUE 0.
           05  WS-RF-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RF-IDX.
               10  WS-RF-FILENAME PIC X(30).
       01  WS-RF-FOUND PIC X(1).

       *> 財務諸表の作成用
       01  WS-STATEMENT-WORK.
           05  WS-LINE-CUR PIC S9(13)V99.
           *> 表示する当期金額（表示符号に変換済み）
           05  WS-LINE-PRIOR PIC S9(13)V99.
           *> 表示する前期金額（表示符号に変換済み）
           05  WS-SECTION-TYPE PIC X(1).
           *> 出力中の勘定区分
           05  WS-SECTION-CUR PIC S9(13)V99.
           05  WS-SECTION-PRIOR PIC S9(13)V99.
           *> 区分合計
           05  WS-ASSETS-CUR PIC S9(13)V99.
           05  WS-ASSETS-PRIOR PIC S9(13)V99.
           05  WS-LIAB-CUR PIC S9(13)V99.
           05  WS-LIAB-PRIOR PIC S9(13)V99.
           05  WS-EQUITY-CUR PIC S9(13)V99.
           05  WS-EQUITY-PRIOR PIC S9(13)V99.
           05  WS-EARNINGS-CUR PIC S9(13)V99.
           05  WS-EARNINGS-PRIOR PIC S9(13)V99.
           *> 繰越利益（収益・費用科目の期末累計の差額）
           05  WS-REVENUE-CUR PIC S9(13)V99.
           05  WS-REVENUE-PRIOR PIC S9(13)V99.
           05  WS-EXPENSE-CUR PIC S9(13)V99.
           05  WS-EXPENSE-PRIOR PIC S9(13)V99.
           05  WS-TOTAL-CUR PIC S9(13)V99.
           05  WS-TOTAL-PRIOR PIC S9(13)V99.
           05  WS-LINE-LABEL PIC X(40).
           *> 出力行の見出し

       *> レポート編集用
       01  WS-DISPLAY-AMOUNT PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-AMOUNT-2 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       *> メイン処理開始
           DISPLAY '=========================================='
           DISPLAY 'Financial Statements'
           DISPLAY '=========================================='

           DISPLAY 'Enter Statement Period YYYYMM '
               '(blank = current month): '
           ACCEPT WS-PERIOD-INPUT
           PERFORM SET-STATEMENT-PERIODS
           IF WS-PERIOD-VALID NOT = 'Y'
               STOP RUN
           END-IF
           DISPLAY 'Period ' WS-CUR-PERIOD
               ' compared with ' WS-PRIOR-PERIOD

           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-BALANCES-FILE

           IF WS-EX-COUNT > 0
               PERFORM WRITE-EXCEPTION-LIST
               DISPLAY '*** ' WS-EX-COUNT
                   ' chart of accounts exception(s) - see '
                   'FINEXCP.TXT'
               DISPLAY 'Financial statements not produced'
               MOVE 'MAIN-PROCEDURE' TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE 'Accounts missing from chart - statements refused'
                   TO WS-AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-LOADED-JOURNALS
           PERFORM BUILD-STATEMENT-LINES
           PERFORM WRITE-FINANCIAL-STATEMENTS

           MOVE 'MAIN-PROCEDURE' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'S' TO WS-AUDIT-OUTCOME
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'Statements produced for period ' DELIMITED BY SIZE
                  WS-CUR-PERIOD DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG

           STOP RUN.
           *> プログラム終了

       SET-STATEMENT-PERIODS.
       *> 対象期間（空白なら当月）と比較期間（前月）の決定
           IF WS-PERIOD-INPUT = SPACES
               MOVE FUNCTION CURRENT-DATE
                   TO WS-CURRENT-DATE-WORK
               MOVE WS-CURRENT-DATE-WORK(1:6) TO WS-CUR-PERIOD
           ELSE
               MOVE WS-PERIOD-INPUT TO WS-CUR-PERIOD
           END-IF

           IF WS-CUR-PERIOD IS NOT NUMERIC
               OR WS-CUR-MONTH < 1 OR WS-CUR-MONTH > 12
               DISPLAY 'Error: period must be YYYYMM'
               MOVE 'N' TO WS-PERIOD-VALID
               MOVE 'SET-STATEMENT-PERIODS' TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE 'Invalid statement period' TO WS-AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-CUR-MONTH = 1
               COMPUTE WS-PRIOR-YEAR = WS-CUR-YEAR - 1
               MOVE 12 TO WS-PRIOR-MONTH
           ELSE
               MOVE WS-CUR-YEAR TO WS-PRIOR-YEAR
               COMPUTE WS-PRIOR-MONTH = WS-CUR-MONTH - 1
           END-IF.

       LOAD-CHART-OF-ACCOUNTS.
       *> 勘定科目マスタの読み込み（区分誤り・重複は例外とする）
           MOVE 0 TO WS-COA-COUNT
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           IF NOT WS-COA-OK
               DISPLAY '*** Chart of accounts COA.DAT not found'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-COA-EOF
           PERFORM UNTIL WS-COA-EOF = 'Y'
               READ CHART-OF-ACCOUNTS-FILE
                   AT END
                       MOVE 'Y' TO WS-COA-EOF
                   NOT AT END
                       IF WS-CA-ACCOUNT NOT = SPACES
                           PERFORM ADD-CHART-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHART-OF-ACCOUNTS-FILE
           DISPLAY WS-COA-COUNT ' account(s) in chart of accounts'.

       ADD-CHART-ACCOUNT.
       *> 勘定科目マスタ1件分をテーブルへ登録する
           IF NOT WS-CA-TYPE-VALID
               MOVE WS-CA-ACCOUNT TO WS-NEW-EX-ACCOUNT
               MOVE SPACES TO WS-NEW-EX-COST-CENTER
               MOVE 'Invalid account type in chart'
                   TO WS-NEW-EX-REASON
               PERFORM ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CA-ACCOUNT TO WS-JR-ACCOUNT
           PERFORM FIND-CHART-ACCOUNT
           IF WS-COA-FOUND = 'Y'
               MOVE WS-CA-ACCOUNT TO WS-NEW-EX-ACCOUNT
               MOVE SPACES TO WS-NEW-EX-COST-CENTER
               MOVE 'Duplicate account in chart'
                   TO WS-NEW-EX-REASON
               PERFORM ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           IF WS-COA-COUNT < 200
               ADD 1 TO WS-COA-COUNT
               SET WS-COA-IDX TO WS-COA-COUNT
               MOVE WS-CA-ACCOUNT TO WS-COA-ACCOUNT(WS-COA-IDX)
               MOVE WS-CA-DESCRIPTION
                   TO WS-COA-DESCRIPTION(WS-COA-IDX)
               MOVE WS-CA-TYPE TO WS-COA-TYPE(WS-COA-IDX)
               IF WS-CA-LINE-GROUP = SPACES
                   MOVE WS-CA-DESCRIPTION
                       TO WS-COA-LINE-GROUP(WS-COA-IDX)
               ELSE
                   MOVE WS-CA-LINE-GROUP
                       TO WS-COA-LINE-GROUP(WS-COA-IDX)
               END-IF
               MOVE 0 TO WS-COA-CUMULATIVE(WS-COA-IDX)
               MOVE 0 TO WS-COA-AFTER-CUR(WS-COA-IDX)
               MOVE 0 TO WS-COA-AFTER-PRIOR(WS-COA-IDX)
               MOVE 0 TO WS-COA-ACTIVITY-CUR(WS-COA-IDX)
               MOVE 0 TO WS-COA-ACTIVITY-PRIOR(WS-COA-IDX)
           END-IF.

       FIND-CHART-ACCOUNT.
       *> WS-JR-ACCOUNTの勘定科目テーブル検索
           MOVE 'N' TO WS-COA-FOUND
           IF WS-COA-COUNT > 0
               SET WS-COA-IDX TO 1
               SEARCH WS-COA-ENTRY
                   WHEN WS-COA-IDX > WS-COA-COUNT
                       CONTINUE
                   WHEN WS-COA-ACCOUNT(WS-COA-IDX) = WS-JR-ACCOUNT
                       MOVE 'Y' TO WS-COA-FOUND
               END-SEARCH
           END-IF.

       ADD-EXCEPTION.
       *> 例外1件の登録（同じ科目の同じ理由は1件にまとめる）
           IF WS-EX-COUNT > 0
               PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                       UNTIL WS-EX-IDX > WS-EX-COUNT
                   IF WS-EX-ACCOUNT(WS-EX-IDX) = WS-NEW-EX-ACCOUNT
                       AND WS-EX-REASON(WS-EX-IDX) = WS-NEW-EX-REASON
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF
           IF WS-EX-COUNT < 200
               ADD 1 TO WS-EX-COUNT
               MOVE WS-NEW-EXCEPTION TO WS-EX-ENTRY(WS-EX-COUNT)
           END-IF.

       LOAD-BALANCES-FILE.
       *> 残高マスタの読み込み（全勘定科目のマスタ登録を検証し、
       *> 勘定科目別にコストセンターを合算した累計純額を求める）
           OPEN INPUT GL-BALANCES-FILE
           IF NOT WS-BALANCES-OK
               DISPLAY '*** Balances file GLBAL.DAT not found'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-BALANCES-EOF
           PERFORM UNTIL WS-BALANCES-EOF = 'Y'
               READ GL-BALANCES-FILE
                   AT END
                       MOVE 'Y' TO WS-BALANCES-EOF
                   NOT AT END
                       ADD 1 TO WS-BALANCE-COUNT
                       MOVE WS-GB-ACCOUNT TO WS-JR-ACCOUNT
                       PERFORM FIND-CHART-ACCOUNT
                       IF WS-COA-FOUND = 'Y'
                           COMPUTE WS-COA-CUMULATIVE(WS-COA-IDX) =
                               WS-COA-CUMULATIVE(WS-COA-IDX)
                               + WS-GB-DEBIT-TOTAL
                               - WS-GB-CREDIT-TOTAL
                       ELSE
                           MOVE WS-GB-ACCOUNT TO WS-NEW-EX-ACCOUNT
                           MOVE WS-GB-COST-CENTER
                               TO WS-NEW-EX-COST-CENTER
                           MOVE 'Account not in chart of accounts'
                               TO WS-NEW-EX-REASON
                           PERFORM ADD-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-BALANCES-FILE
           DISPLAY WS-BALANCE-COUNT ' balance row(s) validated'.

       WRITE-EXCEPTION-LIST.
       *> 例外一覧の出力
           OPEN OUTPUT EXCEPTION-FILE
           MOVE SPACES TO WS-EXCEPTION-LINE
           STRING 'CHART OF ACCOUNTS EXCEPTIONS - PERIOD '
                  DELIMITED BY SIZE
                  WS-CUR-PERIOD DELIMITED BY SIZE
               INTO WS-EXCEPTION-LINE
           END-STRING
           WRITE WS-EXCEPTION-LINE
           MOVE SPACES TO WS-EXCEPTION-LINE
           STRING 'ACCOUNT  COST-CTR REASON' DELIMITED BY SIZE
               INTO WS-EXCEPTION-LINE
           END-STRING
           WRITE WS-EXCEPTION-LINE

           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-COUNT
               MOVE SPACES TO WS-EXCEPTION-LINE
               STRING WS-EX-ACCOUNT(WS-EX-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-EX-COST-CENTER(WS-EX-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-EX-REASON(WS-EX-IDX) DELIMITED BY SIZE
                   INTO WS-EXCEPTION-LINE
               END-STRING
               WRITE WS-EXCEPTION-LINE
               DISPLAY '  ' WS-EX-ACCOUNT(WS-EX-IDX) ' '
                   WS-EX-COST-CENTER(WS-EX-IDX) ' '
                   WS-EX-REASON(WS-EX-IDX)
           END-PERFORM

           MOVE SPACES TO WS-EXCEPTION-LINE
           STRING 'EXCEPTIONS: ' DELIMITED BY SIZE
                  WS-EX-COUNT DELIMITED BY SIZE
                  ' - FINANCIAL STATEMENTS NOT PRODUCED'
                  DELIMITED BY SIZE
               INTO WS-EXCEPTION-LINE
           END-STRING
           WRITE WS-EXCEPTION-LINE
           CLOSE EXCEPTION-FILE.

       READ-LOADED-JOURNALS.
       *> 取り込み済みバッチの明細から期間別の発生額を求める
       *> （同じファイル名の登録は1回だけ読み込む）
           OPEN INPUT LOADED-REGISTRY-FILE
           IF NOT WS-REGISTRY-OK
               DISPLAY 'No loaded batch registry - period activity '
                   'not available'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-REGISTRY-EOF
           PERFORM UNTIL WS-REGISTRY-EOF = 'Y'
               READ LOADED-REGISTRY-FILE
                   AT END
                       MOVE 'Y' TO WS-REGISTRY-EOF
                   NOT AT END
                       PERFORM CHECK-FILE-ALREADY-READ
                       IF WS-RF-FOUND = 'N'
                           PERFORM READ-ONE-JOURNAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOADED-REGISTRY-FILE

           DISPLAY WS-BATCH-READ-COUNT ' journal batch(es), '
               WS-DETAIL-READ-COUNT ' detail(s) read'
           IF WS-BATCH-MISSING-COUNT > 0
               DISPLAY '*** ' WS-BATCH-MISSING-COUNT
                   ' registered journal batch(es) not found'
               MOVE 'READ-LOADED-JOURNALS' TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE 'Journal batch missing - period figures incomplete'
                   TO WS-AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       CHECK-FILE-ALREADY-READ.
       *> 登録ファイル名の読み込み済み確認と記録
           MOVE 'N' TO WS-RF-FOUND
           IF WS-RF-COUNT > 0
               SET WS-RF-IDX TO 1
               SEARCH WS-RF-ENTRY
                   WHEN WS-RF-IDX > WS-RF-COUNT
                       CONTINUE
                   WHEN WS-RF-FILENAME(WS-RF-IDX) = WS-LR-FILENAME
                       MOVE 'Y' TO WS-RF-FOUND
               END-SEARCH
           END-IF
           IF WS-RF-FOUND = 'N' AND WS-RF-COUNT < 500
               ADD 1 TO WS-RF-COUNT
               MOVE WS-LR-FILENAME TO WS-RF-FILENAME(WS-RF-COUNT)
           END-IF.

       READ-ONE-JOURNAL.
       *> 仕訳バッチ1本の明細を期間別に集計する
           MOVE WS-LR-FILENAME TO WS-JOURNAL-FILENAME
           OPEN INPUT JOURNAL-FILE
           IF NOT WS-JOURNAL-OK
               DISPLAY '*** Journal batch ' WS-JOURNAL-FILENAME
                   ' not found'
               ADD 1 TO WS-BATCH-MISSING-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BATCH-READ-COUNT
           MOVE 'N' TO WS-JOURNAL-EOF
           PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-JOURNAL-EOF
                   NOT AT END
                       IF WS-JR-RECORD-TYPE = 'D'
                           PERFORM ACCUMULATE-JOURNAL-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       ACCUMULATE-JOURNAL-DETAIL.
       *> 明細1件分を計上期間に応じて科目別に加算する
           ADD 1 TO WS-DETAIL-READ-COUNT
           PERFORM FIND-CHART-ACCOUNT
           IF WS-COA-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-JR-DATE(1:6) TO WS-DETAIL-PERIOD
           COMPUTE WS-DETAIL-NET = WS-JR-DEBIT - WS-JR-CREDIT
           IF WS-DETAIL-PERIOD > WS-CUR-PERIOD
               ADD WS-DETAIL-NET TO WS-COA-AFTER-CUR(WS-COA-IDX)
           END-IF
           IF WS-DETAIL-PERIOD > WS-PRIOR-PERIOD
               ADD WS-DETAIL-NET TO WS-COA-AFTER-PRIOR(WS-COA-IDX)
           END-IF
           IF WS-DETAIL-PERIOD = WS-CUR-PERIOD
               ADD WS-DETAIL-NET TO WS-COA-ACTIVITY-CUR(WS-COA-IDX)
           END-IF
           IF WS-DETAIL-PERIOD = WS-PRIOR-PERIOD
               ADD WS-DETAIL-NET
                   TO WS-COA-ACTIVITY-PRIOR(WS-COA-IDX)
           END-IF.

       BUILD-STATEMENT-LINES.
       *> 勘定科目を表示行グループ別に集計する。貸借対照表科目
       *> （A/L/E）は期末累計、損益計算書科目（R/X）は期間発生額。
       *> 収益・費用の期末累計は繰越利益として純資産に含める
           MOVE 0 TO WS-LN-COUNT
           MOVE 0 TO WS-EARNINGS-CUR
           MOVE 0 TO WS-EARNINGS-PRIOR
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                   UNTIL WS-COA-IDX > WS-COA-COUNT
               EVALUATE WS-COA-TYPE(WS-COA-IDX)
                   WHEN 'A'
                   WHEN 'L'
                   WHEN 'E'
                       COMPUTE WS-LINE-CUR =
                           WS-COA-CUMULATIVE(WS-COA-IDX)
                           - WS-COA-AFTER-CUR(WS-COA-IDX)
                       COMPUTE WS-LINE-PRIOR =
                           WS-COA-CUMULATIVE(WS-COA-IDX)
                           - WS-COA-AFTER-PRIOR(WS-COA-IDX)
                   WHEN OTHER
                       MOVE WS-COA-ACTIVITY-CUR(WS-COA-IDX)
                           TO WS-LINE-CUR
                       MOVE WS-COA-ACTIVITY-PRIOR(WS-COA-IDX)
                           TO WS-LINE-PRIOR
                       COMPUTE WS-EARNINGS-CUR = WS-EARNINGS-CUR
                           - WS-COA-CUMULATIVE(WS-COA-IDX)
                           + WS-COA-AFTER-CUR(WS-COA-IDX)
                       COMPUTE WS-EARNINGS-PRIOR = WS-EARNINGS-PRIOR
                           - WS-COA-CUMULATIVE(WS-COA-IDX)
                           + WS-COA-AFTER-PRIOR(WS-COA-IDX)
               END-EVALUATE
               PERFORM ADD-STATEMENT-LINE
           END-PERFORM.

       ADD-STATEMENT-LINE.
       *> 科目1件分の金額を表示行へ加算する（表示行が無ければ
       *> マスタの初出順で追加する）
           MOVE 'N' TO WS-LN-FOUND
           IF WS-LN-COUNT > 0
               SET WS-LN-IDX TO 1
               SEARCH WS-LN-ENTRY
                   WHEN WS-LN-IDX > WS-LN-COUNT
                       CONTINUE
                   WHEN WS-LN-TYPE(WS-LN-IDX)
                           = WS-COA-TYPE(WS-COA-IDX)
                       AND WS-LN-GROUP(WS-LN-IDX)
                           = WS-COA-LINE-GROUP(WS-COA-IDX)
                       MOVE 'Y' TO WS-LN-FOUND
               END-SEARCH
           END-IF

           IF WS-LN-FOUND NOT = 'Y'
               IF WS-LN-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LN-COUNT
               SET WS-LN-IDX TO WS-LN-COUNT
               MOVE WS-COA-TYPE(WS-COA-IDX) TO WS-LN-TYPE(WS-LN-IDX)
               MOVE WS-COA-LINE-GROUP(WS-COA-IDX)
                   TO WS-LN-GROUP(WS-LN-IDX)
               MOVE 0 TO WS-LN-CUR(WS-LN-IDX)
               MOVE 0 TO WS-LN-PRIOR(WS-LN-IDX)
           END-IF
           ADD WS-LINE-CUR TO WS-LN-CUR(WS-LN-IDX)
           ADD WS-LINE-PRIOR TO WS-LN-PRIOR(WS-LN-IDX).

       WRITE-FINANCIAL-STATEMENTS.
       *> 貸借対照表と損益計算書の出力（当期・前期の2列）
           OPEN OUTPUT STATEMENT-FILE

           MOVE SPACES TO WS-STATEMENT-LINE
           STRING 'BALANCE SHEET AS AT END OF PERIOD ' DELIMITED BY SIZE
                  WS-CUR-PERIOD DELIMITED BY SIZE
               INTO WS-STATEMENT-LINE
           END-STRING
           WRITE WS-STATEMENT-LINE
           PERFORM WRITE-COLUMN-HEADINGS

           MOVE 'A' TO WS-SECTION-TYPE
           MOVE 'ASSETS' TO WS-LINE-LABEL
           PERFORM WRITE-STATEMENT-SECTION
           MOVE WS-SECTION-CUR TO WS-ASSETS-CUR
           MOVE WS-SECTION-PRIOR TO WS-ASSETS-PRIOR

           MOVE 'L' TO WS-SECTION-TYPE
           MOVE 'LIABILITIES' TO WS-LINE-LABEL
           PERFORM WRITE-STATEMENT-SECTION
           MOVE WS-SECTION-CUR TO WS-LIAB-CUR
           MOVE WS-SECTION-PRIOR TO WS-LIAB-PRIOR

           MOVE 'E' TO WS-SECTION-TYPE
           MOVE 'EQUITY' TO WS-LINE-LABEL
           PERFORM WRITE-STATEMENT-SECTION
           MOVE WS-SECTION-CUR TO WS-EQUITY-CUR
           MOVE WS-SECTION-PRIOR TO WS-EQUITY-PRIOR

           MOVE '  RETAINED EARNINGS' TO WS-LINE-LABEL
           MOVE WS-EARNINGS-CUR TO WS-LINE-CUR
           MOVE WS-EARNINGS-PRIOR TO WS-LINE-PRIOR
           PERFORM WRITE-AMOUNT-LINE
           ADD WS-EARNINGS-CUR TO WS-EQUITY-CUR
           ADD WS-EARNINGS-PRIOR TO WS-EQUITY-PRIOR
           MOVE 'TOTAL EQUITY' TO WS-LINE-LABEL
           MOVE WS-EQUITY-CUR TO WS-LINE-CUR
           MOVE WS-EQUITY-PRIOR TO WS-LINE-PRIOR
           PERFORM WRITE-AMOUNT-LINE

           COMPUTE WS-TOTAL-CUR = WS-LIAB-CUR + WS-EQUITY-CUR
           COMPUTE WS-TOTAL-PRIOR = WS-LIAB-PRIOR + WS-EQUITY-PRIOR
           MOVE 'TOTAL LIABILITIES AND EQUITY' TO WS-LINE-LABEL
           MOVE WS-TOTAL-CUR TO WS-LINE-CUR
           MOVE WS-TOTAL-PRIOR TO WS-LINE-PRIOR
           PERFORM WRITE-AMOUNT-LINE

           MOVE SPACES TO WS-STATEMENT-LINE
           IF WS-TOTAL-CUR = WS-ASSETS-CUR
               AND WS-TOTAL-PRIOR = WS-ASSETS-PRIOR
               STRING 'BALANCE CHECK: OK' DELIMITED BY SIZE
                   INTO WS-STATEMENT-LINE
               END-STRING
               DISPLAY 'Balance sheet: in balance'
           ELSE
               STRING 'BALANCE CHECK: *** OUT OF BALANCE ***'
                      DELIMITED BY SIZE
                   INTO WS-STATEMENT-LINE
               END-STRING
               DISPLAY 'Balance sheet: *** OUT OF BALANCE ***'
           END-IF
           WRITE WS-STATEMENT-LINE

           MOVE SPACES TO WS-STATEMENT-LINE
           WRITE WS-STATEMENT-LINE
           MOVE SPACES TO WS-STATEMENT-LINE
           STRING 'INCOME STATEMENT FOR PERIOD ' DELIMITED BY SIZE
                  WS-CUR-PERIOD DELIMITED BY SIZE
               INTO WS-STATEMENT-LINE
           END-STRING
           WRITE WS-STATEMENT-LINE
           PERFORM WRITE-COLUMN-HEADINGS

           MOVE 'R' TO WS-SECTION-TYPE
           MOVE 'REVENUE' TO WS-LINE-LABEL
           PERFORM WRITE-STATEMENT-SECTION
           MOVE WS-SECTION-CUR TO WS-REVENUE-CUR
           MOVE WS-SECTION-PRIOR TO WS-REVENUE-PRIOR

           MOVE 'X' TO WS-SECTION-TYPE
           MOVE 'EXPENSES' TO WS-LINE-LABEL
           PERFORM WRITE-STATEMENT-SECTION
           MOVE WS-SECTION-CUR TO WS-EXPENSE-CUR
           MOVE WS-SECTION-PRIOR TO WS-EXPENSE-PRIOR

           COMPUTE WS-LINE-CUR = WS-REVENUE-CUR - WS-EXPENSE-CUR
           COMPUTE WS-LINE-PRIOR = WS-REVENUE-PRIOR - WS-EXPENSE-PRIOR
           MOVE 'NET INCOME' TO WS-LINE-LABEL
           PERFORM WRITE-AMOUNT-LINE

           CLOSE STATEMENT-FILE
           DISPLAY 'Financial statements written to FINSTMT.TXT'.

       WRITE-COLUMN-HEADINGS.
       *> 金額列の見出し（当期・前期）
           MOVE SPACES TO WS-STATEMENT-LINE
           STRING '                                        '
                  DELIMITED BY SIZE
                  '      CURRENT ' DELIMITED BY SIZE
                  WS-CUR-PERIOD DELIMITED BY SIZE
                  '        PRIOR ' DELIMITED BY SIZE
                  WS-PRIOR-PERIOD DELIMITED BY SIZE
               INTO WS-STATEMENT-LINE
           END-STRING
           WRITE WS-STATEMENT-LINE.

       WRITE-STATEMENT-SECTION.
       *> 勘定区分1つ分の表示行と区分合計の出力。負債・純資産・
       *> 収益は貸方残を正の金額として表示する
           MOVE SPACES TO WS-STATEMENT-LINE
           MOVE WS-LINE-LABEL TO WS-STATEMENT-LINE
           WRITE WS-STATEMENT-LINE
           MOVE 0 TO WS-SECTION-CUR
           MOVE 0 TO WS-SECTION-PRIOR

           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-TYPE(WS-LN-IDX) = WS-SECTION-TYPE
                   IF WS-SECTION-TYPE = 'A' OR WS-SECTION-TYPE = 'X'
                       MOVE WS-LN-CUR(WS-LN-IDX) TO WS-LINE-CUR
                       MOVE WS-LN-PRIOR(WS-LN-IDX) TO WS-LINE-PRIOR
                   ELSE
                       COMPUTE WS-LINE-CUR = 0 - WS-LN-CUR(WS-LN-IDX)
                       COMPUTE WS-LINE-PRIOR =
                           0 - WS-LN-PRIOR(WS-LN-IDX)
                   END-IF
                   ADD WS-LINE-CUR TO WS-SECTION-CUR
                   ADD WS-LINE-PRIOR TO WS-SECTION-PRIOR
                   MOVE SPACES TO WS-LINE-LABEL
                   STRING '  ' DELIMITED BY SIZE
                          WS-LN-GROUP(WS-LN-IDX) DELIMITED BY SIZE
                       INTO WS-LINE-LABEL
                   END-STRING
                   PERFORM WRITE-AMOUNT-LINE
               END-IF
           END-PERFORM

           EVALUATE WS-SECTION-TYPE
               WHEN 'A'
                   MOVE 'TOTAL ASSETS' TO WS-LINE-LABEL
               WHEN 'L'
                   MOVE 'TOTAL LIABILITIES' TO WS-LINE-LABEL
               WHEN 'E'
                   EXIT PARAGRAPH
               WHEN 'R'
                   MOVE 'TOTAL REVENUE' TO WS-LINE-LABEL
               WHEN 'X'
                   MOVE 'TOTAL EXPENSES' TO WS-LINE-LABEL
           END-EVALUATE
           MOVE WS-SECTION-CUR TO WS-LINE-CUR
           MOVE WS-SECTION-PRIOR TO WS-LINE-PRIOR
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-AMOUNT-LINE.
       *> 見出し＋当期・前期金額の1行を出力する
           MOVE WS-LINE-CUR TO WS-DISPLAY-AMOUNT
           MOVE WS-LINE-PRIOR TO WS-DISPLAY-AMOUNT-2
           MOVE SPACES TO WS-STATEMENT-LINE
           STRING WS-LINE-LABEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT-2 DELIMITED BY SIZE
               INTO WS-STATEMENT-LINE
           END-STRING
           WRITE WS-STATEMENT-LINE.

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
