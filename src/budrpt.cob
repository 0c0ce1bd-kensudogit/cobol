       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-REPORT.
       AUTHOR. COBOL Developer.
       DATE-WRITTEN. 2026.
       *> プログラム名: Budget versus Actual Report
       *> 目的: コストセンター別の予算実績対比表の出力
       *> 機能: 予算ファイル（BUDGET.DAT、BUDGET-LOADERが作成）の
       *>       指定月および年初からの累計予算と、取り込み済み
       *>       バッチ登録（GLLOADED.DAT）の仕訳明細から求めた実績を
       *>       勘定科目・コストセンター別に対比し、差異額と差異率を
       *>       出力する。残高マスタ（GLBAL.DAT）の収益・費用科目は
       *>       予算が無くても実績行として出力する。コストセンターは
       *>       部署マスタ（DEPTMAST.DAT）のWS-DR-COST-CENTERで部署と
       *>       管理者に対応付け、管理者ごとに1ページとする
       *>       （BUDVAR.TXT）。部署マスタに無いコストセンターは
       *>       最後のUNASSIGNEDページへ出力する
       *>
       *> 変更履歴:
       *> 2026-10-15  COBOL Developer  初版作成

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> 予算ファイル（BUDGET-LOADERが作成する）
           SELECT BUDGET-FILE ASSIGN TO 'BUDGET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-BUDGET-STATUS.

           *> 勘定科目マスタファイル
           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO 'COA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-COA-STATUS.

           *> 部署マスタファイル（コストセンターの管理者の特定用）
           SELECT DEPARTMENT-MASTER ASSIGN TO 'DEPTMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-DEPT-STATUS.

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

           *> 予算実績対比表ファイル
           SELECT VARIANCE-REPORT-FILE ASSIGN TO 'BUDVAR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-REPORT-STATUS.

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
       *> 予算レコード構造（BUDGET-LOADERのBUDGET-RECORDと同一）
       FD  BUDGET-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUDGET-RECORD.
           05  WS-BU-ACCOUNT PIC X(8).
           05  FILLER PIC X(1).
           05  WS-BU-COST-CENTER PIC X(8).
           05  FILLER PIC X(1).
           05  WS-BU-PERIOD PIC X(6).
           05  FILLER PIC X(1).
           05  WS-BU-AMOUNT PIC 9(11)V99.

       *> 勘定科目マスタレコード構造（FIN-STATEMENTSの
       *> CHART-OF-ACCOUNTS-RECORDと同一）
       FD  CHART-OF-ACCOUNTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHART-OF-ACCOUNTS-RECORD.
           05  WS-CA-ACCOUNT PIC X(8).
           05  FILLER PIC X(1).
           05  WS-CA-DESCRIPTION PIC X(30).
           05  FILLER PIC X(1).
           05  WS-CA-TYPE PIC X(1).
           05  FILLER PIC X(1).
           05  WS-CA-LINE-GROUP PIC X(30).

       *> 部署マスタレコード構造（EMPLOYEEのDEPARTMENT-RECORDと同一）
       FD  DEPARTMENT-MASTER
           LABEL RECORDS ARE STANDARD.
       01  DEPARTMENT-RECORD.
           05  WS-DR-DEPT-CODE PIC X(20).
           05  WS-DR-DEPT-NAME PIC X(30).
           05  WS-DR-MANAGER-ID PIC 9(5).
           05  WS-DR-COST-CENTER PIC X(10).

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

       *> 予算実績対比表レポート行
       FD  VARIANCE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-REPORT-LINE PIC X(132).

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
       01  WS-BUDGET-STATUS PIC X(2).
       *> BUDGET.DAT入出力の状態コード
           88  WS-BUDGET-OK VALUE '00'.
       01  WS-COA-STATUS PIC X(2).
       *> COA.DAT入出力の状態コード
           88  WS-COA-OK VALUE '00'.
       01  WS-DEPT-STATUS PIC X(2).
       *> DEPTMAST.DAT入出力の状態コード
           88  WS-DEPT-FILE-OK VALUE '00'.
       01  WS-BALANCES-STATUS PIC X(2).
       *> GLBAL.DAT入出力の状態コード
           88  WS-BALANCES-OK VALUE '00'.
       01  WS-REGISTRY-STATUS PIC X(2).
       *> GLLOADED.DAT入出力の状態コード
           88  WS-REGISTRY-OK VALUE '00'.
       01  WS-JOURNAL-STATUS PIC X(2).
       *> 仕訳バッチ入出力の状態コード
           88  WS-JOURNAL-OK VALUE '00'.
       01  WS-REPORT-STATUS PIC X(2).
       *> BUDVAR.TXT入出力の状態コード
       01  WS-AUDIT-STATUS PIC X(2).
       *> AUDIT.LOG入出力の状態コード

       01  WS-AUDIT-CONTROL.
       *> 他のバッチプログラムと共有する監査ログの1エントリ分
           05  WS-AUDIT-PROGRAM-ID   PIC X(8)  VALUE 'BUDRPT'.
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

       *> 対象月
       01  WS-PERIOD-CONTROL.
           05  WS-PERIOD-INPUT PIC X(6).
           *> 入力された対象月（YYYYMM）
           05  WS-CUR-PERIOD PIC X(6).
           *> 対象月（YYYYMM）
           05  WS-CUR-PERIOD-NUM REDEFINES WS-CUR-PERIOD.
               10  WS-CUR-YEAR PIC 9(4).
               10  WS-CUR-MONTH PIC 9(2).
           05  WS-YEAR-START PIC X(6).
           *> 累計の開始月（対象年の1月）

       *> 勘定科目テーブル（科目・名称・勘定区分）
       01  WS-COA-TABLE.
           05  WS-COA-COUNT PIC 9(3) VALUE 0.
           05  WS-COA-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-COA-IDX.
               10  WS-COA-ACCOUNT PIC X(8).
               10  WS-COA-DESCRIPTION PIC X(30).
               10  WS-COA-TYPE PIC X(1).

       *> 部署マスタテーブル
       01  WS-DEPT-TABLE.
           05  WS-DM-COUNT PIC 9(3) VALUE 0.
           05  WS-DM-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-DM-IDX.
               10  WS-DM-DEPT-CODE PIC X(20).
               10  WS-DM-DEPT-NAME PIC X(30).
               10  WS-DM-MANAGER-ID PIC 9(5).
               10  WS-DM-COST-CENTER PIC X(10).

       *> 管理者テーブル（部署マスタの初出順。1管理者＝1ページ）
       01  WS-MANAGER-TABLE.
           05  WS-MG-COUNT PIC 9(3) VALUE 0.
           05  WS-MG-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-MG-IDX.
               10  WS-MG-MANAGER-ID PIC 9(5).

       *> 予算実績行テーブル（コストセンター＋勘定科目別。金額は
       *> 科目の正常残高側を正とする）
       01  WS-LINE-TABLE.
           05  WS-LN-COUNT PIC 9(4) VALUE 0.
           05  WS-LN-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-LN-IDX WS-LN-IDX-2.
               10  WS-LN-KEY.
                   15  WS-LN-COST-CENTER PIC X(8).
                   15  WS-LN-ACCOUNT PIC X(8).
               10  WS-LN-TYPE PIC X(1).
               10  WS-LN-BUDGET-MTH PIC S9(11)V99.
               10  WS-LN-BUDGET-YTD PIC S9(11)V99.
               10  WS-LN-ACTUAL-MTH PIC S9(11)V99.
               10  WS-LN-ACTUAL-YTD PIC S9(11)V99.
               10  WS-LN-PRINTED PIC X(1).
               *> 出力済みフラグ（Y/N）
       01  WS-LN-SWAP PIC X(70).
       *> 並べ替え用の退避領域（WS-LN-ENTRY 1件分）

       *> 重複読み込みを防ぐための読み込み済みファイル名テーブル
       01  WS-READ-FILE-TABLE.
           05  WS-RF-COUNT PIC 9(3) VALUE 0.
           05  WS-RF-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RF-IDX.
               10  WS-RF-FILENAME PIC X(30).
       01  WS-RF-FOUND PIC X(1).

       *> 読み込みと集計の制御
       01  WS-LOAD-CONTROL.
           05  WS-EOF PIC X(1).
           *> 読み込み中ファイルの終端フラグ
           05  WS-REGISTRY-EOF PIC X(1).
           *> 登録ファイル終端フラグ
           05  WS-FOUND PIC X(1).
           *> テーブル検索の結果フラグ（Y/N）
           05  WS-SEARCH-ACCOUNT PIC X(8).
           05  WS-SEARCH-COST-CENTER PIC X(8).
           *> 行テーブル検索キー
           05  WS-SEARCH-TYPE PIC X(1).
           *> 検索した勘定科目の勘定区分（マスタに無ければ空白）
           05  WS-DETAIL-PERIOD PIC X(6).
           *> 明細の計上月（YYYYMM）
           05  WS-DETAIL-AMOUNT PIC S9(11)V99.
           *> 明細の金額（科目の正常残高側を正とする）
           05  WS-BATCH-READ-COUNT PIC 9(5) VALUE 0.
           *> 読み込んだ仕訳バッチ数
           05  WS-BATCH-MISSING-COUNT PIC 9(5) VALUE 0.
           *> 登録されているが見つからない仕訳バッチ数
           05  WS-LINES-DROPPED PIC 9(5) VALUE 0.
           *> 行テーブルの上限を超えて集計できなかった件数
           05  WS-SORT-SWAPPED PIC X(1).
           *> 並べ替えで入れ替えがあったかどうか（Y/N）

       *> レポート作成用
       01  WS-REPORT-WORK.
           05  WS-PAGE-NUMBER PIC 9(3) VALUE 0.
           05  WS-PAGE-MANAGER-ID PIC 9(5).
           *> 出力中ページの管理者ID（0はUNASSIGNED）
           05  WS-CC-OWNER-ID PIC 9(5).
           *> コストセンターの管理者ID
           05  WS-CC-FOUND PIC X(1).
           *> コストセンターが部署マスタにあるかどうか（Y/N）
           05  WS-CURRENT-CC PIC X(8).
           *> 出力中のコストセンター
           05  WS-SUB-TOTALS.
               10  WS-SUB-BUDGET-MTH PIC S9(11)V99.
               10  WS-SUB-ACTUAL-MTH PIC S9(11)V99.
               10  WS-SUB-BUDGET-YTD PIC S9(11)V99.
               10  WS-SUB-ACTUAL-YTD PIC S9(11)V99.
           *> コストセンター小計（純コスト＝費用－収益）
           05  WS-MGR-TOTALS.
               10  WS-MGR-BUDGET-MTH PIC S9(11)V99.
               10  WS-MGR-ACTUAL-MTH PIC S9(11)V99.
               10  WS-MGR-BUDGET-YTD PIC S9(11)V99.
               10  WS-MGR-ACTUAL-YTD PIC S9(11)V99.
           *> 管理者合計（純コスト）
           05  WS-PRINT-AMOUNTS.
               10  WS-PR-BUDGET-MTH PIC S9(11)V99.
               10  WS-PR-ACTUAL-MTH PIC S9(11)V99.
               10  WS-PR-BUDGET-YTD PIC S9(11)V99.
               10  WS-PR-ACTUAL-YTD PIC S9(11)V99.
           *> 出力する1行分の金額
           05  WS-PR-LABEL PIC X(17).
           *> 出力行の見出し
           05  WS-PR-TYPE PIC X(1).
           *> 差異の有利・不利判定に使う区分（R=収益、他=費用）
           05  WS-VARIANCE PIC S9(11)V99.
           05  WS-VARIANCE-PCT PIC S9(5)V9.
           05  WS-ABS-BUDGET PIC 9(11)V99.
           05  WS-FAV-FLAG PIC X(1).
           *> F=有利、U=不利
           05  WS-MTH-COLUMNS PIC X(56).
           05  WS-YTD-COLUMNS PIC X(56).
           *> 月・累計の各列（予算・実績・差異・差異率）

       *> レポート編集用
       01  WS-DISPLAY-AMOUNT PIC ---,---,--9.99.
       01  WS-DISPLAY-AMOUNT-2 PIC ---,---,--9.99.
       01  WS-DISPLAY-AMOUNT-3 PIC ---,---,--9.99.
       01  WS-DISPLAY-PCT PIC ----9.9.
       01  WS-DISPLAY-PCT-TEXT REDEFINES WS-DISPLAY-PCT PIC X(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       *> メイン処理開始
           DISPLAY '=========================================='
           DISPLAY 'Budget versus Actual Report'
           DISPLAY '=========================================='

           DISPLAY 'Enter Report Month YYYYMM '
               '(blank = current month): '
           ACCEPT WS-PERIOD-INPUT
           IF WS-PERIOD-INPUT = SPACES
               MOVE FUNCTION CURRENT-DATE
                   TO WS-CURRENT-DATE-WORK
               MOVE WS-CURRENT-DATE-WORK(1:6) TO WS-CUR-PERIOD
           ELSE
               MOVE WS-PERIOD-INPUT TO WS-CUR-PERIOD
           END-IF
           IF WS-CUR-PERIOD IS NOT NUMERIC
               OR WS-CUR-MONTH < 1 OR WS-CUR-MONTH > 12
               DISPLAY 'Error: month must be YYYYMM'
               MOVE 'MAIN-PROCEDURE' TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE 'Invalid report month' TO WS-AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING WS-CUR-PERIOD(1:4) DELIMITED BY SIZE
                  '01' DELIMITED BY SIZE
               INTO WS-YEAR-START
           END-STRING
           DISPLAY 'Month ' WS-CUR-PERIOD
               ', year to date from ' WS-YEAR-START

           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-DEPARTMENT-MASTER
           PERFORM LOAD-BUDGET-FILE
           PERFORM LOAD-BALANCES-FILE
           PERFORM READ-LOADED-JOURNALS
           PERFORM SORT-LINE-TABLE
           PERFORM WRITE-VARIANCE-REPORT

           IF WS-LINES-DROPPED > 0
               DISPLAY '*** ' WS-LINES-DROPPED
                   ' item(s) not reported - line table full'
           END-IF
           MOVE 'MAIN-PROCEDURE' TO WS-AUDIT-PARAGRAPH-ID
           IF WS-BATCH-MISSING-COUNT > 0 OR WS-LINES-DROPPED > 0
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING 'Budget report ' DELIMITED BY SIZE
                      WS-CUR-PERIOD DELIMITED BY SIZE
                      ' incomplete - see run log' DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
           ELSE
               MOVE 'S' TO WS-AUDIT-OUTCOME
               MOVE SPACES TO WS-AUDIT-MESSAGE
               STRING 'Budget report produced for ' DELIMITED BY SIZE
                      WS-CUR-PERIOD DELIMITED BY SIZE
                      ', pages ' DELIMITED BY SIZE
                      WS-PAGE-NUMBER DELIMITED BY SIZE
                   INTO WS-AUDIT-MESSAGE
               END-STRING
           END-IF
           PERFORM WRITE-AUDIT-LOG

           STOP RUN.
           *> プログラム終了

       LOAD-CHART-OF-ACCOUNTS.
       *> 勘定科目マスタの読み込み
           MOVE 0 TO WS-COA-COUNT
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           IF NOT WS-COA-OK
               DISPLAY 'Chart of accounts COA.DAT not found - all '
                   'accounts reported as expense'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHART-OF-ACCOUNTS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-COA-COUNT < 200
                           AND WS-CA-ACCOUNT NOT = SPACES
                           ADD 1 TO WS-COA-COUNT
                           SET WS-COA-IDX TO WS-COA-COUNT
                           MOVE WS-CA-ACCOUNT
                               TO WS-COA-ACCOUNT(WS-COA-IDX)
                           MOVE WS-CA-DESCRIPTION
                               TO WS-COA-DESCRIPTION(WS-COA-IDX)
                           MOVE WS-CA-TYPE TO WS-COA-TYPE(WS-COA-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHART-OF-ACCOUNTS-FILE.

       LOAD-DEPARTMENT-MASTER.
       *> 部署マスタの読み込みと管理者テーブルの作成
           MOVE 0 TO WS-DM-COUNT
           MOVE 0 TO WS-MG-COUNT
           OPEN INPUT DEPARTMENT-MASTER
           IF NOT WS-DEPT-FILE-OK
               DISPLAY 'Department master not found - all cost '
                   'centers reported as unassigned'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DEPARTMENT-MASTER
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-DM-COUNT < 50
                           ADD 1 TO WS-DM-COUNT
                           SET WS-DM-IDX TO WS-DM-COUNT
                           MOVE WS-DR-DEPT-CODE
                               TO WS-DM-DEPT-CODE(WS-DM-IDX)
                           MOVE WS-DR-DEPT-NAME
                               TO WS-DM-DEPT-NAME(WS-DM-IDX)
                           MOVE WS-DR-MANAGER-ID
                               TO WS-DM-MANAGER-ID(WS-DM-IDX)
                           MOVE WS-DR-COST-CENTER
                               TO WS-DM-COST-CENTER(WS-DM-IDX)
                           PERFORM REGISTER-MANAGER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPARTMENT-MASTER
           DISPLAY WS-DM-COUNT ' department(s), ' WS-MG-COUNT
               ' manager(s)'.

       REGISTER-MANAGER.
       *> 部署の管理者を管理者テーブルへ登録する（初出のみ）
           MOVE 'N' TO WS-FOUND
           IF WS-MG-COUNT > 0
               SET WS-MG-IDX TO 1
               SEARCH WS-MG-ENTRY
                   WHEN WS-MG-IDX > WS-MG-COUNT
                       CONTINUE
                   WHEN WS-MG-MANAGER-ID(WS-MG-IDX) = WS-DR-MANAGER-ID
                       MOVE 'Y' TO WS-FOUND
               END-SEARCH
           END-IF
           IF WS-FOUND = 'N'
               ADD 1 TO WS-MG-COUNT
               MOVE WS-DR-MANAGER-ID TO WS-MG-MANAGER-ID(WS-MG-COUNT)
           END-IF.

       LOAD-BUDGET-FILE.
       *> 対象年の1月～対象月の予算を行テーブルへ集計する
           OPEN INPUT BUDGET-FILE
           IF NOT WS-BUDGET-OK
               DISPLAY 'Budget file BUDGET.DAT not found - actuals '
                   'only'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BUDGET-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-BU-PERIOD >= WS-YEAR-START
                           AND WS-BU-PERIOD <= WS-CUR-PERIOD
                           MOVE WS-BU-ACCOUNT TO WS-SEARCH-ACCOUNT
                           MOVE WS-BU-COST-CENTER
                               TO WS-SEARCH-COST-CENTER
                           PERFORM FIND-OR-ADD-LINE
                           IF WS-FOUND = 'Y'
                               ADD WS-BU-AMOUNT
                                   TO WS-LN-BUDGET-YTD(WS-LN-IDX)
                               IF WS-BU-PERIOD = WS-CUR-PERIOD
                                   ADD WS-BU-AMOUNT
                                       TO WS-LN-BUDGET-MTH(WS-LN-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE.

       LOAD-BALANCES-FILE.
       *> 残高マスタの収益・費用科目を実績行として登録する
       *> （予算の無い科目・コストセンターも対比表に載せる）
           OPEN INPUT GL-BALANCES-FILE
           IF NOT WS-BALANCES-OK
               DISPLAY 'Balances file GLBAL.DAT not found'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GL-BALANCES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WS-GB-ACCOUNT TO WS-SEARCH-ACCOUNT
                       PERFORM FIND-ACCOUNT-TYPE
                       IF WS-SEARCH-TYPE = 'R'
                           OR WS-SEARCH-TYPE = 'X'
                           OR WS-SEARCH-TYPE = SPACE
                           MOVE WS-GB-COST-CENTER
                               TO WS-SEARCH-COST-CENTER
                           PERFORM FIND-OR-ADD-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-BALANCES-FILE.

       FIND-ACCOUNT-TYPE.
       *> WS-SEARCH-ACCOUNTの勘定区分を求める（マスタに無ければ空白）
           MOVE SPACE TO WS-SEARCH-TYPE
           IF WS-COA-COUNT > 0
               SET WS-COA-IDX TO 1
               SEARCH WS-COA-ENTRY
                   WHEN WS-COA-IDX > WS-COA-COUNT
                       CONTINUE
                   WHEN WS-COA-ACCOUNT(WS-COA-IDX) = WS-SEARCH-ACCOUNT
                       MOVE WS-COA-TYPE(WS-COA-IDX) TO WS-SEARCH-TYPE
               END-SEARCH
           END-IF.

       FIND-OR-ADD-LINE.
       *> コストセンター＋勘定科目の行を検索し、無ければ追加する
       *> （WS-LN-IDXに該当行を設定する。上限超過時はWS-FOUND=N）
           MOVE 'N' TO WS-FOUND
           IF WS-LN-COUNT > 0
               SET WS-LN-IDX TO 1
               SEARCH WS-LN-ENTRY
                   WHEN WS-LN-IDX > WS-LN-COUNT
                       CONTINUE
                   WHEN WS-LN-ACCOUNT(WS-LN-IDX) = WS-SEARCH-ACCOUNT
                       AND WS-LN-COST-CENTER(WS-LN-IDX)
                           = WS-SEARCH-COST-CENTER
                       MOVE 'Y' TO WS-FOUND
               END-SEARCH
           END-IF
           IF WS-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-COUNT >= 1000
               ADD 1 TO WS-LINES-DROPPED
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ACCOUNT-TYPE
           ADD 1 TO WS-LN-COUNT
           SET WS-LN-IDX TO WS-LN-COUNT
           MOVE WS-SEARCH-ACCOUNT TO WS-LN-ACCOUNT(WS-LN-IDX)
           MOVE WS-SEARCH-COST-CENTER TO WS-LN-COST-CENTER(WS-LN-IDX)
           IF WS-SEARCH-TYPE = SPACE
               MOVE 'X' TO WS-LN-TYPE(WS-LN-IDX)
           ELSE
               MOVE WS-SEARCH-TYPE TO WS-LN-TYPE(WS-LN-IDX)
           END-IF
           MOVE 0 TO WS-LN-BUDGET-MTH(WS-LN-IDX)
           MOVE 0 TO WS-LN-BUDGET-YTD(WS-LN-IDX)
           MOVE 0 TO WS-LN-ACTUAL-MTH(WS-LN-IDX)
           MOVE 0 TO WS-LN-ACTUAL-YTD(WS-LN-IDX)
           MOVE 'N' TO WS-LN-PRINTED(WS-LN-IDX)
           MOVE 'Y' TO WS-FOUND.

       READ-LOADED-JOURNALS.
       *> 取り込み済みバッチの明細から月・累計の実績を求める
       *> （同じファイル名の登録は1回だけ読み込む）
           OPEN INPUT LOADED-REGISTRY-FILE
           IF NOT WS-REGISTRY-OK
               DISPLAY 'No loaded batch registry - no actuals'
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
           DISPLAY WS-BATCH-READ-COUNT ' journal batch(es) read'
           IF WS-BATCH-MISSING-COUNT > 0
               DISPLAY '*** ' WS-BATCH-MISSING-COUNT
                   ' registered journal batch(es) not found'
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
       *> 仕訳バッチ1本の明細のうち対象年の1月～対象月のものを
       *> 実績として集計する
           MOVE WS-LR-FILENAME TO WS-JOURNAL-FILENAME
           OPEN INPUT JOURNAL-FILE
           IF NOT WS-JOURNAL-OK
               DISPLAY '*** Journal batch ' WS-JOURNAL-FILENAME
                   ' not found'
               ADD 1 TO WS-BATCH-MISSING-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BATCH-READ-COUNT
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WS-JR-DATE(1:6) TO WS-DETAIL-PERIOD
                       IF WS-JR-RECORD-TYPE = 'D'
                           AND WS-DETAIL-PERIOD >= WS-YEAR-START
                           AND WS-DETAIL-PERIOD <= WS-CUR-PERIOD
                           PERFORM ACCUMULATE-JOURNAL-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       ACCUMULATE-JOURNAL-DETAIL.
       *> 明細1件分を実績へ加算する（収益・費用科目のみ）
           MOVE WS-JR-ACCOUNT TO WS-SEARCH-ACCOUNT
           PERFORM FIND-ACCOUNT-TYPE
           IF WS-SEARCH-TYPE NOT = 'R'
               AND WS-SEARCH-TYPE NOT = 'X'
               AND WS-SEARCH-TYPE NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JR-COST-CENTER TO WS-SEARCH-COST-CENTER
           PERFORM FIND-OR-ADD-LINE
           IF WS-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF WS-LN-TYPE(WS-LN-IDX) = 'R'
               COMPUTE WS-DETAIL-AMOUNT = WS-JR-CREDIT - WS-JR-DEBIT
           ELSE
               COMPUTE WS-DETAIL-AMOUNT = WS-JR-DEBIT - WS-JR-CREDIT
           END-IF
           ADD WS-DETAIL-AMOUNT TO WS-LN-ACTUAL-YTD(WS-LN-IDX)
           IF WS-DETAIL-PERIOD = WS-CUR-PERIOD
               ADD WS-DETAIL-AMOUNT TO WS-LN-ACTUAL-MTH(WS-LN-IDX)
           END-IF.

       SORT-LINE-TABLE.
       *> 行テーブルをコストセンター＋勘定科目順に並べ替える
           MOVE 'Y' TO WS-SORT-SWAPPED
           PERFORM UNTIL WS-SORT-SWAPPED = 'N'
               MOVE 'N' TO WS-SORT-SWAPPED
               PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX >= WS-LN-COUNT
                   SET WS-LN-IDX-2 TO WS-LN-IDX
                   SET WS-LN-IDX-2 UP BY 1
                   IF WS-LN-KEY(WS-LN-IDX) > WS-LN-KEY(WS-LN-IDX-2)
                       MOVE WS-LN-ENTRY(WS-LN-IDX) TO WS-LN-SWAP
                       MOVE WS-LN-ENTRY(WS-LN-IDX-2)
                           TO WS-LN-ENTRY(WS-LN-IDX)
                       MOVE WS-LN-SWAP TO WS-LN-ENTRY(WS-LN-IDX-2)
                       MOVE 'Y' TO WS-SORT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-VARIANCE-REPORT.
       *> 予算実績対比表の出力（管理者ごとに1ページ。管理者の
       *> 部署を部署マスタ順に、各部署のコストセンターの行と
       *> 小計を出力する）
           OPEN OUTPUT VARIANCE-REPORT-FILE
           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                   UNTIL WS-MG-IDX > WS-MG-COUNT
               MOVE WS-MG-MANAGER-ID(WS-MG-IDX) TO WS-PAGE-MANAGER-ID
               PERFORM WRITE-MANAGER-PAGE
           END-PERFORM

           *> 部署マスタに無いコストセンターの行
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-PRINTED(WS-LN-IDX) = 'N'
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               MOVE 0 TO WS-PAGE-MANAGER-ID
               PERFORM WRITE-PAGE-HEADING
               PERFORM CLEAR-MANAGER-TOTALS
               MOVE SPACES TO WS-CURRENT-CC
               PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX > WS-LN-COUNT
                   IF WS-LN-PRINTED(WS-LN-IDX) = 'N'
                       IF WS-LN-COST-CENTER(WS-LN-IDX)
                               NOT = WS-CURRENT-CC
                           IF WS-CURRENT-CC NOT = SPACES
                               PERFORM WRITE-COST-CENTER-TOTAL
                           END-IF
                           MOVE WS-LN-COST-CENTER(WS-LN-IDX)
                               TO WS-CURRENT-CC
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING 'COST CENTER ' DELIMITED BY SIZE
                                  WS-CURRENT-CC DELIMITED BY SIZE
                                  '  (NOT IN DEPARTMENT MASTER)'
                                  DELIMITED BY SIZE
                               INTO WS-REPORT-LINE
                           END-STRING
                           WRITE WS-REPORT-LINE
                           PERFORM CLEAR-SUB-TOTALS
                       END-IF
                       PERFORM WRITE-ACCOUNT-LINE
                   END-IF
               END-PERFORM
               PERFORM WRITE-COST-CENTER-TOTAL
               PERFORM WRITE-MANAGER-TOTAL
           END-IF
           CLOSE VARIANCE-REPORT-FILE
           DISPLAY WS-PAGE-NUMBER ' page(s) written to BUDVAR.TXT'.

       WRITE-MANAGER-PAGE.
       *> 管理者1名分のページ
           PERFORM WRITE-PAGE-HEADING
           PERFORM CLEAR-MANAGER-TOTALS
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-COUNT
               IF WS-DM-MANAGER-ID(WS-DM-IDX) = WS-PAGE-MANAGER-ID
                   PERFORM WRITE-DEPARTMENT-SECTION
               END-IF
           END-PERFORM
           PERFORM WRITE-MANAGER-TOTAL.

       WRITE-DEPARTMENT-SECTION.
       *> 部署1件分（そのコストセンターの科目行と小計）
           MOVE WS-DM-COST-CENTER(WS-DM-IDX)(1:8) TO WS-CURRENT-CC
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DEPARTMENT ' DELIMITED BY SIZE
                  WS-DM-DEPT-CODE(WS-DM-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DM-DEPT-NAME(WS-DM-IDX) DELIMITED BY SIZE
                  ' COST CENTER ' DELIMITED BY SIZE
                  WS-DM-COST-CENTER(WS-DM-IDX) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WS-REPORT-LINE
           PERFORM CLEAR-SUB-TOTALS
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-COST-CENTER(WS-LN-IDX) = WS-CURRENT-CC
                   AND WS-LN-PRINTED(WS-LN-IDX) = 'N'
                   PERFORM WRITE-ACCOUNT-LINE
               END-IF
           END-PERFORM
           PERFORM WRITE-COST-CENTER-TOTAL.

       WRITE-PAGE-HEADING.
       *> ページ見出し（1管理者＝1ページ）
           ADD 1 TO WS-PAGE-NUMBER
           IF WS-PAGE-NUMBER > 1
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE ALL '=' TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BUDGET VERSUS ACTUAL - MONTH ' DELIMITED BY SIZE
                  WS-CUR-PERIOD DELIMITED BY SIZE
                  ' - PAGE ' DELIMITED BY SIZE
                  WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PAGE-MANAGER-ID = 0
               STRING 'MANAGER: UNASSIGNED' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING 'MANAGER: ' DELIMITED BY SIZE
                      WS-PAGE-MANAGER-ID DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '                  ' DELIMITED BY SIZE
                  '----------------------- MONTH '
                  DELIMITED BY SIZE
                  '------------------------ ' DELIMITED BY SIZE
                  '-------------------- YEAR TO DATE '
                  DELIMITED BY SIZE
                  '--------------------' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACCOUNT  COST-CTR ' DELIMITED BY SIZE
                  '        BUDGET         ACTUAL       VARIANCE'
                  DELIMITED BY SIZE
                  '    VAR%   ' DELIMITED BY SIZE
                  '        BUDGET         ACTUAL       VARIANCE'
                  DELIMITED BY SIZE
                  '    VAR%' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WS-REPORT-LINE.

       CLEAR-SUB-TOTALS.
           MOVE 0 TO WS-SUB-BUDGET-MTH
           MOVE 0 TO WS-SUB-ACTUAL-MTH
           MOVE 0 TO WS-SUB-BUDGET-YTD
           MOVE 0 TO WS-SUB-ACTUAL-YTD.

       CLEAR-MANAGER-TOTALS.
           MOVE 0 TO WS-MGR-BUDGET-MTH
           MOVE 0 TO WS-MGR-ACTUAL-MTH
           MOVE 0 TO WS-MGR-BUDGET-YTD
           MOVE 0 TO WS-MGR-ACTUAL-YTD.

       WRITE-ACCOUNT-LINE.
       *> 勘定科目1行の出力と小計への加算（小計は純コスト＝
       *> 費用－収益で集計する）
           MOVE 'Y' TO WS-LN-PRINTED(WS-LN-IDX)
           MOVE WS-LN-BUDGET-MTH(WS-LN-IDX) TO WS-PR-BUDGET-MTH
           MOVE WS-LN-ACTUAL-MTH(WS-LN-IDX) TO WS-PR-ACTUAL-MTH
           MOVE WS-LN-BUDGET-YTD(WS-LN-IDX) TO WS-PR-BUDGET-YTD
           MOVE WS-LN-ACTUAL-YTD(WS-LN-IDX) TO WS-PR-ACTUAL-YTD
           MOVE WS-LN-TYPE(WS-LN-IDX) TO WS-PR-TYPE
           MOVE SPACES TO WS-PR-LABEL
           STRING WS-LN-ACCOUNT(WS-LN-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LN-COST-CENTER(WS-LN-IDX) DELIMITED BY SIZE
               INTO WS-PR-LABEL
           END-STRING
           PERFORM WRITE-AMOUNT-LINE

           IF WS-LN-TYPE(WS-LN-IDX) = 'R'
               SUBTRACT WS-LN-BUDGET-MTH(WS-LN-IDX)
                   FROM WS-SUB-BUDGET-MTH
               SUBTRACT WS-LN-ACTUAL-MTH(WS-LN-IDX)
                   FROM WS-SUB-ACTUAL-MTH
               SUBTRACT WS-LN-BUDGET-YTD(WS-LN-IDX)
                   FROM WS-SUB-BUDGET-YTD
               SUBTRACT WS-LN-ACTUAL-YTD(WS-LN-IDX)
                   FROM WS-SUB-ACTUAL-YTD
           ELSE
               ADD WS-LN-BUDGET-MTH(WS-LN-IDX) TO WS-SUB-BUDGET-MTH
               ADD WS-LN-ACTUAL-MTH(WS-LN-IDX) TO WS-SUB-ACTUAL-MTH
               ADD WS-LN-BUDGET-YTD(WS-LN-IDX) TO WS-SUB-BUDGET-YTD
               ADD WS-LN-ACTUAL-YTD(WS-LN-IDX) TO WS-SUB-ACTUAL-YTD
           END-IF.

       WRITE-COST-CENTER-TOTAL.
       *> コストセンター小計（純コスト）の出力と管理者合計への加算
           MOVE WS-SUB-BUDGET-MTH TO WS-PR-BUDGET-MTH
           MOVE WS-SUB-ACTUAL-MTH TO WS-PR-ACTUAL-MTH
           MOVE WS-SUB-BUDGET-YTD TO WS-PR-BUDGET-YTD
           MOVE WS-SUB-ACTUAL-YTD TO WS-PR-ACTUAL-YTD
           MOVE 'X' TO WS-PR-TYPE
           MOVE '  NET COST' TO WS-PR-LABEL
           PERFORM WRITE-AMOUNT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           ADD WS-SUB-BUDGET-MTH TO WS-MGR-BUDGET-MTH
           ADD WS-SUB-ACTUAL-MTH TO WS-MGR-ACTUAL-MTH
           ADD WS-SUB-BUDGET-YTD TO WS-MGR-BUDGET-YTD
           ADD WS-SUB-ACTUAL-YTD TO WS-MGR-ACTUAL-YTD.

       WRITE-MANAGER-TOTAL.
       *> 管理者合計（純コスト）の出力
           MOVE WS-MGR-BUDGET-MTH TO WS-PR-BUDGET-MTH
           MOVE WS-MGR-ACTUAL-MTH TO WS-PR-ACTUAL-MTH
           MOVE WS-MGR-BUDGET-YTD TO WS-PR-BUDGET-YTD
           MOVE WS-MGR-ACTUAL-YTD TO WS-PR-ACTUAL-YTD
           MOVE 'X' TO WS-PR-TYPE
           MOVE 'MANAGER NET COST' TO WS-PR-LABEL
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-AMOUNT-LINE.
       *> 見出し＋月・累計の予算・実績・差異・差異率の1行を出力する
           MOVE WS-PR-BUDGET-MTH TO WS-DISPLAY-AMOUNT
           MOVE WS-PR-ACTUAL-MTH TO WS-DISPLAY-AMOUNT-2
           COMPUTE WS-VARIANCE = WS-PR-ACTUAL-MTH - WS-PR-BUDGET-MTH
           MOVE WS-PR-BUDGET-MTH TO WS-ABS-BUDGET
           PERFORM FORMAT-VARIANCE
           MOVE SPACES TO WS-MTH-COLUMNS
           STRING WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT-2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT-3 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-PCT-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FAV-FLAG DELIMITED BY SIZE
               INTO WS-MTH-COLUMNS
           END-STRING

           MOVE WS-PR-BUDGET-YTD TO WS-DISPLAY-AMOUNT
           MOVE WS-PR-ACTUAL-YTD TO WS-DISPLAY-AMOUNT-2
           COMPUTE WS-VARIANCE = WS-PR-ACTUAL-YTD - WS-PR-BUDGET-YTD
           MOVE WS-PR-BUDGET-YTD TO WS-ABS-BUDGET
           PERFORM FORMAT-VARIANCE
           MOVE SPACES TO WS-YTD-COLUMNS
           STRING WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT-2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT-3 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-PCT-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FAV-FLAG DELIMITED BY SIZE
               INTO WS-YTD-COLUMNS
           END-STRING

           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-PR-LABEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MTH-COLUMNS(1:55) DELIMITED BY SIZE
                  WS-YTD-COLUMNS(1:55) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WS-REPORT-LINE.

       FORMAT-VARIANCE.
       *> 差異額・差異率（予算の絶対値に対する割合）と有利・不利の
       *> 編集（収益は実績が予算を上回れば有利、費用は不利）
           MOVE WS-VARIANCE TO WS-DISPLAY-AMOUNT-3
           IF WS-ABS-BUDGET = 0
               MOVE '    N/A' TO WS-DISPLAY-PCT-TEXT
           ELSE
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-ABS-BUDGET
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-VARIANCE-PCT
               END-COMPUTE
               IF WS-VARIANCE-PCT > 9999.9
                   OR WS-VARIANCE-PCT < -9999.9
                   MOVE '  *****' TO WS-DISPLAY-PCT-TEXT
               ELSE
                   MOVE WS-VARIANCE-PCT TO WS-DISPLAY-PCT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-VARIANCE = 0
                   MOVE SPACE TO WS-FAV-FLAG
               WHEN WS-PR-TYPE = 'R' AND WS-VARIANCE > 0
                   MOVE 'F' TO WS-FAV-FLAG
               WHEN WS-PR-TYPE = 'R'
                   MOVE 'U' TO WS-FAV-FLAG
               WHEN WS-VARIANCE > 0
                   MOVE 'U' TO WS-FAV-FLAG
               WHEN OTHER
                   MOVE 'F' TO WS-FAV-FLAG
           END-EVALUATE.

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
