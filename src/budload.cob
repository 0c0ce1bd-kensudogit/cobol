       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-LOADER.
       AUTHOR. COBOL Developer.
       DATE-WRITTEN. 2026.
       *> プログラム名: Cost Center Budget Loader
       *> 目的: 年間予算の予算ファイル（BUDGET.DAT）への取り込み
       *> 機能: 勘定科目・コストセンター・年度別の年間予算入力
       *>       （既定はBUDGIN.DAT。月別12か月分の金額、または
       *>       年額のみ）を読み込み、月別の予算レコード（勘定科目・
       *>       コストセンター・年月）に展開してBUDGET.DATへ書き込む。
       *>       年額のみの行は12か月に均等配分する（端数は12月）。
       *>       勘定科目は勘定科目マスタ（COA.DAT）の収益・費用科目、
       *>       コストセンターは部署マスタ（DEPTMAST.DAT）に登録済み
       *>       のものに限る。1件でも誤りがあれば全件を拒否して
       *>       BUDREJ.TXTへ理由を出力する。取り込んだ年度の既存
       *>       予算は置き換える（再取り込み可）
       *>
       *> 変更履歴:
       *> 2026-10-15  COBOL Developer  初版作成

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> 年間予算入力ファイル（名前を指定する）
           SELECT BUDGET-INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-INPUT-STATUS.

           *> 予算ファイル（勘定科目・コストセンター・年月別）
           SELECT BUDGET-FILE ASSIGN TO 'BUDGET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-BUDGET-STATUS.

           *> 勘定科目マスタファイル
           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO 'COA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-COA-STATUS.

           *> 部署マスタファイル（コストセンターの検証用）
           SELECT DEPARTMENT-MASTER ASSIGN TO 'DEPTMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-DEPT-STATUS.

           *> 予算取り込み拒否一覧ファイル
           SELECT REJECT-FILE ASSIGN TO 'BUDREJ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-REJECT-STATUS.

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
       *> 年間予算入力レコード構造（月別金額が全て空白か0の行は
       *> 年額を均等配分する）
       FD  BUDGET-INPUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUDGET-INPUT-RECORD.
           05  WS-BI-ACCOUNT PIC X(8).
           *> 勘定科目
           05  FILLER PIC X(1).
           05  WS-BI-COST-CENTER PIC X(8).
           *> コストセンター
           05  FILLER PIC X(1).
           05  WS-BI-YEAR PIC X(4).
           *> 予算年度（YYYY）
           05  FILLER PIC X(1).
           05  WS-BI-ANNUAL PIC X(13).
           05  WS-BI-ANNUAL-NUM REDEFINES WS-BI-ANNUAL
                   PIC 9(11)V99.
           *> 年額
           05  WS-BI-MONTH-GROUP OCCURS 12 TIMES.
               10  FILLER PIC X(1).
               10  WS-BI-MONTH-AMOUNT PIC X(11).
               10  WS-BI-MONTH-NUM REDEFINES WS-BI-MONTH-AMOUNT
                       PIC 9(9)V99.
               *> 1月～12月の月額

       *> 予算レコード構造（勘定科目・コストセンター・年月別。
       *> 金額は科目の正常残高側を正とする）
       FD  BUDGET-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUDGET-RECORD.
           05  WS-BU-ACCOUNT PIC X(8).
           *> 勘定科目
           05  FILLER PIC X(1).
           05  WS-BU-COST-CENTER PIC X(8).
           *> コストセンター
           05  FILLER PIC X(1).
           05  WS-BU-PERIOD PIC X(6).
           *> 予算年月（YYYYMM）
           05  FILLER PIC X(1).
           05  WS-BU-AMOUNT PIC 9(11)V99.
           *> 予算額

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

       *> 拒否一覧レポート行
       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-REJECT-LINE PIC X(132).

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
       01  WS-INPUT-STATUS PIC X(2).
       *> 年間予算入力の状態コード
           88  WS-INPUT-OK VALUE '00'.
       01  WS-BUDGET-STATUS PIC X(2).
       *> BUDGET.DAT入出力の状態コード
           88  WS-BUDGET-OK VALUE '00'.
       01  WS-COA-STATUS PIC X(2).
       *> COA.DAT入出力の状態コード
           88  WS-COA-OK VALUE '00'.
       01  WS-DEPT-STATUS PIC X(2).
       *> DEPTMAST.DAT入出力の状態コード
           88  WS-DEPT-FILE-OK VALUE '00'.
       01  WS-REJECT-STATUS PIC X(2).
       *> BUDREJ.TXT入出力の状態コード
       01  WS-AUDIT-STATUS PIC X(2).
       *> AUDIT.LOG入出力の状態コード

       01  WS-AUDIT-CONTROL.
       *> 他のバッチプログラムと共有する監査ログの1エントリ分
           05  WS-AUDIT-PROGRAM-ID   PIC X(8)  VALUE 'BUDLOAD'.
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

       01  WS-INPUT-FILENAME PIC X(30).
       *> 取り込む年間予算入力のファイル名

       *> 勘定科目テーブル（科目と勘定区分のみ）
       01  WS-COA-TABLE.
           05  WS-COA-COUNT PIC 9(3) VALUE 0.
           05  WS-COA-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-COA-IDX.
               10  WS-COA-ACCOUNT PIC X(8).
               10  WS-COA-TYPE PIC X(1).

       *> 部署マスタのコストセンターテーブル
       01  WS-DEPT-TABLE.
           05  WS-DM-COUNT PIC 9(3) VALUE 0.
           05  WS-DM-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-DM-IDX.
               10  WS-DM-COST-CENTER PIC X(10).

       *> 取り込む予算のテーブル（入力1行＝勘定科目・コスト
       *> センター・年度の12か月分）
       01  WS-LOAD-TABLE.
           05  WS-BL-COUNT PIC 9(3) VALUE 0.
           05  WS-BL-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-BL-IDX.
               10  WS-BL-ACCOUNT PIC X(8).
               10  WS-BL-COST-CENTER PIC X(8).
               10  WS-BL-YEAR PIC X(4).
               10  WS-BL-MONTH-AMOUNT PIC 9(11)V99
                       OCCURS 12 TIMES.

       *> 取り込む年度のテーブル（既存予算の置き換え対象）
       01  WS-YEAR-TABLE.
           05  WS-YR-COUNT PIC 9(2) VALUE 0.
           05  WS-YR-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-YR-IDX.
               10  WS-YR-YEAR PIC X(4).
               10  WS-YR-ROWS PIC 9(5).
               10  WS-YR-TOTAL PIC 9(13)V99.

       *> 既存予算のうち置き換え対象外の年度の行
       01  WS-KEEP-TABLE.
           05  WS-KP-COUNT PIC 9(5) VALUE 0.
           05  WS-KP-ENTRY OCCURS 6000 TIMES
                   INDEXED BY WS-KP-IDX.
               10  WS-KP-ACCOUNT PIC X(8).
               10  WS-KP-COST-CENTER PIC X(8).
               10  WS-KP-PERIOD PIC X(6).
               10  WS-KP-AMOUNT PIC 9(11)V99.

       *> 読み込みと検証の制御
       01  WS-LOAD-CONTROL.
           05  WS-INPUT-EOF PIC X(1).
           *> 年間予算入力終端フラグ
           05  WS-BUDGET-EOF PIC X(1).
           *> 予算ファイル終端フラグ
           05  WS-COA-EOF PIC X(1).
           *> 勘定科目マスタ終端フラグ
           05  WS-DEPT-EOF PIC X(1).
           *> 部署マスタ終端フラグ
           05  WS-FOUND PIC X(1).
           *> テーブル検索の結果フラグ（Y/N）
           05  WS-INPUT-LINE-NO PIC 9(5) VALUE 0.
           *> 入力行番号
           05  WS-REJECT-COUNT PIC 9(5) VALUE 0.
           *> 誤りの件数
           05  WS-REJECT-REASON PIC X(50).
           *> 誤りの理由
           05  WS-MONTH-NO PIC 9(2).
           *> 月の添字
           05  WS-MONTH-SUM PIC 9(13)V99.
           *> 月額の合計
           05  WS-SPREAD-AMOUNT PIC 9(11)V99.
           *> 年額の均等配分額
           05  WS-ROWS-WRITTEN PIC 9(5) VALUE 0.
           *> 書き込んだ予算レコード件数
           05  WS-ROWS-KEPT PIC 9(5) VALUE 0.
           *> 置き換え対象外で残した予算レコード件数

       *> レポート編集用
       01  WS-DISPLAY-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       *> メイン処理開始
           DISPLAY '=========================================='
           DISPLAY 'Cost Center Budget Loader'
           DISPLAY '=========================================='

           DISPLAY 'Enter Budget Input File Name '
               '(blank = BUDGIN.DAT): '
           ACCEPT WS-INPUT-FILENAME
           IF WS-INPUT-FILENAME = SPACES
               MOVE 'BUDGIN.DAT' TO WS-INPUT-FILENAME
           END-IF
           DISPLAY 'Loading ' WS-INPUT-FILENAME

           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-DEPARTMENT-MASTER

           OPEN OUTPUT REJECT-FILE
           MOVE SPACES TO WS-REJECT-LINE
           STRING 'BUDGET LOAD REJECTIONS - ' DELIMITED BY SIZE
                  WS-INPUT-FILENAME DELIMITED BY SPACE
               INTO WS-REJECT-LINE
           END-STRING
           WRITE WS-REJECT-LINE
           PERFORM READ-BUDGET-INPUT
           MOVE SPACES TO WS-REJECT-LINE
           STRING 'ERRORS: ' DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
               INTO WS-REJECT-LINE
           END-STRING
           WRITE WS-REJECT-LINE
           CLOSE REJECT-FILE

           IF WS-REJECT-COUNT > 0 OR WS-BL-COUNT = 0
               DISPLAY '*** Budget load rejected - ' WS-REJECT-COUNT
                   ' error(s), see BUDREJ.TXT'
               MOVE 'MAIN-PROCEDURE' TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE 'Budget input failed validation - not loaded'
                   TO WS-AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-EXISTING-BUDGET
           PERFORM WRITE-BUDGET-FILE

           PERFORM VARYING WS-YR-IDX FROM 1 BY 1
                   UNTIL WS-YR-IDX > WS-YR-COUNT
               MOVE WS-YR-TOTAL(WS-YR-IDX) TO WS-DISPLAY-AMOUNT
               DISPLAY 'Budget year ' WS-YR-YEAR(WS-YR-IDX) ': '
                   WS-YR-ROWS(WS-YR-IDX) ' month row(s), total '
                   WS-DISPLAY-AMOUNT
           END-PERFORM
           DISPLAY WS-ROWS-KEPT ' row(s) of other years kept'

           MOVE 'MAIN-PROCEDURE' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'S' TO WS-AUDIT-OUTCOME
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'Annual budget loaded: ' DELIMITED BY SIZE
                  WS-BL-COUNT DELIMITED BY SIZE
                  ' account/cost center line(s)' DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG

           STOP RUN.
           *> プログラム終了

       LOAD-CHART-OF-ACCOUNTS.
       *> 勘定科目マスタの読み込み（科目と勘定区分）
           MOVE 0 TO WS-COA-COUNT
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           IF WS-COA-OK
               MOVE 'N' TO WS-COA-EOF
               PERFORM UNTIL WS-COA-EOF = 'Y'
                   READ CHART-OF-ACCOUNTS-FILE
                       AT END
                           MOVE 'Y' TO WS-COA-EOF
                       NOT AT END
                           IF WS-COA-COUNT < 200
                               AND WS-CA-ACCOUNT NOT = SPACES
                               ADD 1 TO WS-COA-COUNT
                               MOVE WS-CA-ACCOUNT
                                   TO WS-COA-ACCOUNT(WS-COA-COUNT)
                               MOVE WS-CA-TYPE
                                   TO WS-COA-TYPE(WS-COA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHART-OF-ACCOUNTS-FILE
           ELSE
               DISPLAY '*** Chart of accounts COA.DAT not found'
           END-IF.

       LOAD-DEPARTMENT-MASTER.
       *> 部署マスタの読み込み（コストセンターのみ）
           MOVE 0 TO WS-DM-COUNT
           OPEN INPUT DEPARTMENT-MASTER
           IF WS-DEPT-FILE-OK
               MOVE 'N' TO WS-DEPT-EOF
               PERFORM UNTIL WS-DEPT-EOF = 'Y'
                   READ DEPARTMENT-MASTER
                       AT END
                           MOVE 'Y' TO WS-DEPT-EOF
                       NOT AT END
                           IF WS-DM-COUNT < 50
                               ADD 1 TO WS-DM-COUNT
                               MOVE WS-DR-COST-CENTER TO
                                   WS-DM-COST-CENTER(WS-DM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPARTMENT-MASTER
           ELSE
               DISPLAY '*** Department master DEPTMAST.DAT not found'
           END-IF.

       READ-BUDGET-INPUT.
       *> 年間予算入力の読み込みと検証
           OPEN INPUT BUDGET-INPUT-FILE
           IF NOT WS-INPUT-OK
               DISPLAY 'Error: budget input file not found'
               MOVE 'Budget input file not found' TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-INPUT-EOF
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ BUDGET-INPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       ADD 1 TO WS-INPUT-LINE-NO
                       IF BUDGET-INPUT-RECORD NOT = SPACES
                           PERFORM VALIDATE-BUDGET-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-INPUT-FILE
           DISPLAY WS-INPUT-LINE-NO ' input line(s) read, '
               WS-BL-COUNT ' accepted'.

       VALIDATE-BUDGET-LINE.
       *> 入力1行分の検証と月別金額への展開
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                   UNTIL WS-COA-IDX > WS-COA-COUNT
                      OR WS-FOUND = 'Y'
               IF WS-COA-ACCOUNT(WS-COA-IDX) = WS-BI-ACCOUNT
                   MOVE 'Y' TO WS-FOUND
                   IF WS-COA-TYPE(WS-COA-IDX) NOT = 'R'
                       AND WS-COA-TYPE(WS-COA-IDX) NOT = 'X'
                       MOVE 'Not a revenue or expense account'
                           TO WS-REJECT-REASON
                       PERFORM WRITE-REJECT-LINE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND NOT = 'Y'
               MOVE 'Account not in chart of accounts'
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-COUNT
                      OR WS-FOUND = 'Y'
               IF WS-DM-COST-CENTER(WS-DM-IDX)(1:8)
                       = WS-BI-COST-CENTER
                   AND WS-BI-COST-CENTER NOT = SPACES
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND NOT = 'Y'
               MOVE 'Cost center not in department master'
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-BI-YEAR IS NOT NUMERIC
               MOVE 'Budget year must be YYYY' TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-BI-ANNUAL = SPACES
               MOVE ZEROS TO WS-BI-ANNUAL
           END-IF
           IF WS-BI-ANNUAL IS NOT NUMERIC
               MOVE 'Annual amount not numeric' TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MONTH-SUM
           PERFORM VARYING WS-MONTH-NO FROM 1 BY 1
                   UNTIL WS-MONTH-NO > 12
               IF WS-BI-MONTH-AMOUNT(WS-MONTH-NO) = SPACES
                   MOVE ZEROS TO WS-BI-MONTH-AMOUNT(WS-MONTH-NO)
               END-IF
               IF WS-BI-MONTH-AMOUNT(WS-MONTH-NO) IS NOT NUMERIC
                   MOVE 'Monthly amount not numeric'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
               END-IF
               ADD WS-BI-MONTH-NUM(WS-MONTH-NO) TO WS-MONTH-SUM
           END-PERFORM
           IF WS-MONTH-SUM > 0 AND WS-BI-ANNUAL-NUM > 0
               AND WS-MONTH-SUM NOT = WS-BI-ANNUAL-NUM
               MOVE 'Monthly amounts do not add to annual amount'
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BL-COUNT
               IF WS-BL-ACCOUNT(WS-BL-IDX) = WS-BI-ACCOUNT
                   AND WS-BL-COST-CENTER(WS-BL-IDX)
                       = WS-BI-COST-CENTER
                   AND WS-BL-YEAR(WS-BL-IDX) = WS-BI-YEAR
                   MOVE 'Duplicate account/cost center/year'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-BL-COUNT >= 500
               MOVE 'Too many budget lines (max 500)'
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM REGISTER-BUDGET-YEAR
           IF WS-FOUND NOT = 'Y'
               MOVE 'Too many budget years (max 10)'
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BL-COUNT
           SET WS-BL-IDX TO WS-BL-COUNT
           MOVE WS-BI-ACCOUNT TO WS-BL-ACCOUNT(WS-BL-IDX)
           MOVE WS-BI-COST-CENTER TO WS-BL-COST-CENTER(WS-BL-IDX)
           MOVE WS-BI-YEAR TO WS-BL-YEAR(WS-BL-IDX)
           IF WS-MONTH-SUM > 0
               PERFORM VARYING WS-MONTH-NO FROM 1 BY 1
                       UNTIL WS-MONTH-NO > 12
                   MOVE WS-BI-MONTH-NUM(WS-MONTH-NO)
                       TO WS-BL-MONTH-AMOUNT(WS-BL-IDX, WS-MONTH-NO)
               END-PERFORM
               MOVE WS-MONTH-SUM TO WS-BI-ANNUAL-NUM
           ELSE
               COMPUTE WS-SPREAD-AMOUNT = WS-BI-ANNUAL-NUM / 12
               MOVE 0 TO WS-MONTH-SUM
               PERFORM VARYING WS-MONTH-NO FROM 1 BY 1
                       UNTIL WS-MONTH-NO > 11
                   MOVE WS-SPREAD-AMOUNT
                       TO WS-BL-MONTH-AMOUNT(WS-BL-IDX, WS-MONTH-NO)
                   ADD WS-SPREAD-AMOUNT TO WS-MONTH-SUM
               END-PERFORM
               COMPUTE WS-BL-MONTH-AMOUNT(WS-BL-IDX, 12) =
                   WS-BI-ANNUAL-NUM - WS-MONTH-SUM
           END-IF
           ADD 12 TO WS-YR-ROWS(WS-YR-IDX)
           ADD WS-BI-ANNUAL-NUM TO WS-YR-TOTAL(WS-YR-IDX).

       REGISTER-BUDGET-YEAR.
       *> 取り込む年度の登録（WS-YR-IDXに該当年度を設定する）
           MOVE 'N' TO WS-FOUND
           IF WS-YR-COUNT > 0
               SET WS-YR-IDX TO 1
               SEARCH WS-YR-ENTRY
                   WHEN WS-YR-IDX > WS-YR-COUNT
                       CONTINUE
                   WHEN WS-YR-YEAR(WS-YR-IDX) = WS-BI-YEAR
                       MOVE 'Y' TO WS-FOUND
               END-SEARCH
           END-IF
           IF WS-FOUND NOT = 'Y' AND WS-YR-COUNT < 10
               ADD 1 TO WS-YR-COUNT
               SET WS-YR-IDX TO WS-YR-COUNT
               MOVE WS-BI-YEAR TO WS-YR-YEAR(WS-YR-IDX)
               MOVE 0 TO WS-YR-ROWS(WS-YR-IDX)
               MOVE 0 TO WS-YR-TOTAL(WS-YR-IDX)
               MOVE 'Y' TO WS-FOUND
           END-IF.

       WRITE-REJECT-LINE.
       *> 誤り1件を拒否一覧へ出力する
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-REJECT-LINE
           STRING 'LINE ' DELIMITED BY SIZE
                  WS-INPUT-LINE-NO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BI-ACCOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BI-COST-CENTER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BI-YEAR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-REJECT-LINE
           END-STRING
           WRITE WS-REJECT-LINE
           DISPLAY '*** ' WS-REJECT-LINE(1:100).

       LOAD-EXISTING-BUDGET.
       *> 既存予算の読み込み（取り込む年度以外の行だけを残す）
           MOVE 0 TO WS-KP-COUNT
           OPEN INPUT BUDGET-FILE
           IF NOT WS-BUDGET-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BUDGET-EOF
           PERFORM UNTIL WS-BUDGET-EOF = 'Y'
               READ BUDGET-FILE
                   AT END
                       MOVE 'Y' TO WS-BUDGET-EOF
                   NOT AT END
                       MOVE 'N' TO WS-FOUND
                       PERFORM VARYING WS-YR-IDX FROM 1 BY 1
                               UNTIL WS-YR-IDX > WS-YR-COUNT
                           IF WS-YR-YEAR(WS-YR-IDX)
                                   = WS-BU-PERIOD(1:4)
                               MOVE 'Y' TO WS-FOUND
                           END-IF
                       END-PERFORM
                       IF WS-FOUND = 'N' AND WS-KP-COUNT < 6000
                           ADD 1 TO WS-KP-COUNT
                           SET WS-KP-IDX TO WS-KP-COUNT
                           MOVE WS-BU-ACCOUNT
                               TO WS-KP-ACCOUNT(WS-KP-IDX)
                           MOVE WS-BU-COST-CENTER
                               TO WS-KP-COST-CENTER(WS-KP-IDX)
                           MOVE WS-BU-PERIOD TO WS-KP-PERIOD(WS-KP-IDX)
                           MOVE WS-BU-AMOUNT TO WS-KP-AMOUNT(WS-KP-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE
           MOVE WS-KP-COUNT TO WS-ROWS-KEPT.

       WRITE-BUDGET-FILE.
       *> 予算ファイルの書き直し（残した既存行＋取り込んだ年度の
       *> 月別行）
           OPEN OUTPUT BUDGET-FILE
           PERFORM VARYING WS-KP-IDX FROM 1 BY 1
                   UNTIL WS-KP-IDX > WS-KP-COUNT
               MOVE SPACES TO BUDGET-RECORD
               MOVE WS-KP-ACCOUNT(WS-KP-IDX) TO WS-BU-ACCOUNT
               MOVE WS-KP-COST-CENTER(WS-KP-IDX) TO WS-BU-COST-CENTER
               MOVE WS-KP-PERIOD(WS-KP-IDX) TO WS-BU-PERIOD
               MOVE WS-KP-AMOUNT(WS-KP-IDX) TO WS-BU-AMOUNT
               WRITE BUDGET-RECORD
           END-PERFORM

           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BL-COUNT
               PERFORM VARYING WS-MONTH-NO FROM 1 BY 1
                       UNTIL WS-MONTH-NO > 12
                   MOVE SPACES TO BUDGET-RECORD
                   MOVE WS-BL-ACCOUNT(WS-BL-IDX) TO WS-BU-ACCOUNT
                   MOVE WS-BL-COST-CENTER(WS-BL-IDX)
                       TO WS-BU-COST-CENTER
                   STRING WS-BL-YEAR(WS-BL-IDX) DELIMITED BY SIZE
                          WS-MONTH-NO DELIMITED BY SIZE
                       INTO WS-BU-PERIOD
                   END-STRING
                   MOVE WS-BL-MONTH-AMOUNT(WS-BL-IDX, WS-MONTH-NO)
                       TO WS-BU-AMOUNT
                   WRITE BUDGET-RECORD
                   ADD 1 TO WS-ROWS-WRITTEN
               END-PERFORM
           END-PERFORM
           CLOSE BUDGET-FILE
           DISPLAY WS-ROWS-WRITTEN ' budget row(s) written to '
               'BUDGET.DAT'.

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
