       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXED-ASSETS.
       AUTHOR. COBOL Developer.
       DATE-WRITTEN. 2026.
       *> プログラム名: Fixed Asset Depreciation
       *> 目的: 固定資産台帳の月次減価償却と除却損益の計算、
       *>       総勘定元帳への仕訳連携
       *> 機能: 固定資産マスタ（FAMASTER.DAT）の各資産について、
       *>       指定月までの未償却月の減価償却費を定額法または
       *>       定率法（2倍定率）で計算し（取得月から償却、残存価額
       *>       を下限とし、耐用年数の最終月で残存価額まで償却する）、
       *>       償却累計額と最終償却月をマスタへ書き戻す。除却日が
       *>       指定月以前の資産は除却月まで償却したうえで除却し、
       *>       売却額と帳簿価額の差を除却損益とする。償却費と除却の
       *>       仕訳をGL-JOURNALと同じ仕訳バッチ形式（発生元
       *>       FIXASSET）でFADEPR-YYYYMM.DATへ出力し、GL-LOADERで
       *>       取り込む。勘定科目は勘定科目マッピング（ACCTMAP.DAT）
       *>       で解決し、コストセンターは資産のものを使う。会計期間
       *>       マスタ（ACCTPERD.DAT）で締め済みの月は実行を拒否する
       *>       （未償却月は次のオープン月の実行でまとめて償却する）。
       *>       資産別の償却明細表をFADEPR.TXTへ出力する
       *>
       *> 変更履歴:
       *> 2026-10-15  COBOL Developer  初版作成

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> 固定資産マスタファイル（償却累計額を書き戻す）
           SELECT ASSET-MASTER-FILE ASSIGN TO 'FAMASTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ASSET-STATUS.

           *> 勘定科目マッピングファイル（GL-JOURNALと共用）
           SELECT ACCOUNT-MAP-FILE ASSIGN TO 'ACCTMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ACCTMAP-STATUS.

           *> 会計期間マスタファイル（PERIOD-MAINTが保守する。
           *> 締め済み期間への転記防止に使用する）
           SELECT ACCOUNTING-PERIOD-FILE ASSIGN TO 'ACCTPERD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ACCTPERD-STATUS.

           *> 仕訳バッチファイル（FADEPR-YYYYMM.DAT）
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-JOURNAL-STATUS.

           *> 償却明細表ファイル
           SELECT SCHEDULE-FILE ASSIGN TO 'FADEPR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-SCHEDULE-STATUS.

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
       *> 固定資産マスタレコード（内容はWS-ASSET-WORKで扱う）
       FD  ASSET-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ASSET-MASTER-RECORD PIC X(128).

       *> 勘定科目マッピングレコード構造（GL-JOURNALの
       *> ACCOUNT-MAP-RECORDと同一）
       FD  ACCOUNT-MAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-MAP-RECORD.
           05  WS-AM-POSTING-KEY PIC X(12).
           05  FILLER PIC X(1).
           05  WS-AM-ACCOUNT PIC X(8).
           05  FILLER PIC X(1).
           05  WS-AM-COST-CENTER PIC X(8).

       *> 会計期間レコード構造（PERIOD-MAINTの
       *> ACCOUNTING-PERIOD-RECORDと同一）
       FD  ACCOUNTING-PERIOD-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNTING-PERIOD-RECORD.
           05  WS-AP-PERIOD PIC X(6).
           *> 会計期間（YYYYMM）
           05  FILLER PIC X(1).
           05  WS-AP-STATUS PIC X(6).
           *> 状態（OPEN/CLOSED）

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

       *> 償却明細表レポート行
       FD  SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-SCHEDULE-LINE PIC X(132).

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
       01  WS-ASSET-STATUS PIC X(2).
       *> FAMASTER.DAT入出力の状態コード
           88  WS-ASSET-OK VALUE '00'.
       01  WS-ACCTMAP-STATUS PIC X(2).
       *> ACCTMAP.DAT入出力の状態コード
           88  WS-ACCTMAP-OK VALUE '00'.
       01  WS-ACCTPERD-STATUS PIC X(2).
       *> ACCTPERD.DAT入出力の状態コード
           88  WS-ACCTPERD-OK VALUE '00'.
       01  WS-JOURNAL-STATUS PIC X(2).
       *> 仕訳バッチ入出力の状態コード
       01  WS-SCHEDULE-STATUS PIC X(2).
       *> FADEPR.TXT入出力の状態コード
       01  WS-AUDIT-STATUS PIC X(2).
       *> AUDIT.LOG入出力の状態コード

       01  WS-AUDIT-CONTROL.
       *> 他のバッチプログラムと共有する監査ログの1エントリ分
           05  WS-AUDIT-PROGRAM-ID   PIC X(8)  VALUE 'FIXASSET'.
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
       01  WS-JOURNAL-FILENAME PIC X(30).
       *> 仕訳バッチファイル名（FADEPR-YYYYMM.DAT）

       *> 固定資産マスタ1件分の作業領域
       01  WS-ASSET-WORK.
           05  WS-FA-ASSET-ID PIC X(8).
           *> 資産番号
           05  FILLER PIC X(1).
           05  WS-FA-DESCRIPTION PIC X(30).
           *> 資産名称
           05  FILLER PIC X(1).
           05  WS-FA-COST-CENTER PIC X(8).
           *> コストセンター
           05  FILLER PIC X(1).
           05  WS-FA-ACQ-DATE PIC X(8).
           *> 取得日（YYYYMMDD）
           05  WS-FA-ACQ-DATE-PARTS REDEFINES WS-FA-ACQ-DATE.
               10  WS-FA-ACQ-YEAR PIC 9(4).
               10  WS-FA-ACQ-MONTH PIC 9(2).
               10  WS-FA-ACQ-DAY PIC 9(2).
           05  FILLER PIC X(1).
           05  WS-FA-COST PIC 9(9)V99.
           *> 取得価額
           05  FILLER PIC X(1).
           05  WS-FA-LIFE-YEARS PIC 9(2).
           *> 耐用年数
           05  FILLER PIC X(1).
           05  WS-FA-METHOD PIC X(1).
           *> 償却方法（S=定額法、D=定率法）
               88  WS-FA-STRAIGHT-LINE VALUE 'S'.
               88  WS-FA-DECLINING VALUE 'D'.
           05  FILLER PIC X(1).
           05  WS-FA-SALVAGE PIC 9(9)V99.
           *> 残存価額
           05  FILLER PIC X(1).
           05  WS-FA-DISPOSAL-DATE PIC X(8).
           *> 除却日（YYYYMMDD、使用中は空白）
           05  FILLER PIC X(1).
           05  WS-FA-PROCEEDS PIC 9(9)V99.
           *> 除却時の売却額（廃棄は0）
           05  FILLER PIC X(1).
           05  WS-FA-ACCUM-DEPR PIC 9(9)V99.
           *> 償却累計額（このプログラムが更新する）
           05  FILLER PIC X(1).
           05  WS-FA-LAST-PERIOD PIC X(6).
           *> 最終償却月（YYYYMM、未償却は空白）
           05  WS-FA-LAST-PERIOD-PARTS
                   REDEFINES WS-FA-LAST-PERIOD.
               10  WS-FA-LAST-YEAR PIC 9(4).
               10  WS-FA-LAST-MONTH PIC 9(2).
           05  FILLER PIC X(1).
           05  WS-FA-STATUS PIC X(1).
           *> 状態（空白/A=使用中、D=除却済み）
               88  WS-FA-DISPOSED VALUE 'D'.

       *> 固定資産マスタの内容（マスタの順序のまま書き戻す）
       01  WS-ASSET-TABLE.
           05  WS-AT-COUNT PIC 9(4) VALUE 0.
           05  WS-AT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-AT-IDX.
               10  WS-AT-RECORD PIC X(128).

       *> 勘定科目マッピングの内容
       01  WS-ACCOUNT-MAP-TABLE.
           05  WS-MAP-COUNT PIC 9(3) VALUE 0.
           05  WS-MAP-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-MAP-IDX.
               10  WS-MAP-POSTING-KEY PIC X(12).
               10  WS-MAP-ACCOUNT PIC X(8).
               10  WS-MAP-COST-CENTER PIC X(8).
       01  WS-LOOKUP-KEY PIC X(12).
       *> 検索する転記キー
       01  WS-LOOKUP-ACCOUNT PIC X(8).
       *> 転記キーに対応する勘定科目

       *> 会計期間マスタの内容（期間の昇順で保守されている前提）
       01  WS-PERIOD-TABLE.
           05  WS-AP-COUNT PIC 9(3) VALUE 0.
           05  WS-AP-ENTRY OCCURS 120 TIMES
                   INDEXED BY WS-AP-IDX.
               10  WS-APT-PERIOD PIC X(6).
               10  WS-APT-STATUS PIC X(6).

       *> 実行月と転記日
       01  WS-RUN-CONTROL.
           05  WS-PERIOD-INPUT PIC X(6).
           *> 入力された償却月（YYYYMM）
           05  WS-RUN-PERIOD PIC X(6).
           *> 償却月（YYYYMM）
           05  WS-RUN-PERIOD-PARTS REDEFINES WS-RUN-PERIOD.
               10  WS-RUN-YEAR PIC 9(4).
               10  WS-RUN-MONTH PIC 9(2).
           05  WS-PERIOD-STATE PIC X(6).
           *> 償却月の会計期間の状態（マスタに無い期間はOPEN扱い）
           05  WS-NEXT-MONTH-START PIC 9(8).
           *> 償却月の翌月1日
           05  WS-POSTING-DATE PIC 9(8).
           *> 転記日（償却月の末日）
           05  WS-EOF PIC X(1).
           *> 読み込み中ファイルの終端フラグ
           05  WS-ASSETS-DROPPED PIC 9(5) VALUE 0.
           *> テーブル上限超過で処理できなかった資産数

       *> 資産1件の償却計算用
       01  WS-DEPRECIATION-WORK.
           05  WS-CALC-PERIOD PIC X(6).
           *> 計算中の月（YYYYMM）
           05  WS-CALC-PERIOD-PARTS REDEFINES WS-CALC-PERIOD.
               10  WS-CALC-YEAR PIC 9(4).
               10  WS-CALC-MONTH PIC 9(2).
           05  WS-END-PERIOD PIC X(6).
           *> 償却する最終月（除却月または償却月）
           05  WS-DISPOSAL-PERIOD PIC X(6).
           *> 除却日の月
           05  WS-ASSET-VALID PIC X(1).
           *> 資産の内容が正しいかどうか（Y/N）
           05  WS-INVALID-REASON PIC X(30).
           *> 内容誤りの理由
           05  WS-LIFE-MONTHS PIC 9(4).
           *> 耐用月数
           05  WS-MONTH-NUMBER PIC S9(5).
           *> 取得月を1とした計算中の月の通番
           05  WS-BOOK-VALUE PIC S9(9)V99.
           *> 帳簿価額（取得価額－償却累計額）
           05  WS-REMAINING PIC S9(9)V99.
           *> 残りの償却可能額（帳簿価額－残存価額）
           05  WS-MONTH-DEPR PIC S9(9)V99.
           *> 1か月分の償却費
           05  WS-ASSET-DEPR PIC 9(9)V99.
           *> 当月実行分の償却費（未償却月の累計）
           05  WS-MONTHS-TAKEN PIC 9(3).
           *> 当月実行で償却した月数
           05  WS-GAIN-LOSS PIC S9(9)V99.
           *> 除却損益（売却額－帳簿価額、負は損失）
           05  WS-DISPOSED-NOW PIC X(1).
           *> 当月実行で除却したかどうか（Y/N）

       *> 仕訳バッチの集計
       01  WS-JOURNAL-CONTROL.
           05  WS-DETAIL-DEBIT PIC 9(9)V99.
           *> 明細1件分の借方額
           05  WS-DETAIL-CREDIT PIC 9(9)V99.
           *> 明細1件分の貸方額
           05  WS-DETAIL-COUNT PIC 9(6) VALUE 0.
           05  WS-DEBIT-TOTAL PIC 9(11)V99 VALUE 0.
           05  WS-CREDIT-TOTAL PIC 9(11)V99 VALUE 0.

       *> 仕訳明細の一時保存（明細が無ければバッチを作らないため、
       *> 全資産の処理後にまとめて書き出す）
       01  WS-JOURNAL-LINE-TABLE.
           05  WS-JL-COUNT PIC 9(5) VALUE 0.
           05  WS-JL-ENTRY OCCURS 8000 TIMES
                   INDEXED BY WS-JL-IDX.
               10  WS-JL-ACCOUNT PIC X(8).
               10  WS-JL-COST-CENTER PIC X(8).
               10  WS-JL-DEBIT PIC 9(9)V99.
               10  WS-JL-CREDIT PIC 9(9)V99.

       *> 償却明細表の集計
       01  WS-SCHEDULE-TOTALS.
           05  WS-ASSET-COUNT PIC 9(5) VALUE 0.
           *> 明細表に載せた資産数
           05  WS-INVALID-COUNT PIC 9(5) VALUE 0.
           *> 内容誤りで償却しなかった資産数
           05  WS-DISPOSAL-COUNT PIC 9(5) VALUE 0.
           *> 当月実行で除却した資産数
           05  WS-TOTAL-COST PIC 9(11)V99 VALUE 0.
           05  WS-TOTAL-DEPR PIC 9(11)V99 VALUE 0.
           05  WS-TOTAL-ACCUM PIC 9(11)V99 VALUE 0.
           05  WS-TOTAL-BOOK-VALUE PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-GAIN-LOSS PIC S9(11)V99 VALUE 0.

       *> レポート編集用
       01  WS-SCHEDULE-DETAIL.
           05  WS-SD-ASSET-ID PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-SD-DESCRIPTION PIC X(24).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-SD-COST-CENTER PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-SD-METHOD PIC X(2).
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-SD-COST PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-SD-MONTHS PIC ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-SD-DEPR PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-SD-ACCUM PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-SD-BOOK-VALUE PIC ---,---,--9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  WS-SD-NOTE PIC X(30).
       01  WS-DISPLAY-AMOUNT PIC ---,---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       *> メイン処理開始
           DISPLAY '=========================================='
           DISPLAY 'Fixed Asset Depreciation'
           DISPLAY '=========================================='

           DISPLAY 'Enter Depreciation Period YYYYMM '
               '(blank = current month): '
           ACCEPT WS-PERIOD-INPUT
           IF WS-PERIOD-INPUT = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-WORK
               MOVE WS-CURRENT-DATE-WORK(1:6) TO WS-RUN-PERIOD
           ELSE
               MOVE WS-PERIOD-INPUT TO WS-RUN-PERIOD
           END-IF
           IF WS-RUN-PERIOD IS NOT NUMERIC
               OR WS-RUN-MONTH < 1 OR WS-RUN-MONTH > 12
               DISPLAY 'Error: period must be YYYYMM'
               MOVE 'Invalid depreciation period' TO WS-AUDIT-MESSAGE
               PERFORM REFUSE-RUN
           END-IF

           *> 転記日は償却月の末日（翌月1日の前日）
           IF WS-RUN-MONTH = 12
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-RUN-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-START =
                   WS-RUN-YEAR * 10000 + (WS-RUN-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-POSTING-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1)

           PERFORM LOAD-ACCOUNTING-PERIODS
           PERFORM CHECK-RUN-PERIOD

           PERFORM LOAD-ACCOUNT-MAP
           PERFORM LOAD-ASSET-MASTER
           IF WS-AT-COUNT = 0
               DISPLAY '*** No assets on FAMASTER.DAT'
               MOVE 'Fixed asset master empty or not found'
                   TO WS-AUDIT-MESSAGE
               PERFORM REFUSE-RUN
           END-IF
           IF WS-ASSETS-DROPPED > 0
               DISPLAY '*** Asset master exceeds 2000 assets - '
                   'run refused'
               MOVE 'Fixed asset master exceeds table size'
                   TO WS-AUDIT-MESSAGE
               PERFORM REFUSE-RUN
           END-IF

           OPEN OUTPUT SCHEDULE-FILE
           PERFORM WRITE-SCHEDULE-HEADING
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-COUNT
               MOVE WS-AT-RECORD(WS-AT-IDX) TO WS-ASSET-WORK
               PERFORM PROCESS-ASSET
               MOVE WS-ASSET-WORK TO WS-AT-RECORD(WS-AT-IDX)
           END-PERFORM
           PERFORM WRITE-SCHEDULE-TOTALS
           CLOSE SCHEDULE-FILE
           DISPLAY 'Depreciation schedule written to FADEPR.TXT'

           PERFORM WRITE-JOURNAL-BATCH
           PERFORM WRITE-ASSET-MASTER

           MOVE 'MAIN-PROCEDURE' TO WS-AUDIT-PARAGRAPH-ID
           IF WS-INVALID-COUNT > 0
               MOVE 'F' TO WS-AUDIT-OUTCOME
           ELSE
               MOVE 'S' TO WS-AUDIT-OUTCOME
           END-IF
           MOVE WS-TOTAL-DEPR TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'Depreciation ' DELIMITED BY SIZE
                  WS-RUN-PERIOD DELIMITED BY SIZE
                  ' posted' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                  ' disposals ' DELIMITED BY SIZE
                  WS-DISPOSAL-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG

           STOP RUN.
           *> プログラム終了

       REFUSE-RUN.
       *> 実行の拒否（WS-AUDIT-MESSAGEに理由を設定して呼ぶ）
           MOVE 'MAIN-PROCEDURE' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'F' TO WS-AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-LOG
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       LOAD-ACCOUNTING-PERIODS.
       *> 会計期間マスタの読み込み（ファイルが無い場合は期間統制を
       *> 行わない。移行期間用の安全側デフォルト）
           MOVE 0 TO WS-AP-COUNT
           OPEN INPUT ACCOUNTING-PERIOD-FILE
           IF WS-ACCTPERD-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACCOUNTING-PERIOD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-AP-COUNT < 120
                               ADD 1 TO WS-AP-COUNT
                               SET WS-AP-IDX TO WS-AP-COUNT
                               MOVE WS-AP-PERIOD
                                   TO WS-APT-PERIOD(WS-AP-IDX)
                               MOVE WS-AP-STATUS
                                   TO WS-APT-STATUS(WS-AP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNTING-PERIOD-FILE
               DISPLAY 'Accounting periods loaded: ' WS-AP-COUNT
           ELSE
               DISPLAY 'Accounting period master not found - '
                   'period control disabled'
           END-IF.

       CHECK-RUN-PERIOD.
       *> 償却月が締め済みの場合は実行を拒否する（付け替えは
       *> 行わない。未償却月は次のオープン月の実行で償却される）
           MOVE 'OPEN' TO WS-PERIOD-STATE
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-COUNT
               IF WS-APT-PERIOD(WS-AP-IDX) = WS-RUN-PERIOD
                   MOVE WS-APT-STATUS(WS-AP-IDX) TO WS-PERIOD-STATE
               END-IF
           END-PERFORM
           IF WS-PERIOD-STATE = 'CLOSED'
               DISPLAY '*** Period ' WS-RUN-PERIOD
                   ' is closed - depreciation not posted'
               MOVE 'CHECK-RUN-PERIOD' TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE 'Posting refused - period closed'
                   TO WS-AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ACCOUNT-MAP.
       *> 勘定科目マッピングの読み込み（ファイルが無い場合は
       *> 既定の科目へ転記する）
           OPEN INPUT ACCOUNT-MAP-FILE
           IF WS-ACCTMAP-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACCOUNT-MAP-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-MAP-COUNT < 60
                               ADD 1 TO WS-MAP-COUNT
                               SET WS-MAP-IDX TO WS-MAP-COUNT
                               MOVE WS-AM-POSTING-KEY TO
                                   WS-MAP-POSTING-KEY(WS-MAP-IDX)
                               MOVE WS-AM-ACCOUNT TO
                                   WS-MAP-ACCOUNT(WS-MAP-IDX)
                               MOVE WS-AM-COST-CENTER TO
                                   WS-MAP-COST-CENTER(WS-MAP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MAP-FILE
               DISPLAY 'Account map loaded: ' WS-MAP-COUNT
                   ' mapping(s)'
           ELSE
               DISPLAY 'Account map not found - using default '
                   'accounts'
           END-IF.

       LOOKUP-ACCOUNT-MAP.
       *> 転記キーに対応する勘定科目を検索する。マッピングが無い
       *> 場合は転記キー先頭8桁を科目として使う（コストセンターは
       *> 資産のものを使うためマッピングの指定は使わない）
           MOVE WS-LOOKUP-KEY(1:8) TO WS-LOOKUP-ACCOUNT
           IF WS-MAP-COUNT > 0
               SET WS-MAP-IDX TO 1
               SEARCH WS-MAP-ENTRY
                   WHEN WS-MAP-POSTING-KEY(WS-MAP-IDX)
                           = WS-LOOKUP-KEY
                       MOVE WS-MAP-ACCOUNT(WS-MAP-IDX)
                           TO WS-LOOKUP-ACCOUNT
               END-SEARCH
           END-IF.

       LOAD-ASSET-MASTER.
       *> 固定資産マスタの読み込み
           MOVE 0 TO WS-AT-COUNT
           OPEN INPUT ASSET-MASTER-FILE
           IF NOT WS-ASSET-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ASSET-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-AT-COUNT < 2000
                           ADD 1 TO WS-AT-COUNT
                           MOVE ASSET-MASTER-RECORD
                               TO WS-AT-RECORD(WS-AT-COUNT)
                       ELSE
                           ADD 1 TO WS-ASSETS-DROPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSET-MASTER-FILE
           DISPLAY 'Fixed assets loaded: ' WS-AT-COUNT.

       PROCESS-ASSET.
       *> 資産1件の償却（未償却月の償却と除却）と明細表への出力
           IF WS-FA-ASSET-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-FA-DISPOSED
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-ASSET
           IF WS-ASSET-VALID NOT = 'Y'
               PERFORM REPORT-INVALID-ASSET
               EXIT PARAGRAPH
           END-IF

           *> 取得月が償却月より後の資産はまだ償却しない
           IF WS-FA-ACQ-DATE(1:6) > WS-RUN-PERIOD
               EXIT PARAGRAPH
           END-IF

           *> 償却する最終月（償却月以前に除却した資産は除却月）
           MOVE WS-RUN-PERIOD TO WS-END-PERIOD
           MOVE SPACES TO WS-DISPOSAL-PERIOD
           IF WS-FA-DISPOSAL-DATE NOT = SPACES
               MOVE WS-FA-DISPOSAL-DATE(1:6) TO WS-DISPOSAL-PERIOD
               IF WS-DISPOSAL-PERIOD < WS-END-PERIOD
                   MOVE WS-DISPOSAL-PERIOD TO WS-END-PERIOD
               END-IF
           END-IF

           *> 償却を始める月（最終償却月の翌月、未償却なら取得月）
           IF WS-FA-LAST-PERIOD = SPACES
               MOVE WS-FA-ACQ-DATE(1:6) TO WS-CALC-PERIOD
           ELSE
               MOVE WS-FA-LAST-PERIOD TO WS-CALC-PERIOD
               PERFORM ADVANCE-CALC-PERIOD
           END-IF

           COMPUTE WS-LIFE-MONTHS = WS-FA-LIFE-YEARS * 12
           MOVE 0 TO WS-ASSET-DEPR
           MOVE 0 TO WS-MONTHS-TAKEN
           PERFORM UNTIL WS-CALC-PERIOD > WS-END-PERIOD
               PERFORM DEPRECIATE-ONE-MONTH
               MOVE WS-CALC-PERIOD TO WS-FA-LAST-PERIOD
               PERFORM ADVANCE-CALC-PERIOD
           END-PERFORM

           IF WS-ASSET-DEPR > 0
               MOVE 'FA-DEPR-EXP' TO WS-LOOKUP-KEY
               MOVE WS-ASSET-DEPR TO WS-DETAIL-DEBIT
               MOVE 0 TO WS-DETAIL-CREDIT
               PERFORM ADD-JOURNAL-LINE
               MOVE 'FA-ACCUM-DEP' TO WS-LOOKUP-KEY
               MOVE 0 TO WS-DETAIL-DEBIT
               MOVE WS-ASSET-DEPR TO WS-DETAIL-CREDIT
               PERFORM ADD-JOURNAL-LINE
           END-IF

           MOVE 'N' TO WS-DISPOSED-NOW
           IF WS-DISPOSAL-PERIOD NOT = SPACES
               AND WS-DISPOSAL-PERIOD <= WS-RUN-PERIOD
               PERFORM DISPOSE-ASSET
           END-IF

           PERFORM WRITE-SCHEDULE-DETAIL.

       VALIDATE-ASSET.
       *> 資産マスタの内容確認（誤りのある資産は償却しない）
           MOVE 'Y' TO WS-ASSET-VALID
           MOVE SPACES TO WS-INVALID-REASON
           EVALUATE TRUE
               WHEN WS-FA-ACQ-DATE IS NOT NUMERIC
                   MOVE 'INVALID ACQUISITION DATE'
                       TO WS-INVALID-REASON
               WHEN WS-FA-ACQ-MONTH < 1 OR WS-FA-ACQ-MONTH > 12
                   MOVE 'INVALID ACQUISITION DATE'
                       TO WS-INVALID-REASON
               WHEN WS-FA-COST IS NOT NUMERIC
                   MOVE 'INVALID COST' TO WS-INVALID-REASON
               WHEN WS-FA-LIFE-YEARS IS NOT NUMERIC
                   MOVE 'INVALID USEFUL LIFE' TO WS-INVALID-REASON
               WHEN WS-FA-LIFE-YEARS = 0
                   MOVE 'INVALID USEFUL LIFE' TO WS-INVALID-REASON
               WHEN NOT WS-FA-STRAIGHT-LINE AND NOT WS-FA-DECLINING
                   MOVE 'INVALID METHOD' TO WS-INVALID-REASON
               WHEN WS-FA-SALVAGE IS NOT NUMERIC
                   MOVE 'INVALID SALVAGE VALUE' TO WS-INVALID-REASON
               WHEN WS-FA-SALVAGE > WS-FA-COST
                   MOVE 'SALVAGE EXCEEDS COST' TO WS-INVALID-REASON
               WHEN WS-FA-DISPOSAL-DATE NOT = SPACES
                   AND (WS-FA-DISPOSAL-DATE IS NOT NUMERIC
                   OR WS-FA-DISPOSAL-DATE < WS-FA-ACQ-DATE)
                   MOVE 'INVALID DISPOSAL DATE' TO WS-INVALID-REASON
               WHEN WS-FA-LAST-PERIOD NOT = SPACES
                   AND WS-FA-LAST-PERIOD IS NOT NUMERIC
                   MOVE 'INVALID LAST PERIOD' TO WS-INVALID-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-INVALID-REASON NOT = SPACES
               MOVE 'N' TO WS-ASSET-VALID
               EXIT PARAGRAPH
           END-IF

           *> 新規登録の資産は売却額・償却累計額が空白でもよい
           IF WS-FA-PROCEEDS IS NOT NUMERIC
               MOVE 0 TO WS-FA-PROCEEDS
           END-IF
           IF WS-FA-ACCUM-DEPR IS NOT NUMERIC
               MOVE 0 TO WS-FA-ACCUM-DEPR
           END-IF.

       REPORT-INVALID-ASSET.
       *> 内容誤りの資産を明細表と監査ログに記録する
           ADD 1 TO WS-INVALID-COUNT
           MOVE SPACES TO WS-SCHEDULE-LINE
           STRING WS-FA-ASSET-ID DELIMITED BY SIZE
                  ' *** NOT DEPRECIATED: ' DELIMITED BY SIZE
                  WS-INVALID-REASON DELIMITED BY SIZE
               INTO WS-SCHEDULE-LINE
           END-STRING
           WRITE WS-SCHEDULE-LINE
           DISPLAY '*** Asset ' WS-FA-ASSET-ID ' skipped: '
               WS-INVALID-REASON
           MOVE 'VALIDATE-ASSET' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'F' TO WS-AUDIT-OUTCOME
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'Asset ' DELIMITED BY SIZE
                  WS-FA-ASSET-ID DELIMITED BY SIZE
                  ' skipped: ' DELIMITED BY SIZE
                  WS-INVALID-REASON DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       ADVANCE-CALC-PERIOD.
       *> 計算中の月を翌月へ進める
           IF WS-CALC-MONTH = 12
               ADD 1 TO WS-CALC-YEAR
               MOVE 1 TO WS-CALC-MONTH
           ELSE
               ADD 1 TO WS-CALC-MONTH
           END-IF.

       DEPRECIATE-ONE-MONTH.
       *> 1か月分の償却費の計算。定額法は（取得価額－残存価額）÷
       *> 耐用月数、定率法は帳簿価額×2÷耐用月数。いずれも残存
       *> 価額を下回らず、耐用年数の最終月に残額を全額償却する
           COMPUTE WS-BOOK-VALUE = WS-FA-COST - WS-FA-ACCUM-DEPR
           COMPUTE WS-REMAINING = WS-BOOK-VALUE - WS-FA-SALVAGE
           IF WS-REMAINING <= 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-MONTH-NUMBER =
               (WS-CALC-YEAR * 12 + WS-CALC-MONTH)
               - (WS-FA-ACQ-YEAR * 12 + WS-FA-ACQ-MONTH) + 1
           IF WS-MONTH-NUMBER >= WS-LIFE-MONTHS
               MOVE WS-REMAINING TO WS-MONTH-DEPR
           ELSE
               IF WS-FA-STRAIGHT-LINE
                   COMPUTE WS-MONTH-DEPR ROUNDED =
                       (WS-FA-COST - WS-FA-SALVAGE) / WS-LIFE-MONTHS
               ELSE
                   COMPUTE WS-MONTH-DEPR ROUNDED =
                       WS-BOOK-VALUE * 2 / WS-LIFE-MONTHS
               END-IF
               IF WS-MONTH-DEPR > WS-REMAINING
                   MOVE WS-REMAINING TO WS-MONTH-DEPR
               END-IF
           END-IF

           ADD WS-MONTH-DEPR TO WS-FA-ACCUM-DEPR
           ADD WS-MONTH-DEPR TO WS-ASSET-DEPR
           ADD 1 TO WS-MONTHS-TAKEN.

       DISPOSE-ASSET.
       *> 除却（償却累計額と取得価額を消し込み、売却額との差を
       *> 除却損益とする）
           COMPUTE WS-BOOK-VALUE = WS-FA-COST - WS-FA-ACCUM-DEPR
           COMPUTE WS-GAIN-LOSS = WS-FA-PROCEEDS - WS-BOOK-VALUE

           IF WS-FA-ACCUM-DEPR > 0
               MOVE 'FA-ACCUM-DEP' TO WS-LOOKUP-KEY
               MOVE WS-FA-ACCUM-DEPR TO WS-DETAIL-DEBIT
               MOVE 0 TO WS-DETAIL-CREDIT
               PERFORM ADD-JOURNAL-LINE
           END-IF
           IF WS-FA-PROCEEDS > 0
               MOVE 'FA-PROCEEDS' TO WS-LOOKUP-KEY
               MOVE WS-FA-PROCEEDS TO WS-DETAIL-DEBIT
               MOVE 0 TO WS-DETAIL-CREDIT
               PERFORM ADD-JOURNAL-LINE
           END-IF
           MOVE 'FA-COST' TO WS-LOOKUP-KEY
           MOVE 0 TO WS-DETAIL-DEBIT
           MOVE WS-FA-COST TO WS-DETAIL-CREDIT
           PERFORM ADD-JOURNAL-LINE
           IF WS-GAIN-LOSS NOT = 0
               MOVE 'FA-GAIN-LOSS' TO WS-LOOKUP-KEY
               IF WS-GAIN-LOSS > 0
                   MOVE 0 TO WS-DETAIL-DEBIT
                   MOVE WS-GAIN-LOSS TO WS-DETAIL-CREDIT
               ELSE
                   COMPUTE WS-DETAIL-DEBIT = 0 - WS-GAIN-LOSS
                   MOVE 0 TO WS-DETAIL-CREDIT
               END-IF
               PERFORM ADD-JOURNAL-LINE
           END-IF

           MOVE 'D' TO WS-FA-STATUS
           MOVE 'Y' TO WS-DISPOSED-NOW
           ADD 1 TO WS-DISPOSAL-COUNT
           ADD WS-GAIN-LOSS TO WS-TOTAL-GAIN-LOSS
           DISPLAY 'Asset ' WS-FA-ASSET-ID ' disposed '
               WS-FA-DISPOSAL-DATE.

       ADD-JOURNAL-LINE.
       *> 仕訳明細1件を一時保存する（科目はマッピングで解決し、
       *> コストセンターは資産のものを使う）
           PERFORM LOOKUP-ACCOUNT-MAP
           IF WS-JL-COUNT >= 8000
               DISPLAY '*** Journal line table full - asset '
                   WS-FA-ASSET-ID
               MOVE 'ADD-JOURNAL-LINE' TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE 'Journal line table full - run refused'
                   TO WS-AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-JL-COUNT
           SET WS-JL-IDX TO WS-JL-COUNT
           MOVE WS-LOOKUP-ACCOUNT TO WS-JL-ACCOUNT(WS-JL-IDX)
           MOVE WS-FA-COST-CENTER TO WS-JL-COST-CENTER(WS-JL-IDX)
           MOVE WS-DETAIL-DEBIT TO WS-JL-DEBIT(WS-JL-IDX)
           MOVE WS-DETAIL-CREDIT TO WS-JL-CREDIT(WS-JL-IDX).

       WRITE-SCHEDULE-HEADING.
       *> 償却明細表の見出し
           MOVE SPACES TO WS-SCHEDULE-LINE
           STRING 'FIXED ASSET DEPRECIATION SCHEDULE - PERIOD '
                  DELIMITED BY SIZE
                  WS-RUN-PERIOD DELIMITED BY SIZE
                  '  POSTING DATE ' DELIMITED BY SIZE
                  WS-POSTING-DATE DELIMITED BY SIZE
               INTO WS-SCHEDULE-LINE
           END-STRING
           WRITE WS-SCHEDULE-LINE
           MOVE SPACES TO WS-SCHEDULE-LINE
           WRITE WS-SCHEDULE-LINE
           MOVE SPACES TO WS-SCHEDULE-LINE
           STRING 'ASSET    DESCRIPTION              COST-CTR MT'
                  DELIMITED BY SIZE
                  '           COST MTH   DEPRECIATION' DELIMITED BY SIZE
                  '    ACCUMULATED     BOOK VALUE NOTE'
                  DELIMITED BY SIZE
               INTO WS-SCHEDULE-LINE
           END-STRING
           WRITE WS-SCHEDULE-LINE.

       WRITE-SCHEDULE-DETAIL.
       *> 資産1件分の明細行（除却した資産は除却損益の行を続ける）
           COMPUTE WS-BOOK-VALUE = WS-FA-COST - WS-FA-ACCUM-DEPR
           MOVE WS-FA-ASSET-ID TO WS-SD-ASSET-ID
           MOVE WS-FA-DESCRIPTION TO WS-SD-DESCRIPTION
           MOVE WS-FA-COST-CENTER TO WS-SD-COST-CENTER
           IF WS-FA-STRAIGHT-LINE
               MOVE 'SL' TO WS-SD-METHOD
           ELSE
               MOVE 'DB' TO WS-SD-METHOD
           END-IF
           MOVE WS-FA-COST TO WS-SD-COST
           MOVE WS-MONTHS-TAKEN TO WS-SD-MONTHS
           MOVE WS-ASSET-DEPR TO WS-SD-DEPR
           MOVE WS-FA-ACCUM-DEPR TO WS-SD-ACCUM
           MOVE SPACES TO WS-SD-NOTE
           IF WS-DISPOSED-NOW = 'Y'
               MOVE 0 TO WS-SD-BOOK-VALUE
               STRING 'DISPOSED ' DELIMITED BY SIZE
                      WS-FA-DISPOSAL-DATE DELIMITED BY SIZE
                   INTO WS-SD-NOTE
               END-STRING
           ELSE
               MOVE WS-BOOK-VALUE TO WS-SD-BOOK-VALUE
               IF WS-FA-ACCUM-DEPR + WS-FA-SALVAGE >= WS-FA-COST
                   MOVE 'FULLY DEPRECIATED' TO WS-SD-NOTE
               END-IF
               ADD WS-FA-COST TO WS-TOTAL-COST
               ADD WS-FA-ACCUM-DEPR TO WS-TOTAL-ACCUM
               ADD WS-BOOK-VALUE TO WS-TOTAL-BOOK-VALUE
           END-IF
           MOVE WS-SCHEDULE-DETAIL TO WS-SCHEDULE-LINE
           WRITE WS-SCHEDULE-LINE
           ADD 1 TO WS-ASSET-COUNT
           ADD WS-ASSET-DEPR TO WS-TOTAL-DEPR

           IF WS-DISPOSED-NOW = 'Y'
               MOVE SPACES TO WS-SCHEDULE-LINE
               MOVE WS-FA-PROCEEDS TO WS-DISPLAY-AMOUNT
               STRING '         DISPOSAL PROCEEDS' DELIMITED BY SIZE
                      WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                   INTO WS-SCHEDULE-LINE
               END-STRING
               MOVE WS-BOOK-VALUE TO WS-DISPLAY-AMOUNT
               STRING '  BOOK VALUE' DELIMITED BY SIZE
                      WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                   INTO WS-SCHEDULE-LINE(45:)
               END-STRING
               MOVE WS-GAIN-LOSS TO WS-DISPLAY-AMOUNT
               IF WS-GAIN-LOSS < 0
                   STRING '  LOSS' DELIMITED BY SIZE
                          WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                       INTO WS-SCHEDULE-LINE(87:)
                   END-STRING
               ELSE
                   STRING '  GAIN' DELIMITED BY SIZE
                          WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                       INTO WS-SCHEDULE-LINE(87:)
                   END-STRING
               END-IF
               WRITE WS-SCHEDULE-LINE
           END-IF.

       WRITE-SCHEDULE-TOTALS.
       *> 償却明細表の合計（取得価額・償却累計額・帳簿価額は
       *> 使用中の資産の合計）
           MOVE SPACES TO WS-SCHEDULE-LINE
           WRITE WS-SCHEDULE-LINE
           MOVE SPACES TO WS-SD-ASSET-ID
           MOVE 'TOTAL IN SERVICE' TO WS-SD-DESCRIPTION
           MOVE SPACES TO WS-SD-COST-CENTER
           MOVE SPACES TO WS-SD-METHOD
           MOVE WS-TOTAL-COST TO WS-SD-COST
           MOVE 0 TO WS-SD-MONTHS
           MOVE WS-TOTAL-DEPR TO WS-SD-DEPR
           MOVE WS-TOTAL-ACCUM TO WS-SD-ACCUM
           MOVE WS-TOTAL-BOOK-VALUE TO WS-SD-BOOK-VALUE
           MOVE SPACES TO WS-SD-NOTE
           MOVE WS-SCHEDULE-DETAIL TO WS-SCHEDULE-LINE
           WRITE WS-SCHEDULE-LINE

           MOVE SPACES TO WS-SCHEDULE-LINE
           MOVE WS-TOTAL-GAIN-LOSS TO WS-DISPLAY-AMOUNT
           STRING 'ASSETS: ' DELIMITED BY SIZE
                  WS-ASSET-COUNT DELIMITED BY SIZE
                  '  DISPOSALS: ' DELIMITED BY SIZE
                  WS-DISPOSAL-COUNT DELIMITED BY SIZE
                  '  NET GAIN(LOSS) ON DISPOSAL:' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                  '  NOT DEPRECIATED: ' DELIMITED BY SIZE
                  WS-INVALID-COUNT DELIMITED BY SIZE
               INTO WS-SCHEDULE-LINE
           END-STRING
           WRITE WS-SCHEDULE-LINE.

       WRITE-JOURNAL-BATCH.
       *> 仕訳バッチの書き出し（ヘッダー／明細／トレーラー）。
       *> 償却費・除却とも借方と貸方を対で起票するためバッチは
       *> 自己均衡になる。明細が無い場合はバッチを作らない
           IF WS-JL-COUNT = 0
               DISPLAY 'Nothing to post - journal not written'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-JOURNAL-FILENAME
           STRING 'FADEPR-' DELIMITED BY SIZE
                  WS-RUN-PERIOD DELIMITED BY SIZE
                  '.DAT' DELIMITED BY SIZE
               INTO WS-JOURNAL-FILENAME
           END-STRING
           OPEN OUTPUT JOURNAL-FILE

           MOVE SPACES TO JOURNAL-RECORD
           MOVE 'H' TO WS-JR-RECORD-TYPE
           MOVE 'BATCH' TO WS-JR-ACCOUNT
           MOVE SPACES TO WS-JR-COST-CENTER
           MOVE 0 TO WS-JR-DEBIT
           MOVE 0 TO WS-JR-CREDIT
           MOVE 'FIXASSET' TO WS-JR-SOURCE
           MOVE WS-POSTING-DATE TO WS-JR-DATE
           WRITE JOURNAL-RECORD

           PERFORM VARYING WS-JL-IDX FROM 1 BY 1
                   UNTIL WS-JL-IDX > WS-JL-COUNT
               MOVE SPACES TO JOURNAL-RECORD
               MOVE 'D' TO WS-JR-RECORD-TYPE
               MOVE WS-JL-ACCOUNT(WS-JL-IDX) TO WS-JR-ACCOUNT
               MOVE WS-JL-COST-CENTER(WS-JL-IDX) TO WS-JR-COST-CENTER
               MOVE WS-JL-DEBIT(WS-JL-IDX) TO WS-JR-DEBIT
               MOVE WS-JL-CREDIT(WS-JL-IDX) TO WS-JR-CREDIT
               MOVE 'FIXASSET' TO WS-JR-SOURCE
               MOVE WS-POSTING-DATE TO WS-JR-DATE
               WRITE JOURNAL-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD WS-JL-DEBIT(WS-JL-IDX) TO WS-DEBIT-TOTAL
               ADD WS-JL-CREDIT(WS-JL-IDX) TO WS-CREDIT-TOTAL
           END-PERFORM

           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY '*** Journal batch OUT OF BALANCE: debit '
                   WS-DEBIT-TOTAL ' credit ' WS-CREDIT-TOTAL
               MOVE 'WRITE-JOURNAL-BATCH' TO WS-AUDIT-PARAGRAPH-ID
               MOVE 'F' TO WS-AUDIT-OUTCOME
               MOVE 'Journal batch out of balance'
                   TO WS-AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
           ELSE
               DISPLAY 'Journal batch balanced: ' WS-DEBIT-TOTAL
           END-IF

           MOVE SPACES TO JOURNAL-RECORD
           MOVE 'T' TO WS-JR-RECORD-TYPE
           MOVE 'TRAILER' TO WS-JR-ACCOUNT
           MOVE WS-DETAIL-COUNT TO WS-JR-COST-CENTER
           MOVE WS-DEBIT-TOTAL TO WS-JR-DEBIT
           MOVE WS-CREDIT-TOTAL TO WS-JR-CREDIT
           MOVE 'FIXASSET' TO WS-JR-SOURCE
           MOVE WS-POSTING-DATE TO WS-JR-DATE
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
           DISPLAY 'Journal batch written to '
               WS-JOURNAL-FILENAME ' ('
               WS-DETAIL-COUNT ' detail record(s))'.

       WRITE-ASSET-MASTER.
       *> 固定資産マスタの書き戻し（償却累計額・最終償却月・状態を
       *> 更新した内容。内容誤りの資産はそのまま書き戻す）
           OPEN OUTPUT ASSET-MASTER-FILE
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-COUNT
               MOVE WS-AT-RECORD(WS-AT-IDX) TO ASSET-MASTER-RECORD
               WRITE ASSET-MASTER-RECORD
           END-PERFORM
           CLOSE ASSET-MASTER-FILE.

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
