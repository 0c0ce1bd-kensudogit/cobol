       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECON.
       AUTHOR. COBOL Developer.
       DATE-WRITTEN. 2026.
       *> プログラム名: Bank Reconciliation
       *> 目的: 銀行取引明細と帳簿（給与振込・入金）の照合と
       *>       月末銀行勘定調整表の出力
       *> 機能: 銀行取引明細の取込ファイル（BANKSTMT.DAT、日付・
       *>       金額・参照・入出金区分）を読み込み、帳簿側の項目と
       *>       自動照合する。帳簿側は給与振込ファイル（NETPAY.DAT、
       *>       PAYROLLが出力。最終給与の振込はFINALNET.DAT）の
       *>       振込合計と入金履歴（ARRCPTH.DAT、
       *>       ACCOUNTS-RECEIVABLEが追記）の個々の入金で、未取込分
       *>       を現金出納帳（BANKBOOK.DAT）へ取り込む。照合は金額
       *>       一致を条件に、参照一致を優先し、次に日付許容範囲内で
       *>       日付差の最も小さいものとする。照合できなかった項目は
       *>       双方とも例外一覧（BANKEXC.TXT）へ出力し、翌月へ
       *>       繰り越す。帳簿残高・未達項目・銀行残高・原因不明差額
       *>       の月末銀行勘定調整表をBANKREC.TXTへ出力する。
       *>       前月の残高と取込位置は管理ファイル（BANKRECC.DAT）に
       *>       保持する
       *>
       *> 変更履歴:
       *> 2026-10-15  COBOL Developer  初版作成
       *> 2026-10-15  COBOL Developer  最終給与の振込ファイル
       *>             （FINALNET.DAT）も取り込み、取込済み作成日を
       *>             管理ファイルに別に保持

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> 銀行取引明細の取込ファイル（対象月の明細）
           SELECT BANK-STATEMENT-FILE ASSIGN TO 'BANKSTMT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-STATEMENT-STATUS.

           *> 給与振込ファイル（PAYROLLが出力する。通常実行は
           *> NETPAY.DAT、最終給与はFINALNET.DAT）
           SELECT NET-PAY-FILE
               ASSIGN TO DYNAMIC WS-NETPAY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-NETPAY-STATUS.

           *> 入金履歴ファイル（ACCOUNTS-RECEIVABLEが追記する）
           SELECT RECEIPT-HISTORY-FILE ASSIGN TO 'ARRCPTH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-RECEIPT-STATUS.

           *> 現金出納帳（未照合項目と当月照合分を保持する）
           SELECT CASH-BOOK-FILE ASSIGN TO 'BANKBOOK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-CASHBOOK-STATUS.

           *> 銀行照合管理ファイル（前月残高と取込位置）
           SELECT RECON-CONTROL-FILE ASSIGN TO 'BANKRECC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-CONTROL-STATUS.

           *> 月末銀行勘定調整表ファイル
           SELECT RECON-REPORT-FILE ASSIGN TO 'BANKREC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-REPORT-STATUS.

           *> 照合例外一覧ファイル
           SELECT EXCEPTION-FILE ASSIGN TO 'BANKEXC.TXT'
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
       *> 銀行取引明細レコード構造
       FD  BANK-STATEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BANK-STATEMENT-RECORD.
           05  WS-BS-DATE PIC X(8).
           *> 取引日（YYYYMMDD）
           05  FILLER PIC X(1).
           05  WS-BS-AMOUNT PIC 9(9)V99.
           *> 金額
           05  FILLER PIC X(1).
           05  WS-BS-DR-CR PIC X(1).
           *> 入出金区分（D=出金、C=入金）
               88  WS-BS-DEBIT VALUE 'D'.
               88  WS-BS-CREDIT VALUE 'C'.
           05  FILLER PIC X(1).
           05  WS-BS-REFERENCE PIC X(20).
           *> 銀行の参照（振込名義・請求書番号など）

       *> 振込レコード構造（PAYROLLのNET-PAY-RECORDと同一）
       FD  NET-PAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  NET-PAY-RECORD.
           05  WS-NP-RECORD-TYPE PIC X(1).
           05  FILLER PIC X(1).
           05  WS-NP-EMP-ID PIC 9(5).
           05  FILLER PIC X(1).
           05  WS-NP-BANK-CODE PIC X(4).
           05  FILLER PIC X(1).
           05  WS-NP-BRANCH-CODE PIC X(3).
           05  FILLER PIC X(1).
           05  WS-NP-ACCOUNT-NUMBER PIC X(10).
           05  FILLER PIC X(1).
           05  WS-NP-ACCOUNT-NAME PIC X(30).
           05  FILLER PIC X(1).
           05  WS-NP-NET-PAY PIC 9(9)V99.

       *> 入金履歴レコード構造（ACCOUNTS-RECEIVABLEの
       *> RECEIPT-HISTORY-RECORDと同一）
       FD  RECEIPT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECEIPT-HISTORY-RECORD.
           05  WS-RH-RECEIPT-DATE PIC X(8).
           05  FILLER PIC X(1).
           05  WS-RH-CUSTOMER-ID PIC 9(7).
           05  FILLER PIC X(1).
           05  WS-RH-INVOICE-ID PIC 9(8).
           05  FILLER PIC X(1).
           05  WS-RH-AMOUNT PIC 9(7)V99.
           05  FILLER PIC X(1).
           05  WS-RH-DUE-DATE PIC X(8).

       *> 現金出納帳レコード構造（帳簿側・銀行側の項目）
       FD  CASH-BOOK-FILE
           LABEL RECORDS ARE STANDARD.
       01  CASH-BOOK-RECORD.
           05  WS-CB-SOURCE PIC X(1).
           *> 発生元（P=給与振込、R=入金、S=銀行明細）
           05  FILLER PIC X(1).
           05  WS-CB-DATE PIC X(8).
           *> 帳簿日または銀行取引日（YYYYMMDD）
           05  FILLER PIC X(1).
           05  WS-CB-AMOUNT PIC 9(9)V99.
           05  FILLER PIC X(1).
           05  WS-CB-DR-CR PIC X(1).
           *> D=出金、C=入金
           05  FILLER PIC X(1).
           05  WS-CB-REFERENCE PIC X(20).
           *> 参照（給与は'PAYROLL '＋期間、入金は請求書番号）
           05  FILLER PIC X(1).
           05  WS-CB-STATUS PIC X(1).
           *> O=未照合、M=照合済み
           05  FILLER PIC X(1).
           05  WS-CB-MATCH-MONTH PIC X(6).
           *> 照合した月（YYYYMM）
           05  FILLER PIC X(1).
           05  WS-CB-MATCH-DATE PIC X(8).
           *> 照合相手の日付
           05  FILLER PIC X(1).
           05  WS-CB-BOOKED PIC X(1).
           *> 帳簿残高（銀行側は銀行残高）へ計上済みかどうか（Y/N）

       *> 銀行照合管理レコード構造
       FD  RECON-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECON-CONTROL-RECORD.
           05  WS-RC-LAST-MONTH PIC X(6).
           *> 最後に照合した月（YYYYMM）
           05  FILLER PIC X(1).
           05  WS-RC-BANK-BALANCE PIC S9(11)V99
               SIGN IS LEADING SEPARATE.
           *> 前月末の銀行残高
           05  FILLER PIC X(1).
           05  WS-RC-BOOK-BALANCE PIC S9(11)V99
               SIGN IS LEADING SEPARATE.
           *> 前月末の帳簿残高
           05  FILLER PIC X(1).
           05  WS-RC-RECEIPTS-TAKEN PIC 9(7).
           *> 取り込み済みの入金履歴件数
           05  FILLER PIC X(1).
           05  WS-RC-LAST-NETPAY-DATE PIC X(10).
           *> 取り込み済みの振込ファイル作成日（YYYY-MM-DD）
           05  FILLER PIC X(1).
           05  WS-RC-LAST-FINALNET-DATE PIC X(10).
           *> 取り込み済みの最終給与振込ファイル作成日（YYYY-MM-DD）

       *> 月末銀行勘定調整表レポート行
       FD  RECON-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-REPORT-LINE PIC X(132).

       *> 照合例外一覧レポート行
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
       01  WS-STATEMENT-STATUS PIC X(2).
       *> BANKSTMT.DAT入出力の状態コード
           88  WS-STATEMENT-OK VALUE '00'.
       01  WS-NETPAY-STATUS PIC X(2).
       *> NETPAY.DAT／FINALNET.DAT入出力の状態コード
           88  WS-NETPAY-OK VALUE '00'.
       01  WS-NETPAY-FILENAME PIC X(20) VALUE 'NETPAY.DAT'.
       *> 取り込み中の振込ファイル名
       01  WS-RECEIPT-STATUS PIC X(2).
       *> ARRCPTH.DAT入出力の状態コード
           88  WS-RECEIPT-OK VALUE '00'.
       01  WS-CASHBOOK-STATUS PIC X(2).
       *> BANKBOOK.DAT入出力の状態コード
           88  WS-CASHBOOK-OK VALUE '00'.
       01  WS-CONTROL-STATUS PIC X(2).
       *> BANKRECC.DAT入出力の状態コード
           88  WS-CONTROL-OK VALUE '00'.
       01  WS-REPORT-STATUS PIC X(2).
       *> BANKREC.TXT入出力の状態コード
       01  WS-EXCEPTION-STATUS PIC X(2).
       *> BANKEXC.TXT入出力の状態コード
       01  WS-AUDIT-STATUS PIC X(2).
       *> AUDIT.LOG入出力の状態コード

       01  WS-AUDIT-CONTROL.
       *> 他のバッチプログラムと共有する監査ログの1エントリ分
           05  WS-AUDIT-PROGRAM-ID   PIC X(8)  VALUE 'BANKREC'.
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

       *> 照合の条件と前月からの繰越値
       01  WS-RECON-CONTROL.
           05  WS-MONTH-INPUT PIC X(6).
           *> 入力された照合月（YYYYMM）
           05  WS-RECON-MONTH PIC X(6).
           *> 照合月（YYYYMM）
           05  WS-RECON-MONTH-NUM REDEFINES WS-RECON-MONTH.
               10  WS-RECON-YEAR PIC 9(4).
               10  WS-RECON-MM PIC 9(2).
           05  WS-WINDOW-INPUT PIC X(3).
           *> 入力された日付許容日数
           05  WS-DATE-WINDOW PIC 9(3) VALUE 5.
           *> 日付許容日数（帳簿日と銀行取引日の差の上限）
           05  WS-LAST-MONTH PIC X(6) VALUE SPACES.
           05  WS-OPENING-BANK PIC S9(11)V99 VALUE 0.
           05  WS-OPENING-BOOK PIC S9(11)V99 VALUE 0.
           05  WS-RECEIPTS-TAKEN PIC 9(7) VALUE 0.
           05  WS-LAST-NETPAY-DATE PIC X(10) VALUE SPACES.
           05  WS-LAST-FINALNET-DATE PIC X(10) VALUE SPACES.

       *> 照合項目テーブル（現金出納帳の繰越分＋当月取込分）
       01  WS-ITEM-TABLE.
           05  WS-IT-COUNT PIC 9(5) VALUE 0.
           05  WS-IT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-IT-IDX WS-IT-BANK-IDX WS-IT-BEST-IDX.
               10  WS-IT-SOURCE PIC X(1).
               *> P=給与振込、R=入金、S=銀行明細
               10  WS-IT-DATE PIC X(8).
               10  WS-IT-DATE-NUM REDEFINES WS-IT-DATE PIC 9(8).
               10  WS-IT-AMOUNT PIC 9(9)V99.
               10  WS-IT-DR-CR PIC X(1).
               10  WS-IT-REFERENCE PIC X(20).
               10  WS-IT-STATUS PIC X(1).
               10  WS-IT-MATCH-MONTH PIC X(6).
               10  WS-IT-MATCH-DATE PIC X(8).
               10  WS-IT-BOOKED PIC X(1).

       *> 取込と照合の制御
       01  WS-MATCH-CONTROL.
           05  WS-EOF PIC X(1).
           *> 読み込み中ファイルの終端フラグ
           05  WS-RECORD-COUNT PIC 9(7).
           *> 入金履歴の読み込み件数
           05  WS-NETPAY-DATE PIC X(10).
           *> 振込ファイルヘッダーの作成日
           05  WS-NETPAY-PERIOD PIC X(10).
           *> 振込ファイルヘッダーの支給期間
           05  WS-NETPAY-TOTAL PIC 9(9)V99.
           *> 振込ファイルトレーラーの金額ハッシュ合計
           05  WS-NETPAY-TRAILER PIC X(1).
           *> トレーラーを読んだかどうか（Y/N）
           05  WS-NETPAY-LAST-DATE PIC X(10).
           *> 取り込み中の振込ファイルの前回取込作成日
           05  WS-NETPAY-FINAL PIC X(1).
           *> 取り込み中が最終給与の振込ファイルかどうか（Y/N）
           05  WS-STATEMENT-FOUND PIC X(1) VALUE 'N'.
           *> 銀行取引明細ファイルがあったかどうか（Y/N）
           05  WS-ITEMS-DROPPED PIC 9(5) VALUE 0.
           *> テーブル上限超過で取り込めなかった件数
           05  WS-BOOK-ADDED PIC 9(5) VALUE 0.
           *> 当月に取り込んだ帳簿側項目数
           05  WS-BANK-ADDED PIC 9(5) VALUE 0.
           *> 当月に取り込んだ銀行明細数
           05  WS-MATCHED-COUNT PIC 9(5) VALUE 0.
           *> 当月に照合できた組数
           05  WS-REF-MATCH PIC X(1).
           *> 参照一致の候補があったかどうか（Y/N）
           05  WS-BEST-FOUND PIC X(1).
           *> 照合候補があったかどうか（Y/N）
           05  WS-BEST-REF PIC X(1).
           *> 選んだ候補が参照一致かどうか（Y/N）
           05  WS-BEST-DIFF PIC 9(5).
           *> 選んだ候補の日付差
           05  WS-DAY-DIFF PIC S9(7).
           *> 日付差（日数）
           05  WS-REF-KEY PIC X(20).
           *> 参照照合に使う帳簿側の参照キー
           05  WS-REF-KEY-LEN PIC 9(2).
           *> 参照キーの長さ
           05  WS-REF-TALLY PIC 9(3).
           *> 参照キーの出現回数
           05  WS-DATE-WORK PIC 9(8).
           *> 日付の数値化領域（INTEGER-OF-DATE用）

       *> 調整表の集計
       01  WS-RECON-TOTALS.
           05  WS-BANK-BALANCE PIC S9(11)V99 VALUE 0.
           *> 月末銀行残高
           05  WS-BOOK-BALANCE PIC S9(11)V99 VALUE 0.
           *> 月末帳簿残高
           05  WS-OUT-PAYMENTS PIC S9(11)V99 VALUE 0.
           05  WS-OUT-PAYMENTS-COUNT PIC 9(5) VALUE 0.
           *> 未決済の出金（帳簿計上済み・銀行未決済）
           05  WS-OUT-DEPOSITS PIC S9(11)V99 VALUE 0.
           05  WS-OUT-DEPOSITS-COUNT PIC 9(5) VALUE 0.
           *> 未達の入金（帳簿計上済み・銀行未入金）
           05  WS-BANK-ONLY-DEBITS PIC S9(11)V99 VALUE 0.
           05  WS-BANK-ONLY-CREDITS PIC S9(11)V99 VALUE 0.
           05  WS-BANK-ONLY-COUNT PIC 9(5) VALUE 0.
           *> 帳簿に無い銀行明細
           05  WS-EXPECTED-BANK PIC S9(11)V99 VALUE 0.
           *> 帳簿残高から求めた銀行残高
           05  WS-DIFFERENCE PIC S9(11)V99 VALUE 0.
           *> 原因不明差額
           05  WS-REPORT-LABEL PIC X(50).
           05  WS-REPORT-AMOUNT PIC S9(11)V99.

       *> レポート編集用
       01  WS-DISPLAY-AMOUNT PIC ---,---,---,--9.99.
       01  WS-DISPLAY-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       *> メイン処理開始
           DISPLAY '=========================================='
           DISPLAY 'Bank Reconciliation'
           DISPLAY '=========================================='

           DISPLAY 'Enter Reconciliation Month YYYYMM '
               '(blank = current month): '
           ACCEPT WS-MONTH-INPUT
           IF WS-MONTH-INPUT = SPACES
               MOVE FUNCTION CURRENT-DATE
                   TO WS-CURRENT-DATE-WORK
               MOVE WS-CURRENT-DATE-WORK(1:6) TO WS-RECON-MONTH
           ELSE
               MOVE WS-MONTH-INPUT TO WS-RECON-MONTH
           END-IF
           IF WS-RECON-MONTH IS NOT NUMERIC
               OR WS-RECON-MM < 1 OR WS-RECON-MM > 12
               DISPLAY 'Error: month must be YYYYMM'
               MOVE 'Invalid reconciliation month'
                   TO WS-AUDIT-MESSAGE
               PERFORM REFUSE-RUN
           END-IF

           DISPLAY 'Enter Date Window in Days (blank = 5): '
           ACCEPT WS-WINDOW-INPUT
           IF WS-WINDOW-INPUT NOT = SPACES
               IF FUNCTION TRIM(WS-WINDOW-INPUT) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-WINDOW-INPUT)
                       TO WS-DATE-WINDOW
               ELSE
                   DISPLAY 'Invalid window - using '
                       WS-DATE-WINDOW ' day(s)'
               END-IF
           END-IF

           PERFORM LOAD-RECON-CONTROL
           IF WS-LAST-MONTH NOT = SPACES
               AND WS-RECON-MONTH <= WS-LAST-MONTH
               DISPLAY '*** Month ' WS-RECON-MONTH
                   ' is not after last reconciled month '
                   WS-LAST-MONTH
               MOVE 'Month already reconciled - run refused'
                   TO WS-AUDIT-MESSAGE
               PERFORM REFUSE-RUN
           END-IF
           DISPLAY 'Reconciling ' WS-RECON-MONTH ', window '
               WS-DATE-WINDOW ' day(s)'

           PERFORM LOAD-CASH-BOOK
           PERFORM CAPTURE-PAYROLL-DISBURSEMENT
           PERFORM CAPTURE-CUSTOMER-RECEIPTS
           PERFORM LOAD-BANK-STATEMENT
           IF WS-STATEMENT-FOUND NOT = 'Y'
               DISPLAY '*** Bank statement BANKSTMT.DAT not found'
               MOVE 'Bank statement file not found'
                   TO WS-AUDIT-MESSAGE
               PERFORM REFUSE-RUN
           END-IF

           PERFORM MATCH-STATEMENT-LINES
           PERFORM COMPUTE-RECON-TOTALS
           PERFORM WRITE-RECON-STATEMENT
           PERFORM WRITE-EXCEPTION-LIST
           PERFORM WRITE-CASH-BOOK
           PERFORM WRITE-RECON-CONTROL

           MOVE 'MAIN-PROCEDURE' TO WS-AUDIT-PARAGRAPH-ID
           IF WS-ITEMS-DROPPED > 0
               MOVE 'F' TO WS-AUDIT-OUTCOME
           ELSE
               MOVE 'S' TO WS-AUDIT-OUTCOME
           END-IF
           MOVE WS-DIFFERENCE TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'Bank reconciled ' DELIMITED BY SIZE
                  WS-RECON-MONTH DELIMITED BY SIZE
                  ' difference ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT DELIMITED BY SIZE
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

       LOAD-RECON-CONTROL.
       *> 前月の照合結果（残高・取込位置）の読み込み
       *> （ファイルが無い場合は残高ゼロ・未取込から開始する）
           OPEN INPUT RECON-CONTROL-FILE
           IF NOT WS-CONTROL-OK
               DISPLAY 'No reconciliation control file - starting '
                   'from zero balances'
               EXIT PARAGRAPH
           END-IF
           READ RECON-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE WS-RC-LAST-MONTH TO WS-LAST-MONTH
                   MOVE WS-RC-BANK-BALANCE TO WS-OPENING-BANK
                   MOVE WS-RC-BOOK-BALANCE TO WS-OPENING-BOOK
                   MOVE WS-RC-RECEIPTS-TAKEN TO WS-RECEIPTS-TAKEN
                   MOVE WS-RC-LAST-NETPAY-DATE TO WS-LAST-NETPAY-DATE
                   MOVE WS-RC-LAST-FINALNET-DATE
                       TO WS-LAST-FINALNET-DATE
           END-READ
           CLOSE RECON-CONTROL-FILE.

       LOAD-CASH-BOOK.
       *> 現金出納帳の読み込み（未照合項目のみ繰り越す。前月までに
       *> 照合済みの項目は読み捨てる）
           MOVE 0 TO WS-IT-COUNT
           OPEN INPUT CASH-BOOK-FILE
           IF NOT WS-CASHBOOK-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CASH-BOOK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-CB-STATUS = 'O'
                           PERFORM ADD-CARRIED-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASH-BOOK-FILE
           DISPLAY WS-IT-COUNT ' unmatched item(s) carried forward'.

       ADD-CARRIED-ITEM.
       *> 繰越項目1件をテーブルへ登録する
           IF WS-IT-COUNT >= 5000
               ADD 1 TO WS-ITEMS-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IT-COUNT
           SET WS-IT-IDX TO WS-IT-COUNT
           MOVE WS-CB-SOURCE TO WS-IT-SOURCE(WS-IT-IDX)
           MOVE WS-CB-DATE TO WS-IT-DATE(WS-IT-IDX)
           MOVE WS-CB-AMOUNT TO WS-IT-AMOUNT(WS-IT-IDX)
           MOVE WS-CB-DR-CR TO WS-IT-DR-CR(WS-IT-IDX)
           MOVE WS-CB-REFERENCE TO WS-IT-REFERENCE(WS-IT-IDX)
           MOVE 'O' TO WS-IT-STATUS(WS-IT-IDX)
           MOVE SPACES TO WS-IT-MATCH-MONTH(WS-IT-IDX)
           MOVE SPACES TO WS-IT-MATCH-DATE(WS-IT-IDX)
           MOVE WS-CB-BOOKED TO WS-IT-BOOKED(WS-IT-IDX).

       CAPTURE-PAYROLL-DISBURSEMENT.
       *> 給与振込ファイル（通常実行と最終給与）の振込合計を帳簿側の
       *> 出金として取り込む（作成日がそれぞれの前回取込分より新しい
       *> ファイルのみ）
           MOVE 'NETPAY.DAT' TO WS-NETPAY-FILENAME
           MOVE 'N' TO WS-NETPAY-FINAL
           MOVE WS-LAST-NETPAY-DATE TO WS-NETPAY-LAST-DATE
           PERFORM CAPTURE-DISBURSEMENT-FILE
           MOVE WS-NETPAY-LAST-DATE TO WS-LAST-NETPAY-DATE

           MOVE 'FINALNET.DAT' TO WS-NETPAY-FILENAME
           MOVE 'Y' TO WS-NETPAY-FINAL
           MOVE WS-LAST-FINALNET-DATE TO WS-NETPAY-LAST-DATE
           PERFORM CAPTURE-DISBURSEMENT-FILE
           MOVE WS-NETPAY-LAST-DATE TO WS-LAST-FINALNET-DATE.

       CAPTURE-DISBURSEMENT-FILE.
       *> 振込ファイル1本の振込合計を取り込む（最終給与のヘッダーは
       *> 「FINAL PAY <作成日>」で支給期間欄が無いため、作成日の
       *> 年月を期間とする）
           OPEN INPUT NET-PAY-FILE
           IF NOT WS-NETPAY-OK
               DISPLAY 'No payroll disbursement file '
                   WS-NETPAY-FILENAME
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NETPAY-DATE
           MOVE SPACES TO WS-NETPAY-PERIOD
           MOVE 0 TO WS-NETPAY-TOTAL
           MOVE 'N' TO WS-NETPAY-TRAILER
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NET-PAY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE WS-NP-RECORD-TYPE
                           WHEN 'H'
                               MOVE WS-NP-ACCOUNT-NUMBER
                                   TO WS-NETPAY-DATE
                               IF WS-NETPAY-FINAL = 'Y'
                                   MOVE WS-NP-ACCOUNT-NAME(11:7)
                                       TO WS-NETPAY-PERIOD
                               ELSE
                                   MOVE WS-NP-ACCOUNT-NAME(21:10)
                                       TO WS-NETPAY-PERIOD
                               END-IF
                           WHEN 'T'
                               MOVE 'Y' TO WS-NETPAY-TRAILER
                               MOVE WS-NP-NET-PAY TO WS-NETPAY-TOTAL
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE NET-PAY-FILE

           IF WS-NETPAY-TRAILER NOT = 'Y' OR WS-NETPAY-DATE = SPACES
               DISPLAY '*** ' WS-NETPAY-FILENAME
                   ' has no header or trailer - not captured'
               EXIT PARAGRAPH
           END-IF
           IF WS-NETPAY-DATE <= WS-NETPAY-LAST-DATE
               OR WS-NETPAY-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-IT-COUNT >= 5000
               ADD 1 TO WS-ITEMS-DROPPED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IT-COUNT
           SET WS-IT-IDX TO WS-IT-COUNT
           MOVE 'P' TO WS-IT-SOURCE(WS-IT-IDX)
           STRING WS-NETPAY-DATE(1:4) DELIMITED BY SIZE
                  WS-NETPAY-DATE(6:2) DELIMITED BY SIZE
                  WS-NETPAY-DATE(9:2) DELIMITED BY SIZE
               INTO WS-IT-DATE(WS-IT-IDX)
           END-STRING
           MOVE WS-NETPAY-TOTAL TO WS-IT-AMOUNT(WS-IT-IDX)
           MOVE 'D' TO WS-IT-DR-CR(WS-IT-IDX)
           MOVE SPACES TO WS-IT-REFERENCE(WS-IT-IDX)
           IF WS-NETPAY-FINAL = 'Y'
               STRING 'FINAL PAY ' DELIMITED BY SIZE
                      WS-NETPAY-PERIOD DELIMITED BY SPACE
                   INTO WS-IT-REFERENCE(WS-IT-IDX)
               END-STRING
           ELSE
               STRING 'PAYROLL ' DELIMITED BY SIZE
                      WS-NETPAY-PERIOD DELIMITED BY SPACE
                   INTO WS-IT-REFERENCE(WS-IT-IDX)
               END-STRING
           END-IF
           MOVE 'O' TO WS-IT-STATUS(WS-IT-IDX)
           MOVE SPACES TO WS-IT-MATCH-MONTH(WS-IT-IDX)
           MOVE SPACES TO WS-IT-MATCH-DATE(WS-IT-IDX)
           MOVE 'N' TO WS-IT-BOOKED(WS-IT-IDX)
           MOVE WS-NETPAY-DATE TO WS-NETPAY-LAST-DATE
           ADD 1 TO WS-BOOK-ADDED
           DISPLAY 'Payroll disbursement ' WS-NETPAY-FILENAME ' '
               WS-NETPAY-DATE ' captured: ' WS-NETPAY-TOTAL.

       CAPTURE-CUSTOMER-RECEIPTS.
       *> 入金履歴の未取込分（前回取込件数より後のレコード）を
       *> 帳簿側の入金として取り込む
           OPEN INPUT RECEIPT-HISTORY-FILE
           IF NOT WS-RECEIPT-OK
               DISPLAY 'No receipt history file ARRCPTH.DAT'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RECEIPT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       IF WS-RECORD-COUNT > WS-RECEIPTS-TAKEN
                           PERFORM ADD-RECEIPT-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIPT-HISTORY-FILE
           MOVE WS-RECORD-COUNT TO WS-RECEIPTS-TAKEN.

       ADD-RECEIPT-ITEM.
       *> 入金1件を帳簿側の入金項目として登録する
           IF WS-IT-COUNT >= 5000
               ADD 1 TO WS-ITEMS-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IT-COUNT
           SET WS-IT-IDX TO WS-IT-COUNT
           MOVE 'R' TO WS-IT-SOURCE(WS-IT-IDX)
           MOVE WS-RH-RECEIPT-DATE TO WS-IT-DATE(WS-IT-IDX)
           MOVE WS-RH-AMOUNT TO WS-IT-AMOUNT(WS-IT-IDX)
           MOVE 'C' TO WS-IT-DR-CR(WS-IT-IDX)
           MOVE WS-RH-INVOICE-ID TO WS-IT-REFERENCE(WS-IT-IDX)
           MOVE 'O' TO WS-IT-STATUS(WS-IT-IDX)
           MOVE SPACES TO WS-IT-MATCH-MONTH(WS-IT-IDX)
           MOVE SPACES TO WS-IT-MATCH-DATE(WS-IT-IDX)
           MOVE 'N' TO WS-IT-BOOKED(WS-IT-IDX)
           ADD 1 TO WS-BOOK-ADDED.

       LOAD-BANK-STATEMENT.
       *> 銀行取引明細の読み込み（当月の銀行残高へ計上する）
           OPEN INPUT BANK-STATEMENT-FILE
           IF NOT WS-STATEMENT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-STATEMENT-FOUND
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BANK-STATEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (WS-BS-DEBIT OR WS-BS-CREDIT)
                           AND WS-BS-AMOUNT IS NUMERIC
                           AND WS-BS-DATE IS NUMERIC
                           PERFORM ADD-STATEMENT-ITEM
                       ELSE
                           DISPLAY '*** Statement line skipped: '
                               BANK-STATEMENT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANK-STATEMENT-FILE
           DISPLAY WS-BOOK-ADDED ' book item(s) and '
               WS-BANK-ADDED ' statement line(s) taken on'.

       ADD-STATEMENT-ITEM.
       *> 銀行明細1件を銀行側項目として登録する
           IF WS-IT-COUNT >= 5000
               ADD 1 TO WS-ITEMS-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IT-COUNT
           SET WS-IT-IDX TO WS-IT-COUNT
           MOVE 'S' TO WS-IT-SOURCE(WS-IT-IDX)
           MOVE WS-BS-DATE TO WS-IT-DATE(WS-IT-IDX)
           MOVE WS-BS-AMOUNT TO WS-IT-AMOUNT(WS-IT-IDX)
           MOVE WS-BS-DR-CR TO WS-IT-DR-CR(WS-IT-IDX)
           MOVE WS-BS-REFERENCE TO WS-IT-REFERENCE(WS-IT-IDX)
           MOVE 'O' TO WS-IT-STATUS(WS-IT-IDX)
           MOVE SPACES TO WS-IT-MATCH-MONTH(WS-IT-IDX)
           MOVE SPACES TO WS-IT-MATCH-DATE(WS-IT-IDX)
           MOVE 'N' TO WS-IT-BOOKED(WS-IT-IDX)
           ADD 1 TO WS-BANK-ADDED.

       MATCH-STATEMENT-LINES.
       *> 未照合の銀行明細ごとに帳簿側の候補を探して照合する
       *> （出金は給与振込、入金は顧客入金が相手。当月末までの
       *> 帳簿項目に限る）
           PERFORM VARYING WS-IT-BANK-IDX FROM 1 BY 1
                   UNTIL WS-IT-BANK-IDX > WS-IT-COUNT
               IF WS-IT-SOURCE(WS-IT-BANK-IDX) = 'S'
                   AND WS-IT-STATUS(WS-IT-BANK-IDX) = 'O'
                   PERFORM FIND-BOOK-MATCH
               END-IF
           END-PERFORM
           DISPLAY WS-MATCHED-COUNT ' item(s) matched'.

       FIND-BOOK-MATCH.
       *> 銀行明細1件に対する帳簿側候補の選択（金額一致が条件。
       *> 参照一致を優先し、同順位は日付差の小さいもの）
           MOVE 'N' TO WS-BEST-FOUND
           MOVE 'N' TO WS-BEST-REF
           MOVE 99999 TO WS-BEST-DIFF
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-IT-COUNT
               IF WS-IT-SOURCE(WS-IT-IDX) NOT = 'S'
                   AND WS-IT-STATUS(WS-IT-IDX) = 'O'
                   AND WS-IT-DR-CR(WS-IT-IDX)
                       = WS-IT-DR-CR(WS-IT-BANK-IDX)
                   AND WS-IT-AMOUNT(WS-IT-IDX)
                       = WS-IT-AMOUNT(WS-IT-BANK-IDX)
                   AND WS-IT-DATE(WS-IT-IDX)(1:6) <= WS-RECON-MONTH
                   AND WS-IT-DATE(WS-IT-IDX) IS NUMERIC
                   PERFORM EVALUATE-CANDIDATE
               END-IF
           END-PERFORM

           IF WS-BEST-FOUND = 'Y'
               MOVE 'M' TO WS-IT-STATUS(WS-IT-BANK-IDX)
               MOVE 'M' TO WS-IT-STATUS(WS-IT-BEST-IDX)
               MOVE WS-RECON-MONTH
                   TO WS-IT-MATCH-MONTH(WS-IT-BANK-IDX)
               MOVE WS-RECON-MONTH
                   TO WS-IT-MATCH-MONTH(WS-IT-BEST-IDX)
               MOVE WS-IT-DATE(WS-IT-BEST-IDX)
                   TO WS-IT-MATCH-DATE(WS-IT-BANK-IDX)
               MOVE WS-IT-DATE(WS-IT-BANK-IDX)
                   TO WS-IT-MATCH-DATE(WS-IT-BEST-IDX)
               ADD 1 TO WS-MATCHED-COUNT
           END-IF.

       EVALUATE-CANDIDATE.
       *> 帳簿側候補1件の日付差と参照一致を評価する
           COMPUTE WS-DAY-DIFF =
               FUNCTION INTEGER-OF-DATE(WS-IT-DATE-NUM(WS-IT-BANK-IDX))
               - FUNCTION INTEGER-OF-DATE(WS-IT-DATE-NUM(WS-IT-IDX))
           IF WS-DAY-DIFF < 0
               COMPUTE WS-DAY-DIFF = 0 - WS-DAY-DIFF
           END-IF
           IF WS-DAY-DIFF > WS-DATE-WINDOW
               EXIT PARAGRAPH
           END-IF

           *> 帳簿側の参照（請求書番号・支給期間）が銀行の参照に
           *> 含まれていれば参照一致とする
           MOVE 'N' TO WS-REF-MATCH
           MOVE SPACES TO WS-REF-KEY
           IF WS-IT-SOURCE(WS-IT-IDX) = 'P'
               IF WS-IT-REFERENCE(WS-IT-IDX)(1:10) = 'FINAL PAY '
                   MOVE WS-IT-REFERENCE(WS-IT-IDX)(11:10)
                       TO WS-REF-KEY
               ELSE
                   MOVE WS-IT-REFERENCE(WS-IT-IDX)(9:12)
                       TO WS-REF-KEY
               END-IF
           ELSE
               MOVE WS-IT-REFERENCE(WS-IT-IDX) TO WS-REF-KEY
           END-IF
           MOVE 0 TO WS-REF-KEY-LEN
           INSPECT WS-REF-KEY TALLYING WS-REF-KEY-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-REF-KEY-LEN > 0
               MOVE 0 TO WS-REF-TALLY
               INSPECT WS-IT-REFERENCE(WS-IT-BANK-IDX)
                   TALLYING WS-REF-TALLY
                   FOR ALL WS-REF-KEY(1:WS-REF-KEY-LEN)
               IF WS-REF-TALLY > 0
                   MOVE 'Y' TO WS-REF-MATCH
               END-IF
           END-IF

           IF WS-BEST-FOUND = 'N'
               OR (WS-REF-MATCH = 'Y' AND WS-BEST-REF = 'N')
               OR (WS-REF-MATCH = WS-BEST-REF
                   AND WS-DAY-DIFF < WS-BEST-DIFF)
               MOVE 'Y' TO WS-BEST-FOUND
               MOVE WS-REF-MATCH TO WS-BEST-REF
               MOVE WS-DAY-DIFF TO WS-BEST-DIFF
               SET WS-IT-BEST-IDX TO WS-IT-IDX
           END-IF.

       COMPUTE-RECON-TOTALS.
       *> 月末残高と未達項目の集計（当月末までの帳簿項目を帳簿
       *> 残高へ、当月の銀行明細を銀行残高へ計上する）
           MOVE WS-OPENING-BANK TO WS-BANK-BALANCE
           MOVE WS-OPENING-BOOK TO WS-BOOK-BALANCE
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-IT-COUNT
               IF WS-IT-BOOKED(WS-IT-IDX) = 'N'
                   AND (WS-IT-SOURCE(WS-IT-IDX) = 'S'
                       OR WS-IT-DATE(WS-IT-IDX)(1:6)
                           <= WS-RECON-MONTH)
                   MOVE 'Y' TO WS-IT-BOOKED(WS-IT-IDX)
                   IF WS-IT-SOURCE(WS-IT-IDX) = 'S'
                       IF WS-IT-DR-CR(WS-IT-IDX) = 'C'
                           ADD WS-IT-AMOUNT(WS-IT-IDX)
                               TO WS-BANK-BALANCE
                       ELSE
                           SUBTRACT WS-IT-AMOUNT(WS-IT-IDX)
                               FROM WS-BANK-BALANCE
                       END-IF
                   ELSE
                       IF WS-IT-DR-CR(WS-IT-IDX) = 'C'
                           ADD WS-IT-AMOUNT(WS-IT-IDX)
                               TO WS-BOOK-BALANCE
                       ELSE
                           SUBTRACT WS-IT-AMOUNT(WS-IT-IDX)
                               FROM WS-BOOK-BALANCE
                       END-IF
                   END-IF
               END-IF

               IF WS-IT-STATUS(WS-IT-IDX) = 'O'
                   AND WS-IT-BOOKED(WS-IT-IDX) = 'Y'
                   EVALUATE TRUE
                       WHEN WS-IT-SOURCE(WS-IT-IDX) = 'S'
                           ADD 1 TO WS-BANK-ONLY-COUNT
                           IF WS-IT-DR-CR(WS-IT-IDX) = 'C'
                               ADD WS-IT-AMOUNT(WS-IT-IDX)
                                   TO WS-BANK-ONLY-CREDITS
                           ELSE
                               ADD WS-IT-AMOUNT(WS-IT-IDX)
                                   TO WS-BANK-ONLY-DEBITS
                           END-IF
                       WHEN WS-IT-DR-CR(WS-IT-IDX) = 'C'
                           ADD 1 TO WS-OUT-DEPOSITS-COUNT
                           ADD WS-IT-AMOUNT(WS-IT-IDX)
                               TO WS-OUT-DEPOSITS
                       WHEN OTHER
                           ADD 1 TO WS-OUT-PAYMENTS-COUNT
                           ADD WS-IT-AMOUNT(WS-IT-IDX)
                               TO WS-OUT-PAYMENTS
                   END-EVALUATE
               END-IF
           END-PERFORM

           COMPUTE WS-EXPECTED-BANK = WS-BOOK-BALANCE
               + WS-OUT-PAYMENTS - WS-OUT-DEPOSITS
           COMPUTE WS-DIFFERENCE = WS-BANK-BALANCE - WS-EXPECTED-BANK.

       WRITE-RECON-STATEMENT.
       *> 月末銀行勘定調整表の出力
           OPEN OUTPUT RECON-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BANK RECONCILIATION STATEMENT - MONTH '
                  DELIMITED BY SIZE
                  WS-RECON-MONTH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           MOVE 'BOOK BALANCE AT MONTH END' TO WS-REPORT-LABEL
           MOVE WS-BOOK-BALANCE TO WS-REPORT-AMOUNT
           PERFORM WRITE-RECON-LINE
           MOVE SPACES TO WS-REPORT-LABEL
           STRING 'ADD: OUTSTANDING DISBURSEMENTS (' DELIMITED BY SIZE
                  WS-OUT-PAYMENTS-COUNT DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO WS-REPORT-LABEL
           END-STRING
           MOVE WS-OUT-PAYMENTS TO WS-REPORT-AMOUNT
           PERFORM WRITE-RECON-LINE
           MOVE SPACES TO WS-REPORT-LABEL
           STRING 'LESS: DEPOSITS IN TRANSIT (' DELIMITED BY SIZE
                  WS-OUT-DEPOSITS-COUNT DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO WS-REPORT-LABEL
           END-STRING
           COMPUTE WS-REPORT-AMOUNT = 0 - WS-OUT-DEPOSITS
           PERFORM WRITE-RECON-LINE
           MOVE 'EXPECTED BANK BALANCE' TO WS-REPORT-LABEL
           MOVE WS-EXPECTED-BANK TO WS-REPORT-AMOUNT
           PERFORM WRITE-RECON-LINE
           MOVE 'BANK BALANCE PER STATEMENT' TO WS-REPORT-LABEL
           MOVE WS-BANK-BALANCE TO WS-REPORT-AMOUNT
           PERFORM WRITE-RECON-LINE
           MOVE 'UNEXPLAINED DIFFERENCE' TO WS-REPORT-LABEL
           MOVE WS-DIFFERENCE TO WS-REPORT-AMOUNT
           PERFORM WRITE-RECON-LINE

           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LABEL
           STRING 'BANK ITEMS NOT IN BOOKS (' DELIMITED BY SIZE
                  WS-BANK-ONLY-COUNT DELIMITED BY SIZE
                  ') - CREDITS' DELIMITED BY SIZE
               INTO WS-REPORT-LABEL
           END-STRING
           MOVE WS-BANK-ONLY-CREDITS TO WS-REPORT-AMOUNT
           PERFORM WRITE-RECON-LINE
           MOVE '                              - DEBITS'
               TO WS-REPORT-LABEL
           COMPUTE WS-REPORT-AMOUNT = 0 - WS-BANK-ONLY-DEBITS
           PERFORM WRITE-RECON-LINE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-DIFFERENCE = 0
               STRING 'RECONCILED: OK' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               DISPLAY 'Bank reconciled: no unexplained difference'
           ELSE
               STRING 'RECONCILED: *** DIFFERENCE - SEE BANKEXC.TXT'
                      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-DIFFERENCE TO WS-DISPLAY-AMOUNT
               DISPLAY '*** Unexplained difference '
                   WS-DISPLAY-AMOUNT
           END-IF
           WRITE WS-REPORT-LINE
           CLOSE RECON-REPORT-FILE
           DISPLAY 'Reconciliation statement written to BANKREC.TXT'.

       WRITE-RECON-LINE.
       *> 見出し＋金額の1行を出力する
           MOVE WS-REPORT-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-REPORT-LABEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WS-REPORT-LINE.

       WRITE-EXCEPTION-LIST.
       *> 照合できなかった項目の一覧（銀行側・帳簿側）
           OPEN OUTPUT EXCEPTION-FILE
           MOVE SPACES TO WS-EXCEPTION-LINE
           STRING 'BANK RECONCILIATION EXCEPTIONS - MONTH '
                  DELIMITED BY SIZE
                  WS-RECON-MONTH DELIMITED BY SIZE
               INTO WS-EXCEPTION-LINE
           END-STRING
           WRITE WS-EXCEPTION-LINE
           MOVE SPACES TO WS-EXCEPTION-LINE
           STRING 'SIDE SRC DATE     D/C             AMOUNT REFERENCE'
                  DELIMITED BY SIZE
               INTO WS-EXCEPTION-LINE
           END-STRING
           WRITE WS-EXCEPTION-LINE

           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-IT-COUNT
               IF WS-IT-STATUS(WS-IT-IDX) = 'O'
                   AND WS-IT-BOOKED(WS-IT-IDX) = 'Y'
                   MOVE WS-IT-AMOUNT(WS-IT-IDX) TO WS-DISPLAY-AMOUNT
                   MOVE SPACES TO WS-EXCEPTION-LINE
                   IF WS-IT-SOURCE(WS-IT-IDX) = 'S'
                       MOVE 'BANK' TO WS-EXCEPTION-LINE(1:4)
                   ELSE
                       MOVE 'BOOK' TO WS-EXCEPTION-LINE(1:4)
                   END-IF
                   MOVE WS-IT-SOURCE(WS-IT-IDX)
                       TO WS-EXCEPTION-LINE(6:1)
                   MOVE WS-IT-DATE(WS-IT-IDX)
                       TO WS-EXCEPTION-LINE(10:8)
                   MOVE WS-IT-DR-CR(WS-IT-IDX)
                       TO WS-EXCEPTION-LINE(19:1)
                   MOVE WS-DISPLAY-AMOUNT TO WS-EXCEPTION-LINE(21:18)
                   MOVE WS-IT-REFERENCE(WS-IT-IDX)
                       TO WS-EXCEPTION-LINE(40:20)
                   WRITE WS-EXCEPTION-LINE
               END-IF
           END-PERFORM

           COMPUTE WS-DISPLAY-COUNT = WS-BANK-ONLY-COUNT
               + WS-OUT-DEPOSITS-COUNT + WS-OUT-PAYMENTS-COUNT
           MOVE SPACES TO WS-EXCEPTION-LINE
           STRING 'UNMATCHED ITEMS: ' DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO WS-EXCEPTION-LINE
           END-STRING
           WRITE WS-EXCEPTION-LINE
           CLOSE EXCEPTION-FILE
           DISPLAY 'Exceptions written to BANKEXC.TXT ('
               WS-DISPLAY-COUNT ' item(s))'.

       WRITE-CASH-BOOK.
       *> 現金出納帳の書き直し（未照合項目と当月照合分）
           OPEN OUTPUT CASH-BOOK-FILE
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-IT-COUNT
               MOVE SPACES TO CASH-BOOK-RECORD
               MOVE WS-IT-SOURCE(WS-IT-IDX) TO WS-CB-SOURCE
               MOVE WS-IT-DATE(WS-IT-IDX) TO WS-CB-DATE
               MOVE WS-IT-AMOUNT(WS-IT-IDX) TO WS-CB-AMOUNT
               MOVE WS-IT-DR-CR(WS-IT-IDX) TO WS-CB-DR-CR
               MOVE WS-IT-REFERENCE(WS-IT-IDX) TO WS-CB-REFERENCE
               MOVE WS-IT-STATUS(WS-IT-IDX) TO WS-CB-STATUS
               MOVE WS-IT-MATCH-MONTH(WS-IT-IDX) TO WS-CB-MATCH-MONTH
               MOVE WS-IT-MATCH-DATE(WS-IT-IDX) TO WS-CB-MATCH-DATE
               MOVE WS-IT-BOOKED(WS-IT-IDX) TO WS-CB-BOOKED
               WRITE CASH-BOOK-RECORD
           END-PERFORM
           CLOSE CASH-BOOK-FILE.

       WRITE-RECON-CONTROL.
       *> 当月の照合結果を翌月の開始値として保存する
           OPEN OUTPUT RECON-CONTROL-FILE
           MOVE SPACES TO RECON-CONTROL-RECORD
           MOVE WS-RECON-MONTH TO WS-RC-LAST-MONTH
           MOVE WS-BANK-BALANCE TO WS-RC-BANK-BALANCE
           MOVE WS-BOOK-BALANCE TO WS-RC-BOOK-BALANCE
           MOVE WS-RECEIPTS-TAKEN TO WS-RC-RECEIPTS-TAKEN
           MOVE WS-LAST-NETPAY-DATE TO WS-RC-LAST-NETPAY-DATE
           MOVE WS-LAST-FINALNET-DATE TO WS-RC-LAST-FINALNET-DATE
           WRITE RECON-CONTROL-RECORD
           CLOSE RECON-CONTROL-FILE.

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
