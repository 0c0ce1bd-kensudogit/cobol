       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBLEDGER-RECON.
       AUTHOR. COBOL Developer.
       DATE-WRITTEN. 2026.
       *> プログラム名: Subledger to GL Control Account Reconciliation
       *> 目的: 総勘定元帳の統制勘定残高と補助元帳の月末照合
       *> 機能: 残高マスタ（GLBAL.DAT）の統制勘定残高を補助元帳の
       *>       残高と比較する。売掛金統制勘定は未消込請求書
       *>       （AROPEN.DAT）の未消込残高合計、棚卸資産は在庫評価
       *>       レポート（STKVAL.TXT）の評価額合計、給与未払金は
       *>       給与振込ファイル（NETPAY.DAT）の振込合計と比較する。
       *>       統制勘定の科目は勘定科目マッピング（ACCTMAP.DAT）の
       *>       転記キー（SALES-RECV／INVENTORY／PAYROLL-CLR）から
       *>       求める。差額の原因候補として、取り込み済みバッチ
       *>       （GLLOADED.DAT）のうち対応する補助元帳の実行記録
       *>       （監査ログ）が無いもの、仕訳が取り込まれていない
       *>       補助元帳の実行、補助元帳以外からの統制勘定への
       *>       転記（手入力仕訳・取消など）を一覧にする。結果は
       *>       SUBRECON.TXTへ出力する
       *>
       *> 変更履歴:
       *> 2026-10-15  COBOL Developer  初版作成

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> 勘定科目マッピングファイル（GL-JOURNALと共用）
           SELECT ACCOUNT-MAP-FILE ASSIGN TO 'ACCTMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-ACCTMAP-STATUS.

           *> 残高マスタ（GL-LOADERが更新する）
           SELECT GL-BALANCES-FILE ASSIGN TO 'GLBAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-BALANCES-STATUS.

           *> 取り込み済みバッチ登録ファイル（GL-LOADERが追記する）
           SELECT LOADED-REGISTRY-FILE ASSIGN TO 'GLLOADED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-REGISTRY-STATUS.

           *> 取り込み済みの仕訳バッチ（登録ファイルのファイル名）
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-JOURNAL-STATUS.

           *> 未消込請求書ファイル（ACCOUNTS-RECEIVABLEが管理する
           *> 索引編成ファイル。順に読むだけ）
           SELECT AR-OPEN-FILE ASSIGN TO 'AROPEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-AO-INVOICE-ID
               STATUS IS WS-AROPEN-STATUS.

           *> 在庫評価レポート（COMPREHENSIVE-SAMPLEが出力する）
           SELECT STOCK-VALUATION-FILE ASSIGN TO 'STKVAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-STKVAL-STATUS.

           *> 給与振込ファイル（PAYROLLが出力する）
           SELECT NET-PAY-FILE ASSIGN TO 'NETPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-NETPAY-STATUS.

           *> 統制勘定照合レポートファイル
           SELECT RECON-REPORT-FILE ASSIGN TO 'SUBRECON.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS WS-REPORT-STATUS.

           *> 監査ログ（他のバッチプログラムと共有する実行履歴。
           *> 補助元帳の実行記録として読み、実行ごとに追記する）
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
       *> マッピングレコード構造（GL-JOURNALのACCOUNT-MAP-RECORDと
       *> 同一）
       FD  ACCOUNT-MAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-MAP-RECORD.
           05  WS-AM-POSTING-KEY PIC X(12).
           05  FILLER PIC X(1).
           05  WS-AM-ACCOUNT PIC X(8).
           05  FILLER PIC X(1).
           05  WS-AM-COST-CENTER PIC X(8).

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

       *> 未消込請求書レコード構造（ACCOUNTS-RECEIVABLEの
       *> AR-OPEN-RECORDと同一）
       FD  AR-OPEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  AR-OPEN-RECORD.
           05  WS-AO-INVOICE-ID PIC 9(8).
           05  WS-AO-CUSTOMER-ID PIC 9(7).
           05  WS-AO-INVOICE-DATE PIC X(8).
           05  WS-AO-INVOICE-AMOUNT PIC 9(7)V99.
           05  WS-AO-AMOUNT-PAID PIC 9(7)V99.
           05  WS-AO-STATUS PIC X(1).
           *> O=未消込、P=消込済み、C=クレジットメモ
               88  WS-AO-ITEM-OPEN VALUE 'O'.
           05  WS-AO-DUE-DATE PIC X(8).
           05  WS-AO-ORIG-INVOICE PIC 9(8).
           05  WS-AO-CURRENCY-CODE PIC X(3).
           *> 請求通貨コード（空白=現地通貨）
           05  WS-AO-LOCAL-AMOUNT PIC 9(9)V99.
           *> 起票時の現地通貨換算額

       *> 在庫評価レポート行
       FD  STOCK-VALUATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-STKVAL-LINE PIC X(132).

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

       *> 統制勘定照合レポート行
       FD  RECON-REPORT-FILE
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
       01  WS-ACCTMAP-STATUS PIC X(2).
       *> ACCTMAP.DAT入出力の状態コード
           88  WS-ACCTMAP-OK VALUE '00'.
       01  WS-BALANCES-STATUS PIC X(2).
       *> GLBAL.DAT入出力の状態コード
           88  WS-BALANCES-OK VALUE '00'.
       01  WS-REGISTRY-STATUS PIC X(2).
       *> GLLOADED.DAT入出力の状態コード
           88  WS-REGISTRY-OK VALUE '00'.
       01  WS-JOURNAL-STATUS PIC X(2).
       *> 仕訳バッチ入出力の状態コード
           88  WS-JOURNAL-OK VALUE '00'.
       01  WS-AROPEN-STATUS PIC X(2).
       *> AROPEN.DAT入出力の状態コード
           88  WS-AROPEN-OK VALUE '00'.
       01  WS-STKVAL-STATUS PIC X(2).
       *> STKVAL.TXT入出力の状態コード
           88  WS-STKVAL-OK VALUE '00'.
       01  WS-NETPAY-STATUS PIC X(2).
       *> NETPAY.DAT入出力の状態コード
           88  WS-NETPAY-OK VALUE '00'.
       01  WS-REPORT-STATUS PIC X(2).
       *> SUBRECON.TXT入出力の状態コード
       01  WS-AUDIT-STATUS PIC X(2).
       *> AUDIT.LOG入出力の状態コード

       01  WS-AUDIT-CONTROL.
       *> 他のバッチプログラムと共有する監査ログの1エントリ分
           05  WS-AUDIT-PROGRAM-ID   PIC X(8)  VALUE 'SUBRECON'.
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

       *> 照合の条件
       01  WS-RECON-CONTROL.
           05  WS-MONTH-INPUT PIC X(6).
           *> 入力された照合月（YYYYMM）
           05  WS-RECON-MONTH PIC X(6).
           *> 照合月（YYYYMM）
           05  WS-RECON-MONTH-NUM REDEFINES WS-RECON-MONTH.
               10  WS-RECON-YEAR PIC 9(4).
               10  WS-RECON-MM PIC 9(2).
           05  WS-MONTH-END PIC X(8).
           *> 照合月の月末（YYYYMM31、日付の大小比較に使う）

       *> 勘定科目マッピングテーブル（GL-JOURNALと同じ読み替え）
       01  WS-ACCOUNT-MAP-TABLE.
           05  WS-MAP-COUNT PIC 9(2) VALUE 0.
           05  WS-MAP-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-MAP-IDX.
               10  WS-MAP-POSTING-KEY PIC X(12).
               10  WS-MAP-ACCOUNT PIC X(8).
       01  WS-LOOKUP-KEY PIC X(12).
       *> 検索する転記キー
       01  WS-LOOKUP-ACCOUNT PIC X(8).
       *> 検索結果の勘定科目

       *> 照合する統制勘定（1=売掛金、2=棚卸資産、3=給与未払金）
       01  WS-CONTROL-TABLE.
           05  WS-CT-ENTRY OCCURS 3 TIMES
                   INDEXED BY WS-CT-IDX.
               10  WS-CT-LABEL PIC X(20).
               *> レポートの見出し
               10  WS-CT-POSTING-KEY PIC X(12).
               *> 統制勘定の転記キー
               10  WS-CT-ACCOUNT PIC X(8).
               *> マッピング後の勘定科目
               10  WS-CT-NATURE PIC X(1).
               *> 残高の向き（D=借方残、C=貸方残）
               10  WS-CT-SOURCE-1 PIC X(8).
               10  WS-CT-SOURCE-2 PIC X(8).
               *> この統制勘定へ転記する補助元帳のプログラムID
               10  WS-CT-SUBLEDGER-NAME PIC X(30).
               *> 補助元帳の説明
               10  WS-CT-SUBLEDGER-FOUND PIC X(1).
               *> 補助元帳を読めたかどうか（Y/N）
               10  WS-CT-DEBIT PIC 9(13)V99.
               10  WS-CT-CREDIT PIC 9(13)V99.
               *> 残高マスタの借方・貸方累計（コストセンター合計）
               10  WS-CT-GL-BALANCE PIC S9(13)V99.
               10  WS-CT-SUBLEDGER-BALANCE PIC S9(13)V99.
               10  WS-CT-DIFFERENCE PIC S9(13)V99.
               10  WS-CT-CAUSE-COUNT PIC 9(5).
               *> 出力した原因候補の件数

       *> 補助元帳の実行記録（監査ログのプログラムID・日付、
       *> 1日1件にまとめる）
       01  WS-RUN-TABLE.
           05  WS-RN-COUNT PIC 9(4) VALUE 0.
           05  WS-RN-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-RN-IDX.
               10  WS-RN-PROGRAM PIC X(8).
               10  WS-RN-DATE PIC X(8).
               10  WS-RN-MATCHED PIC X(1).

       *> 取り込み済みバッチに含まれる補助元帳の転記（バッチ×
       *> 発生元プログラムごとに1件）
       01  WS-POSTING-TABLE.
           05  WS-PS-COUNT PIC 9(4) VALUE 0.
           05  WS-PS-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-PS-IDX.
               10  WS-PS-PROGRAM PIC X(8).
               10  WS-PS-BATCH-DATE PIC X(8).
               10  WS-PS-FILENAME PIC X(30).
               10  WS-PS-MATCHED PIC X(1).

       *> 補助元帳以外から統制勘定への転記（統制勘定×バッチ×
       *> 発生元ごとに集計）
       01  WS-OTHER-TABLE.
           05  WS-OT-COUNT PIC 9(3) VALUE 0.
           05  WS-OT-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-OT-IDX.
               10  WS-OT-CONTROL PIC 9(1).
               10  WS-OT-FILENAME PIC X(30).
               10  WS-OT-SOURCE PIC X(8).
               10  WS-OT-DEBIT PIC 9(11)V99.
               10  WS-OT-CREDIT PIC 9(11)V99.

       *> 読み込みと照合の制御
       01  WS-MATCH-CONTROL.
           05  WS-EOF PIC X(1).
           *> 読み込み中ファイルの終端フラグ
           05  WS-JOURNAL-EOF PIC X(1).
           *> 仕訳バッチ終端フラグ
           05  WS-BATCH-COUNT PIC 9(5) VALUE 0.
           *> 照合月末までに取り込まれたバッチ数
           05  WS-MISSING-COUNT PIC 9(5) VALUE 0.
           *> ファイルが見つからず内容を確認できなかったバッチ数
           05  WS-DROPPED-COUNT PIC 9(5) VALUE 0.
           *> テーブル上限超過で集計できなかった件数
           05  WS-AR-ITEM-COUNT PIC 9(7) VALUE 0.
           *> 未消込請求書の件数
           05  WS-AR-OPEN-AMOUNT PIC S9(11)V99.
           *> 請求書1件の未消込残高（現地通貨）
           05  WS-STKVAL-DATE PIC X(8) VALUE SPACES.
           *> 在庫評価レポートの作成日
           05  WS-STKVAL-TEXT PIC X(15).
           05  WS-STKVAL-AMOUNT REDEFINES WS-STKVAL-TEXT
                   PIC S9(13)V99.
           *> 在庫評価レポートの評価額合計欄
           05  WS-NETPAY-DATE PIC X(10) VALUE SPACES.
           *> 振込ファイルヘッダーの作成日
           05  WS-NETPAY-TRAILER PIC X(1) VALUE 'N'.
           *> トレーラーを読んだかどうか（Y/N）
           05  WS-BATCH-HAS-SOURCE PIC X(1) OCCURS 3 TIMES.
           *> 読み込み中のバッチに各補助元帳の転記があるか（Y/N）
           05  WS-SOURCE-NUMBER PIC 9(1).
           *> 発生元の補助元帳番号（1=COMPSAMP 2=ARSUBSYS
           *> 3=PAYRCALC、0=補助元帳以外）
           05  WS-SOURCE-IDX PIC 9(1).
           05  WS-FOUND PIC X(1).
           *> テーブル検索の結果フラグ（Y/N）
           05  WS-OUT-OF-BALANCE PIC 9(1) VALUE 0.
           *> 差額のある統制勘定の数
           05  WS-CAUSE-TEXT PIC X(100).
           *> 原因候補の説明

       *> 補助元帳のプログラムID（監査ログと仕訳明細の発生元）
       01  WS-SUBLEDGER-PROGRAMS.
           05  FILLER PIC X(8) VALUE 'COMPSAMP'.
           05  FILLER PIC X(8) VALUE 'ARSUBSYS'.
           05  FILLER PIC X(8) VALUE 'PAYRCALC'.
       01  WS-SUBLEDGER-TABLE REDEFINES WS-SUBLEDGER-PROGRAMS.
           05  WS-SL-PROGRAM PIC X(8) OCCURS 3 TIMES.

       *> レポート編集用
       01  WS-DISPLAY-AMOUNT PIC ---,---,---,--9.99.
       01  WS-DISPLAY-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       *> メイン処理開始
           DISPLAY '=========================================='
           DISPLAY 'Subledger to GL Control Reconciliation'
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
           MOVE SPACES TO WS-MONTH-END
           STRING WS-RECON-MONTH DELIMITED BY SIZE
                  '31' DELIMITED BY SIZE
               INTO WS-MONTH-END
           END-STRING

           PERFORM LOAD-ACCOUNT-MAP
           PERFORM SETUP-CONTROL-ACCOUNTS
           PERFORM LOAD-GL-BALANCES
           IF NOT WS-BALANCES-OK
               DISPLAY '*** GL balances GLBAL.DAT not found'
               MOVE 'GL balance file not found'
                   TO WS-AUDIT-MESSAGE
               PERFORM REFUSE-RUN
           END-IF

           PERFORM TOTAL-AR-OPEN-ITEMS
           PERFORM READ-STOCK-VALUATION
           PERFORM READ-NET-PAY-TOTAL
           PERFORM COMPUTE-DIFFERENCES

           PERFORM LOAD-SUBLEDGER-RUNS
           PERFORM LOAD-JOURNAL-POSTINGS
           PERFORM MATCH-POSTINGS-TO-RUNS

           PERFORM WRITE-RECON-REPORT

           MOVE 'MAIN-PROCEDURE' TO WS-AUDIT-PARAGRAPH-ID
           IF WS-OUT-OF-BALANCE > 0
               MOVE 'F' TO WS-AUDIT-OUTCOME
           ELSE
               MOVE 'S' TO WS-AUDIT-OUTCOME
           END-IF
           MOVE SPACES TO WS-AUDIT-MESSAGE
           STRING 'Control accounts reconciled ' DELIMITED BY SIZE
                  WS-RECON-MONTH DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-OUT-OF-BALANCE DELIMITED BY SIZE
                  ' with difference' DELIMITED BY SIZE
               INTO WS-AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG

           DISPLAY 'Reconciliation written to SUBRECON.TXT ('
               WS-OUT-OF-BALANCE ' account(s) with difference)'

           STOP RUN.
           *> プログラム終了

       REFUSE-RUN.
       *> 実行の拒否（WS-AUDIT-MESSAGEに理由を設定して呼ぶ）
           MOVE 'MAIN-PROCEDURE' TO WS-AUDIT-PARAGRAPH-ID
           MOVE 'F' TO WS-AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-LOG
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       LOAD-ACCOUNT-MAP.
       *> 勘定科目マッピングファイルの読み込み（無い場合は転記キー
       *> の先頭8桁を勘定科目とみなす）
           MOVE 0 TO WS-MAP-COUNT
           OPEN INPUT ACCOUNT-MAP-FILE
           IF NOT WS-ACCTMAP-OK
               DISPLAY 'ACCTMAP.DAT not found - using default '
                   'accounts'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNT-MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-MAP-COUNT < 60
                           ADD 1 TO WS-MAP-COUNT
                           MOVE WS-AM-POSTING-KEY
                               TO WS-MAP-POSTING-KEY(WS-MAP-COUNT)
                           MOVE WS-AM-ACCOUNT
                               TO WS-MAP-ACCOUNT(WS-MAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MAP-FILE.

       LOOKUP-ACCOUNT-MAP.
       *> 転記キーから勘定科目を求める（GL-JOURNALと同じく、
       *> 未登録のキーは先頭8桁をそのまま勘定科目とする）
           MOVE WS-LOOKUP-KEY(1:8) TO WS-LOOKUP-ACCOUNT
           IF WS-MAP-COUNT > 0
               SET WS-MAP-IDX TO 1
               SEARCH WS-MAP-ENTRY
                   WHEN WS-MAP-IDX > WS-MAP-COUNT
                       CONTINUE
                   WHEN WS-MAP-POSTING-KEY(WS-MAP-IDX) = WS-LOOKUP-KEY
                       MOVE WS-MAP-ACCOUNT(WS-MAP-IDX)
                           TO WS-LOOKUP-ACCOUNT
               END-SEARCH
           END-IF.

       SETUP-CONTROL-ACCOUNTS.
       *> 照合する統制勘定と、転記元の補助元帳の設定
           MOVE 'AR CONTROL' TO WS-CT-LABEL(1)
           MOVE 'SALES-RECV' TO WS-CT-POSTING-KEY(1)
           MOVE 'D' TO WS-CT-NATURE(1)
           MOVE 'COMPSAMP' TO WS-CT-SOURCE-1(1)
           MOVE 'ARSUBSYS' TO WS-CT-SOURCE-2(1)
           MOVE 'AROPEN.DAT OPEN ITEMS' TO WS-CT-SUBLEDGER-NAME(1)

           MOVE 'INVENTORY' TO WS-CT-LABEL(2)
           MOVE 'INVENTORY' TO WS-CT-POSTING-KEY(2)
           MOVE 'D' TO WS-CT-NATURE(2)
           MOVE 'COMPSAMP' TO WS-CT-SOURCE-1(2)
           MOVE SPACES TO WS-CT-SOURCE-2(2)
           MOVE 'STKVAL.TXT VALUATION TOTAL'
               TO WS-CT-SUBLEDGER-NAME(2)

           MOVE 'PAYROLL LIABILITY' TO WS-CT-LABEL(3)
           MOVE 'PAYROLL-CLR' TO WS-CT-POSTING-KEY(3)
           MOVE 'C' TO WS-CT-NATURE(3)
           MOVE 'PAYRCALC' TO WS-CT-SOURCE-1(3)
           MOVE SPACES TO WS-CT-SOURCE-2(3)
           MOVE 'NETPAY.DAT PAYMENT TOTAL' TO WS-CT-SUBLEDGER-NAME(3)

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > 3
               MOVE WS-CT-POSTING-KEY(WS-CT-IDX) TO WS-LOOKUP-KEY
               PERFORM LOOKUP-ACCOUNT-MAP
               MOVE WS-LOOKUP-ACCOUNT TO WS-CT-ACCOUNT(WS-CT-IDX)
               MOVE 'N' TO WS-CT-SUBLEDGER-FOUND(WS-CT-IDX)
               MOVE 0 TO WS-CT-DEBIT(WS-CT-IDX)
               MOVE 0 TO WS-CT-CREDIT(WS-CT-IDX)
               MOVE 0 TO WS-CT-SUBLEDGER-BALANCE(WS-CT-IDX)
               MOVE 0 TO WS-CT-CAUSE-COUNT(WS-CT-IDX)
           END-PERFORM.

       LOAD-GL-BALANCES.
       *> 残高マスタから統制勘定の借方・貸方累計を集計する
       *> （コストセンターは合算）
           OPEN INPUT GL-BALANCES-FILE
           IF NOT WS-BALANCES-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GL-BALANCES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                               UNTIL WS-CT-IDX > 3
                           IF WS-GB-ACCOUNT = WS-CT-ACCOUNT(WS-CT-IDX)
                               ADD WS-GB-DEBIT-TOTAL
                                   TO WS-CT-DEBIT(WS-CT-IDX)
                               ADD WS-GB-CREDIT-TOTAL
                                   TO WS-CT-CREDIT(WS-CT-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE GL-BALANCES-FILE
           MOVE '00' TO WS-BALANCES-STATUS.

       TOTAL-AR-OPEN-ITEMS.
       *> 未消込請求書の未消込残高合計（外貨建ては起票時の現地
       *> 通貨換算額を未消込割合で按分する。クレジットメモは
       *> 元請求書へ充当済みのため対象外）
           OPEN INPUT AR-OPEN-FILE
           IF NOT WS-AROPEN-OK
               DISPLAY 'AROPEN.DAT not found - AR not reconciled'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CT-SUBLEDGER-FOUND(1)
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AR-OPEN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-AO-ITEM-OPEN
                           AND WS-AO-INVOICE-AMOUNT
                               > WS-AO-AMOUNT-PAID
                           PERFORM ADD-AR-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-OPEN-FILE
           DISPLAY 'AR open items: ' WS-AR-ITEM-COUNT.

       ADD-AR-OPEN-ITEM.
       *> 未消込請求書1件分の残高を売掛金の補助元帳残高へ加算する
           ADD 1 TO WS-AR-ITEM-COUNT
           IF WS-AO-CURRENCY-CODE = SPACES
               COMPUTE WS-AR-OPEN-AMOUNT =
                   WS-AO-INVOICE-AMOUNT - WS-AO-AMOUNT-PAID
           ELSE
               COMPUTE WS-AR-OPEN-AMOUNT ROUNDED =
                   WS-AO-LOCAL-AMOUNT
                   * (WS-AO-INVOICE-AMOUNT - WS-AO-AMOUNT-PAID)
                   / WS-AO-INVOICE-AMOUNT
           END-IF
           ADD WS-AR-OPEN-AMOUNT TO WS-CT-SUBLEDGER-BALANCE(1).

       READ-STOCK-VALUATION.
       *> 在庫評価レポートの評価額合計行（TOTAL VALUATION:）の読み取り
           OPEN INPUT STOCK-VALUATION-FILE
           IF NOT WS-STKVAL-OK
               DISPLAY 'STKVAL.TXT not found - inventory not '
                   'reconciled'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STOCK-VALUATION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-STKVAL-LINE(1:15) = 'STOCK VALUATION'
                           MOVE WS-STKVAL-LINE(40:8) TO WS-STKVAL-DATE
                       END-IF
                       IF WS-STKVAL-LINE(1:17) = 'TOTAL VALUATION: '
                           MOVE WS-STKVAL-LINE(18:15)
                               TO WS-STKVAL-TEXT
                           IF WS-STKVAL-AMOUNT IS NUMERIC
                               MOVE WS-STKVAL-AMOUNT
                                   TO WS-CT-SUBLEDGER-BALANCE(2)
                               MOVE 'Y' TO WS-CT-SUBLEDGER-FOUND(2)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STOCK-VALUATION-FILE
           IF WS-CT-SUBLEDGER-FOUND(2) NOT = 'Y'
               DISPLAY 'STKVAL.TXT has no valuation total - '
                   'inventory not reconciled'
           END-IF.

       READ-NET-PAY-TOTAL.
       *> 給与振込ファイルのトレーラーの振込合計の読み取り
           OPEN INPUT NET-PAY-FILE
           IF NOT WS-NETPAY-OK
               DISPLAY 'NETPAY.DAT not found - payroll liability '
                   'not reconciled'
               EXIT PARAGRAPH
           END-IF
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
                           WHEN 'T'
                               MOVE WS-NP-NET-PAY
                                   TO WS-CT-SUBLEDGER-BALANCE(3)
                               MOVE 'Y' TO WS-NETPAY-TRAILER
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE NET-PAY-FILE
           IF WS-NETPAY-TRAILER = 'Y'
               MOVE 'Y' TO WS-CT-SUBLEDGER-FOUND(3)
           ELSE
               DISPLAY 'NETPAY.DAT has no trailer - payroll '
                   'liability not reconciled'
           END-IF.

       COMPUTE-DIFFERENCES.
       *> 統制勘定ごとの総勘定元帳残高と差額の計算
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > 3
               IF WS-CT-NATURE(WS-CT-IDX) = 'D'
                   COMPUTE WS-CT-GL-BALANCE(WS-CT-IDX) =
                       WS-CT-DEBIT(WS-CT-IDX)
                       - WS-CT-CREDIT(WS-CT-IDX)
               ELSE
                   COMPUTE WS-CT-GL-BALANCE(WS-CT-IDX) =
                       WS-CT-CREDIT(WS-CT-IDX)
                       - WS-CT-DEBIT(WS-CT-IDX)
               END-IF
               COMPUTE WS-CT-DIFFERENCE(WS-CT-IDX) =
                   WS-CT-GL-BALANCE(WS-CT-IDX)
                   - WS-CT-SUBLEDGER-BALANCE(WS-CT-IDX)
               IF WS-CT-DIFFERENCE(WS-CT-IDX) NOT = 0
                   OR WS-CT-SUBLEDGER-FOUND(WS-CT-IDX) NOT = 'Y'
                   ADD 1 TO WS-OUT-OF-BALANCE
               END-IF
           END-PERFORM.

       LOAD-SUBLEDGER-RUNS.
       *> 監査ログから補助元帳プログラムの実行日を集める（同じ
       *> プログラムの同じ日の記録は1回の実行とみなす）
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'AUDIT.LOG not found - no subledger runs '
                   'on record'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-AUDIT-LOG-RECORD(1:8) <= WS-MONTH-END
                           PERFORM ADD-SUBLEDGER-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE.

       ADD-SUBLEDGER-RUN.
       *> 監査ログ1行が補助元帳プログラムのものなら実行日を登録する
           MOVE 0 TO WS-SOURCE-NUMBER
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                   UNTIL WS-SOURCE-IDX > 3
               IF WS-AUDIT-LOG-RECORD(16:8)
                       = WS-SL-PROGRAM(WS-SOURCE-IDX)
                   MOVE WS-SOURCE-IDX TO WS-SOURCE-NUMBER
               END-IF
           END-PERFORM
           IF WS-SOURCE-NUMBER = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FOUND
           IF WS-RN-COUNT > 0
               SET WS-RN-IDX TO 1
               SEARCH WS-RN-ENTRY
                   WHEN WS-RN-IDX > WS-RN-COUNT
                       CONTINUE
                   WHEN WS-RN-PROGRAM(WS-RN-IDX)
                           = WS-AUDIT-LOG-RECORD(16:8)
                       AND WS-RN-DATE(WS-RN-IDX)
                           = WS-AUDIT-LOG-RECORD(1:8)
                       MOVE 'Y' TO WS-FOUND
               END-SEARCH
           END-IF
           IF WS-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-RN-COUNT >= 2000
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RN-COUNT
           MOVE WS-AUDIT-LOG-RECORD(16:8) TO WS-RN-PROGRAM(WS-RN-COUNT)
           MOVE WS-AUDIT-LOG-RECORD(1:8) TO WS-RN-DATE(WS-RN-COUNT)
           MOVE 'N' TO WS-RN-MATCHED(WS-RN-COUNT).

       LOAD-JOURNAL-POSTINGS.
       *> 照合月末までに取り込まれたバッチを登録ファイルの順に読み、
       *> 含まれる補助元帳の転記と補助元帳以外からの統制勘定への
       *> 転記を集める
           OPEN INPUT LOADED-REGISTRY-FILE
           IF NOT WS-REGISTRY-OK
               DISPLAY 'GLLOADED.DAT not found - no batches loaded'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOADED-REGISTRY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-LR-BATCH-DATE <= WS-MONTH-END
                           PERFORM READ-LOADED-BATCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOADED-REGISTRY-FILE.

       READ-LOADED-BATCH.
       *> 取り込み済みバッチ1件分の明細の確認
           ADD 1 TO WS-BATCH-COUNT
           MOVE WS-LR-FILENAME TO WS-JOURNAL-FILENAME
           OPEN INPUT JOURNAL-FILE
           IF NOT WS-JOURNAL-OK
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY 'Loaded batch not available for review: '
                   WS-JOURNAL-FILENAME
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BATCH-HAS-SOURCE(1)
           MOVE 'N' TO WS-BATCH-HAS-SOURCE(2)
           MOVE 'N' TO WS-BATCH-HAS-SOURCE(3)
           MOVE 'N' TO WS-JOURNAL-EOF
           PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-JOURNAL-EOF
                   NOT AT END
                       IF WS-JR-RECORD-TYPE = 'D'
                           PERFORM CLASSIFY-JOURNAL-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE

           *> 補助元帳ごとに、このバッチでの転記を1件として登録する
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                   UNTIL WS-SOURCE-IDX > 3
               IF WS-BATCH-HAS-SOURCE(WS-SOURCE-IDX) = 'Y'
                   IF WS-PS-COUNT < 2000
                       ADD 1 TO WS-PS-COUNT
                       MOVE WS-SL-PROGRAM(WS-SOURCE-IDX)
                           TO WS-PS-PROGRAM(WS-PS-COUNT)
                       MOVE WS-LR-BATCH-DATE
                           TO WS-PS-BATCH-DATE(WS-PS-COUNT)
                       MOVE WS-LR-FILENAME
                           TO WS-PS-FILENAME(WS-PS-COUNT)
                       MOVE 'N' TO WS-PS-MATCHED(WS-PS-COUNT)
                   ELSE
                       ADD 1 TO WS-DROPPED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       CLASSIFY-JOURNAL-DETAIL.
       *> 仕訳明細1件の発生元の判定と、補助元帳以外から統制勘定
       *> への転記の集計
           MOVE 0 TO WS-SOURCE-NUMBER
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                   UNTIL WS-SOURCE-IDX > 3
               IF WS-JR-SOURCE = WS-SL-PROGRAM(WS-SOURCE-IDX)
                   MOVE WS-SOURCE-IDX TO WS-SOURCE-NUMBER
                   MOVE 'Y' TO WS-BATCH-HAS-SOURCE(WS-SOURCE-IDX)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > 3
               IF WS-JR-ACCOUNT = WS-CT-ACCOUNT(WS-CT-IDX)
                   AND WS-JR-SOURCE NOT = WS-CT-SOURCE-1(WS-CT-IDX)
                   AND WS-JR-SOURCE NOT = WS-CT-SOURCE-2(WS-CT-IDX)
                   PERFORM ADD-OTHER-POSTING
               END-IF
           END-PERFORM.

       ADD-OTHER-POSTING.
       *> 補助元帳以外からの統制勘定への転記をバッチ・発生元ごとに
       *> 集計する
           MOVE 'N' TO WS-FOUND
           IF WS-OT-COUNT > 0
               SET WS-OT-IDX TO 1
               SEARCH WS-OT-ENTRY
                   WHEN WS-OT-IDX > WS-OT-COUNT
                       CONTINUE
                   WHEN WS-OT-CONTROL(WS-OT-IDX) = WS-CT-IDX
                       AND WS-OT-FILENAME(WS-OT-IDX) = WS-LR-FILENAME
                       AND WS-OT-SOURCE(WS-OT-IDX) = WS-JR-SOURCE
                       MOVE 'Y' TO WS-FOUND
               END-SEARCH
           END-IF
           IF WS-FOUND NOT = 'Y'
               IF WS-OT-COUNT >= 300
                   ADD 1 TO WS-DROPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OT-COUNT
               SET WS-OT-IDX TO WS-OT-COUNT
               SET WS-OT-CONTROL(WS-OT-IDX) TO WS-CT-IDX
               MOVE WS-LR-FILENAME TO WS-OT-FILENAME(WS-OT-IDX)
               MOVE WS-JR-SOURCE TO WS-OT-SOURCE(WS-OT-IDX)
               MOVE 0 TO WS-OT-DEBIT(WS-OT-IDX)
               MOVE 0 TO WS-OT-CREDIT(WS-OT-IDX)
           END-IF
           ADD WS-JR-DEBIT TO WS-OT-DEBIT(WS-OT-IDX)
           ADD WS-JR-CREDIT TO WS-OT-CREDIT(WS-OT-IDX).

       MATCH-POSTINGS-TO-RUNS.
       *> 取り込み済みバッチの補助元帳転記を、同じプログラムの
       *> バッチ日付以前の実行のうち未対応で最も古いものと対応
       *> させる。残った転記は実行記録の無いバッチ、残った実行は
       *> 仕訳が取り込まれていない実行として原因候補になる
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-PS-COUNT
               SET WS-RN-IDX TO 1
               SEARCH WS-RN-ENTRY
                   WHEN WS-RN-IDX > WS-RN-COUNT
                       CONTINUE
                   WHEN WS-RN-PROGRAM(WS-RN-IDX)
                           = WS-PS-PROGRAM(WS-PS-IDX)
                       AND WS-RN-MATCHED(WS-RN-IDX) = 'N'
                       AND WS-RN-DATE(WS-RN-IDX)
                           <= WS-PS-BATCH-DATE(WS-PS-IDX)
                       MOVE 'Y' TO WS-RN-MATCHED(WS-RN-IDX)
                       MOVE 'Y' TO WS-PS-MATCHED(WS-PS-IDX)
               END-SEARCH
           END-PERFORM.

       WRITE-RECON-REPORT.
       *> 統制勘定照合レポートの出力（差額の一覧と、統制勘定ごとの
       *> 原因候補）
           OPEN OUTPUT RECON-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SUBLEDGER TO GL CONTROL ACCOUNT RECONCILIATION'
                  DELIMITED BY SIZE
                  ' - MONTH ' DELIMITED BY SIZE
                  WS-RECON-MONTH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'CONTROL ACCOUNT' TO WS-REPORT-LINE(1:20)
           MOVE 'ACCOUNT' TO WS-REPORT-LINE(22:8)
           MOVE '        GL BALANCE' TO WS-REPORT-LINE(31:18)
           MOVE '         SUBLEDGER' TO WS-REPORT-LINE(50:18)
           MOVE '        DIFFERENCE' TO WS-REPORT-LINE(69:18)
           MOVE 'STATUS' TO WS-REPORT-LINE(89:6)
           WRITE WS-REPORT-LINE

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > 3
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-CT-LABEL(WS-CT-IDX) TO WS-REPORT-LINE(1:20)
               MOVE WS-CT-ACCOUNT(WS-CT-IDX) TO WS-REPORT-LINE(22:8)
               MOVE WS-CT-GL-BALANCE(WS-CT-IDX) TO WS-DISPLAY-AMOUNT
               MOVE WS-DISPLAY-AMOUNT TO WS-REPORT-LINE(31:18)
               MOVE WS-CT-SUBLEDGER-BALANCE(WS-CT-IDX)
                   TO WS-DISPLAY-AMOUNT
               MOVE WS-DISPLAY-AMOUNT TO WS-REPORT-LINE(50:18)
               MOVE WS-CT-DIFFERENCE(WS-CT-IDX) TO WS-DISPLAY-AMOUNT
               MOVE WS-DISPLAY-AMOUNT TO WS-REPORT-LINE(69:18)
               EVALUATE TRUE
                   WHEN WS-CT-SUBLEDGER-FOUND(WS-CT-IDX) NOT = 'Y'
                       MOVE 'NO SUBLEDGER' TO WS-REPORT-LINE(89:12)
                   WHEN WS-CT-DIFFERENCE(WS-CT-IDX) = 0
                       MOVE 'AGREES' TO WS-REPORT-LINE(89:12)
                   WHEN OTHER
                       MOVE 'DIFFERENCE' TO WS-REPORT-LINE(89:12)
               END-EVALUATE
               WRITE WS-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LOADED BATCHES REVIEWED: ' DELIMITED BY SIZE
                  WS-BATCH-COUNT DELIMITED BY SIZE
                  '  NOT AVAILABLE: ' DELIMITED BY SIZE
                  WS-MISSING-COUNT DELIMITED BY SIZE
                  '  SUBLEDGER RUNS ON RECORD: ' DELIMITED BY SIZE
                  WS-RN-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WS-REPORT-LINE
           IF WS-DROPPED-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING '*** ITEMS NOT ANALYSED (TABLE FULL): '
                      DELIMITED BY SIZE
                      WS-DROPPED-COUNT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE WS-REPORT-LINE
           END-IF

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > 3
               PERFORM WRITE-CONTROL-CAUSES
           END-PERFORM
           CLOSE RECON-REPORT-FILE.

       WRITE-CONTROL-CAUSES.
       *> 統制勘定1件分の補助元帳の情報と原因候補の出力
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-CT-LABEL(WS-CT-IDX) DELIMITED BY '  '
                  ' (' DELIMITED BY SIZE
                  WS-CT-ACCOUNT(WS-CT-IDX) DELIMITED BY SPACE
                  ') - SUBLEDGER: ' DELIMITED BY SIZE
                  WS-CT-SUBLEDGER-NAME(WS-CT-IDX) DELIMITED BY '  '
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-CT-SUBLEDGER-FOUND(WS-CT-IDX) NOT = 'Y'
                   MOVE '  SUBLEDGER NOT AVAILABLE - NOT RECONCILED'
                       TO WS-REPORT-LINE
               WHEN WS-CT-IDX = 1
                   MOVE WS-AR-ITEM-COUNT TO WS-DISPLAY-COUNT
                   STRING '  OPEN ITEMS: ' DELIMITED BY SIZE
                          WS-DISPLAY-COUNT DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
               WHEN WS-CT-IDX = 2
                   STRING '  VALUATION DATED: ' DELIMITED BY SIZE
                          WS-STKVAL-DATE DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING '  PAYMENT FILE CREATED: ' DELIMITED BY SIZE
                          WS-NETPAY-DATE DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
           END-EVALUATE
           WRITE WS-REPORT-LINE

           MOVE 'CANDIDATE CAUSES:' TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE

           *> 実行記録の無い補助元帳の転記を含むバッチ
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-PS-COUNT
               IF WS-PS-MATCHED(WS-PS-IDX) = 'N'
                   AND (WS-PS-PROGRAM(WS-PS-IDX)
                           = WS-CT-SOURCE-1(WS-CT-IDX)
                       OR WS-PS-PROGRAM(WS-PS-IDX)
                           = WS-CT-SOURCE-2(WS-CT-IDX))
                   MOVE SPACES TO WS-CAUSE-TEXT
                   STRING 'BATCH ' DELIMITED BY SIZE
                          WS-PS-FILENAME(WS-PS-IDX) DELIMITED BY SPACE
                          ' DATED ' DELIMITED BY SIZE
                          WS-PS-BATCH-DATE(WS-PS-IDX) DELIMITED BY SIZE
                          ' HAS ' DELIMITED BY SIZE
                          WS-PS-PROGRAM(WS-PS-IDX) DELIMITED BY SPACE
                          ' POSTINGS BUT NO ' DELIMITED BY SIZE
                          WS-PS-PROGRAM(WS-PS-IDX) DELIMITED BY SPACE
                          ' RUN ON RECORD' DELIMITED BY SIZE
                       INTO WS-CAUSE-TEXT
                   END-STRING
                   PERFORM WRITE-CAUSE-LINE
               END-IF
           END-PERFORM

           *> 仕訳が取り込まれていない補助元帳の実行
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-COUNT
               IF WS-RN-MATCHED(WS-RN-IDX) = 'N'
                   AND (WS-RN-PROGRAM(WS-RN-IDX)
                           = WS-CT-SOURCE-1(WS-CT-IDX)
                       OR WS-RN-PROGRAM(WS-RN-IDX)
                           = WS-CT-SOURCE-2(WS-CT-IDX))
                   MOVE SPACES TO WS-CAUSE-TEXT
                   STRING WS-RN-PROGRAM(WS-RN-IDX) DELIMITED BY SPACE
                          ' RUN ON ' DELIMITED BY SIZE
                          WS-RN-DATE(WS-RN-IDX) DELIMITED BY SIZE
                          ' - NO LOADED JOURNAL BATCH FOUND'
                              DELIMITED BY SIZE
                       INTO WS-CAUSE-TEXT
                   END-STRING
                   PERFORM WRITE-CAUSE-LINE
               END-IF
           END-PERFORM

           *> 補助元帳以外からの統制勘定への転記
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OT-COUNT
               IF WS-OT-CONTROL(WS-OT-IDX) = WS-CT-IDX
                   MOVE SPACES TO WS-CAUSE-TEXT
                   IF WS-OT-DEBIT(WS-OT-IDX)
                           >= WS-OT-CREDIT(WS-OT-IDX)
                       COMPUTE WS-DISPLAY-AMOUNT =
                           WS-OT-DEBIT(WS-OT-IDX)
                           - WS-OT-CREDIT(WS-OT-IDX)
                       STRING 'NON-SUBLEDGER POSTING ' DELIMITED BY SIZE
                              WS-OT-SOURCE(WS-OT-IDX) DELIMITED BY SPACE
                              ' IN ' DELIMITED BY SIZE
                              WS-OT-FILENAME(WS-OT-IDX)
                                  DELIMITED BY SPACE
                              ' NET DEBIT ' DELIMITED BY SIZE
                              WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                           INTO WS-CAUSE-TEXT
                       END-STRING
                   ELSE
                       COMPUTE WS-DISPLAY-AMOUNT =
                           WS-OT-CREDIT(WS-OT-IDX)
                           - WS-OT-DEBIT(WS-OT-IDX)
                       STRING 'NON-SUBLEDGER POSTING ' DELIMITED BY SIZE
                              WS-OT-SOURCE(WS-OT-IDX) DELIMITED BY SPACE
                              ' IN ' DELIMITED BY SIZE
                              WS-OT-FILENAME(WS-OT-IDX)
                                  DELIMITED BY SPACE
                              ' NET CREDIT ' DELIMITED BY SIZE
                              WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                           INTO WS-CAUSE-TEXT
                       END-STRING
                   END-IF
                   PERFORM WRITE-CAUSE-LINE
               END-IF
           END-PERFORM

           IF WS-CT-CAUSE-COUNT(WS-CT-IDX) = 0
               MOVE '  NONE FOUND' TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

       WRITE-CAUSE-LINE.
       *> 原因候補1行の出力
           ADD 1 TO WS-CT-CAUSE-COUNT(WS-CT-IDX)
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  - ' DELIMITED BY SIZE
                  WS-CAUSE-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WS-REPORT-LINE.

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
