       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECURRING-BILLING.
       AUTHOR. COBOL Education Project.
       DATE-WRITTEN. 2026.
       SECURITY. Confidential.
       *> ================================================================
       *> 定期請求プログラム（月額サービス料・保守料の自動起票）
       *>
       *> このプログラムは次の4ステップを順に実行します：
       *>   1. 契約の読み込み - 定期請求契約ファイル（RECBILL.DAT）
       *>      の全契約を読み込む。1契約1行で、顧客・商品・数量・
       *>      金額・請求頻度（M=毎月、Q=四半期、S=半年、A=毎年）・
       *>      開始日・終了日（空白=期限なし）・次回請求日・請求
       *>      済み回数を持つ
       *>   2. 請求 - 次回請求日が処理日以前の契約について、請求期
       *>      ごとに売上トランザクション（SALES.TRAN）とオープン
       *>      請求書（AROPEN.DAT）を起票し、次回請求日を頻度分
       *>      進める。取引番号は「9＋契約番号4桁＋請求回3桁」で
       *>      請求期ごとに一意に決まるため、SALES.TRAN・AROPEN.DAT
       *>      に同じ番号が既にあればその期は起票済みとして書かない
       *>      （再実行しても同じ期を二重に請求しない）。終了日を
       *>      過ぎた期は請求しない。停止中・未登録の顧客は保留とし、
       *>      次回請求日を進めない
       *>   3. 契約の書き戻し - 進めた次回請求日と請求回数で
       *>      RECBILL.DATを書き直す
       *>   4. レポート - 今回の請求、先行き（既定30日）の請求予定、
       *>      同期間内に終了する契約をRECBILL.TXTへ出力する
       *>
       *> 処理日・先行き日数はRECBCTL.DATのRUNDATE／LOOKAHEAD指示
       *> で指定する（無い場合は当日・30日）。
       *> ================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           *> 定期請求契約ファイル（1契約1行。実行ごとに書き直す）
           SELECT RECURRING-CONTRACT-FILE
               ASSIGN TO 'RECBILL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 売上トランザクションファイル（相対編成の末尾へ追記）
           SELECT SALES-TRANSACTIONS
               ASSIGN TO 'SALES.TRAN'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> オープン請求書ファイル（索引編成、請求書番号キー）
           SELECT AR-OPEN-FILE
               ASSIGN TO 'AROPEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-ID
               STATUS IS FILE-STATUS.

           *> 顧客マスタファイル（ステータス・支払条件・請求通貨の
           *> 参照のみ）
           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CUSTOMER.MAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               STATUS IS FILE-STATUS.

           *> 為替レートファイル（外貨建て請求書の現地通貨換算用）
           SELECT FX-RATE-FILE
               ASSIGN TO 'FXRATES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 実行指示ファイル（RUNDATE／LOOKAHEAD／OPERATOR）
           SELECT BILLING-CONTROL-FILE
               ASSIGN TO 'RECBCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 請求・予定・終了契約レポート
           SELECT BILLING-REPORT-FILE
               ASSIGN TO 'RECBILL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 監査ログ（他のバッチプログラムと共有する実行履歴）
           SELECT AUDIT-LOG-FILE
               ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS AUDIT-FILE-STATUS.

           *> 監査ログ通番ファイル（このプログラムの最終通番を
           *> 保持し、エントリの改ざん検知に使う）
           SELECT AUDIT-SEQ-FILE
               ASSIGN TO DYNAMIC AUDIT-SEQ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       *> 定期請求契約レコード（項目間は空白1桁で区切る）
       FD  RECURRING-CONTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECURRING-CONTRACT-RECORD.
           05  RB-CONTRACT-ID         PIC 9(4).
           05  FILLER                 PIC X(1).
           05  RB-CUSTOMER-ID         PIC 9(7).
           05  FILLER                 PIC X(1).
           05  RB-PRODUCT-CODE        PIC X(10).
           05  FILLER                 PIC X(1).
           05  RB-QUANTITY            PIC 9(5).
           05  FILLER                 PIC X(1).
           05  RB-AMOUNT              PIC 9(7)V99.
           *> 1期分の請求額（顧客の請求通貨建て）
           05  FILLER                 PIC X(1).
           05  RB-FREQUENCY           PIC X(1).
               *> M=毎月、Q=四半期、S=半年、A=毎年
           05  FILLER                 PIC X(1).
           05  RB-START-DATE          PIC X(8).
           05  FILLER                 PIC X(1).
           05  RB-END-DATE            PIC X(8).
           *> 空白=期限なし
           05  FILLER                 PIC X(1).
           05  RB-NEXT-BILL-DATE      PIC X(8).
           *> 空白=未請求（開始日を初回請求日とする）
           05  FILLER                 PIC X(1).
           05  RB-BILL-COUNT          PIC 9(3).
           *> 請求済みの期数（取引番号の請求回に使う）
           05  FILLER                 PIC X(1).
           05  RB-SALESPERSON-ID      PIC 9(4).

       *> 売上トランザクションレコード構造（COMPREHENSIVE-SAMPLEの
       *> SALES-RECORDと同一項目）
       FD  SALES-TRANSACTIONS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SALES-RECORD.
           05  TRANSACTION-ID         PIC 9(8).
           05  CUSTOMER-ID            PIC 9(7).
           05  PRODUCT-CODE           PIC X(10).
           05  QUANTITY               PIC 9(5).
           05  UNIT-PRICE             PIC 9(5)V99.
           05  TOTAL-AMOUNT           PIC 9(7)V99.
           05  TRANSACTION-DATE       PIC X(8).
           05  SALESPERSON-ID         PIC 9(4).

       *> オープン請求書レコード構造（ACCOUNTS-RECEIVABLEの
       *> AR-OPEN-RECORDと同一項目）
       FD  AR-OPEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  AR-OPEN-RECORD.
           05  AR-INVOICE-ID          PIC 9(8).
           05  AR-CUSTOMER-ID         PIC 9(7).
           05  AR-INVOICE-DATE        PIC X(8).
           05  AR-INVOICE-AMOUNT      PIC 9(7)V99.
           05  AR-AMOUNT-PAID         PIC 9(7)V99.
           05  AR-STATUS              PIC X(1).
           05  AR-DUE-DATE            PIC X(8).
           05  AR-ORIG-INVOICE        PIC 9(8).
           05  AR-CURRENCY-CODE       PIC X(3).
           05  AR-LOCAL-AMOUNT        PIC 9(9)V99.

       *> 顧客マスタレコード構造（COMPREHENSIVE-SAMPLEの
       *> CUSTOMER-RECORDと同一項目）
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CM-CUSTOMER-RECORD.
           05  CM-CUSTOMER-ID         PIC 9(7).
           05  CM-CUSTOMER-NAME       PIC X(30).
           05  CM-CUSTOMER-ADDRESS    PIC X(72).
           05  CM-CUSTOMER-PHONE      PIC X(15).
           05  CM-CREDIT-LIMIT        PIC 9(8)V99.
           05  CM-CUSTOMER-STATUS     PIC X(1).
           05  CM-DATE-CREATED        PIC X(8).
           05  CM-PAYMENT-TERMS-DAYS  PIC X(3).
           05  CM-LEGAL-HOLD-FLAG     PIC X(1).
           05  CM-CURRENCY-CODE       PIC X(3).
           05  FILLER                 PIC X(13).
           05  CM-PARENT-ID           PIC 9(7).
           05  CM-GROUP-CREDIT-LIMIT  PIC 9(8)V99.

       *> 為替レートレコード構造（NON-INTERACTIVE-SAMPLEの
       *> FX-RATE-RECORDと同一）
       FD  FX-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FX-RATE-RECORD.
           05  FX-CURRENCY-CODE       PIC X(3).
           05  FILLER                 PIC X(1).
           05  FX-RATE                PIC 9(3)V9(6).

       *> 実行指示（種別10桁＋値）
       FD  BILLING-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BILLING-CONTROL-RECORD.
           05  BC-CONTROL-TYPE        PIC X(10).
           05  BC-CONTROL-VALUE       PIC X(70).

       FD  BILLING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BILLING-REPORT-LINE        PIC X(132).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD           PIC X(132).

       *> 監査ログ通番ファイル（最終通番のみを1行で保持する）
       FD  AUDIT-SEQ-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  AUDIT-SEQ-RECORD           PIC 9(7).

       WORKING-STORAGE SECTION.

       01  FILE-CONTROL-VARIABLES.
           05  FILE-STATUS             PIC X(2).
               88  FILE-STATUS-OK      VALUE '00'.
           05  EOF-FLAG                PIC X(1)     VALUE 'N'.
               88  EOF-REACHED         VALUE 'Y'.

       01  AUDIT-FILE-STATUS          PIC X(2).

       01  AUDIT-CONTROL.
           05  AUDIT-PROGRAM-ID       PIC X(8)     VALUE 'RECBILL'.
           05  AUDIT-PARAGRAPH-ID     PIC X(30).
           05  AUDIT-USER-ID          PIC X(8)     VALUE 'BATCH'.
           05  AUDIT-OUTCOME          PIC X(1)     VALUE 'S'.
           05  AUDIT-MESSAGE          PIC X(60).
           05  AUDIT-TIMESTAMP        PIC X(14).

       *> 監査ログ通番の採番状態（通番ファイル名と直前の通番）
       01  AUDIT-SEQ-FILENAME PIC X(40) VALUE SPACES.
       01  AUDIT-SEQUENCE PIC 9(7)  VALUE 0.

       *> 定期請求契約テーブル（RECBILL.DATの全契約）
       01  CONTRACT-TABLE.
           05  CTR-COUNT              PIC 9(4)     VALUE 0.
           05  CTR-ENTRY OCCURS 1 TO 1000 TIMES
                    DEPENDING ON CTR-COUNT
                    INDEXED BY CTR-INDEX.
               10  CTR-CONTRACT-ID    PIC 9(4).
               10  CTR-CUSTOMER-ID    PIC 9(7).
               10  CTR-PRODUCT-CODE   PIC X(10).
               10  CTR-QUANTITY       PIC 9(5).
               10  CTR-AMOUNT         PIC 9(7)V99.
               10  CTR-FREQUENCY      PIC X(1).
               10  CTR-START-DATE     PIC X(8).
               10  CTR-END-DATE       PIC X(8).
               10  CTR-NEXT-BILL-DATE PIC X(8).
               10  CTR-BILL-COUNT     PIC 9(3).
               10  CTR-SALESPERSON-ID PIC 9(4).
               10  CTR-RUN-STATE      PIC X(1).
                   *> 今回の処理結果（B=請求、H=保留、E=終了済み、
                   *> 空白=請求期未到来）
                   88  CTR-BILLED-THIS-RUN VALUE 'B'.
                   88  CTR-HELD        VALUE 'H'.
                   88  CTR-ENDED       VALUE 'E'.
               10  CTR-HOLD-REASON    PIC X(20).

       *> SALES.TRANに既にある定期請求の取引番号（二重起票防止）
       01  BILLED-TXN-TABLE.
           05  BILLED-TXN-COUNT       PIC 9(4)     VALUE 0.
           05  BILLED-TXN-ENTRY OCCURS 1 TO 5000 TIMES
                    DEPENDING ON BILLED-TXN-COUNT
                    INDEXED BY BILLED-TXN-INDEX.
               10  BILLED-TXN-ID      PIC 9(8).

       01  FX-RATE-TABLE.
           *> 為替レートの照合テーブル（起動時に読み込み）
           05  FX-RATE-COUNT          PIC 9(2)     VALUE 0.
           05  FX-RATE-ENTRY OCCURS 20 TIMES
                    INDEXED BY FX-RATE-INDEX.
               10  FXT-CURRENCY-CODE  PIC X(3).
               10  FXT-RATE           PIC 9(3)V9(6).

       01  BILLING-CONTROL.
           05  RUN-DATE               PIC X(8)     VALUE SPACES.
           05  RUN-DATE-NUM REDEFINES RUN-DATE PIC 9(8).
           05  LOOKAHEAD-DAYS         PIC 9(3)     VALUE 30.
           05  LOOKAHEAD-DATE         PIC 9(8)     VALUE 0.
           *> 請求予定・終了契約の報告対象の末日（処理日＋先行き日数）
           05  MAX-PERIODS-PER-RUN    PIC 9(2)     VALUE 12.
           *> 1契約で1回の実行に起票する期数の上限（長期未実行時の
           *> 追い付き請求の歯止め）
           05  PERIODS-THIS-CONTRACT  PIC 9(2)     VALUE 0.
           05  CUSTOMER-MASTER-AVAILABLE PIC X(1)  VALUE 'N'.
           05  CUSTOMER-STATUS-WORK   PIC X(1).
           05  TERMS-DAYS-WORK        PIC 9(3)     VALUE 30.
           05  CURRENCY-WORK          PIC X(3).
           05  APPLICABLE-FX-RATE     PIC 9(3)V9(6) VALUE 1.
           05  BILL-TXN-ID            PIC 9(8).
           05  BILL-TXN-PARTS REDEFINES BILL-TXN-ID.
               10  BILL-TXN-PREFIX    PIC 9(1).
               10  BILL-TXN-CONTRACT  PIC 9(4).
               10  BILL-TXN-PERIOD    PIC 9(3).
           05  SALES-ALREADY-SWITCH   PIC X(1)     VALUE 'N'.
               88  SALES-ALREADY-BILLED VALUE 'Y'.
           05  AR-ALREADY-SWITCH      PIC X(1)     VALUE 'N'.
               88  AR-ALREADY-BILLED  VALUE 'Y'.
           05  PERIOD-STATUS-TEXT     PIC X(16).

       *> 次回請求日の計算（頻度の月数だけ進め、日は開始日の日に
       *> 合わせる。月末を超える場合はその月の末日）
       01  BILL-DATE-CALCULATION.
           05  BILL-DATE-WORK         PIC X(8).
           05  BILL-DATE-PARTS REDEFINES BILL-DATE-WORK.
               10  BILL-DATE-YEAR     PIC 9(4).
               10  BILL-DATE-MONTH    PIC 9(2).
               10  BILL-DATE-DAY      PIC 9(2).
           05  BILL-DATE-NUM REDEFINES BILL-DATE-WORK PIC 9(8).
           05  ANCHOR-DAY             PIC 9(2)     VALUE 1.
           05  FREQUENCY-MONTHS       PIC 9(2)     VALUE 1.
           05  MONTH-SERIAL           PIC 9(6)     VALUE 0.
           05  MONTH-FIRST-NUM        PIC 9(8)     VALUE 0.
           05  NEXT-MONTH-FIRST-NUM   PIC 9(8)     VALUE 0.
           05  DAYS-IN-MONTH          PIC 9(2)     VALUE 0.
           05  DUE-DATE-NUM           PIC 9(8)     VALUE 0.

       01  BILLING-STATISTICS.
           05  CONTRACTS-READ         PIC 9(4)     VALUE 0.
           05  PERIODS-BILLED         PIC 9(5)     VALUE 0.
           05  PERIODS-ALREADY-BILLED PIC 9(5)     VALUE 0.
           05  CONTRACTS-HELD         PIC 9(4)     VALUE 0.
           05  CONTRACTS-ENDED        PIC 9(4)     VALUE 0.
           05  CONTRACTS-DROPPED      PIC 9(4)     VALUE 0.
           05  UPCOMING-COUNT         PIC 9(4)     VALUE 0.
           05  EXPIRING-COUNT         PIC 9(4)     VALUE 0.
           05  TOTAL-BILLED-AMOUNT    PIC 9(9)V99  VALUE 0.

       01  AMOUNT-DISPLAY             PIC Z(8)9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '====================================='
           DISPLAY 'Recurring Billing'
           DISPLAY '====================================='

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           PERFORM LOAD-BILLING-CONTROL
           COMPUTE LOOKAHEAD-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)
                   + LOOKAHEAD-DAYS)
           DISPLAY 'Billing date: ' RUN-DATE
               '  look-ahead to: ' LOOKAHEAD-DATE

           PERFORM LOAD-CONTRACTS
           IF CTR-COUNT = 0
               DISPLAY 'No recurring contracts on file'
               STOP RUN
           END-IF
           *> テーブルに収まらない契約がある場合は請求も書き戻しも
           *> 行わない（書き戻すと未読込の契約が消えるため）
           IF CONTRACTS-DROPPED > 0
               DISPLAY '*** RECBILL.DAT exceeds 1000 contracts - '
                   CONTRACTS-DROPPED ' not loaded - run refused'
               MOVE 'LOAD-CONTRACTS' TO AUDIT-PARAGRAPH-ID
               MOVE 'F' TO AUDIT-OUTCOME
               MOVE 'Contract file exceeds table size - run refused'
                   TO AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-FX-RATE-TABLE
           PERFORM LOAD-BILLED-TRANSACTIONS

           OPEN OUTPUT BILLING-REPORT-FILE
           PERFORM BILL-DUE-CONTRACTS
           PERFORM SAVE-CONTRACTS
           PERFORM WRITE-UPCOMING-BILLINGS
           PERFORM WRITE-EXPIRING-CONTRACTS
           CLOSE BILLING-REPORT-FILE

           MOVE TOTAL-BILLED-AMOUNT TO AMOUNT-DISPLAY
           DISPLAY 'Contracts read:        ' CONTRACTS-READ
           DISPLAY 'Periods billed:        ' PERIODS-BILLED
           DISPLAY 'Already billed (skip): ' PERIODS-ALREADY-BILLED
           DISPLAY 'Contracts held:        ' CONTRACTS-HELD
           DISPLAY 'Contracts ended:       ' CONTRACTS-ENDED
           DISPLAY 'Amount billed:    ' AMOUNT-DISPLAY
           DISPLAY '====================================='

           MOVE 'MAIN-PROCEDURE' TO AUDIT-PARAGRAPH-ID
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE SPACES TO AUDIT-MESSAGE
           STRING 'Recurring billing ' DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  ' periods billed ' DELIMITED BY SIZE
                  PERIODS-BILLED DELIMITED BY SIZE
               INTO AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG

           STOP RUN.

       LOAD-BILLING-CONTROL.
           *> 実行指示の読み込み（ファイルが無い場合は当日・30日）
           OPEN INPUT BILLING-CONTROL-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ BILLING-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       EVALUATE BC-CONTROL-TYPE
                           WHEN 'RUNDATE'
                               UNSTRING BC-CONTROL-VALUE
                                       DELIMITED BY SPACE
                                   INTO RUN-DATE
                               END-UNSTRING
                           WHEN 'LOOKAHEAD'
                               UNSTRING BC-CONTROL-VALUE
                                       DELIMITED BY SPACE
                                   INTO LOOKAHEAD-DAYS
                               END-UNSTRING
                           WHEN 'OPERATOR'
                               UNSTRING BC-CONTROL-VALUE
                                       DELIMITED BY SPACE
                                   INTO AUDIT-USER-ID
                               END-UNSTRING
                           WHEN OTHER
                               DISPLAY 'Unrecognized billing control '
                                   'type: ' BC-CONTROL-TYPE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE BILLING-CONTROL-FILE
           MOVE 'N' TO EOF-FLAG
           IF RUN-DATE IS NOT NUMERIC
               DISPLAY 'Invalid RUNDATE - today used: ' RUN-DATE
               MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           END-IF.

       *> ================================================================
       *> ステップ1：契約の読み込み
       *> ================================================================

       LOAD-CONTRACTS.
           OPEN INPUT RECURRING-CONTRACT-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ RECURRING-CONTRACT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO CONTRACTS-READ
                       PERFORM STORE-ONE-CONTRACT
               END-READ
           END-PERFORM
           CLOSE RECURRING-CONTRACT-FILE
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'Recurring contracts loaded: ' CTR-COUNT.

       STORE-ONE-CONTRACT.
           *> 契約1行をテーブルへ格納する（次回請求日が空白の新規
           *> 契約は開始日を初回請求日とする）
           IF CTR-COUNT >= 1000
               DISPLAY 'Contract table full - not loaded: '
                   RB-CONTRACT-ID
               ADD 1 TO CONTRACTS-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTR-COUNT
           SET CTR-INDEX TO CTR-COUNT
           MOVE RB-CONTRACT-ID TO CTR-CONTRACT-ID(CTR-INDEX)
           MOVE RB-CUSTOMER-ID TO CTR-CUSTOMER-ID(CTR-INDEX)
           MOVE RB-PRODUCT-CODE TO CTR-PRODUCT-CODE(CTR-INDEX)
           IF RB-QUANTITY IS NUMERIC AND RB-QUANTITY > 0
               MOVE RB-QUANTITY TO CTR-QUANTITY(CTR-INDEX)
           ELSE
               MOVE 1 TO CTR-QUANTITY(CTR-INDEX)
           END-IF
           MOVE RB-AMOUNT TO CTR-AMOUNT(CTR-INDEX)
           MOVE RB-FREQUENCY TO CTR-FREQUENCY(CTR-INDEX)
           MOVE RB-START-DATE TO CTR-START-DATE(CTR-INDEX)
           MOVE RB-END-DATE TO CTR-END-DATE(CTR-INDEX)
           IF RB-NEXT-BILL-DATE = SPACES
               MOVE RB-START-DATE TO CTR-NEXT-BILL-DATE(CTR-INDEX)
           ELSE
               MOVE RB-NEXT-BILL-DATE TO CTR-NEXT-BILL-DATE(CTR-INDEX)
           END-IF
           IF RB-BILL-COUNT IS NUMERIC
               MOVE RB-BILL-COUNT TO CTR-BILL-COUNT(CTR-INDEX)
           ELSE
               MOVE 0 TO CTR-BILL-COUNT(CTR-INDEX)
           END-IF
           IF RB-SALESPERSON-ID IS NUMERIC
               MOVE RB-SALESPERSON-ID TO CTR-SALESPERSON-ID(CTR-INDEX)
           ELSE
               MOVE 0 TO CTR-SALESPERSON-ID(CTR-INDEX)
           END-IF
           MOVE SPACES TO CTR-RUN-STATE(CTR-INDEX)
           MOVE SPACES TO CTR-HOLD-REASON(CTR-INDEX).

       LOAD-FX-RATE-TABLE.
           *> 為替レートファイルを照合テーブルへ読み込む
           OPEN INPUT FX-RATE-FILE
           IF FILE-STATUS-OK
               MOVE 0 TO FX-RATE-COUNT
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL EOF-REACHED
                   READ FX-RATE-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF FX-RATE-COUNT < 20
                               ADD 1 TO FX-RATE-COUNT
                               SET FX-RATE-INDEX
                                   TO FX-RATE-COUNT
                               MOVE FX-CURRENCY-CODE TO
                                  FXT-CURRENCY-CODE(FX-RATE-INDEX)
                               MOVE FX-RATE TO
                                   FXT-RATE(FX-RATE-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
               MOVE 'N' TO EOF-FLAG
           END-IF.

       LOAD-BILLED-TRANSACTIONS.
           *> SALES.TRANから定期請求の取引番号（先頭9）を集め、
           *> 起票済みの請求期を判定できるようにする
           MOVE 0 TO BILLED-TXN-COUNT
           OPEN INPUT SALES-TRANSACTIONS
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ SALES-TRANSACTIONS NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF TRANSACTION-ID >= 90000000
                           AND BILLED-TXN-COUNT < 5000
                           ADD 1 TO BILLED-TXN-COUNT
                           MOVE TRANSACTION-ID
                               TO BILLED-TXN-ID(BILLED-TXN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-TRANSACTIONS
           MOVE 'N' TO EOF-FLAG.

       *> ================================================================
       *> ステップ2：請求期の到来した契約の請求
       *> ================================================================

       BILL-DUE-CONTRACTS.
           MOVE SPACES TO BILLING-REPORT-LINE
           STRING 'RECURRING BILLING RUN ' DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO BILLING-REPORT-LINE
           END-STRING
           WRITE BILLING-REPORT-LINE
           MOVE SPACES TO BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE
           MOVE 'BILLED THIS RUN' TO BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE
           MOVE 'CONTRACT CUSTOMER PRODUCT    PERIOD BILL-DATE TXN-ID  '
               & '        AMOUNT STATUS' TO BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE

           OPEN EXTEND SALES-TRANSACTIONS
           IF NOT FILE-STATUS-OK
               OPEN OUTPUT SALES-TRANSACTIONS
               IF NOT FILE-STATUS-OK
                   DISPLAY 'SALES.TRAN not available - no billing '
                       'this run'
                   MOVE 'BILL-DUE-CONTRACTS' TO AUDIT-PARAGRAPH-ID
                   MOVE 'F' TO AUDIT-OUTCOME
                   MOVE 'SALES.TRAN not available - billing skipped'
                       TO AUDIT-MESSAGE
                   PERFORM WRITE-AUDIT-LOG
                   EXIT PARAGRAPH
               END-IF
           END-IF

           *> オープン請求書ファイルが無ければ空で作成してから開く
           OPEN INPUT AR-OPEN-FILE
           IF FILE-STATUS-OK
               CLOSE AR-OPEN-FILE
           ELSE
               OPEN OUTPUT AR-OPEN-FILE
               CLOSE AR-OPEN-FILE
           END-IF
           OPEN I-O AR-OPEN-FILE

           MOVE 'N' TO CUSTOMER-MASTER-AVAILABLE
           OPEN INPUT CUSTOMER-MASTER
           IF FILE-STATUS-OK
               MOVE 'Y' TO CUSTOMER-MASTER-AVAILABLE
           ELSE
               DISPLAY 'Customer master not found - default 30 '
                   'day terms and local currency assumed'
           END-IF

           PERFORM VARYING CTR-INDEX FROM 1 BY 1
                   UNTIL CTR-INDEX > CTR-COUNT
               PERFORM BILL-ONE-CONTRACT
           END-PERFORM

           CLOSE SALES-TRANSACTIONS
           CLOSE AR-OPEN-FILE
           IF CUSTOMER-MASTER-AVAILABLE = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF

           MOVE TOTAL-BILLED-AMOUNT TO AMOUNT-DISPLAY
           MOVE SPACES TO BILLING-REPORT-LINE
           STRING 'Periods billed: ' DELIMITED BY SIZE
                  PERIODS-BILLED DELIMITED BY SIZE
                  '  already billed: ' DELIMITED BY SIZE
                  PERIODS-ALREADY-BILLED DELIMITED BY SIZE
                  '  held: ' DELIMITED BY SIZE
                  CONTRACTS-HELD DELIMITED BY SIZE
                  '  amount: ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO BILLING-REPORT-LINE
           END-STRING
           WRITE BILLING-REPORT-LINE.

       BILL-ONE-CONTRACT.
           *> 契約1件の請求。次回請求日が処理日以前の間、1期ずつ
           *> 起票して次回請求日を進める（終了日を過ぎた期は請求
           *> しない）
           IF CTR-NEXT-BILL-DATE(CTR-INDEX) IS NOT NUMERIC
               MOVE 'H' TO CTR-RUN-STATE(CTR-INDEX)
               MOVE 'INVALID BILL DATE' TO CTR-HOLD-REASON(CTR-INDEX)
               ADD 1 TO CONTRACTS-HELD
               PERFORM WRITE-HELD-CONTRACT-LINE
               EXIT PARAGRAPH
           END-IF
           IF CTR-END-DATE(CTR-INDEX) NOT = SPACES
               AND CTR-NEXT-BILL-DATE(CTR-INDEX)
                   > CTR-END-DATE(CTR-INDEX)
               MOVE 'E' TO CTR-RUN-STATE(CTR-INDEX)
               ADD 1 TO CONTRACTS-ENDED
               EXIT PARAGRAPH
           END-IF
           IF CTR-NEXT-BILL-DATE(CTR-INDEX) > RUN-DATE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-CONTRACT-CUSTOMER
           IF CTR-HELD(CTR-INDEX)
               ADD 1 TO CONTRACTS-HELD
               PERFORM WRITE-HELD-CONTRACT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE CTR-START-DATE(CTR-INDEX) TO BILL-DATE-WORK
           IF BILL-DATE-WORK IS NUMERIC
               MOVE BILL-DATE-DAY TO ANCHOR-DAY
           ELSE
               MOVE CTR-NEXT-BILL-DATE(CTR-INDEX) TO BILL-DATE-WORK
               MOVE BILL-DATE-DAY TO ANCHOR-DAY
           END-IF

           MOVE 0 TO PERIODS-THIS-CONTRACT
           PERFORM UNTIL CTR-NEXT-BILL-DATE(CTR-INDEX) > RUN-DATE
                   OR PERIODS-THIS-CONTRACT >= MAX-PERIODS-PER-RUN
                   OR (CTR-END-DATE(CTR-INDEX) NOT = SPACES
                       AND CTR-NEXT-BILL-DATE(CTR-INDEX)
                           > CTR-END-DATE(CTR-INDEX))
               PERFORM BILL-ONE-PERIOD
               ADD 1 TO PERIODS-THIS-CONTRACT
               ADD 1 TO CTR-BILL-COUNT(CTR-INDEX)
               PERFORM ADVANCE-NEXT-BILL-DATE
           END-PERFORM
           MOVE 'B' TO CTR-RUN-STATE(CTR-INDEX).

       CHECK-CONTRACT-CUSTOMER.
           *> 請求先顧客の確認（停止中・未登録は保留）と支払条件・
           *> 請求通貨の取得
           MOVE 30 TO TERMS-DAYS-WORK
           MOVE SPACES TO CURRENCY-WORK
           IF CUSTOMER-MASTER-AVAILABLE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE CTR-CUSTOMER-ID(CTR-INDEX) TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'H' TO CTR-RUN-STATE(CTR-INDEX)
                   MOVE 'UNKNOWN CUSTOMER' TO CTR-HOLD-REASON(CTR-INDEX)
               NOT INVALID KEY
                   IF CM-CUSTOMER-STATUS = 'S'
                       MOVE 'H' TO CTR-RUN-STATE(CTR-INDEX)
                       MOVE 'CUSTOMER SUSPENDED'
                           TO CTR-HOLD-REASON(CTR-INDEX)
                   END-IF
                   IF CM-PAYMENT-TERMS-DAYS IS NUMERIC
                       MOVE CM-PAYMENT-TERMS-DAYS TO TERMS-DAYS-WORK
                   END-IF
                   MOVE CM-CURRENCY-CODE TO CURRENCY-WORK
           END-READ.

       BILL-ONE-PERIOD.
           *> 1期分の起票。取引番号は契約番号と請求回から決まるため、
           *> SALES.TRAN・AROPEN.DATのどちらかに既にあれば、その側
           *> は書かずに起票済みとして扱う
           MOVE 9 TO BILL-TXN-PREFIX
           MOVE CTR-CONTRACT-ID(CTR-INDEX) TO BILL-TXN-CONTRACT
           COMPUTE BILL-TXN-PERIOD = CTR-BILL-COUNT(CTR-INDEX) + 1

           MOVE 'N' TO SALES-ALREADY-SWITCH
           IF BILLED-TXN-COUNT > 0
               SET BILLED-TXN-INDEX TO 1
               SEARCH BILLED-TXN-ENTRY
                   WHEN BILLED-TXN-ID(BILLED-TXN-INDEX) = BILL-TXN-ID
                       MOVE 'Y' TO SALES-ALREADY-SWITCH
               END-SEARCH
           END-IF

           MOVE 'N' TO AR-ALREADY-SWITCH
           MOVE BILL-TXN-ID TO AR-INVOICE-ID
           READ AR-OPEN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO AR-ALREADY-SWITCH
           END-READ

           IF NOT SALES-ALREADY-BILLED
               MOVE BILL-TXN-ID TO TRANSACTION-ID
               MOVE CTR-CUSTOMER-ID(CTR-INDEX) TO CUSTOMER-ID
               MOVE CTR-PRODUCT-CODE(CTR-INDEX) TO PRODUCT-CODE
               MOVE CTR-QUANTITY(CTR-INDEX) TO QUANTITY
               COMPUTE UNIT-PRICE ROUNDED =
                   CTR-AMOUNT(CTR-INDEX) / CTR-QUANTITY(CTR-INDEX)
               MOVE CTR-AMOUNT(CTR-INDEX) TO TOTAL-AMOUNT
               MOVE CTR-NEXT-BILL-DATE(CTR-INDEX) TO TRANSACTION-DATE
               MOVE CTR-SALESPERSON-ID(CTR-INDEX) TO SALESPERSON-ID
               WRITE SALES-RECORD
           END-IF

           IF NOT AR-ALREADY-BILLED
               MOVE BILL-TXN-ID TO AR-INVOICE-ID
               MOVE CTR-CUSTOMER-ID(CTR-INDEX) TO AR-CUSTOMER-ID
               MOVE CTR-NEXT-BILL-DATE(CTR-INDEX) TO AR-INVOICE-DATE
               MOVE CTR-AMOUNT(CTR-INDEX) TO AR-INVOICE-AMOUNT
               MOVE 0 TO AR-AMOUNT-PAID
               MOVE 'O' TO AR-STATUS
               MOVE 0 TO AR-ORIG-INVOICE
               COMPUTE DUE-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(AR-INVOICE-DATE))
                       + TERMS-DAYS-WORK)
               MOVE DUE-DATE-NUM TO AR-DUE-DATE
               MOVE CURRENCY-WORK TO AR-CURRENCY-CODE
               PERFORM RESOLVE-FX-RATE
               COMPUTE AR-LOCAL-AMOUNT ROUNDED =
                   AR-INVOICE-AMOUNT * APPLICABLE-FX-RATE
               WRITE AR-OPEN-RECORD
                   INVALID KEY
                       DISPLAY 'Unable to write invoice: '
                           AR-INVOICE-ID
               END-WRITE
           END-IF

           IF SALES-ALREADY-BILLED AND AR-ALREADY-BILLED
               ADD 1 TO PERIODS-ALREADY-BILLED
               MOVE 'ALREADY BILLED' TO PERIOD-STATUS-TEXT
           ELSE
               ADD 1 TO PERIODS-BILLED
               ADD CTR-AMOUNT(CTR-INDEX) TO TOTAL-BILLED-AMOUNT
               MOVE 'BILLED' TO PERIOD-STATUS-TEXT
           END-IF

           MOVE CTR-AMOUNT(CTR-INDEX) TO AMOUNT-DISPLAY
           MOVE SPACES TO BILLING-REPORT-LINE
           STRING CTR-CONTRACT-ID(CTR-INDEX) DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  CTR-CUSTOMER-ID(CTR-INDEX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CTR-PRODUCT-CODE(CTR-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BILL-TXN-PERIOD DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  CTR-NEXT-BILL-DATE(CTR-INDEX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BILL-TXN-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AMOUNT-DISPLAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PERIOD-STATUS-TEXT DELIMITED BY SIZE
               INTO BILLING-REPORT-LINE
           END-STRING
           WRITE BILLING-REPORT-LINE.

       WRITE-HELD-CONTRACT-LINE.
           *> 保留した契約の報告行（次回請求日は進めない）
           MOVE SPACES TO BILLING-REPORT-LINE
           STRING CTR-CONTRACT-ID(CTR-INDEX) DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  CTR-CUSTOMER-ID(CTR-INDEX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CTR-PRODUCT-CODE(CTR-INDEX) DELIMITED BY SIZE
                  ' HELD - ' DELIMITED BY SIZE
                  CTR-HOLD-REASON(CTR-INDEX) DELIMITED BY SIZE
               INTO BILLING-REPORT-LINE
           END-STRING
           WRITE BILLING-REPORT-LINE.

       RESOLVE-FX-RATE.
           *> AR-CURRENCY-CODEに対応する換算率を解決する
           *> （空白・未登録の通貨は率1＝現地通貨）
           MOVE 1 TO APPLICABLE-FX-RATE
           IF AR-CURRENCY-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FX-RATE-COUNT > 0
               SET FX-RATE-INDEX TO 1
               SEARCH FX-RATE-ENTRY
                   WHEN FXT-CURRENCY-CODE(FX-RATE-INDEX)
                           = AR-CURRENCY-CODE
                       MOVE FXT-RATE(FX-RATE-INDEX)
                           TO APPLICABLE-FX-RATE
               END-SEARCH
           END-IF.

       ADVANCE-NEXT-BILL-DATE.
           *> 次回請求日を請求頻度の月数だけ進める（日は開始日の日、
           *> その月に無い日は月末日）
           EVALUATE CTR-FREQUENCY(CTR-INDEX)
               WHEN 'Q'
                   MOVE 3 TO FREQUENCY-MONTHS
               WHEN 'S'
                   MOVE 6 TO FREQUENCY-MONTHS
               WHEN 'A'
                   MOVE 12 TO FREQUENCY-MONTHS
               WHEN OTHER
                   MOVE 1 TO FREQUENCY-MONTHS
           END-EVALUATE

           MOVE CTR-NEXT-BILL-DATE(CTR-INDEX) TO BILL-DATE-WORK
           COMPUTE MONTH-SERIAL = BILL-DATE-YEAR * 12
               + BILL-DATE-MONTH - 1 + FREQUENCY-MONTHS
           DIVIDE MONTH-SERIAL BY 12 GIVING BILL-DATE-YEAR
               REMAINDER BILL-DATE-MONTH
           ADD 1 TO BILL-DATE-MONTH

           *> 当月の日数（翌月1日と当月1日の通算日の差）
           MOVE 1 TO BILL-DATE-DAY
           MOVE BILL-DATE-NUM TO MONTH-FIRST-NUM
           IF BILL-DATE-MONTH = 12
               COMPUTE NEXT-MONTH-FIRST-NUM =
                   (BILL-DATE-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE NEXT-MONTH-FIRST-NUM =
                   MONTH-FIRST-NUM + 100
           END-IF
           COMPUTE DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(NEXT-MONTH-FIRST-NUM)
               - FUNCTION INTEGER-OF-DATE(MONTH-FIRST-NUM)

           IF ANCHOR-DAY > DAYS-IN-MONTH
               MOVE DAYS-IN-MONTH TO BILL-DATE-DAY
           ELSE
               MOVE ANCHOR-DAY TO BILL-DATE-DAY
           END-IF
           MOVE BILL-DATE-WORK TO CTR-NEXT-BILL-DATE(CTR-INDEX).

       *> ================================================================
       *> ステップ3：契約ファイルの書き戻し
       *> ================================================================

       SAVE-CONTRACTS.
           *> 進めた次回請求日と請求回数で契約ファイルを書き直す
           OPEN OUTPUT RECURRING-CONTRACT-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'Unable to rewrite RECBILL.DAT (status '
                   FILE-STATUS ')'
               MOVE 'SAVE-CONTRACTS' TO AUDIT-PARAGRAPH-ID
               MOVE 'F' TO AUDIT-OUTCOME
               MOVE 'RECBILL.DAT rewrite failed' TO AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CTR-INDEX FROM 1 BY 1
                   UNTIL CTR-INDEX > CTR-COUNT
               MOVE SPACES TO RECURRING-CONTRACT-RECORD
               MOVE CTR-CONTRACT-ID(CTR-INDEX) TO RB-CONTRACT-ID
               MOVE CTR-CUSTOMER-ID(CTR-INDEX) TO RB-CUSTOMER-ID
               MOVE CTR-PRODUCT-CODE(CTR-INDEX) TO RB-PRODUCT-CODE
               MOVE CTR-QUANTITY(CTR-INDEX) TO RB-QUANTITY
               MOVE CTR-AMOUNT(CTR-INDEX) TO RB-AMOUNT
               MOVE CTR-FREQUENCY(CTR-INDEX) TO RB-FREQUENCY
               MOVE CTR-START-DATE(CTR-INDEX) TO RB-START-DATE
               MOVE CTR-END-DATE(CTR-INDEX) TO RB-END-DATE
               MOVE CTR-NEXT-BILL-DATE(CTR-INDEX) TO RB-NEXT-BILL-DATE
               MOVE CTR-BILL-COUNT(CTR-INDEX) TO RB-BILL-COUNT
               MOVE CTR-SALESPERSON-ID(CTR-INDEX) TO RB-SALESPERSON-ID
               WRITE RECURRING-CONTRACT-RECORD
           END-PERFORM
           CLOSE RECURRING-CONTRACT-FILE.

       *> ================================================================
       *> ステップ4：請求予定と終了契約のレポート
       *> ================================================================

       WRITE-UPCOMING-BILLINGS.
           *> 次回請求日が先行き期間内（処理日の翌日～）の契約
           MOVE SPACES TO BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE
           MOVE SPACES TO BILLING-REPORT-LINE
           STRING 'UPCOMING BILLINGS THROUGH ' DELIMITED BY SIZE
                  LOOKAHEAD-DATE DELIMITED BY SIZE
               INTO BILLING-REPORT-LINE
           END-STRING
           WRITE BILLING-REPORT-LINE
           MOVE 'CONTRACT CUSTOMER PRODUCT    BILL-DATE        AMOUNT'
               TO BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE
           PERFORM VARYING CTR-INDEX FROM 1 BY 1
                   UNTIL CTR-INDEX > CTR-COUNT
               MOVE CTR-NEXT-BILL-DATE(CTR-INDEX) TO BILL-DATE-WORK
               IF BILL-DATE-WORK IS NUMERIC
                   AND BILL-DATE-WORK > RUN-DATE
                   AND BILL-DATE-NUM <= LOOKAHEAD-DATE
                   AND (CTR-END-DATE(CTR-INDEX) = SPACES
                       OR BILL-DATE-WORK <= CTR-END-DATE(CTR-INDEX))
                   ADD 1 TO UPCOMING-COUNT
                   MOVE CTR-AMOUNT(CTR-INDEX) TO AMOUNT-DISPLAY
                   MOVE SPACES TO BILLING-REPORT-LINE
                   STRING CTR-CONTRACT-ID(CTR-INDEX) DELIMITED BY SIZE
                          '     ' DELIMITED BY SIZE
                          CTR-CUSTOMER-ID(CTR-INDEX) DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          CTR-PRODUCT-CODE(CTR-INDEX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          BILL-DATE-WORK DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          AMOUNT-DISPLAY DELIMITED BY SIZE
                       INTO BILLING-REPORT-LINE
                   END-STRING
                   WRITE BILLING-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO BILLING-REPORT-LINE
           STRING 'Upcoming billings: ' DELIMITED BY SIZE
                  UPCOMING-COUNT DELIMITED BY SIZE
               INTO BILLING-REPORT-LINE
           END-STRING
           WRITE BILLING-REPORT-LINE.

       WRITE-EXPIRING-CONTRACTS.
           *> 終了日が処理日から先行き期間内の契約（更新の要否の
           *> 確認用）と、終了済みで請求を止めた契約
           MOVE SPACES TO BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE
           MOVE SPACES TO BILLING-REPORT-LINE
           STRING 'CONTRACTS EXPIRING THROUGH ' DELIMITED BY SIZE
                  LOOKAHEAD-DATE DELIMITED BY SIZE
               INTO BILLING-REPORT-LINE
           END-STRING
           WRITE BILLING-REPORT-LINE
           MOVE 'CONTRACT CUSTOMER PRODUCT    END-DATE  STATUS'
               TO BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE
           PERFORM VARYING CTR-INDEX FROM 1 BY 1
                   UNTIL CTR-INDEX > CTR-COUNT
               MOVE CTR-END-DATE(CTR-INDEX) TO BILL-DATE-WORK
               EVALUATE TRUE
                   WHEN CTR-ENDED(CTR-INDEX)
                       MOVE 'ENDED - NOT BILLED' TO PERIOD-STATUS-TEXT
                       PERFORM WRITE-EXPIRING-LINE
                   WHEN BILL-DATE-WORK IS NUMERIC
                       AND BILL-DATE-WORK >= RUN-DATE
                       AND BILL-DATE-NUM <= LOOKAHEAD-DATE
                       MOVE 'EXPIRING' TO PERIOD-STATUS-TEXT
                       PERFORM WRITE-EXPIRING-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO BILLING-REPORT-LINE
           STRING 'Expiring contracts: ' DELIMITED BY SIZE
                  EXPIRING-COUNT DELIMITED BY SIZE
                  '  ended: ' DELIMITED BY SIZE
                  CONTRACTS-ENDED DELIMITED BY SIZE
               INTO BILLING-REPORT-LINE
           END-STRING
           WRITE BILLING-REPORT-LINE.

       WRITE-EXPIRING-LINE.
           IF NOT CTR-ENDED(CTR-INDEX)
               ADD 1 TO EXPIRING-COUNT
           END-IF
           MOVE SPACES TO BILLING-REPORT-LINE
           STRING CTR-CONTRACT-ID(CTR-INDEX) DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  CTR-CUSTOMER-ID(CTR-INDEX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CTR-PRODUCT-CODE(CTR-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CTR-END-DATE(CTR-INDEX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  PERIOD-STATUS-TEXT DELIMITED BY SIZE
               INTO BILLING-REPORT-LINE
           END-STRING
           WRITE BILLING-REPORT-LINE.

       *> ================================================================
       *> 監査ログ書き込みルーチン
       *> ================================================================

       WRITE-AUDIT-LOG.
           *> 監査ログへの書き込み（他のバッチプログラムと共通の
           *> "タイムスタンプ プログラムID パラグラフID ユーザID
           *> [結果] メッセージ" 形式。複数プログラムが追記するため
           *> EXTENDで開き、ファイルが無ければOUTPUTで新規作成する）
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           PERFORM NEXT-AUDIT-SEQUENCE

           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING AUDIT-TIMESTAMP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AUDIT-PROGRAM-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AUDIT-PARAGRAPH-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AUDIT-USER-ID DELIMITED BY SIZE
                  ' [' DELIMITED BY SIZE
                  AUDIT-OUTCOME DELIMITED BY SIZE
                  '] #' DELIMITED BY SIZE
                  AUDIT-SEQUENCE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AUDIT-MESSAGE DELIMITED BY SIZE
                     INTO AUDIT-LOG-RECORD
           END-STRING

           OPEN EXTEND AUDIT-LOG-FILE
           IF AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.

       NEXT-AUDIT-SEQUENCE.
           *> プログラム別の監査ログ通番を採番する。最終通番は
           *> AUDITSEQ-<プログラムID>.DATに保持するため、ログの
           *> ローテーション後も通番の連続性が保たれる
           IF AUDIT-SEQ-FILENAME = SPACES
               STRING 'AUDITSEQ-' DELIMITED BY SIZE
                      AUDIT-PROGRAM-ID DELIMITED BY SPACE
                      '.DAT' DELIMITED BY SIZE
                   INTO AUDIT-SEQ-FILENAME
               END-STRING
           END-IF
           OPEN INPUT AUDIT-SEQ-FILE
           IF AUDIT-FILE-STATUS = '00'
               READ AUDIT-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AUDIT-SEQ-RECORD TO AUDIT-SEQUENCE
               END-READ
               CLOSE AUDIT-SEQ-FILE
           END-IF
           ADD 1 TO AUDIT-SEQUENCE
           MOVE AUDIT-SEQUENCE TO AUDIT-SEQ-RECORD
           OPEN OUTPUT AUDIT-SEQ-FILE
           WRITE AUDIT-SEQ-RECORD
           CLOSE AUDIT-SEQ-FILE.

       END PROGRAM RECURRING-BILLING.
