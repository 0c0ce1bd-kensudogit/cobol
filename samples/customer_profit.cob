       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-PROFIT.
       AUTHOR. COBOL Education Project.
       DATE-WRITTEN. 2026.
       SECURITY. Confidential.
       *> ================================================================
       *> 顧客別採算分析プログラム（期間締め用）
       *>
       *> このプログラムは次の4ステップを順に実行します：
       *>   1. 売上と原価 - SALES.TRANの対象期間の取引を顧客別に
       *>      集計し、商品マスタの移動平均単価（AVG-UNIT-COST）で
       *>      売上原価を、RATE.TBLのコミッション率で販売員
       *>      コミッションを求める。契約値引額は適用価格記録
       *>      （PRICEAPP.DAT）の正価と契約単価の差から求める
       *>   2. 控除項目 - 返品のクレジットメモ（AROPEN.DAT）と
       *>      僅少残高の償却・手動調整の顧客別明細（ARWODTL.DAT）
       *>      を対象期間で集計する
       *>   3. 採算計算 - 総売上（正価ベース＝請求額＋契約値引）から
       *>      契約値引・原価・返品・償却・コミッションを差し引いて
       *>      顧客の採算とし、外貨建て顧客は現時点の為替レート
       *>      （FXRATES.DAT）で現地通貨へ換算する。採算が赤字の
       *>      顧客には赤字フラグを立てる
       *>   4. 出力 - 採算の大きい順に並べたレポート（CUSTPROF.TXT）
       *>      と、経理部門向けの抽出ファイル（CUSTPROF.DAT）を出力
       *>      する
       *>
       *> 対象期間はPROFCTL.DATのPERIOD指示で指定する（無い場合は
       *> 全期間）。
       *> ================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           *> 売上トランザクションファイル（相対編成、参照のみ）
           SELECT SALES-TRANSACTIONS
               ASSIGN TO 'SALES.TRAN'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 商品マスタファイル（移動平均単価の参照のみ）
           SELECT PRODUCT-MASTER
               ASSIGN TO 'PRODUCT.MAST'
               ORGANIZATION IS SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 顧客マスタファイル（顧客名と請求通貨の参照のみ）
           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CUSTOMER.MAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               STATUS IS FILE-STATUS.

           *> オープン請求書ファイル（返品クレジットメモの参照のみ）
           SELECT AR-OPEN-FILE
               ASSIGN TO 'AROPEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-INVOICE-ID
               STATUS IS FILE-STATUS.

           *> 償却・調整の顧客別明細（ACCOUNTS-RECEIVABLEが追記する）
           SELECT WRITEOFF-DETAIL-FILE
               ASSIGN TO 'ARWODTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 適用価格記録ファイル（COMPREHENSIVE-SAMPLEが作成する）
           SELECT PRICE-BASIS-FILE
               ASSIGN TO 'PRICEAPP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 税率・コミッション率外部設定ファイル（順次編成）
           SELECT RATE-TABLE-FILE
               ASSIGN TO 'RATE.TBL'
               ORGANIZATION IS SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 為替レートファイル（外貨建て顧客の換算用）
           SELECT FX-RATE-FILE
               ASSIGN TO 'FXRATES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 採算分析の設定ファイル（種別＋値の1行1指示）
           SELECT PROFIT-CONFIG-FILE
               ASSIGN TO 'PROFCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 顧客別採算レポート
           SELECT PROFIT-REPORT-FILE
               ASSIGN TO 'CUSTPROF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 顧客別採算の抽出ファイル（経理部門向け）
           SELECT PROFIT-EXTRACT-FILE
               ASSIGN TO 'CUSTPROF.DAT'
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

       *> 商品マスタレコード構造（COMPREHENSIVE-SAMPLEの
       *> PRODUCT-MASTER-RECORDと同一項目）
       FD  PRODUCT-MASTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PRODUCT-MASTER-RECORD.
           05  PM-PRODUCT-ID          PIC X(10).
           05  PM-PRODUCT-NAME        PIC X(30).
           05  PM-PRODUCT-PRICE       PIC 9(5)V99.
           05  PM-PRODUCT-DESCRIPTION PIC X(100).
           05  PM-WARRANTY-MONTHS     PIC 9(3).
           05  PM-PRODUCT-CATEGORY    PIC X(20).
           05  PM-QUANTITY-ON-HAND    PIC S9(7).
           05  PM-REORDER-POINT       PIC 9(5).
           05  PM-AVG-UNIT-COST       PIC 9(5)V99.
           05  PM-LAST-CHANGED        PIC X(8).

       *> 顧客マスタレコード構造（COMPREHENSIVE-SAMPLEの
       *> CUSTOMER-RECORDと同一項目）
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CM-CUSTOMER-RECORD.
           05  CM-CUSTOMER-ID         PIC 9(7).
           05  CM-CUSTOMER-NAME       PIC X(30).
           05  CM-CUSTOMER-ADDRESS.
               10  CM-STREET-ADDRESS  PIC X(40).
               10  CM-CITY            PIC X(20).
               10  CM-STATE           PIC X(2).
               10  CM-ZIP-CODE        PIC X(10).
           05  CM-CUSTOMER-PHONE      PIC X(15).
           05  CM-CREDIT-LIMIT        PIC 9(8)V99.
           05  CM-CUSTOMER-STATUS     PIC X(1).
           05  CM-DATE-CREATED        PIC X(8).
           05  CM-PAYMENT-TERMS-DAYS  PIC X(3).
           05  CM-LEGAL-HOLD-FLAG     PIC X(1).
           05  CM-CURRENCY-CODE       PIC X(3).
           05  FILLER                 PIC X(13).
           05  CM-PARENT-ID           PIC 9(7).
           *> 親顧客ID（0または空白=親なし）
           05  CM-GROUP-CREDIT-LIMIT  PIC 9(8)V99.

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
           *> クレジットメモの元請求書番号（通常の請求書はゼロ）
           05  AR-CURRENCY-CODE       PIC X(3).
           05  AR-LOCAL-AMOUNT        PIC 9(9)V99.

       *> 償却・調整明細レコード構造（ACCOUNTS-RECEIVABLEの
       *> WRITEOFF-DETAIL-RECORDと同一項目）
       FD  WRITEOFF-DETAIL-FILE
           LABEL RECORDS ARE STANDARD.
       01  WRITEOFF-DETAIL-RECORD.
           05  WD-POST-DATE           PIC X(8).
           05  FILLER                 PIC X(1).
           05  WD-CUSTOMER-ID         PIC 9(7).
           05  FILLER                 PIC X(1).
           05  WD-INVOICE-ID          PIC 9(8).
           05  FILLER                 PIC X(1).
           05  WD-ENTRY-TYPE          PIC X(1).
           05  FILLER                 PIC X(1).
           05  WD-AMOUNT              PIC 9(7)V99.
           05  FILLER                 PIC X(1).
           05  WD-REASON-CODE         PIC X(10).

       *> 適用価格記録レコード構造（COMPREHENSIVE-SAMPLEの
       *> PRICE-BASIS-RECORDと同一項目）
       FD  PRICE-BASIS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRICE-BASIS-RECORD.
           05  PB-TRANSACTION-ID      PIC 9(8).
           05  FILLER                 PIC X(1).
           05  PB-CUSTOMER-ID         PIC 9(7).
           05  FILLER                 PIC X(1).
           05  PB-PRODUCT-CODE        PIC X(10).
           05  FILLER                 PIC X(1).
           05  PB-QUANTITY            PIC 9(5).
           05  FILLER                 PIC X(1).
           05  PB-LIST-PRICE          PIC 9(5)V99.
           05  FILLER                 PIC X(1).
           05  PB-APPLIED-PRICE       PIC 9(5)V99.
           05  FILLER                 PIC X(1).
           05  PB-PRICE-BASIS         PIC X(8).
           05  FILLER                 PIC X(1).
           05  PB-PROMO-ID            PIC X(8).
           05  FILLER                 PIC X(1).
           05  PB-KEYED-PRICE         PIC 9(5)V99.
           05  FILLER                 PIC X(1).
           05  PB-TRANSACTION-DATE    PIC X(8).

       *> 税率・コミッション率外部設定レコード構造
       FD  RATE-TABLE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RATE-TABLE-RECORD.
           05  RATE-TAX-RATE          PIC 9V9999.
           05  RATE-COMMISSION-RATE   PIC 9V9999.

       *> 為替レートレコード構造（NON-INTERACTIVE-SAMPLEの
       *> FX-RATE-RECORDと同一）
       FD  FX-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FX-RATE-RECORD.
           05  FX-CURRENCY-CODE       PIC X(3).
           05  FILLER                 PIC X(1).
           05  FX-RATE                PIC 9(3)V9(6).

       *> 設定指示レコード構造
       *> PERIOD   <開始日> <終了日> 対象期間（YYYYMMDD、両端を含む）
       *> OPERATOR <利用者ID> 監査ログに記録する実行者
       FD  PROFIT-CONFIG-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROFIT-CONFIG-RECORD.
           05  PC-CONTROL-TYPE        PIC X(10).
           05  PC-CONTROL-VALUE       PIC X(60).

       FD  PROFIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROFIT-REPORT-LINE         PIC X(132).

       *> 顧客別採算の抽出レコード構造（順位・顧客・対象期間・
       *> 売上・契約値引・原価・返品・償却・コミッション・採算・
       *> 採算率・赤字フラグ。金額は現地通貨）
       FD  PROFIT-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROFIT-EXTRACT-RECORD.
           05  PX-RANK                PIC 9(4).
           05  FILLER                 PIC X(1).
           05  PX-CUSTOMER-ID         PIC 9(7).
           05  FILLER                 PIC X(1).
           05  PX-PERIOD-FROM         PIC X(8).
           05  FILLER                 PIC X(1).
           05  PX-PERIOD-TO           PIC X(8).
           05  FILLER                 PIC X(1).
           05  PX-SALES               PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  PX-CONTRACT-DISCOUNT   PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  PX-COST-OF-GOODS       PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  PX-RETURNS             PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  PX-WRITEOFFS           PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  PX-COMMISSION          PIC 9(9)V99.
           05  FILLER                 PIC X(1).
           05  PX-MARGIN              PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           05  FILLER                 PIC X(1).
           05  PX-MARGIN-PCT          PIC S9(3)V99
               SIGN IS LEADING SEPARATE.
           05  FILLER                 PIC X(1).
           05  PX-LOSS-FLAG           PIC X(1).

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
           05  AUDIT-PROGRAM-ID       PIC X(8)     VALUE 'CUSTPROF'.
           05  AUDIT-PARAGRAPH-ID     PIC X(30).
           05  AUDIT-USER-ID          PIC X(8)     VALUE 'BATCH'.
           05  AUDIT-OUTCOME          PIC X(1)     VALUE 'S'.
           05  AUDIT-MESSAGE          PIC X(60).
           05  AUDIT-TIMESTAMP        PIC X(14).

       *> 監査ログ通番の採番状態（通番ファイル名と直前の通番）
       01  AUDIT-SEQ-FILENAME PIC X(40) VALUE SPACES.
       01  AUDIT-SEQUENCE PIC 9(7)  VALUE 0.

       *> 商品テーブル（移動平均単価の照合用）
       01  PRODUCT-TABLE.
           05  PROD-COUNT             PIC 9(3)     VALUE 0.
           05  PROD-ENTRY OCCURS 1 TO 100 TIMES
                    DEPENDING ON PROD-COUNT
                    INDEXED BY PROD-INDEX.
               10  PROD-ID            PIC X(10).
               10  PROD-AVG-COST      PIC 9(5)V99.

       01  FX-RATE-TABLE.
           *> 為替レートの照合テーブル（起動時に読み込み）
           05  FX-RATE-COUNT          PIC 9(2)     VALUE 0.
           05  FX-RATE-ENTRY OCCURS 20 TIMES
                    INDEXED BY FX-RATE-INDEX.
               10  FXT-CURRENCY-CODE  PIC X(3).
               10  FXT-RATE           PIC 9(3)V9(6).

       *> 顧客別採算テーブル（売上・値引・返品・償却・コミッション
       *> は取引通貨建てで集計し、採算計算時に現地通貨へ換算する。
       *> 原価は現地通貨）
       01  CUSTOMER-PROFIT-TABLE.
           05  CUST-COUNT             PIC 9(3)     VALUE 0.
           05  CUST-ENTRY OCCURS 1 TO 500 TIMES
                    DEPENDING ON CUST-COUNT
                    INDEXED BY CUST-INDEX.
               10  CUST-ID            PIC 9(7).
               10  CUST-NAME          PIC X(30).
               10  CUST-CURRENCY      PIC X(3).
               10  CUST-TXN-COUNT     PIC 9(5).
               10  CUST-SALES         PIC 9(9)V99.
               *> 請求額を集計し、採算計算時に正価ベースの総売上にする
               10  CUST-CONTRACT-DISC PIC 9(9)V99.
               10  CUST-COST-OF-GOODS PIC 9(9)V99.
               10  CUST-RETURNS       PIC 9(9)V99.
               10  CUST-WRITEOFFS     PIC 9(9)V99.
               10  CUST-COMMISSION    PIC 9(9)V99.
               10  CUST-MARGIN        PIC S9(9)V99.
               10  CUST-MARGIN-PCT    PIC S9(3)V99.
               10  CUST-LOSS-FLAG     PIC X(1).
                   88  CUST-LOSS-MAKING VALUE 'Y'.
               10  CUST-RANKED        PIC X(1).

       01  PROFIT-CONTROL.
           05  PERIOD-FROM            PIC X(8)     VALUE '00000000'.
           05  PERIOD-TO              PIC X(8)     VALUE '99999999'.
           05  COMMISSION-RATE        PIC 9V9999   VALUE 0.05.
           05  APPLICABLE-FX-RATE     PIC 9(3)V9(6) VALUE 1.
           05  WORK-CUSTOMER-ID       PIC 9(7).
           05  CUSTOMER-FOUND         PIC X(1).
           05  CUSTOMER-MASTER-AVAILABLE PIC X(1) VALUE 'N'.
           05  LINE-COST              PIC 9(9)V99  VALUE 0.
           05  LINE-DISCOUNT          PIC 9(9)V99  VALUE 0.
           05  COST-MISSING-COUNT     PIC 9(5)     VALUE 0.
           *> 商品マスタに無く原価を求められなかった取引件数
           05  SALES-SELECTED         PIC 9(7)     VALUE 0.
           05  CREDIT-MEMOS-SELECTED  PIC 9(5)     VALUE 0.
           05  WRITEOFFS-SELECTED     PIC 9(5)     VALUE 0.
           05  LOSS-CUSTOMER-COUNT    PIC 9(3)     VALUE 0.

       01  RANK-WORK.
           05  BEST-INDEX             PIC 9(3)     VALUE 0.
           05  BEST-MARGIN            PIC S9(9)V99 VALUE 0.
           05  RANK-COUNTER           PIC 9(4)     VALUE 0.

       01  PROFIT-TOTALS.
           05  TOTAL-SALES            PIC 9(11)V99 VALUE 0.
           05  TOTAL-CONTRACT-DISC    PIC 9(11)V99 VALUE 0.
           05  TOTAL-COST-OF-GOODS    PIC 9(11)V99 VALUE 0.
           05  TOTAL-RETURNS          PIC 9(11)V99 VALUE 0.
           05  TOTAL-WRITEOFFS        PIC 9(11)V99 VALUE 0.
           05  TOTAL-COMMISSION       PIC 9(11)V99 VALUE 0.
           05  TOTAL-MARGIN           PIC S9(11)V99 VALUE 0.

       *> レポートの明細行
       01  PROFIT-DETAIL-LINE.
           05  PD-RANK                PIC ZZZ9.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  PD-CUSTOMER-ID         PIC 9(7).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  PD-CUSTOMER-NAME       PIC X(16).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  PD-SALES               PIC Z(7)9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  PD-CONTRACT-DISC       PIC Z(7)9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  PD-COST-OF-GOODS       PIC Z(7)9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  PD-RETURNS             PIC Z(7)9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  PD-WRITEOFFS           PIC Z(7)9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  PD-COMMISSION          PIC Z(7)9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  PD-MARGIN              PIC -(8)9.99.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  PD-MARGIN-PCT          PIC -(3)9.9.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  PD-LOSS-FLAG           PIC X(4).

       01  AMOUNT-DISPLAY             PIC -(10)9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '====================================='
           DISPLAY 'Customer Profitability Analysis'
           DISPLAY '====================================='

           PERFORM LOAD-PROFIT-CONFIG
           PERFORM LOAD-COMMISSION-RATE
           PERFORM LOAD-FX-RATE-TABLE
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM SCAN-SALES-TRANSACTIONS
           PERFORM SCAN-PRICE-BASIS
           PERFORM SCAN-CREDIT-MEMOS
           PERFORM SCAN-WRITEOFF-DETAIL
           PERFORM CALCULATE-CUSTOMER-MARGINS
           PERFORM WRITE-PROFIT-REPORT

           DISPLAY 'Customers analysed:  ' CUST-COUNT
           DISPLAY 'Loss-making:         ' LOSS-CUSTOMER-COUNT
           MOVE TOTAL-MARGIN TO AMOUNT-DISPLAY
           DISPLAY 'Total margin:     ' AMOUNT-DISPLAY
           DISPLAY '====================================='

           MOVE 'MAIN-PROCEDURE' TO AUDIT-PARAGRAPH-ID
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE SPACES TO AUDIT-MESSAGE
           STRING 'Customer profitability ' DELIMITED BY SIZE
                  PERIOD-FROM DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  PERIOD-TO DELIMITED BY SIZE
                  ' completed' DELIMITED BY SIZE
               INTO AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG

           STOP RUN.

       LOAD-PROFIT-CONFIG.
           *> 設定指示の読み込み（ファイルが無い場合は全期間）
           OPEN INPUT PROFIT-CONFIG-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ PROFIT-CONFIG-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       EVALUATE PC-CONTROL-TYPE
                           WHEN 'PERIOD'
                               UNSTRING PC-CONTROL-VALUE
                                       DELIMITED BY ALL SPACE
                                   INTO PERIOD-FROM PERIOD-TO
                               END-UNSTRING
                           WHEN 'OPERATOR'
                               UNSTRING PC-CONTROL-VALUE
                                       DELIMITED BY SPACE
                                   INTO AUDIT-USER-ID
                               END-UNSTRING
                           WHEN OTHER
                               DISPLAY 'Unrecognized profit config '
                                   'type: ' PC-CONTROL-TYPE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PROFIT-CONFIG-FILE
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'Period: ' PERIOD-FROM ' - ' PERIOD-TO.

       LOAD-COMMISSION-RATE.
           *> コミッション率はCOMPREHENSIVE-SAMPLEと同じRATE.TBLから
           *> 取得する（無い場合は既定の5%）
           OPEN INPUT RATE-TABLE-FILE
           IF FILE-STATUS-OK
               READ RATE-TABLE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RATE-COMMISSION-RATE TO COMMISSION-RATE
               END-READ
               CLOSE RATE-TABLE-FILE
           END-IF
           DISPLAY 'Commission rate: ' COMMISSION-RATE.

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

       LOAD-PRODUCT-TABLE.
           *> 商品マスタから移動平均単価を読み込む
           MOVE 0 TO PROD-COUNT
           OPEN INPUT PRODUCT-MASTER
           IF NOT FILE-STATUS-OK
               DISPLAY 'Product master not found - cost of goods '
                   'not available'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ PRODUCT-MASTER
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF PROD-COUNT < 100
                           ADD 1 TO PROD-COUNT
                           SET PROD-INDEX TO PROD-COUNT
                           MOVE PM-PRODUCT-ID TO PROD-ID(PROD-INDEX)
                           IF PM-AVG-UNIT-COST IS NUMERIC
                               MOVE PM-AVG-UNIT-COST
                                   TO PROD-AVG-COST(PROD-INDEX)
                           ELSE
                               MOVE 0 TO PROD-AVG-COST(PROD-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-MASTER
           MOVE 'N' TO EOF-FLAG.

       *> ================================================================
       *> ステップ1：売上・原価・コミッション・契約値引
       *> ================================================================

       SCAN-SALES-TRANSACTIONS.
           *> 対象期間の売上を顧客別に集計する
           OPEN INPUT SALES-TRANSACTIONS
           IF NOT FILE-STATUS-OK
               DISPLAY 'SALES.TRAN not found - no sales to analyse'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ SALES-TRANSACTIONS NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF TRANSACTION-DATE >= PERIOD-FROM
                           AND TRANSACTION-DATE <= PERIOD-TO
                           PERFORM ACCUMULATE-ONE-SALE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-TRANSACTIONS
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'Sales selected: ' SALES-SELECTED.

       ACCUMULATE-ONE-SALE.
           *> 売上1件分の売上額・原価・コミッションを加算する
           MOVE CUSTOMER-ID TO WORK-CUSTOMER-ID
           PERFORM FIND-CUSTOMER-ENTRY
           IF CUSTOMER-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SALES-SELECTED
           ADD 1 TO CUST-TXN-COUNT(CUST-INDEX)
           ADD TOTAL-AMOUNT TO CUST-SALES(CUST-INDEX)
           COMPUTE CUST-COMMISSION(CUST-INDEX) ROUNDED =
               CUST-COMMISSION(CUST-INDEX)
               + TOTAL-AMOUNT * COMMISSION-RATE

           MOVE 0 TO LINE-COST
           SET PROD-INDEX TO 1
           SEARCH PROD-ENTRY
               AT END
                   ADD 1 TO COST-MISSING-COUNT
               WHEN PROD-ID(PROD-INDEX) = PRODUCT-CODE
                   COMPUTE LINE-COST ROUNDED =
                       QUANTITY * PROD-AVG-COST(PROD-INDEX)
           END-SEARCH
           ADD LINE-COST TO CUST-COST-OF-GOODS(CUST-INDEX).

       SCAN-PRICE-BASIS.
           *> 契約価格が適用された取引の値引額（正価－契約単価）
           *> ×数量を顧客別に集計する
           OPEN INPUT PRICE-BASIS-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'No price basis file - contract discounts '
                   'not reported'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ PRICE-BASIS-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF PB-PRICE-BASIS = 'CONTRACT'
                           AND PB-TRANSACTION-DATE >= PERIOD-FROM
                           AND PB-TRANSACTION-DATE <= PERIOD-TO
                           AND PB-LIST-PRICE > PB-APPLIED-PRICE
                           MOVE PB-CUSTOMER-ID TO WORK-CUSTOMER-ID
                           PERFORM FIND-CUSTOMER-ENTRY
                           IF CUSTOMER-FOUND = 'Y'
                               COMPUTE LINE-DISCOUNT =
                                   (PB-LIST-PRICE - PB-APPLIED-PRICE)
                                   * PB-QUANTITY
                               ADD LINE-DISCOUNT
                                   TO CUST-CONTRACT-DISC(CUST-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRICE-BASIS-FILE
           MOVE 'N' TO EOF-FLAG.

       *> ================================================================
       *> ステップ2：返品クレジットメモと償却・調整
       *> ================================================================

       SCAN-CREDIT-MEMOS.
           *> 返品由来のクレジットメモ（元請求書番号を持つレコード。
           *> 充当済みでも対象）を顧客別に集計する。元請求書番号を
           *> 持つ延滞利息アイテム（請求書番号8xxxxxxx）は除く
           OPEN INPUT AR-OPEN-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'AROPEN.DAT not found - returns not deducted'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ AR-OPEN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF AR-ORIG-INVOICE NOT = 0
                           AND (AR-INVOICE-ID < 80000000
                               OR AR-INVOICE-ID >= 90000000)
                           AND AR-INVOICE-DATE >= PERIOD-FROM
                           AND AR-INVOICE-DATE <= PERIOD-TO
                           MOVE AR-CUSTOMER-ID TO WORK-CUSTOMER-ID
                           PERFORM FIND-CUSTOMER-ENTRY
                           IF CUSTOMER-FOUND = 'Y'
                               ADD 1 TO CREDIT-MEMOS-SELECTED
                               ADD AR-INVOICE-AMOUNT
                                   TO CUST-RETURNS(CUST-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-OPEN-FILE
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'Credit memos selected: ' CREDIT-MEMOS-SELECTED.

       SCAN-WRITEOFF-DETAIL.
           *> 僅少残高の償却・手動調整を顧客別に集計する
           OPEN INPUT WRITEOFF-DETAIL-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'No write-off detail - write-offs not '
                   'deducted'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ WRITEOFF-DETAIL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF WD-POST-DATE >= PERIOD-FROM
                           AND WD-POST-DATE <= PERIOD-TO
                           MOVE WD-CUSTOMER-ID TO WORK-CUSTOMER-ID
                           PERFORM FIND-CUSTOMER-ENTRY
                           IF CUSTOMER-FOUND = 'Y'
                               ADD 1 TO WRITEOFFS-SELECTED
                               ADD WD-AMOUNT
                                   TO CUST-WRITEOFFS(CUST-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WRITEOFF-DETAIL-FILE
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'Write-offs selected: ' WRITEOFFS-SELECTED.

       FIND-CUSTOMER-ENTRY.
           *> WORK-CUSTOMER-IDの集計行を検索し、無ければ追加する
           MOVE 'Y' TO CUSTOMER-FOUND
           SET CUST-INDEX TO 1
           SEARCH CUST-ENTRY
               AT END
                   IF CUST-COUNT < 500
                       ADD 1 TO CUST-COUNT
                       SET CUST-INDEX TO CUST-COUNT
                       MOVE WORK-CUSTOMER-ID TO CUST-ID(CUST-INDEX)
                       MOVE SPACES TO CUST-NAME(CUST-INDEX)
                       MOVE SPACES TO CUST-CURRENCY(CUST-INDEX)
                       MOVE 0 TO CUST-TXN-COUNT(CUST-INDEX)
                       MOVE 0 TO CUST-SALES(CUST-INDEX)
                       MOVE 0 TO CUST-CONTRACT-DISC(CUST-INDEX)
                       MOVE 0 TO CUST-COST-OF-GOODS(CUST-INDEX)
                       MOVE 0 TO CUST-RETURNS(CUST-INDEX)
                       MOVE 0 TO CUST-WRITEOFFS(CUST-INDEX)
                       MOVE 0 TO CUST-COMMISSION(CUST-INDEX)
                       MOVE 0 TO CUST-MARGIN(CUST-INDEX)
                       MOVE 0 TO CUST-MARGIN-PCT(CUST-INDEX)
                       MOVE 'N' TO CUST-LOSS-FLAG(CUST-INDEX)
                       MOVE 'N' TO CUST-RANKED(CUST-INDEX)
                   ELSE
                       MOVE 'N' TO CUSTOMER-FOUND
                       DISPLAY 'Customer table full - skipped: '
                           WORK-CUSTOMER-ID
                   END-IF
               WHEN CUST-ID(CUST-INDEX) = WORK-CUSTOMER-ID
                   CONTINUE
           END-SEARCH.

       *> ================================================================
       *> ステップ3：顧客別の採算計算
       *> ================================================================

       CALCULATE-CUSTOMER-MARGINS.
           *> 顧客マスタから顧客名と請求通貨を取得し、取引通貨建て
           *> の金額を現地通貨へ換算して採算を求める
           MOVE 'N' TO CUSTOMER-MASTER-AVAILABLE
           OPEN INPUT CUSTOMER-MASTER
           IF FILE-STATUS-OK
               MOVE 'Y' TO CUSTOMER-MASTER-AVAILABLE
           ELSE
               DISPLAY 'Customer master not found - names not '
                   'shown, local currency assumed'
           END-IF

           PERFORM VARYING CUST-INDEX FROM 1 BY 1
                   UNTIL CUST-INDEX > CUST-COUNT
               PERFORM CALCULATE-ONE-MARGIN
           END-PERFORM

           IF CUSTOMER-MASTER-AVAILABLE = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF.

       CALCULATE-ONE-MARGIN.
           *> 顧客1件分の換算と採算計算
           IF CUSTOMER-MASTER-AVAILABLE = 'Y'
               MOVE CUST-ID(CUST-INDEX) TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE '(not on master)'
                           TO CUST-NAME(CUST-INDEX)
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME TO CUST-NAME(CUST-INDEX)
                       MOVE CM-CURRENCY-CODE
                           TO CUST-CURRENCY(CUST-INDEX)
               END-READ
           END-IF

           MOVE 1 TO APPLICABLE-FX-RATE
           IF CUST-CURRENCY(CUST-INDEX) NOT = SPACES
               AND FX-RATE-COUNT > 0
               SET FX-RATE-INDEX TO 1
               SEARCH FX-RATE-ENTRY
                   WHEN FXT-CURRENCY-CODE(FX-RATE-INDEX)
                           = CUST-CURRENCY(CUST-INDEX)
                       MOVE FXT-RATE(FX-RATE-INDEX)
                           TO APPLICABLE-FX-RATE
               END-SEARCH
           END-IF
           IF APPLICABLE-FX-RATE NOT = 1
               COMPUTE CUST-SALES(CUST-INDEX) ROUNDED =
                   CUST-SALES(CUST-INDEX) * APPLICABLE-FX-RATE
               COMPUTE CUST-CONTRACT-DISC(CUST-INDEX) ROUNDED =
                   CUST-CONTRACT-DISC(CUST-INDEX) * APPLICABLE-FX-RATE
               COMPUTE CUST-RETURNS(CUST-INDEX) ROUNDED =
                   CUST-RETURNS(CUST-INDEX) * APPLICABLE-FX-RATE
               COMPUTE CUST-WRITEOFFS(CUST-INDEX) ROUNDED =
                   CUST-WRITEOFFS(CUST-INDEX) * APPLICABLE-FX-RATE
               COMPUTE CUST-COMMISSION(CUST-INDEX) ROUNDED =
                   CUST-COMMISSION(CUST-INDEX) * APPLICABLE-FX-RATE
           END-IF

           *> 請求額は契約価格で計上済みのため、契約値引を足し戻して
           *> 正価ベースの総売上とし、そこから値引を差し引く
           ADD CUST-CONTRACT-DISC(CUST-INDEX) TO CUST-SALES(CUST-INDEX)
           COMPUTE CUST-MARGIN(CUST-INDEX) =
               CUST-SALES(CUST-INDEX)
               - CUST-CONTRACT-DISC(CUST-INDEX)
               - CUST-COST-OF-GOODS(CUST-INDEX)
               - CUST-RETURNS(CUST-INDEX)
               - CUST-WRITEOFFS(CUST-INDEX)
               - CUST-COMMISSION(CUST-INDEX)
           *> 採算率は値引後の請求額に対する比率
           IF CUST-SALES(CUST-INDEX) > CUST-CONTRACT-DISC(CUST-INDEX)
               COMPUTE CUST-MARGIN-PCT(CUST-INDEX) ROUNDED =
                   CUST-MARGIN(CUST-INDEX) * 100
                   / (CUST-SALES(CUST-INDEX)
                      - CUST-CONTRACT-DISC(CUST-INDEX))
                   ON SIZE ERROR
                       MOVE -999.99 TO CUST-MARGIN-PCT(CUST-INDEX)
               END-COMPUTE
           ELSE
               MOVE 0 TO CUST-MARGIN-PCT(CUST-INDEX)
           END-IF
           IF CUST-MARGIN(CUST-INDEX) < 0
               MOVE 'Y' TO CUST-LOSS-FLAG(CUST-INDEX)
               ADD 1 TO LOSS-CUSTOMER-COUNT
           END-IF

           ADD CUST-SALES(CUST-INDEX) TO TOTAL-SALES
           ADD CUST-CONTRACT-DISC(CUST-INDEX) TO TOTAL-CONTRACT-DISC
           ADD CUST-COST-OF-GOODS(CUST-INDEX) TO TOTAL-COST-OF-GOODS
           ADD CUST-RETURNS(CUST-INDEX) TO TOTAL-RETURNS
           ADD CUST-WRITEOFFS(CUST-INDEX) TO TOTAL-WRITEOFFS
           ADD CUST-COMMISSION(CUST-INDEX) TO TOTAL-COMMISSION
           ADD CUST-MARGIN(CUST-INDEX) TO TOTAL-MARGIN.

       *> ================================================================
       *> ステップ4：採算順のレポートと抽出ファイル
       *> ================================================================

       WRITE-PROFIT-REPORT.
           *> 採算の大きい順に1件ずつ取り出してレポートと抽出
           *> ファイルへ書き出す
           OPEN OUTPUT PROFIT-REPORT-FILE
           OPEN OUTPUT PROFIT-EXTRACT-FILE

           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING 'CUSTOMER PROFITABILITY REPORT  PERIOD '
                      DELIMITED BY SIZE
                  PERIOD-FROM DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  PERIOD-TO DELIMITED BY SIZE
               INTO PROFIT-REPORT-LINE
           END-STRING
           WRITE PROFIT-REPORT-LINE
           MOVE 'Amounts in local currency. Gross sales at list price.'
               TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING 'RANK CUSTOMER NAME                   SALES'
                      DELIMITED BY SIZE
                  '   CONTRACT        COGS     RETURNS   WRITE-OFF'
                      DELIMITED BY SIZE
                  '  COMMISSION       MARGIN    PCT FLAG'
                      DELIMITED BY SIZE
               INTO PROFIT-REPORT-LINE
           END-STRING
           WRITE PROFIT-REPORT-LINE

           PERFORM VARYING RANK-COUNTER FROM 1 BY 1
                   UNTIL RANK-COUNTER > CUST-COUNT
               PERFORM RANK-NEXT-CUSTOMER
           END-PERFORM

           MOVE SPACES TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           MOVE SPACES TO PROFIT-DETAIL-LINE
           MOVE 'TOTAL' TO PD-CUSTOMER-NAME
           MOVE TOTAL-SALES TO PD-SALES
           MOVE TOTAL-CONTRACT-DISC TO PD-CONTRACT-DISC
           MOVE TOTAL-COST-OF-GOODS TO PD-COST-OF-GOODS
           MOVE TOTAL-RETURNS TO PD-RETURNS
           MOVE TOTAL-WRITEOFFS TO PD-WRITEOFFS
           MOVE TOTAL-COMMISSION TO PD-COMMISSION
           MOVE TOTAL-MARGIN TO PD-MARGIN
           MOVE PROFIT-DETAIL-LINE TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING 'Loss-making customer(s): ' DELIMITED BY SIZE
                  LOSS-CUSTOMER-COUNT DELIMITED BY SIZE
               INTO PROFIT-REPORT-LINE
           END-STRING
           WRITE PROFIT-REPORT-LINE
           IF COST-MISSING-COUNT > 0
               MOVE SPACES TO PROFIT-REPORT-LINE
               STRING 'Sales without product cost: '
                          DELIMITED BY SIZE
                      COST-MISSING-COUNT DELIMITED BY SIZE
                   INTO PROFIT-REPORT-LINE
               END-STRING
               WRITE PROFIT-REPORT-LINE
           END-IF

           CLOSE PROFIT-REPORT-FILE
           CLOSE PROFIT-EXTRACT-FILE
           DISPLAY 'Profitability report written to CUSTPROF.TXT / '
               'CUSTPROF.DAT'.

       RANK-NEXT-CUSTOMER.
           *> 未出力の顧客のうち採算が最大のものを書き出す
           MOVE 0 TO BEST-INDEX
           MOVE 0 TO BEST-MARGIN
           PERFORM VARYING CUST-INDEX FROM 1 BY 1
                   UNTIL CUST-INDEX > CUST-COUNT
               IF CUST-RANKED(CUST-INDEX) NOT = 'Y'
                   AND (BEST-INDEX = 0
                        OR CUST-MARGIN(CUST-INDEX) > BEST-MARGIN)
                   SET BEST-INDEX TO CUST-INDEX
                   MOVE CUST-MARGIN(CUST-INDEX) TO BEST-MARGIN
               END-IF
           END-PERFORM
           IF BEST-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           SET CUST-INDEX TO BEST-INDEX
           MOVE 'Y' TO CUST-RANKED(CUST-INDEX)

           MOVE SPACES TO PROFIT-DETAIL-LINE
           MOVE RANK-COUNTER TO PD-RANK
           MOVE CUST-ID(CUST-INDEX) TO PD-CUSTOMER-ID
           MOVE CUST-NAME(CUST-INDEX) TO PD-CUSTOMER-NAME
           MOVE CUST-SALES(CUST-INDEX) TO PD-SALES
           MOVE CUST-CONTRACT-DISC(CUST-INDEX) TO PD-CONTRACT-DISC
           MOVE CUST-COST-OF-GOODS(CUST-INDEX) TO PD-COST-OF-GOODS
           MOVE CUST-RETURNS(CUST-INDEX) TO PD-RETURNS
           MOVE CUST-WRITEOFFS(CUST-INDEX) TO PD-WRITEOFFS
           MOVE CUST-COMMISSION(CUST-INDEX) TO PD-COMMISSION
           MOVE CUST-MARGIN(CUST-INDEX) TO PD-MARGIN
           MOVE CUST-MARGIN-PCT(CUST-INDEX) TO PD-MARGIN-PCT
           IF CUST-LOSS-MAKING(CUST-INDEX)
               MOVE 'LOSS' TO PD-LOSS-FLAG
           END-IF
           MOVE PROFIT-DETAIL-LINE TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE

           MOVE SPACES TO PROFIT-EXTRACT-RECORD
           MOVE RANK-COUNTER TO PX-RANK
           MOVE CUST-ID(CUST-INDEX) TO PX-CUSTOMER-ID
           MOVE PERIOD-FROM TO PX-PERIOD-FROM
           MOVE PERIOD-TO TO PX-PERIOD-TO
           MOVE CUST-SALES(CUST-INDEX) TO PX-SALES
           MOVE CUST-CONTRACT-DISC(CUST-INDEX) TO PX-CONTRACT-DISCOUNT
           MOVE CUST-COST-OF-GOODS(CUST-INDEX) TO PX-COST-OF-GOODS
           MOVE CUST-RETURNS(CUST-INDEX) TO PX-RETURNS
           MOVE CUST-WRITEOFFS(CUST-INDEX) TO PX-WRITEOFFS
           MOVE CUST-COMMISSION(CUST-INDEX) TO PX-COMMISSION
           MOVE CUST-MARGIN(CUST-INDEX) TO PX-MARGIN
           MOVE CUST-MARGIN-PCT(CUST-INDEX) TO PX-MARGIN-PCT
           MOVE CUST-LOSS-FLAG(CUST-INDEX) TO PX-LOSS-FLAG
           WRITE PROFIT-EXTRACT-RECORD.

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

       END PROGRAM CUSTOMER-PROFIT.
