       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDER-REVIEW.
       AUTHOR. COBOL Education Project.
       DATE-WRITTEN. 2026.
       SECURITY. Confidential.
       *> ================================================================
       *> 発注点見直しプログラム（需要と調達リードタイムに基づく
       *> 商品マスタの発注点の再計算）
       *>
       *> このプログラムは次の4ステップを順に実行します：
       *>   1. 需要の集計 - 売上トランザクション（SALES.TRAN）の
       *>      うち、実行日から遡って集計日数（LOOKBACK、既定90日）
       *>      以内の売上数量を商品別に合計し、1日平均使用量を
       *>      求める（SALES.HISTは月別の金額集計のみで商品別の
       *>      数量を持たないため需要計算には使わない）
       *>   2. リードタイムの集計 - 発注ファイル（POFILE.DAT）の
       *>      完納発注（状態C）のうち発注日と入荷日が揃っている
       *>      ものから、商品別の平均・最大調達日数を求める（完納
       *>      発注の無い商品は既定日数DEFLEAD、既定14日を使う）
       *>   3. 発注点の提案 - 提案発注点＝1日平均使用量×平均調達
       *>      日数＋安全在庫。安全在庫＝1日平均使用量×（最大調達
       *>      日数－平均調達日数＋安全日数SAFETY、既定3日）。
       *>      現行値と並べて見直しレポート（REORDRPT.TXT）へ出力
       *>   4. 承認分の反映 - 発注点承認ファイル（REORDAPR.DAT）に
       *>      ある商品（ALLは提案のある全商品）の発注点を
       *>      PRODUCT.MASTへ書き戻し、変更前後の値を監査ログへ
       *>      記録する。承認ファイルは反映後REORDAPR.DONEへ退避。
       *>      書き戻した商品は変更前後のレコードイメージを変更
       *>      ジャーナル（CHGJRNL.DAT）へも追記する
       *> ================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           *> 商品マスタファイル（順次編成。承認分はREWRITEで
           *> 発注点のみを更新する）
           SELECT PRODUCT-MASTER
               ASSIGN TO 'PRODUCT.MAST'
               ORGANIZATION IS SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 売上トランザクションファイル（相対編成。需要の集計
           *> 元として先頭から順に読む）
           SELECT SALES-TRANSACTIONS
               ASSIGN TO 'SALES.TRAN'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 発注ファイル（COMPREHENSIVE-SAMPLEが保守する順次編成
           *> 固定長ファイル。リードタイム集計の参照のみ）
           SELECT PURCHASE-ORDER-FILE
               ASSIGN TO 'POFILE.DAT'
               ORGANIZATION IS SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 発注点見直し設定ファイル（1行1指示。LOOKBACK <日数> /
           *> SAFETY <日数> / DEFLEAD <日数> / OPERATOR <承認者ID>）
           SELECT REORDER-CONFIG-FILE
               ASSIGN TO 'REORDCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 発注点承認ファイル（1行1商品。反映後はREORDAPR.DONE
           *> へ退避して次回の提案が無承認で反映されるのを防ぐ）
           SELECT REORDER-APPROVAL-FILE
               ASSIGN TO 'REORDAPR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 発注点見直しレポートファイル
           SELECT REORDER-REPORT-FILE
               ASSIGN TO 'REORDRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 変更ジャーナル（COMPREHENSIVE-SAMPLE等の保守プログラム
           *> と共有。発注点を書き戻した商品の変更前後を追記する）
           SELECT CHANGE-JOURNAL-FILE
               ASSIGN TO 'CHGJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS JOURNAL-FILE-STATUS.

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

       *> 発注レコード構造（COMPREHENSIVE-SAMPLEの
       *> PURCHASE-ORDER-RECORDと同一項目）
       FD  PURCHASE-ORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PURCHASE-ORDER-RECORD.
           05  PO-NUMBER              PIC 9(8).
           05  PO-PRODUCT-ID          PIC X(10).
           05  PO-ORDER-QTY           PIC 9(5).
           05  PO-RECEIVED-QTY        PIC 9(5).
           05  PO-ORDER-DATE          PIC X(8).
           05  PO-EXPECTED-DATE       PIC X(8).
           05  PO-STATUS              PIC X(1).
           05  PO-VENDOR-ID           PIC 9(6).
           05  PO-UNIT-COST           PIC 9(5)V99.
           05  PO-RECEIPT-DATE        PIC X(8).
           05  FILLER                 PIC X(12).

       *> 発注点見直し設定レコード構造（MAINT.CTLと同じ1行1指示）
       FD  REORDER-CONFIG-FILE
           LABEL RECORDS ARE STANDARD.
       01  REORDER-CONFIG-RECORD.
           05  RC-CONTROL-TYPE        PIC X(10).
           05  RC-CONTROL-VALUE       PIC X(60).

       *> 発注点承認レコード構造（商品ID（ALL=提案のある全商品）・
       *> 承認値。承認値が空白なら提案値をそのまま採用する）
       FD  REORDER-APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  REORDER-APPROVAL-RECORD.
           05  RA-PRODUCT-ID          PIC X(10).
           05  FILLER                 PIC X(1).
           05  RA-APPROVED-VALUE      PIC X(5).

       FD  REORDER-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REORDER-REPORT-LINE        PIC X(132).

       *> 変更ジャーナルレコード（COMPREHENSIVE-SAMPLEの
       *> CHANGE-JOURNAL-RECORDと同一レイアウト）
       FD  CHANGE-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-JOURNAL-RECORD.
           05  CJ-TIMESTAMP           PIC X(16).
           05  FILLER                 PIC X(1).
           05  CJ-PROGRAM-ID          PIC X(8).
           05  FILLER                 PIC X(1).
           05  CJ-FILE-ID             PIC X(8).
           05  FILLER                 PIC X(1).
           05  CJ-ACTION              PIC X(1).
           05  FILLER                 PIC X(1).
           05  CJ-KEY                 PIC X(20).
           05  FILLER                 PIC X(1).
           05  CJ-OPERATOR            PIC X(8).
           05  FILLER                 PIC X(1).
           05  CJ-CORRELATION-ID      PIC X(24).
           05  FILLER                 PIC X(1).
           05  CJ-SEQUENCE            PIC 9(5).
           05  FILLER                 PIC X(1).
           05  CJ-IMAGE-LENGTH        PIC 9(3).
           05  FILLER                 PIC X(1).
           05  CJ-BEFORE-IMAGE        PIC X(200).
           05  FILLER                 PIC X(1).
           05  CJ-AFTER-IMAGE         PIC X(200).

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

       *> ================================================================
       *> ファイル制御変数
       *> ================================================================

       01  FILE-CONTROL-VARIABLES.
           05  FILE-STATUS             PIC X(2).
               88  FILE-STATUS-OK      VALUE '00'.
           05  EOF-FLAG                PIC X(1)     VALUE 'N'.
               88  EOF-REACHED         VALUE 'Y'.
               88  EOF-NOT-REACHED     VALUE 'N'.

       01  AUDIT-FILE-STATUS          PIC X(2).
       01  JOURNAL-FILE-STATUS        PIC X(2).
           88  JOURNAL-FILE-OK            VALUE '00'.

       *> 変更ジャーナルの作業領域
       01  JOURNAL-CONTROL.
           05  JRN-CORRELATION-ID     PIC X(24)    VALUE SPACES.
           *> この実行の相関ID（最初の記録時に採番）
           05  JRN-SEQUENCE           PIC 9(5)     VALUE 0.
           05  JRN-TIMESTAMP          PIC X(14).
           05  JRN-BEFORE-IMAGE       PIC X(200).

       01  AUDIT-CONTROL.
           05  AUDIT-PROGRAM-ID       PIC X(8)     VALUE 'REORDREV'.
           05  AUDIT-PARAGRAPH-ID     PIC X(30).
           05  AUDIT-USER-ID          PIC X(8)     VALUE 'BATCH'.
           05  AUDIT-OUTCOME          PIC X(1)     VALUE 'S'.
               88  AUDIT-SUCCESS          VALUE 'S'.
               88  AUDIT-FAILURE          VALUE 'F'.
           05  AUDIT-MESSAGE          PIC X(60).
           05  AUDIT-TIMESTAMP        PIC X(14).

       *> 監査ログ通番の採番状態（通番ファイル名と直前の通番）
       01  AUDIT-SEQ-FILENAME PIC X(40) VALUE SPACES.
       01  AUDIT-SEQUENCE PIC 9(7)  VALUE 0.

       *> ================================================================
       *> 見直しの設定値（REORDCTL.DATで変更する）
       *> ================================================================

       01  REORDER-SETTINGS.
           05  LOOKBACK-DAYS          PIC 9(3)     VALUE 90.
           *> 需要を集計する日数（実行日から遡る）
           05  SAFETY-DAYS            PIC 9(3)     VALUE 3.
           *> 安全在庫に上乗せする日数分の使用量
           05  DEFAULT-LEAD-DAYS      PIC 9(3)     VALUE 14.
           *> 完納発注の無い商品の調達日数（発注起票時の入荷予定
           *> 日数と同じ）

       *> ================================================================
       *> 商品別の見直しテーブル
       *> ================================================================

       01  REORDER-TABLE.
           05  RT-COUNT               PIC 9(3)     VALUE 0.
           05  RT-ENTRY OCCURS 1 TO 100 TIMES
                    DEPENDING ON RT-COUNT
                    INDEXED BY RT-INDEX.
               10  RT-PRODUCT-ID      PIC X(10).
               10  RT-PRODUCT-NAME    PIC X(30).
               10  RT-CURRENT-ROP     PIC 9(5).
               10  RT-UNITS-SOLD      PIC 9(7).
               10  RT-DAILY-USAGE     PIC 9(5)V999.
               10  RT-CLOSED-POS      PIC 9(3).
               10  RT-LEAD-TOTAL      PIC 9(7).
               10  RT-AVG-LEAD        PIC 9(3)V9.
               10  RT-MAX-LEAD        PIC 9(3).
               10  RT-SAFETY-STOCK    PIC 9(5).
               10  RT-PROPOSED-ROP    PIC 9(5).
               10  RT-APPROVED-ROP    PIC 9(5).
               10  RT-APPROVED-FLAG   PIC X(1).
                   88  RT-APPROVED    VALUE 'Y'.

       *> ================================================================
       *> 計算の作業領域
       *> ================================================================

       01  REORDER-WORK.
           05  RUN-TODAY              PIC X(8).
           05  TODAY-INT              PIC 9(7)     VALUE 0.
           05  WINDOW-START-INT       PIC 9(7)     VALUE 0.
           05  SALE-DATE-INT          PIC 9(7)     VALUE 0.
           05  LEAD-DAYS-WORK         PIC S9(5)    VALUE 0.
           05  ROP-WORK               PIC 9(7)V999 VALUE 0.
           05  SAFETY-WORK            PIC 9(7)V999 VALUE 0.
           05  ROP-FOUND              PIC X(1).
           05  APPROVE-ALL-SWITCH     PIC X(1)     VALUE 'N'.
               88  APPROVE-ALL        VALUE 'Y'.
           05  SALES-READ             PIC 9(7)     VALUE 0.
           05  SALES-IN-WINDOW        PIC 9(7)     VALUE 0.
           05  POS-USED               PIC 9(5)     VALUE 0.
           05  PROPOSALS-CHANGED      PIC 9(3)     VALUE 0.
           05  APPROVALS-READ         PIC 9(3)     VALUE 0.
           05  APPROVALS-UNKNOWN      PIC 9(3)     VALUE 0.
           05  ROP-UPDATED            PIC 9(3)     VALUE 0.
           05  ROP-FAILED             PIC 9(3)     VALUE 0.
           05  APPROVALS-LOADED-SWITCH PIC X(1)    VALUE 'N'.
               88  APPROVALS-LOADED   VALUE 'Y'.
           05  FEED-MOVE-COMMAND      PIC X(40).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '====================================='
           DISPLAY 'Reorder Point Review'
           DISPLAY '====================================='

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-TODAY
           COMPUTE TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RUN-TODAY))

           PERFORM LOAD-REORDER-CONFIG

           PERFORM LOAD-PRODUCT-TABLE
           IF RT-COUNT = 0
               DISPLAY 'No products on PRODUCT.MAST - nothing to '
                   'review'
               MOVE 'MAIN-PROCEDURE' TO AUDIT-PARAGRAPH-ID
               MOVE 'F' TO AUDIT-OUTCOME
               MOVE 'Product master empty or missing'
                   TO AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF

           PERFORM ACCUMULATE-PRODUCT-DEMAND

           PERFORM ACCUMULATE-LEAD-TIMES

           PERFORM COMPUTE-PROPOSALS

           PERFORM LOAD-REORDER-APPROVALS

           PERFORM WRITE-REORDER-REPORT

           IF ROP-UPDATED > 0
               PERFORM APPLY-APPROVED-REORDER-POINTS
           ELSE
               *> 反映する承認が無い場合も承認ファイルは処理済み
               IF APPROVALS-LOADED
                   PERFORM RETIRE-REORDER-APPROVALS
               END-IF
           END-IF

           DISPLAY 'Products reviewed:      ' RT-COUNT
           DISPLAY 'Proposals changed:      ' PROPOSALS-CHANGED
           DISPLAY 'Reorder points updated: ' ROP-UPDATED
           DISPLAY '====================================='

           MOVE 'MAIN-PROCEDURE' TO AUDIT-PARAGRAPH-ID
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE SPACES TO AUDIT-MESSAGE
           STRING 'Reorder review completed, updated '
                      DELIMITED BY SIZE
                  ROP-UPDATED DELIMITED BY SIZE
               INTO AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG

           STOP RUN.

       LOAD-REORDER-CONFIG.
           *> 見直し設定の読み込み（ファイルが無い場合は既定値）
           OPEN INPUT REORDER-CONFIG-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ REORDER-CONFIG-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-REORDER-CONFIG-RECORD
               END-READ
           END-PERFORM
           CLOSE REORDER-CONFIG-FILE
           MOVE 'N' TO EOF-FLAG
           IF LOOKBACK-DAYS = 0
               MOVE 90 TO LOOKBACK-DAYS
           END-IF.

       PARSE-REORDER-CONFIG-RECORD.
           *> 設定指示1行分の解釈
           EVALUATE RC-CONTROL-TYPE
               WHEN 'LOOKBACK'
                   UNSTRING RC-CONTROL-VALUE DELIMITED BY SPACE
                       INTO LOOKBACK-DAYS
                   END-UNSTRING
               WHEN 'SAFETY'
                   UNSTRING RC-CONTROL-VALUE DELIMITED BY SPACE
                       INTO SAFETY-DAYS
                   END-UNSTRING
               WHEN 'DEFLEAD'
                   UNSTRING RC-CONTROL-VALUE DELIMITED BY SPACE
                       INTO DEFAULT-LEAD-DAYS
                   END-UNSTRING
               WHEN 'OPERATOR'
                   UNSTRING RC-CONTROL-VALUE DELIMITED BY SPACE
                       INTO AUDIT-USER-ID
                   END-UNSTRING
               WHEN OTHER
                   DISPLAY 'Unrecognized reorder config type: '
                       RC-CONTROL-TYPE
           END-EVALUATE.

       LOAD-PRODUCT-TABLE.
           *> 商品マスタから商品ID・名称・現行発注点を読み込む
           MOVE 0 TO RT-COUNT
           OPEN INPUT PRODUCT-MASTER
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ PRODUCT-MASTER
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF RT-COUNT < 100
                           ADD 1 TO RT-COUNT
                           SET RT-INDEX TO RT-COUNT
                           MOVE PM-PRODUCT-ID
                               TO RT-PRODUCT-ID(RT-INDEX)
                           MOVE PM-PRODUCT-NAME
                               TO RT-PRODUCT-NAME(RT-INDEX)
                           MOVE PM-REORDER-POINT
                               TO RT-CURRENT-ROP(RT-INDEX)
                           MOVE 0 TO RT-UNITS-SOLD(RT-INDEX)
                           MOVE 0 TO RT-DAILY-USAGE(RT-INDEX)
                           MOVE 0 TO RT-CLOSED-POS(RT-INDEX)
                           MOVE 0 TO RT-LEAD-TOTAL(RT-INDEX)
                           MOVE 0 TO RT-AVG-LEAD(RT-INDEX)
                           MOVE 0 TO RT-MAX-LEAD(RT-INDEX)
                           MOVE 0 TO RT-SAFETY-STOCK(RT-INDEX)
                           MOVE 0 TO RT-PROPOSED-ROP(RT-INDEX)
                           MOVE 0 TO RT-APPROVED-ROP(RT-INDEX)
                           MOVE 'N' TO RT-APPROVED-FLAG(RT-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-MASTER
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'Products loaded: ' RT-COUNT.

       *> ================================================================
       *> ステップ1：需要の集計
       *> ================================================================

       ACCUMULATE-PRODUCT-DEMAND.
           *> 集計期間内の売上数量を商品別に合計する
           COMPUTE WINDOW-START-INT = TODAY-INT - LOOKBACK-DAYS + 1
           OPEN INPUT SALES-TRANSACTIONS
           IF NOT FILE-STATUS-OK
               DISPLAY 'No sales transactions - demand is zero for '
                   'all products'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ SALES-TRANSACTIONS NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO SALES-READ
                       PERFORM ACCUMULATE-ONE-SALE
               END-READ
           END-PERFORM
           CLOSE SALES-TRANSACTIONS
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'Sales read: ' SALES-READ
               ' in window: ' SALES-IN-WINDOW.

       ACCUMULATE-ONE-SALE.
           IF TRANSACTION-DATE IS NOT NUMERIC
               OR QUANTITY IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE SALE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(TRANSACTION-DATE))
           IF SALE-DATE-INT < WINDOW-START-INT
               OR SALE-DATE-INT > TODAY-INT
               EXIT PARAGRAPH
           END-IF
           SET RT-INDEX TO 1
           SEARCH RT-ENTRY
               AT END
                   CONTINUE
               WHEN RT-PRODUCT-ID(RT-INDEX) = PRODUCT-CODE
                   ADD QUANTITY TO RT-UNITS-SOLD(RT-INDEX)
                   ADD 1 TO SALES-IN-WINDOW
           END-SEARCH.

       *> ================================================================
       *> ステップ2：リードタイムの集計
       *> ================================================================

       ACCUMULATE-LEAD-TIMES.
           *> 完納発注の発注日から入荷日までの日数を商品別に集計
           *> する（入荷日の無い旧形式の発注は対象外）
           OPEN INPUT PURCHASE-ORDER-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'No purchase order file - default lead time '
                   'used for all products'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ PURCHASE-ORDER-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF PO-STATUS = 'C'
                           AND PO-ORDER-DATE IS NUMERIC
                           AND PO-RECEIPT-DATE IS NUMERIC
                           PERFORM ACCUMULATE-ONE-LEAD-TIME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PURCHASE-ORDER-FILE
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'Closed POs used for lead time: ' POS-USED.

       ACCUMULATE-ONE-LEAD-TIME.
           COMPUTE LEAD-DAYS-WORK =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(PO-RECEIPT-DATE))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(PO-ORDER-DATE))
           IF LEAD-DAYS-WORK < 0
               EXIT PARAGRAPH
           END-IF
           SET RT-INDEX TO 1
           SEARCH RT-ENTRY
               AT END
                   CONTINUE
               WHEN RT-PRODUCT-ID(RT-INDEX) = PO-PRODUCT-ID
                   ADD 1 TO POS-USED
                   ADD 1 TO RT-CLOSED-POS(RT-INDEX)
                   ADD LEAD-DAYS-WORK TO RT-LEAD-TOTAL(RT-INDEX)
                   IF LEAD-DAYS-WORK > RT-MAX-LEAD(RT-INDEX)
                       MOVE LEAD-DAYS-WORK TO RT-MAX-LEAD(RT-INDEX)
                   END-IF
           END-SEARCH.

       *> ================================================================
       *> ステップ3：発注点の提案
       *> ================================================================

       COMPUTE-PROPOSALS.
           PERFORM VARYING RT-INDEX FROM 1 BY 1
                   UNTIL RT-INDEX > RT-COUNT
               PERFORM COMPUTE-ONE-PROPOSAL
           END-PERFORM.

       COMPUTE-ONE-PROPOSAL.
           *> 1日平均使用量・平均調達日数から提案発注点を求める
           *> （端数は欠品を避けるため切り上げる）
           COMPUTE RT-DAILY-USAGE(RT-INDEX) ROUNDED =
               RT-UNITS-SOLD(RT-INDEX) / LOOKBACK-DAYS

           IF RT-CLOSED-POS(RT-INDEX) > 0
               COMPUTE RT-AVG-LEAD(RT-INDEX) ROUNDED =
                   RT-LEAD-TOTAL(RT-INDEX) / RT-CLOSED-POS(RT-INDEX)
           ELSE
               MOVE DEFAULT-LEAD-DAYS TO RT-AVG-LEAD(RT-INDEX)
               MOVE DEFAULT-LEAD-DAYS TO RT-MAX-LEAD(RT-INDEX)
           END-IF

           COMPUTE SAFETY-WORK =
               RT-DAILY-USAGE(RT-INDEX)
               * (RT-MAX-LEAD(RT-INDEX) - RT-AVG-LEAD(RT-INDEX)
                  + SAFETY-DAYS)
           COMPUTE ROP-WORK =
               RT-DAILY-USAGE(RT-INDEX) * RT-AVG-LEAD(RT-INDEX)
               + SAFETY-WORK

           COMPUTE RT-SAFETY-STOCK(RT-INDEX) = SAFETY-WORK + 0.999
           IF ROP-WORK + 0.999 > 99999
               MOVE 99999 TO RT-PROPOSED-ROP(RT-INDEX)
           ELSE
               COMPUTE RT-PROPOSED-ROP(RT-INDEX) = ROP-WORK + 0.999
           END-IF

           IF RT-PROPOSED-ROP(RT-INDEX)
                   NOT = RT-CURRENT-ROP(RT-INDEX)
               ADD 1 TO PROPOSALS-CHANGED
           END-IF.

       *> ================================================================
       *> ステップ4：承認分の反映
       *> ================================================================

       LOAD-REORDER-APPROVALS.
           *> 承認ファイルの読み込み（無い場合は見直しレポートの
           *> 出力のみで商品マスタは変更しない）
           OPEN INPUT REORDER-APPROVAL-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'No reorder approvals this run - review '
                   'report only'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ REORDER-APPROVAL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO APPROVALS-READ
                       PERFORM STORE-ONE-APPROVAL
               END-READ
           END-PERFORM
           CLOSE REORDER-APPROVAL-FILE
           MOVE 'N' TO EOF-FLAG
           MOVE 'Y' TO APPROVALS-LOADED-SWITCH

           *> ALLは提案値が現行値と異なる全商品を承認する
           IF APPROVE-ALL
               PERFORM VARYING RT-INDEX FROM 1 BY 1
                       UNTIL RT-INDEX > RT-COUNT
                   IF NOT RT-APPROVED(RT-INDEX)
                       MOVE 'Y' TO RT-APPROVED-FLAG(RT-INDEX)
                       MOVE RT-PROPOSED-ROP(RT-INDEX)
                           TO RT-APPROVED-ROP(RT-INDEX)
                   END-IF
               END-PERFORM
           END-IF

           *> 現行値と同じ承認は反映対象から外す
           PERFORM VARYING RT-INDEX FROM 1 BY 1
                   UNTIL RT-INDEX > RT-COUNT
               IF RT-APPROVED(RT-INDEX)
                   IF RT-APPROVED-ROP(RT-INDEX)
                           = RT-CURRENT-ROP(RT-INDEX)
                       MOVE 'N' TO RT-APPROVED-FLAG(RT-INDEX)
                   ELSE
                       ADD 1 TO ROP-UPDATED
                   END-IF
               END-IF
           END-PERFORM

           IF APPROVALS-UNKNOWN > 0
               MOVE 'LOAD-REORDER-APPROVALS' TO AUDIT-PARAGRAPH-ID
               MOVE 'F' TO AUDIT-OUTCOME
               MOVE 'Reorder approval for unknown product ignored'
                   TO AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       STORE-ONE-APPROVAL.
           *> 承認1行分を見直しテーブルへ反映する（承認値が数字で
           *> あれば提案値に代えて採用する）
           IF RA-PRODUCT-ID = 'ALL'
               MOVE 'Y' TO APPROVE-ALL-SWITCH
               EXIT PARAGRAPH
           END-IF
           SET RT-INDEX TO 1
           SEARCH RT-ENTRY
               AT END
                   ADD 1 TO APPROVALS-UNKNOWN
                   DISPLAY 'Approval for unknown product: '
                       RA-PRODUCT-ID
               WHEN RT-PRODUCT-ID(RT-INDEX) = RA-PRODUCT-ID
                   MOVE 'Y' TO RT-APPROVED-FLAG(RT-INDEX)
                   IF RA-APPROVED-VALUE IS NUMERIC
                       MOVE RA-APPROVED-VALUE
                           TO RT-APPROVED-ROP(RT-INDEX)
                   ELSE
                       MOVE RT-PROPOSED-ROP(RT-INDEX)
                           TO RT-APPROVED-ROP(RT-INDEX)
                   END-IF
           END-SEARCH.

       WRITE-REORDER-REPORT.
           *> 見直しレポート（商品別の需要・調達日数・現行値・提案値。
           *> 承認済みの行は反映値を併記する）
           OPEN OUTPUT REORDER-REPORT-FILE
           MOVE SPACES TO REORDER-REPORT-LINE
           STRING 'REORDER POINT REVIEW AS OF ' DELIMITED BY SIZE
                  RUN-TODAY DELIMITED BY SIZE
                  '  LOOKBACK ' DELIMITED BY SIZE
                  LOOKBACK-DAYS DELIMITED BY SIZE
                  ' DAYS  SAFETY ' DELIMITED BY SIZE
                  SAFETY-DAYS DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
               INTO REORDER-REPORT-LINE
           END-STRING
           WRITE REORDER-REPORT-LINE
           MOVE SPACES TO REORDER-REPORT-LINE
           STRING 'PRODUCT    SOLD    DAILY    POS AVGLT  MAXLT '
                      DELIMITED BY SIZE
                  'SAFETY  CURRENT  PROP  APPROVED'
                      DELIMITED BY SIZE
               INTO REORDER-REPORT-LINE
           END-STRING
           WRITE REORDER-REPORT-LINE

           PERFORM VARYING RT-INDEX FROM 1 BY 1
                   UNTIL RT-INDEX > RT-COUNT
               MOVE SPACES TO REORDER-REPORT-LINE
               STRING RT-PRODUCT-ID(RT-INDEX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      RT-UNITS-SOLD(RT-INDEX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      RT-DAILY-USAGE(RT-INDEX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      RT-CLOSED-POS(RT-INDEX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      RT-AVG-LEAD(RT-INDEX) DELIMITED BY SIZE
                      '   ' DELIMITED BY SIZE
                      RT-MAX-LEAD(RT-INDEX) DELIMITED BY SIZE
                      '   ' DELIMITED BY SIZE
                      RT-SAFETY-STOCK(RT-INDEX) DELIMITED BY SIZE
                      '   ' DELIMITED BY SIZE
                      RT-CURRENT-ROP(RT-INDEX) DELIMITED BY SIZE
                      '    ' DELIMITED BY SIZE
                      RT-PROPOSED-ROP(RT-INDEX) DELIMITED BY SIZE
                   INTO REORDER-REPORT-LINE
               END-STRING
               IF RT-APPROVED(RT-INDEX)
                   MOVE RT-APPROVED-ROP(RT-INDEX)
                       TO REORDER-REPORT-LINE(69:5)
               END-IF
               IF RT-CLOSED-POS(RT-INDEX) = 0
                   MOVE '(default lead time)'
                       TO REORDER-REPORT-LINE(78:19)
               END-IF
               WRITE REORDER-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REORDER-REPORT-LINE
           STRING 'Products reviewed: ' DELIMITED BY SIZE
                  RT-COUNT DELIMITED BY SIZE
                  '  Proposals differing from current: '
                      DELIMITED BY SIZE
                  PROPOSALS-CHANGED DELIMITED BY SIZE
                  '  Approved for update: ' DELIMITED BY SIZE
                  ROP-UPDATED DELIMITED BY SIZE
               INTO REORDER-REPORT-LINE
           END-STRING
           WRITE REORDER-REPORT-LINE
           CLOSE REORDER-REPORT-FILE
           DISPLAY 'Reorder review written to REORDRPT.TXT'.

       APPLY-APPROVED-REORDER-POINTS.
           *> 承認済みの発注点を商品マスタへ書き戻す（他の項目は
           *> 変えずにREWRITEする）。変更前後の値を監査ログへ記録。
           *> 全件を書き戻せた場合だけ承認ファイルを退避し、開けない
           *> ・書き戻せない場合は再実行できるよう残す
           OPEN I-O PRODUCT-MASTER
           IF NOT FILE-STATUS-OK
               DISPLAY 'PRODUCT.MAST could not be opened for update '
                   '- REORDAPR.DAT kept for rerun'
               MOVE 'APPLY-APPROVED-REORDER-POINTS'
                   TO AUDIT-PARAGRAPH-ID
               MOVE 'F' TO AUDIT-OUTCOME
               MOVE 'PRODUCT.MAST could not be opened for update'
                   TO AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
               MOVE 0 TO ROP-UPDATED
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ PRODUCT-MASTER
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM APPLY-ONE-REORDER-POINT
               END-READ
           END-PERFORM
           CLOSE PRODUCT-MASTER
           MOVE 'N' TO EOF-FLAG

           IF ROP-FAILED > 0
               SUBTRACT ROP-FAILED FROM ROP-UPDATED
               DISPLAY ROP-FAILED ' reorder point(s) not updated '
                   '- REORDAPR.DAT kept for rerun'
           ELSE
               PERFORM RETIRE-REORDER-APPROVALS
           END-IF.

       RETIRE-REORDER-APPROVALS.
           *> 処理済みの承認ファイルを退避して、次回の提案が無承認で
           *> 反映されるのを防ぐ
           MOVE 'mv REORDAPR.DAT REORDAPR.DONE' TO FEED-MOVE-COMMAND
           CALL 'SYSTEM' USING FEED-MOVE-COMMAND.

       APPLY-ONE-REORDER-POINT.
           SET RT-INDEX TO 1
           SEARCH RT-ENTRY
               AT END
                   CONTINUE
               WHEN RT-PRODUCT-ID(RT-INDEX) = PM-PRODUCT-ID
                   IF RT-APPROVED(RT-INDEX)
                       MOVE PRODUCT-MASTER-RECORD TO JRN-BEFORE-IMAGE
                       MOVE RT-APPROVED-ROP(RT-INDEX)
                           TO PM-REORDER-POINT
                       MOVE RUN-TODAY TO PM-LAST-CHANGED
                       REWRITE PRODUCT-MASTER-RECORD
                       MOVE 'APPLY-ONE-REORDER-POINT'
                           TO AUDIT-PARAGRAPH-ID
                       MOVE SPACES TO AUDIT-MESSAGE
                       IF FILE-STATUS-OK
                           PERFORM WRITE-CHANGE-JOURNAL
                           MOVE 'S' TO AUDIT-OUTCOME
                           STRING 'Reorder point ' DELIMITED BY SIZE
                                  PM-PRODUCT-ID DELIMITED BY SPACE
                                  ' ' DELIMITED BY SIZE
                                  RT-CURRENT-ROP(RT-INDEX)
                                      DELIMITED BY SIZE
                                  ' -> ' DELIMITED BY SIZE
                                  RT-APPROVED-ROP(RT-INDEX)
                                      DELIMITED BY SIZE
                               INTO AUDIT-MESSAGE
                           END-STRING
                       ELSE
                           ADD 1 TO ROP-FAILED
                           DISPLAY 'Reorder point not updated for '
                               PM-PRODUCT-ID ' (status '
                               FILE-STATUS ')'
                           MOVE 'F' TO AUDIT-OUTCOME
                           STRING 'Reorder point update failed '
                                      DELIMITED BY SIZE
                                  PM-PRODUCT-ID DELIMITED BY SPACE
                                  ' status ' DELIMITED BY SIZE
                                  FILE-STATUS DELIMITED BY SIZE
                               INTO AUDIT-MESSAGE
                           END-STRING
                       END-IF
                       PERFORM WRITE-AUDIT-LOG
                   END-IF
           END-SEARCH.

       WRITE-CHANGE-JOURNAL.
           *> 書き戻した商品1件の変更前後を変更ジャーナルへ追記する
           *> （相関IDは実行ごとに最初の記録時に採番する。ファイルが
           *> 無ければOUTPUTで新規作成する）
           IF JRN-CORRELATION-ID = SPACES
               MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
               STRING AUDIT-PROGRAM-ID DELIMITED BY SPACE
                      '-' DELIMITED BY SIZE
                      JRN-TIMESTAMP DELIMITED BY SIZE
                   INTO JRN-CORRELATION-ID
               END-STRING
           END-IF
           ADD 1 TO JRN-SEQUENCE

           MOVE SPACES TO CHANGE-JOURNAL-RECORD
           MOVE FUNCTION CURRENT-DATE(1:16) TO CJ-TIMESTAMP
           MOVE AUDIT-PROGRAM-ID TO CJ-PROGRAM-ID
           MOVE 'PRODMAST' TO CJ-FILE-ID
           MOVE 'C' TO CJ-ACTION
           MOVE PM-PRODUCT-ID TO CJ-KEY
           MOVE AUDIT-USER-ID TO CJ-OPERATOR
           MOVE JRN-CORRELATION-ID TO CJ-CORRELATION-ID
           MOVE JRN-SEQUENCE TO CJ-SEQUENCE
           MOVE 197 TO CJ-IMAGE-LENGTH
           MOVE JRN-BEFORE-IMAGE TO CJ-BEFORE-IMAGE
           MOVE PRODUCT-MASTER-RECORD TO CJ-AFTER-IMAGE

           OPEN EXTEND CHANGE-JOURNAL-FILE
           IF NOT JOURNAL-FILE-OK
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF
           WRITE CHANGE-JOURNAL-RECORD
           CLOSE CHANGE-JOURNAL-FILE.

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

       END PROGRAM REORDER-REVIEW.
