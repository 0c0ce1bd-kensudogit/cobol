       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-REVIEW.
       AUTHOR. COBOL Education Project.
       DATE-WRITTEN. 2026.
       SECURITY. Confidential.
       *> ================================================================
       *> 与信見直しプログラム（四半期の信用スコアと推奨限度額）
       *>
       *> このプログラムは次の5ステップを順に実行します：
       *>   1. 顧客の読み込み - 顧客マスタの全顧客と現在の信用
       *>      限度額をテーブルへ読み込む
       *>   2. 支払実績 - 入金履歴（ARRCPTH.DAT）から見直し期間内の
       *>      入金の平均支払日数（入金日－支払期日）、督促履歴
       *>      （DUNHIST.DAT）から督促状の件数と2回目以降への
       *>      引き上げ件数、償却明細（ARWODTL.DAT）から償却額を
       *>      顧客別に集計する
       *>   3. 最大与信残高 - AROPEN.DATの請求（請求日に増加）と
       *>      入金充当（入金履歴の最終入金日、履歴が無ければ支払
       *>      期日に減少）を顧客・日付順にソートして残高の推移を
       *>      再現し、見直し期間内の最大残高を求める
       *>   4. スコアと推奨限度額 - 100点から支払遅延・督促の
       *>      引き上げ・償却・限度額超過を減点してスコアと格付
       *>      （A～D）を求め、格付と最大残高から推奨限度額を
       *>      求める。与信担当者向けのレポートをCREDREV.TXTへ、
       *>      限度額を変更する推奨をCREDREC.DATへ出力する
       *>   5. 承認分の反映 - CREDCTL.DATにAPPLY Yがある実行では
       *>      見直しを行わず、CREDREC.DATのうち与信担当者が承認
       *>      （先頭をY）した推奨をCREDITLIM指示としてMAINT.CTL
       *>      へ追記し、適用済み（A）にする。限度額の変更は通常の
       *>      顧客マスタ保守（COMPREHENSIVE-SAMPLE）で反映される
       *>
       *> 処理日・見直し期間（既定365日）はCREDCTL.DATのRUNDATE／
       *> LOOKBACK指示で指定する。
       *> ================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           *> 顧客マスタファイル（信用限度額の参照のみ）
           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CUSTOMER.MAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               STATUS IS FILE-STATUS.

           *> オープン請求書ファイル（参照のみ）
           SELECT AR-OPEN-FILE
               ASSIGN TO 'AROPEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-INVOICE-ID
               STATUS IS FILE-STATUS.

           *> 入金履歴ファイル（ACCOUNTS-RECEIVABLEが追記する）
           SELECT RECEIPT-HISTORY-FILE
               ASSIGN TO 'ARRCPTH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 督促履歴ファイル（ACCOUNTS-RECEIVABLEが追記する）
           SELECT DUNNING-HISTORY-FILE
               ASSIGN TO 'DUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 償却・調整の顧客別明細（ACCOUNTS-RECEIVABLEが追記する）
           SELECT WRITEOFF-DETAIL-FILE
               ASSIGN TO 'ARWODTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 実行指示ファイル（RUNDATE／LOOKBACK／APPLY／OPERATOR）
           SELECT REVIEW-CONTROL-FILE
               ASSIGN TO 'CREDCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 与信見直しレポート（与信担当者向け）
           SELECT REVIEW-REPORT-FILE
               ASSIGN TO 'CREDREV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 限度額変更の推奨ファイル（承認欄付き）
           SELECT RECOMMENDATION-FILE
               ASSIGN TO 'CREDREC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 顧客マスタ保守指示ファイル（承認分をCREDITLIM指示と
           *> して追記する）
           SELECT MAINTENANCE-CONTROL-FILE
               ASSIGN TO 'MAINT.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 与信残高の推移再現用のソートファイル
           SELECT EXPOSURE-SORT-FILE
               ASSIGN TO 'CREDSORT.DAT'.

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
               88  AR-ITEM-OPEN       VALUE 'O'.
               88  AR-ITEM-CREDIT     VALUE 'C'.
           05  AR-DUE-DATE            PIC X(8).
           05  AR-ORIG-INVOICE        PIC 9(8).
           05  AR-CURRENCY-CODE       PIC X(3).
           05  AR-LOCAL-AMOUNT        PIC 9(9)V99.

       *> 入金履歴レコード構造（ACCOUNTS-RECEIVABLEの
       *> RECEIPT-HISTORY-RECORDと同一）
       FD  RECEIPT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECEIPT-HISTORY-RECORD.
           05  RH-RECEIPT-DATE        PIC X(8).
           05  FILLER                 PIC X(1).
           05  RH-CUSTOMER-ID         PIC 9(7).
           05  FILLER                 PIC X(1).
           05  RH-INVOICE-ID          PIC 9(8).
           05  FILLER                 PIC X(1).
           05  RH-AMOUNT              PIC 9(7)V99.
           05  FILLER                 PIC X(1).
           05  RH-DUE-DATE            PIC X(8).

       *> 督促履歴レコード構造（ACCOUNTS-RECEIVABLEの
       *> DUNNING-HISTORY-RECORDと同一）
       FD  DUNNING-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUNNING-HISTORY-RECORD.
           05  DH-CUSTOMER-ID         PIC 9(7).
           05  FILLER                 PIC X(1).
           05  DH-LEVEL               PIC 9(1).
           05  FILLER                 PIC X(1).
           05  DH-SENT-DATE           PIC X(8).

       *> 償却・調整明細レコード構造（ACCOUNTS-RECEIVABLEの
       *> WRITEOFF-DETAIL-RECORDと同一）
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

       *> 実行指示（種別10桁＋値）
       FD  REVIEW-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-CONTROL-RECORD.
           05  RC-CONTROL-TYPE        PIC X(10).
           05  RC-CONTROL-VALUE       PIC X(70).

       FD  REVIEW-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-REPORT-LINE         PIC X(132).

       *> 限度額変更の推奨レコード構造（承認欄・顧客・現行限度額・
       *> 推奨限度額・スコア・格付・見直し日。承認欄はN=未承認、
       *> Y=承認（与信担当者が書き換える）、A=MAINT.CTLへ反映済み）
       FD  RECOMMENDATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECOMMENDATION-RECORD.
           05  REC-ACCEPT-FLAG        PIC X(1).
           05  FILLER                 PIC X(1).
           05  REC-CUSTOMER-ID        PIC 9(7).
           05  FILLER                 PIC X(1).
           05  REC-CURRENT-LIMIT      PIC 9(8).
           05  FILLER                 PIC X(1).
           05  REC-NEW-LIMIT          PIC 9(8).
           05  FILLER                 PIC X(1).
           05  REC-SCORE              PIC 9(3).
           05  FILLER                 PIC X(1).
           05  REC-GRADE              PIC X(1).
           05  FILLER                 PIC X(1).
           05  REC-REVIEW-DATE        PIC X(8).

       *> 顧客マスタ保守指示レコード構造（COMPREHENSIVE-SAMPLEの
       *> MAINTENANCE-CONTROL-RECORDと同一）
       FD  MAINTENANCE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINTENANCE-CONTROL-RECORD.
           05  MAINT-CONTROL-TYPE     PIC X(10).
           05  MAINT-CONTROL-VALUE    PIC X(60).

       *> 与信残高の増減イベント（顧客・日付・区分の順に並べる。
       *> 同日は減少（1）を増加（2）より先に処理する）
       SD  EXPOSURE-SORT-FILE.
       01  EXPOSURE-SORT-RECORD.
           05  ES-CUSTOMER-ID         PIC 9(7).
           05  ES-EVENT-DATE          PIC X(8).
           05  ES-EVENT-TYPE          PIC X(1).
           05  ES-AMOUNT              PIC 9(7)V99.

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
           05  AUDIT-PROGRAM-ID       PIC X(8)     VALUE 'CREDREV'.
           05  AUDIT-PARAGRAPH-ID     PIC X(30).
           05  AUDIT-USER-ID          PIC X(8)     VALUE 'BATCH'.
           05  AUDIT-OUTCOME          PIC X(1)     VALUE 'S'.
           05  AUDIT-MESSAGE          PIC X(60).
           05  AUDIT-TIMESTAMP        PIC X(14).

       *> 監査ログ通番の採番状態（通番ファイル名と直前の通番）
       01  AUDIT-SEQ-FILENAME PIC X(40) VALUE SPACES.
       01  AUDIT-SEQUENCE PIC 9(7)  VALUE 0.

       01  REVIEW-CONTROL.
           05  RUN-DATE               PIC X(8)     VALUE SPACES.
           05  RUN-DATE-NUM REDEFINES RUN-DATE PIC 9(8).
           05  LOOKBACK-DAYS          PIC 9(4)     VALUE 365.
           05  WINDOW-START           PIC 9(8)     VALUE 0.
           *> 見直し期間の開始日（処理日－見直し日数）
           05  WINDOW-START-X REDEFINES WINDOW-START PIC X(8).
           05  APPLY-SWITCH           PIC X(1)     VALUE 'N'.
               88  APPLY-ACCEPTED-ONLY VALUE 'Y'.

       *> 減点の重み（スコアは100点から減点、下限0点）
       01  SCORING-WEIGHTS.
           05  LATE-DAY-PENALTY       PIC 9(2)     VALUE 2.
           *> 平均支払遅延1日あたりの減点
           05  LATE-PENALTY-CAP       PIC 9(3)     VALUE 40.
           05  ESCALATION-PENALTY     PIC 9(2)     VALUE 10.
           *> 2回目以降の督促状1件あたりの減点
           05  ESCALATION-PENALTY-CAP PIC 9(3)     VALUE 30.
           05  WRITEOFF-PENALTY       PIC 9(2)     VALUE 15.
           *> 償却がある場合の減点
           05  WRITEOFF-HEAVY-PENALTY PIC 9(2)     VALUE 10.
           *> 償却額が期間内請求額の5％を超える場合の追加減点
           05  OVER-LIMIT-PENALTY     PIC 9(2)     VALUE 15.
           *> 最大残高が限度額を超えた場合の減点
           05  NEAR-LIMIT-PENALTY     PIC 9(2)     VALUE 5.
           *> 最大残高が限度額の90％を超えた場合の減点

       *> 顧客別の見直しテーブル（顧客マスタのキー順）
       01  REVIEW-TABLE.
           05  RV-COUNT               PIC 9(4)     VALUE 0.
           05  RV-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON RV-COUNT
                    ASCENDING KEY IS RV-CUSTOMER-ID
                    INDEXED BY RV-INDEX.
               10  RV-CUSTOMER-ID     PIC 9(7).
               10  RV-CUSTOMER-NAME   PIC X(30).
               10  RV-STATUS          PIC X(1).
               10  RV-CREDIT-LIMIT    PIC 9(8)V99.
               10  RV-PAY-DAYS-TOTAL  PIC S9(7).
               10  RV-PAY-COUNT       PIC 9(5).
               10  RV-AVG-DAYS-LATE   PIC S9(4).
               10  RV-LETTER-COUNT    PIC 9(3).
               10  RV-ESCALATIONS     PIC 9(3).
               10  RV-WRITEOFF-TOTAL  PIC 9(9)V99.
               10  RV-INVOICED-TOTAL  PIC 9(9)V99.
               10  RV-PEAK-EXPOSURE   PIC 9(9)V99.
               10  RV-OPEN-BALANCE    PIC 9(9)V99.
               10  RV-SCORE           PIC 9(3).
               10  RV-GRADE           PIC X(1).
               10  RV-RECOMMENDED     PIC 9(8)V99.
               10  RV-NOTE            PIC X(12).

       *> 請求書別の最終入金日（入金充当の日付の特定用）
       01  RECEIPT-DATE-TABLE.
           05  RD-COUNT               PIC 9(4)     VALUE 0.
           05  RD-ENTRY OCCURS 1 TO 5000 TIMES
                    DEPENDING ON RD-COUNT
                    INDEXED BY RD-INDEX.
               10  RD-INVOICE-ID      PIC 9(8).
               10  RD-LAST-DATE       PIC X(8).

       01  REVIEW-WORK.
           05  WORK-CUSTOMER-ID       PIC 9(7).
           05  CUSTOMER-FOUND         PIC X(1)     VALUE 'N'.
           05  PAY-DAYS               PIC S9(5)    VALUE 0.
           05  SETTLE-DATE            PIC X(8).
           05  SETTLE-AMOUNT          PIC 9(7)V99  VALUE 0.
           05  CURRENT-SORT-CUSTOMER  PIC 9(7)     VALUE 0.
           05  RUNNING-BALANCE        PIC S9(9)V99 VALUE 0.
           05  RUNNING-PEAK           PIC 9(9)V99  VALUE 0.
           05  SCORE-WORK             PIC S9(4)    VALUE 0.
           05  PENALTY-WORK           PIC 9(4)     VALUE 0.
           05  UTILISATION-PCT        PIC 9(5)     VALUE 0.
           05  LIMIT-WORK             PIC 9(9)V99  VALUE 0.
           05  LIMIT-THOUSANDS        PIC 9(6)     VALUE 0.
           05  LIMIT-FACTOR           PIC 9V99     VALUE 0.

       01  REVIEW-STATISTICS.
           05  CUSTOMERS-REVIEWED     PIC 9(5)     VALUE 0.
           05  INCREASES-RECOMMENDED  PIC 9(5)     VALUE 0.
           05  DECREASES-RECOMMENDED  PIC 9(5)     VALUE 0.
           05  RECOMMENDATIONS-APPLIED PIC 9(5)    VALUE 0.
           05  RECOMMENDATIONS-PENDING PIC 9(5)    VALUE 0.

       *> 承認分の反映用（CREDREC.DATの全行）
       01  ACCEPTANCE-TABLE.
           05  AC-COUNT               PIC 9(4)     VALUE 0.
           05  AC-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON AC-COUNT
                    INDEXED BY AC-INDEX.
               10  AC-RECORD          PIC X(50).

       01  REPORT-FIELDS.
           05  LIMIT-DISPLAY          PIC Z(7)9.
           05  NEW-LIMIT-DISPLAY      PIC Z(7)9.
           05  PEAK-DISPLAY           PIC Z(8)9.
           05  WRITEOFF-DISPLAY       PIC Z(6)9.
           05  DAYS-DISPLAY           PIC -ZZ9.
           05  UTIL-DISPLAY           PIC ZZZZ9.
           05  SCORE-DISPLAY          PIC ZZ9.
           05  LIMIT-TEXT             PIC X(8).
           05  NEW-LIMIT-TEXT         PIC X(8).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '====================================='
           DISPLAY 'Customer Credit Review'
           DISPLAY '====================================='

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           PERFORM LOAD-REVIEW-CONTROL

           IF APPLY-ACCEPTED-ONLY
               PERFORM APPLY-ACCEPTED-RECOMMENDATIONS
               STOP RUN
           END-IF

           COMPUTE WINDOW-START =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)
                   - LOOKBACK-DAYS)
           DISPLAY 'Review date: ' RUN-DATE
               '  window from: ' WINDOW-START

           PERFORM LOAD-CUSTOMERS
           IF RV-COUNT = 0
               DISPLAY 'No customers on master - review skipped'
               STOP RUN
           END-IF

           PERFORM ACCUMULATE-RECEIPT-HISTORY
           PERFORM ACCUMULATE-DUNNING-HISTORY
           PERFORM ACCUMULATE-WRITEOFF-HISTORY

           SORT EXPOSURE-SORT-FILE
               ON ASCENDING KEY ES-CUSTOMER-ID
                                ES-EVENT-DATE
                                ES-EVENT-TYPE
               INPUT PROCEDURE IS RELEASE-EXPOSURE-EVENTS
               OUTPUT PROCEDURE IS REPLAY-EXPOSURE-EVENTS

           PERFORM WRITE-REVIEW-OUTPUT

           DISPLAY 'Customers reviewed:     ' CUSTOMERS-REVIEWED
           DISPLAY 'Increases recommended:  ' INCREASES-RECOMMENDED
           DISPLAY 'Decreases recommended:  ' DECREASES-RECOMMENDED
           DISPLAY '====================================='

           MOVE 'MAIN-PROCEDURE' TO AUDIT-PARAGRAPH-ID
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE SPACES TO AUDIT-MESSAGE
           STRING 'Credit review ' DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  ' changes recommended ' DELIMITED BY SIZE
                  RECOMMENDATIONS-PENDING DELIMITED BY SIZE
               INTO AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG

           STOP RUN.

       LOAD-REVIEW-CONTROL.
           *> 実行指示の読み込み（ファイルが無い場合は当日・365日）
           OPEN INPUT REVIEW-CONTROL-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ REVIEW-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       EVALUATE RC-CONTROL-TYPE
                           WHEN 'RUNDATE'
                               UNSTRING RC-CONTROL-VALUE
                                       DELIMITED BY SPACE
                                   INTO RUN-DATE
                               END-UNSTRING
                           WHEN 'LOOKBACK'
                               UNSTRING RC-CONTROL-VALUE
                                       DELIMITED BY SPACE
                                   INTO LOOKBACK-DAYS
                               END-UNSTRING
                           WHEN 'APPLY'
                               UNSTRING RC-CONTROL-VALUE
                                       DELIMITED BY SPACE
                                   INTO APPLY-SWITCH
                               END-UNSTRING
                           WHEN 'OPERATOR'
                               UNSTRING RC-CONTROL-VALUE
                                       DELIMITED BY SPACE
                                   INTO AUDIT-USER-ID
                               END-UNSTRING
                           WHEN OTHER
                               DISPLAY 'Unrecognized review control '
                                   'type: ' RC-CONTROL-TYPE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE REVIEW-CONTROL-FILE
           MOVE 'N' TO EOF-FLAG
           IF RUN-DATE IS NOT NUMERIC
               DISPLAY 'Invalid RUNDATE - today used: ' RUN-DATE
               MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           END-IF
           IF LOOKBACK-DAYS = 0
               MOVE 365 TO LOOKBACK-DAYS
           END-IF.

       *> ================================================================
       *> ステップ1：顧客の読み込み
       *> ================================================================

       LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER
           IF NOT FILE-STATUS-OK
               DISPLAY 'Customer master not found'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF RV-COUNT < 2000
                           ADD 1 TO RV-COUNT
                           SET RV-INDEX TO RV-COUNT
                           INITIALIZE RV-ENTRY(RV-INDEX)
                           MOVE CM-CUSTOMER-ID
                               TO RV-CUSTOMER-ID(RV-INDEX)
                           MOVE CM-CUSTOMER-NAME
                               TO RV-CUSTOMER-NAME(RV-INDEX)
                           MOVE CM-CUSTOMER-STATUS
                               TO RV-STATUS(RV-INDEX)
                           MOVE CM-CREDIT-LIMIT
                               TO RV-CREDIT-LIMIT(RV-INDEX)
                       ELSE
                           DISPLAY 'Review table full - customer '
                               'skipped: ' CM-CUSTOMER-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'Customers loaded: ' RV-COUNT.

       FIND-REVIEW-ENTRY.
           *> WORK-CUSTOMER-IDの見直しテーブル行を求める
           MOVE 'N' TO CUSTOMER-FOUND
           SEARCH ALL RV-ENTRY
               WHEN RV-CUSTOMER-ID(RV-INDEX) = WORK-CUSTOMER-ID
                   MOVE 'Y' TO CUSTOMER-FOUND
           END-SEARCH.

       *> ================================================================
       *> ステップ2：支払実績（入金・督促・償却）
       *> ================================================================

       ACCUMULATE-RECEIPT-HISTORY.
           *> 見直し期間内の入金の支払日数（入金日－支払期日）を
           *> 顧客別に合計し、請求書別の最終入金日を記録する
           OPEN INPUT RECEIPT-HISTORY-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'ARRCPTH.DAT not found - days-to-pay not '
                   'available'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ RECEIPT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM ACCUMULATE-ONE-RECEIPT
               END-READ
           END-PERFORM
           CLOSE RECEIPT-HISTORY-FILE
           MOVE 'N' TO EOF-FLAG.

       ACCUMULATE-ONE-RECEIPT.
           IF RH-RECEIPT-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           *> 請求書別の最終入金日（履歴は時系列に追記されるため
           *> 後に読んだ日付で上書きする）
           SET RD-INDEX TO 1
           SEARCH RD-ENTRY
               AT END
                   IF RD-COUNT < 5000
                       ADD 1 TO RD-COUNT
                       SET RD-INDEX TO RD-COUNT
                       MOVE RH-INVOICE-ID TO RD-INVOICE-ID(RD-INDEX)
                       MOVE RH-RECEIPT-DATE TO RD-LAST-DATE(RD-INDEX)
                   END-IF
               WHEN RD-INVOICE-ID(RD-INDEX) = RH-INVOICE-ID
                   MOVE RH-RECEIPT-DATE TO RD-LAST-DATE(RD-INDEX)
           END-SEARCH

           IF RH-RECEIPT-DATE < WINDOW-START-X
               OR RH-RECEIPT-DATE > RUN-DATE
               OR RH-DUE-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE RH-CUSTOMER-ID TO WORK-CUSTOMER-ID
           PERFORM FIND-REVIEW-ENTRY
           IF CUSTOMER-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           COMPUTE PAY-DAYS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(RH-RECEIPT-DATE))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(RH-DUE-DATE))
           ADD PAY-DAYS TO RV-PAY-DAYS-TOTAL(RV-INDEX)
           ADD 1 TO RV-PAY-COUNT(RV-INDEX).

       ACCUMULATE-DUNNING-HISTORY.
           *> 見直し期間内の督促状の件数と、2回目以降の段階への
           *> 引き上げ件数を顧客別に集計する
           OPEN INPUT DUNNING-HISTORY-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ DUNNING-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF DH-SENT-DATE >= WINDOW-START-X
                           AND DH-SENT-DATE <= RUN-DATE
                           MOVE DH-CUSTOMER-ID TO WORK-CUSTOMER-ID
                           PERFORM FIND-REVIEW-ENTRY
                           IF CUSTOMER-FOUND = 'Y'
                               ADD 1 TO RV-LETTER-COUNT(RV-INDEX)
                               IF DH-LEVEL >= 2
                                   ADD 1 TO RV-ESCALATIONS(RV-INDEX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DUNNING-HISTORY-FILE
           MOVE 'N' TO EOF-FLAG.

       ACCUMULATE-WRITEOFF-HISTORY.
           *> 見直し期間内の償却・調整額を顧客別に集計する
           OPEN INPUT WRITEOFF-DETAIL-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ WRITEOFF-DETAIL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF WD-POST-DATE >= WINDOW-START-X
                           AND WD-POST-DATE <= RUN-DATE
                           AND WD-AMOUNT IS NUMERIC
                           MOVE WD-CUSTOMER-ID TO WORK-CUSTOMER-ID
                           PERFORM FIND-REVIEW-ENTRY
                           IF CUSTOMER-FOUND = 'Y'
                               ADD WD-AMOUNT
                                   TO RV-WRITEOFF-TOTAL(RV-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WRITEOFF-DETAIL-FILE
           MOVE 'N' TO EOF-FLAG.

       *> ================================================================
       *> ステップ3：最大与信残高（残高推移の再現）
       *> ================================================================

       RELEASE-EXPOSURE-EVENTS.
           *> 請求（請求日に増加）と入金充当（最終入金日、入金履歴が
           *> 無ければ支払期日に減少）をソートへ渡す。クレジット
           *> メモは元請求書の入金充当額に含まれるため渡さない
           OPEN INPUT AR-OPEN-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'AROPEN.DAT not found - exposure not '
                   'available'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ AR-OPEN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM RELEASE-ONE-INVOICE
               END-READ
           END-PERFORM
           CLOSE AR-OPEN-FILE
           MOVE 'N' TO EOF-FLAG.

       RELEASE-ONE-INVOICE.
           IF AR-ITEM-CREDIT
               EXIT PARAGRAPH
           END-IF
           *> 返品・係争のクレジットメモ（元請求書番号付き、延滞利息
           *> の8xxxxxxxを除く）は対象外
           IF AR-ORIG-INVOICE NOT = 0
               AND (AR-INVOICE-ID < 80000000
                   OR AR-INVOICE-ID >= 90000000)
               EXIT PARAGRAPH
           END-IF
           IF AR-INVOICE-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE AR-CUSTOMER-ID TO WORK-CUSTOMER-ID
           PERFORM FIND-REVIEW-ENTRY
           IF CUSTOMER-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF AR-INVOICE-DATE >= WINDOW-START-X
               AND AR-INVOICE-DATE <= RUN-DATE
               ADD AR-INVOICE-AMOUNT TO RV-INVOICED-TOTAL(RV-INDEX)
           END-IF
           IF AR-ITEM-OPEN
               AND AR-INVOICE-AMOUNT > AR-AMOUNT-PAID
               COMPUTE RV-OPEN-BALANCE(RV-INDEX) =
                   RV-OPEN-BALANCE(RV-INDEX)
                   + AR-INVOICE-AMOUNT - AR-AMOUNT-PAID
           END-IF

           MOVE AR-CUSTOMER-ID TO ES-CUSTOMER-ID
           MOVE AR-INVOICE-DATE TO ES-EVENT-DATE
           MOVE '2' TO ES-EVENT-TYPE
           MOVE AR-INVOICE-AMOUNT TO ES-AMOUNT
           RELEASE EXPOSURE-SORT-RECORD

           IF AR-AMOUNT-PAID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE AR-AMOUNT-PAID TO SETTLE-AMOUNT
           IF SETTLE-AMOUNT > AR-INVOICE-AMOUNT
               MOVE AR-INVOICE-AMOUNT TO SETTLE-AMOUNT
           END-IF
           IF AR-DUE-DATE IS NUMERIC
               MOVE AR-DUE-DATE TO SETTLE-DATE
           ELSE
               MOVE AR-INVOICE-DATE TO SETTLE-DATE
           END-IF
           IF RD-COUNT > 0
               SET RD-INDEX TO 1
               SEARCH RD-ENTRY
                   WHEN RD-INVOICE-ID(RD-INDEX) = AR-INVOICE-ID
                       MOVE RD-LAST-DATE(RD-INDEX) TO SETTLE-DATE
               END-SEARCH
           END-IF
           MOVE AR-CUSTOMER-ID TO ES-CUSTOMER-ID
           MOVE SETTLE-DATE TO ES-EVENT-DATE
           MOVE '1' TO ES-EVENT-TYPE
           MOVE SETTLE-AMOUNT TO ES-AMOUNT
           RELEASE EXPOSURE-SORT-RECORD.

       REPLAY-EXPOSURE-EVENTS.
           *> 顧客・日付順に残高を再現し、見直し期間内に保有して
           *> いた最大残高を顧客別に求める
           MOVE 0 TO CURRENT-SORT-CUSTOMER
           MOVE 0 TO RUNNING-BALANCE
           MOVE 0 TO RUNNING-PEAK
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               RETURN EXPOSURE-SORT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF ES-CUSTOMER-ID NOT = CURRENT-SORT-CUSTOMER
                           PERFORM STORE-CUSTOMER-PEAK
                           MOVE ES-CUSTOMER-ID
                               TO CURRENT-SORT-CUSTOMER
                           MOVE 0 TO RUNNING-BALANCE
                           MOVE 0 TO RUNNING-PEAK
                       END-IF
                       PERFORM REPLAY-ONE-EVENT
               END-RETURN
           END-PERFORM
           PERFORM STORE-CUSTOMER-PEAK
           MOVE 'N' TO EOF-FLAG.

       REPLAY-ONE-EVENT.
           *> 期間内のイベントの前後で残高を比較する（イベント前の
           *> 残高は期間開始から当日まで保有していた残高）
           IF ES-EVENT-DATE >= WINDOW-START-X
               AND RUNNING-BALANCE > RUNNING-PEAK
               MOVE RUNNING-BALANCE TO RUNNING-PEAK
           END-IF
           IF ES-EVENT-TYPE = '2'
               ADD ES-AMOUNT TO RUNNING-BALANCE
           ELSE
               SUBTRACT ES-AMOUNT FROM RUNNING-BALANCE
           END-IF
           IF ES-EVENT-DATE >= WINDOW-START-X
               AND ES-EVENT-DATE <= RUN-DATE
               AND RUNNING-BALANCE > RUNNING-PEAK
               MOVE RUNNING-BALANCE TO RUNNING-PEAK
           END-IF.

       STORE-CUSTOMER-PEAK.
           *> 直前の顧客の最大残高を見直しテーブルへ記録する（最後の
           *> イベント後の残高は処理日まで保有しているため比較する）
           IF CURRENT-SORT-CUSTOMER = 0
               EXIT PARAGRAPH
           END-IF
           IF RUNNING-BALANCE > RUNNING-PEAK
               MOVE RUNNING-BALANCE TO RUNNING-PEAK
           END-IF
           MOVE CURRENT-SORT-CUSTOMER TO WORK-CUSTOMER-ID
           PERFORM FIND-REVIEW-ENTRY
           IF CUSTOMER-FOUND = 'Y'
               MOVE RUNNING-PEAK TO RV-PEAK-EXPOSURE(RV-INDEX)
           END-IF.

       *> ================================================================
       *> ステップ4：スコアと推奨限度額
       *> ================================================================

       WRITE-REVIEW-OUTPUT.
           OPEN OUTPUT REVIEW-REPORT-FILE
           OPEN OUTPUT RECOMMENDATION-FILE

           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING 'CUSTOMER CREDIT REVIEW ' DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  '  WINDOW FROM ' DELIMITED BY SIZE
                  WINDOW-START DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING 'CUSTOMER NAME                 LIMIT     AVG-LATE '
                      DELIMITED BY SIZE
                  'DUN ESC WRITEOFF      PEAK  UTIL% SCORE GRADE '
                      DELIMITED BY SIZE
                  'RECOMMEND NOTE' DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE

           PERFORM VARYING RV-INDEX FROM 1 BY 1
                   UNTIL RV-INDEX > RV-COUNT
               PERFORM SCORE-ONE-CUSTOMER
               PERFORM RECOMMEND-ONE-LIMIT
               PERFORM WRITE-ONE-REVIEW-LINE
           END-PERFORM

           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING 'Customers reviewed: ' DELIMITED BY SIZE
                  CUSTOMERS-REVIEWED DELIMITED BY SIZE
                  '  increases: ' DELIMITED BY SIZE
                  INCREASES-RECOMMENDED DELIMITED BY SIZE
                  '  decreases: ' DELIMITED BY SIZE
                  DECREASES-RECOMMENDED DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE
           MOVE 'Accepted changes: set the first column of CREDREC.DAT'
               TO REVIEW-REPORT-LINE
           MOVE ' to Y and run with APPLY Y.'
               TO REVIEW-REPORT-LINE(54:)
           WRITE REVIEW-REPORT-LINE

           CLOSE REVIEW-REPORT-FILE
           CLOSE RECOMMENDATION-FILE
           DISPLAY 'Credit review written to CREDREV.TXT / '
               'CREDREC.DAT'.

       SCORE-ONE-CUSTOMER.
           *> 100点から減点してスコアと格付を求める
           ADD 1 TO CUSTOMERS-REVIEWED
           MOVE 100 TO SCORE-WORK
           MOVE 0 TO RV-AVG-DAYS-LATE(RV-INDEX)

           *> 平均支払遅延（期日より早い支払は減点なし）
           IF RV-PAY-COUNT(RV-INDEX) > 0
               COMPUTE RV-AVG-DAYS-LATE(RV-INDEX) ROUNDED =
                   RV-PAY-DAYS-TOTAL(RV-INDEX)
                   / RV-PAY-COUNT(RV-INDEX)
               IF RV-AVG-DAYS-LATE(RV-INDEX) > 0
                   COMPUTE PENALTY-WORK =
                       RV-AVG-DAYS-LATE(RV-INDEX) * LATE-DAY-PENALTY
                   IF PENALTY-WORK > LATE-PENALTY-CAP
                       MOVE LATE-PENALTY-CAP TO PENALTY-WORK
                   END-IF
                   SUBTRACT PENALTY-WORK FROM SCORE-WORK
               END-IF
           END-IF

           *> 督促の引き上げ
           COMPUTE PENALTY-WORK =
               RV-ESCALATIONS(RV-INDEX) * ESCALATION-PENALTY
           IF PENALTY-WORK > ESCALATION-PENALTY-CAP
               MOVE ESCALATION-PENALTY-CAP TO PENALTY-WORK
           END-IF
           SUBTRACT PENALTY-WORK FROM SCORE-WORK

           *> 償却（期間内請求額の5％超は追加減点）
           IF RV-WRITEOFF-TOTAL(RV-INDEX) > 0
               SUBTRACT WRITEOFF-PENALTY FROM SCORE-WORK
               IF RV-WRITEOFF-TOTAL(RV-INDEX) * 20
                       > RV-INVOICED-TOTAL(RV-INDEX)
                   SUBTRACT WRITEOFF-HEAVY-PENALTY FROM SCORE-WORK
               END-IF
           END-IF

           *> 最大残高の限度額に対する使用率
           IF RV-CREDIT-LIMIT(RV-INDEX) > 0
               COMPUTE UTILISATION-PCT ROUNDED =
                   RV-PEAK-EXPOSURE(RV-INDEX) * 100
                   / RV-CREDIT-LIMIT(RV-INDEX)
           ELSE
               IF RV-PEAK-EXPOSURE(RV-INDEX) > 0
                   MOVE 999 TO UTILISATION-PCT
               ELSE
                   MOVE 0 TO UTILISATION-PCT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN UTILISATION-PCT > 100
                   SUBTRACT OVER-LIMIT-PENALTY FROM SCORE-WORK
               WHEN UTILISATION-PCT > 90
                   SUBTRACT NEAR-LIMIT-PENALTY FROM SCORE-WORK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF SCORE-WORK < 0
               MOVE 0 TO SCORE-WORK
           END-IF
           MOVE SCORE-WORK TO RV-SCORE(RV-INDEX)
           EVALUATE TRUE
               WHEN SCORE-WORK >= 80
                   MOVE 'A' TO RV-GRADE(RV-INDEX)
               WHEN SCORE-WORK >= 60
                   MOVE 'B' TO RV-GRADE(RV-INDEX)
               WHEN SCORE-WORK >= 40
                   MOVE 'C' TO RV-GRADE(RV-INDEX)
               WHEN OTHER
                   MOVE 'D' TO RV-GRADE(RV-INDEX)
           END-EVALUATE.

       RECOMMEND-ONE-LIMIT.
           *> 格付と最大残高から推奨限度額を求める（1,000単位に
           *> 切り上げ）。A=最大残高の150％まで引き上げ、B=120％
           *> まで引き上げ、C=110％まで引き下げ、D=75％まで引き
           *> 下げ。期間内の取引が無い顧客・停止中の顧客は据え置く
           MOVE RV-CREDIT-LIMIT(RV-INDEX) TO RV-RECOMMENDED(RV-INDEX)
           MOVE SPACES TO RV-NOTE(RV-INDEX)
           IF RV-STATUS(RV-INDEX) = 'S'
               MOVE 'SUSPENDED' TO RV-NOTE(RV-INDEX)
               EXIT PARAGRAPH
           END-IF
           IF RV-INVOICED-TOTAL(RV-INDEX) = 0
               AND RV-PEAK-EXPOSURE(RV-INDEX) = 0
               MOVE 'NO ACTIVITY' TO RV-NOTE(RV-INDEX)
               EXIT PARAGRAPH
           END-IF

           EVALUATE RV-GRADE(RV-INDEX)
               WHEN 'A'
                   MOVE 1.50 TO LIMIT-FACTOR
               WHEN 'B'
                   MOVE 1.20 TO LIMIT-FACTOR
               WHEN 'C'
                   MOVE 1.10 TO LIMIT-FACTOR
               WHEN OTHER
                   MOVE 0.75 TO LIMIT-FACTOR
           END-EVALUATE
           COMPUTE LIMIT-WORK =
               RV-PEAK-EXPOSURE(RV-INDEX) * LIMIT-FACTOR
           COMPUTE LIMIT-THOUSANDS = (LIMIT-WORK + 999.99) / 1000
           COMPUTE LIMIT-WORK = LIMIT-THOUSANDS * 1000

           IF RV-GRADE(RV-INDEX) = 'A' OR RV-GRADE(RV-INDEX) = 'B'
               IF LIMIT-WORK > RV-CREDIT-LIMIT(RV-INDEX)
                   MOVE LIMIT-WORK TO RV-RECOMMENDED(RV-INDEX)
                   MOVE 'INCREASE' TO RV-NOTE(RV-INDEX)
                   ADD 1 TO INCREASES-RECOMMENDED
               END-IF
           ELSE
               IF LIMIT-WORK < RV-CREDIT-LIMIT(RV-INDEX)
                   MOVE LIMIT-WORK TO RV-RECOMMENDED(RV-INDEX)
                   MOVE 'DECREASE' TO RV-NOTE(RV-INDEX)
                   ADD 1 TO DECREASES-RECOMMENDED
               END-IF
           END-IF.

       WRITE-ONE-REVIEW-LINE.
           *> 見直しレポートの1行と、限度額を変更する推奨の出力
           MOVE RV-CREDIT-LIMIT(RV-INDEX) TO LIMIT-DISPLAY
           MOVE RV-RECOMMENDED(RV-INDEX) TO NEW-LIMIT-DISPLAY
           MOVE RV-PEAK-EXPOSURE(RV-INDEX) TO PEAK-DISPLAY
           MOVE RV-WRITEOFF-TOTAL(RV-INDEX) TO WRITEOFF-DISPLAY
           MOVE RV-AVG-DAYS-LATE(RV-INDEX) TO DAYS-DISPLAY
           MOVE UTILISATION-PCT TO UTIL-DISPLAY
           MOVE RV-SCORE(RV-INDEX) TO SCORE-DISPLAY
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING RV-CUSTOMER-ID(RV-INDEX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  RV-CUSTOMER-NAME(RV-INDEX)(1:20) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LIMIT-DISPLAY DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  DAYS-DISPLAY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  RV-LETTER-COUNT(RV-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RV-ESCALATIONS(RV-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRITEOFF-DISPLAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PEAK-DISPLAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  UTIL-DISPLAY DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  SCORE-DISPLAY DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  RV-GRADE(RV-INDEX) DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  NEW-LIMIT-DISPLAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RV-NOTE(RV-INDEX) DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE

           IF RV-RECOMMENDED(RV-INDEX) NOT = RV-CREDIT-LIMIT(RV-INDEX)
               MOVE SPACES TO RECOMMENDATION-RECORD
               MOVE 'N' TO REC-ACCEPT-FLAG
               MOVE RV-CUSTOMER-ID(RV-INDEX) TO REC-CUSTOMER-ID
               MOVE RV-CREDIT-LIMIT(RV-INDEX) TO REC-CURRENT-LIMIT
               MOVE RV-RECOMMENDED(RV-INDEX) TO REC-NEW-LIMIT
               MOVE RV-SCORE(RV-INDEX) TO REC-SCORE
               MOVE RV-GRADE(RV-INDEX) TO REC-GRADE
               MOVE RUN-DATE TO REC-REVIEW-DATE
               WRITE RECOMMENDATION-RECORD
               ADD 1 TO RECOMMENDATIONS-PENDING
           END-IF.

       *> ================================================================
       *> ステップ5：承認分のMAINT.CTLへの反映
       *> ================================================================

       APPLY-ACCEPTED-RECOMMENDATIONS.
           *> 承認（Y）された推奨をCREDITLIM指示としてMAINT.CTLへ
           *> 追記し、推奨ファイル上は適用済み（A）にする
           OPEN INPUT RECOMMENDATION-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'CREDREC.DAT not found - nothing to apply'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ RECOMMENDATION-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF AC-COUNT < 2000
                           ADD 1 TO AC-COUNT
                           MOVE RECOMMENDATION-RECORD
                               TO AC-RECORD(AC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECOMMENDATION-FILE
           MOVE 'N' TO EOF-FLAG

           OPEN EXTEND MAINTENANCE-CONTROL-FILE
           IF NOT FILE-STATUS-OK
               OPEN OUTPUT MAINTENANCE-CONTROL-FILE
           END-IF
           IF NOT FILE-STATUS-OK
               DISPLAY 'MAINT.CTL not available - nothing applied'
               MOVE 'APPLY-ACCEPTED-RECOMMENDATIONS'
                   TO AUDIT-PARAGRAPH-ID
               MOVE 'F' TO AUDIT-OUTCOME
               MOVE 'MAINT.CTL not available' TO AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING AC-INDEX FROM 1 BY 1
                   UNTIL AC-INDEX > AC-COUNT
               MOVE AC-RECORD(AC-INDEX) TO RECOMMENDATION-RECORD
               IF REC-ACCEPT-FLAG = 'Y'
                   AND REC-CUSTOMER-ID IS NUMERIC
                   AND REC-NEW-LIMIT IS NUMERIC
                   PERFORM APPLY-ONE-RECOMMENDATION
                   MOVE 'A' TO REC-ACCEPT-FLAG
                   MOVE RECOMMENDATION-RECORD TO AC-RECORD(AC-INDEX)
               END-IF
           END-PERFORM
           CLOSE MAINTENANCE-CONTROL-FILE

           OPEN OUTPUT RECOMMENDATION-FILE
           PERFORM VARYING AC-INDEX FROM 1 BY 1
                   UNTIL AC-INDEX > AC-COUNT
               MOVE AC-RECORD(AC-INDEX) TO RECOMMENDATION-RECORD
               WRITE RECOMMENDATION-RECORD
           END-PERFORM
           CLOSE RECOMMENDATION-FILE

           DISPLAY 'Accepted credit limit changes sent to MAINT.CTL: '
               RECOMMENDATIONS-APPLIED
           MOVE 'APPLY-ACCEPTED-RECOMMENDATIONS' TO AUDIT-PARAGRAPH-ID
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE SPACES TO AUDIT-MESSAGE
           STRING 'Credit limit changes applied ' DELIMITED BY SIZE
                  RECOMMENDATIONS-APPLIED DELIMITED BY SIZE
               INTO AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       APPLY-ONE-RECOMMENDATION.
           *> CREDITLIM <顧客ID> <新信用限度額> を1行追記する
           MOVE SPACES TO MAINTENANCE-CONTROL-RECORD
           MOVE 'CREDITLIM' TO MAINT-CONTROL-TYPE
           STRING REC-CUSTOMER-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  REC-NEW-LIMIT DELIMITED BY SIZE
               INTO MAINT-CONTROL-VALUE
           END-STRING
           WRITE MAINTENANCE-CONTROL-RECORD
           ADD 1 TO RECOMMENDATIONS-APPLIED

           MOVE REC-CURRENT-LIMIT TO LIMIT-TEXT
           MOVE REC-NEW-LIMIT TO NEW-LIMIT-TEXT
           MOVE 'APPLY-ONE-RECOMMENDATION' TO AUDIT-PARAGRAPH-ID
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE SPACES TO AUDIT-MESSAGE
           STRING 'Credit limit ' DELIMITED BY SIZE
                  REC-CUSTOMER-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LIMIT-TEXT DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  NEW-LIMIT-TEXT DELIMITED BY SIZE
                  ' approved' DELIMITED BY SIZE
               INTO AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

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

       END PROGRAM CREDIT-REVIEW.
