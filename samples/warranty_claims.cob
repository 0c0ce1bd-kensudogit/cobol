       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARRANTY-CLAIMS.
       AUTHOR. COBOL Education Project.
       DATE-WRITTEN. 2026.
       SECURITY. Confidential.
       *> ================================================================
       *> 保証請求処理プログラム（シリアル登録簿による保証期間の
       *> 確認と商品別の請求状況レポート）
       *>
       *> このプログラムは次の3ステップを順に実行します：
       *>   1. 保証請求の判定 - 保証請求ファイル（WARRCLM.DAT）の
       *>      各行の製造番号をシリアル登録簿（SERIAL.REG、
       *>      COMPREHENSIVE-SAMPLEが売上計上時に登録）で引き、
       *>      請求日が売上日から商品マスタのWARRANTY-MONTHS以内
       *>      であれば受付（A）、それ以外は理由付きで却下（R）と
       *>      する。判定はWARRDEC.TXTへ出力し、請求履歴
       *>      （CLAIMHIST.DAT）へ追記する
       *>   2. 登録簿の更新 - 受け付けた請求の件数と最終請求日を
       *>      シリアル登録簿へ記録する
       *>   3. 商品別請求レポート - 請求履歴の全件と登録簿の販売
       *>      台数から商品別の受付・却下件数と請求率を
       *>      WARRRPT.TXTへ出力し、請求率が基準（WARRCTL.DATの
       *>      RATELIMIT、既定5%）を超える商品に印を付ける
       *> ================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           *> 保証請求ファイル（行順次編成。処理後はWARRCLM.DONE
           *> へ退避して二重処理を防ぐ）
           SELECT WARRANTY-CLAIM-FILE
               ASSIGN TO 'WARRCLM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 保証請求処理の設定ファイル（種別＋値の1行1指示）
           SELECT WARRANTY-CONFIG-FILE
               ASSIGN TO 'WARRCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> シリアル登録簿（COMPREHENSIVE-SAMPLEが作成する索引
           *> 編成ファイル。製造番号キー）
           SELECT SERIAL-REGISTER
               ASSIGN TO 'SERIAL.REG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-SERIAL-NO
               STATUS IS FILE-STATUS.

           *> 商品マスタファイル（保証月数の参照のみ）
           SELECT PRODUCT-MASTER
               ASSIGN TO 'PRODUCT.MAST'
               ORGANIZATION IS SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 保証請求履歴（全請求の判定結果。追記型）
           SELECT CLAIM-HISTORY-FILE
               ASSIGN TO 'CLAIMHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 当実行の判定一覧（カスタマーサービス向け）
           SELECT CLAIM-DECISION-FILE
               ASSIGN TO 'WARRDEC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 商品別保証請求レポート（購買部門向け）
           SELECT CLAIM-REPORT-FILE
               ASSIGN TO 'WARRRPT.TXT'
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

       *> 保証請求レコード構造（請求番号・製造番号・請求日・
       *> 故障内容）
       FD  WARRANTY-CLAIM-FILE
           LABEL RECORDS ARE STANDARD.
       01  WARRANTY-CLAIM-RECORD.
           05  CL-CLAIM-ID            PIC 9(8).
           05  FILLER                 PIC X(1).
           05  CL-SERIAL-NO           PIC X(20).
           05  FILLER                 PIC X(1).
           05  CL-CLAIM-DATE          PIC X(8).
           05  FILLER                 PIC X(1).
           05  CL-FAULT-DESC          PIC X(40).

       *> 設定指示レコード構造
       *> RATELIMIT <請求率%> 印を付ける請求率の基準
       *> OPERATOR  <利用者ID> 監査ログに記録する実行者
       FD  WARRANTY-CONFIG-FILE
           LABEL RECORDS ARE STANDARD.
       01  WARRANTY-CONFIG-RECORD.
           05  WC-CONTROL-TYPE        PIC X(10).
           05  WC-CONTROL-VALUE       PIC X(60).

       *> シリアル登録簿レコード構造（COMPREHENSIVE-SAMPLEの
       *> SERIAL-REGISTER-RECORDと同一項目）
       FD  SERIAL-REGISTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SERIAL-REGISTER-RECORD.
           05  SR-SERIAL-NO           PIC X(20).
           05  SR-PRODUCT-ID          PIC X(10).
           05  SR-TRANSACTION-ID      PIC 9(8).
           05  SR-CUSTOMER-ID         PIC 9(7).
           05  SR-SALE-DATE           PIC X(8).
           05  SR-CLAIM-COUNT         PIC 9(3).
           05  SR-LAST-CLAIM-DATE     PIC X(8).
           05  FILLER                 PIC X(16).

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

       *> 保証請求履歴レコード構造（判定：A=受付、R=却下）
       FD  CLAIM-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLAIM-HISTORY-RECORD.
           05  CH-CLAIM-ID            PIC 9(8).
           05  FILLER                 PIC X(1).
           05  CH-SERIAL-NO           PIC X(20).
           05  FILLER                 PIC X(1).
           05  CH-PRODUCT-ID          PIC X(10).
           05  FILLER                 PIC X(1).
           05  CH-CUSTOMER-ID         PIC 9(7).
           05  FILLER                 PIC X(1).
           05  CH-CLAIM-DATE          PIC X(8).
           05  FILLER                 PIC X(1).
           05  CH-DECISION            PIC X(1).
           05  FILLER                 PIC X(1).
           05  CH-REASON              PIC X(30).

       FD  CLAIM-DECISION-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLAIM-DECISION-LINE        PIC X(132).

       FD  CLAIM-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLAIM-REPORT-LINE          PIC X(132).

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
           05  AUDIT-PROGRAM-ID       PIC X(8)     VALUE 'WARRCLM'.
           05  AUDIT-PARAGRAPH-ID     PIC X(30).
           05  AUDIT-USER-ID          PIC X(8)     VALUE 'BATCH'.
           05  AUDIT-OUTCOME          PIC X(1)     VALUE 'S'.
           05  AUDIT-MESSAGE          PIC X(60).
           05  AUDIT-TIMESTAMP        PIC X(14).

       *> 監査ログ通番の採番状態（通番ファイル名と直前の通番）
       01  AUDIT-SEQ-FILENAME PIC X(40) VALUE SPACES.
       01  AUDIT-SEQUENCE PIC 9(7)  VALUE 0.

       *> 商品テーブル（保証月数と商品別の請求集計）
       01  PRODUCT-TABLE.
           05  PROD-COUNT             PIC 9(3)     VALUE 0.
           05  PROD-ENTRY OCCURS 1 TO 100 TIMES
                    DEPENDING ON PROD-COUNT
                    INDEXED BY PROD-INDEX.
               10  PROD-ID            PIC X(10).
               10  PROD-NAME          PIC X(30).
               10  PROD-WARRANTY-MONTHS PIC 9(3).
               10  PROD-UNITS-SOLD    PIC 9(7).
               *> シリアル登録簿に登録された販売台数
               10  PROD-CLAIMS-ACCEPTED PIC 9(5).
               10  PROD-CLAIMS-REJECTED PIC 9(5).

       *> 請求履歴の請求番号（重複請求の検査用）
       01  CLAIM-ID-TABLE.
           05  CID-COUNT              PIC 9(5)     VALUE 0.
           05  CID-ENTRY OCCURS 1 TO 5000 TIMES
                    DEPENDING ON CID-COUNT
                    INDEXED BY CID-INDEX.
               10  CID-CLAIM-ID       PIC 9(8).

       01  CLAIM-STATISTICS.
           05  CLAIMS-READ            PIC 9(5)     VALUE 0.
           05  CLAIMS-ACCEPTED        PIC 9(5)     VALUE 0.
           05  CLAIMS-REJECTED        PIC 9(5)     VALUE 0.
           05  PRODUCTS-FLAGGED       PIC 9(3)     VALUE 0.

       01  CLAIM-WORK-VARIABLES.
           05  RUN-TODAY              PIC X(8).
           05  CLAIM-RATE-LIMIT       PIC 9(3)V99  VALUE 5.
           *> 印を付ける請求率（%。WARRCTL.DATのRATELIMIT指示で
           *> 変更する）
           05  CLAIM-REJECT-REASON    PIC X(30)    VALUE SPACES.
           05  CLAIM-FOUND            PIC X(1).
           05  REGISTER-AVAILABLE     PIC X(1)     VALUE 'N'.
           05  CLAIM-PRODUCT-ID       PIC X(10).
           05  CLAIM-CUSTOMER-ID      PIC 9(7).
           05  CLAIM-RATE             PIC 9(3)V99  VALUE 0.
           05  CLAIM-RATE-DISPLAY     PIC ZZ9.99.
           05  FEED-MOVE-COMMAND      PIC X(40).

       *> 保証期限の判定領域（売上日＋保証月数の年月と請求日の
       *> 年月を通算月数で比較し、同じ月なら日で比較する）
       01  WARRANTY-DATE-WORK.
           05  SALE-DATE-NUM          PIC 9(8).
           05  SALE-DATE-PARTS REDEFINES SALE-DATE-NUM.
               10  SALE-YEAR          PIC 9(4).
               10  SALE-MONTH         PIC 9(2).
               10  SALE-DAY           PIC 9(2).
           05  CLAIM-DATE-NUM         PIC 9(8).
           05  CLAIM-DATE-PARTS REDEFINES CLAIM-DATE-NUM.
               10  CLAIM-YEAR         PIC 9(4).
               10  CLAIM-MONTH        PIC 9(2).
               10  CLAIM-DAY          PIC 9(2).
           05  EXPIRY-MONTH-SEQ       PIC 9(6)     VALUE 0.
           05  CLAIM-MONTH-SEQ        PIC 9(6)     VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '====================================='
           DISPLAY 'Warranty Claim Processing'
           DISPLAY '====================================='

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-TODAY

           PERFORM LOAD-WARRANTY-CONFIG
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-CLAIM-HISTORY
           PERFORM PROCESS-WARRANTY-CLAIMS
           PERFORM COUNT-REGISTERED-UNITS
           PERFORM WRITE-CLAIMS-REPORT

           DISPLAY 'Claims read:      ' CLAIMS-READ
           DISPLAY 'Claims accepted:  ' CLAIMS-ACCEPTED
           DISPLAY 'Claims rejected:  ' CLAIMS-REJECTED
           DISPLAY 'Products flagged: ' PRODUCTS-FLAGGED
           DISPLAY '====================================='

           MOVE 'MAIN-PROCEDURE' TO AUDIT-PARAGRAPH-ID
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE 'Warranty claim run completed' TO AUDIT-MESSAGE
           PERFORM WRITE-AUDIT-LOG

           STOP RUN.

       LOAD-WARRANTY-CONFIG.
           *> 設定指示の読み込み（ファイルが無い場合は既定の5%）
           OPEN INPUT WARRANTY-CONFIG-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ WARRANTY-CONFIG-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       EVALUATE WC-CONTROL-TYPE
                           WHEN 'RATELIMIT'
                               UNSTRING WC-CONTROL-VALUE
                                       DELIMITED BY SPACE
                                   INTO CLAIM-RATE-LIMIT
                               END-UNSTRING
                           WHEN 'OPERATOR'
                               UNSTRING WC-CONTROL-VALUE
                                       DELIMITED BY SPACE
                                   INTO AUDIT-USER-ID
                               END-UNSTRING
                           WHEN OTHER
                               DISPLAY 'Unrecognized warranty config '
                                   'type: ' WC-CONTROL-TYPE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE WARRANTY-CONFIG-FILE
           MOVE 'N' TO EOF-FLAG.

       LOAD-PRODUCT-TABLE.
           *> 商品マスタから商品IDと保証月数を読み込む
           MOVE 0 TO PROD-COUNT
           OPEN INPUT PRODUCT-MASTER
           IF NOT FILE-STATUS-OK
               DISPLAY 'Product master not found - all claims '
                   'will be rejected'
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
                           MOVE PM-PRODUCT-NAME
                               TO PROD-NAME(PROD-INDEX)
                           IF PM-WARRANTY-MONTHS IS NUMERIC
                               MOVE PM-WARRANTY-MONTHS
                                   TO PROD-WARRANTY-MONTHS(PROD-INDEX)
                           ELSE
                               MOVE 0
                                   TO PROD-WARRANTY-MONTHS(PROD-INDEX)
                           END-IF
                           MOVE 0 TO PROD-UNITS-SOLD(PROD-INDEX)
                           MOVE 0 TO PROD-CLAIMS-ACCEPTED(PROD-INDEX)
                           MOVE 0 TO PROD-CLAIMS-REJECTED(PROD-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-MASTER
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'Products loaded: ' PROD-COUNT.

       LOAD-CLAIM-HISTORY.
           *> 過去の請求履歴を読み込み、請求番号の一覧と商品別の
           *> 受付・却下件数を集計する
           MOVE 0 TO CID-COUNT
           OPEN INPUT CLAIM-HISTORY-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ CLAIM-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF CID-COUNT < 5000
                           ADD 1 TO CID-COUNT
                           MOVE CH-CLAIM-ID
                               TO CID-CLAIM-ID(CID-COUNT)
                       END-IF
                       MOVE CH-PRODUCT-ID TO CLAIM-PRODUCT-ID
                       PERFORM ACCUMULATE-PRODUCT-CLAIM
               END-READ
           END-PERFORM
           CLOSE CLAIM-HISTORY-FILE
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'Claim history loaded: ' CID-COUNT.

       ACCUMULATE-PRODUCT-CLAIM.
           *> 請求1件分を商品別の受付・却下件数へ加算する
           *> （CLAIM-PRODUCT-IDとCH-DECISIONを使う）
           PERFORM VARYING PROD-INDEX FROM 1 BY 1
                   UNTIL PROD-INDEX > PROD-COUNT
               IF PROD-ID(PROD-INDEX) = CLAIM-PRODUCT-ID
                   IF CH-DECISION = 'A'
                       ADD 1 TO PROD-CLAIMS-ACCEPTED(PROD-INDEX)
                   ELSE
                       ADD 1 TO PROD-CLAIMS-REJECTED(PROD-INDEX)
                   END-IF
               END-IF
           END-PERFORM.

       *> ================================================================
       *> ステップ1・2：保証請求の判定と登録簿の更新
       *> ================================================================

       PROCESS-WARRANTY-CLAIMS.
           OPEN INPUT WARRANTY-CLAIM-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'No warranty claim file this run'
               EXIT PARAGRAPH
           END-IF

           OPEN I-O SERIAL-REGISTER
           IF FILE-STATUS-OK
               MOVE 'Y' TO REGISTER-AVAILABLE
           ELSE
               DISPLAY 'Serial register not available - claims '
                   'held for next run'
               CLOSE WARRANTY-CLAIM-FILE
               MOVE 'PROCESS-WARRANTY-CLAIMS' TO AUDIT-PARAGRAPH-ID
               MOVE 'F' TO AUDIT-OUTCOME
               MOVE 'Serial register not available' TO AUDIT-MESSAGE
               PERFORM WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CLAIM-DECISION-FILE
           MOVE SPACES TO CLAIM-DECISION-LINE
           STRING 'WARRANTY CLAIM DECISIONS ' DELIMITED BY SIZE
                  RUN-TODAY DELIMITED BY SIZE
               INTO CLAIM-DECISION-LINE
           END-STRING
           WRITE CLAIM-DECISION-LINE

           OPEN EXTEND CLAIM-HISTORY-FILE
           IF NOT FILE-STATUS-OK
               OPEN OUTPUT CLAIM-HISTORY-FILE
           END-IF

           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ WARRANTY-CLAIM-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO CLAIMS-READ
                       PERFORM DECIDE-ONE-CLAIM
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG

           CLOSE WARRANTY-CLAIM-FILE
           CLOSE SERIAL-REGISTER
           CLOSE CLAIM-HISTORY-FILE
           CLOSE CLAIM-DECISION-FILE

           MOVE 'mv WARRCLM.DAT WARRCLM.DONE' TO FEED-MOVE-COMMAND
           CALL 'SYSTEM' USING FEED-MOVE-COMMAND

           MOVE 'PROCESS-WARRANTY-CLAIMS' TO AUDIT-PARAGRAPH-ID
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE SPACES TO AUDIT-MESSAGE
           STRING 'Claims accepted ' DELIMITED BY SIZE
                  CLAIMS-ACCEPTED DELIMITED BY SIZE
                  ' rejected ' DELIMITED BY SIZE
                  CLAIMS-REJECTED DELIMITED BY SIZE
               INTO AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       DECIDE-ONE-CLAIM.
           *> 請求1件分の判定（登録簿・商品・保証期限の順に検査）
           MOVE SPACES TO CLAIM-REJECT-REASON
           MOVE SPACES TO CLAIM-PRODUCT-ID
           MOVE 0 TO CLAIM-CUSTOMER-ID

           *> 請求番号の重複チェック
           MOVE 'N' TO CLAIM-FOUND
           PERFORM VARYING CID-INDEX FROM 1 BY 1
                   UNTIL CID-INDEX > CID-COUNT
               IF CID-CLAIM-ID(CID-INDEX) = CL-CLAIM-ID
                   MOVE 'Y' TO CLAIM-FOUND
               END-IF
           END-PERFORM
           IF CLAIM-FOUND = 'Y'
               MOVE 'DUPLICATE CLAIM ID' TO CLAIM-REJECT-REASON
           END-IF

           IF CLAIM-REJECT-REASON = SPACES
               MOVE CL-SERIAL-NO TO SR-SERIAL-NO
               READ SERIAL-REGISTER
                   INVALID KEY
                       MOVE 'SERIAL NOT REGISTERED'
                           TO CLAIM-REJECT-REASON
                   NOT INVALID KEY
                       MOVE SR-PRODUCT-ID TO CLAIM-PRODUCT-ID
                       MOVE SR-CUSTOMER-ID TO CLAIM-CUSTOMER-ID
               END-READ
           END-IF

           IF CLAIM-REJECT-REASON = SPACES
               MOVE 'N' TO CLAIM-FOUND
               PERFORM VARYING PROD-INDEX FROM 1 BY 1
                       UNTIL PROD-INDEX > PROD-COUNT
                          OR CLAIM-FOUND = 'Y'
                   IF PROD-ID(PROD-INDEX) = CLAIM-PRODUCT-ID
                       MOVE 'Y' TO CLAIM-FOUND
                   END-IF
               END-PERFORM
               IF CLAIM-FOUND NOT = 'Y'
                   MOVE 'PRODUCT NOT ON FILE' TO CLAIM-REJECT-REASON
               ELSE
                   SET PROD-INDEX DOWN BY 1
               END-IF
           END-IF

           IF CLAIM-REJECT-REASON = SPACES
               PERFORM CHECK-WARRANTY-PERIOD
           END-IF

           MOVE SPACES TO CLAIM-HISTORY-RECORD
           MOVE CL-CLAIM-ID TO CH-CLAIM-ID
           MOVE CL-SERIAL-NO TO CH-SERIAL-NO
           MOVE CLAIM-PRODUCT-ID TO CH-PRODUCT-ID
           MOVE CLAIM-CUSTOMER-ID TO CH-CUSTOMER-ID
           MOVE CL-CLAIM-DATE TO CH-CLAIM-DATE
           IF CLAIM-REJECT-REASON = SPACES
               MOVE 'A' TO CH-DECISION
               ADD 1 TO CLAIMS-ACCEPTED
               ADD 1 TO SR-CLAIM-COUNT
               MOVE CL-CLAIM-DATE TO SR-LAST-CLAIM-DATE
               REWRITE SERIAL-REGISTER-RECORD
           ELSE
               MOVE 'R' TO CH-DECISION
               MOVE CLAIM-REJECT-REASON TO CH-REASON
               ADD 1 TO CLAIMS-REJECTED
           END-IF
           WRITE CLAIM-HISTORY-RECORD
           PERFORM ACCUMULATE-PRODUCT-CLAIM
           IF CID-COUNT < 5000
               ADD 1 TO CID-COUNT
               MOVE CL-CLAIM-ID TO CID-CLAIM-ID(CID-COUNT)
           END-IF

           MOVE SPACES TO CLAIM-DECISION-LINE
           IF CH-DECISION = 'A'
               STRING WARRANTY-CLAIM-RECORD DELIMITED BY SIZE
                      ' | ACCEPTED' DELIMITED BY SIZE
                   INTO CLAIM-DECISION-LINE
               END-STRING
           ELSE
               STRING WARRANTY-CLAIM-RECORD DELIMITED BY SIZE
                      ' | REJECTED ' DELIMITED BY SIZE
                      CLAIM-REJECT-REASON DELIMITED BY SIZE
                   INTO CLAIM-DECISION-LINE
               END-STRING
           END-IF
           WRITE CLAIM-DECISION-LINE.

       CHECK-WARRANTY-PERIOD.
           *> 請求日が売上日からWARRANTY-MONTHS以内かを判定する。
           *> 保証期限は売上日の保証月数後の同じ日とし、その月に
           *> 同じ日が無い場合は月末までとなる（日の比較のみで判定
           *> するため月末補正は不要）
           IF PROD-WARRANTY-MONTHS(PROD-INDEX) = 0
               MOVE 'NO WARRANTY ON PRODUCT' TO CLAIM-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF CL-CLAIM-DATE IS NOT NUMERIC
               MOVE 'INVALID CLAIM DATE' TO CLAIM-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF SR-SALE-DATE IS NOT NUMERIC
               MOVE 'SALE DATE NOT RECORDED' TO CLAIM-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SR-SALE-DATE TO SALE-DATE-NUM
           MOVE CL-CLAIM-DATE TO CLAIM-DATE-NUM
           IF CLAIM-DATE-NUM < SALE-DATE-NUM
               MOVE 'CLAIM DATE BEFORE SALE' TO CLAIM-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF CL-CLAIM-DATE > RUN-TODAY
               MOVE 'CLAIM DATE IN FUTURE' TO CLAIM-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           COMPUTE EXPIRY-MONTH-SEQ =
               SALE-YEAR * 12 + SALE-MONTH
               + PROD-WARRANTY-MONTHS(PROD-INDEX)
           COMPUTE CLAIM-MONTH-SEQ =
               CLAIM-YEAR * 12 + CLAIM-MONTH
           IF CLAIM-MONTH-SEQ > EXPIRY-MONTH-SEQ
               MOVE 'WARRANTY EXPIRED' TO CLAIM-REJECT-REASON
           ELSE
               IF CLAIM-MONTH-SEQ = EXPIRY-MONTH-SEQ
                   AND CLAIM-DAY > SALE-DAY
                   MOVE 'WARRANTY EXPIRED' TO CLAIM-REJECT-REASON
               END-IF
           END-IF.

       *> ================================================================
       *> ステップ3：商品別保証請求レポート
       *> ================================================================

       COUNT-REGISTERED-UNITS.
           *> シリアル登録簿を全件読み、商品別の販売台数を数える
           OPEN INPUT SERIAL-REGISTER
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           MOVE LOW-VALUES TO SR-SERIAL-NO
           START SERIAL-REGISTER KEY IS NOT LESS THAN SR-SERIAL-NO
               INVALID KEY
                   MOVE 'Y' TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-REACHED
               READ SERIAL-REGISTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM VARYING PROD-INDEX FROM 1 BY 1
                               UNTIL PROD-INDEX > PROD-COUNT
                           IF PROD-ID(PROD-INDEX) = SR-PRODUCT-ID
                               ADD 1 TO PROD-UNITS-SOLD(PROD-INDEX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE SERIAL-REGISTER
           MOVE 'N' TO EOF-FLAG.

       WRITE-CLAIMS-REPORT.
           *> 商品別の販売台数・受付・却下件数と請求率（受付件数
           *> ÷販売台数）。請求率が基準を超える商品に印を付ける
           OPEN OUTPUT CLAIM-REPORT-FILE
           MOVE SPACES TO CLAIM-REPORT-LINE
           STRING 'WARRANTY CLAIMS BY PRODUCT AS OF '
                      DELIMITED BY SIZE
                  RUN-TODAY DELIMITED BY SIZE
               INTO CLAIM-REPORT-LINE
           END-STRING
           WRITE CLAIM-REPORT-LINE

           PERFORM VARYING PROD-INDEX FROM 1 BY 1
                   UNTIL PROD-INDEX > PROD-COUNT
               IF PROD-UNITS-SOLD(PROD-INDEX) > 0
                   OR PROD-CLAIMS-ACCEPTED(PROD-INDEX) > 0
                   OR PROD-CLAIMS-REJECTED(PROD-INDEX) > 0
                   PERFORM WRITE-ONE-PRODUCT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO CLAIM-REPORT-LINE
           STRING 'Products over claim rate limit: ' DELIMITED BY SIZE
                  PRODUCTS-FLAGGED DELIMITED BY SIZE
               INTO CLAIM-REPORT-LINE
           END-STRING
           WRITE CLAIM-REPORT-LINE
           CLOSE CLAIM-REPORT-FILE
           DISPLAY 'Claims report written to WARRRPT.TXT'.

       WRITE-ONE-PRODUCT-LINE.
           *> 商品1件分の集計行
           IF PROD-UNITS-SOLD(PROD-INDEX) > 0
               COMPUTE CLAIM-RATE ROUNDED =
                   PROD-CLAIMS-ACCEPTED(PROD-INDEX) * 100
                   / PROD-UNITS-SOLD(PROD-INDEX)
                   ON SIZE ERROR
                       MOVE 999.99 TO CLAIM-RATE
               END-COMPUTE
           ELSE
               MOVE 0 TO CLAIM-RATE
           END-IF
           MOVE CLAIM-RATE TO CLAIM-RATE-DISPLAY

           MOVE SPACES TO CLAIM-REPORT-LINE
           STRING PROD-ID(PROD-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PROD-NAME(PROD-INDEX) DELIMITED BY SIZE
                  ' sold ' DELIMITED BY SIZE
                  PROD-UNITS-SOLD(PROD-INDEX) DELIMITED BY SIZE
                  ' accepted ' DELIMITED BY SIZE
                  PROD-CLAIMS-ACCEPTED(PROD-INDEX) DELIMITED BY SIZE
                  ' rejected ' DELIMITED BY SIZE
                  PROD-CLAIMS-REJECTED(PROD-INDEX) DELIMITED BY SIZE
                  ' rate ' DELIMITED BY SIZE
                  CLAIM-RATE-DISPLAY DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
               INTO CLAIM-REPORT-LINE
           END-STRING
           IF CLAIM-RATE > CLAIM-RATE-LIMIT
               ADD 1 TO PRODUCTS-FLAGGED
               MOVE '*** HIGH' TO CLAIM-REPORT-LINE(110:8)
           END-IF
           WRITE CLAIM-REPORT-LINE.

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

       END PROGRAM WARRANTY-CLAIMS.
