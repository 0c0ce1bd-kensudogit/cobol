       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-SWEEP.
       AUTHOR. COBOL Education Project.
       DATE-WRITTEN. 2026.
       SECURITY. Confidential.
       *> ================================================================
       *> ファイル間参照整合性チェックプログラム（夜間バッチ）
       *>
       *> 各プログラムは自分の入力を検証しているが、マスタと
       *> トランザクションは時間とともに食い違っていく。この
       *> プログラムは次の規則でマスタ・トランザクション間の参照を
       *> 突き合わせ、孤立レコードと不整合を規則別にまとめた
       *> レポート（INTEGRPT.TXT）を出力します：
       *>   R01 AROPEN.DATの請求書の顧客がCUSTOMER.MASTに無い
       *>   R02 SALES.TRANの取引の顧客がCUSTOMER.MASTに無い
       *>   R03 SALES.TRANの取引の商品がPRODUCT.MASTに無い
       *>   R04 SALES.TRANの取引の販売員がEMPLOYEE.DATに無い
       *>   R05 EMPLOYEE.DATの部署がDEPTMAST.DATに無い
       *>   R06 DEPTMAST.DATの部署管理者が在籍従業員でない
       *>   R07 EMPBANK.DATの口座の従業員がEMPLOYEE.DATに無い
       *>   R08 EMPBANK.DATの口座の従業員が退職済み
       *> 参照先・参照元のファイルが無い規則は実施せず、レポートに
       *> その旨を記載する。どのファイルも参照のみで更新しない。
       *>
       *> 終了時に構造化完了レコード（COMPLETION.DAT、プログラムID
       *> INTEGCHK）を書き出し、エラー件数欄に例外件数を載せる。
       *> 例外がある場合は完了コード4（警告）とし、スケジューラの
       *> 後続ステップは止めない。スケジューラへはSCHEDULE.DEFに
       *>   INTEGRITY-SWEEP ./integrity_sweep <順序> - CONTINUE INTEGCHK
       *> の形で登録する。
       *> ================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           *> 顧客マスタファイル（顧客IDの存在確認のみ）
           SELECT CUSTOMER-MASTER
               ASSIGN TO 'CUSTOMER.MAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               STATUS IS FILE-STATUS.

           *> 商品マスタファイル（商品コードの照合テーブル用）
           SELECT PRODUCT-MASTER
               ASSIGN TO 'PRODUCT.MAST'
               ORGANIZATION IS SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 売上トランザクションファイル（相対編成、参照のみ）
           SELECT SALES-TRANSACTIONS
               ASSIGN TO 'SALES.TRAN'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> オープン請求書ファイル（参照のみ）
           SELECT AR-OPEN-FILE
               ASSIGN TO 'AROPEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-INVOICE-ID
               STATUS IS FILE-STATUS.

           *> 従業員マスタファイル（EMPLOYEEプログラムが保守する
           *> 索引編成ファイル。従業員IDの存在と在籍状態の確認用）
           SELECT EMPLOYEE-MASTER
               ASSIGN TO 'EMPLOYEE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID-KEY
               STATUS IS FILE-STATUS.

           *> 部署マスタファイル（EMPLOYEEプログラムが保守する
           *> 順編成固定長ファイル）
           SELECT DEPARTMENT-MASTER
               ASSIGN TO 'DEPTMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 従業員銀行口座ファイル（EMPLOYEEプログラムが保守する
           *> 索引編成ファイル。参照のみ）
           SELECT EMPLOYEE-BANK-FILE
               ASSIGN TO 'EMPBANK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-EMP-ID
               STATUS IS FILE-STATUS.

           *> 孤立レコード・不整合の規則別レポート
           SELECT INTEGRITY-REPORT-FILE
               ASSIGN TO 'INTEGRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 構造化完了レコード（スケジューラのステップ成否判定用）
           SELECT COMPLETION-FILE
               ASSIGN TO 'COMPLETION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS COMPLETION-FILE-STATUS.

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
           05  CM-GROUP-CREDIT-LIMIT  PIC 9(8)V99.

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

       *> 従業員マスタレコード構造（EMPLOYEEプログラムの
       *> EMPLOYEE-RECORDと同一項目）
       FD  EMPLOYEE-MASTER
           LABEL RECORDS ARE STANDARD.
       01  EMPLOYEE-MASTER-RECORD.
           05  EMP-ID-KEY             PIC 9(5).
           05  EMP-NAME               PIC X(30).
           05  EMP-DEPT               PIC X(20).
           05  EMP-SALARY             PIC 9(7)V99.
           05  EMP-HIRE-DATE          PIC X(10).
           05  EMP-STATUS             PIC X(1).
               88  EMP-TERMINATED     VALUE 'T'.
           05  EMP-TERM-DATE          PIC X(10).
           05  EMP-GRADE              PIC X(2).
           05  EMP-LAST-CHANGED       PIC X(8).

       *> 部署マスタレコード構造（EMPLOYEEプログラムの
       *> DEPARTMENT-RECORDと同一項目）
       FD  DEPARTMENT-MASTER
           LABEL RECORDS ARE STANDARD.
       01  DEPARTMENT-RECORD.
           05  DM-DEPT-CODE           PIC X(20).
           05  DM-DEPT-NAME           PIC X(30).
           05  DM-MANAGER-ID          PIC 9(5).
           05  DM-COST-CENTER         PIC X(10).

       *> 従業員銀行口座レコード構造（EMPLOYEEプログラムの
       *> EMPLOYEE-BANK-RECORDと同一項目）
       FD  EMPLOYEE-BANK-FILE
           LABEL RECORDS ARE STANDARD.
       01  EMPLOYEE-BANK-RECORD.
           05  BK-EMP-ID              PIC 9(5).
           05  BK-BANK-CODE           PIC X(4).
           05  BK-BRANCH-CODE         PIC X(3).
           05  BK-ACCOUNT-NUMBER      PIC X(10).
           05  BK-ACCOUNT-NAME        PIC X(30).
           05  BK-LAST-CHANGED        PIC X(8).

       FD  INTEGRITY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INTEGRITY-REPORT-LINE      PIC X(132).

       *> 構造化完了レコード（バッチ各プログラム共通の書式）
       FD  COMPLETION-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  COMPLETION-RECORD.
           05  CC-PROGRAM-ID          PIC X(8).
           05  FILLER                 PIC X(1).
           05  CC-TIMESTAMP           PIC X(14).
           05  FILLER                 PIC X(1).
           05  CC-COMPLETION-CODE     PIC 9(4).
           05  FILLER                 PIC X(1).
           05  CC-TOTAL-COUNT         PIC 9(6).
           05  FILLER                 PIC X(1).
           05  CC-PROCESSED-COUNT     PIC 9(6).
           05  FILLER                 PIC X(1).
           05  CC-ERROR-COUNT         PIC 9(6).

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

       01  COMPLETION-FILE-STATUS     PIC X(2).
       01  AUDIT-FILE-STATUS          PIC X(2).

       01  AUDIT-CONTROL.
           05  AUDIT-PROGRAM-ID       PIC X(8)     VALUE 'INTEGCHK'.
           05  AUDIT-PARAGRAPH-ID     PIC X(30).
           05  AUDIT-USER-ID          PIC X(8)     VALUE 'BATCH'.
           05  AUDIT-OUTCOME          PIC X(1)     VALUE 'S'.
           05  AUDIT-MESSAGE          PIC X(60).
           05  AUDIT-TIMESTAMP        PIC X(14).

       *> 監査ログ通番の採番状態（通番ファイル名と直前の通番）
       01  AUDIT-SEQ-FILENAME PIC X(40) VALUE SPACES.
       01  AUDIT-SEQUENCE PIC 9(7)  VALUE 0.

       *> 商品コードの照合テーブル
       01  PRODUCT-TABLE.
           05  PROD-COUNT             PIC 9(4)     VALUE 0.
           05  PROD-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON PROD-COUNT
                    INDEXED BY PROD-INDEX.
               10  PROD-ID            PIC X(10).

       *> 部署コードの照合テーブル
       01  DEPARTMENT-TABLE.
           05  DEPT-COUNT             PIC 9(3)     VALUE 0.
           05  DEPT-ENTRY OCCURS 1 TO 100 TIMES
                    DEPENDING ON DEPT-COUNT
                    INDEXED BY DEPT-INDEX.
               10  DEPT-CODE          PIC X(20).
               10  DEPT-MANAGER-ID    PIC 9(5).

       *> 規則別の件数（レポート末尾の要約用）
       01  RULE-TABLE.
           05  RULE-ENTRY OCCURS 8 TIMES INDEXED BY RULE-INDEX.
               10  RULE-ID            PIC X(3).
               10  RULE-TEXT          PIC X(60).
               10  RULE-CHECKED       PIC 9(6)     VALUE 0.
               10  RULE-EXCEPTIONS    PIC 9(6)     VALUE 0.
               10  RULE-RUN-FLAG      PIC X(1)     VALUE 'N'.
                   88  RULE-WAS-RUN   VALUE 'Y'.

       01  SWEEP-CONTROL.
           05  SWEEP-TODAY            PIC X(8).
           05  CUSTOMER-MASTER-FLAG   PIC X(1)     VALUE 'N'.
               88  CUSTOMER-MASTER-OPEN VALUE 'Y'.
           05  EMPLOYEE-MASTER-FLAG   PIC X(1)     VALUE 'N'.
               88  EMPLOYEE-MASTER-OPEN VALUE 'Y'.
           05  PRODUCT-MASTER-FLAG    PIC X(1)     VALUE 'N'.
               88  PRODUCT-MASTER-LOADED VALUE 'Y'.
           05  DEPT-MASTER-FLAG       PIC X(1)     VALUE 'N'.
               88  DEPT-MASTER-LOADED VALUE 'Y'.
           05  REFERENCE-FOUND        PIC X(1).
           *> 参照先の存在確認の結果（Y/N）
           05  SKIP-REASON            PIC X(60).
           *> 規則を実施しなかった理由（空白なら実施）
           05  TOTAL-CHECKED          PIC 9(6)     VALUE 0.
           05  TOTAL-EXCEPTIONS       PIC 9(6)     VALUE 0.
           05  COMPLETION-CODE-WORK   PIC 9(4)     VALUE 0.
           05  EMP-ID-WORK            PIC 9(5).
           *> 販売員ID（4桁）を従業員ID（5桁）として照合する領域

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '====================================='
           DISPLAY 'Referential Integrity Sweep'
           DISPLAY '====================================='

           MOVE FUNCTION CURRENT-DATE(1:8) TO SWEEP-TODAY
           PERFORM INITIALIZE-RULE-TABLE
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-DEPARTMENT-TABLE

           *> 顧客マスタ・従業員マスタは規則をまたいで参照する
           *> ため、最初に開いて最後に閉じる
           OPEN INPUT CUSTOMER-MASTER
           IF FILE-STATUS-OK
               MOVE 'Y' TO CUSTOMER-MASTER-FLAG
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF FILE-STATUS-OK
               MOVE 'Y' TO EMPLOYEE-MASTER-FLAG
           END-IF

           OPEN OUTPUT INTEGRITY-REPORT-FILE
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING 'REFERENTIAL INTEGRITY SWEEP ' DELIMITED BY SIZE
                  SWEEP-TODAY DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE

           PERFORM CHECK-AROPEN-CUSTOMERS
           PERFORM CHECK-SALES-CUSTOMERS
           PERFORM CHECK-SALES-PRODUCTS
           PERFORM CHECK-SALES-SALESPERSONS
           PERFORM CHECK-EMPLOYEE-DEPARTMENTS
           PERFORM CHECK-DEPARTMENT-MANAGERS
           PERFORM CHECK-BANK-EMPLOYEES
           PERFORM CHECK-BANK-TERMINATED

           PERFORM WRITE-RULE-SUMMARY
           CLOSE INTEGRITY-REPORT-FILE

           IF CUSTOMER-MASTER-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF
           IF EMPLOYEE-MASTER-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF

           DISPLAY 'References checked: ' TOTAL-CHECKED
           DISPLAY 'Exceptions found:   ' TOTAL-EXCEPTIONS
           DISPLAY 'Report written to INTEGRPT.TXT'

           MOVE 'MAIN-PROCEDURE' TO AUDIT-PARAGRAPH-ID
           MOVE 'S' TO AUDIT-OUTCOME
           MOVE SPACES TO AUDIT-MESSAGE
           STRING 'Integrity sweep checked ' DELIMITED BY SIZE
                  TOTAL-CHECKED DELIMITED BY SIZE
                  ' exceptions ' DELIMITED BY SIZE
                  TOTAL-EXCEPTIONS DELIMITED BY SIZE
               INTO AUDIT-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-LOG

           PERFORM WRITE-COMPLETION-RECORD
           STOP RUN.

       INITIALIZE-RULE-TABLE.
           *> 規則の番号と説明（レポートの見出しと要約に使う）
           MOVE 'R01' TO RULE-ID(1)
           MOVE 'AROPEN.DAT item for customer not on CUSTOMER.MAST'
               TO RULE-TEXT(1)
           MOVE 'R02' TO RULE-ID(2)
           MOVE 'SALES.TRAN line for customer not on CUSTOMER.MAST'
               TO RULE-TEXT(2)
           MOVE 'R03' TO RULE-ID(3)
           MOVE 'SALES.TRAN line for product not on PRODUCT.MAST'
               TO RULE-TEXT(3)
           MOVE 'R04' TO RULE-ID(4)
           MOVE 'SALES.TRAN salesperson not on EMPLOYEE.DAT'
               TO RULE-TEXT(4)
           MOVE 'R05' TO RULE-ID(5)
           MOVE 'Employee department not on DEPTMAST.DAT'
               TO RULE-TEXT(5)
           MOVE 'R06' TO RULE-ID(6)
           MOVE 'Department manager not an active employee'
               TO RULE-TEXT(6)
           MOVE 'R07' TO RULE-ID(7)
           MOVE 'EMPBANK.DAT record for employee not on EMPLOYEE.DAT'
               TO RULE-TEXT(7)
           MOVE 'R08' TO RULE-ID(8)
           MOVE 'EMPBANK.DAT record for terminated employee'
               TO RULE-TEXT(8).

       LOAD-PRODUCT-TABLE.
           *> 商品マスタから商品コードを読み込む（テーブルに収まら
           *> ない場合は誤検出を避けるため商品の規則を実施しない）
           MOVE 0 TO PROD-COUNT
           OPEN INPUT PRODUCT-MASTER
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO PRODUCT-MASTER-FLAG
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ PRODUCT-MASTER
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF PROD-COUNT < 2000
                           ADD 1 TO PROD-COUNT
                           SET PROD-INDEX TO PROD-COUNT
                           MOVE PM-PRODUCT-ID TO PROD-ID(PROD-INDEX)
                       ELSE
                           MOVE 'N' TO PRODUCT-MASTER-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-MASTER
           MOVE 'N' TO EOF-FLAG.

       LOAD-DEPARTMENT-TABLE.
           *> 部署マスタから部署コードと部署管理者を読み込む
           MOVE 0 TO DEPT-COUNT
           OPEN INPUT DEPARTMENT-MASTER
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO DEPT-MASTER-FLAG
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ DEPARTMENT-MASTER
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF DEPT-COUNT < 100
                           ADD 1 TO DEPT-COUNT
                           SET DEPT-INDEX TO DEPT-COUNT
                           MOVE DM-DEPT-CODE TO DEPT-CODE(DEPT-INDEX)
                           MOVE DM-MANAGER-ID
                               TO DEPT-MANAGER-ID(DEPT-INDEX)
                       ELSE
                           MOVE 'N' TO DEPT-MASTER-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPARTMENT-MASTER
           MOVE 'N' TO EOF-FLAG.

       WRITE-RULE-HEADING.
           *> RULE-INDEXの規則の見出し行を書く
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING 'RULE ' DELIMITED BY SIZE
                  RULE-ID(RULE-INDEX) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  RULE-TEXT(RULE-INDEX) DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE.

       WRITE-RULE-FOOTING.
           *> RULE-INDEXの規則の件数行（実施しなかった場合は理由）
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           IF SKIP-REASON NOT = SPACES
               STRING '  Rule not run - ' DELIMITED BY SIZE
                      SKIP-REASON DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-LINE
               END-STRING
           ELSE
               MOVE 'Y' TO RULE-RUN-FLAG(RULE-INDEX)
               ADD RULE-CHECKED(RULE-INDEX) TO TOTAL-CHECKED
               ADD RULE-EXCEPTIONS(RULE-INDEX) TO TOTAL-EXCEPTIONS
               STRING '  Checked ' DELIMITED BY SIZE
                      RULE-CHECKED(RULE-INDEX) DELIMITED BY SIZE
                      '  exceptions ' DELIMITED BY SIZE
                      RULE-EXCEPTIONS(RULE-INDEX) DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-LINE
               END-STRING
           END-IF
           WRITE INTEGRITY-REPORT-LINE.

       LOOKUP-CUSTOMER.
           *> CM-CUSTOMER-IDの顧客が顧客マスタにあるか確認する
           MOVE 'N' TO REFERENCE-FOUND
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO REFERENCE-FOUND
           END-READ.

       LOOKUP-EMPLOYEE.
           *> EMP-ID-KEYの従業員が従業員マスタにあるか確認する
           *> （見つかった場合はEMP-STATUSで在籍状態を参照できる）
           MOVE 'N' TO REFERENCE-FOUND
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO REFERENCE-FOUND
           END-READ.

       CHECK-AROPEN-CUSTOMERS.
           *> R01 オープン請求書の顧客の存在確認
           SET RULE-INDEX TO 1
           PERFORM WRITE-RULE-HEADING
           MOVE SPACES TO SKIP-REASON
           IF NOT CUSTOMER-MASTER-OPEN
               MOVE 'CUSTOMER.MAST not available' TO SKIP-REASON
               PERFORM WRITE-RULE-FOOTING
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT AR-OPEN-FILE
           IF NOT FILE-STATUS-OK
               MOVE 'AROPEN.DAT not available' TO SKIP-REASON
               PERFORM WRITE-RULE-FOOTING
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ AR-OPEN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO RULE-CHECKED(RULE-INDEX)
                       MOVE AR-CUSTOMER-ID TO CM-CUSTOMER-ID
                       PERFORM LOOKUP-CUSTOMER
                       IF REFERENCE-FOUND NOT = 'Y'
                           ADD 1 TO RULE-EXCEPTIONS(RULE-INDEX)
                           MOVE SPACES TO INTEGRITY-REPORT-LINE
                           STRING '  Invoice ' DELIMITED BY SIZE
                                  AR-INVOICE-ID DELIMITED BY SIZE
                                  ' customer ' DELIMITED BY SIZE
                                  AR-CUSTOMER-ID DELIMITED BY SIZE
                                  ' status ' DELIMITED BY SIZE
                                  AR-STATUS DELIMITED BY SIZE
                                  ' dated ' DELIMITED BY SIZE
                                  AR-INVOICE-DATE DELIMITED BY SIZE
                               INTO INTEGRITY-REPORT-LINE
                           END-STRING
                           WRITE INTEGRITY-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-OPEN-FILE
           MOVE 'N' TO EOF-FLAG
           PERFORM WRITE-RULE-FOOTING.

       CHECK-SALES-CUSTOMERS.
           *> R02 売上取引の顧客の存在確認
           SET RULE-INDEX TO 2
           PERFORM WRITE-RULE-HEADING
           MOVE SPACES TO SKIP-REASON
           IF NOT CUSTOMER-MASTER-OPEN
               MOVE 'CUSTOMER.MAST not available' TO SKIP-REASON
               PERFORM WRITE-RULE-FOOTING
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SALES-TRANSACTIONS
           IF NOT FILE-STATUS-OK
               MOVE 'SALES.TRAN not available' TO SKIP-REASON
               PERFORM WRITE-RULE-FOOTING
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ SALES-TRANSACTIONS NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO RULE-CHECKED(RULE-INDEX)
                       MOVE CUSTOMER-ID TO CM-CUSTOMER-ID
                       PERFORM LOOKUP-CUSTOMER
                       IF REFERENCE-FOUND NOT = 'Y'
                           ADD 1 TO RULE-EXCEPTIONS(RULE-INDEX)
                           MOVE SPACES TO INTEGRITY-REPORT-LINE
                           STRING '  Transaction ' DELIMITED BY SIZE
                                  TRANSACTION-ID DELIMITED BY SIZE
                                  ' customer ' DELIMITED BY SIZE
                                  CUSTOMER-ID DELIMITED BY SIZE
                                  ' dated ' DELIMITED BY SIZE
                                  TRANSACTION-DATE DELIMITED BY SIZE
                               INTO INTEGRITY-REPORT-LINE
                           END-STRING
                           WRITE INTEGRITY-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-TRANSACTIONS
           MOVE 'N' TO EOF-FLAG
           PERFORM WRITE-RULE-FOOTING.

       CHECK-SALES-PRODUCTS.
           *> R03 売上取引の商品の存在確認
           SET RULE-INDEX TO 3
           PERFORM WRITE-RULE-HEADING
           MOVE SPACES TO SKIP-REASON
           IF NOT PRODUCT-MASTER-LOADED
               MOVE 'PRODUCT.MAST not available or too large'
                   TO SKIP-REASON
               PERFORM WRITE-RULE-FOOTING
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SALES-TRANSACTIONS
           IF NOT FILE-STATUS-OK
               MOVE 'SALES.TRAN not available' TO SKIP-REASON
               PERFORM WRITE-RULE-FOOTING
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ SALES-TRANSACTIONS NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO RULE-CHECKED(RULE-INDEX)
                       MOVE 'N' TO REFERENCE-FOUND
                       IF PROD-COUNT > 0
                           SET PROD-INDEX TO 1
                           SEARCH PROD-ENTRY
                               WHEN PROD-ID(PROD-INDEX)
                                       = PRODUCT-CODE
                                   MOVE 'Y' TO REFERENCE-FOUND
                           END-SEARCH
                       END-IF
                       IF REFERENCE-FOUND NOT = 'Y'
                           ADD 1 TO RULE-EXCEPTIONS(RULE-INDEX)
                           MOVE SPACES TO INTEGRITY-REPORT-LINE
                           STRING '  Transaction ' DELIMITED BY SIZE
                                  TRANSACTION-ID DELIMITED BY SIZE
                                  ' product ' DELIMITED BY SIZE
                                  PRODUCT-CODE DELIMITED BY SIZE
                                  ' dated ' DELIMITED BY SIZE
                                  TRANSACTION-DATE DELIMITED BY SIZE
                               INTO INTEGRITY-REPORT-LINE
                           END-STRING
                           WRITE INTEGRITY-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-TRANSACTIONS
           MOVE 'N' TO EOF-FLAG
           PERFORM WRITE-RULE-FOOTING.

       CHECK-SALES-SALESPERSONS.
           *> R04 売上取引の販売員の存在確認（販売員ID 0は販売員
           *> なしの取引のため対象外）
           SET RULE-INDEX TO 4
           PERFORM WRITE-RULE-HEADING
           MOVE SPACES TO SKIP-REASON
           IF NOT EMPLOYEE-MASTER-OPEN
               MOVE 'EMPLOYEE.DAT not available' TO SKIP-REASON
               PERFORM WRITE-RULE-FOOTING
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SALES-TRANSACTIONS
           IF NOT FILE-STATUS-OK
               MOVE 'SALES.TRAN not available' TO SKIP-REASON
               PERFORM WRITE-RULE-FOOTING
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ SALES-TRANSACTIONS NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF SALESPERSON-ID NOT = 0
                           ADD 1 TO RULE-CHECKED(RULE-INDEX)
                           MOVE SALESPERSON-ID TO EMP-ID-WORK
                           MOVE EMP-ID-WORK TO EMP-ID-KEY
                           PERFORM LOOKUP-EMPLOYEE
                           IF REFERENCE-FOUND NOT = 'Y'
                               PERFORM REPORT-SALESPERSON-ORPHAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-TRANSACTIONS
           MOVE 'N' TO EOF-FLAG
           PERFORM WRITE-RULE-FOOTING.

       REPORT-SALESPERSON-ORPHAN.
           *> R04の例外1件分の出力
           ADD 1 TO RULE-EXCEPTIONS(RULE-INDEX)
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING '  Transaction ' DELIMITED BY SIZE
                  TRANSACTION-ID DELIMITED BY SIZE
                  ' salesperson ' DELIMITED BY SIZE
                  SALESPERSON-ID DELIMITED BY SIZE
                  ' dated ' DELIMITED BY SIZE
                  TRANSACTION-DATE DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE.

       CHECK-EMPLOYEE-DEPARTMENTS.
           *> R05 従業員の部署の存在確認（退職者も対象。部署マスタ
           *> の無い環境では実施しない）
           SET RULE-INDEX TO 5
           PERFORM WRITE-RULE-HEADING
           MOVE SPACES TO SKIP-REASON
           IF NOT DEPT-MASTER-LOADED
               MOVE 'DEPTMAST.DAT not available or too large'
                   TO SKIP-REASON
               PERFORM WRITE-RULE-FOOTING
               EXIT PARAGRAPH
           END-IF
           IF NOT EMPLOYEE-MASTER-OPEN
               MOVE 'EMPLOYEE.DAT not available' TO SKIP-REASON
               PERFORM WRITE-RULE-FOOTING
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           MOVE 0 TO EMP-ID-KEY
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-REACHED
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO RULE-CHECKED(RULE-INDEX)
                       MOVE 'N' TO REFERENCE-FOUND
                       IF DEPT-COUNT > 0
                           SET DEPT-INDEX TO 1
                           SEARCH DEPT-ENTRY
                               WHEN DEPT-CODE(DEPT-INDEX) = EMP-DEPT
                                   MOVE 'Y' TO REFERENCE-FOUND
                           END-SEARCH
                       END-IF
                       IF REFERENCE-FOUND NOT = 'Y'
                           ADD 1 TO RULE-EXCEPTIONS(RULE-INDEX)
                           MOVE SPACES TO INTEGRITY-REPORT-LINE
                           STRING '  Employee ' DELIMITED BY SIZE
                                  EMP-ID-KEY DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  EMP-NAME DELIMITED BY SIZE
                                  ' department ' DELIMITED BY SIZE
                                  EMP-DEPT DELIMITED BY SIZE
                               INTO INTEGRITY-REPORT-LINE
                           END-STRING
                           WRITE INTEGRITY-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG
           PERFORM WRITE-RULE-FOOTING.

       CHECK-DEPARTMENT-MANAGERS.
           *> R06 部署管理者が在籍従業員であることの確認（管理者ID 0
           *> は未設定のため対象外）
           SET RULE-INDEX TO 6
           PERFORM WRITE-RULE-HEADING
           MOVE SPACES TO SKIP-REASON
           IF NOT DEPT-MASTER-LOADED
               MOVE 'DEPTMAST.DAT not available or too large'
                   TO SKIP-REASON
               PERFORM WRITE-RULE-FOOTING
               EXIT PARAGRAPH
           END-IF
           IF NOT EMPLOYEE-MASTER-OPEN
               MOVE 'EMPLOYEE.DAT not available' TO SKIP-REASON
               PERFORM WRITE-RULE-FOOTING
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
                   UNTIL DEPT-INDEX > DEPT-COUNT
               IF DEPT-MANAGER-ID(DEPT-INDEX) NOT = 0
                   ADD 1 TO RULE-CHECKED(RULE-INDEX)
                   MOVE DEPT-MANAGER-ID(DEPT-INDEX) TO EMP-ID-KEY
                   PERFORM LOOKUP-EMPLOYEE
                   IF REFERENCE-FOUND NOT = 'Y'
                       ADD 1 TO RULE-EXCEPTIONS(RULE-INDEX)
                       MOVE SPACES TO INTEGRITY-REPORT-LINE
                       STRING '  Department ' DELIMITED BY SIZE
                              DEPT-CODE(DEPT-INDEX) DELIMITED BY SIZE
                              ' manager ' DELIMITED BY SIZE
                              DEPT-MANAGER-ID(DEPT-INDEX)
                                  DELIMITED BY SIZE
                              ' not on file' DELIMITED BY SIZE
                           INTO INTEGRITY-REPORT-LINE
                       END-STRING
                       WRITE INTEGRITY-REPORT-LINE
                   ELSE
                       IF EMP-TERMINATED
                           ADD 1 TO RULE-EXCEPTIONS(RULE-INDEX)
                           MOVE SPACES TO INTEGRITY-REPORT-LINE
                           STRING '  Department ' DELIMITED BY SIZE
                                  DEPT-CODE(DEPT-INDEX)
                                      DELIMITED BY SIZE
                                  ' manager ' DELIMITED BY SIZE
                                  DEPT-MANAGER-ID(DEPT-INDEX)
                                      DELIMITED BY SIZE
                                  ' terminated ' DELIMITED BY SIZE
                                  EMP-TERM-DATE DELIMITED BY SIZE
                               INTO INTEGRITY-REPORT-LINE
                           END-STRING
                           WRITE INTEGRITY-REPORT-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM WRITE-RULE-FOOTING.

       CHECK-BANK-EMPLOYEES.
           *> R07 銀行口座の従業員の存在確認
           SET RULE-INDEX TO 7
           PERFORM WRITE-RULE-HEADING
           MOVE SPACES TO SKIP-REASON
           IF NOT EMPLOYEE-MASTER-OPEN
               MOVE 'EMPLOYEE.DAT not available' TO SKIP-REASON
               PERFORM WRITE-RULE-FOOTING
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EMPLOYEE-BANK-FILE
           IF NOT FILE-STATUS-OK
               MOVE 'EMPBANK.DAT not available' TO SKIP-REASON
               PERFORM WRITE-RULE-FOOTING
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ EMPLOYEE-BANK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO RULE-CHECKED(RULE-INDEX)
                       MOVE BK-EMP-ID TO EMP-ID-KEY
                       PERFORM LOOKUP-EMPLOYEE
                       IF REFERENCE-FOUND NOT = 'Y'
                           ADD 1 TO RULE-EXCEPTIONS(RULE-INDEX)
                           MOVE SPACES TO INTEGRITY-REPORT-LINE
                           STRING '  Bank record employee '
                                      DELIMITED BY SIZE
                                  BK-EMP-ID DELIMITED BY SIZE
                                  ' account ' DELIMITED BY SIZE
                                  BK-BANK-CODE DELIMITED BY SIZE
                                  '-' DELIMITED BY SIZE
                                  BK-BRANCH-CODE DELIMITED BY SIZE
                               INTO INTEGRITY-REPORT-LINE
                           END-STRING
                           WRITE INTEGRITY-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-BANK-FILE
           MOVE 'N' TO EOF-FLAG
           PERFORM WRITE-RULE-FOOTING.

       CHECK-BANK-TERMINATED.
           *> R08 退職者の銀行口座の残存確認（最終給与の支払後も
           *> 口座が残っていると誤振込の原因になる）
           SET RULE-INDEX TO 8
           PERFORM WRITE-RULE-HEADING
           MOVE SPACES TO SKIP-REASON
           IF NOT EMPLOYEE-MASTER-OPEN
               MOVE 'EMPLOYEE.DAT not available' TO SKIP-REASON
               PERFORM WRITE-RULE-FOOTING
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EMPLOYEE-BANK-FILE
           IF NOT FILE-STATUS-OK
               MOVE 'EMPBANK.DAT not available' TO SKIP-REASON
               PERFORM WRITE-RULE-FOOTING
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ EMPLOYEE-BANK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE BK-EMP-ID TO EMP-ID-KEY
                       PERFORM LOOKUP-EMPLOYEE
                       IF REFERENCE-FOUND = 'Y'
                           ADD 1 TO RULE-CHECKED(RULE-INDEX)
                           IF EMP-TERMINATED
                               ADD 1 TO RULE-EXCEPTIONS(RULE-INDEX)
                               MOVE SPACES TO INTEGRITY-REPORT-LINE
                               STRING '  Bank record employee '
                                          DELIMITED BY SIZE
                                      BK-EMP-ID DELIMITED BY SIZE
                                      ' ' DELIMITED BY SIZE
                                      EMP-NAME DELIMITED BY SIZE
                                      ' terminated ' DELIMITED BY SIZE
                                      EMP-TERM-DATE DELIMITED BY SIZE
                                   INTO INTEGRITY-REPORT-LINE
                               END-STRING
                               WRITE INTEGRITY-REPORT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-BANK-FILE
           MOVE 'N' TO EOF-FLAG
           PERFORM WRITE-RULE-FOOTING.

       WRITE-RULE-SUMMARY.
           *> 規則別件数の要約と例外合計
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING '--- Summary by rule ---' DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
                   UNTIL RULE-INDEX > 8
               MOVE SPACES TO INTEGRITY-REPORT-LINE
               IF RULE-WAS-RUN(RULE-INDEX)
                   STRING RULE-ID(RULE-INDEX) DELIMITED BY SIZE
                          ' checked ' DELIMITED BY SIZE
                          RULE-CHECKED(RULE-INDEX) DELIMITED BY SIZE
                          ' exceptions ' DELIMITED BY SIZE
                          RULE-EXCEPTIONS(RULE-INDEX)
                              DELIMITED BY SIZE
                       INTO INTEGRITY-REPORT-LINE
                   END-STRING
               ELSE
                   STRING RULE-ID(RULE-INDEX) DELIMITED BY SIZE
                          ' not run' DELIMITED BY SIZE
                       INTO INTEGRITY-REPORT-LINE
                   END-STRING
               END-IF
               WRITE INTEGRITY-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING 'Total exceptions: ' DELIMITED BY SIZE
                  TOTAL-EXCEPTIONS DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE.

       WRITE-COMPLETION-RECORD.
           *> 構造化完了レコードの書き出し（例外ありは完了コード4＝
           *> 警告、なしは0。件数欄は照合件数・整合件数・例外件数）
           IF TOTAL-EXCEPTIONS > 0
               MOVE 4 TO COMPLETION-CODE-WORK
           ELSE
               MOVE 0 TO COMPLETION-CODE-WORK
           END-IF

           OPEN EXTEND COMPLETION-FILE
           IF COMPLETION-FILE-STATUS NOT = '00'
               OPEN OUTPUT COMPLETION-FILE
           END-IF
           MOVE SPACES TO COMPLETION-RECORD
           MOVE 'INTEGCHK' TO CC-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO CC-TIMESTAMP
           MOVE COMPLETION-CODE-WORK TO CC-COMPLETION-CODE
           MOVE TOTAL-CHECKED TO CC-TOTAL-COUNT
           COMPUTE CC-PROCESSED-COUNT =
               TOTAL-CHECKED - TOTAL-EXCEPTIONS
           MOVE TOTAL-EXCEPTIONS TO CC-ERROR-COUNT
           WRITE COMPLETION-RECORD
           CLOSE COMPLETION-FILE
           DISPLAY 'Completion record written (code '
               COMPLETION-CODE-WORK ')'.

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

       END PROGRAM INTEGRITY-SWEEP.
