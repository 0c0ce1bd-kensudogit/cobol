       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-LEDGER.
       AUTHOR. COBOL Education Project.
       DATE-WRITTEN. 2026.
       SECURITY. Confidential.
       *> ================================================================
       *> 在庫受払照合プログラム（在庫受払台帳と商品マスタの照合、
       *> 商品別受払記録の照会）
       *>
       *> このプログラムは次の2ステップを順に実行します：
       *>   1. 受払照合 - 在庫受払台帳（STKLEDG.DAT、COMPREHENSIVE-
       *>      SAMPLEが在庫の増減ごとに追記）を全件読み、商品別に
       *>      開始残高＋入荷＋売上＋返品＋棚卸調整を集計して商品
       *>      マスタ（PRODUCT.MAST）の在庫数量と照合する。一致しない
       *>      商品、台帳の残高が前行から連続しない商品、マスタに無い
       *>      商品に印を付けてSTKRECON.TXTへ出力する
       *>   2. 受払記録照会 - 設定ファイル（STKLCTL.DAT）のCARD指示
       *>      で指定した1商品の指定期間の受払を、前残高・入庫・
       *>      出庫・残高の形でSTKCARD.TXTへ出力する
       *> ================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           *> 在庫受払台帳（COMPREHENSIVE-SAMPLEが追記する行順次
           *> 編成ファイル。ここでは参照のみ）
           SELECT STOCK-LEDGER-FILE
               ASSIGN TO 'STKLEDG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 照合・照会の設定ファイル（種別＋値の1行1指示）
           SELECT LEDGER-CONFIG-FILE
               ASSIGN TO 'STKLCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 商品マスタファイル（在庫数量の参照のみ）
           SELECT PRODUCT-MASTER
               ASSIGN TO 'PRODUCT.MAST'
               ORGANIZATION IS SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 在庫受払照合レポート（在庫管理・経理部門向け）
           SELECT RECONCILIATION-REPORT-FILE
               ASSIGN TO 'STKRECON.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 商品別受払記録（CARD指示がある場合のみ出力）
           SELECT STOCK-CARD-FILE
               ASSIGN TO 'STKCARD.TXT'
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

       *> 在庫受払台帳レコード構造（COMPREHENSIVE-SAMPLEの
       *> STOCK-LEDGER-RECORDと同一項目）
       FD  STOCK-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       01  STOCK-LEDGER-RECORD.
           05  SM-MOVE-DATE           PIC X(8).
           05  FILLER                 PIC X(1).
           05  SM-PRODUCT-ID          PIC X(10).
           05  FILLER                 PIC X(1).
           05  SM-MOVEMENT-TYPE       PIC X(8).
           05  FILLER                 PIC X(1).
           05  SM-QUANTITY            PIC S9(7)
               SIGN IS LEADING SEPARATE.
           05  FILLER                 PIC X(1).
           05  SM-REFERENCE           PIC X(12).
           05  FILLER                 PIC X(1).
           05  SM-BALANCE             PIC S9(7)
               SIGN IS LEADING SEPARATE.

       *> 設定指示レコード構造
       *> CARD     <商品ID> <開始日> <終了日> 受払記録を出力する
       *>          商品と期間（日付省略時は全期間）
       *> OPERATOR <利用者ID> 監査ログに記録する実行者
       FD  LEDGER-CONFIG-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEDGER-CONFIG-RECORD.
           05  LC-CONTROL-TYPE        PIC X(10).
           05  LC-CONTROL-VALUE       PIC X(60).

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

       FD  RECONCILIATION-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECONCILIATION-REPORT-LINE PIC X(132).

       FD  STOCK-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  STOCK-CARD-LINE            PIC X(132).

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
           05  AUDIT-PROGRAM-ID       PIC X(8)     VALUE 'STKLEDG'.
           05  AUDIT-PARAGRAPH-ID     PIC X(30).
           05  AUDIT-USER-ID          PIC X(8)     VALUE 'BATCH'.
           05  AUDIT-OUTCOME          PIC X(1)     VALUE 'S'.
           05  AUDIT-MESSAGE          PIC X(60).
           05  AUDIT-TIMESTAMP        PIC X(14).

       *> 監査ログ通番の採番状態（通番ファイル名と直前の通番）
       01  AUDIT-SEQ-FILENAME PIC X(40) VALUE SPACES.
       01  AUDIT-SEQUENCE PIC 9(7)  VALUE 0.

       *> 商品別の受払集計（商品マスタの全商品＋台帳にだけ現れる
       *> 商品）
       01  PRODUCT-TABLE.
           05  PROD-COUNT             PIC 9(3)     VALUE 0.
           05  PROD-ENTRY OCCURS 1 TO 200 TIMES
                    DEPENDING ON PROD-COUNT
                    INDEXED BY PROD-INDEX.
               10  PROD-ID            PIC X(10).
               10  PROD-NAME          PIC X(30).
               10  PROD-ON-MASTER     PIC X(1).
               *> Y=商品マスタに存在する
               10  PROD-MASTER-QTY    PIC S9(7).
               10  PROD-HAS-MOVES     PIC X(1).
               *> Y=台帳に1行以上ある
               10  PROD-OPENING       PIC S9(7).
               10  PROD-RECEIPTS      PIC S9(7).
               10  PROD-SALES         PIC S9(7).
               10  PROD-RETURNS       PIC S9(7).
               10  PROD-ADJUSTMENTS   PIC S9(7).
               10  PROD-LAST-BALANCE  PIC S9(7).
               10  PROD-BALANCE-BREAKS PIC 9(5).
               *> 残高が前行の残高＋数量と一致しなかった行の数

       01  RECONCILIATION-STATISTICS.
           05  MOVEMENTS-READ         PIC 9(7)     VALUE 0.
           05  PRODUCTS-RECONCILED    PIC 9(3)     VALUE 0.
           05  PRODUCTS-OUT-OF-BALANCE PIC 9(3)    VALUE 0.
           05  PRODUCTS-TABLE-FULL    PIC 9(5)     VALUE 0.

       01  RECONCILIATION-WORK.
           05  RUN-TODAY              PIC X(8).
           05  PRODUCT-FOUND          PIC X(1).
           05  COMPUTED-BALANCE       PIC S9(7)    VALUE 0.
           05  BALANCE-DIFFERENCE     PIC S9(7)    VALUE 0.
           05  EXPECTED-BALANCE       PIC S9(7)    VALUE 0.
           05  SEARCH-PRODUCT-ID      PIC X(10).

       *> 照合レポートの明細行（数量は符号付き編集）
       01  RECON-DETAIL-LINE.
           05  RD-PRODUCT-ID          PIC X(10).
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  RD-OPENING             PIC -(7)9.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  RD-RECEIPTS            PIC -(7)9.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  RD-SALES               PIC -(7)9.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  RD-RETURNS             PIC -(7)9.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  RD-ADJUSTMENTS         PIC -(7)9.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  RD-COMPUTED            PIC -(7)9.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  RD-MASTER              PIC -(7)9.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  RD-DIFFERENCE          PIC -(7)9.
           05  FILLER                 PIC X(1)     VALUE SPACE.
           05  RD-FLAGS               PIC X(40).

       *> 受払記録照会の指定と集計
       01  STOCK-CARD-CONTROL.
           05  CARD-SWITCH            PIC X(1)     VALUE 'N'.
               88  CARD-REQUESTED     VALUE 'Y'.
           05  CARD-PRODUCT-ID        PIC X(10)    VALUE SPACES.
           05  CARD-FROM-DATE         PIC X(8)     VALUE SPACES.
           05  CARD-TO-DATE           PIC X(8)     VALUE SPACES.
           05  CARD-OPENED-SWITCH     PIC X(1)     VALUE 'N'.
               88  CARD-BF-WRITTEN    VALUE 'Y'.
           05  CARD-BROUGHT-FORWARD   PIC S9(7)    VALUE 0.
           05  CARD-CLOSING-BALANCE   PIC S9(7)    VALUE 0.
           05  CARD-TOTAL-IN          PIC S9(7)    VALUE 0.
           05  CARD-TOTAL-OUT         PIC S9(7)    VALUE 0.
           05  CARD-LINES             PIC 9(5)     VALUE 0.

       *> 受払記録の明細行
       01  CARD-DETAIL-LINE.
           05  CD-MOVE-DATE           PIC X(8).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  CD-MOVEMENT-TYPE       PIC X(8).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  CD-REFERENCE           PIC X(12).
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  CD-IN-QTY              PIC Z(6)9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  CD-OUT-QTY             PIC Z(6)9.
           05  FILLER                 PIC X(2)     VALUE SPACES.
           05  CD-BALANCE             PIC -(7)9.

       01  CARD-QTY-DISPLAY           PIC -(7)9.
       01  CARD-IN-DISPLAY            PIC Z(6)9.
       01  CARD-OUT-DISPLAY           PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '====================================='
           DISPLAY 'Stock Ledger Reconciliation'
           DISPLAY '====================================='

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-TODAY

           PERFORM LOAD-LEDGER-CONFIG
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM START-STOCK-CARD
           PERFORM SCAN-STOCK-LEDGER
           PERFORM WRITE-RECONCILIATION-REPORT
           PERFORM FINISH-STOCK-CARD

           DISPLAY 'Movements read:         ' MOVEMENTS-READ
           DISPLAY 'Products reconciled:    ' PRODUCTS-RECONCILED
           DISPLAY 'Products out of balance: ' PRODUCTS-OUT-OF-BALANCE
           DISPLAY '====================================='

           MOVE 'MAIN-PROCEDURE' TO AUDIT-PARAGRAPH-ID
           MOVE SPACES TO AUDIT-MESSAGE
           IF PRODUCTS-OUT-OF-BALANCE > 0
               MOVE 'F' TO AUDIT-OUTCOME
               STRING 'Stock ledger out of balance for '
                          DELIMITED BY SIZE
                      PRODUCTS-OUT-OF-BALANCE DELIMITED BY SIZE
                      ' products' DELIMITED BY SIZE
                   INTO AUDIT-MESSAGE
               END-STRING
           ELSE
               MOVE 'S' TO AUDIT-OUTCOME
               MOVE 'Stock ledger reconciled to product master'
                   TO AUDIT-MESSAGE
           END-IF
           PERFORM WRITE-AUDIT-LOG

           STOP RUN.

       LOAD-LEDGER-CONFIG.
           *> 設定指示の読み込み（ファイルが無い場合は照合のみ）
           OPEN INPUT LEDGER-CONFIG-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ LEDGER-CONFIG-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       EVALUATE LC-CONTROL-TYPE
                           WHEN 'CARD'
                               UNSTRING LC-CONTROL-VALUE
                                       DELIMITED BY ALL SPACE
                                   INTO CARD-PRODUCT-ID
                                        CARD-FROM-DATE
                                        CARD-TO-DATE
                               END-UNSTRING
                               IF CARD-PRODUCT-ID NOT = SPACES
                                   MOVE 'Y' TO CARD-SWITCH
                               END-IF
                           WHEN 'OPERATOR'
                               UNSTRING LC-CONTROL-VALUE
                                       DELIMITED BY SPACE
                                   INTO AUDIT-USER-ID
                               END-UNSTRING
                           WHEN OTHER
                               DISPLAY 'Unrecognized ledger config '
                                   'type: ' LC-CONTROL-TYPE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE LEDGER-CONFIG-FILE
           MOVE 'N' TO EOF-FLAG

           *> 期間の省略時は全期間
           IF CARD-FROM-DATE = SPACES
               MOVE '00000000' TO CARD-FROM-DATE
           END-IF
           IF CARD-TO-DATE = SPACES
               MOVE '99999999' TO CARD-TO-DATE
           END-IF.

       LOAD-PRODUCT-TABLE.
           *> 商品マスタから商品IDと在庫数量を読み込む
           MOVE 0 TO PROD-COUNT
           OPEN INPUT PRODUCT-MASTER
           IF NOT FILE-STATUS-OK
               DISPLAY 'Product master not found - every ledger '
                   'product will be reported as not on master'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ PRODUCT-MASTER
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF PROD-COUNT < 200
                           ADD 1 TO PROD-COUNT
                           SET PROD-INDEX TO PROD-COUNT
                           PERFORM CLEAR-PRODUCT-ENTRY
                           MOVE PM-PRODUCT-ID TO PROD-ID(PROD-INDEX)
                           MOVE PM-PRODUCT-NAME
                               TO PROD-NAME(PROD-INDEX)
                           MOVE 'Y' TO PROD-ON-MASTER(PROD-INDEX)
                           MOVE PM-QUANTITY-ON-HAND
                               TO PROD-MASTER-QTY(PROD-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-MASTER
           MOVE 'N' TO EOF-FLAG
           DISPLAY 'Products loaded: ' PROD-COUNT.

       CLEAR-PRODUCT-ENTRY.
           *> 商品テーブル1行分の初期化
           MOVE SPACES TO PROD-ID(PROD-INDEX)
           MOVE SPACES TO PROD-NAME(PROD-INDEX)
           MOVE 'N' TO PROD-ON-MASTER(PROD-INDEX)
           MOVE 0 TO PROD-MASTER-QTY(PROD-INDEX)
           MOVE 'N' TO PROD-HAS-MOVES(PROD-INDEX)
           MOVE 0 TO PROD-OPENING(PROD-INDEX)
           MOVE 0 TO PROD-RECEIPTS(PROD-INDEX)
           MOVE 0 TO PROD-SALES(PROD-INDEX)
           MOVE 0 TO PROD-RETURNS(PROD-INDEX)
           MOVE 0 TO PROD-ADJUSTMENTS(PROD-INDEX)
           MOVE 0 TO PROD-LAST-BALANCE(PROD-INDEX)
           MOVE 0 TO PROD-BALANCE-BREAKS(PROD-INDEX).

       *> ================================================================
       *> ステップ1：受払台帳の集計
       *> ================================================================

       SCAN-STOCK-LEDGER.
           *> 台帳を先頭から読み、商品別に受払を集計する（同時に
           *> 受払記録照会の明細を出力する）
           OPEN INPUT STOCK-LEDGER-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'Stock ledger STKLEDG.DAT not found - '
                   'nothing to reconcile'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ STOCK-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO MOVEMENTS-READ
                       PERFORM ACCUMULATE-ONE-MOVEMENT
                       IF CARD-REQUESTED
                           AND SM-PRODUCT-ID = CARD-PRODUCT-ID
                           PERFORM WRITE-STOCK-CARD-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STOCK-LEDGER-FILE
           MOVE 'N' TO EOF-FLAG

           IF PRODUCTS-TABLE-FULL > 0
               DISPLAY '*** Product table full - '
                   PRODUCTS-TABLE-FULL ' movements not reconciled'
           END-IF.

       ACCUMULATE-ONE-MOVEMENT.
           *> 台帳1行分を商品別の区分へ加算し、残高の連続性を
           *> 検査する（商品の最初の行がOPENINGならその残高を開始
           *> 残高とし、それ以外は開始残高ゼロとする）
           MOVE SM-PRODUCT-ID TO SEARCH-PRODUCT-ID
           PERFORM FIND-LEDGER-PRODUCT
           IF PRODUCT-FOUND NOT = 'Y'
               IF PROD-COUNT < 200
                   ADD 1 TO PROD-COUNT
                   SET PROD-INDEX TO PROD-COUNT
                   PERFORM CLEAR-PRODUCT-ENTRY
                   MOVE SM-PRODUCT-ID TO PROD-ID(PROD-INDEX)
               ELSE
                   ADD 1 TO PRODUCTS-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF PROD-HAS-MOVES(PROD-INDEX) NOT = 'Y'
               MOVE 'Y' TO PROD-HAS-MOVES(PROD-INDEX)
               IF SM-MOVEMENT-TYPE = 'OPENING'
                   MOVE SM-BALANCE TO PROD-OPENING(PROD-INDEX)
                   MOVE SM-BALANCE TO PROD-LAST-BALANCE(PROD-INDEX)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           COMPUTE EXPECTED-BALANCE =
               PROD-LAST-BALANCE(PROD-INDEX) + SM-QUANTITY
           IF SM-BALANCE NOT = EXPECTED-BALANCE
               ADD 1 TO PROD-BALANCE-BREAKS(PROD-INDEX)
               DISPLAY 'Balance break: ' SM-PRODUCT-ID
                   ' ' SM-MOVE-DATE ' ' SM-MOVEMENT-TYPE
                   ' ' SM-REFERENCE
           END-IF
           MOVE SM-BALANCE TO PROD-LAST-BALANCE(PROD-INDEX)

           EVALUATE SM-MOVEMENT-TYPE
               WHEN 'RECEIPT'
                   ADD SM-QUANTITY TO PROD-RECEIPTS(PROD-INDEX)
               WHEN 'SALE'
                   ADD SM-QUANTITY TO PROD-SALES(PROD-INDEX)
               WHEN 'RETURN'
                   ADD SM-QUANTITY TO PROD-RETURNS(PROD-INDEX)
               WHEN OTHER
                   ADD SM-QUANTITY TO PROD-ADJUSTMENTS(PROD-INDEX)
           END-EVALUATE.

       FIND-LEDGER-PRODUCT.
           *> SEARCH-PRODUCT-IDの商品行を探す（見つかった場合は
           *> PROD-INDEXがその行を指す）
           MOVE 'N' TO PRODUCT-FOUND
           PERFORM VARYING PROD-INDEX FROM 1 BY 1
                   UNTIL PROD-INDEX > PROD-COUNT
                      OR PRODUCT-FOUND = 'Y'
               IF PROD-ID(PROD-INDEX) = SEARCH-PRODUCT-ID
                   MOVE 'Y' TO PRODUCT-FOUND
               END-IF
           END-PERFORM
           IF PRODUCT-FOUND = 'Y'
               SET PROD-INDEX DOWN BY 1
           END-IF.

       *> ================================================================
       *> 受払照合レポート
       *> ================================================================

       WRITE-RECONCILIATION-REPORT.
           *> 商品別に開始残高＋受払合計と商品マスタの在庫数量を
           *> 並べ、差異・残高の不連続・マスタ不在に印を付ける
           OPEN OUTPUT RECONCILIATION-REPORT-FILE
           MOVE SPACES TO RECONCILIATION-REPORT-LINE
           STRING 'STOCK LEDGER RECONCILIATION AS OF '
                      DELIMITED BY SIZE
                  RUN-TODAY DELIMITED BY SIZE
               INTO RECONCILIATION-REPORT-LINE
           END-STRING
           WRITE RECONCILIATION-REPORT-LINE
           MOVE SPACES TO RECONCILIATION-REPORT-LINE
           STRING 'PRODUCT     OPENING RECEIPTS    SALES  RETURNS'
                      DELIMITED BY SIZE
                  '  ADJUSTS COMPUTED   MASTER     DIFF'
                      DELIMITED BY SIZE
               INTO RECONCILIATION-REPORT-LINE
           END-STRING
           WRITE RECONCILIATION-REPORT-LINE

           PERFORM VARYING PROD-INDEX FROM 1 BY 1
                   UNTIL PROD-INDEX > PROD-COUNT
               PERFORM WRITE-ONE-RECONCILIATION-LINE
           END-PERFORM

           MOVE SPACES TO RECONCILIATION-REPORT-LINE
           STRING 'Products reconciled: ' DELIMITED BY SIZE
                  PRODUCTS-RECONCILED DELIMITED BY SIZE
                  '  out of balance: ' DELIMITED BY SIZE
                  PRODUCTS-OUT-OF-BALANCE DELIMITED BY SIZE
                  '  movements read: ' DELIMITED BY SIZE
                  MOVEMENTS-READ DELIMITED BY SIZE
               INTO RECONCILIATION-REPORT-LINE
           END-STRING
           WRITE RECONCILIATION-REPORT-LINE
           CLOSE RECONCILIATION-REPORT-FILE
           DISPLAY 'Reconciliation written to STKRECON.TXT'.

       WRITE-ONE-RECONCILIATION-LINE.
           *> 商品1件分の照合行
           ADD 1 TO PRODUCTS-RECONCILED
           COMPUTE COMPUTED-BALANCE =
               PROD-OPENING(PROD-INDEX)
               + PROD-RECEIPTS(PROD-INDEX)
               + PROD-SALES(PROD-INDEX)
               + PROD-RETURNS(PROD-INDEX)
               + PROD-ADJUSTMENTS(PROD-INDEX)
           COMPUTE BALANCE-DIFFERENCE =
               PROD-MASTER-QTY(PROD-INDEX) - COMPUTED-BALANCE

           MOVE PROD-ID(PROD-INDEX) TO RD-PRODUCT-ID
           MOVE PROD-OPENING(PROD-INDEX) TO RD-OPENING
           MOVE PROD-RECEIPTS(PROD-INDEX) TO RD-RECEIPTS
           MOVE PROD-SALES(PROD-INDEX) TO RD-SALES
           MOVE PROD-RETURNS(PROD-INDEX) TO RD-RETURNS
           MOVE PROD-ADJUSTMENTS(PROD-INDEX) TO RD-ADJUSTMENTS
           MOVE COMPUTED-BALANCE TO RD-COMPUTED
           MOVE PROD-MASTER-QTY(PROD-INDEX) TO RD-MASTER
           MOVE BALANCE-DIFFERENCE TO RD-DIFFERENCE
           MOVE SPACES TO RD-FLAGS

           IF BALANCE-DIFFERENCE NOT = 0
               OR PROD-ON-MASTER(PROD-INDEX) NOT = 'Y'
               OR PROD-BALANCE-BREAKS(PROD-INDEX) > 0
               ADD 1 TO PRODUCTS-OUT-OF-BALANCE
               EVALUATE TRUE
                   WHEN PROD-ON-MASTER(PROD-INDEX) NOT = 'Y'
                       MOVE '*** NOT ON PRODUCT MASTER' TO RD-FLAGS
                   WHEN PROD-HAS-MOVES(PROD-INDEX) NOT = 'Y'
                       MOVE '*** NO LEDGER HISTORY' TO RD-FLAGS
                   WHEN BALANCE-DIFFERENCE NOT = 0
                       MOVE '*** MISMATCH' TO RD-FLAGS
                   WHEN OTHER
                       MOVE '*** BALANCE BREAK IN LEDGER' TO RD-FLAGS
               END-EVALUATE
           END-IF

           MOVE RECON-DETAIL-LINE TO RECONCILIATION-REPORT-LINE
           WRITE RECONCILIATION-REPORT-LINE.

       *> ================================================================
       *> ステップ2：商品別受払記録の照会
       *> ================================================================

       START-STOCK-CARD.
           *> 受払記録の見出し（CARD指示がある場合のみ）
           IF NOT CARD-REQUESTED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT STOCK-CARD-FILE
           MOVE SPACES TO STOCK-CARD-LINE
           STRING 'STOCK CARD ' DELIMITED BY SIZE
                  CARD-PRODUCT-ID DELIMITED BY SIZE
                  ' FROM ' DELIMITED BY SIZE
                  CARD-FROM-DATE DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  CARD-TO-DATE DELIMITED BY SIZE
               INTO STOCK-CARD-LINE
           END-STRING
           WRITE STOCK-CARD-LINE

           MOVE CARD-PRODUCT-ID TO SEARCH-PRODUCT-ID
           PERFORM FIND-LEDGER-PRODUCT
           MOVE SPACES TO STOCK-CARD-LINE
           IF PRODUCT-FOUND = 'Y'
               STRING 'PRODUCT: ' DELIMITED BY SIZE
                      PROD-NAME(PROD-INDEX) DELIMITED BY SIZE
                   INTO STOCK-CARD-LINE
               END-STRING
           ELSE
               MOVE 'PRODUCT: *** NOT ON PRODUCT MASTER'
                   TO STOCK-CARD-LINE
           END-IF
           WRITE STOCK-CARD-LINE
           MOVE SPACES TO STOCK-CARD-LINE
           MOVE 'DATE      TYPE      REFERENCE          IN       OUT'
               TO STOCK-CARD-LINE
           MOVE 'BALANCE' TO STOCK-CARD-LINE(58:7)
           WRITE STOCK-CARD-LINE.

       WRITE-STOCK-CARD-LINE.
           *> 照会商品の台帳1行分。期間前の行は前残高として保持し、
           *> 期間内の行は最初の1行の前に前残高行を出してから出力する
           IF SM-MOVE-DATE < CARD-FROM-DATE
               MOVE SM-BALANCE TO CARD-BROUGHT-FORWARD
               EXIT PARAGRAPH
           END-IF
           IF SM-MOVE-DATE > CARD-TO-DATE
               EXIT PARAGRAPH
           END-IF

           IF NOT CARD-BF-WRITTEN
               PERFORM WRITE-CARD-BROUGHT-FORWARD
           END-IF

           MOVE SM-MOVE-DATE TO CD-MOVE-DATE
           MOVE SM-MOVEMENT-TYPE TO CD-MOVEMENT-TYPE
           MOVE SM-REFERENCE TO CD-REFERENCE
           MOVE 0 TO CD-IN-QTY
           MOVE 0 TO CD-OUT-QTY
           IF SM-MOVEMENT-TYPE = 'OPENING'
               MOVE SM-BALANCE TO CARD-BROUGHT-FORWARD
           ELSE
               IF SM-QUANTITY < 0
                   COMPUTE CD-OUT-QTY = 0 - SM-QUANTITY
                   SUBTRACT SM-QUANTITY FROM CARD-TOTAL-OUT
               ELSE
                   MOVE SM-QUANTITY TO CD-IN-QTY
                   ADD SM-QUANTITY TO CARD-TOTAL-IN
               END-IF
           END-IF
           MOVE SM-BALANCE TO CD-BALANCE
           MOVE SM-BALANCE TO CARD-CLOSING-BALANCE
           MOVE CARD-DETAIL-LINE TO STOCK-CARD-LINE
           WRITE STOCK-CARD-LINE
           ADD 1 TO CARD-LINES.

       WRITE-CARD-BROUGHT-FORWARD.
           *> 前残高行（期間開始前の最後の残高）
           MOVE 'Y' TO CARD-OPENED-SWITCH
           MOVE CARD-BROUGHT-FORWARD TO CARD-CLOSING-BALANCE
           MOVE CARD-BROUGHT-FORWARD TO CARD-QTY-DISPLAY
           MOVE SPACES TO STOCK-CARD-LINE
           STRING 'BALANCE BROUGHT FORWARD' DELIMITED BY SIZE
               INTO STOCK-CARD-LINE
           END-STRING
           MOVE CARD-QTY-DISPLAY TO STOCK-CARD-LINE(57:8)
           WRITE STOCK-CARD-LINE.

       FINISH-STOCK-CARD.
           *> 期間の入庫・出庫合計と期末残高
           IF NOT CARD-REQUESTED
               EXIT PARAGRAPH
           END-IF
           IF NOT CARD-BF-WRITTEN
               PERFORM WRITE-CARD-BROUGHT-FORWARD
               MOVE '  (no movements in period)' TO STOCK-CARD-LINE
               WRITE STOCK-CARD-LINE
           END-IF

           MOVE CARD-TOTAL-IN TO CARD-IN-DISPLAY
           MOVE CARD-TOTAL-OUT TO CARD-OUT-DISPLAY
           MOVE SPACES TO STOCK-CARD-LINE
           STRING 'TOTAL IN ' DELIMITED BY SIZE
                  CARD-IN-DISPLAY DELIMITED BY SIZE
                  '  TOTAL OUT ' DELIMITED BY SIZE
                  CARD-OUT-DISPLAY DELIMITED BY SIZE
               INTO STOCK-CARD-LINE
           END-STRING
           WRITE STOCK-CARD-LINE
           MOVE CARD-CLOSING-BALANCE TO CARD-QTY-DISPLAY
           MOVE SPACES TO STOCK-CARD-LINE
           MOVE 'CLOSING BALANCE' TO STOCK-CARD-LINE
           MOVE CARD-QTY-DISPLAY TO STOCK-CARD-LINE(57:8)
           WRITE STOCK-CARD-LINE
           CLOSE STOCK-CARD-FILE
           DISPLAY 'Stock card for ' CARD-PRODUCT-ID
               ' written to STKCARD.TXT (' CARD-LINES ' movements)'.

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

       END PROGRAM STOCK-LEDGER.
