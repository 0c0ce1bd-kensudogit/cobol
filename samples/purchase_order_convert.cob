       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHASE-ORDER-CONVERT.
       AUTHOR. COBOL Education Project.
       DATE-WRITTEN. 2026.
       SECURITY. Confidential.
       *> ================================================================
       *> 発注ファイル移行プログラム（一度だけ実行する変換ステップ）
       *>
       *> 仕入先・発注単価・入荷日の追加でPOFILE.DATのレコード長が
       *> 45から78バイトになったため、旧長の順次編成ファイルを新しい
       *> 長さへ移行します。
       *> 手順：
       *>   1. 既存のPOFILE.DAT（順次編成、45バイト）を
       *>      POFILE.OLDへリネームする
       *>   2. このプログラムを実行する（POFILE.OLDを読み込み、
       *>      新しいPOFILE.DATを作成する）
       *>   3. 変換件数を確認した後、POFILE.OLDを退避・削除する
       *> 追加項目は、COMPREHENSIVE-SAMPLEが仕入先価格表に無い商品の
       *> 発注を起票する場合と同じく、仕入先を未設定（ゼロ）、発注
       *> 単価を商品マスタ（PRODUCT.MAST）の移動平均単価とする。
       *> 商品マスタに無い商品の発注単価はゼロとして件数を報告する。
       *> 入荷日は空白（入荷日の無い旧形式の発注）とする。
       *> ================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           *> 移行元の旧長の発注ファイル（リネーム済みの旧ファイル）
           SELECT OLD-PO-FILE
               ASSIGN TO 'POFILE.OLD'
               ORGANIZATION IS SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 発注単価の既定値を取る商品マスタ
           SELECT PRODUCT-MASTER
               ASSIGN TO 'PRODUCT.MAST'
               ORGANIZATION IS SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 移行先の発注ファイル
           SELECT NEW-PO-FILE
               ASSIGN TO 'POFILE.DAT'
               ORGANIZATION IS SEQUENTIAL
               STATUS IS FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       *> 旧発注レコード（45バイト）
       FD  OLD-PO-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  OLD-PO-RECORD.
           05  OLD-PO-NUMBER           PIC 9(8).
           05  OLD-PO-PRODUCT-ID       PIC X(10).
           05  OLD-PO-DATA             PIC X(27).

       *> 商品マスタレコード構造（COMPREHENSIVE-SAMPLEの
       *> PRODUCT-MASTER-RECORDと同一項目）
       FD  PRODUCT-MASTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PRODUCT-MASTER-RECORD.
           05  PM-PRODUCT-ID           PIC X(10).
           05  PM-PRODUCT-NAME         PIC X(30).
           05  PM-PRODUCT-PRICE        PIC 9(5)V99.
           05  PM-PRODUCT-DESCRIPTION  PIC X(100).
           05  PM-WARRANTY-MONTHS      PIC 9(3).
           05  PM-PRODUCT-CATEGORY     PIC X(20).
           05  PM-QUANTITY-ON-HAND     PIC S9(7).
           05  PM-REORDER-POINT        PIC 9(5).
           05  PM-AVG-UNIT-COST        PIC 9(5)V99.
           05  PM-LAST-CHANGED-DATE    PIC X(8).

       *> 新発注レコード（COMPREHENSIVE-SAMPLEの
       *> PURCHASE-ORDER-RECORDと同一長。旧レコードの45バイトの
       *> 後ろに仕入先・発注単価・入荷日が続く）
       FD  NEW-PO-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  NEW-PO-RECORD.
           05  NEW-PO-NUMBER           PIC 9(8).
           05  NEW-PO-PRODUCT-ID       PIC X(10).
           05  NEW-PO-DATA             PIC X(27).
           05  NEW-PO-VENDOR-ID        PIC 9(6).
           05  NEW-PO-UNIT-COST        PIC 9(5)V99.
           05  NEW-PO-RECEIPT-DATE     PIC X(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.

       01  FILE-CONTROL-VARIABLES.
           05  FILE-STATUS             PIC X(2).
               88  FILE-STATUS-OK      VALUE '00'.
           05  EOF-FLAG                PIC X(1)     VALUE 'N'.
               88  EOF-REACHED         VALUE 'Y'.
               88  EOF-NOT-REACHED     VALUE 'N'.

       01  CONVERSION-STATISTICS.
           05  RECORDS-READ            PIC 9(6)     VALUE 0.
           05  RECORDS-WRITTEN         PIC 9(6)     VALUE 0.
           05  RECORDS-NO-COST         PIC 9(6)     VALUE 0.
           05  PRODUCTS-DROPPED        PIC 9(6)     VALUE 0.

       *> 商品別の移動平均単価（発注単価の既定値）
       01  COST-TABLE.
           05  COST-COUNT              PIC 9(4)     VALUE 0.
           05  COST-ENTRY OCCURS 1 TO 1000 TIMES
                    DEPENDING ON COST-COUNT
                    INDEXED BY COST-INDEX.
               10  COST-PRODUCT-ID     PIC X(10).
               10  COST-UNIT-COST      PIC 9(5)V99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '====================================='
           DISPLAY 'Purchase Order File Conversion'
           DISPLAY '====================================='

           OPEN INPUT OLD-PO-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'POFILE.OLD not found - rename the old '
                   'POFILE.DAT first'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'Converting 45-byte POFILE.OLD'

           PERFORM LOAD-PRODUCT-COSTS

           OPEN OUTPUT NEW-PO-FILE
           IF NOT FILE-STATUS-OK
               DISPLAY 'Unable to create POFILE.DAT '
                   '(status ' FILE-STATUS ')'
               CLOSE OLD-PO-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ OLD-PO-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM CONVERT-ONE-ORDER
               END-READ
           END-PERFORM
           CLOSE OLD-PO-FILE
           CLOSE NEW-PO-FILE

           DISPLAY 'Records read:    ' RECORDS-READ
           DISPLAY 'Records written: ' RECORDS-WRITTEN
           DISPLAY 'Orders without a unit cost: ' RECORDS-NO-COST
           IF RECORDS-READ = RECORDS-WRITTEN
               AND RECORDS-NO-COST = 0
               DISPLAY 'Conversion completed successfully'
           ELSE
               DISPLAY 'Conversion completed with exceptions '
                   '- review before deleting POFILE.OLD'
           END-IF

           STOP RUN.

       LOAD-PRODUCT-COSTS.
           *> 商品マスタの移動平均単価をテーブルへ読み込む
           *> （マスタが無い場合は全発注の単価をゼロとする）
           OPEN INPUT PRODUCT-MASTER
           IF NOT FILE-STATUS-OK
               DISPLAY 'No PRODUCT.MAST - unit costs set to zero'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ PRODUCT-MASTER
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF COST-COUNT < 1000
                           ADD 1 TO COST-COUNT
                           SET COST-INDEX TO COST-COUNT
                           MOVE PM-PRODUCT-ID
                               TO COST-PRODUCT-ID(COST-INDEX)
                           MOVE PM-AVG-UNIT-COST
                               TO COST-UNIT-COST(COST-INDEX)
                       ELSE
                           ADD 1 TO PRODUCTS-DROPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-MASTER
           IF PRODUCTS-DROPPED > 0
               DISPLAY 'Product table full - ' PRODUCTS-DROPPED
                   ' product(s) not loaded'
           END-IF.

       CONVERT-ONE-ORDER.
           *> 旧レコード1件を新しい長さで書き込む（仕入先は未設定、
           *> 発注単価は商品の移動平均単価、入荷日は空白）
           MOVE SPACES TO NEW-PO-RECORD
           MOVE OLD-PO-RECORD TO NEW-PO-RECORD(1:45)
           MOVE 0 TO NEW-PO-VENDOR-ID
           MOVE 0 TO NEW-PO-UNIT-COST
           MOVE SPACES TO NEW-PO-RECEIPT-DATE
           SET COST-INDEX TO 1
           SEARCH COST-ENTRY
               AT END
                   ADD 1 TO RECORDS-NO-COST
                   DISPLAY 'No unit cost for PO ' OLD-PO-NUMBER
                       ' product ' OLD-PO-PRODUCT-ID
               WHEN COST-PRODUCT-ID(COST-INDEX) = OLD-PO-PRODUCT-ID
                   MOVE COST-UNIT-COST(COST-INDEX)
                       TO NEW-PO-UNIT-COST
           END-SEARCH
           WRITE NEW-PO-RECORD
           ADD 1 TO RECORDS-WRITTEN.

       END PROGRAM PURCHASE-ORDER-CONVERT.
