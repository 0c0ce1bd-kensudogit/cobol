       *> 作成します。請求先は顧客マスタ（CUSTOMER.MAST）、明細行
       *> （商品・数量・単価）は元の売上トランザクション
       *> （SALES.TRAN）、税率はRATE.TBLから取得します。
       *> 請求日に有効な免税証明書（TAXEXEMPT.DAT）がある顧客は
       *> 税額ゼロとし、証明書番号を請求書に印字します。
       *>
       *> 実行時に請求書番号を入力すると該当1件の再印刷、空白の
       *> ままなら当日日付の請求書全件を印刷します。出力は日付付き
               ORGANIZATION IS SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 免税証明書ファイル（COMPREHENSIVE-SAMPLEと共用）
           SELECT TAX-EXEMPTION-FILE
               ASSIGN TO 'TAXEXEMPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FILE-STATUS.

           *> 請求書印刷ファイル（日付付きの名前で作成する）
           SELECT INVOICE-PRINT-FILE
               ASSIGN TO DYNAMIC PRINT-FILENAME
           05  CM-LEGAL-HOLD-FLAG     PIC X(1).
           05  CM-CURRENCY-CODE       PIC X(3).
           05  FILLER                 PIC X(13).
           05  CM-PARENT-ID           PIC 9(7).
           *> 親顧客ID（0または空白=親なし）
           05  CM-GROUP-CREDIT-LIMIT  PIC 9(8)V99.

       *> 売上トランザクションレコード構造（COMPREHENSIVE-SAMPLEの
       *> SALES-RECORDと同一項目）
           05  RATE-TAX-RATE          PIC 9V9999.
           05  RATE-COMMISSION-RATE   PIC 9V9999.

       *> 免税証明書レコード構造（COMPREHENSIVE-SAMPLEの
       *> TAX-EXEMPTION-RECORDと同一項目）
       FD  TAX-EXEMPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TAX-EXEMPTION-RECORD.
           05  TE-CUSTOMER-ID         PIC 9(7).
           05  FILLER                 PIC X(1).
           05  TE-CERTIFICATE-NO      PIC X(15).
           05  FILLER                 PIC X(1).
           05  TE-STATE               PIC X(2).
           05  FILLER                 PIC X(1).
           05  TE-EFFECTIVE-DATE      PIC X(8).
           05  FILLER                 PIC X(1).
           05  TE-EXPIRY-DATE         PIC X(8).

       FD  INVOICE-PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVOICE-PRINT-LINE         PIC X(132).
           05  TAX-RATE               PIC 9V9999   VALUE 0.08.
           05  INVOICE-TAX            PIC 9(7)V99  VALUE 0.
           05  INVOICE-TOTAL          PIC 9(8)V99  VALUE 0.
           05  INVOICE-CERTIFICATE-NO PIC X(15)    VALUE SPACES.
           *> 請求日に有効な免税証明書番号（空白=課税）

       *> 免税証明書の照合テーブル（起動時に読み込み）
       01  TAX-EXEMPTION-TABLE.
           05  EXEMPTION-COUNT        PIC 9(3)     VALUE 0.
           05  EXEMPTION-ENTRY OCCURS 1 TO 300 TIMES
                    DEPENDING ON EXEMPTION-COUNT
                    INDEXED BY EXEMPTION-INDEX.
               10  EXM-CUSTOMER-ID    PIC 9(7).
               10  EXM-CERTIFICATE-NO PIC X(15).
               10  EXM-STATE          PIC X(2).
               10  EXM-EFFECTIVE-DATE PIC X(8).
               10  EXM-EXPIRY-DATE    PIC X(8).

       *> 売上明細照合テーブル（トランザクションID＝請求書番号）
       01  SALE-LINE-TABLE.
           END-IF

           PERFORM LOAD-TAX-RATE
           PERFORM LOAD-TAX-EXEMPTIONS
           PERFORM LOAD-SALE-LINES

           MOVE SPACES TO PRINT-FILENAME
               CLOSE RATE-TABLE-FILE
           END-IF.

       LOAD-TAX-EXEMPTIONS.
           *> 免税証明書ファイルを照合テーブルへ読み込む（無い場合は
           *> 全顧客を課税とする）
           MOVE 0 TO EXEMPTION-COUNT
           OPEN INPUT TAX-EXEMPTION-FILE
           IF NOT FILE-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-REACHED
               READ TAX-EXEMPTION-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF EXEMPTION-COUNT < 300
                           ADD 1 TO EXEMPTION-COUNT
                           SET EXEMPTION-INDEX TO EXEMPTION-COUNT
                           MOVE TE-CUSTOMER-ID
                               TO EXM-CUSTOMER-ID(EXEMPTION-INDEX)
                           MOVE TE-CERTIFICATE-NO
                               TO EXM-CERTIFICATE-NO(EXEMPTION-INDEX)
                           MOVE TE-STATE
                               TO EXM-STATE(EXEMPTION-INDEX)
                           MOVE TE-EFFECTIVE-DATE
                               TO EXM-EFFECTIVE-DATE(EXEMPTION-INDEX)
                           MOVE TE-EXPIRY-DATE
                               TO EXM-EXPIRY-DATE(EXEMPTION-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-EXEMPTION-FILE
           MOVE 'N' TO EOF-FLAG.

       LOAD-SALE-LINES.
           *> 明細行の照合用にSALES.TRANを読み込む
           MOVE 0 TO SL-COUNT

       PRINT-ONE-INVOICE.
           *> 請求書1件分のドキュメントを組み立てて出力する
           PERFORM READ-BILL-TO-CUSTOMER
           PERFORM CHECK-TAX-EXEMPTION
           IF INVOICE-CERTIFICATE-NO NOT = SPACES
               MOVE 0 TO INVOICE-TAX
           ELSE
               COMPUTE INVOICE-TAX ROUNDED =
                   AR-INVOICE-AMOUNT * TAX-RATE
           END-IF
           COMPUTE INVOICE-TOTAL =
               AR-INVOICE-AMOUNT + INVOICE-TAX

           END-STRING
           WRITE INVOICE-PRINT-LINE

           IF INVOICE-CERTIFICATE-NO NOT = SPACES
               MOVE SPACES TO INVOICE-PRINT-LINE
               STRING 'TAX EXEMPT - CERTIFICATE ' DELIMITED BY SIZE
                      INVOICE-CERTIFICATE-NO DELIMITED BY SIZE
                   INTO INVOICE-PRINT-LINE
               END-STRING
               WRITE INVOICE-PRINT-LINE
           END-IF

           MOVE SPACES TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE

           ADD 1 TO INVOICES-PRINTED.

       READ-BILL-TO-CUSTOMER.
           *> 請求先の顧客マスタを読む（請求先ブロックと免税判定に
           *> 使う）
           MOVE 'N' TO CUSTOMER-FOUND
           MOVE AR-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO CUSTOMER-FOUND
           END-READ.

       CHECK-TAX-EXEMPTION.
           *> 請求先の州について請求日に有効な免税証明書を探す
           MOVE SPACES TO INVOICE-CERTIFICATE-NO
           IF CUSTOMER-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING EXEMPTION-INDEX FROM 1 BY 1
                   UNTIL EXEMPTION-INDEX > EXEMPTION-COUNT
                      OR INVOICE-CERTIFICATE-NO NOT = SPACES
               IF EXM-CUSTOMER-ID(EXEMPTION-INDEX) = AR-CUSTOMER-ID
                   AND EXM-STATE(EXEMPTION-INDEX) = CM-STATE
                   AND EXM-EFFECTIVE-DATE(EXEMPTION-INDEX)
                       <= AR-INVOICE-DATE
                   AND EXM-EXPIRY-DATE(EXEMPTION-INDEX)
                       >= AR-INVOICE-DATE
                   MOVE EXM-CERTIFICATE-NO(EXEMPTION-INDEX)
                       TO INVOICE-CERTIFICATE-NO
               END-IF
           END-PERFORM.

       PRINT-BILL-TO-BLOCK.
           *> 請求先ブロック（READ-BILL-TO-CUSTOMERで読んだ顧客
           *> マスタから組み立てる）
           IF CUSTOMER-FOUND = 'Y'
               MOVE SPACES TO INVOICE-PRINT-LINE
               STRING 'BILL TO: ' DELIMITED BY SIZE
