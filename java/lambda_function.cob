       SELECT KEY-RATE-STATE-FILE ASSIGN TO "RATEKEY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS WS-KEYRATE-FILE-STATUS.
       *> APIキーと参照を許す顧客IDの対応（CSV形式：key,customer_id。
       *> 1キーに複数行を置ける。ここに無い顧客の照会は拒否する）
       SELECT API-KEY-CUSTOMER-FILE ASSIGN TO "APIKEYCUST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS WS-KEYCUST-FILE-STATUS.
       *> 顧客マスタ（口座照会で信用限度額・顧客名を参照する）
       SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER.MAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUSTOMER-ID
           STATUS IS WS-CUSTMAST-FILE-STATUS.
       *> 売掛金オープンアイテム（口座照会で残高・未消込請求書を
       *> 参照する）
       SELECT AR-OPEN-FILE ASSIGN TO "AROPEN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AR-INVOICE-ID
           STATUS IS WS-AROPEN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CACHE-STORED-SECONDS PIC 9(6).
           05  CACHE-RESPONSE PIC X(2000).

       *> APIキー・顧客ID対応レコード（CSV形式）
       FD  API-KEY-CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  WS-KEYCUST-RECORD PIC X(80).

       *> 顧客マスタレコード（COMPREHENSIVE-SAMPLEのCUSTOMER-RECORD
       *> と同一項目）
       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  CM-CUSTOMER-RECORD.
           05  CM-CUSTOMER-ID PIC 9(7).
           05  CM-CUSTOMER-NAME PIC X(30).
           05  CM-CUSTOMER-ADDRESS PIC X(72).
           05  CM-CUSTOMER-PHONE PIC X(15).
           05  CM-CREDIT-LIMIT PIC 9(8)V99.
           05  CM-CUSTOMER-STATUS PIC X(1).
           05  CM-DATE-CREATED PIC X(8).
           05  CM-PAYMENT-TERMS-DAYS PIC X(3).
           05  CM-LEGAL-HOLD-FLAG PIC X(1).
           05  CM-CURRENCY-CODE PIC X(3).
           05  FILLER PIC X(13).
           05  CM-PARENT-ID PIC 9(7).
           05  CM-GROUP-CREDIT-LIMIT PIC 9(8)V99.

       *> 売掛金オープンアイテムレコード（ACCOUNTS-RECEIVABLEの
       *> AR-OPEN-RECORDと同一項目）
       FD  AR-OPEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  AR-OPEN-RECORD.
           05  AR-INVOICE-ID PIC 9(8).
           05  AR-CUSTOMER-ID PIC 9(7).
           05  AR-INVOICE-DATE PIC X(8).
           05  AR-INVOICE-AMOUNT PIC 9(7)V99.
           05  AR-AMOUNT-PAID PIC 9(7)V99.
           05  AR-STATUS PIC X(1).
               88  AR-ITEM-OPEN VALUE 'O'.
           05  AR-DUE-DATE PIC X(8).
           05  AR-ORIG-INVOICE PIC 9(8).
           05  AR-CURRENCY-CODE PIC X(3).
           05  AR-LOCAL-AMOUNT PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       
       *> 環境変数の定義
           05  STATUS-200 PIC X(3) VALUE '200'.
           05  STATUS-400 PIC X(3) VALUE '400'.
           05  STATUS-401 PIC X(3) VALUE '401'.
           05  STATUS-403 PIC X(3) VALUE '403'.
           05  STATUS-404 PIC X(3) VALUE '404'.
           05  STATUS-429 PIC X(3) VALUE '429'.
           05  STATUS-500 PIC X(3) VALUE '500'.
       
           05  WS-CURRENT-TOTAL-SECONDS PIC 9(6).
           05  WS-ELAPSED-SECONDS PIC S9(6).
       
       *> 顧客口座照会（残高・信用限度額・未消込請求書）の管理。
       *> 照会できるのはAPIキーに紐付けた顧客IDだけ
       01  ACCOUNT-INQUIRY-CONTROL.
           05  WS-KEYCUST-FILE-STATUS PIC X(2).
               88  WS-KEYCUST-FILE-OK VALUE '00'.
           05  WS-CUSTMAST-FILE-STATUS PIC X(2).
               88  WS-CUSTMAST-FILE-OK VALUE '00'.
           05  WS-AROPEN-FILE-STATUS PIC X(2).
               88  WS-AROPEN-FILE-OK VALUE '00'.
           05  WS-ACCOUNT-ID-X PIC X(10).
           *> リクエストが指定したcustomer_id
           05  WS-ACCOUNT-ID PIC 9(7) VALUE 0.
           05  WS-ACCOUNT-ALLOWED PIC X VALUE 'N'.
           05  WS-ACCOUNT-FOUND PIC X VALUE 'N'.
           05  WS-ACCOUNT-EOF PIC X VALUE 'N'.
           05  WS-ACCOUNT-MAX-ITEMS PIC 9(2) VALUE 12.
           *> レスポンスに載せる未消込請求書の上限（本文2000桁に
           *> 収まる件数。残高と件数は全件で計算する）
           05  WS-ACCOUNT-ITEM-COUNT PIC 9(4) VALUE 0.
           05  WS-ACCOUNT-LISTED PIC 9(2) VALUE 0.
           05  WS-ACCOUNT-BALANCE PIC 9(9)V99 VALUE 0.
           05  WS-ITEM-BALANCE PIC 9(7)V99 VALUE 0.
           05  WS-ACCOUNT-AMOUNT-EDIT PIC Z(8)9.99.
           05  WS-ACCOUNT-COUNT-EDIT PIC Z(3)9.
           05  WS-ESCAPED-NAME PIC X(400).
           05  KC-KEY PIC X(20).
           05  KC-CUSTOMER-ID PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-LAMBDA
                       PERFORM HANDLE-UPDATE-POST-REQUEST
                   WHEN "flush-cach"
                       PERFORM HANDLE-FLUSH-CACHE-REQUEST
                   WHEN "account-ba"
                       PERFORM HANDLE-ACCOUNT-BALANCE-REQUEST
                   WHEN OTHER
                       PERFORM SET-ERROR-STATUS
               END-EVALUATE
           END-STRING
           PERFORM WRITE-LOG.

       *> ================================================================
       *> 顧客口座照会（顧客ポータル向け。APIキーに紐付けた顧客の
       *> 残高・信用限度額・未消込請求書をCUSTOMER.MASTとAROPEN.DAT
       *> から返す）
       *> ================================================================

       HANDLE-ACCOUNT-BALANCE-REQUEST.
           DISPLAY "=== Handling Account Balance Request ==="
           PERFORM EXTRACT-ACCOUNT-ID

           *> 顧客データはキー必須（APIキー定義が無い環境では返さない）
           IF NOT API-KEY-MODE-ON
               MOVE 'Y' TO WS-KEY-REJECTED
               MOVE STATUS-401 TO STATUS-CODE
               MOVE '{"error":"API key required"}'
                   TO RESPONSE-BODY
               MOVE "ACCOUNT denied - api keys not configured"
                   TO LOG-MESSAGE
               PERFORM WRITE-LOG
               EXIT PARAGRAPH
           END-IF

           IF WS-ACCOUNT-ID-X = SPACES
               OR FUNCTION TRIM(WS-ACCOUNT-ID-X) IS NOT NUMERIC
               MOVE 'Y' TO WS-KEY-REJECTED
               MOVE STATUS-400 TO STATUS-CODE
               MOVE '{"error":"customer_id missing or not numeric"}'
                   TO RESPONSE-BODY
               MOVE "ACCOUNT rejected - invalid customer_id"
                   TO LOG-MESSAGE
               PERFORM WRITE-LOG
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACCOUNT-ID =
               FUNCTION NUMVAL(WS-ACCOUNT-ID-X)

           PERFORM CHECK-ACCOUNT-BINDING
           IF WS-ACCOUNT-ALLOWED NOT = 'Y'
               MOVE 'Y' TO WS-KEY-REJECTED
               MOVE STATUS-403 TO STATUS-CODE
               MOVE '{"error":"Customer not permitted for this key"}'
                   TO RESPONSE-BODY
               MOVE SPACES TO LOG-MESSAGE
               STRING "ACCOUNT denied key=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-API-KEY) DELIMITED BY SIZE
                      " customer=" DELIMITED BY SIZE
                      WS-ACCOUNT-ID DELIMITED BY SIZE
                   INTO LOG-MESSAGE
               END-STRING
               PERFORM WRITE-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-ACCOUNT-FOUND
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-OK
               MOVE WS-ACCOUNT-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACCOUNT-FOUND
               END-READ
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           IF WS-ACCOUNT-FOUND NOT = 'Y'
               MOVE 'Y' TO WS-KEY-REJECTED
               MOVE STATUS-404 TO STATUS-CODE
               MOVE '{"error":"Customer not found"}'
                   TO RESPONSE-BODY
               MOVE SPACES TO LOG-MESSAGE
               STRING "ACCOUNT not found key=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-API-KEY) DELIMITED BY SIZE
                      " customer=" DELIMITED BY SIZE
                      WS-ACCOUNT-ID DELIMITED BY SIZE
                   INTO LOG-MESSAGE
               END-STRING
               PERFORM WRITE-LOG
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-ACCOUNT-RESPONSE

           MOVE SPACES TO LOG-MESSAGE
           STRING "ACCOUNT lookup key=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-API-KEY) DELIMITED BY SIZE
                  " customer=" DELIMITED BY SIZE
                  WS-ACCOUNT-ID DELIMITED BY SIZE
                  " items=" DELIMITED BY SIZE
                  WS-ACCOUNT-ITEM-COUNT DELIMITED BY SIZE
               INTO LOG-MESSAGE
           END-STRING
           PERFORM WRITE-LOG.

       EXTRACT-ACCOUNT-ID.
           *> 本文のcustomer_idを取り出す（文字列・数値どちらの
           *> 書き方も受け付ける）
           MOVE SPACES TO WS-ACCOUNT-ID-X
           MOVE SPACES TO WS-JSON-REST
           UNSTRING REQUEST-BODY DELIMITED BY '"customer_id":'
               INTO WS-JSON-VALUE, WS-JSON-REST
           END-UNSTRING
           IF WS-JSON-REST NOT = SPACES
               INSPECT WS-JSON-REST REPLACING ALL '"' BY SPACE
               MOVE FUNCTION TRIM(WS-JSON-REST) TO WS-JSON-REST
               UNSTRING WS-JSON-REST DELIMITED BY ',' OR '}' OR SPACE
                   INTO WS-ACCOUNT-ID-X
               END-UNSTRING
           END-IF.

       CHECK-ACCOUNT-BINDING.
           *> 提示されたキーに照会顧客が紐付いているかを確認する
           MOVE 'N' TO WS-ACCOUNT-ALLOWED
           MOVE 'N' TO WS-ACCOUNT-EOF
           OPEN INPUT API-KEY-CUSTOMER-FILE
           IF NOT WS-KEYCUST-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ACCOUNT-EOF = 'Y'
               READ API-KEY-CUSTOMER-FILE
                   AT END
                       MOVE 'Y' TO WS-ACCOUNT-EOF
                   NOT AT END
                       MOVE SPACES TO KC-KEY
                       MOVE SPACES TO KC-CUSTOMER-ID
                       UNSTRING WS-KEYCUST-RECORD DELIMITED BY ','
                           INTO KC-KEY, KC-CUSTOMER-ID
                       END-UNSTRING
                       IF KC-KEY = WS-API-KEY
                           AND FUNCTION TRIM(KC-CUSTOMER-ID)
                               IS NUMERIC
                           AND FUNCTION NUMVAL(KC-CUSTOMER-ID)
                               = WS-ACCOUNT-ID
                           MOVE 'Y' TO WS-ACCOUNT-ALLOWED
                           MOVE 'Y' TO WS-ACCOUNT-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE API-KEY-CUSTOMER-FILE.

       BUILD-ACCOUNT-RESPONSE.
           *> 顧客情報と未消込請求書（支払期日付き）をJSONで返す
           MOVE 0 TO WS-ACCOUNT-ITEM-COUNT
           MOVE 0 TO WS-ACCOUNT-LISTED
           MOVE 0 TO WS-ACCOUNT-BALANCE
           MOVE CM-CUSTOMER-NAME TO WS-ESCAPE-INPUT
           PERFORM ESCAPE-JSON-STRING
           MOVE WS-ESCAPE-OUTPUT TO WS-ESCAPED-NAME

           MOVE SPACES TO RESPONSE-BODY
           MOVE 1 TO WS-RESPONSE-POINTER
           MOVE CM-CREDIT-LIMIT TO WS-ACCOUNT-AMOUNT-EDIT
           STRING '{"status":"success","customer_id":"'
                      DELIMITED BY SIZE
                  CM-CUSTOMER-ID DELIMITED BY SIZE
                  '","name":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ESCAPED-NAME) DELIMITED BY SIZE
                  '","currency":"' DELIMITED BY SIZE
                  FUNCTION TRIM(CM-CURRENCY-CODE) DELIMITED BY SIZE
                  '","credit_limit":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACCOUNT-AMOUNT-EDIT)
                      DELIMITED BY SIZE
                  ',"open_items":[' DELIMITED BY SIZE
               INTO RESPONSE-BODY WITH POINTER WS-RESPONSE-POINTER
           END-STRING

           MOVE 'N' TO WS-ACCOUNT-EOF
           OPEN INPUT AR-OPEN-FILE
           IF WS-AROPEN-FILE-OK
               PERFORM UNTIL WS-ACCOUNT-EOF = 'Y'
                   READ AR-OPEN-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ACCOUNT-EOF
                       NOT AT END
                           IF AR-CUSTOMER-ID = WS-ACCOUNT-ID
                               AND AR-ITEM-OPEN
                               AND AR-INVOICE-AMOUNT > AR-AMOUNT-PAID
                               PERFORM ADD-ACCOUNT-OPEN-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-OPEN-FILE
           END-IF

           MOVE WS-ACCOUNT-BALANCE TO WS-ACCOUNT-AMOUNT-EDIT
           MOVE WS-ACCOUNT-ITEM-COUNT TO WS-ACCOUNT-COUNT-EDIT
           STRING '],"open_item_count":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACCOUNT-COUNT-EDIT)
                      DELIMITED BY SIZE
                  ',"balance":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACCOUNT-AMOUNT-EDIT)
                      DELIMITED BY SIZE
                  '}' DELIMITED BY SIZE
               INTO RESPONSE-BODY WITH POINTER WS-RESPONSE-POINTER
           END-STRING.

       ADD-ACCOUNT-OPEN-ITEM.
           *> 未消込請求書1件を残高へ加え、上限件数まではレスポンス
           *> へ載せる
           COMPUTE WS-ITEM-BALANCE =
               AR-INVOICE-AMOUNT - AR-AMOUNT-PAID
           ADD WS-ITEM-BALANCE TO WS-ACCOUNT-BALANCE
           ADD 1 TO WS-ACCOUNT-ITEM-COUNT
           IF WS-ACCOUNT-LISTED >= WS-ACCOUNT-MAX-ITEMS
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCOUNT-LISTED > 0
               STRING ',' DELIMITED BY SIZE
                   INTO RESPONSE-BODY WITH POINTER WS-RESPONSE-POINTER
               END-STRING
           END-IF
           ADD 1 TO WS-ACCOUNT-LISTED
           MOVE AR-INVOICE-AMOUNT TO WS-ACCOUNT-AMOUNT-EDIT
           STRING '{"invoice_id":"' DELIMITED BY SIZE
                  AR-INVOICE-ID DELIMITED BY SIZE
                  '","invoice_date":"' DELIMITED BY SIZE
                  AR-INVOICE-DATE DELIMITED BY SIZE
                  '","due_date":"' DELIMITED BY SIZE
                  FUNCTION TRIM(AR-DUE-DATE) DELIMITED BY SIZE
                  '","amount":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACCOUNT-AMOUNT-EDIT)
                      DELIMITED BY SIZE
               INTO RESPONSE-BODY WITH POINTER WS-RESPONSE-POINTER
           END-STRING
           MOVE WS-ITEM-BALANCE TO WS-ACCOUNT-AMOUNT-EDIT
           STRING ',"balance":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACCOUNT-AMOUNT-EDIT)
                      DELIMITED BY SIZE
                  '}' DELIMITED BY SIZE
               INTO RESPONSE-BODY WITH POINTER WS-RESPONSE-POINTER
           END-STRING.

       CHECK-RATE-LIMIT.
           IF API-KEY-MODE-ON
               *> キーごとに独立したウィンドウと日次クォータで制限する
