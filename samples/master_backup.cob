           05  BK-CUST-CREDIT-LIMIT   PIC 9(8)V99.
           05  FILLER                 PIC X(16).
           05  BK-CUST-LAST-CHANGED   PIC X(8).
           05  FILLER                 PIC X(22).

       *> 商品マスタレコード（COMPSAMPのPRODUCT-MASTER-RECORDと同一長）
       FD  PRODUCT-MASTER
                       TO BK-EMPLOYEE-RECORD
                   ADD BK-EMP-SALARY TO VERIFY-AMOUNT-TOTAL
               WHEN 'CUSTOMER'
                   MOVE GENERATION-RECORD(1:180)
                       TO BK-CUSTOMER-RECORD
                   ADD BK-CUST-CREDIT-LIMIT
                       TO VERIFY-AMOUNT-TOTAL
                               BK-EMP-ID
                   END-WRITE
               WHEN 'CUSTOMER'
                   MOVE GENERATION-RECORD(1:180)
                       TO BK-CUSTOMER-RECORD
                   WRITE BK-CUSTOMER-RECORD
                       INVALID KEY
