           05  CMI-CUSTOMER-ID         PIC 9(7).
           05  FILLER                  PIC X(127).
           05  CMI-CUSTOMER-STATUS     PIC X(1).
           05  FILLER                  PIC X(45).

       *> COMPREHENSIVE-SAMPLEのCUSTOMER-RECORDと同じ項目構成
       FD  CUSTOMER-LAYOUT-OUTPUT
           05  CL-CREDIT-LIMIT         PIC 9(8)V99.
           05  CL-CUSTOMER-STATUS      PIC X(1).
           05  CL-DATE-CREATED         PIC X(8).
           05  FILLER                  PIC X(37).
           *> COMPREHENSIVE-SAMPLEのCUSTOMER-RECORD末尾FILLERに
           *> 合わせたレコード長調整

