           05  TRAN-LEAD-TIME-DAYS    PIC 9(03).
           05  TRAN-OPERATOR-ID       PIC X(08).
           05  TRAN-CURRENCY-CODE     PIC X(03).
           05  TRAN-PO-REVIEW-SW      PIC X(01).
