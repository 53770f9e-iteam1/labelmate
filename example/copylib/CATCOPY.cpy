      * THREE PRICE BREAKS: CAT-BREAK-COST-N APPLIES FROM             *
      * CAT-BREAK-QTY-N UPWARD; A ZERO BREAK QUANTITY ENDS THE LIST.  *
      * THE PREFERRED SOURCE CARRIES CAT-PREFERRED-SW = 'Y'.          *
      * CAT-PO-REVIEW-SW = 'Y' HOLDS A REORDER PO SOURCED HERE FOR    *
      * BUYER APPROVAL THROUGH POAPPR, WHATEVER ITS VALUE.            *
      *----------------------------------------------------------------*
       01  CATALOG-DETAILS.
           05  CAT-KEY.
               10  CAT-LU-YEAR        PIC 9(04).
               10  CAT-LU-MONTH       PIC 9(02).
               10  CAT-LU-DAY         PIC 9(02).
           05  CAT-PO-REVIEW-SW       PIC X(01).
               88  CAT-PO-REVIEW      VALUE 'Y'.
           05  FILLER                 PIC X(14).
