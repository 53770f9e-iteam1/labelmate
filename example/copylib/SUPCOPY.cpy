      * RECEIPT TIME FROM THE CURMNT RATE TABLE.                      *
      *----------------------------------------------------------------*
           05  SUP-CURRENCY-CODE      PIC X(03).
      *----------------------------------------------------------------*
      * 'Y' HOLDS EVERY REORDER PO RAISED ON THIS SUPPLIER FOR BUYER  *
      * APPROVAL THROUGH POAPPR, WHATEVER ITS VALUE.                  *
      *----------------------------------------------------------------*
           05  SUP-PO-REVIEW-SW       PIC X(01).
               88  SUP-PO-REVIEW      VALUE 'Y'.
           05  FILLER                 PIC X(05).
