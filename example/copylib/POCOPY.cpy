      * INV-ON-ORDER) WHEN IT WRITES THE REORDER FEED, RELIEVES IT AS  *
      * RECEIPTS QUOTING THE PO NUMBER IN TRAN-REFERENCE ARRIVE, AND   *
      * CLOSES IT WHEN THE ORDERED QUANTITY IS FULLY RECEIVED.         *
      *                                                                *
      * A REORDER LINE OVER THE APPROVAL LIMIT, OR FROM A SUPPLIER OR  *
      * CATALOG SOURCE FLAGGED FOR REVIEW, IS RAISED PENDING ('P')     *
      * INSTEAD OF OPEN UNTIL A BUYER'S POAPPR TRANSACTION APPROVES IT *
      * (OPEN) OR REJECTS IT ('R', ON-ORDER BACKED OUT). PO-DOC-SW 'N' *
      * MARKS AN OPEN LINE WHOSE SUPPLIER PO DOCUMENT POAPPR HAS NOT   *
      * YET PRINTED.                                                   *
      *----------------------------------------------------------------*
       01  PURCHASE-ORDER-DETAILS.
           05  PO-NUMBER              PIC X(15).
           05  PO-STATUS              PIC X(01).
               88  PO-LINE-OPEN       VALUE 'O'.
               88  PO-LINE-CLOSED     VALUE 'C'.
               88  PO-LINE-PENDING    VALUE 'P'.
               88  PO-LINE-REJECTED   VALUE 'R'.
      *----------------------------------------------------------------*
      * A DROP-SHIP PO (RAISED BY ORDENTRY FOR STOCK WE NEVER HOLD)   *
      * CARRIES THE CUSTOMER AND DELIVERY SITE THE SUPPLIER SHIPS     *
      * LOCAL AT RECEIPT TIME FROM THE CURMNT RATE TABLE.             *
      *----------------------------------------------------------------*
           05  PO-CURRENCY-CODE       PIC X(03).
           05  PO-APPROVER-ID         PIC X(08).
           05  PO-DOC-SW              PIC X(01).
               88  PO-DOC-DUE         VALUE 'N'.
               88  PO-DOC-PRINTED     VALUE 'Y'.
           05  FILLER                 PIC X(01).
