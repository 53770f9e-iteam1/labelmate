      *----------------------------------------------------------------*
      * PPHCOPY - PURCHASE PRICE HISTORY RECORD LAYOUT                 *
      *                                                                *
      * SEQUENTIAL, 100 BYTES, DD PURCHIST -- NOT TO BE CONFUSED WITH  *
      * THE INDEXED LIST PRICE HISTORY ON PRCHIST (PRCHCOPY). INVNTRY  *
      * APPENDS ONE 'R' RECORD PER RECEIPT MATCHED TO A PO LINE        *
      * (NEGATIVE QUANTITY FOR A RETURN-TO-VENDOR BACKED OUT OF ONE),  *
      * CARRYING THE COST AS RECEIVED IN THE PO'S CURRENCY AND THE     *
      * EXCHANGE RATE IT WAS CONVERTED AT. APENTRY APPENDS ONE 'I'     *
      * RECORD PER LINE OF A POSTED INVOICE, CARRYING THE INVOICED     *
      * COST AND INVOICE NUMBER. BOTH CARRY THE PO'S OWN COST, ORDER   *
      * QUANTITY, AND ORDER DATE BESIDE THEIR OWN; PPVRPT ANALYZES THE *
      * FILE BY MONTH.                                                 *
      *----------------------------------------------------------------*
       01  PURCHASE-HISTORY-DETAILS.
           05  PP-RECORD-TYPE         PIC X(01).
               88  PP-RECEIPT         VALUE 'R'.
               88  PP-INVOICE         VALUE 'I'.
           05  PP-SUPPLIER-ID         PIC X(06).
           05  PP-ITEM-CODE           PIC X(10).
           05  PP-PO-NUMBER           PIC X(15).
           05  PP-DATE.
               10  PP-YEAR            PIC 9(04).
               10  PP-MONTH           PIC 9(02).
               10  PP-DAY             PIC 9(02).
           05  PP-QUANTITY            PIC S9(05) COMP-3.
           05  PP-UNIT-COST           PIC S9(05)V99 COMP-3.
           05  PP-PO-UNIT-COST        PIC S9(05)V99 COMP-3.
           05  PP-PO-ORDER-QTY        PIC S9(05) COMP-3.
           05  PP-PO-ORDER-DATE       PIC 9(08).
           05  PP-CURRENCY-CODE       PIC X(03).
           05  PP-EXCHANGE-RATE       PIC S9(03)V9(06) COMP-3.
           05  PP-INVOICE-NUMBER      PIC X(10).
           05  FILLER                 PIC X(20).
