      *----------------------------------------------------------------*
      * QTEMNT - CUSTOMER PRICE QUOTATION MAINTENANCE PROGRAM          *
      *                                                                *
      * THIS PROGRAM HANDLES QUOTATION MAINTENANCE THE SAME WAY CONMNT *
      * MAINTAINS CONTRACT PRICES, SO A QUOTE IS PRICED BY THE SAME    *
      * RULES ORDENTRY AND BILLING WILL LATER APPLY INSTEAD OF BEING   *
      * WORKED OUT ON A SPREADSHEET. TRANSACTIONS:                     *
      *                                                                *
      *   A - ADD A QUOTE: CUSTOMER, SHIP-TO, SALESPERSON, QUOTE DATE  *
      *       (ZERO MEANS TODAY), AND EXPIRY DATE (ZERO MEANS THIRTY   *
      *       DAYS AFTER THE QUOTE DATE);                              *
      *   L - QUOTE ONE LINE: ITEM AND QUANTITY. THE LINE IS PRICED AS *
      *       OF THE QUOTE DATE -- A CONFILE CONTRACT IN EFFECT (AT    *
      *       THE HIGHEST QUANTITY BREAK THE LINE REACHES), OTHERWISE  *
      *       THE PRODUCT'S LIST PRICE IN EFFECT, FROM THE PRICE       *
      *       HISTORY FILE OR PROD-LIST-PRICE. AN ITEM ALREADY ON THE  *
      *       QUOTE IS REQUOTED AT THE NEW QUANTITY;                   *
      *   W - THE CUSTOMER ACCEPTED THE QUOTE (IT MUST NOT HAVE        *
      *       EXPIRED); QTECONV TURNS IT INTO AN ORDER;                *
      *   X - THE CUSTOMER DECLINED THE QUOTE;                         *
      *   P - PRINT THE QUOTATION DOCUMENT FOR THE CUSTOMER ON QTEDOC; *
      *   D - DELETE A QUOTE NOT YET CONVERTED;                        *
      *   I - INQUIRY.                                                 *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTEMNT.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-FILE ASSIGN TO QTEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTE-QUOTE-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT SHIP-TO-FILE ASSIGN TO SHIPTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHIP-KEY
               FILE STATUS IS WS-SHIP-TO-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO PRODFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               FILE STATUS IS WS-PROD-STATUS.

           SELECT PRICE-HISTORY-FILE ASSIGN TO PRCHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PRCHIST-STATUS.

           SELECT CONTRACT-FILE ASSIGN TO CONFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-KEY
               FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO QTETRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT REPORT-FILE ASSIGN TO QTEMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT QUOTE-DOC-FILE ASSIGN TO QTEDOC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS.
           COPY QTECOPY.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTCOPY.

       FD  SHIP-TO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY SHIPCOPY.

       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PRODCOPY.

       FD  PRICE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY PRCHCOPY.

       FD  CONTRACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
           COPY CONCOPY.

      *----------------------------------------------------------------*
      * QUOTE TRANSACTIONS. AN 'A' RECORD CARRIES THE QUOTE HEADER;    *
      * AN 'L' RECORD CARRIES ONE ITEM AND QUANTITY UNDER THE SAME     *
      * QUOTE NUMBER; THE OTHER CODES NEED ONLY THE QUOTE NUMBER.      *
      *----------------------------------------------------------------*
       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  TRANSACTION-RECORD.
           05  TRAN-CODE              PIC X(01).
               88  TRAN-ADD           VALUE 'A'.
               88  TRAN-QUOTE-LINE    VALUE 'L'.
               88  TRAN-ACCEPT        VALUE 'W'.
               88  TRAN-DECLINE       VALUE 'X'.
               88  TRAN-PRINT         VALUE 'P'.
               88  TRAN-DELETE        VALUE 'D'.
               88  TRAN-INQUIRY       VALUE 'I'.
           05  TRAN-QUOTE-NUMBER      PIC X(10).
           05  TRAN-CUST-ID           PIC X(06).
           05  TRAN-SHIP-SEQ          PIC 9(03).
           05  TRAN-SALESPERSON-ID    PIC X(05).
           05  TRAN-REGION            PIC X(03).
           05  TRAN-QUOTE-DATE        PIC 9(08).
           05  TRAN-EXPIRY-DATE       PIC 9(08).
           05  FILLER                 PIC X(36).
       01  TRANSACTION-LINE-RECORD.
           05  FILLER                 PIC X(11).
           05  TRAN-ITEM-CODE         PIC X(10).
           05  TRAN-QUANTITY          PIC 9(05).
           05  FILLER                 PIC X(54).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

       FD  QUOTE-DOC-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  QUOTE-DOC-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS             PIC X(02) VALUE SPACES.
           88  FILE-SUCCESS           VALUE '00'.
           88  FILE-EOF               VALUE '10'.
           88  FILE-NOT-FOUND         VALUE '23'.
           88  FILE-ALREADY-EXISTS    VALUE '22'.
           88  FILE-NO-FILE           VALUE '35'.

       01  WS-CUST-STATUS             PIC X(02) VALUE SPACES.
           88  CUST-SUCCESS           VALUE '00'.
           88  CUST-NOT-FOUND         VALUE '23'.

       01  WS-SHIP-TO-STATUS          PIC X(02) VALUE SPACES.
           88  SHIP-TO-SUCCESS        VALUE '00'.
           88  SHIP-TO-NOT-FOUND      VALUE '23'.

       01  WS-PROD-STATUS             PIC X(02) VALUE SPACES.
           88  PROD-SUCCESS           VALUE '00'.
           88  PROD-NOT-FOUND         VALUE '23'.

       01  WS-PRCHIST-STATUS          PIC X(02) VALUE SPACES.
           88  PRCHIST-SUCCESS        VALUE '00'.
           88  PRCHIST-NO-FILE        VALUE '35'.

       01  WS-CONTRACT-STATUS         PIC X(02) VALUE SPACES.
           88  CONTRACT-SUCCESS       VALUE '00'.
           88  CONTRACT-NOT-FOUND     VALUE '23'.

       01  WS-TRAN-STATUS             PIC X(02) VALUE SPACES.
           88  TRAN-SUCCESS           VALUE '00'.
           88  TRAN-EOF               VALUE '10'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-DOC-STATUS              PIC X(02) VALUE SPACES.
           88  DOC-SUCCESS            VALUE '00'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-TRAN-VALID-SW       PIC X(01) VALUE 'Y'.
               88  TRAN-FIELDS-VALID  VALUE 'Y'.
           05  WS-PROD-SCAN-EOF-SW    PIC X(01) VALUE 'N'.
               88  PROD-SCAN-EOF      VALUE 'Y'.
           05  WS-PROD-FOUND-SW       PIC X(01) VALUE 'N'.
               88  PRODUCT-FOUND      VALUE 'Y'.
           05  WS-PRCHIST-OPEN-SW     PIC X(01) VALUE 'N'.
               88  PRCHIST-OPEN       VALUE 'Y'.
           05  WS-PH-SCAN-EOF-SW      PIC X(01) VALUE 'N'.
               88  PH-SCAN-EOF        VALUE 'Y'.
           05  WS-LINE-FOUND-SW       PIC X(01) VALUE 'N'.
               88  QUOTE-LINE-FOUND   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ADD-COUNT           PIC 9(05) VALUE ZEROS.
           05  WS-LINE-COUNT          PIC 9(05) VALUE ZEROS.
           05  WS-ACCEPT-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-DECLINE-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-PRINT-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-DELETE-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-ERROR-COUNT         PIC 9(05) VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).
       01  WS-CURRENT-DATE-NUM        REDEFINES WS-CURRENT-DATE
                                       PIC 9(08).

      *----------------------------------------------------------------*
      * A QUOTE KEYED WITH NO EXPIRY DATE IS GOOD FOR THIS MANY DAYS.  *
      *----------------------------------------------------------------*
       01  WS-QUOTE-CONTROLS.
           05  WS-VALID-DAYS          PIC 9(03) VALUE 030.
           05  WS-LINE-LIMIT          PIC 9(02) VALUE 10.

       01  WS-DATE-WORK.
           05  WS-QUOTE-DATE-NUM      PIC 9(08).
           05  WS-EXPIRY-DATE-NUM     PIC 9(08).
           05  WS-QUOTE-DATE-INT      PIC 9(08).
           05  WS-PH-EFF-NUM          PIC 9(08).
           05  WS-CON-EFF-FROM-NUM    PIC 9(08).
           05  WS-CON-EFF-TO-NUM      PIC 9(08).
           05  WS-WORK-DATE-NUM       PIC 9(08).
           05  WS-WORK-DATE REDEFINES WS-WORK-DATE-NUM.
               10  WS-WD-YEAR         PIC 9(04).
               10  WS-WD-MONTH        PIC 9(02).
               10  WS-WD-DAY          PIC 9(02).
           05  WS-EDIT-DATE.
               10  WS-ED-MONTH        PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-ED-DAY          PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-ED-YEAR         PIC 9(04).

       01  WS-LINE-WORK.
           05  WS-LN-SUB              PIC 9(02).
           05  WS-LN-LIST-PRICE       PIC S9(05)V99 COMP-3.
           05  WS-LN-UNIT-PRICE       PIC S9(05)V99 COMP-3.
           05  WS-LN-PRICE-SOURCE     PIC X(01).
           05  WS-LN-EXTENDED         PIC S9(09)V99 COMP-3.
           05  WS-FIND-ITEM-CODE      PIC X(10).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(20)
                                      VALUE 'QUOTATION MAINTENANC'.
           05  FILLER                 PIC X(14) VALUE 'E REPORT      '.
           05  FILLER                 PIC X(12) VALUE SPACES.
           05  FILLER                 PIC X(04) VALUE 'DATE'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-HEADER-DATE.
               10  WS-HEADER-MONTH    PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-HEADER-DAY      PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-HEADER-YEAR     PIC 9(04).
           05  FILLER                 PIC X(71) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                 PIC X(07) VALUE 'TRAN   '.
           05  FILLER                 PIC X(11) VALUE 'QUOTE      '.
           05  FILLER                 PIC X(08) VALUE 'CUST ID '.
           05  FILLER                 PIC X(12) VALUE 'ITEM CODE   '.
           05  FILLER                 PIC X(07) VALUE '    QTY'.
           05  FILLER                 PIC X(11) VALUE ' UNIT PRICE'.
           05  FILLER                 PIC X(09) VALUE '  PRICING'.
           05  FILLER                 PIC X(18)
                                      VALUE '     QUOTE TOTAL  '.
           05  FILLER                 PIC X(10) VALUE 'STATUS    '.
           05  FILLER                 PIC X(10) VALUE 'EXPIRES   '.
           05  FILLER                 PIC X(29) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  WS-DL-TRAN-CODE        PIC X(07).
           05  WS-DL-QUOTE-NUMBER     PIC X(11).
           05  WS-DL-CUST-ID          PIC X(08).
           05  WS-DL-ITEM-CODE        PIC X(12).
           05  WS-DL-QUANTITY         PIC Z(06)9.
           05  FILLER                 PIC X(02).
           05  WS-DL-UNIT-PRICE       PIC $Z,ZZ9.99.
           05  FILLER                 PIC X(01).
           05  WS-DL-PRICING          PIC X(08).
           05  FILLER                 PIC X(02).
           05  WS-DL-QUOTE-TOTAL      PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(02).
           05  WS-DL-STATUS           PIC X(10).
           05  WS-DL-EXPIRY           PIC X(10).
           05  WS-DL-NOTE             PIC X(18).
           05  FILLER                 PIC X(11).

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(06) VALUE 'ADDS: '.
           05  WS-SL-ADD-COUNT        PIC ZZ,ZZ9.
           05  FILLER                 PIC X(08) VALUE ' LINES: '.
           05  WS-SL-LINE-COUNT       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE ' ACCEPTED: '.
           05  WS-SL-ACCEPT-COUNT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE ' DECLINED: '.
           05  WS-SL-DECLINE-COUNT    PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' PRINTED: '.
           05  WS-SL-PRINT-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' DELETES: '.
           05  WS-SL-DELETE-COUNT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(09) VALUE ' ERRORS: '.
           05  WS-SL-ERROR-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(05) VALUE SPACES.

      *----------------------------------------------------------------*
      * QUOTATION DOCUMENT LINES (QTEDOC), ONE DOCUMENT PER 'P'        *
      * TRANSACTION, LAID OUT THE WAY BILLING LAYS OUT ITS INVOICES.   *
      *----------------------------------------------------------------*
       01  WS-DOC-BREAK-LINE.
           05  FILLER                 PIC X(40) VALUE ALL '='.
           05  FILLER                 PIC X(92) VALUE SPACES.

       01  WS-DOC-TITLE-LINE.
           05  FILLER                 PIC X(11) VALUE 'QUOTATION: '.
           05  WS-DT-QUOTE-NUMBER     PIC X(10).
           05  FILLER                 PIC X(08) VALUE '  DATE: '.
           05  WS-DT-QUOTE-DATE       PIC X(10).
           05  FILLER                 PIC X(17)
                                      VALUE '  VALID THROUGH: '.
           05  WS-DT-EXPIRY-DATE      PIC X(10).
           05  FILLER                 PIC X(15)
                                      VALUE '  SALESPERSON: '.
           05  WS-DT-SALESPERSON      PIC X(05).
           05  FILLER                 PIC X(46) VALUE SPACES.

       01  WS-DOC-NAME-LINE.
           05  FILLER                 PIC X(09) VALUE 'QUOTE TO:'.
           05  WS-DN-CUST-NAME        PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DN-CUST-ID          PIC X(06).
           05  FILLER                 PIC X(85) VALUE SPACES.

       01  WS-DOC-ADDR-LINE.
           05  WS-DA-LABEL            PIC X(09).
           05  WS-DA-ADDR             PIC X(30).
           05  FILLER                 PIC X(93) VALUE SPACES.

       01  WS-DOC-COLUMN-HEADER.
           05  FILLER                 PIC X(12) VALUE 'ITEM CODE   '.
           05  FILLER                 PIC X(31)
                                      VALUE 'DESCRIPTION'.
           05  FILLER                 PIC X(10) VALUE 'QUANTITY  '.
           05  FILLER                 PIC X(12) VALUE 'UNIT PRICE  '.
           05  FILLER                 PIC X(14) VALUE 'EXTENDED      '.
           05  FILLER                 PIC X(10) VALUE 'PRICING'.
           05  FILLER                 PIC X(43) VALUE SPACES.

       01  WS-DOC-DETAIL-LINE.
           05  WS-DD-ITEM-CODE        PIC X(12).
           05  WS-DD-DESCRIPTION      PIC X(31).
           05  WS-DD-QUANTITY         PIC Z(04)9.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  WS-DD-UNIT-PRICE       PIC $Z,ZZ9.99.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-DD-EXTENDED         PIC $$,$$$,$$9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DD-PRICING          PIC X(10).
           05  FILLER                 PIC X(43) VALUE SPACES.

       01  WS-DOC-TOTAL-LINE.
           05  FILLER                 PIC X(65)
                                      VALUE 'QUOTATION TOTAL:'.
           05  WS-DOC-TOTAL        PIC $$,$$$,$$9.99.
           05  FILLER                 PIC X(54) VALUE SPACES.

       01  WS-DOC-TERMS-LINE-1.
           05  FILLER                 PIC X(40)
                   VALUE 'THESE PRICES ARE HELD THROUGH THE VALID-'.
           05  FILLER                 PIC X(40)
                   VALUE 'THROUGH DATE ABOVE. AN ORDER PLACED     '.
           05  FILLER                 PIC X(52) VALUE SPACES.

       01  WS-DOC-TERMS-LINE-2.
           05  FILLER                 PIC X(40)
                   VALUE 'AGAINST THIS QUOTATION IS INVOICED AT   '.
           05  FILLER                 PIC X(40)
                   VALUE 'THE QUOTED PRICES.                      '.
           05  FILLER                 PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL END-OF-FILE
           PERFORM 3000-TERMINATION
           GOBACK
           .

      *----------------------------------------------------------------*
      * THE QUOTATION FILE IS CREATED ON THE FIRST RUN THAT FINDS      *
      * NONE THERE. THE PRICE HISTORY FILE IS OPTIONAL, AS IN BILLING. *
      *----------------------------------------------------------------*
       1000-INITIALIZATION.
           OPEN INPUT TRANSACTION-FILE
                INPUT CUSTOMER-FILE
                INPUT SHIP-TO-FILE
                INPUT PRODUCT-FILE
                INPUT CONTRACT-FILE
                OUTPUT REPORT-FILE
                OUTPUT QUOTE-DOC-FILE

           OPEN I-O QUOTE-FILE

           IF FILE-NO-FILE
               OPEN OUTPUT QUOTE-FILE
               CLOSE QUOTE-FILE
               OPEN I-O QUOTE-FILE
           END-IF

           IF NOT FILE-SUCCESS
               DISPLAY 'ERROR OPENING QUOTATION FILE: ' WS-FILE-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT TRAN-SUCCESS
               DISPLAY 'ERROR OPENING TRANSACTION FILE: '
                       WS-TRAN-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT CUST-SUCCESS
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-CUST-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT SHIP-TO-SUCCESS
               DISPLAY 'ERROR OPENING SHIP-TO FILE: '
                       WS-SHIP-TO-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT PROD-SUCCESS
               DISPLAY 'ERROR OPENING PRODUCT FILE: ' WS-PROD-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           OPEN INPUT PRICE-HISTORY-FILE

           IF PRCHIST-SUCCESS
               MOVE 'Y' TO WS-PRCHIST-OPEN-SW
           ELSE
               IF NOT PRCHIST-NO-FILE
                   DISPLAY 'ERROR OPENING PRICE HISTORY FILE: '
                           WS-PRCHIST-STATUS
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               END-IF
           END-IF

           IF NOT CONTRACT-SUCCESS
               DISPLAY 'ERROR OPENING CONTRACT FILE: '
                       WS-CONTRACT-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT REPORT-SUCCESS
               DISPLAY 'ERROR OPENING REPORT FILE: ' WS-REPORT-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT DOC-SUCCESS
               DISPLAY 'ERROR OPENING QUOTATION DOCUMENT FILE: '
                       WS-DOC-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-MONTH TO WS-HEADER-MONTH
           MOVE WS-CURRENT-DAY TO WS-HEADER-DAY
           MOVE WS-CURRENT-YEAR TO WS-HEADER-YEAR

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADER

           IF NOT END-OF-FILE
               READ TRANSACTION-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               END-READ
           END-IF
           .

       2000-PROCESS-TRANSACTIONS.
           PERFORM 2050-CLEAR-DETAIL-LINE

           EVALUATE TRUE
               WHEN TRAN-ADD
                   PERFORM 2100-ADD-QUOTE
               WHEN TRAN-QUOTE-LINE
                   PERFORM 2200-QUOTE-ONE-LINE
               WHEN TRAN-ACCEPT
                   PERFORM 2300-ACCEPT-QUOTE
               WHEN TRAN-DECLINE
                   PERFORM 2350-DECLINE-QUOTE
               WHEN TRAN-PRINT
                   PERFORM 2700-PRINT-QUOTE
               WHEN TRAN-DELETE
                   PERFORM 2400-DELETE-QUOTE
               WHEN TRAN-INQUIRY
                   PERFORM 2450-INQUIRY-QUOTE
               WHEN OTHER
                   MOVE 'INVALID' TO WS-DL-TRAN-CODE
                   MOVE 'BAD TRAN CODE' TO WS-DL-NOTE
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE

           READ TRANSACTION-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           END-READ
           .

       2050-CLEAR-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE TRAN-QUOTE-NUMBER TO WS-DL-QUOTE-NUMBER
           MOVE ZEROS TO WS-DL-QUOTE-TOTAL
           .

       2100-ADD-QUOTE.
           MOVE 'ADD' TO WS-DL-TRAN-CODE
           MOVE TRAN-CUST-ID TO WS-DL-CUST-ID
           MOVE TRAN-QUOTE-NUMBER TO QTE-QUOTE-NUMBER

           IF TRAN-QUOTE-NUMBER = SPACES
               MOVE 'NO QUOTE NUMBER' TO WS-DL-NOTE
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               READ QUOTE-FILE
                   INVALID KEY
                       PERFORM 2150-EDIT-QUOTE-HEADER

                       IF TRAN-FIELDS-VALID
                           PERFORM 2110-PERFORM-ADD
                       ELSE
                           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                           ADD 1 TO WS-ERROR-COUNT
                       END-IF
                   NOT INVALID KEY
                       MOVE 'ALREADY EXISTS' TO WS-DL-NOTE
                       WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                       ADD 1 TO WS-ERROR-COUNT
               END-READ
           END-IF
           .

       2110-PERFORM-ADD.
           INITIALIZE QUOTATION-DETAILS
           MOVE TRAN-QUOTE-NUMBER TO QTE-QUOTE-NUMBER
           MOVE TRAN-CUST-ID TO QTE-CUST-ID
           MOVE TRAN-SHIP-SEQ TO QTE-SHIP-SEQ
           MOVE TRAN-SALESPERSON-ID TO QTE-SALESPERSON-ID
           MOVE TRAN-REGION TO QTE-REGION
           MOVE WS-QUOTE-DATE-NUM TO QTE-QUOTE-DATE
           MOVE WS-EXPIRY-DATE-NUM TO QTE-EXPIRY-DATE
           MOVE 'O' TO QTE-STATUS
           MOVE WS-QUOTE-DATE-NUM TO QTE-STATUS-DATE
           MOVE SPACES TO QTE-ORDER-REFERENCE

           WRITE QUOTATION-DETAILS
               INVALID KEY
                   MOVE 'WRITE ERROR' TO WS-DL-NOTE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2550-MOVE-RECORD-TO-DETAIL
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * A QUOTE MUST NAME AN ACTIVE CUSTOMER (AND, WHEN IT NAMES ONE,  *
      * AN ACTIVE SHIP-TO SITE OF THAT CUSTOMER) AND EXPIRE NO EARLIER *
      * THAN IT WAS MADE.                                              *
      *----------------------------------------------------------------*
       2150-EDIT-QUOTE-HEADER.
           MOVE 'Y' TO WS-TRAN-VALID-SW

           IF TRAN-QUOTE-DATE NUMERIC AND TRAN-QUOTE-DATE > ZEROS
               MOVE TRAN-QUOTE-DATE TO WS-QUOTE-DATE-NUM
           ELSE
               MOVE WS-CURRENT-DATE-NUM TO WS-QUOTE-DATE-NUM
           END-IF

           IF TRAN-EXPIRY-DATE NUMERIC AND TRAN-EXPIRY-DATE > ZEROS
               MOVE TRAN-EXPIRY-DATE TO WS-EXPIRY-DATE-NUM
           ELSE
               COMPUTE WS-QUOTE-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-QUOTE-DATE-NUM)
                   + WS-VALID-DAYS
               COMPUTE WS-EXPIRY-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-QUOTE-DATE-INT)
           END-IF

           MOVE TRAN-CUST-ID TO CUST-ID

           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'CUST NOT FOUND' TO WS-DL-NOTE
               NOT INVALID KEY
                   IF NOT CUST-ACTIVE
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE 'ACCT NOT ACTIVE' TO WS-DL-NOTE
                   END-IF
           END-READ

           IF TRAN-FIELDS-VALID
               IF TRAN-SHIP-SEQ NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'BAD SHIP-TO' TO WS-DL-NOTE
               ELSE
                   IF TRAN-SHIP-SEQ > ZEROS
                       PERFORM 2160-EDIT-SHIP-TO
                   END-IF
               END-IF
           END-IF

           IF TRAN-FIELDS-VALID
              AND WS-EXPIRY-DATE-NUM < WS-QUOTE-DATE-NUM
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'BAD EXPIRY DATE' TO WS-DL-NOTE
           END-IF
           .

       2160-EDIT-SHIP-TO.
           MOVE TRAN-CUST-ID TO SHIP-CUST-ID
           MOVE TRAN-SHIP-SEQ TO SHIP-SEQ-NUMBER

           READ SHIP-TO-FILE
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'SHIP-TO NOT FOUND' TO WS-DL-NOTE
               NOT INVALID KEY
                   IF NOT SHIP-TO-ACTIVE
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE 'SHIP-TO CLOSED' TO WS-DL-NOTE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * QUOTES ONE LINE ON AN OPEN QUOTE. AN ITEM ALREADY ON THE QUOTE *
      * IS REQUOTED IN PLACE; A NEW ITEM TAKES THE NEXT FREE LINE.     *
      *----------------------------------------------------------------*
       2200-QUOTE-ONE-LINE.
           MOVE 'LINE' TO WS-DL-TRAN-CODE
           MOVE TRAN-ITEM-CODE TO WS-DL-ITEM-CODE
           MOVE TRAN-QUOTE-NUMBER TO QTE-QUOTE-NUMBER

           READ QUOTE-FILE
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-DL-NOTE
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2250-EDIT-QUOTE-LINE

                   IF TRAN-FIELDS-VALID
                       PERFORM 2210-PERFORM-LINE
                   ELSE
                       PERFORM 2550-MOVE-RECORD-TO-DETAIL
                       WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
           END-READ
           .

       2210-PERFORM-LINE.
           PERFORM 2600-PRICE-QUOTE-LINE

           IF NOT QUOTE-LINE-FOUND
               ADD 1 TO QTE-LINE-COUNT
               MOVE QTE-LINE-COUNT TO WS-LN-SUB
           END-IF

           MOVE TRAN-ITEM-CODE TO QTE-LN-ITEM-CODE(WS-LN-SUB)
           MOVE TRAN-QUANTITY TO QTE-LN-QUANTITY(WS-LN-SUB)
           MOVE WS-LN-LIST-PRICE TO QTE-LN-LIST-PRICE(WS-LN-SUB)
           MOVE WS-LN-UNIT-PRICE TO QTE-LN-UNIT-PRICE(WS-LN-SUB)
           MOVE WS-LN-PRICE-SOURCE TO QTE-LN-PRICE-SOURCE(WS-LN-SUB)

           MOVE ZEROS TO QTE-QUOTE-TOTAL

           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > QTE-LINE-COUNT
               COMPUTE QTE-QUOTE-TOTAL = QTE-QUOTE-TOTAL +
                   QTE-LN-QUANTITY(WS-LN-SUB) *
                   QTE-LN-UNIT-PRICE(WS-LN-SUB)
           END-PERFORM

           REWRITE QUOTATION-DETAILS
               INVALID KEY
                   MOVE 'REWRITE ERROR' TO WS-DL-NOTE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2550-MOVE-RECORD-TO-DETAIL
                   MOVE TRAN-QUANTITY TO WS-DL-QUANTITY
                   MOVE WS-LN-UNIT-PRICE TO WS-DL-UNIT-PRICE
                   IF WS-LN-PRICE-SOURCE = 'C'
                       MOVE 'CONTRACT' TO WS-DL-PRICING
                   ELSE
                       MOVE 'LIST' TO WS-DL-PRICING
                   END-IF
                   IF QUOTE-LINE-FOUND
                       MOVE 'REQUOTED' TO WS-DL-NOTE
                   END-IF
                   ADD 1 TO WS-LINE-COUNT
           END-REWRITE

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * ONLY AN OPEN QUOTE TAKES LINES. THE ITEM MUST BE SOLD THROUGH  *
      * AN ACTIVE PRODUCT (OTHERWISE IT HAS NO LIST PRICE), AND A NEW  *
      * ITEM NEEDS A FREE LINE.                                        *
      *----------------------------------------------------------------*
       2250-EDIT-QUOTE-LINE.
           MOVE 'Y' TO WS-TRAN-VALID-SW
           MOVE 'N' TO WS-LINE-FOUND-SW

           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > QTE-LINE-COUNT
                      OR QUOTE-LINE-FOUND
               IF QTE-LN-ITEM-CODE(WS-LN-SUB) = TRAN-ITEM-CODE
                   MOVE 'Y' TO WS-LINE-FOUND-SW
               END-IF
           END-PERFORM

           IF QUOTE-LINE-FOUND
               SUBTRACT 1 FROM WS-LN-SUB
           END-IF

           EVALUATE TRUE
               WHEN NOT QTE-OPEN
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'QUOTE NOT OPEN' TO WS-DL-NOTE
               WHEN TRAN-QUANTITY NOT NUMERIC
                 OR TRAN-QUANTITY = ZEROS
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'BAD QUANTITY' TO WS-DL-NOTE
               WHEN NOT QUOTE-LINE-FOUND
                AND QTE-LINE-COUNT NOT < WS-LINE-LIMIT
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'QUOTE FULL' TO WS-DL-NOTE
           END-EVALUATE

           IF TRAN-FIELDS-VALID
               MOVE TRAN-ITEM-CODE TO WS-FIND-ITEM-CODE
               PERFORM 2650-FIND-PRODUCT-FOR-ITEM

               IF NOT PRODUCT-FOUND
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'NO PRODUCT RECORD' TO WS-DL-NOTE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * THE CUSTOMER ACCEPTED: AN OPEN QUOTE STILL WITHIN ITS DATES    *
      * BECOMES ACCEPTED AND WAITS FOR QTECONV.                        *
      *----------------------------------------------------------------*
       2300-ACCEPT-QUOTE.
           MOVE 'ACCEPT' TO WS-DL-TRAN-CODE
           MOVE TRAN-QUOTE-NUMBER TO QTE-QUOTE-NUMBER

           READ QUOTE-FILE
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-DL-NOTE
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE QTE-EXPIRY-DATE TO WS-EXPIRY-DATE-NUM
                   EVALUATE TRUE
                       WHEN NOT QTE-OPEN
                           MOVE 'QUOTE NOT OPEN' TO WS-DL-NOTE
                           PERFORM 2380-REPORT-STATUS-ERROR
                       WHEN QTE-LINE-COUNT = ZEROS
                           MOVE 'NO LINES QUOTED' TO WS-DL-NOTE
                           PERFORM 2380-REPORT-STATUS-ERROR
                       WHEN WS-CURRENT-DATE-NUM > WS-EXPIRY-DATE-NUM
                           MOVE 'QUOTE EXPIRED' TO WS-DL-NOTE
                           PERFORM 2380-REPORT-STATUS-ERROR
                       WHEN OTHER
                           MOVE 'A' TO QTE-STATUS
                           PERFORM 2370-REWRITE-STATUS
                           ADD 1 TO WS-ACCEPT-COUNT
                   END-EVALUATE
           END-READ
           .

       2350-DECLINE-QUOTE.
           MOVE 'DECLIN' TO WS-DL-TRAN-CODE
           MOVE TRAN-QUOTE-NUMBER TO QTE-QUOTE-NUMBER

           READ QUOTE-FILE
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-DL-NOTE
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   IF QTE-OPEN OR QTE-ACCEPTED
                       MOVE 'L' TO QTE-STATUS
                       PERFORM 2370-REWRITE-STATUS
                       ADD 1 TO WS-DECLINE-COUNT
                   ELSE
                       MOVE 'QUOTE CLOSED' TO WS-DL-NOTE
                       PERFORM 2380-REPORT-STATUS-ERROR
                   END-IF
           END-READ
           .

       2370-REWRITE-STATUS.
           MOVE WS-CURRENT-DATE-NUM TO QTE-STATUS-DATE

           REWRITE QUOTATION-DETAILS
               INVALID KEY
                   MOVE 'REWRITE ERROR' TO WS-DL-NOTE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2550-MOVE-RECORD-TO-DETAIL
           END-REWRITE

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       2380-REPORT-STATUS-ERROR.
           PERFORM 2550-MOVE-RECORD-TO-DETAIL
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-ERROR-COUNT
           .

      *----------------------------------------------------------------*
      * A CONVERTED QUOTE IS KEPT: ORDENTRY AND BILLING STILL READ IT  *
      * FOR THE PRICES THE ORDER WAS PROMISED.                         *
      *----------------------------------------------------------------*
       2400-DELETE-QUOTE.
           MOVE 'DELETE' TO WS-DL-TRAN-CODE
           MOVE TRAN-QUOTE-NUMBER TO QTE-QUOTE-NUMBER

           READ QUOTE-FILE
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-DL-NOTE
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2550-MOVE-RECORD-TO-DETAIL

                   IF QTE-CONVERTED
                       MOVE 'QUOTE CONVERTED' TO WS-DL-NOTE
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       DELETE QUOTE-FILE
                           INVALID KEY
                               MOVE 'DELETE ERROR' TO WS-DL-NOTE
                               ADD 1 TO WS-ERROR-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-DELETE-COUNT
                       END-DELETE
                   END-IF

                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           END-READ
           .

       2450-INQUIRY-QUOTE.
           MOVE 'INQUIRE' TO WS-DL-TRAN-CODE
           MOVE TRAN-QUOTE-NUMBER TO QTE-QUOTE-NUMBER

           READ QUOTE-FILE
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-DL-NOTE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2550-MOVE-RECORD-TO-DETAIL
           END-READ

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       2550-MOVE-RECORD-TO-DETAIL.
           MOVE QTE-CUST-ID TO WS-DL-CUST-ID
           MOVE QTE-QUOTE-TOTAL TO WS-DL-QUOTE-TOTAL

           EVALUATE TRUE
               WHEN QTE-OPEN
                   MOVE 'OPEN' TO WS-DL-STATUS
               WHEN QTE-ACCEPTED
                   MOVE 'ACCEPTED' TO WS-DL-STATUS
               WHEN QTE-CONVERTED
                   MOVE 'CONVERTED' TO WS-DL-STATUS
               WHEN QTE-EXPIRED
                   MOVE 'EXPIRED' TO WS-DL-STATUS
               WHEN QTE-LOST
                   MOVE 'DECLINED' TO WS-DL-STATUS
               WHEN OTHER
                   MOVE QTE-STATUS TO WS-DL-STATUS
           END-EVALUATE

           MOVE QTE-EXPIRY-DATE TO WS-WORK-DATE-NUM
           PERFORM 9000-EDIT-WORK-DATE
           MOVE WS-EDIT-DATE TO WS-DL-EXPIRY
           .

      *----------------------------------------------------------------*
      * PRICES THE LINE AS OF THE QUOTE DATE. THE LIST PRICE IN EFFECT *
      * IS THE PRICE HISTORY ENTRY WITH THE LATEST EFFECTIVE DATE NOT  *
      * AFTER IT (PROD-LIST-PRICE WHEN THERE IS NONE); A CONTRACT IN   *
      * EFFECT THAT DAY REPLACES IT AT THE HIGHEST BREAK THE QUANTITY  *
      * REACHES -- THE SAME RULES BILLING AND ORDENTRY APPLY.          *
      *----------------------------------------------------------------*
       2600-PRICE-QUOTE-LINE.
           MOVE QTE-QUOTE-DATE TO WS-QUOTE-DATE-NUM
           MOVE PROD-LIST-PRICE TO WS-LN-LIST-PRICE

           IF PRCHIST-OPEN
               MOVE 'N' TO WS-PH-SCAN-EOF-SW
               MOVE PROD-ID TO PH-PROD-ID
               MOVE ZEROS TO PH-EFF-DATE

               START PRICE-HISTORY-FILE KEY >= PH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PH-SCAN-EOF-SW
               END-START

               PERFORM 2610-READ-PRICE-HISTORY
                   UNTIL PH-SCAN-EOF
           END-IF

           MOVE WS-LN-LIST-PRICE TO WS-LN-UNIT-PRICE
           MOVE 'L' TO WS-LN-PRICE-SOURCE

           MOVE QTE-CUST-ID TO CON-CUST-ID
           MOVE TRAN-ITEM-CODE TO CON-ITEM-CODE

           READ CONTRACT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CON-EFF-FROM-DATE TO WS-CON-EFF-FROM-NUM
                   MOVE CON-EFF-TO-DATE TO WS-CON-EFF-TO-NUM

                   IF WS-QUOTE-DATE-NUM >= WS-CON-EFF-FROM-NUM
                      AND (WS-CON-EFF-TO-NUM = ZEROS
                           OR WS-QUOTE-DATE-NUM <= WS-CON-EFF-TO-NUM)
                       PERFORM 2620-APPLY-CONTRACT-BREAKS
                   END-IF
           END-READ
           .

       2610-READ-PRICE-HISTORY.
           READ PRICE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PH-SCAN-EOF-SW
               NOT AT END
                   MOVE PH-EFF-DATE TO WS-PH-EFF-NUM
                   IF PH-PROD-ID NOT = PROD-ID
                      OR WS-PH-EFF-NUM > WS-QUOTE-DATE-NUM
                       MOVE 'Y' TO WS-PH-SCAN-EOF-SW
                   ELSE
                       MOVE PH-LIST-PRICE TO WS-LN-LIST-PRICE
                   END-IF
           END-READ
           .

       2620-APPLY-CONTRACT-BREAKS.
           MOVE CON-CONTRACT-PRICE TO WS-LN-UNIT-PRICE
           MOVE 'C' TO WS-LN-PRICE-SOURCE

           IF CON-BREAK-QTY-1 > ZERO
              AND TRAN-QUANTITY >= CON-BREAK-QTY-1
               MOVE CON-BREAK-PRICE-1 TO WS-LN-UNIT-PRICE
           END-IF

           IF CON-BREAK-QTY-2 > ZERO
              AND TRAN-QUANTITY >= CON-BREAK-QTY-2
               MOVE CON-BREAK-PRICE-2 TO WS-LN-UNIT-PRICE
           END-IF

           IF CON-BREAK-QTY-3 > ZERO
              AND TRAN-QUANTITY >= CON-BREAK-QTY-3
               MOVE CON-BREAK-PRICE-3 TO WS-LN-UNIT-PRICE
           END-IF
           .

      *----------------------------------------------------------------*
      * THE PRODUCT IS FOUND BY SCANNING THE PRODUCT MASTER FOR THE    *
      * ACTIVE RECORD WHOSE PROD-ITEM-CODE MATCHES THE ITEM, EXACTLY   *
      * AS BILLING FINDS IT.                                           *
      *----------------------------------------------------------------*
       2650-FIND-PRODUCT-FOR-ITEM.
           MOVE 'N' TO WS-PROD-FOUND-SW
           MOVE 'N' TO WS-PROD-SCAN-EOF-SW
           MOVE LOW-VALUES TO PROD-ID

           START PRODUCT-FILE KEY >= PROD-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PROD-SCAN-EOF-SW
           END-START

           PERFORM 2660-SCAN-ONE-PRODUCT
               UNTIL PROD-SCAN-EOF OR PRODUCT-FOUND
           .

       2660-SCAN-ONE-PRODUCT.
           READ PRODUCT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PROD-SCAN-EOF-SW
               NOT AT END
                   IF PROD-ITEM-CODE = WS-FIND-ITEM-CODE
                      AND PROD-ACTIVE
                       MOVE 'Y' TO WS-PROD-FOUND-SW
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * PRINTS THE QUOTATION DOCUMENT FOR THE CUSTOMER. A QUOTE THE    *
      * CUSTOMER HAS NOT YET ANSWERED (OR HAS ACCEPTED) CAN BE         *
      * PRINTED AS OFTEN AS NEEDED; A CLOSED ONE CANNOT.               *
      *----------------------------------------------------------------*
       2700-PRINT-QUOTE.
           MOVE 'PRINT' TO WS-DL-TRAN-CODE
           MOVE TRAN-QUOTE-NUMBER TO QTE-QUOTE-NUMBER

           READ QUOTE-FILE
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-DL-NOTE
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2550-MOVE-RECORD-TO-DETAIL

                   IF QTE-OPEN OR QTE-ACCEPTED
                       PERFORM 2710-PRINT-QUOTE-HEADING
                       PERFORM 2720-PRINT-QUOTE-LINE
                           VARYING WS-LN-SUB FROM 1 BY 1
                           UNTIL WS-LN-SUB > QTE-LINE-COUNT
                       PERFORM 2730-PRINT-QUOTE-TOTAL
                       ADD 1 TO WS-PRINT-COUNT
                   ELSE
                       MOVE 'QUOTE CLOSED' TO WS-DL-NOTE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF

                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           END-READ
           .

       2710-PRINT-QUOTE-HEADING.
           MOVE QTE-QUOTE-NUMBER TO WS-DT-QUOTE-NUMBER
           MOVE QTE-QUOTE-DATE TO WS-WORK-DATE-NUM
           PERFORM 9000-EDIT-WORK-DATE
           MOVE WS-EDIT-DATE TO WS-DT-QUOTE-DATE
           MOVE QTE-EXPIRY-DATE TO WS-WORK-DATE-NUM
           PERFORM 9000-EDIT-WORK-DATE
           MOVE WS-EDIT-DATE TO WS-DT-EXPIRY-DATE
           MOVE QTE-SALESPERSON-ID TO WS-DT-SALESPERSON

           MOVE QTE-CUST-ID TO CUST-ID

           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON FILE' TO CUST-NAME
                   MOVE SPACES TO CUST-ADDR
           END-READ

           MOVE CUST-NAME TO WS-DN-CUST-NAME
           MOVE QTE-CUST-ID TO WS-DN-CUST-ID

           WRITE QUOTE-DOC-RECORD FROM SPACES
           WRITE QUOTE-DOC-RECORD FROM WS-DOC-BREAK-LINE
           WRITE QUOTE-DOC-RECORD FROM WS-DOC-TITLE-LINE
           WRITE QUOTE-DOC-RECORD FROM WS-DOC-NAME-LINE

           MOVE SPACES TO WS-DA-LABEL
           MOVE CUST-ADDR TO WS-DA-ADDR
           WRITE QUOTE-DOC-RECORD FROM WS-DOC-ADDR-LINE

           IF QTE-SHIP-SEQ NUMERIC AND QTE-SHIP-SEQ > ZEROS
               MOVE QTE-CUST-ID TO SHIP-CUST-ID
               MOVE QTE-SHIP-SEQ TO SHIP-SEQ-NUMBER

               READ SHIP-TO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'SHIP TO: ' TO WS-DA-LABEL
                       MOVE SHIP-ADDR TO WS-DA-ADDR
                       WRITE QUOTE-DOC-RECORD FROM WS-DOC-ADDR-LINE
               END-READ
           END-IF

           WRITE QUOTE-DOC-RECORD FROM SPACES
           WRITE QUOTE-DOC-RECORD FROM WS-DOC-COLUMN-HEADER
           .

       2720-PRINT-QUOTE-LINE.
           MOVE QTE-LN-ITEM-CODE(WS-LN-SUB) TO WS-FIND-ITEM-CODE
           PERFORM 2650-FIND-PRODUCT-FOR-ITEM

           MOVE QTE-LN-ITEM-CODE(WS-LN-SUB) TO WS-DD-ITEM-CODE

           IF PRODUCT-FOUND
               MOVE PROD-DESCRIPTION TO WS-DD-DESCRIPTION
           ELSE
               MOVE SPACES TO WS-DD-DESCRIPTION
           END-IF

           COMPUTE WS-LN-EXTENDED =
               QTE-LN-QUANTITY(WS-LN-SUB) *
               QTE-LN-UNIT-PRICE(WS-LN-SUB)

           MOVE QTE-LN-QUANTITY(WS-LN-SUB) TO WS-DD-QUANTITY
           MOVE QTE-LN-UNIT-PRICE(WS-LN-SUB) TO WS-DD-UNIT-PRICE
           MOVE WS-LN-EXTENDED TO WS-DD-EXTENDED

           IF QTE-LN-CONTRACT-PRICED(WS-LN-SUB)
               MOVE 'CONTRACT' TO WS-DD-PRICING
           ELSE
               MOVE 'LIST' TO WS-DD-PRICING
           END-IF

           WRITE QUOTE-DOC-RECORD FROM WS-DOC-DETAIL-LINE
           .

       2730-PRINT-QUOTE-TOTAL.
           MOVE QTE-QUOTE-TOTAL TO WS-DOC-TOTAL

           WRITE QUOTE-DOC-RECORD FROM SPACES
           WRITE QUOTE-DOC-RECORD FROM WS-DOC-TOTAL-LINE
           WRITE QUOTE-DOC-RECORD FROM SPACES
           WRITE QUOTE-DOC-RECORD FROM WS-DOC-TERMS-LINE-1
           WRITE QUOTE-DOC-RECORD FROM WS-DOC-TERMS-LINE-2
           .

       3000-TERMINATION.
           MOVE WS-ADD-COUNT TO WS-SL-ADD-COUNT
           MOVE WS-LINE-COUNT TO WS-SL-LINE-COUNT
           MOVE WS-ACCEPT-COUNT TO WS-SL-ACCEPT-COUNT
           MOVE WS-DECLINE-COUNT TO WS-SL-DECLINE-COUNT
           MOVE WS-PRINT-COUNT TO WS-SL-PRINT-COUNT
           MOVE WS-DELETE-COUNT TO WS-SL-DELETE-COUNT
           MOVE WS-ERROR-COUNT TO WS-SL-ERROR-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           IF PRCHIST-OPEN
               CLOSE PRICE-HISTORY-FILE
           END-IF

           CLOSE QUOTE-FILE
                 CUSTOMER-FILE
                 SHIP-TO-FILE
                 PRODUCT-FILE
                 CONTRACT-FILE
                 TRANSACTION-FILE
                 REPORT-FILE
                 QUOTE-DOC-FILE
           .

       9000-EDIT-WORK-DATE.
           MOVE WS-WD-MONTH TO WS-ED-MONTH
           MOVE WS-WD-DAY TO WS-ED-DAY
           MOVE WS-WD-YEAR TO WS-ED-YEAR
           .
