      * OPEN-ORDER FILE IN ALLOCATED STATUS. PICKLIST PRINTS THE      *
      * WAREHOUSE WORK FROM THE OPEN LINES, AND SHIPCONF CUTS THE     *
      * ISSTRAN AND ISSUEOUT RECORDS ONLY WHEN THE PICK IS CONFIRMED. *
      *                                                                *
      * THE HEADER MAY CARRY A REQUESTED SHIP DATE. AN ORDER WANTED    *
      * FURTHER OUT THAN LS-RELEASE-WINDOW-DAYS IS STILL EDITED AND    *
      * CREDIT-CHECKED IN FULL, BUT ITS LINES LAND HELD ('H') WITH NO  *
      * STOCK ALLOCATED, SO A MARCH ORDER FOR JUNE DOES NOT TIE UP     *
      * THREE MONTHS OF STOCK. ORDRLSE ALLOCATES (OR BACKORDERS) THEM  *
      * NIGHTLY AS THE WINDOW OPENS, AND PICKLIST PICKS BY SHIP DATE.  *
      *                                                                *
      * AN ORDER QTECONV RAISED FROM AN ACCEPTED QUOTATION CARRIES THE *
      * QUOTE NUMBER AS ITS REFERENCE; ITS QUOTED LINES ARE VALUED AT  *
      * THE QUOTED PRICE, THE SAME PRICE BILLING WILL INVOICE.         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDENTRY.
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-STATUS.

           SELECT QUOTE-FILE ASSIGN TO QTEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTE-QUOTE-NUMBER
               FILE STATUS IS WS-QUOTE-STATUS.

           SELECT REPORT-FILE ASSIGN TO ORDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FILE SECTION.
      *----------------------------------------------------------------*
      * HEADER/DETAIL ORDER TRANSACTIONS. THE HEADER CARRIES THE      *
      * CUSTOMER, DELIVERY SITE, DATE, THE ALL-OR-NOTHING FLAG, AND   *
      * THE REQUESTED SHIP DATE (BLANK OR ZERO MEANS SHIP NOW);       *
      * EACH DETAIL CARRIES ONE ITEM AND QUANTITY UNDER THE SAME      *
      * ORDER REFERENCE.                                              *
      *----------------------------------------------------------------*
               88  ORD-ALL-OR-NOTHING VALUE 'Y'.
           05  ORD-SALESPERSON-ID     PIC X(05).
           05  ORD-REGION             PIC X(03).
           05  ORD-REQ-SHIP-DATE.
               10  ORD-SHIP-YEAR      PIC 9(04).
               10  ORD-SHIP-MONTH     PIC 9(02).
               10  ORD-SHIP-DAY       PIC 9(02).
           05  FILLER                 PIC X(30).
       01  ORDER-DETAIL-REC.
           05  FILLER                 PIC X(01).
           05  ORD-D-REFERENCE        PIC X(15).
           RECORD CONTAINS 80 CHARACTERS.
           COPY POCOPY.

      *----------------------------------------------------------------*
      * QUOTATION FILE (MAINTAINED BY QTEMNT), READ ONLY AND OPTIONAL. *
      * AN ORDER WHOSE REFERENCE IS A CONVERTED QUOTE PRICES ITS       *
      * QUOTED ITEMS AT THE QUOTED UNIT PRICE.                         *
      *----------------------------------------------------------------*
       FD  QUOTE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS.
           COPY QTECOPY.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
      * RECORD PER CUSTOMER-FACING ORDER LINE (KIT COMPONENTS ARE     *
      * WAREHOUSE INTERNALS AND STAY OFF IT) WITH ITS FINAL           *
      * DISPOSITION, SO FILLRATE CAN MEASURE OUR OWN SERVICE LEVEL    *
      * THE WAY SUPPERF MEASURES THE SUPPLIERS. THE ORDER REFERENCE   *
      * AND LINE NUMBER (THE 'D' RECORD'S PLACE IN THE ORDER) LET     *
      * EDIACK TIE EACH LINE BACK TO THE CUSTOMER'S OWN ORDER. A      *
      * STOCK LINE ON AN ORDER HELD FOR RELEASE IS RECORDED AS        *
      * BACKORDERED ('B'): ACCEPTED, BUT NO STOCK IS ALLOCATED UNTIL  *
      * ORDRLSE REACHES IT.                                           *
      * ORDMNT APPENDS A CUSTOMER CANCELLATION ('C') FOR A LINE OR    *
      * QUANTITY TAKEN OFF AN ORDER BEFORE IT IS PICKED, AND A FILLED *
      * ('F') OR REJECTED ('R') RECORD FOR A LINE ADDED TO ONE.       *
      *----------------------------------------------------------------*
       FD  ORDER-STATS-FILE
           LABEL RECORDS ARE STANDARD
               88  OS-LINE-FILLED     VALUE 'F'.
               88  OS-LINE-SUBSTITUTED VALUE 'S'.
               88  OS-LINE-REJECTED   VALUE 'R'.
               88  OS-LINE-BACKORDERED VALUE 'B'.
               88  OS-LINE-CUST-CANCELLED VALUE 'C'.
           05  OS-REFERENCE           PIC X(15).
           05  OS-ORDER-LINE          PIC 9(03).
           05  FILLER                 PIC X(04).

       WORKING-STORAGE SECTION.
       01  WS-ORDER-STATUS            PIC X(02) VALUE SPACES.
           88  PO-SUCCESS             VALUE '00'.
           88  PO-NOT-FOUND           VALUE '23'.

       01  WS-QUOTE-STATUS            PIC X(02) VALUE SPACES.
           88  QUOTE-SUCCESS          VALUE '00'.
           88  QUOTE-NO-FILE          VALUE '35'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

               88  SUB-SCAN-EOF       VALUE 'Y'.
           05  WS-SUB-USED-SW         PIC X(01) VALUE 'N'.
               88  SUBSTITUTE-USED    VALUE 'Y'.
           05  WS-HDR-HELD-SW         PIC X(01) VALUE 'N'.
               88  HDR-HELD-FOR-RELEASE VALUE 'Y'.
           05  WS-QUOTE-OPEN-SW       PIC X(01) VALUE 'N'.
               88  QUOTE-FILE-OPEN    VALUE 'Y'.
           05  WS-HDR-QUOTED-SW       PIC X(01) VALUE 'N'.
               88  HDR-QUOTED-ORDER   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ORDER-READ-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-LINE-POST-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-REJECT-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-ERROR-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-LINE-HELD-COUNT     PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      * THE ORDER BEING BUILT. HEADER FIELDS ARE SAVED WHEN THE 'H'   *
           05  WS-HDR-SHIP-ADDR       PIC X(30).
           05  WS-HDR-SALESPERSON-ID  PIC X(05).
           05  WS-HDR-REGION          PIC X(03).
           05  WS-HDR-SHIP-DATE       PIC 9(08).
           05  WS-HDR-SHIP-DAYS-OUT   PIC 9(05).
           05  WS-HDR-LINE-NUM        PIC 9(03).

      *----------------------------------------------------------------*
      * RELEASE WINDOW: AN ORDER WHOSE SHIP DATE IS MORE THAN THIS     *
      * MANY DAYS AWAY IS HELD RATHER THAN ALLOCATED. TAKEN FROM       *
      * LS-RELEASE-WINDOW-DAYS WHEN PASSED, OTHERWISE TWO WEEKS.       *
      *----------------------------------------------------------------*
       01  WS-RELEASE-WORK.
           05  WS-RELEASE-WINDOW-DAYS PIC 9(03) VALUE 014.
           05  WS-TODAY-INT           PIC 9(08).
           05  WS-ORDER-DATE-INT      PIC 9(08).
           05  WS-SHIP-DATE-INT       PIC 9(08).

       01  WS-ORDER-VALUE-WORK.
           05  WS-ORDER-VALUE         PIC S9(09)V99 COMP-3.
       01  WS-CONTRACT-WORK.
           05  WS-CON-EFF-FROM-NUM    PIC 9(08).
           05  WS-CON-EFF-TO-NUM      PIC 9(08).
           05  WS-QTE-SUB             PIC 9(02).

       01  WS-KIT-WORK.
           05  WS-KIT-PARENT-NUM      PIC 9(03).
               10  WS-LN-LOC-GIVEN-SW PIC X(01).
                   88  LN-LOC-GIVEN   VALUE 'Y'.
               10  WS-LN-CATEGORY     PIC X(10).
               10  WS-LN-ORDER-LINE   PIC 9(03).

       01  WS-LINE-TABLE-CONTROL.
           05  WS-LN-COUNT            PIC 9(03) VALUE ZEROS.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                      PIC 9(08).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(20)
           05  WS-SL-REJECT-COUNT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' ERRORS:  '.
           05  WS-SL-ERROR-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(08) VALUE ' HELD:  '.
           05  WS-SL-HELD-COUNT       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(18) VALUE SPACES.

       01  WS-HELD-NOTE-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE '   HELD FOR RELEASE '.
           05  FILLER                 PIC X(08) VALUE '-- SHIP '.
           05  WS-HN-SHIP-DATE        PIC 9(08).
           05  FILLER                 PIC X(96) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-RELEASE-WINDOW-DAYS     PIC 9(03).

       PROCEDURE DIVISION USING LS-RELEASE-WINDOW-DAYS.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-ORDER-RECORDS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           OPEN INPUT QUOTE-FILE

           IF QUOTE-SUCCESS
               MOVE 'Y' TO WS-QUOTE-OPEN-SW
           ELSE
               IF NOT QUOTE-NO-FILE
                   DISPLAY 'ERROR OPENING QUOTATION FILE: '
                           WS-QUOTE-STATUS
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               END-IF
           END-IF

           OPEN EXTEND JOURNAL-FILE

           IF JOURNAL-NO-FILE
           MOVE WS-CURRENT-DATE TO WS-PN-DATE
           MOVE ZEROS TO WS-PN-SEQ

           IF LS-RELEASE-WINDOW-DAYS NUMERIC
               MOVE LS-RELEASE-WINDOW-DAYS TO WS-RELEASE-WINDOW-DAYS
           END-IF

           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER

           READ ORDER-FILE
           ADD 1 TO WS-ORDER-READ-COUNT
           MOVE 'Y' TO WS-ORDER-OPEN-SW
           MOVE ZEROS TO WS-LN-COUNT
           MOVE ZEROS TO WS-HDR-LINE-NUM

           MOVE ORD-REFERENCE TO WS-HDR-REFERENCE
           MOVE ORD-CUST-ID TO WS-HDR-CUST-ID
           MOVE SPACES TO WS-HDR-SHIP-ADDR
           MOVE ZEROS TO WS-HDR-BALANCE
           MOVE ZEROS TO WS-HDR-CREDIT-LIMIT
           MOVE 'N' TO WS-HDR-HELD-SW
           MOVE ZEROS TO WS-HDR-SHIP-DAYS-OUT

           IF ORD-SHIP-SEQ NUMERIC
               MOVE ORD-SHIP-SEQ TO WS-HDR-SHIP-SEQ
           IF HDR-VALID
               PERFORM 2150-SELECT-SHIP-TO
           END-IF

           IF HDR-VALID
               PERFORM 2160-EDIT-SHIP-DATE
           END-IF

           MOVE 'N' TO WS-HDR-QUOTED-SW

           IF HDR-VALID AND QUOTE-FILE-OPEN
               PERFORM 2170-FIND-QUOTE-FOR-ORDER
           END-IF
           .

      *----------------------------------------------------------------*
      * AN ORDER QTECONV RAISED CARRIES ITS QUOTE NUMBER AS THE ORDER  *
      * REFERENCE. THE QUOTE MUST BE CONVERTED, UNDER THIS REFERENCE,  *
      * FOR THIS CUSTOMER; IT THEN STAYS IN THE QUOTE RECORD AREA FOR  *
      * 2318 TO PRICE FROM.                                            *
      *----------------------------------------------------------------*
       2170-FIND-QUOTE-FOR-ORDER.
           MOVE WS-HDR-REFERENCE TO QTE-QUOTE-NUMBER

           READ QUOTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF QTE-CONVERTED
                      AND QTE-ORDER-REFERENCE = WS-HDR-REFERENCE
                      AND QTE-CUST-ID = WS-HDR-CUST-ID
                       MOVE 'Y' TO WS-HDR-QUOTED-SW
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
           END-IF
           .

      *----------------------------------------------------------------*
      * THE REQUESTED SHIP DATE DEFAULTS TO THE ORDER DATE AND MAY NOT *
      * FALL BEFORE IT. AN ORDER DUE TO SHIP BEYOND THE RELEASE WINDOW *
      * IS FLAGGED HELD: IT IS EDITED AND CREDIT-CHECKED IN FULL, BUT  *
      * ITS LINES ARE NOT TESTED AGAINST OR BOOKED TO STOCK.           *
      *----------------------------------------------------------------*
       2160-EDIT-SHIP-DATE.
           IF ORD-REQ-SHIP-DATE NOT NUMERIC
              OR ORD-REQ-SHIP-DATE = ZEROS
               MOVE WS-HDR-DATE TO WS-HDR-SHIP-DATE
           ELSE
               MOVE ORD-REQ-SHIP-DATE TO WS-HDR-SHIP-DATE
           END-IF

           IF WS-HDR-SHIP-DATE(5:2) < '01' OR > '12'
              OR WS-HDR-SHIP-DATE(7:2) < '01' OR > '31'
              OR WS-HDR-SHIP-DATE < WS-HDR-DATE
               MOVE 'N' TO WS-HDR-VALID-SW
               MOVE 'BAD SHIP DATE' TO WS-HDR-REASON
           ELSE
               COMPUTE WS-ORDER-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HDR-DATE)
               COMPUTE WS-SHIP-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HDR-SHIP-DATE)
               COMPUTE WS-HDR-SHIP-DAYS-OUT =
                   WS-SHIP-DATE-INT - WS-ORDER-DATE-INT

               IF WS-SHIP-DATE-INT >
                  WS-TODAY-INT + WS-RELEASE-WINDOW-DAYS
                   MOVE 'Y' TO WS-HDR-HELD-SW
               END-IF
           END-IF
           .

       2200-STORE-DETAIL-LINE.
           ADD 1 TO WS-LINE-READ-COUNT

                       WS-HDR-REFERENCE ' -- LINE DROPPED'
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-HDR-LINE-NUM

               IF WS-LN-COUNT >= WS-LN-LIMIT
                   DISPLAY 'ORDENTRY: ORDER ' WS-HDR-REFERENCE
                           ' EXCEEDS ' WS-LN-LIMIT
                   MOVE 'N' TO WS-LN-SUBST-SW(WS-LN-IDX)
                   MOVE SPACES TO WS-LN-ORIG-ITEM(WS-LN-IDX)
                   MOVE SPACES TO WS-LN-CATEGORY(WS-LN-IDX)
                   MOVE WS-HDR-LINE-NUM
                     TO WS-LN-ORDER-LINE(WS-LN-IDX)

                   IF ORD-LOCATION = SPACES
                       MOVE 'N' TO WS-LN-LOC-GIVEN-SW(WS-LN-IDX)
               MOVE 'Y' TO WS-LN-NO-SUB-SW(WS-LN-IDX)
               MOVE 'N' TO WS-LN-SUBST-SW(WS-LN-IDX)
               MOVE SPACES TO WS-LN-ORIG-ITEM(WS-LN-IDX)
               MOVE WS-HDR-LINE-NUM TO WS-LN-ORDER-LINE(WS-LN-IDX)

               IF ORD-LOCATION = SPACES
                   MOVE 'N' TO WS-LN-LOC-GIVEN-SW(WS-LN-IDX)

               IF NOT LN-KIT-PARENT(WS-LN-IDX)
                  AND NOT LN-DROP-SHIP(WS-LN-IDX)
                  AND NOT HDR-HELD-FOR-RELEASE
                   PERFORM 2320-CHECK-LINE-AVAILABILITY
               END-IF

                       PERFORM 2317-APPLY-CONTRACT-BREAKS
                   END-IF
           END-READ

           IF HDR-QUOTED-ORDER
               PERFORM 2318-APPLY-QUOTED-PRICE
                   VARYING WS-QTE-SUB FROM 1 BY 1
                   UNTIL WS-QTE-SUB > QTE-LINE-COUNT
           END-IF
           .

       2317-APPLY-CONTRACT-BREAKS.
           END-IF
           .

      *----------------------------------------------------------------*
      * A QUOTED ITEM ON A CONVERTED QUOTE'S ORDER HOLDS THE PRICE IT  *
      * WAS QUOTED AT, WHATEVER LIST OR CONTRACT SAYS TODAY.           *
      *----------------------------------------------------------------*
       2318-APPLY-QUOTED-PRICE.
           IF QTE-LN-ITEM-CODE(WS-QTE-SUB) = WS-LN-ITEM-CODE(WS-LN-IDX)
               MOVE QTE-LN-UNIT-PRICE(WS-QTE-SUB)
                 TO WS-LN-UNIT-PRICE(WS-LN-IDX)
           END-IF
           .

       2320-CHECK-LINE-AVAILABILITY.
           PERFORM 2330-SUM-PRIOR-LINES

      * MOVES), THEN THE ALLOCATION ON BOTH MASTERS. ON-HAND IS NOT   *
      * TOUCHED -- SHIPCONF WRITES THE ISSUE WHEN THE PICK CONFIRMS,  *
      * AND INVNTRY'S ISSUE PATH RELIEVES THE ALLOCATION BOOKED HERE. *
      * A HELD ORDER'S STOCK LINES ARE WRITTEN HELD AND BOOK NOTHING; *
      * A DROP-SHIP LINE HOLDS NO STOCK OF OURS, SO ITS PO IS STILL   *
      * RAISED AT ENTRY.                                              *
      *----------------------------------------------------------------*
       2500-ALLOCATE-ONE-LINE.
           IF NOT LN-LINE-VALID(WS-LN-IDX)
                       MOVE 'N' TO WS-LN-VALID-SW(WS-LN-IDX)
                   END-IF
               ELSE
               IF LINE-VALID AND HDR-HELD-FOR-RELEASE
                   MOVE 'HELD' TO WS-LN-DISPOSITION(WS-LN-IDX)
                   ADD 1 TO WS-LINE-HELD-COUNT
               ELSE
               IF LINE-VALID AND LN-KIT-PARENT(WS-LN-IDX)
                   MOVE 'KIT ACCEPTED' TO WS-LN-DISPOSITION(WS-LN-IDX)
                   ADD 1 TO WS-LINE-POST-COUNT
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           .

           MOVE WS-HDR-CUST-ID TO PO-SHIP-CUST-ID
           MOVE WS-HDR-SHIP-SEQ TO PO-SHIP-SEQ
           MOVE WS-PO-CURRENCY TO PO-CURRENCY-CODE
           MOVE SPACES TO PO-APPROVER-ID
           MOVE 'N' TO PO-DOC-SW

           WRITE PURCHASE-ORDER-DETAILS
               INVALID KEY
           MOVE WS-LN-QUANTITY(WS-LN-IDX) TO OO-OPEN-QTY
           MOVE ZEROS TO OO-SHIPPED-QTY
           MOVE WS-HDR-DATE TO OO-ORDER-DATE
           MOVE WS-HDR-SHIP-DAYS-OUT TO OO-SHIP-DAYS-OUT

           IF HDR-HELD-FOR-RELEASE AND NOT LN-DROP-SHIP(WS-LN-IDX)
               MOVE 'H' TO OO-STATUS
           ELSE
               MOVE 'A' TO OO-STATUS
           END-IF

           MOVE WS-HDR-SALESPERSON-ID TO OO-SALESPERSON-ID
           MOVE WS-HDR-REGION TO OO-REGION
           MOVE WS-LN-LINE-TYPE(WS-LN-IDX) TO OO-LINE-TYPE
                   MOVE ZEROS TO LOC-ON-HAND
                   MOVE ZEROS TO LOC-ALLOCATED
                   MOVE ZEROS TO LOC-AVAILABLE
                   MOVE ZEROS TO LOC-PICK-MIN
                   MOVE ZEROS TO LOC-PICK-MAX
                   MOVE SPACES TO WS-JRN-LOC-BEFORE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOCATION-EXISTS-SW
           MOVE WS-ORDER-VALUE TO WS-OB-ORDER-VALUE

           IF HDR-VALID
               IF HDR-HELD-FOR-RELEASE
                   MOVE 'HELD FOR RELEASE' TO WS-OB-DISPOSITION
               ELSE
                   MOVE 'ACCEPTED' TO WS-OB-DISPOSITION
               END-IF
           ELSE
               MOVE WS-HDR-REASON TO WS-OB-DISPOSITION
           END-IF
               WRITE REPORT-RECORD FROM WS-SHIP-TO-LINE
           END-IF

           IF HDR-VALID AND HDR-HELD-FOR-RELEASE
               MOVE WS-HDR-SHIP-DATE TO WS-HN-SHIP-DATE
               WRITE REPORT-RECORD FROM WS-HELD-NOTE-LINE
           END-IF

           IF WS-LN-COUNT > ZERO
               WRITE REPORT-RECORD FROM WS-COLUMN-HEADER
           END-IF
           MOVE WS-LN-ITEM-CODE(WS-LN-IDX) TO OS-ITEM-CODE
           MOVE WS-LN-CATEGORY(WS-LN-IDX) TO OS-CATEGORY
           MOVE WS-LN-QUANTITY(WS-LN-IDX) TO OS-QUANTITY
           MOVE WS-HDR-REFERENCE TO OS-REFERENCE
           MOVE WS-LN-ORDER-LINE(WS-LN-IDX) TO OS-ORDER-LINE

           EVALUATE TRUE
               WHEN NOT LN-LINE-VALID(WS-LN-IDX)
                   MOVE 'R' TO OS-DISPOSITION
               WHEN LN-SUBSTITUTED(WS-LN-IDX)
                   MOVE 'S' TO OS-DISPOSITION
               WHEN HDR-HELD-FOR-RELEASE
                    AND NOT LN-DROP-SHIP(WS-LN-IDX)
                   MOVE 'B' TO OS-DISPOSITION
               WHEN OTHER
                   MOVE 'F' TO OS-DISPOSITION
           END-EVALUATE
           MOVE WS-LINE-POST-COUNT TO WS-SL-LINE-POST-COUNT
           MOVE WS-REJECT-COUNT TO WS-SL-REJECT-COUNT
           MOVE WS-ERROR-COUNT TO WS-SL-ERROR-COUNT
           MOVE WS-LINE-HELD-COUNT TO WS-SL-HELD-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
                 REPORT-FILE
                 JOURNAL-FILE
                 ORDER-STATS-FILE

           IF QUOTE-FILE-OPEN
               CLOSE QUOTE-FILE
           END-IF
           .
