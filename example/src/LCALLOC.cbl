      *----------------------------------------------------------------*
      * LCALLOC - LANDED COST ALLOCATION                               *
      *                                                                *
      * READS THE FREIGHT, CUSTOMS DUTY, AND BROKERAGE CHARGES KEYED   *
      * FROM THE CARRIER AND BROKER INVOICES -- EACH ONE NAMING UP TO  *
      * SIX PO NUMBERS IT COVERS -- AND SPREADS THE CHARGE ACROSS      *
      * THOSE PO LINES' RECEIVED QUANTITIES, EITHER BY RECEIVED VALUE  *
      * (PO-UNIT-COST CONVERTED TO LOCAL THROUGH CURFILE) OR BY        *
      * RECEIVED QUANTITY, AS THE CHARGE SAYS.                         *
      *                                                                *
      * EACH LINE'S SHARE GOES OUT ON LCTRAN AS AN 'L' TRANSACTION IN  *
      * THE SAME 80-BYTE TRANSACTION-RECORD LAYOUT INVNTRY READS FROM  *
      * TRANFILE, SO THE NIGHTLY RUN ROLLS IT INTO INV-UNIT-COST       *
      * THROUGH THE MOVING AVERAGE AND LOGS IT ON CSTAUDIT UNDER THE   *
      * CHARGE TYPE. A CHARGE THAT ARRIVES AFTER SOME OF THE GOODS     *
      * HAVE BEEN ISSUED IS CAPITALIZED ONLY FOR THE UNITS STILL ON    *
      * HAND THERE; THE REST IS EXPENSED AND REPORTED BY INVNTRY.      *
      *                                                                *
      * A CHARGE NAMING A PO THAT IS NOT ON FILE OR HAS NOTHING        *
      * RECEIVED YET IS REJECTED WHOLE, NOT PART-ALLOCATED, SO IT CAN  *
      * BE CORRECTED AND KEYED AGAIN.                                  *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LCALLOC.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-FILE ASSIGN TO LCCHGIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHARGE-STATUS.

           SELECT PO-FILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-STATUS.

           SELECT CURRENCY-RATE-FILE ASSIGN TO CURFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-KEY
               FILE STATUS IS WS-CURRENCY-STATUS.

           SELECT LANDED-TRAN-FILE ASSIGN TO LCTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LCTRAN-STATUS.

           SELECT REPORT-FILE ASSIGN TO LCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * ONE RECORD PER CARRIER OR BROKER CHARGE, IN LOCAL CURRENCY.    *
      * LC-BASIS 'V' SPREADS BY RECEIVED VALUE, 'Q' BY RECEIVED        *
      * QUANTITY. UNUSED PO SLOTS ARE LEFT BLANK.                      *
      *----------------------------------------------------------------*
       FD  CHARGE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
       01  CHARGE-RECORD.
           05  LC-CHARGE-ID           PIC X(10).
           05  LC-CHARGE-TYPE         PIC X(03).
               88  LC-FREIGHT         VALUE 'FRT'.
               88  LC-DUTY            VALUE 'DTY'.
               88  LC-BROKERAGE       VALUE 'BRK'.
               88  LC-TYPE-VALID      VALUE 'FRT' 'DTY' 'BRK'.
           05  LC-AMOUNT              PIC S9(07)V99 COMP-3.
           05  LC-BASIS               PIC X(01).
               88  LC-BY-VALUE        VALUE 'V'.
               88  LC-BY-QUANTITY     VALUE 'Q'.
           05  LC-CHARGE-DATE.
               10  LC-CHARGE-YEAR     PIC 9(04).
               10  LC-CHARGE-MONTH    PIC 9(02).
               10  LC-CHARGE-DAY      PIC 9(02).
           05  LC-OPERATOR-ID         PIC X(08).
           05  LC-PO-NUMBER           PIC X(15) OCCURS 6 TIMES.
           05  FILLER                 PIC X(25).

       FD  PO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY POCOPY.

       FD  CURRENCY-RATE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY CURCOPY.

      *----------------------------------------------------------------*
      * SAME TRANSACTION-RECORD LAYOUT INVNTRY.CBL USES FOR TRANFILE.  *
      * IT IS NOT CARRIED IN A COPYBOOK THERE, SO IT IS REPEATED HERE  *
      * FIELD FOR FIELD, THE SAME WAY SHIPCONF.CBL REPEATS IT.         *
      *----------------------------------------------------------------*
       FD  LANDED-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  LANDED-TRAN-RECORD.
           05  LT-TRAN-CODE           PIC X(01).
           05  LT-ITEM-CODE           PIC X(10).
           05  LT-QUANTITY            PIC S9(05) COMP-3.
           05  LT-DATE.
               10  LT-YEAR            PIC 9(04).
               10  LT-MONTH           PIC 9(02).
               10  LT-DAY             PIC 9(02).
           05  LT-REFERENCE           PIC X(15).
           05  LT-REASON-CODE         PIC X(03).
           05  LT-LOCATION            PIC X(05).
           05  LT-TO-LOCATION         PIC X(05).
           05  LT-UNIT-COST           PIC S9(05)V99 COMP-3.
           05  LT-OPERATOR-ID         PIC X(08).
           05  FILLER                 PIC X(16).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CHARGE-STATUS           PIC X(02) VALUE SPACES.
           88  CHARGE-SUCCESS         VALUE '00'.
           88  CHARGE-EOF             VALUE '10'.

       01  WS-PO-STATUS               PIC X(02) VALUE SPACES.
           88  PO-SUCCESS             VALUE '00'.
           88  PO-NOT-FOUND           VALUE '23'.

       01  WS-CURRENCY-STATUS         PIC X(02) VALUE SPACES.
           88  CURRENCY-SUCCESS       VALUE '00'.

       01  WS-LCTRAN-STATUS           PIC X(02) VALUE SPACES.
           88  LCTRAN-SUCCESS         VALUE '00'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-CHARGE-VALID-SW     PIC X(01) VALUE 'Y'.
               88  CHARGE-VALID       VALUE 'Y'.
           05  WS-FX-FOUND-SW         PIC X(01) VALUE 'N'.
               88  FX-RATE-FOUND      VALUE 'Y'.
           05  WS-FX-SCAN-EOF-SW      PIC X(01) VALUE 'N'.
               88  FX-SCAN-EOF        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CHARGE-READ-COUNT   PIC 9(05) VALUE ZEROS.
           05  WS-ALLOCATED-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-REJECT-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-LINE-WRITTEN-COUNT  PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      * THE PO LINES ONE CHARGE COVERS, WITH EACH LINE'S ALLOCATION    *
      * BASIS (LOCAL RECEIVED VALUE OR RECEIVED QUANTITY).             *
      *----------------------------------------------------------------*
       01  WS-ALLOC-TABLE.
           05  WS-AL-ENTRY OCCURS 6 TIMES INDEXED BY WS-AL-IDX.
               10  WS-AL-PO-NUMBER    PIC X(15).
               10  WS-AL-ITEM-CODE    PIC X(10).
               10  WS-AL-RECEIVED-QTY PIC S9(05) COMP-3.
               10  WS-AL-BASIS        PIC S9(11)V99 COMP-3.
               10  WS-AL-SHARE        PIC S9(07)V99 COMP-3.
               10  WS-AL-PER-UNIT     PIC S9(05)V99 COMP-3.

       01  WS-ALLOC-TABLE-CONTROL.
           05  WS-AL-ENTRY-COUNT      PIC 9(02) VALUE ZEROS.
           05  WS-PO-SUB              PIC 9(02) VALUE ZEROS.

       01  WS-ALLOC-WORK.
           05  WS-TOTAL-BASIS         PIC S9(11)V99 COMP-3.
           05  WS-SHARE-SO-FAR        PIC S9(07)V99 COMP-3.
           05  WS-LOCAL-UNIT-COST     PIC S9(05)V99 COMP-3.
           05  WS-FX-RATE             PIC S9(03)V9(06) COMP-3.
           05  WS-CHARGE-DATE-NUM     PIC 9(08).
           05  WS-REJECT-REASON       PIC X(20).
           05  WS-REJECT-PO           PIC X(15).

       01  WS-RUN-TOTALS.
           05  WS-RUN-CHARGE-AMOUNT   PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05  WS-RUN-POSTED-AMOUNT   PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05  WS-RUN-REJECT-AMOUNT   PIC S9(09)V99 COMP-3 VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(20)
                                      VALUE 'LANDED COST ALLOCATI'.
           05  FILLER                 PIC X(15) VALUE 'ON REGISTER    '.
           05  FILLER                 PIC X(11) VALUE SPACES.
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
           05  FILLER                 PIC X(12) VALUE 'CHARGE ID   '.
           05  FILLER                 PIC X(05) VALUE 'TYPE '.
           05  FILLER                 PIC X(06) VALUE 'BASIS '.
           05  FILLER                 PIC X(17) VALUE 'PO NUMBER'.
           05  FILLER                 PIC X(12) VALUE 'ITEM CODE'.
           05  FILLER                 PIC X(09) VALUE 'RECEIVED '.
           05  FILLER                 PIC X(16) VALUE 'ALLOCATED'.
           05  FILLER                 PIC X(14) VALUE 'PER UNIT'.
           05  FILLER                 PIC X(20) VALUE 'DISPOSITION'.
           05  FILLER                 PIC X(21) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-CHARGE-ID        PIC X(12).
           05  WS-DL-CHARGE-TYPE      PIC X(05).
           05  WS-DL-BASIS            PIC X(06).
           05  WS-DL-PO-NUMBER        PIC X(17).
           05  WS-DL-ITEM-CODE        PIC X(12).
           05  WS-DL-RECEIVED-QTY     PIC Z(04)9-.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-DL-AMOUNT           PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DL-PER-UNIT         PIC $$$,$$9.99-.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-DL-DISPOSITION      PIC X(20).
           05  FILLER                 PIC X(21) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(16) VALUE 'CHARGES KEYED: '.
           05  WS-TL-CHARGE-AMOUNT    PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(11) VALUE ' ALLOCATED:'.
           05  WS-TL-POSTED-AMOUNT    PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(11) VALUE ' REJECTED: '.
           05  WS-TL-REJECT-AMOUNT    PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(49) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(10) VALUE 'CHARGES:  '.
           05  WS-SL-READ-COUNT       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE ' ALLOCATED: '.
           05  WS-SL-ALLOCATED-COUNT  PIC ZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE ' REJECTED: '.
           05  WS-SL-REJECT-COUNT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(14) VALUE ' LINES OUT:   '.
           05  WS-SL-LINE-COUNT       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-CHARGES
               UNTIL END-OF-FILE
           PERFORM 3000-TERMINATION
           GOBACK
           .

       1000-INITIALIZATION.
           OPEN INPUT  CHARGE-FILE
                INPUT  PO-FILE
                INPUT  CURRENCY-RATE-FILE
                OUTPUT LANDED-TRAN-FILE
                OUTPUT REPORT-FILE

           IF NOT CHARGE-SUCCESS
               DISPLAY 'ERROR OPENING CHARGE FILE: ' WS-CHARGE-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT PO-SUCCESS
               DISPLAY 'ERROR OPENING OPEN PO FILE: ' WS-PO-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT CURRENCY-SUCCESS
               DISPLAY 'ERROR OPENING CURRENCY FILE: '
                       WS-CURRENCY-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT LCTRAN-SUCCESS
               DISPLAY 'ERROR OPENING LANDED TRAN FILE: '
                       WS-LCTRAN-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT REPORT-SUCCESS
               DISPLAY 'ERROR OPENING REPORT FILE: ' WS-REPORT-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-MONTH TO WS-HEADER-MONTH
           MOVE WS-CURRENT-DAY TO WS-HEADER-DAY
           MOVE WS-CURRENT-YEAR TO WS-HEADER-YEAR

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADER

           READ CHARGE-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           END-READ
           .

       2000-PROCESS-CHARGES.
           ADD 1 TO WS-CHARGE-READ-COUNT
           MOVE 'Y' TO WS-CHARGE-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-REJECT-PO
           MOVE ZEROS TO WS-AL-ENTRY-COUNT
           MOVE ZEROS TO WS-TOTAL-BASIS

           PERFORM 2100-EDIT-CHARGE

           IF CHARGE-VALID
               PERFORM 2200-LOAD-ONE-PO
                   VARYING WS-PO-SUB FROM 1 BY 1
                   UNTIL WS-PO-SUB > 6
                      OR NOT CHARGE-VALID
           END-IF

           IF CHARGE-VALID
              AND WS-AL-ENTRY-COUNT = ZEROS
               MOVE 'N' TO WS-CHARGE-VALID-SW
               MOVE 'NO PO NUMBERS' TO WS-REJECT-REASON
           END-IF

           IF CHARGE-VALID
              AND WS-TOTAL-BASIS NOT > ZERO
               MOVE 'N' TO WS-CHARGE-VALID-SW
               MOVE 'NO ALLOCATION BASIS' TO WS-REJECT-REASON
           END-IF

           IF CHARGE-VALID
               PERFORM 2400-ALLOCATE-CHARGE
               ADD 1 TO WS-ALLOCATED-COUNT
           ELSE
               PERFORM 2600-REJECT-CHARGE
           END-IF

           READ CHARGE-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           END-READ
           .

       2100-EDIT-CHARGE.
           EVALUATE TRUE
               WHEN NOT LC-TYPE-VALID
                   MOVE 'N' TO WS-CHARGE-VALID-SW
                   MOVE 'BAD CHARGE TYPE' TO WS-REJECT-REASON
               WHEN NOT LC-BY-VALUE AND NOT LC-BY-QUANTITY
                   MOVE 'N' TO WS-CHARGE-VALID-SW
                   MOVE 'BAD BASIS' TO WS-REJECT-REASON
               WHEN LC-AMOUNT NOT NUMERIC
                   MOVE 'N' TO WS-CHARGE-VALID-SW
                   MOVE 'BAD AMOUNT' TO WS-REJECT-REASON
               WHEN LC-AMOUNT NOT > ZERO
                   MOVE 'N' TO WS-CHARGE-VALID-SW
                   MOVE 'BAD AMOUNT' TO WS-REJECT-REASON
               WHEN LC-CHARGE-DATE NOT NUMERIC
                   MOVE 'N' TO WS-CHARGE-VALID-SW
                   MOVE 'BAD CHARGE DATE' TO WS-REJECT-REASON
               WHEN LC-OPERATOR-ID = SPACES
                   MOVE 'N' TO WS-CHARGE-VALID-SW
                   MOVE 'MISSING OPERATOR ID' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE LC-CHARGE-DATE TO WS-CHARGE-DATE-NUM
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * EACH PO NAMED MUST BE ON FILE WITH SOMETHING RECEIVED AGAINST  *
      * IT -- THE CHARGE CAN ONLY LAND ON STOCK THAT CAME IN.          *
      *----------------------------------------------------------------*
       2200-LOAD-ONE-PO.
           IF LC-PO-NUMBER(WS-PO-SUB) NOT = SPACES
               MOVE LC-PO-NUMBER(WS-PO-SUB) TO PO-NUMBER

               READ PO-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-CHARGE-VALID-SW
                       MOVE 'PO NOT ON FILE' TO WS-REJECT-REASON
                       MOVE LC-PO-NUMBER(WS-PO-SUB) TO WS-REJECT-PO
                   NOT INVALID KEY
                       IF PO-RECEIVED-QTY NOT > ZERO
                           MOVE 'N' TO WS-CHARGE-VALID-SW
                           MOVE 'PO NOT RECEIVED' TO WS-REJECT-REASON
                           MOVE PO-NUMBER TO WS-REJECT-PO
                       ELSE
                           PERFORM 2300-ADD-ALLOC-ENTRY
                       END-IF
               END-READ
           END-IF
           .

       2300-ADD-ALLOC-ENTRY.
           ADD 1 TO WS-AL-ENTRY-COUNT
           SET WS-AL-IDX TO WS-AL-ENTRY-COUNT
           MOVE PO-NUMBER TO WS-AL-PO-NUMBER(WS-AL-IDX)
           MOVE PO-ITEM-CODE TO WS-AL-ITEM-CODE(WS-AL-IDX)
           MOVE PO-RECEIVED-QTY TO WS-AL-RECEIVED-QTY(WS-AL-IDX)
           MOVE ZEROS TO WS-AL-SHARE(WS-AL-IDX)
           MOVE ZEROS TO WS-AL-PER-UNIT(WS-AL-IDX)

           IF LC-BY-QUANTITY
               MOVE PO-RECEIVED-QTY TO WS-AL-BASIS(WS-AL-IDX)
           ELSE
               MOVE PO-UNIT-COST TO WS-LOCAL-UNIT-COST

               IF PO-CURRENCY-CODE NOT = SPACES
                   PERFORM 2310-LOOKUP-EXCHANGE-RATE

                   IF FX-RATE-FOUND
                       COMPUTE WS-LOCAL-UNIT-COST ROUNDED =
                           PO-UNIT-COST * WS-FX-RATE
                   ELSE
                       MOVE 'N' TO WS-CHARGE-VALID-SW
                       MOVE 'NO FX RATE' TO WS-REJECT-REASON
                       MOVE PO-NUMBER TO WS-REJECT-PO
                   END-IF
               END-IF

               COMPUTE WS-AL-BASIS(WS-AL-IDX) =
                   PO-RECEIVED-QTY * WS-LOCAL-UNIT-COST
           END-IF

           ADD WS-AL-BASIS(WS-AL-IDX) TO WS-TOTAL-BASIS
           .

      *----------------------------------------------------------------*
      * THE SAME RATE RULE INVNTRY APPLIES AT RECEIPT: THE LATEST RATE *
      * EFFECTIVE ON OR BEFORE THE DATE, HERE THE CHARGE DATE.         *
      *----------------------------------------------------------------*
       2310-LOOKUP-EXCHANGE-RATE.
           MOVE 'N' TO WS-FX-FOUND-SW
           MOVE 'N' TO WS-FX-SCAN-EOF-SW
           MOVE ZEROS TO WS-FX-RATE

           MOVE PO-CURRENCY-CODE TO CUR-CODE
           MOVE ZEROS TO CUR-EFF-DATE

           START CURRENCY-RATE-FILE KEY >= CUR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FX-SCAN-EOF-SW
           END-START

           PERFORM 2320-SCAN-ONE-RATE
               UNTIL FX-SCAN-EOF
           .

       2320-SCAN-ONE-RATE.
           READ CURRENCY-RATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FX-SCAN-EOF-SW
               NOT AT END
                   IF CUR-CODE NOT = PO-CURRENCY-CODE
                      OR CUR-EFF-DATE > WS-CHARGE-DATE-NUM
                       MOVE 'Y' TO WS-FX-SCAN-EOF-SW
                   ELSE
                       MOVE CUR-RATE TO WS-FX-RATE
                       MOVE 'Y' TO WS-FX-FOUND-SW
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * EACH LINE TAKES ITS PROPORTION OF THE CHARGE, ROUNDED; THE     *
      * LAST LINE TAKES WHATEVER IS LEFT SO THE SHARES ADD BACK TO     *
      * THE CHARGE TO THE PENNY.                                       *
      *----------------------------------------------------------------*
       2400-ALLOCATE-CHARGE.
           MOVE ZEROS TO WS-SHARE-SO-FAR
           ADD LC-AMOUNT TO WS-RUN-CHARGE-AMOUNT

           PERFORM 2500-WRITE-ONE-SHARE
               VARYING WS-AL-IDX FROM 1 BY 1
               UNTIL WS-AL-IDX > WS-AL-ENTRY-COUNT
           .

       2500-WRITE-ONE-SHARE.
           IF WS-AL-IDX = WS-AL-ENTRY-COUNT
               COMPUTE WS-AL-SHARE(WS-AL-IDX) =
                   LC-AMOUNT - WS-SHARE-SO-FAR
           ELSE
               COMPUTE WS-AL-SHARE(WS-AL-IDX) ROUNDED =
                   LC-AMOUNT * WS-AL-BASIS(WS-AL-IDX)
                   / WS-TOTAL-BASIS
           END-IF

           ADD WS-AL-SHARE(WS-AL-IDX) TO WS-SHARE-SO-FAR

           COMPUTE WS-AL-PER-UNIT(WS-AL-IDX) ROUNDED =
               WS-AL-SHARE(WS-AL-IDX) / WS-AL-RECEIVED-QTY(WS-AL-IDX)

           MOVE LC-CHARGE-ID TO WS-DL-CHARGE-ID
           MOVE LC-CHARGE-TYPE TO WS-DL-CHARGE-TYPE
           MOVE LC-BASIS TO WS-DL-BASIS
           MOVE WS-AL-PO-NUMBER(WS-AL-IDX) TO WS-DL-PO-NUMBER
           MOVE WS-AL-ITEM-CODE(WS-AL-IDX) TO WS-DL-ITEM-CODE
           MOVE WS-AL-RECEIVED-QTY(WS-AL-IDX) TO WS-DL-RECEIVED-QTY
           MOVE WS-AL-SHARE(WS-AL-IDX) TO WS-DL-AMOUNT
           MOVE WS-AL-PER-UNIT(WS-AL-IDX) TO WS-DL-PER-UNIT

           IF WS-AL-PER-UNIT(WS-AL-IDX) > ZERO
               MOVE SPACES TO LANDED-TRAN-RECORD
               MOVE 'L' TO LT-TRAN-CODE
               MOVE WS-AL-ITEM-CODE(WS-AL-IDX) TO LT-ITEM-CODE
               MOVE WS-AL-RECEIVED-QTY(WS-AL-IDX) TO LT-QUANTITY
               MOVE LC-CHARGE-DATE TO LT-DATE
               MOVE WS-AL-PO-NUMBER(WS-AL-IDX) TO LT-REFERENCE
               MOVE LC-CHARGE-TYPE TO LT-REASON-CODE
               MOVE WS-AL-PER-UNIT(WS-AL-IDX) TO LT-UNIT-COST
               MOVE LC-OPERATOR-ID TO LT-OPERATOR-ID

               WRITE LANDED-TRAN-RECORD

               COMPUTE WS-RUN-POSTED-AMOUNT =
                   WS-RUN-POSTED-AMOUNT +
                   (WS-AL-PER-UNIT(WS-AL-IDX) *
                    WS-AL-RECEIVED-QTY(WS-AL-IDX))
               ADD 1 TO WS-LINE-WRITTEN-COUNT
               MOVE 'ALLOCATED' TO WS-DL-DISPOSITION
           ELSE
               MOVE 'SHARE UNDER 1 CENT' TO WS-DL-DISPOSITION
           END-IF

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       2600-REJECT-CHARGE.
           ADD 1 TO WS-REJECT-COUNT

           IF LC-AMOUNT NUMERIC
               ADD LC-AMOUNT TO WS-RUN-REJECT-AMOUNT
               MOVE LC-AMOUNT TO WS-DL-AMOUNT
           ELSE
               MOVE ZEROS TO WS-DL-AMOUNT
           END-IF

           MOVE LC-CHARGE-ID TO WS-DL-CHARGE-ID
           MOVE LC-CHARGE-TYPE TO WS-DL-CHARGE-TYPE
           MOVE LC-BASIS TO WS-DL-BASIS
           MOVE WS-REJECT-PO TO WS-DL-PO-NUMBER
           MOVE SPACES TO WS-DL-ITEM-CODE
           MOVE ZEROS TO WS-DL-RECEIVED-QTY
           MOVE ZEROS TO WS-DL-PER-UNIT
           MOVE WS-REJECT-REASON TO WS-DL-DISPOSITION

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       3000-TERMINATION.
           MOVE WS-RUN-CHARGE-AMOUNT TO WS-TL-CHARGE-AMOUNT
           MOVE WS-RUN-POSTED-AMOUNT TO WS-TL-POSTED-AMOUNT
           MOVE WS-RUN-REJECT-AMOUNT TO WS-TL-REJECT-AMOUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE

           MOVE WS-CHARGE-READ-COUNT TO WS-SL-READ-COUNT
           MOVE WS-ALLOCATED-COUNT TO WS-SL-ALLOCATED-COUNT
           MOVE WS-REJECT-COUNT TO WS-SL-REJECT-COUNT
           MOVE WS-LINE-WRITTEN-COUNT TO WS-SL-LINE-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           CLOSE CHARGE-FILE
                 PO-FILE
                 CURRENCY-RATE-FILE
                 LANDED-TRAN-FILE
                 REPORT-FILE
           .
