      *----------------------------------------------------------------*
      * PPVRPT - MONTHLY PURCHASE PRICE VARIANCE ANALYSIS              *
      *                                                                *
      * READS THE PURCHASE PRICE HISTORY (PURCHIST) -- THE RECEIPTS    *
      * INVNTRY MATCHED TO PO LINES AND THE INVOICE LINES APENTRY      *
      * POSTED -- AND COMPARES THREE COSTS FOR EACH SUPPLIER AND ITEM: *
      *                                                                *
      *   EXPECTED - THE CATALOG PRICE BREAK THE PO'S ORDERED QUANTITY *
      *              QUALIFIED FOR (THE PO COST WHEN THE SOURCE HAS NO *
      *              CATALOG ENTRY);                                   *
      *   PO       - PO-UNIT-COST AS RAISED;                           *
      *   INVOICED - WHAT THE SUPPLIER BILLED ON POSTED INVOICES.      *
      *                                                                *
      * PO VS CATALOG IS THE RECEIVED QUANTITY EXTENDED AT PO COST     *
      * LESS THE SAME QUANTITY AT THE EXPECTED COST; INV VS PO IS THE  *
      * INVOICED EXTENSION LESS THE INVOICED QUANTITY AT PO COST.      *
      * POSITIVE IS UNFAVORABLE. AMOUNTS ARE IN THE PO'S CURRENCY,     *
      * TOTALLED BY SUPPLIER; THE RUN TOTAL AND THE WORST-OFFENDER     *
      * RANKING ARE IN LOCAL CURRENCY AT THE RATE IN EFFECT AT PERIOD  *
      * END.                                                           *
      *                                                                *
      * A FOREIGN-CURRENCY RECEIPT WHOSE SWING AGAINST THE EXPECTED    *
      * COST IS MOSTLY THE MOVE FROM THE RATE AT PO DATE TO THE RATE   *
      * IT WAS RECEIVED AT (THE SAME RATE INVNTRY LOGS ON CSTAUDIT) IS *
      * LISTED SEPARATELY, SO A CURRENCY SWING IS NOT CHASED AS A      *
      * BUYING PROBLEM.                                                *
      *                                                                *
      * LS-REPORT-PERIOD (YYYYMM) SELECTS THE MONTH; ZERO MEANS THE    *
      * WHOLE HISTORY.                                                 *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPVRPT.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-HISTORY-FILE ASSIGN TO PURCHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRICE-HIST-STATUS.

           SELECT CATALOG-FILE ASSIGN TO CATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO SUPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-ID
               FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT CURRENCY-RATE-FILE ASSIGN TO CURFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-KEY
               FILE STATUS IS WS-CURRENCY-STATUS.

           SELECT REPORT-FILE ASSIGN TO PPVLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * SAME PPHCOPY PURCHASE PRICE HISTORY INVNTRY AND APENTRY WRITE. *
      *----------------------------------------------------------------*
       FD  PURCHASE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY PPHCOPY.

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY CATCOPY.

       FD  SUPPLIER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 99 CHARACTERS.
           COPY SUPCOPY.

       FD  CURRENCY-RATE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY CURCOPY.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRICE-HIST-STATUS       PIC X(02) VALUE SPACES.
           88  PRICE-HIST-SUCCESS     VALUE '00'.
           88  PRICE-HIST-EOF         VALUE '10'.

       01  WS-CATALOG-STATUS          PIC X(02) VALUE SPACES.
           88  CATALOG-SUCCESS        VALUE '00'.
           88  CATALOG-NOT-FOUND      VALUE '23'.

       01  WS-SUPPLIER-STATUS         PIC X(02) VALUE SPACES.
           88  SUPPLIER-SUCCESS       VALUE '00'.

       01  WS-CURRENCY-STATUS         PIC X(02) VALUE SPACES.
           88  CURRENCY-SUCCESS       VALUE '00'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-PV-FOUND-SW         PIC X(01) VALUE 'N'.
               88  PPV-ENTRY-FOUND    VALUE 'Y'.
           05  WS-RT-FOUND-SW         PIC X(01) VALUE 'N'.
               88  RATE-FOUND         VALUE 'Y'.
           05  WS-RT-SCAN-EOF-SW      PIC X(01) VALUE 'N'.
               88  RATE-SCAN-EOF      VALUE 'Y'.
           05  WS-WORST-FOUND-SW      PIC X(01) VALUE 'N'.
               88  WORST-FOUND        VALUE 'Y'.
           05  WS-SUPPLIER-OPEN-SW    PIC X(01) VALUE 'N'.
               88  SUPPLIER-FILE-OPEN VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-HIST-READ-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-RECEIPT-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-INVOICE-LINE-COUNT  PIC 9(07) VALUE ZEROS.

       01  WS-SELECT-WORK.
           05  WS-SEL-PERIOD          PIC 9(06).
           05  WS-PERIOD-END-DATE     PIC 9(08).
           05  WS-EXPECTED-COST       PIC S9(05)V99 COMP-3.
           05  WS-EXT-EXPECTED        PIC S9(09)V99 COMP-3.
           05  WS-EXT-PO              PIC S9(09)V99 COMP-3.
           05  WS-EXT-INVOICED        PIC S9(09)V99 COMP-3.
           05  WS-EXT-INV-AT-PO       PIC S9(09)V99 COMP-3.
           05  WS-UNIT-WORK           PIC S9(05)V99 COMP-3.

      *----------------------------------------------------------------*
      * EXCHANGE RATE LOOKUP: THE LATEST RATE FOR WS-RT-CURRENCY       *
      * EFFECTIVE ON OR BEFORE WS-RT-AS-OF-DATE, AS INVNTRY FINDS IT.  *
      *----------------------------------------------------------------*
       01  WS-RATE-WORK.
           05  WS-RT-CURRENCY         PIC X(03).
           05  WS-RT-AS-OF-DATE       PIC 9(08).
           05  WS-RT-RATE             PIC S9(03)V9(06) COMP-3.

       01  WS-CURRENCY-SWING-WORK.
           05  WS-FX-SWING            PIC S9(09)V99 COMP-3.
           05  WS-FX-PART             PIC S9(09)V99 COMP-3.
           05  WS-FX-ABS-SWING        PIC S9(09)V99 COMP-3.
           05  WS-FX-ABS-PART         PIC S9(09)V99 COMP-3.

      *----------------------------------------------------------------*
      * VARIANCE ACCUMULATORS, ONE ENTRY PER SUPPLIER/ITEM SEEN,       *
      * BUBBLE-SORTED ON THE COMBINED KEY BEFORE PRINTING SO EACH      *
      * SUPPLIER'S ITEMS COME OUT TOGETHER. OVERFLOW IS REPORTED       *
      * LOUDLY.                                                        *
      *----------------------------------------------------------------*
       01  WS-PPV-TABLE.
           05  WS-PV-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-PV-IDX, WS-PV-CMP-IDX.
               10  WS-PV-GROUP-KEY.
                   15  WS-PV-SUPPLIER-ID
                                      PIC X(06).
                   15  WS-PV-ITEM-CODE
                                      PIC X(10).
               10  WS-PV-CURRENCY     PIC X(03).
               10  WS-PV-NOTE         PIC X(10).
               10  WS-PV-RECEIVED-QTY PIC S9(07) COMP-3.
               10  WS-PV-EXPECTED-EXT PIC S9(11)V99 COMP-3.
               10  WS-PV-PO-EXT       PIC S9(11)V99 COMP-3.
               10  WS-PV-INVOICED-QTY PIC S9(07) COMP-3.
               10  WS-PV-INVOICED-EXT PIC S9(11)V99 COMP-3.
               10  WS-PV-INV-AT-PO-EXT
                                      PIC S9(11)V99 COMP-3.
               10  WS-PV-LOCAL-VARIANCE
                                      PIC S9(11)V99 COMP-3.
               10  WS-PV-RANKED-SW    PIC X(01).
                   88  PV-RANKED      VALUE 'Y'.

       01  WS-PPV-CONTROL.
           05  WS-PV-ENTRY-COUNT      PIC 9(03) VALUE ZEROS.
           05  WS-PV-ENTRY-LIMIT      PIC 9(03) VALUE 500.
           05  WS-WORK-GROUP-KEY.
               10  WS-WK-SUPPLIER-ID  PIC X(06).
               10  WS-WK-ITEM-CODE    PIC X(10).

       01  WS-SORT-WORK.
           05  WS-PV-SWAPPED-SW       PIC X(01).
               88  PV-ENTRIES-SWAPPED VALUE 'Y'.
           05  WS-PV-SAVE-ENTRY       PIC X(73).

      *----------------------------------------------------------------*
      * RECEIPTS WHOSE SWING THE EXCHANGE RATE MOSTLY EXPLAINS.        *
      *----------------------------------------------------------------*
       01  WS-FX-TABLE.
           05  WS-FX-ENTRY OCCURS 200 TIMES INDEXED BY WS-FX-IDX.
               10  WS-FX-SUPPLIER-ID  PIC X(06).
               10  WS-FX-ITEM-CODE    PIC X(10).
               10  WS-FX-PO-NUMBER    PIC X(15).
               10  WS-FX-DATE         PIC 9(08).
               10  WS-FX-QUANTITY     PIC S9(05) COMP-3.
               10  WS-FX-CURRENCY     PIC X(03).
               10  WS-FX-PO-RATE      PIC S9(03)V9(06) COMP-3.
               10  WS-FX-RCPT-RATE    PIC S9(03)V9(06) COMP-3.
               10  WS-FX-TOTAL-SWING  PIC S9(09)V99 COMP-3.
               10  WS-FX-RATE-EFFECT  PIC S9(09)V99 COMP-3.

       01  WS-FX-CONTROL.
           05  WS-FX-ENTRY-COUNT      PIC 9(03) VALUE ZEROS.
           05  WS-FX-ENTRY-LIMIT      PIC 9(03) VALUE 200.

       01  WS-WORST-CONTROL.
           05  WS-WORST-LIMIT         PIC 9(02) VALUE 10.
           05  WS-WORST-RANK          PIC 9(02) VALUE ZEROS.
           05  WS-WORST-SUB           PIC 9(03) VALUE ZEROS.
           05  WS-WORST-VALUE         PIC S9(11)V99 COMP-3.

       01  WS-SUPPLIER-TOTALS.
           05  WS-LAST-SUPPLIER-ID    PIC X(06) VALUE SPACES.
           05  WS-ST-RECEIVED-QTY     PIC S9(09) COMP-3.
           05  WS-ST-PO-VARIANCE      PIC S9(11)V99 COMP-3.
           05  WS-ST-INV-VARIANCE     PIC S9(11)V99 COMP-3.
           05  WS-ST-TOTAL-VARIANCE   PIC S9(11)V99 COMP-3.

       01  WS-LINE-VARIANCES.
           05  WS-LV-PO-VARIANCE      PIC S9(11)V99 COMP-3.
           05  WS-LV-INV-VARIANCE     PIC S9(11)V99 COMP-3.
           05  WS-LV-TOTAL-VARIANCE   PIC S9(11)V99 COMP-3.

       01  WS-RUN-TOTALS.
           05  WS-RUN-LOCAL-VARIANCE  PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                      PIC 9(08).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(24)
                       VALUE 'PURCHASE PRICE VARIANCE '.
           05  FILLER                 PIC X(08) VALUE 'PERIOD: '.
           05  WS-RH-PERIOD           PIC 9(06).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(04) VALUE 'DATE'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-HEADER-DATE.
               10  WS-HEADER-MONTH    PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-HEADER-DAY      PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-HEADER-YEAR     PIC 9(04).
           05  FILLER                 PIC X(76) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                 PIC X(12) VALUE 'ITEM CODE'.
           05  FILLER                 PIC X(10) VALUE 'RCVD QTY'.
           05  FILLER                 PIC X(10) VALUE ' EXP COST'.
           05  FILLER                 PIC X(10) VALUE '  PO COST'.
           05  FILLER                 PIC X(10) VALUE ' INV QTY'.
           05  FILLER                 PIC X(10) VALUE ' INV COST'.
           05  FILLER                 PIC X(16)
                                      VALUE '   PO VS CATALOG'.
           05  FILLER                 PIC X(16)
                                      VALUE '       INV VS PO'.
           05  FILLER                 PIC X(16)
                                      VALUE '  TOTAL VARIANCE'.
           05  FILLER                 PIC X(12) VALUE ' NOTE'.
           05  FILLER                 PIC X(10) VALUE SPACES.

       01  WS-SUPPLIER-LINE.
           05  FILLER                 PIC X(10) VALUE 'SUPPLIER: '.
           05  WS-SP-SUPPLIER-ID      PIC X(08).
           05  WS-SP-SUPPLIER-NAME    PIC X(32).
           05  FILLER                 PIC X(10) VALUE 'CURRENCY: '.
           05  WS-SP-CURRENCY         PIC X(05).
           05  FILLER                 PIC X(67) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-ITEM-CODE        PIC X(12).
           05  WS-DL-RECEIVED-QTY     PIC Z(06)9-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-EXPECTED-COST    PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DL-PO-COST          PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DL-INVOICED-QTY     PIC Z(06)9-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-INVOICED-COST    PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DL-PO-VARIANCE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DL-INV-VARIANCE     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DL-TOTAL-VARIANCE   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-NOTE             PIC X(10).
           05  FILLER                 PIC X(11) VALUE SPACES.

       01  WS-SUPPLIER-TOTAL-LINE.
           05  FILLER                 PIC X(12) VALUE '  SUPP TOTAL'.
           05  WS-STL-RECEIVED-QTY    PIC Z(06)9-.
           05  FILLER                 PIC X(42) VALUE SPACES.
           05  WS-STL-PO-VARIANCE     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-STL-INV-VARIANCE    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-STL-TOTAL-VARIANCE  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(23) VALUE SPACES.

       01  WS-RUN-TOTAL-LINE.
           05  FILLER                 PIC X(34)
                       VALUE 'TOTAL VARIANCE IN LOCAL CURRENCY: '.
           05  WS-RTL-LOCAL-VARIANCE  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(83) VALUE SPACES.

       01  WS-WORST-TITLE-LINE.
           05  FILLER                 PIC X(40)
                       VALUE 'WORST OFFENDERS - LARGEST UNFAVORABLE VA'.
           05  FILLER                 PIC X(28)
                       VALUE 'RIANCE IN LOCAL CURRENCY'.
           05  FILLER                 PIC X(64) VALUE SPACES.

       01  WS-WORST-COLUMN-HEADER.
           05  FILLER                 PIC X(06) VALUE 'RANK'.
           05  FILLER                 PIC X(09) VALUE 'SUPPLIER'.
           05  FILLER                 PIC X(12) VALUE 'ITEM CODE'.
           05  FILLER                 PIC X(10) VALUE 'RCVD QTY'.
           05  FILLER                 PIC X(05) VALUE 'CUR'.
           05  FILLER                 PIC X(16)
                                      VALUE '  TOTAL VARIANCE'.
           05  FILLER                 PIC X(16)
                                      VALUE '  LOCAL VARIANCE'.
           05  FILLER                 PIC X(58) VALUE SPACES.

       01  WS-WORST-LINE.
           05  WS-WL-RANK             PIC Z9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-WL-SUPPLIER-ID      PIC X(09).
           05  WS-WL-ITEM-CODE        PIC X(12).
           05  WS-WL-RECEIVED-QTY     PIC Z(06)9-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-WL-CURRENCY         PIC X(05).
           05  WS-WL-VARIANCE         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-WL-LOCAL-VARIANCE   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(59) VALUE SPACES.

       01  WS-FX-TITLE-LINE.
           05  FILLER                 PIC X(40)
                       VALUE 'RECEIPTS WHERE THE EXCHANGE RATE EXPLAIN'.
           05  FILLER                 PIC X(40)
                       VALUE 'S MOST OF THE SWING (LOCAL CURRENCY)'.
           05  FILLER                 PIC X(52) VALUE SPACES.

       01  WS-FX-COLUMN-HEADER.
           05  FILLER                 PIC X(09) VALUE 'SUPPLIER'.
           05  FILLER                 PIC X(12) VALUE 'ITEM CODE'.
           05  FILLER                 PIC X(17) VALUE 'PO NUMBER'.
           05  FILLER                 PIC X(10) VALUE 'RCPT DATE'.
           05  FILLER                 PIC X(08) VALUE '   QTY'.
           05  FILLER                 PIC X(05) VALUE 'CUR'.
           05  FILLER                 PIC X(12) VALUE '   PO RATE'.
           05  FILLER                 PIC X(12) VALUE ' RCPT RATE'.
           05  FILLER                 PIC X(16)
                                      VALUE '     TOTAL SWING'.
           05  FILLER                 PIC X(16)
                                      VALUE '     RATE EFFECT'.
           05  FILLER                 PIC X(15) VALUE SPACES.

       01  WS-FX-LINE.
           05  WS-FL-SUPPLIER-ID      PIC X(09).
           05  WS-FL-ITEM-CODE        PIC X(12).
           05  WS-FL-PO-NUMBER        PIC X(17).
           05  WS-FL-DATE             PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-FL-QUANTITY         PIC Z(04)9-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-FL-CURRENCY         PIC X(05).
           05  WS-FL-PO-RATE          PIC ZZ9.999999.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-FL-RCPT-RATE        PIC ZZ9.999999.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-FL-TOTAL-SWING      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-FL-RATE-EFFECT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(16) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(20)
                                      VALUE 'NONE FOR THIS PERIOD'.
           05  FILLER                 PIC X(108) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(14) VALUE 'HISTORY READ: '.
           05  WS-SL-READ-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE ' RECEIPTS: '.
           05  WS-SL-RECEIPT-COUNT    PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(16)
                                      VALUE ' INVOICE LINES: '.
           05  WS-SL-INVOICE-COUNT    PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(08) VALUE ' ITEMS: '.
           05  WS-SL-ITEM-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(13) VALUE ' FX FLAGGED: '.
           05  WS-SL-FX-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(15) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-REPORT-PERIOD           PIC 9(06).

       PROCEDURE DIVISION USING LS-REPORT-PERIOD.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-ACCUMULATE-HISTORY
               UNTIL END-OF-FILE
           PERFORM 3000-SORT-PPV-TABLE
           PERFORM 3200-CONVERT-TO-LOCAL
           PERFORM 3500-PRINT-VARIANCES
           PERFORM 3600-PRINT-WORST-OFFENDERS
           PERFORM 3700-PRINT-CURRENCY-SWINGS
           PERFORM 4000-TERMINATION
           GOBACK
           .

       1000-INITIALIZATION.
           OPEN INPUT  PURCHASE-HISTORY-FILE
                INPUT  CATALOG-FILE
                INPUT  SUPPLIER-FILE
                INPUT  CURRENCY-RATE-FILE
                OUTPUT REPORT-FILE

           IF NOT PRICE-HIST-SUCCESS
               DISPLAY 'ERROR OPENING PURCHASE HISTORY FILE: '
                       WS-PRICE-HIST-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT CATALOG-SUCCESS
               DISPLAY 'ERROR OPENING CATALOG FILE: '
                       WS-CATALOG-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF SUPPLIER-SUCCESS
               MOVE 'Y' TO WS-SUPPLIER-OPEN-SW
           ELSE
               DISPLAY 'ERROR OPENING SUPPLIER FILE: '
                       WS-SUPPLIER-STATUS
           END-IF

           IF NOT CURRENCY-SUCCESS
               DISPLAY 'ERROR OPENING CURRENCY RATE FILE: '
                       WS-CURRENCY-STATUS
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

           IF LS-REPORT-PERIOD NUMERIC
               MOVE LS-REPORT-PERIOD TO WS-SEL-PERIOD
           ELSE
               MOVE ZEROS TO WS-SEL-PERIOD
           END-IF

      *    A DAY OF 31 IS ON OR AFTER EVERY DAY OF THE MONTH, WHICH IS
      *    ALL THE RATE LOOKUP NEEDS.
           IF WS-SEL-PERIOD = ZEROS
               MOVE WS-CURRENT-DATE-NUM TO WS-PERIOD-END-DATE
           ELSE
               COMPUTE WS-PERIOD-END-DATE = WS-SEL-PERIOD * 100 + 31
           END-IF

           MOVE WS-SEL-PERIOD TO WS-RH-PERIOD

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADER

           IF NOT END-OF-FILE
               READ PURCHASE-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               END-READ
           END-IF
           .

       2000-ACCUMULATE-HISTORY.
           ADD 1 TO WS-HIST-READ-COUNT

           IF WS-SEL-PERIOD = ZEROS
              OR PP-DATE(1:6) = WS-SEL-PERIOD
               EVALUATE TRUE
                   WHEN PP-RECEIPT
                       ADD 1 TO WS-RECEIPT-COUNT
                       PERFORM 2100-ACCUMULATE-RECEIPT
                   WHEN PP-INVOICE
                       ADD 1 TO WS-INVOICE-LINE-COUNT
                       PERFORM 2200-ACCUMULATE-INVOICE
                   WHEN OTHER
                       DISPLAY 'PPVRPT: BAD RECORD TYPE '''
                               PP-RECORD-TYPE ''' ON PRICE HISTORY'
               END-EVALUATE
           END-IF

           READ PURCHASE-HISTORY-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           END-READ
           .

      *----------------------------------------------------------------*
      * A RECEIPT (OR A NEGATIVE RETURN) EXTENDS ITS QUANTITY AT THE   *
      * EXPECTED CATALOG COST AND AT THE PO COST.                      *
      *----------------------------------------------------------------*
       2100-ACCUMULATE-RECEIPT.
           PERFORM 2300-FIND-PPV-ENTRY

           IF PPV-ENTRY-FOUND
               PERFORM 2400-PRICE-AT-CATALOG

               COMPUTE WS-EXT-EXPECTED =
                   PP-QUANTITY * WS-EXPECTED-COST
               COMPUTE WS-EXT-PO =
                   PP-QUANTITY * PP-PO-UNIT-COST

               ADD PP-QUANTITY TO WS-PV-RECEIVED-QTY(WS-PV-IDX)
               ADD WS-EXT-EXPECTED TO WS-PV-EXPECTED-EXT(WS-PV-IDX)
               ADD WS-EXT-PO TO WS-PV-PO-EXT(WS-PV-IDX)

               IF PP-CURRENCY-CODE NOT = SPACES
                  AND PP-EXCHANGE-RATE > ZERO
                  AND PP-QUANTITY > ZERO
                   PERFORM 2500-CHECK-CURRENCY-SWING
               END-IF
           END-IF
           .

       2200-ACCUMULATE-INVOICE.
           PERFORM 2300-FIND-PPV-ENTRY

           IF PPV-ENTRY-FOUND
               COMPUTE WS-EXT-INVOICED =
                   PP-QUANTITY * PP-UNIT-COST
               COMPUTE WS-EXT-INV-AT-PO =
                   PP-QUANTITY * PP-PO-UNIT-COST

               ADD PP-QUANTITY TO WS-PV-INVOICED-QTY(WS-PV-IDX)
               ADD WS-EXT-INVOICED TO WS-PV-INVOICED-EXT(WS-PV-IDX)
               ADD WS-EXT-INV-AT-PO TO WS-PV-INV-AT-PO-EXT(WS-PV-IDX)
           END-IF
           .

       2300-FIND-PPV-ENTRY.
           MOVE 'N' TO WS-PV-FOUND-SW
           MOVE PP-SUPPLIER-ID TO WS-WK-SUPPLIER-ID
           MOVE PP-ITEM-CODE TO WS-WK-ITEM-CODE

           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-ENTRY-COUNT
                      OR PPV-ENTRY-FOUND
               IF WS-PV-GROUP-KEY(WS-PV-IDX) = WS-WORK-GROUP-KEY
                   MOVE 'Y' TO WS-PV-FOUND-SW
               END-IF
           END-PERFORM

           IF PPV-ENTRY-FOUND
               SET WS-PV-IDX DOWN BY 1
           ELSE
               IF WS-PV-ENTRY-COUNT >= WS-PV-ENTRY-LIMIT
                   DISPLAY 'PPVRPT: VARIANCE TABLE FULL AT '
                           WS-PV-ENTRY-LIMIT ' -- ' WS-WK-SUPPLIER-ID
                           '/' WS-WK-ITEM-CODE ' NOT ANALYZED'
               ELSE
                   ADD 1 TO WS-PV-ENTRY-COUNT
                   SET WS-PV-IDX TO WS-PV-ENTRY-COUNT
                   MOVE WS-WORK-GROUP-KEY
                     TO WS-PV-GROUP-KEY(WS-PV-IDX)
                   MOVE PP-CURRENCY-CODE TO WS-PV-CURRENCY(WS-PV-IDX)
                   MOVE SPACES TO WS-PV-NOTE(WS-PV-IDX)
                   MOVE ZEROS TO WS-PV-RECEIVED-QTY(WS-PV-IDX)
                   MOVE ZEROS TO WS-PV-EXPECTED-EXT(WS-PV-IDX)
                   MOVE ZEROS TO WS-PV-PO-EXT(WS-PV-IDX)
                   MOVE ZEROS TO WS-PV-INVOICED-QTY(WS-PV-IDX)
                   MOVE ZEROS TO WS-PV-INVOICED-EXT(WS-PV-IDX)
                   MOVE ZEROS TO WS-PV-INV-AT-PO-EXT(WS-PV-IDX)
                   MOVE ZEROS TO WS-PV-LOCAL-VARIANCE(WS-PV-IDX)
                   MOVE 'N' TO WS-PV-RANKED-SW(WS-PV-IDX)
                   MOVE 'Y' TO WS-PV-FOUND-SW
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * THE EXPECTED COST IS THE CATALOG PRICE FOR THE PO'S ORDERED    *
      * QUANTITY -- THE HIGHEST BREAK IT REACHES, OTHERWISE THE BASE   *
      * QUOTED COST, THE SAME RULE INVNTRY PRICES A REORDER WITH. A    *
      * SOURCE WITH NO CATALOG ENTRY IS EXPECTED AT ITS PO COST.       *
      *----------------------------------------------------------------*
       2400-PRICE-AT-CATALOG.
           MOVE PP-ITEM-CODE TO CAT-ITEM-CODE
           MOVE PP-SUPPLIER-ID TO CAT-SUPPLIER-ID

           READ CATALOG-FILE
               INVALID KEY
                   MOVE PP-PO-UNIT-COST TO WS-EXPECTED-COST
                   MOVE 'NO CATALOG' TO WS-PV-NOTE(WS-PV-IDX)
               NOT INVALID KEY
                   MOVE CAT-QUOTED-COST TO WS-EXPECTED-COST

                   IF CAT-BREAK-QTY-1 > ZERO
                      AND PP-PO-ORDER-QTY >= CAT-BREAK-QTY-1
                       MOVE CAT-BREAK-COST-1 TO WS-EXPECTED-COST
                   END-IF

                   IF CAT-BREAK-QTY-2 > ZERO
                      AND PP-PO-ORDER-QTY >= CAT-BREAK-QTY-2
                       MOVE CAT-BREAK-COST-2 TO WS-EXPECTED-COST
                   END-IF

                   IF CAT-BREAK-QTY-3 > ZERO
                      AND PP-PO-ORDER-QTY >= CAT-BREAK-QTY-3
                       MOVE CAT-BREAK-COST-3 TO WS-EXPECTED-COST
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * IN LOCAL CURRENCY, THE RECEIPT'S SWING IS WHAT IT COST AT THE  *
      * RATE IT WAS RECEIVED AT LESS THE EXPECTED COST AT THE RATE ON  *
      * THE PO DATE; THE RATE EFFECT IS THE RECEIVED COST TIMES THE    *
      * MOVE IN RATE. WHEN THE RATE EFFECT IS MORE THAN HALF THE       *
      * SWING, THE RECEIPT IS LISTED. WITH NO RATE ON FILE FOR THE PO  *
      * DATE NOTHING CAN BE SAID AND THE RECEIPT IS LEFT OFF.          *
      *----------------------------------------------------------------*
       2500-CHECK-CURRENCY-SWING.
           MOVE PP-CURRENCY-CODE TO WS-RT-CURRENCY
           MOVE PP-PO-ORDER-DATE TO WS-RT-AS-OF-DATE
           PERFORM 2600-LOOKUP-RATE

           IF RATE-FOUND
               COMPUTE WS-FX-SWING ROUNDED =
                   (PP-QUANTITY * PP-UNIT-COST * PP-EXCHANGE-RATE) -
                   (PP-QUANTITY * WS-EXPECTED-COST * WS-RT-RATE)
               COMPUTE WS-FX-PART ROUNDED =
                   PP-QUANTITY * PP-UNIT-COST *
                   (PP-EXCHANGE-RATE - WS-RT-RATE)

               MOVE WS-FX-SWING TO WS-FX-ABS-SWING
               IF WS-FX-ABS-SWING < ZERO
                   COMPUTE WS-FX-ABS-SWING = 0 - WS-FX-ABS-SWING
               END-IF

               MOVE WS-FX-PART TO WS-FX-ABS-PART
               IF WS-FX-ABS-PART < ZERO
                   COMPUTE WS-FX-ABS-PART = 0 - WS-FX-ABS-PART
               END-IF

               IF WS-FX-SWING NOT = ZERO
                  AND (WS-FX-ABS-PART * 2) > WS-FX-ABS-SWING
                   PERFORM 2550-ADD-CURRENCY-SWING
               END-IF
           END-IF
           .

       2550-ADD-CURRENCY-SWING.
           IF WS-FX-ENTRY-COUNT >= WS-FX-ENTRY-LIMIT
               DISPLAY 'PPVRPT: CURRENCY SWING TABLE FULL AT '
                       WS-FX-ENTRY-LIMIT ' -- ' PP-PO-NUMBER
                       ' NOT LISTED'
           ELSE
               ADD 1 TO WS-FX-ENTRY-COUNT
               SET WS-FX-IDX TO WS-FX-ENTRY-COUNT
               MOVE PP-SUPPLIER-ID TO WS-FX-SUPPLIER-ID(WS-FX-IDX)
               MOVE PP-ITEM-CODE TO WS-FX-ITEM-CODE(WS-FX-IDX)
               MOVE PP-PO-NUMBER TO WS-FX-PO-NUMBER(WS-FX-IDX)
               MOVE PP-DATE TO WS-FX-DATE(WS-FX-IDX)
               MOVE PP-QUANTITY TO WS-FX-QUANTITY(WS-FX-IDX)
               MOVE PP-CURRENCY-CODE TO WS-FX-CURRENCY(WS-FX-IDX)
               MOVE WS-RT-RATE TO WS-FX-PO-RATE(WS-FX-IDX)
               MOVE PP-EXCHANGE-RATE TO WS-FX-RCPT-RATE(WS-FX-IDX)
               MOVE WS-FX-SWING TO WS-FX-TOTAL-SWING(WS-FX-IDX)
               MOVE WS-FX-PART TO WS-FX-RATE-EFFECT(WS-FX-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * WALKS THE CURRENCY'S RATE RECORDS (KEYED ASCENDING BY          *
      * EFFECTIVE DATE) AND KEEPS THE LATEST ONE EFFECTIVE ON OR       *
      * BEFORE WS-RT-AS-OF-DATE.                                       *
      *----------------------------------------------------------------*
       2600-LOOKUP-RATE.
           MOVE 'N' TO WS-RT-FOUND-SW
           MOVE 'N' TO WS-RT-SCAN-EOF-SW
           MOVE ZEROS TO WS-RT-RATE

           MOVE WS-RT-CURRENCY TO CUR-CODE
           MOVE ZEROS TO CUR-EFF-DATE

           START CURRENCY-RATE-FILE KEY >= CUR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RT-SCAN-EOF-SW
           END-START

           PERFORM 2610-SCAN-ONE-RATE
               UNTIL RATE-SCAN-EOF
           .

       2610-SCAN-ONE-RATE.
           READ CURRENCY-RATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RT-SCAN-EOF-SW
               NOT AT END
                   IF CUR-CODE NOT = WS-RT-CURRENCY
                      OR CUR-EFF-DATE > WS-RT-AS-OF-DATE
                       MOVE 'Y' TO WS-RT-SCAN-EOF-SW
                   ELSE
                       MOVE CUR-RATE TO WS-RT-RATE
                       MOVE 'Y' TO WS-RT-FOUND-SW
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * BUBBLE SORT ON THE COMBINED SUPPLIER/ITEM KEY, THE SAME SHAPE  *
      * SHRNKRPT SORTS ITS TABLE. ENTRIES ARE SWAPPED WHOLE.           *
      *----------------------------------------------------------------*
       3000-SORT-PPV-TABLE.
           MOVE 'Y' TO WS-PV-SWAPPED-SW

           PERFORM UNTIL NOT PV-ENTRIES-SWAPPED
               MOVE 'N' TO WS-PV-SWAPPED-SW

               PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                       UNTIL WS-PV-IDX >= WS-PV-ENTRY-COUNT
                   SET WS-PV-CMP-IDX TO WS-PV-IDX
                   SET WS-PV-CMP-IDX UP BY 1

                   IF WS-PV-GROUP-KEY(WS-PV-CMP-IDX) <
                      WS-PV-GROUP-KEY(WS-PV-IDX)
                       MOVE WS-PV-ENTRY(WS-PV-IDX)
                         TO WS-PV-SAVE-ENTRY
                       MOVE WS-PV-ENTRY(WS-PV-CMP-IDX)
                         TO WS-PV-ENTRY(WS-PV-IDX)
                       MOVE WS-PV-SAVE-ENTRY
                         TO WS-PV-ENTRY(WS-PV-CMP-IDX)
                       MOVE 'Y' TO WS-PV-SWAPPED-SW
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * EACH ENTRY'S TOTAL VARIANCE IN LOCAL CURRENCY, AT THE RATE IN  *
      * EFFECT AT PERIOD END, FOR THE RUN TOTAL AND THE RANKING. WITH  *
      * NO RATE ON FILE THE FOREIGN AMOUNT IS TAKEN AS IT STANDS AND   *
      * THE LINE IS NOTED.                                             *
      *----------------------------------------------------------------*
       3200-CONVERT-TO-LOCAL.
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-ENTRY-COUNT
               PERFORM 3250-COMPUTE-LINE-VARIANCES

               IF WS-PV-CURRENCY(WS-PV-IDX) = SPACES
                   MOVE WS-LV-TOTAL-VARIANCE
                     TO WS-PV-LOCAL-VARIANCE(WS-PV-IDX)
               ELSE
                   MOVE WS-PV-CURRENCY(WS-PV-IDX) TO WS-RT-CURRENCY
                   MOVE WS-PERIOD-END-DATE TO WS-RT-AS-OF-DATE
                   PERFORM 2600-LOOKUP-RATE

                   IF RATE-FOUND
                       COMPUTE WS-PV-LOCAL-VARIANCE(WS-PV-IDX) ROUNDED
                           = WS-LV-TOTAL-VARIANCE * WS-RT-RATE
                   ELSE
                       MOVE WS-LV-TOTAL-VARIANCE
                         TO WS-PV-LOCAL-VARIANCE(WS-PV-IDX)
                       MOVE 'NO FX RATE' TO WS-PV-NOTE(WS-PV-IDX)
                   END-IF
               END-IF

               ADD WS-PV-LOCAL-VARIANCE(WS-PV-IDX)
                 TO WS-RUN-LOCAL-VARIANCE
           END-PERFORM
           .

       3250-COMPUTE-LINE-VARIANCES.
           COMPUTE WS-LV-PO-VARIANCE =
               WS-PV-PO-EXT(WS-PV-IDX) - WS-PV-EXPECTED-EXT(WS-PV-IDX)
           COMPUTE WS-LV-INV-VARIANCE =
               WS-PV-INVOICED-EXT(WS-PV-IDX) -
               WS-PV-INV-AT-PO-EXT(WS-PV-IDX)
           COMPUTE WS-LV-TOTAL-VARIANCE =
               WS-LV-PO-VARIANCE + WS-LV-INV-VARIANCE
           .

       3500-PRINT-VARIANCES.
           MOVE SPACES TO WS-LAST-SUPPLIER-ID

           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-ENTRY-COUNT
               IF WS-PV-SUPPLIER-ID(WS-PV-IDX) NOT = WS-LAST-SUPPLIER-ID
                   IF WS-PV-IDX > 1
                       PERFORM 3590-PRINT-SUPPLIER-TOTAL
                   END-IF
                   PERFORM 3510-START-SUPPLIER
               END-IF

               PERFORM 3520-PRINT-VARIANCE-LINE
           END-PERFORM

           IF WS-PV-ENTRY-COUNT > ZERO
               PERFORM 3590-PRINT-SUPPLIER-TOTAL
           END-IF

           MOVE WS-RUN-LOCAL-VARIANCE TO WS-RTL-LOCAL-VARIANCE

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-RUN-TOTAL-LINE
           .

       3510-START-SUPPLIER.
           MOVE WS-PV-SUPPLIER-ID(WS-PV-IDX) TO WS-LAST-SUPPLIER-ID
           MOVE ZEROS TO WS-ST-RECEIVED-QTY
           MOVE ZEROS TO WS-ST-PO-VARIANCE
           MOVE ZEROS TO WS-ST-INV-VARIANCE
           MOVE ZEROS TO WS-ST-TOTAL-VARIANCE

           MOVE WS-PV-SUPPLIER-ID(WS-PV-IDX) TO WS-SP-SUPPLIER-ID
           MOVE WS-PV-SUPPLIER-ID(WS-PV-IDX) TO SUP-ID

           IF SUPPLIER-FILE-OPEN
               READ SUPPLIER-FILE
                   INVALID KEY
                       MOVE 'SUPPLIER NOT ON FILE'
                         TO WS-SP-SUPPLIER-NAME
                   NOT INVALID KEY
                       MOVE SUP-NAME TO WS-SP-SUPPLIER-NAME
               END-READ
           ELSE
               MOVE 'SUPPLIER NOT ON FILE' TO WS-SP-SUPPLIER-NAME
           END-IF

           IF WS-PV-CURRENCY(WS-PV-IDX) = SPACES
               MOVE 'LOCAL' TO WS-SP-CURRENCY
           ELSE
               MOVE WS-PV-CURRENCY(WS-PV-IDX) TO WS-SP-CURRENCY
           END-IF

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUPPLIER-LINE
           .

      *----------------------------------------------------------------*
      * THE UNIT COSTS SHOWN ARE THE PERIOD'S AVERAGES: EACH EXTENSION *
      * OVER ITS OWN QUANTITY.                                         *
      *----------------------------------------------------------------*
       3520-PRINT-VARIANCE-LINE.
           PERFORM 3250-COMPUTE-LINE-VARIANCES

           MOVE WS-PV-ITEM-CODE(WS-PV-IDX) TO WS-DL-ITEM-CODE
           MOVE WS-PV-RECEIVED-QTY(WS-PV-IDX) TO WS-DL-RECEIVED-QTY
           MOVE WS-PV-INVOICED-QTY(WS-PV-IDX) TO WS-DL-INVOICED-QTY

           IF WS-PV-RECEIVED-QTY(WS-PV-IDX) NOT = ZERO
               COMPUTE WS-UNIT-WORK ROUNDED =
                   WS-PV-EXPECTED-EXT(WS-PV-IDX) /
                   WS-PV-RECEIVED-QTY(WS-PV-IDX)
               MOVE WS-UNIT-WORK TO WS-DL-EXPECTED-COST
               COMPUTE WS-UNIT-WORK ROUNDED =
                   WS-PV-PO-EXT(WS-PV-IDX) /
                   WS-PV-RECEIVED-QTY(WS-PV-IDX)
               MOVE WS-UNIT-WORK TO WS-DL-PO-COST
           ELSE
               MOVE ZEROS TO WS-DL-EXPECTED-COST
               MOVE ZEROS TO WS-DL-PO-COST
           END-IF

           IF WS-PV-INVOICED-QTY(WS-PV-IDX) NOT = ZERO
               COMPUTE WS-UNIT-WORK ROUNDED =
                   WS-PV-INVOICED-EXT(WS-PV-IDX) /
                   WS-PV-INVOICED-QTY(WS-PV-IDX)
               MOVE WS-UNIT-WORK TO WS-DL-INVOICED-COST
           ELSE
               MOVE ZEROS TO WS-DL-INVOICED-COST
           END-IF

           MOVE WS-LV-PO-VARIANCE TO WS-DL-PO-VARIANCE
           MOVE WS-LV-INV-VARIANCE TO WS-DL-INV-VARIANCE
           MOVE WS-LV-TOTAL-VARIANCE TO WS-DL-TOTAL-VARIANCE
           MOVE WS-PV-NOTE(WS-PV-IDX) TO WS-DL-NOTE

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE

           ADD WS-PV-RECEIVED-QTY(WS-PV-IDX) TO WS-ST-RECEIVED-QTY
           ADD WS-LV-PO-VARIANCE TO WS-ST-PO-VARIANCE
           ADD WS-LV-INV-VARIANCE TO WS-ST-INV-VARIANCE
           ADD WS-LV-TOTAL-VARIANCE TO WS-ST-TOTAL-VARIANCE
           .

       3590-PRINT-SUPPLIER-TOTAL.
           MOVE WS-ST-RECEIVED-QTY TO WS-STL-RECEIVED-QTY
           MOVE WS-ST-PO-VARIANCE TO WS-STL-PO-VARIANCE
           MOVE WS-ST-INV-VARIANCE TO WS-STL-INV-VARIANCE
           MOVE WS-ST-TOTAL-VARIANCE TO WS-STL-TOTAL-VARIANCE

           WRITE REPORT-RECORD FROM WS-SUPPLIER-TOTAL-LINE
           .

      *----------------------------------------------------------------*
      * THE TEN LARGEST UNFAVORABLE LOCAL-CURRENCY VARIANCES, PICKED   *
      * ONE AT A TIME FROM THE ENTRIES NOT YET RANKED.                 *
      *----------------------------------------------------------------*
       3600-PRINT-WORST-OFFENDERS.
           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-WORST-TITLE-LINE
           WRITE REPORT-RECORD FROM WS-WORST-COLUMN-HEADER

           MOVE 'Y' TO WS-WORST-FOUND-SW

           PERFORM 3610-RANK-NEXT-WORST
               VARYING WS-WORST-RANK FROM 1 BY 1
               UNTIL WS-WORST-RANK > WS-WORST-LIMIT
                  OR NOT WORST-FOUND

           IF WS-WORST-RANK = 1
               WRITE REPORT-RECORD FROM WS-NONE-LINE
           END-IF
           .

       3610-RANK-NEXT-WORST.
           MOVE 'N' TO WS-WORST-FOUND-SW
           MOVE ZEROS TO WS-WORST-VALUE

           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-ENTRY-COUNT
               IF NOT PV-RANKED(WS-PV-IDX)
                  AND WS-PV-LOCAL-VARIANCE(WS-PV-IDX) > WS-WORST-VALUE
                   MOVE WS-PV-LOCAL-VARIANCE(WS-PV-IDX)
                     TO WS-WORST-VALUE
                   SET WS-WORST-SUB TO WS-PV-IDX
                   MOVE 'Y' TO WS-WORST-FOUND-SW
               END-IF
           END-PERFORM

           IF WORST-FOUND
               SET WS-PV-IDX TO WS-WORST-SUB
               MOVE 'Y' TO WS-PV-RANKED-SW(WS-PV-IDX)
               PERFORM 3250-COMPUTE-LINE-VARIANCES

               MOVE WS-WORST-RANK TO WS-WL-RANK
               MOVE WS-PV-SUPPLIER-ID(WS-PV-IDX) TO WS-WL-SUPPLIER-ID
               MOVE WS-PV-ITEM-CODE(WS-PV-IDX) TO WS-WL-ITEM-CODE
               MOVE WS-PV-RECEIVED-QTY(WS-PV-IDX)
                 TO WS-WL-RECEIVED-QTY

               IF WS-PV-CURRENCY(WS-PV-IDX) = SPACES
                   MOVE 'LOCAL' TO WS-WL-CURRENCY
               ELSE
                   MOVE WS-PV-CURRENCY(WS-PV-IDX) TO WS-WL-CURRENCY
               END-IF

               MOVE WS-LV-TOTAL-VARIANCE TO WS-WL-VARIANCE
               MOVE WS-PV-LOCAL-VARIANCE(WS-PV-IDX)
                 TO WS-WL-LOCAL-VARIANCE

               WRITE REPORT-RECORD FROM WS-WORST-LINE
           END-IF
           .

       3700-PRINT-CURRENCY-SWINGS.
           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-FX-TITLE-LINE
           WRITE REPORT-RECORD FROM WS-FX-COLUMN-HEADER

           IF WS-FX-ENTRY-COUNT = ZERO
               WRITE REPORT-RECORD FROM WS-NONE-LINE
           END-IF

           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                   UNTIL WS-FX-IDX > WS-FX-ENTRY-COUNT
               MOVE WS-FX-SUPPLIER-ID(WS-FX-IDX) TO WS-FL-SUPPLIER-ID
               MOVE WS-FX-ITEM-CODE(WS-FX-IDX) TO WS-FL-ITEM-CODE
               MOVE WS-FX-PO-NUMBER(WS-FX-IDX) TO WS-FL-PO-NUMBER
               MOVE WS-FX-DATE(WS-FX-IDX) TO WS-FL-DATE
               MOVE WS-FX-QUANTITY(WS-FX-IDX) TO WS-FL-QUANTITY
               MOVE WS-FX-CURRENCY(WS-FX-IDX) TO WS-FL-CURRENCY
               MOVE WS-FX-PO-RATE(WS-FX-IDX) TO WS-FL-PO-RATE
               MOVE WS-FX-RCPT-RATE(WS-FX-IDX) TO WS-FL-RCPT-RATE
               MOVE WS-FX-TOTAL-SWING(WS-FX-IDX) TO WS-FL-TOTAL-SWING
               MOVE WS-FX-RATE-EFFECT(WS-FX-IDX) TO WS-FL-RATE-EFFECT

               WRITE REPORT-RECORD FROM WS-FX-LINE
           END-PERFORM
           .

       4000-TERMINATION.
           MOVE WS-HIST-READ-COUNT TO WS-SL-READ-COUNT
           MOVE WS-RECEIPT-COUNT TO WS-SL-RECEIPT-COUNT
           MOVE WS-INVOICE-LINE-COUNT TO WS-SL-INVOICE-COUNT
           MOVE WS-PV-ENTRY-COUNT TO WS-SL-ITEM-COUNT
           MOVE WS-FX-ENTRY-COUNT TO WS-SL-FX-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           CLOSE PURCHASE-HISTORY-FILE
                 CATALOG-FILE
                 CURRENCY-RATE-FILE
                 REPORT-FILE

           IF SUPPLIER-FILE-OPEN
               CLOSE SUPPLIER-FILE
           END-IF
           .
