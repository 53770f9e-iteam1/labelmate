      *----------------------------------------------------------------*
      * CASHFCST - 13-WEEK CASH REQUIREMENTS FORECAST                  *
      *                                                                *
      * PROJECTS CASH IN AND CASH OUT WEEK BY WEEK FOR THE THIRTEEN    *
      * WEEKS FROM LS-AS-OF-DATE (ZERO MEANS TODAY). WEEK 1 IS THE     *
      * AS-OF DATE AND THE SIX DAYS AFTER IT; ANYTHING EXPECTED LATER  *
      * THAN WEEK 13 IS TOTALLED ON A LATER LINE OF ITS OWN.           *
      *                                                                *
      * INFLOWS ARE THE OPEN RECEIVABLES ON OPENITEM, EACH EXPECTED    *
      * ON ITS DUE DATE MOVED BY HOW LATE THAT CUSTOMER ACTUALLY PAYS. *
      * PAYHIST CARRIES NO INVOICE NUMBER, SO THE CUSTOMER'S HISTORY   *
      * IS REPLAYED THE WAY CASHAPP POSTED IT: EACH PAYMENT (CASH PLUS *
      * ANY DISCOUNT ALLOWED) RELIEVES THE CUSTOMER'S INVOICES OLDEST  *
      * FIRST, AND AN INVOICE IS SETTLED ON THE DEPOSIT DATE OF THE    *
      * PAYMENT THAT FINISHES IT. THE AVERAGE DAYS FROM DUE DATE TO    *
      * SETTLEMENT OVER EVERY INVOICE SETTLED THAT WAY IS THE          *
      * CUSTOMER'S DAYS LATE (NEGATIVE FOR AN EARLY PAYER, ZERO FOR A  *
      * CUSTOMER WITH NO SETTLED HISTORY). CREDIT ITEMS AND WRITTEN-   *
      * OFF ITEMS ARE NOT COLLECTIONS AND ARE LEFT OUT, AND AMOUNTS    *
      * WRITTEN OFF ARE TAKEN OFF THE INVOICES THEY RELIEVED. ONCE     *
      * RETAIN HAS ARCHIVED THE OLDEST PAYMENT HISTORY, A PAID INVOICE *
      * DATED BEFORE THE EARLIEST DEPOSIT STILL ON PAYHIST WAS PAID    *
      * FROM HISTORY NO LONGER THERE, SO IT IS LEFT OUT OF THE REPLAY  *
      * TOO -- OTHERWISE EVERY LATER PAYMENT WOULD SETTLE THE WRONG    *
      * INVOICE.                                                       *
      *                                                                *
      * OUTFLOWS ARE THE OPEN PAYABLES ON APFILE BY AP-DUE-DATE, AND   *
      * THE UNRECEIVED BALANCE OF EVERY OPEN (APPROVED) PO LINE. A PO  *
      * LINE IS EXPECTED TO BE INVOICED SUP-LEAD-TIME-DAYS AFTER ITS   *
      * ORDER DATE AND PAID ON THE SAME 30-DAY TERMS APENTRY SETS      *
      * AP-DUE-DATE FROM; A FOREIGN-CURRENCY LINE IS CONVERTED AT THE  *
      * RATE IN EFFECT ON THE AS-OF DATE.                              *
      *                                                                *
      * ANYTHING ALREADY PAST ITS EXPECTED DATE FALLS IN WEEK 1. THE   *
      * GRID SHOWS EACH WEEK'S RECEIPTS, PAYABLES, PO COMMITMENTS, NET *
      * FLOW AND CUMULATIVE NET POSITION, FOLLOWED BY THE LARGEST      *
      * EXPECTED RECEIPTS AND PAYMENTS BEHIND EACH WEEK.               *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE ASSIGN TO OPENITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NUMBER
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT PAYABLE-FILE ASSIGN TO APFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-PAYABLE-STATUS.

           SELECT PO-FILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-STATUS.

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

           SELECT SORT-FILE ASSIGN TO SORTWK01.

           SELECT REPORT-FILE ASSIGN TO CASHRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ITEM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY OPENCOPY.

      *----------------------------------------------------------------*
      * SAME PAYMENT-HISTORY-RECORD LAYOUT CASHAPP.CBL AND LOCKBOX     *
      * EXTEND, REPEATED FIELD FOR FIELD.                              *
      *----------------------------------------------------------------*
       FD  PAYMENT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  PAYMENT-HISTORY-RECORD.
           05  PH-CUST-ID             PIC X(06).
           05  PH-CHECK-NUMBER        PIC X(10).
           05  PH-DEPOSIT-DATE        PIC 9(08).
           05  PH-AMOUNT              PIC S9(07)V99 COMP-3.
           05  PH-SOURCE              PIC X(08).
           05  PH-DISCOUNT            PIC S9(07)V99 COMP-3.
           05  FILLER                 PIC X(08).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTCOPY.

       FD  PAYABLE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY APCOPY.

       FD  PO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY POCOPY.

       FD  SUPPLIER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 99 CHARACTERS.
           COPY SUPCOPY.

       FD  CURRENCY-RATE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY CURCOPY.

      *----------------------------------------------------------------*
      * ONE SORT RECORD PER RECEIVABLE FACT, GROUPED BY CUSTOMER SO    *
      * THE HISTORY COMES OUT AHEAD OF WHAT IT IS USED TO PROJECT:     *
      *   '1' AN INVOICE, OPEN OR PAID, IN INVOICE-NUMBER ORDER;       *
      *   '2' A PAYMENT, IN DEPOSIT-DATE ORDER;                        *
      *   '3' AN OPEN INVOICE TO BE PROJECTED.                         *
      *----------------------------------------------------------------*
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-CUST-ID             PIC X(06).
           05  SR-RECORD-TYPE         PIC X(01).
               88  SR-INVOICE-HISTORY VALUE '1'.
               88  SR-PAYMENT         VALUE '2'.
               88  SR-OPEN-INVOICE    VALUE '3'.
           05  SR-SEQUENCE-KEY        PIC X(10).
           05  SR-INVOICE-NUMBER      PIC X(10).
           05  SR-DATE                PIC 9(08).
           05  SR-AMOUNT              PIC S9(09)V99 COMP-3.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OPEN-ITEM-STATUS        PIC X(02) VALUE SPACES.
           88  OPEN-ITEM-SUCCESS      VALUE '00'.

       01  WS-HISTORY-STATUS          PIC X(02) VALUE SPACES.
           88  HISTORY-SUCCESS        VALUE '00'.
           88  HISTORY-NO-FILE        VALUE '35'.

       01  WS-CUST-STATUS             PIC X(02) VALUE SPACES.
           88  CUST-SUCCESS           VALUE '00'.

       01  WS-PAYABLE-STATUS          PIC X(02) VALUE SPACES.
           88  PAYABLE-SUCCESS        VALUE '00'.

       01  WS-PO-STATUS               PIC X(02) VALUE SPACES.
           88  PO-SUCCESS             VALUE '00'.

       01  WS-SUPPLIER-STATUS         PIC X(02) VALUE SPACES.
           88  SUPPLIER-SUCCESS       VALUE '00'.

       01  WS-CURRENCY-STATUS         PIC X(02) VALUE SPACES.
           88  CURRENCY-SUCCESS       VALUE '00'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-SORT-EOF-SW         PIC X(01) VALUE 'N'.
               88  SORT-EOF           VALUE 'Y'.
           05  WS-RUN-ABANDONED-SW    PIC X(01) VALUE 'N'.
               88  RUN-ABANDONED      VALUE 'Y'.
           05  WS-LATENESS-SET-SW     PIC X(01) VALUE 'N'.
               88  LATENESS-SET       VALUE 'Y'.
           05  WS-HI-FULL-SW          PIC X(01) VALUE 'N'.
               88  HISTORY-TABLE-FULL VALUE 'Y'.
           05  WS-DATE-VALID-SW       PIC X(01) VALUE 'N'.
               88  DATE-VALID         VALUE 'Y'.
           05  WS-RT-FOUND-SW         PIC X(01) VALUE 'N'.
               88  RATE-FOUND         VALUE 'Y'.
           05  WS-RT-SCAN-EOF-SW      PIC X(01) VALUE 'N'.
               88  RATE-SCAN-EOF      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-OPEN-ITEM-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-PAYMENT-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-CUSTOMER-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-PAYABLE-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-PO-LINE-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-NO-RATE-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-BAD-DATE-COUNT      PIC 9(07) VALUE ZEROS.

      *----------------------------------------------------------------*
      * THE SAME 30 DAYS APENTRY ADDS TO THE INVOICE DATE FOR          *
      * AP-DUE-DATE, AND THE NUMBER OF WEEKS FORECAST. THE WEEK TABLE  *
      * CARRIES ONE ENTRY MORE FOR EVERYTHING BEYOND THE HORIZON.      *
      *----------------------------------------------------------------*
       01  WS-FORECAST-CONTROL.
           05  WS-AP-TERMS-DAYS       PIC 9(03) VALUE 030.
           05  WS-HORIZON-WEEKS       PIC 9(02) VALUE 13.
           05  WS-LATER-WEEK          PIC 9(02) VALUE 14.
           05  WS-TOP-LIMIT           PIC 9(02) VALUE 5.

       01  WS-AS-OF-DATE              PIC 9(08) VALUE ZEROS.
       01  WS-EARLIEST-DEPOSIT        PIC 9(08) VALUE 99999999.
       01  WS-INVOICE-DATE            PIC 9(08) VALUE ZEROS.
       01  WS-AS-OF-INT               PIC S9(09) COMP-3.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                      PIC 9(08).

       01  WS-CHECK-DATE.
           05  WS-CHK-YEAR            PIC 9(04).
           05  WS-CHK-MONTH           PIC 9(02).
           05  WS-CHK-DAY             PIC 9(02).
       01  WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE
                                      PIC 9(08).

       01  WS-PROJECT-WORK.
           05  WS-DUE-INT             PIC S9(09) COMP-3.
           05  WS-EXPECTED-INT        PIC S9(09) COMP-3.
           05  WS-EXPECTED-DATE       PIC 9(08).
           05  WS-DAYS-OUT            PIC S9(09) COMP-3.
           05  WS-WEEK-SUB            PIC 9(02).
           05  WS-RANK-SUB            PIC 9(02).
           05  WS-SHIFT-SUB           PIC 9(02).
           05  WS-OUTSTANDING-QTY     PIC S9(07) COMP-3.
           05  WS-LEAD-TIME-DAYS      PIC 9(03).
           05  WS-LINE-AMOUNT         PIC S9(09)V99 COMP-3.

      *----------------------------------------------------------------*
      * EXCHANGE RATE LOOKUP: THE LATEST RATE FOR WS-RT-CURRENCY       *
      * EFFECTIVE ON OR BEFORE WS-RT-AS-OF-DATE, AS INVNTRY FINDS IT.  *
      *----------------------------------------------------------------*
       01  WS-RATE-WORK.
           05  WS-RT-CURRENCY         PIC X(03).
           05  WS-RT-AS-OF-DATE       PIC 9(08).
           05  WS-RT-RATE             PIC S9(03)V9(06) COMP-3.

      *----------------------------------------------------------------*
      * ONE CUSTOMER'S INVOICE HISTORY, OLDEST FIRST, WITH THE RUNNING *
      * TOTAL INVOICED THROUGH EACH ONE. AN INVOICE IS SETTLED WHEN    *
      * THE CUSTOMER'S RUNNING TOTAL PAID REACHES ITS RUNNING TOTAL.   *
      * A CUSTOMER WITH MORE INVOICES THAN THE TABLE HOLDS HAS ITS     *
      * NEWEST LEFT OUT OF THE DAYS-LATE MEASURE, AND IS REPORTED.     *
      * THE TABLE HOLDS ONE ENTRY MORE THAN THE LIMIT SO THE SETTLING  *
      * SEARCH CAN STEP ONE PAST THE LAST INVOICE.                     *
      *----------------------------------------------------------------*
       01  WS-HISTORY-TABLE.
           05  WS-HI-ENTRY OCCURS 501 TIMES.
               10  WS-HI-CUM-AMOUNT   PIC S9(11)V99 COMP-3.
               10  WS-HI-DUE-INT      PIC S9(09) COMP-3.

       01  WS-HISTORY-CONTROL.
           05  WS-HI-ENTRY-COUNT      PIC 9(03) VALUE ZEROS.
           05  WS-HI-ENTRY-LIMIT      PIC 9(03) VALUE 500.
           05  WS-HI-SETTLE-SUB       PIC 9(03) VALUE ZEROS.
           05  WS-LAST-CUST-ID        PIC X(06) VALUE SPACES.
           05  WS-CUM-INVOICED        PIC S9(11)V99 COMP-3.
           05  WS-CUM-PAID            PIC S9(11)V99 COMP-3.
           05  WS-DEPOSIT-INT         PIC S9(09) COMP-3.
           05  WS-DAYS-LATE-TOTAL     PIC S9(09) COMP-3.
           05  WS-SETTLED-COUNT       PIC 9(05) COMP-3.
           05  WS-AVG-DAYS-LATE       PIC S9(03) COMP-3.

      *----------------------------------------------------------------*
      * ONE ENTRY PER FORECAST WEEK PLUS THE LATER BUCKET: THE WEEK'S  *
      * TOTALS AND ITS LARGEST EXPECTED RECEIPTS AND PAYMENTS, KEPT IN *
      * DESCENDING ORDER OF AMOUNT AS THEY ARE FOUND. EACH LIST HAS    *
      * ONE SPARE ENTRY SO THE RANKING SEARCH CAN STEP PAST THE END.   *
      *----------------------------------------------------------------*
       01  WS-WEEK-TABLE.
           05  WS-WK-ENTRY OCCURS 14 TIMES.
               10  WS-WK-START-DATE   PIC 9(08).
               10  WS-WK-RECEIPTS     PIC S9(11)V99 COMP-3.
               10  WS-WK-PAYABLES     PIC S9(11)V99 COMP-3.
               10  WS-WK-PO-COMMIT    PIC S9(11)V99 COMP-3.
               10  WS-WK-IN-COUNT     PIC 9(02).
               10  WS-WK-OUT-COUNT    PIC 9(02).
               10  WS-WK-TOP-IN OCCURS 6 TIMES.
                   15  WS-TI-CUST-ID  PIC X(06).
                   15  WS-TI-INVOICE  PIC X(10).
                   15  WS-TI-DUE-DATE PIC 9(08).
                   15  WS-TI-EXPECTED-DATE
                                      PIC 9(08).
                   15  WS-TI-DAYS-LATE
                                      PIC S9(03) COMP-3.
                   15  WS-TI-AMOUNT   PIC S9(09)V99 COMP-3.
               10  WS-WK-TOP-OUT OCCURS 6 TIMES.
                   15  WS-TO-SOURCE   PIC X(02).
                   15  WS-TO-SUPPLIER-ID
                                      PIC X(06).
                   15  WS-TO-REFERENCE
                                      PIC X(15).
                   15  WS-TO-PAY-DATE PIC 9(08).
                   15  WS-TO-AMOUNT   PIC S9(09)V99 COMP-3.

       01  WS-CANDIDATE-IN.
           05  WS-CI-CUST-ID          PIC X(06).
           05  WS-CI-INVOICE          PIC X(10).
           05  WS-CI-DUE-DATE         PIC 9(08).
           05  WS-CI-EXPECTED-DATE    PIC 9(08).
           05  WS-CI-DAYS-LATE        PIC S9(03) COMP-3.
           05  WS-CI-AMOUNT           PIC S9(09)V99 COMP-3.

       01  WS-CANDIDATE-OUT.
           05  WS-CO-SOURCE           PIC X(02).
           05  WS-CO-SUPPLIER-ID      PIC X(06).
           05  WS-CO-REFERENCE        PIC X(15).
           05  WS-CO-PAY-DATE         PIC 9(08).
           05  WS-CO-AMOUNT           PIC S9(09)V99 COMP-3.

       01  WS-GRID-TOTALS.
           05  WS-NET-FLOW            PIC S9(11)V99 COMP-3.
           05  WS-CUMULATIVE-NET      PIC S9(11)V99 COMP-3.
           05  WS-TOTAL-RECEIPTS      PIC S9(11)V99 COMP-3.
           05  WS-TOTAL-PAYABLES      PIC S9(11)V99 COMP-3.
           05  WS-TOTAL-PO-COMMIT     PIC S9(11)V99 COMP-3.

       01  WS-EDIT-WEEK               PIC Z9.

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(40)
                       VALUE 'CASH REQUIREMENTS FORECAST - 13 WEEKS   '.
           05  FILLER                 PIC X(07) VALUE 'AS OF: '.
           05  WS-RH-AS-OF-DATE       PIC 9(08).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(04) VALUE 'DATE'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-HEADER-DATE.
               10  WS-HEADER-MONTH    PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-HEADER-DAY      PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-HEADER-YEAR     PIC 9(04).
           05  FILLER                 PIC X(59) VALUE SPACES.

       01  WS-GRID-COLUMN-HEADER.
           05  FILLER                 PIC X(06) VALUE 'WEEK'.
           05  FILLER                 PIC X(10) VALUE 'WEEK OF'.
           05  FILLER                 PIC X(16)
                                      VALUE '        RECEIPTS'.
           05  FILLER                 PIC X(16)
                                      VALUE '    PAYABLES DUE'.
           05  FILLER                 PIC X(16)
                                      VALUE '  PO COMMITMENTS'.
           05  FILLER                 PIC X(16)
                                      VALUE '        NET FLOW'.
           05  FILLER                 PIC X(16)
                                      VALUE '  CUMULATIVE NET'.
           05  FILLER                 PIC X(36) VALUE SPACES.

       01  WS-GRID-LINE.
           05  WS-GL-LABEL            PIC X(06).
           05  WS-GL-WEEK-OF          PIC X(10).
           05  WS-GL-RECEIPTS         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-GL-PAYABLES         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-GL-PO-COMMIT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-GL-NET-FLOW         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-GL-CUMULATIVE       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(37) VALUE SPACES.

       01  WS-WEEK-TITLE-LINE.
           05  WS-WT-LABEL            PIC X(06).
           05  WS-WT-EDIT-WEEK        PIC X(03).
           05  WS-WT-DATE-LABEL       PIC X(09).
           05  WS-WT-START-DATE       PIC 9(08).
           05  FILLER                 PIC X(106) VALUE SPACES.

       01  WS-RECEIPT-COLUMN-HEADER.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(20)
                                      VALUE 'LARGEST RECEIPTS    '.
           05  FILLER                 PIC X(08) VALUE 'CUST'.
           05  FILLER                 PIC X(32) VALUE 'NAME'.
           05  FILLER                 PIC X(12) VALUE 'INVOICE'.
           05  FILLER                 PIC X(10) VALUE 'DUE DATE'.
           05  FILLER                 PIC X(10) VALUE 'EXPECTED'.
           05  FILLER                 PIC X(10) VALUE 'DAYS LATE'.
           05  FILLER                 PIC X(16)
                                      VALUE '          AMOUNT'.
           05  FILLER                 PIC X(10) VALUE SPACES.

       01  WS-RECEIPT-LINE.
           05  FILLER                 PIC X(24) VALUE SPACES.
           05  WS-RL-CUST-ID          PIC X(08).
           05  WS-RL-CUST-NAME        PIC X(32).
           05  WS-RL-INVOICE          PIC X(12).
           05  WS-RL-DUE-DATE         PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-RL-EXPECTED-DATE    PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-RL-DAYS-LATE        PIC ZZ9-.
           05  FILLER                 PIC X(07) VALUE SPACES.
           05  WS-RL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(10) VALUE SPACES.

       01  WS-PAYMENT-COLUMN-HEADER.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(20)
                                      VALUE 'LARGEST PAYMENTS    '.
           05  FILLER                 PIC X(08) VALUE 'SUPP'.
           05  FILLER                 PIC X(32) VALUE 'NAME'.
           05  FILLER                 PIC X(05) VALUE 'SRC'.
           05  FILLER                 PIC X(17) VALUE 'INVOICE / PO'.
           05  FILLER                 PIC X(10) VALUE 'PAY DATE'.
           05  FILLER                 PIC X(16)
                                      VALUE '          AMOUNT'.
           05  FILLER                 PIC X(20) VALUE SPACES.

       01  WS-PAYMENT-LINE.
           05  FILLER                 PIC X(24) VALUE SPACES.
           05  WS-PL-SUPPLIER-ID      PIC X(08).
           05  WS-PL-SUPPLIER-NAME    PIC X(32).
           05  WS-PL-SOURCE           PIC X(05).
           05  WS-PL-REFERENCE        PIC X(17).
           05  WS-PL-PAY-DATE         PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-PL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(21) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(12) VALUE 'OPEN ITEMS: '.
           05  WS-SL-OPEN-ITEM-COUNT  PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE ' CUSTOMERS: '.
           05  WS-SL-CUSTOMER-COUNT   PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE ' PAYMENTS: '.
           05  WS-SL-PAYMENT-COUNT    PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE ' PAYABLES: '.
           05  WS-SL-PAYABLE-COUNT    PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE ' PO LINES: '.
           05  WS-SL-PO-LINE-COUNT    PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' NO RATE: '.
           05  WS-SL-NO-RATE-COUNT    PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-AS-OF-DATE              PIC 9(08).

       PROCEDURE DIVISION USING LS-AS-OF-DATE.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION

           IF NOT RUN-ABANDONED
               SORT SORT-FILE
                   ON ASCENDING KEY SR-CUST-ID
                                    SR-RECORD-TYPE
                                    SR-SEQUENCE-KEY
                   INPUT PROCEDURE IS 2000-RELEASE-RECEIVABLES
                   OUTPUT PROCEDURE IS 2500-PROJECT-RECEIPTS
               PERFORM 2700-PROJECT-PAYABLES
               PERFORM 2800-PROJECT-PO-COMMITMENTS
               PERFORM 3000-PRINT-WEEKLY-GRID
               PERFORM 3500-PRINT-WEEK-DETAIL
           END-IF

           PERFORM 4000-TERMINATION
           GOBACK
           .

      *----------------------------------------------------------------*
      * EVERYTHING IS OPENED INPUT -- THE FORECAST CHANGES NOTHING. NO *
      * PAYMENT HISTORY YET SIMPLY MEANS NO CUSTOMER HAS A PAYING      *
      * RECORD, AND EVERY RECEIVABLE IS EXPECTED ON ITS DUE DATE.      *
      *----------------------------------------------------------------*
       1000-INITIALIZATION.
           OPEN INPUT  OPEN-ITEM-FILE
                INPUT  CUSTOMER-FILE
                INPUT  PAYABLE-FILE
                INPUT  PO-FILE
                INPUT  SUPPLIER-FILE
                INPUT  CURRENCY-RATE-FILE
                OUTPUT REPORT-FILE

           IF NOT OPEN-ITEM-SUCCESS
               DISPLAY 'ERROR OPENING OPEN ITEM FILE: '
                       WS-OPEN-ITEM-STATUS
               MOVE 'Y' TO WS-RUN-ABANDONED-SW
           END-IF

           IF NOT CUST-SUCCESS
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-CUST-STATUS
               MOVE 'Y' TO WS-RUN-ABANDONED-SW
           END-IF

           IF NOT PAYABLE-SUCCESS
               DISPLAY 'ERROR OPENING PAYABLE FILE: '
                       WS-PAYABLE-STATUS
               MOVE 'Y' TO WS-RUN-ABANDONED-SW
           END-IF

           IF NOT PO-SUCCESS
               DISPLAY 'ERROR OPENING PO FILE: ' WS-PO-STATUS
               MOVE 'Y' TO WS-RUN-ABANDONED-SW
           END-IF

           IF NOT SUPPLIER-SUCCESS
               DISPLAY 'ERROR OPENING SUPPLIER FILE: '
                       WS-SUPPLIER-STATUS
               MOVE 'Y' TO WS-RUN-ABANDONED-SW
           END-IF

           IF NOT CURRENCY-SUCCESS
               DISPLAY 'ERROR OPENING CURRENCY RATE FILE: '
                       WS-CURRENCY-STATUS
               MOVE 'Y' TO WS-RUN-ABANDONED-SW
           END-IF

           IF NOT REPORT-SUCCESS
               DISPLAY 'ERROR OPENING REPORT FILE: ' WS-REPORT-STATUS
               MOVE 'Y' TO WS-RUN-ABANDONED-SW
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-MONTH TO WS-HEADER-MONTH
           MOVE WS-CURRENT-DAY TO WS-HEADER-DAY
           MOVE WS-CURRENT-YEAR TO WS-HEADER-YEAR

           IF LS-AS-OF-DATE NUMERIC AND LS-AS-OF-DATE > ZERO
               MOVE LS-AS-OF-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE WS-CURRENT-DATE-NUM TO WS-AS-OF-DATE
           END-IF

           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           MOVE WS-AS-OF-DATE TO WS-RH-AS-OF-DATE

           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > WS-LATER-WEEK
               COMPUTE WS-EXPECTED-INT =
                   WS-AS-OF-INT + (WS-WEEK-SUB - 1) * 7
               COMPUTE WS-WK-START-DATE(WS-WEEK-SUB) =
                   FUNCTION DATE-OF-INTEGER(WS-EXPECTED-INT)
               MOVE ZEROS TO WS-WK-RECEIPTS(WS-WEEK-SUB)
               MOVE ZEROS TO WS-WK-PAYABLES(WS-WEEK-SUB)
               MOVE ZEROS TO WS-WK-PO-COMMIT(WS-WEEK-SUB)
               MOVE ZEROS TO WS-WK-IN-COUNT(WS-WEEK-SUB)
               MOVE ZEROS TO WS-WK-OUT-COUNT(WS-WEEK-SUB)
           END-PERFORM

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER
           WRITE REPORT-RECORD FROM SPACES
           .

      *----------------------------------------------------------------*
      * SORT INPUT PROCEDURE: THE PAYMENT HISTORY FIRST, SO ITS        *
      * EARLIEST DEPOSIT IS KNOWN, THEN THE OPEN-ITEM LEDGER FROM ITS  *
      * FIRST KEY.                                                     *
      *----------------------------------------------------------------*
       2000-RELEASE-RECEIVABLES.
           OPEN INPUT PAYMENT-HISTORY-FILE

           IF HISTORY-SUCCESS
               MOVE 'N' TO WS-END-OF-FILE-SW
               PERFORM 2200-RELEASE-ONE-PAYMENT
                   UNTIL END-OF-FILE
               CLOSE PAYMENT-HISTORY-FILE
           ELSE
               IF NOT HISTORY-NO-FILE
                   DISPLAY 'ERROR OPENING PAYMENT HISTORY FILE: '
                           WS-HISTORY-STATUS
               END-IF
           END-IF

           MOVE LOW-VALUES TO OI-INVOICE-NUMBER
           MOVE 'N' TO WS-END-OF-FILE-SW

           START OPEN-ITEM-FILE KEY >= OI-INVOICE-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-FILE-SW
           END-START

           PERFORM 2100-RELEASE-ONE-OPEN-ITEM
               UNTIL END-OF-FILE
           .

      *----------------------------------------------------------------*
      * AN INVOICE GOES INTO THE CUSTOMER'S HISTORY AT WHAT WAS LEFT   *
      * TO COLLECT ONCE WRITE-OFFS ARE TAKEN OFF, AND -- WHILE STILL   *
      * OPEN -- IS RELEASED AGAIN TO BE PROJECTED AT ITS OPEN AMOUNT.  *
      * A ZERO DUE DATE (LOADED BEFORE TERMS EXISTED) FALLS BACK TO    *
      * THE INVOICE DATE, AS CUSTSTMT AGES IT.                         *
      *----------------------------------------------------------------*
       2100-RELEASE-ONE-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   IF OI-INVOICE-NUMBER(1:1) NOT = 'R'
                      AND NOT OI-ITEM-WRITTEN-OFF
                       PERFORM 2150-RELEASE-INVOICE
                   END-IF
           END-READ
           .

       2150-RELEASE-INVOICE.
           IF OI-DUE-DATE NUMERIC AND OI-DUE-DATE NOT = ZEROS
               MOVE OI-DUE-DATE TO WS-CHECK-DATE
           ELSE
               MOVE OI-INVOICE-DATE TO WS-CHECK-DATE
           END-IF

           PERFORM 2900-CHECK-DATE

           IF NOT DATE-VALID
               ADD 1 TO WS-BAD-DATE-COUNT
           ELSE
               MOVE OI-CUST-ID TO SR-CUST-ID
               MOVE OI-INVOICE-NUMBER TO SR-SEQUENCE-KEY
               MOVE OI-INVOICE-NUMBER TO SR-INVOICE-NUMBER
               MOVE WS-CHECK-DATE-NUM TO SR-DATE

               MOVE OI-INVOICE-DATE TO WS-INVOICE-DATE
               IF NOT OI-ITEM-PAID
                  OR WS-INVOICE-DATE >= WS-EARLIEST-DEPOSIT
                   MOVE '1' TO SR-RECORD-TYPE
                   MOVE OI-ORIGINAL-AMOUNT TO SR-AMOUNT
                   IF OI-WRITEOFF-AMOUNT NUMERIC
                       SUBTRACT OI-WRITEOFF-AMOUNT FROM SR-AMOUNT
                   END-IF
                   RELEASE SORT-RECORD
               END-IF

               IF OI-ITEM-OPEN AND OI-OPEN-AMOUNT > ZERO
                   MOVE '3' TO SR-RECORD-TYPE
                   MOVE OI-OPEN-AMOUNT TO SR-AMOUNT
                   RELEASE SORT-RECORD
                   ADD 1 TO WS-OPEN-ITEM-COUNT
               END-IF
           END-IF
           .

       2200-RELEASE-ONE-PAYMENT.
           READ PAYMENT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   MOVE PH-DEPOSIT-DATE TO WS-CHECK-DATE
                   PERFORM 2900-CHECK-DATE
                   IF DATE-VALID AND PH-AMOUNT NUMERIC
                       ADD 1 TO WS-PAYMENT-COUNT
                       IF PH-DEPOSIT-DATE < WS-EARLIEST-DEPOSIT
                           MOVE PH-DEPOSIT-DATE TO WS-EARLIEST-DEPOSIT
                       END-IF
                       MOVE PH-CUST-ID TO SR-CUST-ID
                       MOVE '2' TO SR-RECORD-TYPE
                       MOVE PH-DEPOSIT-DATE TO SR-SEQUENCE-KEY
                       MOVE SPACES TO SR-INVOICE-NUMBER
                       MOVE PH-DEPOSIT-DATE TO SR-DATE
                       MOVE PH-AMOUNT TO SR-AMOUNT
                       IF PH-DISCOUNT NUMERIC
                           ADD PH-DISCOUNT TO SR-AMOUNT
                       END-IF
                       RELEASE SORT-RECORD
                   ELSE
                       ADD 1 TO WS-BAD-DATE-COUNT
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * SORT OUTPUT PROCEDURE: ONE CUSTOMER AT A TIME, HISTORY FIRST.  *
      *----------------------------------------------------------------*
       2500-PROJECT-RECEIPTS.
           PERFORM 2510-RETURN-NEXT-RECORD

           PERFORM 2520-PROCESS-SORT-RECORD
               UNTIL SORT-EOF
           .

       2510-RETURN-NEXT-RECORD.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN
           .

       2520-PROCESS-SORT-RECORD.
           IF SR-CUST-ID NOT = WS-LAST-CUST-ID
               PERFORM 2530-START-CUSTOMER
           END-IF

           EVALUATE TRUE
               WHEN SR-INVOICE-HISTORY
                   PERFORM 2540-ADD-HISTORY-INVOICE
               WHEN SR-PAYMENT
                   PERFORM 2550-APPLY-PAYMENT
               WHEN SR-OPEN-INVOICE
                   IF NOT LATENESS-SET
                       PERFORM 2560-SET-DAYS-LATE
                   END-IF
                   PERFORM 2570-PROJECT-OPEN-INVOICE
           END-EVALUATE

           PERFORM 2510-RETURN-NEXT-RECORD
           .

       2530-START-CUSTOMER.
           MOVE SR-CUST-ID TO WS-LAST-CUST-ID
           MOVE ZEROS TO WS-HI-ENTRY-COUNT
           MOVE 1 TO WS-HI-SETTLE-SUB
           MOVE ZEROS TO WS-CUM-INVOICED
           MOVE ZEROS TO WS-CUM-PAID
           MOVE ZEROS TO WS-DAYS-LATE-TOTAL
           MOVE ZEROS TO WS-SETTLED-COUNT
           MOVE ZEROS TO WS-AVG-DAYS-LATE
           MOVE 'N' TO WS-LATENESS-SET-SW
           MOVE 'N' TO WS-HI-FULL-SW
           .

       2540-ADD-HISTORY-INVOICE.
           IF WS-HI-ENTRY-COUNT >= WS-HI-ENTRY-LIMIT
               IF NOT HISTORY-TABLE-FULL
                   DISPLAY 'CASHFCST: HISTORY TABLE FULL AT '
                           WS-HI-ENTRY-LIMIT ' -- CUSTOMER '
                           SR-CUST-ID ' NEWER INVOICES NOT MEASURED'
                   MOVE 'Y' TO WS-HI-FULL-SW
               END-IF
           ELSE
               ADD 1 TO WS-HI-ENTRY-COUNT
               ADD SR-AMOUNT TO WS-CUM-INVOICED
               MOVE WS-CUM-INVOICED
                 TO WS-HI-CUM-AMOUNT(WS-HI-ENTRY-COUNT)
               COMPUTE WS-HI-DUE-INT(WS-HI-ENTRY-COUNT) =
                   FUNCTION INTEGER-OF-DATE(SR-DATE)
           END-IF
           .

      *----------------------------------------------------------------*
      * RELIEVES THE CUSTOMER'S INVOICES OLDEST FIRST, AS CASHAPP      *
      * DOES. EVERY INVOICE THE PAYMENT FINISHES IS SETTLED ON ITS     *
      * DEPOSIT DATE, AND ITS DAYS FROM DUE TO SETTLED ARE COUNTED.    *
      *----------------------------------------------------------------*
       2550-APPLY-PAYMENT.
           ADD SR-AMOUNT TO WS-CUM-PAID
           COMPUTE WS-DEPOSIT-INT = FUNCTION INTEGER-OF-DATE(SR-DATE)

           PERFORM UNTIL WS-HI-SETTLE-SUB > WS-HI-ENTRY-COUNT
                      OR WS-HI-CUM-AMOUNT(WS-HI-SETTLE-SUB)
                         > WS-CUM-PAID
               COMPUTE WS-DAYS-LATE-TOTAL = WS-DAYS-LATE-TOTAL +
                   WS-DEPOSIT-INT - WS-HI-DUE-INT(WS-HI-SETTLE-SUB)
               ADD 1 TO WS-SETTLED-COUNT
               ADD 1 TO WS-HI-SETTLE-SUB
           END-PERFORM
           .

       2560-SET-DAYS-LATE.
           ADD 1 TO WS-CUSTOMER-COUNT

           IF WS-SETTLED-COUNT > ZERO
               COMPUTE WS-AVG-DAYS-LATE ROUNDED =
                   WS-DAYS-LATE-TOTAL / WS-SETTLED-COUNT
           ELSE
               MOVE ZEROS TO WS-AVG-DAYS-LATE
           END-IF

           MOVE 'Y' TO WS-LATENESS-SET-SW
           .

       2570-PROJECT-OPEN-INVOICE.
           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(SR-DATE)
           COMPUTE WS-EXPECTED-INT = WS-DUE-INT + WS-AVG-DAYS-LATE
           PERFORM 2950-FIND-WEEK

           ADD SR-AMOUNT TO WS-WK-RECEIPTS(WS-WEEK-SUB)

           MOVE SR-CUST-ID TO WS-CI-CUST-ID
           MOVE SR-INVOICE-NUMBER TO WS-CI-INVOICE
           MOVE SR-DATE TO WS-CI-DUE-DATE
           MOVE WS-EXPECTED-DATE TO WS-CI-EXPECTED-DATE
           MOVE WS-AVG-DAYS-LATE TO WS-CI-DAYS-LATE
           MOVE SR-AMOUNT TO WS-CI-AMOUNT
           PERFORM 2960-RANK-RECEIPT
           .

      *----------------------------------------------------------------*
      * OPEN PAYABLES BY THEIR DUE DATE. A PAYABLE WITH NO DUE DATE IS *
      * TAKEN AS DUE ON APENTRY'S TERMS FROM ITS INVOICE DATE.         *
      *----------------------------------------------------------------*
       2700-PROJECT-PAYABLES.
           MOVE LOW-VALUES TO AP-KEY
           MOVE 'N' TO WS-END-OF-FILE-SW

           START PAYABLE-FILE KEY >= AP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-FILE-SW
           END-START

           PERFORM 2710-PROJECT-ONE-PAYABLE
               UNTIL END-OF-FILE
           .

       2710-PROJECT-ONE-PAYABLE.
           READ PAYABLE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   IF AP-ITEM-OPEN AND AP-OPEN-AMOUNT > ZERO
                       PERFORM 2720-PROJECT-PAYABLE
                   END-IF
           END-READ
           .

       2720-PROJECT-PAYABLE.
           MOVE AP-DUE-DATE TO WS-CHECK-DATE
           PERFORM 2900-CHECK-DATE

           IF DATE-VALID
               COMPUTE WS-EXPECTED-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-NUM)
           ELSE
               MOVE AP-INVOICE-DATE TO WS-CHECK-DATE
               PERFORM 2900-CHECK-DATE
               IF DATE-VALID
                   COMPUTE WS-EXPECTED-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-NUM)
                       + WS-AP-TERMS-DAYS
               ELSE
                   MOVE WS-AS-OF-INT TO WS-EXPECTED-INT
                   ADD 1 TO WS-BAD-DATE-COUNT
               END-IF
           END-IF

           PERFORM 2950-FIND-WEEK
           ADD 1 TO WS-PAYABLE-COUNT
           ADD AP-OPEN-AMOUNT TO WS-WK-PAYABLES(WS-WEEK-SUB)

           MOVE 'AP' TO WS-CO-SOURCE
           MOVE AP-SUPPLIER-ID TO WS-CO-SUPPLIER-ID
           MOVE AP-INVOICE-NUMBER TO WS-CO-REFERENCE
           MOVE WS-EXPECTED-DATE TO WS-CO-PAY-DATE
           MOVE AP-OPEN-AMOUNT TO WS-CO-AMOUNT
           PERFORM 2970-RANK-PAYMENT
           .

      *----------------------------------------------------------------*
      * THE UNRECEIVED BALANCE OF EACH OPEN PO LINE, INVOICED THE      *
      * SUPPLIER'S LEAD TIME AFTER THE ORDER DATE (OR NOW, IF THAT HAS *
      * ALREADY PASSED) AND PAID ON APENTRY'S TERMS. LINES STILL       *
      * PENDING APPROVAL ARE NOT YET COMMITTED AND ARE LEFT OUT.       *
      *----------------------------------------------------------------*
       2800-PROJECT-PO-COMMITMENTS.
           MOVE LOW-VALUES TO PO-NUMBER
           MOVE 'N' TO WS-END-OF-FILE-SW

           START PO-FILE KEY >= PO-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-FILE-SW
           END-START

           PERFORM 2810-PROJECT-ONE-PO-LINE
               UNTIL END-OF-FILE
           .

       2810-PROJECT-ONE-PO-LINE.
           READ PO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   COMPUTE WS-OUTSTANDING-QTY =
                       PO-ORDER-QTY - PO-RECEIVED-QTY
                   IF PO-LINE-OPEN AND WS-OUTSTANDING-QTY > ZERO
                       PERFORM 2820-PROJECT-PO-LINE
                   END-IF
           END-READ
           .

       2820-PROJECT-PO-LINE.
           MOVE PO-SUPPLIER-ID TO SUP-ID
           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE ZEROS TO WS-LEAD-TIME-DAYS
               NOT INVALID KEY
                   MOVE SUP-LEAD-TIME-DAYS TO WS-LEAD-TIME-DAYS
           END-READ

           MOVE PO-ORDER-DATE TO WS-CHECK-DATE
           PERFORM 2900-CHECK-DATE

           IF DATE-VALID
               COMPUTE WS-EXPECTED-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-NUM)
                   + WS-LEAD-TIME-DAYS
           ELSE
               MOVE WS-AS-OF-INT TO WS-EXPECTED-INT
               ADD 1 TO WS-BAD-DATE-COUNT
           END-IF

           IF WS-EXPECTED-INT < WS-AS-OF-INT
               MOVE WS-AS-OF-INT TO WS-EXPECTED-INT
           END-IF
           ADD WS-AP-TERMS-DAYS TO WS-EXPECTED-INT

           COMPUTE WS-LINE-AMOUNT ROUNDED =
               WS-OUTSTANDING-QTY * PO-UNIT-COST

           IF PO-CURRENCY-CODE NOT = SPACES
               MOVE PO-CURRENCY-CODE TO WS-RT-CURRENCY
               MOVE WS-AS-OF-DATE TO WS-RT-AS-OF-DATE
               PERFORM 2850-LOOKUP-RATE
               IF RATE-FOUND
                   COMPUTE WS-LINE-AMOUNT ROUNDED =
                       WS-LINE-AMOUNT * WS-RT-RATE
               ELSE
                   ADD 1 TO WS-NO-RATE-COUNT
                   DISPLAY 'CASHFCST: NO ' PO-CURRENCY-CODE
                           ' RATE -- PO ' PO-NUMBER
                           ' FORECAST UNCONVERTED'
               END-IF
           END-IF

           PERFORM 2950-FIND-WEEK
           ADD 1 TO WS-PO-LINE-COUNT
           ADD WS-LINE-AMOUNT TO WS-WK-PO-COMMIT(WS-WEEK-SUB)

           MOVE 'PO' TO WS-CO-SOURCE
           MOVE PO-SUPPLIER-ID TO WS-CO-SUPPLIER-ID
           MOVE PO-NUMBER TO WS-CO-REFERENCE
           MOVE WS-EXPECTED-DATE TO WS-CO-PAY-DATE
           MOVE WS-LINE-AMOUNT TO WS-CO-AMOUNT
           PERFORM 2970-RANK-PAYMENT
           .

      *----------------------------------------------------------------*
      * WALKS THE CURRENCY'S RATE RECORDS (KEYED ASCENDING BY          *
      * EFFECTIVE DATE) AND KEEPS THE LATEST ONE EFFECTIVE ON OR       *
      * BEFORE WS-RT-AS-OF-DATE.                                       *
      *----------------------------------------------------------------*
       2850-LOOKUP-RATE.
           MOVE 'N' TO WS-RT-FOUND-SW
           MOVE 'N' TO WS-RT-SCAN-EOF-SW
           MOVE ZEROS TO WS-RT-RATE

           MOVE WS-RT-CURRENCY TO CUR-CODE
           MOVE ZEROS TO CUR-EFF-DATE

           START CURRENCY-RATE-FILE KEY >= CUR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RT-SCAN-EOF-SW
           END-START

           PERFORM 2860-SCAN-ONE-RATE
               UNTIL RATE-SCAN-EOF
           .

       2860-SCAN-ONE-RATE.
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
      * A DATE IS USABLE WHEN IT IS NUMERIC WITH A PLAUSIBLE YEAR,     *
      * MONTH AND DAY -- ENOUGH FOR THE DATE ARITHMETIC BELOW.         *
      *----------------------------------------------------------------*
       2900-CHECK-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW

           IF WS-CHECK-DATE-NUM NUMERIC
               IF WS-CHK-YEAR > 1600
                  AND WS-CHK-MONTH >= 1 AND WS-CHK-MONTH <= 12
                  AND WS-CHK-DAY >= 1 AND WS-CHK-DAY <= 31
                   MOVE 'Y' TO WS-DATE-VALID-SW
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * TURNS WS-EXPECTED-INT INTO ITS FORECAST WEEK. ANYTHING ALREADY *
      * PAST IS EXPECTED NOW, IN WEEK 1.                               *
      *----------------------------------------------------------------*
       2950-FIND-WEEK.
           IF WS-EXPECTED-INT < WS-AS-OF-INT
               MOVE WS-AS-OF-INT TO WS-EXPECTED-INT
           END-IF

           COMPUTE WS-EXPECTED-DATE =
               FUNCTION DATE-OF-INTEGER(WS-EXPECTED-INT)
           COMPUTE WS-DAYS-OUT = WS-EXPECTED-INT - WS-AS-OF-INT

           IF WS-DAYS-OUT >= WS-HORIZON-WEEKS * 7
               MOVE WS-LATER-WEEK TO WS-WEEK-SUB
           ELSE
               COMPUTE WS-WEEK-SUB = WS-DAYS-OUT / 7 + 1
           END-IF
           .

      *----------------------------------------------------------------*
      * KEEPS THE CANDIDATE IF IT IS AMONG THE WEEK'S LARGEST: FINDS   *
      * ITS PLACE, SHIFTS THE SMALLER ENTRIES DOWN ONE (DROPPING THE   *
      * SMALLEST WHEN THE LIST IS FULL) AND INSERTS IT.                *
      *----------------------------------------------------------------*
       2960-RANK-RECEIPT.
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB > WS-WK-IN-COUNT(WS-WEEK-SUB)
                      OR WS-CI-AMOUNT >
                         WS-TI-AMOUNT(WS-WEEK-SUB, WS-RANK-SUB)
               CONTINUE
           END-PERFORM

           IF WS-RANK-SUB <= WS-TOP-LIMIT
               IF WS-WK-IN-COUNT(WS-WEEK-SUB) < WS-TOP-LIMIT
                   ADD 1 TO WS-WK-IN-COUNT(WS-WEEK-SUB)
               END-IF

               PERFORM VARYING WS-SHIFT-SUB
                       FROM WS-WK-IN-COUNT(WS-WEEK-SUB) BY -1
                       UNTIL WS-SHIFT-SUB <= WS-RANK-SUB
                   MOVE WS-WK-TOP-IN(WS-WEEK-SUB, WS-SHIFT-SUB - 1)
                     TO WS-WK-TOP-IN(WS-WEEK-SUB, WS-SHIFT-SUB)
               END-PERFORM

               MOVE WS-CANDIDATE-IN
                 TO WS-WK-TOP-IN(WS-WEEK-SUB, WS-RANK-SUB)
           END-IF
           .

       2970-RANK-PAYMENT.
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB > WS-WK-OUT-COUNT(WS-WEEK-SUB)
                      OR WS-CO-AMOUNT >
                         WS-TO-AMOUNT(WS-WEEK-SUB, WS-RANK-SUB)
               CONTINUE
           END-PERFORM

           IF WS-RANK-SUB <= WS-TOP-LIMIT
               IF WS-WK-OUT-COUNT(WS-WEEK-SUB) < WS-TOP-LIMIT
                   ADD 1 TO WS-WK-OUT-COUNT(WS-WEEK-SUB)
               END-IF

               PERFORM VARYING WS-SHIFT-SUB
                       FROM WS-WK-OUT-COUNT(WS-WEEK-SUB) BY -1
                       UNTIL WS-SHIFT-SUB <= WS-RANK-SUB
                   MOVE WS-WK-TOP-OUT(WS-WEEK-SUB, WS-SHIFT-SUB - 1)
                     TO WS-WK-TOP-OUT(WS-WEEK-SUB, WS-SHIFT-SUB)
               END-PERFORM

               MOVE WS-CANDIDATE-OUT
                 TO WS-WK-TOP-OUT(WS-WEEK-SUB, WS-RANK-SUB)
           END-IF
           .

      *----------------------------------------------------------------*
      * ONE LINE PER WEEK, THEN THE LATER BUCKET AND THE TOTAL. NET    *
      * FLOW IS RECEIPTS LESS PAYABLES AND PO COMMITMENTS; THE         *
      * CUMULATIVE NET IS THE POSITION FROM THE AS-OF DATE FORWARD.    *
      *----------------------------------------------------------------*
       3000-PRINT-WEEKLY-GRID.
           WRITE REPORT-RECORD FROM WS-GRID-COLUMN-HEADER

           MOVE ZEROS TO WS-CUMULATIVE-NET
           MOVE ZEROS TO WS-TOTAL-RECEIPTS
           MOVE ZEROS TO WS-TOTAL-PAYABLES
           MOVE ZEROS TO WS-TOTAL-PO-COMMIT

           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > WS-LATER-WEEK
               IF WS-WEEK-SUB = WS-LATER-WEEK
                   MOVE 'LATER' TO WS-GL-LABEL
               ELSE
                   MOVE WS-WEEK-SUB TO WS-EDIT-WEEK
                   MOVE WS-EDIT-WEEK TO WS-GL-LABEL
               END-IF
               MOVE WS-WK-START-DATE(WS-WEEK-SUB) TO WS-GL-WEEK-OF

               COMPUTE WS-NET-FLOW = WS-WK-RECEIPTS(WS-WEEK-SUB)
                   - WS-WK-PAYABLES(WS-WEEK-SUB)
                   - WS-WK-PO-COMMIT(WS-WEEK-SUB)
               ADD WS-NET-FLOW TO WS-CUMULATIVE-NET
               ADD WS-WK-RECEIPTS(WS-WEEK-SUB) TO WS-TOTAL-RECEIPTS
               ADD WS-WK-PAYABLES(WS-WEEK-SUB) TO WS-TOTAL-PAYABLES
               ADD WS-WK-PO-COMMIT(WS-WEEK-SUB) TO WS-TOTAL-PO-COMMIT

               MOVE WS-WK-RECEIPTS(WS-WEEK-SUB) TO WS-GL-RECEIPTS
               MOVE WS-WK-PAYABLES(WS-WEEK-SUB) TO WS-GL-PAYABLES
               MOVE WS-WK-PO-COMMIT(WS-WEEK-SUB) TO WS-GL-PO-COMMIT
               MOVE WS-NET-FLOW TO WS-GL-NET-FLOW
               MOVE WS-CUMULATIVE-NET TO WS-GL-CUMULATIVE
               WRITE REPORT-RECORD FROM WS-GRID-LINE
           END-PERFORM

           MOVE 'TOTAL' TO WS-GL-LABEL
           MOVE SPACES TO WS-GL-WEEK-OF
           MOVE WS-TOTAL-RECEIPTS TO WS-GL-RECEIPTS
           MOVE WS-TOTAL-PAYABLES TO WS-GL-PAYABLES
           MOVE WS-TOTAL-PO-COMMIT TO WS-GL-PO-COMMIT
           MOVE WS-CUMULATIVE-NET TO WS-GL-NET-FLOW
           MOVE WS-CUMULATIVE-NET TO WS-GL-CUMULATIVE
           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-GRID-LINE
           .

      *----------------------------------------------------------------*
      * THE LARGEST EXPECTED RECEIPTS AND PAYMENTS BEHIND EACH WEEK    *
      * THAT HAS ANY, WITH THE CUSTOMER'S AVERAGE DAYS LATE THAT MOVED *
      * EACH RECEIPT OFF ITS DUE DATE.                                 *
      *----------------------------------------------------------------*
       3500-PRINT-WEEK-DETAIL.
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > WS-LATER-WEEK
               IF WS-WK-IN-COUNT(WS-WEEK-SUB) > ZERO
                  OR WS-WK-OUT-COUNT(WS-WEEK-SUB) > ZERO
                   PERFORM 3510-PRINT-ONE-WEEK
               END-IF
           END-PERFORM
           .

       3510-PRINT-ONE-WEEK.
           IF WS-WEEK-SUB = WS-LATER-WEEK
               MOVE 'LATER' TO WS-WT-LABEL
               MOVE SPACES TO WS-WT-EDIT-WEEK
               MOVE 'FROM' TO WS-WT-DATE-LABEL
           ELSE
               MOVE 'WEEK' TO WS-WT-LABEL
               MOVE WS-WEEK-SUB TO WS-EDIT-WEEK
               MOVE WS-EDIT-WEEK TO WS-WT-EDIT-WEEK
               MOVE '  WEEK OF' TO WS-WT-DATE-LABEL
           END-IF
           MOVE WS-WK-START-DATE(WS-WEEK-SUB) TO WS-WT-START-DATE

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-WEEK-TITLE-LINE

           IF WS-WK-IN-COUNT(WS-WEEK-SUB) > ZERO
               WRITE REPORT-RECORD FROM WS-RECEIPT-COLUMN-HEADER
               PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                       UNTIL WS-RANK-SUB > WS-WK-IN-COUNT(WS-WEEK-SUB)
                   PERFORM 3520-PRINT-RECEIPT
               END-PERFORM
           END-IF

           IF WS-WK-OUT-COUNT(WS-WEEK-SUB) > ZERO
               WRITE REPORT-RECORD FROM WS-PAYMENT-COLUMN-HEADER
               PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                       UNTIL WS-RANK-SUB > WS-WK-OUT-COUNT(WS-WEEK-SUB)
                   PERFORM 3530-PRINT-PAYMENT
               END-PERFORM
           END-IF
           .

       3520-PRINT-RECEIPT.
           MOVE WS-TI-CUST-ID(WS-WEEK-SUB, WS-RANK-SUB) TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '** NOT ON FILE **' TO WS-RL-CUST-NAME
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-RL-CUST-NAME
           END-READ

           MOVE WS-TI-CUST-ID(WS-WEEK-SUB, WS-RANK-SUB)
             TO WS-RL-CUST-ID
           MOVE WS-TI-INVOICE(WS-WEEK-SUB, WS-RANK-SUB)
             TO WS-RL-INVOICE
           MOVE WS-TI-DUE-DATE(WS-WEEK-SUB, WS-RANK-SUB)
             TO WS-RL-DUE-DATE
           MOVE WS-TI-EXPECTED-DATE(WS-WEEK-SUB, WS-RANK-SUB)
             TO WS-RL-EXPECTED-DATE
           MOVE WS-TI-DAYS-LATE(WS-WEEK-SUB, WS-RANK-SUB)
             TO WS-RL-DAYS-LATE
           MOVE WS-TI-AMOUNT(WS-WEEK-SUB, WS-RANK-SUB)
             TO WS-RL-AMOUNT
           WRITE REPORT-RECORD FROM WS-RECEIPT-LINE
           .

       3530-PRINT-PAYMENT.
           MOVE WS-TO-SUPPLIER-ID(WS-WEEK-SUB, WS-RANK-SUB) TO SUP-ID
           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE '** NOT ON FILE **' TO WS-PL-SUPPLIER-NAME
               NOT INVALID KEY
                   MOVE SUP-NAME TO WS-PL-SUPPLIER-NAME
           END-READ

           MOVE WS-TO-SUPPLIER-ID(WS-WEEK-SUB, WS-RANK-SUB)
             TO WS-PL-SUPPLIER-ID
           MOVE WS-TO-SOURCE(WS-WEEK-SUB, WS-RANK-SUB)
             TO WS-PL-SOURCE
           MOVE WS-TO-REFERENCE(WS-WEEK-SUB, WS-RANK-SUB)
             TO WS-PL-REFERENCE
           MOVE WS-TO-PAY-DATE(WS-WEEK-SUB, WS-RANK-SUB)
             TO WS-PL-PAY-DATE
           MOVE WS-TO-AMOUNT(WS-WEEK-SUB, WS-RANK-SUB)
             TO WS-PL-AMOUNT
           WRITE REPORT-RECORD FROM WS-PAYMENT-LINE
           .

       4000-TERMINATION.
           MOVE WS-OPEN-ITEM-COUNT TO WS-SL-OPEN-ITEM-COUNT
           MOVE WS-CUSTOMER-COUNT TO WS-SL-CUSTOMER-COUNT
           MOVE WS-PAYMENT-COUNT TO WS-SL-PAYMENT-COUNT
           MOVE WS-PAYABLE-COUNT TO WS-SL-PAYABLE-COUNT
           MOVE WS-PO-LINE-COUNT TO WS-SL-PO-LINE-COUNT
           MOVE WS-NO-RATE-COUNT TO WS-SL-NO-RATE-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           IF WS-BAD-DATE-COUNT > ZERO
               DISPLAY 'CASHFCST: ' WS-BAD-DATE-COUNT
                       ' RECORDS WITH AN UNUSABLE DATE OR AMOUNT'
           END-IF

           CLOSE OPEN-ITEM-FILE
                 CUSTOMER-FILE
                 PAYABLE-FILE
                 PO-FILE
                 SUPPLIER-FILE
                 CURRENCY-RATE-FILE
                 REPORT-FILE
           .
