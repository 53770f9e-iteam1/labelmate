      *----------------------------------------------------------------*
      * INTGAUD - NIGHTLY CROSS-FILE REFERENTIAL INTEGRITY AUDIT       *
      *                                                                *
      * READ-ONLY. WALKS EVERY KEYED FILE THAT POINTS AT ANOTHER AND   *
      * LOOKS EACH POINTER UP ON THE FILE IT NAMES -- THE CUSTOMER,    *
      * ITEM, SUPPLIER AND SHIP-TO MASTERS. TWO KINDS OF FINDING:      *
      *                                                                *
      *   ERROR   - THE RECORD POINTED AT IS NOT ON FILE (AN ORPHAN),  *
      *             WHATEVER THE STATE OF THE RECORD POINTING AT IT;   *
      *   WARNING - A RECORD STILL IN USE (AN OPEN ITEM OR ORDER LINE, *
      *             AN ACTIVE SHIP-TO, CONTRACT OR STANDING ORDER, A   *
      *             CATALOG OR KIT ENTRY ...) POINTS AT A CUSTOMER     *
      *             THAT IS CLOSED OR INACTIVE, A SUPPLIER THAT IS     *
      *             INACTIVE, AN ITEM THAT IS DISCONTINUED OR A SHIP-  *
      *             TO THAT IS CLOSED. LOCATION AND LOT ROWS ARE ONLY  *
      *             CHECKED FOR ORPHANS -- STOCK OF A DISCONTINUED     *
      *             ITEM IS NORMAL UNTIL IT IS SOLD OFF.               *
      *                                                                *
      * FINDINGS ARE PRINTED GROUPED BY FILE AND SEVERITY, FOLLOWED    *
      * BY A COUNT PER FILE. A FILE THAT HAS NEVER BEEN CREATED IS     *
      * REPORTED AS NOT PRESENT; THE FOUR MASTERS MUST ALL OPEN OR     *
      * THE AUDIT DOES NOT RUN. THE RECORDS CHECKED, ERRORS AND        *
      * WARNINGS GO TO A ONE-RECORD STATISTICS EXTRACT (INTGSTAT) FOR  *
      * THE END-OF-DAY SUMMARY, EODSUM.                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTGAUD.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT INVENTORY-FILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-ITEM-CODE
               FILE STATUS IS WS-INV-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO SUPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-ID
               FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT SHIP-TO-FILE ASSIGN TO SHIPTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHIP-KEY
               FILE STATUS IS WS-SHIP-TO-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO OPENITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NUMBER
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

           SELECT OPEN-ORDER-FILE ASSIGN TO ORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OO-KEY
               FILE STATUS IS WS-OPEN-ORDER-STATUS.

           SELECT QUOTE-FILE ASSIGN TO QTEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTE-QUOTE-NUMBER
               FILE STATUS IS WS-QUOTE-STATUS.

           SELECT CONTRACT-FILE ASSIGN TO CONFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-KEY
               FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT XREF-FILE ASSIGN TO XRFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT REBATE-FILE ASSIGN TO RBTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CUST-ID
               FILE STATUS IS WS-REBATE-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO STOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STO-KEY
               FILE STATUS IS WS-STO-STATUS.

           SELECT CATALOG-FILE ASSIGN TO CATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT PO-FILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-STATUS.

           SELECT PAYABLE-FILE ASSIGN TO APFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-PAYABLE-STATUS.

           SELECT KIT-FILE ASSIGN TO KITFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-KEY
               FILE STATUS IS WS-KIT-STATUS.

           SELECT SUBSTITUTE-FILE ASSIGN TO SUBFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-KEY
               FILE STATUS IS WS-SUBSTITUTE-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO PRODFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               FILE STATUS IS WS-PROD-STATUS.

           SELECT LOT-FILE ASSIGN TO LOTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT LOCATION-FILE ASSIGN TO LOCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-KEY
               FILE STATUS IS WS-LOC-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

           SELECT REPORT-FILE ASSIGN TO INTGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT STATS-FILE ASSIGN TO INTGSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTCOPY.

       FD  INVENTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
           COPY INVCOPY.

       FD  SUPPLIER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 99 CHARACTERS.
           COPY SUPCOPY.

       FD  SHIP-TO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY SHIPCOPY.

       FD  OPEN-ITEM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY OPENCOPY.

       FD  OPEN-ORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY ORDCOPY.

       FD  QUOTE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS.
           COPY QTECOPY.

       FD  CONTRACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
           COPY CONCOPY.

       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY XRFCOPY.

       FD  REBATE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY RBTCOPY.

       FD  STANDING-ORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
           COPY STOCOPY.

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY CATCOPY.

       FD  PO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY POCOPY.

       FD  PAYABLE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY APCOPY.

       FD  KIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY KITCOPY.

       FD  SUBSTITUTE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY SUBCOPY.

       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PRODCOPY.

       FD  LOT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY LOTCOPY.

       FD  LOCATION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY LOCCOPY.

      *----------------------------------------------------------------*
      * ONE SORT RECORD PER FINDING. SR-FILE-SUB IS THE FILE'S PLACE   *
      * IN THE WALK (WS-FILE-NAMES), SO THE REPORT COMES BACK IN THE   *
      * ORDER THE FILES ARE CHECKED, ERRORS BEFORE WARNINGS.           *
      *----------------------------------------------------------------*
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-FILE-SUB            PIC 9(02).
           05  SR-SEVERITY            PIC X(01).
               88  SR-ERROR           VALUE 'E'.
               88  SR-WARNING         VALUE 'W'.
           05  SR-CHILD-KEY           PIC X(30).
           05  SR-FIELD-NAME          PIC X(20).
           05  SR-REF-VALUE           PIC X(20).
           05  SR-CONDITION           PIC X(22).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

      *----------------------------------------------------------------*
      * ONE-RECORD RUN-STATISTICS EXTRACT IN THE LAYOUT EODSUM READS:  *
      * RECORDS CHECKED, ERRORS (ORPHANS) AND, IN THE EXTRA COUNT,     *
      * WARNINGS.                                                      *
      *----------------------------------------------------------------*
       FD  STATS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 36 CHARACTERS.
       01  STATS-RECORD.
           05  STAT-JOB-ID             PIC X(08).
           05  STAT-TRAN-COUNT         PIC 9(07).
           05  STAT-ERROR-COUNT        PIC 9(05).
           05  STAT-NET-CHANGE         PIC S9(09)V99.
           05  STAT-EXTRA-COUNT        PIC 9(05).

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS             PIC X(02) VALUE SPACES.
           88  CUST-SUCCESS           VALUE '00'.
           88  CUST-NOT-FOUND         VALUE '23'.

       01  WS-INV-STATUS              PIC X(02) VALUE SPACES.
           88  INV-SUCCESS            VALUE '00'.
           88  INV-NOT-FOUND          VALUE '23'.

       01  WS-SUPPLIER-STATUS         PIC X(02) VALUE SPACES.
           88  SUPPLIER-SUCCESS       VALUE '00'.
           88  SUPPLIER-NOT-FOUND     VALUE '23'.

       01  WS-SHIP-TO-STATUS          PIC X(02) VALUE SPACES.
           88  SHIP-TO-SUCCESS        VALUE '00'.
           88  SHIP-TO-NOT-FOUND      VALUE '23'.

       01  WS-OPEN-ITEM-STATUS        PIC X(02) VALUE SPACES.
       01  WS-OPEN-ORDER-STATUS       PIC X(02) VALUE SPACES.
       01  WS-QUOTE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CONTRACT-STATUS         PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS             PIC X(02) VALUE SPACES.
       01  WS-REBATE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-STO-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CATALOG-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PO-STATUS               PIC X(02) VALUE SPACES.
       01  WS-PAYABLE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-KIT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-SUBSTITUTE-STATUS       PIC X(02) VALUE SPACES.
       01  WS-PROD-STATUS             PIC X(02) VALUE SPACES.
       01  WS-LOT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-LOC-STATUS              PIC X(02) VALUE SPACES.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-STATS-STATUS            PIC X(02) VALUE SPACES.
           88  STATS-SUCCESS          VALUE '00'.

      *----------------------------------------------------------------*
      * EACH OPTIONAL FILE HAS ITS STATUS MOVED HERE AFTER ITS OPEN,   *
      * SO ONE SET OF CONDITIONS SERVES THEM ALL.                      *
      *----------------------------------------------------------------*
       01  WS-WALK-STATUS             PIC X(02) VALUE SPACES.
           88  WALK-SUCCESS           VALUE '00'.
           88  WALK-EOF               VALUE '10'.
           88  WALK-NO-FILE           VALUE '35'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-RUN-ABANDONED-SW    PIC X(01) VALUE 'N'.
               88  RUN-ABANDONED      VALUE 'Y'.
           05  WS-CHILD-LIVE-SW       PIC X(01) VALUE 'N'.
               88  CHILD-LIVE         VALUE 'Y'.
           05  WS-LOOKUP-RESULT-SW    PIC X(01) VALUE SPACES.
               88  LOOKUP-FOUND       VALUE 'A'.
               88  LOOKUP-MISSING     VALUE 'M'.
               88  LOOKUP-NOT-ACTIVE  VALUE 'X'.
           05  WS-SORT-EOF-SW         PIC X(01) VALUE 'N'.
               88  SORT-EOF           VALUE 'Y'.

      *----------------------------------------------------------------*
      * THE FILES WALKED, IN ORDER. THE NAME TABLE AND THE COUNT TABLE *
      * SHARE THE SUBSCRIPT WS-FILE-SUB.                               *
      *----------------------------------------------------------------*
       01  WS-FILE-NAME-VALUES.
           05  FILLER                 PIC X(08) VALUE 'INVFILE'.
           05  FILLER                 PIC X(08) VALUE 'SHIPTO'.
           05  FILLER                 PIC X(08) VALUE 'OPENITEM'.
           05  FILLER                 PIC X(08) VALUE 'ORDFILE'.
           05  FILLER                 PIC X(08) VALUE 'QTEFILE'.
           05  FILLER                 PIC X(08) VALUE 'CONFILE'.
           05  FILLER                 PIC X(08) VALUE 'XRFFILE'.
           05  FILLER                 PIC X(08) VALUE 'RBTFILE'.
           05  FILLER                 PIC X(08) VALUE 'STOFILE'.
           05  FILLER                 PIC X(08) VALUE 'CATFILE'.
           05  FILLER                 PIC X(08) VALUE 'POFILE'.
           05  FILLER                 PIC X(08) VALUE 'APFILE'.
           05  FILLER                 PIC X(08) VALUE 'KITFILE'.
           05  FILLER                 PIC X(08) VALUE 'SUBFILE'.
           05  FILLER                 PIC X(08) VALUE 'PRODFILE'.
           05  FILLER                 PIC X(08) VALUE 'LOTFILE'.
           05  FILLER                 PIC X(08) VALUE 'LOCFILE'.
       01  WS-FILE-NAMES REDEFINES WS-FILE-NAME-VALUES.
           05  WS-FN-NAME             PIC X(08) OCCURS 17 TIMES.

       01  WS-FILE-COUNTS.
           05  WS-FC-ENTRY OCCURS 17 TIMES.
               10  WS-FC-STATE        PIC X(01).
                   88  FC-CHECKED     VALUE 'C'.
                   88  FC-NOT-PRESENT VALUE 'N'.
                   88  FC-OPEN-ERROR  VALUE 'E'.
               10  WS-FC-READ-COUNT   PIC 9(07).
               10  WS-FC-ERROR-COUNT  PIC 9(05).
               10  WS-FC-WARNING-COUNT
                                      PIC 9(05).

       01  WS-FILE-CONTROL.
           05  WS-FILE-SUB            PIC 9(02) VALUE ZEROS.
           05  WS-FILE-COUNT          PIC 9(02) VALUE 17.
           05  WS-LINE-SUB            PIC 9(02) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-TOTAL-READ-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-TOTAL-ERROR-COUNT   PIC 9(05) VALUE ZEROS.
           05  WS-TOTAL-WARNING-COUNT PIC 9(05) VALUE ZEROS.
           05  WS-GROUP-COUNT         PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      * ONE FINDING, BUILT BY THE WALK PARAGRAPH AND THE LOOKUP BEFORE *
      * 5900 DECIDES WHETHER IT IS RELEASED.                           *
      *----------------------------------------------------------------*
       01  WS-FINDING.
           05  WS-FD-CHILD-KEY        PIC X(30).
           05  WS-FD-FIELD-NAME       PIC X(20).
           05  WS-FD-REF-VALUE        PIC X(20).
           05  WS-FD-CONDITION        PIC X(22).

       01  WS-LOOKUP-KEYS.
           05  WS-LK-CUST-ID          PIC X(06).
           05  WS-LK-ITEM-CODE        PIC X(10).
           05  WS-LK-SUPPLIER-ID      PIC X(06).
           05  WS-LK-SHIP-SEQ         PIC 9(03).

       01  WS-GROUP-BREAK.
           05  WS-GB-FILE-SUB         PIC 9(02) VALUE ZEROS.
           05  WS-GB-SEVERITY         PIC X(01) VALUE SPACES.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(40)
                       VALUE 'CROSS-FILE REFERENTIAL INTEGRITY AUDIT  '.
           05  FILLER                 PIC X(04) VALUE 'DATE'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-HEADER-DATE.
               10  WS-HEADER-MONTH    PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-HEADER-DAY      PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-HEADER-YEAR     PIC 9(04).
           05  FILLER                 PIC X(77) VALUE SPACES.

       01  WS-GROUP-HEADER.
           05  FILLER                 PIC X(06) VALUE 'FILE: '.
           05  WS-GH-FILE-NAME        PIC X(08).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-GH-SEVERITY         PIC X(50).
           05  FILLER                 PIC X(64) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(32) VALUE 'RECORD'.
           05  FILLER                 PIC X(22) VALUE 'FIELD'.
           05  FILLER                 PIC X(22) VALUE 'POINTS AT'.
           05  FILLER                 PIC X(22) VALUE 'CONDITION'.
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-DL-CHILD-KEY        PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-FIELD-NAME       PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-REF-VALUE        PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-CONDITION        PIC X(22).
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  WS-GROUP-TOTAL-LINE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-GT-COUNT            PIC ZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-GT-SEVERITY         PIC X(08).
           05  FILLER                 PIC X(04) VALUE 'ON  '.
           05  WS-GT-FILE-NAME        PIC X(08).
           05  FILLER                 PIC X(101) VALUE SPACES.

       01  WS-NO-FINDINGS-LINE.
           05  FILLER                 PIC X(40)
                       VALUE 'NO BROKEN OR STALE REFERENCES FOUND     '.
           05  FILLER                 PIC X(92) VALUE SPACES.

       01  WS-COUNT-TITLE-LINE.
           05  FILLER                 PIC X(40)
                       VALUE 'FINDINGS BY FILE                        '.
           05  FILLER                 PIC X(92) VALUE SPACES.

       01  WS-COUNT-HEADER.
           05  FILLER                 PIC X(10) VALUE 'FILE'.
           05  FILLER                 PIC X(14) VALUE 'STATE'.
           05  FILLER                 PIC X(12) VALUE '     CHECKED'.
           05  FILLER                 PIC X(10) VALUE '    ERRORS'.
           05  FILLER                 PIC X(10) VALUE '  WARNINGS'.
           05  FILLER                 PIC X(76) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CL-FILE-NAME        PIC X(10).
           05  WS-CL-STATE            PIC X(14).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-CL-READ-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-CL-ERROR-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-CL-WARNING-COUNT    PIC ZZ,ZZ9.
           05  FILLER                 PIC X(76) VALUE SPACES.

       01  WS-ABANDONED-LINE.
           05  FILLER                 PIC X(40)
                       VALUE 'A MASTER FILE WOULD NOT OPEN -- AUDIT '.
           05  FILLER                 PIC X(08) VALUE 'NOT RUN'.
           05  FILLER                 PIC X(84) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(17)
                                      VALUE 'RECORDS CHECKED: '.
           05  WS-SL-READ-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' ERRORS: '.
           05  WS-SL-ERROR-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE ' WARNINGS: '.
           05  WS-SL-WARNING-COUNT    PIC ZZ,ZZ9.
           05  FILLER                 PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION

           IF NOT RUN-ABANDONED
               SORT SORT-FILE
                   ON ASCENDING KEY SR-FILE-SUB
                                    SR-SEVERITY
                                    SR-CHILD-KEY
                   INPUT PROCEDURE IS 2000-WALK-ALL-FILES
                   OUTPUT PROCEDURE IS 3000-PRINT-FINDINGS
               PERFORM 3500-PRINT-FILE-COUNTS
           END-IF

           PERFORM 4000-TERMINATION
           GOBACK
           .

      *----------------------------------------------------------------*
      * EVERYTHING IS OPENED INPUT -- THE AUDIT CHANGES NOTHING.       *
      *----------------------------------------------------------------*
       1000-INITIALIZATION.
           OPEN INPUT  CUSTOMER-FILE
                INPUT  INVENTORY-FILE
                INPUT  SUPPLIER-FILE
                INPUT  SHIP-TO-FILE
                OUTPUT REPORT-FILE
                OUTPUT STATS-FILE

           IF NOT CUST-SUCCESS
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-CUST-STATUS
               MOVE 'Y' TO WS-RUN-ABANDONED-SW
           END-IF

           IF NOT INV-SUCCESS
               DISPLAY 'ERROR OPENING INVENTORY FILE: ' WS-INV-STATUS
               MOVE 'Y' TO WS-RUN-ABANDONED-SW
           END-IF

           IF NOT SUPPLIER-SUCCESS
               DISPLAY 'ERROR OPENING SUPPLIER FILE: '
                       WS-SUPPLIER-STATUS
               MOVE 'Y' TO WS-RUN-ABANDONED-SW
           END-IF

           IF NOT SHIP-TO-SUCCESS
               DISPLAY 'ERROR OPENING SHIP-TO FILE: ' WS-SHIP-TO-STATUS
               MOVE 'Y' TO WS-RUN-ABANDONED-SW
           END-IF

           IF NOT REPORT-SUCCESS
               DISPLAY 'ERROR OPENING REPORT FILE: ' WS-REPORT-STATUS
               MOVE 'Y' TO WS-RUN-ABANDONED-SW
           END-IF

           IF NOT STATS-SUCCESS
               DISPLAY 'ERROR OPENING STATS FILE: ' WS-STATS-STATUS
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-MONTH TO WS-HEADER-MONTH
           MOVE WS-CURRENT-DAY TO WS-HEADER-DAY
           MOVE WS-CURRENT-YEAR TO WS-HEADER-YEAR

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER
           WRITE REPORT-RECORD FROM SPACES

           IF RUN-ABANDONED
               WRITE REPORT-RECORD FROM WS-ABANDONED-LINE
           END-IF

           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-COUNT
               MOVE 'N' TO WS-FC-STATE(WS-FILE-SUB)
               MOVE ZEROS TO WS-FC-READ-COUNT(WS-FILE-SUB)
               MOVE ZEROS TO WS-FC-ERROR-COUNT(WS-FILE-SUB)
               MOVE ZEROS TO WS-FC-WARNING-COUNT(WS-FILE-SUB)
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * SORT INPUT PROCEDURE: EACH FILE IN TURN, FROM ITS FIRST KEY.   *
      *----------------------------------------------------------------*
       2000-WALK-ALL-FILES.
           PERFORM 2100-WALK-INVENTORY
           PERFORM 2150-WALK-SHIP-TO
           PERFORM 2200-WALK-OPEN-ITEMS
           PERFORM 2250-WALK-OPEN-ORDERS
           PERFORM 2300-WALK-QUOTES
           PERFORM 2350-WALK-CONTRACTS
           PERFORM 2400-WALK-XREF
           PERFORM 2450-WALK-REBATES
           PERFORM 2500-WALK-STANDING-ORDERS
           PERFORM 2550-WALK-CATALOG
           PERFORM 2600-WALK-PURCHASE-ORDERS
           PERFORM 2650-WALK-PAYABLES
           PERFORM 2700-WALK-KITS
           PERFORM 2750-WALK-SUBSTITUTES
           PERFORM 2800-WALK-PRODUCTS
           PERFORM 2850-WALK-LOTS
           PERFORM 2900-WALK-LOCATIONS
           .

      *----------------------------------------------------------------*
      * AFTER EACH OPTIONAL FILE'S OPEN: RECORD WHETHER IT CAN BE      *
      * CHECKED. A FILE NEVER CREATED IS NOT AN ERROR.                 *
      *----------------------------------------------------------------*
       2050-NOTE-OPEN-RESULT.
           MOVE 'N' TO WS-END-OF-FILE-SW

           EVALUATE TRUE
               WHEN WALK-SUCCESS
                   MOVE 'C' TO WS-FC-STATE(WS-FILE-SUB)
               WHEN WALK-NO-FILE
                   MOVE 'N' TO WS-FC-STATE(WS-FILE-SUB)
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               WHEN OTHER
                   DISPLAY 'ERROR OPENING ' WS-FN-NAME(WS-FILE-SUB)
                           ': ' WS-WALK-STATUS
                   MOVE 'E' TO WS-FC-STATE(WS-FILE-SUB)
                   MOVE 'Y' TO WS-END-OF-FILE-SW
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * ITEM MASTER -> SUPPLIER. THE MASTER IS ALREADY OPEN FOR THE    *
      * LOOKUPS; A DISCONTINUED ITEM'S SUPPLIER NO LONGER MATTERS.     *
      *----------------------------------------------------------------*
       2100-WALK-INVENTORY.
           MOVE 1 TO WS-FILE-SUB
           MOVE 'C' TO WS-FC-STATE(WS-FILE-SUB)
           MOVE 'N' TO WS-END-OF-FILE-SW
           MOVE LOW-VALUES TO INV-ITEM-CODE

           START INVENTORY-FILE KEY >= INV-ITEM-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-FILE-SW
           END-START

           PERFORM 2110-CHECK-ONE-ITEM
               UNTIL END-OF-FILE
           .

       2110-CHECK-ONE-ITEM.
           READ INVENTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-FC-READ-COUNT(WS-FILE-SUB)
                   ADD 1 TO WS-TOTAL-READ-COUNT
           END-READ

           IF NOT END-OF-FILE
              AND INV-SUPPLIER-ID NOT = SPACES
               MOVE INV-ITEM-CODE TO WS-FD-CHILD-KEY

               IF INV-DISCONTINUED
                   MOVE 'N' TO WS-CHILD-LIVE-SW
               ELSE
                   MOVE 'Y' TO WS-CHILD-LIVE-SW
               END-IF

               MOVE 'INV-SUPPLIER-ID' TO WS-FD-FIELD-NAME
               MOVE INV-SUPPLIER-ID TO WS-LK-SUPPLIER-ID
               PERFORM 5300-LOOK-UP-SUPPLIER
               PERFORM 5900-RELEASE-FINDING
           END-IF
           .

      *----------------------------------------------------------------*
      * SHIP-TO SITES -> CUSTOMER. AN ACTIVE SITE ON A CLOSED ACCOUNT  *
      * IS STILL OFFERED FOR DELIVERY.                                 *
      *----------------------------------------------------------------*
       2150-WALK-SHIP-TO.
           MOVE 2 TO WS-FILE-SUB
           MOVE 'C' TO WS-FC-STATE(WS-FILE-SUB)
           MOVE 'N' TO WS-END-OF-FILE-SW
           MOVE LOW-VALUES TO SHIP-KEY

           START SHIP-TO-FILE KEY >= SHIP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-FILE-SW
           END-START

           PERFORM 2160-CHECK-ONE-SHIP-TO
               UNTIL END-OF-FILE
           .

       2160-CHECK-ONE-SHIP-TO.
           READ SHIP-TO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-FC-READ-COUNT(WS-FILE-SUB)
                   ADD 1 TO WS-TOTAL-READ-COUNT
           END-READ

           IF NOT END-OF-FILE
               MOVE SPACES TO WS-FD-CHILD-KEY
               STRING SHIP-CUST-ID '/' SHIP-SEQ-NUMBER
                   DELIMITED BY SIZE INTO WS-FD-CHILD-KEY

               IF SHIP-TO-ACTIVE
                   MOVE 'Y' TO WS-CHILD-LIVE-SW
               ELSE
                   MOVE 'N' TO WS-CHILD-LIVE-SW
               END-IF

               MOVE 'SHIP-CUST-ID' TO WS-FD-FIELD-NAME
               MOVE SHIP-CUST-ID TO WS-LK-CUST-ID
               PERFORM 5100-LOOK-UP-CUSTOMER
               PERFORM 5900-RELEASE-FINDING
           END-IF
           .

      *----------------------------------------------------------------*
      * RECEIVABLE OPEN ITEMS -> CUSTOMER. AN ITEM STILL OPEN ON AN    *
      * ACCOUNT CUSTMERG OR CUSTMNT CLOSED IS MONEY NOBODY IS DUNNING. *
      *----------------------------------------------------------------*
       2200-WALK-OPEN-ITEMS.
           MOVE 3 TO WS-FILE-SUB
           OPEN INPUT OPEN-ITEM-FILE
           MOVE WS-OPEN-ITEM-STATUS TO WS-WALK-STATUS
           PERFORM 2050-NOTE-OPEN-RESULT

           IF FC-CHECKED(WS-FILE-SUB)
               MOVE LOW-VALUES TO OI-INVOICE-NUMBER

               START OPEN-ITEM-FILE KEY >= OI-INVOICE-NUMBER
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE-SW
               END-START

               PERFORM 2210-CHECK-ONE-OPEN-ITEM
                   UNTIL END-OF-FILE

               CLOSE OPEN-ITEM-FILE
           END-IF
           .

       2210-CHECK-ONE-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-FC-READ-COUNT(WS-FILE-SUB)
                   ADD 1 TO WS-TOTAL-READ-COUNT
           END-READ

           IF NOT END-OF-FILE
               MOVE OI-INVOICE-NUMBER TO WS-FD-CHILD-KEY

               IF OI-ITEM-OPEN
                   MOVE 'Y' TO WS-CHILD-LIVE-SW
               ELSE
                   MOVE 'N' TO WS-CHILD-LIVE-SW
               END-IF

               MOVE 'OI-CUST-ID' TO WS-FD-FIELD-NAME
               MOVE OI-CUST-ID TO WS-LK-CUST-ID
               PERFORM 5100-LOOK-UP-CUSTOMER
               PERFORM 5900-RELEASE-FINDING
           END-IF
           .

      *----------------------------------------------------------------*
      * OPEN ORDER LINES -> CUSTOMER, ITEM, DELIVERY SITE AND, FOR A   *
      * KIT COMPONENT LINE, THE KIT ITEM. A LINE SHIPPED OR CANCELLED  *
      * IS HISTORY AND ONLY CHECKED FOR ORPHANS.                       *
      *----------------------------------------------------------------*
       2250-WALK-OPEN-ORDERS.
           MOVE 4 TO WS-FILE-SUB
           OPEN INPUT OPEN-ORDER-FILE
           MOVE WS-OPEN-ORDER-STATUS TO WS-WALK-STATUS
           PERFORM 2050-NOTE-OPEN-RESULT

           IF FC-CHECKED(WS-FILE-SUB)
               MOVE LOW-VALUES TO OO-KEY

               START OPEN-ORDER-FILE KEY >= OO-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE-SW
               END-START

               PERFORM 2260-CHECK-ONE-ORDER-LINE
                   UNTIL END-OF-FILE

               CLOSE OPEN-ORDER-FILE
           END-IF
           .

       2260-CHECK-ONE-ORDER-LINE.
           READ OPEN-ORDER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-FC-READ-COUNT(WS-FILE-SUB)
                   ADD 1 TO WS-TOTAL-READ-COUNT
           END-READ

           IF NOT END-OF-FILE
               MOVE SPACES TO WS-FD-CHILD-KEY
               STRING OO-REFERENCE DELIMITED BY SPACE
                      '/' OO-ITEM-CODE DELIMITED BY SIZE
                   INTO WS-FD-CHILD-KEY

               IF OO-LINE-SHIPPED OR OO-LINE-CANCELLED
                   MOVE 'N' TO WS-CHILD-LIVE-SW
               ELSE
                   MOVE 'Y' TO WS-CHILD-LIVE-SW
               END-IF

               MOVE 'OO-CUST-ID' TO WS-FD-FIELD-NAME
               MOVE OO-CUST-ID TO WS-LK-CUST-ID
               PERFORM 5100-LOOK-UP-CUSTOMER
               PERFORM 5900-RELEASE-FINDING

               MOVE 'OO-ITEM-CODE' TO WS-FD-FIELD-NAME
               MOVE OO-ITEM-CODE TO WS-LK-ITEM-CODE
               PERFORM 5200-LOOK-UP-ITEM
               PERFORM 5900-RELEASE-FINDING

               IF OO-SHIP-SEQ NUMERIC
                  AND OO-SHIP-SEQ > ZEROS
                   MOVE 'OO-SHIP-SEQ' TO WS-FD-FIELD-NAME
                   MOVE OO-CUST-ID TO WS-LK-CUST-ID
                   MOVE OO-SHIP-SEQ TO WS-LK-SHIP-SEQ
                   PERFORM 5400-LOOK-UP-SHIP-TO
                   PERFORM 5900-RELEASE-FINDING
               END-IF

               IF OO-KIT-COMPONENT
                  AND OO-KIT-ITEM-CODE NOT = SPACES
                   MOVE 'OO-KIT-ITEM-CODE' TO WS-FD-FIELD-NAME
                   MOVE OO-KIT-ITEM-CODE TO WS-LK-ITEM-CODE
                   PERFORM 5200-LOOK-UP-ITEM
                   PERFORM 5900-RELEASE-FINDING
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * QUOTATIONS -> CUSTOMER, DELIVERY SITE AND EACH LINE'S ITEM.    *
      * ONLY A QUOTE STILL OPEN OR ACCEPTED CAN BECOME AN ORDER.       *
      *----------------------------------------------------------------*
       2300-WALK-QUOTES.
           MOVE 5 TO WS-FILE-SUB
           OPEN INPUT QUOTE-FILE
           MOVE WS-QUOTE-STATUS TO WS-WALK-STATUS
           PERFORM 2050-NOTE-OPEN-RESULT

           IF FC-CHECKED(WS-FILE-SUB)
               MOVE LOW-VALUES TO QTE-QUOTE-NUMBER

               START QUOTE-FILE KEY >= QTE-QUOTE-NUMBER
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE-SW
               END-START

               PERFORM 2310-CHECK-ONE-QUOTE
                   UNTIL END-OF-FILE

               CLOSE QUOTE-FILE
           END-IF
           .

       2310-CHECK-ONE-QUOTE.
           READ QUOTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-FC-READ-COUNT(WS-FILE-SUB)
                   ADD 1 TO WS-TOTAL-READ-COUNT
           END-READ

           IF NOT END-OF-FILE
               MOVE QTE-QUOTE-NUMBER TO WS-FD-CHILD-KEY

               IF QTE-OPEN OR QTE-ACCEPTED
                   MOVE 'Y' TO WS-CHILD-LIVE-SW
               ELSE
                   MOVE 'N' TO WS-CHILD-LIVE-SW
               END-IF

               MOVE 'QTE-CUST-ID' TO WS-FD-FIELD-NAME
               MOVE QTE-CUST-ID TO WS-LK-CUST-ID
               PERFORM 5100-LOOK-UP-CUSTOMER
               PERFORM 5900-RELEASE-FINDING

               IF QTE-SHIP-SEQ NUMERIC
                  AND QTE-SHIP-SEQ > ZEROS
                   MOVE 'QTE-SHIP-SEQ' TO WS-FD-FIELD-NAME
                   MOVE QTE-CUST-ID TO WS-LK-CUST-ID
                   MOVE QTE-SHIP-SEQ TO WS-LK-SHIP-SEQ
                   PERFORM 5400-LOOK-UP-SHIP-TO
                   PERFORM 5900-RELEASE-FINDING
               END-IF

               IF QTE-LINE-COUNT NUMERIC
                   PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                           UNTIL WS-LINE-SUB > QTE-LINE-COUNT
                              OR WS-LINE-SUB > 10
                       MOVE 'QTE-LN-ITEM-CODE' TO WS-FD-FIELD-NAME
                       MOVE QTE-LN-ITEM-CODE(WS-LINE-SUB)
                         TO WS-LK-ITEM-CODE
                       PERFORM 5200-LOOK-UP-ITEM
                       PERFORM 5900-RELEASE-FINDING
                   END-PERFORM
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * CONTRACT PRICES -> CUSTOMER AND ITEM. A CONTRACT IS IN FORCE   *
      * UNTIL ITS END DATE (ZERO MEANS OPEN-ENDED).                    *
      *----------------------------------------------------------------*
       2350-WALK-CONTRACTS.
           MOVE 6 TO WS-FILE-SUB
           OPEN INPUT CONTRACT-FILE
           MOVE WS-CONTRACT-STATUS TO WS-WALK-STATUS
           PERFORM 2050-NOTE-OPEN-RESULT

           IF FC-CHECKED(WS-FILE-SUB)
               MOVE LOW-VALUES TO CON-KEY

               START CONTRACT-FILE KEY >= CON-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE-SW
               END-START

               PERFORM 2360-CHECK-ONE-CONTRACT
                   UNTIL END-OF-FILE

               CLOSE CONTRACT-FILE
           END-IF
           .

       2360-CHECK-ONE-CONTRACT.
           READ CONTRACT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-FC-READ-COUNT(WS-FILE-SUB)
                   ADD 1 TO WS-TOTAL-READ-COUNT
           END-READ

           IF NOT END-OF-FILE
               MOVE SPACES TO WS-FD-CHILD-KEY
               STRING CON-CUST-ID '/' CON-ITEM-CODE
                   DELIMITED BY SIZE INTO WS-FD-CHILD-KEY

               IF CON-EFF-TO-DATE = ZEROS
                  OR CON-EFF-TO-DATE >= WS-CURRENT-DATE
                   MOVE 'Y' TO WS-CHILD-LIVE-SW
               ELSE
                   MOVE 'N' TO WS-CHILD-LIVE-SW
               END-IF

               MOVE 'CON-CUST-ID' TO WS-FD-FIELD-NAME
               MOVE CON-CUST-ID TO WS-LK-CUST-ID
               PERFORM 5100-LOOK-UP-CUSTOMER
               PERFORM 5900-RELEASE-FINDING

               MOVE 'CON-ITEM-CODE' TO WS-FD-FIELD-NAME
               MOVE CON-ITEM-CODE TO WS-LK-ITEM-CODE
               PERFORM 5200-LOOK-UP-ITEM
               PERFORM 5900-RELEASE-FINDING
           END-IF
           .

      *----------------------------------------------------------------*
      * CUSTOMER PART CROSS-REFERENCE -> CUSTOMER AND ITEM. EDI        *
      * ORDERS RESOLVE THROUGH IT EVERY NIGHT.                         *
      *----------------------------------------------------------------*
       2400-WALK-XREF.
           MOVE 7 TO WS-FILE-SUB
           OPEN INPUT XREF-FILE
           MOVE WS-XREF-STATUS TO WS-WALK-STATUS
           PERFORM 2050-NOTE-OPEN-RESULT

           IF FC-CHECKED(WS-FILE-SUB)
               MOVE LOW-VALUES TO XRF-KEY

               START XREF-FILE KEY >= XRF-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE-SW
               END-START

               PERFORM 2410-CHECK-ONE-XREF
                   UNTIL END-OF-FILE

               CLOSE XREF-FILE
           END-IF
           .

       2410-CHECK-ONE-XREF.
           READ XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-FC-READ-COUNT(WS-FILE-SUB)
                   ADD 1 TO WS-TOTAL-READ-COUNT
           END-READ

           IF NOT END-OF-FILE
               MOVE SPACES TO WS-FD-CHILD-KEY
               STRING XRF-CUST-ID '/' XRF-CUST-PART
                   DELIMITED BY SIZE INTO WS-FD-CHILD-KEY
               MOVE 'Y' TO WS-CHILD-LIVE-SW

               MOVE 'XRF-CUST-ID' TO WS-FD-FIELD-NAME
               MOVE XRF-CUST-ID TO WS-LK-CUST-ID
               PERFORM 5100-LOOK-UP-CUSTOMER
               PERFORM 5900-RELEASE-FINDING

               MOVE 'XRF-ITEM-CODE' TO WS-FD-FIELD-NAME
               MOVE XRF-ITEM-CODE TO WS-LK-ITEM-CODE
               PERFORM 5200-LOOK-UP-ITEM
               PERFORM 5900-RELEASE-FINDING
           END-IF
           .

      *----------------------------------------------------------------*
      * REBATE AGREEMENTS -> CUSTOMER AND, WHEN ONE IS NAMED, THE      *
      * ITEM THE REBATE CREDIT IS BILLED UNDER.                        *
      *----------------------------------------------------------------*
       2450-WALK-REBATES.
           MOVE 8 TO WS-FILE-SUB
           OPEN INPUT REBATE-FILE
           MOVE WS-REBATE-STATUS TO WS-WALK-STATUS
           PERFORM 2050-NOTE-OPEN-RESULT

           IF FC-CHECKED(WS-FILE-SUB)
               MOVE LOW-VALUES TO RB-CUST-ID

               START REBATE-FILE KEY >= RB-CUST-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE-SW
               END-START

               PERFORM 2460-CHECK-ONE-REBATE
                   UNTIL END-OF-FILE

               CLOSE REBATE-FILE
           END-IF
           .

       2460-CHECK-ONE-REBATE.
           READ REBATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-FC-READ-COUNT(WS-FILE-SUB)
                   ADD 1 TO WS-TOTAL-READ-COUNT
           END-READ

           IF NOT END-OF-FILE
               MOVE RB-CUST-ID TO WS-FD-CHILD-KEY

               IF RB-OPEN
                   MOVE 'Y' TO WS-CHILD-LIVE-SW
               ELSE
                   MOVE 'N' TO WS-CHILD-LIVE-SW
               END-IF

               MOVE 'RB-CUST-ID' TO WS-FD-FIELD-NAME
               MOVE RB-CUST-ID TO WS-LK-CUST-ID
               PERFORM 5100-LOOK-UP-CUSTOMER
               PERFORM 5900-RELEASE-FINDING

               IF RB-CREDIT-ITEM NOT = SPACES
                   MOVE 'RB-CREDIT-ITEM' TO WS-FD-FIELD-NAME
                   MOVE RB-CREDIT-ITEM TO WS-LK-ITEM-CODE
                   PERFORM 5200-LOOK-UP-ITEM
                   PERFORM 5900-RELEASE-FINDING
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * STANDING ORDERS -> CUSTOMER, DELIVERY SITE AND EACH LINE'S     *
      * ITEM. AN ENDED SCHEDULE WILL NOT GENERATE AGAIN.               *
      *----------------------------------------------------------------*
       2500-WALK-STANDING-ORDERS.
           MOVE 9 TO WS-FILE-SUB
           OPEN INPUT STANDING-ORDER-FILE
           MOVE WS-STO-STATUS TO WS-WALK-STATUS
           PERFORM 2050-NOTE-OPEN-RESULT

           IF FC-CHECKED(WS-FILE-SUB)
               MOVE LOW-VALUES TO STO-KEY

               START STANDING-ORDER-FILE KEY >= STO-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE-SW
               END-START

               PERFORM 2510-CHECK-ONE-STANDING-ORDER
                   UNTIL END-OF-FILE

               CLOSE STANDING-ORDER-FILE
           END-IF
           .

       2510-CHECK-ONE-STANDING-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-FC-READ-COUNT(WS-FILE-SUB)
                   ADD 1 TO WS-TOTAL-READ-COUNT
           END-READ

           IF NOT END-OF-FILE
               MOVE SPACES TO WS-FD-CHILD-KEY
               STRING STO-CUST-ID '/' STO-SHIP-SEQ
                   DELIMITED BY SIZE INTO WS-FD-CHILD-KEY

               IF STO-ENDED
                   MOVE 'N' TO WS-CHILD-LIVE-SW
               ELSE
                   MOVE 'Y' TO WS-CHILD-LIVE-SW
               END-IF

               MOVE 'STO-CUST-ID' TO WS-FD-FIELD-NAME
               MOVE STO-CUST-ID TO WS-LK-CUST-ID
               PERFORM 5100-LOOK-UP-CUSTOMER
               PERFORM 5900-RELEASE-FINDING

               IF STO-SHIP-SEQ NUMERIC
                  AND STO-SHIP-SEQ > ZEROS
                   MOVE 'STO-SHIP-SEQ' TO WS-FD-FIELD-NAME
                   MOVE STO-CUST-ID TO WS-LK-CUST-ID
                   MOVE STO-SHIP-SEQ TO WS-LK-SHIP-SEQ
                   PERFORM 5400-LOOK-UP-SHIP-TO
                   PERFORM 5900-RELEASE-FINDING
               END-IF

               IF STO-LINE-COUNT NUMERIC
                   PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                           UNTIL WS-LINE-SUB > STO-LINE-COUNT
                              OR WS-LINE-SUB > 10
                       MOVE 'STO-LN-ITEM-CODE' TO WS-FD-FIELD-NAME
                       MOVE STO-LN-ITEM-CODE(WS-LINE-SUB)
                         TO WS-LK-ITEM-CODE
                       PERFORM 5200-LOOK-UP-ITEM
                       PERFORM 5900-RELEASE-FINDING
                   END-PERFORM
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * SUPPLIER CATALOG -> ITEM AND SUPPLIER. REORDER PROPOSALS PICK  *
      * SUPPLIERS FROM IT.                                             *
      *----------------------------------------------------------------*
       2550-WALK-CATALOG.
           MOVE 10 TO WS-FILE-SUB
           OPEN INPUT CATALOG-FILE
           MOVE WS-CATALOG-STATUS TO WS-WALK-STATUS
           PERFORM 2050-NOTE-OPEN-RESULT

           IF FC-CHECKED(WS-FILE-SUB)
               MOVE LOW-VALUES TO CAT-KEY

               START CATALOG-FILE KEY >= CAT-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE-SW
               END-START

               PERFORM 2560-CHECK-ONE-CATALOG-ENTRY
                   UNTIL END-OF-FILE

               CLOSE CATALOG-FILE
           END-IF
           .

       2560-CHECK-ONE-CATALOG-ENTRY.
           READ CATALOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-FC-READ-COUNT(WS-FILE-SUB)
                   ADD 1 TO WS-TOTAL-READ-COUNT
           END-READ

           IF NOT END-OF-FILE
               MOVE SPACES TO WS-FD-CHILD-KEY
               STRING CAT-ITEM-CODE '/' CAT-SUPPLIER-ID
                   DELIMITED BY SIZE INTO WS-FD-CHILD-KEY
               MOVE 'Y' TO WS-CHILD-LIVE-SW

               MOVE 'CAT-ITEM-CODE' TO WS-FD-FIELD-NAME
               MOVE CAT-ITEM-CODE TO WS-LK-ITEM-CODE
               PERFORM 5200-LOOK-UP-ITEM
               PERFORM 5900-RELEASE-FINDING

               MOVE 'CAT-SUPPLIER-ID' TO WS-FD-FIELD-NAME
               MOVE CAT-SUPPLIER-ID TO WS-LK-SUPPLIER-ID
               PERFORM 5300-LOOK-UP-SUPPLIER
               PERFORM 5900-RELEASE-FINDING
           END-IF
           .

      *----------------------------------------------------------------*
      * PURCHASE ORDER LINES -> SUPPLIER, ITEM AND, FOR A DROP SHIP,   *
      * THE CUSTOMER SITE. OPEN AND PENDING LINES ARE LIVE.            *
      *----------------------------------------------------------------*
       2600-WALK-PURCHASE-ORDERS.
           MOVE 11 TO WS-FILE-SUB
           OPEN INPUT PO-FILE
           MOVE WS-PO-STATUS TO WS-WALK-STATUS
           PERFORM 2050-NOTE-OPEN-RESULT

           IF FC-CHECKED(WS-FILE-SUB)
               MOVE LOW-VALUES TO PO-NUMBER

               START PO-FILE KEY >= PO-NUMBER
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE-SW
               END-START

               PERFORM 2610-CHECK-ONE-PO-LINE
                   UNTIL END-OF-FILE

               CLOSE PO-FILE
           END-IF
           .

       2610-CHECK-ONE-PO-LINE.
           READ PO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-FC-READ-COUNT(WS-FILE-SUB)
                   ADD 1 TO WS-TOTAL-READ-COUNT
           END-READ

           IF NOT END-OF-FILE
               MOVE PO-NUMBER TO WS-FD-CHILD-KEY

               IF PO-LINE-OPEN OR PO-LINE-PENDING
                   MOVE 'Y' TO WS-CHILD-LIVE-SW
               ELSE
                   MOVE 'N' TO WS-CHILD-LIVE-SW
               END-IF

               MOVE 'PO-SUPPLIER-ID' TO WS-FD-FIELD-NAME
               MOVE PO-SUPPLIER-ID TO WS-LK-SUPPLIER-ID
               PERFORM 5300-LOOK-UP-SUPPLIER
               PERFORM 5900-RELEASE-FINDING

               MOVE 'PO-ITEM-CODE' TO WS-FD-FIELD-NAME
               MOVE PO-ITEM-CODE TO WS-LK-ITEM-CODE
               PERFORM 5200-LOOK-UP-ITEM
               PERFORM 5900-RELEASE-FINDING

               IF PO-SHIP-CUST-ID NOT = SPACES
                   MOVE 'PO-SHIP-CUST-ID' TO WS-FD-FIELD-NAME
                   MOVE PO-SHIP-CUST-ID TO WS-LK-CUST-ID
                   PERFORM 5100-LOOK-UP-CUSTOMER
                   PERFORM 5900-RELEASE-FINDING

                   IF PO-SHIP-SEQ NUMERIC
                      AND PO-SHIP-SEQ > ZEROS
                       MOVE 'PO-SHIP-SEQ' TO WS-FD-FIELD-NAME
                       MOVE PO-SHIP-CUST-ID TO WS-LK-CUST-ID
                       MOVE PO-SHIP-SEQ TO WS-LK-SHIP-SEQ
                       PERFORM 5400-LOOK-UP-SHIP-TO
                       PERFORM 5900-RELEASE-FINDING
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * OPEN PAYABLES -> SUPPLIER.                                     *
      *----------------------------------------------------------------*
       2650-WALK-PAYABLES.
           MOVE 12 TO WS-FILE-SUB
           OPEN INPUT PAYABLE-FILE
           MOVE WS-PAYABLE-STATUS TO WS-WALK-STATUS
           PERFORM 2050-NOTE-OPEN-RESULT

           IF FC-CHECKED(WS-FILE-SUB)
               MOVE LOW-VALUES TO AP-KEY

               START PAYABLE-FILE KEY >= AP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE-SW
               END-START

               PERFORM 2660-CHECK-ONE-PAYABLE
                   UNTIL END-OF-FILE

               CLOSE PAYABLE-FILE
           END-IF
           .

       2660-CHECK-ONE-PAYABLE.
           READ PAYABLE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-FC-READ-COUNT(WS-FILE-SUB)
                   ADD 1 TO WS-TOTAL-READ-COUNT
           END-READ

           IF NOT END-OF-FILE
               MOVE SPACES TO WS-FD-CHILD-KEY
               STRING AP-SUPPLIER-ID '/' AP-INVOICE-NUMBER
                   DELIMITED BY SIZE INTO WS-FD-CHILD-KEY

               IF AP-ITEM-OPEN
                   MOVE 'Y' TO WS-CHILD-LIVE-SW
               ELSE
                   MOVE 'N' TO WS-CHILD-LIVE-SW
               END-IF

               MOVE 'AP-SUPPLIER-ID' TO WS-FD-FIELD-NAME
               MOVE AP-SUPPLIER-ID TO WS-LK-SUPPLIER-ID
               PERFORM 5300-LOOK-UP-SUPPLIER
               PERFORM 5900-RELEASE-FINDING
           END-IF
           .

      *----------------------------------------------------------------*
      * KIT BILLS OF MATERIAL -> KIT ITEM AND COMPONENT ITEM.          *
      *----------------------------------------------------------------*
       2700-WALK-KITS.
           MOVE 13 TO WS-FILE-SUB
           OPEN INPUT KIT-FILE
           MOVE WS-KIT-STATUS TO WS-WALK-STATUS
           PERFORM 2050-NOTE-OPEN-RESULT

           IF FC-CHECKED(WS-FILE-SUB)
               MOVE LOW-VALUES TO KIT-KEY

               START KIT-FILE KEY >= KIT-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE-SW
               END-START

               PERFORM 2710-CHECK-ONE-KIT-COMPONENT
                   UNTIL END-OF-FILE

               CLOSE KIT-FILE
           END-IF
           .

       2710-CHECK-ONE-KIT-COMPONENT.
           READ KIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-FC-READ-COUNT(WS-FILE-SUB)
                   ADD 1 TO WS-TOTAL-READ-COUNT
           END-READ

           IF NOT END-OF-FILE
               MOVE SPACES TO WS-FD-CHILD-KEY
               STRING KIT-ITEM-CODE '/' KIT-COMPONENT-CODE
                   DELIMITED BY SIZE INTO WS-FD-CHILD-KEY
               MOVE 'Y' TO WS-CHILD-LIVE-SW

               MOVE 'KIT-ITEM-CODE' TO WS-FD-FIELD-NAME
               MOVE KIT-ITEM-CODE TO WS-LK-ITEM-CODE
               PERFORM 5200-LOOK-UP-ITEM
               PERFORM 5900-RELEASE-FINDING

               MOVE 'KIT-COMPONENT-CODE' TO WS-FD-FIELD-NAME
               MOVE KIT-COMPONENT-CODE TO WS-LK-ITEM-CODE
               PERFORM 5200-LOOK-UP-ITEM
               PERFORM 5900-RELEASE-FINDING
           END-IF
           .

      *----------------------------------------------------------------*
      * SUBSTITUTE RANKINGS -> ORDERED ITEM AND ITS SUBSTITUTE.        *
      *----------------------------------------------------------------*
       2750-WALK-SUBSTITUTES.
           MOVE 14 TO WS-FILE-SUB
           OPEN INPUT SUBSTITUTE-FILE
           MOVE WS-SUBSTITUTE-STATUS TO WS-WALK-STATUS
           PERFORM 2050-NOTE-OPEN-RESULT

           IF FC-CHECKED(WS-FILE-SUB)
               MOVE LOW-VALUES TO SUB-KEY

               START SUBSTITUTE-FILE KEY >= SUB-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE-SW
               END-START

               PERFORM 2760-CHECK-ONE-SUBSTITUTE
                   UNTIL END-OF-FILE

               CLOSE SUBSTITUTE-FILE
           END-IF
           .

       2760-CHECK-ONE-SUBSTITUTE.
           READ SUBSTITUTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-FC-READ-COUNT(WS-FILE-SUB)
                   ADD 1 TO WS-TOTAL-READ-COUNT
           END-READ

           IF NOT END-OF-FILE
               MOVE SPACES TO WS-FD-CHILD-KEY
               STRING SUB-ITEM-CODE '/' SUB-RANK
                   DELIMITED BY SIZE INTO WS-FD-CHILD-KEY
               MOVE 'Y' TO WS-CHILD-LIVE-SW

               MOVE 'SUB-ITEM-CODE' TO WS-FD-FIELD-NAME
               MOVE SUB-ITEM-CODE TO WS-LK-ITEM-CODE
               PERFORM 5200-LOOK-UP-ITEM
               PERFORM 5900-RELEASE-FINDING

               MOVE 'SUB-SUBSTITUTE-CODE' TO WS-FD-FIELD-NAME
               MOVE SUB-SUBSTITUTE-CODE TO WS-LK-ITEM-CODE
               PERFORM 5200-LOOK-UP-ITEM
               PERFORM 5900-RELEASE-FINDING
           END-IF
           .

      *----------------------------------------------------------------*
      * PRODUCTS -> THE STOCK ITEM BEHIND EACH ONE, WHEN THERE IS ONE. *
      *----------------------------------------------------------------*
       2800-WALK-PRODUCTS.
           MOVE 15 TO WS-FILE-SUB
           OPEN INPUT PRODUCT-FILE
           MOVE WS-PROD-STATUS TO WS-WALK-STATUS
           PERFORM 2050-NOTE-OPEN-RESULT

           IF FC-CHECKED(WS-FILE-SUB)
               MOVE LOW-VALUES TO PROD-ID

               START PRODUCT-FILE KEY >= PROD-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE-SW
               END-START

               PERFORM 2810-CHECK-ONE-PRODUCT
                   UNTIL END-OF-FILE

               CLOSE PRODUCT-FILE
           END-IF
           .

       2810-CHECK-ONE-PRODUCT.
           READ PRODUCT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-FC-READ-COUNT(WS-FILE-SUB)
                   ADD 1 TO WS-TOTAL-READ-COUNT
           END-READ

           IF NOT END-OF-FILE
              AND PROD-ITEM-CODE NOT = SPACES
               MOVE PROD-ID TO WS-FD-CHILD-KEY

               IF PROD-ACTIVE
                   MOVE 'Y' TO WS-CHILD-LIVE-SW
               ELSE
                   MOVE 'N' TO WS-CHILD-LIVE-SW
               END-IF

               MOVE 'PROD-ITEM-CODE' TO WS-FD-FIELD-NAME
               MOVE PROD-ITEM-CODE TO WS-LK-ITEM-CODE
               PERFORM 5200-LOOK-UP-ITEM
               PERFORM 5900-RELEASE-FINDING
           END-IF
           .

      *----------------------------------------------------------------*
      * LOTS -> ITEM. ORPHANS ONLY.                                    *
      *----------------------------------------------------------------*
       2850-WALK-LOTS.
           MOVE 16 TO WS-FILE-SUB
           OPEN INPUT LOT-FILE
           MOVE WS-LOT-STATUS TO WS-WALK-STATUS
           PERFORM 2050-NOTE-OPEN-RESULT

           IF FC-CHECKED(WS-FILE-SUB)
               MOVE LOW-VALUES TO LOT-KEY

               START LOT-FILE KEY >= LOT-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE-SW
               END-START

               PERFORM 2860-CHECK-ONE-LOT
                   UNTIL END-OF-FILE

               CLOSE LOT-FILE
           END-IF
           .

       2860-CHECK-ONE-LOT.
           READ LOT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-FC-READ-COUNT(WS-FILE-SUB)
                   ADD 1 TO WS-TOTAL-READ-COUNT
           END-READ

           IF NOT END-OF-FILE
               MOVE SPACES TO WS-FD-CHILD-KEY
               STRING LOT-ITEM-CODE '/' LOT-NUMBER
                   DELIMITED BY SIZE INTO WS-FD-CHILD-KEY
               MOVE 'N' TO WS-CHILD-LIVE-SW

               MOVE 'LOT-ITEM-CODE' TO WS-FD-FIELD-NAME
               MOVE LOT-ITEM-CODE TO WS-LK-ITEM-CODE
               PERFORM 5200-LOOK-UP-ITEM
               PERFORM 5900-RELEASE-FINDING
           END-IF
           .

      *----------------------------------------------------------------*
      * LOCATION BALANCES -> ITEM. ORPHANS ONLY.                       *
      *----------------------------------------------------------------*
       2900-WALK-LOCATIONS.
           MOVE 17 TO WS-FILE-SUB
           OPEN INPUT LOCATION-FILE
           MOVE WS-LOC-STATUS TO WS-WALK-STATUS
           PERFORM 2050-NOTE-OPEN-RESULT

           IF FC-CHECKED(WS-FILE-SUB)
               MOVE LOW-VALUES TO LOC-KEY

               START LOCATION-FILE KEY >= LOC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE-SW
               END-START

               PERFORM 2910-CHECK-ONE-LOCATION
                   UNTIL END-OF-FILE

               CLOSE LOCATION-FILE
           END-IF
           .

       2910-CHECK-ONE-LOCATION.
           READ LOCATION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-FC-READ-COUNT(WS-FILE-SUB)
                   ADD 1 TO WS-TOTAL-READ-COUNT
           END-READ

           IF NOT END-OF-FILE
               MOVE SPACES TO WS-FD-CHILD-KEY
               STRING LOC-ITEM-CODE '/' LOC-LOCATION
                   DELIMITED BY SIZE INTO WS-FD-CHILD-KEY
               MOVE 'N' TO WS-CHILD-LIVE-SW

               MOVE 'LOC-ITEM-CODE' TO WS-FD-FIELD-NAME
               MOVE LOC-ITEM-CODE TO WS-LK-ITEM-CODE
               PERFORM 5200-LOOK-UP-ITEM
               PERFORM 5900-RELEASE-FINDING
           END-IF
           .

      *----------------------------------------------------------------*
      * SORT OUTPUT PROCEDURE: ONE GROUP PER FILE AND SEVERITY, EACH   *
      * WITH ITS OWN HEADING AND COUNT.                                *
      *----------------------------------------------------------------*
       3000-PRINT-FINDINGS.
           PERFORM 3010-RETURN-NEXT-FINDING

           IF SORT-EOF
               WRITE REPORT-RECORD FROM WS-NO-FINDINGS-LINE
           END-IF

           PERFORM 3100-PRINT-ONE-FINDING
               UNTIL SORT-EOF

           IF WS-GROUP-COUNT > ZERO
               PERFORM 3200-PRINT-GROUP-TOTAL
           END-IF
           .

       3010-RETURN-NEXT-FINDING.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN
           .

       3100-PRINT-ONE-FINDING.
           IF SR-FILE-SUB NOT = WS-GB-FILE-SUB
              OR SR-SEVERITY NOT = WS-GB-SEVERITY
               IF WS-GROUP-COUNT > ZERO
                   PERFORM 3200-PRINT-GROUP-TOTAL
               END-IF
               PERFORM 3150-START-GROUP
           END-IF

           ADD 1 TO WS-GROUP-COUNT

           MOVE SR-CHILD-KEY TO WS-DL-CHILD-KEY
           MOVE SR-FIELD-NAME TO WS-DL-FIELD-NAME
           MOVE SR-REF-VALUE TO WS-DL-REF-VALUE
           MOVE SR-CONDITION TO WS-DL-CONDITION
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE

           PERFORM 3010-RETURN-NEXT-FINDING
           .

       3150-START-GROUP.
           MOVE SR-FILE-SUB TO WS-GB-FILE-SUB
           MOVE SR-SEVERITY TO WS-GB-SEVERITY
           MOVE ZEROS TO WS-GROUP-COUNT

           MOVE WS-FN-NAME(SR-FILE-SUB) TO WS-GH-FILE-NAME

           IF SR-ERROR
               MOVE 'ERRORS - RECORD POINTED AT IS NOT ON FILE'
                 TO WS-GH-SEVERITY
           ELSE
               MOVE 'WARNINGS - LIVE RECORD POINTS AT A RETIRED ONE'
                 TO WS-GH-SEVERITY
           END-IF

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-GROUP-HEADER
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADER
           .

       3200-PRINT-GROUP-TOTAL.
           MOVE WS-GROUP-COUNT TO WS-GT-COUNT
           MOVE WS-FN-NAME(WS-GB-FILE-SUB) TO WS-GT-FILE-NAME

           IF WS-GB-SEVERITY = 'E'
               MOVE 'ERRORS' TO WS-GT-SEVERITY
           ELSE
               MOVE 'WARNINGS' TO WS-GT-SEVERITY
           END-IF

           WRITE REPORT-RECORD FROM WS-GROUP-TOTAL-LINE
           .

       3500-PRINT-FILE-COUNTS.
           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-COUNT-TITLE-LINE
           WRITE REPORT-RECORD FROM WS-COUNT-HEADER

           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-COUNT
               MOVE WS-FN-NAME(WS-FILE-SUB) TO WS-CL-FILE-NAME

               EVALUATE TRUE
                   WHEN FC-CHECKED(WS-FILE-SUB)
                       MOVE 'CHECKED' TO WS-CL-STATE
                   WHEN FC-NOT-PRESENT(WS-FILE-SUB)
                       MOVE 'NOT PRESENT' TO WS-CL-STATE
                   WHEN OTHER
                       MOVE 'OPEN ERROR' TO WS-CL-STATE
               END-EVALUATE

               MOVE WS-FC-READ-COUNT(WS-FILE-SUB) TO WS-CL-READ-COUNT
               MOVE WS-FC-ERROR-COUNT(WS-FILE-SUB)
                 TO WS-CL-ERROR-COUNT
               MOVE WS-FC-WARNING-COUNT(WS-FILE-SUB)
                 TO WS-CL-WARNING-COUNT
               WRITE REPORT-RECORD FROM WS-COUNT-LINE
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * LOOKUPS. EACH LEAVES WS-LOOKUP-RESULT-SW -- FOUND, MISSING OR  *
      * NOT ACTIVE -- AND THE POINTED-AT KEY AND CONDITION IN THE      *
      * FINDING.                                                       *
      *----------------------------------------------------------------*
       5100-LOOK-UP-CUSTOMER.
           MOVE WS-LK-CUST-ID TO WS-FD-REF-VALUE
           MOVE WS-LK-CUST-ID TO CUST-ID

           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'M' TO WS-LOOKUP-RESULT-SW
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-FD-CONDITION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CUST-CLOSED
                           MOVE 'X' TO WS-LOOKUP-RESULT-SW
                           MOVE 'CUSTOMER CLOSED' TO WS-FD-CONDITION
                       WHEN CUST-INACTIVE
                           MOVE 'X' TO WS-LOOKUP-RESULT-SW
                           MOVE 'CUSTOMER INACTIVE' TO WS-FD-CONDITION
                       WHEN OTHER
                           MOVE 'A' TO WS-LOOKUP-RESULT-SW
                   END-EVALUATE
           END-READ
           .

       5200-LOOK-UP-ITEM.
           MOVE WS-LK-ITEM-CODE TO WS-FD-REF-VALUE
           MOVE WS-LK-ITEM-CODE TO INV-ITEM-CODE

           READ INVENTORY-FILE
               INVALID KEY
                   MOVE 'M' TO WS-LOOKUP-RESULT-SW
                   MOVE 'ITEM NOT ON FILE' TO WS-FD-CONDITION
               NOT INVALID KEY
                   IF INV-DISCONTINUED
                       MOVE 'X' TO WS-LOOKUP-RESULT-SW
                       MOVE 'ITEM DISCONTINUED' TO WS-FD-CONDITION
                   ELSE
                       MOVE 'A' TO WS-LOOKUP-RESULT-SW
                   END-IF
           END-READ
           .

       5300-LOOK-UP-SUPPLIER.
           MOVE WS-LK-SUPPLIER-ID TO WS-FD-REF-VALUE
           MOVE WS-LK-SUPPLIER-ID TO SUP-ID

           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE 'M' TO WS-LOOKUP-RESULT-SW
                   MOVE 'SUPPLIER NOT ON FILE' TO WS-FD-CONDITION
               NOT INVALID KEY
                   IF SUP-INACTIVE
                       MOVE 'X' TO WS-LOOKUP-RESULT-SW
                       MOVE 'SUPPLIER INACTIVE' TO WS-FD-CONDITION
                   ELSE
                       MOVE 'A' TO WS-LOOKUP-RESULT-SW
                   END-IF
           END-READ
           .

       5400-LOOK-UP-SHIP-TO.
           MOVE SPACES TO WS-FD-REF-VALUE
           STRING WS-LK-CUST-ID '/' WS-LK-SHIP-SEQ
               DELIMITED BY SIZE INTO WS-FD-REF-VALUE
           MOVE WS-LK-CUST-ID TO SHIP-CUST-ID
           MOVE WS-LK-SHIP-SEQ TO SHIP-SEQ-NUMBER

           READ SHIP-TO-FILE
               INVALID KEY
                   MOVE 'M' TO WS-LOOKUP-RESULT-SW
                   MOVE 'SHIP-TO NOT ON FILE' TO WS-FD-CONDITION
               NOT INVALID KEY
                   IF SHIP-TO-CLOSED
                       MOVE 'X' TO WS-LOOKUP-RESULT-SW
                       MOVE 'SHIP-TO CLOSED' TO WS-FD-CONDITION
                   ELSE
                       MOVE 'A' TO WS-LOOKUP-RESULT-SW
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * A MISSING RECORD IS ALWAYS AN ERROR; A RETIRED ONE IS A        *
      * WARNING ONLY WHEN THE RECORD POINTING AT IT IS STILL LIVE.     *
      *----------------------------------------------------------------*
       5900-RELEASE-FINDING.
           IF LOOKUP-MISSING
              OR (LOOKUP-NOT-ACTIVE AND CHILD-LIVE)
               MOVE WS-FILE-SUB TO SR-FILE-SUB
               MOVE WS-FD-CHILD-KEY TO SR-CHILD-KEY
               MOVE WS-FD-FIELD-NAME TO SR-FIELD-NAME
               MOVE WS-FD-REF-VALUE TO SR-REF-VALUE
               MOVE WS-FD-CONDITION TO SR-CONDITION

               IF LOOKUP-MISSING
                   MOVE 'E' TO SR-SEVERITY
                   ADD 1 TO WS-FC-ERROR-COUNT(WS-FILE-SUB)
                   ADD 1 TO WS-TOTAL-ERROR-COUNT
               ELSE
                   MOVE 'W' TO SR-SEVERITY
                   ADD 1 TO WS-FC-WARNING-COUNT(WS-FILE-SUB)
                   ADD 1 TO WS-TOTAL-WARNING-COUNT
               END-IF

               RELEASE SORT-RECORD
           END-IF
           .

       4000-TERMINATION.
           MOVE WS-TOTAL-READ-COUNT TO WS-SL-READ-COUNT
           MOVE WS-TOTAL-ERROR-COUNT TO WS-SL-ERROR-COUNT
           MOVE WS-TOTAL-WARNING-COUNT TO WS-SL-WARNING-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           IF STATS-SUCCESS
              AND NOT RUN-ABANDONED
               MOVE 'INTGAUD' TO STAT-JOB-ID
               MOVE WS-TOTAL-READ-COUNT TO STAT-TRAN-COUNT
               MOVE WS-TOTAL-ERROR-COUNT TO STAT-ERROR-COUNT
               MOVE ZEROS TO STAT-NET-CHANGE
               MOVE WS-TOTAL-WARNING-COUNT TO STAT-EXTRA-COUNT
               WRITE STATS-RECORD
           END-IF

           CLOSE CUSTOMER-FILE
                 INVENTORY-FILE
                 SUPPLIER-FILE
                 SHIP-TO-FILE
                 REPORT-FILE
                 STATS-FILE
           .
