      *----------------------------------------------------------------*
      * SUPDEM - TIME-PHASED SUPPLY/DEMAND PROJECTION                  *
      *                                                                *
      * PROJECTS AVAILABLE STOCK FOR EVERY ITEM AND LOCATION IN        *
      * WEEKLY BUCKETS TWELVE WEEKS OUT, SO BUYERS SEE A STOCK-OUT     *
      * COMING INSTEAD OF LEARNING ABOUT IT WHEN INVNTRY REJECTS AN    *
      * ISSUE FOR INSUFFICIENT QUANTITY. THE PROJECTION STARTS FROM    *
      * THE LOCATION BALANCE'S ON-HAND AND, WEEK BY WEEK:              *
      *                                                                *
      *   - TAKES OFF THE FIRM DEMAND ALREADY BOOKED: EACH OPEN        *
      *     ORDFILE LINE (ALLOCATED, HELD FOR RELEASE, OR BACKORDERED) *
      *     IN THE WEEK OF ITS REQUESTED SHIP DATE, AND THE WAITING    *
      *     BACKORD BACKORDERS IN WEEK ONE, SINCE THEY ARE DUE NOW;    *
      *   - TAKES OFF FORECAST USAGE, THE AVERAGE DAILY ISSUE QUANTITY *
      *     POSTED TO MOVLEDG OVER THE LAST 13 WEEKS, TIMES SEVEN; AND *
      *   - ADDS EACH OPEN POFILE LINE'S UNRECEIVED QUANTITY IN THE    *
      *     WEEK IT IS DUE: PO-ORDER-DATE PLUS THE SUPPLIER'S          *
      *     SUP-LEAD-TIME-DAYS, AT THE ITEM'S HOME INV-LOCATION.       *
      *                                                                *
      * FIRM DEMAND ALREADY DUE AND FORECAST USAGE BOTH COUNT IN WEEK  *
      * ONE, SO THE FIRST WEEK IS DELIBERATELY PESSIMISTIC. AN ORDER   *
      * LINE DUE BEYOND THE HORIZON IS LEFT OUT. A PO LINE ALREADY     *
      * PAST ITS LEAD TIME IS STILL COUNTED IN WEEK ONE BUT IS LISTED  *
      * AS OVERDUE, AND ITS ITEM IS FLAGGED ON THE STOCK-OUT LIST,     *
      * SINCE THAT RECEIPT MAY NOT COME WHEN THE PROJECTION ASSUMES.   *
      *                                                                *
      * AN ITEM/LOCATION THAT GOES NEGATIVE IS LISTED WITH THE WEEK IT *
      * GOES SHORT, THE DEEPEST SHORTFALL BEFORE THE NEXT SCHEDULED    *
      * RECEIPT, AND WHEN THAT RECEIPT IS DUE.                         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPDEM.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCATION-FILE ASSIGN TO LOCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOC-KEY
               FILE STATUS IS WS-LOC-STATUS.

           SELECT INVENTORY-FILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-ITEM-CODE
               FILE STATUS IS WS-INV-STATUS.

           SELECT MOVEMENT-LEDGER ASSIGN TO MOVLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MV-KEY
               FILE STATUS IS WS-MOVEMENT-STATUS.

           SELECT OPEN-ORDER-FILE ASSIGN TO ORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OO-KEY
               FILE STATUS IS WS-OPEN-ORDER-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO BACKORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKORDER-STATUS.

           SELECT PO-FILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO SUPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-ID
               FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT REPORT-FILE ASSIGN TO SUPDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCATION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY LOCCOPY.

       FD  INVENTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
           COPY INVCOPY.

       FD  MOVEMENT-LEDGER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY MOVCOPY.

       FD  OPEN-ORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY ORDCOPY.

      *----------------------------------------------------------------*
      * SAME BACKORDER-RECORD LAYOUT INVNTRY.CBL KEEPS ON BACKORD,     *
      * REPEATED FIELD FOR FIELD THE SAME WAY INVREORD.CBL REPEATS     *
      * INVNTRY'S TRANSACTION-RECORD.                                  *
      *----------------------------------------------------------------*
       FD  BACKORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  BACKORDER-RECORD.
           05  BO-ITEM-CODE            PIC X(10).
           05  BO-LOCATION             PIC X(05).
           05  BO-QUANTITY             PIC S9(05) COMP-3.
           05  BO-REFERENCE            PIC X(15).
           05  BO-DATE.
               10  BO-YEAR             PIC 9(04).
               10  BO-MONTH            PIC 9(02).
               10  BO-DAY              PIC 9(02).
           05  FILLER                  PIC X(09).

       FD  PO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY POCOPY.

       FD  SUPPLIER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 99 CHARACTERS.
           COPY SUPCOPY.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOC-STATUS              PIC X(02) VALUE SPACES.
           88  LOC-SUCCESS            VALUE '00'.
           88  LOC-EOF                VALUE '10'.

       01  WS-INV-STATUS              PIC X(02) VALUE SPACES.
           88  INV-SUCCESS            VALUE '00'.
           88  INV-NOT-FOUND          VALUE '23'.

       01  WS-MOVEMENT-STATUS         PIC X(02) VALUE SPACES.
           88  MOVEMENT-SUCCESS       VALUE '00'.
           88  MOVEMENT-EOF           VALUE '10'.

       01  WS-OPEN-ORDER-STATUS       PIC X(02) VALUE SPACES.
           88  OPEN-ORDER-SUCCESS     VALUE '00'.
           88  OPEN-ORDER-EOF         VALUE '10'.

       01  WS-BACKORDER-STATUS        PIC X(02) VALUE SPACES.
           88  BACKORDER-SUCCESS      VALUE '00'.
           88  BACKORDER-EOF          VALUE '10'.
           88  BACKORDER-NO-FILE      VALUE '35'.

       01  WS-PO-STATUS               PIC X(02) VALUE SPACES.
           88  PO-SUCCESS             VALUE '00'.
           88  PO-EOF                 VALUE '10'.

       01  WS-SUPPLIER-STATUS         PIC X(02) VALUE SPACES.
           88  SUPPLIER-SUCCESS       VALUE '00'.
           88  SUPPLIER-NOT-FOUND     VALUE '23'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-SWITCHES.
           05  WS-ABORT-SW            PIC X(01) VALUE 'N'.
               88  RUN-ABORTED        VALUE 'Y'.
           05  WS-LOAD-EOF-SW         PIC X(01) VALUE 'N'.
               88  LOAD-EOF           VALUE 'Y'.
           05  WS-EN-FOUND-SW         PIC X(01) VALUE 'N'.
               88  ENTRY-FOUND        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ENTRY-PRINT-COUNT   PIC 9(05) VALUE ZEROS.
           05  WS-SHORT-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-OVERDUE-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-PO-OPEN-COUNT       PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      * HORIZON AND USAGE WINDOW. USAGE IS AVERAGED OVER THE LAST 91   *
      * DAYS OF ISSUES ON THE MOVEMENT LEDGER.                         *
      *----------------------------------------------------------------*
       01  WS-PROJECTION-CONTROLS.
           05  WS-WEEKS-OUT           PIC 9(02) VALUE 12.
           05  WS-USAGE-DAYS          PIC 9(03) VALUE 91.

      *----------------------------------------------------------------*
      * ONE ENTRY PER ITEM AND LOCATION. SUPPLY AND PROJECTED ARE      *
      * BUCKETED BY WEEK; PROJECTED IS THE BALANCE AT THE END OF THE   *
      * WEEK.                                                          *
      *----------------------------------------------------------------*
       01  WS-ENTRY-TABLE.
           05  WS-EN-ENTRY OCCURS 3000 TIMES INDEXED BY WS-EN-IDX.
               10  WS-EN-ITEM-CODE    PIC X(10).
               10  WS-EN-LOCATION     PIC X(05).
               10  WS-EN-ON-HAND      PIC S9(07) COMP-3.
               10  WS-EN-USAGE-QTY    PIC S9(07) COMP-3.
               10  WS-EN-WEEKLY-USAGE PIC S9(07)V99 COMP-3.
               10  WS-EN-OVERDUE-SW   PIC X(01).
                   88  EN-PO-OVERDUE  VALUE 'Y'.
               10  WS-EN-BEYOND-DATE  PIC 9(08).
               10  WS-EN-DEMAND       PIC S9(07) COMP-3
                                      OCCURS 12 TIMES.
               10  WS-EN-SUPPLY       PIC S9(07) COMP-3
                                      OCCURS 12 TIMES.
               10  WS-EN-PROJECTED    PIC S9(07)V99 COMP-3
                                      OCCURS 12 TIMES.

       01  WS-ENTRY-TABLE-CONTROL.
           05  WS-EN-ENTRY-COUNT      PIC 9(04) VALUE ZEROS.
           05  WS-EN-ENTRY-LIMIT      PIC 9(04) VALUE 3000.
           05  WS-WORK-ITEM           PIC X(10).
           05  WS-WORK-LOCATION       PIC X(05).
           05  WS-WEEK-SUB            PIC 9(02).
           05  WS-SHORT-WEEK          PIC 9(02).
           05  WS-NEXT-RECEIPT-WEEK   PIC 9(02).

       01  WS-OVERDUE-TABLE.
           05  WS-OD-ENTRY OCCURS 500 TIMES INDEXED BY WS-OD-IDX.
               10  WS-OD-PO-NUMBER    PIC X(15).
               10  WS-OD-ITEM-CODE    PIC X(10).
               10  WS-OD-SUPPLIER-ID  PIC X(06).
               10  WS-OD-ORDER-DATE   PIC 9(08).
               10  WS-OD-DUE-DATE     PIC 9(08).
               10  WS-OD-DAYS-LATE    PIC 9(05).
               10  WS-OD-OPEN-QTY     PIC S9(05) COMP-3.

       01  WS-OVERDUE-TABLE-CONTROL.
           05  WS-OD-ENTRY-COUNT      PIC 9(03) VALUE ZEROS.
           05  WS-OD-ENTRY-LIMIT      PIC 9(03) VALUE 500.

       01  WS-DATE-WORK.
           05  WS-TODAY-INT           PIC 9(08).
           05  WS-USAGE-FROM-INT      PIC 9(08).
           05  WS-WORK-DATE-NUM       PIC 9(08).
           05  WS-WORK-DATE-INT       PIC 9(08).
           05  WS-DUE-DATE-INT        PIC 9(08).
           05  WS-DUE-DATE-NUM        PIC 9(08).
           05  WS-DAYS-OUT            PIC S9(05) COMP-3.
           05  WS-LEAD-DAYS           PIC 9(03).
           05  WS-PO-OPEN-QTY         PIC S9(05) COMP-3.
           05  WS-SHIP-DAYS           PIC 9(05).
           05  WS-RUNNING-BALANCE     PIC S9(07)V99 COMP-3.
           05  WS-SHORTFALL           PIC S9(07)V99 COMP-3.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                      PIC 9(08).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(20)
                                      VALUE 'SUPPLY/DEMAND PROJEC'.
           05  FILLER                 PIC X(15) VALUE 'TION - 12 WEEKS'.
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

       01  WS-SECTION-LINE.
           05  WS-SECTION-TITLE       PIC X(60).
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  WS-PROJ-COLUMN-HEADER.
           05  FILLER                 PIC X(11) VALUE 'ITEM CODE  '.
           05  FILLER                 PIC X(06) VALUE 'LOC   '.
           05  FILLER                 PIC X(08) VALUE ' ON HAND'.
           05  FILLER                 PIC X(07) VALUE '   WK01'.
           05  FILLER                 PIC X(07) VALUE '   WK02'.
           05  FILLER                 PIC X(07) VALUE '   WK03'.
           05  FILLER                 PIC X(07) VALUE '   WK04'.
           05  FILLER                 PIC X(07) VALUE '   WK05'.
           05  FILLER                 PIC X(07) VALUE '   WK06'.
           05  FILLER                 PIC X(07) VALUE '   WK07'.
           05  FILLER                 PIC X(07) VALUE '   WK08'.
           05  FILLER                 PIC X(07) VALUE '   WK09'.
           05  FILLER                 PIC X(07) VALUE '   WK10'.
           05  FILLER                 PIC X(07) VALUE '   WK11'.
           05  FILLER                 PIC X(07) VALUE '   WK12'.
           05  FILLER                 PIC X(23) VALUE SPACES.

       01  WS-PROJ-DETAIL-LINE.
           05  WS-PD-ITEM-CODE        PIC X(11).
           05  WS-PD-LOCATION         PIC X(06).
           05  WS-PD-ON-HAND          PIC Z(06)9-.
           05  WS-PD-WEEK             PIC Z(05)9-
                                      OCCURS 12 TIMES.
           05  FILLER                 PIC X(23) VALUE SPACES.

       01  WS-SHORT-COLUMN-HEADER.
           05  FILLER                 PIC X(11) VALUE 'ITEM CODE  '.
           05  FILLER                 PIC X(06) VALUE 'LOC   '.
           05  FILLER                 PIC X(08) VALUE 'WEEK    '.
           05  FILLER                 PIC X(12) VALUE 'WEEK OF     '.
           05  FILLER                 PIC X(11) VALUE '  SHORTFALL'.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(20)
                                      VALUE 'NEXT RECEIPT DUE'.
           05  FILLER                 PIC X(12) VALUE 'PO STATUS'.
           05  FILLER                 PIC X(49) VALUE SPACES.

       01  WS-SHORT-DETAIL-LINE.
           05  WS-SD-ITEM-CODE        PIC X(11).
           05  WS-SD-LOCATION         PIC X(06).
           05  WS-SD-WEEK             PIC Z9.
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  WS-SD-WEEK-DATE        PIC 9(08).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-SD-SHORTFALL        PIC Z(09)9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-SD-NEXT-RECEIPT     PIC X(20).
           05  WS-SD-PO-FLAG          PIC X(12).
           05  FILLER                 PIC X(49) VALUE SPACES.

       01  WS-OVERDUE-COLUMN-HEADER.
           05  FILLER                 PIC X(17) VALUE 'PO NUMBER'.
           05  FILLER                 PIC X(12) VALUE 'ITEM CODE'.
           05  FILLER                 PIC X(09) VALUE 'SUPPLIER '.
           05  FILLER                 PIC X(10) VALUE 'ORDERED   '.
           05  FILLER                 PIC X(10) VALUE 'DUE       '.
           05  FILLER                 PIC X(10) VALUE 'DAYS LATE '.
           05  FILLER                 PIC X(10) VALUE '  OPEN QTY'.
           05  FILLER                 PIC X(54) VALUE SPACES.

       01  WS-OVERDUE-DETAIL-LINE.
           05  WS-OL-PO-NUMBER        PIC X(17).
           05  WS-OL-ITEM-CODE        PIC X(12).
           05  WS-OL-SUPPLIER-ID      PIC X(09).
           05  WS-OL-ORDER-DATE       PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-OL-DUE-DATE         PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-OL-DAYS-LATE        PIC ZZZZ9.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  WS-OL-OPEN-QTY         PIC Z(04)9-.
           05  FILLER                 PIC X(58) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(14) VALUE 'ITEM/LOCNS:   '.
           05  WS-SL-ENTRY-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(14) VALUE ' OPEN PO LNS: '.
           05  WS-SL-PO-OPEN-COUNT    PIC ZZ,ZZ9.
           05  FILLER                 PIC X(14) VALUE ' GOING SHORT: '.
           05  WS-SL-SHORT-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(14) VALUE ' PO OVERDUE:  '.
           05  WS-SL-OVERDUE-COUNT    PIC ZZ,ZZ9.
           05  FILLER                 PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION

           IF NOT RUN-ABORTED
               PERFORM 1100-LOAD-LOCATIONS
               PERFORM 1200-LOAD-USAGE
               PERFORM 1300-LOAD-ALLOCATIONS
               PERFORM 1400-LOAD-BACKORDERS
               PERFORM 1500-LOAD-OPEN-POS
               PERFORM 2000-PROJECT-ENTRY
                   VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-ENTRY-COUNT
               PERFORM 3000-PRINT-PROJECTION
               PERFORM 3100-PRINT-STOCK-OUTS
               PERFORM 3200-PRINT-OVERDUE-POS
           END-IF

           PERFORM 4000-TERMINATION
           GOBACK
           .

       1000-INITIALIZATION.
           OPEN INPUT  LOCATION-FILE
                INPUT  INVENTORY-FILE
                INPUT  MOVEMENT-LEDGER
                INPUT  OPEN-ORDER-FILE
                INPUT  BACKORDER-FILE
                INPUT  PO-FILE
                INPUT  SUPPLIER-FILE
                OUTPUT REPORT-FILE

           IF NOT LOC-SUCCESS
               DISPLAY 'ERROR OPENING LOCATION FILE: ' WS-LOC-STATUS
               MOVE 'Y' TO WS-ABORT-SW
           END-IF

           IF NOT INV-SUCCESS
               DISPLAY 'ERROR OPENING INVENTORY FILE: ' WS-INV-STATUS
               MOVE 'Y' TO WS-ABORT-SW
           END-IF

           IF NOT MOVEMENT-SUCCESS
               DISPLAY 'ERROR OPENING MOVEMENT LEDGER: '
                       WS-MOVEMENT-STATUS
               MOVE 'Y' TO WS-ABORT-SW
           END-IF

           IF NOT OPEN-ORDER-SUCCESS
               DISPLAY 'ERROR OPENING OPEN ORDER FILE: '
                       WS-OPEN-ORDER-STATUS
               MOVE 'Y' TO WS-ABORT-SW
           END-IF

           IF NOT BACKORDER-SUCCESS AND NOT BACKORDER-NO-FILE
               DISPLAY 'ERROR OPENING BACKORDER FILE: '
                       WS-BACKORDER-STATUS
               MOVE 'Y' TO WS-ABORT-SW
           END-IF

           IF NOT PO-SUCCESS
               DISPLAY 'ERROR OPENING OPEN PO FILE: ' WS-PO-STATUS
               MOVE 'Y' TO WS-ABORT-SW
           END-IF

           IF NOT SUPPLIER-SUCCESS
               DISPLAY 'ERROR OPENING SUPPLIER FILE: '
                       WS-SUPPLIER-STATUS
               MOVE 'Y' TO WS-ABORT-SW
           END-IF

           IF NOT REPORT-SUCCESS
               DISPLAY 'ERROR OPENING REPORT FILE: ' WS-REPORT-STATUS
               MOVE 'Y' TO WS-ABORT-SW
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-MONTH TO WS-HEADER-MONTH
           MOVE WS-CURRENT-DAY TO WS-HEADER-DAY
           MOVE WS-CURRENT-YEAR TO WS-HEADER-YEAR

           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
           COMPUTE WS-USAGE-FROM-INT = WS-TODAY-INT - WS-USAGE-DAYS

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER
           .

      *----------------------------------------------------------------*
      * SEEDS ONE ENTRY PER LOCATION BALANCE RECORD, IN KEY ORDER.     *
      *----------------------------------------------------------------*
       1100-LOAD-LOCATIONS.
           MOVE 'N' TO WS-LOAD-EOF-SW

           PERFORM 1110-LOAD-ONE-LOCATION
               UNTIL LOAD-EOF
           .

       1110-LOAD-ONE-LOCATION.
           READ LOCATION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SW
               NOT AT END
                   MOVE LOC-ITEM-CODE TO WS-WORK-ITEM
                   MOVE LOC-LOCATION TO WS-WORK-LOCATION
                   PERFORM 1900-FIND-ENTRY

                   IF ENTRY-FOUND
                       ADD LOC-ON-HAND TO WS-EN-ON-HAND(WS-EN-IDX)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * USAGE IS EVERY UNREVERSED ISSUE ON THE LEDGER DATED INSIDE THE *
      * WINDOW; AN ISSUE'S NET QUANTITY IS NEGATIVE.                   *
      *----------------------------------------------------------------*
       1200-LOAD-USAGE.
           MOVE 'N' TO WS-LOAD-EOF-SW

           PERFORM 1210-LOAD-ONE-MOVEMENT
               UNTIL LOAD-EOF
           .

       1210-LOAD-ONE-MOVEMENT.
           READ MOVEMENT-LEDGER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SW
               NOT AT END
                   IF MV-TRAN-CODE = 'I'
                      AND NOT MV-REVERSED
                      AND MV-DATE NUMERIC
                       MOVE MV-DATE TO WS-WORK-DATE-NUM
                       COMPUTE WS-WORK-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)

                       IF WS-WORK-DATE-INT > WS-USAGE-FROM-INT
                           MOVE MV-ITEM-CODE TO WS-WORK-ITEM
                           MOVE MV-LOCATION TO WS-WORK-LOCATION
                           PERFORM 1900-FIND-ENTRY

                           IF ENTRY-FOUND
                               SUBTRACT MV-NET-QTY
                                   FROM WS-EN-USAGE-QTY(WS-EN-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * OPEN ORDER LINES ON ORDFILE, WHETHER ALREADY ALLOCATED, HELD   *
      * FOR RELEASE, OR BACKORDERED BY ORDRLSE, EACH IN THE WEEK IT IS *
      * DUE TO SHIP (WEEK ONE WHEN THAT DATE HAS PASSED). A KIT PARENT *
      * AND A DROP-SHIP LINE HOLD NO STOCK OF OURS, SO ONLY STOCK AND  *
      * COMPONENT LINES COUNT.                                         *
      *----------------------------------------------------------------*
       1300-LOAD-ALLOCATIONS.
           MOVE 'N' TO WS-LOAD-EOF-SW

           PERFORM 1310-LOAD-ONE-ORDER-LINE
               UNTIL LOAD-EOF
           .

       1310-LOAD-ONE-ORDER-LINE.
           READ OPEN-ORDER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SW
               NOT AT END
                   IF (OO-LINE-ALLOCATED OR OO-LINE-HELD
                       OR OO-LINE-BACKORDERED)
                      AND OO-OPEN-QTY > ZERO
                      AND NOT OO-KIT-PARENT
                      AND NOT OO-DROP-SHIP
                       PERFORM 1320-BUCKET-ORDER-LINE
                   END-IF
           END-READ
           .

       1320-BUCKET-ORDER-LINE.
           IF OO-SHIP-DAYS-OUT NUMERIC
               MOVE OO-SHIP-DAYS-OUT TO WS-SHIP-DAYS
           ELSE
               MOVE ZEROS TO WS-SHIP-DAYS
           END-IF

           MOVE OO-ORDER-DATE TO WS-WORK-DATE-NUM
           COMPUTE WS-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM) +
               WS-SHIP-DAYS - WS-TODAY-INT

           IF WS-DAYS-OUT < ZERO
               MOVE 1 TO WS-WEEK-SUB
           ELSE
               COMPUTE WS-WEEK-SUB = (WS-DAYS-OUT / 7) + 1
           END-IF

           IF WS-DAYS-OUT < (WS-WEEKS-OUT * 7)
               MOVE OO-ITEM-CODE TO WS-WORK-ITEM
               MOVE OO-LOCATION TO WS-WORK-LOCATION
               PERFORM 1900-FIND-ENTRY

               IF ENTRY-FOUND
                   ADD OO-OPEN-QTY
                     TO WS-EN-DEMAND(WS-EN-IDX, WS-WEEK-SUB)
               END-IF
           END-IF
           .

       1400-LOAD-BACKORDERS.
           MOVE 'N' TO WS-LOAD-EOF-SW

           IF BACKORDER-NO-FILE
               MOVE 'Y' TO WS-LOAD-EOF-SW
           END-IF

           PERFORM 1410-LOAD-ONE-BACKORDER
               UNTIL LOAD-EOF
           .

       1410-LOAD-ONE-BACKORDER.
           READ BACKORDER-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SW
               NOT AT END
                   MOVE BO-ITEM-CODE TO WS-WORK-ITEM
                   MOVE BO-LOCATION TO WS-WORK-LOCATION

                   IF WS-WORK-LOCATION = SPACES
                       PERFORM 1950-HOME-LOCATION
                   END-IF

                   PERFORM 1900-FIND-ENTRY

                   IF ENTRY-FOUND
                       ADD BO-QUANTITY TO WS-EN-DEMAND(WS-EN-IDX, 1)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * OPEN PO LINES. A DROP-SHIP PO GOES STRAIGHT TO THE CUSTOMER    *
      * AND NEVER LANDS IN STOCK, SO IT IS NOT SUPPLY HERE.            *
      *----------------------------------------------------------------*
       1500-LOAD-OPEN-POS.
           MOVE 'N' TO WS-LOAD-EOF-SW

           PERFORM 1510-LOAD-ONE-PO-LINE
               UNTIL LOAD-EOF
           .

       1510-LOAD-ONE-PO-LINE.
           READ PO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SW
               NOT AT END
                   COMPUTE WS-PO-OPEN-QTY =
                       PO-ORDER-QTY - PO-RECEIVED-QTY

                   IF PO-LINE-OPEN
                      AND WS-PO-OPEN-QTY > ZERO
                      AND PO-SHIP-CUST-ID = SPACES
                      AND PO-ORDER-DATE NUMERIC
                       ADD 1 TO WS-PO-OPEN-COUNT
                       PERFORM 1520-BUCKET-PO-LINE
                   END-IF
           END-READ
           .

       1520-BUCKET-PO-LINE.
           MOVE ZEROS TO WS-LEAD-DAYS
           MOVE PO-SUPPLIER-ID TO SUP-ID

           READ SUPPLIER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SUP-LEAD-TIME-DAYS TO WS-LEAD-DAYS
           END-READ

           MOVE PO-ORDER-DATE TO WS-WORK-DATE-NUM
           COMPUTE WS-DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM) +
               WS-LEAD-DAYS
           COMPUTE WS-DUE-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INT)
           COMPUTE WS-DAYS-OUT = WS-DUE-DATE-INT - WS-TODAY-INT

           MOVE PO-ITEM-CODE TO WS-WORK-ITEM
           PERFORM 1950-HOME-LOCATION
           PERFORM 1900-FIND-ENTRY

           IF ENTRY-FOUND
               IF WS-DAYS-OUT < ZERO
                   MOVE 1 TO WS-WEEK-SUB
                   MOVE 'Y' TO WS-EN-OVERDUE-SW(WS-EN-IDX)
                   PERFORM 1530-ADD-OVERDUE-ENTRY
               ELSE
                   COMPUTE WS-WEEK-SUB = (WS-DAYS-OUT / 7) + 1
               END-IF

               IF WS-DAYS-OUT < (WS-WEEKS-OUT * 7)
                   ADD WS-PO-OPEN-QTY
                     TO WS-EN-SUPPLY(WS-EN-IDX, WS-WEEK-SUB)
               ELSE
                   IF WS-EN-BEYOND-DATE(WS-EN-IDX) = ZEROS
                      OR WS-DUE-DATE-NUM < WS-EN-BEYOND-DATE(WS-EN-IDX)
                       MOVE WS-DUE-DATE-NUM
                         TO WS-EN-BEYOND-DATE(WS-EN-IDX)
                   END-IF
               END-IF
           END-IF
           .

       1530-ADD-OVERDUE-ENTRY.
           ADD 1 TO WS-OVERDUE-COUNT

           IF WS-OD-ENTRY-COUNT >= WS-OD-ENTRY-LIMIT
               DISPLAY 'SUPDEM: OVERDUE TABLE FULL AT '
                       WS-OD-ENTRY-LIMIT ' -- PO ' PO-NUMBER
                       ' NOT LISTED'
           ELSE
               ADD 1 TO WS-OD-ENTRY-COUNT
               SET WS-OD-IDX TO WS-OD-ENTRY-COUNT
               MOVE PO-NUMBER TO WS-OD-PO-NUMBER(WS-OD-IDX)
               MOVE PO-ITEM-CODE TO WS-OD-ITEM-CODE(WS-OD-IDX)
               MOVE PO-SUPPLIER-ID TO WS-OD-SUPPLIER-ID(WS-OD-IDX)
               MOVE PO-ORDER-DATE TO WS-OD-ORDER-DATE(WS-OD-IDX)
               MOVE WS-DUE-DATE-NUM TO WS-OD-DUE-DATE(WS-OD-IDX)
               COMPUTE WS-OD-DAYS-LATE(WS-OD-IDX) = 0 - WS-DAYS-OUT
               MOVE WS-PO-OPEN-QTY TO WS-OD-OPEN-QTY(WS-OD-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * FINDS (OR ADDS) THE ENTRY FOR WS-WORK-ITEM AT                  *
      * WS-WORK-LOCATION. DEMAND OR SUPPLY FOR A PAIR WITH NO LOCATION *
      * BALANCE RECORD STILL PROJECTS, FROM ZERO ON HAND.              *
      *----------------------------------------------------------------*
       1900-FIND-ENTRY.
           MOVE 'N' TO WS-EN-FOUND-SW

           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-ENTRY-COUNT
                      OR ENTRY-FOUND
               IF WS-EN-ITEM-CODE(WS-EN-IDX) = WS-WORK-ITEM
                  AND WS-EN-LOCATION(WS-EN-IDX) = WS-WORK-LOCATION
                   MOVE 'Y' TO WS-EN-FOUND-SW
               END-IF
           END-PERFORM

           IF ENTRY-FOUND
               SET WS-EN-IDX DOWN BY 1
           ELSE
               IF WS-EN-ENTRY-COUNT >= WS-EN-ENTRY-LIMIT
                   DISPLAY 'SUPDEM: ITEM/LOCATION TABLE FULL AT '
                           WS-EN-ENTRY-LIMIT ' -- ' WS-WORK-ITEM
                           ' ' WS-WORK-LOCATION ' NOT PROJECTED'
               ELSE
                   ADD 1 TO WS-EN-ENTRY-COUNT
                   SET WS-EN-IDX TO WS-EN-ENTRY-COUNT
                   MOVE WS-WORK-ITEM TO WS-EN-ITEM-CODE(WS-EN-IDX)
                   MOVE WS-WORK-LOCATION TO WS-EN-LOCATION(WS-EN-IDX)
                   MOVE ZEROS TO WS-EN-ON-HAND(WS-EN-IDX)
                   MOVE ZEROS TO WS-EN-USAGE-QTY(WS-EN-IDX)
                   MOVE ZEROS TO WS-EN-WEEKLY-USAGE(WS-EN-IDX)
                   MOVE 'N' TO WS-EN-OVERDUE-SW(WS-EN-IDX)
                   MOVE ZEROS TO WS-EN-BEYOND-DATE(WS-EN-IDX)

                   PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                           UNTIL WS-WEEK-SUB > WS-WEEKS-OUT
                       MOVE ZEROS
                         TO WS-EN-DEMAND(WS-EN-IDX, WS-WEEK-SUB)
                       MOVE ZEROS
                         TO WS-EN-SUPPLY(WS-EN-IDX, WS-WEEK-SUB)
                       MOVE ZEROS
                         TO WS-EN-PROJECTED(WS-EN-IDX, WS-WEEK-SUB)
                   END-PERFORM

                   MOVE 'Y' TO WS-EN-FOUND-SW
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * THE ITEM MASTER'S HOME LOCATION, WHERE RECEIPTS LAND AND WHERE *
      * A BACKORDER WITH NO LOCATION WAITS.                            *
      *----------------------------------------------------------------*
       1950-HOME-LOCATION.
           MOVE SPACES TO WS-WORK-LOCATION
           MOVE WS-WORK-ITEM TO INV-ITEM-CODE

           READ INVENTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE INV-LOCATION TO WS-WORK-LOCATION
           END-READ
           .

       2000-PROJECT-ENTRY.
           COMPUTE WS-EN-WEEKLY-USAGE(WS-EN-IDX) ROUNDED =
               WS-EN-USAGE-QTY(WS-EN-IDX) * 7 / WS-USAGE-DAYS

           MOVE WS-EN-ON-HAND(WS-EN-IDX) TO WS-RUNNING-BALANCE

           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > WS-WEEKS-OUT
               COMPUTE WS-RUNNING-BALANCE =
                   WS-RUNNING-BALANCE
                   + WS-EN-SUPPLY(WS-EN-IDX, WS-WEEK-SUB)
                   - WS-EN-DEMAND(WS-EN-IDX, WS-WEEK-SUB)
                   - WS-EN-WEEKLY-USAGE(WS-EN-IDX)
               MOVE WS-RUNNING-BALANCE
                 TO WS-EN-PROJECTED(WS-EN-IDX, WS-WEEK-SUB)
           END-PERFORM
           .

       3000-PRINT-PROJECTION.
           MOVE 'PROJECTED AVAILABLE AT END OF WEEK' TO WS-SECTION-TITLE
           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-PROJ-COLUMN-HEADER

           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-ENTRY-COUNT
               MOVE WS-EN-ITEM-CODE(WS-EN-IDX) TO WS-PD-ITEM-CODE
               MOVE WS-EN-LOCATION(WS-EN-IDX) TO WS-PD-LOCATION
               MOVE WS-EN-ON-HAND(WS-EN-IDX) TO WS-PD-ON-HAND

               PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                       UNTIL WS-WEEK-SUB > WS-WEEKS-OUT
                   MOVE WS-EN-PROJECTED(WS-EN-IDX, WS-WEEK-SUB)
                     TO WS-PD-WEEK(WS-WEEK-SUB)
               END-PERFORM

               WRITE REPORT-RECORD FROM WS-PROJ-DETAIL-LINE
               ADD 1 TO WS-ENTRY-PRINT-COUNT
           END-PERFORM
           .

       3100-PRINT-STOCK-OUTS.
           MOVE 'ITEMS PROJECTED TO GO SHORT BEFORE THEIR NEXT RECEIPT'
             TO WS-SECTION-TITLE
           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-SHORT-COLUMN-HEADER

           PERFORM 3110-CHECK-ONE-ENTRY
               VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > WS-EN-ENTRY-COUNT
           .

      *----------------------------------------------------------------*
      * THE FIRST NEGATIVE WEEK IS THE STOCK-OUT. THE SHORTFALL IS THE *
      * DEEPEST NEGATIVE BALANCE FROM THAT WEEK UP TO (NOT INCLUDING)  *
      * THE NEXT WEEK WITH A RECEIPT DUE -- WHAT HAS TO BE EXPEDITED   *
      * OR FOUND ELSEWHERE TO BRIDGE THE GAP.                          *
      *----------------------------------------------------------------*
       3110-CHECK-ONE-ENTRY.
           MOVE ZEROS TO WS-SHORT-WEEK

           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > WS-WEEKS-OUT
                      OR WS-SHORT-WEEK > ZEROS
               IF WS-EN-PROJECTED(WS-EN-IDX, WS-WEEK-SUB) < ZERO
                   MOVE WS-WEEK-SUB TO WS-SHORT-WEEK
               END-IF
           END-PERFORM

           IF WS-SHORT-WEEK > ZEROS
               PERFORM 3120-LIST-STOCK-OUT
           END-IF
           .

       3120-LIST-STOCK-OUT.
           ADD 1 TO WS-SHORT-COUNT
           MOVE ZEROS TO WS-NEXT-RECEIPT-WEEK
           MOVE ZEROS TO WS-SHORTFALL

           PERFORM VARYING WS-WEEK-SUB FROM WS-SHORT-WEEK BY 1
                   UNTIL WS-WEEK-SUB > WS-WEEKS-OUT
                      OR WS-NEXT-RECEIPT-WEEK > ZEROS
               IF WS-WEEK-SUB > WS-SHORT-WEEK
                  AND WS-EN-SUPPLY(WS-EN-IDX, WS-WEEK-SUB) > ZERO
                   MOVE WS-WEEK-SUB TO WS-NEXT-RECEIPT-WEEK
               ELSE
                   IF WS-EN-PROJECTED(WS-EN-IDX, WS-WEEK-SUB)
                      < WS-SHORTFALL
                       MOVE WS-EN-PROJECTED(WS-EN-IDX, WS-WEEK-SUB)
                         TO WS-SHORTFALL
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-EN-ITEM-CODE(WS-EN-IDX) TO WS-SD-ITEM-CODE
           MOVE WS-EN-LOCATION(WS-EN-IDX) TO WS-SD-LOCATION
           MOVE WS-SHORT-WEEK TO WS-SD-WEEK

           COMPUTE WS-WORK-DATE-INT =
               WS-TODAY-INT + ((WS-SHORT-WEEK - 1) * 7)
           COMPUTE WS-SD-WEEK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-DATE-INT)

           COMPUTE WS-SD-SHORTFALL ROUNDED = 0 - WS-SHORTFALL

           EVALUATE TRUE
               WHEN WS-NEXT-RECEIPT-WEEK > ZEROS
                   COMPUTE WS-WORK-DATE-INT =
                       WS-TODAY-INT + ((WS-NEXT-RECEIPT-WEEK - 1) * 7)
                   COMPUTE WS-WORK-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-WORK-DATE-INT)
                   MOVE SPACES TO WS-SD-NEXT-RECEIPT
                   STRING 'WEEK OF '
                          WS-WORK-DATE-NUM
                          DELIMITED BY SIZE
                          INTO WS-SD-NEXT-RECEIPT
                   END-STRING
               WHEN WS-EN-BEYOND-DATE(WS-EN-IDX) > ZEROS
                   MOVE SPACES TO WS-SD-NEXT-RECEIPT
                   STRING 'DUE '
                          WS-EN-BEYOND-DATE(WS-EN-IDX)
                          DELIMITED BY SIZE
                          INTO WS-SD-NEXT-RECEIPT
                   END-STRING
               WHEN OTHER
                   MOVE 'NONE ON ORDER' TO WS-SD-NEXT-RECEIPT
           END-EVALUATE

           IF EN-PO-OVERDUE(WS-EN-IDX)
               MOVE 'PO OVERDUE' TO WS-SD-PO-FLAG
           ELSE
               MOVE SPACES TO WS-SD-PO-FLAG
           END-IF

           WRITE REPORT-RECORD FROM WS-SHORT-DETAIL-LINE
           .

       3200-PRINT-OVERDUE-POS.
           MOVE 'OPEN PO LINES OVERDUE AGAINST SUPPLIER LEAD TIME'
             TO WS-SECTION-TITLE
           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-OVERDUE-COLUMN-HEADER

           PERFORM VARYING WS-OD-IDX FROM 1 BY 1
                   UNTIL WS-OD-IDX > WS-OD-ENTRY-COUNT
               MOVE WS-OD-PO-NUMBER(WS-OD-IDX) TO WS-OL-PO-NUMBER
               MOVE WS-OD-ITEM-CODE(WS-OD-IDX) TO WS-OL-ITEM-CODE
               MOVE WS-OD-SUPPLIER-ID(WS-OD-IDX) TO WS-OL-SUPPLIER-ID
               MOVE WS-OD-ORDER-DATE(WS-OD-IDX) TO WS-OL-ORDER-DATE
               MOVE WS-OD-DUE-DATE(WS-OD-IDX) TO WS-OL-DUE-DATE
               MOVE WS-OD-DAYS-LATE(WS-OD-IDX) TO WS-OL-DAYS-LATE
               MOVE WS-OD-OPEN-QTY(WS-OD-IDX) TO WS-OL-OPEN-QTY

               WRITE REPORT-RECORD FROM WS-OVERDUE-DETAIL-LINE
           END-PERFORM
           .

       4000-TERMINATION.
           MOVE WS-ENTRY-PRINT-COUNT TO WS-SL-ENTRY-COUNT
           MOVE WS-PO-OPEN-COUNT TO WS-SL-PO-OPEN-COUNT
           MOVE WS-SHORT-COUNT TO WS-SL-SHORT-COUNT
           MOVE WS-OVERDUE-COUNT TO WS-SL-OVERDUE-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           CLOSE LOCATION-FILE
                 INVENTORY-FILE
                 MOVEMENT-LEDGER
                 OPEN-ORDER-FILE
                 BACKORDER-FILE
                 PO-FILE
                 SUPPLIER-FILE
                 REPORT-FILE
           .
