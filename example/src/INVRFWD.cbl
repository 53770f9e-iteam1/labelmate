      *----------------------------------------------------------------*
      * INVRFWD - MONTH-END INVENTORY ROLL-FORWARD RECONCILIATION      *
      *                                                                *
      * PROVES A MONTH'S CLOSING INVENTORY FROM THE MONTH BEFORE:      *
      * STARTING FROM THE PRIOR PERIOD'S SNAPSHOT (INVSNAP), IT ADDS   *
      * AND SUBTRACTS THE PERIOD'S RECEIPTS, ISSUES, ADJUSTMENTS,      *
      * COUNT VARIANCES, RETURNS TO VENDOR AND REVERSALS FROM THE      *
      * MOVEMENT LEDGER -- AND FROM THE YEAR-END ARCHIVE MOVARCH CUTS, *
      * WHEN THERE IS ONE -- AND COMPARES THE RESULT WITH THE PERIOD'S *
      * OWN SNAPSHOT, ITEM BY ITEM, WITH CATEGORY AND GRAND TOTALS.    *
      *                                                                *
      * A TRANSFER MOVES STOCK BETWEEN LOCATIONS WITHOUT CHANGING THE  *
      * ITEM'S QUANTITY, SO IT IS NOT A RECONCILING ITEM HERE. A       *
      * REVERSAL COUNTS IN THE PERIOD IT WAS POSTED IN (THE LEDGER'S   *
      * MV-REVERSED-PERIOD); ONE REVERSED BEFORE THAT WAS CARRIED IS   *
      * TAKEN AS REVERSED IN THE ORIGINAL'S OWN PERIOD.                *
      *                                                                *
      * VALUES ARE SHOWN OPENING AND CLOSING AT EACH SNAPSHOT'S UNIT   *
      * COST, WITH THE PERIOD'S REVALUATIONS FROM THE COST-CHANGE      *
      * AUDIT (CSTAUDIT) BETWEEN THEM. ITEMS WHOSE MOVEMENTS DO NOT    *
      * EXPLAIN THE CHANGE IN QUANTITY, AND EVERY REVALUATION, ARE     *
      * LISTED SEPARATELY AFTER THE ROLL-FORWARD.                      *
      *                                                                *
      * LS-REPORT-PERIOD (YYYYMM) IS THE PERIOD BEING PROVED; ZERO     *
      * MEANS THE LATEST PERIOD ON THE SNAPSHOT HISTORY.               *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVRFWD.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO SNAPHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT MOVEMENT-LEDGER ASSIGN TO MOVLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MV-KEY
               FILE STATUS IS WS-MOVEMENT-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO MOVARCHV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT COST-AUDIT-FILE ASSIGN TO CSTAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COST-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO RFWDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY SNAPCOPY.

       FD  MOVEMENT-LEDGER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY MOVCOPY.

      *----------------------------------------------------------------*
      * ARCHIVED MOVEMENTS (CUT BY MOVARCH), SAME 50-BYTE IMAGE AS    *
      * THE LIVE LEDGER.                                              *
      *----------------------------------------------------------------*
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  ARCHIVE-MOVEMENT-RECORD    PIC X(50).

      *----------------------------------------------------------------*
      * SAME COST-CHANGE AUDIT LAYOUT INVNTRY WRITES.                  *
      *----------------------------------------------------------------*
       FD  COST-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  COST-AUDIT-RECORD.
           05  CA-ITEM-CODE            PIC X(10).
           05  CA-OLD-COST             PIC S9(05)V99 COMP-3.
           05  CA-NEW-COST             PIC S9(05)V99 COMP-3.
           05  CA-RECEIPT-REFERENCE    PIC X(15).
           05  CA-VALUE-IMPACT         PIC S9(09)V99 COMP-3.
           05  CA-DATE.
               10  CA-YEAR             PIC 9(04).
               10  CA-MONTH            PIC 9(02).
               10  CA-DAY              PIC 9(02).
           05  CA-CURRENCY-CODE        PIC X(03).
           05  CA-EXCHANGE-RATE        PIC S9(03)V9(06) COMP-3.
           05  CA-CHARGE-TYPE          PIC X(03).
               88  CA-RECEIPT-COST     VALUE SPACES.
               88  CA-FREIGHT-CHARGE   VALUE 'FRT'.
               88  CA-DUTY-CHARGE      VALUE 'DTY'.
               88  CA-BROKERAGE-CHARGE VALUE 'BRK'.
           05  FILLER                  PIC X(02).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SNAPSHOT-STATUS         PIC X(02) VALUE SPACES.
           88  SNAPSHOT-SUCCESS       VALUE '00'.
           88  SNAPSHOT-EOF           VALUE '10'.

       01  WS-MOVEMENT-STATUS         PIC X(02) VALUE SPACES.
           88  MOVEMENT-SUCCESS       VALUE '00'.
           88  MOVEMENT-EOF           VALUE '10'.

       01  WS-ARCHIVE-STATUS          PIC X(02) VALUE SPACES.
           88  ARCHIVE-SUCCESS        VALUE '00'.
           88  ARCHIVE-EOF            VALUE '10'.
           88  ARCHIVE-NO-FILE        VALUE '35'.

       01  WS-COST-AUDIT-STATUS       PIC X(02) VALUE SPACES.
           88  COST-AUDIT-SUCCESS     VALUE '00'.
           88  COST-AUDIT-EOF         VALUE '10'.
           88  COST-AUDIT-NO-FILE     VALUE '35'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-SNAP-SCAN-EOF-SW    PIC X(01) VALUE 'N'.
               88  SNAP-SCAN-EOF      VALUE 'Y'.
           05  WS-ARCH-EOF-SW         PIC X(01) VALUE 'N'.
               88  ARCHIVE-SCAN-EOF   VALUE 'Y'.
           05  WS-ARCH-OPEN-SW        PIC X(01) VALUE 'N'.
               88  ARCHIVE-OPENED     VALUE 'Y'.
           05  WS-CA-SCAN-EOF-SW      PIC X(01) VALUE 'N'.
               88  COST-AUDIT-SCAN-EOF
                                      VALUE 'Y'.
           05  WS-RF-FOUND-SW         PIC X(01) VALUE 'N'.
               88  ROLL-ENTRY-FOUND   VALUE 'Y'.
           05  WS-RUN-ABANDONED-SW    PIC X(01) VALUE 'N'.
               88  RUN-ABANDONED      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-SNAP-READ-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-OPEN-SNAP-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-CLOSE-SNAP-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-LEDGER-READ-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-MOVEMENT-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-REVALUATION-COUNT   PIC 9(05) VALUE ZEROS.
           05  WS-UNEXPLAINED-COUNT   PIC 9(05) VALUE ZEROS.

       01  WS-PERIOD-WORK.
           05  WS-RPT-PERIOD          PIC 9(06).
           05  FILLER REDEFINES WS-RPT-PERIOD.
               10  WS-RPT-YEAR        PIC 9(04).
               10  WS-RPT-MONTH       PIC 9(02).
           05  WS-PRIOR-PERIOD        PIC 9(06).
           05  FILLER REDEFINES WS-PRIOR-PERIOD.
               10  WS-PRIOR-YEAR      PIC 9(04).
               10  WS-PRIOR-MONTH     PIC 9(02).

       01  WS-MOVEMENT-WORK.
           05  WS-APPLY-QTY           PIC S9(05) COMP-3.
           05  WS-APPLY-CODE          PIC X(01).
           05  WS-WK-ITEM-CODE        PIC X(10).

      *----------------------------------------------------------------*
      * ONE ENTRY PER ITEM ON EITHER SNAPSHOT OR MOVED IN THE PERIOD,  *
      * BUBBLE-SORTED ON CATEGORY + ITEM BEFORE PRINTING. OVERFLOW IS  *
      * REPORTED LOUDLY.                                               *
      *----------------------------------------------------------------*
       01  WS-ROLL-TABLE.
           05  WS-RF-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-RF-IDX, WS-RF-CMP-IDX.
               10  WS-RF-SORT-KEY.
                   15  WS-RF-CATEGORY PIC X(10).
                   15  WS-RF-ITEM-CODE
                                      PIC X(10).
               10  WS-RF-OPEN-QTY     PIC S9(07) COMP-3.
               10  WS-RF-OPEN-VALUE   PIC S9(11)V99 COMP-3.
               10  WS-RF-RECEIPT-QTY  PIC S9(07) COMP-3.
               10  WS-RF-ISSUE-QTY    PIC S9(07) COMP-3.
               10  WS-RF-ADJUST-QTY   PIC S9(07) COMP-3.
               10  WS-RF-COUNT-QTY    PIC S9(07) COMP-3.
               10  WS-RF-RTV-QTY      PIC S9(07) COMP-3.
               10  WS-RF-REVERSAL-QTY PIC S9(07) COMP-3.
               10  WS-RF-CLOSE-QTY    PIC S9(07) COMP-3.
               10  WS-RF-CLOSE-VALUE  PIC S9(11)V99 COMP-3.
               10  WS-RF-REVALUATION  PIC S9(11)V99 COMP-3.
               10  WS-RF-IN-OPEN-SW   PIC X(01).
                   88  RF-IN-OPEN-SNAP
                                      VALUE 'Y'.
               10  WS-RF-IN-CLOSE-SW  PIC X(01).
                   88  RF-IN-CLOSE-SNAP
                                      VALUE 'Y'.

       01  WS-ROLL-CONTROL.
           05  WS-RF-ENTRY-COUNT      PIC 9(04) VALUE ZEROS.
           05  WS-RF-ENTRY-LIMIT      PIC 9(04) VALUE 2000.

       01  WS-SORT-WORK.
           05  WS-RF-SWAPPED-SW       PIC X(01).
               88  RF-ENTRIES-SWAPPED VALUE 'Y'.
           05  WS-RF-SAVE-ENTRY       PIC X(75).

       01  WS-ITEM-ROLL.
           05  WS-IR-EXPECTED-QTY     PIC S9(09) COMP-3.
           05  WS-IR-DIFFERENCE       PIC S9(09) COMP-3.

       01  WS-ROLL-TOTALS.
           05  WS-LAST-CATEGORY       PIC X(10).
           05  WS-TOTALS-GROUP OCCURS 2 TIMES.
               10  WS-TT-OPEN-QTY     PIC S9(09) COMP-3.
               10  WS-TT-RECEIPT-QTY  PIC S9(09) COMP-3.
               10  WS-TT-ISSUE-QTY    PIC S9(09) COMP-3.
               10  WS-TT-ADJUST-QTY   PIC S9(09) COMP-3.
               10  WS-TT-COUNT-QTY    PIC S9(09) COMP-3.
               10  WS-TT-RTV-QTY      PIC S9(09) COMP-3.
               10  WS-TT-REVERSAL-QTY PIC S9(09) COMP-3.
               10  WS-TT-EXPECTED-QTY PIC S9(09) COMP-3.
               10  WS-TT-CLOSE-QTY    PIC S9(09) COMP-3.
               10  WS-TT-DIFFERENCE   PIC S9(09) COMP-3.
               10  WS-TT-OPEN-VALUE   PIC S9(11)V99 COMP-3.
               10  WS-TT-REVALUATION  PIC S9(11)V99 COMP-3.
               10  WS-TT-CLOSE-VALUE  PIC S9(11)V99 COMP-3.
           05  WS-TT-SUB              PIC 9(01) COMP.

       01  WS-REVALUATION-TOTAL       PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(24)
                       VALUE 'INVENTORY ROLL-FORWARD  '.
           05  FILLER                 PIC X(08) VALUE 'PERIOD: '.
           05  WS-RH-PERIOD           PIC 9(06).
           05  FILLER                 PIC X(08) VALUE '  FROM: '.
           05  WS-RH-PRIOR-PERIOD     PIC 9(06).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(04) VALUE 'DATE'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-HEADER-DATE.
               10  WS-HEADER-MONTH    PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-HEADER-DAY      PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-HEADER-YEAR     PIC 9(04).
           05  FILLER                 PIC X(62) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                 PIC X(10) VALUE 'ITEM CODE'.
           05  FILLER                 PIC X(08) VALUE ' OPENING'.
           05  FILLER                 PIC X(08) VALUE ' RECEIPT'.
           05  FILLER                 PIC X(08) VALUE '  ISSUES'.
           05  FILLER                 PIC X(08) VALUE ' ADJUSTS'.
           05  FILLER                 PIC X(08) VALUE '  COUNTS'.
           05  FILLER                 PIC X(08) VALUE '    RTVS'.
           05  FILLER                 PIC X(08) VALUE ' REVERSE'.
           05  FILLER                 PIC X(08) VALUE 'EXPECTED'.
           05  FILLER                 PIC X(08) VALUE ' CLOSING'.
           05  FILLER                 PIC X(08) VALUE '    DIFF'.
           05  FILLER                 PIC X(14) VALUE '    OPEN VALUE'.
           05  FILLER                 PIC X(14) VALUE '   REVALUATION'.
           05  FILLER                 PIC X(14) VALUE '   CLOSE VALUE'.

       01  WS-CATEGORY-LINE.
           05  FILLER                 PIC X(10) VALUE 'CATEGORY: '.
           05  WS-CAT-LINE-CATEGORY   PIC X(10).
           05  FILLER                 PIC X(112) VALUE SPACES.

       01  WS-ROLL-LINE.
           05  WS-RL-LABEL            PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-RL-OPEN-QTY         PIC Z(05)9-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-RL-RECEIPT-QTY      PIC Z(05)9-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-RL-ISSUE-QTY        PIC Z(05)9-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-RL-ADJUST-QTY       PIC Z(05)9-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-RL-COUNT-QTY        PIC Z(05)9-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-RL-RTV-QTY          PIC Z(05)9-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-RL-REVERSAL-QTY     PIC Z(05)9-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-RL-EXPECTED-QTY     PIC Z(05)9-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-RL-CLOSE-QTY        PIC Z(05)9-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-RL-DIFFERENCE       PIC Z(05)9-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-RL-OPEN-VALUE       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-RL-REVALUATION      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-RL-CLOSE-VALUE      PIC Z,ZZZ,ZZ9.99-.

       01  WS-UNEXPLAINED-TITLE-LINE.
           05  FILLER                 PIC X(40)
                       VALUE 'ITEMS WHOSE MOVEMENTS DO NOT EXPLAIN THE'.
           05  FILLER                 PIC X(20)
                       VALUE ' CHANGE IN QUANTITY'.
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  WS-UNEXPLAINED-COLUMN-HEADER.
           05  FILLER                 PIC X(12) VALUE 'ITEM CODE'.
           05  FILLER                 PIC X(12) VALUE 'CATEGORY'.
           05  FILLER                 PIC X(10) VALUE '  OPENING'.
           05  FILLER                 PIC X(10) VALUE '    MOVED'.
           05  FILLER                 PIC X(10) VALUE ' EXPECTED'.
           05  FILLER                 PIC X(10) VALUE '  CLOSING'.
           05  FILLER                 PIC X(10) VALUE ' UNEXPL'.
           05  FILLER                 PIC X(24) VALUE 'NOTE'.
           05  FILLER                 PIC X(34) VALUE SPACES.

       01  WS-UNEXPLAINED-LINE.
           05  WS-UL-ITEM-CODE        PIC X(12).
           05  WS-UL-CATEGORY         PIC X(12).
           05  WS-UL-OPEN-QTY         PIC Z(06)9-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-UL-MOVED-QTY        PIC Z(06)9-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-UL-EXPECTED-QTY     PIC Z(06)9-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-UL-CLOSE-QTY        PIC Z(06)9-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-UL-DIFFERENCE       PIC Z(06)9-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-UL-NOTE             PIC X(24).
           05  FILLER                 PIC X(34) VALUE SPACES.

       01  WS-REVAL-TITLE-LINE.
           05  FILLER                 PIC X(40)
                       VALUE 'COST REVALUATIONS IN THE PERIOD (CSTAUDI'.
           05  FILLER                 PIC X(02) VALUE 'T)'.
           05  FILLER                 PIC X(90) VALUE SPACES.

       01  WS-REVAL-COLUMN-HEADER.
           05  FILLER                 PIC X(12) VALUE 'ITEM CODE'.
           05  FILLER                 PIC X(10) VALUE 'DATE'.
           05  FILLER                 PIC X(17) VALUE 'REFERENCE'.
           05  FILLER                 PIC X(08) VALUE 'SOURCE'.
           05  FILLER                 PIC X(11) VALUE '  OLD COST'.
           05  FILLER                 PIC X(11) VALUE '  NEW COST'.
           05  FILLER                 PIC X(16)
                                      VALUE '    VALUE IMPACT'.
           05  FILLER                 PIC X(05) VALUE 'CUR'.
           05  FILLER                 PIC X(42) VALUE SPACES.

       01  WS-REVAL-LINE.
           05  WS-VL-ITEM-CODE        PIC X(12).
           05  WS-VL-DATE             PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-VL-REFERENCE        PIC X(17).
           05  WS-VL-SOURCE           PIC X(08).
           05  WS-VL-OLD-COST         PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-VL-NEW-COST         PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-VL-VALUE-IMPACT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-VL-CURRENCY         PIC X(05).
           05  FILLER                 PIC X(42) VALUE SPACES.

       01  WS-REVAL-TOTAL-LINE.
           05  FILLER                 PIC X(40)
                       VALUE 'TOTAL REVALUATION'.
           05  FILLER                 PIC X(29) VALUE SPACES.
           05  WS-VT-VALUE-IMPACT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(48) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(20)
                                      VALUE 'NONE FOR THIS PERIOD'.
           05  FILLER                 PIC X(108) VALUE SPACES.

       01  WS-NO-SNAPSHOT-LINE.
           05  FILLER                 PIC X(34)
                       VALUE 'NO SNAPSHOT ON FILE FOR PERIOD    '.
           05  WS-NS-PERIOD           PIC 9(06).
           05  WS-NS-CONSEQUENCE      PIC X(40).
           05  FILLER                 PIC X(52) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(15) VALUE 'SNAPSHOT READ: '.
           05  WS-SL-SNAP-READ-COUNT  PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(14) VALUE ' LEDGER READ: '.
           05  WS-SL-LEDGER-COUNT     PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE ' MOVEMENTS:'.
           05  WS-SL-MOVEMENT-COUNT   PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(08) VALUE ' ITEMS: '.
           05  WS-SL-ITEM-COUNT       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(13) VALUE ' UNEXPLAINED:'.
           05  WS-SL-UNEXPLAINED      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(08) VALUE ' REVALS:'.
           05  WS-SL-REVALUATIONS     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-REPORT-PERIOD           PIC 9(06).

       PROCEDURE DIVISION USING LS-REPORT-PERIOD.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION

           IF NOT RUN-ABANDONED
               PERFORM 1300-OPEN-MOVEMENT-FILES
               PERFORM 1500-SCAN-ARCHIVE
                   UNTIL ARCHIVE-SCAN-EOF
               PERFORM 1800-PRIME-LEDGER-READ
               PERFORM 2000-SCAN-LEDGER
                   UNTIL END-OF-FILE
               PERFORM 2500-ACCUMULATE-REVALUATIONS
               PERFORM 3000-SORT-ROLL-TABLE
               PERFORM 3500-PRINT-ROLL-FORWARD
               PERFORM 3600-PRINT-UNEXPLAINED
               PERFORM 3700-PRINT-REVALUATIONS
           END-IF

           PERFORM 4000-TERMINATION
           GOBACK
           .

       1000-INITIALIZATION.
           OPEN OUTPUT REPORT-FILE

           IF NOT REPORT-SUCCESS
               DISPLAY 'ERROR OPENING REPORT FILE: ' WS-REPORT-STATUS
               MOVE 'Y' TO WS-RUN-ABANDONED-SW
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-MONTH TO WS-HEADER-MONTH
           MOVE WS-CURRENT-DAY TO WS-HEADER-DAY
           MOVE WS-CURRENT-YEAR TO WS-HEADER-YEAR

           IF LS-REPORT-PERIOD NUMERIC
               MOVE LS-REPORT-PERIOD TO WS-RPT-PERIOD
           ELSE
               MOVE ZEROS TO WS-RPT-PERIOD
           END-IF

           IF WS-RPT-PERIOD = ZEROS
               PERFORM 1100-FIND-LATEST-PERIOD
           END-IF

           MOVE WS-RPT-PERIOD TO WS-PRIOR-PERIOD

           IF WS-RPT-MONTH = 1
               SUBTRACT 1 FROM WS-PRIOR-YEAR
               MOVE 12 TO WS-PRIOR-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MONTH
           END-IF

           MOVE WS-RPT-PERIOD TO WS-RH-PERIOD
           MOVE WS-PRIOR-PERIOD TO WS-RH-PRIOR-PERIOD

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER

           IF NOT RUN-ABANDONED
               PERFORM 1200-LOAD-SNAPSHOTS
           END-IF

           IF WS-CLOSE-SNAP-COUNT = ZERO
               DISPLAY 'INVRFWD: NO SNAPSHOT FOR PERIOD '
                       WS-RPT-PERIOD ' -- RUN ENDED'
               MOVE WS-RPT-PERIOD TO WS-NS-PERIOD
               MOVE ' -- NOTHING TO PROVE, RUN ENDED'
                 TO WS-NS-CONSEQUENCE
               WRITE REPORT-RECORD FROM WS-NO-SNAPSHOT-LINE
               MOVE 'Y' TO WS-RUN-ABANDONED-SW
           END-IF

           IF WS-OPEN-SNAP-COUNT = ZERO
              AND NOT RUN-ABANDONED
               DISPLAY 'INVRFWD: NO SNAPSHOT FOR PRIOR PERIOD '
                       WS-PRIOR-PERIOD ' -- OPENING TAKEN AS ZERO'
               MOVE WS-PRIOR-PERIOD TO WS-NS-PERIOD
               MOVE ' -- OPENING BALANCES TAKEN AS ZERO'
                 TO WS-NS-CONSEQUENCE
               WRITE REPORT-RECORD FROM WS-NO-SNAPSHOT-LINE
           END-IF

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADER
           .

      *----------------------------------------------------------------*
      * WITH NO PERIOD GIVEN, THE MONTH BEING PROVED IS THE LATEST     *
      * ONE INVSNAP HAS TAKEN.                                         *
      *----------------------------------------------------------------*
       1100-FIND-LATEST-PERIOD.
           MOVE 'N' TO WS-SNAP-SCAN-EOF-SW

           OPEN INPUT SNAPSHOT-FILE

           IF SNAPSHOT-SUCCESS
               PERFORM 1150-SCAN-FOR-LATEST
                   UNTIL SNAP-SCAN-EOF
               CLOSE SNAPSHOT-FILE
           END-IF
           .

       1150-SCAN-FOR-LATEST.
           READ SNAPSHOT-FILE
               AT END
                   MOVE 'Y' TO WS-SNAP-SCAN-EOF-SW
               NOT AT END
                   IF SN-PERIOD > WS-RPT-PERIOD
                       MOVE SN-PERIOD TO WS-RPT-PERIOD
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * THE ITEM-LEVEL ('I') RECORDS OF THE PRIOR PERIOD ARE THE       *
      * OPENING BALANCES AND THOSE OF THE PERIOD ITSELF THE CLOSING    *
      * ONES; THE LOCATION ROWS DO NOT ENTER THE ROLL-FORWARD.         *
      *----------------------------------------------------------------*
       1200-LOAD-SNAPSHOTS.
           MOVE 'N' TO WS-SNAP-SCAN-EOF-SW

           OPEN INPUT SNAPSHOT-FILE

           IF SNAPSHOT-SUCCESS
               PERFORM 1250-LOAD-ONE-SNAPSHOT
                   UNTIL SNAP-SCAN-EOF
               CLOSE SNAPSHOT-FILE
           ELSE
               DISPLAY 'ERROR OPENING SNAPSHOT HISTORY: '
                       WS-SNAPSHOT-STATUS
           END-IF
           .

       1250-LOAD-ONE-SNAPSHOT.
           READ SNAPSHOT-FILE
               AT END
                   MOVE 'Y' TO WS-SNAP-SCAN-EOF-SW
               NOT AT END
                   ADD 1 TO WS-SNAP-READ-COUNT

                   IF SN-ITEM-TOTAL
                      AND (SN-PERIOD = WS-RPT-PERIOD
                           OR SN-PERIOD = WS-PRIOR-PERIOD)
                       MOVE SN-ITEM-CODE TO WS-WK-ITEM-CODE
                       PERFORM 2300-FIND-ROLL-ENTRY

                       IF ROLL-ENTRY-FOUND
                           PERFORM 1260-POST-SNAPSHOT-BALANCE
                       END-IF
                   END-IF
           END-READ
           .

       1260-POST-SNAPSHOT-BALANCE.
           IF SN-PERIOD = WS-RPT-PERIOD
               ADD 1 TO WS-CLOSE-SNAP-COUNT
               MOVE SN-CATEGORY TO WS-RF-CATEGORY(WS-RF-IDX)
               MOVE SN-ON-HAND TO WS-RF-CLOSE-QTY(WS-RF-IDX)
               MOVE SN-EXTENDED-VALUE TO WS-RF-CLOSE-VALUE(WS-RF-IDX)
               MOVE 'Y' TO WS-RF-IN-CLOSE-SW(WS-RF-IDX)
           ELSE
               ADD 1 TO WS-OPEN-SNAP-COUNT

               IF NOT RF-IN-CLOSE-SNAP(WS-RF-IDX)
                   MOVE SN-CATEGORY TO WS-RF-CATEGORY(WS-RF-IDX)
               END-IF

               MOVE SN-ON-HAND TO WS-RF-OPEN-QTY(WS-RF-IDX)
               MOVE SN-EXTENDED-VALUE TO WS-RF-OPEN-VALUE(WS-RF-IDX)
               MOVE 'Y' TO WS-RF-IN-OPEN-SW(WS-RF-IDX)
           END-IF
           .

       1300-OPEN-MOVEMENT-FILES.
           OPEN INPUT MOVEMENT-LEDGER

           IF NOT MOVEMENT-SUCCESS
               DISPLAY 'ERROR OPENING MOVEMENT LEDGER: '
                       WS-MOVEMENT-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

      *----------------------------------------------------------------*
      * A SHOP THAT HAS NEVER RUN MOVARCH HAS NO ARCHIVE DATASET --   *
      * THEN THE LIVE LEDGER HOLDS EVERYTHING.                        *
      *----------------------------------------------------------------*
           OPEN INPUT ARCHIVE-FILE

           IF ARCHIVE-SUCCESS
               MOVE 'Y' TO WS-ARCH-OPEN-SW
           ELSE
               MOVE 'Y' TO WS-ARCH-EOF-SW
           END-IF
           .

      *----------------------------------------------------------------*
      * EACH ARCHIVED RECORD IS MOVED INTO THE LIVE LEDGER'S RECORD    *
      * AREA SO THE SAME LOGIC SERVES BOTH, AS MOVINQ DOES.            *
      *----------------------------------------------------------------*
       1500-SCAN-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-ARCH-EOF-SW
               NOT AT END
                   ADD 1 TO WS-LEDGER-READ-COUNT
                   MOVE ARCHIVE-MOVEMENT-RECORD TO MOVEMENT-DETAILS
                   PERFORM 2050-APPLY-MOVEMENT
           END-READ
           .

       1800-PRIME-LEDGER-READ.
           IF NOT END-OF-FILE
               READ MOVEMENT-LEDGER NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               END-READ
           END-IF
           .

       2000-SCAN-LEDGER.
           ADD 1 TO WS-LEDGER-READ-COUNT
           PERFORM 2050-APPLY-MOVEMENT

           READ MOVEMENT-LEDGER NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           END-READ
           .

      *----------------------------------------------------------------*
      * A MOVEMENT DATED IN THE PERIOD COUNTS UNDER ITS OWN CODE. ITS  *
      * REVERSAL COUNTS IN THE PERIOD THE REVERSAL POSTED IN, WHICH    *
      * MAY BE THIS ONE EVEN WHEN THE ORIGINAL WAS EARLIER.            *
      *----------------------------------------------------------------*
       2050-APPLY-MOVEMENT.
           IF MV-DATE(1:6) = WS-RPT-PERIOD
               MOVE MV-NET-QTY TO WS-APPLY-QTY
               MOVE MV-TRAN-CODE TO WS-APPLY-CODE
               PERFORM 2060-POST-TO-COLUMN
           END-IF

           IF MV-REVERSED
               IF MV-REVERSED-PERIOD NUMERIC
                  AND MV-REVERSED-PERIOD NOT = ZEROS
                   IF MV-REVERSED-PERIOD = WS-RPT-PERIOD
                       COMPUTE WS-APPLY-QTY = 0 - MV-NET-QTY
                       MOVE 'V' TO WS-APPLY-CODE
                       PERFORM 2060-POST-TO-COLUMN
                   END-IF
               ELSE
                   IF MV-DATE(1:6) = WS-RPT-PERIOD
                       COMPUTE WS-APPLY-QTY = 0 - MV-NET-QTY
                       MOVE 'V' TO WS-APPLY-CODE
                       PERFORM 2060-POST-TO-COLUMN
                   END-IF
               END-IF
           END-IF
           .

       2060-POST-TO-COLUMN.
           MOVE MV-ITEM-CODE TO WS-WK-ITEM-CODE
           PERFORM 2300-FIND-ROLL-ENTRY

           IF ROLL-ENTRY-FOUND
               ADD 1 TO WS-MOVEMENT-COUNT

               EVALUATE WS-APPLY-CODE
                   WHEN 'R'
                       ADD WS-APPLY-QTY TO WS-RF-RECEIPT-QTY(WS-RF-IDX)
                   WHEN 'I'
                       ADD WS-APPLY-QTY TO WS-RF-ISSUE-QTY(WS-RF-IDX)
                   WHEN 'A'
                       ADD WS-APPLY-QTY TO WS-RF-ADJUST-QTY(WS-RF-IDX)
                   WHEN 'C'
                       ADD WS-APPLY-QTY TO WS-RF-COUNT-QTY(WS-RF-IDX)
                   WHEN 'X'
                       ADD WS-APPLY-QTY TO WS-RF-RTV-QTY(WS-RF-IDX)
                   WHEN 'V'
                       ADD WS-APPLY-QTY
                         TO WS-RF-REVERSAL-QTY(WS-RF-IDX)
                   WHEN OTHER
                       DISPLAY 'INVRFWD: UNKNOWN MOVEMENT CODE '''
                               WS-APPLY-CODE ''' ON ' MV-REFERENCE
                               '/' MV-ITEM-CODE ' -- NOT COUNTED'
               END-EVALUATE
           END-IF
           .

       2300-FIND-ROLL-ENTRY.
           MOVE 'N' TO WS-RF-FOUND-SW

           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                   UNTIL WS-RF-IDX > WS-RF-ENTRY-COUNT
                      OR ROLL-ENTRY-FOUND
               IF WS-RF-ITEM-CODE(WS-RF-IDX) = WS-WK-ITEM-CODE
                   MOVE 'Y' TO WS-RF-FOUND-SW
               END-IF
           END-PERFORM

           IF ROLL-ENTRY-FOUND
               SET WS-RF-IDX DOWN BY 1
           ELSE
               IF WS-RF-ENTRY-COUNT >= WS-RF-ENTRY-LIMIT
                   DISPLAY 'INVRFWD: ROLL-FORWARD TABLE FULL AT '
                           WS-RF-ENTRY-LIMIT ' -- ' WS-WK-ITEM-CODE
                           ' NOT RECONCILED'
               ELSE
                   ADD 1 TO WS-RF-ENTRY-COUNT
                   SET WS-RF-IDX TO WS-RF-ENTRY-COUNT
                   MOVE SPACES TO WS-RF-CATEGORY(WS-RF-IDX)
                   MOVE WS-WK-ITEM-CODE TO WS-RF-ITEM-CODE(WS-RF-IDX)
                   MOVE ZEROS TO WS-RF-OPEN-QTY(WS-RF-IDX)
                   MOVE ZEROS TO WS-RF-OPEN-VALUE(WS-RF-IDX)
                   MOVE ZEROS TO WS-RF-RECEIPT-QTY(WS-RF-IDX)
                   MOVE ZEROS TO WS-RF-ISSUE-QTY(WS-RF-IDX)
                   MOVE ZEROS TO WS-RF-ADJUST-QTY(WS-RF-IDX)
                   MOVE ZEROS TO WS-RF-COUNT-QTY(WS-RF-IDX)
                   MOVE ZEROS TO WS-RF-RTV-QTY(WS-RF-IDX)
                   MOVE ZEROS TO WS-RF-REVERSAL-QTY(WS-RF-IDX)
                   MOVE ZEROS TO WS-RF-CLOSE-QTY(WS-RF-IDX)
                   MOVE ZEROS TO WS-RF-CLOSE-VALUE(WS-RF-IDX)
                   MOVE ZEROS TO WS-RF-REVALUATION(WS-RF-IDX)
                   MOVE 'N' TO WS-RF-IN-OPEN-SW(WS-RF-IDX)
                   MOVE 'N' TO WS-RF-IN-CLOSE-SW(WS-RF-IDX)
                   MOVE 'Y' TO WS-RF-FOUND-SW
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * FIRST PASS OF THE COST-CHANGE AUDIT: EACH REVALUATION DATED IN *
      * THE PERIOD IS ADDED TO ITS ITEM. 3700 LISTS THEM ON A SECOND   *
      * PASS ONCE THE ROLL-FORWARD HAS PRINTED. A SHOP WITH NO AUDIT   *
      * DATASET YET HAS HAD NO REVALUATIONS.                           *
      *----------------------------------------------------------------*
       2500-ACCUMULATE-REVALUATIONS.
           MOVE 'N' TO WS-CA-SCAN-EOF-SW

           OPEN INPUT COST-AUDIT-FILE

           IF COST-AUDIT-SUCCESS
               PERFORM 2550-ACCUMULATE-ONE-REVALUATION
                   UNTIL COST-AUDIT-SCAN-EOF
               CLOSE COST-AUDIT-FILE
           ELSE
               IF NOT COST-AUDIT-NO-FILE
                   DISPLAY 'ERROR OPENING COST AUDIT FILE: '
                           WS-COST-AUDIT-STATUS
               END-IF
           END-IF
           .

       2550-ACCUMULATE-ONE-REVALUATION.
           READ COST-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-CA-SCAN-EOF-SW
               NOT AT END
                   IF CA-DATE(1:6) = WS-RPT-PERIOD
                       ADD 1 TO WS-REVALUATION-COUNT
                       ADD CA-VALUE-IMPACT TO WS-REVALUATION-TOTAL
                       MOVE CA-ITEM-CODE TO WS-WK-ITEM-CODE
                       PERFORM 2300-FIND-ROLL-ENTRY

                       IF ROLL-ENTRY-FOUND
                           ADD CA-VALUE-IMPACT
                             TO WS-RF-REVALUATION(WS-RF-IDX)
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * BUBBLE SORT ON CATEGORY + ITEM, THE SAME SHAPE SHRNKRPT SORTS  *
      * ITS TABLE. ENTRIES ARE SWAPPED WHOLE.                          *
      *----------------------------------------------------------------*
       3000-SORT-ROLL-TABLE.
           MOVE 'Y' TO WS-RF-SWAPPED-SW

           PERFORM UNTIL NOT RF-ENTRIES-SWAPPED
               MOVE 'N' TO WS-RF-SWAPPED-SW

               PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                       UNTIL WS-RF-IDX >= WS-RF-ENTRY-COUNT
                   SET WS-RF-CMP-IDX TO WS-RF-IDX
                   SET WS-RF-CMP-IDX UP BY 1

                   IF WS-RF-SORT-KEY(WS-RF-CMP-IDX) <
                      WS-RF-SORT-KEY(WS-RF-IDX)
                       MOVE WS-RF-ENTRY(WS-RF-IDX)
                         TO WS-RF-SAVE-ENTRY
                       MOVE WS-RF-ENTRY(WS-RF-CMP-IDX)
                         TO WS-RF-ENTRY(WS-RF-IDX)
                       MOVE WS-RF-SAVE-ENTRY
                         TO WS-RF-ENTRY(WS-RF-CMP-IDX)
                       MOVE 'Y' TO WS-RF-SWAPPED-SW
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       3250-COMPUTE-ITEM-ROLL.
           COMPUTE WS-IR-EXPECTED-QTY =
               WS-RF-OPEN-QTY(WS-RF-IDX) +
               WS-RF-RECEIPT-QTY(WS-RF-IDX) +
               WS-RF-ISSUE-QTY(WS-RF-IDX) +
               WS-RF-ADJUST-QTY(WS-RF-IDX) +
               WS-RF-COUNT-QTY(WS-RF-IDX) +
               WS-RF-RTV-QTY(WS-RF-IDX) +
               WS-RF-REVERSAL-QTY(WS-RF-IDX)
           COMPUTE WS-IR-DIFFERENCE =
               WS-RF-CLOSE-QTY(WS-RF-IDX) - WS-IR-EXPECTED-QTY
           .

      *----------------------------------------------------------------*
      * ITEM LINES BY CATEGORY. TOTALS GROUP 1 IS THE CATEGORY, GROUP  *
      * 2 THE WHOLE FILE.                                              *
      *----------------------------------------------------------------*
       3500-PRINT-ROLL-FORWARD.
           MOVE 2 TO WS-TT-SUB
           PERFORM 3595-CLEAR-TOTALS

           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                   UNTIL WS-RF-IDX > WS-RF-ENTRY-COUNT
               IF WS-RF-IDX = 1
                  OR WS-RF-CATEGORY(WS-RF-IDX) NOT = WS-LAST-CATEGORY
                   IF WS-RF-IDX > 1
                       MOVE 'CAT TOTAL' TO WS-RL-LABEL
                       MOVE 1 TO WS-TT-SUB
                       PERFORM 3590-PRINT-TOTAL-LINE
                   END-IF
                   PERFORM 3510-START-CATEGORY
               END-IF

               PERFORM 3520-PRINT-ITEM-LINE
           END-PERFORM

           IF WS-RF-ENTRY-COUNT > ZERO
               MOVE 'CAT TOTAL' TO WS-RL-LABEL
               MOVE 1 TO WS-TT-SUB
               PERFORM 3590-PRINT-TOTAL-LINE
           END-IF

           WRITE REPORT-RECORD FROM SPACES
           MOVE 'ALL ITEMS' TO WS-RL-LABEL
           MOVE 2 TO WS-TT-SUB
           PERFORM 3590-PRINT-TOTAL-LINE
           .

       3510-START-CATEGORY.
           MOVE WS-RF-CATEGORY(WS-RF-IDX) TO WS-LAST-CATEGORY
           MOVE 1 TO WS-TT-SUB
           PERFORM 3595-CLEAR-TOTALS

           MOVE WS-RF-CATEGORY(WS-RF-IDX) TO WS-CAT-LINE-CATEGORY

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-CATEGORY-LINE
           .

       3520-PRINT-ITEM-LINE.
           PERFORM 3250-COMPUTE-ITEM-ROLL

           MOVE WS-RF-ITEM-CODE(WS-RF-IDX) TO WS-RL-LABEL
           MOVE WS-RF-OPEN-QTY(WS-RF-IDX) TO WS-RL-OPEN-QTY
           MOVE WS-RF-RECEIPT-QTY(WS-RF-IDX) TO WS-RL-RECEIPT-QTY
           MOVE WS-RF-ISSUE-QTY(WS-RF-IDX) TO WS-RL-ISSUE-QTY
           MOVE WS-RF-ADJUST-QTY(WS-RF-IDX) TO WS-RL-ADJUST-QTY
           MOVE WS-RF-COUNT-QTY(WS-RF-IDX) TO WS-RL-COUNT-QTY
           MOVE WS-RF-RTV-QTY(WS-RF-IDX) TO WS-RL-RTV-QTY
           MOVE WS-RF-REVERSAL-QTY(WS-RF-IDX) TO WS-RL-REVERSAL-QTY
           MOVE WS-IR-EXPECTED-QTY TO WS-RL-EXPECTED-QTY
           MOVE WS-RF-CLOSE-QTY(WS-RF-IDX) TO WS-RL-CLOSE-QTY
           MOVE WS-IR-DIFFERENCE TO WS-RL-DIFFERENCE
           MOVE WS-RF-OPEN-VALUE(WS-RF-IDX) TO WS-RL-OPEN-VALUE
           MOVE WS-RF-REVALUATION(WS-RF-IDX) TO WS-RL-REVALUATION
           MOVE WS-RF-CLOSE-VALUE(WS-RF-IDX) TO WS-RL-CLOSE-VALUE

           WRITE REPORT-RECORD FROM WS-ROLL-LINE

           PERFORM VARYING WS-TT-SUB FROM 1 BY 1
                   UNTIL WS-TT-SUB > 2
               ADD WS-RF-OPEN-QTY(WS-RF-IDX)
                 TO WS-TT-OPEN-QTY(WS-TT-SUB)
               ADD WS-RF-RECEIPT-QTY(WS-RF-IDX)
                 TO WS-TT-RECEIPT-QTY(WS-TT-SUB)
               ADD WS-RF-ISSUE-QTY(WS-RF-IDX)
                 TO WS-TT-ISSUE-QTY(WS-TT-SUB)
               ADD WS-RF-ADJUST-QTY(WS-RF-IDX)
                 TO WS-TT-ADJUST-QTY(WS-TT-SUB)
               ADD WS-RF-COUNT-QTY(WS-RF-IDX)
                 TO WS-TT-COUNT-QTY(WS-TT-SUB)
               ADD WS-RF-RTV-QTY(WS-RF-IDX)
                 TO WS-TT-RTV-QTY(WS-TT-SUB)
               ADD WS-RF-REVERSAL-QTY(WS-RF-IDX)
                 TO WS-TT-REVERSAL-QTY(WS-TT-SUB)
               ADD WS-IR-EXPECTED-QTY
                 TO WS-TT-EXPECTED-QTY(WS-TT-SUB)
               ADD WS-RF-CLOSE-QTY(WS-RF-IDX)
                 TO WS-TT-CLOSE-QTY(WS-TT-SUB)
               ADD WS-IR-DIFFERENCE
                 TO WS-TT-DIFFERENCE(WS-TT-SUB)
               ADD WS-RF-OPEN-VALUE(WS-RF-IDX)
                 TO WS-TT-OPEN-VALUE(WS-TT-SUB)
               ADD WS-RF-REVALUATION(WS-RF-IDX)
                 TO WS-TT-REVALUATION(WS-TT-SUB)
               ADD WS-RF-CLOSE-VALUE(WS-RF-IDX)
                 TO WS-TT-CLOSE-VALUE(WS-TT-SUB)
           END-PERFORM
           .

       3590-PRINT-TOTAL-LINE.
           MOVE WS-TT-OPEN-QTY(WS-TT-SUB) TO WS-RL-OPEN-QTY
           MOVE WS-TT-RECEIPT-QTY(WS-TT-SUB) TO WS-RL-RECEIPT-QTY
           MOVE WS-TT-ISSUE-QTY(WS-TT-SUB) TO WS-RL-ISSUE-QTY
           MOVE WS-TT-ADJUST-QTY(WS-TT-SUB) TO WS-RL-ADJUST-QTY
           MOVE WS-TT-COUNT-QTY(WS-TT-SUB) TO WS-RL-COUNT-QTY
           MOVE WS-TT-RTV-QTY(WS-TT-SUB) TO WS-RL-RTV-QTY
           MOVE WS-TT-REVERSAL-QTY(WS-TT-SUB) TO WS-RL-REVERSAL-QTY
           MOVE WS-TT-EXPECTED-QTY(WS-TT-SUB) TO WS-RL-EXPECTED-QTY
           MOVE WS-TT-CLOSE-QTY(WS-TT-SUB) TO WS-RL-CLOSE-QTY
           MOVE WS-TT-DIFFERENCE(WS-TT-SUB) TO WS-RL-DIFFERENCE
           MOVE WS-TT-OPEN-VALUE(WS-TT-SUB) TO WS-RL-OPEN-VALUE
           MOVE WS-TT-REVALUATION(WS-TT-SUB) TO WS-RL-REVALUATION
           MOVE WS-TT-CLOSE-VALUE(WS-TT-SUB) TO WS-RL-CLOSE-VALUE

           WRITE REPORT-RECORD FROM WS-ROLL-LINE
           .

       3595-CLEAR-TOTALS.
           MOVE ZEROS TO WS-TT-OPEN-QTY(WS-TT-SUB)
           MOVE ZEROS TO WS-TT-RECEIPT-QTY(WS-TT-SUB)
           MOVE ZEROS TO WS-TT-ISSUE-QTY(WS-TT-SUB)
           MOVE ZEROS TO WS-TT-ADJUST-QTY(WS-TT-SUB)
           MOVE ZEROS TO WS-TT-COUNT-QTY(WS-TT-SUB)
           MOVE ZEROS TO WS-TT-RTV-QTY(WS-TT-SUB)
           MOVE ZEROS TO WS-TT-REVERSAL-QTY(WS-TT-SUB)
           MOVE ZEROS TO WS-TT-EXPECTED-QTY(WS-TT-SUB)
           MOVE ZEROS TO WS-TT-CLOSE-QTY(WS-TT-SUB)
           MOVE ZEROS TO WS-TT-DIFFERENCE(WS-TT-SUB)
           MOVE ZEROS TO WS-TT-OPEN-VALUE(WS-TT-SUB)
           MOVE ZEROS TO WS-TT-REVALUATION(WS-TT-SUB)
           MOVE ZEROS TO WS-TT-CLOSE-VALUE(WS-TT-SUB)
           .

      *----------------------------------------------------------------*
      * EVERY ITEM WHOSE CLOSING QUANTITY IS NOT WHAT ITS OPENING AND  *
      * MOVEMENTS ADD UP TO, WITH A NOTE WHEN IT IS MISSING FROM ONE   *
      * OF THE TWO SNAPSHOTS.                                          *
      *----------------------------------------------------------------*
       3600-PRINT-UNEXPLAINED.
           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-UNEXPLAINED-TITLE-LINE
           WRITE REPORT-RECORD FROM WS-UNEXPLAINED-COLUMN-HEADER

           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                   UNTIL WS-RF-IDX > WS-RF-ENTRY-COUNT
               PERFORM 3250-COMPUTE-ITEM-ROLL

               IF WS-IR-DIFFERENCE NOT = ZERO
                   PERFORM 3650-PRINT-UNEXPLAINED-LINE
               END-IF
           END-PERFORM

           IF WS-UNEXPLAINED-COUNT = ZERO
               WRITE REPORT-RECORD FROM WS-NONE-LINE
           END-IF
           .

       3650-PRINT-UNEXPLAINED-LINE.
           ADD 1 TO WS-UNEXPLAINED-COUNT

           MOVE WS-RF-ITEM-CODE(WS-RF-IDX) TO WS-UL-ITEM-CODE
           MOVE WS-RF-CATEGORY(WS-RF-IDX) TO WS-UL-CATEGORY
           MOVE WS-RF-OPEN-QTY(WS-RF-IDX) TO WS-UL-OPEN-QTY
           COMPUTE WS-UL-MOVED-QTY =
               WS-IR-EXPECTED-QTY - WS-RF-OPEN-QTY(WS-RF-IDX)
           MOVE WS-IR-EXPECTED-QTY TO WS-UL-EXPECTED-QTY
           MOVE WS-RF-CLOSE-QTY(WS-RF-IDX) TO WS-UL-CLOSE-QTY
           MOVE WS-IR-DIFFERENCE TO WS-UL-DIFFERENCE

           EVALUATE TRUE
               WHEN NOT RF-IN-CLOSE-SNAP(WS-RF-IDX)
                   MOVE 'NOT IN CLOSING SNAPSHOT' TO WS-UL-NOTE
               WHEN NOT RF-IN-OPEN-SNAP(WS-RF-IDX)
                   MOVE 'NOT IN OPENING SNAPSHOT' TO WS-UL-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-UL-NOTE
           END-EVALUATE

           WRITE REPORT-RECORD FROM WS-UNEXPLAINED-LINE
           .

       3700-PRINT-REVALUATIONS.
           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-REVAL-TITLE-LINE
           WRITE REPORT-RECORD FROM WS-REVAL-COLUMN-HEADER

           IF WS-REVALUATION-COUNT = ZERO
               WRITE REPORT-RECORD FROM WS-NONE-LINE
           ELSE
               MOVE 'N' TO WS-CA-SCAN-EOF-SW

               OPEN INPUT COST-AUDIT-FILE

               IF COST-AUDIT-SUCCESS
                   PERFORM 3750-LIST-ONE-REVALUATION
                       UNTIL COST-AUDIT-SCAN-EOF
                   CLOSE COST-AUDIT-FILE
               END-IF

               MOVE WS-REVALUATION-TOTAL TO WS-VT-VALUE-IMPACT
               WRITE REPORT-RECORD FROM WS-REVAL-TOTAL-LINE
           END-IF
           .

       3750-LIST-ONE-REVALUATION.
           READ COST-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-CA-SCAN-EOF-SW
               NOT AT END
                   IF CA-DATE(1:6) = WS-RPT-PERIOD
                       MOVE CA-ITEM-CODE TO WS-VL-ITEM-CODE
                       MOVE CA-DATE TO WS-VL-DATE
                       MOVE CA-RECEIPT-REFERENCE TO WS-VL-REFERENCE
                       MOVE CA-OLD-COST TO WS-VL-OLD-COST
                       MOVE CA-NEW-COST TO WS-VL-NEW-COST
                       MOVE CA-VALUE-IMPACT TO WS-VL-VALUE-IMPACT

                       EVALUATE TRUE
                           WHEN CA-FREIGHT-CHARGE
                               MOVE 'FREIGHT' TO WS-VL-SOURCE
                           WHEN CA-DUTY-CHARGE
                               MOVE 'DUTY' TO WS-VL-SOURCE
                           WHEN CA-BROKERAGE-CHARGE
                               MOVE 'BROKER' TO WS-VL-SOURCE
                           WHEN OTHER
                               MOVE 'RECEIPT' TO WS-VL-SOURCE
                       END-EVALUATE

                       IF CA-CURRENCY-CODE = SPACES
                           MOVE 'LOCAL' TO WS-VL-CURRENCY
                       ELSE
                           MOVE CA-CURRENCY-CODE TO WS-VL-CURRENCY
                       END-IF

                       WRITE REPORT-RECORD FROM WS-REVAL-LINE
                   END-IF
           END-READ
           .

       4000-TERMINATION.
           MOVE WS-SNAP-READ-COUNT TO WS-SL-SNAP-READ-COUNT
           MOVE WS-LEDGER-READ-COUNT TO WS-SL-LEDGER-COUNT
           MOVE WS-MOVEMENT-COUNT TO WS-SL-MOVEMENT-COUNT
           MOVE WS-RF-ENTRY-COUNT TO WS-SL-ITEM-COUNT
           MOVE WS-UNEXPLAINED-COUNT TO WS-SL-UNEXPLAINED
           MOVE WS-REVALUATION-COUNT TO WS-SL-REVALUATIONS

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           IF NOT RUN-ABANDONED
               CLOSE MOVEMENT-LEDGER

               IF ARCHIVE-OPENED
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF

           CLOSE REPORT-FILE
           .
