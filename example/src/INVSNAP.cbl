      *----------------------------------------------------------------*
      * INVSNAP - MONTH-END INVENTORY SNAPSHOT                         *
      *                                                                *
      * INVVAL ONLY VALUES THE INVENTORY FILE AS IT STANDS, AND THE    *
      * FILE ITSELF MOVES ON THE NEXT NIGHT, SO LAST MONTH'S CLOSING   *
      * POSITION WAS GONE BY THE TIME ANYONE ASKED FOR IT. RUN AT      *
      * MONTH-END, THIS PROGRAM APPENDS A SNAPSHOT OF EVERY ITEM AND   *
      * EVERY LOCATION ROW -- QUANTITY, UNIT COST, EXTENDED VALUE --   *
      * TO THE SNAPSHOT HISTORY (SNAPHIST, SNAPCOPY LAYOUT) UNDER THE  *
      * PERIOD GIVEN, AND PRINTS THE PERIOD'S VALUE BY CATEGORY. A     *
      * PERIOD ALREADY ON THE HISTORY IS NEVER SNAPPED TWICE. INVRFWD  *
      * ROLLS ONE SNAPSHOT FORWARD TO THE NEXT.                        *
      *                                                                *
      * LS-SNAP-PERIOD (YYYYMM) NAMES THE PERIOD BEING CLOSED; ZERO    *
      * MEANS THE CURRENT MONTH.                                       *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVSNAP.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-FILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-ITEM-CODE
               FILE STATUS IS WS-INV-STATUS.

           SELECT LOCATION-FILE ASSIGN TO LOCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-KEY
               FILE STATUS IS WS-LOC-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO SNAPHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT REPORT-FILE ASSIGN TO SNAPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
           COPY INVCOPY.

       FD  LOCATION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY LOCCOPY.

       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY SNAPCOPY.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INV-STATUS              PIC X(02) VALUE SPACES.
           88  INV-SUCCESS            VALUE '00'.
           88  INV-EOF                VALUE '10'.

       01  WS-LOC-STATUS              PIC X(02) VALUE SPACES.
           88  LOC-SUCCESS            VALUE '00'.
           88  LOC-EOF                VALUE '10'.

       01  WS-SNAPSHOT-STATUS         PIC X(02) VALUE SPACES.
           88  SNAPSHOT-SUCCESS       VALUE '00'.
           88  SNAPSHOT-EOF           VALUE '10'.
           88  SNAPSHOT-NO-FILE       VALUE '35'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-LOC-SCAN-EOF-SW     PIC X(01) VALUE 'N'.
               88  LOC-SCAN-EOF       VALUE 'Y'.
           05  WS-HIST-SCAN-EOF-SW    PIC X(01) VALUE 'N'.
               88  HIST-SCAN-EOF      VALUE 'Y'.
           05  WS-ALREADY-TAKEN-SW    PIC X(01) VALUE 'N'.
               88  PERIOD-ALREADY-TAKEN
                                      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ITEM-READ-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-LOC-ROW-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-LOC-DIFF-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-ERROR-COUNT         PIC 9(05) VALUE ZEROS.

       01  WS-SNAP-WORK.
           05  WS-SNAP-PERIOD         PIC 9(06).
           05  WS-ITEM-EXTENDED-VALUE PIC S9(09)V99 COMP-3.
           05  WS-LOC-TOTAL-ON-HAND   PIC S9(07) COMP-3.

       01  WS-GRAND-TOTAL-VALUE       PIC S9(11)V99 COMP-3 VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).

      *----------------------------------------------------------------*
      * CATEGORY/SUBCATEGORY ROLLUP TABLE -- THE SAME LINEAR-SCAN      *
      * ACCUMULATOR INVVAL USES.                                       *
      *----------------------------------------------------------------*
       01  WS-CATEGORY-TOTALS.
           05  WS-CAT-TABLE OCCURS 200 TIMES
                            INDEXED BY WS-CAT-IDX.
               10  WS-CAT-CATEGORY    PIC X(10).
               10  WS-CAT-SUBCATEGORY PIC X(10).
               10  WS-CAT-ON-HAND     PIC S9(09) COMP-3.
               10  WS-CAT-VALUE       PIC S9(11)V99 COMP-3.
               10  WS-CAT-ITEM-COUNT  PIC 9(05) COMP-3.

       01  WS-CATEGORY-COUNTERS.
           05  WS-CAT-ENTRY-COUNT     PIC 9(03) VALUE ZEROS.
           05  WS-CAT-ENTRY-LIMIT     PIC 9(03) VALUE 200.
           05  WS-CAT-FOUND-SW        PIC X(01).
               88  CATEGORY-FOUND     VALUE 'Y'.

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(24)
                       VALUE 'MONTH-END INVENTORY SNAP'.
           05  FILLER                 PIC X(05) VALUE 'SHOT '.
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
           05  FILLER                 PIC X(71) VALUE SPACES.

       01  WS-CATEGORY-COLUMN-HEADER.
           05  FILLER                 PIC X(12) VALUE 'CATEGORY'.
           05  FILLER                 PIC X(12) VALUE 'SUBCATEGORY'.
           05  FILLER                 PIC X(08) VALUE '   ITEMS'.
           05  FILLER                 PIC X(14) VALUE '       ON HAND'.
           05  FILLER                 PIC X(20)
                                      VALUE '      EXTENDED VALUE'.
           05  FILLER                 PIC X(66) VALUE SPACES.

       01  WS-CATEGORY-LINE.
           05  WS-CL-CATEGORY         PIC X(12).
           05  WS-CL-SUBCATEGORY      PIC X(12).
           05  WS-CL-ITEM-COUNT       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-CL-ON-HAND          PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-CL-VALUE            PIC $ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(70) VALUE SPACES.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'GRAND TOTAL ON-HAND '.
           05  FILLER                 PIC X(06) VALUE 'VALUE:'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-GL-GRAND-TOTAL      PIC $ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(86) VALUE SPACES.

       01  WS-REFUSED-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'SNAPSHOT FOR PERIOD '.
           05  WS-RL-PERIOD           PIC 9(06).
           05  FILLER                 PIC X(40)
                       VALUE ' IS ALREADY ON THE HISTORY -- NOT TAKEN '.
           05  FILLER                 PIC X(05) VALUE 'AGAIN'.
           05  FILLER                 PIC X(61) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(12) VALUE 'ITEMS READ: '.
           05  WS-SL-READ-COUNT       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(16)
                                      VALUE ' LOCATION ROWS: '.
           05  WS-SL-LOC-ROW-COUNT    PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(24)
                                      VALUE ' ITEMS LOC SUM DIFFERS: '.
           05  WS-SL-LOC-DIFF-COUNT   PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' ERRORS:  '.
           05  WS-SL-ERROR-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(25) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-SNAP-PERIOD             PIC 9(06).

       PROCEDURE DIVISION USING LS-SNAP-PERIOD.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-SNAP-ITEM
               UNTIL END-OF-FILE
           PERFORM 3000-PRINT-CATEGORY-REPORT
           PERFORM 4000-TERMINATION
           GOBACK
           .

       1000-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-MONTH TO WS-HEADER-MONTH
           MOVE WS-CURRENT-DAY TO WS-HEADER-DAY
           MOVE WS-CURRENT-YEAR TO WS-HEADER-YEAR

           IF LS-SNAP-PERIOD NUMERIC
              AND LS-SNAP-PERIOD NOT = ZEROS
               MOVE LS-SNAP-PERIOD TO WS-SNAP-PERIOD
           ELSE
               MOVE WS-CURRENT-DATE(1:6) TO WS-SNAP-PERIOD
           END-IF

           MOVE WS-SNAP-PERIOD TO WS-RH-PERIOD

           OPEN OUTPUT REPORT-FILE

           IF NOT REPORT-SUCCESS
               DISPLAY 'ERROR OPENING REPORT FILE: ' WS-REPORT-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER

           PERFORM 1100-CHECK-PERIOD-TAKEN

           IF PERIOD-ALREADY-TAKEN
               DISPLAY 'INVSNAP: PERIOD ' WS-SNAP-PERIOD
                       ' ALREADY SNAPPED -- RUN ENDED'
               MOVE WS-SNAP-PERIOD TO WS-RL-PERIOD
               WRITE REPORT-RECORD FROM WS-REFUSED-LINE
               MOVE 'Y' TO WS-END-OF-FILE-SW
           ELSE
               PERFORM 1200-OPEN-FOR-SNAPSHOT
           END-IF

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-CATEGORY-COLUMN-HEADER

           IF NOT END-OF-FILE
               READ INVENTORY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               END-READ
           END-IF
           .

      *----------------------------------------------------------------*
      * A RERUN OF THE SAME MONTH-END WOULD DOUBLE THE PERIOD ON THE   *
      * HISTORY, SO THE HISTORY IS SCANNED FIRST. A SHOP THAT HAS      *
      * NEVER TAKEN A SNAPSHOT HAS NO DATASET YET.                     *
      *----------------------------------------------------------------*
       1100-CHECK-PERIOD-TAKEN.
           MOVE 'N' TO WS-ALREADY-TAKEN-SW
           MOVE 'N' TO WS-HIST-SCAN-EOF-SW

           OPEN INPUT SNAPSHOT-FILE

           IF SNAPSHOT-SUCCESS
               PERFORM 1150-SCAN-ONE-SNAPSHOT
                   UNTIL HIST-SCAN-EOF
               CLOSE SNAPSHOT-FILE
           END-IF
           .

       1150-SCAN-ONE-SNAPSHOT.
           READ SNAPSHOT-FILE
               AT END
                   MOVE 'Y' TO WS-HIST-SCAN-EOF-SW
               NOT AT END
                   IF SN-PERIOD = WS-SNAP-PERIOD
                       MOVE 'Y' TO WS-ALREADY-TAKEN-SW
                       MOVE 'Y' TO WS-HIST-SCAN-EOF-SW
                   END-IF
           END-READ
           .

       1200-OPEN-FOR-SNAPSHOT.
           OPEN INPUT INVENTORY-FILE
                INPUT LOCATION-FILE

           IF NOT INV-SUCCESS
               DISPLAY 'ERROR OPENING INVENTORY FILE: ' WS-INV-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT LOC-SUCCESS
               DISPLAY 'ERROR OPENING LOCATION FILE: ' WS-LOC-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           OPEN EXTEND SNAPSHOT-FILE

           IF SNAPSHOT-NO-FILE
               OPEN OUTPUT SNAPSHOT-FILE
           END-IF

           IF NOT SNAPSHOT-SUCCESS
               DISPLAY 'ERROR OPENING SNAPSHOT HISTORY: '
                       WS-SNAPSHOT-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF
           .

       2000-SNAP-ITEM.
           ADD 1 TO WS-ITEM-READ-COUNT

           COMPUTE WS-ITEM-EXTENDED-VALUE = INV-ON-HAND * INV-UNIT-COST

           MOVE WS-SNAP-PERIOD TO SN-PERIOD
           MOVE INV-ITEM-CODE TO SN-ITEM-CODE
           MOVE SPACES TO SN-LOCATION
           MOVE 'I' TO SN-RECORD-TYPE
           MOVE INV-ON-HAND TO SN-ON-HAND
           MOVE WS-ITEM-EXTENDED-VALUE TO SN-EXTENDED-VALUE
           PERFORM 2200-WRITE-SNAPSHOT

           ADD WS-ITEM-EXTENDED-VALUE TO WS-GRAND-TOTAL-VALUE
           PERFORM 2300-ACCUMULATE-CATEGORY-DATA

           PERFORM 2100-SNAP-LOCATIONS

           IF WS-LOC-TOTAL-ON-HAND NOT = INV-ON-HAND
               ADD 1 TO WS-LOC-DIFF-COUNT
           END-IF

           READ INVENTORY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           END-READ
           .

      *----------------------------------------------------------------*
      * ONE 'L' RECORD PER LOCATION ROW, VALUED AT THE ITEM'S UNIT     *
      * COST. THE LOCATION ROWS ARE READ THE WAY INVRECON TOTALS THEM; *
      * AN ITEM WHOSE ROWS DO NOT ADD UP TO ITS MASTER IS ONLY COUNTED *
      * HERE -- INVRECON IS WHERE IT GETS CHASED.                      *
      *----------------------------------------------------------------*
       2100-SNAP-LOCATIONS.
           MOVE ZEROS TO WS-LOC-TOTAL-ON-HAND
           MOVE 'N' TO WS-LOC-SCAN-EOF-SW

           MOVE INV-ITEM-CODE TO LOC-ITEM-CODE
           MOVE LOW-VALUES TO LOC-LOCATION

           START LOCATION-FILE KEY >= LOC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LOC-SCAN-EOF-SW
           END-START

           PERFORM 2150-SNAP-ONE-LOCATION
               UNTIL LOC-SCAN-EOF
           .

       2150-SNAP-ONE-LOCATION.
           READ LOCATION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOC-SCAN-EOF-SW
               NOT AT END
                   IF LOC-ITEM-CODE NOT = INV-ITEM-CODE
                       MOVE 'Y' TO WS-LOC-SCAN-EOF-SW
                   ELSE
                       ADD 1 TO WS-LOC-ROW-COUNT
                       ADD LOC-ON-HAND TO WS-LOC-TOTAL-ON-HAND

                       MOVE WS-SNAP-PERIOD TO SN-PERIOD
                       MOVE INV-ITEM-CODE TO SN-ITEM-CODE
                       MOVE LOC-LOCATION TO SN-LOCATION
                       MOVE 'L' TO SN-RECORD-TYPE
                       MOVE LOC-ON-HAND TO SN-ON-HAND
                       COMPUTE SN-EXTENDED-VALUE =
                           LOC-ON-HAND * INV-UNIT-COST
                       PERFORM 2200-WRITE-SNAPSHOT
                   END-IF
           END-READ
           .

       2200-WRITE-SNAPSHOT.
           MOVE INV-CATEGORY TO SN-CATEGORY
           MOVE INV-SUBCATEGORY TO SN-SUBCATEGORY
           MOVE INV-UNIT-COST TO SN-UNIT-COST
           MOVE WS-CURRENT-DATE TO SN-SNAP-DATE

           WRITE SNAPSHOT-DETAILS

           IF NOT SNAPSHOT-SUCCESS
               DISPLAY 'INVSNAP: WRITE ERROR ' WS-SNAPSHOT-STATUS
                       ' FOR ' SN-ITEM-CODE ' ' SN-LOCATION
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           .

       2300-ACCUMULATE-CATEGORY-DATA.
           MOVE 'N' TO WS-CAT-FOUND-SW

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-ENTRY-COUNT OR
                         CATEGORY-FOUND
               IF WS-CAT-CATEGORY(WS-CAT-IDX) = INV-CATEGORY AND
                  WS-CAT-SUBCATEGORY(WS-CAT-IDX) = INV-SUBCATEGORY
                   MOVE 'Y' TO WS-CAT-FOUND-SW
                   ADD INV-ON-HAND TO WS-CAT-ON-HAND(WS-CAT-IDX)
                   ADD WS-ITEM-EXTENDED-VALUE
                     TO WS-CAT-VALUE(WS-CAT-IDX)
                   ADD 1 TO WS-CAT-ITEM-COUNT(WS-CAT-IDX)
               END-IF
           END-PERFORM

           IF NOT CATEGORY-FOUND
               IF WS-CAT-ENTRY-COUNT >= WS-CAT-ENTRY-LIMIT
                   DISPLAY 'INVSNAP: CATEGORY TABLE FULL AT '
                           WS-CAT-ENTRY-LIMIT ' -- ' INV-CATEGORY
                           '/' INV-SUBCATEGORY ' NOT TOTALLED'
               ELSE
                   ADD 1 TO WS-CAT-ENTRY-COUNT
                   SET WS-CAT-IDX TO WS-CAT-ENTRY-COUNT
                   MOVE INV-CATEGORY TO WS-CAT-CATEGORY(WS-CAT-IDX)
                   MOVE INV-SUBCATEGORY
                     TO WS-CAT-SUBCATEGORY(WS-CAT-IDX)
                   MOVE INV-ON-HAND TO WS-CAT-ON-HAND(WS-CAT-IDX)
                   MOVE WS-ITEM-EXTENDED-VALUE
                     TO WS-CAT-VALUE(WS-CAT-IDX)
                   MOVE 1 TO WS-CAT-ITEM-COUNT(WS-CAT-IDX)
               END-IF
           END-IF
           .

       3000-PRINT-CATEGORY-REPORT.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-ENTRY-COUNT
               MOVE WS-CAT-CATEGORY(WS-CAT-IDX) TO WS-CL-CATEGORY
               MOVE WS-CAT-SUBCATEGORY(WS-CAT-IDX) TO WS-CL-SUBCATEGORY
               MOVE WS-CAT-ITEM-COUNT(WS-CAT-IDX) TO WS-CL-ITEM-COUNT
               MOVE WS-CAT-ON-HAND(WS-CAT-IDX) TO WS-CL-ON-HAND
               MOVE WS-CAT-VALUE(WS-CAT-IDX) TO WS-CL-VALUE

               WRITE REPORT-RECORD FROM WS-CATEGORY-LINE
           END-PERFORM

           MOVE WS-GRAND-TOTAL-VALUE TO WS-GL-GRAND-TOTAL

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-GRAND-TOTAL-LINE
           .

       4000-TERMINATION.
           MOVE WS-ITEM-READ-COUNT TO WS-SL-READ-COUNT
           MOVE WS-LOC-ROW-COUNT TO WS-SL-LOC-ROW-COUNT
           MOVE WS-LOC-DIFF-COUNT TO WS-SL-LOC-DIFF-COUNT
           MOVE WS-ERROR-COUNT TO WS-SL-ERROR-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           IF NOT PERIOD-ALREADY-TAKEN
               CLOSE INVENTORY-FILE
                     LOCATION-FILE
                     SNAPSHOT-FILE
           END-IF

           CLOSE REPORT-FILE
           .
