      *----------------------------------------------------------------*
      * QTERPT - MONTHLY CUSTOMER QUOTATION ACTIVITY REPORT            *
      *                                                                *
      * READS THE QUOTATION FILE QTEMNT MAINTAINS AND QTECONV CONVERTS *
      * AND SHOWS, BY SALESPERSON, THE QUOTES ISSUED IN THE MONTH      *
      * (COUNT AND VALUE), THE QUOTES CONVERTED TO ORDERS, EXPIRED OR  *
      * DECLINED IN THE MONTH, THE MONTH'S QUOTES STILL OUTSTANDING,   *
      * AND THE WIN RATE -- CONVERTED AS A PERCENTAGE OF THE QUOTES    *
      * DECIDED (CONVERTED + EXPIRED + DECLINED) -- RANKED BEST WIN    *
      * RATE FIRST, WITH A TOTAL LINE FOR THE WHOLE SALES FORCE.       *
      *                                                                *
      * ISSUED AND OUTSTANDING GO BY QTE-QUOTE-DATE; CONVERTED,        *
      * EXPIRED AND DECLINED GO BY QTE-STATUS-DATE, SO A QUOTE ISSUED  *
      * LATE IN ONE MONTH AND WON IN THE NEXT COUNTS AS A WIN IN THE   *
      * MONTH IT WAS WON.                                              *
      *                                                                *
      * LS-REPORT-PERIOD (YYYYMM) SELECTS THE MONTH; ZERO MEANS EVERY  *
      * QUOTE ON FILE.                                                 *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTERPT.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QTE-QUOTE-NUMBER
               FILE STATUS IS WS-QUOTE-STATUS.

           SELECT REPORT-FILE ASSIGN TO QTERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS.
           COPY QTECOPY.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-QUOTE-STATUS            PIC X(02) VALUE SPACES.
           88  QUOTE-SUCCESS          VALUE '00'.
           88  QUOTE-EOF              VALUE '10'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-SP-FOUND-SW         PIC X(01) VALUE 'N'.
               88  SP-ENTRY-FOUND     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-QUOTES-READ-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-SELECTED-COUNT      PIC 9(07) VALUE ZEROS.

      *----------------------------------------------------------------*
      * ACTIVITY ACCUMULATORS, ONE ENTRY PER SALESPERSON, ADDED AS     *
      * THE QUOTE FILE IS READ AND BUBBLE-SORTED BEST WIN RATE FIRST   *
      * BEFORE PRINTING, THE SAME SHAPE QUOTRPT RANKS ATTAINMENT.      *
      *----------------------------------------------------------------*
       01  WS-SP-TABLE.
           05  WS-SP-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-SP-IDX, WS-SP-CMP-IDX.
               10  WS-SP-ID           PIC X(05).
               10  WS-SP-ISSUED-CNT   PIC 9(05) COMP-3.
               10  WS-SP-ISSUED-AMT   PIC S9(09)V99 COMP-3.
               10  WS-SP-CONV-CNT     PIC 9(05) COMP-3.
               10  WS-SP-CONV-AMT     PIC S9(09)V99 COMP-3.
               10  WS-SP-EXPIRED-CNT  PIC 9(05) COMP-3.
               10  WS-SP-LOST-CNT     PIC 9(05) COMP-3.
               10  WS-SP-OPEN-CNT     PIC 9(05) COMP-3.
               10  WS-SP-WIN-PCT      PIC S9(03)V99 COMP-3.

       01  WS-SP-TABLE-CONTROL.
           05  WS-SP-ENTRY-COUNT      PIC 9(03) VALUE ZEROS.
           05  WS-SP-ENTRY-LIMIT      PIC 9(03) VALUE 500.
           05  WS-WORK-ID             PIC X(05).
           05  WS-DECIDED-CNT         PIC 9(07) COMP-3.

       01  WS-SORT-WORK.
           05  WS-SP-SWAPPED-SW       PIC X(01).
               88  SP-ENTRIES-SWAPPED VALUE 'Y'.
           05  WS-SP-SAVE-ENTRY       PIC X(35).

       01  WS-TOTALS.
           05  WS-TOT-ISSUED-CNT      PIC 9(07) COMP-3 VALUE ZEROS.
           05  WS-TOT-ISSUED-AMT      PIC S9(09)V99 COMP-3
                                      VALUE ZEROS.
           05  WS-TOT-CONV-CNT        PIC 9(07) COMP-3 VALUE ZEROS.
           05  WS-TOT-CONV-AMT        PIC S9(09)V99 COMP-3
                                      VALUE ZEROS.
           05  WS-TOT-EXPIRED-CNT     PIC 9(07) COMP-3 VALUE ZEROS.
           05  WS-TOT-LOST-CNT        PIC 9(07) COMP-3 VALUE ZEROS.
           05  WS-TOT-OPEN-CNT        PIC 9(07) COMP-3 VALUE ZEROS.
           05  WS-TOT-WIN-PCT         PIC S9(03)V99 COMP-3
                                      VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(20)
                                      VALUE 'CUSTOMER QUOTATION A'.
           05  FILLER                 PIC X(15)
                                      VALUE 'CTIVITY REPORT'.
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

       01  WS-SELECTION-LINE.
           05  FILLER                 PIC X(08) VALUE 'PERIOD: '.
           05  WS-SEL-PERIOD          PIC 9(06).
           05  FILLER                 PIC X(118) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                 PIC X(06) VALUE 'SLSPN '.
           05  FILLER                 PIC X(09) VALUE '   ISSUED'.
           05  FILLER                 PIC X(16)
                                      VALUE '    ISSUED VALUE'.
           05  FILLER                 PIC X(09) VALUE 'CONVERTED'.
           05  FILLER                 PIC X(16)
                                      VALUE ' CONVERTED VALUE'.
           05  FILLER                 PIC X(09) VALUE '  EXPIRED'.
           05  FILLER                 PIC X(09) VALUE ' DECLINED'.
           05  FILLER                 PIC X(09) VALUE '     OPEN'.
           05  FILLER                 PIC X(10) VALUE '  WIN RATE'.
           05  FILLER                 PIC X(39) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-SALESPERSON      PIC X(06).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-DL-ISSUED-CNT       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-ISSUED-AMT       PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-DL-CONV-CNT         PIC ZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-CONV-AMT         PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-DL-EXPIRED-CNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-DL-LOST-CNT         PIC ZZ,ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-DL-OPEN-CNT         PIC ZZ,ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-DL-WIN-PCT          PIC ZZ9.99.
           05  FILLER                 PIC X(01) VALUE '%'.
           05  FILLER                 PIC X(39) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(13) VALUE 'QUOTES READ: '.
           05  WS-SL-READ-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE ' SELECTED: '.
           05  WS-SL-SELECTED-COUNT   PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(16)
                                      VALUE ' SALESPERSONS: '.
           05  WS-SL-SP-COUNT         PIC ZZ9.
           05  FILLER                 PIC X(55) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-REPORT-PERIOD           PIC 9(06).

       PROCEDURE DIVISION USING LS-REPORT-PERIOD.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-ACCUMULATE-QUOTES
               UNTIL END-OF-FILE
           PERFORM 2500-COMPUTE-WIN-RATES
           PERFORM 3000-SORT-BY-WIN-RATE
           PERFORM 3500-PRINT-ACTIVITY
           PERFORM 4000-TERMINATION
           GOBACK
           .

       1000-INITIALIZATION.
           OPEN INPUT  QUOTE-FILE
                OUTPUT REPORT-FILE

           IF NOT QUOTE-SUCCESS
               DISPLAY 'ERROR OPENING QUOTE FILE: ' WS-QUOTE-STATUS
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

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER
           WRITE REPORT-RECORD FROM WS-SELECTION-LINE

           IF NOT END-OF-FILE
               READ QUOTE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               END-READ
           END-IF
           .

      *----------------------------------------------------------------*
      * A QUOTE CAN COUNT TWICE IN ONE MONTH -- ISSUED ON ITS QUOTE    *
      * DATE AND DECIDED ON ITS STATUS DATE -- AND EACH SIDE IS TESTED *
      * AGAINST THE PERIOD SEPARATELY.                                 *
      *----------------------------------------------------------------*
       2000-ACCUMULATE-QUOTES.
           ADD 1 TO WS-QUOTES-READ-COUNT

           IF WS-SEL-PERIOD = ZEROS
              OR QTE-QUOTE-DATE(1:6) = WS-SEL-PERIOD
              OR QTE-STATUS-DATE(1:6) = WS-SEL-PERIOD
               ADD 1 TO WS-SELECTED-COUNT
               MOVE QTE-SALESPERSON-ID TO WS-WORK-ID
               PERFORM 2200-FIND-SP-ENTRY

               IF SP-ENTRY-FOUND
                   PERFORM 2100-ADD-QUOTE-ACTIVITY
               END-IF
           END-IF

           READ QUOTE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           END-READ
           .

       2100-ADD-QUOTE-ACTIVITY.
           IF WS-SEL-PERIOD = ZEROS
              OR QTE-QUOTE-DATE(1:6) = WS-SEL-PERIOD
               ADD 1 TO WS-SP-ISSUED-CNT(WS-SP-IDX)
               ADD QTE-QUOTE-TOTAL TO WS-SP-ISSUED-AMT(WS-SP-IDX)

               IF QTE-OPEN OR QTE-ACCEPTED
                   ADD 1 TO WS-SP-OPEN-CNT(WS-SP-IDX)
               END-IF
           END-IF

           IF WS-SEL-PERIOD = ZEROS
              OR QTE-STATUS-DATE(1:6) = WS-SEL-PERIOD
               EVALUATE TRUE
                   WHEN QTE-CONVERTED
                       ADD 1 TO WS-SP-CONV-CNT(WS-SP-IDX)
                       ADD QTE-QUOTE-TOTAL
                         TO WS-SP-CONV-AMT(WS-SP-IDX)
                   WHEN QTE-EXPIRED
                       ADD 1 TO WS-SP-EXPIRED-CNT(WS-SP-IDX)
                   WHEN QTE-LOST
                       ADD 1 TO WS-SP-LOST-CNT(WS-SP-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       2200-FIND-SP-ENTRY.
           MOVE 'N' TO WS-SP-FOUND-SW

           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-ENTRY-COUNT
                      OR SP-ENTRY-FOUND
               IF WS-SP-ID(WS-SP-IDX) = WS-WORK-ID
                   MOVE 'Y' TO WS-SP-FOUND-SW
               END-IF
           END-PERFORM

           IF SP-ENTRY-FOUND
               SET WS-SP-IDX DOWN BY 1
           ELSE
               IF WS-SP-ENTRY-COUNT >= WS-SP-ENTRY-LIMIT
                   DISPLAY 'QTERPT: SALESPERSON TABLE FULL AT '
                           WS-SP-ENTRY-LIMIT ' -- ' WS-WORK-ID
                           ' NOT REPORTED'
               ELSE
                   ADD 1 TO WS-SP-ENTRY-COUNT
                   SET WS-SP-IDX TO WS-SP-ENTRY-COUNT
                   MOVE WS-WORK-ID TO WS-SP-ID(WS-SP-IDX)
                   MOVE ZEROS TO WS-SP-ISSUED-CNT(WS-SP-IDX)
                   MOVE ZEROS TO WS-SP-ISSUED-AMT(WS-SP-IDX)
                   MOVE ZEROS TO WS-SP-CONV-CNT(WS-SP-IDX)
                   MOVE ZEROS TO WS-SP-CONV-AMT(WS-SP-IDX)
                   MOVE ZEROS TO WS-SP-EXPIRED-CNT(WS-SP-IDX)
                   MOVE ZEROS TO WS-SP-LOST-CNT(WS-SP-IDX)
                   MOVE ZEROS TO WS-SP-OPEN-CNT(WS-SP-IDX)
                   MOVE ZEROS TO WS-SP-WIN-PCT(WS-SP-IDX)
                   MOVE 'Y' TO WS-SP-FOUND-SW
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * WIN RATE IS CONVERTED OVER DECIDED; QUOTES STILL OPEN OR       *
      * ACCEPTED HAVE NOT BEEN WON OR LOST YET AND ARE LEFT OUT.       *
      *----------------------------------------------------------------*
       2500-COMPUTE-WIN-RATES.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-ENTRY-COUNT
               COMPUTE WS-DECIDED-CNT =
                   WS-SP-CONV-CNT(WS-SP-IDX)
                 + WS-SP-EXPIRED-CNT(WS-SP-IDX)
                 + WS-SP-LOST-CNT(WS-SP-IDX)

               IF WS-DECIDED-CNT > ZERO
                   COMPUTE WS-SP-WIN-PCT(WS-SP-IDX) ROUNDED =
                       WS-SP-CONV-CNT(WS-SP-IDX) * 100 /
                       WS-DECIDED-CNT
               ELSE
                   MOVE ZEROS TO WS-SP-WIN-PCT(WS-SP-IDX)
               END-IF

               ADD WS-SP-ISSUED-CNT(WS-SP-IDX) TO WS-TOT-ISSUED-CNT
               ADD WS-SP-ISSUED-AMT(WS-SP-IDX) TO WS-TOT-ISSUED-AMT
               ADD WS-SP-CONV-CNT(WS-SP-IDX) TO WS-TOT-CONV-CNT
               ADD WS-SP-CONV-AMT(WS-SP-IDX) TO WS-TOT-CONV-AMT
               ADD WS-SP-EXPIRED-CNT(WS-SP-IDX) TO WS-TOT-EXPIRED-CNT
               ADD WS-SP-LOST-CNT(WS-SP-IDX) TO WS-TOT-LOST-CNT
               ADD WS-SP-OPEN-CNT(WS-SP-IDX) TO WS-TOT-OPEN-CNT
           END-PERFORM

           COMPUTE WS-DECIDED-CNT =
               WS-TOT-CONV-CNT + WS-TOT-EXPIRED-CNT + WS-TOT-LOST-CNT

           IF WS-DECIDED-CNT > ZERO
               COMPUTE WS-TOT-WIN-PCT ROUNDED =
                   WS-TOT-CONV-CNT * 100 / WS-DECIDED-CNT
           END-IF
           .

      *----------------------------------------------------------------*
      * BUBBLE SORT BEST WIN RATE FIRST, THE SAME SHAPE QUOTRPT SORTS  *
      * ITS PERFORMANCE TABLE. THE ENTRY IS SWAPPED WHOLE THROUGH A    *
      * SAVE AREA THE LENGTH OF ONE WS-SP-ENTRY.                       *
      *----------------------------------------------------------------*
       3000-SORT-BY-WIN-RATE.
           MOVE 'Y' TO WS-SP-SWAPPED-SW

           PERFORM UNTIL NOT SP-ENTRIES-SWAPPED
               MOVE 'N' TO WS-SP-SWAPPED-SW

               PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                       UNTIL WS-SP-IDX >= WS-SP-ENTRY-COUNT
                   SET WS-SP-CMP-IDX TO WS-SP-IDX
                   SET WS-SP-CMP-IDX UP BY 1

                   IF WS-SP-WIN-PCT(WS-SP-CMP-IDX) >
                      WS-SP-WIN-PCT(WS-SP-IDX)
                       MOVE WS-SP-ENTRY(WS-SP-IDX)
                         TO WS-SP-SAVE-ENTRY
                       MOVE WS-SP-ENTRY(WS-SP-CMP-IDX)
                         TO WS-SP-ENTRY(WS-SP-IDX)
                       MOVE WS-SP-SAVE-ENTRY
                         TO WS-SP-ENTRY(WS-SP-CMP-IDX)
                       MOVE 'Y' TO WS-SP-SWAPPED-SW
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       3500-PRINT-ACTIVITY.
           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADER

           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-ENTRY-COUNT
               IF WS-SP-ID(WS-SP-IDX) = SPACES
                   MOVE '*NONE' TO WS-DL-SALESPERSON
               ELSE
                   MOVE WS-SP-ID(WS-SP-IDX) TO WS-DL-SALESPERSON
               END-IF

               MOVE WS-SP-ISSUED-CNT(WS-SP-IDX) TO WS-DL-ISSUED-CNT
               MOVE WS-SP-ISSUED-AMT(WS-SP-IDX) TO WS-DL-ISSUED-AMT
               MOVE WS-SP-CONV-CNT(WS-SP-IDX) TO WS-DL-CONV-CNT
               MOVE WS-SP-CONV-AMT(WS-SP-IDX) TO WS-DL-CONV-AMT
               MOVE WS-SP-EXPIRED-CNT(WS-SP-IDX) TO WS-DL-EXPIRED-CNT
               MOVE WS-SP-LOST-CNT(WS-SP-IDX) TO WS-DL-LOST-CNT
               MOVE WS-SP-OPEN-CNT(WS-SP-IDX) TO WS-DL-OPEN-CNT
               MOVE WS-SP-WIN-PCT(WS-SP-IDX) TO WS-DL-WIN-PCT
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           END-PERFORM

           MOVE 'TOTAL' TO WS-DL-SALESPERSON
           MOVE WS-TOT-ISSUED-CNT TO WS-DL-ISSUED-CNT
           MOVE WS-TOT-ISSUED-AMT TO WS-DL-ISSUED-AMT
           MOVE WS-TOT-CONV-CNT TO WS-DL-CONV-CNT
           MOVE WS-TOT-CONV-AMT TO WS-DL-CONV-AMT
           MOVE WS-TOT-EXPIRED-CNT TO WS-DL-EXPIRED-CNT
           MOVE WS-TOT-LOST-CNT TO WS-DL-LOST-CNT
           MOVE WS-TOT-OPEN-CNT TO WS-DL-OPEN-CNT
           MOVE WS-TOT-WIN-PCT TO WS-DL-WIN-PCT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       4000-TERMINATION.
           MOVE WS-QUOTES-READ-COUNT TO WS-SL-READ-COUNT
           MOVE WS-SELECTED-COUNT TO WS-SL-SELECTED-COUNT
           MOVE WS-SP-ENTRY-COUNT TO WS-SL-SP-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           CLOSE QUOTE-FILE
                 REPORT-FILE
           .
