      * THREE SEPARATE PRINT REPORTS. A JOB THAT DID NOT RUN (ITS      *
      * STATS FILE IS EMPTY) IS REPORTED AS NOT RUN RATHER THAN BEING  *
      * SILENTLY TREATED AS ZERO ACTIVITY.                             *
      *                                                                *
      * THE NIGHTLY INTEGRITY AUDIT (INTGAUD) WRITES THE SAME EXTRACT  *
      * (INTGSTAT) WITH RECORDS CHECKED, BROKEN REFERENCES AS ERRORS   *
      * AND STALE ONES AS ITS EXTRA COUNT. IT GETS A JOB LINE AND A    *
      * SUMMARY LINE OF ITS OWN; RECORDS CHECKED ARE NOT TRANSACTIONS  *
      * AND STAY OUT OF THE NIGHT'S TOTALS.                            *
      *                                                                *
      * EVERY INBOUND BATCH BATCHCTL ACCEPTS IS LOGGED ON BCHLOG. THE  *
      * DIGEST CLOSES WITH THE NIGHT'S BATCHES PER FEED AGAINST THE    *
      * NUMBER EXPECTED IN THE FEED CONTROL TABLE (BCHFEED), FLAGGING  *
      * A FEED THAT SENT NOTHING OR MORE THAN IT SHOULD. NO LOG AT ALL *
      * MEANS NO BATCHES WERE RECEIVED.                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODSUM.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTGEN-STATUS.

           SELECT INTGAUD-STATS-FILE ASSIGN TO INTGSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTGAUD-STATUS.

           SELECT BATCH-LOG-FILE ASSIGN TO BCHLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BCHLOG-STATUS.

           SELECT DIGEST-REPORT ASSIGN TO EODRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIGEST-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * ALL FOUR STATS FILES SHARE THE SAME ONE-RECORD LAYOUT THAT     *
      * CUSTMNT, INVNTRY, RPTGEN AND INTGAUD EACH WRITE AT THEIR OWN   *
      * TERMINATION -- REPEATED HERE FIELD FOR FIELD UNDER A NAME OF   *
      * ITS OWN PER FD, THE SAME WAY INVREORD.CBL REPEATS INVNTRY'S    *
      * TRANSACTION-RECORD LAYOUT RATHER THAN SHARING A COPYBOOK.      *
      *----------------------------------------------------------------*
       FD  CUSTMNT-STATS-FILE
           LABEL RECORDS ARE STANDARD
           05  RG-STAT-NET-CHANGE      PIC S9(09)V99.
           05  RG-STAT-EXTRA-COUNT     PIC 9(05).

       FD  INTGAUD-STATS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 36 CHARACTERS.
       01  INTGAUD-STATS-RECORD.
           05  IA-STAT-JOB-ID          PIC X(08).
           05  IA-STAT-TRAN-COUNT      PIC 9(07).
           05  IA-STAT-ERROR-COUNT     PIC 9(05).
           05  IA-STAT-NET-CHANGE      PIC S9(09)V99.
           05  IA-STAT-EXTRA-COUNT     PIC 9(05).

      *----------------------------------------------------------------*
      * THE BATCH LOG IS WRITTEN BY BATCHCTL AND SHARES ITS COPYBOOK.  *
      *----------------------------------------------------------------*
       FD  BATCH-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY BCHCOPY.

       FD  DIGEST-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
           88  RPTGEN-STATS-SUCCESS   VALUE '00'.
           88  RPTGEN-STATS-EOF       VALUE '10'.

       01  WS-INTGAUD-STATUS          PIC X(02) VALUE SPACES.
           88  INTGAUD-STATS-SUCCESS  VALUE '00'.
           88  INTGAUD-STATS-EOF      VALUE '10'.

       01  WS-BCHLOG-STATUS           PIC X(02) VALUE SPACES.
           88  BCHLOG-SUCCESS         VALUE '00'.
           88  BCHLOG-NO-FILE         VALUE '35'.

       01  WS-DIGEST-STATUS           PIC X(02) VALUE SPACES.
           88  DIGEST-SUCCESS         VALUE '00'.

               88  INVNTRY-RAN        VALUE 'Y'.
           05  WS-RPTGEN-RAN-SW       PIC X(01) VALUE 'N'.
               88  RPTGEN-RAN         VALUE 'Y'.
           05  WS-INTGAUD-RAN-SW      PIC X(01) VALUE 'N'.
               88  INTGAUD-RAN        VALUE 'Y'.
           05  WS-BCHLOG-EOF-SW       PIC X(01) VALUE 'N'.
               88  BCHLOG-EOF         VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE PIC 9(08).

           COPY BCHFEED.

      *----------------------------------------------------------------*
      * TONIGHT'S ACCEPTED BATCHES, ONE ENTRY PER BCHFEED ENTRY.       *
      *----------------------------------------------------------------*
       01  WS-BATCH-RECEIVED-TABLE.
           05  WS-BATCH-RECEIVED OCCURS 7 TIMES.
               10  WS-BR-BATCHES      PIC 9(03) VALUE ZEROS.
               10  WS-BR-RECORDS      PIC 9(07) VALUE ZEROS.

       01  WS-BATCH-SUB               PIC 9(02) VALUE ZEROS.

      *----------------------------------------------------------------*
      * NIGHT-WIDE TOTALS ROLLED UP FROM THE THREE STATS RECORDS.      *
           05  WS-TOTAL-REORDER-COUNT PIC 9(05) COMP-3 VALUE ZEROS.
           05  WS-NET-INVENTORY-CHG   PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05  WS-NET-CUSTOMER-CHG    PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05  WS-INTEGRITY-ERRORS    PIC 9(05) COMP-3 VALUE ZEROS.
           05  WS-INTEGRITY-WARNINGS  PIC 9(05) COMP-3 VALUE ZEROS.
           05  WS-BATCHES-EXPECTED    PIC 9(03) COMP-3 VALUE ZEROS.
           05  WS-BATCHES-RECEIVED    PIC 9(03) COMP-3 VALUE ZEROS.
           05  WS-BATCH-EXCEPTIONS    PIC 9(03) COMP-3 VALUE ZEROS.

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(20)
                                      VALUE 'END-OF-DAY OPERATION'.
           05  FILLER                 PIC X(13) VALUE 'S SUMMARY    '.
           05  FILLER                 PIC X(04) VALUE 'DATE'.
           05  FILLER                 PIC X(01) VALUE SPACES.
       01  WS-COLUMN-HEADER.
           05  FILLER                 PIC X(12) VALUE 'JOB         '.
           05  FILLER                 PIC X(08) VALUE 'STATUS  '.
           05  FILLER                 PIC X(16)
                                      VALUE 'TRANSACTIONS    '.
           05  FILLER                 PIC X(10) VALUE 'ERRORS    '.
           05  FILLER                 PIC X(15) VALUE 'NET CHANGE     '.
           05  FILLER                 PIC X(71) VALUE SPACES.
           05  FILLER                 PIC X(70) VALUE SPACES.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                 PIC X(24)
                                      VALUE 'TOTAL TRANSACTIONS:    '.
           05  WS-SL-TOTAL-TRAN       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(17)
                                      VALUE '   TOTAL ERRORS: '.
           05  WS-SL-TOTAL-ERROR      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(78) VALUE SPACES.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                 PIC X(24)
                                      VALUE 'TOTAL ITEMS FOR REORDER:'.
           05  WS-SL-TOTAL-REORDER    PIC ZZ,ZZ9.
           05  FILLER                 PIC X(102) VALUE SPACES.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                 PIC X(24)
                                      VALUE 'NET INVENTORY CHANGE:   '.
           05  WS-SL-NET-INVENTORY    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(14) VALUE '  NET CUSTOMER'.
           05  FILLER                 PIC X(09) VALUE ' CHANGE: '.
           05  WS-SL-NET-CUSTOMER     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(55) VALUE SPACES.

       01  WS-SUMMARY-LINE-4.
           05  FILLER                 PIC X(24)
                                      VALUE 'INTEGRITY ERRORS:       '.
           05  WS-SL-INTEGRITY-ERRORS PIC ZZ,ZZ9.
           05  FILLER                 PIC X(17)
                                      VALUE '   WARNINGS:     '.
           05  WS-SL-INTEGRITY-WARNINGS
                                      PIC ZZ,ZZ9.
           05  WS-SL-INTEGRITY-NOTE   PIC X(20).
           05  FILLER                 PIC X(59) VALUE SPACES.

       01  WS-SUMMARY-LINE-5.
           05  FILLER                 PIC X(24)
                                      VALUE 'INBOUND BATCHES:        '.
           05  WS-SL-BATCHES-RECEIVED PIC ZZ,ZZ9.
           05  FILLER                 PIC X(17)
                                      VALUE '   EXPECTED:     '.
           05  WS-SL-BATCHES-EXPECTED PIC ZZ,ZZ9.
           05  WS-SL-BATCH-NOTE       PIC X(24).
           05  FILLER                 PIC X(55) VALUE SPACES.

       01  WS-BATCH-COLUMN-HEADER.
           05  FILLER                 PIC X(10) VALUE 'FEED      '.
           05  FILLER                 PIC X(10) VALUE 'PROGRAM   '.
           05  FILLER                 PIC X(10) VALUE 'EXPECTED  '.
           05  FILLER                 PIC X(10) VALUE 'RECEIVED  '.
           05  FILLER                 PIC X(11) VALUE '    RECORDS'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(04) VALUE 'NOTE'.
           05  FILLER                 PIC X(75) VALUE SPACES.

       01  WS-BATCH-LINE.
           05  WS-BL-FEED-ID          PIC X(10).
           05  WS-BL-PROGRAM-ID       PIC X(10).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  WS-BL-EXPECTED         PIC ZZ9.
           05  FILLER                 PIC X(07) VALUE SPACES.
           05  WS-BL-RECEIVED         PIC ZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-BL-RECORDS          PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-BL-NOTE             PIC X(10).
           05  FILLER                 PIC X(69) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-READ-CUSTMNT-STATS
           PERFORM 2100-READ-INVNTRY-STATS
           PERFORM 2200-READ-RPTGEN-STATS
           PERFORM 2300-READ-INTGAUD-STATS
           PERFORM 2400-READ-BATCH-LOG
           PERFORM 3000-WRITE-DIGEST
           PERFORM 4000-TERMINATION
           GOBACK
           OPEN INPUT  CUSTMNT-STATS-FILE
                INPUT  INVNTRY-STATS-FILE
                INPUT  RPTGEN-STATS-FILE
                INPUT  INTGAUD-STATS-FILE
                OUTPUT DIGEST-REPORT

           IF NOT CUSTMNT-STATS-SUCCESS AND NOT CUSTMNT-STATS-EOF
                       WS-RPTGEN-STATUS
           END-IF

           IF NOT INTGAUD-STATS-SUCCESS AND NOT INTGAUD-STATS-EOF
               DISPLAY 'ERROR OPENING INTGAUD STATS FILE: '
                       WS-INTGAUD-STATUS
           END-IF

           IF NOT DIGEST-SUCCESS
               DISPLAY 'ERROR OPENING DIGEST REPORT: ' WS-DIGEST-STATUS
           END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * THE INTEGRITY AUDIT'S RECORDS CHECKED SHOW IN THE JOB LINE'S   *
      * TRANSACTION COLUMN BUT ARE NOT ADDED TO THE NIGHT'S TOTALS;    *
      * ITS FINDINGS ARE SUMMARISED ON A LINE OF THEIR OWN.            *
      *----------------------------------------------------------------*
       2300-READ-INTGAUD-STATS.
           READ INTGAUD-STATS-FILE
               AT END
                   MOVE 'INTGAUD' TO WS-JL-JOB-ID
                   MOVE 'NOT RUN' TO WS-JL-STATUS
                   MOVE ZEROS TO WS-JL-TRAN-COUNT
                   MOVE ZEROS TO WS-JL-ERROR-COUNT
                   MOVE ZEROS TO WS-JL-NET-CHANGE
                   WRITE DIGEST-REPORT-RECORD FROM WS-JOB-LINE
               NOT AT END
                   MOVE 'Y' TO WS-INTGAUD-RAN-SW
                   MOVE IA-STAT-ERROR-COUNT TO WS-INTEGRITY-ERRORS
                   MOVE IA-STAT-EXTRA-COUNT TO WS-INTEGRITY-WARNINGS
                   MOVE IA-STAT-JOB-ID TO WS-JL-JOB-ID
                   MOVE 'OK' TO WS-JL-STATUS
                   MOVE IA-STAT-TRAN-COUNT TO WS-JL-TRAN-COUNT
                   MOVE IA-STAT-ERROR-COUNT TO WS-JL-ERROR-COUNT
                   MOVE IA-STAT-NET-CHANGE TO WS-JL-NET-CHANGE
                   WRITE DIGEST-REPORT-RECORD FROM WS-JOB-LINE
           END-READ
           .

      *----------------------------------------------------------------*
      * COUNTS THE BATCHES LOGGED FOR TODAY'S PROCESSING DATE AGAINST  *
      * THEIR FEED. A LOG ENTRY FOR A FEED NO LONGER IN THE TABLE IS   *
      * PASSED OVER.                                                   *
      *----------------------------------------------------------------*
       2400-READ-BATCH-LOG.
           OPEN INPUT BATCH-LOG-FILE

           IF BCHLOG-SUCCESS
               PERFORM 2450-READ-BATCH-LOG-RECORD
                   UNTIL BCHLOG-EOF
               CLOSE BATCH-LOG-FILE
           ELSE
               IF NOT BCHLOG-NO-FILE
                   DISPLAY 'ERROR OPENING BATCH LOG: ' WS-BCHLOG-STATUS
               END-IF
           END-IF
           .

       2450-READ-BATCH-LOG-RECORD.
           READ BATCH-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-BCHLOG-EOF-SW
               NOT AT END
                   IF BL-PROC-DATE = WS-CURRENT-DATE-NUM
                       PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                               UNTIL WS-BATCH-SUB > BF-FEED-COUNT
                                  OR BF-FEED-ID(WS-BATCH-SUB)
                                     = BL-FEED-ID
                           CONTINUE
                       END-PERFORM
                       IF WS-BATCH-SUB NOT > BF-FEED-COUNT
                           ADD 1 TO WS-BR-BATCHES(WS-BATCH-SUB)
                           ADD BL-RECORD-COUNT
                             TO WS-BR-RECORDS(WS-BATCH-SUB)
                       END-IF
                   END-IF
           END-READ
           .

       3000-WRITE-DIGEST.
           MOVE WS-TOTAL-TRAN-COUNT TO WS-SL-TOTAL-TRAN
           MOVE WS-TOTAL-ERROR-COUNT TO WS-SL-TOTAL-ERROR
           WRITE DIGEST-REPORT-RECORD FROM WS-SUMMARY-LINE-1
           WRITE DIGEST-REPORT-RECORD FROM WS-SUMMARY-LINE-2
           WRITE DIGEST-REPORT-RECORD FROM WS-SUMMARY-LINE-3

           MOVE WS-INTEGRITY-ERRORS TO WS-SL-INTEGRITY-ERRORS
           MOVE WS-INTEGRITY-WARNINGS TO WS-SL-INTEGRITY-WARNINGS

           IF INTGAUD-RAN
               MOVE SPACES TO WS-SL-INTEGRITY-NOTE
           ELSE
               MOVE '   (AUDIT NOT RUN)' TO WS-SL-INTEGRITY-NOTE
           END-IF

           WRITE DIGEST-REPORT-RECORD FROM WS-SUMMARY-LINE-4

           PERFORM 3100-WRITE-BATCH-SECTION
           .

      *----------------------------------------------------------------*
      * ONE LINE PER FEED: BATCHES EXPECTED TONIGHT, BATCHES ACCEPTED  *
      * AND THE BODY RECORDS THEY CARRIED. A FEED SHORT OF ITS COUNT   *
      * IS NOTED MISSING, ONE OVER IT EXTRA, AND THE SUMMARY LINE      *
      * CARRIES THE NIGHT'S TOTALS.                                    *
      *----------------------------------------------------------------*
       3100-WRITE-BATCH-SECTION.
           WRITE DIGEST-REPORT-RECORD FROM SPACES
           WRITE DIGEST-REPORT-RECORD FROM WS-BATCH-COLUMN-HEADER

           PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > BF-FEED-COUNT
               MOVE BF-FEED-ID(WS-BATCH-SUB) TO WS-BL-FEED-ID
               MOVE BF-PROGRAM-ID(WS-BATCH-SUB) TO WS-BL-PROGRAM-ID
               MOVE BF-EXPECTED(WS-BATCH-SUB) TO WS-BL-EXPECTED
               MOVE WS-BR-BATCHES(WS-BATCH-SUB) TO WS-BL-RECEIVED
               MOVE WS-BR-RECORDS(WS-BATCH-SUB) TO WS-BL-RECORDS
               ADD BF-EXPECTED(WS-BATCH-SUB) TO WS-BATCHES-EXPECTED
               ADD WS-BR-BATCHES(WS-BATCH-SUB) TO WS-BATCHES-RECEIVED

               EVALUATE TRUE
                   WHEN WS-BR-BATCHES(WS-BATCH-SUB)
                        < BF-EXPECTED(WS-BATCH-SUB)
                       MOVE 'MISSING' TO WS-BL-NOTE
                       ADD 1 TO WS-BATCH-EXCEPTIONS
                   WHEN WS-BR-BATCHES(WS-BATCH-SUB)
                        > BF-EXPECTED(WS-BATCH-SUB)
                       MOVE 'EXTRA' TO WS-BL-NOTE
                       ADD 1 TO WS-BATCH-EXCEPTIONS
                   WHEN OTHER
                       MOVE SPACES TO WS-BL-NOTE
               END-EVALUATE

               WRITE DIGEST-REPORT-RECORD FROM WS-BATCH-LINE
           END-PERFORM

           MOVE WS-BATCHES-RECEIVED TO WS-SL-BATCHES-RECEIVED
           MOVE WS-BATCHES-EXPECTED TO WS-SL-BATCHES-EXPECTED

           IF WS-BATCH-EXCEPTIONS > ZERO
               MOVE '   (FEEDS OUT OF COUNT)' TO WS-SL-BATCH-NOTE
           ELSE
               MOVE SPACES TO WS-SL-BATCH-NOTE
           END-IF

           WRITE DIGEST-REPORT-RECORD FROM SPACES
           WRITE DIGEST-REPORT-RECORD FROM WS-SUMMARY-LINE-5
           .

       4000-TERMINATION.
           CLOSE CUSTMNT-STATS-FILE
                 INVNTRY-STATS-FILE
                 RPTGEN-STATS-FILE
                 INTGAUD-STATS-FILE
                 DIGEST-REPORT
           .
