      *----------------------------------------------------------------*
      * RBTMNT - CUSTOMER VOLUME REBATE AGREEMENT MAINTENANCE          *
      *                                                                *
      * THIS PROGRAM HANDLES REBATE AGREEMENT MAINTENANCE OPERATIONS   *
      * INCLUDING ADD, UPDATE, DELETE, AND INQUIRY FUNCTIONS, THE SAME *
      * WAY CONMNT MAINTAINS CONTRACT PRICES. EACH AGREEMENT NAMES ITS *
      * PERIOD, WHETHER NET SALES OR QUANTITY COUNTS TOWARD IT, AND UP *
      * TO THREE TIERS OF THRESHOLD AND REBATE PERCENT; REBATE ACCRUES *
      * AND SETTLES IT.                                                *
      *                                                                *
      * AN ADD STARTS THE AGREEMENT OPEN WITH NOTHING ACCRUED. AN      *
      * UPDATE THAT MOVES THE PERIOD START -- THE WAY NEXT YEAR'S      *
      * TERMS ARE KEYED OVER A SETTLED AGREEMENT -- REOPENS IT AND     *
      * STARTS THE ACCRUAL OVER; ANY OTHER UPDATE LEAVES WHAT HAS      *
      * ACCRUED ALONE.                                                 *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBTMNT.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBATE-FILE ASSIGN TO RBTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CUST-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO RBTTRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT REPORT-FILE ASSIGN TO RBTMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REBATE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY RBTCOPY.

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  TRANSACTION-RECORD.
           05  TRAN-CODE              PIC X(01).
               88  TRAN-ADD           VALUE 'A'.
               88  TRAN-UPDATE        VALUE 'U'.
               88  TRAN-DELETE        VALUE 'D'.
               88  TRAN-INQUIRY       VALUE 'I'.
           05  TRAN-CUST-ID           PIC X(06).
           05  TRAN-PERIOD-FROM       PIC 9(08).
           05  TRAN-PERIOD-TO         PIC 9(08).
           05  TRAN-BASIS             PIC X(01).
               88  TRAN-BASIS-VALID   VALUE 'N' 'Q'.
           05  TRAN-TIER-THRESHOLD-1  PIC 9(09)V99.
           05  TRAN-TIER-PCT-1        PIC 9(03)V99.
           05  TRAN-TIER-THRESHOLD-2  PIC 9(09)V99.
           05  TRAN-TIER-PCT-2        PIC 9(03)V99.
           05  TRAN-TIER-THRESHOLD-3  PIC 9(09)V99.
           05  TRAN-TIER-PCT-3        PIC 9(03)V99.
           05  FILLER                 PIC X(08).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS             PIC X(02) VALUE SPACES.
           88  FILE-SUCCESS           VALUE '00'.
           88  FILE-EOF               VALUE '10'.
           88  FILE-NOT-FOUND         VALUE '23'.
           88  FILE-ALREADY-EXISTS    VALUE '22'.
           88  FILE-NO-FILE           VALUE '35'.

       01  WS-TRAN-STATUS             PIC X(02) VALUE SPACES.
           88  TRAN-SUCCESS           VALUE '00'.
           88  TRAN-EOF               VALUE '10'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-TRAN-VALID-SW       PIC X(01) VALUE 'Y'.
               88  TRAN-FIELDS-VALID  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ADD-COUNT           PIC 9(05) VALUE ZEROS.
           05  WS-UPDATE-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-DELETE-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-INQUIRY-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-ERROR-COUNT         PIC 9(05) VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).

       01  WS-EDIT-WORK.
           05  WS-RB-PERIOD-FROM-NUM  PIC 9(08).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(20)
                                      VALUE 'REBATE AGREEMENT MAI'.
           05  FILLER                 PIC X(14) VALUE 'NTENANCE REPOR'.
           05  FILLER                 PIC X(12) VALUE 'T           '.
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
           05  FILLER                 PIC X(07) VALUE 'TRAN   '.
           05  FILLER                 PIC X(07) VALUE 'CUST ID'.
           05  FILLER                 PIC X(12) VALUE 'FROM        '.
           05  FILLER                 PIC X(12) VALUE 'THROUGH     '.
           05  FILLER                 PIC X(06) VALUE 'BASIS '.
           05  FILLER                 PIC X(23)
                                      VALUE '       TIER 1 AT  PCT  '.
           05  FILLER                 PIC X(23)
                                      VALUE '       TIER 2 AT  PCT  '.
           05  FILLER                 PIC X(23)
                                      VALUE '       TIER 3 AT  PCT  '.
           05  FILLER                 PIC X(19) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  WS-DL-TRAN-CODE        PIC X(07).
           05  WS-DL-CUST-ID          PIC X(07).
           05  WS-DL-PERIOD-FROM      PIC 9(08).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-DL-PERIOD-TO        PIC 9(08).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-DL-BASIS            PIC X(06).
           05  WS-DL-TIER OCCURS 3 TIMES.
               10  WS-DL-THRESHOLD    PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER             PIC X(01).
               10  WS-DL-PCT          PIC ZZ9.99.
               10  FILLER             PIC X(02).
           05  WS-DL-NOTE             PIC X(16).
           05  FILLER                 PIC X(03) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(10) VALUE 'ADDS:     '.
           05  WS-SL-ADD-COUNT        PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' UPDATES: '.
           05  WS-SL-UPDATE-COUNT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' DELETES: '.
           05  WS-SL-DELETE-COUNT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE ' INQUIRIES:'.
           05  WS-SL-INQUIRY-COUNT    PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' ERRORS:  '.
           05  WS-SL-ERROR-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL END-OF-FILE
           PERFORM 3000-TERMINATION
           GOBACK
           .

      *----------------------------------------------------------------*
      * THE AGREEMENT FILE IS CREATED ON THE FIRST RUN THAT FINDS NONE *
      * THERE.                                                         *
      *----------------------------------------------------------------*
       1000-INITIALIZATION.
           OPEN INPUT TRANSACTION-FILE
                OUTPUT REPORT-FILE

           OPEN I-O REBATE-FILE

           IF FILE-NO-FILE
               OPEN OUTPUT REBATE-FILE
               CLOSE REBATE-FILE
               OPEN I-O REBATE-FILE
           END-IF

           IF NOT FILE-SUCCESS
               DISPLAY 'ERROR OPENING REBATE FILE: ' WS-FILE-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT TRAN-SUCCESS
               DISPLAY 'ERROR OPENING TRANSACTION FILE: '
                       WS-TRAN-STATUS
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

           IF NOT END-OF-FILE
               READ TRANSACTION-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               END-READ
           END-IF
           .

       2000-PROCESS-TRANSACTIONS.
           PERFORM 2050-CLEAR-DETAIL-LINE

           EVALUATE TRUE
               WHEN TRAN-ADD
                   PERFORM 2100-ADD-AGREEMENT
               WHEN TRAN-UPDATE
                   PERFORM 2200-UPDATE-AGREEMENT
               WHEN TRAN-DELETE
                   PERFORM 2300-DELETE-AGREEMENT
               WHEN TRAN-INQUIRY
                   PERFORM 2400-INQUIRY-AGREEMENT
               WHEN OTHER
                   MOVE 'INVALID' TO WS-DL-TRAN-CODE
                   MOVE 'BAD TRAN CODE' TO WS-DL-NOTE
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE

           READ TRANSACTION-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           END-READ
           .

       2050-CLEAR-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE TRAN-CUST-ID TO WS-DL-CUST-ID
           MOVE ZEROS TO WS-DL-PERIOD-FROM
           MOVE ZEROS TO WS-DL-PERIOD-TO
           .

       2100-ADD-AGREEMENT.
           MOVE 'ADD' TO WS-DL-TRAN-CODE
           MOVE TRAN-CUST-ID TO RB-CUST-ID

           READ REBATE-FILE
               INVALID KEY
                   PERFORM 2150-EDIT-TRANSACTION

                   IF TRAN-FIELDS-VALID
                       PERFORM 2110-PERFORM-ADD
                   ELSE
                       WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               NOT INVALID KEY
                   MOVE 'ALREADY EXISTS' TO WS-DL-NOTE
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                   ADD 1 TO WS-ERROR-COUNT
           END-READ
           .

       2110-PERFORM-ADD.
           MOVE SPACES TO REBATE-AGREEMENT-DETAILS
           MOVE TRAN-CUST-ID TO RB-CUST-ID
           PERFORM 2500-MOVE-TRAN-TO-RECORD
           PERFORM 2510-START-ACCRUAL

           WRITE REBATE-AGREEMENT-DETAILS
               INVALID KEY
                   MOVE 'WRITE ERROR' TO WS-DL-NOTE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2550-MOVE-RECORD-TO-DETAIL
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * AN AGREEMENT MUST SAY WHAT COUNTS TOWARD IT, RUN FORWARD IN    *
      * TIME, AND HAVE AT LEAST ONE TIER TO REACH.                     *
      *----------------------------------------------------------------*
       2150-EDIT-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SW

           EVALUATE TRUE
               WHEN NOT TRAN-BASIS-VALID
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'BAD BASIS' TO WS-DL-NOTE
               WHEN TRAN-PERIOD-FROM NOT NUMERIC
                 OR TRAN-PERIOD-TO NOT NUMERIC
                 OR TRAN-PERIOD-FROM = ZEROS
                 OR TRAN-PERIOD-TO < TRAN-PERIOD-FROM
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'BAD PERIOD' TO WS-DL-NOTE
               WHEN TRAN-TIER-THRESHOLD-1 NOT NUMERIC
                 OR TRAN-TIER-THRESHOLD-1 = ZEROS
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'NO TIERS' TO WS-DL-NOTE
           END-EVALUATE
           .

       2200-UPDATE-AGREEMENT.
           MOVE 'UPDATE' TO WS-DL-TRAN-CODE
           MOVE TRAN-CUST-ID TO RB-CUST-ID

           READ REBATE-FILE
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-DL-NOTE
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2150-EDIT-TRANSACTION

                   IF TRAN-FIELDS-VALID
                       PERFORM 2210-PERFORM-UPDATE
                   ELSE
                       WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
           END-READ
           .

       2210-PERFORM-UPDATE.
           MOVE RB-PERIOD-FROM TO WS-RB-PERIOD-FROM-NUM
           PERFORM 2500-MOVE-TRAN-TO-RECORD

           IF TRAN-PERIOD-FROM NOT = WS-RB-PERIOD-FROM-NUM
               PERFORM 2510-START-ACCRUAL
               MOVE 'NEW PERIOD' TO WS-DL-NOTE
           END-IF

           REWRITE REBATE-AGREEMENT-DETAILS
               INVALID KEY
                   MOVE 'REWRITE ERROR' TO WS-DL-NOTE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2550-MOVE-RECORD-TO-DETAIL
                   ADD 1 TO WS-UPDATE-COUNT
           END-REWRITE

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       2300-DELETE-AGREEMENT.
           MOVE 'DELETE' TO WS-DL-TRAN-CODE
           MOVE TRAN-CUST-ID TO RB-CUST-ID

           READ REBATE-FILE
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-DL-NOTE
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2550-MOVE-RECORD-TO-DETAIL

                   DELETE REBATE-FILE
                       INVALID KEY
                           MOVE 'DELETE ERROR' TO WS-DL-NOTE
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETE-COUNT
                   END-DELETE

                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           END-READ
           .

       2400-INQUIRY-AGREEMENT.
           MOVE 'INQUIRE' TO WS-DL-TRAN-CODE
           MOVE TRAN-CUST-ID TO RB-CUST-ID

           READ REBATE-FILE
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-DL-NOTE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2550-MOVE-RECORD-TO-DETAIL
                   ADD 1 TO WS-INQUIRY-COUNT
           END-READ

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       2500-MOVE-TRAN-TO-RECORD.
           MOVE TRAN-PERIOD-FROM TO RB-PERIOD-FROM
           MOVE TRAN-PERIOD-TO TO RB-PERIOD-TO
           MOVE TRAN-BASIS TO RB-BASIS
           MOVE TRAN-TIER-THRESHOLD-1 TO RB-TIER-THRESHOLD-1
           MOVE TRAN-TIER-PCT-1 TO RB-TIER-PCT-1
           MOVE TRAN-TIER-THRESHOLD-2 TO RB-TIER-THRESHOLD-2
           MOVE TRAN-TIER-PCT-2 TO RB-TIER-PCT-2
           MOVE TRAN-TIER-THRESHOLD-3 TO RB-TIER-THRESHOLD-3
           MOVE TRAN-TIER-PCT-3 TO RB-TIER-PCT-3
           .

       2510-START-ACCRUAL.
           MOVE 'O' TO RB-STATUS
           MOVE ZEROS TO RB-ACCRUED-THRU
           MOVE ZEROS TO RB-NET-TO-DATE
           MOVE ZEROS TO RB-QTY-TO-DATE
           MOVE ZEROS TO RB-ACCRUED-REBATE
           MOVE ZEROS TO RB-SETTLED-DATE
           MOVE SPACES TO RB-CREDIT-ITEM
           .

       2550-MOVE-RECORD-TO-DETAIL.
           MOVE RB-PERIOD-FROM TO WS-DL-PERIOD-FROM
           MOVE RB-PERIOD-TO TO WS-DL-PERIOD-TO

           IF RB-BASIS-QUANTITY
               MOVE 'QTY' TO WS-DL-BASIS
           ELSE
               MOVE 'NET' TO WS-DL-BASIS
           END-IF

           MOVE RB-TIER-THRESHOLD-1 TO WS-DL-THRESHOLD(1)
           MOVE RB-TIER-PCT-1 TO WS-DL-PCT(1)
           MOVE RB-TIER-THRESHOLD-2 TO WS-DL-THRESHOLD(2)
           MOVE RB-TIER-PCT-2 TO WS-DL-PCT(2)
           MOVE RB-TIER-THRESHOLD-3 TO WS-DL-THRESHOLD(3)
           MOVE RB-TIER-PCT-3 TO WS-DL-PCT(3)

           IF WS-DL-NOTE = SPACES
              AND RB-SETTLED
               MOVE 'SETTLED' TO WS-DL-NOTE
           END-IF
           .

       3000-TERMINATION.
           MOVE WS-ADD-COUNT TO WS-SL-ADD-COUNT
           MOVE WS-UPDATE-COUNT TO WS-SL-UPDATE-COUNT
           MOVE WS-DELETE-COUNT TO WS-SL-DELETE-COUNT
           MOVE WS-INQUIRY-COUNT TO WS-SL-INQUIRY-COUNT
           MOVE WS-ERROR-COUNT TO WS-SL-ERROR-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           CLOSE REBATE-FILE
                 TRANSACTION-FILE
                 REPORT-FILE
           .
