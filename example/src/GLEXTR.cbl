               RECORD KEY IS PROD-ID
               FILE STATUS IS WS-PRODMAST-STATUS.

           SELECT PRICE-HISTORY-FILE ASSIGN TO PRCHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PRCHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
           RECORD CONTAINS 80 CHARACTERS.
           COPY PRODCOPY.

       FD  PRICE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY PRCHCOPY.

       WORKING-STORAGE SECTION.
       01  WS-SALES-STATUS            PIC X(02) VALUE SPACES.
           88  SALES-SUCCESS          VALUE '00'.
           88  PRODMAST-SUCCESS       VALUE '00'.
           88  PRODMAST-NOT-FOUND     VALUE '23'.

       01  WS-PRCHIST-STATUS          PIC X(02) VALUE SPACES.
           88  PRCHIST-SUCCESS        VALUE '00'.
           88  PRCHIST-NO-FILE        VALUE '35'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
               88  INVNTRY-RAN        VALUE 'Y'.
           05  WS-SALE-VALID-SW       PIC X(01) VALUE 'Y'.
               88  SALE-ACCEPTED      VALUE 'Y'.
           05  WS-PRCHIST-OPEN-SW     PIC X(01) VALUE 'N'.
               88  PRCHIST-OPEN       VALUE 'Y'.
           05  WS-PH-SCAN-EOF-SW      PIC X(01) VALUE 'N'.
               88  PH-SCAN-EOF        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-SALES-READ-COUNT    PIC 9(07) VALUE ZEROS.

      *----------------------------------------------------------------*
      * PRICE VERIFICATION AGAINST THE PRODUCT MASTER -- THE SAME      *
      * TOLERANCE RPTGEN'S EDIT APPLIES, AGAINST THE SAME LIST PRICE   *
      * IN EFFECT ON THE SALES DATE, SO A RECORD IT REJECTS IS         *
      * REJECTED FROM THE JOURNAL TOO.                                 *
      *----------------------------------------------------------------*
       01  WS-PRICE-VERIFY-WORK.
                                       VALUE 10.00.
           05  WS-PRICE-DIFF          PIC S9(07)V99 COMP-3.
           05  WS-PRICE-DEV-PCT       PIC S9(05)V99 COMP-3.
           05  WS-EXPECTED-PRICE      PIC S9(05)V99 COMP-3.
           05  WS-SALES-DATE-NUM      PIC 9(08).
           05  WS-PH-EFF-NUM          PIC 9(08).

       01  WS-SALES-TOTALS.
           05  WS-TOTAL-SALES-NET     PIC S9(09)V99 COMP-3 VALUE ZEROS.
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           OPEN INPUT PRICE-HISTORY-FILE

           IF PRCHIST-SUCCESS
               MOVE 'Y' TO WS-PRCHIST-OPEN-SW
           ELSE
               IF NOT PRCHIST-NO-FILE
                   DISPLAY 'ERROR OPENING PRICE HISTORY FILE: '
                           WS-PRCHIST-STATUS
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               END-IF
           END-IF

           PERFORM 1200-LOAD-PERIOD-CONTROL

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                   MOVE 'N' TO WS-SALE-VALID-SW
                   ADD 1 TO WS-SALES-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM 2055-FIND-PRICE-IN-EFFECT
                   IF WS-EXPECTED-PRICE > ZERO
                       PERFORM 2060-CHECK-PRICE-DEVIATION
                   END-IF
           END-READ
           .

       2055-FIND-PRICE-IN-EFFECT.
           MOVE PROD-LIST-PRICE TO WS-EXPECTED-PRICE
           MOVE SALES-DATE TO WS-SALES-DATE-NUM

           IF PRCHIST-OPEN
               MOVE 'N' TO WS-PH-SCAN-EOF-SW
               MOVE PROD-ID TO PH-PROD-ID
               MOVE ZEROS TO PH-EFF-DATE

               START PRICE-HISTORY-FILE KEY >= PH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PH-SCAN-EOF-SW
               END-START

               PERFORM 2056-READ-PRICE-HISTORY
                   UNTIL PH-SCAN-EOF
           END-IF
           .

       2056-READ-PRICE-HISTORY.
           READ PRICE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PH-SCAN-EOF-SW
               NOT AT END
                   MOVE PH-EFF-DATE TO WS-PH-EFF-NUM
                   IF PH-PROD-ID NOT = PROD-ID
                      OR WS-PH-EFF-NUM > WS-SALES-DATE-NUM
                       MOVE 'Y' TO WS-PH-SCAN-EOF-SW
                   ELSE
                       MOVE PH-LIST-PRICE TO WS-EXPECTED-PRICE
                   END-IF
           END-READ
           .

       2060-CHECK-PRICE-DEVIATION.
           COMPUTE WS-PRICE-DIFF =
               SALES-UNIT-PRICE - WS-EXPECTED-PRICE

           IF WS-PRICE-DIFF < ZERO
               COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF
           END-IF

           COMPUTE WS-PRICE-DEV-PCT ROUNDED =
               (WS-PRICE-DIFF / WS-EXPECTED-PRICE) * 100

           IF WS-PRICE-DEV-PCT > WS-PRICE-TOLERANCE-PCT
               MOVE 'N' TO WS-SALE-VALID-SW
           WRITE REGISTER-RECORD FROM SPACES
           WRITE REGISTER-RECORD FROM WS-SUMMARY-LINE

           IF PRCHIST-OPEN
               CLOSE PRICE-HISTORY-FILE
           END-IF

           CLOSE SALES-FILE
                 CUSTMNT-STATS-FILE
                 INVNTRY-STATS-FILE
