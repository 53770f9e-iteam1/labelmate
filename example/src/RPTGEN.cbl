               RECORD KEY IS PROD-ID
               FILE STATUS IS WS-PRODMAST-STATUS.

           SELECT PRICE-HISTORY-FILE ASSIGN TO PRCHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PRCHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-FILE
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

       01  WS-PERIOD-CTL-STATUS       PIC X(02) VALUE SPACES.
           88  PERIOD-CTL-SUCCESS     VALUE '00'.

               88  PRIOR-EOF-REACHED  VALUE 'Y'.
           05  WS-PRIOR-FOUND-SW      PIC X(01) VALUE 'N'.
               88  PRIOR-FOUND        VALUE 'Y'.
           05  WS-PRCHIST-OPEN-SW     PIC X(01) VALUE 'N'.
               88  PRCHIST-OPEN       VALUE 'Y'.
           05  WS-PH-SCAN-EOF-SW      PIC X(01) VALUE 'N'.
               88  PH-SCAN-EOF        VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-PRICE-DEV-PCT       PIC S9(05)V99 COMP-3.
           05  WS-PRICE-REJECT-COUNT  PIC 9(07) COMP-3 VALUE ZEROS.
           05  WS-NO-PRODUCT-COUNT    PIC 9(07) COMP-3 VALUE ZEROS.
           05  WS-EXPECTED-PRICE      PIC S9(05)V99 COMP-3.
           05  WS-SALES-DATE-NUM      PIC 9(08).
           05  WS-PH-EFF-NUM          PIC 9(08).

       01  WS-REGION-HEADER.
           05  FILLER                 PIC X(21)
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

           PERFORM 1100-LOAD-PRIOR-PERIOD-TOTALS
           PERFORM 1200-LOAD-PERIOD-CONTROL

      * WHEN IT CARRIES A LIST PRICE THE RECORD'S UNIT PRICE MUST SIT  *
      * WITHIN THE TOLERANCE PERCENTAGE OF IT. FAILURES ARE REJECTED   *
      * FROM THE SUMMARIES AND LISTED ON THE RECONCILE REPORT SO THE   *
      * SLIPPED-DIGIT INVOICE IS FOUND THE DAY IT HAPPENS. THE LIST    *
      * PRICE CHECKED AGAINST IS THE ONE IN EFFECT ON THE SALES DATE,  *
      * TAKEN FROM THE PRICE HISTORY FILE WHERE THE PRODUCT HAS ONE,   *
      * SO A SALE MADE BEFORE A PRICE CHANGE IS NOT REJECTED FOR IT.   *
      *----------------------------------------------------------------*
       2060-VERIFY-PRODUCT-PRICE.
           MOVE SALES-PRODUCT-ID TO PROD-ID
                   MOVE SALES-UNIT-PRICE TO WS-RCL-ACTUAL
                   PERFORM 2090-WRITE-RECONCILE-EXCEPTION
               NOT INVALID KEY
                   PERFORM 2065-FIND-PRICE-IN-EFFECT
                   IF WS-EXPECTED-PRICE > ZERO
                       PERFORM 2070-CHECK-PRICE-DEVIATION
                   END-IF
           END-READ
           .

       2065-FIND-PRICE-IN-EFFECT.
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

               PERFORM 2066-READ-PRICE-HISTORY
                   UNTIL PH-SCAN-EOF
           END-IF
           .

       2066-READ-PRICE-HISTORY.
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

       2070-CHECK-PRICE-DEVIATION.
           COMPUTE WS-PRICE-DIFF =
               SALES-UNIT-PRICE - WS-EXPECTED-PRICE

           IF WS-PRICE-DIFF < ZERO
               COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF
           END-IF

           COMPUTE WS-PRICE-DEV-PCT ROUNDED =
               (WS-PRICE-DIFF / WS-EXPECTED-PRICE) * 100

           IF WS-PRICE-DEV-PCT > WS-PRICE-TOLERANCE-PCT
               MOVE 'N' TO WS-VALID-SALES-SW
               ADD 1 TO WS-REJECT-COUNT
               ADD 1 TO WS-PRICE-REJECT-COUNT
               MOVE 'PRICE <> LIST' TO WS-RCL-EXCEPTION-TYPE
               MOVE WS-EXPECTED-PRICE TO WS-RCL-EXPECTED
               MOVE SALES-UNIT-PRICE TO WS-RCL-ACTUAL
               PERFORM 2090-WRITE-RECONCILE-EXCEPTION
           END-IF
           MOVE ZEROS TO STAT-EXTRA-COUNT
           WRITE STATS-RECORD

           IF PRCHIST-OPEN
               CLOSE PRICE-HISTORY-FILE
           END-IF

           CLOSE SALES-FILE
                 PRODUCT-MASTER-FILE
                 REGION-REPORT
