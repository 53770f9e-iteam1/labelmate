      * CLOSED ACCOUNTS ARE NOT POSTED AT ALL AND GO TO THE SAME       *
      * LIST, AS IN CASHAPP. THE TRAILER CARRIES THE BANK SLIP TOTAL   *
      * AND THE DEPOSIT REGISTER PROVES THE RUN TIES TO IT.            *
      *                                                                 *
      * A '210' (2%/10 NET 30) CUSTOMER'S STUB LINE THAT SHORT-PAYS AN *
      * INVOICE BY THE 2% WITHIN TEN DAYS OF ITS INVOICE DATE CLOSES   *
      * THE ITEM IN FULL; THE DISCOUNT COMES OFF CUST-BALANCE AND IS   *
      * RECORDED ON PAYHIST APART FROM THE CASH, ON THE SAME TERMS AS  *
      * CASHAPP. A LATE PAYER'S DEDUCTION IS LISTED AS AN UNEARNED     *
      * DISCOUNT AND THE SHORTFALL STAYS OPEN.                         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX.

      *----------------------------------------------------------------*
      * SAME PAYMENT-HISTORY-RECORD LAYOUT CASHAPP.CBL EXTENDS, SO    *
      * LOCKBOX PAYMENTS SHOW ON THE CUSTOMER 360 INQUIRY TOO. THE    *
      * RECORD IS WRITTEN ONCE THE PAYMENT'S LAST STUB LINE IS SEEN,  *
      * SO PH-DISCOUNT CARRIES EVERY DISCOUNT THE STUB TOOK.          *
      *----------------------------------------------------------------*
       FD  PAYMENT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
               10  PH-DEP-DAY         PIC 9(02).
           05  PH-AMOUNT              PIC S9(07)V99 COMP-3.
           05  PH-SOURCE              PIC X(08).
           05  PH-DISCOUNT            PIC S9(07)V99 COMP-3.
           05  FILLER                 PIC X(08).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
               88  PAYMENT-POSTED     VALUE 'Y'.
           05  WS-TRAILER-SEEN-SW     PIC X(01) VALUE 'N'.
               88  TRAILER-SEEN       VALUE 'Y'.
           05  WS-HISTORY-PENDING-SW  PIC X(01) VALUE 'N'.
               88  HISTORY-PENDING    VALUE 'Y'.
           05  WS-DISC-WINDOW-SW      PIC X(01) VALUE 'N'.
               88  DISC-NOT-OFFERED   VALUE 'N'.
               88  DISC-IN-WINDOW     VALUE 'E'.
               88  DISC-PAST-WINDOW   VALUE 'L'.

       01  WS-COUNTERS.
           05  WS-HEADER-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-UNAPPLIED-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-ITEM-RELIEF-COUNT   PIC 9(05) VALUE ZEROS.
           05  WS-ERROR-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-DISCOUNT-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-UNEARNED-COUNT      PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      * THE CURRENT PAYMENT'S HEADER FIELDS, SAVED WHEN THE 'H'        *
           05  WS-PAY-AMOUNT          PIC S9(07)V99 COMP-3.
           05  WS-STUB-APPLIED-AMT    PIC S9(09)V99 COMP-3.
           05  WS-APPLY-AMOUNT        PIC S9(07)V99 COMP-3.
           05  WS-PAY-DISCOUNT        PIC S9(09)V99 COMP-3.
           05  WS-ITEM-DISCOUNT       PIC S9(07)V99 COMP-3.

      *----------------------------------------------------------------*
      * SAME PROMPT-PAYMENT DISCOUNT TERMS CASHAPP ALLOWS '210'        *
      * CUSTOMERS: 2% WITHIN TEN DAYS OF THE INVOICE DATE, WITH A      *
      * STUB AMOUNT WITHIN WS-DISC-TOLERANCE OF THE DISCOUNTED AMOUNT  *
      * TAKEN AS THE DISCOUNTED PAYMENT.                               *
      *----------------------------------------------------------------*
       01  WS-DISCOUNT-TERMS.
           05  WS-DISC-RATE           PIC V999 VALUE .020.
           05  WS-DISC-DAYS           PIC 9(03) VALUE 010.
           05  WS-DISC-TOLERANCE      PIC S9(03)V99 COMP-3 VALUE 1.00.

       01  WS-DISCOUNT-WORK.
           05  WS-DISC-AMOUNT         PIC S9(07)V99 COMP-3.
           05  WS-DISC-NET-AMOUNT     PIC S9(07)V99 COMP-3.
           05  WS-DISC-INVOICE-DATE   PIC 9(08).
           05  WS-DISC-LAST-DAY-INT   PIC S9(09) COMP-3.
           05  WS-DISC-DEPOSIT-INT    PIC S9(09) COMP-3.

      *----------------------------------------------------------------*
      * RECOVERY JOURNAL STAGING, THE SAME SHARED JRNCOPY FORMAT      *
           05  WS-APPLIED-AMOUNT      PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05  WS-UNAPPLIED-AMOUNT    PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05  WS-BANK-SLIP-TOTAL     PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05  WS-DISCOUNT-AMOUNT     PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05  WS-UNEARNED-AMOUNT     PIC S9(09)V99 COMP-3 VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-SD-APPLIED-AMT      PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-SD-NOTE             PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-SD-DISCOUNT-AREA.
               10  FILLER             PIC X(10) VALUE 'DISCOUNT: '.
               10  WS-SD-DISCOUNT     PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(33) VALUE SPACES.

       01  WS-DISCOUNT-POSTED-LINE.
           05  FILLER                 PIC X(26) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'DISCOUNT: '.
           05  WS-DP-DISCOUNT         PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(20)
                                      VALUE 'POSTED, NEW BALANCE '.
           05  WS-DP-NEW-BALANCE      PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(45) VALUE SPACES.

       01  WS-UNAPPLIED-HEADER.
           05  FILLER                 PIC X(20)
           05  WS-BT-TIE-NOTE         PIC X(20).
           05  FILLER                 PIC X(76) VALUE SPACES.

       01  WS-DISCOUNT-TOTAL-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'DISCOUNTS TAKEN:    '.
           05  WS-DT-DISCOUNT-COUNT   PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' INVOICES '.
           05  WS-DT-DISCOUNT-AMOUNT  PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(82) VALUE SPACES.

       01  WS-UNEARNED-TOTAL-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'UNEARNED DISCOUNTS: '.
           05  WS-UE-UNEARNED-COUNT   PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' INVOICES '.
           05  WS-UE-UNEARNED-AMOUNT  PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(20)
                                      VALUE 'LEFT OPEN ON ITEMS  '.
           05  FILLER                 PIC X(60) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
               WHEN LBX-DETAIL
                   PERFORM 2300-PROCESS-STUB-DETAIL
               WHEN LBX-TRAILER
                   PERFORM 2170-WRITE-PAYMENT-HISTORY
                   MOVE 'Y' TO WS-TRAILER-SEEN-SW
                   ADD LBX-T-DEPOSIT-TOTAL TO WS-BANK-SLIP-TOTAL
               WHEN OTHER
      * WHATEVER THE STUB LINES DO OR DO NOT MATCH, THE ACCOUNT AND    *
      * THE DEPOSIT STAY IN AGREEMENT. A PAYMENT FOR AN UNKNOWN OR     *
      * CLOSED ACCOUNT IS NOT POSTED; ITS STUB LINES ARE IGNORED.      *
      * A NEW HEADER ALSO ENDS THE PREVIOUS PAYMENT, WHOSE HISTORY     *
      * RECORD CAN NOW BE WRITTEN WITH ITS DISCOUNTS.                  *
      *----------------------------------------------------------------*
       2100-PROCESS-PAYMENT-HEADER.
           PERFORM 2170-WRITE-PAYMENT-HISTORY

           ADD 1 TO WS-HEADER-COUNT
           MOVE 'N' TO WS-PAYMENT-POSTED-SW
           MOVE ZEROS TO WS-PAY-DISCOUNT

           MOVE LBX-CUST-ID TO WS-PAY-CUST-ID
           MOVE LBX-CHECK-NUMBER TO WS-PAY-CHECK-NUMBER
                   MOVE 'Y' TO WS-PAYMENT-POSTED-SW
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD WS-PAY-AMOUNT TO WS-APPLIED-AMOUNT
                   MOVE 'Y' TO WS-HISTORY-PENDING-SW
                   PERFORM 2180-WRITE-JOURNAL-RECORD

                   MOVE WS-PAY-CUST-ID TO WS-RD-CUST-ID
           .

       2170-WRITE-PAYMENT-HISTORY.
           IF HISTORY-PENDING
               MOVE SPACES TO PAYMENT-HISTORY-RECORD
               MOVE WS-PAY-CUST-ID TO PH-CUST-ID
               MOVE WS-PAY-CHECK-NUMBER TO PH-CHECK-NUMBER
               MOVE WS-PAY-DEPOSIT-DATE TO PH-DEPOSIT-DATE
               MOVE WS-PAY-AMOUNT TO PH-AMOUNT
               MOVE 'LOCKBOX' TO PH-SOURCE
               MOVE WS-PAY-DISCOUNT TO PH-DISCOUNT

               WRITE PAYMENT-HISTORY-RECORD

               MOVE 'N' TO WS-HISTORY-PENDING-SW
           END-IF
           .

       2180-WRITE-JOURNAL-RECORD.
      * MUST RESOLVE TO AN OPEN ITEM BELONGING TO THE PAYMENT'S        *
      * CUSTOMER; A LINE QUOTING MORE THAN THE ITEM STILL OWES         *
      * RELIEVES THE ITEM IN FULL AND LEAVES THE EXCESS ON ACCOUNT.    *
      * A '210' STUB LINE INSIDE THE DISCOUNT WINDOW THAT PAYS THE     *
      * DISCOUNTED AMOUNT (WITHIN TOLERANCE) ALSO CLOSES THE ITEM IN   *
      * FULL, THE DIFFERENCE GOING TO CUST-BALANCE AS DISCOUNT. A LINE *
      * THAT PAYS THE GROSS TAKES NO DISCOUNT -- THE STUB SAYS WHAT    *
      * THE CUSTOMER DEDUCTED. PAST THE WINDOW THE SAME DEDUCTION IS   *
      * AN UNEARNED DISCOUNT: THE LINE APPLIES AS A PARTIAL PAYMENT    *
      * AND THE SHORTFALL STAYS OPEN.                                  *
      *----------------------------------------------------------------*
       2300-PROCESS-STUB-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
                   MOVE 'ALREADY PAID' TO WS-UD-REASON
                   PERFORM 2400-WRITE-STUB-UNAPPLIED
               WHEN OTHER
                   MOVE ZEROS TO WS-ITEM-DISCOUNT
                   PERFORM 2355-PRICE-DISCOUNT

                   IF LBX-D-AMOUNT >= OI-OPEN-AMOUNT
                      OR LBX-D-AMOUNT <
                         WS-DISC-NET-AMOUNT - WS-DISC-TOLERANCE
                       MOVE 'N' TO WS-DISC-WINDOW-SW
                   END-IF

                   EVALUATE TRUE
                       WHEN DISC-IN-WINDOW
                           MOVE LBX-D-AMOUNT TO WS-APPLY-AMOUNT
                           COMPUTE WS-ITEM-DISCOUNT =
                               OI-OPEN-AMOUNT - LBX-D-AMOUNT
                           MOVE ZEROS TO OI-OPEN-AMOUNT
                           MOVE 'P' TO OI-STATUS
                       WHEN LBX-D-AMOUNT >= OI-OPEN-AMOUNT
                           MOVE OI-OPEN-AMOUNT TO WS-APPLY-AMOUNT
                           MOVE ZEROS TO OI-OPEN-AMOUNT
                           MOVE 'P' TO OI-STATUS
                       WHEN OTHER
                           IF DISC-PAST-WINDOW
                               COMPUTE WS-ITEM-DISCOUNT =
                                   OI-OPEN-AMOUNT - LBX-D-AMOUNT
                           END-IF
                           MOVE LBX-D-AMOUNT TO WS-APPLY-AMOUNT
                           SUBTRACT LBX-D-AMOUNT FROM OI-OPEN-AMOUNT
                   END-EVALUATE

                   REWRITE OPEN-ITEM-DETAILS
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                           ADD WS-APPLY-AMOUNT
                             TO WS-STUB-APPLIED-AMT
                           PERFORM 2360-WRITE-STUB-LINE
                           IF DISC-IN-WINDOW
                               PERFORM 2370-POST-DISCOUNT
                           END-IF
                   END-REWRITE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * SETS THE DISCOUNT WINDOW FOR THE ITEM THE STUB LINE NAMES AND, *
      * FOR A '210' CUSTOMER, THE DISCOUNTED AMOUNT IT COULD BE PAID   *
      * WITH. THE CUSTOMER RECORD IS STILL THE ONE THE HEADER POSTED.  *
      *----------------------------------------------------------------*
       2355-PRICE-DISCOUNT.
           MOVE 'N' TO WS-DISC-WINDOW-SW
           MOVE ZEROS TO WS-DISC-NET-AMOUNT
           MOVE OI-INVOICE-DATE TO WS-DISC-INVOICE-DATE

           IF CUST-TERMS-2-10-30
              AND WS-DISC-INVOICE-DATE > ZERO
               COMPUTE WS-DISC-AMOUNT ROUNDED =
                   OI-OPEN-AMOUNT * WS-DISC-RATE
               COMPUTE WS-DISC-NET-AMOUNT =
                   OI-OPEN-AMOUNT - WS-DISC-AMOUNT
               COMPUTE WS-DISC-LAST-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DISC-INVOICE-DATE) +
                   WS-DISC-DAYS
               COMPUTE WS-DISC-DEPOSIT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PAY-DEPOSIT-DATE)

               IF WS-DISC-DEPOSIT-INT <= WS-DISC-LAST-DAY-INT
                   MOVE 'E' TO WS-DISC-WINDOW-SW
               ELSE
                   MOVE 'L' TO WS-DISC-WINDOW-SW
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * A DISCOUNT TAKEN ON A STUB LINE COMES OFF CUST-BALANCE AT      *
      * ONCE, BALANCE-ONLY AND JOURNALED, SO THE BALANCE STILL EQUALS  *
      * THE ITEMS LEFT OPEN.                                           *
      *----------------------------------------------------------------*
       2370-POST-DISCOUNT.
           MOVE SPACES TO WS-JRN-BEFORE
           MOVE CUSTOMER-DETAILS TO WS-JRN-BEFORE
           SUBTRACT WS-ITEM-DISCOUNT FROM CUST-BALANCE

           REWRITE CUSTOMER-DETAILS
               INVALID KEY
                   ADD WS-ITEM-DISCOUNT TO CUST-BALANCE
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'LOCKBOX: DISCOUNT NOT POSTED FOR '
                           CUST-ID ' INVOICE ' LBX-D-INVOICE-NUMBER
               NOT INVALID KEY
                   PERFORM 2180-WRITE-JOURNAL-RECORD
                   ADD WS-ITEM-DISCOUNT TO WS-PAY-DISCOUNT
                   ADD WS-ITEM-DISCOUNT TO WS-DISCOUNT-AMOUNT
                   ADD 1 TO WS-DISCOUNT-COUNT

                   MOVE WS-ITEM-DISCOUNT TO WS-DP-DISCOUNT
                   MOVE CUST-BALANCE TO WS-DP-NEW-BALANCE
                   WRITE REGISTER-RECORD FROM WS-DISCOUNT-POSTED-LINE
           END-REWRITE
           .

       2360-WRITE-STUB-LINE.
           MOVE LBX-D-INVOICE-NUMBER TO WS-SD-INVOICE-NUMBER
           MOVE WS-APPLY-AMOUNT TO WS-SD-APPLIED-AMT
           MOVE SPACES TO WS-SD-DISCOUNT-AREA

           EVALUATE TRUE
               WHEN DISC-IN-WINDOW
                   MOVE 'DISCOUNT TAKEN' TO WS-SD-NOTE
               WHEN DISC-PAST-WINDOW
                   MOVE 'UNEARNED DISCOUNT' TO WS-SD-NOTE
                   MOVE 'DISCOUNT: ' TO WS-SD-DISCOUNT-AREA
                   MOVE WS-ITEM-DISCOUNT TO WS-SD-DISCOUNT
                   ADD WS-ITEM-DISCOUNT TO WS-UNEARNED-AMOUNT
                   ADD 1 TO WS-UNEARNED-COUNT
               WHEN WS-APPLY-AMOUNT < LBX-D-AMOUNT
                   MOVE 'EXCESS ON ACCOUNT' TO WS-SD-NOTE
               WHEN OI-OPEN-AMOUNT > ZERO
                   MOVE 'PARTIAL PAYMENT' TO WS-SD-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-SD-NOTE
           END-EVALUATE

           WRITE REGISTER-RECORD FROM WS-STUB-DETAIL-LINE
           .
           .

       3000-TERMINATION.
           PERFORM 2170-WRITE-PAYMENT-HISTORY

           MOVE WS-HEADER-COUNT TO WS-RT-HEADER-COUNT
           MOVE WS-DEPOSIT-TOTAL TO WS-RT-DEPOSIT-TOTAL


           WRITE REGISTER-RECORD FROM WS-BANK-TIE-LINE

           MOVE WS-DISCOUNT-COUNT TO WS-DT-DISCOUNT-COUNT
           MOVE WS-DISCOUNT-AMOUNT TO WS-DT-DISCOUNT-AMOUNT
           WRITE REGISTER-RECORD FROM WS-DISCOUNT-TOTAL-LINE

           MOVE WS-UNEARNED-COUNT TO WS-UE-UNEARNED-COUNT
           MOVE WS-UNEARNED-AMOUNT TO WS-UE-UNEARNED-AMOUNT
           WRITE REGISTER-RECORD FROM WS-UNEARNED-TOTAL-LINE

           MOVE WS-HEADER-COUNT TO WS-SL-HEADER-COUNT
           MOVE WS-DETAIL-COUNT TO WS-SL-DETAIL-COUNT
           MOVE WS-APPLIED-COUNT TO WS-SL-APPLIED-COUNT
