      * GO TO THE UNAPPLIED-CASH LIST FOR FOLLOW-UP. EVERYTHING THAT   *
      * POSTS APPEARS ON THE DEPOSIT REGISTER WITH THE RESULTING       *
      * BALANCE, SO THE DAY'S DEPOSIT CAN BE TIED TO THE BANK SLIP.    *
      *                                                                *
      * A 2%/10 NET 30 CUSTOMER ('210' TERMS) WHO PAYS AN INVOICE      *
      * WITHIN TEN DAYS OF ITS INVOICE DATE IS ALLOWED THE DISCOUNT:   *
      * THE ITEM CLOSES IN FULL, THE DISCOUNT COMES OFF CUST-BALANCE   *
      * ALONGSIDE THE CASH, AND IT IS RECORDED ON PAYHIST APART FROM   *
      * THE CASH. A LATE PAYER WHO DEDUCTS IT ANYWAY IS LISTED AS AN   *
      * UNEARNED DISCOUNT AND THE SHORTFALL STAYS OPEN ON THE ITEM.    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHAPP.
      * PAYMENT HISTORY, EXTENDED EVERY RUN. ONE RECORD PER POSTED    *
      * PAYMENT SO THE CUSTOMER 360 INQUIRY (CUST360) CAN SHOW RECENT *
      * PAYMENTS WITHOUT DIGGING THROUGH OLD DEPOSIT REGISTERS.       *
      * PH-AMOUNT IS THE CASH ONLY; A PROMPT-PAYMENT DISCOUNT ALLOWED *
      * AGAINST THE SAME CHECK IS CARRIED SEPARATELY IN PH-DISCOUNT.  *
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
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-OI-SCAN-EOF-SW      PIC X(01) VALUE 'N'.
               88  OI-SCAN-EOF        VALUE 'Y'.
           05  WS-DISC-WINDOW-SW      PIC X(01) VALUE 'N'.
               88  DISC-NOT-OFFERED   VALUE 'N'.
               88  DISC-IN-WINDOW     VALUE 'E'.
               88  DISC-PAST-WINDOW   VALUE 'L'.

       01  WS-COUNTERS.
           05  WS-PAYMENT-READ-COUNT  PIC 9(05) VALUE ZEROS.
           05  WS-UNAPPLIED-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-ERROR-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-ITEM-RELIEF-COUNT   PIC 9(05) VALUE ZEROS.
           05  WS-DISCOUNT-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-UNEARNED-COUNT      PIC 9(05) VALUE ZEROS.

       01  WS-RELIEF-WORK.
           05  WS-REMAINING-AMOUNT    PIC S9(09)V99 COMP-3.
           05  WS-ITEM-APPLIED        PIC S9(07)V99 COMP-3.
           05  WS-ITEM-DISCOUNT       PIC S9(07)V99 COMP-3.
           05  WS-PAY-DISCOUNT        PIC S9(09)V99 COMP-3.

      *----------------------------------------------------------------*
      * PROMPT-PAYMENT DISCOUNT TERMS FOR '210' CUSTOMERS: 2% OFF THE  *
      * OPEN AMOUNT WHEN DEPOSITED WITHIN TEN DAYS OF THE INVOICE      *
      * DATE. A PAYMENT WITHIN WS-DISC-TOLERANCE OF THE DISCOUNTED     *
      * AMOUNT COUNTS AS TAKING THE DISCOUNT, SO A FEW CENTS OF        *
      * ROUNDING ON THE CUSTOMER'S SIDE DOES NOT LEAVE AN ITEM OPEN.   *
      *----------------------------------------------------------------*
       01  WS-DISCOUNT-TERMS.
           05  WS-DISC-RATE           PIC V999 VALUE .020.
           05  WS-DISC-DAYS           PIC 9(03) VALUE 010.
           05  WS-DISC-TOLERANCE      PIC S9(03)V99 COMP-3 VALUE 1.00.

       01  WS-DISCOUNT-WORK.
           05  WS-DISC-AMOUNT         PIC S9(07)V99 COMP-3.
           05  WS-DISC-NET-AMOUNT     PIC S9(07)V99 COMP-3.
           05  WS-DISC-INVOICE-DATE   PIC 9(08).
           05  WS-DISC-DEPOSIT-DATE   PIC 9(08).
           05  WS-DISC-LAST-DAY-INT   PIC S9(09) COMP-3.
           05  WS-DISC-DEPOSIT-INT    PIC S9(09) COMP-3.

      *----------------------------------------------------------------*
      * RECOVERY JOURNAL STAGING. THE CUSTOMER BEFORE IMAGE IS SAVED  *
       01  WS-AMOUNT-TOTALS.
           05  WS-APPLIED-AMOUNT      PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05  WS-UNAPPLIED-AMOUNT    PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05  WS-DISCOUNT-AMOUNT     PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05  WS-UNEARNED-AMOUNT     PIC S9(09)V99 COMP-3 VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-RD-NEW-BALANCE      PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(35) VALUE SPACES.

      *----------------------------------------------------------------*
      * ONE LINE UNDER THE PAYMENT FOR EACH INVOICE A DISCOUNT WAS     *
      * ALLOWED OR WRONGLY DEDUCTED ON, AND ONE FOR THE DISCOUNT       *
      * POSTING TO THE BALANCE.                                        *
      *----------------------------------------------------------------*
       01  WS-DISCOUNT-DETAIL-LINE.
           05  FILLER                 PIC X(14)
                                      VALUE '   INVOICE:   '.
           05  WS-DD-INVOICE-NUMBER   PIC X(12).
           05  FILLER                 PIC X(10) VALUE 'DISCOUNT: '.
           05  WS-DD-DISCOUNT         PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DD-NOTE             PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DD-BALANCE-AREA.
               10  WS-DD-NEW-BALANCE  PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(43) VALUE SPACES.

       01  WS-UNAPPLIED-HEADER.
           05  FILLER                 PIC X(20)
                                      VALUE 'UNAPPLIED CASH LIST '.
           05  WS-RL-RELIEF-COUNT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(105) VALUE SPACES.

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
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD PAY-AMOUNT TO WS-APPLIED-AMOUNT
                   PERFORM 2150-WRITE-REGISTER-LINE
                   PERFORM 2280-WRITE-JOURNAL-RECORD
                   PERFORM 2300-RELIEVE-OPEN-ITEMS
                   PERFORM 2400-POST-DISCOUNT
                   PERFORM 2250-WRITE-PAYMENT-HISTORY
           END-REWRITE
           .

           MOVE PAY-DEPOSIT-DATE TO PH-DEPOSIT-DATE
           MOVE PAY-AMOUNT TO PH-AMOUNT
           MOVE 'CASHAPP' TO PH-SOURCE
           MOVE WS-PAY-DISCOUNT TO PH-DISCOUNT

           WRITE PAYMENT-HISTORY-RECORD
           .
      * INVOICE PAID AS ITS OPEN AMOUNT REACHES ZERO. ANYTHING LEFT    *
      * AFTER THE LAST OPEN INVOICE SIMPLY STAYS AS CREDIT ON THE      *
      * ACCOUNT BALANCE, WHICH 2100 HAS ALREADY REDUCED IN FULL.       *
      * ANY DISCOUNT ALLOWED ALONG THE WAY IS TOTALLED FOR 2400.       *
      *----------------------------------------------------------------*
       2300-RELIEVE-OPEN-ITEMS.
           MOVE PAY-AMOUNT TO WS-REMAINING-AMOUNT
           MOVE ZEROS TO WS-PAY-DISCOUNT
           MOVE PAY-DEPOSIT-DATE TO WS-DISC-DEPOSIT-DATE
           MOVE 'N' TO WS-OI-SCAN-EOF-SW
           MOVE LOW-VALUES TO OI-INVOICE-NUMBER

           END-READ
           .

      *----------------------------------------------------------------*
      * WITH NO STUB TO SAY WHAT WAS DEDUCTED, AN INVOICE INSIDE ITS   *
      * DISCOUNT WINDOW IS OWED ONLY ITS DISCOUNTED AMOUNT: ONCE THE   *
      * PAYMENT COVERS THAT (WITHIN TOLERANCE) THE ITEM CLOSES IN FULL *
      * AND THE REST OF THE CHECK MOVES ON TO THE NEXT INVOICE, SO ONE *
      * CHECK PAYING SEVERAL DISCOUNTED INVOICES CLEARS THEM ALL. A    *
      * CUSTOMER WHO PAYS THE GROSS IN THE WINDOW IS STILL ALLOWED THE *
      * DISCOUNT -- THE EXCESS STAYS ON ACCOUNT, AS ANY OVERPAYMENT    *
      * DOES. PAST THE WINDOW THE ITEM IS OWED IN FULL; A PAYMENT      *
      * SHORT BY ABOUT THE DISCOUNT IS LISTED AS AN UNEARNED DISCOUNT  *
      * AND THE SHORTFALL STAYS OPEN.                                  *
      *----------------------------------------------------------------*
       2320-APPLY-TO-ITEM.
           MOVE ZEROS TO WS-ITEM-DISCOUNT
           PERFORM 2330-PRICE-DISCOUNT

           EVALUATE TRUE
               WHEN DISC-IN-WINDOW
                AND WS-REMAINING-AMOUNT >=
                    WS-DISC-NET-AMOUNT - WS-DISC-TOLERANCE
                   IF WS-REMAINING-AMOUNT >= WS-DISC-NET-AMOUNT
                       MOVE WS-DISC-NET-AMOUNT TO WS-ITEM-APPLIED
                   ELSE
                       MOVE WS-REMAINING-AMOUNT TO WS-ITEM-APPLIED
                   END-IF
                   COMPUTE WS-ITEM-DISCOUNT =
                       OI-OPEN-AMOUNT - WS-ITEM-APPLIED
                   SUBTRACT WS-ITEM-APPLIED FROM WS-REMAINING-AMOUNT
                   MOVE ZEROS TO OI-OPEN-AMOUNT
                   MOVE 'P' TO OI-STATUS
               WHEN WS-REMAINING-AMOUNT >= OI-OPEN-AMOUNT
                   MOVE 'N' TO WS-DISC-WINDOW-SW
                   SUBTRACT OI-OPEN-AMOUNT FROM WS-REMAINING-AMOUNT
                   MOVE ZEROS TO OI-OPEN-AMOUNT
                   MOVE 'P' TO OI-STATUS
               WHEN OTHER
                   IF DISC-PAST-WINDOW
                      AND WS-REMAINING-AMOUNT >=
                          WS-DISC-NET-AMOUNT - WS-DISC-TOLERANCE
                       COMPUTE WS-ITEM-DISCOUNT =
                           OI-OPEN-AMOUNT - WS-REMAINING-AMOUNT
                   ELSE
                       MOVE 'N' TO WS-DISC-WINDOW-SW
                   END-IF
                   SUBTRACT WS-REMAINING-AMOUNT FROM OI-OPEN-AMOUNT
                   MOVE ZEROS TO WS-REMAINING-AMOUNT
           END-EVALUATE

           REWRITE OPEN-ITEM-DETAILS
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ITEM-RELIEF-COUNT
                   EVALUATE TRUE
                       WHEN DISC-IN-WINDOW
                           PERFORM 2340-WRITE-DISCOUNT-TAKEN
                       WHEN DISC-PAST-WINDOW
                           PERFORM 2350-WRITE-UNEARNED-DISCOUNT
                   END-EVALUATE
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * SETS THE DISCOUNT WINDOW FOR THE ITEM JUST READ AND, FOR A     *
      * '210' CUSTOMER, THE DISCOUNT AND DISCOUNTED AMOUNT. ANY OTHER  *
      * TERMS, OR AN ITEM WITH NO INVOICE DATE, IS OFFERED NOTHING.    *
      *----------------------------------------------------------------*
       2330-PRICE-DISCOUNT.
           MOVE 'N' TO WS-DISC-WINDOW-SW
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
                   FUNCTION INTEGER-OF-DATE(WS-DISC-DEPOSIT-DATE)

               IF WS-DISC-DEPOSIT-INT <= WS-DISC-LAST-DAY-INT
                   MOVE 'E' TO WS-DISC-WINDOW-SW
               ELSE
                   MOVE 'L' TO WS-DISC-WINDOW-SW
               END-IF
           END-IF
           .

       2340-WRITE-DISCOUNT-TAKEN.
           ADD WS-ITEM-DISCOUNT TO WS-PAY-DISCOUNT
           ADD WS-ITEM-DISCOUNT TO WS-DISCOUNT-AMOUNT
           ADD 1 TO WS-DISCOUNT-COUNT

           MOVE OI-INVOICE-NUMBER TO WS-DD-INVOICE-NUMBER
           MOVE WS-ITEM-DISCOUNT TO WS-DD-DISCOUNT
           MOVE 'DISCOUNT TAKEN' TO WS-DD-NOTE
           MOVE SPACES TO WS-DD-BALANCE-AREA

           WRITE REGISTER-RECORD FROM WS-DISCOUNT-DETAIL-LINE
           .

       2350-WRITE-UNEARNED-DISCOUNT.
           ADD WS-ITEM-DISCOUNT TO WS-UNEARNED-AMOUNT
           ADD 1 TO WS-UNEARNED-COUNT

           MOVE OI-INVOICE-NUMBER TO WS-DD-INVOICE-NUMBER
           MOVE WS-ITEM-DISCOUNT TO WS-DD-DISCOUNT
           MOVE 'UNEARNED DISCOUNT' TO WS-DD-NOTE
           MOVE SPACES TO WS-DD-BALANCE-AREA

           WRITE REGISTER-RECORD FROM WS-DISCOUNT-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * THE DISCOUNTS ALLOWED AGAINST THIS CHECK COME OFF CUST-BALANCE *
      * IN A SECOND BALANCE-ONLY POSTING, JOURNALED LIKE THE FIRST, SO *
      * THE BALANCE STILL EQUALS THE ITEMS LEFT OPEN.                  *
      *----------------------------------------------------------------*
       2400-POST-DISCOUNT.
           IF WS-PAY-DISCOUNT > ZERO
               MOVE SPACES TO WS-JRN-BEFORE
               MOVE CUSTOMER-DETAILS TO WS-JRN-BEFORE
               SUBTRACT WS-PAY-DISCOUNT FROM CUST-BALANCE

               REWRITE CUSTOMER-DETAILS
                   INVALID KEY
                       ADD WS-PAY-DISCOUNT TO CUST-BALANCE
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY 'CASHAPP: DISCOUNT NOT POSTED FOR '
                               CUST-ID ' CHECK ' PAY-CHECK-NUMBER
                   NOT INVALID KEY
                       PERFORM 2280-WRITE-JOURNAL-RECORD
                       MOVE SPACES TO WS-DD-INVOICE-NUMBER
                       MOVE WS-PAY-DISCOUNT TO WS-DD-DISCOUNT
                       MOVE 'POSTED, NEW BALANCE' TO WS-DD-NOTE
                       MOVE CUST-BALANCE TO WS-DD-NEW-BALANCE
                       WRITE REGISTER-RECORD
                           FROM WS-DISCOUNT-DETAIL-LINE
               END-REWRITE
           END-IF
           .

       2150-WRITE-REGISTER-LINE.
           MOVE PAY-CUST-ID TO WS-RD-CUST-ID
           MOVE CUST-NAME TO WS-RD-CUST-NAME
           MOVE WS-ITEM-RELIEF-COUNT TO WS-RL-RELIEF-COUNT
           WRITE REGISTER-RECORD FROM WS-RELIEF-TOTAL-LINE

           MOVE WS-DISCOUNT-COUNT TO WS-DT-DISCOUNT-COUNT
           MOVE WS-DISCOUNT-AMOUNT TO WS-DT-DISCOUNT-AMOUNT
           WRITE REGISTER-RECORD FROM WS-DISCOUNT-TOTAL-LINE

           MOVE WS-UNEARNED-COUNT TO WS-UE-UNEARNED-COUNT
           MOVE WS-UNEARNED-AMOUNT TO WS-UE-UNEARNED-AMOUNT
           WRITE REGISTER-RECORD FROM WS-UNEARNED-TOTAL-LINE

           MOVE WS-PAYMENT-READ-COUNT TO WS-SL-READ-COUNT
           MOVE WS-APPLIED-COUNT TO WS-SL-APPLIED-COUNT
           MOVE WS-UNAPPLIED-COUNT TO WS-SL-UNAPPLIED-COUNT
