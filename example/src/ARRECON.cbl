      *----------------------------------------------------------------*
      * ARRECON - RECEIVABLES SUBLEDGER RECONCILIATION                 *
      *                                                                *
      * CUST-BALANCE ON THE CUSTOMER MASTER AND THE OPEN ITEMS ON THE  *
      * OPEN-ITEM LEDGER ARE POSTED IN PARALLEL BY CUSTMNT, CASHAPP,   *
      * LOCKBOX, FINCHG, SALESRTN AND CUSTMERG, AND THEY DRIFT: A      *
      * CUSTMNT AMOUNT UPDATE MOVES THE BALANCE WITH NO OPEN ITEM      *
      * BEHIND IT, A LOCKBOX OVERPAYMENT SITS AS CREDIT ON THE         *
      * BALANCE ONLY, AND A MERGE FOLDS BALANCES BUT NOT INVOICES.     *
      * THIS IS THE RECEIVABLES COUNTERPART OF INVRECON. IT REPORTS:   *
      *                                                                *
      *   - EVERY CUSTOMER WHOSE CUST-BALANCE DIFFERS FROM THE SUM OF  *
      *     ITS OI-OPEN-AMOUNTS, WITH THE DIFFERENCE, A LIKELY CAUSE,  *
      *     AND THE RECENT PAYHIST PAYMENTS AND CMAUDIT BALANCE        *
      *     CHANGES BEHIND IT;                                         *
      *   - EVERY OPEN ITEM WHOSE OI-CUST-ID IS CLOSED, OR IS NOT ON   *
      *     THE CUSTOMER MASTER AT ALL.                                *
      *                                                                *
      * THE OPEN ITEMS ARE SORTED BY CUSTOMER AND MATCHED AGAINST THE  *
      * CUSTOMER MASTER IN ONE PASS. EACH DISCREPANCY ALSO GOES TO THE *
      * CORRECTION-PROPOSAL FILE FOR FINANCE TO REVIEW -- THIS PROGRAM *
      * UPDATES NOTHING.                                               *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRECON.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO OPENITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NUMBER
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT AUDIT-FILE ASSIGN TO CMAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO ARRCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PROPOSAL-FILE ASSIGN TO ARPROP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROPOSAL-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTCOPY.

       FD  OPEN-ITEM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY OPENCOPY.

      *----------------------------------------------------------------*
      * SAME PAYMENT-HISTORY-RECORD LAYOUT CASHAPP.CBL AND LOCKBOX    *
      * EXTEND, REPEATED FIELD FOR FIELD.                             *
      *----------------------------------------------------------------*
       FD  PAYMENT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  PAYMENT-HISTORY-RECORD.
           05  PH-CUST-ID             PIC X(06).
           05  PH-CHECK-NUMBER        PIC X(10).
           05  PH-DEPOSIT-DATE.
               10  PH-DEP-YEAR        PIC 9(04).
               10  PH-DEP-MONTH       PIC 9(02).
               10  PH-DEP-DAY         PIC 9(02).
           05  PH-AMOUNT              PIC S9(07)V99 COMP-3.
           05  PH-SOURCE              PIC X(08).
           05  PH-DISCOUNT            PIC S9(07)V99 COMP-3.
           05  FILLER                 PIC X(08).

      *----------------------------------------------------------------*
      * SAME AUDIT-RECORD LAYOUT CUSTMNT.CBL WRITES: THE BEFORE AND    *
      * AFTER IMAGES ARE WHOLE CUSTOMER-DETAILS RECORDS.               *
      *----------------------------------------------------------------*
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 243 CHARACTERS.
       01  AUDIT-RECORD.
           05  AUD-DATE.
               10  AUD-YEAR            PIC 9(04).
               10  AUD-MONTH           PIC 9(02).
               10  AUD-DAY             PIC 9(02).
           05  AUD-OPERATOR-ID         PIC X(08).
           05  AUD-REFERENCE           PIC X(15).
           05  AUD-BEFORE-IMAGE        PIC X(103).
           05  AUD-AFTER-IMAGE         PIC X(103).
           05  AUD-TIME                PIC 9(06).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

      *----------------------------------------------------------------*
      * CORRECTION PROPOSALS, ONE PER DISCREPANCY, IN THE SAME SPIRIT  *
      * AS INVRECON'S: THE FIELD IN QUESTION, THE VALUE ON THE BOOKS,  *
      * AND THE VALUE THIS RECONCILIATION COMPUTED. FINANCE KEYS THE   *
      * FIX AS AN ORDINARY TRANSACTION -- NOTHING IS APPLIED BLINDLY.  *
      *----------------------------------------------------------------*
       FD  PROPOSAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  PROPOSAL-RECORD.
           05  CP-TYPE                PIC X(01).
               88  CP-BALANCE-FIX     VALUE 'B'.
               88  CP-CLOSED-ACCOUNT  VALUE 'C'.
               88  CP-NO-CUSTOMER     VALUE 'M'.
           05  CP-CUST-ID             PIC X(06).
           05  CP-INVOICE-NUMBER      PIC X(10).
           05  CP-FIELD-NAME          PIC X(14).
           05  CP-BOOK-VALUE          PIC S9(09)V99 COMP-3.
           05  CP-COMPUTED-VALUE      PIC S9(09)V99 COMP-3.
           05  CP-DATE                PIC 9(08).
           05  FILLER                 PIC X(09).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-CUST-ID             PIC X(06).
           05  SR-INVOICE-NUMBER      PIC X(10).
           05  SR-OPEN-AMOUNT         PIC S9(07)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS             PIC X(02) VALUE SPACES.
           88  CUST-SUCCESS           VALUE '00'.
           88  CUST-EOF               VALUE '10'.

       01  WS-OPEN-ITEM-STATUS        PIC X(02) VALUE SPACES.
           88  OPEN-ITEM-SUCCESS      VALUE '00'.
           88  OPEN-ITEM-EOF          VALUE '10'.

       01  WS-HISTORY-STATUS          PIC X(02) VALUE SPACES.
           88  HISTORY-SUCCESS        VALUE '00'.
           88  HISTORY-NO-FILE        VALUE '35'.

       01  WS-AUDIT-STATUS            PIC X(02) VALUE SPACES.
           88  AUDIT-SUCCESS          VALUE '00'.
           88  AUDIT-NO-FILE          VALUE '35'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-PROPOSAL-STATUS         PIC X(02) VALUE SPACES.
           88  PROPOSAL-SUCCESS       VALUE '00'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-PH-LOAD-EOF-SW      PIC X(01) VALUE 'N'.
               88  PH-LOAD-EOF        VALUE 'Y'.
           05  WS-AUD-LOAD-EOF-SW     PIC X(01) VALUE 'N'.
               88  AUD-LOAD-EOF       VALUE 'Y'.
           05  WS-GROUP-ACCOUNT-SW    PIC X(01) VALUE SPACES.
               88  GROUP-ACCOUNT-OPEN VALUE 'A'.
               88  GROUP-ACCOUNT-CLOSED
                                      VALUE 'C'.
               88  GROUP-NO-CUSTOMER  VALUE 'M'.

       01  WS-COUNTERS.
           05  WS-CUST-READ-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-ITEM-READ-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-OUT-OF-BAL-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-CLOSED-ITEM-COUNT   PIC 9(05) VALUE ZEROS.
           05  WS-NO-CUST-ITEM-COUNT  PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      * MATCH-MERGE KEYS. HIGH-VALUES MARKS A SIDE AS EXHAUSTED.       *
      *----------------------------------------------------------------*
       01  WS-MERGE-WORK.
           05  WS-CUST-KEY            PIC X(06).
           05  WS-SR-KEY              PIC X(06).
           05  WS-SR-INVOICE-NUMBER   PIC X(10).
           05  WS-SR-OPEN-AMOUNT      PIC S9(07)V99 COMP-3.
           05  WS-GROUP-CUST-ID       PIC X(06).
           05  WS-OPEN-TOTAL          PIC S9(09)V99 COMP-3.
           05  WS-BALANCE-DIFF        PIC S9(09)V99 COMP-3.
           05  WS-NET-DIFF-TOTAL      PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.

      *----------------------------------------------------------------*
      * PAYMENTS DEPOSITED WITHIN THE LOOKBACK ARE EVIDENCE FOR AN     *
      * OUT-OF-BALANCE ACCOUNT; OLDER ONES ARE NOT LOADED.             *
      *----------------------------------------------------------------*
       01  WS-EVIDENCE-CONTROLS.
           05  WS-PH-LOOKBACK-DAYS    PIC 9(03) VALUE 030.
           05  WS-PH-FROM-DATE-INT    PIC S9(09) COMP-3.
           05  WS-PH-FROM-DATE        PIC 9(08).
           05  WS-PH-DATE-NUM         PIC 9(08).
           05  WS-PH-HITS             PIC 9(05).
           05  WS-AUD-HITS            PIC 9(05).

       01  WS-PAYHIST-TABLE.
           05  WS-PH-ENTRY OCCURS 3000 TIMES INDEXED BY WS-PH-IDX.
               10  WS-PHT-CUST-ID     PIC X(06).
               10  WS-PHT-CHECK-NUMBER
                                      PIC X(10).
               10  WS-PHT-DATE        PIC 9(08).
               10  WS-PHT-AMOUNT      PIC S9(07)V99 COMP-3.
               10  WS-PHT-SOURCE      PIC X(08).

       01  WS-PAYHIST-CONTROL.
           05  WS-PH-ENTRY-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-PH-ENTRY-LIMIT      PIC 9(05) VALUE 3000.

      *----------------------------------------------------------------*
      * CUSTMNT CHANGES THAT MOVED CUST-BALANCE. THE IMAGES ARE READ   *
      * THROUGH WS-AUDIT-IMAGE; A BLANK IMAGE (AN ADD HAS NO BEFORE)   *
      * COUNTS AS A ZERO BALANCE.                                      *
      *----------------------------------------------------------------*
       01  WS-AUDIT-TABLE.
           05  WS-AUD-ENTRY OCCURS 1000 TIMES INDEXED BY WS-AUD-IDX.
               10  WS-AT-CUST-ID      PIC X(06).
               10  WS-AT-DATE         PIC 9(08).
               10  WS-AT-OPERATOR-ID  PIC X(08).
               10  WS-AT-BEFORE-BAL   PIC S9(07)V99 COMP-3.
               10  WS-AT-AFTER-BAL    PIC S9(07)V99 COMP-3.

       01  WS-AUDIT-CONTROL.
           05  WS-AUD-ENTRY-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-AUD-ENTRY-LIMIT     PIC 9(05) VALUE 1000.
           05  WS-AUD-BEFORE-BAL      PIC S9(07)V99 COMP-3.
           05  WS-AUD-AFTER-BAL       PIC S9(07)V99 COMP-3.

       01  WS-AUDIT-IMAGE.
           05  WS-AI-CUST-ID          PIC X(06).
           05  FILLER                 PIC X(73).
           05  WS-AI-BALANCE          PIC S9(07)V99 COMP-3.
           05  FILLER                 PIC X(19).

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).
       01  WS-CURRENT-DATE-NUM        REDEFINES WS-CURRENT-DATE
                                       PIC 9(08).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(20)
                                      VALUE 'RECEIVABLES SUBLEDGE'.
           05  FILLER                 PIC X(20)
                                      VALUE 'R RECONCILIATION    '.
           05  FILLER                 PIC X(06) VALUE SPACES.
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
           05  FILLER                 PIC X(08) VALUE 'CUST ID '.
           05  FILLER                 PIC X(32)
                                      VALUE 'CUSTOMER NAME / INVOICE'.
           05  FILLER                 PIC X(20) VALUE 'DISCREPANCY'.
           05  FILLER                 PIC X(16) VALUE 'BOOK VALUE'.
           05  FILLER                 PIC X(16) VALUE 'COMPUTED VALUE'.
           05  FILLER                 PIC X(16) VALUE 'DIFFERENCE'.
           05  FILLER                 PIC X(20) VALUE 'LIKELY CAUSE'.
           05  FILLER                 PIC X(04) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-CUST-ID          PIC X(08).
           05  WS-DL-NAME             PIC X(32).
           05  WS-DL-DISCREPANCY      PIC X(20).
           05  WS-DL-BOOK-VALUE       PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DL-COMPUTED-VALUE   PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DL-DIFFERENCE       PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DL-CAUSE            PIC X(20).
           05  FILLER                 PIC X(04) VALUE SPACES.

       01  WS-PAYHIST-EVIDENCE-LINE.
           05  FILLER                 PIC X(10) VALUE '  PAYHIST '.
           05  WS-PE-DATE             PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'CHECK '.
           05  WS-PE-CHECK-NUMBER     PIC X(12).
           05  WS-PE-AMOUNT           PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-PE-SOURCE           PIC X(08).
           05  FILLER                 PIC X(69) VALUE SPACES.

       01  WS-AUDIT-EVIDENCE-LINE.
           05  FILLER                 PIC X(10) VALUE '  CMAUDIT '.
           05  WS-AE-DATE             PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(09) VALUE 'OPERATOR '.
           05  WS-AE-OPERATOR-ID      PIC X(10).
           05  FILLER                 PIC X(08) VALUE 'BALANCE '.
           05  WS-AE-BEFORE-BAL       PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(04) VALUE ' TO '.
           05  WS-AE-AFTER-BAL        PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(51) VALUE SPACES.

       01  WS-NET-DIFF-LINE.
           05  FILLER                 PIC X(40)
               VALUE 'NET DIFFERENCE, BALANCES LESS OPEN ITEMS'.
           05  FILLER                 PIC X(02) VALUE ': '.
           05  WS-ND-NET-DIFF         PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(11) VALUE 'CUSTOMERS: '.
           05  WS-SL-CUST-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE ' OPEN ITEMS:'.
           05  WS-SL-ITEM-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(13) VALUE ' OUT OF BAL: '.
           05  WS-SL-OUT-OF-BAL       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(19)
                                      VALUE ' CLOSED ACCT ITEMS:'.
           05  WS-SL-CLOSED-ITEMS     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(14) VALUE ' NO CUSTOMER: '.
           05  WS-SL-NO-CUST-ITEMS    PIC ZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 1200-LOAD-PAYMENT-HISTORY
           PERFORM 1300-LOAD-BALANCE-CHANGES

           IF NOT END-OF-FILE
               SORT SORT-FILE
                   ON ASCENDING KEY SR-CUST-ID
                                    SR-INVOICE-NUMBER
                   INPUT PROCEDURE IS 2000-RELEASE-OPEN-ITEMS
                   OUTPUT PROCEDURE IS 3000-RECONCILE-ACCOUNTS
           END-IF

           PERFORM 4000-TERMINATION
           GOBACK
           .

       1000-INITIALIZATION.
           OPEN INPUT  CUSTOMER-FILE
                INPUT  OPEN-ITEM-FILE
                OUTPUT REPORT-FILE
                OUTPUT PROPOSAL-FILE

           IF NOT CUST-SUCCESS
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-CUST-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT OPEN-ITEM-SUCCESS
               DISPLAY 'ERROR OPENING OPEN ITEM FILE: '
                       WS-OPEN-ITEM-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT REPORT-SUCCESS
               DISPLAY 'ERROR OPENING REPORT FILE: ' WS-REPORT-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT PROPOSAL-SUCCESS
               DISPLAY 'ERROR OPENING PROPOSAL FILE: '
                       WS-PROPOSAL-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-MONTH TO WS-HEADER-MONTH
           MOVE WS-CURRENT-DAY TO WS-HEADER-DAY
           MOVE WS-CURRENT-YEAR TO WS-HEADER-YEAR

           COMPUTE WS-PH-FROM-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM) -
               WS-PH-LOOKBACK-DAYS
           COMPUTE WS-PH-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PH-FROM-DATE-INT)

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADER
           .

      *----------------------------------------------------------------*
      * RECENT PAYMENTS FROM THE SHARED PAYMENT HISTORY. NO DATASET    *
      * YET SIMPLY MEANS NO PAYMENT EVIDENCE.                          *
      *----------------------------------------------------------------*
       1200-LOAD-PAYMENT-HISTORY.
           OPEN INPUT PAYMENT-HISTORY-FILE

           IF HISTORY-SUCCESS
               PERFORM 1210-READ-PAYMENT-HISTORY
                   UNTIL PH-LOAD-EOF
               CLOSE PAYMENT-HISTORY-FILE
           ELSE
               IF NOT HISTORY-NO-FILE
                   DISPLAY 'ERROR OPENING PAYMENT HISTORY FILE: '
                           WS-HISTORY-STATUS
               END-IF
           END-IF
           .

       1210-READ-PAYMENT-HISTORY.
           READ PAYMENT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-PH-LOAD-EOF-SW
               NOT AT END
                   MOVE PH-DEPOSIT-DATE TO WS-PH-DATE-NUM
                   IF WS-PH-DATE-NUM >= WS-PH-FROM-DATE
                       PERFORM 1220-ADD-PAYMENT-HISTORY
                   END-IF
           END-READ
           .

       1220-ADD-PAYMENT-HISTORY.
           IF WS-PH-ENTRY-COUNT >= WS-PH-ENTRY-LIMIT
               DISPLAY 'ARRECON: PAYMENT HISTORY TABLE FULL AT '
                       WS-PH-ENTRY-LIMIT ' -- CHECK ' PH-CHECK-NUMBER
                       ' NOT SHOWN AS EVIDENCE'
           ELSE
               ADD 1 TO WS-PH-ENTRY-COUNT
               SET WS-PH-IDX TO WS-PH-ENTRY-COUNT
               MOVE PH-CUST-ID TO WS-PHT-CUST-ID(WS-PH-IDX)
               MOVE PH-CHECK-NUMBER TO WS-PHT-CHECK-NUMBER(WS-PH-IDX)
               MOVE WS-PH-DATE-NUM TO WS-PHT-DATE(WS-PH-IDX)
               MOVE PH-AMOUNT TO WS-PHT-AMOUNT(WS-PH-IDX)
               MOVE PH-SOURCE TO WS-PHT-SOURCE(WS-PH-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * THE LATEST CUSTMNT AUDIT TRAIL, KEEPING ONLY THE CHANGES THAT  *
      * MOVED CUST-BALANCE -- THE AMOUNT UPDATES THAT HAVE NO OPEN     *
      * ITEM BEHIND THEM.                                              *
      *----------------------------------------------------------------*
       1300-LOAD-BALANCE-CHANGES.
           OPEN INPUT AUDIT-FILE

           IF AUDIT-SUCCESS
               PERFORM 1310-READ-AUDIT-RECORD
                   UNTIL AUD-LOAD-EOF
               CLOSE AUDIT-FILE
           ELSE
               IF NOT AUDIT-NO-FILE
                   DISPLAY 'ERROR OPENING CUSTOMER AUDIT FILE: '
                           WS-AUDIT-STATUS
               END-IF
           END-IF
           .

       1310-READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUD-LOAD-EOF-SW
               NOT AT END
                   MOVE ZEROS TO WS-AUD-BEFORE-BAL
                   MOVE ZEROS TO WS-AUD-AFTER-BAL

                   IF AUD-BEFORE-IMAGE NOT = SPACES
                       MOVE AUD-BEFORE-IMAGE TO WS-AUDIT-IMAGE
                       MOVE WS-AI-BALANCE TO WS-AUD-BEFORE-BAL
                   END-IF

                   IF AUD-AFTER-IMAGE NOT = SPACES
                       MOVE AUD-AFTER-IMAGE TO WS-AUDIT-IMAGE
                       MOVE WS-AI-BALANCE TO WS-AUD-AFTER-BAL
                   END-IF

                   IF WS-AUD-BEFORE-BAL NOT = WS-AUD-AFTER-BAL
                       PERFORM 1320-ADD-BALANCE-CHANGE
                   END-IF
           END-READ
           .

       1320-ADD-BALANCE-CHANGE.
           IF WS-AUD-ENTRY-COUNT >= WS-AUD-ENTRY-LIMIT
               DISPLAY 'ARRECON: AUDIT TABLE FULL AT '
                       WS-AUD-ENTRY-LIMIT ' -- CHANGE TO '
                       AUD-REFERENCE ' NOT SHOWN AS EVIDENCE'
           ELSE
               ADD 1 TO WS-AUD-ENTRY-COUNT
               SET WS-AUD-IDX TO WS-AUD-ENTRY-COUNT
               MOVE AUD-REFERENCE TO WS-AT-CUST-ID(WS-AUD-IDX)
               MOVE AUD-DATE TO WS-AT-DATE(WS-AUD-IDX)
               MOVE AUD-OPERATOR-ID TO WS-AT-OPERATOR-ID(WS-AUD-IDX)
               MOVE WS-AUD-BEFORE-BAL TO WS-AT-BEFORE-BAL(WS-AUD-IDX)
               MOVE WS-AUD-AFTER-BAL TO WS-AT-AFTER-BAL(WS-AUD-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * SORT INPUT PROCEDURE: EVERY OPEN ITEM STILL CARRYING AN OPEN   *
      * AMOUNT IS RELEASED, HOWEVER MANY THERE ARE.                    *
      *----------------------------------------------------------------*
       2000-RELEASE-OPEN-ITEMS.
           MOVE LOW-VALUES TO OI-INVOICE-NUMBER

           START OPEN-ITEM-FILE KEY >= OI-INVOICE-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-FILE-SW
           END-START

           PERFORM 2100-RELEASE-ONE-OPEN-ITEM
               UNTIL END-OF-FILE
           .

       2100-RELEASE-ONE-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   IF OI-ITEM-OPEN
                      AND OI-OPEN-AMOUNT NOT = ZERO
                       ADD 1 TO WS-ITEM-READ-COUNT
                       MOVE OI-CUST-ID TO SR-CUST-ID
                       MOVE OI-INVOICE-NUMBER TO SR-INVOICE-NUMBER
                       MOVE OI-OPEN-AMOUNT TO SR-OPEN-AMOUNT
                       RELEASE SORT-RECORD
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * SORT OUTPUT PROCEDURE: THE OPEN ITEMS COME BACK GROUPED BY     *
      * CUSTOMER AND ARE MATCHED AGAINST THE CUSTOMER MASTER READ IN   *
      * KEY ORDER. A CUSTOMER WITH NO ITEMS PROVES AGAINST ZERO; A     *
      * GROUP WITH NO CUSTOMER IS AN ORPHAN.                           *
      *----------------------------------------------------------------*
       3000-RECONCILE-ACCOUNTS.
           MOVE LOW-VALUES TO CUST-ID

           START CUSTOMER-FILE KEY >= CUST-ID
               INVALID KEY
                   MOVE HIGH-VALUES TO WS-CUST-KEY
           END-START

           IF CUST-SUCCESS
               PERFORM 3020-READ-NEXT-CUSTOMER
           END-IF

           PERFORM 3010-RETURN-NEXT-ITEM

           PERFORM 3100-MATCH-ONE-KEY
               UNTIL WS-CUST-KEY = HIGH-VALUES
                 AND WS-SR-KEY = HIGH-VALUES
           .

       3010-RETURN-NEXT-ITEM.
           RETURN SORT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-SR-KEY
               NOT AT END
                   MOVE SR-CUST-ID TO WS-SR-KEY
                   MOVE SR-INVOICE-NUMBER TO WS-SR-INVOICE-NUMBER
                   MOVE SR-OPEN-AMOUNT TO WS-SR-OPEN-AMOUNT
           END-RETURN
           .

       3020-READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-CUST-KEY
               NOT AT END
                   ADD 1 TO WS-CUST-READ-COUNT
                   MOVE CUST-ID TO WS-CUST-KEY
           END-READ
           .

       3100-MATCH-ONE-KEY.
           MOVE ZEROS TO WS-OPEN-TOTAL

           EVALUATE TRUE
               WHEN WS-CUST-KEY < WS-SR-KEY
                   PERFORM 3300-CHECK-BALANCE
                   PERFORM 3020-READ-NEXT-CUSTOMER
               WHEN WS-CUST-KEY = WS-SR-KEY
                   IF CUST-CLOSED
                       MOVE 'C' TO WS-GROUP-ACCOUNT-SW
                   ELSE
                       MOVE 'A' TO WS-GROUP-ACCOUNT-SW
                   END-IF
                   PERFORM 3200-TOTAL-ITEM-GROUP
                   PERFORM 3300-CHECK-BALANCE
                   PERFORM 3020-READ-NEXT-CUSTOMER
               WHEN OTHER
                   MOVE 'M' TO WS-GROUP-ACCOUNT-SW
                   PERFORM 3200-TOTAL-ITEM-GROUP
           END-EVALUATE
           .

       3200-TOTAL-ITEM-GROUP.
           MOVE WS-SR-KEY TO WS-GROUP-CUST-ID

           PERFORM 3210-ADD-ONE-GROUP-ITEM
               UNTIL WS-SR-KEY NOT = WS-GROUP-CUST-ID
           .

       3210-ADD-ONE-GROUP-ITEM.
           ADD WS-SR-OPEN-AMOUNT TO WS-OPEN-TOTAL

           EVALUATE TRUE
               WHEN GROUP-ACCOUNT-CLOSED
                   MOVE 'ITEM ON CLOSED ACCT' TO WS-DL-DISCREPANCY
                   MOVE 'C' TO CP-TYPE
                   PERFORM 3250-REPORT-ITEM
                   ADD 1 TO WS-CLOSED-ITEM-COUNT
               WHEN GROUP-NO-CUSTOMER
                   MOVE 'ITEM, NO CUSTOMER' TO WS-DL-DISCREPANCY
                   MOVE 'M' TO CP-TYPE
                   PERFORM 3250-REPORT-ITEM
                   ADD 1 TO WS-NO-CUST-ITEM-COUNT
           END-EVALUATE

           PERFORM 3010-RETURN-NEXT-ITEM
           .

       3250-REPORT-ITEM.
           MOVE WS-GROUP-CUST-ID TO WS-DL-CUST-ID
           MOVE SPACES TO WS-DL-NAME
           STRING 'INVOICE ' WS-SR-INVOICE-NUMBER
               DELIMITED BY SIZE INTO WS-DL-NAME
           MOVE WS-SR-OPEN-AMOUNT TO WS-DL-BOOK-VALUE
           MOVE ZEROS TO WS-DL-COMPUTED-VALUE
           MOVE WS-SR-OPEN-AMOUNT TO WS-DL-DIFFERENCE

           IF GROUP-ACCOUNT-CLOSED
               MOVE 'CLOSED/MERGED ACCT' TO WS-DL-CAUSE
           ELSE
               MOVE 'CUSTOMER NOT ON FILE' TO WS-DL-CAUSE
           END-IF

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE

           MOVE WS-GROUP-CUST-ID TO CP-CUST-ID
           MOVE WS-SR-INVOICE-NUMBER TO CP-INVOICE-NUMBER
           MOVE 'OI-OPEN-AMOUNT' TO CP-FIELD-NAME
           MOVE WS-SR-OPEN-AMOUNT TO CP-BOOK-VALUE
           MOVE ZEROS TO CP-COMPUTED-VALUE
           MOVE WS-CURRENT-DATE-NUM TO CP-DATE
           WRITE PROPOSAL-RECORD
           .

      *----------------------------------------------------------------*
      * THE PROOF FOR ONE CUSTOMER: CUST-BALANCE AGAINST THE SUM OF    *
      * ITS OPEN ITEMS (ZERO WHEN IT HAS NONE).                        *
      *----------------------------------------------------------------*
       3300-CHECK-BALANCE.
           IF CUST-BALANCE NOT = WS-OPEN-TOTAL
               COMPUTE WS-BALANCE-DIFF = CUST-BALANCE - WS-OPEN-TOTAL
               ADD WS-BALANCE-DIFF TO WS-NET-DIFF-TOTAL
               ADD 1 TO WS-OUT-OF-BAL-COUNT

               PERFORM 3310-COUNT-EVIDENCE

               MOVE CUST-ID TO WS-DL-CUST-ID
               MOVE CUST-NAME TO WS-DL-NAME
               MOVE 'BALANCE <> OPEN SUM' TO WS-DL-DISCREPANCY
               MOVE CUST-BALANCE TO WS-DL-BOOK-VALUE
               MOVE WS-OPEN-TOTAL TO WS-DL-COMPUTED-VALUE
               MOVE WS-BALANCE-DIFF TO WS-DL-DIFFERENCE

               EVALUATE TRUE
                   WHEN CUST-CLOSED
                       MOVE 'CLOSED/MERGED ACCT' TO WS-DL-CAUSE
                   WHEN WS-AUD-HITS > ZERO
                       MOVE 'CUSTMNT BAL UPDATE' TO WS-DL-CAUSE
                   WHEN WS-PH-HITS > ZERO
                    AND WS-BALANCE-DIFF < ZERO
                       MOVE 'PAYMENT OVER ITEMS' TO WS-DL-CAUSE
                   WHEN WS-PH-HITS > ZERO
                       MOVE 'RECENT PAYMENT' TO WS-DL-CAUSE
                   WHEN OTHER
                       MOVE 'NO RECENT ACTIVITY' TO WS-DL-CAUSE
               END-EVALUATE

               WRITE REPORT-RECORD FROM WS-DETAIL-LINE

               PERFORM 3330-LIST-PAYMENT-EVIDENCE
                   VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-ENTRY-COUNT
               PERFORM 3340-LIST-AUDIT-EVIDENCE
                   VARYING WS-AUD-IDX FROM 1 BY 1
                   UNTIL WS-AUD-IDX > WS-AUD-ENTRY-COUNT

               MOVE 'B' TO CP-TYPE
               MOVE CUST-ID TO CP-CUST-ID
               MOVE SPACES TO CP-INVOICE-NUMBER
               MOVE 'CUST-BALANCE' TO CP-FIELD-NAME
               MOVE CUST-BALANCE TO CP-BOOK-VALUE
               MOVE WS-OPEN-TOTAL TO CP-COMPUTED-VALUE
               MOVE WS-CURRENT-DATE-NUM TO CP-DATE
               WRITE PROPOSAL-RECORD
           END-IF
           .

       3310-COUNT-EVIDENCE.
           MOVE ZEROS TO WS-PH-HITS
           MOVE ZEROS TO WS-AUD-HITS

           PERFORM 3315-COUNT-PAYMENT-HIT
               VARYING WS-PH-IDX FROM 1 BY 1
               UNTIL WS-PH-IDX > WS-PH-ENTRY-COUNT
           PERFORM 3320-COUNT-AUDIT-HIT
               VARYING WS-AUD-IDX FROM 1 BY 1
               UNTIL WS-AUD-IDX > WS-AUD-ENTRY-COUNT
           .

       3315-COUNT-PAYMENT-HIT.
           IF WS-PHT-CUST-ID(WS-PH-IDX) = CUST-ID
               ADD 1 TO WS-PH-HITS
           END-IF
           .

       3320-COUNT-AUDIT-HIT.
           IF WS-AT-CUST-ID(WS-AUD-IDX) = CUST-ID
               ADD 1 TO WS-AUD-HITS
           END-IF
           .

       3330-LIST-PAYMENT-EVIDENCE.
           IF WS-PHT-CUST-ID(WS-PH-IDX) = CUST-ID
               MOVE WS-PHT-DATE(WS-PH-IDX) TO WS-PE-DATE
               MOVE WS-PHT-CHECK-NUMBER(WS-PH-IDX)
                 TO WS-PE-CHECK-NUMBER
               MOVE WS-PHT-AMOUNT(WS-PH-IDX) TO WS-PE-AMOUNT
               MOVE WS-PHT-SOURCE(WS-PH-IDX) TO WS-PE-SOURCE
               WRITE REPORT-RECORD FROM WS-PAYHIST-EVIDENCE-LINE
           END-IF
           .

       3340-LIST-AUDIT-EVIDENCE.
           IF WS-AT-CUST-ID(WS-AUD-IDX) = CUST-ID
               MOVE WS-AT-DATE(WS-AUD-IDX) TO WS-AE-DATE
               MOVE WS-AT-OPERATOR-ID(WS-AUD-IDX) TO WS-AE-OPERATOR-ID
               MOVE WS-AT-BEFORE-BAL(WS-AUD-IDX) TO WS-AE-BEFORE-BAL
               MOVE WS-AT-AFTER-BAL(WS-AUD-IDX) TO WS-AE-AFTER-BAL
               WRITE REPORT-RECORD FROM WS-AUDIT-EVIDENCE-LINE
           END-IF
           .

       4000-TERMINATION.
           MOVE WS-NET-DIFF-TOTAL TO WS-ND-NET-DIFF

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-NET-DIFF-LINE

           MOVE WS-CUST-READ-COUNT TO WS-SL-CUST-COUNT
           MOVE WS-ITEM-READ-COUNT TO WS-SL-ITEM-COUNT
           MOVE WS-OUT-OF-BAL-COUNT TO WS-SL-OUT-OF-BAL
           MOVE WS-CLOSED-ITEM-COUNT TO WS-SL-CLOSED-ITEMS
           MOVE WS-NO-CUST-ITEM-COUNT TO WS-SL-NO-CUST-ITEMS

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           CLOSE CUSTOMER-FILE
                 OPEN-ITEM-FILE
                 REPORT-FILE
                 PROPOSAL-FILE
           .
