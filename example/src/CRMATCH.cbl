      *----------------------------------------------------------------*
      * CRMATCH - CUSTOMER CREDIT MATCHING AND REFUND RUN              *
      *                                                                *
      * CREDIT REACHES A CUSTOMER ACCOUNT WITHOUT EVER TOUCHING AN     *
      * OPEN ITEM: A LOCKBOX OVERPAYMENT OR A STUB LINE NAMING AN      *
      * INVOICE WE COULD NOT FIND, OR A SALESRTN CREDIT FOR AN RMA     *
      * THAT QUOTED NO OPEN INVOICE, ALL COME OFF CUST-BALANCE AND     *
      * NOTHING ELSE. SUCH A CUSTOMER'S OPEN ITEMS THEN ADD UP TO MORE *
      * THAN ITS BALANCE, AND THE DIFFERENCE IS CREDIT NOT YET MATCHED *
      * -- WHICH IS HOW AN ACCOUNT GETS A DUNNING LETTER AND A CREDIT  *
      * BALANCE IN THE SAME WEEK.                                      *
      *                                                                *
      * THIS PERIODIC RUN TAKES EACH CUSTOMER'S OPEN ITEMS, OLDEST     *
      * INVOICE FIRST, AND RELIEVES THEM WITH THAT UNMATCHED CREDIT    *
      * UNTIL ONE OR THE OTHER RUNS OUT. CUST-BALANCE ALREADY CARRIES  *
      * THE CREDIT, SO ONLY THE ITEMS MOVE.                            *
      *                                                                *
      * AN ACCOUNT LEFT WITH A CREDIT BALANCE AND NOTHING OPEN --      *
      * CLOSED ACCOUNTS ESPECIALLY -- IS PROPOSED FOR A REFUND ON      *
      * REFPROP. FINANCE APPROVES A PROPOSAL BY RETURNING IT ON        *
      * REFAPPR WITH THE APPROVER'S OPERATOR ID FILLED IN (A LOWER     *
      * AMOUNT MAY BE APPROVED). THE NEXT RUN AUTHORIZES EACH APPROVAL *
      * AGAINST THE APPROVER'S CRMATCH PROFILE ON OPRFILE, POSTS THE   *
      * REFUND TO CUST-BALANCE, BALANCE-ONLY AND JOURNALED, AND        *
      * WRITES A CHECK REQUEST TO REFCHKRQ FOR ACCOUNTS PAYABLE. AN    *
      * APPROVAL IS REFUSED IF THE ACCOUNT HAS SINCE PICKED UP OPEN    *
      * ITEMS OR NO LONGER HOLDS THE CREDIT APPROVED, AND EVERY        *
      * APPROVAL IS REFUSED WHILE OPRFILE HOLDS NO CRMATCH PROFILES.   *
      *                                                                *
      * SOME CREDIT DOES REACH OPENITEM: A REBATE SETTLED BY REBATE IS *
      * POSTED AS A CREDIT ITEM WITH A NEGATIVE OPEN AMOUNT AS WELL AS *
      * OFF CUST-BALANCE. IT IS PART OF THE UNMATCHED CREDIT LIKE ANY  *
      * OTHER, AND AS THAT CREDIT RELIEVES INVOICES OR GOES OUT AS A   *
      * REFUND THE CREDIT ITEMS ARE USED UP OLDEST FIRST BY THE SAME   *
      * AMOUNT, SO THE OPEN ITEMS STILL ADD UP TO THE BALANCE.         *
      *                                                                *
      * EVERY CREDIT APPLICATION, PROPOSED REFUND, POSTED REFUND AND   *
      * REFUSED APPROVAL IS PRINTED ON THE REGISTER.                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRMATCH.
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

           SELECT APPROVAL-FILE ASSIGN TO REFAPPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT OPERATOR-PROFILE-FILE ASSIGN TO OPRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JRNFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO CRMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PROPOSAL-FILE ASSIGN TO REFPROP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROPOSAL-STATUS.

           SELECT CHECK-REQUEST-FILE ASSIGN TO REFCHKRQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECK-REQUEST-STATUS.

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
      * APPROVED REFUNDS: THE SAME LAYOUT AS THE PROPOSAL RECORD,      *
      * REPEATED FIELD FOR FIELD, WITH RA-APPROVED-BY FILLED IN BY THE *
      * APPROVER. A RECORD STILL BLANK THERE WAS NOT APPROVED.         *
      *----------------------------------------------------------------*
       FD  APPROVAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  APPROVAL-RECORD.
           05  RA-CUST-ID             PIC X(06).
           05  RA-AMOUNT              PIC S9(07)V99 COMP-3.
           05  RA-PROPOSED-DATE       PIC 9(08).
           05  RA-APPROVED-BY         PIC X(08).
           05  RA-ACCOUNT-STATUS      PIC X(01).
           05  FILLER                 PIC X(12).

       FD  OPERATOR-PROFILE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY OPRCOPY.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS.
           COPY JRNCOPY.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

      *----------------------------------------------------------------*
      * PROPOSED REFUNDS, ONE PER ACCOUNT WITH A CREDIT BALANCE AND    *
      * NOTHING OPEN, FOR FINANCE TO APPROVE AND RETURN ON REFAPPR.    *
      *----------------------------------------------------------------*
       FD  PROPOSAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  PROPOSAL-RECORD.
           05  RP-CUST-ID             PIC X(06).
           05  RP-AMOUNT              PIC S9(07)V99 COMP-3.
           05  RP-PROPOSED-DATE       PIC 9(08).
           05  RP-APPROVED-BY         PIC X(08).
           05  RP-ACCOUNT-STATUS      PIC X(01).
           05  FILLER                 PIC X(12).

      *----------------------------------------------------------------*
      * CHECK REQUESTS FOR ACCOUNTS PAYABLE, ONE PER POSTED REFUND,    *
      * PAYABLE TO THE CUSTOMER AT ITS ADDRESS ON FILE.                *
      *----------------------------------------------------------------*
       FD  CHECK-REQUEST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  CHECK-REQUEST-RECORD.
           05  CR-CUST-ID             PIC X(06).
           05  CR-PAYEE-NAME          PIC X(30).
           05  CR-PAYEE-ADDR          PIC X(30).
           05  CR-AMOUNT              PIC S9(07)V99 COMP-3.
           05  CR-REQUEST-DATE        PIC 9(08).
           05  CR-APPROVED-BY         PIC X(08).
           05  CR-REFERENCE           PIC X(10).
           05  FILLER                 PIC X(03).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-CUST-ID             PIC X(06).
           05  SR-INVOICE-DATE        PIC 9(08).
           05  SR-INVOICE-NUMBER      PIC X(10).
           05  SR-OPEN-AMOUNT         PIC S9(07)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS             PIC X(02) VALUE SPACES.
           88  CUST-SUCCESS           VALUE '00'.
           88  CUST-EOF               VALUE '10'.

       01  WS-OPEN-ITEM-STATUS        PIC X(02) VALUE SPACES.
           88  OPEN-ITEM-SUCCESS      VALUE '00'.
           88  OPEN-ITEM-EOF          VALUE '10'.

       01  WS-APPROVAL-STATUS         PIC X(02) VALUE SPACES.
           88  APPROVAL-SUCCESS       VALUE '00'.
           88  APPROVAL-NO-FILE       VALUE '35'.

       01  WS-PROFILE-STATUS          PIC X(02) VALUE SPACES.
           88  PROFILE-SUCCESS        VALUE '00'.

       01  WS-JOURNAL-STATUS          PIC X(02) VALUE SPACES.
           88  JOURNAL-SUCCESS        VALUE '00'.
           88  JOURNAL-NO-FILE        VALUE '35'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-PROPOSAL-STATUS         PIC X(02) VALUE SPACES.
           88  PROPOSAL-SUCCESS       VALUE '00'.

       01  WS-CHECK-REQUEST-STATUS    PIC X(02) VALUE SPACES.
           88  CHECK-REQUEST-SUCCESS  VALUE '00'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-RA-LOAD-EOF-SW      PIC X(01) VALUE 'N'.
               88  APPROVAL-LOAD-EOF  VALUE 'Y'.
           05  WS-OP-LOAD-EOF-SW      PIC X(01) VALUE 'N'.
               88  PROFILE-LOAD-EOF   VALUE 'Y'.
           05  WS-OP-FOUND-SW         PIC X(01) VALUE 'N'.
               88  PROFILE-FOUND      VALUE 'Y'.
           05  WS-AUTH-OK-SW          PIC X(01) VALUE 'Y'.
               88  OPERATOR-AUTHORIZED
                                      VALUE 'Y'.
           05  WS-RA-FOUND-SW         PIC X(01) VALUE 'N'.
               88  APPROVAL-FOUND     VALUE 'Y'.
           05  WS-GROUP-ACCOUNT-SW    PIC X(01) VALUE SPACES.
               88  GROUP-ACCOUNT-FOUND
                                      VALUE 'A'.
               88  GROUP-NO-CUSTOMER  VALUE 'M'.

       01  WS-COUNTERS.
           05  WS-CUST-READ-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-ITEM-READ-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-APPLIED-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-PROPOSED-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-REFUNDED-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-REFUSED-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-ERROR-COUNT         PIC 9(05) VALUE ZEROS.

       01  WS-AMOUNT-TOTALS.
           05  WS-APPLIED-AMOUNT      PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05  WS-PROPOSED-AMOUNT     PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05  WS-REFUNDED-AMOUNT     PIC S9(09)V99 COMP-3 VALUE ZEROS.

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
           05  WS-UNMATCHED-CREDIT    PIC S9(09)V99 COMP-3.
           05  WS-APPLY-AMOUNT        PIC S9(07)V99 COMP-3.
           05  WS-REFUND-AMOUNT       PIC S9(07)V99 COMP-3.
           05  WS-CREDIT-BALANCE      PIC S9(07)V99 COMP-3.
           05  WS-RELIEVE-AMOUNT      PIC S9(09)V99 COMP-3.
           05  WS-CREDIT-USED         PIC S9(07)V99 COMP-3.
           05  WS-AUTH-CODE           PIC X(01) VALUE 'R'.
           05  WS-PROGRAM-STAMP       PIC X(08) VALUE 'CRMATCH'.

      *----------------------------------------------------------------*
      * ONE CUSTOMER'S OPEN ITEMS, OLDEST INVOICE FIRST, HELD WHILE    *
      * THE CREDIT AGAINST THEM IS WORKED OUT. ITEMS PAST THE LIMIT    *
      * STILL COUNT TOWARD THE OPEN TOTAL BUT WAIT FOR THE NEXT RUN.   *
      *----------------------------------------------------------------*
       01  WS-GROUP-TABLE.
           05  WS-GI-ENTRY OCCURS 500 TIMES INDEXED BY WS-GI-IDX.
               10  WS-GI-INVOICE-NUMBER
                                      PIC X(10).
               10  WS-GI-OPEN-AMOUNT  PIC S9(07)V99 COMP-3.

       01  WS-GROUP-CONTROL.
           05  WS-GI-ENTRY-COUNT      PIC 9(03) VALUE ZEROS.
           05  WS-GI-ENTRY-LIMIT      PIC 9(03) VALUE 500.

      *----------------------------------------------------------------*
      * THE SAME CUSTOMER'S OPEN CREDIT ITEMS, OLDEST FIRST. THEY ARE  *
      * NOT PART OF THE OPEN TOTAL; CUST-BALANCE ALREADY CARRIES THEM. *
      *----------------------------------------------------------------*
       01  WS-CREDIT-ITEM-TABLE.
           05  WS-CI-ENTRY OCCURS 100 TIMES INDEXED BY WS-CI-IDX.
               10  WS-CI-INVOICE-NUMBER
                                      PIC X(10).
               10  WS-CI-OPEN-AMOUNT  PIC S9(07)V99 COMP-3.

       01  WS-CREDIT-ITEM-CONTROL.
           05  WS-CI-ENTRY-COUNT      PIC 9(03) VALUE ZEROS.
           05  WS-CI-ENTRY-LIMIT      PIC 9(03) VALUE 100.

      *----------------------------------------------------------------*
      * APPROVED REFUNDS FROM REFAPPR, TAKEN AS EACH ACCOUNT COMES UP  *
      * IN THE MERGE. ONE NEVER TAKEN IS LISTED AT THE END.            *
      *----------------------------------------------------------------*
       01  WS-APPROVAL-TABLE.
           05  WS-RA-ENTRY OCCURS 500 TIMES INDEXED BY WS-RA-IDX.
               10  WS-RA-CUST-ID      PIC X(06).
               10  WS-RA-AMOUNT       PIC S9(07)V99 COMP-3.
               10  WS-RA-APPROVED-BY  PIC X(08).
               10  WS-RA-RESULT       PIC X(01).
                   88  WS-RA-PENDING  VALUE SPACE.
                   88  WS-RA-TAKEN    VALUE 'T'.
                   88  WS-RA-REFUSED  VALUE 'R'.
               10  WS-RA-REASON       PIC X(20).

       01  WS-APPROVAL-CONTROL.
           05  WS-RA-ENTRY-COUNT      PIC 9(03) VALUE ZEROS.
           05  WS-RA-ENTRY-LIMIT      PIC 9(03) VALUE 500.

      *----------------------------------------------------------------*
      * THIS PROGRAM'S OPERATOR PROFILES FROM OPRFILE, LOADED THE SAME *
      * WAY CUSTMNT LOADS ITS OWN. A REFUND APPROVER NEEDS 'R' IN ITS  *
      * ALLOWED CODES; OPR-MAX-AMOUNT CAPS THE REFUND.                 *
      *----------------------------------------------------------------*
       01  WS-OPERATOR-TABLE.
           05  WS-OP-ENTRY OCCURS 50 TIMES INDEXED BY WS-OP-IDX.
               10  WS-OP-OPERATOR-ID  PIC X(08).
               10  WS-OP-ALLOWED-CODES PIC X(10).
               10  WS-OP-MAX-AMOUNT   PIC S9(07)V99 COMP-3.

       01  WS-OPERATOR-CONTROL.
           05  WS-OP-ENTRY-COUNT      PIC 9(03) VALUE ZEROS.
           05  WS-OP-ENTRY-LIMIT      PIC 9(03) VALUE 050.
           05  WS-CODE-SUB            PIC 9(02).

       01  WS-JOURNAL-WORK.
           05  WS-JRN-BEFORE          PIC X(150).

       01  WS-JRN-TIME-STAMP.
           05  FILLER                 PIC X(08).
           05  WS-JRN-TIME            PIC 9(06).
           05  FILLER                 PIC X(07).

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).
       01  WS-CURRENT-DATE-NUM        REDEFINES WS-CURRENT-DATE
                                       PIC 9(08).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(20)
                                      VALUE 'CREDIT MATCHING AND '.
           05  FILLER                 PIC X(20)
                                      VALUE 'REFUND REGISTER     '.
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
           05  FILLER                 PIC X(20) VALUE 'ACTION'.
           05  FILLER                 PIC X(16) VALUE 'AMOUNT'.
           05  FILLER                 PIC X(16) VALUE 'LEFT OPEN/BAL'.
           05  FILLER                 PIC X(20) VALUE 'NOTE'.
           05  FILLER                 PIC X(20) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-CUST-ID          PIC X(08).
           05  WS-DL-NAME             PIC X(32).
           05  WS-DL-ACTION           PIC X(20).
           05  WS-DL-AMOUNT           PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DL-REMAINING        PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DL-NOTE             PIC X(20).
           05  FILLER                 PIC X(20) VALUE SPACES.

       01  WS-APPLIED-TOTAL-LINE.
           05  FILLER                 PIC X(24)
                                      VALUE 'CREDIT APPLIED TO ITEMS:'.
           05  WS-AT-COUNT            PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' ITEMS    '.
           05  WS-AT-AMOUNT           PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(78) VALUE SPACES.

       01  WS-PROPOSED-TOTAL-LINE.
           05  FILLER                 PIC X(24)
                                      VALUE 'REFUNDS PROPOSED:       '.
           05  WS-PT-COUNT            PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' ACCOUNTS '.
           05  WS-PT-AMOUNT           PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(78) VALUE SPACES.

       01  WS-REFUNDED-TOTAL-LINE.
           05  FILLER                 PIC X(24)
                                      VALUE 'REFUNDS POSTED:         '.
           05  WS-RT-COUNT            PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' ACCOUNTS '.
           05  WS-RT-AMOUNT           PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(78) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(11) VALUE 'CUSTOMERS: '.
           05  WS-SL-CUST-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE ' OPEN ITEMS:'.
           05  WS-SL-ITEM-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(19)
                                      VALUE ' APPROVALS REFUSED:'.
           05  WS-SL-REFUSED-COUNT    PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' ERRORS:  '.
           05  WS-SL-ERROR-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 1300-LOAD-OPERATOR-PROFILES
           PERFORM 1500-LOAD-APPROVALS

           IF NOT END-OF-FILE
               SORT SORT-FILE
                   ON ASCENDING KEY SR-CUST-ID
                                    SR-INVOICE-DATE
                                    SR-INVOICE-NUMBER
                   INPUT PROCEDURE IS 2000-RELEASE-OPEN-ITEMS
                   OUTPUT PROCEDURE IS 3000-MATCH-CREDITS
           END-IF

           PERFORM 4000-TERMINATION
           GOBACK
           .

       1000-INITIALIZATION.
           OPEN I-O    CUSTOMER-FILE
                I-O    OPEN-ITEM-FILE
                OUTPUT REPORT-FILE
                OUTPUT PROPOSAL-FILE
                OUTPUT CHECK-REQUEST-FILE

           OPEN EXTEND JOURNAL-FILE

           IF JOURNAL-NO-FILE
               OPEN OUTPUT JOURNAL-FILE
           END-IF

           IF NOT JOURNAL-SUCCESS
               DISPLAY 'ERROR OPENING RECOVERY JOURNAL: '
                       WS-JOURNAL-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

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

           IF NOT CHECK-REQUEST-SUCCESS
               DISPLAY 'ERROR OPENING CHECK REQUEST FILE: '
                       WS-CHECK-REQUEST-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-MONTH TO WS-HEADER-MONTH
           MOVE WS-CURRENT-DAY TO WS-HEADER-DAY
           MOVE WS-CURRENT-YEAR TO WS-HEADER-YEAR

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADER
           .

      *----------------------------------------------------------------*
      * LOADS THIS PROGRAM'S OPERATOR PROFILES. NO DATASET, OR NO      *
      * CRMATCH PROFILES ON IT, LEAVES THE TABLE EMPTY AND EVERY       *
      * REFUND APPROVAL IS REFUSED.                                    *
      *----------------------------------------------------------------*
       1300-LOAD-OPERATOR-PROFILES.
           OPEN INPUT OPERATOR-PROFILE-FILE

           IF PROFILE-SUCCESS
               PERFORM 1310-READ-PROFILE-RECORD
                   UNTIL PROFILE-LOAD-EOF
               CLOSE OPERATOR-PROFILE-FILE
           END-IF
           .

       1310-READ-PROFILE-RECORD.
           READ OPERATOR-PROFILE-FILE
               AT END
                   MOVE 'Y' TO WS-OP-LOAD-EOF-SW
               NOT AT END
                   IF OPR-PROGRAM-ID NOT = WS-PROGRAM-STAMP
                       CONTINUE
                   ELSE
                   IF WS-OP-ENTRY-COUNT >= WS-OP-ENTRY-LIMIT
                       DISPLAY 'CRMATCH: PROFILE TABLE FULL AT '
                               WS-OP-ENTRY-LIMIT ' -- '
                               OPR-OPERATOR-ID ' NOT LOADED'
                   ELSE
                       ADD 1 TO WS-OP-ENTRY-COUNT
                       SET WS-OP-IDX TO WS-OP-ENTRY-COUNT
                       MOVE OPR-OPERATOR-ID
                         TO WS-OP-OPERATOR-ID(WS-OP-IDX)
                       MOVE OPR-ALLOWED-CODES
                         TO WS-OP-ALLOWED-CODES(WS-OP-IDX)
                       MOVE OPR-MAX-AMOUNT
                         TO WS-OP-MAX-AMOUNT(WS-OP-IDX)
                   END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * THE APPROVER MUST HOLD A CRMATCH PROFILE ALLOWING REFUNDS AND  *
      * THE REFUND MUST SIT WITHIN ITS CAP. WITH NO PROFILES LOADED AT *
      * ALL, NO ONE IS AUTHORIZED AND THE APPROVAL IS REFUSED.         *
      *----------------------------------------------------------------*
       1400-CHECK-OPERATOR-AUTH.
           MOVE 'Y' TO WS-AUTH-OK-SW

           IF WS-OP-ENTRY-COUNT = ZEROS
               MOVE 'N' TO WS-AUTH-OK-SW
               MOVE 'NO CRMATCH PROFILES' TO WS-RA-REASON(WS-RA-IDX)
           ELSE
               MOVE 'N' TO WS-OP-FOUND-SW

               PERFORM 1410-FIND-OPERATOR
                   VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-ENTRY-COUNT
                      OR PROFILE-FOUND

               IF NOT PROFILE-FOUND
                   MOVE 'N' TO WS-AUTH-OK-SW
                   MOVE 'OPER NOT ON FILE' TO WS-RA-REASON(WS-RA-IDX)
               ELSE
                   SET WS-OP-IDX DOWN BY 1
                   PERFORM 1450-CHECK-CODE-AND-LIMIT
               END-IF
           END-IF
           .

       1410-FIND-OPERATOR.
           IF WS-OP-OPERATOR-ID(WS-OP-IDX) =
              WS-RA-APPROVED-BY(WS-RA-IDX)
               MOVE 'Y' TO WS-OP-FOUND-SW
           END-IF
           .

       1450-CHECK-CODE-AND-LIMIT.
           MOVE 'N' TO WS-AUTH-OK-SW

           PERFORM 1460-MATCH-ALLOWED-CODE
               VARYING WS-CODE-SUB FROM 1 BY 1
               UNTIL WS-CODE-SUB > 10
                  OR OPERATOR-AUTHORIZED

           IF NOT OPERATOR-AUTHORIZED
               MOVE 'TRAN NOT ALLOWED' TO WS-RA-REASON(WS-RA-IDX)
           ELSE
               IF WS-OP-MAX-AMOUNT(WS-OP-IDX) > ZERO
                  AND WS-REFUND-AMOUNT > WS-OP-MAX-AMOUNT(WS-OP-IDX)
                   MOVE 'N' TO WS-AUTH-OK-SW
                   MOVE 'OVER AMOUNT LIMIT' TO WS-RA-REASON(WS-RA-IDX)
               END-IF
           END-IF
           .

       1460-MATCH-ALLOWED-CODE.
           IF WS-OP-ALLOWED-CODES(WS-OP-IDX)(WS-CODE-SUB:1) =
              WS-AUTH-CODE
               MOVE 'Y' TO WS-AUTH-OK-SW
           END-IF
           .

      *----------------------------------------------------------------*
      * APPROVED REFUNDS RETURNED FROM AN EARLIER RUN'S PROPOSALS. NO  *
      * DATASET SIMPLY MEANS NOTHING HAS BEEN APPROVED; A PROPOSAL     *
      * RETURNED WITHOUT AN APPROVER IS PASSED OVER AND PROPOSED       *
      * AGAIN.                                                         *
      *----------------------------------------------------------------*
       1500-LOAD-APPROVALS.
           OPEN INPUT APPROVAL-FILE

           IF APPROVAL-SUCCESS
               PERFORM 1510-READ-APPROVAL-RECORD
                   UNTIL APPROVAL-LOAD-EOF
               CLOSE APPROVAL-FILE
           ELSE
               IF NOT APPROVAL-NO-FILE
                   DISPLAY 'CRMATCH: REFUND APPROVALS NOT READ, STATUS '
                           WS-APPROVAL-STATUS
               END-IF
           END-IF
           .

       1510-READ-APPROVAL-RECORD.
           READ APPROVAL-FILE
               AT END
                   MOVE 'Y' TO WS-RA-LOAD-EOF-SW
               NOT AT END
                   IF RA-APPROVED-BY = SPACES
                       CONTINUE
                   ELSE
                   IF WS-RA-ENTRY-COUNT >= WS-RA-ENTRY-LIMIT
                       DISPLAY 'CRMATCH: APPROVAL TABLE FULL AT '
                               WS-RA-ENTRY-LIMIT ' -- '
                               RA-CUST-ID ' NOT LOADED'
                   ELSE
                       ADD 1 TO WS-RA-ENTRY-COUNT
                       SET WS-RA-IDX TO WS-RA-ENTRY-COUNT
                       MOVE RA-CUST-ID TO WS-RA-CUST-ID(WS-RA-IDX)
                       MOVE RA-AMOUNT TO WS-RA-AMOUNT(WS-RA-IDX)
                       MOVE RA-APPROVED-BY
                         TO WS-RA-APPROVED-BY(WS-RA-IDX)
                       MOVE SPACE TO WS-RA-RESULT(WS-RA-IDX)
                       MOVE SPACES TO WS-RA-REASON(WS-RA-IDX)
                   END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * SORT INPUT PROCEDURE: EVERY OPEN ITEM STILL OWING, AND EVERY   *
      * CREDIT ITEM NOT YET USED UP, IS RELEASED BY CUSTOMER AND       *
      * INVOICE DATE, SO EACH CUSTOMER'S OLDEST ITEM COMES BACK FIRST. *
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
                       MOVE OI-INVOICE-DATE TO SR-INVOICE-DATE
                       MOVE OI-INVOICE-NUMBER TO SR-INVOICE-NUMBER
                       MOVE OI-OPEN-AMOUNT TO SR-OPEN-AMOUNT
                       RELEASE SORT-RECORD
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * SORT OUTPUT PROCEDURE: THE OPEN ITEMS COME BACK GROUPED BY     *
      * CUSTOMER AND ARE MATCHED AGAINST THE CUSTOMER MASTER READ IN   *
      * KEY ORDER. A CUSTOMER WITH NO ITEMS CAN ONLY BE A REFUND; A    *
      * GROUP WITH NO CUSTOMER IS LEFT FOR ARRECON TO REPORT.          *
      *----------------------------------------------------------------*
       3000-MATCH-CREDITS.
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
           MOVE ZEROS TO WS-GI-ENTRY-COUNT
           MOVE ZEROS TO WS-CI-ENTRY-COUNT

           EVALUATE TRUE
               WHEN WS-CUST-KEY < WS-SR-KEY
                   PERFORM 3400-CHECK-REFUND
                   PERFORM 3020-READ-NEXT-CUSTOMER
               WHEN WS-CUST-KEY = WS-SR-KEY
                   MOVE 'A' TO WS-GROUP-ACCOUNT-SW
                   PERFORM 3200-LOAD-ITEM-GROUP
                   PERFORM 3300-APPLY-CREDIT
                   PERFORM 3400-CHECK-REFUND
                   PERFORM 3020-READ-NEXT-CUSTOMER
               WHEN OTHER
                   MOVE 'M' TO WS-GROUP-ACCOUNT-SW
                   PERFORM 3200-LOAD-ITEM-GROUP
           END-EVALUATE
           .

       3200-LOAD-ITEM-GROUP.
           MOVE WS-SR-KEY TO WS-GROUP-CUST-ID

           PERFORM 3210-ADD-ONE-GROUP-ITEM
               UNTIL WS-SR-KEY NOT = WS-GROUP-CUST-ID
           .

       3210-ADD-ONE-GROUP-ITEM.
           IF WS-SR-OPEN-AMOUNT < ZERO
               PERFORM 3220-ADD-ONE-CREDIT-ITEM
           ELSE
               PERFORM 3230-ADD-ONE-OWING-ITEM
           END-IF

           PERFORM 3010-RETURN-NEXT-ITEM
           .

       3220-ADD-ONE-CREDIT-ITEM.
           IF GROUP-ACCOUNT-FOUND
               IF WS-CI-ENTRY-COUNT >= WS-CI-ENTRY-LIMIT
                   DISPLAY 'CRMATCH: CREDIT ITEM TABLE FULL AT '
                           WS-CI-ENTRY-LIMIT ' -- '
                           WS-SR-INVOICE-NUMBER ' NOT RELIEVED'
               ELSE
                   ADD 1 TO WS-CI-ENTRY-COUNT
                   SET WS-CI-IDX TO WS-CI-ENTRY-COUNT
                   MOVE WS-SR-INVOICE-NUMBER
                     TO WS-CI-INVOICE-NUMBER(WS-CI-IDX)
                   MOVE WS-SR-OPEN-AMOUNT
                     TO WS-CI-OPEN-AMOUNT(WS-CI-IDX)
               END-IF
           END-IF
           .

       3230-ADD-ONE-OWING-ITEM.
           ADD WS-SR-OPEN-AMOUNT TO WS-OPEN-TOTAL

           IF GROUP-ACCOUNT-FOUND
               IF WS-GI-ENTRY-COUNT >= WS-GI-ENTRY-LIMIT
                   DISPLAY 'CRMATCH: ITEM TABLE FULL AT '
                           WS-GI-ENTRY-LIMIT ' -- '
                           WS-SR-INVOICE-NUMBER ' NOT MATCHED'
               ELSE
                   ADD 1 TO WS-GI-ENTRY-COUNT
                   SET WS-GI-IDX TO WS-GI-ENTRY-COUNT
                   MOVE WS-SR-INVOICE-NUMBER
                     TO WS-GI-INVOICE-NUMBER(WS-GI-IDX)
                   MOVE WS-SR-OPEN-AMOUNT
                     TO WS-GI-OPEN-AMOUNT(WS-GI-IDX)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * THE CREDIT NOT YET MATCHED IS WHAT THE OPEN ITEMS CARRY OVER   *
      * AND ABOVE CUST-BALANCE. IT RELIEVES THE ITEMS OLDEST FIRST;    *
      * THE BALANCE ALREADY REFLECTS IT AND DOES NOT MOVE. WHATEVER    *
      * WAS APPLIED THEN USES UP THE ACCOUNT'S CREDIT ITEMS.           *
      *----------------------------------------------------------------*
       3300-APPLY-CREDIT.
           COMPUTE WS-UNMATCHED-CREDIT = WS-OPEN-TOTAL - CUST-BALANCE
           MOVE ZEROS TO WS-RELIEVE-AMOUNT

           IF WS-UNMATCHED-CREDIT > ZERO
               MOVE WS-UNMATCHED-CREDIT TO WS-RELIEVE-AMOUNT

               PERFORM 3310-APPLY-TO-ONE-ITEM
                   VARYING WS-GI-IDX FROM 1 BY 1
                   UNTIL WS-GI-IDX > WS-GI-ENTRY-COUNT
                      OR WS-UNMATCHED-CREDIT NOT > ZERO

               SUBTRACT WS-UNMATCHED-CREDIT FROM WS-RELIEVE-AMOUNT
           END-IF

           PERFORM 3350-USE-CREDIT-ITEMS
           .

       3310-APPLY-TO-ONE-ITEM.
           MOVE WS-GI-INVOICE-NUMBER(WS-GI-IDX) TO OI-INVOICE-NUMBER

           READ OPEN-ITEM-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   IF WS-UNMATCHED-CREDIT < OI-OPEN-AMOUNT
                       MOVE WS-UNMATCHED-CREDIT TO WS-APPLY-AMOUNT
                   ELSE
                       MOVE OI-OPEN-AMOUNT TO WS-APPLY-AMOUNT
                   END-IF

                   SUBTRACT WS-APPLY-AMOUNT FROM OI-OPEN-AMOUNT

                   IF OI-OPEN-AMOUNT = ZERO
                       MOVE 'P' TO OI-STATUS
                   END-IF

                   REWRITE OPEN-ITEM-DETAILS
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           SUBTRACT WS-APPLY-AMOUNT
                               FROM WS-UNMATCHED-CREDIT
                           SUBTRACT WS-APPLY-AMOUNT FROM WS-OPEN-TOTAL
                           ADD 1 TO WS-APPLIED-COUNT
                           ADD WS-APPLY-AMOUNT TO WS-APPLIED-AMOUNT

                           MOVE CUST-ID TO WS-DL-CUST-ID
                           MOVE SPACES TO WS-DL-NAME
                           STRING 'INVOICE ' OI-INVOICE-NUMBER
                               DELIMITED BY SIZE INTO WS-DL-NAME
                           MOVE 'CREDIT APPLIED' TO WS-DL-ACTION
                           MOVE WS-APPLY-AMOUNT TO WS-DL-AMOUNT
                           MOVE OI-OPEN-AMOUNT TO WS-DL-REMAINING

                           IF OI-OPEN-AMOUNT = ZERO
                               MOVE 'ITEM CLOSED' TO WS-DL-NOTE
                           ELSE
                               MOVE 'PARTIALLY RELIEVED' TO WS-DL-NOTE
                           END-IF

                           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                   END-REWRITE
           END-READ
           .

      *----------------------------------------------------------------*
      * USES UP WS-RELIEVE-AMOUNT OF THE ACCOUNT'S CREDIT ITEMS,       *
      * OLDEST FIRST, EACH MOVING TOWARD ZERO AND CLOSING AS PAID AT   *
      * ZERO.                                                          *
      *----------------------------------------------------------------*
       3350-USE-CREDIT-ITEMS.
           IF WS-RELIEVE-AMOUNT > ZERO
               PERFORM 3360-USE-ONE-CREDIT-ITEM
                   VARYING WS-CI-IDX FROM 1 BY 1
                   UNTIL WS-CI-IDX > WS-CI-ENTRY-COUNT
                      OR WS-RELIEVE-AMOUNT NOT > ZERO
           END-IF
           .

       3360-USE-ONE-CREDIT-ITEM.
           MOVE WS-CI-INVOICE-NUMBER(WS-CI-IDX) TO OI-INVOICE-NUMBER

           READ OPEN-ITEM-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   COMPUTE WS-CREDIT-USED = ZERO - OI-OPEN-AMOUNT

                   IF WS-RELIEVE-AMOUNT < WS-CREDIT-USED
                       MOVE WS-RELIEVE-AMOUNT TO WS-CREDIT-USED
                   END-IF

                   ADD WS-CREDIT-USED TO OI-OPEN-AMOUNT

                   IF OI-OPEN-AMOUNT = ZERO
                       MOVE 'P' TO OI-STATUS
                   END-IF

                   REWRITE OPEN-ITEM-DETAILS
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           SUBTRACT WS-CREDIT-USED
                               FROM WS-RELIEVE-AMOUNT

                           MOVE CUST-ID TO WS-DL-CUST-ID
                           MOVE SPACES TO WS-DL-NAME
                           STRING 'CREDIT ' OI-INVOICE-NUMBER
                               DELIMITED BY SIZE INTO WS-DL-NAME
                           MOVE 'CREDIT ITEM USED' TO WS-DL-ACTION
                           MOVE WS-CREDIT-USED TO WS-DL-AMOUNT
                           MOVE OI-OPEN-AMOUNT TO WS-DL-REMAINING

                           IF OI-OPEN-AMOUNT = ZERO
                               MOVE 'ITEM CLOSED' TO WS-DL-NOTE
                           ELSE
                               MOVE 'PARTIALLY USED' TO WS-DL-NOTE
                           END-IF

                           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                   END-REWRITE
           END-READ
           .

      *----------------------------------------------------------------*
      * AN ACCOUNT WITH A CREDIT BALANCE AND NOTHING LEFT OPEN IS OWED *
      * A REFUND: POSTED NOW IF FINANCE HAS APPROVED ONE, OTHERWISE    *
      * PROPOSED. AN APPROVAL FOR AN ACCOUNT THAT STILL HAS ITEMS OPEN *
      * IS REFUSED -- THE CREDIT BELONGS AGAINST THOSE FIRST.          *
      *----------------------------------------------------------------*
       3400-CHECK-REFUND.
           MOVE 'N' TO WS-RA-FOUND-SW

           PERFORM 3410-FIND-APPROVAL
               VARYING WS-RA-IDX FROM 1 BY 1
               UNTIL WS-RA-IDX > WS-RA-ENTRY-COUNT
                  OR APPROVAL-FOUND

           IF APPROVAL-FOUND
               SET WS-RA-IDX DOWN BY 1
           END-IF

           EVALUATE TRUE
               WHEN WS-OPEN-TOTAL > ZERO
                   IF APPROVAL-FOUND
                       MOVE 'ITEMS NOW OPEN' TO WS-RA-REASON(WS-RA-IDX)
                       PERFORM 3450-REFUSE-APPROVAL
                   END-IF
               WHEN CUST-BALANCE NOT < ZERO
                   IF APPROVAL-FOUND
                       MOVE 'NO CREDIT BALANCE'
                         TO WS-RA-REASON(WS-RA-IDX)
                       PERFORM 3450-REFUSE-APPROVAL
                   END-IF
               WHEN APPROVAL-FOUND
                   PERFORM 3500-POST-REFUND
               WHEN OTHER
                   PERFORM 3600-PROPOSE-REFUND
           END-EVALUATE
           .

       3410-FIND-APPROVAL.
           IF WS-RA-CUST-ID(WS-RA-IDX) = CUST-ID
              AND WS-RA-PENDING(WS-RA-IDX)
               MOVE 'Y' TO WS-RA-FOUND-SW
           END-IF
           .

       3450-REFUSE-APPROVAL.
           MOVE 'R' TO WS-RA-RESULT(WS-RA-IDX)
           ADD 1 TO WS-REFUSED-COUNT

           MOVE CUST-ID TO WS-DL-CUST-ID
           MOVE CUST-NAME TO WS-DL-NAME
           MOVE 'APPROVAL REFUSED' TO WS-DL-ACTION
           MOVE WS-RA-AMOUNT(WS-RA-IDX) TO WS-DL-AMOUNT
           MOVE CUST-BALANCE TO WS-DL-REMAINING
           MOVE WS-RA-REASON(WS-RA-IDX) TO WS-DL-NOTE

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * AN APPROVED REFUND MAY NOT EXCEED THE CREDIT THE ACCOUNT HOLDS *
      * TODAY. IT POSTS TO CUST-BALANCE BALANCE-ONLY, IS JOURNALED     *
      * UNDER THE APPROVER, AND BECOMES A CHECK REQUEST. THE CREDIT    *
      * ITEMS IT PAYS OUT ARE USED UP.                                 *
      *----------------------------------------------------------------*
       3500-POST-REFUND.
           MOVE WS-RA-AMOUNT(WS-RA-IDX) TO WS-REFUND-AMOUNT
           COMPUTE WS-CREDIT-BALANCE = ZERO - CUST-BALANCE

           IF WS-REFUND-AMOUNT NOT > ZERO
              OR WS-REFUND-AMOUNT > WS-CREDIT-BALANCE
               MOVE 'CREDIT CHANGED' TO WS-RA-REASON(WS-RA-IDX)
               PERFORM 3450-REFUSE-APPROVAL
           ELSE
               PERFORM 1400-CHECK-OPERATOR-AUTH

               IF NOT OPERATOR-AUTHORIZED
                   PERFORM 3450-REFUSE-APPROVAL
               ELSE
                   PERFORM 3510-POST-REFUND-TO-CUSTOMER
               END-IF
           END-IF
           .

       3510-POST-REFUND-TO-CUSTOMER.
           MOVE SPACES TO WS-JRN-BEFORE
           MOVE CUSTOMER-DETAILS TO WS-JRN-BEFORE
           ADD WS-REFUND-AMOUNT TO CUST-BALANCE
           MOVE FUNCTION CURRENT-DATE TO CUST-LAST-UPDATED

           REWRITE CUSTOMER-DETAILS
               INVALID KEY
                   SUBTRACT WS-REFUND-AMOUNT FROM CUST-BALANCE
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'REWRITE ERROR' TO WS-RA-REASON(WS-RA-IDX)
                   PERFORM 3450-REFUSE-APPROVAL
               NOT INVALID KEY
                   MOVE 'T' TO WS-RA-RESULT(WS-RA-IDX)
                   PERFORM 3550-WRITE-JOURNAL-RECORD

                   MOVE CUST-ID TO CR-CUST-ID
                   MOVE CUST-NAME TO CR-PAYEE-NAME
                   MOVE CUST-ADDR TO CR-PAYEE-ADDR
                   MOVE WS-REFUND-AMOUNT TO CR-AMOUNT
                   MOVE WS-CURRENT-DATE-NUM TO CR-REQUEST-DATE
                   MOVE WS-RA-APPROVED-BY(WS-RA-IDX) TO CR-APPROVED-BY
                   MOVE 'CR REFUND' TO CR-REFERENCE
                   WRITE CHECK-REQUEST-RECORD

                   ADD 1 TO WS-REFUNDED-COUNT
                   ADD WS-REFUND-AMOUNT TO WS-REFUNDED-AMOUNT

                   MOVE CUST-ID TO WS-DL-CUST-ID
                   MOVE CUST-NAME TO WS-DL-NAME
                   MOVE 'REFUND POSTED' TO WS-DL-ACTION
                   MOVE WS-REFUND-AMOUNT TO WS-DL-AMOUNT
                   MOVE CUST-BALANCE TO WS-DL-REMAINING
                   MOVE SPACES TO WS-DL-NOTE
                   STRING 'APPROVED BY ' WS-RA-APPROVED-BY(WS-RA-IDX)
                       DELIMITED BY SIZE INTO WS-DL-NOTE

                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE

                   MOVE WS-REFUND-AMOUNT TO WS-RELIEVE-AMOUNT
                   PERFORM 3350-USE-CREDIT-ITEMS
           END-REWRITE
           .

       3550-WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-TIME-STAMP

           MOVE SPACES TO JOURNAL-DETAILS
           MOVE 'CUSTFILE' TO JRN-FILE-ID
           MOVE 'R' TO JRN-ACTION
           MOVE WS-CURRENT-DATE TO JRN-DATE
           MOVE WS-JRN-TIME TO JRN-TIME
           MOVE 'CRMATCH' TO JRN-PROGRAM-ID
           MOVE WS-RA-APPROVED-BY(WS-RA-IDX) TO JRN-OPERATOR-ID
           MOVE CUST-ID TO JRN-KEY
           MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
           MOVE CUSTOMER-DETAILS TO JRN-AFTER-IMAGE

           WRITE JOURNAL-DETAILS
           .

       3600-PROPOSE-REFUND.
           COMPUTE WS-CREDIT-BALANCE = ZERO - CUST-BALANCE

           MOVE SPACES TO PROPOSAL-RECORD
           MOVE CUST-ID TO RP-CUST-ID
           MOVE WS-CREDIT-BALANCE TO RP-AMOUNT
           MOVE WS-CURRENT-DATE-NUM TO RP-PROPOSED-DATE
           MOVE CUST-STATUS TO RP-ACCOUNT-STATUS
           WRITE PROPOSAL-RECORD

           ADD 1 TO WS-PROPOSED-COUNT
           ADD WS-CREDIT-BALANCE TO WS-PROPOSED-AMOUNT

           MOVE CUST-ID TO WS-DL-CUST-ID
           MOVE CUST-NAME TO WS-DL-NAME
           MOVE 'REFUND PROPOSED' TO WS-DL-ACTION
           MOVE WS-CREDIT-BALANCE TO WS-DL-AMOUNT
           MOVE CUST-BALANCE TO WS-DL-REMAINING

           IF CUST-CLOSED
               MOVE 'ACCOUNT CLOSED' TO WS-DL-NOTE
           ELSE
               MOVE 'NOTHING OPEN' TO WS-DL-NOTE
           END-IF

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * EVERY ACCOUNT ON FILE COMES UP IN THE MERGE AND TAKES AT MOST  *
      * ONE APPROVAL. ONE STILL PENDING HERE EITHER NAMES A CUSTOMER   *
      * NO LONGER ON FILE OR IS A SECOND APPROVAL FOR AN ACCOUNT THAT  *
      * HAS ALREADY HAD ONE.                                           *
      *----------------------------------------------------------------*
       4000-TERMINATION.
           PERFORM 4100-LIST-UNUSED-APPROVAL
               VARYING WS-RA-IDX FROM 1 BY 1
               UNTIL WS-RA-IDX > WS-RA-ENTRY-COUNT

           MOVE WS-APPLIED-COUNT TO WS-AT-COUNT
           MOVE WS-APPLIED-AMOUNT TO WS-AT-AMOUNT
           MOVE WS-PROPOSED-COUNT TO WS-PT-COUNT
           MOVE WS-PROPOSED-AMOUNT TO WS-PT-AMOUNT
           MOVE WS-REFUNDED-COUNT TO WS-RT-COUNT
           MOVE WS-REFUNDED-AMOUNT TO WS-RT-AMOUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-APPLIED-TOTAL-LINE
           WRITE REPORT-RECORD FROM WS-PROPOSED-TOTAL-LINE
           WRITE REPORT-RECORD FROM WS-REFUNDED-TOTAL-LINE

           MOVE WS-CUST-READ-COUNT TO WS-SL-CUST-COUNT
           MOVE WS-ITEM-READ-COUNT TO WS-SL-ITEM-COUNT
           MOVE WS-REFUSED-COUNT TO WS-SL-REFUSED-COUNT
           MOVE WS-ERROR-COUNT TO WS-SL-ERROR-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           CLOSE CUSTOMER-FILE
                 OPEN-ITEM-FILE
                 JOURNAL-FILE
                 REPORT-FILE
                 PROPOSAL-FILE
                 CHECK-REQUEST-FILE
           .

       4100-LIST-UNUSED-APPROVAL.
           IF WS-RA-PENDING(WS-RA-IDX)
               MOVE 'R' TO WS-RA-RESULT(WS-RA-IDX)
               ADD 1 TO WS-REFUSED-COUNT

               MOVE WS-RA-CUST-ID(WS-RA-IDX) TO WS-DL-CUST-ID
               MOVE SPACES TO WS-DL-NAME
               MOVE 'APPROVAL REFUSED' TO WS-DL-ACTION
               MOVE WS-RA-AMOUNT(WS-RA-IDX) TO WS-DL-AMOUNT
               MOVE ZEROS TO WS-DL-REMAINING

               MOVE WS-RA-CUST-ID(WS-RA-IDX) TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE 'CUSTOMER NOT FOUND' TO WS-DL-NOTE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-DL-NAME
                       MOVE CUST-BALANCE TO WS-DL-REMAINING
                       MOVE 'DUPLICATE APPROVAL' TO WS-DL-NOTE
               END-READ
               MOVE WS-DL-NOTE TO WS-RA-REASON(WS-RA-IDX)

               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           END-IF
           .
