      *----------------------------------------------------------------*
      * WRTOFF - BAD-DEBT WRITE-OFF PROGRAM                            *
      *                                                                *
      * READS WRITE-OFF REQUESTS BY INVOICE NUMBER -- FULL ('F') OR    *
      * PARTIAL ('P') WITH AN AMOUNT, EACH WITH A REASON CODE AND THE  *
      * REQUESTING OPERATOR -- AND RELIEVES THE OPEN ITEM ON OPENITEM  *
      * AND CUST-BALANCE ON THE CUSTOMER MASTER, BALANCE-ONLY, THE WAY *
      * CASHAPP POSTS. UNLIKE A FAKED PAYMENT OR A CUSTMNT AMOUNT      *
      * UPDATE, NOTHING GOES TO THE PAYMENT HISTORY: THE ITEM CARRIES  *
      * OI-WRITEOFF-AMOUNT AND CLOSES AS WRITTEN OFF ('W'), NOT PAID,  *
      * AND THE DUNNING HISTORY RECORDS THE WRITE-OFF AGAINST THE      *
      * ACCOUNT, SO CUST360 AND COLLECTIONS SEE WHAT REALLY HAPPENED.  *
      *                                                                *
      * EACH REQUEST IS AUTHORIZED UP FRONT AGAINST THE OPERATOR'S     *
      * WRTOFF PROFILE ON OPRFILE: THE REQUEST TYPE MUST BE IN         *
      * OPR-ALLOWED-CODES AND THE AMOUNT WITHIN OPR-MAX-AMOUNT, SO A   *
      * CLERK CANNOT WRITE OFF A LARGE BALANCE. WITH NO WRTOFF         *
      * PROFILES ON OPRFILE NOTHING IS WRITTEN OFF. EVERY CUSTOMER     *
      * CHANGE IS JOURNALED TO JRNFILE WITH BEFORE AND AFTER IMAGES    *
      * UNDER THE REQUESTING OPERATOR'S ID, AND EVERY REQUEST --       *
      * POSTED OR REJECTED -- IS PRINTED ON THE WRITE-OFF REGISTER,    *
      * SORTED BY REASON WITH A TOTAL FOR EACH.                        *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRTOFF.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITE-OFF-FILE ASSIGN TO WOREQIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

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

           SELECT DUNNING-HISTORY-FILE ASSIGN TO DUNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-CUST-ID
               FILE STATUS IS WS-DUNNING-STATUS.

           SELECT OPERATOR-PROFILE-FILE ASSIGN TO OPRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JRNFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REGISTER-REPORT ASSIGN TO WORPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * WRITE-OFF REQUESTS. WO-AMOUNT IS USED ONLY ON A PARTIAL        *
      * REQUEST; A FULL REQUEST WRITES OFF WHATEVER IS STILL OPEN.     *
      *----------------------------------------------------------------*
       FD  WRITE-OFF-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  WRITE-OFF-RECORD.
           05  WO-INVOICE-NUMBER      PIC X(10).
           05  WO-TYPE                PIC X(01).
               88  WO-FULL            VALUE 'F'.
               88  WO-PARTIAL         VALUE 'P'.
           05  WO-AMOUNT              PIC S9(07)V99 COMP-3.
           05  WO-REASON-CODE         PIC X(03).
           05  WO-OPERATOR-ID         PIC X(08).
           05  FILLER                 PIC X(23).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTCOPY.

       FD  OPEN-ITEM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY OPENCOPY.

       FD  DUNNING-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
           COPY DUNCOPY.

       FD  OPERATOR-PROFILE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY OPRCOPY.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS.
           COPY JRNCOPY.

       FD  REGISTER-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REGISTER-RECORD            PIC X(132).

      *----------------------------------------------------------------*
      * ONE SORT RECORD PER REQUEST. SR-GROUP PUTS THE POSTED          *
      * WRITE-OFFS ('1') AHEAD OF THE REJECTED REQUESTS ('2').         *
      *----------------------------------------------------------------*
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-GROUP               PIC X(01).
               88  SR-POSTED          VALUE '1'.
               88  SR-REJECTED        VALUE '2'.
           05  SR-REASON-CODE         PIC X(03).
           05  SR-INVOICE-NUMBER      PIC X(10).
           05  SR-CUST-ID             PIC X(06).
           05  SR-OPERATOR-ID         PIC X(08).
           05  SR-AMOUNT              PIC S9(07)V99 COMP-3.
           05  SR-REMAINING           PIC S9(07)V99 COMP-3.
           05  SR-NOTE                PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-STATUS          PIC X(02) VALUE SPACES.
           88  REQUEST-SUCCESS        VALUE '00'.
           88  REQUEST-EOF            VALUE '10'.

       01  WS-CUST-STATUS             PIC X(02) VALUE SPACES.
           88  CUST-SUCCESS           VALUE '00'.
           88  CUST-NOT-FOUND         VALUE '23'.

       01  WS-OPEN-ITEM-STATUS        PIC X(02) VALUE SPACES.
           88  OPEN-ITEM-SUCCESS      VALUE '00'.
           88  OPEN-ITEM-NOT-FOUND    VALUE '23'.

       01  WS-DUNNING-STATUS          PIC X(02) VALUE SPACES.
           88  DUNNING-SUCCESS        VALUE '00'.
           88  DUNNING-NOT-FOUND      VALUE '23'.

       01  WS-PROFILE-STATUS          PIC X(02) VALUE SPACES.
           88  PROFILE-SUCCESS        VALUE '00'.

       01  WS-JOURNAL-STATUS          PIC X(02) VALUE SPACES.
           88  JOURNAL-SUCCESS        VALUE '00'.
           88  JOURNAL-NO-FILE        VALUE '35'.

       01  WS-REGISTER-STATUS         PIC X(02) VALUE SPACES.
           88  REGISTER-SUCCESS       VALUE '00'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-SORT-EOF-SW         PIC X(01) VALUE 'N'.
               88  SORT-RETURN-EOF    VALUE 'Y'.
           05  WS-DUNNING-OPEN-SW     PIC X(01) VALUE 'N'.
               88  DUNNING-FILE-OPEN  VALUE 'Y'.
           05  WS-REQUEST-OK-SW       PIC X(01) VALUE 'Y'.
               88  REQUEST-OK         VALUE 'Y'.
           05  WS-AUTH-OK-SW          PIC X(01) VALUE 'Y'.
               88  OPERATOR-AUTHORIZED
                                      VALUE 'Y'.
           05  WS-OP-FOUND-SW         PIC X(01) VALUE 'N'.
               88  PROFILE-FOUND      VALUE 'Y'.
           05  WS-OP-LOAD-EOF-SW      PIC X(01) VALUE 'N'.
               88  PROFILE-LOAD-EOF   VALUE 'Y'.
           05  WS-REASON-FOUND-SW     PIC X(01) VALUE 'N'.
               88  REASON-FOUND       VALUE 'Y'.
           05  WS-FIRST-GROUP-SW      PIC X(01) VALUE 'Y'.
               88  FIRST-GROUP        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-REQUEST-READ-COUNT  PIC 9(05) VALUE ZEROS.
           05  WS-POSTED-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-REJECTED-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-ERROR-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-GROUP-COUNT         PIC 9(05) VALUE ZEROS.

       01  WS-AMOUNT-TOTALS.
           05  WS-POSTED-AMOUNT       PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05  WS-GROUP-AMOUNT        PIC S9(09)V99 COMP-3 VALUE ZEROS.

       01  WS-WRITE-OFF-WORK.
           05  WS-WO-AMOUNT           PIC S9(07)V99 COMP-3.
           05  WS-REJECT-REASON       PIC X(20).
           05  WS-CUR-GROUP           PIC X(01).
           05  WS-CUR-REASON-CODE     PIC X(03).
           05  WS-PROGRAM-STAMP       PIC X(08) VALUE 'WRTOFF'.

      *----------------------------------------------------------------*
      * WRITE-OFF REASON CODES AND THE DESCRIPTIONS THE REGISTER       *
      * PRINTS FOR THEM. A REQUEST WITH ANY OTHER CODE IS REJECTED.    *
      *----------------------------------------------------------------*
       01  WS-REASON-NAME-DATA.
           05  FILLER                 PIC X(23)
                                      VALUE 'BKRBANKRUPTCY          '.
           05  FILLER                 PIC X(23)
                                      VALUE 'UNCUNCOLLECTIBLE       '.
           05  FILLER                 PIC X(23)
                                      VALUE 'DSPDISPUTE SETTLED     '.
           05  FILLER                 PIC X(23)
                                      VALUE 'SMLSMALL BALANCE       '.
           05  FILLER                 PIC X(23)
                                      VALUE 'DEFDEFUNCT BUSINESS    '.
       01  WS-REASON-NAME-TABLE REDEFINES WS-REASON-NAME-DATA.
           05  WS-RSN-ENTRY OCCURS 5 TIMES
                             INDEXED BY WS-RSN-IDX.
               10  WS-RSN-CODE        PIC X(03).
               10  WS-RSN-NAME        PIC X(20).

      *----------------------------------------------------------------*
      * THIS PROGRAM'S OPERATOR PROFILES FROM OPRFILE, LOADED THE SAME *
      * WAY CUSTMNT LOADS ITS OWN.                                     *
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

      *----------------------------------------------------------------*
      * RECOVERY JOURNAL STAGING, THE SAME SHARED JRNCOPY FORMAT       *
      * CASHAPP JOURNALS ITS BALANCE POSTINGS IN.                      *
      *----------------------------------------------------------------*
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

       01  WS-REGISTER-HEADER.
           05  FILLER                 PIC X(20)
                                      VALUE 'BAD-DEBT WRITE-OFF R'.
           05  FILLER                 PIC X(07) VALUE 'EGISTER'.
           05  FILLER                 PIC X(19) VALUE SPACES.
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
           05  FILLER                 PIC X(12) VALUE 'INVOICE     '.
           05  FILLER                 PIC X(10) VALUE 'OPERATOR  '.
           05  FILLER                 PIC X(16) VALUE 'WRITTEN OFF'.
           05  FILLER                 PIC X(17) VALUE 'STILL OPEN'.
           05  FILLER                 PIC X(20) VALUE 'NOTE'.
           05  FILLER                 PIC X(49) VALUE SPACES.

       01  WS-GROUP-TITLE-LINE.
           05  WS-GT-GROUP-TITLE      PIC X(10).
           05  WS-GT-REASON-CODE      PIC X(04).
           05  WS-GT-REASON-NAME      PIC X(20).
           05  FILLER                 PIC X(98) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-CUST-ID          PIC X(08).
           05  WS-DL-INVOICE-NUMBER   PIC X(12).
           05  WS-DL-OPERATOR-ID      PIC X(10).
           05  WS-DL-AMOUNT           PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-REMAINING        PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-NOTE             PIC X(20).
           05  FILLER                 PIC X(49) VALUE SPACES.

       01  WS-GROUP-TOTAL-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE '  REASON TOTAL:     '.
           05  WS-GL-COUNT            PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' ITEMS    '.
           05  WS-GL-AMOUNT           PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(82) VALUE SPACES.

       01  WS-REGISTER-TOTAL-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'TOTAL WRITTEN OFF:  '.
           05  WS-RT-POSTED-COUNT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' ITEMS    '.
           05  WS-RT-POSTED-AMOUNT    PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(82) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(10) VALUE 'READ:     '.
           05  WS-SL-READ-COUNT       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' POSTED:  '.
           05  WS-SL-POSTED-COUNT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE ' REJECTED: '.
           05  WS-SL-REJECTED-COUNT   PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' ERRORS:  '.
           05  WS-SL-ERROR-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 1300-LOAD-OPERATOR-PROFILES

           SORT SORT-FILE
               ON ASCENDING KEY SR-GROUP
                                SR-REASON-CODE
                                SR-INVOICE-NUMBER
               INPUT PROCEDURE IS 2000-PROCESS-REQUESTS
               OUTPUT PROCEDURE IS 3000-PRINT-REGISTER

           PERFORM 4000-TERMINATION
           GOBACK
           .

       1000-INITIALIZATION.
           OPEN INPUT  WRITE-OFF-FILE
                I-O    CUSTOMER-FILE
                I-O    OPEN-ITEM-FILE
                OUTPUT REGISTER-REPORT

           OPEN EXTEND JOURNAL-FILE

           IF JOURNAL-NO-FILE
               OPEN OUTPUT JOURNAL-FILE
           END-IF

           IF NOT JOURNAL-SUCCESS
               DISPLAY 'ERROR OPENING RECOVERY JOURNAL: '
                       WS-JOURNAL-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT REQUEST-SUCCESS
               DISPLAY 'ERROR OPENING WRITE-OFF REQUEST FILE: '
                       WS-REQUEST-STATUS
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

           IF NOT REGISTER-SUCCESS
               DISPLAY 'ERROR OPENING WRITE-OFF REGISTER: '
                       WS-REGISTER-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

      *----------------------------------------------------------------*
      * THE DUNNING HISTORY ONLY RECORDS THE WRITE-OFF FOR             *
      * COLLECTIONS; IF IT CANNOT BE OPENED THE WRITE-OFFS STILL POST. *
      *----------------------------------------------------------------*
           OPEN I-O DUNNING-HISTORY-FILE

           IF DUNNING-SUCCESS
               MOVE 'Y' TO WS-DUNNING-OPEN-SW
           ELSE
               DISPLAY 'WRTOFF: DUNNING HISTORY NOT UPDATED, STATUS '
                       WS-DUNNING-STATUS
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-MONTH TO WS-HEADER-MONTH
           MOVE WS-CURRENT-DAY TO WS-HEADER-DAY
           MOVE WS-CURRENT-YEAR TO WS-HEADER-YEAR

           WRITE REGISTER-RECORD FROM WS-REGISTER-HEADER
           WRITE REGISTER-RECORD FROM WS-COLUMN-HEADER
           .

      *----------------------------------------------------------------*
      * LOADS THIS PROGRAM'S OPERATOR PROFILES. NO DATASET, OR NO      *
      * WRTOFF PROFILES ON IT, LEAVES THE TABLE EMPTY AND EVERY        *
      * REQUEST IS REFUSED.                                            *
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
                       DISPLAY 'WRTOFF: PROFILE TABLE FULL AT '
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
      * BEFORE-THE-FACT AUTHORIZATION: THE REQUESTING OPERATOR MUST    *
      * HOLD A WRTOFF PROFILE, THE REQUEST TYPE ('F' OR 'P') MUST BE   *
      * IN ITS ALLOWED LIST, AND THE AMOUNT BEING WRITTEN OFF MUST     *
      * SIT WITHIN ITS CAP. WITH NO PROFILES LOADED AT ALL, NO ONE IS  *
      * AUTHORIZED AND THE REQUEST IS REFUSED.                         *
      *----------------------------------------------------------------*
       1400-CHECK-OPERATOR-AUTH.
           MOVE 'Y' TO WS-AUTH-OK-SW

           IF WS-OP-ENTRY-COUNT = ZEROS
               MOVE 'N' TO WS-AUTH-OK-SW
               MOVE 'NO WRTOFF PROFILES' TO WS-REJECT-REASON
           ELSE
               MOVE 'N' TO WS-OP-FOUND-SW

               PERFORM 1410-FIND-OPERATOR
                   VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-ENTRY-COUNT
                      OR PROFILE-FOUND

               IF NOT PROFILE-FOUND
                   MOVE 'N' TO WS-AUTH-OK-SW
                   MOVE 'OPER NOT ON FILE' TO WS-REJECT-REASON
               ELSE
                   SET WS-OP-IDX DOWN BY 1
                   PERFORM 1450-CHECK-CODE-AND-LIMIT
               END-IF
           END-IF
           .

       1410-FIND-OPERATOR.
           IF WS-OP-OPERATOR-ID(WS-OP-IDX) = WO-OPERATOR-ID
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
               MOVE 'TRAN NOT ALLOWED' TO WS-REJECT-REASON
           ELSE
               IF WS-OP-MAX-AMOUNT(WS-OP-IDX) > ZERO
                  AND WS-WO-AMOUNT > WS-OP-MAX-AMOUNT(WS-OP-IDX)
                   MOVE 'N' TO WS-AUTH-OK-SW
                   MOVE 'OVER AMOUNT LIMIT' TO WS-REJECT-REASON
               END-IF
           END-IF
           .

       1460-MATCH-ALLOWED-CODE.
           IF WS-OP-ALLOWED-CODES(WS-OP-IDX)(WS-CODE-SUB:1) = WO-TYPE
              AND WO-TYPE NOT = SPACE
               MOVE 'Y' TO WS-AUTH-OK-SW
           END-IF
           .

      *----------------------------------------------------------------*
      * SORT INPUT PROCEDURE: EACH REQUEST IS EDITED, AUTHORIZED AND   *
      * POSTED (OR REJECTED) IN TURN, AND ITS RESULT RELEASED TO THE   *
      * SORT FOR THE REGISTER.                                         *
      *----------------------------------------------------------------*
       2000-PROCESS-REQUESTS.
           IF NOT END-OF-FILE
               READ WRITE-OFF-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               END-READ
           END-IF

           PERFORM 2100-PROCESS-ONE-REQUEST
               UNTIL END-OF-FILE
           .

       2100-PROCESS-ONE-REQUEST.
           ADD 1 TO WS-REQUEST-READ-COUNT
           MOVE 'Y' TO WS-REQUEST-OK-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZEROS TO WS-WO-AMOUNT

           MOVE SPACES TO SORT-RECORD
           MOVE WO-REASON-CODE TO SR-REASON-CODE
           MOVE WO-INVOICE-NUMBER TO SR-INVOICE-NUMBER
           MOVE WO-OPERATOR-ID TO SR-OPERATOR-ID
           MOVE ZEROS TO SR-AMOUNT
           MOVE ZEROS TO SR-REMAINING

           PERFORM 2200-EDIT-REQUEST

           IF REQUEST-OK
               PERFORM 1400-CHECK-OPERATOR-AUTH
               IF NOT OPERATOR-AUTHORIZED
                   MOVE 'N' TO WS-REQUEST-OK-SW
               END-IF
           END-IF

           IF REQUEST-OK
               PERFORM 2300-POST-CUSTOMER
           END-IF

           IF REQUEST-OK
               PERFORM 2400-POST-OPEN-ITEM
               PERFORM 2500-RECORD-DUNNING-HISTORY
               MOVE '1' TO SR-GROUP
               ADD 1 TO WS-POSTED-COUNT
               ADD WS-WO-AMOUNT TO WS-POSTED-AMOUNT
           ELSE
               MOVE '2' TO SR-GROUP
               MOVE WS-REJECT-REASON TO SR-NOTE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF

           RELEASE SORT-RECORD

           READ WRITE-OFF-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           END-READ
           .

      *----------------------------------------------------------------*
      * THE INVOICE MUST BE AN OPEN ITEM WITH SOMETHING STILL OWING,   *
      * THE REASON CODE MUST BE KNOWN, AND A PARTIAL WRITE-OFF MUST BE *
      * POSITIVE AND NO MORE THAN THE ITEM STILL OWES.                 *
      *----------------------------------------------------------------*
       2200-EDIT-REQUEST.
           MOVE 'N' TO WS-REASON-FOUND-SW

           PERFORM 2210-FIND-REASON
               VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > 5
                  OR REASON-FOUND

           MOVE WO-INVOICE-NUMBER TO OI-INVOICE-NUMBER

           READ OPEN-ITEM-FILE
               INVALID KEY
                   MOVE 'N' TO WS-REQUEST-OK-SW
                   MOVE 'INVOICE NOT FOUND' TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE OI-CUST-ID TO SR-CUST-ID
                   MOVE OI-OPEN-AMOUNT TO SR-REMAINING

                   IF WO-PARTIAL
                       MOVE WO-AMOUNT TO WS-WO-AMOUNT
                   ELSE
                       MOVE OI-OPEN-AMOUNT TO WS-WO-AMOUNT
                   END-IF

                   EVALUATE TRUE
                       WHEN NOT OI-ITEM-OPEN
                         OR OI-OPEN-AMOUNT NOT > ZERO
                           MOVE 'N' TO WS-REQUEST-OK-SW
                           MOVE 'ITEM NOT OPEN' TO WS-REJECT-REASON
                       WHEN NOT WO-FULL AND NOT WO-PARTIAL
                           MOVE 'N' TO WS-REQUEST-OK-SW
                           MOVE 'BAD REQUEST TYPE' TO WS-REJECT-REASON
                       WHEN WS-WO-AMOUNT NOT > ZERO
                         OR WS-WO-AMOUNT > OI-OPEN-AMOUNT
                           MOVE 'N' TO WS-REQUEST-OK-SW
                           MOVE 'BAD AMOUNT' TO WS-REJECT-REASON
                       WHEN NOT REASON-FOUND
                           MOVE 'N' TO WS-REQUEST-OK-SW
                           MOVE 'UNKNOWN REASON CODE'
                             TO WS-REJECT-REASON
                   END-EVALUATE
           END-READ

           MOVE WS-WO-AMOUNT TO SR-AMOUNT
           .

       2210-FIND-REASON.
           IF WS-RSN-CODE(WS-RSN-IDX) = WO-REASON-CODE
               MOVE 'Y' TO WS-REASON-FOUND-SW
           END-IF
           .

      *----------------------------------------------------------------*
      * BALANCE-ONLY POSTING, AS CASHAPP POSTS: ONLY CUST-BALANCE AND  *
      * CUST-LAST-UPDATED MOVE, AND THE CHANGE IS JOURNALED UNDER THE  *
      * REQUESTING OPERATOR. A CLOSED ACCOUNT CAN STILL BE WRITTEN     *
      * OFF -- THAT IS OFTEN WHY IT CLOSED.                            *
      *----------------------------------------------------------------*
       2300-POST-CUSTOMER.
           MOVE OI-CUST-ID TO CUST-ID

           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-REQUEST-OK-SW
                   MOVE 'CUSTOMER NOT FOUND' TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE SPACES TO WS-JRN-BEFORE
                   MOVE CUSTOMER-DETAILS TO WS-JRN-BEFORE
                   SUBTRACT WS-WO-AMOUNT FROM CUST-BALANCE
                   MOVE FUNCTION CURRENT-DATE TO CUST-LAST-UPDATED

                   REWRITE CUSTOMER-DETAILS
                       INVALID KEY
                           ADD WS-WO-AMOUNT TO CUST-BALANCE
                           ADD 1 TO WS-ERROR-COUNT
                           MOVE 'N' TO WS-REQUEST-OK-SW
                           MOVE 'REWRITE ERROR' TO WS-REJECT-REASON
                       NOT INVALID KEY
                           PERFORM 2350-WRITE-JOURNAL-RECORD
                   END-REWRITE
           END-READ
           .

       2350-WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-TIME-STAMP

           MOVE SPACES TO JOURNAL-DETAILS
           MOVE 'CUSTFILE' TO JRN-FILE-ID
           MOVE 'R' TO JRN-ACTION
           MOVE WS-CURRENT-DATE TO JRN-DATE
           MOVE WS-JRN-TIME TO JRN-TIME
           MOVE 'WRTOFF' TO JRN-PROGRAM-ID
           MOVE WO-OPERATOR-ID TO JRN-OPERATOR-ID
           MOVE CUST-ID TO JRN-KEY
           MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
           MOVE CUSTOMER-DETAILS TO JRN-AFTER-IMAGE

           WRITE JOURNAL-DETAILS
           .

      *----------------------------------------------------------------*
      * THE ITEM KEEPS A RUNNING WRITTEN-OFF AMOUNT; ONE WRITTEN OFF   *
      * TO ZERO CLOSES AS 'W', NEVER AS PAID. A PARTIAL WRITE-OFF      *
      * LEAVES THE ITEM OPEN FOR THE REST.                             *
      *----------------------------------------------------------------*
       2400-POST-OPEN-ITEM.
           IF OI-WRITEOFF-AMOUNT NOT NUMERIC
               MOVE ZEROS TO OI-WRITEOFF-AMOUNT
           END-IF

           SUBTRACT WS-WO-AMOUNT FROM OI-OPEN-AMOUNT
           ADD WS-WO-AMOUNT TO OI-WRITEOFF-AMOUNT

           IF OI-OPEN-AMOUNT = ZERO
               MOVE 'W' TO OI-STATUS
               MOVE 'WRITTEN OFF IN FULL' TO SR-NOTE
           ELSE
               MOVE 'PARTIAL WRITE-OFF' TO SR-NOTE
           END-IF

           MOVE OI-OPEN-AMOUNT TO SR-REMAINING

           REWRITE OPEN-ITEM-DETAILS
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'ITEM REWRITE ERROR' TO SR-NOTE
                   DISPLAY 'WRTOFF: BALANCE POSTED BUT ITEM NOT '
                           'UPDATED FOR INVOICE ' OI-INVOICE-NUMBER
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * MARKS THE ACCOUNT'S DUNNING HISTORY WITH THE WRITE-OFF. A      *
      * CUSTOMER NEVER DUNNED GETS A LEVEL-ZERO RECORD CARRYING JUST   *
      * THE WRITE-OFF.                                                 *
      *----------------------------------------------------------------*
       2500-RECORD-DUNNING-HISTORY.
           IF DUNNING-FILE-OPEN
               MOVE CUST-ID TO DH-CUST-ID

               READ DUNNING-HISTORY-FILE
                   INVALID KEY
                       MOVE CUST-ID TO DH-CUST-ID
                       MOVE ZERO TO DH-LAST-LEVEL
                       MOVE ZEROS TO DH-LAST-SENT-DATE
                       MOVE ZEROS TO DH-LAST-AMOUNT
                       MOVE WS-WO-AMOUNT TO DH-WRITEOFF-AMOUNT
                       MOVE WS-CURRENT-DATE-NUM TO DH-WRITEOFF-DATE

                       WRITE DUNNING-HISTORY-DETAILS
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                       END-WRITE
                   NOT INVALID KEY
                       IF DH-WRITEOFF-AMOUNT NOT NUMERIC
                           MOVE ZEROS TO DH-WRITEOFF-AMOUNT
                       END-IF

                       ADD WS-WO-AMOUNT TO DH-WRITEOFF-AMOUNT
                       MOVE WS-CURRENT-DATE-NUM TO DH-WRITEOFF-DATE

                       REWRITE DUNNING-HISTORY-DETAILS
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                       END-REWRITE
               END-READ
           END-IF
           .

      *----------------------------------------------------------------*
      * SORT OUTPUT PROCEDURE: THE POSTED WRITE-OFFS COME BACK BY      *
      * REASON, EACH REASON WITH ITS OWN TOTAL, FOLLOWED BY THE        *
      * REJECTED REQUESTS.                                             *
      *----------------------------------------------------------------*
       3000-PRINT-REGISTER.
           PERFORM 3100-RETURN-ONE-RECORD
               UNTIL SORT-RETURN-EOF

           IF NOT FIRST-GROUP
               PERFORM 3300-PRINT-GROUP-TOTAL
           END-IF
           .

       3100-RETURN-ONE-RECORD.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
               NOT AT END
                   IF FIRST-GROUP
                      OR SR-GROUP NOT = WS-CUR-GROUP
                      OR (SR-POSTED
                          AND SR-REASON-CODE NOT = WS-CUR-REASON-CODE)
                       PERFORM 3200-START-GROUP
                   END-IF

                   PERFORM 3400-PRINT-DETAIL
           END-RETURN
           .

       3200-START-GROUP.
           IF NOT FIRST-GROUP
               PERFORM 3300-PRINT-GROUP-TOTAL
           END-IF

           MOVE 'N' TO WS-FIRST-GROUP-SW
           MOVE SR-GROUP TO WS-CUR-GROUP
           MOVE SR-REASON-CODE TO WS-CUR-REASON-CODE
           MOVE ZEROS TO WS-GROUP-COUNT
           MOVE ZEROS TO WS-GROUP-AMOUNT

           MOVE SPACES TO WS-GROUP-TITLE-LINE

           IF SR-POSTED
               MOVE 'REASON:' TO WS-GT-GROUP-TITLE
               MOVE SR-REASON-CODE TO WS-GT-REASON-CODE
               MOVE 'N' TO WS-REASON-FOUND-SW

               PERFORM 3210-NAME-REASON
                   VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > 5
                      OR REASON-FOUND
           ELSE
               MOVE 'REJECTED' TO WS-GT-GROUP-TITLE
               MOVE 'REQUESTS NOT POSTED' TO WS-GT-REASON-NAME
           END-IF

           WRITE REGISTER-RECORD FROM SPACES
           WRITE REGISTER-RECORD FROM WS-GROUP-TITLE-LINE
           .

       3210-NAME-REASON.
           IF WS-RSN-CODE(WS-RSN-IDX) = SR-REASON-CODE
               MOVE 'Y' TO WS-REASON-FOUND-SW
               MOVE WS-RSN-NAME(WS-RSN-IDX) TO WS-GT-REASON-NAME
           END-IF
           .

       3300-PRINT-GROUP-TOTAL.
           IF WS-CUR-GROUP = '1'
               MOVE WS-GROUP-COUNT TO WS-GL-COUNT
               MOVE WS-GROUP-AMOUNT TO WS-GL-AMOUNT
               WRITE REGISTER-RECORD FROM WS-GROUP-TOTAL-LINE
           END-IF
           .

       3400-PRINT-DETAIL.
           MOVE SR-CUST-ID TO WS-DL-CUST-ID
           MOVE SR-INVOICE-NUMBER TO WS-DL-INVOICE-NUMBER
           MOVE SR-OPERATOR-ID TO WS-DL-OPERATOR-ID
           MOVE SR-AMOUNT TO WS-DL-AMOUNT
           MOVE SR-REMAINING TO WS-DL-REMAINING
           MOVE SR-NOTE TO WS-DL-NOTE

           IF SR-REJECTED
               MOVE SPACES TO WS-DL-NOTE
               STRING SR-REASON-CODE ' ' SR-NOTE
                   DELIMITED BY SIZE INTO WS-DL-NOTE
           END-IF

           WRITE REGISTER-RECORD FROM WS-DETAIL-LINE

           ADD 1 TO WS-GROUP-COUNT
           ADD SR-AMOUNT TO WS-GROUP-AMOUNT
           .

       4000-TERMINATION.
           MOVE WS-POSTED-COUNT TO WS-RT-POSTED-COUNT
           MOVE WS-POSTED-AMOUNT TO WS-RT-POSTED-AMOUNT

           WRITE REGISTER-RECORD FROM SPACES
           WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE

           MOVE WS-REQUEST-READ-COUNT TO WS-SL-READ-COUNT
           MOVE WS-POSTED-COUNT TO WS-SL-POSTED-COUNT
           MOVE WS-REJECTED-COUNT TO WS-SL-REJECTED-COUNT
           MOVE WS-ERROR-COUNT TO WS-SL-ERROR-COUNT

           WRITE REGISTER-RECORD FROM SPACES
           WRITE REGISTER-RECORD FROM WS-SUMMARY-LINE

           IF DUNNING-FILE-OPEN
               CLOSE DUNNING-HISTORY-FILE
           END-IF

           CLOSE WRITE-OFF-FILE
                 CUSTOMER-FILE
                 OPEN-ITEM-FILE
                 JOURNAL-FILE
                 REGISTER-REPORT
           .
