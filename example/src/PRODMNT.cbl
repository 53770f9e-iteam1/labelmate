      * SAME WAY SUPMNT MAINTAINS SUPFILE, SO SALES-PRODUCT-ID AND     *
      * SALES-UNIT-PRICE ON THE SALES FEED CAN BE VERIFIED AGAINST A   *
      * REAL PRODUCT AND ITS LIST PRICE.                               *
      *                                                                *
      * EVERY LIST PRICE IS ALSO KEPT ON THE PRICE HISTORY FILE        *
      * (PRCHIST) UNDER THE DATE IT TOOK EFFECT, SO BILLING AND THE    *
      * SALES EDITS CAN PRICE AN OLDER SHIPMENT AT THE PRICE OF ITS    *
      * DAY. AN UPDATE DATED AFTER TODAY DOES NOT TOUCH THE PRICE ON   *
      * THE MASTER; IT IS HELD ON PRCHIST AS PENDING, AND EACH RUN     *
      * BEGINS BY APPLYING EVERY PENDING CHANGE WHOSE DATE HAS COME -- *
      * SO THE JOB RUNS NIGHTLY, WITH AN EMPTY TRANSACTION FILE WHEN   *
      * THERE IS NOTHING TO KEY.                                       *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMNT.
               RECORD KEY IS PROD-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PRICE-HISTORY-FILE ASSIGN TO PRCHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PRCHIST-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO PRODTRNS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           RECORD CONTAINS 80 CHARACTERS.
           COPY PRODCOPY.

       FD  PRICE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY PRCHCOPY.

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 69 CHARACTERS.
           COPY PRODTRAN.

       FD  REPORT-FILE
           88  FILE-NOT-FOUND         VALUE '23'.
           88  FILE-ALREADY-EXISTS    VALUE '22'.

       01  WS-PRCHIST-STATUS          PIC X(02) VALUE SPACES.
           88  PRCHIST-SUCCESS        VALUE '00'.
           88  PRCHIST-EOF            VALUE '10'.
           88  PRCHIST-NOT-FOUND      VALUE '23'.
           88  PRCHIST-NO-FILE        VALUE '35'.

       01  WS-TRAN-STATUS             PIC X(02) VALUE SPACES.
           88  TRAN-SUCCESS           VALUE '00'.
           88  TRAN-EOF               VALUE '10'.
       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-PH-SCAN-EOF-SW      PIC X(01) VALUE 'N'.
               88  PH-SCAN-EOF        VALUE 'Y'.
           05  WS-PH-FOUND-SW         PIC X(01) VALUE 'N'.
               88  PH-HISTORY-FOUND   VALUE 'Y'.
           05  WS-EFF-DATE-SW         PIC X(01) VALUE 'N'.
               88  EFF-DATE-VALID     VALUE 'Y'.
           05  WS-FUTURE-PRICE-SW     PIC X(01) VALUE 'N'.
               88  FUTURE-PRICE       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ADD-COUNT           PIC 9(05) VALUE ZEROS.
           05  WS-DELETE-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-INQUIRY-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-ERROR-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-APPLY-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-FUTURE-COUNT        PIC 9(05) VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                      PIC 9(08).

      *----------------------------------------------------------------*
      * PRICE HISTORY WORK. WS-HIST-* CARRY THE ENTRY 2500-RECORD-     *
      * PRICE-HISTORY IS TO WRITE; WS-OLD-PRICE IS THE MASTER'S PRICE  *
      * BEFORE THE TRANSACTION, KEPT IN CASE IT HAS TO SEED THE FILE.  *
      *----------------------------------------------------------------*
       01  WS-PRICE-WORK.
           05  WS-TRAN-EFF-NUM        PIC 9(08) VALUE ZEROS.
           05  WS-PH-EFF-NUM          PIC 9(08) VALUE ZEROS.
           05  WS-OLD-PRICE           PIC S9(05)V99 COMP-3.
           05  WS-HIST-EFF-NUM        PIC 9(08) VALUE ZEROS.
           05  WS-HIST-PRICE          PIC S9(05)V99 COMP-3.
           05  WS-HIST-STATUS         PIC X(01) VALUE SPACES.
           05  WS-EDIT-DATE.
               10  WS-ED-MONTH        PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-ED-DAY          PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-ED-YEAR         PIC 9(04).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(20)
           05  WS-DL-LIST-PRICE       PIC $ZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-ITEM-CODE        PIC X(12).
           05  WS-DL-NOTE             PIC X(17).
           05  WS-DL-NOTE-DATE        PIC X(10).
           05  FILLER                 PIC X(23) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
           05  WS-SL-INQUIRY-COUNT    PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' ERRORS:  '.
           05  WS-SL-ERROR-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' APPLIED: '.
           05  WS-SL-APPLY-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(08) VALUE ' FUTURE:'.
           05  WS-SL-FUTURE-COUNT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           OPEN I-O PRICE-HISTORY-FILE

           IF PRCHIST-NO-FILE
               OPEN OUTPUT PRICE-HISTORY-FILE
               CLOSE PRICE-HISTORY-FILE
               OPEN I-O PRICE-HISTORY-FILE
           END-IF

           IF NOT PRCHIST-SUCCESS
               DISPLAY 'ERROR OPENING PRICE HISTORY FILE: '
                       WS-PRCHIST-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT TRAN-SUCCESS
               DISPLAY 'ERROR OPENING TRANSACTION FILE: '
                       WS-TRAN-STATUS
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADER

           IF NOT END-OF-FILE
               PERFORM 1100-APPLY-DUE-PRICE-CHANGES
           END-IF

           READ TRANSACTION-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           END-READ
           .

      *----------------------------------------------------------------*
      * ONE PASS OVER THE PRICE HISTORY FILE. EVERY PENDING CHANGE     *
      * WHOSE EFFECTIVE DATE HAS COME IS MOVED ONTO THE PRODUCT        *
      * MASTER AND MARKED APPLIED. A CHANGE FOR A PRODUCT NO LONGER ON *
      * THE MASTER IS LISTED AND LEFT PENDING.                         *
      *----------------------------------------------------------------*
       1100-APPLY-DUE-PRICE-CHANGES.
           MOVE 'N' TO WS-PH-SCAN-EOF-SW
           MOVE LOW-VALUES TO PH-KEY

           START PRICE-HISTORY-FILE KEY >= PH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PH-SCAN-EOF-SW
           END-START

           PERFORM 1110-CHECK-ONE-PRICE-CHANGE
               UNTIL PH-SCAN-EOF
           .

       1110-CHECK-ONE-PRICE-CHANGE.
           READ PRICE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PH-SCAN-EOF-SW
               NOT AT END
                   MOVE PH-EFF-DATE TO WS-PH-EFF-NUM
                   IF PH-PENDING
                      AND WS-PH-EFF-NUM <= WS-CURRENT-DATE-NUM
                       PERFORM 1120-APPLY-ONE-PRICE-CHANGE
                   END-IF
           END-READ
           .

       1120-APPLY-ONE-PRICE-CHANGE.
           MOVE 'APPLY' TO WS-DL-TRAN-CODE
           MOVE PH-PROD-ID TO WS-DL-PROD-ID
           MOVE PH-PROD-ID TO PROD-ID
           MOVE SPACES TO WS-DL-NOTE
           MOVE SPACES TO WS-DL-NOTE-DATE

           READ PRODUCT-FILE
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-DL-DESCRIPTION
                   MOVE SPACES TO WS-DL-CATEGORY
                   MOVE PH-LIST-PRICE TO WS-DL-LIST-PRICE
                   MOVE SPACES TO WS-DL-ITEM-CODE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 1130-POST-PRICE-CHANGE
           END-READ

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       1130-POST-PRICE-CHANGE.
           MOVE PH-LIST-PRICE TO PROD-LIST-PRICE
           MOVE WS-CURRENT-DATE TO PROD-LAST-UPDATED

           REWRITE PRODUCT-DETAILS
               INVALID KEY
                   MOVE 'REWRITE ERROR' TO WS-DL-DESCRIPTION
                   MOVE WS-FILE-STATUS TO WS-DL-CATEGORY
                   MOVE ZEROS TO WS-DL-LIST-PRICE
                   MOVE SPACES TO WS-DL-ITEM-CODE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE PROD-DESCRIPTION TO WS-DL-DESCRIPTION
                   MOVE PROD-CATEGORY TO WS-DL-CATEGORY
                   MOVE PH-LIST-PRICE TO WS-DL-LIST-PRICE
                   MOVE PROD-ITEM-CODE TO WS-DL-ITEM-CODE
                   MOVE PH-EF-MONTH TO WS-ED-MONTH
                   MOVE PH-EF-DAY TO WS-ED-DAY
                   MOVE PH-EF-YEAR TO WS-ED-YEAR
                   MOVE WS-EDIT-DATE TO WS-DL-NOTE-DATE
                   MOVE 'A' TO PH-STATUS

                   REWRITE PRICE-HISTORY-DETAILS
                       INVALID KEY
                           MOVE 'REWRITE ERROR' TO WS-DL-NOTE
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           MOVE 'PRICE EFFECTIVE' TO WS-DL-NOTE
                           ADD 1 TO WS-APPLY-COUNT
                   END-REWRITE
           END-REWRITE
           .

       2000-PROCESS-TRANSACTIONS.
           MOVE SPACES TO WS-DL-NOTE
           MOVE SPACES TO WS-DL-NOTE-DATE

           EVALUATE TRUE
               WHEN TRAN-ADD
                   PERFORM 2100-ADD-PRODUCT
                   MOVE TRAN-LIST-PRICE TO WS-DL-LIST-PRICE
                   MOVE TRAN-ITEM-CODE TO WS-DL-ITEM-CODE
                   ADD 1 TO WS-ADD-COUNT
                   MOVE WS-CURRENT-DATE-NUM TO WS-HIST-EFF-NUM
                   MOVE TRAN-LIST-PRICE TO WS-HIST-PRICE
                   MOVE 'A' TO WS-HIST-STATUS
                   PERFORM 2500-RECORD-PRICE-HISTORY
           END-WRITE

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2205-EDIT-EFFECTIVE-DATE
                   IF EFF-DATE-VALID
                       PERFORM 2210-PERFORM-UPDATE
                   ELSE
                       MOVE 'BAD EFFECTIVE DATE' TO WS-DL-DESCRIPTION
                       MOVE SPACES TO WS-DL-CATEGORY
                       MOVE ZEROS TO WS-DL-LIST-PRICE
                       MOVE SPACES TO WS-DL-ITEM-CODE
                       WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * A BLANK EFFECTIVE DATE, OR ONE NOT AFTER TODAY, CHANGES THE    *
      * PRICE NOW; A LATER ONE MAKES THE CHANGE FUTURE-DATED.          *
      *----------------------------------------------------------------*
       2205-EDIT-EFFECTIVE-DATE.
           MOVE 'Y' TO WS-EFF-DATE-SW
           MOVE 'N' TO WS-FUTURE-PRICE-SW
           MOVE ZEROS TO WS-TRAN-EFF-NUM

           IF TRAN-EFF-DATE NOT = SPACES
               IF TRAN-EFF-DATE NOT NUMERIC
                  OR TRAN-EF-MONTH < 01 OR TRAN-EF-MONTH > 12
                  OR TRAN-EF-DAY < 01 OR TRAN-EF-DAY > 31
                   MOVE 'N' TO WS-EFF-DATE-SW
               ELSE
                   MOVE TRAN-EFF-DATE TO WS-TRAN-EFF-NUM
                   IF WS-TRAN-EFF-NUM > WS-CURRENT-DATE-NUM
                       MOVE 'Y' TO WS-FUTURE-PRICE-SW
                   END-IF
               END-IF
           END-IF
           .

       2210-PERFORM-UPDATE.
           MOVE PROD-LIST-PRICE TO WS-OLD-PRICE
           MOVE TRAN-PROD-DESCRIPTION TO PROD-DESCRIPTION
           MOVE TRAN-PROD-CATEGORY TO PROD-CATEGORY
           MOVE TRAN-ITEM-CODE TO PROD-ITEM-CODE

           IF NOT FUTURE-PRICE
               MOVE TRAN-LIST-PRICE TO PROD-LIST-PRICE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO PROD-LAST-UPDATED

           REWRITE PRODUCT-DETAILS
                   MOVE TRAN-LIST-PRICE TO WS-DL-LIST-PRICE
                   MOVE TRAN-ITEM-CODE TO WS-DL-ITEM-CODE
                   ADD 1 TO WS-UPDATE-COUNT
                   PERFORM 2220-RECORD-PRICE-CHANGE
           END-REWRITE

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * A FUTURE-DATED PRICE IS HELD ON THE HISTORY FILE AS PENDING;   *
      * A PRICE CHANGED NOW IS RECORDED THERE AS APPLIED TODAY. AN     *
      * UPDATE THAT LEAVES THE PRICE ALONE WRITES NO HISTORY.          *
      *----------------------------------------------------------------*
       2220-RECORD-PRICE-CHANGE.
           MOVE TRAN-LIST-PRICE TO WS-HIST-PRICE

           IF FUTURE-PRICE
               MOVE WS-TRAN-EFF-NUM TO WS-HIST-EFF-NUM
               MOVE 'P' TO WS-HIST-STATUS
               MOVE 'PRICE EFFECTIVE' TO WS-DL-NOTE
               MOVE TRAN-EF-MONTH TO WS-ED-MONTH
               MOVE TRAN-EF-DAY TO WS-ED-DAY
               MOVE TRAN-EF-YEAR TO WS-ED-YEAR
               MOVE WS-EDIT-DATE TO WS-DL-NOTE-DATE
               ADD 1 TO WS-FUTURE-COUNT
               PERFORM 2500-RECORD-PRICE-HISTORY
           ELSE
               IF TRAN-LIST-PRICE NOT = WS-OLD-PRICE
                   MOVE WS-CURRENT-DATE-NUM TO WS-HIST-EFF-NUM
                   MOVE 'A' TO WS-HIST-STATUS
                   PERFORM 2500-RECORD-PRICE-HISTORY
               END-IF
           END-IF
           .

       2300-DELETE-PRODUCT.
           MOVE 'DELETE' TO WS-DL-TRAN-CODE
           MOVE TRAN-PROD-ID TO PROD-ID
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * WRITES ONE PRICE HISTORY ENTRY FOR THE PRODUCT NOW IN PRODUCT- *
      * DETAILS. A PRODUCT WITH NO HISTORY YET (ONE ADDED BEFORE THE   *
      * FILE WAS KEPT) FIRST GETS ITS OLD PRICE UNDER A ZERO DATE, SO  *
      * EARLIER SALES STILL FIND THE PRICE THEY WERE MADE AT. A SECOND *
      * CHANGE FOR THE SAME DATE REPLACES THE FIRST.                   *
      *----------------------------------------------------------------*
       2500-RECORD-PRICE-HISTORY.
           IF TRAN-UPDATE
               PERFORM 2510-CHECK-FOR-HISTORY
               IF NOT PH-HISTORY-FOUND
                   MOVE PROD-ID TO PH-PROD-ID
                   MOVE ZEROS TO PH-EFF-DATE
                   MOVE WS-OLD-PRICE TO PH-LIST-PRICE
                   MOVE 'A' TO PH-STATUS
                   PERFORM 2520-WRITE-HISTORY-ENTRY
               END-IF
           END-IF

           MOVE PROD-ID TO PH-PROD-ID
           MOVE WS-HIST-EFF-NUM TO PH-EFF-DATE
           MOVE WS-HIST-PRICE TO PH-LIST-PRICE
           MOVE WS-HIST-STATUS TO PH-STATUS
           PERFORM 2520-WRITE-HISTORY-ENTRY
           .

       2510-CHECK-FOR-HISTORY.
           MOVE 'N' TO WS-PH-FOUND-SW
           MOVE PROD-ID TO PH-PROD-ID
           MOVE ZEROS TO PH-EFF-DATE

           START PRICE-HISTORY-FILE KEY >= PH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PRICE-HISTORY-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PH-PROD-ID = PROD-ID
                               MOVE 'Y' TO WS-PH-FOUND-SW
                           END-IF
                   END-READ
           END-START
           .

       2520-WRITE-HISTORY-ENTRY.
           MOVE WS-CURRENT-DATE TO PH-ENTERED-DATE
           MOVE PROD-CATEGORY TO PH-PROD-CATEGORY

           WRITE PRICE-HISTORY-DETAILS
               INVALID KEY
                   REWRITE PRICE-HISTORY-DETAILS
                       INVALID KEY
                           DISPLAY 'PRODMNT: PRICE HISTORY WRITE ERROR '
                                   PH-PROD-ID ' ' WS-PRCHIST-STATUS
                           ADD 1 TO WS-ERROR-COUNT
                   END-REWRITE
           END-WRITE
           .

       3000-TERMINATION.
           MOVE WS-ADD-COUNT TO WS-SL-ADD-COUNT
           MOVE WS-UPDATE-COUNT TO WS-SL-UPDATE-COUNT
           MOVE WS-DELETE-COUNT TO WS-SL-DELETE-COUNT
           MOVE WS-INQUIRY-COUNT TO WS-SL-INQUIRY-COUNT
           MOVE WS-ERROR-COUNT TO WS-SL-ERROR-COUNT
           MOVE WS-APPLY-COUNT TO WS-SL-APPLY-COUNT
           MOVE WS-FUTURE-COUNT TO WS-SL-FUTURE-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           CLOSE PRODUCT-FILE
                 PRICE-HISTORY-FILE
                 TRANSACTION-FILE
                 REPORT-FILE
           .
