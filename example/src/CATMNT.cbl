           05  TRAN-BREAK-QTY-3       PIC 9(05).
           05  TRAN-BREAK-COST-3      PIC 9(05)V99.
           05  TRAN-PREFERRED-SW      PIC X(01).
           05  TRAN-PO-REVIEW-SW      PIC X(01).
           05  FILLER                 PIC X(02).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           05  FILLER                 PIC X(17) VALUE 'SUPPLIER PART'.
           05  FILLER                 PIC X(13) VALUE 'QUOTED COST  '.
           05  FILLER                 PIC X(10) VALUE 'PREFERRED '.
           05  FILLER                 PIC X(10) VALUE 'PO REVIEW '.
           05  FILLER                 PIC X(56) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-TRAN-CODE        PIC X(06).
           05  WS-DL-QUOTED-COST      PIC $ZZ,ZZ9.99.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-DL-PREFERRED        PIC X(10).
           05  WS-DL-PO-REVIEW        PIC X(10).
           05  FILLER                 PIC X(56) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
           .

       2000-PROCESS-TRANSACTIONS.
           MOVE SPACES TO WS-DL-PO-REVIEW

           EVALUATE TRUE
               WHEN TRAN-ADD
                   PERFORM 2100-ADD-CATALOG-ENTRY
           MOVE TRAN-BREAK-QTY-3 TO CAT-BREAK-QTY-3
           MOVE TRAN-BREAK-COST-3 TO CAT-BREAK-COST-3
           MOVE TRAN-PREFERRED-SW TO CAT-PREFERRED-SW
           MOVE TRAN-PO-REVIEW-SW TO CAT-PO-REVIEW-SW
           MOVE FUNCTION CURRENT-DATE TO CAT-LAST-UPDATED
           .

           ELSE
               MOVE SPACES TO WS-DL-PREFERRED
           END-IF

           IF CAT-PO-REVIEW
               MOVE 'REVIEW' TO WS-DL-PO-REVIEW
           ELSE
               MOVE SPACES TO WS-DL-PO-REVIEW
           END-IF
           .

       3000-TERMINATION.
