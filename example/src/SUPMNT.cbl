
       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 95 CHARACTERS.
           COPY SUPTRAN.

       FD  REPORT-FILE

      *----------------------------------------------------------------*
      * MASTER-CHANGE AUDIT TRAIL. ONE RECORD PER SUPPLIER-DETAILS     *
      * WRITE, REWRITE OR DELETE, CARRYING THE KEYING OPERATOR AND THE *
      * FULL BEFORE AND AFTER IMAGES (AN ADD'S BEFORE IMAGE AND A      *
      * DELETE'S AFTER IMAGE ARE BLANK).                               *
      *----------------------------------------------------------------*
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 235 CHARACTERS.
       01  AUDIT-RECORD.
           05  AUD-DATE.
               10  AUD-YEAR            PIC 9(04).
           05  AUD-REFERENCE           PIC X(15).
           05  AUD-BEFORE-IMAGE        PIC X(99).
           05  AUD-AFTER-IMAGE         PIC X(99).
           05  AUD-TIME                PIC 9(06).

       FD  OPERATOR-PROFILE-FILE
           LABEL RECORDS ARE STANDARD
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).

       01  WS-AUDIT-TIME-STAMP.
           05  FILLER                 PIC X(08).
           05  WS-AUDIT-TIME          PIC 9(06).
           05  FILLER                 PIC X(07).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(21)
                                      VALUE 'SUPPLIER MAINTENANCE '.
           MOVE TRAN-SUP-PHONE TO SUP-PHONE
           MOVE TRAN-LEAD-TIME-DAYS TO SUP-LEAD-TIME-DAYS
           MOVE TRAN-CURRENCY-CODE TO SUP-CURRENCY-CODE
           MOVE TRAN-PO-REVIEW-SW TO SUP-PO-REVIEW-SW
           MOVE FUNCTION CURRENT-DATE TO SUP-LAST-UPDATED
           MOVE 'A' TO SUP-STATUS

                   MOVE TRAN-SUP-PHONE TO WS-DL-SUP-PHONE
                   MOVE TRAN-LEAD-TIME-DAYS TO WS-DL-LEAD-TIME
                   ADD 1 TO WS-ADD-COUNT
                   MOVE SPACES TO WS-AUDIT-BEFORE-IMAGE
                   PERFORM 2960-WRITE-AUDIT-RECORD
           END-WRITE

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           MOVE TRAN-SUP-PHONE TO SUP-PHONE
           MOVE TRAN-LEAD-TIME-DAYS TO SUP-LEAD-TIME-DAYS
           MOVE TRAN-CURRENCY-CODE TO SUP-CURRENCY-CODE
           MOVE TRAN-PO-REVIEW-SW TO SUP-PO-REVIEW-SW
           MOVE FUNCTION CURRENT-DATE TO SUP-LAST-UPDATED

           REWRITE SUPPLIER-DETAILS

      *----------------------------------------------------------------*
      * ONE AUDIT RECORD PER SUPPLIER-DETAILS REWRITE OR DELETE: RUN   *
      * DATE, KEYING OPERATOR, SUPPLIER ID AS THE REFERENCE, THE FULL  *
      * BEFORE AND AFTER IMAGES, AND THE TIME OF DAY IT WAS POSTED.    *
      *----------------------------------------------------------------*
       2960-WRITE-AUDIT-RECORD.
           MOVE WS-CURRENT-DATE TO AUD-DATE
           MOVE TRAN-SUP-ID TO AUD-REFERENCE
           MOVE WS-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE SUPPLIER-DETAILS TO AUD-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIME-STAMP
           MOVE WS-AUDIT-TIME TO AUD-TIME

           WRITE AUDIT-RECORD
           .
           MOVE TRAN-SUP-ID TO AUD-REFERENCE
           MOVE WS-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE SPACES TO AUD-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIME-STAMP
           MOVE WS-AUDIT-TIME TO AUD-TIME

           WRITE AUDIT-RECORD
           .
