       
       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
           COPY CUSTTRAN.

       FD  REPORT-FILE
      *----------------------------------------------------------------*
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 243 CHARACTERS.
       01  AUDIT-RECORD.
           05  AUD-DATE.
               10  AUD-YEAR            PIC 9(04).
           05  AUD-REFERENCE           PIC X(15).
           05  AUD-BEFORE-IMAGE        PIC X(103).
           05  AUD-AFTER-IMAGE         PIC X(103).
           05  AUD-TIME                PIC 9(06).

      *----------------------------------------------------------------*
      * ONE-RECORD RUN-STATISTICS EXTRACT, WRITTEN AT THE END OF EVERY *
               MOVE TRAN-SHIP-SEQ TO SHIP-SEQ-NUMBER
               MOVE TRAN-CUST-ADDR TO SHIP-ADDR
               MOVE TRAN-TAX-JURIS TO SHIP-TAX-JURIS
               MOVE TRAN-ASN-SW TO SHIP-ASN-SW
               MOVE 'A' TO SHIP-STATUS
               MOVE FUNCTION CURRENT-DATE TO SHIP-LAST-UPDATED

                   NOT INVALID KEY
                       MOVE TRAN-CUST-ADDR TO SHIP-ADDR
                       MOVE TRAN-TAX-JURIS TO SHIP-TAX-JURIS
                       MOVE TRAN-ASN-SW TO SHIP-ASN-SW
                       MOVE 'A' TO SHIP-STATUS
                       MOVE FUNCTION CURRENT-DATE
                         TO SHIP-LAST-UPDATED
           MOVE TRAN-CUST-ID TO AUD-REFERENCE
           MOVE WS-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE CUSTOMER-DETAILS TO AUD-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-TIME-STAMP
           MOVE WS-JRN-TIME TO AUD-TIME

           WRITE AUDIT-RECORD
           .
