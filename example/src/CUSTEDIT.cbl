       FILE SECTION.
       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
           COPY CUSTTRAN.

       FD  EDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
       01  EDIT-RECORD                PIC X(110).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
               MOVE 'N' TO WS-VALID-DATA-SW
               MOVE 'MISSING SHIP-TO SEQUENCE' TO WS-REJECT-REASON
           END-IF

           IF VALID-DATA AND (TRAN-SHIP-ADD OR TRAN-SHIP-UPDATE)
                   AND NOT TRAN-ASN-VALID
               MOVE 'N' TO WS-VALID-DATA-SW
               MOVE 'INVALID ASN FLAG' TO WS-REJECT-REASON
           END-IF
           .

       2110-VALIDATE-PHONE.
