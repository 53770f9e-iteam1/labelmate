      *----------------------------------------------------------------*
      * XRFMNT - CUSTOMER ITEM CROSS-REFERENCE MAINTENANCE PROGRAM     *
      *                                                                *
      * MAINTAINS THE CUSTOMER PART NUMBER CROSS-REFERENCE EDIIN USES  *
      * TO TRANSLATE A CUSTOMER'S ELECTRONIC ORDER INTO OUR ITEM       *
      * CODES, WITH ADD, UPDATE, DELETE, AND INQUIRY FUNCTIONS THE     *
      * SAME WAY SUBMNT MAINTAINS THE SUBSTITUTE CROSS-REFERENCE.      *
      *                                                                *
      * AN ADD OR UPDATE MUST NAME A CUSTOMER ON THE CUSTOMER MASTER   *
      * AND AN ITEM ON THE INVENTORY MASTER THAT IS NOT DISCONTINUED.  *
      * A BLANK UNIT OF MEASURE IS TAKEN AS 'EA' AND A ZERO UNITS-PER  *
      * AS ONE, I.E. THE CUSTOMER ORDERS IN OUR OWN STOCKING UNIT.     *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XRFMNT.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO XRFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT INVENTORY-FILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-ITEM-CODE
               FILE STATUS IS WS-INV-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO XRFTRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT REPORT-FILE ASSIGN TO XRFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY XRFCOPY.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTCOPY.

       FD  INVENTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
           COPY INVCOPY.

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  TRANSACTION-RECORD.
           05  TRAN-CODE              PIC X(01).
               88  TRAN-ADD           VALUE 'A'.
               88  TRAN-UPDATE        VALUE 'U'.
               88  TRAN-DELETE        VALUE 'D'.
               88  TRAN-INQUIRY       VALUE 'I'.
           05  TRAN-CUST-ID           PIC X(06).
           05  TRAN-CUST-PART         PIC X(20).
           05  TRAN-ITEM-CODE         PIC X(10).
           05  TRAN-UOM               PIC X(03).
           05  TRAN-UNITS-PER         PIC 9(05).
           05  FILLER                 PIC X(15).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS             PIC X(02) VALUE SPACES.
           88  FILE-SUCCESS           VALUE '00'.
           88  FILE-NOT-FOUND         VALUE '23'.
           88  FILE-NO-FILE           VALUE '35'.

       01  WS-CUST-STATUS             PIC X(02) VALUE SPACES.
           88  CUST-SUCCESS           VALUE '00'.
           88  CUST-NOT-FOUND         VALUE '23'.

       01  WS-INV-STATUS              PIC X(02) VALUE SPACES.
           88  INV-SUCCESS            VALUE '00'.
           88  INV-NOT-FOUND          VALUE '23'.

       01  WS-TRAN-STATUS             PIC X(02) VALUE SPACES.
           88  TRAN-SUCCESS           VALUE '00'.
           88  TRAN-EOF               VALUE '10'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-TRAN-VALID-SW       PIC X(01) VALUE 'Y'.
               88  TRAN-FIELDS-VALID  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ADD-COUNT           PIC 9(05) VALUE ZEROS.
           05  WS-UPDATE-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-DELETE-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-INQUIRY-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-ERROR-COUNT         PIC 9(05) VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).

       01  WS-XREF-WORK.
           05  WS-UOM                 PIC X(03).
           05  WS-UNITS-PER           PIC 9(05).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(20)
                                      VALUE 'CUSTOMER ITEM CROSS-'.
           05  FILLER                 PIC X(21)
                                      VALUE 'REFERENCE MAINTENANCE'.
           05  FILLER                 PIC X(05) VALUE SPACES.
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
           05  FILLER                 PIC X(08) VALUE 'TRAN    '.
           05  FILLER                 PIC X(08) VALUE 'CUST ID '.
           05  FILLER                 PIC X(22)
                                      VALUE 'CUSTOMER PART NUMBER  '.
           05  FILLER                 PIC X(12) VALUE 'ITEM CODE   '.
           05  FILLER                 PIC X(05) VALUE 'UOM  '.
           05  FILLER                 PIC X(08) VALUE 'UNITS   '.
           05  FILLER                 PIC X(20) VALUE 'NOTE'.
           05  FILLER                 PIC X(49) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-TRAN-CODE        PIC X(08).
           05  WS-DL-CUST-ID          PIC X(08).
           05  WS-DL-CUST-PART        PIC X(22).
           05  WS-DL-ITEM-CODE        PIC X(12).
           05  WS-DL-UOM              PIC X(05).
           05  WS-DL-UNITS-PER        PIC ZZ,ZZ9.
           05  FILLER                 PIC X(02).
           05  WS-DL-NOTE             PIC X(20).
           05  FILLER                 PIC X(49).

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(10) VALUE 'ADDS:     '.
           05  WS-SL-ADD-COUNT        PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' UPDATES: '.
           05  WS-SL-UPDATE-COUNT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' DELETES: '.
           05  WS-SL-DELETE-COUNT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE ' INQUIRIES:'.
           05  WS-SL-INQUIRY-COUNT    PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' ERRORS:  '.
           05  WS-SL-ERROR-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL END-OF-FILE
           PERFORM 3000-TERMINATION
           GOBACK
           .

      *----------------------------------------------------------------*
      * THE CROSS-REFERENCE FILE IS CREATED ON THE FIRST RUN THAT      *
      * FINDS NONE THERE.                                              *
      *----------------------------------------------------------------*
       1000-INITIALIZATION.
           OPEN INPUT TRANSACTION-FILE
                INPUT CUSTOMER-FILE
                INPUT INVENTORY-FILE
                OUTPUT REPORT-FILE

           OPEN I-O XREF-FILE

           IF FILE-NO-FILE
               OPEN OUTPUT XREF-FILE
               CLOSE XREF-FILE
               OPEN I-O XREF-FILE
           END-IF

           IF NOT FILE-SUCCESS
               DISPLAY 'ERROR OPENING CROSS-REFERENCE FILE: '
                       WS-FILE-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT TRAN-SUCCESS
               DISPLAY 'ERROR OPENING TRANSACTION FILE: '
                       WS-TRAN-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT CUST-SUCCESS
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-CUST-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT INV-SUCCESS
               DISPLAY 'ERROR OPENING INVENTORY FILE: ' WS-INV-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT REPORT-SUCCESS
               DISPLAY 'ERROR OPENING REPORT FILE: ' WS-REPORT-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-MONTH TO WS-HEADER-MONTH
           MOVE WS-CURRENT-DAY TO WS-HEADER-DAY
           MOVE WS-CURRENT-YEAR TO WS-HEADER-YEAR

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADER

           IF NOT END-OF-FILE
               READ TRANSACTION-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               END-READ
           END-IF
           .

       2000-PROCESS-TRANSACTIONS.
           PERFORM 2050-CLEAR-DETAIL-LINE

           EVALUATE TRUE
               WHEN TRAN-ADD
                   PERFORM 2100-ADD-XREF
               WHEN TRAN-UPDATE
                   PERFORM 2200-UPDATE-XREF
               WHEN TRAN-DELETE
                   PERFORM 2300-DELETE-XREF
               WHEN TRAN-INQUIRY
                   PERFORM 2400-INQUIRY-XREF
               WHEN OTHER
                   MOVE 'INVALID' TO WS-DL-TRAN-CODE
                   MOVE 'UNKNOWN TRAN CODE' TO WS-DL-NOTE
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE

           READ TRANSACTION-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           END-READ
           .

       2050-CLEAR-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE TRAN-CUST-ID TO WS-DL-CUST-ID
           MOVE TRAN-CUST-PART TO WS-DL-CUST-PART
           MOVE ZEROS TO WS-DL-UNITS-PER
           MOVE TRAN-CUST-ID TO XRF-CUST-ID
           MOVE TRAN-CUST-PART TO XRF-CUST-PART
           .

       2100-ADD-XREF.
           MOVE 'ADD' TO WS-DL-TRAN-CODE
           MOVE TRAN-ITEM-CODE TO WS-DL-ITEM-CODE

           READ XREF-FILE
               INVALID KEY
                   PERFORM 2150-EDIT-XREF-FIELDS

                   IF TRAN-FIELDS-VALID
                       PERFORM 2110-PERFORM-ADD
                   END-IF
               NOT INVALID KEY
                   MOVE 'ALREADY EXISTS' TO WS-DL-NOTE
                   ADD 1 TO WS-ERROR-COUNT
           END-READ

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       2110-PERFORM-ADD.
           MOVE TRAN-CUST-ID TO XRF-CUST-ID
           MOVE TRAN-CUST-PART TO XRF-CUST-PART
           MOVE TRAN-ITEM-CODE TO XRF-ITEM-CODE
           MOVE WS-UOM TO XRF-UOM
           MOVE WS-UNITS-PER TO XRF-UNITS-PER
           MOVE FUNCTION CURRENT-DATE TO XRF-LAST-UPDATED

           WRITE CUST-ITEM-XREF-DETAILS
               INVALID KEY
                   MOVE 'WRITE ERROR' TO WS-DL-NOTE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE XRF-UOM TO WS-DL-UOM
                   MOVE XRF-UNITS-PER TO WS-DL-UNITS-PER
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE
           .

      *----------------------------------------------------------------*
      * THE CUSTOMER MUST BE ON FILE (ITS STATUS IS ORDENTRY'S TO      *
      * JUDGE) AND THE ITEM ON FILE AND STILL SOLD. THE UNIT AND       *
      * CONVERSION DEFAULT TO OUR OWN STOCKING UNIT.                   *
      *----------------------------------------------------------------*
       2150-EDIT-XREF-FIELDS.
           MOVE 'Y' TO WS-TRAN-VALID-SW

           IF TRAN-CUST-PART = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE 'NO CUSTOMER PART' TO WS-DL-NOTE
           END-IF

           IF TRAN-FIELDS-VALID
               MOVE TRAN-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE 'CUSTOMER NOT FOUND' TO WS-DL-NOTE
               END-READ
           END-IF

           IF TRAN-FIELDS-VALID
               MOVE TRAN-ITEM-CODE TO INV-ITEM-CODE
               READ INVENTORY-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE 'ITEM NOT FOUND' TO WS-DL-NOTE
                   NOT INVALID KEY
                       IF INV-DISCONTINUED
                           MOVE 'N' TO WS-TRAN-VALID-SW
                           MOVE 'ITEM DISCONTINUED' TO WS-DL-NOTE
                       END-IF
               END-READ
           END-IF

           IF TRAN-FIELDS-VALID
               IF TRAN-UOM = SPACES
                   MOVE 'EA' TO WS-UOM
               ELSE
                   MOVE TRAN-UOM TO WS-UOM
               END-IF

               IF TRAN-UNITS-PER NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'BAD UNITS-PER' TO WS-DL-NOTE
               ELSE
                   IF TRAN-UNITS-PER = ZERO
                       MOVE 1 TO WS-UNITS-PER
                   ELSE
                       MOVE TRAN-UNITS-PER TO WS-UNITS-PER
                   END-IF
               END-IF
           END-IF

           IF NOT TRAN-FIELDS-VALID
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           MOVE TRAN-CUST-ID TO XRF-CUST-ID
           MOVE TRAN-CUST-PART TO XRF-CUST-PART
           .

       2200-UPDATE-XREF.
           MOVE 'UPDATE' TO WS-DL-TRAN-CODE
           MOVE TRAN-ITEM-CODE TO WS-DL-ITEM-CODE

           READ XREF-FILE
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-DL-NOTE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2150-EDIT-XREF-FIELDS

                   IF TRAN-FIELDS-VALID
                       PERFORM 2210-PERFORM-UPDATE
                   END-IF
           END-READ

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       2210-PERFORM-UPDATE.
           MOVE TRAN-ITEM-CODE TO XRF-ITEM-CODE
           MOVE WS-UOM TO XRF-UOM
           MOVE WS-UNITS-PER TO XRF-UNITS-PER
           MOVE FUNCTION CURRENT-DATE TO XRF-LAST-UPDATED

           REWRITE CUST-ITEM-XREF-DETAILS
               INVALID KEY
                   MOVE 'REWRITE ERROR' TO WS-DL-NOTE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE XRF-UOM TO WS-DL-UOM
                   MOVE XRF-UNITS-PER TO WS-DL-UNITS-PER
                   ADD 1 TO WS-UPDATE-COUNT
           END-REWRITE
           .

       2300-DELETE-XREF.
           MOVE 'DELETE' TO WS-DL-TRAN-CODE

           READ XREF-FILE
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-DL-NOTE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2550-MOVE-RECORD-TO-DETAIL

                   DELETE XREF-FILE
                       INVALID KEY
                           MOVE 'DELETE ERROR' TO WS-DL-NOTE
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETE-COUNT
                   END-DELETE
           END-READ

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       2400-INQUIRY-XREF.
           MOVE 'INQUIRE' TO WS-DL-TRAN-CODE

           READ XREF-FILE
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-DL-NOTE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2550-MOVE-RECORD-TO-DETAIL
                   ADD 1 TO WS-INQUIRY-COUNT
           END-READ

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       2550-MOVE-RECORD-TO-DETAIL.
           MOVE XRF-ITEM-CODE TO WS-DL-ITEM-CODE
           MOVE XRF-UOM TO WS-DL-UOM
           MOVE XRF-UNITS-PER TO WS-DL-UNITS-PER
           .

       3000-TERMINATION.
           MOVE WS-ADD-COUNT TO WS-SL-ADD-COUNT
           MOVE WS-UPDATE-COUNT TO WS-SL-UPDATE-COUNT
           MOVE WS-DELETE-COUNT TO WS-SL-DELETE-COUNT
           MOVE WS-INQUIRY-COUNT TO WS-SL-INQUIRY-COUNT
           MOVE WS-ERROR-COUNT TO WS-SL-ERROR-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           CLOSE XREF-FILE
                 CUSTOMER-FILE
                 INVENTORY-FILE
                 TRANSACTION-FILE
                 REPORT-FILE
           .
