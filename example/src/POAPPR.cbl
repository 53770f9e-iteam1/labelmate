      *----------------------------------------------------------------*
      * POAPPR - PURCHASE ORDER APPROVAL AND SUPPLIER PO DOCUMENTS     *
      *                                                                *
      * RUNS AFTER INVNTRY'S REORDER PASS. READS THE BUYERS' APPROVAL  *
      * TRANSACTIONS (POAPTRAN), EACH NAMING ONE PENDING PO LINE:      *
      *                                                                *
      *   A - APPROVE: THE LINE OPENS AND ITS DOCUMENT BECOMES DUE.    *
      *   R - REJECT:  THE LINE IS MARKED REJECTED AND ITS QUANTITY    *
      *       COMES BACK OFF THE ITEM'S INV-ON-ORDER (JOURNALED).      *
      *                                                                *
      * THE BUYER MUST HOLD AN OPRFILE PROFILE FOR POAPPR WITH THE     *
      * ACTION IN ITS ALLOWED CODES; OPR-MAX-AMOUNT (ZERO MEANS NO     *
      * CAP) IS THE LARGEST PO VALUE THAT BUYER MAY APPROVE. WITH NO   *
      * POAPPR PROFILES ON OPRFILE EVERY TRANSACTION IS REFUSED. A     *
      * LINE THAT IS NOT ON FILE OR NOT PENDING IS REPORTED AND LEFT   *
      * ALONE.                                                         *
      *                                                                *
      * EVERY OPEN LINE WHOSE DOCUMENT IS STILL DUE -- APPROVED TODAY, *
      * RAISED UNDER THE LIMIT, OR A DROP-SHIP LINE FROM ORDENTRY --   *
      * THEN PRINTS ON PODOCS AS A SUPPLIER-FACING PURCHASE ORDER,     *
      * ONE DOCUMENT PER SUPPLIER, SHOWING THE SUPPLIER'S OWN PART     *
      * NUMBER FROM THE CATALOG, THE QUANTITY, AND THE COST IN THE     *
      * PO'S CURRENCY, WITH THE DELIVERY ADDRESS UNDER ANY DROP-SHIP   *
      * LINE. A PRINTED LINE IS MARKED SO IT NEVER PRINTS TWICE.       *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POAPPR.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO POAPTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT PO-FILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-STATUS.

           SELECT INVENTORY-FILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-ITEM-CODE
               FILE STATUS IS WS-INV-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO SUPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-ID
               FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT CATALOG-FILE ASSIGN TO CATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT SHIP-TO-FILE ASSIGN TO SHIPTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHIP-KEY
               FILE STATUS IS WS-SHIP-TO-STATUS.

           SELECT OPERATOR-PROFILE-FILE ASSIGN TO OPRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JRNFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO POAPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT DOCUMENT-FILE ASSIGN TO PODOCS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DOCUMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * ONE BUYER DECISION PER RECORD. PA-NOTE IS FREE TEXT (USUALLY   *
      * THE REASON FOR A REJECTION) CARRIED ONTO THE REGISTER.         *
      *----------------------------------------------------------------*
       FD  APPROVAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  APPROVAL-RECORD.
           05  PA-ACTION              PIC X(01).
               88  PA-APPROVE         VALUE 'A'.
               88  PA-REJECT          VALUE 'R'.
               88  PA-VALID-ACTION    VALUE 'A' 'R'.
           05  PA-PO-NUMBER           PIC X(15).
           05  PA-OPERATOR-ID         PIC X(08).
           05  PA-NOTE                PIC X(30).
           05  FILLER                 PIC X(26).

       FD  PO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY POCOPY.

       FD  INVENTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
           COPY INVCOPY.

       FD  SUPPLIER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 99 CHARACTERS.
           COPY SUPCOPY.

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY CATCOPY.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTCOPY.

       FD  SHIP-TO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY SHIPCOPY.

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

       FD  DOCUMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  DOCUMENT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-APPROVAL-STATUS         PIC X(02) VALUE SPACES.
           88  APPROVAL-SUCCESS       VALUE '00'.
           88  APPROVAL-EOF           VALUE '10'.

       01  WS-PO-STATUS               PIC X(02) VALUE SPACES.
           88  PO-SUCCESS             VALUE '00'.
           88  PO-NOT-FOUND           VALUE '23'.

       01  WS-INV-STATUS              PIC X(02) VALUE SPACES.
           88  INV-SUCCESS            VALUE '00'.
           88  INV-NOT-FOUND          VALUE '23'.

       01  WS-SUPPLIER-STATUS         PIC X(02) VALUE SPACES.
           88  SUPPLIER-SUCCESS       VALUE '00'.

       01  WS-CATALOG-STATUS          PIC X(02) VALUE SPACES.
           88  CATALOG-SUCCESS        VALUE '00'.

       01  WS-CUST-STATUS             PIC X(02) VALUE SPACES.
           88  CUST-SUCCESS           VALUE '00'.

       01  WS-SHIP-TO-STATUS          PIC X(02) VALUE SPACES.
           88  SHIP-TO-SUCCESS        VALUE '00'.

       01  WS-PROFILE-STATUS          PIC X(02) VALUE SPACES.
           88  PROFILE-SUCCESS        VALUE '00'.

       01  WS-JOURNAL-STATUS          PIC X(02) VALUE SPACES.
           88  JOURNAL-SUCCESS        VALUE '00'.
           88  JOURNAL-NO-FILE        VALUE '35'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-DOCUMENT-STATUS         PIC X(02) VALUE SPACES.
           88  DOCUMENT-SUCCESS       VALUE '00'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-OPEN-ERROR-SW       PIC X(01) VALUE 'N'.
               88  OPEN-ERROR         VALUE 'Y'.
           05  WS-PO-SCAN-EOF-SW      PIC X(01) VALUE 'N'.
               88  PO-SCAN-EOF        VALUE 'Y'.
           05  WS-BACK-OUT-SW         PIC X(01) VALUE SPACE.
               88  ON-ORDER-BACKED-OUT
                                      VALUE 'Y'.
               88  BACK-OUT-ITEM-MISSING
                                      VALUE 'M'.
               88  BACK-OUT-FAILED    VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT          PIC 9(05) VALUE ZEROS.
           05  WS-APPROVED-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-REJECTED-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-ERROR-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-DOCUMENT-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-DOC-LINE-COUNT      PIC 9(05) VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                      PIC 9(08).

       01  WS-DECISION-WORK.
           05  WS-PO-VALUE            PIC S9(09)V99 COMP-3.
           05  WS-OPEN-QTY            PIC S9(05) COMP-3.
           05  WS-BACKED-OUT-QTY      PIC S9(05) COMP-3.

       01  WS-JOURNAL-WORK.
           05  WS-JRN-FILE-CODE       PIC X(08).
           05  WS-JRN-ACTION-CODE     PIC X(01).
           05  WS-JRN-KEY-VALUE       PIC X(15).
           05  WS-JRN-BEFORE          PIC X(150).
           05  WS-JRN-AFTER           PIC X(150).

       01  WS-JRN-TIME-STAMP.
           05  FILLER                 PIC X(08).
           05  WS-JRN-TIME            PIC 9(06).
           05  FILLER                 PIC X(07).

      *----------------------------------------------------------------*
      * OPERATOR AUTHORIZATION PROFILES FOR THIS PROGRAM, LOADED AT    *
      * STARTUP FROM OPRFILE. A MISSING PROFILE FILE, OR ONE WITH NO   *
      * POAPPR PROFILES, LEAVES THE TABLE EMPTY AND NO BUYER           *
      * AUTHORIZED.                                                    *
      *----------------------------------------------------------------*
       01  WS-PROFILE-TABLE.
           05  WS-OP-ENTRY OCCURS 50 TIMES INDEXED BY WS-OP-IDX.
               10  WS-OP-OPERATOR-ID  PIC X(08).
               10  WS-OP-ALLOWED-CODES PIC X(10).
               10  WS-OP-MAX-QUANTITY PIC S9(05) COMP-3.
               10  WS-OP-MAX-AMOUNT   PIC S9(07)V99 COMP-3.

       01  WS-PROFILE-TABLE-CONTROL.
           05  WS-OP-ENTRY-COUNT      PIC 9(03) VALUE ZEROS.
           05  WS-OP-ENTRY-LIMIT      PIC 9(03) VALUE 050.
           05  WS-OP-LOAD-EOF-SW      PIC X(01) VALUE 'N'.
               88  PROFILE-LOAD-EOF   VALUE 'Y'.
           05  WS-PROGRAM-STAMP       PIC X(08) VALUE 'POAPPR'.

       01  WS-AUTH-WORK.
           05  WS-AUTH-OK-SW          PIC X(01) VALUE 'Y'.
               88  OPERATOR-AUTHORIZED VALUE 'Y'.
           05  WS-AUTH-REASON         PIC X(18).
           05  WS-OP-FOUND-SW         PIC X(01).
               88  PROFILE-FOUND      VALUE 'Y'.
           05  WS-CODE-SUB            PIC 9(02).

      *----------------------------------------------------------------*
      * OPEN PO LINES WHOSE DOCUMENT IS DUE, BUBBLE-SORTED BY SUPPLIER *
      * AND PO NUMBER SO EACH SUPPLIER GETS ONE DOCUMENT. A LINE THAT  *
      * WILL NOT FIT IS REPORTED LOUDLY AND STAYS DUE FOR NEXT RUN.    *
      *----------------------------------------------------------------*
       01  WS-DOC-TABLE.
           05  WS-DC-ENTRY OCCURS 1000 TIMES
                           INDEXED BY WS-DC-IDX, WS-DC-CMP-IDX.
               10  WS-DC-SORT-KEY.
                   15  WS-DC-SUPPLIER-ID
                                      PIC X(06).
                   15  WS-DC-PO-NUMBER
                                      PIC X(15).
               10  WS-DC-ITEM-CODE    PIC X(10).
               10  WS-DC-ORDER-QTY    PIC S9(05) COMP-3.
               10  WS-DC-UNIT-COST    PIC S9(05)V99 COMP-3.
               10  WS-DC-CURRENCY     PIC X(03).
               10  WS-DC-SHIP-CUST-ID PIC X(06).
               10  WS-DC-SHIP-SEQ     PIC 9(03).

       01  WS-DOC-CONTROL.
           05  WS-DC-ENTRY-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-DC-ENTRY-LIMIT      PIC 9(05) VALUE 01000.
           05  WS-DC-LAST-SUPPLIER    PIC X(06) VALUE SPACES.
           05  WS-DC-SUPPLIER-TOTAL   PIC S9(09)V99 COMP-3.
           05  WS-DC-LINE-VALUE       PIC S9(09)V99 COMP-3.

       01  WS-SORT-WORK.
           05  WS-DC-SWAPPED-SW       PIC X(01).
               88  DC-ENTRIES-SWAPPED VALUE 'Y'.
           05  WS-DC-SAVE-ENTRY       PIC X(50).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(32)
                       VALUE 'PURCHASE ORDER APPROVAL REGISTER'.
           05  FILLER                 PIC X(14) VALUE SPACES.
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
           05  FILLER                 PIC X(09) VALUE 'ACTION   '.
           05  FILLER                 PIC X(17) VALUE 'PO NUMBER'.
           05  FILLER                 PIC X(12) VALUE 'ITEM CODE   '.
           05  FILLER                 PIC X(09) VALUE 'SUPPLIER '.
           05  FILLER                 PIC X(10) VALUE 'QUANTITY  '.
           05  FILLER                 PIC X(15) VALUE '       PO VALUE'.
           05  FILLER                 PIC X(05) VALUE ' CUR '.
           05  FILLER                 PIC X(10) VALUE 'OPERATOR  '.
           05  FILLER                 PIC X(30) VALUE 'RESULT'.
           05  FILLER                 PIC X(15) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-ACTION           PIC X(09).
           05  WS-DL-PO-NUMBER        PIC X(17).
           05  WS-DL-ITEM-CODE        PIC X(12).
           05  WS-DL-SUPPLIER-ID      PIC X(09).
           05  WS-DL-QUANTITY         PIC Z(04)9.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  WS-DL-PO-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-CURRENCY         PIC X(04).
           05  WS-DL-OPERATOR         PIC X(10).
           05  WS-DL-RESULT           PIC X(30).
           05  FILLER                 PIC X(15) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(06) VALUE 'READ: '.
           05  WS-SL-READ-COUNT       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE ' APPROVED: '.
           05  WS-SL-APPROVED-COUNT   PIC ZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE ' REJECTED: '.
           05  WS-SL-REJECTED-COUNT   PIC ZZ,ZZ9.
           05  FILLER                 PIC X(09) VALUE ' ERRORS: '.
           05  WS-SL-ERROR-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE ' DOCUMENTS: '.
           05  WS-SL-DOCUMENT-COUNT   PIC ZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE ' PO LINES: '.
           05  WS-SL-DOC-LINE-COUNT   PIC ZZ,ZZ9.
           05  FILLER                 PIC X(16) VALUE SPACES.

      *----------------------------------------------------------------*
      * SUPPLIER PO DOCUMENT LINES (PODOCS).                           *
      *----------------------------------------------------------------*
       01  WS-DOC-BREAK-LINE.
           05  FILLER                 PIC X(40) VALUE ALL '='.
           05  FILLER                 PIC X(92) VALUE SPACES.

       01  WS-DOC-TITLE-LINE.
           05  FILLER                 PIC X(26)
                       VALUE 'PURCHASE ORDER  SUPPLIER: '.
           05  WS-DT-SUPPLIER-ID      PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DT-SUPPLIER-NAME    PIC X(30).
           05  FILLER                 PIC X(08) VALUE '  DATE: '.
           05  WS-DT-ISSUE-DATE       PIC 9(08).
           05  FILLER                 PIC X(52) VALUE SPACES.

       01  WS-DOC-ADDR-LINE.
           05  FILLER                 PIC X(34) VALUE SPACES.
           05  WS-DA-SUPPLIER-ADDR    PIC X(30).
           05  FILLER                 PIC X(09) VALUE '  PHONE: '.
           05  WS-DA-SUPPLIER-PHONE   PIC X(13).
           05  FILLER                 PIC X(46) VALUE SPACES.

       01  WS-DOC-COLUMN-HEADER.
           05  FILLER                 PIC X(17) VALUE 'PO NUMBER'.
           05  FILLER                 PIC X(12) VALUE 'OUR ITEM'.
           05  FILLER                 PIC X(17) VALUE 'YOUR PART NO'.
           05  FILLER                 PIC X(31) VALUE 'DESCRIPTION'.
           05  FILLER                 PIC X(10) VALUE 'QUANTITY'.
           05  FILLER                 PIC X(12) VALUE 'UNIT COST'.
           05  FILLER                 PIC X(15) VALUE '       EXTENDED'.
           05  FILLER                 PIC X(05) VALUE ' CUR'.
           05  FILLER                 PIC X(13) VALUE SPACES.

       01  WS-DOC-DETAIL-LINE.
           05  WS-DD-PO-NUMBER        PIC X(17).
           05  WS-DD-ITEM-CODE        PIC X(12).
           05  WS-DD-SUP-PART         PIC X(17).
           05  WS-DD-DESCRIPTION      PIC X(31).
           05  WS-DD-QUANTITY         PIC Z(04)9.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  WS-DD-UNIT-COST        PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DD-EXTENDED         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DD-CURRENCY         PIC X(05).
           05  FILLER                 PIC X(13) VALUE SPACES.

       01  WS-DOC-SHIP-LINE.
           05  FILLER                 PIC X(29) VALUE SPACES.
           05  FILLER                 PIC X(19)
                                      VALUE 'DELIVER DIRECT TO: '.
           05  WS-DS-SHIP-NAME        PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DS-SHIP-ADDR        PIC X(30).
           05  FILLER                 PIC X(22) VALUE SPACES.

       01  WS-DOC-TOTAL-LINE.
           05  FILLER                 PIC X(85) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'PO TOTAL: '.
           05  WS-DX-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-DECISIONS
               UNTIL END-OF-FILE

           IF NOT OPEN-ERROR
               PERFORM 3000-COLLECT-DUE-DOCUMENTS
               PERFORM 3300-SORT-DOCUMENT-LINES
               PERFORM 3500-PRINT-PO-DOCUMENTS
           END-IF

           PERFORM 4000-TERMINATION
           GOBACK
           .

       1000-INITIALIZATION.
           OPEN INPUT  APPROVAL-FILE
                I-O    PO-FILE
                I-O    INVENTORY-FILE
                INPUT  SUPPLIER-FILE
                INPUT  CATALOG-FILE
                INPUT  CUSTOMER-FILE
                INPUT  SHIP-TO-FILE
                OUTPUT REPORT-FILE
                OUTPUT DOCUMENT-FILE

           IF NOT APPROVAL-SUCCESS
               DISPLAY 'ERROR OPENING APPROVAL FILE: '
                       WS-APPROVAL-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT PO-SUCCESS
               DISPLAY 'ERROR OPENING OPEN PO FILE: ' WS-PO-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
               MOVE 'Y' TO WS-OPEN-ERROR-SW
           END-IF

           IF NOT INV-SUCCESS
               DISPLAY 'ERROR OPENING INVENTORY FILE: ' WS-INV-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
               MOVE 'Y' TO WS-OPEN-ERROR-SW
           END-IF

           IF NOT SUPPLIER-SUCCESS
               DISPLAY 'ERROR OPENING SUPPLIER FILE: '
                       WS-SUPPLIER-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
               MOVE 'Y' TO WS-OPEN-ERROR-SW
           END-IF

           IF NOT CATALOG-SUCCESS
               DISPLAY 'ERROR OPENING CATALOG FILE: '
                       WS-CATALOG-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
               MOVE 'Y' TO WS-OPEN-ERROR-SW
           END-IF

           IF NOT CUST-SUCCESS
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-CUST-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
               MOVE 'Y' TO WS-OPEN-ERROR-SW
           END-IF

           IF NOT SHIP-TO-SUCCESS
               DISPLAY 'ERROR OPENING SHIP-TO FILE: '
                       WS-SHIP-TO-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
               MOVE 'Y' TO WS-OPEN-ERROR-SW
           END-IF

           IF NOT REPORT-SUCCESS
               DISPLAY 'ERROR OPENING REPORT FILE: ' WS-REPORT-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
               MOVE 'Y' TO WS-OPEN-ERROR-SW
           END-IF

           IF NOT DOCUMENT-SUCCESS
               DISPLAY 'ERROR OPENING PO DOCUMENT FILE: '
                       WS-DOCUMENT-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
               MOVE 'Y' TO WS-OPEN-ERROR-SW
           END-IF

           OPEN EXTEND JOURNAL-FILE

           IF JOURNAL-NO-FILE
               OPEN OUTPUT JOURNAL-FILE
           END-IF

           IF NOT JOURNAL-SUCCESS
               DISPLAY 'ERROR OPENING RECOVERY JOURNAL: '
                       WS-JOURNAL-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
               MOVE 'Y' TO WS-OPEN-ERROR-SW
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-MONTH TO WS-HEADER-MONTH
           MOVE WS-CURRENT-DAY TO WS-HEADER-DAY
           MOVE WS-CURRENT-YEAR TO WS-HEADER-YEAR

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADER

           PERFORM 1300-LOAD-OPERATOR-PROFILES

           IF NOT END-OF-FILE
               READ APPROVAL-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               END-READ
           END-IF
           .

      *----------------------------------------------------------------*
      * LOADS THIS PROGRAM'S OPERATOR PROFILES. NO DATASET, OR NO      *
      * POAPPR PROFILES ON IT, LEAVES THE TABLE EMPTY AND EVERY        *
      * TRANSACTION IS REFUSED.                                        *
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
                       DISPLAY 'POAPPR: PROFILE TABLE FULL AT '
                               WS-OP-ENTRY-LIMIT ' -- '
                               OPR-OPERATOR-ID ' NOT LOADED'
                   ELSE
                       ADD 1 TO WS-OP-ENTRY-COUNT
                       SET WS-OP-IDX TO WS-OP-ENTRY-COUNT
                       MOVE OPR-OPERATOR-ID
                         TO WS-OP-OPERATOR-ID(WS-OP-IDX)
                       MOVE OPR-ALLOWED-CODES
                         TO WS-OP-ALLOWED-CODES(WS-OP-IDX)
                       MOVE OPR-MAX-QUANTITY
                         TO WS-OP-MAX-QUANTITY(WS-OP-IDX)
                       MOVE OPR-MAX-AMOUNT
                         TO WS-OP-MAX-AMOUNT(WS-OP-IDX)
                   END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * BEFORE-THE-FACT AUTHORIZATION: THE BUYER MUST HOLD A PROFILE   *
      * FOR THIS PROGRAM WITH THE ACTION CODE IN ITS ALLOWED LIST.     *
      * WITH NO PROFILES LOADED NO ONE IS AUTHORIZED. A FOUND          *
      * PROFILE IS LEFT UNDER WS-OP-IDX FOR THE APPROVAL CAP CHECK.    *
      *----------------------------------------------------------------*
       1400-CHECK-OPERATOR-AUTH.
           MOVE 'Y' TO WS-AUTH-OK-SW
           MOVE 'N' TO WS-OP-FOUND-SW
           MOVE SPACES TO WS-AUTH-REASON

           IF WS-OP-ENTRY-COUNT = ZEROS
               MOVE 'N' TO WS-AUTH-OK-SW
               MOVE 'NO POAPPR PROFILES' TO WS-AUTH-REASON
           ELSE
               PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                       UNTIL WS-OP-IDX > WS-OP-ENTRY-COUNT
                          OR PROFILE-FOUND
                   IF WS-OP-OPERATOR-ID(WS-OP-IDX) =
                      PA-OPERATOR-ID
                       MOVE 'Y' TO WS-OP-FOUND-SW
                   END-IF
               END-PERFORM

               IF NOT PROFILE-FOUND
                   MOVE 'N' TO WS-AUTH-OK-SW
                   MOVE 'OPER NOT ON FILE' TO WS-AUTH-REASON
               ELSE
                   SET WS-OP-IDX DOWN BY 1
                   MOVE 'N' TO WS-AUTH-OK-SW

                   PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                           UNTIL WS-CODE-SUB > 10
                              OR OPERATOR-AUTHORIZED
                       IF WS-OP-ALLOWED-CODES(WS-OP-IDX)
                              (WS-CODE-SUB:1) = PA-ACTION
                          AND PA-ACTION NOT = SPACE
                           MOVE 'Y' TO WS-AUTH-OK-SW
                       END-IF
                   END-PERFORM

                   IF NOT OPERATOR-AUTHORIZED
                       MOVE 'ACTION NOT ALLOWED' TO WS-AUTH-REASON
                   END-IF
               END-IF
           END-IF
           .

       2000-PROCESS-DECISIONS.
           ADD 1 TO WS-READ-COUNT

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE PA-PO-NUMBER TO WS-DL-PO-NUMBER
           MOVE PA-OPERATOR-ID TO WS-DL-OPERATOR
           MOVE ZEROS TO WS-DL-QUANTITY
           MOVE ZEROS TO WS-DL-PO-VALUE

           EVALUATE TRUE
               WHEN PA-APPROVE
                   MOVE 'APPROVE' TO WS-DL-ACTION
               WHEN PA-REJECT
                   MOVE 'REJECT' TO WS-DL-ACTION
               WHEN OTHER
                   MOVE 'INVALID' TO WS-DL-ACTION
           END-EVALUATE

           PERFORM 1400-CHECK-OPERATOR-AUTH

           EVALUATE TRUE
               WHEN PA-OPERATOR-ID = SPACES
                   MOVE 'MISSING OPERATOR ID' TO WS-DL-RESULT
                   ADD 1 TO WS-ERROR-COUNT
               WHEN NOT PA-VALID-ACTION
                   MOVE 'INVALID ACTION CODE' TO WS-DL-RESULT
                   ADD 1 TO WS-ERROR-COUNT
               WHEN NOT OPERATOR-AUTHORIZED
                   MOVE WS-AUTH-REASON TO WS-DL-RESULT
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   PERFORM 2100-APPLY-DECISION
           END-EVALUATE

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE

           READ APPROVAL-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           END-READ
           .

       2100-APPLY-DECISION.
           MOVE PA-PO-NUMBER TO PO-NUMBER

           READ PO-FILE
               INVALID KEY
                   MOVE 'PO NOT ON FILE' TO WS-DL-RESULT
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE PO-ITEM-CODE TO WS-DL-ITEM-CODE
                   MOVE PO-SUPPLIER-ID TO WS-DL-SUPPLIER-ID
                   MOVE PO-ORDER-QTY TO WS-DL-QUANTITY
                   MOVE PO-CURRENCY-CODE TO WS-DL-CURRENCY
                   COMPUTE WS-PO-VALUE = PO-ORDER-QTY * PO-UNIT-COST
                   MOVE WS-PO-VALUE TO WS-DL-PO-VALUE

                   IF NOT PO-LINE-PENDING
                       MOVE 'PO NOT PENDING APPROVAL'
                         TO WS-DL-RESULT
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       IF PA-APPROVE
                           PERFORM 2200-APPROVE-PO
                       ELSE
                           PERFORM 2300-REJECT-PO
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * THE BUYER'S PROFILE CAP IS COMPARED WITH THE PO VALUE IN THE   *
      * PO'S OWN CURRENCY, AS IT WAS RAISED.                           *
      *----------------------------------------------------------------*
       2200-APPROVE-PO.
           IF PROFILE-FOUND
              AND WS-OP-MAX-AMOUNT(WS-OP-IDX) > ZERO
              AND WS-PO-VALUE > WS-OP-MAX-AMOUNT(WS-OP-IDX)
               MOVE 'OVER BUYER APPROVAL LIMIT' TO WS-DL-RESULT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE 'O' TO PO-STATUS
               MOVE PA-OPERATOR-ID TO PO-APPROVER-ID
               MOVE 'N' TO PO-DOC-SW

               REWRITE PURCHASE-ORDER-DETAILS
                   INVALID KEY
                       MOVE 'PO REWRITE ERROR' TO WS-DL-RESULT
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       MOVE 'APPROVED - DOCUMENT DUE' TO WS-DL-RESULT
                       ADD 1 TO WS-APPROVED-COUNT
               END-REWRITE
           END-IF
           .

      *----------------------------------------------------------------*
      * THE ON-ORDER QUANTITY IS BACKED OUT FIRST, AND THE LINE GOES   *
      * TO REJECTED ONLY WHEN THAT WORKED (OR THE ITEM IS NO LONGER ON *
      * FILE, SO THERE IS NOTHING TO BACK OUT); OTHERWISE IT STAYS     *
      * PENDING AND THE REJECTION CAN BE RESUBMITTED. IF THE PO        *
      * REWRITE THEN FAILS, THE QUANTITY IS PUT BACK ON ORDER SO THE   *
      * TWO FILES STILL AGREE.                                         *
      *----------------------------------------------------------------*
       2300-REJECT-PO.
           PERFORM 2350-BACK-OUT-ON-ORDER

           IF NOT BACK-OUT-FAILED
               MOVE 'R' TO PO-STATUS
               MOVE PA-OPERATOR-ID TO PO-APPROVER-ID

               REWRITE PURCHASE-ORDER-DETAILS
                   INVALID KEY
                       MOVE 'PO REWRITE ERROR' TO WS-DL-RESULT
                       ADD 1 TO WS-ERROR-COUNT
                       IF ON-ORDER-BACKED-OUT
                           PERFORM 2360-RESTORE-ON-ORDER
                       END-IF
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN BACK-OUT-ITEM-MISSING
                               MOVE 'REJECTED - ITEM NOT ON FILE'
                                 TO WS-DL-RESULT
                               ADD 1 TO WS-ERROR-COUNT
                           WHEN PA-NOTE = SPACES
                               MOVE 'REJECTED' TO WS-DL-RESULT
                           WHEN OTHER
                               MOVE PA-NOTE TO WS-DL-RESULT
                       END-EVALUATE
                       ADD 1 TO WS-REJECTED-COUNT
               END-REWRITE
           END-IF
           .

      *----------------------------------------------------------------*
      * THE QUANTITY INVNTRY PUT ON ORDER WHEN IT RAISED THE LINE      *
      * COMES BACK OFF (NEVER BELOW ZERO), SO THE NEXT REORDER PASS    *
      * SEES THE ITEM AS NOT ON ORDER AND CAN RAISE IT AFRESH. THE     *
      * AMOUNT ACTUALLY TAKEN OFF IS KEPT IN CASE IT MUST GO BACK.     *
      *----------------------------------------------------------------*
       2350-BACK-OUT-ON-ORDER.
           MOVE 'N' TO WS-BACK-OUT-SW
           MOVE ZEROS TO WS-BACKED-OUT-QTY
           COMPUTE WS-OPEN-QTY = PO-ORDER-QTY - PO-RECEIVED-QTY
           MOVE PO-ITEM-CODE TO INV-ITEM-CODE

           READ INVENTORY-FILE
               INVALID KEY
                   MOVE 'M' TO WS-BACK-OUT-SW
               NOT INVALID KEY
                   MOVE SPACES TO WS-JRN-BEFORE
                   MOVE INVENTORY-DETAILS TO WS-JRN-BEFORE
                   MOVE INV-ON-ORDER TO WS-BACKED-OUT-QTY
                   SUBTRACT WS-OPEN-QTY FROM INV-ON-ORDER

                   IF INV-ON-ORDER < ZERO
                       MOVE ZEROS TO INV-ON-ORDER
                   END-IF

                   SUBTRACT INV-ON-ORDER FROM WS-BACKED-OUT-QTY

                   REWRITE INVENTORY-DETAILS
                       INVALID KEY
                           MOVE 'NOT REJECTED - ON-ORDER ERROR'
                             TO WS-DL-RESULT
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-BACK-OUT-SW
                           MOVE 'INVFILE' TO WS-JRN-FILE-CODE
                           MOVE 'R' TO WS-JRN-ACTION-CODE
                           MOVE INV-ITEM-CODE TO WS-JRN-KEY-VALUE
                           MOVE SPACES TO WS-JRN-AFTER
                           MOVE INVENTORY-DETAILS TO WS-JRN-AFTER
                           PERFORM 2980-WRITE-JOURNAL-RECORD
                   END-REWRITE
           END-READ
           .

       2360-RESTORE-ON-ORDER.
           MOVE PO-ITEM-CODE TO INV-ITEM-CODE

           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY 'POAPPR: ON-ORDER NOT RESTORED FOR '
                           PO-ITEM-CODE ' -- ITEM NOT ON FILE'
               NOT INVALID KEY
                   MOVE SPACES TO WS-JRN-BEFORE
                   MOVE INVENTORY-DETAILS TO WS-JRN-BEFORE
                   ADD WS-BACKED-OUT-QTY TO INV-ON-ORDER

                   REWRITE INVENTORY-DETAILS
                       INVALID KEY
                           DISPLAY 'POAPPR: ON-ORDER NOT RESTORED FOR '
                                   PO-ITEM-CODE ' -- REWRITE FAILED'
                       NOT INVALID KEY
                           MOVE 'INVFILE' TO WS-JRN-FILE-CODE
                           MOVE 'R' TO WS-JRN-ACTION-CODE
                           MOVE INV-ITEM-CODE TO WS-JRN-KEY-VALUE
                           MOVE SPACES TO WS-JRN-AFTER
                           MOVE INVENTORY-DETAILS TO WS-JRN-AFTER
                           PERFORM 2980-WRITE-JOURNAL-RECORD
                   END-REWRITE
           END-READ
           .

      *----------------------------------------------------------------*
      * ONE JOURNAL RECORD PER MASTER CHANGE, IN THE SHARED JRNCOPY    *
      * FORMAT THE RECOVERY UTILITY CONSUMES. THE CALLER STAGES THE    *
      * FILE, ACTION, KEY, AND IMAGES.                                 *
      *----------------------------------------------------------------*
       2980-WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-TIME-STAMP

           MOVE SPACES TO JOURNAL-DETAILS
           MOVE WS-JRN-FILE-CODE TO JRN-FILE-ID
           MOVE WS-JRN-ACTION-CODE TO JRN-ACTION
           MOVE WS-CURRENT-DATE TO JRN-DATE
           MOVE WS-JRN-TIME TO JRN-TIME
           MOVE 'POAPPR' TO JRN-PROGRAM-ID
           MOVE PA-OPERATOR-ID TO JRN-OPERATOR-ID
           MOVE WS-JRN-KEY-VALUE TO JRN-KEY
           MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
           MOVE WS-JRN-AFTER TO JRN-AFTER-IMAGE

           WRITE JOURNAL-DETAILS
           .

      *----------------------------------------------------------------*
      * ONE PASS OVER POFILE FOR THE OPEN LINES WHOSE DOCUMENT IS DUE. *
      * A LINE RAISED BEFORE POFILE CARRIED THE DOCUMENT SWITCH IS     *
      * BLANK THERE AND IS TAKEN AS ALREADY SENT.                      *
      *----------------------------------------------------------------*
       3000-COLLECT-DUE-DOCUMENTS.
           MOVE 'N' TO WS-PO-SCAN-EOF-SW
           MOVE LOW-VALUES TO PO-NUMBER

           START PO-FILE KEY IS NOT LESS THAN PO-NUMBER
               INVALID KEY MOVE 'Y' TO WS-PO-SCAN-EOF-SW
           END-START

           PERFORM 3100-CHECK-ONE-PO-LINE
               UNTIL PO-SCAN-EOF
           .

       3100-CHECK-ONE-PO-LINE.
           READ PO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PO-SCAN-EOF-SW
               NOT AT END
                   IF PO-LINE-OPEN AND PO-DOC-DUE
                       PERFORM 3110-ADD-DOCUMENT-LINE
                   END-IF
           END-READ
           .

       3110-ADD-DOCUMENT-LINE.
           IF WS-DC-ENTRY-COUNT >= WS-DC-ENTRY-LIMIT
               DISPLAY 'POAPPR: DOCUMENT TABLE FULL AT '
                       WS-DC-ENTRY-LIMIT ' -- ' PO-NUMBER
                       ' LEFT FOR THE NEXT RUN'
           ELSE
               ADD 1 TO WS-DC-ENTRY-COUNT
               SET WS-DC-IDX TO WS-DC-ENTRY-COUNT

               MOVE PO-SUPPLIER-ID TO WS-DC-SUPPLIER-ID(WS-DC-IDX)
               MOVE PO-NUMBER TO WS-DC-PO-NUMBER(WS-DC-IDX)
               MOVE PO-ITEM-CODE TO WS-DC-ITEM-CODE(WS-DC-IDX)
               MOVE PO-ORDER-QTY TO WS-DC-ORDER-QTY(WS-DC-IDX)
               MOVE PO-UNIT-COST TO WS-DC-UNIT-COST(WS-DC-IDX)
               MOVE PO-CURRENCY-CODE TO WS-DC-CURRENCY(WS-DC-IDX)
               MOVE PO-SHIP-CUST-ID TO WS-DC-SHIP-CUST-ID(WS-DC-IDX)

               IF PO-SHIP-SEQ NUMERIC
                   MOVE PO-SHIP-SEQ TO WS-DC-SHIP-SEQ(WS-DC-IDX)
               ELSE
                   MOVE ZEROS TO WS-DC-SHIP-SEQ(WS-DC-IDX)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * BUBBLE SORT BY SUPPLIER AND PO NUMBER, THE SAME SHAPE PICKLIST *
      * SORTS ITS PICK WORK. ENTRIES ARE SWAPPED WHOLE.                *
      *----------------------------------------------------------------*
       3300-SORT-DOCUMENT-LINES.
           MOVE 'Y' TO WS-DC-SWAPPED-SW

           PERFORM UNTIL NOT DC-ENTRIES-SWAPPED
               MOVE 'N' TO WS-DC-SWAPPED-SW

               PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                       UNTIL WS-DC-IDX >= WS-DC-ENTRY-COUNT
                   SET WS-DC-CMP-IDX TO WS-DC-IDX
                   SET WS-DC-CMP-IDX UP BY 1

                   IF WS-DC-SORT-KEY(WS-DC-CMP-IDX) <
                      WS-DC-SORT-KEY(WS-DC-IDX)
                       MOVE WS-DC-ENTRY(WS-DC-IDX)
                         TO WS-DC-SAVE-ENTRY
                       MOVE WS-DC-ENTRY(WS-DC-CMP-IDX)
                         TO WS-DC-ENTRY(WS-DC-IDX)
                       MOVE WS-DC-SAVE-ENTRY
                         TO WS-DC-ENTRY(WS-DC-CMP-IDX)
                       MOVE 'Y' TO WS-DC-SWAPPED-SW
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       3500-PRINT-PO-DOCUMENTS.
           MOVE SPACES TO WS-DC-LAST-SUPPLIER
           MOVE ZEROS TO WS-DC-SUPPLIER-TOTAL

           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-ENTRY-COUNT
               IF WS-DC-SUPPLIER-ID(WS-DC-IDX) NOT = WS-DC-LAST-SUPPLIER
                   IF WS-DC-IDX > 1
                       PERFORM 3590-PRINT-DOCUMENT-TOTAL
                   END-IF
                   PERFORM 3510-START-SUPPLIER-DOCUMENT
               END-IF

               PERFORM 3520-PRINT-DOCUMENT-LINE
               PERFORM 3560-MARK-DOCUMENT-PRINTED
           END-PERFORM

           IF WS-DC-ENTRY-COUNT > ZERO
               PERFORM 3590-PRINT-DOCUMENT-TOTAL
           END-IF
           .

       3510-START-SUPPLIER-DOCUMENT.
           MOVE WS-DC-SUPPLIER-ID(WS-DC-IDX) TO WS-DC-LAST-SUPPLIER
           MOVE ZEROS TO WS-DC-SUPPLIER-TOTAL
           ADD 1 TO WS-DOCUMENT-COUNT

           MOVE WS-DC-SUPPLIER-ID(WS-DC-IDX) TO WS-DT-SUPPLIER-ID
           MOVE WS-CURRENT-DATE-NUM TO WS-DT-ISSUE-DATE
           MOVE WS-DC-SUPPLIER-ID(WS-DC-IDX) TO SUP-ID

           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE 'SUPPLIER NOT ON FILE' TO WS-DT-SUPPLIER-NAME
                   MOVE SPACES TO WS-DA-SUPPLIER-ADDR
                   MOVE SPACES TO WS-DA-SUPPLIER-PHONE
               NOT INVALID KEY
                   MOVE SUP-NAME TO WS-DT-SUPPLIER-NAME
                   MOVE SUP-ADDR TO WS-DA-SUPPLIER-ADDR
                   MOVE SUP-PHONE TO WS-DA-SUPPLIER-PHONE
           END-READ

           WRITE DOCUMENT-RECORD FROM WS-DOC-BREAK-LINE
           WRITE DOCUMENT-RECORD FROM WS-DOC-TITLE-LINE
           WRITE DOCUMENT-RECORD FROM WS-DOC-ADDR-LINE
           WRITE DOCUMENT-RECORD FROM SPACES
           WRITE DOCUMENT-RECORD FROM WS-DOC-COLUMN-HEADER
           .

      *----------------------------------------------------------------*
      * THE SUPPLIER'S OWN PART NUMBER COMES FROM THE CATALOG ENTRY    *
      * FOR THIS ITEM AND SUPPLIER; A LINE SOURCED OFF THE ITEM'S      *
      * HARD-WIRED SUPPLIER WITH NO CATALOG ENTRY PRINTS IT BLANK.     *
      * BLANK CURRENCY IS LOCAL.                                       *
      *----------------------------------------------------------------*
       3520-PRINT-DOCUMENT-LINE.
           MOVE WS-DC-PO-NUMBER(WS-DC-IDX) TO WS-DD-PO-NUMBER
           MOVE WS-DC-ITEM-CODE(WS-DC-IDX) TO WS-DD-ITEM-CODE
           MOVE WS-DC-ORDER-QTY(WS-DC-IDX) TO WS-DD-QUANTITY
           MOVE WS-DC-UNIT-COST(WS-DC-IDX) TO WS-DD-UNIT-COST

           COMPUTE WS-DC-LINE-VALUE =
               WS-DC-ORDER-QTY(WS-DC-IDX) * WS-DC-UNIT-COST(WS-DC-IDX)
           MOVE WS-DC-LINE-VALUE TO WS-DD-EXTENDED
           ADD WS-DC-LINE-VALUE TO WS-DC-SUPPLIER-TOTAL

           IF WS-DC-CURRENCY(WS-DC-IDX) = SPACES
               MOVE 'LOCAL' TO WS-DD-CURRENCY
           ELSE
               MOVE WS-DC-CURRENCY(WS-DC-IDX) TO WS-DD-CURRENCY
           END-IF

           MOVE WS-DC-ITEM-CODE(WS-DC-IDX) TO CAT-ITEM-CODE
           MOVE WS-DC-SUPPLIER-ID(WS-DC-IDX) TO CAT-SUPPLIER-ID

           READ CATALOG-FILE
               INVALID KEY
                   MOVE SPACES TO WS-DD-SUP-PART
               NOT INVALID KEY
                   MOVE CAT-SUP-PART-NUMBER TO WS-DD-SUP-PART
           END-READ

           MOVE WS-DC-ITEM-CODE(WS-DC-IDX) TO INV-ITEM-CODE

           READ INVENTORY-FILE
               INVALID KEY
                   MOVE SPACES TO WS-DD-DESCRIPTION
               NOT INVALID KEY
                   MOVE INV-DESCRIPTION TO WS-DD-DESCRIPTION
           END-READ

           WRITE DOCUMENT-RECORD FROM WS-DOC-DETAIL-LINE
           ADD 1 TO WS-DOC-LINE-COUNT

           IF WS-DC-SHIP-CUST-ID(WS-DC-IDX) NOT = SPACES
               PERFORM 3530-PRINT-DROP-SHIP-ADDRESS
           END-IF
           .

      *----------------------------------------------------------------*
      * A DROP-SHIP LINE GOES STRAIGHT TO THE CUSTOMER: THE SHIP-TO    *
      * SITE'S ADDRESS WHEN THE LINE NAMES ONE, OTHERWISE THE          *
      * CUSTOMER'S OWN ADDRESS -- THE SAME RULE SHIPCONF USES FOR ITS  *
      * PACKING SLIPS.                                                 *
      *----------------------------------------------------------------*
       3530-PRINT-DROP-SHIP-ADDRESS.
           MOVE WS-DC-SHIP-CUST-ID(WS-DC-IDX) TO CUST-ID

           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-DS-SHIP-NAME
                   MOVE SPACES TO WS-DS-SHIP-ADDR
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-DS-SHIP-NAME
                   MOVE CUST-ADDR TO WS-DS-SHIP-ADDR
           END-READ

           IF WS-DC-SHIP-SEQ(WS-DC-IDX) > ZEROS
               MOVE WS-DC-SHIP-CUST-ID(WS-DC-IDX) TO SHIP-CUST-ID
               MOVE WS-DC-SHIP-SEQ(WS-DC-IDX) TO SHIP-SEQ-NUMBER

               READ SHIP-TO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SHIP-ADDR TO WS-DS-SHIP-ADDR
               END-READ
           END-IF

           WRITE DOCUMENT-RECORD FROM WS-DOC-SHIP-LINE
           .

       3560-MARK-DOCUMENT-PRINTED.
           MOVE WS-DC-PO-NUMBER(WS-DC-IDX) TO PO-NUMBER

           READ PO-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE 'Y' TO PO-DOC-SW

                   REWRITE PURCHASE-ORDER-DETAILS
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                   END-REWRITE
           END-READ
           .

       3590-PRINT-DOCUMENT-TOTAL.
           MOVE WS-DC-SUPPLIER-TOTAL TO WS-DX-TOTAL

           WRITE DOCUMENT-RECORD FROM SPACES
           WRITE DOCUMENT-RECORD FROM WS-DOC-TOTAL-LINE
           WRITE DOCUMENT-RECORD FROM SPACES
           .

       4000-TERMINATION.
           MOVE WS-READ-COUNT TO WS-SL-READ-COUNT
           MOVE WS-APPROVED-COUNT TO WS-SL-APPROVED-COUNT
           MOVE WS-REJECTED-COUNT TO WS-SL-REJECTED-COUNT
           MOVE WS-ERROR-COUNT TO WS-SL-ERROR-COUNT
           MOVE WS-DOCUMENT-COUNT TO WS-SL-DOCUMENT-COUNT
           MOVE WS-DOC-LINE-COUNT TO WS-SL-DOC-LINE-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           CLOSE APPROVAL-FILE
                 PO-FILE
                 INVENTORY-FILE
                 SUPPLIER-FILE
                 CATALOG-FILE
                 CUSTOMER-FILE
                 SHIP-TO-FILE
                 JOURNAL-FILE
                 REPORT-FILE
                 DOCUMENT-FILE
           .
