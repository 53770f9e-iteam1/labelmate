      *----------------------------------------------------------------*
      * ORDMNT - OPEN CUSTOMER ORDER MAINTENANCE PROGRAM               *
      *                                                                *
      * CHANGES AN ACCEPTED ORDER AT THE CUSTOMER'S REQUEST WHILE ITS  *
      * LINES ARE STILL OPEN -- ALLOCATED ('A') BUT NOT YET CONFIRMED  *
      * PICKED BY SHIPCONF, OR HELD ('H') OR BACKORDERED ('B') AND NOT *
      * YET ALLOCATED BY ORDRLSE. ONE TRANSACTION PER CHANGE:          *
      *                                                                *
      *   Q - CHANGE THE ORDERED QUANTITY OF AN ALLOCATED LINE;        *
      *   L - CANCEL A LINE;                                           *
      *   O - CANCEL THE WHOLE ORDER (EVERY LINE STILL OPEN);          *
      *   A - ADD A LINE TO AN ORDER WITH AN ALLOCATED LINE;           *
      *   S - MOVE THE ORDER TO ANOTHER SHIP-TO SITE (OO-SHIP-SEQ).    *
      *                                                                *
      * A HELD OR BACKORDERED LINE HAS NOTHING BOOKED AGAINST IT, SO   *
      * CANCELLING ONE RELEASES NO STOCK; IT IS CLOSED ALL THE SAME SO *
      * ORDRLSE NEVER ALLOCATES IT AND PICKLIST NEVER PICKS IT. ITS    *
      * QUANTITY IS CHANGED BY CANCELLING AND ADDING IT AGAIN ONCE THE *
      * ORDER HAS BEEN RELEASED.                                       *
      *                                                                *
      * A QUANTITY CHANGE OR ADDED LINE BOOKS (OR A CUT OR CANCEL      *
      * RELEASES) ITS ALLOCATION ON THE INVENTORY MASTER AND THE       *
      * PER-LOCATION BALANCE, SO INV-ALLOCATED STAYS IN STEP WITH THE  *
      * OPEN-ORDER FILE. A KIT IS MAINTAINED THROUGH ITS 'K' PARENT    *
      * LINE: THE 'C' COMPONENT LINES ARE RESIZED, CANCELLED, OR (ON   *
      * AN ADDED KIT) EXPLODED FROM KITFILE WITH IT, AND CARRY THE     *
      * ALLOCATION AS THEY DO ON ORDENTRY. AN INCREASE MUST PASS THE   *
      * SAME AVAILABILITY TEST AND THE SAME CREDIT CHECK ORDENTRY      *
      * APPLIES -- THE ADDED VALUE ON TOP OF THE BALANCE OWED MUST FIT *
      * UNDER CUST-CREDIT-LIMIT -- OR THE TRANSACTION IS REFUSED WHOLE.*
      * A DROP-SHIP LINE HOLDS NO STOCK OF OURS AND ITS PO IS ALREADY  *
      * WITH THE SUPPLIER, SO IT IS LEFT FOR PURCHASING TO CHANGE.     *
      *                                                                *
      * EVERY OPEN-ORDER LINE WRITTEN OR REWRITTEN LANDS ON THE        *
      * OMAUDIT TRAIL WITH THE KEYING OPERATOR AND ITS BEFORE AND      *
      * AFTER IMAGES; EVERY INVFILE AND LOCFILE CHANGE IS JOURNALED TO *
      * JRNFILE IN THE SHARED JRNCOPY FORMAT. A CANCELLED LINE OR      *
      * QUANTITY CUT GOES TO ORDSTAT AS A CUSTOMER CANCELLATION ('C'), *
      * SO FILLRATE KEEPS IT APART FROM LINES WE FAILED TO FILL; AN    *
      * ADDED LINE GOES TO ORDSTAT FILLED OR REJECTED, AS ON ENTRY.    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDMNT.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO ORDMTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPEN-ORDER-FILE ASSIGN TO ORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OO-KEY
               FILE STATUS IS WS-OPEN-ORDER-STATUS.

           SELECT INVENTORY-FILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-ITEM-CODE
               FILE STATUS IS WS-INV-STATUS.

           SELECT LOCATION-FILE ASSIGN TO LOCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-KEY
               FILE STATUS IS WS-LOC-STATUS.

           SELECT KIT-FILE ASSIGN TO KITFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-KEY
               FILE STATUS IS WS-KIT-STATUS.

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

           SELECT CONTRACT-FILE ASSIGN TO CONFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-KEY
               FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT REPORT-FILE ASSIGN TO ORDMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JRNFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO OMAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ORDER-STATS-FILE ASSIGN TO ORDSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * ORDER MAINTENANCE TRANSACTIONS, ONE PER CHANGE, KEYED BY       *
      * CUSTOMER SERVICE. OM-QUANTITY IS THE NEW ORDERED QUANTITY      *
      * ('Q') OR THE QUANTITY OF THE ADDED LINE ('A'); OM-LOCATION IS  *
      * THE ADDED LINE'S PICK LOCATION (BLANK MEANS THE ITEM'S OWN);   *
      * OM-SHIP-SEQ IS THE NEW DELIVERY SITE ('S' -- ZERO MEANS THE    *
      * BILLING ADDRESS). 'O' AND 'S' NEED NO ITEM CODE.               *
      *----------------------------------------------------------------*
       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  TRANSACTION-RECORD.
           05  OM-TRAN-CODE           PIC X(01).
               88  OM-CHANGE-QTY      VALUE 'Q'.
               88  OM-CANCEL-LINE     VALUE 'L'.
               88  OM-CANCEL-ORDER    VALUE 'O'.
               88  OM-ADD-LINE        VALUE 'A'.
               88  OM-CHANGE-SHIP-TO  VALUE 'S'.
           05  OM-REFERENCE           PIC X(15).
           05  OM-ITEM-CODE           PIC X(10).
           05  OM-QUANTITY            PIC S9(05) COMP-3.
           05  OM-LOCATION            PIC X(05).
           05  OM-SHIP-SEQ            PIC 9(03).
           05  OM-OPERATOR-ID         PIC X(08).
           05  FILLER                 PIC X(35).

       FD  OPEN-ORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY ORDCOPY.

       FD  INVENTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
           COPY INVCOPY.

       FD  LOCATION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY LOCCOPY.

       FD  KIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY KITCOPY.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTCOPY.

       FD  SHIP-TO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY SHIPCOPY.

       FD  CONTRACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
           COPY CONCOPY.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

      *----------------------------------------------------------------*
      * SHARED MASTER-FILE RECOVERY JOURNAL: EVERY INVFILE OR LOCFILE  *
      * CHANGE THIS PROGRAM MAKES LANDS HERE IN THE ONE JRNCOPY        *
      * FORMAT THE RECOVERY UTILITY CONSUMES.                          *
      *----------------------------------------------------------------*
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS.
           COPY JRNCOPY.

      *----------------------------------------------------------------*
      * ORDER-CHANGE AUDIT TRAIL, THE SAME SHAPE CUSTMNT WRITES TO     *
      * CMAUDIT WITH THE IMAGES SIZED TO THE 80-BYTE OPEN-ORDER LINE.  *
      * ONE RECORD PER LINE WRITTEN OR REWRITTEN (AN ADDED LINE'S      *
      * BEFORE IMAGE IS BLANK), SO "WHO CUT THIS ORDER AND WHAT WAS    *
      * IT" IS ANSWERED FROM ONE PLACE.                                *
      *----------------------------------------------------------------*
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 197 CHARACTERS.
       01  AUDIT-RECORD.
           05  AUD-DATE.
               10  AUD-YEAR            PIC 9(04).
               10  AUD-MONTH           PIC 9(02).
               10  AUD-DAY             PIC 9(02).
           05  AUD-OPERATOR-ID         PIC X(08).
           05  AUD-REFERENCE           PIC X(15).
           05  AUD-BEFORE-IMAGE        PIC X(80).
           05  AUD-AFTER-IMAGE         PIC X(80).
           05  AUD-TIME                PIC 9(06).

      *----------------------------------------------------------------*
      * SAME ORDER-STATS-RECORD LAYOUT ORDENTRY.CBL EXTENDS TO         *
      * ORDSTAT. A CUSTOMER CANCELLATION CARRIES THE QUANTITY TAKEN    *
      * OFF THE ORDER; MAINTENANCE RECORDS CARRY NO ORDER LINE NUMBER  *
      * (THE OPEN-ORDER FILE DOES NOT KEEP ONE), SO EDIACK NEVER       *
      * MISTAKES ONE FOR THE LINE AS FIRST ENTERED.                    *
      *----------------------------------------------------------------*
       FD  ORDER-STATS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  ORDER-STATS-RECORD.
           05  OS-ORDER-DATE.
               10  OS-ORD-YEAR        PIC 9(04).
               10  OS-ORD-MONTH       PIC 9(02).
               10  OS-ORD-DAY         PIC 9(02).
           05  OS-CUST-ID             PIC X(06).
           05  OS-ITEM-CODE           PIC X(10).
           05  OS-CATEGORY            PIC X(10).
           05  OS-QUANTITY            PIC S9(05) COMP-3.
           05  OS-DISPOSITION         PIC X(01).
               88  OS-LINE-FILLED     VALUE 'F'.
               88  OS-LINE-SUBSTITUTED VALUE 'S'.
               88  OS-LINE-REJECTED   VALUE 'R'.
               88  OS-LINE-BACKORDERED VALUE 'B'.
               88  OS-LINE-CUST-CANCELLED VALUE 'C'.
           05  OS-REFERENCE           PIC X(15).
           05  OS-ORDER-LINE          PIC 9(03).
           05  FILLER                 PIC X(04).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS             PIC X(02) VALUE SPACES.
           88  TRAN-SUCCESS           VALUE '00'.
           88  TRAN-EOF               VALUE '10'.

       01  WS-OPEN-ORDER-STATUS       PIC X(02) VALUE SPACES.
           88  OPEN-ORDER-SUCCESS     VALUE '00'.
           88  OPEN-ORDER-DUPLICATE   VALUE '22'.

       01  WS-INV-STATUS              PIC X(02) VALUE SPACES.
           88  INV-SUCCESS            VALUE '00'.
           88  INV-NOT-FOUND          VALUE '23'.

       01  WS-LOC-STATUS              PIC X(02) VALUE SPACES.
           88  LOC-SUCCESS            VALUE '00'.
           88  LOC-NOT-FOUND          VALUE '23'.

       01  WS-KIT-STATUS              PIC X(02) VALUE SPACES.
           88  KIT-SUCCESS            VALUE '00'.
           88  KIT-NOT-FOUND          VALUE '23'.

       01  WS-CUST-STATUS             PIC X(02) VALUE SPACES.
           88  CUST-SUCCESS           VALUE '00'.
           88  CUST-NOT-FOUND         VALUE '23'.

       01  WS-SHIP-TO-STATUS          PIC X(02) VALUE SPACES.
           88  SHIP-TO-SUCCESS        VALUE '00'.
           88  SHIP-TO-NOT-FOUND      VALUE '23'.

       01  WS-CONTRACT-STATUS         PIC X(02) VALUE SPACES.
           88  CONTRACT-SUCCESS       VALUE '00'.
           88  CONTRACT-NOT-FOUND     VALUE '23'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-JOURNAL-STATUS          PIC X(02) VALUE SPACES.
           88  JOURNAL-SUCCESS        VALUE '00'.
           88  JOURNAL-NO-FILE        VALUE '35'.

       01  WS-AUDIT-STATUS            PIC X(02) VALUE SPACES.
           88  AUDIT-SUCCESS          VALUE '00'.

       01  WS-ORDER-STATS-STATUS      PIC X(02) VALUE SPACES.
           88  ORDER-STATS-SUCCESS    VALUE '00'.
           88  ORDER-STATS-NO-FILE    VALUE '35'.

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

       01  WS-AUDIT-WORK.
           05  WS-AUDIT-BEFORE-IMAGE  PIC X(80).
           05  WS-OPERATOR-ID         PIC X(08).

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-ORDER-SCAN-EOF-SW   PIC X(01) VALUE 'N'.
               88  ORDER-SCAN-EOF     VALUE 'Y'.
           05  WS-ORDER-TOO-BIG-SW    PIC X(01) VALUE 'N'.
               88  ORDER-TOO-BIG      VALUE 'Y'.
           05  WS-LINE-FOUND-SW       PIC X(01) VALUE 'N'.
               88  LINE-FOUND         VALUE 'Y'.
           05  WS-LINE-UPDATED-SW     PIC X(01) VALUE 'N'.
               88  LINE-UPDATED       VALUE 'Y'.
           05  WS-KIT-SCAN-EOF-SW     PIC X(01) VALUE 'N'.
               88  KIT-SCAN-EOF       VALUE 'Y'.
           05  WS-STAT-DUE-SW         PIC X(01) VALUE 'N'.
               88  STAT-DUE           VALUE 'Y'.

      *----------------------------------------------------------------*
      * WHY THE CURRENT TRANSACTION WAS REFUSED. BLANK WHILE IT IS     *
      * STILL GOOD; THE FIRST EDIT TO FAIL FILLS IT IN AND EVERY LATER *
      * STEP IS SKIPPED, SO NOTHING IS BOOKED FOR A REFUSED CHANGE.    *
      *----------------------------------------------------------------*
       01  WS-REFUSE-REASON           PIC X(20) VALUE SPACES.
           88  TRAN-VALID             VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-TRAN-READ-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-QTY-CHANGE-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-LINE-CANCEL-COUNT   PIC 9(05) VALUE ZEROS.
           05  WS-ORDER-CANCEL-COUNT  PIC 9(05) VALUE ZEROS.
           05  WS-LINE-ADD-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-SHIP-CHANGE-COUNT   PIC 9(05) VALUE ZEROS.
           05  WS-REFUSED-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-ERROR-COUNT         PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      * THE ORDER'S HEADER FIELDS, TAKEN FROM ITS FIRST OPEN LINE (OR  *
      * ITS FIRST LINE WHEN NONE IS STILL OPEN). AN ADDED LINE         *
      * INHERITS THEM, AS IF IT HAD COME IN ON THE ORDER. OPEN LINES   *
      * ARE ALLOCATED, HELD, OR BACKORDERED; ALLOCATED LINES ARE THE   *
      * ONES WITH STOCK BOOKED.                                        *
      *----------------------------------------------------------------*
       01  WS-ORDER-HEADER-WORK.
           05  WS-ORD-FOUND-SW        PIC X(01).
               88  ORDER-FOUND        VALUE 'Y'.
           05  WS-ORD-CUST-ID         PIC X(06).
           05  WS-ORD-SHIP-SEQ        PIC 9(03).
           05  WS-ORD-DATE            PIC 9(08).
           05  WS-ORD-SALESPERSON-ID  PIC X(05).
           05  WS-ORD-REGION          PIC X(03).
           05  WS-ORD-SHIP-DAYS-OUT   PIC 9(05).
           05  WS-ORD-OPEN-LINES      PIC 9(03).
           05  WS-ORD-ALLOC-LINES     PIC 9(03).

      *----------------------------------------------------------------*
      * EVERY LINE OF THE ORDER BEING MAINTAINED, LOADED FRESH FOR     *
      * EACH TRANSACTION. A CHANGE IS WORKED OUT HERE FIRST, THEN EACH *
      * LINE IS REREAD AND REWRITTEN FROM ITS ENTRY. AN ORDER LONGER   *
      * THAN THE TABLE IS REFUSED RATHER THAN HALF MAINTAINED.         *
      *----------------------------------------------------------------*
       01  WS-ORDER-LINE-TABLE.
           05  WS-OL-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-OL-IDX, WS-OL-TGT-IDX.
               10  WS-OL-ITEM-CODE    PIC X(10).
               10  WS-OL-LOCATION     PIC X(05).
               10  WS-OL-SHIP-SEQ     PIC 9(03).
               10  WS-OL-ORDER-QTY    PIC S9(05) COMP-3.
               10  WS-OL-OPEN-QTY     PIC S9(05) COMP-3.
               10  WS-OL-SHIPPED-QTY  PIC S9(05) COMP-3.
               10  WS-OL-NEW-QTY      PIC S9(05) COMP-3.
               10  WS-OL-STATUS       PIC X(01).
                   88  OL-LINE-ALLOCATED VALUE 'A'.
                   88  OL-LINE-OPEN   VALUE 'A' 'H' 'B'.
               10  WS-OL-LINE-TYPE    PIC X(01).
                   88  OL-STOCK-LINE  VALUE ' '.
                   88  OL-KIT-PARENT  VALUE 'K'.
                   88  OL-KIT-COMPONENT VALUE 'C'.
                   88  OL-DROP-SHIP   VALUE 'D'.
               10  WS-OL-KIT-ITEM     PIC X(10).

       01  WS-ORDER-LINE-CONTROL.
           05  WS-OL-COUNT            PIC 9(03) VALUE ZEROS.
           05  WS-OL-LIMIT            PIC 9(03) VALUE 100.
           05  WS-FIND-ITEM-CODE      PIC X(10).
           05  WS-KIT-GROUP-ITEM      PIC X(10).

      *----------------------------------------------------------------*
      * COMPONENTS OF A KIT BEING ADDED, EXPLODED FROM KITFILE AT THE  *
      * ADDED QUANTITY TIMES THE QUANTITY-PER, AS ORDENTRY DOES.       *
      *----------------------------------------------------------------*
       01  WS-COMPONENT-TABLE.
           05  WS-CP-ENTRY OCCURS 20 TIMES
                           INDEXED BY WS-CP-IDX.
               10  WS-CP-ITEM-CODE    PIC X(10).
               10  WS-CP-QUANTITY     PIC S9(05) COMP-3.
               10  WS-CP-LOCATION     PIC X(05).

       01  WS-COMPONENT-CONTROL.
           05  WS-CP-COUNT            PIC 9(02) VALUE ZEROS.
           05  WS-CP-LIMIT            PIC 9(02) VALUE 20.

      *----------------------------------------------------------------*
      * THE LINE BEING ADDED, STAGED FOR 2460-WRITE-NEW-ORDER-LINE.    *
      *----------------------------------------------------------------*
       01  WS-NEW-LINE-WORK.
           05  WS-NL-ITEM-CODE        PIC X(10).
           05  WS-NL-LOCATION         PIC X(05).
           05  WS-NL-QUANTITY         PIC S9(05) COMP-3.
           05  WS-NL-LINE-TYPE        PIC X(01).
           05  WS-NL-KIT-ITEM         PIC X(10).

       01  WS-QUANTITY-WORK.
           05  WS-DELTA-QTY           PIC S9(05) COMP-3.
           05  WS-STOCK-QTY           PIC S9(05) COMP-3.
           05  WS-PER-KIT-QTY         PIC S9(05) COMP-3.
           05  WS-ADJ-ITEM-CODE       PIC X(10).
           05  WS-ADJ-LOCATION        PIC X(05).
           05  WS-AV-ITEM-CODE        PIC X(10).
           05  WS-AV-LOCATION         PIC X(05).
           05  WS-AV-QUANTITY         PIC S9(05) COMP-3.

       01  WS-CREDIT-WORK.
           05  WS-PR-ITEM-CODE        PIC X(10).
           05  WS-PR-QUANTITY         PIC S9(05) COMP-3.
           05  WS-PR-ADDED-QTY        PIC S9(05) COMP-3.
           05  WS-UNIT-PRICE          PIC S9(05)V99 COMP-3.
           05  WS-CHANGE-VALUE        PIC S9(09)V99 COMP-3.
           05  WS-PROJECTED-BALANCE   PIC S9(09)V99 COMP-3.
           05  WS-CON-EFF-FROM-NUM    PIC 9(08).
           05  WS-CON-EFF-TO-NUM      PIC 9(08).

       01  WS-STAT-WORK.
           05  WS-STAT-ITEM-CODE      PIC X(10).
           05  WS-STAT-QTY            PIC S9(05) COMP-3.
           05  WS-STAT-DISPOSITION    PIC X(01).

       01  WS-REPORT-WORK.
           05  WS-TRAN-DESC           PIC X(16).
           05  WS-RPT-ITEM-CODE       PIC X(10).
           05  WS-RPT-LINE-TYPE       PIC X(01).
           05  WS-RPT-OLD-VALUE       PIC S9(05) COMP-3.
           05  WS-RPT-NEW-VALUE       PIC S9(05) COMP-3.
           05  WS-RPT-DISPOSITION     PIC X(20).

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(20)
                                      VALUE 'OPEN ORDER MAINTENAN'.
           05  FILLER                 PIC X(10) VALUE 'CE REPORT '.
           05  FILLER                 PIC X(16) VALUE SPACES.
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
           05  FILLER                 PIC X(16)
                                      VALUE 'TRANSACTION     '.
           05  FILLER                 PIC X(17)
                                      VALUE 'REFERENCE        '.
           05  FILLER                 PIC X(12) VALUE 'ITEM CODE   '.
           05  FILLER                 PIC X(06) VALUE 'TYPE  '.
           05  FILLER                 PIC X(09) VALUE '  OLD QTY'.
           05  FILLER                 PIC X(10) VALUE '   NEW QTY'.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE 'DISPOSITION'.
           05  FILLER                 PIC X(48) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-TRAN-DESC        PIC X(16).
           05  WS-DL-REFERENCE        PIC X(17).
           05  WS-DL-ITEM-CODE        PIC X(12).
           05  WS-DL-LINE-TYPE        PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-OLD-VALUE        PIC Z(04)9-.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-DL-NEW-VALUE        PIC Z(04)9-.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-DL-DISPOSITION      PIC X(20).
           05  FILLER                 PIC X(41) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(06) VALUE 'TRANS:'.
           05  WS-SL-TRAN-COUNT       PIC ZZZZ9.
           05  FILLER                 PIC X(09) VALUE ' QTY CHG:'.
           05  WS-SL-QTY-COUNT        PIC ZZZZ9.
           05  FILLER                 PIC X(10) VALUE ' LINE CXL:'.
           05  WS-SL-LINE-CXL-COUNT   PIC ZZZZ9.
           05  FILLER                 PIC X(11) VALUE ' ORDER CXL:'.
           05  WS-SL-ORDER-CXL-COUNT  PIC ZZZZ9.
           05  FILLER                 PIC X(06) VALUE ' ADDS:'.
           05  WS-SL-ADD-COUNT        PIC ZZZZ9.
           05  FILLER                 PIC X(09) VALUE ' SHIP-TO:'.
           05  WS-SL-SHIP-COUNT       PIC ZZZZ9.
           05  FILLER                 PIC X(09) VALUE ' REFUSED:'.
           05  WS-SL-REFUSED-COUNT    PIC ZZZZ9.
           05  FILLER                 PIC X(08) VALUE ' ERRORS:'.
           05  WS-SL-ERROR-COUNT      PIC ZZZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL END-OF-FILE
           PERFORM 3000-TERMINATION
           GOBACK
           .

       1000-INITIALIZATION.
           OPEN INPUT  TRANSACTION-FILE
                INPUT  KIT-FILE
                INPUT  CUSTOMER-FILE
                INPUT  SHIP-TO-FILE
                INPUT  CONTRACT-FILE
                I-O    OPEN-ORDER-FILE
                I-O    INVENTORY-FILE
                I-O    LOCATION-FILE
                OUTPUT REPORT-FILE
                OUTPUT AUDIT-FILE

           IF NOT TRAN-SUCCESS
               DISPLAY 'ERROR OPENING TRANSACTION FILE: '
                       WS-TRAN-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT KIT-SUCCESS
               DISPLAY 'ERROR OPENING KIT FILE: ' WS-KIT-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT CUST-SUCCESS
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-CUST-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT SHIP-TO-SUCCESS
               DISPLAY 'ERROR OPENING SHIP-TO FILE: '
                       WS-SHIP-TO-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT CONTRACT-SUCCESS
               DISPLAY 'ERROR OPENING CONTRACT FILE: '
                       WS-CONTRACT-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT OPEN-ORDER-SUCCESS
               DISPLAY 'ERROR OPENING OPEN ORDER FILE: '
                       WS-OPEN-ORDER-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT INV-SUCCESS
               DISPLAY 'ERROR OPENING INVENTORY FILE: ' WS-INV-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT LOC-SUCCESS
               DISPLAY 'ERROR OPENING LOCATION FILE: ' WS-LOC-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT REPORT-SUCCESS
               DISPLAY 'ERROR OPENING REPORT FILE: ' WS-REPORT-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT AUDIT-SUCCESS
               DISPLAY 'ERROR OPENING AUDIT FILE: ' WS-AUDIT-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           OPEN EXTEND JOURNAL-FILE

           IF JOURNAL-NO-FILE
               OPEN OUTPUT JOURNAL-FILE
           END-IF

           IF NOT JOURNAL-SUCCESS
               DISPLAY 'ERROR OPENING RECOVERY JOURNAL: '
                       WS-JOURNAL-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           OPEN EXTEND ORDER-STATS-FILE

           IF ORDER-STATS-NO-FILE
               OPEN OUTPUT ORDER-STATS-FILE
           END-IF

           IF NOT ORDER-STATS-SUCCESS
               DISPLAY 'ERROR OPENING ORDER STATS FILE: '
                       WS-ORDER-STATS-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-MONTH TO WS-HEADER-MONTH
           MOVE WS-CURRENT-DAY TO WS-HEADER-DAY
           MOVE WS-CURRENT-YEAR TO WS-HEADER-YEAR

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADER

           READ TRANSACTION-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           END-READ
           .

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRAN-READ-COUNT
           MOVE SPACES TO WS-REFUSE-REASON

           IF OM-OPERATOR-ID = SPACES
               MOVE 'ORDMNT' TO WS-OPERATOR-ID
           ELSE
               MOVE OM-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF

           PERFORM 2050-LOAD-ORDER-LINES

           EVALUATE TRUE
               WHEN OM-CHANGE-QTY
                   PERFORM 2100-CHANGE-QUANTITY
               WHEN OM-CANCEL-LINE
                   PERFORM 2200-CANCEL-LINE
               WHEN OM-CANCEL-ORDER
                   PERFORM 2300-CANCEL-ORDER
               WHEN OM-ADD-LINE
                   PERFORM 2400-ADD-LINE
               WHEN OM-CHANGE-SHIP-TO
                   PERFORM 2500-CHANGE-SHIP-TO
               WHEN OTHER
                   MOVE 'INVALID' TO WS-TRAN-DESC
                   MOVE 'BAD TRAN CODE' TO WS-REFUSE-REASON
           END-EVALUATE

           IF NOT TRAN-VALID
               PERFORM 2080-REPORT-REFUSAL
           END-IF

           READ TRANSACTION-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           END-READ
           .

      *----------------------------------------------------------------*
      * LOADS EVERY LINE ON FILE UNDER THE TRANSACTION'S ORDER         *
      * REFERENCE, WHATEVER ITS STATUS, AND SETTLES THE ORDER'S HEADER *
      * FIELDS AND HOW MANY OF ITS LINES ARE STILL OPEN AND ALLOCATED. *
      *----------------------------------------------------------------*
       2050-LOAD-ORDER-LINES.
           MOVE ZEROS TO WS-OL-COUNT
           MOVE ZEROS TO WS-ORD-OPEN-LINES
           MOVE ZEROS TO WS-ORD-ALLOC-LINES
           MOVE 'N' TO WS-ORD-FOUND-SW
           MOVE 'N' TO WS-ORDER-TOO-BIG-SW
           MOVE 'N' TO WS-ORDER-SCAN-EOF-SW

           MOVE OM-REFERENCE TO OO-REFERENCE
           MOVE LOW-VALUES TO OO-ITEM-CODE

           START OPEN-ORDER-FILE KEY >= OO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ORDER-SCAN-EOF-SW
           END-START

           PERFORM 2060-LOAD-ONE-LINE
               UNTIL ORDER-SCAN-EOF
           .

       2060-LOAD-ONE-LINE.
           READ OPEN-ORDER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ORDER-SCAN-EOF-SW
               NOT AT END
                   IF OO-REFERENCE NOT = OM-REFERENCE
                       MOVE 'Y' TO WS-ORDER-SCAN-EOF-SW
                   ELSE
                       PERFORM 2070-STORE-ORDER-LINE
                   END-IF
           END-READ
           .

       2070-STORE-ORDER-LINE.
           IF NOT ORDER-FOUND
               PERFORM 2075-CAPTURE-ORDER-HEADER
           END-IF

           IF OO-LINE-ALLOCATED OR OO-LINE-HELD OR OO-LINE-BACKORDERED
               ADD 1 TO WS-ORD-OPEN-LINES

               IF WS-ORD-OPEN-LINES = 1
                   PERFORM 2075-CAPTURE-ORDER-HEADER
               END-IF
           END-IF

           IF OO-LINE-ALLOCATED
               ADD 1 TO WS-ORD-ALLOC-LINES
           END-IF

           IF WS-OL-COUNT >= WS-OL-LIMIT
               IF NOT ORDER-TOO-BIG
                   DISPLAY 'ORDMNT: ORDER ' OM-REFERENCE
                           ' EXCEEDS ' WS-OL-LIMIT
                           ' LINES -- NOT MAINTAINED'
                   MOVE 'Y' TO WS-ORDER-TOO-BIG-SW
               END-IF
           ELSE
               ADD 1 TO WS-OL-COUNT
               SET WS-OL-IDX TO WS-OL-COUNT
               MOVE OO-ITEM-CODE TO WS-OL-ITEM-CODE(WS-OL-IDX)
               MOVE OO-LOCATION TO WS-OL-LOCATION(WS-OL-IDX)
               MOVE OO-SHIP-SEQ TO WS-OL-SHIP-SEQ(WS-OL-IDX)
               MOVE OO-ORDER-QTY TO WS-OL-ORDER-QTY(WS-OL-IDX)
               MOVE OO-OPEN-QTY TO WS-OL-OPEN-QTY(WS-OL-IDX)
               MOVE OO-SHIPPED-QTY TO WS-OL-SHIPPED-QTY(WS-OL-IDX)
               MOVE OO-ORDER-QTY TO WS-OL-NEW-QTY(WS-OL-IDX)
               MOVE OO-STATUS TO WS-OL-STATUS(WS-OL-IDX)
               MOVE OO-LINE-TYPE TO WS-OL-LINE-TYPE(WS-OL-IDX)
               MOVE OO-KIT-ITEM-CODE TO WS-OL-KIT-ITEM(WS-OL-IDX)
           END-IF
           .

       2075-CAPTURE-ORDER-HEADER.
           MOVE 'Y' TO WS-ORD-FOUND-SW
           MOVE OO-CUST-ID TO WS-ORD-CUST-ID
           MOVE OO-SHIP-SEQ TO WS-ORD-SHIP-SEQ
           MOVE OO-ORDER-DATE TO WS-ORD-DATE
           MOVE OO-SALESPERSON-ID TO WS-ORD-SALESPERSON-ID
           MOVE OO-REGION TO WS-ORD-REGION

           IF OO-SHIP-DAYS-OUT NUMERIC
               MOVE OO-SHIP-DAYS-OUT TO WS-ORD-SHIP-DAYS-OUT
           ELSE
               MOVE ZEROS TO WS-ORD-SHIP-DAYS-OUT
           END-IF
           .

      *----------------------------------------------------------------*
      * A REFUSED TRANSACTION GETS ONE REPORT LINE CARRYING THE        *
      * REASON; NOTHING WAS CHANGED FOR IT.                            *
      *----------------------------------------------------------------*
       2080-REPORT-REFUSAL.
           MOVE OM-ITEM-CODE TO WS-RPT-ITEM-CODE
           MOVE SPACES TO WS-RPT-LINE-TYPE
           MOVE ZEROS TO WS-RPT-OLD-VALUE
           MOVE ZEROS TO WS-RPT-NEW-VALUE

           IF OM-CHANGE-SHIP-TO
               IF OM-SHIP-SEQ NUMERIC
                   MOVE OM-SHIP-SEQ TO WS-RPT-NEW-VALUE
               END-IF
           ELSE
               IF OM-QUANTITY NUMERIC
                   MOVE OM-QUANTITY TO WS-RPT-NEW-VALUE
               END-IF
           END-IF

           MOVE WS-REFUSE-REASON TO WS-RPT-DISPOSITION
           PERFORM 2970-PRINT-DETAIL-LINE
           ADD 1 TO WS-REFUSED-COUNT
           .

       2090-FIND-ORDER-LINE.
           MOVE 'N' TO WS-LINE-FOUND-SW

           PERFORM VARYING WS-OL-IDX FROM 1 BY 1
                   UNTIL WS-OL-IDX > WS-OL-COUNT
                      OR LINE-FOUND
               IF WS-OL-ITEM-CODE(WS-OL-IDX) = WS-FIND-ITEM-CODE
                   MOVE 'Y' TO WS-LINE-FOUND-SW
                   SET WS-OL-TGT-IDX TO WS-OL-IDX
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * CHANGES A LINE'S ORDERED QUANTITY. THE NEW QUANTITY MUST STAY  *
      * ABOVE WHAT HAS ALREADY SHIPPED (TO TAKE THE LINE TO NOTHING,   *
      * CANCEL IT). A KIT PARENT TAKES ITS COMPONENTS WITH IT AT THE   *
      * QUANTITY-PER THEY WERE EXPLODED AT. AN INCREASE IS PRICED AND  *
      * CREDIT-CHECKED, AND EVERY LINE THAT GROWS MUST BE COVERED BY   *
      * AVAILABLE STOCK, BEFORE ANY OF IT IS BOOKED.                   *
      *----------------------------------------------------------------*
       2100-CHANGE-QUANTITY.
           MOVE 'CHANGE QTY' TO WS-TRAN-DESC
           MOVE OM-ITEM-CODE TO WS-FIND-ITEM-CODE
           PERFORM 2150-EDIT-TARGET-LINE

           IF TRAN-VALID
               EVALUATE TRUE
                   WHEN NOT OL-LINE-ALLOCATED(WS-OL-TGT-IDX)
                       MOVE 'LINE NOT RELEASED' TO WS-REFUSE-REASON
                   WHEN OM-QUANTITY NOT NUMERIC
                       MOVE 'BAD QUANTITY' TO WS-REFUSE-REASON
                   WHEN OM-QUANTITY NOT > ZERO
                       MOVE 'BAD QUANTITY' TO WS-REFUSE-REASON
                   WHEN OM-QUANTITY NOT >
                        WS-OL-SHIPPED-QTY(WS-OL-TGT-IDX)
                       MOVE 'BELOW SHIPPED QTY' TO WS-REFUSE-REASON
                   WHEN OM-QUANTITY = WS-OL-ORDER-QTY(WS-OL-TGT-IDX)
                       MOVE 'NO CHANGE' TO WS-REFUSE-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF TRAN-VALID
               COMPUTE WS-DELTA-QTY =
                   OM-QUANTITY - WS-OL-ORDER-QTY(WS-OL-TGT-IDX)
               MOVE OM-QUANTITY TO WS-OL-NEW-QTY(WS-OL-TGT-IDX)
               MOVE WS-OL-ITEM-CODE(WS-OL-TGT-IDX) TO WS-KIT-GROUP-ITEM

               IF OL-KIT-PARENT(WS-OL-TGT-IDX)
                   PERFORM 2170-SIZE-KIT-COMPONENTS
               END-IF
           END-IF

           IF TRAN-VALID AND WS-DELTA-QTY > ZERO
               PERFORM 2180-CHECK-INCREASE
           END-IF

           IF TRAN-VALID
               PERFORM 2190-APPLY-QUANTITY-CHANGE
           END-IF
           .

      *----------------------------------------------------------------*
      * THE LINE A 'Q' OR 'L' NAMES MUST BE ON THE ORDER AND STILL     *
      * ALLOCATED. A KIT COMPONENT IS CHANGED THROUGH ITS KIT, AND A   *
      * DROP-SHIP LINE THROUGH ITS PO, NOT HERE.                       *
      *----------------------------------------------------------------*
       2150-EDIT-TARGET-LINE.
           PERFORM 2090-FIND-ORDER-LINE

           EVALUATE TRUE
               WHEN WS-OL-COUNT = ZERO
                   MOVE 'ORDER NOT FOUND' TO WS-REFUSE-REASON
               WHEN ORDER-TOO-BIG
                   MOVE 'ORDER TOO BIG' TO WS-REFUSE-REASON
               WHEN NOT LINE-FOUND
                   MOVE 'LINE NOT FOUND' TO WS-REFUSE-REASON
               WHEN NOT OL-LINE-OPEN(WS-OL-TGT-IDX)
                   MOVE 'LINE NOT OPEN' TO WS-REFUSE-REASON
               WHEN OL-KIT-COMPONENT(WS-OL-TGT-IDX)
                   MOVE 'KIT COMPONENT LINE' TO WS-REFUSE-REASON
               WHEN OL-DROP-SHIP(WS-OL-TGT-IDX)
                   MOVE 'DROP-SHIP LINE' TO WS-REFUSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * EACH COMPONENT'S NEW QUANTITY IS ITS QUANTITY-PER (ITS ORDERED *
      * QUANTITY OVER THE KIT'S) TIMES THE KIT'S NEW QUANTITY. EVERY   *
      * COMPONENT MUST STILL BE ALLOCATED -- A KIT WITH A PART ALREADY *
      * SHIPPED OR CANCELLED CANNOT BE RESIZED WHOLE.                  *
      *----------------------------------------------------------------*
       2170-SIZE-KIT-COMPONENTS.
           PERFORM VARYING WS-OL-IDX FROM 1 BY 1
                   UNTIL WS-OL-IDX > WS-OL-COUNT
               IF OL-KIT-COMPONENT(WS-OL-IDX)
                  AND WS-OL-KIT-ITEM(WS-OL-IDX) = WS-KIT-GROUP-ITEM
                   PERFORM 2175-SIZE-ONE-COMPONENT
               END-IF
           END-PERFORM
           .

       2175-SIZE-ONE-COMPONENT.
           IF NOT OL-LINE-ALLOCATED(WS-OL-IDX)
               MOVE 'KIT PART SHIPPED' TO WS-REFUSE-REASON
           ELSE
               DIVIDE WS-OL-ORDER-QTY(WS-OL-IDX)
                   BY WS-OL-ORDER-QTY(WS-OL-TGT-IDX)
                   GIVING WS-PER-KIT-QTY

               COMPUTE WS-OL-NEW-QTY(WS-OL-IDX) =
                   WS-PER-KIT-QTY * OM-QUANTITY

               IF WS-OL-NEW-QTY(WS-OL-IDX) NOT >
                  WS-OL-SHIPPED-QTY(WS-OL-IDX)
                   MOVE 'BELOW SHIPPED QTY' TO WS-REFUSE-REASON
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * AN INCREASE: THE ADDED QUANTITY IS PRICED AND CREDIT-CHECKED   *
      * FIRST, THEN EACH LINE THAT GROWS (THE STOCK LINE ITSELF, OR    *
      * EVERY COMPONENT OF A KIT) MUST BE COVERED BY AVAILABLE STOCK   *
      * SYSTEM-WIDE AND AT ITS PICK LOCATION.                          *
      *----------------------------------------------------------------*
       2180-CHECK-INCREASE.
           MOVE WS-OL-ITEM-CODE(WS-OL-TGT-IDX) TO WS-PR-ITEM-CODE
           MOVE OM-QUANTITY TO WS-PR-QUANTITY
           MOVE WS-DELTA-QTY TO WS-PR-ADDED-QTY
           PERFORM 2800-CHECK-CREDIT

           IF TRAN-VALID
               PERFORM VARYING WS-OL-IDX FROM 1 BY 1
                       UNTIL WS-OL-IDX > WS-OL-COUNT
                          OR NOT TRAN-VALID
                   IF WS-OL-NEW-QTY(WS-OL-IDX) >
                      WS-OL-ORDER-QTY(WS-OL-IDX)
                      AND NOT OL-KIT-PARENT(WS-OL-IDX)
                       MOVE WS-OL-ITEM-CODE(WS-OL-IDX)
                         TO WS-AV-ITEM-CODE
                       MOVE WS-OL-LOCATION(WS-OL-IDX)
                         TO WS-AV-LOCATION
                       COMPUTE WS-AV-QUANTITY =
                           WS-OL-NEW-QTY(WS-OL-IDX) -
                           WS-OL-ORDER-QTY(WS-OL-IDX)
                       PERFORM 2850-CHECK-AVAILABILITY
                   END-IF
               END-PERFORM
           END-IF
           .

      *----------------------------------------------------------------*
      * BOOKS THE CHANGE: THE KIT'S COMPONENTS FIRST, THEN THE LINE    *
      * NAMED. A CUT IS A CUSTOMER CANCELLATION OF THE QUANTITY TAKEN  *
      * OFF AND GOES TO ORDSTAT AS ONE.                                *
      *----------------------------------------------------------------*
       2190-APPLY-QUANTITY-CHANGE.
           IF OL-KIT-PARENT(WS-OL-TGT-IDX)
               PERFORM VARYING WS-OL-IDX FROM 1 BY 1
                       UNTIL WS-OL-IDX > WS-OL-COUNT
                   IF OL-KIT-COMPONENT(WS-OL-IDX)
                      AND WS-OL-KIT-ITEM(WS-OL-IDX) = WS-KIT-GROUP-ITEM
                       PERFORM 2195-RESIZE-ONE-LINE
                   END-IF
               END-PERFORM
           END-IF

           SET WS-OL-IDX TO WS-OL-TGT-IDX
           PERFORM 2195-RESIZE-ONE-LINE
           ADD 1 TO WS-QTY-CHANGE-COUNT

           IF LINE-UPDATED AND WS-DELTA-QTY < ZERO
               MOVE WS-OL-ITEM-CODE(WS-OL-TGT-IDX) TO WS-STAT-ITEM-CODE
               COMPUTE WS-STAT-QTY = ZERO - WS-DELTA-QTY
               MOVE 'C' TO WS-STAT-DISPOSITION
               PERFORM 2900-WRITE-ORDER-STATS
           END-IF
           .

      *----------------------------------------------------------------*
      * RESIZES ONE LINE TO ITS NEW QUANTITY. THE OPEN-ORDER LINE IS   *
      * REWRITTEN FIRST; ONLY WHEN THAT HOLDS DOES THE DIFFERENCE BOOK *
      * (OR RELEASE) ON THE MASTERS. A KIT PARENT MOVES NO STOCK.      *
      *----------------------------------------------------------------*
       2195-RESIZE-ONE-LINE.
           MOVE WS-OL-ORDER-QTY(WS-OL-IDX) TO WS-RPT-OLD-VALUE
           MOVE WS-OL-NEW-QTY(WS-OL-IDX) TO WS-RPT-NEW-VALUE

           COMPUTE WS-STOCK-QTY =
               WS-OL-NEW-QTY(WS-OL-IDX) - WS-OL-ORDER-QTY(WS-OL-IDX)
           MOVE WS-OL-NEW-QTY(WS-OL-IDX) TO WS-OL-ORDER-QTY(WS-OL-IDX)
           COMPUTE WS-OL-OPEN-QTY(WS-OL-IDX) =
               WS-OL-ORDER-QTY(WS-OL-IDX) -
               WS-OL-SHIPPED-QTY(WS-OL-IDX)

           IF WS-STOCK-QTY > ZERO
               MOVE 'QTY INCREASED' TO WS-RPT-DISPOSITION
           ELSE
               MOVE 'QTY REDUCED' TO WS-RPT-DISPOSITION
           END-IF

           PERFORM 2750-REWRITE-ORDER-LINE

           IF LINE-UPDATED AND NOT OL-KIT-PARENT(WS-OL-IDX)
               MOVE WS-OL-ITEM-CODE(WS-OL-IDX) TO WS-ADJ-ITEM-CODE
               MOVE WS-OL-LOCATION(WS-OL-IDX) TO WS-ADJ-LOCATION
               PERFORM 2700-ADJUST-ALLOCATION
           END-IF
           .

      *----------------------------------------------------------------*
      * CANCELS ONE OPEN LINE, WHETHER ALLOCATED, HELD OR BACKORDERED. *
      * A KIT PARENT TAKES EVERY COMPONENT STILL OPEN WITH IT; THE     *
      * CANCELLATION GOES TO ORDSTAT ONCE, FOR THE LINE THE CUSTOMER   *
      * SEES.                                                          *
      *----------------------------------------------------------------*
       2200-CANCEL-LINE.
           MOVE 'CANCEL LINE' TO WS-TRAN-DESC
           MOVE OM-ITEM-CODE TO WS-FIND-ITEM-CODE
           PERFORM 2150-EDIT-TARGET-LINE

           IF TRAN-VALID
               MOVE WS-OL-ITEM-CODE(WS-OL-TGT-IDX) TO WS-KIT-GROUP-ITEM

               IF OL-KIT-PARENT(WS-OL-TGT-IDX)
                   PERFORM 2210-CANCEL-KIT-COMPONENT
                       VARYING WS-OL-IDX FROM 1 BY 1
                       UNTIL WS-OL-IDX > WS-OL-COUNT
               END-IF

               SET WS-OL-IDX TO WS-OL-TGT-IDX
               MOVE WS-OL-OPEN-QTY(WS-OL-IDX) TO WS-STAT-QTY
               PERFORM 2260-CLOSE-ONE-LINE
               ADD 1 TO WS-LINE-CANCEL-COUNT

               IF LINE-UPDATED
                   MOVE WS-OL-ITEM-CODE(WS-OL-IDX)
                     TO WS-STAT-ITEM-CODE
                   MOVE 'C' TO WS-STAT-DISPOSITION
                   PERFORM 2900-WRITE-ORDER-STATS
               END-IF
           END-IF
           .

       2210-CANCEL-KIT-COMPONENT.
           IF OL-KIT-COMPONENT(WS-OL-IDX)
              AND WS-OL-KIT-ITEM(WS-OL-IDX) = WS-KIT-GROUP-ITEM
              AND OL-LINE-OPEN(WS-OL-IDX)
               PERFORM 2260-CLOSE-ONE-LINE
           END-IF
           .

      *----------------------------------------------------------------*
      * CLOSES ONE LINE, THE SAME WAY SHIPCONF CLOSES A CANCELLED      *
      * REMAINDER: NOTHING LEFT OPEN, STATUS CANCELLED ('C') -- OR     *
      * SHIPPED ('S') WHEN PART OF IT HAS ALREADY GONE -- AND THE OPEN *
      * QUANTITY'S ALLOCATION RELEASED ON BOTH MASTERS. A HELD OR      *
      * BACKORDERED LINE HAS NO ALLOCATION TO RELEASE.                 *
      *----------------------------------------------------------------*
       2260-CLOSE-ONE-LINE.
           MOVE WS-OL-OPEN-QTY(WS-OL-IDX) TO WS-RPT-OLD-VALUE
           MOVE ZEROS TO WS-RPT-NEW-VALUE

           IF OL-LINE-ALLOCATED(WS-OL-IDX)
               COMPUTE WS-STOCK-QTY = ZERO - WS-OL-OPEN-QTY(WS-OL-IDX)
           ELSE
               MOVE ZEROS TO WS-STOCK-QTY
           END-IF

           MOVE ZEROS TO WS-OL-OPEN-QTY(WS-OL-IDX)

           IF WS-OL-SHIPPED-QTY(WS-OL-IDX) > ZERO
               MOVE 'S' TO WS-OL-STATUS(WS-OL-IDX)
               MOVE 'REMAINDER CANCELLED' TO WS-RPT-DISPOSITION
           ELSE
               MOVE 'C' TO WS-OL-STATUS(WS-OL-IDX)
               MOVE 'LINE CANCELLED' TO WS-RPT-DISPOSITION
           END-IF

           PERFORM 2750-REWRITE-ORDER-LINE

           IF LINE-UPDATED AND NOT OL-KIT-PARENT(WS-OL-IDX)
              AND WS-STOCK-QTY < ZERO
               MOVE WS-OL-ITEM-CODE(WS-OL-IDX) TO WS-ADJ-ITEM-CODE
               MOVE WS-OL-LOCATION(WS-OL-IDX) TO WS-ADJ-LOCATION
               PERFORM 2700-ADJUST-ALLOCATION
           END-IF
           .

      *----------------------------------------------------------------*
      * CANCELS EVERY LINE OF THE ORDER STILL OPEN. KIT PARENTS        *
      * AND THEIR COMPONENTS ALL CLOSE IN THE ONE PASS; A DROP-SHIP    *
      * LINE IS LEFT OPEN AND REPORTED FOR PURCHASING TO CANCEL ITS    *
      * PO. HELD AND BACKORDERED LINES ARE CLOSED WITH THE REST, SO A  *
      * FUTURE-DATED ORDER NEVER RELEASES; LINES ALREADY SHIPPED OR    *
      * CANCELLED ARE NOT TOUCHED.                                     *
      *----------------------------------------------------------------*
       2300-CANCEL-ORDER.
           MOVE 'CANCEL ORDER' TO WS-TRAN-DESC

           EVALUATE TRUE
               WHEN WS-OL-COUNT = ZERO
                   MOVE 'ORDER NOT FOUND' TO WS-REFUSE-REASON
               WHEN ORDER-TOO-BIG
                   MOVE 'ORDER TOO BIG' TO WS-REFUSE-REASON
               WHEN WS-ORD-OPEN-LINES = ZERO
                   MOVE 'ORDER NOT OPEN' TO WS-REFUSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF TRAN-VALID
               PERFORM 2310-CANCEL-ORDER-LINE
                   VARYING WS-OL-IDX FROM 1 BY 1
                   UNTIL WS-OL-IDX > WS-OL-COUNT
               ADD 1 TO WS-ORDER-CANCEL-COUNT
           END-IF
           .

       2310-CANCEL-ORDER-LINE.
           IF OL-LINE-OPEN(WS-OL-IDX)
               IF OL-DROP-SHIP(WS-OL-IDX)
                   MOVE WS-OL-OPEN-QTY(WS-OL-IDX) TO WS-RPT-OLD-VALUE
                   MOVE WS-OL-OPEN-QTY(WS-OL-IDX) TO WS-RPT-NEW-VALUE
                   MOVE 'DROP-SHIP - SEE PO' TO WS-RPT-DISPOSITION
                   PERFORM 2980-REPORT-UNCHANGED-LINE
               ELSE
                   MOVE WS-OL-OPEN-QTY(WS-OL-IDX) TO WS-STAT-QTY
                   PERFORM 2260-CLOSE-ONE-LINE

                   IF LINE-UPDATED AND NOT OL-KIT-COMPONENT(WS-OL-IDX)
                       MOVE WS-OL-ITEM-CODE(WS-OL-IDX)
                         TO WS-STAT-ITEM-CODE
                       MOVE 'C' TO WS-STAT-DISPOSITION
                       PERFORM 2900-WRITE-ORDER-STATS
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * ADDS A LINE TO AN ORDER THAT STILL HAS AN ALLOCATED LINE; AN   *
      * ORDER STILL WHOLLY HELD FOR A FUTURE DATE IS REFUSED. THE NEW  *
      * LINE TAKES THE ORDER'S CUSTOMER, SITE, DATES AND SALES         *
      * CREDIT; IS EDITED, STOCK-CHECKED AND CREDIT-CHECKED AS A LINE  *
      * ON ORDENTRY WOULD BE (A KIT EXPLODED, EVERY COMPONENT COVERED  *
      * OR NONE BOOKED); AND GOES TO ORDSTAT FILLED OR REJECTED.       *
      * SUBSTITUTES ARE NOT TRIED -- THE CUSTOMER IS ON THE PHONE.     *
      *----------------------------------------------------------------*
       2400-ADD-LINE.
           MOVE 'ADD LINE' TO WS-TRAN-DESC
           MOVE 'N' TO WS-STAT-DUE-SW
           MOVE ZEROS TO WS-CP-COUNT
           MOVE OM-ITEM-CODE TO WS-FIND-ITEM-CODE
           PERFORM 2090-FIND-ORDER-LINE

           EVALUATE TRUE
               WHEN WS-OL-COUNT = ZERO
                   MOVE 'ORDER NOT FOUND' TO WS-REFUSE-REASON
               WHEN ORDER-TOO-BIG
                   MOVE 'ORDER TOO BIG' TO WS-REFUSE-REASON
               WHEN WS-ORD-OPEN-LINES = ZERO
                   MOVE 'ORDER NOT OPEN' TO WS-REFUSE-REASON
               WHEN WS-ORD-ALLOC-LINES = ZERO
                   MOVE 'ORDER NOT RELEASED' TO WS-REFUSE-REASON
               WHEN LINE-FOUND
                   MOVE 'ALREADY ON ORDER' TO WS-REFUSE-REASON
               WHEN OM-QUANTITY NOT NUMERIC
                   MOVE 'BAD QUANTITY' TO WS-REFUSE-REASON
               WHEN OM-QUANTITY NOT > ZERO
                   MOVE 'BAD QUANTITY' TO WS-REFUSE-REASON
               WHEN OTHER
                   MOVE 'Y' TO WS-STAT-DUE-SW
                   PERFORM 2410-EDIT-NEW-ITEM
           END-EVALUATE

           IF TRAN-VALID
               PERFORM 2420-EXPLODE-NEW-KIT
           END-IF

           IF TRAN-VALID
               IF WS-CP-COUNT > ZERO
                   PERFORM 2430-EDIT-ONE-COMPONENT
                       VARYING WS-CP-IDX FROM 1 BY 1
                       UNTIL WS-CP-IDX > WS-CP-COUNT
                          OR NOT TRAN-VALID
               ELSE
                   MOVE OM-ITEM-CODE TO WS-AV-ITEM-CODE
                   MOVE WS-NL-LOCATION TO WS-AV-LOCATION
                   MOVE OM-QUANTITY TO WS-AV-QUANTITY
                   PERFORM 2850-CHECK-AVAILABILITY
               END-IF
           END-IF

           IF TRAN-VALID
               MOVE OM-ITEM-CODE TO WS-PR-ITEM-CODE
               MOVE OM-QUANTITY TO WS-PR-QUANTITY
               MOVE OM-QUANTITY TO WS-PR-ADDED-QTY
               PERFORM 2800-CHECK-CREDIT
           END-IF

           IF TRAN-VALID
               PERFORM 2450-BOOK-NEW-LINE
           END-IF

           IF STAT-DUE
               MOVE OM-ITEM-CODE TO WS-STAT-ITEM-CODE
               MOVE OM-QUANTITY TO WS-STAT-QTY

               IF TRAN-VALID
                   MOVE 'F' TO WS-STAT-DISPOSITION
               ELSE
                   MOVE 'R' TO WS-STAT-DISPOSITION
               END-IF

               PERFORM 2900-WRITE-ORDER-STATS
           END-IF
           .

       2410-EDIT-NEW-ITEM.
           MOVE OM-ITEM-CODE TO INV-ITEM-CODE

           READ INVENTORY-FILE
               INVALID KEY
                   MOVE 'ITEM NOT FOUND' TO WS-REFUSE-REASON
               NOT INVALID KEY
                   IF NOT INV-ACTIVE
                       MOVE 'ITEM NOT ACTIVE' TO WS-REFUSE-REASON
                   ELSE
                       IF OM-LOCATION = SPACES
                           MOVE INV-LOCATION TO WS-NL-LOCATION
                       ELSE
                           MOVE OM-LOCATION TO WS-NL-LOCATION
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * AN ADDED ITEM WITH KITFILE RECORDS IS A KIT: ITS COMPONENTS    *
      * ARE EXPLODED HERE AT THE ADDED QUANTITY TIMES THE QUANTITY-PER *
      * AND CARRY THE STOCK, EXACTLY AS ON ORDENTRY.                   *
      *----------------------------------------------------------------*
       2420-EXPLODE-NEW-KIT.
           MOVE 'N' TO WS-KIT-SCAN-EOF-SW

           MOVE OM-ITEM-CODE TO KIT-ITEM-CODE
           MOVE LOW-VALUES TO KIT-COMPONENT-CODE

           START KIT-FILE KEY >= KIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-KIT-SCAN-EOF-SW
           END-START

           PERFORM 2425-STORE-ONE-COMPONENT
               UNTIL KIT-SCAN-EOF
           .

       2425-STORE-ONE-COMPONENT.
           READ KIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-KIT-SCAN-EOF-SW
               NOT AT END
                   IF KIT-ITEM-CODE NOT = OM-ITEM-CODE
                       MOVE 'Y' TO WS-KIT-SCAN-EOF-SW
                   ELSE
                       IF WS-CP-COUNT >= WS-CP-LIMIT
                           DISPLAY 'ORDMNT: KIT ' OM-ITEM-CODE
                                   ' EXCEEDS ' WS-CP-LIMIT
                                   ' COMPONENTS -- LINE REFUSED'
                           MOVE 'KIT TOO BIG' TO WS-REFUSE-REASON
                           MOVE 'Y' TO WS-KIT-SCAN-EOF-SW
                       ELSE
                           ADD 1 TO WS-CP-COUNT
                           SET WS-CP-IDX TO WS-CP-COUNT
                           MOVE KIT-COMPONENT-CODE
                             TO WS-CP-ITEM-CODE(WS-CP-IDX)
                           COMPUTE WS-CP-QUANTITY(WS-CP-IDX) =
                               OM-QUANTITY * KIT-COMPONENT-QTY
                           MOVE OM-LOCATION
                             TO WS-CP-LOCATION(WS-CP-IDX)
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * A COMPONENT MUST NOT ALREADY BE A LINE OF THE ORDER (THE       *
      * OPEN-ORDER KEY IS REFERENCE PLUS ITEM), MUST BE AN ACTIVE      *
      * ITEM, AND MUST BE COVERED AT ITS PICK LOCATION -- THE ONE ON   *
      * THE TRANSACTION, ELSE THE COMPONENT'S OWN.                     *
      *----------------------------------------------------------------*
       2430-EDIT-ONE-COMPONENT.
           MOVE WS-CP-ITEM-CODE(WS-CP-IDX) TO WS-FIND-ITEM-CODE
           PERFORM 2090-FIND-ORDER-LINE

           IF LINE-FOUND
               MOVE 'DUP ORDER LINE' TO WS-REFUSE-REASON
           ELSE
               MOVE WS-CP-ITEM-CODE(WS-CP-IDX) TO INV-ITEM-CODE

               READ INVENTORY-FILE
                   INVALID KEY
                       MOVE 'KIT COMP NOT FOUND' TO WS-REFUSE-REASON
                   NOT INVALID KEY
                       IF NOT INV-ACTIVE
                           MOVE 'KIT COMP NOT ACTIVE'
                             TO WS-REFUSE-REASON
                       ELSE
                           IF WS-CP-LOCATION(WS-CP-IDX) = SPACES
                               MOVE INV-LOCATION
                                 TO WS-CP-LOCATION(WS-CP-IDX)
                           END-IF
                       END-IF
               END-READ
           END-IF

           IF TRAN-VALID
               MOVE WS-CP-ITEM-CODE(WS-CP-IDX) TO WS-AV-ITEM-CODE
               MOVE WS-CP-LOCATION(WS-CP-IDX) TO WS-AV-LOCATION
               MOVE WS-CP-QUANTITY(WS-CP-IDX) TO WS-AV-QUANTITY
               PERFORM 2850-CHECK-AVAILABILITY
           END-IF
           .

      *----------------------------------------------------------------*
      * WRITES THE ADDED LINE (FOR A KIT, THE 'K' PARENT) FIRST -- A   *
      * DUPLICATE IS REFUSED BEFORE ANY BALANCE MOVES -- THEN BOOKS    *
      * THE STOCK LINE, OR WRITES AND BOOKS EACH 'C' COMPONENT.        *
      *----------------------------------------------------------------*
       2450-BOOK-NEW-LINE.
           MOVE OM-ITEM-CODE TO WS-NL-ITEM-CODE
           MOVE OM-QUANTITY TO WS-NL-QUANTITY

           IF WS-CP-COUNT > ZERO
               MOVE 'K' TO WS-NL-LINE-TYPE
               MOVE OM-ITEM-CODE TO WS-NL-KIT-ITEM
               MOVE 'KIT ADDED' TO WS-RPT-DISPOSITION
           ELSE
               MOVE SPACES TO WS-NL-LINE-TYPE
               MOVE SPACES TO WS-NL-KIT-ITEM
               MOVE 'LINE ADDED' TO WS-RPT-DISPOSITION
           END-IF

           PERFORM 2460-WRITE-NEW-ORDER-LINE

           IF NOT LINE-UPDATED
               MOVE 'DUP ORDER LINE' TO WS-REFUSE-REASON
           ELSE
               ADD 1 TO WS-LINE-ADD-COUNT

               IF WS-CP-COUNT > ZERO
                   PERFORM 2455-BOOK-NEW-COMPONENT
                       VARYING WS-CP-IDX FROM 1 BY 1
                       UNTIL WS-CP-IDX > WS-CP-COUNT
               ELSE
                   MOVE OM-ITEM-CODE TO WS-ADJ-ITEM-CODE
                   MOVE WS-NL-LOCATION TO WS-ADJ-LOCATION
                   MOVE OM-QUANTITY TO WS-STOCK-QTY
                   PERFORM 2700-ADJUST-ALLOCATION
               END-IF
           END-IF
           .

       2455-BOOK-NEW-COMPONENT.
           MOVE WS-CP-ITEM-CODE(WS-CP-IDX) TO WS-NL-ITEM-CODE
           MOVE WS-CP-LOCATION(WS-CP-IDX) TO WS-NL-LOCATION
           MOVE WS-CP-QUANTITY(WS-CP-IDX) TO WS-NL-QUANTITY
           MOVE 'C' TO WS-NL-LINE-TYPE
           MOVE OM-ITEM-CODE TO WS-NL-KIT-ITEM
           MOVE 'COMPONENT ADDED' TO WS-RPT-DISPOSITION

           PERFORM 2460-WRITE-NEW-ORDER-LINE

           IF LINE-UPDATED
               MOVE WS-NL-ITEM-CODE TO WS-ADJ-ITEM-CODE
               MOVE WS-NL-LOCATION TO WS-ADJ-LOCATION
               MOVE WS-NL-QUANTITY TO WS-STOCK-QTY
               PERFORM 2700-ADJUST-ALLOCATION
           ELSE
               MOVE 'DUP ORDER LINE' TO WS-RPT-DISPOSITION
               PERFORM 2970-PRINT-DETAIL-LINE
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           .

       2460-WRITE-NEW-ORDER-LINE.
           MOVE 'N' TO WS-LINE-UPDATED-SW

           MOVE SPACES TO OPEN-ORDER-DETAILS
           MOVE OM-REFERENCE TO OO-REFERENCE
           MOVE WS-NL-ITEM-CODE TO OO-ITEM-CODE
           MOVE WS-ORD-CUST-ID TO OO-CUST-ID
           MOVE WS-NL-LOCATION TO OO-LOCATION
           MOVE WS-ORD-SHIP-SEQ TO OO-SHIP-SEQ
           MOVE WS-NL-QUANTITY TO OO-ORDER-QTY
           MOVE WS-NL-QUANTITY TO OO-OPEN-QTY
           MOVE ZEROS TO OO-SHIPPED-QTY
           MOVE WS-ORD-DATE TO OO-ORDER-DATE
           MOVE 'A' TO OO-STATUS
           MOVE WS-ORD-SALESPERSON-ID TO OO-SALESPERSON-ID
           MOVE WS-ORD-REGION TO OO-REGION
           MOVE WS-NL-LINE-TYPE TO OO-LINE-TYPE
           MOVE WS-NL-KIT-ITEM TO OO-KIT-ITEM-CODE
           MOVE WS-ORD-SHIP-DAYS-OUT TO OO-SHIP-DAYS-OUT

           MOVE WS-NL-ITEM-CODE TO WS-RPT-ITEM-CODE
           MOVE WS-NL-LINE-TYPE TO WS-RPT-LINE-TYPE
           MOVE ZEROS TO WS-RPT-OLD-VALUE
           MOVE WS-NL-QUANTITY TO WS-RPT-NEW-VALUE

           WRITE OPEN-ORDER-DETAILS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LINE-UPDATED-SW
                   MOVE SPACES TO WS-AUDIT-BEFORE-IMAGE
                   PERFORM 2960-WRITE-AUDIT-RECORD
                   PERFORM 2970-PRINT-DETAIL-LINE
           END-WRITE
           .

      *----------------------------------------------------------------*
      * MOVES THE ORDER TO ANOTHER DELIVERY SITE. A NON-ZERO SITE MUST *
      * RESOLVE TO AN ACTIVE SHIP-TO RECORD FOR THE CUSTOMER, THE SAME *
      * EDIT ORDENTRY MAKES ON THE HEADER; ZERO SENDS IT TO THE        *
      * BILLING ADDRESS. EVERY OPEN LINE MOVES -- HELD AND BACKORDERED *
      * LINES TOO, SO THEY SHIP TO THE NEW SITE ONCE RELEASED -- BUT A *
      * DROP-SHIP LINE, WHOSE PO ALREADY CARRIES THE SITE, STAYS PUT.  *
      *----------------------------------------------------------------*
       2500-CHANGE-SHIP-TO.
           MOVE 'CHANGE SHIP-TO' TO WS-TRAN-DESC

           EVALUATE TRUE
               WHEN WS-OL-COUNT = ZERO
                   MOVE 'ORDER NOT FOUND' TO WS-REFUSE-REASON
               WHEN ORDER-TOO-BIG
                   MOVE 'ORDER TOO BIG' TO WS-REFUSE-REASON
               WHEN WS-ORD-OPEN-LINES = ZERO
                   MOVE 'ORDER NOT OPEN' TO WS-REFUSE-REASON
               WHEN OM-SHIP-SEQ NOT NUMERIC
                   MOVE 'BAD SHIP-TO' TO WS-REFUSE-REASON
               WHEN OM-SHIP-SEQ = WS-ORD-SHIP-SEQ
                   MOVE 'NO CHANGE' TO WS-REFUSE-REASON
               WHEN OM-SHIP-SEQ = ZEROS
                   CONTINUE
               WHEN OTHER
                   PERFORM 2510-EDIT-SHIP-TO
           END-EVALUATE

           IF TRAN-VALID
               PERFORM 2520-MOVE-ONE-LINE
                   VARYING WS-OL-IDX FROM 1 BY 1
                   UNTIL WS-OL-IDX > WS-OL-COUNT
               ADD 1 TO WS-SHIP-CHANGE-COUNT
           END-IF
           .

       2510-EDIT-SHIP-TO.
           MOVE WS-ORD-CUST-ID TO SHIP-CUST-ID
           MOVE OM-SHIP-SEQ TO SHIP-SEQ-NUMBER

           READ SHIP-TO-FILE
               INVALID KEY
                   MOVE 'BAD SHIP-TO' TO WS-REFUSE-REASON
               NOT INVALID KEY
                   IF NOT SHIP-TO-ACTIVE
                       MOVE 'SHIP-TO CLOSED' TO WS-REFUSE-REASON
                   END-IF
           END-READ
           .

       2520-MOVE-ONE-LINE.
           IF OL-LINE-OPEN(WS-OL-IDX)
              AND WS-OL-SHIP-SEQ(WS-OL-IDX) NOT = OM-SHIP-SEQ
               MOVE WS-OL-SHIP-SEQ(WS-OL-IDX) TO WS-RPT-OLD-VALUE

               IF OL-DROP-SHIP(WS-OL-IDX)
                   MOVE WS-OL-SHIP-SEQ(WS-OL-IDX) TO WS-RPT-NEW-VALUE
                   MOVE 'DROP-SHIP - SEE PO' TO WS-RPT-DISPOSITION
                   PERFORM 2980-REPORT-UNCHANGED-LINE
               ELSE
                   MOVE OM-SHIP-SEQ TO WS-OL-SHIP-SEQ(WS-OL-IDX)
                   MOVE OM-SHIP-SEQ TO WS-RPT-NEW-VALUE
                   MOVE 'SHIP-TO CHANGED' TO WS-RPT-DISPOSITION
                   PERFORM 2750-REWRITE-ORDER-LINE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * BOOKS (POSITIVE WS-STOCK-QTY) OR RELEASES (NEGATIVE) ONE       *
      * LINE'S ALLOCATION ON THE INVENTORY MASTER AND THE LOCATION     *
      * BALANCE, FLOORED AT ZERO THE WAY SHIPCONF'S RELEASE FLOORS,    *
      * JOURNALING EACH REWRITE.                                       *
      *----------------------------------------------------------------*
       2700-ADJUST-ALLOCATION.
           MOVE WS-ADJ-ITEM-CODE TO INV-ITEM-CODE

           READ INVENTORY-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE SPACES TO WS-JRN-BEFORE
                   MOVE INVENTORY-DETAILS TO WS-JRN-BEFORE
                   ADD WS-STOCK-QTY TO INV-ALLOCATED

                   IF INV-ALLOCATED < ZERO
                       MOVE ZEROS TO INV-ALLOCATED
                   END-IF

                   COMPUTE INV-AVAILABLE =
                       INV-ON-HAND - INV-ALLOCATED

                   REWRITE INVENTORY-DETAILS
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           MOVE 'INVFILE' TO WS-JRN-FILE-CODE
                           MOVE 'R' TO WS-JRN-ACTION-CODE
                           MOVE INV-ITEM-CODE TO WS-JRN-KEY-VALUE
                           MOVE INVENTORY-DETAILS TO WS-JRN-AFTER
                           PERFORM 2990-WRITE-JOURNAL-RECORD
                   END-REWRITE
           END-READ

           MOVE WS-ADJ-ITEM-CODE TO LOC-ITEM-CODE
           MOVE WS-ADJ-LOCATION TO LOC-LOCATION

           READ LOCATION-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE SPACES TO WS-JRN-BEFORE
                   MOVE LOCATION-BALANCE-DETAILS TO WS-JRN-BEFORE
                   ADD WS-STOCK-QTY TO LOC-ALLOCATED

                   IF LOC-ALLOCATED < ZERO
                       MOVE ZEROS TO LOC-ALLOCATED
                   END-IF

                   COMPUTE LOC-AVAILABLE =
                       LOC-ON-HAND - LOC-ALLOCATED
                   MOVE WS-CURRENT-DATE TO LOC-LAST-UPDATED

                   REWRITE LOCATION-BALANCE-DETAILS
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           MOVE 'LOCFILE' TO WS-JRN-FILE-CODE
                           MOVE 'R' TO WS-JRN-ACTION-CODE
                           MOVE LOC-KEY TO WS-JRN-KEY-VALUE
                           MOVE LOCATION-BALANCE-DETAILS
                             TO WS-JRN-AFTER
                           PERFORM 2990-WRITE-JOURNAL-RECORD
                   END-REWRITE
           END-READ
           .

      *----------------------------------------------------------------*
      * REREADS THE LINE AT WS-OL-IDX AND REWRITES IT FROM ITS TABLE   *
      * ENTRY, AUDITING THE BEFORE AND AFTER IMAGES. THE CALLER SETS   *
      * THE OLD AND NEW VALUES AND DISPOSITION FOR THE REPORT LINE.    *
      *----------------------------------------------------------------*
       2750-REWRITE-ORDER-LINE.
           MOVE 'N' TO WS-LINE-UPDATED-SW
           MOVE WS-OL-ITEM-CODE(WS-OL-IDX) TO WS-RPT-ITEM-CODE
           MOVE WS-OL-LINE-TYPE(WS-OL-IDX) TO WS-RPT-LINE-TYPE

           MOVE OM-REFERENCE TO OO-REFERENCE
           MOVE WS-OL-ITEM-CODE(WS-OL-IDX) TO OO-ITEM-CODE

           READ OPEN-ORDER-FILE
               INVALID KEY
                   MOVE 'LINE NOT FOUND' TO WS-RPT-DISPOSITION
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE OPEN-ORDER-DETAILS TO WS-AUDIT-BEFORE-IMAGE
                   MOVE WS-OL-ORDER-QTY(WS-OL-IDX) TO OO-ORDER-QTY
                   MOVE WS-OL-OPEN-QTY(WS-OL-IDX) TO OO-OPEN-QTY
                   MOVE WS-OL-STATUS(WS-OL-IDX) TO OO-STATUS
                   MOVE WS-OL-SHIP-SEQ(WS-OL-IDX) TO OO-SHIP-SEQ

                   REWRITE OPEN-ORDER-DETAILS
                       INVALID KEY
                           MOVE 'REWRITE ERROR' TO WS-RPT-DISPOSITION
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-LINE-UPDATED-SW
                           PERFORM 2960-WRITE-AUDIT-RECORD
                   END-REWRITE
           END-READ

           PERFORM 2970-PRINT-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * THE CREDIT CHECK ORDENTRY MAKES ON A WHOLE ORDER, MADE HERE ON *
      * THE VALUE A CHANGE ADDS: THE ACCOUNT MUST BE ACTIVE, AND THE   *
      * ADDED QUANTITY AT THE LINE'S PRICE, ON TOP OF THE BALANCE      *
      * ALREADY OWED, MUST FIT UNDER CUST-CREDIT-LIMIT.                *
      *----------------------------------------------------------------*
       2800-CHECK-CREDIT.
           MOVE WS-ORD-CUST-ID TO CUST-ID

           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'CUST NOT FOUND' TO WS-REFUSE-REASON
               NOT INVALID KEY
                   IF NOT CUST-ACTIVE
                       MOVE 'ACCT NOT ACTIVE' TO WS-REFUSE-REASON
                   END-IF
           END-READ

           IF TRAN-VALID
               PERFORM 2810-PRICE-THE-LINE

               COMPUTE WS-CHANGE-VALUE =
                   WS-PR-ADDED-QTY * WS-UNIT-PRICE
               COMPUTE WS-PROJECTED-BALANCE =
                   CUST-BALANCE + WS-CHANGE-VALUE

               IF WS-PROJECTED-BALANCE > CUST-CREDIT-LIMIT
                   MOVE 'OVER CREDIT LIMIT' TO WS-REFUSE-REASON
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * PRICES THE LINE AT ITS NEW QUANTITY THE WAY ORDENTRY'S         *
      * 2315-PRICE-THE-LINE DOES: THE CUSTOMER'S CONTRACT PRICE (AT    *
      * THE HIGHEST QUANTITY BREAK REACHED) WHEN ONE IS IN EFFECT ON   *
      * THE ORDER DATE, OTHERWISE THE ITEM'S LIST PRICE.               *
      *----------------------------------------------------------------*
       2810-PRICE-THE-LINE.
           MOVE ZEROS TO WS-UNIT-PRICE
           MOVE WS-PR-ITEM-CODE TO INV-ITEM-CODE

           READ INVENTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE INV-UNIT-PRICE TO WS-UNIT-PRICE
           END-READ

           MOVE WS-ORD-CUST-ID TO CON-CUST-ID
           MOVE WS-PR-ITEM-CODE TO CON-ITEM-CODE

           READ CONTRACT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CON-EFF-FROM-DATE TO WS-CON-EFF-FROM-NUM
                   MOVE CON-EFF-TO-DATE TO WS-CON-EFF-TO-NUM

                   IF WS-ORD-DATE >= WS-CON-EFF-FROM-NUM
                      AND (WS-CON-EFF-TO-NUM = ZEROS
                           OR WS-ORD-DATE <= WS-CON-EFF-TO-NUM)
                       PERFORM 2815-APPLY-CONTRACT-BREAKS
                   END-IF
           END-READ
           .

       2815-APPLY-CONTRACT-BREAKS.
           MOVE CON-CONTRACT-PRICE TO WS-UNIT-PRICE

           IF CON-BREAK-QTY-1 > ZERO
              AND WS-PR-QUANTITY >= CON-BREAK-QTY-1
               MOVE CON-BREAK-PRICE-1 TO WS-UNIT-PRICE
           END-IF

           IF CON-BREAK-QTY-2 > ZERO
              AND WS-PR-QUANTITY >= CON-BREAK-QTY-2
               MOVE CON-BREAK-PRICE-2 TO WS-UNIT-PRICE
           END-IF

           IF CON-BREAK-QTY-3 > ZERO
              AND WS-PR-QUANTITY >= CON-BREAK-QTY-3
               MOVE CON-BREAK-PRICE-3 TO WS-UNIT-PRICE
           END-IF
           .

      *----------------------------------------------------------------*
      * THE AVAILABILITY TEST ORDENTRY MAKES: THE QUANTITY BEING ADDED *
      * MUST FIT WITHIN WHAT IS AVAILABLE SYSTEM-WIDE AND AT THE PICK  *
      * LOCATION (A LOCATION WITH NO BALANCE RECORD HAS NOTHING).      *
      *----------------------------------------------------------------*
       2850-CHECK-AVAILABILITY.
           MOVE WS-AV-ITEM-CODE TO INV-ITEM-CODE

           READ INVENTORY-FILE
               INVALID KEY
                   MOVE 'ITEM NOT FOUND' TO WS-REFUSE-REASON
               NOT INVALID KEY
                   CONTINUE
           END-READ

           IF TRAN-VALID
               MOVE WS-AV-ITEM-CODE TO LOC-ITEM-CODE
               MOVE WS-AV-LOCATION TO LOC-LOCATION

               READ LOCATION-FILE
                   INVALID KEY
                       MOVE ZEROS TO LOC-AVAILABLE
                   NOT INVALID KEY
                       CONTINUE
               END-READ

               IF WS-AV-QUANTITY > INV-AVAILABLE
                  OR WS-AV-QUANTITY > LOC-AVAILABLE
                   MOVE 'INSUFFICIENT AVAIL' TO WS-REFUSE-REASON
               END-IF
           END-IF
           .

       2900-WRITE-ORDER-STATS.
           MOVE SPACES TO ORDER-STATS-RECORD
           MOVE WS-ORD-DATE TO OS-ORDER-DATE
           MOVE WS-ORD-CUST-ID TO OS-CUST-ID
           MOVE WS-STAT-ITEM-CODE TO OS-ITEM-CODE
           MOVE WS-STAT-QTY TO OS-QUANTITY
           MOVE WS-STAT-DISPOSITION TO OS-DISPOSITION
           MOVE OM-REFERENCE TO OS-REFERENCE
           MOVE ZEROS TO OS-ORDER-LINE

           MOVE WS-STAT-ITEM-CODE TO INV-ITEM-CODE

           READ INVENTORY-FILE
               INVALID KEY
                   MOVE SPACES TO OS-CATEGORY
               NOT INVALID KEY
                   MOVE INV-CATEGORY TO OS-CATEGORY
           END-READ

           WRITE ORDER-STATS-RECORD
           .

      *----------------------------------------------------------------*
      * ONE AUDIT RECORD PER OPEN-ORDER LINE WRITTEN OR REWRITTEN:     *
      * RUN DATE, THE KEYING OPERATOR, THE ORDER REFERENCE, AND THE    *
      * LINE'S BEFORE AND AFTER IMAGES.                                *
      *----------------------------------------------------------------*
       2960-WRITE-AUDIT-RECORD.
           MOVE WS-CURRENT-DATE TO AUD-DATE
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE OO-REFERENCE TO AUD-REFERENCE
           MOVE WS-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE OPEN-ORDER-DETAILS TO AUD-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-TIME-STAMP
           MOVE WS-JRN-TIME TO AUD-TIME

           WRITE AUDIT-RECORD
           .

       2970-PRINT-DETAIL-LINE.
           MOVE WS-TRAN-DESC TO WS-DL-TRAN-DESC
           MOVE OM-REFERENCE TO WS-DL-REFERENCE
           MOVE WS-RPT-ITEM-CODE TO WS-DL-ITEM-CODE

           EVALUATE WS-RPT-LINE-TYPE
               WHEN 'K'
                   MOVE 'KIT' TO WS-DL-LINE-TYPE
               WHEN 'C'
                   MOVE 'COMP' TO WS-DL-LINE-TYPE
               WHEN 'D'
                   MOVE 'D/S' TO WS-DL-LINE-TYPE
               WHEN OTHER
                   MOVE SPACES TO WS-DL-LINE-TYPE
           END-EVALUATE

           MOVE WS-RPT-OLD-VALUE TO WS-DL-OLD-VALUE
           MOVE WS-RPT-NEW-VALUE TO WS-DL-NEW-VALUE
           MOVE WS-RPT-DISPOSITION TO WS-DL-DISPOSITION

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * A LINE A WHOLE-ORDER TRANSACTION LEFT ALONE (A DROP-SHIP LINE) *
      * IS STILL LISTED, SO CUSTOMER SERVICE SEES WHAT REMAINS OPEN.   *
      *----------------------------------------------------------------*
       2980-REPORT-UNCHANGED-LINE.
           MOVE WS-OL-ITEM-CODE(WS-OL-IDX) TO WS-RPT-ITEM-CODE
           MOVE WS-OL-LINE-TYPE(WS-OL-IDX) TO WS-RPT-LINE-TYPE
           PERFORM 2970-PRINT-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * ONE JOURNAL RECORD PER MASTER CHANGE, IN THE SHARED JRNCOPY    *
      * FORMAT THE RECOVERY UTILITY CONSUMES. THE CALLER STAGES THE    *
      * FILE, ACTION, KEY, AND IMAGES.                                 *
      *----------------------------------------------------------------*
       2990-WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-TIME-STAMP

           MOVE SPACES TO JOURNAL-DETAILS
           MOVE WS-JRN-FILE-CODE TO JRN-FILE-ID
           MOVE WS-JRN-ACTION-CODE TO JRN-ACTION
           MOVE WS-CURRENT-DATE TO JRN-DATE
           MOVE WS-JRN-TIME TO JRN-TIME
           MOVE 'ORDMNT' TO JRN-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
           MOVE WS-JRN-KEY-VALUE TO JRN-KEY
           MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
           MOVE WS-JRN-AFTER TO JRN-AFTER-IMAGE

           WRITE JOURNAL-DETAILS
           .

       3000-TERMINATION.
           MOVE WS-TRAN-READ-COUNT TO WS-SL-TRAN-COUNT
           MOVE WS-QTY-CHANGE-COUNT TO WS-SL-QTY-COUNT
           MOVE WS-LINE-CANCEL-COUNT TO WS-SL-LINE-CXL-COUNT
           MOVE WS-ORDER-CANCEL-COUNT TO WS-SL-ORDER-CXL-COUNT
           MOVE WS-LINE-ADD-COUNT TO WS-SL-ADD-COUNT
           MOVE WS-SHIP-CHANGE-COUNT TO WS-SL-SHIP-COUNT
           MOVE WS-REFUSED-COUNT TO WS-SL-REFUSED-COUNT
           MOVE WS-ERROR-COUNT TO WS-SL-ERROR-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           CLOSE TRANSACTION-FILE
                 KIT-FILE
                 CUSTOMER-FILE
                 SHIP-TO-FILE
                 CONTRACT-FILE
                 OPEN-ORDER-FILE
                 INVENTORY-FILE
                 LOCATION-FILE
                 REPORT-FILE
                 AUDIT-FILE
                 JOURNAL-FILE
                 ORDER-STATS-FILE
           .
