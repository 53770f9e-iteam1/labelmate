      *   - AN ISSUE-FEED RECORD ON ISSUEOUT, IN THE 42-BYTE           *
      *     ISSUE-RECORD LAYOUT CUSTINV READS FROM ISSUEIN.            *
      *                                                                 *
      * EVERY BILLED LINE GOES TO BILLING ON BILLFEED STAMPED WITH THE *
      * UNIT COST OF WHAT SHIPPED, TAKEN FROM THE INVENTORY MASTER AT  *
      * CONFIRMATION -- FOR A KIT, THE SUM OF ITS COMPONENTS' COSTS AT *
      * THE KITFILE QUANTITY-PER -- SO THE MARGIN REPORT MEASURES      *
      * EACH SALE AGAINST WHAT THE GOODS COST WHEN THEY LEFT.          *
      *                                                                 *
      * A LINE CONFIRMED SHORT EITHER KEEPS THE REMAINDER ALLOCATED    *
      * FOR THE NEXT PICK (FLAG 'B') OR CANCELS IT (FLAG 'C'), IN      *
      * WHICH CASE THE CANCELLED QUANTITY'S ALLOCATION IS RELEASED     *
      * ON BOTH THE INVENTORY MASTER AND THE LOCATION BALANCE HERE --  *
      * NO ISSUE EVER POSTS FOR IT.                                    *
      *                                                                *
      * EACH ORDER SHIPPED IN THE RUN GETS ITS DOCUMENTS AT THE END:   *
      *                                                                *
      *   - A PACKING SLIP ON PACKSLIP, ADDRESSED TO THE ORDER'S       *
      *     SHIP-TO SITE, LISTING EVERY LINE ON THE ORDER WITH WHAT    *
      *     WENT IN THIS SHIPMENT AND WHAT IS STILL OPEN OR CANCELLED; *
      *   - A BILL OF LADING AND CARRIER MANIFEST ON BOLRPT, ONE PER   *
      *     CARRIER, LISTING ITS SHIPMENTS WITH TRACKING NUMBER,       *
      *     CARTON COUNT, AND WEIGHT (SHIPPED QUANTITY TIMES THE       *
      *     INVENTORY MASTER'S INV-UNIT-WEIGHT); AND                   *
      *   - AN ADVANCE SHIP NOTICE ON ASNOUT WHEN THE SHIP-TO SITE IS  *
      *     FLAGGED FOR ONE (SHIP-ASN-SW).                             *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPCONF.
               RECORD KEY IS LOC-KEY
               FILE STATUS IS WS-LOC-STATUS.

           SELECT KIT-FILE ASSIGN TO KITFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-KEY
               FILE STATUS IS WS-KIT-STATUS.

           SELECT ISSUE-TRAN-FILE ASSIGN TO ISSTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ISSTRAN-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

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

           SELECT PACKING-SLIP-FILE ASSIGN TO PACKSLIP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PACKSLIP-STATUS.

           SELECT LADING-FILE ASSIGN TO BOLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LADING-STATUS.

           SELECT ASN-FILE ASSIGN TO ASNOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * SHIP CONFIRMATION TRANSACTIONS KEYED BY THE WAREHOUSE FROM     *
      * THE PICK LIST. A ZERO PICKED QUANTITY WITH FLAG 'C' CANCELS    *
      * THE WHOLE LINE. THE CARRIER AND TRACKING NUMBER ARE TAKEN FROM *
      * THE FIRST LINE OF THE ORDER THAT CARRIES THEM; THE CARTON      *
      * COUNTS OF ALL ITS LINES ARE ADDED UP FOR THE SHIPMENT.         *
      *----------------------------------------------------------------*
       FD  CONFIRM-FILE
           LABEL RECORDS ARE STANDARD
               88  SC-KEEP-REMAINDER  VALUE 'B'.
               88  SC-CANCEL-REMAINDER VALUE 'C'.
           05  SC-OPERATOR-ID         PIC X(08).
           05  SC-CARRIER             PIC X(06).
           05  SC-TRACKING-NUM        PIC X(20).
           05  SC-CARTON-COUNT        PIC 9(03).
           05  FILLER                 PIC X(06).

       FD  OPEN-ORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY LOCCOPY.

       FD  KIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY KITCOPY.

      *----------------------------------------------------------------*
      * SAME TRANSACTION-RECORD LAYOUT INVNTRY.CBL USES FOR TRANFILE.  *
      * IT IS NOT CARRIED IN A COPYBOOK THERE, SO IT IS REPEATED HERE  *
      *----------------------------------------------------------------*
      * CONFIRMED-SHIPMENT FEED FOR BILLING. ONE RECORD PER SHIPPED    *
      * QUANTITY, CARRYING THE ORDER REFERENCE SO BILLING CAN PUT A    *
      * WHOLE ORDER'S LINES ON ONE INVOICE. BF-UNIT-COST IS THE COST   *
      * OF ONE UNIT AS SHIPPED; IT IS LEFT BLANK WHEN THE ITEM HAS NO  *
      * INVENTORY RECORD, SO BILLING CARRIES "NO COST" FORWARD RATHER  *
      * THAN A ZERO THAT WOULD READ AS PURE MARGIN.                    *
      *----------------------------------------------------------------*
       FD  BILLING-FEED-FILE
           LABEL RECORDS ARE STANDARD
           05  BF-REFERENCE           PIC X(15).
           05  BF-SALESPERSON-ID      PIC X(05).
           05  BF-REGION              PIC X(03).
           05  BF-UNIT-COST           PIC S9(05)V99 COMP-3.
           05  FILLER                 PIC X(03).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS.
           COPY JRNCOPY.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTCOPY.

       FD  SHIP-TO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY SHIPCOPY.

       FD  PACKING-SLIP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  PACKING-SLIP-RECORD        PIC X(132).

       FD  LADING-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  LADING-RECORD              PIC X(132).

      *----------------------------------------------------------------*
      * ADVANCE SHIP NOTICE FOR THE CUSTOMER'S RECEIVING DOCK: ONE 'H' *
      * RECORD PER SHIPMENT, FOLLOWED BY ONE 'D' RECORD PER ORDER LINE *
      * IN IT. A KIT GOES OUT AS ITS PARENT LINE, NOT ITS COMPONENTS.  *
      * AH-WEIGHT CARRIES THREE DECIMAL PLACES.                        *
      *----------------------------------------------------------------*
       FD  ASN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  ASN-HEADER-RECORD.
           05  AH-RECORD-TYPE         PIC X(01).
           05  AH-REFERENCE           PIC X(15).
           05  AH-CUST-ID             PIC X(06).
           05  AH-SHIP-SEQ            PIC 9(03).
           05  AH-SHIP-DATE           PIC 9(08).
           05  AH-CARRIER             PIC X(06).
           05  AH-TRACKING-NUM        PIC X(20).
           05  AH-CARTON-COUNT        PIC 9(05).
           05  AH-WEIGHT              PIC 9(07)V999.
           05  FILLER                 PIC X(06).
       01  ASN-DETAIL-RECORD.
           05  AD-RECORD-TYPE         PIC X(01).
           05  AD-REFERENCE           PIC X(15).
           05  AD-ITEM-CODE           PIC X(10).
           05  AD-SHIPPED-QTY         PIC 9(05).
           05  AD-ORDER-QTY           PIC 9(05).
           05  AD-OPEN-QTY            PIC 9(05).
           05  AD-LINE-STATUS         PIC X(01).
           05  FILLER                 PIC X(38).

       WORKING-STORAGE SECTION.
       01  WS-CONFIRM-STATUS          PIC X(02) VALUE SPACES.
           88  CONFIRM-SUCCESS        VALUE '00'.
           88  LOC-SUCCESS            VALUE '00'.
           88  LOC-NOT-FOUND          VALUE '23'.

       01  WS-KIT-STATUS              PIC X(02) VALUE SPACES.
           88  KIT-SUCCESS            VALUE '00'.
           88  KIT-NOT-FOUND          VALUE '23'.

       01  WS-ISSTRAN-STATUS          PIC X(02) VALUE SPACES.
           88  ISSTRAN-SUCCESS        VALUE '00'.

           88  JOURNAL-SUCCESS        VALUE '00'.
           88  JOURNAL-NO-FILE        VALUE '35'.

       01  WS-CUST-STATUS             PIC X(02) VALUE SPACES.
           88  CUST-SUCCESS           VALUE '00'.
           88  CUST-NOT-FOUND         VALUE '23'.

       01  WS-SHIP-TO-STATUS          PIC X(02) VALUE SPACES.
           88  SHIP-TO-SUCCESS        VALUE '00'.
           88  SHIP-TO-NOT-FOUND      VALUE '23'.

       01  WS-PACKSLIP-STATUS         PIC X(02) VALUE SPACES.
           88  PACKSLIP-SUCCESS       VALUE '00'.

       01  WS-LADING-STATUS           PIC X(02) VALUE SPACES.
           88  LADING-SUCCESS         VALUE '00'.

       01  WS-ASN-STATUS              PIC X(02) VALUE SPACES.
           88  ASN-SUCCESS            VALUE '00'.

       01  WS-JOURNAL-WORK.
           05  WS-JRN-FILE-CODE       PIC X(08).
           05  WS-JRN-ACTION-CODE     PIC X(01).
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-CONFIRM-VALID-SW    PIC X(01) VALUE 'Y'.
               88  CONFIRM-VALID      VALUE 'Y'.
           05  WS-KIT-SCAN-EOF-SW     PIC X(01) VALUE 'N'.
               88  KIT-SCAN-EOF       VALUE 'Y'.
           05  WS-COST-FOUND-SW       PIC X(01) VALUE 'N'.
               88  COST-FOUND         VALUE 'Y'.
           05  WS-SHIPMENT-FOUND-SW   PIC X(01) VALUE 'N'.
               88  SHIPMENT-FOUND     VALUE 'Y'.
           05  WS-CARRIER-FOUND-SW    PIC X(01) VALUE 'N'.
               88  CARRIER-FOUND      VALUE 'Y'.
           05  WS-ORDER-SCAN-EOF-SW   PIC X(01) VALUE 'N'.
               88  ORDER-SCAN-EOF     VALUE 'Y'.
           05  WS-ASN-WANTED-SW       PIC X(01) VALUE 'N'.
               88  ASN-WANTED         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CONFIRM-READ-COUNT  PIC 9(05) VALUE ZEROS.
           05  WS-CANCEL-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-REJECT-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-ERROR-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-SLIP-COUNT          PIC 9(05) VALUE ZEROS.
           05  WS-LADING-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-ASN-COUNT           PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      * ONE ENTRY PER ORDER SHIPPED IN THE RUN, BUILT AS THE           *
      * CONFIRMATIONS ARE POSTED AND PRINTED AT THE END. THE NAME AND  *
      * ADDRESS ARE FILLED IN WHEN THE PACKING SLIP IS PRINTED, SO THE *
      * BILL OF LADING NEED NOT READ THE MASTERS AGAIN. A DROP-SHIP    *
      * LINE NEVER LEAVES OUR DOCK AND STARTS NO SHIPMENT.             *
      *----------------------------------------------------------------*
       01  WS-SHIPMENT-TABLE.
           05  WS-SH-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-SH-IDX.
               10  WS-SH-REFERENCE    PIC X(15).
               10  WS-SH-CUST-ID      PIC X(06).
               10  WS-SH-SHIP-SEQ     PIC 9(03).
               10  WS-SH-SHIP-DATE    PIC 9(08).
               10  WS-SH-CARRIER      PIC X(06).
               10  WS-SH-TRACKING-NUM PIC X(20).
               10  WS-SH-CARTON-COUNT PIC 9(05).
               10  WS-SH-WEIGHT       PIC S9(07)V999 COMP-3.
               10  WS-SH-SHIP-NAME    PIC X(30).
               10  WS-SH-SHIP-ADDR    PIC X(30).

       01  WS-SHIPMENT-CONTROL.
           05  WS-SH-ENTRY-COUNT      PIC 9(04) VALUE ZEROS.
           05  WS-SH-MAX-ENTRIES      PIC 9(04) VALUE 200.

      *----------------------------------------------------------------*
      * THE QUANTITY EACH ORDER LINE SHIPPED IN THE RUN, FOR THE       *
      * PACKING SLIP AND THE ASN. COMPONENT LINES ARE NOT KEPT -- THE  *
      * KIT PARENT STANDS FOR THEM ON THE CUSTOMER'S PAPERWORK.        *
      *----------------------------------------------------------------*
       01  WS-PACKED-LINE-TABLE.
           05  WS-PK-ENTRY OCCURS 1000 TIMES
                           INDEXED BY WS-PK-IDX.
               10  WS-PK-REFERENCE    PIC X(15).
               10  WS-PK-ITEM-CODE    PIC X(10).
               10  WS-PK-QUANTITY     PIC S9(05) COMP-3.

       01  WS-PACKED-LINE-CONTROL.
           05  WS-PK-ENTRY-COUNT      PIC 9(04) VALUE ZEROS.
           05  WS-PK-MAX-ENTRIES      PIC 9(04) VALUE 1000.

       01  WS-CARRIER-TABLE.
           05  WS-CR-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-CR-IDX.
               10  WS-CR-CARRIER      PIC X(06).

       01  WS-CARRIER-CONTROL.
           05  WS-CR-ENTRY-COUNT      PIC 9(04) VALUE ZEROS.

       01  WS-PAPERWORK-WORK.
           05  WS-PW-THIS-SHIP-QTY    PIC S9(05) COMP-3.
           05  WS-PW-SHIPMENTS        PIC 9(05).
           05  WS-PW-CARTONS          PIC 9(07).
           05  WS-PW-WEIGHT           PIC S9(09)V999 COMP-3.

       01  WS-CONFIRM-WORK.
           05  WS-REMAINDER-QTY       PIC S9(05) COMP-3.
           05  WS-SHIP-UNIT-COST      PIC S9(05)V99 COMP-3.
           05  WS-KIT-PARENT-ITEM     PIC X(10).

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-SL-ERROR-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(09) VALUE SPACES.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                 PIC X(20)
                                      VALUE 'SHIPPING DOCUMENTS: '.
           05  FILLER                 PIC X(15) VALUE 'PACKING SLIPS: '.
           05  WS-S2-SLIP-COUNT       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(18)
                                      VALUE ' BILLS OF LADING: '.
           05  WS-S2-LADING-COUNT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(07) VALUE ' ASNS: '.
           05  WS-S2-ASN-COUNT        PIC ZZ,ZZ9.
           05  FILLER                 PIC X(54) VALUE SPACES.

      *----------------------------------------------------------------*
      * PACKING SLIP LINES (PACKSLIP).                                 *
      *----------------------------------------------------------------*
       01  WS-SLIP-BREAK-LINE.
           05  FILLER                 PIC X(40) VALUE ALL '='.
           05  FILLER                 PIC X(92) VALUE SPACES.

       01  WS-SLIP-TITLE-LINE.
           05  FILLER                 PIC X(21)
                                      VALUE 'PACKING SLIP  ORDER: '.
           05  WS-PT-REFERENCE        PIC X(15).
           05  FILLER                 PIC X(13) VALUE '  SHIP DATE: '.
           05  WS-PT-SHIP-DATE        PIC 9(08).
           05  FILLER                 PIC X(11) VALUE '  CARRIER: '.
           05  WS-PT-CARRIER          PIC X(06).
           05  FILLER                 PIC X(12) VALUE '  TRACKING: '.
           05  WS-PT-TRACKING-NUM     PIC X(20).
           05  FILLER                 PIC X(26) VALUE SPACES.

       01  WS-SLIP-NAME-LINE.
           05  FILLER                 PIC X(09) VALUE 'SHIP TO: '.
           05  WS-PN-SHIP-NAME        PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-PN-CUST-ID          PIC X(06).
           05  FILLER                 PIC X(08) VALUE '  SITE: '.
           05  WS-PN-SHIP-SEQ         PIC 9(03).
           05  FILLER                 PIC X(74) VALUE SPACES.

       01  WS-SLIP-ADDR-LINE.
           05  FILLER                 PIC X(09) VALUE SPACES.
           05  WS-PA-SHIP-ADDR        PIC X(30).
           05  FILLER                 PIC X(93) VALUE SPACES.

       01  WS-SLIP-COLUMN-HEADER.
           05  FILLER                 PIC X(12) VALUE 'ITEM CODE'.
           05  FILLER                 PIC X(31) VALUE 'DESCRIPTION'.
           05  FILLER                 PIC X(09) VALUE 'ORDERED'.
           05  FILLER                 PIC X(09) VALUE 'THIS SHIP'.
           05  FILLER                 PIC X(09) VALUE 'TO DATE'.
           05  FILLER                 PIC X(09) VALUE 'OPEN'.
           05  FILLER                 PIC X(20) VALUE 'LINE STATUS'.
           05  FILLER                 PIC X(33) VALUE SPACES.

       01  WS-SLIP-DETAIL-LINE.
           05  WS-PD-ITEM-CODE        PIC X(12).
           05  WS-PD-DESCRIPTION      PIC X(31).
           05  WS-PD-ORDER-QTY        PIC Z(04)9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-PD-THIS-SHIP-QTY    PIC Z(04)9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-PD-SHIPPED-QTY      PIC Z(04)9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-PD-OPEN-QTY         PIC Z(04)9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-PD-LINE-STATUS      PIC X(20).
           05  FILLER                 PIC X(33) VALUE SPACES.

       01  WS-SLIP-TOTAL-LINE.
           05  FILLER                 PIC X(09) VALUE 'CARTONS: '.
           05  WS-PX-CARTON-COUNT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE '  WEIGHT: '.
           05  WS-PX-WEIGHT           PIC ZZ,ZZZ,ZZ9.999.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-PX-ASN-NOTE         PIC X(20).
           05  FILLER                 PIC X(71) VALUE SPACES.

      *----------------------------------------------------------------*
      * BILL OF LADING / CARRIER MANIFEST LINES (BOLRPT).              *
      *----------------------------------------------------------------*
       01  WS-LADING-TITLE-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'BILL OF LADING / CAR'.
           05  FILLER                 PIC X(14) VALUE 'RIER MANIFEST '.
           05  FILLER                 PIC X(10) VALUE ' CARRIER: '.
           05  WS-BT-CARRIER          PIC X(06).
           05  FILLER                 PIC X(13) VALUE '  SHIP DATE: '.
           05  WS-BT-SHIP-DATE        PIC 9(08).
           05  FILLER                 PIC X(61) VALUE SPACES.

       01  WS-LADING-COLUMN-HEADER.
           05  FILLER                 PIC X(17) VALUE 'ORDER REFERENCE'.
           05  FILLER                 PIC X(32) VALUE 'CONSIGNEE'.
           05  FILLER                 PIC X(32) VALUE 'SHIP-TO ADDRESS'.
           05  FILLER                 PIC X(22) VALUE 'TRACKING NUMBER'.
           05  FILLER                 PIC X(08) VALUE 'CARTONS'.
           05  FILLER                 PIC X(14) VALUE '        WEIGHT'.
           05  FILLER                 PIC X(07) VALUE SPACES.

       01  WS-LADING-DETAIL-LINE.
           05  WS-BD-REFERENCE        PIC X(15).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-BD-SHIP-NAME        PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-BD-SHIP-ADDR        PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-BD-TRACKING-NUM     PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-BD-CARTON-COUNT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-BD-WEIGHT           PIC ZZ,ZZZ,ZZ9.999.
           05  FILLER                 PIC X(07) VALUE SPACES.

       01  WS-LADING-TOTAL-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'CARRIER TOTAL - SHIP'.
           05  FILLER                 PIC X(07) VALUE 'MENTS: '.
           05  WS-BX-SHIPMENTS        PIC ZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE '  CARTONS: '.
           05  WS-BX-CARTONS          PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE '  WEIGHT: '.
           05  WS-BX-WEIGHT           PIC ZZZ,ZZZ,ZZ9.999.
           05  FILLER                 PIC X(54) VALUE SPACES.

       01  WS-LADING-SIGNATURE-LINE.
           05  FILLER                 PIC X(21)
                                      VALUE 'RECEIVED BY CARRIER: '.
           05  FILLER                 PIC X(30) VALUE ALL '_'.
           05  FILLER                 PIC X(08) VALUE '  DATE: '.
           05  FILLER                 PIC X(12) VALUE ALL '_'.
           05  FILLER                 PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
                I-O    OPEN-ORDER-FILE
                I-O    INVENTORY-FILE
                I-O    LOCATION-FILE
                INPUT  KIT-FILE
                INPUT  CUSTOMER-FILE
                INPUT  SHIP-TO-FILE
                OUTPUT ISSUE-TRAN-FILE
                OUTPUT ISSUE-FEED-FILE
                OUTPUT BILLING-FEED-FILE
                OUTPUT REPORT-FILE
                OUTPUT PACKING-SLIP-FILE
                OUTPUT LADING-FILE
                OUTPUT ASN-FILE

           IF NOT CONFIRM-SUCCESS
               DISPLAY 'ERROR OPENING CONFIRMATION FILE: '
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
               DISPLAY 'ERROR OPENING SHIP-TO FILE: ' WS-SHIP-TO-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT ISSTRAN-SUCCESS
               DISPLAY 'ERROR OPENING ISSUE TRAN FILE: '
                       WS-ISSTRAN-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT PACKSLIP-SUCCESS
               DISPLAY 'ERROR OPENING PACKING SLIP FILE: '
                       WS-PACKSLIP-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT LADING-SUCCESS
               DISPLAY 'ERROR OPENING BILL OF LADING FILE: '
                       WS-LADING-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT ASN-SUCCESS
               DISPLAY 'ERROR OPENING ASN FILE: ' WS-ASN-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           OPEN EXTEND JOURNAL-FILE

           IF JOURNAL-NO-FILE

               ADD SC-PICKED-QTY TO OO-SHIPPED-QTY
               SUBTRACT SC-PICKED-QTY FROM OO-OPEN-QTY

               IF NOT OO-DROP-SHIP
                   PERFORM 2500-RECORD-SHIPMENT
               END-IF
           END-IF

           MOVE OO-OPEN-QTY TO WS-REMAINDER-QTY
           MOVE OO-SALESPERSON-ID TO BF-SALESPERSON-ID
           MOVE OO-REGION TO BF-REGION

           IF OO-KIT-PARENT
               PERFORM 2380-COST-KIT-PARENT
           ELSE
               PERFORM 2390-COST-STOCK-ITEM
           END-IF

           IF COST-FOUND
               MOVE WS-SHIP-UNIT-COST TO BF-UNIT-COST
           END-IF

           WRITE BILLING-FEED-RECORD
           .

      *----------------------------------------------------------------*
      * A KIT'S UNIT COST IS ROLLED UP FROM ITS KITFILE COMPONENTS --  *
      * QUANTITY-PER TIMES EACH COMPONENT'S INVENTORY UNIT COST -- AS  *
      * THE KIT IS BUILT TODAY. A KIT WITH NO COMPONENT RECORDS LEFT   *
      * FALLS BACK TO THE KIT ITEM'S OWN INVENTORY COST.               *
      *----------------------------------------------------------------*
       2380-COST-KIT-PARENT.
           MOVE ZEROS TO WS-SHIP-UNIT-COST
           MOVE 'N' TO WS-COST-FOUND-SW
           MOVE 'N' TO WS-KIT-SCAN-EOF-SW
           MOVE OO-ITEM-CODE TO WS-KIT-PARENT-ITEM

           MOVE OO-ITEM-CODE TO KIT-ITEM-CODE
           MOVE LOW-VALUES TO KIT-COMPONENT-CODE

           START KIT-FILE KEY >= KIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-KIT-SCAN-EOF-SW
           END-START

           PERFORM 2385-COST-ONE-COMPONENT
               UNTIL KIT-SCAN-EOF

           IF NOT COST-FOUND
               PERFORM 2390-COST-STOCK-ITEM
           END-IF
           .

       2385-COST-ONE-COMPONENT.
           READ KIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-KIT-SCAN-EOF-SW
               NOT AT END
                   IF KIT-ITEM-CODE NOT = WS-KIT-PARENT-ITEM
                       MOVE 'Y' TO WS-KIT-SCAN-EOF-SW
                   ELSE
                       MOVE KIT-COMPONENT-CODE TO INV-ITEM-CODE
                       READ INVENTORY-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               COMPUTE WS-SHIP-UNIT-COST =
                                   WS-SHIP-UNIT-COST +
                                   (KIT-COMPONENT-QTY * INV-UNIT-COST)
                               MOVE 'Y' TO WS-COST-FOUND-SW
                       END-READ
                   END-IF
           END-READ
           .

       2390-COST-STOCK-ITEM.
           MOVE ZEROS TO WS-SHIP-UNIT-COST
           MOVE 'N' TO WS-COST-FOUND-SW
           MOVE OO-ITEM-CODE TO INV-ITEM-CODE

           READ INVENTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE INV-UNIT-COST TO WS-SHIP-UNIT-COST
                   MOVE 'Y' TO WS-COST-FOUND-SW
           END-READ
           .

      *----------------------------------------------------------------*
      * THE CANCELLED REMAINDER'S ALLOCATION IS RELEASED ON BOTH       *
      * MASTERS, FLOORED AT ZERO THE SAME WAY INVNTRY'S                *
           END-READ
           .

      *----------------------------------------------------------------*
      * FINDS (OR OPENS) THE RUN'S SHIPMENT ENTRY FOR THIS ORDER AND   *
      * ADDS THE CONFIRMATION TO IT. THE WEIGHT COMES FROM THE LINES   *
      * THAT MOVE STOCK -- A KIT IS WEIGHED THROUGH ITS COMPONENTS --  *
      * AND AN ITEM WITH NO UNIT WEIGHT ON FILE ADDS NOTHING. A FULL   *
      * TABLE STILL POSTS THE CONFIRMATION; ONLY THE PAPERWORK FOR     *
      * THE ORDER IS LOST, AND THAT IS COUNTED AS AN ERROR.            *
      *----------------------------------------------------------------*
       2500-RECORD-SHIPMENT.
           MOVE 'N' TO WS-SHIPMENT-FOUND-SW

           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > WS-SH-ENTRY-COUNT
                      OR SHIPMENT-FOUND
               IF WS-SH-REFERENCE(WS-SH-IDX) = OO-REFERENCE
                   MOVE 'Y' TO WS-SHIPMENT-FOUND-SW
               END-IF
           END-PERFORM

           IF SHIPMENT-FOUND
               SET WS-SH-IDX DOWN BY 1
           ELSE
               IF WS-SH-ENTRY-COUNT < WS-SH-MAX-ENTRIES
                   ADD 1 TO WS-SH-ENTRY-COUNT
                   SET WS-SH-IDX TO WS-SH-ENTRY-COUNT
                   PERFORM 2510-OPEN-SHIPMENT-ENTRY
                   MOVE 'Y' TO WS-SHIPMENT-FOUND-SW
               ELSE
                   DISPLAY 'SHIPMENT TABLE FULL - NO PAPERWORK FOR '
                           OO-REFERENCE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF

           IF SHIPMENT-FOUND
               PERFORM 2520-ADD-TO-SHIPMENT
           END-IF
           .

       2510-OPEN-SHIPMENT-ENTRY.
           MOVE OO-REFERENCE TO WS-SH-REFERENCE(WS-SH-IDX)
           MOVE OO-CUST-ID TO WS-SH-CUST-ID(WS-SH-IDX)

           IF OO-SHIP-SEQ NUMERIC
               MOVE OO-SHIP-SEQ TO WS-SH-SHIP-SEQ(WS-SH-IDX)
           ELSE
               MOVE ZEROS TO WS-SH-SHIP-SEQ(WS-SH-IDX)
           END-IF

           MOVE SC-SHIP-DATE TO WS-SH-SHIP-DATE(WS-SH-IDX)
           MOVE SPACES TO WS-SH-CARRIER(WS-SH-IDX)
           MOVE SPACES TO WS-SH-TRACKING-NUM(WS-SH-IDX)
           MOVE ZEROS TO WS-SH-CARTON-COUNT(WS-SH-IDX)
           MOVE ZEROS TO WS-SH-WEIGHT(WS-SH-IDX)
           MOVE SPACES TO WS-SH-SHIP-NAME(WS-SH-IDX)
           MOVE SPACES TO WS-SH-SHIP-ADDR(WS-SH-IDX)
           .

       2520-ADD-TO-SHIPMENT.
           IF WS-SH-CARRIER(WS-SH-IDX) = SPACES
               MOVE SC-CARRIER TO WS-SH-CARRIER(WS-SH-IDX)
           END-IF

           IF WS-SH-TRACKING-NUM(WS-SH-IDX) = SPACES
               MOVE SC-TRACKING-NUM TO WS-SH-TRACKING-NUM(WS-SH-IDX)
           END-IF

           IF SC-CARTON-COUNT NUMERIC
               ADD SC-CARTON-COUNT TO WS-SH-CARTON-COUNT(WS-SH-IDX)
           END-IF

           IF NOT OO-KIT-PARENT
               MOVE OO-ITEM-CODE TO INV-ITEM-CODE

               READ INVENTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INV-UNIT-WEIGHT NUMERIC
                           COMPUTE WS-SH-WEIGHT(WS-SH-IDX) =
                               WS-SH-WEIGHT(WS-SH-IDX) +
                               (SC-PICKED-QTY * INV-UNIT-WEIGHT)
                       END-IF
               END-READ
           END-IF

           IF NOT OO-KIT-COMPONENT
               IF WS-PK-ENTRY-COUNT < WS-PK-MAX-ENTRIES
                   ADD 1 TO WS-PK-ENTRY-COUNT
                   SET WS-PK-IDX TO WS-PK-ENTRY-COUNT
                   MOVE OO-REFERENCE TO WS-PK-REFERENCE(WS-PK-IDX)
                   MOVE OO-ITEM-CODE TO WS-PK-ITEM-CODE(WS-PK-IDX)
                   MOVE SC-PICKED-QTY TO WS-PK-QUANTITY(WS-PK-IDX)
               ELSE
                   DISPLAY 'PACKED LINE TABLE FULL - NOT ON SLIP: '
                           OO-REFERENCE ' ' OO-ITEM-CODE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * ONE JOURNAL RECORD PER MASTER CHANGE, IN THE SHARED JRNCOPY   *
      * FORMAT THE RECOVERY UTILITY CONSUMES. THE CALLER STAGES THE   *
           MOVE WS-REJECT-COUNT TO WS-SL-REJECT-COUNT
           MOVE WS-ERROR-COUNT TO WS-SL-ERROR-COUNT

           PERFORM 3100-PRINT-PACKING-SLIPS
           PERFORM 3200-PRINT-BILLS-OF-LADING

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           MOVE WS-SLIP-COUNT TO WS-S2-SLIP-COUNT
           MOVE WS-LADING-COUNT TO WS-S2-LADING-COUNT
           MOVE WS-ASN-COUNT TO WS-S2-ASN-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-2

           CLOSE CONFIRM-FILE
                 OPEN-ORDER-FILE
                 INVENTORY-FILE
                 LOCATION-FILE
                 KIT-FILE
                 ISSUE-TRAN-FILE
                 ISSUE-FEED-FILE
                 BILLING-FEED-FILE
                 REPORT-FILE
                 JOURNAL-FILE
                 CUSTOMER-FILE
                 SHIP-TO-FILE
                 PACKING-SLIP-FILE
                 LADING-FILE
                 ASN-FILE
           .

      *----------------------------------------------------------------*
      * ONE PACKING SLIP PER SHIPMENT. THE BODY IS EVERY LINE ON THE   *
      * ORDER AS IT STANDS AFTER THE RUN, SO THE CUSTOMER SEES WHAT    *
      * CAME IN THIS BOX, WHAT CAME BEFORE, AND WHAT IS STILL TO       *
      * FOLLOW OR WILL NOT COME AT ALL. THE ASN, WHERE THE SITE TAKES  *
      * ONE, IS WRITTEN FROM THE SAME PASS.                            *
      *----------------------------------------------------------------*
       3100-PRINT-PACKING-SLIPS.
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > WS-SH-ENTRY-COUNT
               PERFORM 3110-PRINT-ONE-SLIP
           END-PERFORM
           .

       3110-PRINT-ONE-SLIP.
           PERFORM 3120-RESOLVE-SHIP-TO

           MOVE WS-SH-REFERENCE(WS-SH-IDX) TO WS-PT-REFERENCE
           MOVE WS-SH-SHIP-DATE(WS-SH-IDX) TO WS-PT-SHIP-DATE
           MOVE WS-SH-CARRIER(WS-SH-IDX) TO WS-PT-CARRIER
           MOVE WS-SH-TRACKING-NUM(WS-SH-IDX) TO WS-PT-TRACKING-NUM
           MOVE WS-SH-SHIP-NAME(WS-SH-IDX) TO WS-PN-SHIP-NAME
           MOVE WS-SH-CUST-ID(WS-SH-IDX) TO WS-PN-CUST-ID
           MOVE WS-SH-SHIP-SEQ(WS-SH-IDX) TO WS-PN-SHIP-SEQ
           MOVE WS-SH-SHIP-ADDR(WS-SH-IDX) TO WS-PA-SHIP-ADDR

           WRITE PACKING-SLIP-RECORD FROM WS-SLIP-BREAK-LINE
           WRITE PACKING-SLIP-RECORD FROM WS-SLIP-TITLE-LINE
           WRITE PACKING-SLIP-RECORD FROM WS-SLIP-NAME-LINE
           WRITE PACKING-SLIP-RECORD FROM WS-SLIP-ADDR-LINE
           WRITE PACKING-SLIP-RECORD FROM WS-SLIP-COLUMN-HEADER

           IF ASN-WANTED
               PERFORM 3150-WRITE-ASN-HEADER
           END-IF

           MOVE 'N' TO WS-ORDER-SCAN-EOF-SW
           MOVE WS-SH-REFERENCE(WS-SH-IDX) TO OO-REFERENCE
           MOVE LOW-VALUES TO OO-ITEM-CODE

           START OPEN-ORDER-FILE KEY >= OO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ORDER-SCAN-EOF-SW
           END-START

           PERFORM 3130-PRINT-SLIP-LINE
               UNTIL ORDER-SCAN-EOF

           MOVE WS-SH-CARTON-COUNT(WS-SH-IDX) TO WS-PX-CARTON-COUNT
           MOVE WS-SH-WEIGHT(WS-SH-IDX) TO WS-PX-WEIGHT

           IF ASN-WANTED
               MOVE 'ASN SENT' TO WS-PX-ASN-NOTE
           ELSE
               MOVE SPACES TO WS-PX-ASN-NOTE
           END-IF

           WRITE PACKING-SLIP-RECORD FROM SPACES
           WRITE PACKING-SLIP-RECORD FROM WS-SLIP-TOTAL-LINE
           WRITE PACKING-SLIP-RECORD FROM SPACES

           ADD 1 TO WS-SLIP-COUNT
           .

      *----------------------------------------------------------------*
      * THE SLIP GOES TO THE ORDER'S SHIP-TO SITE; SITE ZERO, OR A     *
      * SITE NO LONGER ON FILE, FALLS BACK TO THE CUSTOMER'S OWN       *
      * ADDRESS. ONLY A SHIP-TO SITE CAN BE FLAGGED FOR AN ASN.        *
      *----------------------------------------------------------------*
       3120-RESOLVE-SHIP-TO.
           MOVE 'N' TO WS-ASN-WANTED-SW
           MOVE WS-SH-CUST-ID(WS-SH-IDX) TO CUST-ID

           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON FILE'
                     TO WS-SH-SHIP-NAME(WS-SH-IDX)
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-SH-SHIP-NAME(WS-SH-IDX)
                   MOVE CUST-ADDR TO WS-SH-SHIP-ADDR(WS-SH-IDX)
           END-READ

           IF WS-SH-SHIP-SEQ(WS-SH-IDX) > ZEROS
               MOVE WS-SH-CUST-ID(WS-SH-IDX) TO SHIP-CUST-ID
               MOVE WS-SH-SHIP-SEQ(WS-SH-IDX) TO SHIP-SEQ-NUMBER

               READ SHIP-TO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SHIP-ADDR TO WS-SH-SHIP-ADDR(WS-SH-IDX)
                       IF SHIP-ASN-REQUIRED
                           MOVE 'Y' TO WS-ASN-WANTED-SW
                       END-IF
               END-READ
           END-IF
           .

       3130-PRINT-SLIP-LINE.
           READ OPEN-ORDER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ORDER-SCAN-EOF-SW
               NOT AT END
                   IF OO-REFERENCE NOT = WS-SH-REFERENCE(WS-SH-IDX)
                       MOVE 'Y' TO WS-ORDER-SCAN-EOF-SW
                   ELSE
                       IF NOT OO-KIT-COMPONENT
                           PERFORM 3135-FORMAT-SLIP-LINE
                       END-IF
                   END-IF
           END-READ
           .

       3135-FORMAT-SLIP-LINE.
           MOVE ZEROS TO WS-PW-THIS-SHIP-QTY

           PERFORM VARYING WS-PK-IDX FROM 1 BY 1
                   UNTIL WS-PK-IDX > WS-PK-ENTRY-COUNT
               IF WS-PK-REFERENCE(WS-PK-IDX) = OO-REFERENCE
                  AND WS-PK-ITEM-CODE(WS-PK-IDX) = OO-ITEM-CODE
                   ADD WS-PK-QUANTITY(WS-PK-IDX)
                     TO WS-PW-THIS-SHIP-QTY
               END-IF
           END-PERFORM

           MOVE OO-ITEM-CODE TO WS-PD-ITEM-CODE
           MOVE OO-ITEM-CODE TO INV-ITEM-CODE

           READ INVENTORY-FILE
               INVALID KEY
                   MOVE SPACES TO WS-PD-DESCRIPTION
               NOT INVALID KEY
                   MOVE INV-DESCRIPTION TO WS-PD-DESCRIPTION
           END-READ

           MOVE OO-ORDER-QTY TO WS-PD-ORDER-QTY
           MOVE WS-PW-THIS-SHIP-QTY TO WS-PD-THIS-SHIP-QTY
           MOVE OO-SHIPPED-QTY TO WS-PD-SHIPPED-QTY
           MOVE OO-OPEN-QTY TO WS-PD-OPEN-QTY

           EVALUATE TRUE
               WHEN OO-LINE-CANCELLED
                   MOVE 'CANCELLED' TO WS-PD-LINE-STATUS
               WHEN OO-DROP-SHIP
                   MOVE 'SHIPS FROM SUPPLIER' TO WS-PD-LINE-STATUS
               WHEN OO-LINE-SHIPPED
                AND OO-SHIPPED-QTY < OO-ORDER-QTY
                   MOVE 'BALANCE CANCELLED' TO WS-PD-LINE-STATUS
               WHEN OO-LINE-SHIPPED
                   MOVE 'SHIPPED COMPLETE' TO WS-PD-LINE-STATUS
               WHEN OO-LINE-BACKORDERED
                   MOVE 'BACKORDERED' TO WS-PD-LINE-STATUS
               WHEN OO-LINE-HELD
                   MOVE 'HELD - TO FOLLOW' TO WS-PD-LINE-STATUS
               WHEN OTHER
                   MOVE 'OPEN - TO FOLLOW' TO WS-PD-LINE-STATUS
           END-EVALUATE

           WRITE PACKING-SLIP-RECORD FROM WS-SLIP-DETAIL-LINE

           IF ASN-WANTED
              AND WS-PW-THIS-SHIP-QTY > ZERO
               PERFORM 3160-WRITE-ASN-DETAIL
           END-IF
           .

       3150-WRITE-ASN-HEADER.
           MOVE SPACES TO ASN-HEADER-RECORD
           MOVE 'H' TO AH-RECORD-TYPE
           MOVE WS-SH-REFERENCE(WS-SH-IDX) TO AH-REFERENCE
           MOVE WS-SH-CUST-ID(WS-SH-IDX) TO AH-CUST-ID
           MOVE WS-SH-SHIP-SEQ(WS-SH-IDX) TO AH-SHIP-SEQ
           MOVE WS-SH-SHIP-DATE(WS-SH-IDX) TO AH-SHIP-DATE
           MOVE WS-SH-CARRIER(WS-SH-IDX) TO AH-CARRIER
           MOVE WS-SH-TRACKING-NUM(WS-SH-IDX) TO AH-TRACKING-NUM
           MOVE WS-SH-CARTON-COUNT(WS-SH-IDX) TO AH-CARTON-COUNT
           MOVE WS-SH-WEIGHT(WS-SH-IDX) TO AH-WEIGHT

           WRITE ASN-HEADER-RECORD

           ADD 1 TO WS-ASN-COUNT
           .

       3160-WRITE-ASN-DETAIL.
           MOVE SPACES TO ASN-DETAIL-RECORD
           MOVE 'D' TO AD-RECORD-TYPE
           MOVE OO-REFERENCE TO AD-REFERENCE
           MOVE OO-ITEM-CODE TO AD-ITEM-CODE
           MOVE WS-PW-THIS-SHIP-QTY TO AD-SHIPPED-QTY
           MOVE OO-ORDER-QTY TO AD-ORDER-QTY
           MOVE OO-OPEN-QTY TO AD-OPEN-QTY
           MOVE OO-STATUS TO AD-LINE-STATUS

           WRITE ASN-DETAIL-RECORD
           .

      *----------------------------------------------------------------*
      * ONE BILL OF LADING PER CARRIER, IN THE ORDER EACH CARRIER      *
      * FIRST APPEARS IN THE RUN, MANIFESTING EVERY SHIPMENT HANDED TO *
      * IT WITH THE CARRIER'S TOTALS AND A SIGNATURE LINE FOR THE      *
      * DRIVER. SHIPMENTS CONFIRMED WITH NO CARRIER ARE GATHERED ON    *
      * THEIR OWN MANIFEST UNDER CARRIER 'NONE' FOR THE DOCK TO SORT   *
      * OUT.                                                           *
      *----------------------------------------------------------------*
       3200-PRINT-BILLS-OF-LADING.
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > WS-SH-ENTRY-COUNT
               PERFORM 3210-ADD-CARRIER
           END-PERFORM

           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-ENTRY-COUNT
               PERFORM 3220-PRINT-ONE-LADING
           END-PERFORM
           .

       3210-ADD-CARRIER.
           MOVE 'N' TO WS-CARRIER-FOUND-SW

           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-ENTRY-COUNT
                      OR CARRIER-FOUND
               IF WS-CR-CARRIER(WS-CR-IDX) = WS-SH-CARRIER(WS-SH-IDX)
                   MOVE 'Y' TO WS-CARRIER-FOUND-SW
               END-IF
           END-PERFORM

           IF NOT CARRIER-FOUND
               ADD 1 TO WS-CR-ENTRY-COUNT
               SET WS-CR-IDX TO WS-CR-ENTRY-COUNT
               MOVE WS-SH-CARRIER(WS-SH-IDX) TO WS-CR-CARRIER(WS-CR-IDX)
           END-IF
           .

       3220-PRINT-ONE-LADING.
           MOVE ZEROS TO WS-PW-SHIPMENTS
           MOVE ZEROS TO WS-PW-CARTONS
           MOVE ZEROS TO WS-PW-WEIGHT

           IF WS-CR-CARRIER(WS-CR-IDX) = SPACES
               MOVE 'NONE' TO WS-BT-CARRIER
           ELSE
               MOVE WS-CR-CARRIER(WS-CR-IDX) TO WS-BT-CARRIER
           END-IF

           MOVE WS-CURRENT-DATE TO WS-BT-SHIP-DATE

           WRITE LADING-RECORD FROM WS-SLIP-BREAK-LINE
           WRITE LADING-RECORD FROM WS-LADING-TITLE-LINE
           WRITE LADING-RECORD FROM WS-LADING-COLUMN-HEADER

           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > WS-SH-ENTRY-COUNT
               IF WS-SH-CARRIER(WS-SH-IDX) = WS-CR-CARRIER(WS-CR-IDX)
                   PERFORM 3230-PRINT-LADING-LINE
               END-IF
           END-PERFORM

           MOVE WS-PW-SHIPMENTS TO WS-BX-SHIPMENTS
           MOVE WS-PW-CARTONS TO WS-BX-CARTONS
           MOVE WS-PW-WEIGHT TO WS-BX-WEIGHT

           WRITE LADING-RECORD FROM SPACES
           WRITE LADING-RECORD FROM WS-LADING-TOTAL-LINE
           WRITE LADING-RECORD FROM SPACES
           WRITE LADING-RECORD FROM WS-LADING-SIGNATURE-LINE
           WRITE LADING-RECORD FROM SPACES

           ADD 1 TO WS-LADING-COUNT
           .

       3230-PRINT-LADING-LINE.
           MOVE WS-SH-REFERENCE(WS-SH-IDX) TO WS-BD-REFERENCE
           MOVE WS-SH-SHIP-NAME(WS-SH-IDX) TO WS-BD-SHIP-NAME
           MOVE WS-SH-SHIP-ADDR(WS-SH-IDX) TO WS-BD-SHIP-ADDR
           MOVE WS-SH-TRACKING-NUM(WS-SH-IDX) TO WS-BD-TRACKING-NUM
           MOVE WS-SH-CARTON-COUNT(WS-SH-IDX) TO WS-BD-CARTON-COUNT
           MOVE WS-SH-WEIGHT(WS-SH-IDX) TO WS-BD-WEIGHT

           WRITE LADING-RECORD FROM WS-LADING-DETAIL-LINE

           ADD 1 TO WS-PW-SHIPMENTS
           ADD WS-SH-CARTON-COUNT(WS-SH-IDX) TO WS-PW-CARTONS
           ADD WS-SH-WEIGHT(WS-SH-IDX) TO WS-PW-WEIGHT
           .
