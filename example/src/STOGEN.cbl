      *----------------------------------------------------------------*
      * STOGEN - STANDING ORDER GENERATOR                              *
      *                                                                *
      * RUN NIGHTLY AHEAD OF ORDENTRY. PASSES THE STANDING ORDER       *
      * TEMPLATES STOMNT MAINTAINS AND, FOR EACH ACTIVE TEMPLATE WHOSE *
      * NEXT DUE DATE FALLS WITHIN ITS LEAD DAYS OF TODAY, WRITES AN   *
      * 'H' HEADER AND ONE 'D' DETAIL PER TEMPLATE LINE TO THE ORDTRAN *
      * FEED, SO THE ORDER GETS THE NORMAL CREDIT CHECK, ALLOCATION,   *
      * AND SUBSTITUTION IN ORDENTRY. THE ORDER REFERENCE IS 'SO' +    *
      * CUSTOMER + SHIP-TO + THE TEMPLATE'S GENERATION COUNT, AND THE  *
      * DUE DATE GOES IN AS THE REQUESTED SHIP DATE (TODAY, IF THE DUE *
      * DATE HAS ALREADY PASSED), SO AN ORDER RAISED EARLY IS HELD     *
      * UNTIL ITS RELEASE WINDOW OPENS. THE TEMPLATE'S NEXT DUE DATE   *
      * THEN ROLLS FORWARD ONE CYCLE, AND ANOTHER ORDER IS RAISED FOR  *
      * EACH CYCLE STILL DUE WITHIN THE LEAD-DAY HORIZON, SO EVERY     *
      * CYCLE GETS ONE ORDER; CYCLES MISSED WHILE THE TEMPLATE COULD   *
      * NOT BE GENERATED (DUE DATES ALREADY PASSED) ARE NOT RAISED     *
      * AGAIN.                                                         *
      *                                                                *
      * A TEMPLATE THAT IS DUE BUT WHOSE CUSTOMER IS NOT ACTIVE (CUST- *
      * STATUS SUSPENDED, CLOSED, OR INACTIVE), WHOSE SHIP-TO IS       *
      * CLOSED, OR THAT CARRIES AN ITEM NOT ON FILE OR DISCONTINUED IS *
      * SKIPPED AND REPORTED, AND ITS DUE DATE IS LEFT WHERE IT IS SO  *
      * IT IS REPORTED AGAIN EACH NIGHT UNTIL CUSTOMER SERVICE FIXES   *
      * OR HOLDS IT. A TEMPLATE WHOSE NEXT DUE DATE PASSES ITS END     *
      * DATE IS MARKED ENDED.                                          *
      *                                                                *
      * THE ORDERS ARE ADDED TO THE END OF THE DAY'S ORDTRAN FEED (A   *
      * NEW FEED IS STARTED IF THERE IS NONE), AS QTECONV ADDS THEM.   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOGEN.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO STOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STO-KEY
               FILE STATUS IS WS-STO-STATUS.

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

           SELECT INVENTORY-FILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-ITEM-CODE
               FILE STATUS IS WS-INV-STATUS.

           SELECT ORDER-FILE ASSIGN TO ORDTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT REPORT-FILE ASSIGN TO STOGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
           COPY STOCOPY.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTCOPY.

       FD  SHIP-TO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY SHIPCOPY.

       FD  INVENTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
           COPY INVCOPY.

      *----------------------------------------------------------------*
      * SAME HEADER/DETAIL ORDER LAYOUT ORDENTRY.CBL READS FROM        *
      * ORDTRAN, REPEATED FIELD FOR FIELD.                             *
      *----------------------------------------------------------------*
       FD  ORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  ORDER-RECORD.
           05  ORD-RECORD-TYPE        PIC X(01).
               88  ORD-HEADER         VALUE 'H'.
               88  ORD-DETAIL         VALUE 'D'.
           05  ORD-REFERENCE          PIC X(15).
           05  ORD-CUST-ID            PIC X(06).
           05  ORD-SHIP-SEQ           PIC 9(03).
           05  ORD-DATE.
               10  ORD-YEAR           PIC 9(04).
               10  ORD-MONTH          PIC 9(02).
               10  ORD-DAY            PIC 9(02).
           05  ORD-REJECT-ALL-SW      PIC X(01).
               88  ORD-ALL-OR-NOTHING VALUE 'Y'.
           05  ORD-SALESPERSON-ID     PIC X(05).
           05  ORD-REGION             PIC X(03).
           05  ORD-REQ-SHIP-DATE.
               10  ORD-SHIP-YEAR      PIC 9(04).
               10  ORD-SHIP-MONTH     PIC 9(02).
               10  ORD-SHIP-DAY       PIC 9(02).
           05  FILLER                 PIC X(30).
       01  ORDER-DETAIL-REC.
           05  FILLER                 PIC X(01).
           05  ORD-D-REFERENCE        PIC X(15).
           05  ORD-ITEM-CODE          PIC X(10).
           05  ORD-QUANTITY           PIC S9(05) COMP-3.
           05  ORD-LOCATION           PIC X(05).
           05  ORD-NO-SUB-SW          PIC X(01).
               88  ORD-NO-SUBSTITUTE  VALUE 'Y'.
           05  ORD-LINE-TYPE          PIC X(01).
               88  ORD-DROP-SHIP-LINE VALUE 'D'.
           05  FILLER                 PIC X(44).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STO-STATUS              PIC X(02) VALUE SPACES.
           88  STO-SUCCESS            VALUE '00'.
           88  STO-EOF                VALUE '10'.

       01  WS-CUST-STATUS             PIC X(02) VALUE SPACES.
           88  CUST-SUCCESS           VALUE '00'.
           88  CUST-NOT-FOUND         VALUE '23'.

       01  WS-SHIP-TO-STATUS          PIC X(02) VALUE SPACES.
           88  SHIP-TO-SUCCESS        VALUE '00'.
           88  SHIP-TO-NOT-FOUND      VALUE '23'.

       01  WS-INV-STATUS              PIC X(02) VALUE SPACES.
           88  INV-SUCCESS            VALUE '00'.
           88  INV-NOT-FOUND          VALUE '23'.

       01  WS-ORDER-STATUS            PIC X(02) VALUE SPACES.
           88  ORDER-SUCCESS          VALUE '00'.
           88  ORDER-NO-FILE          VALUE '35'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-TEMPLATE-VALID-SW   PIC X(01) VALUE 'Y'.
               88  TEMPLATE-VALID     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TEMPLATE-READ-COUNT PIC 9(07) VALUE ZEROS.
           05  WS-GENERATE-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-ORDER-LINE-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-SKIP-COUNT          PIC 9(05) VALUE ZEROS.
           05  WS-END-COUNT           PIC 9(05) VALUE ZEROS.
           05  WS-ERROR-COUNT         PIC 9(05) VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).
       01  WS-CURRENT-DATE-NUM        REDEFINES WS-CURRENT-DATE
                                       PIC 9(08).

       01  WS-SCHEDULE-WORK.
           05  WS-TODAY-INT           PIC 9(08).
           05  WS-HORIZON-NUM         PIC 9(08).
           05  WS-DUE-DATE-NUM        PIC 9(08).
           05  WS-END-DATE-NUM        PIC 9(08).
           05  WS-DATE-INT            PIC 9(08).
           05  WS-ROLL-COUNT          PIC 9(03).
           05  WS-LN-SUB              PIC 9(02).
           05  WS-MONTH-END-DAY       PIC 9(02).
           05  WS-SCAN-DATE-NUM       PIC 9(08).
           05  WS-SCAN-DATE REDEFINES WS-SCAN-DATE-NUM.
               10  WS-SD-YEAR         PIC 9(04).
               10  WS-SD-MONTH        PIC 9(02).
               10  WS-SD-DAY          PIC 9(02).
           05  WS-WORK-DATE-NUM       PIC 9(08).
           05  WS-WORK-DATE REDEFINES WS-WORK-DATE-NUM.
               10  WS-WD-YEAR         PIC 9(04).
               10  WS-WD-MONTH        PIC 9(02).
               10  WS-WD-DAY          PIC 9(02).
           05  WS-EDIT-DATE.
               10  WS-ED-MONTH        PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-ED-DAY          PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-ED-YEAR         PIC 9(04).

       01  WS-ORDER-REFERENCE.
           05  FILLER                 PIC X(02) VALUE 'SO'.
           05  WS-OR-CUST-ID          PIC X(06).
           05  WS-OR-SHIP-SEQ         PIC 9(03).
           05  WS-OR-GEN-COUNT        PIC 9(04).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(20)
                                      VALUE 'STANDING ORDER GENER'.
           05  FILLER                 PIC X(14) VALUE 'ATION REGISTER'.
           05  FILLER                 PIC X(12) VALUE SPACES.
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
           05  FILLER                 PIC X(06) VALUE 'SHIP  '.
           05  FILLER                 PIC X(10) VALUE 'FREQUENCY '.
           05  FILLER                 PIC X(12) VALUE 'DUE DATE    '.
           05  FILLER                 PIC X(17)
                                      VALUE 'ORDER REFERENCE  '.
           05  FILLER                 PIC X(05) VALUE 'LNS  '.
           05  FILLER                 PIC X(12) VALUE 'NEXT DUE    '.
           05  FILLER                 PIC X(20) VALUE 'ACTION'.
           05  FILLER                 PIC X(42) VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05  WS-DL-CUST-ID          PIC X(08).
           05  WS-DL-SHIP-SEQ         PIC 9(03).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-DL-FREQUENCY        PIC X(10).
           05  WS-DL-DUE-DATE         PIC X(12).
           05  WS-DL-REFERENCE        PIC X(17).
           05  WS-DL-LINES            PIC Z9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-DL-NEXT-DUE         PIC X(12).
           05  WS-DL-ACTION           PIC X(20).
           05  WS-DL-REASON           PIC X(18).
           05  WS-DL-REASON-ITEM      PIC X(12).
           05  FILLER                 PIC X(12) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(16)
                                      VALUE 'TEMPLATES READ: '.
           05  WS-SL-READ-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE ' GENERATED: '.
           05  WS-SL-GENERATE-COUNT   PIC ZZ,ZZ9.
           05  FILLER                 PIC X(14) VALUE ' ORDER LINES: '.
           05  WS-SL-LINE-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' SKIPPED: '.
           05  WS-SL-SKIP-COUNT       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(08) VALUE ' ENDED: '.
           05  WS-SL-END-COUNT        PIC ZZ,ZZ9.
           05  FILLER                 PIC X(09) VALUE ' ERRORS: '.
           05  WS-SL-ERROR-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-TEMPLATES
               UNTIL END-OF-FILE
           PERFORM 3000-TERMINATION
           GOBACK
           .

       1000-INITIALIZATION.
           OPEN I-O    STANDING-ORDER-FILE
                INPUT  CUSTOMER-FILE
                INPUT  SHIP-TO-FILE
                INPUT  INVENTORY-FILE
                OUTPUT REPORT-FILE

           IF NOT STO-SUCCESS
               DISPLAY 'ERROR OPENING STANDING ORDER FILE: '
                       WS-STO-STATUS
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

           IF NOT INV-SUCCESS
               DISPLAY 'ERROR OPENING INVENTORY FILE: ' WS-INV-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT REPORT-SUCCESS
               DISPLAY 'ERROR OPENING REPORT FILE: ' WS-REPORT-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           OPEN EXTEND ORDER-FILE

           IF ORDER-NO-FILE
               OPEN OUTPUT ORDER-FILE
           END-IF

           IF NOT ORDER-SUCCESS
               DISPLAY 'ERROR OPENING ORDER FILE: ' WS-ORDER-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-MONTH TO WS-HEADER-MONTH
           MOVE WS-CURRENT-DAY TO WS-HEADER-DAY
           MOVE WS-CURRENT-YEAR TO WS-HEADER-YEAR

           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADER

           IF NOT END-OF-FILE
               MOVE LOW-VALUES TO STO-KEY

               START STANDING-ORDER-FILE KEY >= STO-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE-SW
               END-START
           END-IF

           IF NOT END-OF-FILE
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               END-READ
           END-IF
           .

      *----------------------------------------------------------------*
      * A TEMPLATE IS DUE WHEN ITS NEXT DUE DATE IS NO LATER THAN      *
      * TODAY PLUS ITS LEAD DAYS. HELD AND ENDED TEMPLATES ARE PASSED  *
      * BY WITHOUT COMMENT.                                            *
      *----------------------------------------------------------------*
       2000-PROCESS-TEMPLATES.
           ADD 1 TO WS-TEMPLATE-READ-COUNT
           MOVE STO-NEXT-DUE-DATE TO WS-DUE-DATE-NUM
           MOVE STO-END-DATE TO WS-END-DATE-NUM

           COMPUTE WS-DATE-INT = WS-TODAY-INT + STO-LEAD-DAYS
           COMPUTE WS-HORIZON-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)

           EVALUATE TRUE
               WHEN NOT STO-ACTIVE
                   CONTINUE
               WHEN WS-END-DATE-NUM > ZEROS
                AND WS-DUE-DATE-NUM > WS-END-DATE-NUM
                   PERFORM 2400-END-TEMPLATE
               WHEN WS-DUE-DATE-NUM NOT > WS-HORIZON-NUM
                   PERFORM 2100-PROCESS-DUE-TEMPLATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           READ STANDING-ORDER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           END-READ
           .

       2100-PROCESS-DUE-TEMPLATE.
           PERFORM 2110-CLEAR-DETAIL-LINE
           PERFORM 2150-EDIT-TEMPLATE

           IF TEMPLATE-VALID
               PERFORM 2200-GENERATE-ORDER
                   UNTIL WS-DUE-DATE-NUM > WS-HORIZON-NUM
                      OR STO-ENDED
           ELSE
               MOVE 'SKIPPED' TO WS-DL-ACTION
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               ADD 1 TO WS-SKIP-COUNT
           END-IF
           .

       2110-CLEAR-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE STO-CUST-ID TO WS-DL-CUST-ID
           MOVE STO-SHIP-SEQ TO WS-DL-SHIP-SEQ
           MOVE STO-LINE-COUNT TO WS-DL-LINES

           EVALUATE TRUE
               WHEN STO-WEEKLY
                   MOVE 'WEEKLY' TO WS-DL-FREQUENCY
               WHEN STO-BIWEEKLY
                   MOVE 'BIWEEKLY' TO WS-DL-FREQUENCY
               WHEN STO-MONTHLY
                   MOVE 'MONTHLY' TO WS-DL-FREQUENCY
               WHEN OTHER
                   MOVE STO-FREQUENCY TO WS-DL-FREQUENCY
           END-EVALUATE

           MOVE STO-NEXT-DUE-DATE TO WS-WORK-DATE-NUM
           PERFORM 9000-EDIT-WORK-DATE
           MOVE WS-EDIT-DATE TO WS-DL-DUE-DATE
           MOVE WS-EDIT-DATE TO WS-DL-NEXT-DUE
           .

      *----------------------------------------------------------------*
      * THE CUSTOMER MUST STILL BE ACTIVE, THE SHIP-TO (WHEN NAMED)    *
      * STILL OPEN, AND EVERY ITEM STILL ON FILE AND NOT DISCONTINUED. *
      * THE FIRST FAILURE FOUND IS THE ONE REPORTED.                   *
      *----------------------------------------------------------------*
       2150-EDIT-TEMPLATE.
           MOVE 'Y' TO WS-TEMPLATE-VALID-SW
           MOVE STO-CUST-ID TO CUST-ID

           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-TEMPLATE-VALID-SW
                   MOVE 'CUST NOT FOUND' TO WS-DL-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CUST-ACTIVE
                           CONTINUE
                       WHEN CUST-SUSPENDED
                           MOVE 'N' TO WS-TEMPLATE-VALID-SW
                           MOVE 'CUST SUSPENDED' TO WS-DL-REASON
                       WHEN CUST-CLOSED
                           MOVE 'N' TO WS-TEMPLATE-VALID-SW
                           MOVE 'CUST CLOSED' TO WS-DL-REASON
                       WHEN OTHER
                           MOVE 'N' TO WS-TEMPLATE-VALID-SW
                           MOVE 'CUST NOT ACTIVE' TO WS-DL-REASON
                   END-EVALUATE
           END-READ

           IF TEMPLATE-VALID AND STO-SHIP-SEQ > ZEROS
               MOVE STO-CUST-ID TO SHIP-CUST-ID
               MOVE STO-SHIP-SEQ TO SHIP-SEQ-NUMBER

               READ SHIP-TO-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-TEMPLATE-VALID-SW
                       MOVE 'SHIP-TO NOT FOUND' TO WS-DL-REASON
                   NOT INVALID KEY
                       IF NOT SHIP-TO-ACTIVE
                           MOVE 'N' TO WS-TEMPLATE-VALID-SW
                           MOVE 'SHIP-TO CLOSED' TO WS-DL-REASON
                       END-IF
               END-READ
           END-IF

           IF TEMPLATE-VALID AND STO-LINE-COUNT = ZEROS
               MOVE 'N' TO WS-TEMPLATE-VALID-SW
               MOVE 'NO LINES' TO WS-DL-REASON
           END-IF

           PERFORM 2160-EDIT-TEMPLATE-ITEM
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > STO-LINE-COUNT
                  OR NOT TEMPLATE-VALID
           .

       2160-EDIT-TEMPLATE-ITEM.
           MOVE STO-LN-ITEM-CODE(WS-LN-SUB) TO INV-ITEM-CODE

           READ INVENTORY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-TEMPLATE-VALID-SW
                   MOVE 'ITEM NOT ON FILE' TO WS-DL-REASON
                   MOVE STO-LN-ITEM-CODE(WS-LN-SUB)
                     TO WS-DL-REASON-ITEM
               NOT INVALID KEY
                   IF INV-DISCONTINUED
                       MOVE 'N' TO WS-TEMPLATE-VALID-SW
                       MOVE 'ITEM DISCONTINUED' TO WS-DL-REASON
                       MOVE STO-LN-ITEM-CODE(WS-LN-SUB)
                         TO WS-DL-REASON-ITEM
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * RAISES THE ORDER FOR ONE CYCLE. ORDENTRY REFUSES A REQUESTED   *
      * SHIP DATE BEFORE THE ORDER DATE, SO A DUE DATE ALREADY PASSED  *
      * GOES IN AS TODAY. THE LINES GO IN OPEN TO SUBSTITUTION, LIKE   *
      * ANY KEYED ORDER. THE DUE DATE THEN ROLLS ONE CYCLE, AND ON     *
      * PAST ANY FURTHER CYCLES WHOSE DUE DATES HAVE ALREADY GONE BY - *
      * THOSE WERE MISSED, AND THIS ORDER STANDS IN FOR THEM.          *
      *----------------------------------------------------------------*
       2200-GENERATE-ORDER.
           PERFORM 2110-CLEAR-DETAIL-LINE
           ADD 1 TO STO-GEN-COUNT
           MOVE STO-CUST-ID TO WS-OR-CUST-ID
           MOVE STO-SHIP-SEQ TO WS-OR-SHIP-SEQ
           MOVE STO-GEN-COUNT TO WS-OR-GEN-COUNT

           MOVE SPACES TO ORDER-RECORD
           MOVE 'H' TO ORD-RECORD-TYPE
           MOVE WS-ORDER-REFERENCE TO ORD-REFERENCE
           MOVE STO-CUST-ID TO ORD-CUST-ID
           MOVE STO-SHIP-SEQ TO ORD-SHIP-SEQ
           MOVE WS-CURRENT-DATE TO ORD-DATE
           MOVE 'N' TO ORD-REJECT-ALL-SW
           MOVE STO-SALESPERSON-ID TO ORD-SALESPERSON-ID
           MOVE STO-REGION TO ORD-REGION

           IF WS-DUE-DATE-NUM < WS-CURRENT-DATE-NUM
               MOVE WS-CURRENT-DATE-NUM TO ORD-REQ-SHIP-DATE
           ELSE
               MOVE WS-DUE-DATE-NUM TO ORD-REQ-SHIP-DATE
           END-IF

           WRITE ORDER-RECORD

           PERFORM 2250-WRITE-ORDER-DETAIL
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > STO-LINE-COUNT

           MOVE WS-CURRENT-DATE TO STO-LAST-GEN-DATE
           MOVE ZEROS TO WS-ROLL-COUNT

           PERFORM 2300-ROLL-DUE-DATE

           PERFORM 2300-ROLL-DUE-DATE
               UNTIL WS-DUE-DATE-NUM NOT < WS-CURRENT-DATE-NUM

           MOVE WS-DUE-DATE-NUM TO STO-NEXT-DUE-DATE
           MOVE WS-ORDER-REFERENCE TO WS-DL-REFERENCE

           MOVE 'GENERATED' TO WS-DL-ACTION

           IF WS-ROLL-COUNT > 1
               MOVE 'MISSED CYCLES' TO WS-DL-REASON
           END-IF

           IF WS-END-DATE-NUM > ZEROS
              AND WS-DUE-DATE-NUM > WS-END-DATE-NUM
               MOVE 'E' TO STO-STATUS
               MOVE 'GENERATED, ENDED' TO WS-DL-ACTION
               ADD 1 TO WS-END-COUNT
           END-IF

           MOVE STO-NEXT-DUE-DATE TO WS-WORK-DATE-NUM
           PERFORM 9000-EDIT-WORK-DATE
           MOVE WS-EDIT-DATE TO WS-DL-NEXT-DUE

           PERFORM 2500-REWRITE-TEMPLATE
           ADD 1 TO WS-GENERATE-COUNT
           .

       2250-WRITE-ORDER-DETAIL.
           MOVE SPACES TO ORDER-DETAIL-REC
           MOVE 'D' TO ORD-RECORD-TYPE
           MOVE WS-ORDER-REFERENCE TO ORD-D-REFERENCE
           MOVE STO-LN-ITEM-CODE(WS-LN-SUB) TO ORD-ITEM-CODE
           MOVE STO-LN-QUANTITY(WS-LN-SUB) TO ORD-QUANTITY
           MOVE STO-LN-LOCATION(WS-LN-SUB) TO ORD-LOCATION
           MOVE 'N' TO ORD-NO-SUB-SW

           WRITE ORDER-DETAIL-REC
           ADD 1 TO WS-ORDER-LINE-COUNT
           .

      *----------------------------------------------------------------*
      * ROLLS WS-DUE-DATE-NUM FORWARD ONE CYCLE. A MONTHLY TEMPLATE    *
      * FALLS DUE ON STO-CYCLE-DAY, OR THE LAST DAY OF A MONTH TOO     *
      * SHORT FOR IT: THE MONTH END IS FOUND BY STEPPING 31 DAYS PAST  *
      * THE FIRST OF THE MONTH AND BACK BY THE DAY OF THE MONTH        *
      * REACHED.                                                       *
      *----------------------------------------------------------------*
       2300-ROLL-DUE-DATE.
           ADD 1 TO WS-ROLL-COUNT

           EVALUATE TRUE
               WHEN STO-WEEKLY
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM) + 7
                   COMPUTE WS-DUE-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               WHEN STO-BIWEEKLY
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM) + 14
                   COMPUTE WS-DUE-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               WHEN OTHER
                   PERFORM 2310-ROLL-ONE-MONTH
           END-EVALUATE
           .

       2310-ROLL-ONE-MONTH.
           MOVE WS-DUE-DATE-NUM TO WS-WORK-DATE-NUM

           IF WS-WD-MONTH = 12
               MOVE 01 TO WS-WD-MONTH
               ADD 1 TO WS-WD-YEAR
           ELSE
               ADD 1 TO WS-WD-MONTH
           END-IF

           MOVE 01 TO WS-WD-DAY

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM) + 31
           COMPUTE WS-SCAN-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           COMPUTE WS-DATE-INT = WS-DATE-INT - WS-SD-DAY
           COMPUTE WS-SCAN-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-SD-DAY TO WS-MONTH-END-DAY

           IF STO-CYCLE-DAY = ZEROS
              OR STO-CYCLE-DAY > WS-MONTH-END-DAY
               MOVE WS-MONTH-END-DAY TO WS-WD-DAY
           ELSE
               MOVE STO-CYCLE-DAY TO WS-WD-DAY
           END-IF

           MOVE WS-WORK-DATE-NUM TO WS-DUE-DATE-NUM
           .

       2400-END-TEMPLATE.
           PERFORM 2110-CLEAR-DETAIL-LINE
           MOVE 'E' TO STO-STATUS
           MOVE 'ENDED' TO WS-DL-ACTION
           MOVE 'PAST END DATE' TO WS-DL-REASON

           PERFORM 2500-REWRITE-TEMPLATE
           ADD 1 TO WS-END-COUNT
           .

       2500-REWRITE-TEMPLATE.
           REWRITE STANDING-ORDER-DETAILS
               INVALID KEY
                   DISPLAY 'STOGEN: ERROR REWRITING TEMPLATE '
                           STO-KEY ': ' WS-STO-STATUS
                   MOVE 'REWRITE ERROR' TO WS-DL-ACTION
                   ADD 1 TO WS-ERROR-COUNT
           END-REWRITE

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       3000-TERMINATION.
           MOVE WS-TEMPLATE-READ-COUNT TO WS-SL-READ-COUNT
           MOVE WS-GENERATE-COUNT TO WS-SL-GENERATE-COUNT
           MOVE WS-ORDER-LINE-COUNT TO WS-SL-LINE-COUNT
           MOVE WS-SKIP-COUNT TO WS-SL-SKIP-COUNT
           MOVE WS-END-COUNT TO WS-SL-END-COUNT
           MOVE WS-ERROR-COUNT TO WS-SL-ERROR-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           CLOSE STANDING-ORDER-FILE
                 CUSTOMER-FILE
                 SHIP-TO-FILE
                 INVENTORY-FILE
                 ORDER-FILE
                 REPORT-FILE
           .

       9000-EDIT-WORK-DATE.
           MOVE WS-WD-MONTH TO WS-ED-MONTH
           MOVE WS-WD-DAY TO WS-ED-DAY
           MOVE WS-WD-YEAR TO WS-ED-YEAR
           .
