      *----------------------------------------------------------------*
      * STOMNT - STANDING ORDER TEMPLATE MAINTENANCE PROGRAM           *
      *                                                                *
      * MAINTAINS THE STANDING ORDER TEMPLATES STOGEN TURNS INTO       *
      * ORDTRAN ORDERS EACH NIGHT, ONE TEMPLATE PER CUSTOMER AND       *
      * SHIP-TO SITE, THE SAME WAY QTEMNT MAINTAINS QUOTATIONS.        *
      * TRANSACTIONS:                                                  *
      *                                                                *
      *   A - ADD A TEMPLATE: CUSTOMER, SHIP-TO, SALESPERSON, REGION,  *
      *       FREQUENCY (W/B/M), LEAD DAYS, FIRST DUE DATE, AND END    *
      *       DATE (ZERO MEANS NO END). A MONTHLY TEMPLATE FALLS DUE   *
      *       ON THE DAY OF THE MONTH OF ITS FIRST DUE DATE;           *
      *   C - CHANGE THE SCHEDULE: A BLANK FREQUENCY OR ZERO DUE DATE  *
      *       KEEPS THE CURRENT ONE, A BLANK SALESPERSON OR REGION     *
      *       KEEPS THE CURRENT ONE; LEAD DAYS AND END DATE ARE        *
      *       REPLACED AS KEYED;                                       *
      *   L - ONE LINE: ITEM, QUANTITY, AND OPTIONAL LOCATION. AN ITEM *
      *       ALREADY ON THE TEMPLATE IS REPLACED; A ZERO QUANTITY     *
      *       REMOVES IT. THE ITEM MUST BE ON THE INVENTORY MASTER     *
      *       AND NOT DISCONTINUED;                                    *
      *   H - HOLD THE TEMPLATE (STOGEN PASSES IT BY);                 *
      *   R - RESUME A HELD TEMPLATE;                                  *
      *   D - DELETE A TEMPLATE;                                       *
      *   I - INQUIRY.                                                 *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOMNT.
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
               FILE STATUS IS WS-FILE-STATUS.

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

           SELECT TRANSACTION-FILE ASSIGN TO STOTRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT REPORT-FILE ASSIGN TO STOMRPT
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
      * TEMPLATE TRANSACTIONS. 'A' AND 'C' RECORDS CARRY THE SCHEDULE; *
      * AN 'L' RECORD CARRIES ONE ITEM UNDER THE SAME CUSTOMER AND     *
      * SHIP-TO; THE OTHER CODES NEED ONLY THE KEY.                    *
      *----------------------------------------------------------------*
       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  TRANSACTION-RECORD.
           05  TRAN-CODE              PIC X(01).
               88  TRAN-ADD           VALUE 'A'.
               88  TRAN-CHANGE        VALUE 'C'.
               88  TRAN-LINE          VALUE 'L'.
               88  TRAN-HOLD          VALUE 'H'.
               88  TRAN-RESUME        VALUE 'R'.
               88  TRAN-DELETE        VALUE 'D'.
               88  TRAN-INQUIRY       VALUE 'I'.
           05  TRAN-KEY.
               10  TRAN-CUST-ID       PIC X(06).
               10  TRAN-SHIP-SEQ      PIC 9(03).
           05  TRAN-SALESPERSON-ID    PIC X(05).
           05  TRAN-REGION            PIC X(03).
           05  TRAN-FREQUENCY         PIC X(01).
           05  TRAN-LEAD-DAYS         PIC 9(02).
           05  TRAN-NEXT-DUE-DATE     PIC 9(08).
           05  TRAN-END-DATE          PIC 9(08).
           05  FILLER                 PIC X(43).
       01  TRANSACTION-LINE-RECORD.
           05  FILLER                 PIC X(10).
           05  TRAN-ITEM-CODE         PIC X(10).
           05  TRAN-QUANTITY          PIC 9(05).
           05  TRAN-LOCATION          PIC X(05).
           05  FILLER                 PIC X(50).

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

       01  WS-SHIP-TO-STATUS          PIC X(02) VALUE SPACES.
           88  SHIP-TO-SUCCESS        VALUE '00'.
           88  SHIP-TO-NOT-FOUND      VALUE '23'.

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
           05  WS-LINE-FOUND-SW       PIC X(01) VALUE 'N'.
               88  TEMPLATE-LINE-FOUND
                                      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ADD-COUNT           PIC 9(05) VALUE ZEROS.
           05  WS-CHANGE-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-LINE-COUNT          PIC 9(05) VALUE ZEROS.
           05  WS-HOLD-COUNT          PIC 9(05) VALUE ZEROS.
           05  WS-RESUME-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-DELETE-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-ERROR-COUNT         PIC 9(05) VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).
       01  WS-CURRENT-DATE-NUM        REDEFINES WS-CURRENT-DATE
                                       PIC 9(08).

       01  WS-TEMPLATE-CONTROLS.
           05  WS-LINE-LIMIT          PIC 9(02) VALUE 10.

       01  WS-SCHEDULE-WORK.
           05  WS-FREQUENCY           PIC X(01).
               88  VALID-FREQUENCY    VALUE 'W' 'B' 'M'.
               88  FREQUENCY-WEEKLY   VALUE 'W'.
               88  FREQUENCY-BIWEEKLY VALUE 'B'.
           05  WS-LEAD-DAYS           PIC 9(02).
           05  WS-CYCLE-DAYS          PIC 9(02).
           05  WS-NEXT-DUE-NUM        PIC 9(08).
           05  WS-END-DATE-NUM        PIC 9(08).
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

       01  WS-LINE-WORK.
           05  WS-LN-SUB              PIC 9(02).
           05  WS-LN-NEXT-SUB         PIC 9(02).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(20)
                                      VALUE 'STANDING ORDER MAINT'.
           05  FILLER                 PIC X(14) VALUE 'ENANCE REPORT '.
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
           05  FILLER                 PIC X(07) VALUE 'TRAN   '.
           05  FILLER                 PIC X(08) VALUE 'CUST ID '.
           05  FILLER                 PIC X(06) VALUE 'SHIP  '.
           05  FILLER                 PIC X(12) VALUE 'ITEM CODE   '.
           05  FILLER                 PIC X(07) VALUE '  QTY  '.
           05  FILLER                 PIC X(10) VALUE 'FREQUENCY '.
           05  FILLER                 PIC X(12) VALUE 'NEXT DUE    '.
           05  FILLER                 PIC X(12) VALUE 'ENDS        '.
           05  FILLER                 PIC X(05) VALUE 'LNS  '.
           05  FILLER                 PIC X(08) VALUE 'STATUS  '.
           05  FILLER                 PIC X(20) VALUE 'NOTE'.
           05  FILLER                 PIC X(25) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-TRAN-CODE        PIC X(07).
           05  WS-DL-CUST-ID          PIC X(08).
           05  WS-DL-SHIP-SEQ         PIC X(03).
           05  FILLER                 PIC X(03).
           05  WS-DL-ITEM-CODE        PIC X(12).
           05  WS-DL-QUANTITY         PIC Z(04)9.
           05  FILLER                 PIC X(02).
           05  WS-DL-FREQUENCY        PIC X(10).
           05  WS-DL-NEXT-DUE         PIC X(12).
           05  WS-DL-END-DATE         PIC X(12).
           05  WS-DL-LINES            PIC Z9.
           05  FILLER                 PIC X(03).
           05  WS-DL-STATUS           PIC X(08).
           05  WS-DL-NOTE             PIC X(20).
           05  FILLER                 PIC X(25).

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(06) VALUE 'ADDS: '.
           05  WS-SL-ADD-COUNT        PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' CHANGES: '.
           05  WS-SL-CHANGE-COUNT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(08) VALUE ' LINES: '.
           05  WS-SL-LINE-COUNT       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(07) VALUE ' HELD: '.
           05  WS-SL-HOLD-COUNT       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' RESUMED: '.
           05  WS-SL-RESUME-COUNT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' DELETES: '.
           05  WS-SL-DELETE-COUNT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(09) VALUE ' ERRORS: '.
           05  WS-SL-ERROR-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL END-OF-FILE
           PERFORM 3000-TERMINATION
           GOBACK
           .

      *----------------------------------------------------------------*
      * THE TEMPLATE FILE IS CREATED ON THE FIRST RUN THAT FINDS NONE  *
      * THERE.                                                         *
      *----------------------------------------------------------------*
       1000-INITIALIZATION.
           OPEN INPUT TRANSACTION-FILE
                INPUT CUSTOMER-FILE
                INPUT SHIP-TO-FILE
                INPUT INVENTORY-FILE
                OUTPUT REPORT-FILE

           OPEN I-O STANDING-ORDER-FILE

           IF FILE-NO-FILE
               OPEN OUTPUT STANDING-ORDER-FILE
               CLOSE STANDING-ORDER-FILE
               OPEN I-O STANDING-ORDER-FILE
           END-IF

           IF NOT FILE-SUCCESS
               DISPLAY 'ERROR OPENING STANDING ORDER FILE: '
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
                   PERFORM 2100-ADD-TEMPLATE
               WHEN TRAN-CHANGE
                   PERFORM 2180-CHANGE-SCHEDULE
               WHEN TRAN-LINE
                   PERFORM 2200-TEMPLATE-LINE
               WHEN TRAN-HOLD
                   PERFORM 2300-HOLD-TEMPLATE
               WHEN TRAN-RESUME
                   PERFORM 2350-RESUME-TEMPLATE
               WHEN TRAN-DELETE
                   PERFORM 2400-DELETE-TEMPLATE
               WHEN TRAN-INQUIRY
                   PERFORM 2450-INQUIRY-TEMPLATE
               WHEN OTHER
                   MOVE 'INVALID' TO WS-DL-TRAN-CODE
                   MOVE 'BAD TRAN CODE' TO WS-DL-NOTE
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
           MOVE TRAN-SHIP-SEQ TO WS-DL-SHIP-SEQ
           .

       2100-ADD-TEMPLATE.
           MOVE 'ADD' TO WS-DL-TRAN-CODE
           MOVE TRAN-CUST-ID TO STO-CUST-ID
           MOVE TRAN-SHIP-SEQ TO STO-SHIP-SEQ

           IF TRAN-SHIP-SEQ NOT NUMERIC
               MOVE 'BAD SHIP-TO' TO WS-DL-NOTE
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               READ STANDING-ORDER-FILE
                   INVALID KEY
                       PERFORM 2150-EDIT-CUSTOMER

                       IF TRAN-FIELDS-VALID
                           MOVE SPACES TO WS-FREQUENCY
                           MOVE ZEROS TO WS-NEXT-DUE-NUM
                           PERFORM 2170-EDIT-SCHEDULE
                       END-IF

                       IF TRAN-FIELDS-VALID
                           PERFORM 2110-PERFORM-ADD
                       ELSE
                           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                           ADD 1 TO WS-ERROR-COUNT
                       END-IF
                   NOT INVALID KEY
                       MOVE 'ALREADY EXISTS' TO WS-DL-NOTE
                       WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                       ADD 1 TO WS-ERROR-COUNT
               END-READ
           END-IF
           .

       2110-PERFORM-ADD.
           INITIALIZE STANDING-ORDER-DETAILS
           MOVE TRAN-CUST-ID TO STO-CUST-ID
           MOVE TRAN-SHIP-SEQ TO STO-SHIP-SEQ
           MOVE TRAN-SALESPERSON-ID TO STO-SALESPERSON-ID
           MOVE TRAN-REGION TO STO-REGION
           PERFORM 2190-APPLY-SCHEDULE
           MOVE 'A' TO STO-STATUS

           WRITE STANDING-ORDER-DETAILS
               INVALID KEY
                   MOVE 'WRITE ERROR' TO WS-DL-NOTE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2550-MOVE-RECORD-TO-DETAIL
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * A TEMPLATE MUST NAME AN ACTIVE CUSTOMER AND, WHEN IT NAMES     *
      * ONE, AN ACTIVE SHIP-TO SITE OF THAT CUSTOMER.                  *
      *----------------------------------------------------------------*
       2150-EDIT-CUSTOMER.
           MOVE 'Y' TO WS-TRAN-VALID-SW
           MOVE TRAN-CUST-ID TO CUST-ID

           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'CUST NOT FOUND' TO WS-DL-NOTE
               NOT INVALID KEY
                   IF NOT CUST-ACTIVE
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE 'ACCT NOT ACTIVE' TO WS-DL-NOTE
                   END-IF
           END-READ

           IF TRAN-FIELDS-VALID AND TRAN-SHIP-SEQ > ZEROS
               MOVE TRAN-CUST-ID TO SHIP-CUST-ID
               MOVE TRAN-SHIP-SEQ TO SHIP-SEQ-NUMBER

               READ SHIP-TO-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE 'SHIP-TO NOT FOUND' TO WS-DL-NOTE
                   NOT INVALID KEY
                       IF NOT SHIP-TO-ACTIVE
                           MOVE 'N' TO WS-TRAN-VALID-SW
                           MOVE 'SHIP-TO CLOSED' TO WS-DL-NOTE
                       END-IF
               END-READ
           END-IF
           .

      *----------------------------------------------------------------*
      * EDITS THE SCHEDULE FIELDS ON AN 'A' OR 'C' RECORD. THE         *
      * FREQUENCY AND NEXT DUE DATE COME IN HOLDING THE CURRENT VALUES *
      * (SPACES AND ZERO ON AN ADD), WHICH A BLANK OR ZERO FIELD       *
      * KEEPS. A DUE DATE KEYED MAY NOT BE IN THE PAST, AND THE END    *
      * DATE, WHEN GIVEN, MAY NOT FALL BEFORE THE NEXT DUE DATE. THE   *
      * LEAD DAYS MUST BE SHORTER THAN ONE CYCLE (7, 14, OR 28 DAYS    *
      * FOR W, B, AND M) SO EACH ORDER GOES OUT AFTER THE LAST ONE.    *
      *----------------------------------------------------------------*
       2170-EDIT-SCHEDULE.
           MOVE 'Y' TO WS-TRAN-VALID-SW

           IF TRAN-FREQUENCY NOT = SPACES
               MOVE TRAN-FREQUENCY TO WS-FREQUENCY
           END-IF

           IF TRAN-LEAD-DAYS NUMERIC
               MOVE TRAN-LEAD-DAYS TO WS-LEAD-DAYS
           ELSE
               MOVE ZEROS TO WS-LEAD-DAYS
           END-IF

           IF TRAN-END-DATE NUMERIC
               MOVE TRAN-END-DATE TO WS-END-DATE-NUM
           ELSE
               MOVE ZEROS TO WS-END-DATE-NUM
           END-IF

           EVALUATE TRUE
               WHEN FREQUENCY-WEEKLY
                   MOVE 07 TO WS-CYCLE-DAYS
               WHEN FREQUENCY-BIWEEKLY
                   MOVE 14 TO WS-CYCLE-DAYS
               WHEN OTHER
                   MOVE 28 TO WS-CYCLE-DAYS
           END-EVALUATE

           MOVE ZEROS TO WS-WORK-DATE-NUM

           IF TRAN-NEXT-DUE-DATE NUMERIC
              AND TRAN-NEXT-DUE-DATE > ZEROS
               MOVE TRAN-NEXT-DUE-DATE TO WS-WORK-DATE-NUM
               MOVE TRAN-NEXT-DUE-DATE TO WS-NEXT-DUE-NUM
           END-IF

           EVALUATE TRUE
               WHEN NOT VALID-FREQUENCY
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'BAD FREQUENCY' TO WS-DL-NOTE
               WHEN WS-LEAD-DAYS NOT < WS-CYCLE-DAYS
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'LEAD TOO LONG' TO WS-DL-NOTE
               WHEN WS-NEXT-DUE-NUM = ZEROS
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'NO DUE DATE' TO WS-DL-NOTE
               WHEN WS-WORK-DATE-NUM > ZEROS
                AND (WS-WD-MONTH < 01 OR WS-WD-MONTH > 12
                     OR WS-WD-DAY < 01 OR WS-WD-DAY > 31)
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'BAD DUE DATE' TO WS-DL-NOTE
               WHEN WS-WORK-DATE-NUM > ZEROS
                AND WS-WORK-DATE-NUM < WS-CURRENT-DATE-NUM
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'DUE DATE PAST' TO WS-DL-NOTE
               WHEN WS-END-DATE-NUM > ZEROS
                AND WS-END-DATE-NUM < WS-NEXT-DUE-NUM
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'BAD END DATE' TO WS-DL-NOTE
           END-EVALUATE
           .

       2180-CHANGE-SCHEDULE.
           MOVE 'CHANGE' TO WS-DL-TRAN-CODE
           MOVE TRAN-CUST-ID TO STO-CUST-ID
           MOVE TRAN-SHIP-SEQ TO STO-SHIP-SEQ

           READ STANDING-ORDER-FILE
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-DL-NOTE
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE STO-FREQUENCY TO WS-FREQUENCY
                   MOVE STO-NEXT-DUE-DATE TO WS-NEXT-DUE-NUM
                   PERFORM 2170-EDIT-SCHEDULE

                   IF TRAN-FIELDS-VALID AND STO-ENDED
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE 'TEMPLATE ENDED' TO WS-DL-NOTE
                   END-IF

                   IF TRAN-FIELDS-VALID
                       IF TRAN-SALESPERSON-ID NOT = SPACES
                           MOVE TRAN-SALESPERSON-ID
                             TO STO-SALESPERSON-ID
                       END-IF
                       IF TRAN-REGION NOT = SPACES
                           MOVE TRAN-REGION TO STO-REGION
                       END-IF
                       PERFORM 2190-APPLY-SCHEDULE
                       PERFORM 2500-REWRITE-TEMPLATE
                       ADD 1 TO WS-CHANGE-COUNT
                   ELSE
                       PERFORM 2380-REPORT-STATUS-ERROR
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * A MONTHLY TEMPLATE KEEPS THE DAY OF THE MONTH IT WAS FIRST DUE *
      * SO A SHORT MONTH DOES NOT DRAG LATER CYCLES FORWARD. THE DAY   *
      * IS TAKEN ONLY FROM A DUE DATE KEYED ON THE TRANSACTION (ALWAYS *
      * PRESENT ON AN ADD); A CHANGE THAT KEEPS THE ROLLED DUE DATE    *
      * KEEPS THE DAY IT ALREADY HAS.                                  *
      *----------------------------------------------------------------*
       2190-APPLY-SCHEDULE.
           MOVE WS-FREQUENCY TO STO-FREQUENCY
           MOVE WS-LEAD-DAYS TO STO-LEAD-DAYS
           MOVE WS-NEXT-DUE-NUM TO STO-NEXT-DUE-DATE
           MOVE WS-END-DATE-NUM TO STO-END-DATE

           IF WS-WORK-DATE-NUM > ZEROS
               MOVE STO-ND-DAY TO STO-CYCLE-DAY
           END-IF
           .

      *----------------------------------------------------------------*
      * ADDS, REPLACES, OR (AT ZERO QUANTITY) REMOVES ONE LINE. THE    *
      * ITEM MUST BE ON THE INVENTORY MASTER AND NOT DISCONTINUED.     *
      *----------------------------------------------------------------*
       2200-TEMPLATE-LINE.
           MOVE 'LINE' TO WS-DL-TRAN-CODE
           MOVE TRAN-ITEM-CODE TO WS-DL-ITEM-CODE
           MOVE TRAN-CUST-ID TO STO-CUST-ID
           MOVE TRAN-SHIP-SEQ TO STO-SHIP-SEQ

           READ STANDING-ORDER-FILE
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-DL-NOTE
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2250-EDIT-TEMPLATE-LINE

                   IF TRAN-FIELDS-VALID
                       PERFORM 2210-PERFORM-LINE
                   ELSE
                       PERFORM 2380-REPORT-STATUS-ERROR
                   END-IF
           END-READ
           .

       2210-PERFORM-LINE.
           IF TRAN-QUANTITY = ZEROS
               PERFORM 2220-REMOVE-LINE
               MOVE 'REMOVED' TO WS-DL-NOTE
           ELSE
               IF TEMPLATE-LINE-FOUND
                   MOVE 'REPLACED' TO WS-DL-NOTE
               ELSE
                   ADD 1 TO STO-LINE-COUNT
                   MOVE STO-LINE-COUNT TO WS-LN-SUB
               END-IF

               MOVE TRAN-ITEM-CODE TO STO-LN-ITEM-CODE(WS-LN-SUB)
               MOVE TRAN-QUANTITY TO STO-LN-QUANTITY(WS-LN-SUB)
               MOVE TRAN-LOCATION TO STO-LN-LOCATION(WS-LN-SUB)
               MOVE TRAN-QUANTITY TO WS-DL-QUANTITY
           END-IF

           PERFORM 2500-REWRITE-TEMPLATE
           ADD 1 TO WS-LINE-COUNT
           .

       2220-REMOVE-LINE.
           PERFORM VARYING WS-LN-SUB FROM WS-LN-SUB BY 1
                   UNTIL WS-LN-SUB NOT < STO-LINE-COUNT
               COMPUTE WS-LN-NEXT-SUB = WS-LN-SUB + 1
               MOVE STO-LINE(WS-LN-NEXT-SUB) TO STO-LINE(WS-LN-SUB)
           END-PERFORM

           MOVE SPACES TO STO-LN-ITEM-CODE(STO-LINE-COUNT)
           MOVE ZEROS TO STO-LN-QUANTITY(STO-LINE-COUNT)
           MOVE SPACES TO STO-LN-LOCATION(STO-LINE-COUNT)
           SUBTRACT 1 FROM STO-LINE-COUNT
           .

       2250-EDIT-TEMPLATE-LINE.
           MOVE 'Y' TO WS-TRAN-VALID-SW
           MOVE 'N' TO WS-LINE-FOUND-SW

           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > STO-LINE-COUNT
                      OR TEMPLATE-LINE-FOUND
               IF STO-LN-ITEM-CODE(WS-LN-SUB) = TRAN-ITEM-CODE
                   MOVE 'Y' TO WS-LINE-FOUND-SW
               END-IF
           END-PERFORM

           IF TEMPLATE-LINE-FOUND
               SUBTRACT 1 FROM WS-LN-SUB
           END-IF

           EVALUATE TRUE
               WHEN STO-ENDED
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'TEMPLATE ENDED' TO WS-DL-NOTE
               WHEN TRAN-QUANTITY NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'BAD QUANTITY' TO WS-DL-NOTE
               WHEN TRAN-QUANTITY = ZEROS
                AND NOT TEMPLATE-LINE-FOUND
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'ITEM NOT ON TEMPLATE' TO WS-DL-NOTE
               WHEN NOT TEMPLATE-LINE-FOUND
                AND STO-LINE-COUNT NOT < WS-LINE-LIMIT
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE 'TEMPLATE FULL' TO WS-DL-NOTE
           END-EVALUATE

           IF TRAN-FIELDS-VALID AND TRAN-QUANTITY > ZEROS
               MOVE TRAN-ITEM-CODE TO INV-ITEM-CODE

               READ INVENTORY-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE 'ITEM NOT ON FILE' TO WS-DL-NOTE
                   NOT INVALID KEY
                       IF INV-DISCONTINUED
                           MOVE 'N' TO WS-TRAN-VALID-SW
                           MOVE 'ITEM DISCONTINUED' TO WS-DL-NOTE
                       END-IF
               END-READ
           END-IF
           .

       2300-HOLD-TEMPLATE.
           MOVE 'HOLD' TO WS-DL-TRAN-CODE
           MOVE TRAN-CUST-ID TO STO-CUST-ID
           MOVE TRAN-SHIP-SEQ TO STO-SHIP-SEQ

           READ STANDING-ORDER-FILE
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-DL-NOTE
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   IF STO-ACTIVE
                       MOVE 'H' TO STO-STATUS
                       PERFORM 2500-REWRITE-TEMPLATE
                       ADD 1 TO WS-HOLD-COUNT
                   ELSE
                       MOVE 'NOT ACTIVE' TO WS-DL-NOTE
                       PERFORM 2380-REPORT-STATUS-ERROR
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * A TEMPLATE RESUMED AFTER ITS DUE DATE HAS PASSED IS PICKED UP  *
      * BY THE NEXT STOGEN RUN, WHICH SHIPS IT AS SOON AS ORDENTRY     *
      * ALLOWS AND ROLLS IT PAST THE MISSED CYCLES.                    *
      *----------------------------------------------------------------*
       2350-RESUME-TEMPLATE.
           MOVE 'RESUME' TO WS-DL-TRAN-CODE
           MOVE TRAN-CUST-ID TO STO-CUST-ID
           MOVE TRAN-SHIP-SEQ TO STO-SHIP-SEQ

           READ STANDING-ORDER-FILE
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-DL-NOTE
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   IF STO-HELD
                       MOVE 'A' TO STO-STATUS
                       PERFORM 2500-REWRITE-TEMPLATE
                       ADD 1 TO WS-RESUME-COUNT
                   ELSE
                       MOVE 'NOT HELD' TO WS-DL-NOTE
                       PERFORM 2380-REPORT-STATUS-ERROR
                   END-IF
           END-READ
           .

       2380-REPORT-STATUS-ERROR.
           PERFORM 2550-MOVE-RECORD-TO-DETAIL
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-ERROR-COUNT
           .

       2400-DELETE-TEMPLATE.
           MOVE 'DELETE' TO WS-DL-TRAN-CODE
           MOVE TRAN-CUST-ID TO STO-CUST-ID
           MOVE TRAN-SHIP-SEQ TO STO-SHIP-SEQ

           READ STANDING-ORDER-FILE
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-DL-NOTE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2550-MOVE-RECORD-TO-DETAIL

                   DELETE STANDING-ORDER-FILE
                       INVALID KEY
                           MOVE 'DELETE ERROR' TO WS-DL-NOTE
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETE-COUNT
                   END-DELETE
           END-READ

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       2450-INQUIRY-TEMPLATE.
           MOVE 'INQUIRE' TO WS-DL-TRAN-CODE
           MOVE TRAN-CUST-ID TO STO-CUST-ID
           MOVE TRAN-SHIP-SEQ TO STO-SHIP-SEQ

           READ STANDING-ORDER-FILE
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-DL-NOTE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2550-MOVE-RECORD-TO-DETAIL
           END-READ

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       2500-REWRITE-TEMPLATE.
           REWRITE STANDING-ORDER-DETAILS
               INVALID KEY
                   MOVE 'REWRITE ERROR' TO WS-DL-NOTE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 2550-MOVE-RECORD-TO-DETAIL
           END-REWRITE

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       2550-MOVE-RECORD-TO-DETAIL.
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

           EVALUATE TRUE
               WHEN STO-ACTIVE
                   MOVE 'ACTIVE' TO WS-DL-STATUS
               WHEN STO-HELD
                   MOVE 'HELD' TO WS-DL-STATUS
               WHEN STO-ENDED
                   MOVE 'ENDED' TO WS-DL-STATUS
               WHEN OTHER
                   MOVE STO-STATUS TO WS-DL-STATUS
           END-EVALUATE

           MOVE STO-NEXT-DUE-DATE TO WS-WORK-DATE-NUM
           PERFORM 9000-EDIT-WORK-DATE
           MOVE WS-EDIT-DATE TO WS-DL-NEXT-DUE

           IF STO-END-DATE = ZEROS
               MOVE 'NONE' TO WS-DL-END-DATE
           ELSE
               MOVE STO-END-DATE TO WS-WORK-DATE-NUM
               PERFORM 9000-EDIT-WORK-DATE
               MOVE WS-EDIT-DATE TO WS-DL-END-DATE
           END-IF
           .

       3000-TERMINATION.
           MOVE WS-ADD-COUNT TO WS-SL-ADD-COUNT
           MOVE WS-CHANGE-COUNT TO WS-SL-CHANGE-COUNT
           MOVE WS-LINE-COUNT TO WS-SL-LINE-COUNT
           MOVE WS-HOLD-COUNT TO WS-SL-HOLD-COUNT
           MOVE WS-RESUME-COUNT TO WS-SL-RESUME-COUNT
           MOVE WS-DELETE-COUNT TO WS-SL-DELETE-COUNT
           MOVE WS-ERROR-COUNT TO WS-SL-ERROR-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           CLOSE STANDING-ORDER-FILE
                 CUSTOMER-FILE
                 SHIP-TO-FILE
                 INVENTORY-FILE
                 TRANSACTION-FILE
                 REPORT-FILE
           .

       9000-EDIT-WORK-DATE.
           MOVE WS-WD-MONTH TO WS-ED-MONTH
           MOVE WS-WD-DAY TO WS-ED-DAY
           MOVE WS-WD-YEAR TO WS-ED-YEAR
           .
