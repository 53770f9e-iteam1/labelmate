      *----------------------------------------------------------------*
      * ORDRLSE - NIGHTLY RELEASE OF FUTURE-DATED ORDER LINES          *
      *                                                                *
      * ORDENTRY WRITES AN ORDER WHOSE REQUESTED SHIP DATE LIES BEYOND *
      * THE RELEASE WINDOW AS HELD ('H') OPEN-ORDER LINES, EDITED AND  *
      * CREDIT-CHECKED BUT WITH NO STOCK ALLOCATED. THIS PROGRAM RUNS  *
      * NIGHTLY, AHEAD OF PICKLIST, AND PICKS UP EVERY HELD LINE WHOSE *
      * SHIP DATE HAS COME WITHIN LS-RELEASE-WINDOW-DAYS OF TODAY      *
      * (PASS THE SAME WINDOW ORDENTRY RUNS WITH; BOTH DEFAULT TO TWO  *
      * WEEKS), PLUS EVERY LINE AN EARLIER RELEASE BACKORDERED ('B').  *
      *                                                                *
      * A LINE WHOSE STOCK IS AVAILABLE -- SYSTEM-WIDE AND AT ITS PICK *
      * LOCATION, THE SAME TEST ORDENTRY MAKES -- IS ALLOCATED EXACTLY *
      * AS ORDENTRY WOULD HAVE BOOKED IT AND GOES TO ALLOCATED ('A')   *
      * STATUS. ONE THAT CANNOT BE COVERED IS MARKED BACKORDERED AND   *
      * IS TRIED AGAIN EVERY NIGHT UNTIL IT CAN. A KIT RELEASES WHOLE  *
      * OR NOT AT ALL: EVERY COMPONENT MUST COVER BEFORE ANY BOOKS.    *
      * NO SUBSTITUTES ARE TRIED HERE; THE CUSTOMER ORDERED THE ITEM   *
      * MONTHS AGO AND A SWAP IS A CUSTOMER-SERVICE CALL.              *
      *                                                                *
      * EVERY INVFILE AND LOCFILE CHANGE IS JOURNALED TO JRNFILE IN    *
      * THE SHARED JRNCOPY FORMAT, AS ORDENTRY DOES.                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDRLSE.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT REPORT-FILE ASSIGN TO ORLSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JRNFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

      *----------------------------------------------------------------*
      * SHARED MASTER-FILE RECOVERY JOURNAL, THE ONE JRNCOPY FORMAT    *
      * THE RECOVERY UTILITY CONSUMES.                                 *
      *----------------------------------------------------------------*
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS.
           COPY JRNCOPY.

       WORKING-STORAGE SECTION.
       01  WS-OPEN-ORDER-STATUS       PIC X(02) VALUE SPACES.
           88  OPEN-ORDER-SUCCESS     VALUE '00'.
           88  OPEN-ORDER-EOF         VALUE '10'.

       01  WS-INV-STATUS              PIC X(02) VALUE SPACES.
           88  INV-SUCCESS            VALUE '00'.
           88  INV-NOT-FOUND          VALUE '23'.

       01  WS-LOC-STATUS              PIC X(02) VALUE SPACES.
           88  LOC-SUCCESS            VALUE '00'.
           88  LOC-NOT-FOUND          VALUE '23'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-JOURNAL-STATUS          PIC X(02) VALUE SPACES.
           88  JOURNAL-SUCCESS        VALUE '00'.
           88  JOURNAL-NO-FILE        VALUE '35'.

       01  WS-JOURNAL-WORK.
           05  WS-JRN-FILE-CODE       PIC X(08).
           05  WS-JRN-ACTION-CODE     PIC X(01).
           05  WS-JRN-KEY-VALUE       PIC X(15).
           05  WS-JRN-BEFORE          PIC X(150).
           05  WS-JRN-AFTER           PIC X(150).
           05  WS-JRN-LOC-BEFORE      PIC X(150).

       01  WS-JRN-TIME-STAMP.
           05  FILLER                 PIC X(08).
           05  WS-JRN-TIME            PIC 9(06).
           05  FILLER                 PIC X(07).

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-LOCATION-EXISTS-SW  PIC X(01) VALUE 'N'.
               88  LOCATION-EXISTS    VALUE 'Y'.
           05  WS-STOCK-COVERS-SW     PIC X(01) VALUE 'N'.
               88  STOCK-COVERS       VALUE 'Y'.
           05  WS-BOOKED-SW           PIC X(01) VALUE 'N'.
               88  LINE-BOOKED        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-READ-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-CANDIDATE-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-RELEASED-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-BACKORDER-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-ERROR-COUNT         PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      * RELEASE WINDOW, AS ORDENTRY APPLIES IT: A LINE IS DUE FOR      *
      * RELEASE ONCE ITS SHIP DATE IS NO MORE THAN THIS MANY DAYS OUT. *
      *----------------------------------------------------------------*
       01  WS-RELEASE-WORK.
           05  WS-RELEASE-WINDOW-DAYS PIC 9(03) VALUE 014.
           05  WS-TODAY-INT           PIC 9(08).
           05  WS-SHIP-DATE-INT       PIC 9(08).
           05  WS-ORDER-DATE-NUM      PIC 9(08).
           05  WS-SHIP-DAYS           PIC 9(05).

      *----------------------------------------------------------------*
      * LINES DUE FOR RELEASE, COLLECTED IN ONE SEQUENTIAL PASS OF THE *
      * OPEN-ORDER FILE (SO IN REFERENCE/ITEM ORDER) BEFORE ANY IS     *
      * REWRITTEN. OVERFLOW IS REPORTED LOUDLY; THE LEFTOVER LINES     *
      * STAY AS THEY ARE AND COME UP AGAIN ON THE NEXT RUN.            *
      *----------------------------------------------------------------*
       01  WS-RELEASE-TABLE.
           05  WS-RL-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-RL-IDX, WS-RL-CMP-IDX.
               10  WS-RL-KEY.
                   15  WS-RL-REFERENCE PIC X(15).
                   15  WS-RL-ITEM-CODE PIC X(10).
               10  WS-RL-CUST-ID      PIC X(06).
               10  WS-RL-LOCATION     PIC X(05).
               10  WS-RL-OPEN-QTY     PIC S9(05) COMP-3.
               10  WS-RL-LINE-TYPE    PIC X(01).
                   88  RL-STOCK-LINE  VALUE ' '.
                   88  RL-KIT-PARENT  VALUE 'K'.
                   88  RL-KIT-COMPONENT VALUE 'C'.
               10  WS-RL-KIT-ITEM     PIC X(10).
               10  WS-RL-OLD-STATUS   PIC X(01).
               10  WS-RL-NEW-STATUS   PIC X(01).
               10  WS-RL-SHIP-DATE    PIC 9(08).
               10  WS-RL-DISPOSITION  PIC X(18).

       01  WS-RELEASE-CONTROL.
           05  WS-RL-ENTRY-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-RL-ENTRY-LIMIT      PIC 9(05) VALUE 02000.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                      PIC 9(08).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(20)
                                      VALUE 'ORDER RELEASE REPORT'.
           05  FILLER                 PIC X(26) VALUE SPACES.
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
           05  FILLER                 PIC X(17) VALUE 'ORDER REFERENCE'.
           05  FILLER                 PIC X(12) VALUE 'ITEM CODE   '.
           05  FILLER                 PIC X(08) VALUE 'CUST ID '.
           05  FILLER                 PIC X(07) VALUE 'LOCN   '.
           05  FILLER                 PIC X(10) VALUE 'SHIP DATE '.
           05  FILLER                 PIC X(10) VALUE '  QUANTITY'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(18) VALUE 'DISPOSITION'.
           05  FILLER                 PIC X(48) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-REFERENCE        PIC X(17).
           05  WS-DL-ITEM-CODE        PIC X(12).
           05  WS-DL-CUST-ID          PIC X(08).
           05  WS-DL-LOCATION         PIC X(07).
           05  WS-DL-SHIP-DATE        PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-QUANTITY         PIC Z(08)9-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-DISPOSITION      PIC X(18).
           05  FILLER                 PIC X(48) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(12) VALUE 'LINES READ: '.
           05  WS-SL-READ-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE ' DUE:       '.
           05  WS-SL-CANDIDATE-COUNT  PIC ZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE ' RELEASED:  '.
           05  WS-SL-RELEASED-COUNT   PIC ZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE ' BACKORDER: '.
           05  WS-SL-BACKORDER-COUNT  PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' ERRORS:  '.
           05  WS-SL-ERROR-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(23) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-RELEASE-WINDOW-DAYS     PIC 9(03).

       PROCEDURE DIVISION USING LS-RELEASE-WINDOW-DAYS.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-COLLECT-DUE-LINES
               UNTIL END-OF-FILE

           PERFORM 3000-RELEASE-ONE-LINE
               VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-RL-ENTRY-COUNT

           PERFORM 3500-PRINT-RELEASE-REPORT
           PERFORM 4000-TERMINATION
           GOBACK
           .

       1000-INITIALIZATION.
           OPEN I-O    OPEN-ORDER-FILE
                I-O    INVENTORY-FILE
                I-O    LOCATION-FILE
                OUTPUT REPORT-FILE

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

           OPEN EXTEND JOURNAL-FILE

           IF JOURNAL-NO-FILE
               OPEN OUTPUT JOURNAL-FILE
           END-IF

           IF NOT JOURNAL-SUCCESS
               DISPLAY 'ERROR OPENING RECOVERY JOURNAL: '
                       WS-JOURNAL-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-MONTH TO WS-HEADER-MONTH
           MOVE WS-CURRENT-DAY TO WS-HEADER-DAY
           MOVE WS-CURRENT-YEAR TO WS-HEADER-YEAR

           IF LS-RELEASE-WINDOW-DAYS NUMERIC
               MOVE LS-RELEASE-WINDOW-DAYS TO WS-RELEASE-WINDOW-DAYS
           END-IF

           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADER

           IF NOT END-OF-FILE
               READ OPEN-ORDER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               END-READ
           END-IF
           .

      *----------------------------------------------------------------*
      * A HELD LINE IS DUE ONCE ITS SHIP DATE COMES INSIDE THE WINDOW; *
      * A BACKORDERED LINE WAS ALREADY DUE AND IS ALWAYS TRIED AGAIN.  *
      *----------------------------------------------------------------*
       2000-COLLECT-DUE-LINES.
           ADD 1 TO WS-LINE-READ-COUNT

           IF OO-LINE-HELD OR OO-LINE-BACKORDERED
               IF OO-SHIP-DAYS-OUT NUMERIC
                   MOVE OO-SHIP-DAYS-OUT TO WS-SHIP-DAYS
               ELSE
                   MOVE ZEROS TO WS-SHIP-DAYS
               END-IF

               MOVE OO-ORDER-DATE TO WS-ORDER-DATE-NUM
               COMPUTE WS-SHIP-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ORDER-DATE-NUM) +
                   WS-SHIP-DAYS

               IF OO-LINE-BACKORDERED
                  OR WS-SHIP-DATE-INT <=
                     WS-TODAY-INT + WS-RELEASE-WINDOW-DAYS
                   PERFORM 2100-ADD-RELEASE-ENTRY
               END-IF
           END-IF

           READ OPEN-ORDER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           END-READ
           .

       2100-ADD-RELEASE-ENTRY.
           IF WS-RL-ENTRY-COUNT >= WS-RL-ENTRY-LIMIT
               DISPLAY 'ORDRLSE: RELEASE TABLE FULL AT '
                       WS-RL-ENTRY-LIMIT ' -- ' OO-REFERENCE
                       ' LEFT FOR THE NEXT RUN'
           ELSE
               ADD 1 TO WS-RL-ENTRY-COUNT
               ADD 1 TO WS-CANDIDATE-COUNT
               SET WS-RL-IDX TO WS-RL-ENTRY-COUNT

               MOVE OO-REFERENCE TO WS-RL-REFERENCE(WS-RL-IDX)
               MOVE OO-ITEM-CODE TO WS-RL-ITEM-CODE(WS-RL-IDX)
               MOVE OO-CUST-ID TO WS-RL-CUST-ID(WS-RL-IDX)
               MOVE OO-LOCATION TO WS-RL-LOCATION(WS-RL-IDX)
               MOVE OO-OPEN-QTY TO WS-RL-OPEN-QTY(WS-RL-IDX)
               MOVE OO-LINE-TYPE TO WS-RL-LINE-TYPE(WS-RL-IDX)
               MOVE OO-KIT-ITEM-CODE TO WS-RL-KIT-ITEM(WS-RL-IDX)
               MOVE OO-STATUS TO WS-RL-OLD-STATUS(WS-RL-IDX)
               MOVE OO-STATUS TO WS-RL-NEW-STATUS(WS-RL-IDX)
               COMPUTE WS-RL-SHIP-DATE(WS-RL-IDX) =
                   FUNCTION DATE-OF-INTEGER(WS-SHIP-DATE-INT)
               MOVE SPACES TO WS-RL-DISPOSITION(WS-RL-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * A STOCK LINE STANDS ON ITS OWN. A KIT PARENT CARRIES ITS WHOLE *
      * GROUP: ITS COMPONENTS ARE TESTED TOGETHER AND BOOKED ONLY IF   *
      * EVERY ONE COVERS. COMPONENT ENTRIES ARE SETTLED BY THEIR       *
      * PARENT AND SKIPPED WHEN THE LOOP REACHES THEM.                 *
      *----------------------------------------------------------------*
       3000-RELEASE-ONE-LINE.
           EVALUATE TRUE
               WHEN RL-KIT-PARENT(WS-RL-IDX)
                   PERFORM 3200-RELEASE-KIT-GROUP
               WHEN RL-KIT-COMPONENT(WS-RL-IDX)
                   CONTINUE
               WHEN OTHER
                   SET WS-RL-CMP-IDX TO WS-RL-IDX
                   PERFORM 3300-TEST-ONE-LINE

                   IF STOCK-COVERS
                       PERFORM 3400-BOOK-ONE-LINE
                   ELSE
                       PERFORM 3450-BACKORDER-ONE-LINE
                   END-IF
           END-EVALUATE
           .

       3200-RELEASE-KIT-GROUP.
           MOVE 'Y' TO WS-STOCK-COVERS-SW

           PERFORM VARYING WS-RL-CMP-IDX FROM 1 BY 1
                   UNTIL WS-RL-CMP-IDX > WS-RL-ENTRY-COUNT
                      OR NOT STOCK-COVERS
               IF RL-KIT-COMPONENT(WS-RL-CMP-IDX)
                  AND WS-RL-REFERENCE(WS-RL-CMP-IDX) =
                      WS-RL-REFERENCE(WS-RL-IDX)
                  AND WS-RL-KIT-ITEM(WS-RL-CMP-IDX) =
                      WS-RL-KIT-ITEM(WS-RL-IDX)
                   PERFORM 3300-TEST-ONE-LINE
               END-IF
           END-PERFORM

           IF STOCK-COVERS
               PERFORM VARYING WS-RL-CMP-IDX FROM 1 BY 1
                       UNTIL WS-RL-CMP-IDX > WS-RL-ENTRY-COUNT
                   IF RL-KIT-COMPONENT(WS-RL-CMP-IDX)
                      AND WS-RL-REFERENCE(WS-RL-CMP-IDX) =
                          WS-RL-REFERENCE(WS-RL-IDX)
                      AND WS-RL-KIT-ITEM(WS-RL-CMP-IDX) =
                          WS-RL-KIT-ITEM(WS-RL-IDX)
                       PERFORM 3400-BOOK-ONE-LINE
                   END-IF
               END-PERFORM

               SET WS-RL-CMP-IDX TO WS-RL-IDX
               MOVE 'A' TO WS-RL-NEW-STATUS(WS-RL-CMP-IDX)
               MOVE 'KIT RELEASED' TO WS-RL-DISPOSITION(WS-RL-CMP-IDX)
               PERFORM 3480-REWRITE-ORDER-LINE
           ELSE
               PERFORM VARYING WS-RL-CMP-IDX FROM 1 BY 1
                       UNTIL WS-RL-CMP-IDX > WS-RL-ENTRY-COUNT
                   IF RL-KIT-COMPONENT(WS-RL-CMP-IDX)
                      AND WS-RL-REFERENCE(WS-RL-CMP-IDX) =
                          WS-RL-REFERENCE(WS-RL-IDX)
                      AND WS-RL-KIT-ITEM(WS-RL-CMP-IDX) =
                          WS-RL-KIT-ITEM(WS-RL-IDX)
                       PERFORM 3450-BACKORDER-ONE-LINE
                   END-IF
               END-PERFORM

               SET WS-RL-CMP-IDX TO WS-RL-IDX
               PERFORM 3450-BACKORDER-ONE-LINE
           END-IF
           .

      *----------------------------------------------------------------*
      * THE LINE MUST FIT UNDER BOTH THE ITEM'S SYSTEM-WIDE AVAILABLE  *
      * AND ITS PICK LOCATION'S AVAILABLE, AS IN ORDENTRY. EARLIER     *
      * RELEASES IN THIS RUN ARE ALREADY BOOKED ON THE MASTERS, SO     *
      * THE BALANCES READ HERE ALREADY ALLOW FOR THEM.                 *
      *----------------------------------------------------------------*
       3300-TEST-ONE-LINE.
           MOVE 'N' TO WS-STOCK-COVERS-SW
           MOVE WS-RL-ITEM-CODE(WS-RL-CMP-IDX) TO INV-ITEM-CODE

           READ INVENTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF INV-ACTIVE
                      AND WS-RL-OPEN-QTY(WS-RL-CMP-IDX) <= INV-AVAILABLE
                       MOVE 'Y' TO WS-STOCK-COVERS-SW
                   END-IF
           END-READ

           IF STOCK-COVERS
               MOVE WS-RL-ITEM-CODE(WS-RL-CMP-IDX) TO LOC-ITEM-CODE
               MOVE WS-RL-LOCATION(WS-RL-CMP-IDX) TO LOC-LOCATION

               READ LOCATION-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-STOCK-COVERS-SW
                   NOT INVALID KEY
                       IF WS-RL-OPEN-QTY(WS-RL-CMP-IDX) > LOC-AVAILABLE
                           MOVE 'N' TO WS-STOCK-COVERS-SW
                       END-IF
               END-READ
           END-IF
           .

      *----------------------------------------------------------------*
      * BOOKS THE ALLOCATION ON BOTH MASTERS, EXACTLY AS ORDENTRY'S    *
      * 2610/2620 DO, THEN MOVES THE ORDER LINE TO ALLOCATED. ON-HAND  *
      * IS NOT TOUCHED -- SHIPCONF ISSUES WHEN THE PICK CONFIRMS.      *
      *----------------------------------------------------------------*
       3400-BOOK-ONE-LINE.
           MOVE 'N' TO WS-BOOKED-SW
           MOVE WS-RL-ITEM-CODE(WS-RL-CMP-IDX) TO INV-ITEM-CODE

           READ INVENTORY-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE SPACES TO WS-JRN-BEFORE
                   MOVE INVENTORY-DETAILS TO WS-JRN-BEFORE
                   ADD WS-RL-OPEN-QTY(WS-RL-CMP-IDX) TO INV-ALLOCATED
                   COMPUTE INV-AVAILABLE =
                       INV-ON-HAND - INV-ALLOCATED

                   REWRITE INVENTORY-DETAILS
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-BOOKED-SW
                           MOVE 'INVFILE' TO WS-JRN-FILE-CODE
                           MOVE 'R' TO WS-JRN-ACTION-CODE
                           MOVE INV-ITEM-CODE TO WS-JRN-KEY-VALUE
                           MOVE INVENTORY-DETAILS TO WS-JRN-AFTER
                           PERFORM 3990-WRITE-JOURNAL-RECORD
                   END-REWRITE
           END-READ

           IF LINE-BOOKED
               PERFORM 3410-BOOK-LOCATION-ALLOCATION
               MOVE 'A' TO WS-RL-NEW-STATUS(WS-RL-CMP-IDX)
               MOVE 'RELEASED' TO WS-RL-DISPOSITION(WS-RL-CMP-IDX)
               ADD 1 TO WS-RELEASED-COUNT
               PERFORM 3480-REWRITE-ORDER-LINE
           ELSE
               MOVE 'BOOKING ERROR' TO WS-RL-DISPOSITION(WS-RL-CMP-IDX)
           END-IF
           .

       3410-BOOK-LOCATION-ALLOCATION.
           MOVE WS-RL-ITEM-CODE(WS-RL-CMP-IDX) TO LOC-ITEM-CODE
           MOVE WS-RL-LOCATION(WS-RL-CMP-IDX) TO LOC-LOCATION

           READ LOCATION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LOCATION-EXISTS-SW
                   MOVE INV-BIN-NUMBER TO LOC-BIN-NUMBER
                   MOVE ZEROS TO LOC-ON-HAND
                   MOVE ZEROS TO LOC-ALLOCATED
                   MOVE ZEROS TO LOC-AVAILABLE
                   MOVE ZEROS TO LOC-PICK-MIN
                   MOVE ZEROS TO LOC-PICK-MAX
                   MOVE SPACES TO WS-JRN-LOC-BEFORE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOCATION-EXISTS-SW
                   MOVE SPACES TO WS-JRN-LOC-BEFORE
                   MOVE LOCATION-BALANCE-DETAILS
                     TO WS-JRN-LOC-BEFORE
           END-READ

           ADD WS-RL-OPEN-QTY(WS-RL-CMP-IDX) TO LOC-ALLOCATED
           COMPUTE LOC-AVAILABLE = LOC-ON-HAND - LOC-ALLOCATED
           MOVE WS-CURRENT-DATE TO LOC-LAST-UPDATED

           MOVE 'LOCFILE' TO WS-JRN-FILE-CODE
           MOVE LOC-KEY TO WS-JRN-KEY-VALUE
           MOVE WS-JRN-LOC-BEFORE TO WS-JRN-BEFORE

           IF LOCATION-EXISTS
               REWRITE LOCATION-BALANCE-DETAILS
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       MOVE 'R' TO WS-JRN-ACTION-CODE
                       MOVE LOCATION-BALANCE-DETAILS TO WS-JRN-AFTER
                       PERFORM 3990-WRITE-JOURNAL-RECORD
               END-REWRITE
           ELSE
               WRITE LOCATION-BALANCE-DETAILS
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       MOVE 'W' TO WS-JRN-ACTION-CODE
                       MOVE LOCATION-BALANCE-DETAILS TO WS-JRN-AFTER
                       PERFORM 3990-WRITE-JOURNAL-RECORD
               END-WRITE
           END-IF
           .

       3450-BACKORDER-ONE-LINE.
           MOVE 'B' TO WS-RL-NEW-STATUS(WS-RL-CMP-IDX)
           ADD 1 TO WS-BACKORDER-COUNT

           IF WS-RL-OLD-STATUS(WS-RL-CMP-IDX) = 'B'
               MOVE 'STILL BACKORDERED'
                 TO WS-RL-DISPOSITION(WS-RL-CMP-IDX)
           ELSE
               MOVE 'BACKORDERED' TO WS-RL-DISPOSITION(WS-RL-CMP-IDX)
               PERFORM 3480-REWRITE-ORDER-LINE
           END-IF
           .

       3480-REWRITE-ORDER-LINE.
           MOVE WS-RL-KEY(WS-RL-CMP-IDX) TO OO-KEY

           READ OPEN-ORDER-FILE
               INVALID KEY
                   DISPLAY 'ORDRLSE: ORDER LINE ' OO-KEY
                           ' VANISHED BEFORE RELEASE'
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE WS-RL-NEW-STATUS(WS-RL-CMP-IDX) TO OO-STATUS

                   REWRITE OPEN-ORDER-DETAILS
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                   END-REWRITE
           END-READ
           .

      *----------------------------------------------------------------*
      * ONE JOURNAL RECORD PER MASTER CHANGE, IN THE SHARED JRNCOPY    *
      * FORMAT. THE CALLER STAGES THE FILE, ACTION, KEY, AND IMAGES.   *
      *----------------------------------------------------------------*
       3990-WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-TIME-STAMP

           MOVE SPACES TO JOURNAL-DETAILS
           MOVE WS-JRN-FILE-CODE TO JRN-FILE-ID
           MOVE WS-JRN-ACTION-CODE TO JRN-ACTION
           MOVE WS-CURRENT-DATE TO JRN-DATE
           MOVE WS-JRN-TIME TO JRN-TIME
           MOVE 'ORDRLSE' TO JRN-PROGRAM-ID
           MOVE 'ORDRLSE' TO JRN-OPERATOR-ID
           MOVE WS-JRN-KEY-VALUE TO JRN-KEY
           MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
           MOVE WS-JRN-AFTER TO JRN-AFTER-IMAGE

           WRITE JOURNAL-DETAILS
           .

       3500-PRINT-RELEASE-REPORT.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-ENTRY-COUNT
               MOVE WS-RL-REFERENCE(WS-RL-IDX) TO WS-DL-REFERENCE
               MOVE WS-RL-ITEM-CODE(WS-RL-IDX) TO WS-DL-ITEM-CODE
               MOVE WS-RL-CUST-ID(WS-RL-IDX) TO WS-DL-CUST-ID
               MOVE WS-RL-LOCATION(WS-RL-IDX) TO WS-DL-LOCATION
               MOVE WS-RL-SHIP-DATE(WS-RL-IDX) TO WS-DL-SHIP-DATE
               MOVE WS-RL-OPEN-QTY(WS-RL-IDX) TO WS-DL-QUANTITY
               MOVE WS-RL-DISPOSITION(WS-RL-IDX) TO WS-DL-DISPOSITION

               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           END-PERFORM
           .

       4000-TERMINATION.
           MOVE WS-LINE-READ-COUNT TO WS-SL-READ-COUNT
           MOVE WS-CANDIDATE-COUNT TO WS-SL-CANDIDATE-COUNT
           MOVE WS-RELEASED-COUNT TO WS-SL-RELEASED-COUNT
           MOVE WS-BACKORDER-COUNT TO WS-SL-BACKORDER-COUNT
           MOVE WS-ERROR-COUNT TO WS-SL-ERROR-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           CLOSE OPEN-ORDER-FILE
                 INVENTORY-FILE
                 LOCATION-FILE
                 REPORT-FILE
                 JOURNAL-FILE
           .
