      *----------------------------------------------------------------*
      * EDIACK - ELECTRONIC ORDER ACKNOWLEDGMENT                       *
      *                                                                *
      * RUN AFTER ORDENTRY. ANSWERS EVERY ORDER ON THE EDIREG ORDER    *
      * REGISTER EDIIN BUILT, IN THE CUSTOMER'S OWN TERMS: ONE 'H'     *
      * RECORD PER PURCHASE ORDER AND ONE 'D' RECORD PER LINE, QUOTING *
      * THE CUSTOMER'S LINE NUMBER, PART NUMBER, QUANTITY AND UNIT,    *
      * WITH THE LINE'S DISPOSITION:                                   *
      *                                                                *
      *   F - FILLED;                                                  *
      *   S - SUBSTITUTED, WITH THE SUBSTITUTE'S PART NUMBER FROM THE  *
      *       CUSTOMER'S OWN CROSS-REFERENCE (OUR ITEM CODE, NOTED AS  *
      *       SUCH, WHEN THEY HAVE NONE FOR IT);                       *
      *   B - BACKORDERED: ACCEPTED ON AN ORDER HELD FOR RELEASE, NO   *
      *       STOCK YET ALLOCATED;                                     *
      *   R - REJECTED, BY EDIIN (WITH ITS REASON) OR BY ORDENTRY;     *
      *   P - PENDING: PASSED TO ORDTRAN BUT NOT YET ON ORDSTAT.       *
      *                                                                *
      * THE DISPOSITION IS THE ONE ORDENTRY WROTE TO ORDSTAT FOR THE   *
      * REFERENCE AND LINE NUMBER EDIIN PASSED THE LINE UNDER. THE     *
      * ORDER STATUS ON THE 'H' RECORD IS AC (EVERY LINE FILLED), RJ   *
      * (EVERY LINE REJECTED) OR AP (ACCEPTED WITH CHANGES).           *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDIACK.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO EDIREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT ORDER-STATS-FILE ASSIGN TO ORDSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATS-STATUS.

           SELECT XREF-FILE ASSIGN TO XRFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT ACK-FILE ASSIGN TO EDIACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT REPORT-FILE ASSIGN TO EDIARPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * SAME REGISTER-RECORD LAYOUT EDIIN.CBL WRITES TO EDIREG.        *
      *----------------------------------------------------------------*
       FD  REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS.
       01  REGISTER-RECORD.
           05  ER-CUST-ID             PIC X(06).
           05  ER-CUST-PO             PIC X(15).
           05  ER-PO-DATE             PIC 9(08).
           05  ER-REFERENCE           PIC X(15).
           05  ER-CUST-LINE           PIC 9(04).
           05  ER-ORDER-LINE          PIC 9(03).
           05  ER-CUST-PART           PIC X(20).
           05  ER-CUST-QTY            PIC 9(07).
           05  ER-UOM                 PIC X(03).
           05  ER-ITEM-CODE           PIC X(10).
           05  ER-QUANTITY            PIC 9(05).
           05  ER-STATUS              PIC X(01).
               88  ER-PASSED          VALUE 'P'.
               88  ER-REJECTED        VALUE 'X'.
           05  ER-REASON              PIC X(18).
           05  ER-RECEIVED-DATE       PIC 9(08).
           05  FILLER                 PIC X(07).

      *----------------------------------------------------------------*
      * SAME ORDER-STATS-RECORD LAYOUT ORDENTRY.CBL EXTENDS TO         *
      * ORDSTAT.                                                       *
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

       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY XRFCOPY.

      *----------------------------------------------------------------*
      * THE ACKNOWLEDGMENT FILE SENT BACK TO THE CUSTOMER.             *
      *----------------------------------------------------------------*
       FD  ACK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  ACK-HEADER-RECORD.
           05  EA-RECORD-TYPE         PIC X(01).
               88  EA-HEADER          VALUE 'H'.
               88  EA-DETAIL          VALUE 'D'.
           05  EA-CUST-ID             PIC X(06).
           05  EA-CUST-PO             PIC X(15).
           05  EA-PO-DATE             PIC 9(08).
           05  EA-REFERENCE           PIC X(15).
           05  EA-ACK-DATE            PIC 9(08).
           05  EA-ORDER-STATUS        PIC X(02).
           05  FILLER                 PIC X(45).
       01  ACK-DETAIL-RECORD.
           05  FILLER                 PIC X(01).
           05  EA-D-CUST-ID           PIC X(06).
           05  EA-D-CUST-PO           PIC X(15).
           05  EA-CUST-LINE           PIC 9(04).
           05  EA-CUST-PART           PIC X(20).
           05  EA-QUANTITY            PIC 9(07).
           05  EA-UOM                 PIC X(03).
           05  EA-DISPOSITION         PIC X(01).
           05  EA-SUB-CUST-PART       PIC X(20).
           05  EA-REASON              PIC X(18).
           05  FILLER                 PIC X(05).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-STATUS         PIC X(02) VALUE SPACES.
           88  REGISTER-SUCCESS       VALUE '00'.
           88  REGISTER-EOF           VALUE '10'.

       01  WS-ORDER-STATS-STATUS      PIC X(02) VALUE SPACES.
           88  ORDER-STATS-SUCCESS    VALUE '00'.
           88  ORDER-STATS-EOF        VALUE '10'.
           88  ORDER-STATS-NO-FILE    VALUE '35'.

       01  WS-XREF-STATUS             PIC X(02) VALUE SPACES.
           88  XREF-SUCCESS           VALUE '00'.

       01  WS-ACK-STATUS              PIC X(02) VALUE SPACES.
           88  ACK-SUCCESS            VALUE '00'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-STATS-OPEN-SW       PIC X(01) VALUE 'N'.
               88  STATS-FILE-OPEN    VALUE 'Y'.
           05  WS-STATS-EOF-SW        PIC X(01) VALUE 'N'.
               88  STATS-EOF          VALUE 'Y'.
           05  WS-XREF-SCAN-EOF-SW    PIC X(01) VALUE 'N'.
               88  XREF-SCAN-EOF      VALUE 'Y'.
           05  WS-XREF-FOUND-SW       PIC X(01) VALUE 'N'.
               88  XREF-PART-FOUND    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-REGISTER-READ-COUNT PIC 9(07) VALUE ZEROS.
           05  WS-STATS-MATCH-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-ORDER-ACK-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-FILLED-COUNT        PIC 9(07) VALUE ZEROS.
           05  WS-SUBST-COUNT         PIC 9(07) VALUE ZEROS.
           05  WS-BACKORD-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-REJECTED-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-PENDING-COUNT       PIC 9(07) VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).
       01  WS-CURRENT-DATE-NUM        REDEFINES WS-CURRENT-DATE
                                       PIC 9(08).

      *----------------------------------------------------------------*
      * THE REGISTER, HELD WHILE ORDSTAT IS PASSED. AK-DISPOSITION     *
      * STARTS AS 'R' FOR A LINE EDIIN REJECTED AND 'P' FOR ONE IT     *
      * PASSED ON, AND IS REPLACED BY THE ORDSTAT DISPOSITION WHEN     *
      * THE LINE IS FOUND THERE.                                       *
      *----------------------------------------------------------------*
       01  WS-ACK-TABLE.
           05  WS-AK-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-AK-IDX, WS-AK-GRP-IDX.
               10  WS-AK-CUST-ID      PIC X(06).
               10  WS-AK-CUST-PO      PIC X(15).
               10  WS-AK-PO-DATE      PIC 9(08).
               10  WS-AK-REFERENCE    PIC X(15).
               10  WS-AK-CUST-LINE    PIC 9(04).
               10  WS-AK-ORDER-LINE   PIC 9(03).
               10  WS-AK-CUST-PART    PIC X(20).
               10  WS-AK-CUST-QTY     PIC 9(07).
               10  WS-AK-UOM          PIC X(03).
               10  WS-AK-REASON       PIC X(18).
               10  WS-AK-DISPOSITION  PIC X(01).
                   88  AK-FILLED      VALUE 'F'.
                   88  AK-SUBSTITUTED VALUE 'S'.
                   88  AK-BACKORDERED VALUE 'B'.
                   88  AK-REJECTED    VALUE 'R'.
                   88  AK-PENDING     VALUE 'P'.
               10  WS-AK-SHIP-ITEM    PIC X(10).

       01  WS-ACK-TABLE-CONTROL.
           05  WS-AK-COUNT            PIC 9(05) VALUE ZEROS.
           05  WS-AK-LIMIT            PIC 9(05) VALUE 2000.
           05  WS-EARLIEST-RECEIVED   PIC 9(08) VALUE ZEROS.

       01  WS-ORDER-WORK.
           05  WS-GRP-START           PIC 9(05).
           05  WS-GRP-END             PIC 9(05).
           05  WS-GRP-FILLED          PIC 9(05).
           05  WS-GRP-REJECTED        PIC 9(05).
           05  WS-GRP-LINES           PIC 9(05).
           05  WS-ORDER-STATUS        PIC X(02).
           05  WS-SUB-CUST-PART       PIC X(20).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(20)
                                      VALUE 'ELECTRONIC ORDER ACK'.
           05  FILLER                 PIC X(19)
                                      VALUE 'NOWLEDGMENT REPORT '.
           05  FILLER                 PIC X(07) VALUE SPACES.
           05  FILLER                 PIC X(04) VALUE 'DATE'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-HEADER-DATE.
               10  WS-HEADER-MONTH    PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-HEADER-DAY      PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-HEADER-YEAR     PIC 9(04).
           05  FILLER                 PIC X(71) VALUE SPACES.

       01  WS-ORDER-BREAK-LINE.
           05  FILLER                 PIC X(10) VALUE 'CUSTOMER: '.
           05  WS-OB-CUST-ID          PIC X(08).
           05  FILLER                 PIC X(04) VALUE 'PO: '.
           05  WS-OB-CUST-PO          PIC X(17).
           05  FILLER                 PIC X(11) VALUE 'REFERENCE: '.
           05  WS-OB-REFERENCE        PIC X(17).
           05  FILLER                 PIC X(08) VALUE 'STATUS: '.
           05  WS-OB-ORDER-STATUS     PIC X(02).
           05  FILLER                 PIC X(55) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                 PIC X(06) VALUE 'LINE  '.
           05  FILLER                 PIC X(22)
                                      VALUE 'CUSTOMER PART NUMBER  '.
           05  FILLER                 PIC X(10) VALUE '      QTY '.
           05  FILLER                 PIC X(04) VALUE 'UOM '.
           05  FILLER                 PIC X(14) VALUE 'DISPOSITION   '.
           05  FILLER                 PIC X(22)
                                      VALUE 'SUBSTITUTE PART       '.
           05  FILLER                 PIC X(12) VALUE 'SHIP ITEM   '.
           05  FILLER                 PIC X(42) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  WS-DL-CUST-LINE        PIC ZZZ9.
           05  FILLER                 PIC X(02).
           05  WS-DL-CUST-PART        PIC X(22).
           05  WS-DL-CUST-QTY         PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(01).
           05  WS-DL-UOM              PIC X(04).
           05  WS-DL-DISPOSITION      PIC X(14).
           05  WS-DL-SUB-CUST-PART    PIC X(22).
           05  WS-DL-SHIP-ITEM        PIC X(12).
           05  WS-DL-NOTE             PIC X(20).
           05  FILLER                 PIC X(22).

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(08) VALUE 'ORDERS: '.
           05  WS-SL-ORDER-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(08) VALUE ' FILLED:'.
           05  WS-SL-FILLED-COUNT     PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(13) VALUE ' SUBSTITUTED:'.
           05  WS-SL-SUBST-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(13) VALUE ' BACKORDERED:'.
           05  WS-SL-BACKORD-COUNT    PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' REJECTED:'.
           05  WS-SL-REJECTED-COUNT   PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(09) VALUE ' PENDING:'.
           05  WS-SL-PENDING-COUNT    PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION

           PERFORM 2000-LOAD-REGISTER
               UNTIL END-OF-FILE

           IF STATS-FILE-OPEN AND WS-AK-COUNT > ZERO
               PERFORM 2200-MATCH-ORDER-STATS
                   UNTIL STATS-EOF
           END-IF

           MOVE 1 TO WS-GRP-START
           PERFORM 2500-ACKNOWLEDGE-ONE-ORDER
               UNTIL WS-GRP-START > WS-AK-COUNT

           PERFORM 3000-TERMINATION
           GOBACK
           .

      *----------------------------------------------------------------*
      * WITH NO ORDSTAT YET (ORDENTRY HAS NEVER RUN) EVERY PASSED LINE *
      * IS ACKNOWLEDGED PENDING.                                       *
      *----------------------------------------------------------------*
       1000-INITIALIZATION.
           OPEN INPUT REGISTER-FILE
                INPUT XREF-FILE
                OUTPUT ACK-FILE
                OUTPUT REPORT-FILE

           IF NOT REGISTER-SUCCESS
               DISPLAY 'ERROR OPENING ORDER REGISTER: '
                       WS-REGISTER-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT XREF-SUCCESS
               DISPLAY 'ERROR OPENING CROSS-REFERENCE FILE: '
                       WS-XREF-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT ACK-SUCCESS
               DISPLAY 'ERROR OPENING ACKNOWLEDGMENT FILE: '
                       WS-ACK-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT REPORT-SUCCESS
               DISPLAY 'ERROR OPENING REPORT FILE: ' WS-REPORT-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           OPEN INPUT ORDER-STATS-FILE

           IF ORDER-STATS-SUCCESS
               MOVE 'Y' TO WS-STATS-OPEN-SW
           ELSE
               IF NOT ORDER-STATS-NO-FILE
                   DISPLAY 'ERROR OPENING ORDER STATS FILE: '
                           WS-ORDER-STATS-STATUS
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-MONTH TO WS-HEADER-MONTH
           MOVE WS-CURRENT-DAY TO WS-HEADER-DAY
           MOVE WS-CURRENT-YEAR TO WS-HEADER-YEAR

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER

           IF NOT END-OF-FILE
               READ REGISTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               END-READ
           END-IF
           .

       2000-LOAD-REGISTER.
           ADD 1 TO WS-REGISTER-READ-COUNT

           IF WS-AK-COUNT >= WS-AK-LIMIT
               DISPLAY 'EDIACK: REGISTER TABLE FULL AT ' WS-AK-LIMIT
                       ' -- CUSTOMER ' ER-CUST-ID ' PO ' ER-CUST-PO
                       ' LINE ' ER-CUST-LINE ' NOT ACKNOWLEDGED'
           ELSE
               ADD 1 TO WS-AK-COUNT
               SET WS-AK-IDX TO WS-AK-COUNT
               MOVE ER-CUST-ID TO WS-AK-CUST-ID(WS-AK-IDX)
               MOVE ER-CUST-PO TO WS-AK-CUST-PO(WS-AK-IDX)
               MOVE ER-PO-DATE TO WS-AK-PO-DATE(WS-AK-IDX)
               MOVE ER-REFERENCE TO WS-AK-REFERENCE(WS-AK-IDX)
               MOVE ER-CUST-LINE TO WS-AK-CUST-LINE(WS-AK-IDX)
               MOVE ER-ORDER-LINE TO WS-AK-ORDER-LINE(WS-AK-IDX)
               MOVE ER-CUST-PART TO WS-AK-CUST-PART(WS-AK-IDX)
               MOVE ER-CUST-QTY TO WS-AK-CUST-QTY(WS-AK-IDX)
               MOVE ER-UOM TO WS-AK-UOM(WS-AK-IDX)
               MOVE ER-REASON TO WS-AK-REASON(WS-AK-IDX)
               MOVE ER-ITEM-CODE TO WS-AK-SHIP-ITEM(WS-AK-IDX)

               IF ER-PASSED
                   MOVE 'P' TO WS-AK-DISPOSITION(WS-AK-IDX)
               ELSE
                   MOVE 'R' TO WS-AK-DISPOSITION(WS-AK-IDX)
               END-IF

               IF WS-EARLIEST-RECEIVED = ZERO
                  OR ER-RECEIVED-DATE < WS-EARLIEST-RECEIVED
                   MOVE ER-RECEIVED-DATE TO WS-EARLIEST-RECEIVED
               END-IF
           END-IF

           READ REGISTER-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           END-READ
           .

      *----------------------------------------------------------------*
      * ORDSTAT HOLDS EVERY ORDER LINE EVER ENTERED; ONLY LINES        *
      * ENTERED ON OR AFTER THE DAY THE REGISTER WAS BUILT CAN BELONG  *
      * TO IT. A LINE SEEN TWICE (ORDENTRY RERUN) TAKES THE LATER      *
      * DISPOSITION.                                                   *
      *----------------------------------------------------------------*
       2200-MATCH-ORDER-STATS.
           READ ORDER-STATS-FILE
               AT END
                   MOVE 'Y' TO WS-STATS-EOF-SW
               NOT AT END
                   IF OS-ORDER-DATE NOT < WS-EARLIEST-RECEIVED
                      AND OS-REFERENCE NOT = SPACES
                       PERFORM 2250-APPLY-DISPOSITION
                   END-IF
           END-READ
           .

       2250-APPLY-DISPOSITION.
           PERFORM VARYING WS-AK-IDX FROM 1 BY 1
                   UNTIL WS-AK-IDX > WS-AK-COUNT
               IF WS-AK-REFERENCE(WS-AK-IDX) = OS-REFERENCE
                  AND WS-AK-ORDER-LINE(WS-AK-IDX) = OS-ORDER-LINE
                  AND WS-AK-REFERENCE(WS-AK-IDX) NOT = SPACES
                   MOVE OS-DISPOSITION
                     TO WS-AK-DISPOSITION(WS-AK-IDX)
                   MOVE OS-ITEM-CODE TO WS-AK-SHIP-ITEM(WS-AK-IDX)

                   IF OS-LINE-REJECTED
                       MOVE 'NOT ACCEPTED'
                         TO WS-AK-REASON(WS-AK-IDX)
                   END-IF

                   ADD 1 TO WS-STATS-MATCH-COUNT
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * ONE PURCHASE ORDER: THE RUN OF REGISTER LINES FROM             *
      * WS-GRP-START WITH THE SAME CUSTOMER AND PO. ITS STATUS IS      *
      * SETTLED FIRST SO THE 'H' RECORD CAN LEAD THE 'D' RECORDS.      *
      *----------------------------------------------------------------*
       2500-ACKNOWLEDGE-ONE-ORDER.
           SET WS-AK-GRP-IDX TO WS-GRP-START
           MOVE WS-GRP-START TO WS-GRP-END
           MOVE ZEROS TO WS-GRP-FILLED
           MOVE ZEROS TO WS-GRP-REJECTED
           MOVE ZEROS TO WS-GRP-LINES

           PERFORM VARYING WS-AK-IDX FROM WS-GRP-START BY 1
                   UNTIL WS-AK-IDX > WS-AK-COUNT
                      OR WS-AK-CUST-ID(WS-AK-IDX) NOT =
                         WS-AK-CUST-ID(WS-AK-GRP-IDX)
                      OR WS-AK-CUST-PO(WS-AK-IDX) NOT =
                         WS-AK-CUST-PO(WS-AK-GRP-IDX)
               SET WS-GRP-END TO WS-AK-IDX
               ADD 1 TO WS-GRP-LINES

               IF AK-FILLED(WS-AK-IDX)
                   ADD 1 TO WS-GRP-FILLED
               END-IF

               IF AK-REJECTED(WS-AK-IDX)
                   ADD 1 TO WS-GRP-REJECTED
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-GRP-FILLED = WS-GRP-LINES
                   MOVE 'AC' TO WS-ORDER-STATUS
               WHEN WS-GRP-REJECTED = WS-GRP-LINES
                   MOVE 'RJ' TO WS-ORDER-STATUS
               WHEN OTHER
                   MOVE 'AP' TO WS-ORDER-STATUS
           END-EVALUATE

           MOVE SPACES TO ACK-HEADER-RECORD
           MOVE 'H' TO EA-RECORD-TYPE
           MOVE WS-AK-CUST-ID(WS-AK-GRP-IDX) TO EA-CUST-ID
           MOVE WS-AK-CUST-PO(WS-AK-GRP-IDX) TO EA-CUST-PO
           MOVE WS-AK-PO-DATE(WS-AK-GRP-IDX) TO EA-PO-DATE
           MOVE WS-AK-REFERENCE(WS-AK-GRP-IDX) TO EA-REFERENCE
           MOVE WS-CURRENT-DATE-NUM TO EA-ACK-DATE
           MOVE WS-ORDER-STATUS TO EA-ORDER-STATUS

           PERFORM VARYING WS-AK-IDX FROM WS-GRP-START BY 1
                   UNTIL WS-AK-IDX > WS-GRP-END
                      OR EA-REFERENCE NOT = SPACES
               MOVE WS-AK-REFERENCE(WS-AK-IDX) TO EA-REFERENCE
           END-PERFORM

           WRITE ACK-HEADER-RECORD
           ADD 1 TO WS-ORDER-ACK-COUNT

           MOVE EA-CUST-ID TO WS-OB-CUST-ID
           MOVE EA-CUST-PO TO WS-OB-CUST-PO
           MOVE EA-REFERENCE TO WS-OB-REFERENCE
           MOVE WS-ORDER-STATUS TO WS-OB-ORDER-STATUS

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-ORDER-BREAK-LINE
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADER

           PERFORM 2600-ACKNOWLEDGE-ONE-LINE
               VARYING WS-AK-IDX FROM WS-GRP-START BY 1
               UNTIL WS-AK-IDX > WS-GRP-END

           COMPUTE WS-GRP-START = WS-GRP-END + 1
           .

       2600-ACKNOWLEDGE-ONE-LINE.
           MOVE SPACES TO ACK-DETAIL-RECORD
           MOVE 'D' TO EA-RECORD-TYPE
           MOVE WS-AK-CUST-ID(WS-AK-IDX) TO EA-D-CUST-ID
           MOVE WS-AK-CUST-PO(WS-AK-IDX) TO EA-D-CUST-PO
           MOVE WS-AK-CUST-LINE(WS-AK-IDX) TO EA-CUST-LINE
           MOVE WS-AK-CUST-PART(WS-AK-IDX) TO EA-CUST-PART
           MOVE WS-AK-CUST-QTY(WS-AK-IDX) TO EA-QUANTITY
           MOVE WS-AK-UOM(WS-AK-IDX) TO EA-UOM
           MOVE WS-AK-DISPOSITION(WS-AK-IDX) TO EA-DISPOSITION

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-AK-SHIP-ITEM(WS-AK-IDX) TO WS-DL-SHIP-ITEM

           EVALUATE TRUE
               WHEN AK-FILLED(WS-AK-IDX)
                   MOVE 'FILLED' TO WS-DL-DISPOSITION
                   ADD 1 TO WS-FILLED-COUNT
               WHEN AK-SUBSTITUTED(WS-AK-IDX)
                   PERFORM 2650-FIND-SUBSTITUTE-PART
                   MOVE WS-SUB-CUST-PART TO EA-SUB-CUST-PART
                   MOVE 'SUBSTITUTED' TO WS-DL-DISPOSITION
                   ADD 1 TO WS-SUBST-COUNT
               WHEN AK-BACKORDERED(WS-AK-IDX)
                   MOVE 'BACKORDERED' TO WS-DL-DISPOSITION
                   ADD 1 TO WS-BACKORD-COUNT
               WHEN AK-REJECTED(WS-AK-IDX)
                   MOVE ZEROS TO EA-QUANTITY
                   MOVE WS-AK-REASON(WS-AK-IDX) TO EA-REASON
                   MOVE 'REJECTED' TO WS-DL-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   MOVE 'P' TO EA-DISPOSITION
                   MOVE 'NOT YET ENTERED' TO EA-REASON
                   MOVE 'PENDING' TO WS-DL-DISPOSITION
                   ADD 1 TO WS-PENDING-COUNT
           END-EVALUATE

           WRITE ACK-DETAIL-RECORD

           MOVE EA-CUST-LINE TO WS-DL-CUST-LINE
           MOVE EA-CUST-PART TO WS-DL-CUST-PART
           MOVE WS-AK-CUST-QTY(WS-AK-IDX) TO WS-DL-CUST-QTY
           MOVE EA-UOM TO WS-DL-UOM
           MOVE EA-SUB-CUST-PART TO WS-DL-SUB-CUST-PART
           MOVE EA-REASON TO WS-DL-NOTE

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * THE CROSS-REFERENCE IS KEYED THE CUSTOMER'S WAY ROUND, SO THE  *
      * SUBSTITUTE IS FOUND BY PASSING THAT CUSTOMER'S ENTRIES FOR OUR *
      * ITEM CODE. WITH NONE ON FILE THE CUSTOMER IS GIVEN OUR CODE.   *
      *----------------------------------------------------------------*
       2650-FIND-SUBSTITUTE-PART.
           MOVE 'N' TO WS-XREF-FOUND-SW
           MOVE 'N' TO WS-XREF-SCAN-EOF-SW
           MOVE WS-AK-SHIP-ITEM(WS-AK-IDX) TO WS-SUB-CUST-PART

           MOVE WS-AK-CUST-ID(WS-AK-IDX) TO XRF-CUST-ID
           MOVE LOW-VALUES TO XRF-CUST-PART

           START XREF-FILE KEY >= XRF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-XREF-SCAN-EOF-SW
           END-START

           PERFORM 2660-CHECK-ONE-XREF
               UNTIL XREF-SCAN-EOF OR XREF-PART-FOUND

           IF XREF-PART-FOUND
               MOVE XRF-CUST-PART TO WS-SUB-CUST-PART
           ELSE
               MOVE 'OUR ITEM CODE' TO EA-REASON
           END-IF
           .

       2660-CHECK-ONE-XREF.
           READ XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-XREF-SCAN-EOF-SW
               NOT AT END
                   IF XRF-CUST-ID NOT = WS-AK-CUST-ID(WS-AK-IDX)
                       MOVE 'Y' TO WS-XREF-SCAN-EOF-SW
                   ELSE
                       IF XRF-ITEM-CODE = WS-AK-SHIP-ITEM(WS-AK-IDX)
                           MOVE 'Y' TO WS-XREF-FOUND-SW
                       END-IF
                   END-IF
           END-READ
           .

       3000-TERMINATION.
           MOVE WS-ORDER-ACK-COUNT TO WS-SL-ORDER-COUNT
           MOVE WS-FILLED-COUNT TO WS-SL-FILLED-COUNT
           MOVE WS-SUBST-COUNT TO WS-SL-SUBST-COUNT
           MOVE WS-BACKORD-COUNT TO WS-SL-BACKORD-COUNT
           MOVE WS-REJECTED-COUNT TO WS-SL-REJECTED-COUNT
           MOVE WS-PENDING-COUNT TO WS-SL-PENDING-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           IF STATS-FILE-OPEN
               CLOSE ORDER-STATS-FILE
           END-IF

           CLOSE REGISTER-FILE
                 XREF-FILE
                 ACK-FILE
                 REPORT-FILE
           .
