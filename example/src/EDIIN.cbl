      *----------------------------------------------------------------*
      * EDIIN - INBOUND ELECTRONIC CUSTOMER ORDER TRANSLATION          *
      *                                                                *
      * RUN AHEAD OF ORDENTRY. READS THE ORDER FILE A CUSTOMER SENDS   *
      * IN ITS OWN TERMS -- ONE 'H' RECORD PER PURCHASE ORDER, 'D'     *
      * RECORDS CARRYING THE CUSTOMER'S PART NUMBERS, QUANTITIES AND   *
      * UNITS -- AND TRANSLATES IT THROUGH THE CUSTOMER ITEM           *
      * CROSS-REFERENCE (XRFMNT) INTO THE ORDTRAN HEADER/DETAIL        *
      * LAYOUT ORDENTRY READS:                                         *
      *                                                                *
      *   - THE HEADER MUST NAME A CUSTOMER ON THE CUSTOMER MASTER     *
      *     AND CARRY A PO NUMBER; A BAD HEADER REJECTS ITS WHOLE      *
      *     ORDER;                                                     *
      *   - EACH LINE MUST CARRY A NUMERIC LINE NUMBER, A QUANTITY     *
      *     OVER ZERO, AND A PART NUMBER ON THE CROSS-REFERENCE FOR    *
      *     THAT CUSTOMER, IN THE UNIT IT IS CROSS-REFERENCED IN (A    *
      *     BLANK UNIT IS TAKEN AS THAT ONE). THE QUANTITY IS          *
      *     MULTIPLIED OUT TO OUR STOCKING UNIT. A LINE THAT FAILS IS  *
      *     REJECTED HERE AND NEVER REACHES ORDENTRY; THE REST OF THE  *
      *     ORDER GOES THROUGH.                                        *
      *                                                                *
      * EACH ORDER WITH AT LEAST ONE GOOD LINE IS ADDED TO THE END OF  *
      * THE DAY'S ORDTRAN FEED (A NEW FEED IS STARTED IF THERE IS      *
      * NONE), AS QTECONV DOES, UNDER ORDER REFERENCE 'E' + RUN DATE   *
      * (YYMMDD) + RUN TIME (HHMM) + A FOUR-DIGIT SEQUENCE. EVERY LINE *
      * RECEIVED, GOOD OR BAD, GOES ON THE EDIREG ORDER REGISTER WITH  *
      * ITS CUSTOMER PART NUMBER AND, WHEN IT WAS PASSED ON, THE       *
      * REFERENCE AND LINE NUMBER IT WENT UNDER, SO EDIACK CAN ANSWER  *
      * THE CUSTOMER LINE FOR LINE ONCE ORDENTRY HAS RUN.              *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDIIN.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDI-ORDER-FILE ASSIGN TO EDIORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDI-STATUS.

           SELECT XREF-FILE ASSIGN TO XRFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ORDER-FILE ASSIGN TO ORDTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT REGISTER-FILE ASSIGN TO EDIREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO EDIRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * THE CUSTOMER'S ORDER FILE. THE 'D' RECORDS REPEAT THE          *
      * CUSTOMER AND PO NUMBER OF THE 'H' RECORD THEY BELONG TO.       *
      *----------------------------------------------------------------*
       FD  EDI-ORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  EDI-ORDER-RECORD.
           05  EI-RECORD-TYPE         PIC X(01).
               88  EI-HEADER          VALUE 'H'.
               88  EI-DETAIL          VALUE 'D'.
           05  EI-CUST-ID             PIC X(06).
           05  EI-CUST-PO             PIC X(15).
           05  EI-PO-DATE             PIC 9(08).
           05  EI-SHIP-SEQ            PIC 9(03).
           05  EI-REQ-SHIP-DATE       PIC 9(08).
           05  FILLER                 PIC X(39).
       01  EDI-DETAIL-REC.
           05  FILLER                 PIC X(01).
           05  EI-D-CUST-ID           PIC X(06).
           05  EI-D-CUST-PO           PIC X(15).
           05  EI-LINE-NUM            PIC 9(04).
           05  EI-CUST-PART           PIC X(20).
           05  EI-QUANTITY            PIC 9(07).
           05  EI-UOM                 PIC X(03).
           05  EI-NO-SUB-SW           PIC X(01).
           05  FILLER                 PIC X(23).

       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY XRFCOPY.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTCOPY.

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

      *----------------------------------------------------------------*
      * ELECTRONIC ORDER REGISTER, REBUILT EVERY RUN AND READ BY       *
      * EDIACK. ONE RECORD PER LINE RECEIVED: 'P' PASSED TO ORDTRAN    *
      * UNDER ER-REFERENCE / ER-ORDER-LINE, OR 'X' REJECTED HERE FOR   *
      * ER-REASON.                                                     *
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

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EDI-STATUS              PIC X(02) VALUE SPACES.
           88  EDI-SUCCESS            VALUE '00'.
           88  EDI-EOF                VALUE '10'.

       01  WS-XREF-STATUS             PIC X(02) VALUE SPACES.
           88  XREF-SUCCESS           VALUE '00'.
           88  XREF-NOT-FOUND         VALUE '23'.

       01  WS-CUST-STATUS             PIC X(02) VALUE SPACES.
           88  CUST-SUCCESS           VALUE '00'.
           88  CUST-NOT-FOUND         VALUE '23'.

       01  WS-ORDER-STATUS            PIC X(02) VALUE SPACES.
           88  ORDER-SUCCESS          VALUE '00'.
           88  ORDER-NO-FILE          VALUE '35'.

       01  WS-REGISTER-STATUS         PIC X(02) VALUE SPACES.
           88  REGISTER-SUCCESS       VALUE '00'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-ORDER-OPEN-SW       PIC X(01) VALUE 'N'.
               88  ORDER-OPEN         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ORDER-READ-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-ORDER-WRITE-COUNT   PIC 9(05) VALUE ZEROS.
           05  WS-ORDER-REJECT-COUNT  PIC 9(05) VALUE ZEROS.
           05  WS-LINE-READ-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-LINE-WRITE-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-LINE-REJECT-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-ERROR-COUNT         PIC 9(05) VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).
       01  WS-CURRENT-DATE-NUM        REDEFINES WS-CURRENT-DATE
                                       PIC 9(08).

       01  WS-CURRENT-TIMESTAMP.
           05  FILLER                 PIC X(08).
           05  WS-CT-HHMM             PIC 9(04).
           05  FILLER                 PIC X(09).

      *----------------------------------------------------------------*
      * ORDER REFERENCE FOR THE NEXT ORDER PASSED TO ORDTRAN.          *
      *----------------------------------------------------------------*
       01  WS-NEXT-REFERENCE.
           05  FILLER                 PIC X(01) VALUE 'E'.
           05  WS-NR-YYMMDD           PIC 9(06).
           05  WS-NR-HHMM             PIC 9(04).
           05  WS-NR-SEQ              PIC 9(04) VALUE ZEROS.

      *----------------------------------------------------------------*
      * THE ORDER BEING TRANSLATED. HEADER FIELDS ARE SAVED WHEN THE   *
      * 'H' RECORD ARRIVES; THE ORDER IS WRITTEN WHEN THE NEXT HEADER  *
      * (OR END OF FILE) CLOSES IT, SO THAT AN ORDER WITH NO GOOD      *
      * LINES NEVER PUTS AN EMPTY HEADER IN FRONT OF ORDENTRY.         *
      *----------------------------------------------------------------*
       01  WS-ORDER-HEADER-WORK.
           05  WS-HDR-CUST-ID         PIC X(06).
           05  WS-HDR-CUST-PO         PIC X(15).
           05  WS-HDR-PO-DATE         PIC 9(08).
           05  WS-HDR-SHIP-SEQ        PIC 9(03).
           05  WS-HDR-REQ-SHIP-DATE   PIC 9(08).
           05  WS-HDR-VALID-SW        PIC X(01).
               88  HDR-VALID          VALUE 'Y'.
           05  WS-HDR-REASON          PIC X(18).
           05  WS-HDR-GOOD-LINES      PIC 9(03).

      *----------------------------------------------------------------*
      * LINES OF THE ORDER BEING TRANSLATED -- THE SAME 50 ORDENTRY    *
      * WILL TAKE ON ONE ORDER.                                        *
      *----------------------------------------------------------------*
       01  WS-LINE-TABLE.
           05  WS-LN-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-LN-IDX.
               10  WS-LN-CUST-LINE    PIC 9(04).
               10  WS-LN-CUST-PART    PIC X(20).
               10  WS-LN-CUST-QTY     PIC 9(07).
               10  WS-LN-UOM          PIC X(03).
               10  WS-LN-NO-SUB-SW    PIC X(01).
               10  WS-LN-ITEM-CODE    PIC X(10).
               10  WS-LN-QUANTITY     PIC 9(05).
               10  WS-LN-ORDER-LINE   PIC 9(03).
               10  WS-LN-VALID-SW     PIC X(01).
                   88  LN-LINE-VALID  VALUE 'Y'.
               10  WS-LN-REASON       PIC X(18).

       01  WS-LINE-TABLE-CONTROL.
           05  WS-LN-COUNT            PIC 9(03) VALUE ZEROS.
           05  WS-LN-LIMIT            PIC 9(03) VALUE 050.

       01  WS-LINE-WORK.
           05  WS-CONVERTED-QTY       PIC 9(12).
           05  WS-MAX-ORDER-QTY       PIC 9(05) VALUE 99999.

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(20)
                                      VALUE 'ELECTRONIC ORDER TRA'.
           05  FILLER                 PIC X(15) VALUE 'NSLATION REPORT'.
           05  FILLER                 PIC X(11) VALUE SPACES.
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
           05  FILLER                 PIC X(17) VALUE 'CUSTOMER PO'.
           05  FILLER                 PIC X(06) VALUE 'LINE  '.
           05  FILLER                 PIC X(22)
                                      VALUE 'CUSTOMER PART NUMBER  '.
           05  FILLER                 PIC X(08) VALUE '    QTY '.
           05  FILLER                 PIC X(04) VALUE 'UOM '.
           05  FILLER                 PIC X(12) VALUE 'ITEM CODE   '.
           05  FILLER                 PIC X(08) VALUE 'ORD QTY '.
           05  FILLER                 PIC X(17) VALUE 'ORDER REFERENCE'.
           05  FILLER                 PIC X(30) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  WS-DL-CUST-ID          PIC X(08).
           05  WS-DL-CUST-PO          PIC X(17).
           05  WS-DL-CUST-LINE        PIC ZZZ9.
           05  FILLER                 PIC X(02).
           05  WS-DL-CUST-PART        PIC X(22).
           05  WS-DL-CUST-QTY         PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(01).
           05  WS-DL-UOM              PIC X(04).
           05  WS-DL-ITEM-CODE        PIC X(12).
           05  WS-DL-QUANTITY         PIC ZZ,ZZ9.
           05  FILLER                 PIC X(01).
           05  WS-DL-REFERENCE        PIC X(17).
           05  WS-DL-NOTE             PIC X(18).
           05  FILLER                 PIC X(11).

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(08) VALUE 'ORDERS: '.
           05  WS-SL-ORDER-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(08) VALUE ' PASSED:'.
           05  WS-SL-ORDER-WRITE      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' REJECTED:'.
           05  WS-SL-ORDER-REJECT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(08) VALUE ' LINES: '.
           05  WS-SL-LINE-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(08) VALUE ' PASSED:'.
           05  WS-SL-LINE-WRITE       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' REJECTED:'.
           05  WS-SL-LINE-REJECT      PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(09) VALUE ' ERRORS: '.
           05  WS-SL-ERROR-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(06) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-EDI-RECORDS
               UNTIL END-OF-FILE

           IF ORDER-OPEN
               PERFORM 2900-FINALIZE-ORDER
           END-IF

           PERFORM 3000-TERMINATION
           GOBACK
           .

       1000-INITIALIZATION.
           OPEN INPUT EDI-ORDER-FILE
                INPUT XREF-FILE
                INPUT CUSTOMER-FILE
                OUTPUT REGISTER-FILE
                OUTPUT REPORT-FILE

           IF NOT EDI-SUCCESS
               DISPLAY 'ERROR OPENING ELECTRONIC ORDER FILE: '
                       WS-EDI-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT XREF-SUCCESS
               DISPLAY 'ERROR OPENING CROSS-REFERENCE FILE: '
                       WS-XREF-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT CUST-SUCCESS
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-CUST-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT REGISTER-SUCCESS
               DISPLAY 'ERROR OPENING ORDER REGISTER: '
                       WS-REGISTER-STATUS
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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-MONTH TO WS-HEADER-MONTH
           MOVE WS-CURRENT-DAY TO WS-HEADER-DAY
           MOVE WS-CURRENT-YEAR TO WS-HEADER-YEAR

           MOVE WS-CURRENT-DATE-NUM(3:6) TO WS-NR-YYMMDD
           MOVE WS-CT-HHMM TO WS-NR-HHMM

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADER

           IF NOT END-OF-FILE
               READ EDI-ORDER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               END-READ
           END-IF
           .

       2000-PROCESS-EDI-RECORDS.
           EVALUATE TRUE
               WHEN EI-HEADER
                   IF ORDER-OPEN
                       PERFORM 2900-FINALIZE-ORDER
                   END-IF
                   PERFORM 2100-START-ORDER
               WHEN EI-DETAIL
                   PERFORM 2200-STORE-DETAIL-LINE
               WHEN OTHER
                   DISPLAY 'EDIIN: UNKNOWN RECORD TYPE '
                           EI-RECORD-TYPE ' FOR CUSTOMER '
                           EI-CUST-ID ' PO ' EI-CUST-PO
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE

           READ EDI-ORDER-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           END-READ
           .

      *----------------------------------------------------------------*
      * A HEADER OPENS A NEW ORDER. ONLY THE CUSTOMER'S EXISTENCE IS   *
      * PROVEN HERE -- ITS STATUS, CREDIT AND SHIP-TO SITE ARE         *
      * ORDENTRY'S TO JUDGE. AN ELECTRONIC ORDER CARRIES NO            *
      * SALESPERSON OR REGION. A PO DATE THAT IS NOT A NUMBER IS TAKEN *
      * AS TODAY; A MISSING SHIP DATE MEANS SHIP NOW.                  *
      *----------------------------------------------------------------*
       2100-START-ORDER.
           ADD 1 TO WS-ORDER-READ-COUNT
           MOVE 'Y' TO WS-ORDER-OPEN-SW
           MOVE ZEROS TO WS-LN-COUNT
           MOVE ZEROS TO WS-HDR-GOOD-LINES

           MOVE EI-CUST-ID TO WS-HDR-CUST-ID
           MOVE EI-CUST-PO TO WS-HDR-CUST-PO
           MOVE 'Y' TO WS-HDR-VALID-SW
           MOVE SPACES TO WS-HDR-REASON

           IF EI-PO-DATE NUMERIC AND EI-PO-DATE > ZEROS
               MOVE EI-PO-DATE TO WS-HDR-PO-DATE
           ELSE
               MOVE WS-CURRENT-DATE-NUM TO WS-HDR-PO-DATE
           END-IF

           IF EI-SHIP-SEQ NUMERIC
               MOVE EI-SHIP-SEQ TO WS-HDR-SHIP-SEQ
           ELSE
               MOVE ZEROS TO WS-HDR-SHIP-SEQ
           END-IF

           IF EI-REQ-SHIP-DATE NUMERIC
               MOVE EI-REQ-SHIP-DATE TO WS-HDR-REQ-SHIP-DATE
           ELSE
               MOVE ZEROS TO WS-HDR-REQ-SHIP-DATE
           END-IF

           IF EI-CUST-PO = SPACES
               MOVE 'N' TO WS-HDR-VALID-SW
               MOVE 'NO PO NUMBER' TO WS-HDR-REASON
           ELSE
               MOVE EI-CUST-ID TO CUST-ID

               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-HDR-VALID-SW
                       MOVE 'UNKNOWN CUSTOMER' TO WS-HDR-REASON
               END-READ
           END-IF
           .

      *----------------------------------------------------------------*
      * EACH LINE IS EDITED AS IT ARRIVES. A LINE FOR ANOTHER PO, OR   *
      * ONE WITH NO HEADER AHEAD OF IT, CANNOT BE PLACED ON AN ORDER   *
      * AND IS REGISTERED REJECTED ON ITS OWN.                         *
      *----------------------------------------------------------------*
       2200-STORE-DETAIL-LINE.
           ADD 1 TO WS-LINE-READ-COUNT

           IF NOT ORDER-OPEN
              OR EI-D-CUST-ID NOT = WS-HDR-CUST-ID
              OR EI-D-CUST-PO NOT = WS-HDR-CUST-PO
               DISPLAY 'EDIIN: LINE FOR CUSTOMER ' EI-D-CUST-ID
                       ' PO ' EI-D-CUST-PO
                       ' DOES NOT FOLLOW ITS HEADER -- REJECTED'
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 2250-REGISTER-STRAY-LINE
           ELSE
               IF WS-LN-COUNT >= WS-LN-LIMIT
                   DISPLAY 'EDIIN: CUSTOMER ' WS-HDR-CUST-ID
                           ' PO ' WS-HDR-CUST-PO ' EXCEEDS '
                           WS-LN-LIMIT ' LINES -- LINE REJECTED'
                   PERFORM 2250-REGISTER-STRAY-LINE
               ELSE
                   ADD 1 TO WS-LN-COUNT
                   SET WS-LN-IDX TO WS-LN-COUNT
                   PERFORM 2300-EDIT-ONE-LINE
               END-IF
           END-IF
           .

       2250-REGISTER-STRAY-LINE.
           MOVE SPACES TO REGISTER-RECORD
           MOVE EI-D-CUST-ID TO ER-CUST-ID
           MOVE EI-D-CUST-PO TO ER-CUST-PO
           MOVE WS-CURRENT-DATE-NUM TO ER-PO-DATE

           IF EI-LINE-NUM NUMERIC
               MOVE EI-LINE-NUM TO ER-CUST-LINE
           ELSE
               MOVE ZEROS TO ER-CUST-LINE
           END-IF

           MOVE ZEROS TO ER-ORDER-LINE
           MOVE EI-CUST-PART TO ER-CUST-PART

           IF EI-QUANTITY NUMERIC
               MOVE EI-QUANTITY TO ER-CUST-QTY
           ELSE
               MOVE ZEROS TO ER-CUST-QTY
           END-IF

           MOVE EI-UOM TO ER-UOM
           MOVE ZEROS TO ER-QUANTITY
           MOVE 'X' TO ER-STATUS

           IF ORDER-OPEN
              AND EI-D-CUST-ID = WS-HDR-CUST-ID
              AND EI-D-CUST-PO = WS-HDR-CUST-PO
               MOVE WS-HDR-PO-DATE TO ER-PO-DATE
               MOVE 'TOO MANY LINES' TO ER-REASON
           ELSE
               MOVE 'NO ORDER HEADER' TO ER-REASON
           END-IF

           MOVE WS-CURRENT-DATE-NUM TO ER-RECEIVED-DATE

           WRITE REGISTER-RECORD
           ADD 1 TO WS-LINE-REJECT-COUNT

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE ER-CUST-ID TO WS-DL-CUST-ID
           MOVE ER-CUST-PO TO WS-DL-CUST-PO
           MOVE ER-CUST-LINE TO WS-DL-CUST-LINE
           MOVE ER-CUST-PART TO WS-DL-CUST-PART
           MOVE ER-CUST-QTY TO WS-DL-CUST-QTY
           MOVE ER-UOM TO WS-DL-UOM
           MOVE ZEROS TO WS-DL-QUANTITY
           MOVE ER-REASON TO WS-DL-NOTE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * TRANSLATES ONE LINE THROUGH THE CROSS-REFERENCE. THE CUSTOMER  *
      * ORDERS IN XRF-UOM; XRF-UNITS-PER OF OUR UNITS MAKE ONE OF      *
      * THEIRS.                                                        *
      *----------------------------------------------------------------*
       2300-EDIT-ONE-LINE.
           MOVE EI-CUST-PART TO WS-LN-CUST-PART(WS-LN-IDX)
           MOVE EI-UOM TO WS-LN-UOM(WS-LN-IDX)
           MOVE EI-NO-SUB-SW TO WS-LN-NO-SUB-SW(WS-LN-IDX)
           MOVE SPACES TO WS-LN-ITEM-CODE(WS-LN-IDX)
           MOVE ZEROS TO WS-LN-QUANTITY(WS-LN-IDX)
           MOVE ZEROS TO WS-LN-ORDER-LINE(WS-LN-IDX)
           MOVE 'Y' TO WS-LN-VALID-SW(WS-LN-IDX)
           MOVE SPACES TO WS-LN-REASON(WS-LN-IDX)

           IF EI-LINE-NUM NUMERIC
               MOVE EI-LINE-NUM TO WS-LN-CUST-LINE(WS-LN-IDX)
           ELSE
               MOVE ZEROS TO WS-LN-CUST-LINE(WS-LN-IDX)
               MOVE 'N' TO WS-LN-VALID-SW(WS-LN-IDX)
               MOVE 'BAD LINE NUMBER' TO WS-LN-REASON(WS-LN-IDX)
           END-IF

           IF EI-QUANTITY NUMERIC
               MOVE EI-QUANTITY TO WS-LN-CUST-QTY(WS-LN-IDX)
           ELSE
               MOVE ZEROS TO WS-LN-CUST-QTY(WS-LN-IDX)
           END-IF

           IF LN-LINE-VALID(WS-LN-IDX)
              AND WS-LN-CUST-QTY(WS-LN-IDX) = ZERO
               MOVE 'N' TO WS-LN-VALID-SW(WS-LN-IDX)
               MOVE 'BAD QUANTITY' TO WS-LN-REASON(WS-LN-IDX)
           END-IF

           IF LN-LINE-VALID(WS-LN-IDX)
               MOVE WS-HDR-CUST-ID TO XRF-CUST-ID
               MOVE EI-CUST-PART TO XRF-CUST-PART

               READ XREF-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-LN-VALID-SW(WS-LN-IDX)
                       MOVE 'UNKNOWN PART'
                         TO WS-LN-REASON(WS-LN-IDX)
                   NOT INVALID KEY
                       PERFORM 2310-CONVERT-LINE
               END-READ
           END-IF
           .

       2310-CONVERT-LINE.
           IF EI-UOM = SPACES
               MOVE XRF-UOM TO WS-LN-UOM(WS-LN-IDX)
           END-IF

           IF WS-LN-UOM(WS-LN-IDX) NOT = XRF-UOM
               MOVE 'N' TO WS-LN-VALID-SW(WS-LN-IDX)
               MOVE 'UOM MISMATCH' TO WS-LN-REASON(WS-LN-IDX)
           ELSE
               MOVE XRF-ITEM-CODE TO WS-LN-ITEM-CODE(WS-LN-IDX)
               COMPUTE WS-CONVERTED-QTY =
                   WS-LN-CUST-QTY(WS-LN-IDX) * XRF-UNITS-PER

               IF WS-CONVERTED-QTY > WS-MAX-ORDER-QTY
                   MOVE 'N' TO WS-LN-VALID-SW(WS-LN-IDX)
                   MOVE 'QUANTITY TOO LARGE'
                     TO WS-LN-REASON(WS-LN-IDX)
               ELSE
                   MOVE WS-CONVERTED-QTY
                     TO WS-LN-QUANTITY(WS-LN-IDX)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * THE ORDER IS COMPLETE. A GOOD HEADER WITH AT LEAST ONE GOOD    *
      * LINE GOES TO ORDTRAN UNDER THE NEXT REFERENCE, ITS GOOD LINES  *
      * NUMBERED IN THE ORDER WRITTEN (THE NUMBER ORDENTRY PUTS ON     *
      * ORDSTAT). EVERY LINE IS THEN REGISTERED AND REPORTED.          *
      *----------------------------------------------------------------*
       2900-FINALIZE-ORDER.
           MOVE 'N' TO WS-ORDER-OPEN-SW

           IF HDR-VALID
               PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX > WS-LN-COUNT
                   IF LN-LINE-VALID(WS-LN-IDX)
                       ADD 1 TO WS-HDR-GOOD-LINES
                   END-IF
               END-PERFORM

               IF WS-HDR-GOOD-LINES = ZERO
                   MOVE 'N' TO WS-HDR-VALID-SW
                   MOVE 'NO VALID LINES' TO WS-HDR-REASON
               END-IF
           ELSE
               PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX > WS-LN-COUNT
                   IF LN-LINE-VALID(WS-LN-IDX)
                       MOVE 'N' TO WS-LN-VALID-SW(WS-LN-IDX)
                       MOVE WS-HDR-REASON
                         TO WS-LN-REASON(WS-LN-IDX)
                   END-IF
               END-PERFORM
           END-IF

           IF HDR-VALID
               PERFORM 2910-WRITE-ORDER
               ADD 1 TO WS-ORDER-WRITE-COUNT
           ELSE
               DISPLAY 'EDIIN: CUSTOMER ' WS-HDR-CUST-ID
                       ' PO ' WS-HDR-CUST-PO ' REJECTED -- '
                       WS-HDR-REASON
               ADD 1 TO WS-ORDER-REJECT-COUNT
           END-IF

           PERFORM 2950-REGISTER-ONE-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
           .

       2910-WRITE-ORDER.
           ADD 1 TO WS-NR-SEQ

           MOVE SPACES TO ORDER-RECORD
           MOVE 'H' TO ORD-RECORD-TYPE
           MOVE WS-NEXT-REFERENCE TO ORD-REFERENCE
           MOVE WS-HDR-CUST-ID TO ORD-CUST-ID
           MOVE WS-HDR-SHIP-SEQ TO ORD-SHIP-SEQ
           MOVE WS-CURRENT-DATE TO ORD-DATE
           MOVE 'N' TO ORD-REJECT-ALL-SW
           MOVE WS-HDR-REQ-SHIP-DATE TO ORD-REQ-SHIP-DATE

           WRITE ORDER-RECORD

           MOVE ZEROS TO WS-HDR-GOOD-LINES

           PERFORM 2920-WRITE-ORDER-DETAIL
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
           .

       2920-WRITE-ORDER-DETAIL.
           IF LN-LINE-VALID(WS-LN-IDX)
               ADD 1 TO WS-HDR-GOOD-LINES
               MOVE WS-HDR-GOOD-LINES
                 TO WS-LN-ORDER-LINE(WS-LN-IDX)

               MOVE SPACES TO ORDER-DETAIL-REC
               MOVE 'D' TO ORD-RECORD-TYPE
               MOVE WS-NEXT-REFERENCE TO ORD-D-REFERENCE
               MOVE WS-LN-ITEM-CODE(WS-LN-IDX) TO ORD-ITEM-CODE
               MOVE WS-LN-QUANTITY(WS-LN-IDX) TO ORD-QUANTITY

               IF WS-LN-NO-SUB-SW(WS-LN-IDX) = 'Y'
                   MOVE 'Y' TO ORD-NO-SUB-SW
               ELSE
                   MOVE 'N' TO ORD-NO-SUB-SW
               END-IF

               WRITE ORDER-DETAIL-REC
               ADD 1 TO WS-LINE-WRITE-COUNT
           END-IF
           .

       2950-REGISTER-ONE-LINE.
           MOVE SPACES TO REGISTER-RECORD
           MOVE WS-HDR-CUST-ID TO ER-CUST-ID
           MOVE WS-HDR-CUST-PO TO ER-CUST-PO
           MOVE WS-HDR-PO-DATE TO ER-PO-DATE
           MOVE WS-LN-CUST-LINE(WS-LN-IDX) TO ER-CUST-LINE
           MOVE WS-LN-ORDER-LINE(WS-LN-IDX) TO ER-ORDER-LINE
           MOVE WS-LN-CUST-PART(WS-LN-IDX) TO ER-CUST-PART
           MOVE WS-LN-CUST-QTY(WS-LN-IDX) TO ER-CUST-QTY
           MOVE WS-LN-UOM(WS-LN-IDX) TO ER-UOM
           MOVE WS-LN-ITEM-CODE(WS-LN-IDX) TO ER-ITEM-CODE
           MOVE WS-LN-QUANTITY(WS-LN-IDX) TO ER-QUANTITY
           MOVE WS-CURRENT-DATE-NUM TO ER-RECEIVED-DATE

           IF LN-LINE-VALID(WS-LN-IDX)
               MOVE WS-NEXT-REFERENCE TO ER-REFERENCE
               MOVE 'P' TO ER-STATUS
           ELSE
               MOVE 'X' TO ER-STATUS
               MOVE WS-LN-REASON(WS-LN-IDX) TO ER-REASON
               ADD 1 TO WS-LINE-REJECT-COUNT
           END-IF

           WRITE REGISTER-RECORD

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE ER-CUST-ID TO WS-DL-CUST-ID
           MOVE ER-CUST-PO TO WS-DL-CUST-PO
           MOVE ER-CUST-LINE TO WS-DL-CUST-LINE
           MOVE ER-CUST-PART TO WS-DL-CUST-PART
           MOVE ER-CUST-QTY TO WS-DL-CUST-QTY
           MOVE ER-UOM TO WS-DL-UOM
           MOVE ER-ITEM-CODE TO WS-DL-ITEM-CODE
           MOVE ER-QUANTITY TO WS-DL-QUANTITY
           MOVE ER-REFERENCE TO WS-DL-REFERENCE

           IF ER-PASSED
               MOVE 'PASSED' TO WS-DL-NOTE
           ELSE
               MOVE ER-REASON TO WS-DL-NOTE
           END-IF

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       3000-TERMINATION.
           MOVE WS-ORDER-READ-COUNT TO WS-SL-ORDER-COUNT
           MOVE WS-ORDER-WRITE-COUNT TO WS-SL-ORDER-WRITE
           MOVE WS-ORDER-REJECT-COUNT TO WS-SL-ORDER-REJECT
           MOVE WS-LINE-READ-COUNT TO WS-SL-LINE-COUNT
           MOVE WS-LINE-WRITE-COUNT TO WS-SL-LINE-WRITE
           MOVE WS-LINE-REJECT-COUNT TO WS-SL-LINE-REJECT
           MOVE WS-ERROR-COUNT TO WS-SL-ERROR-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           CLOSE EDI-ORDER-FILE
                 XREF-FILE
                 CUSTOMER-FILE
                 ORDER-FILE
                 REGISTER-FILE
                 REPORT-FILE
           .
