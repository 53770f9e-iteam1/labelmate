      *----------------------------------------------------------------*
      * QTECONV - QUOTE-TO-ORDER CONVERSION PROGRAM                    *
      *                                                                *
      * RUN AHEAD OF ORDENTRY. PASSES THE QUOTATION FILE QTEMNT        *
      * MAINTAINS AND:                                                 *
      *                                                                *
      *   - TURNS EACH ACCEPTED QUOTE STILL WITHIN ITS EXPIRY DATE     *
      *     INTO AN 'H' HEADER AND ONE 'D' DETAIL PER QUOTED LINE ON   *
      *     THE ORDTRAN FEED, UNDER ORDER REFERENCE QTE-QUOTE-NUMBER,  *
      *     AND MARKS THE QUOTE CONVERTED. THE LINES GO IN FLAGGED     *
      *     NO-SUBSTITUTE, SINCE THE PRICE WAS QUOTED FOR THAT ITEM;   *
      *     ORDENTRY AND BILLING FIND THE QUOTE THROUGH THE REFERENCE  *
      *     AND HOLD THE QUOTED PRICES;                                *
      *   - MARKS EXPIRED EVERY QUOTE STILL OPEN OR ACCEPTED PAST ITS  *
      *     EXPIRY DATE, SO QTERPT CAN COUNT IT AS A QUOTE NOT WON.    *
      *                                                                *
      * THE ORDERS ARE ADDED TO THE END OF THE DAY'S ORDTRAN FEED (A   *
      * NEW FEED IS STARTED IF THERE IS NONE), THE SAME WAY THE        *
      * RECOVERY JOURNAL IS EXTENDED.                                  *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTECONV.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-FILE ASSIGN TO QTEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTE-QUOTE-NUMBER
               FILE STATUS IS WS-QUOTE-STATUS.

           SELECT ORDER-FILE ASSIGN TO ORDTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT REPORT-FILE ASSIGN TO QTECRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS.
           COPY QTECOPY.

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
       01  WS-QUOTE-STATUS            PIC X(02) VALUE SPACES.
           88  QUOTE-SUCCESS          VALUE '00'.
           88  QUOTE-EOF              VALUE '10'.
           88  QUOTE-NO-FILE          VALUE '35'.

       01  WS-ORDER-STATUS            PIC X(02) VALUE SPACES.
           88  ORDER-SUCCESS          VALUE '00'.
           88  ORDER-NO-FILE          VALUE '35'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-QUOTE-READ-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-CONVERT-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-ORDER-LINE-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-EXPIRE-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-ERROR-COUNT         PIC 9(05) VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).
       01  WS-CURRENT-DATE-NUM        REDEFINES WS-CURRENT-DATE
                                       PIC 9(08).

       01  WS-QUOTE-WORK.
           05  WS-EXPIRY-DATE-NUM     PIC 9(08).
           05  WS-LN-SUB              PIC 9(02).
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

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(20)
                                      VALUE 'QUOTE CONVERSION REG'.
           05  FILLER                 PIC X(06) VALUE 'ISTER '.
           05  FILLER                 PIC X(20) VALUE SPACES.
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
           05  FILLER                 PIC X(12) VALUE 'QUOTE       '.
           05  FILLER                 PIC X(08) VALUE 'CUST ID '.
           05  FILLER                 PIC X(07) VALUE 'SLSPN  '.
           05  FILLER                 PIC X(12) VALUE 'QUOTED      '.
           05  FILLER                 PIC X(12) VALUE 'EXPIRES     '.
           05  FILLER                 PIC X(07) VALUE 'LINES  '.
           05  FILLER                 PIC X(18)
                                      VALUE '       QUOTE TOTAL'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(54) VALUE 'ACTION'.

       01  WS-DETAIL-LINE.
           05  WS-DL-QUOTE-NUMBER     PIC X(12).
           05  WS-DL-CUST-ID          PIC X(08).
           05  WS-DL-SALESPERSON      PIC X(07).
           05  WS-DL-QUOTE-DATE       PIC X(12).
           05  WS-DL-EXPIRY-DATE      PIC X(12).
           05  WS-DL-LINES            PIC Z9.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  WS-DL-QUOTE-TOTAL      PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-ACTION           PIC X(24).
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(13) VALUE 'QUOTES READ: '.
           05  WS-SL-READ-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE ' CONVERTED: '.
           05  WS-SL-CONVERT-COUNT    PIC ZZ,ZZ9.
           05  FILLER                 PIC X(14) VALUE ' ORDER LINES: '.
           05  WS-SL-LINE-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' EXPIRED: '.
           05  WS-SL-EXPIRE-COUNT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(09) VALUE ' ERRORS: '.
           05  WS-SL-ERROR-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-QUOTES
               UNTIL END-OF-FILE
           PERFORM 3000-TERMINATION
           GOBACK
           .

       1000-INITIALIZATION.
           OPEN I-O    QUOTE-FILE
                OUTPUT REPORT-FILE

           IF NOT QUOTE-SUCCESS
               DISPLAY 'ERROR OPENING QUOTATION FILE: '
                       WS-QUOTE-STATUS
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

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADER

           IF NOT END-OF-FILE
               MOVE LOW-VALUES TO QTE-QUOTE-NUMBER

               START QUOTE-FILE KEY >= QTE-QUOTE-NUMBER
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE-SW
               END-START
           END-IF

           IF NOT END-OF-FILE
               READ QUOTE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               END-READ
           END-IF
           .

      *----------------------------------------------------------------*
      * A QUOTE IS GOOD THROUGH THE END OF ITS EXPIRY DATE.            *
      *----------------------------------------------------------------*
       2000-PROCESS-QUOTES.
           ADD 1 TO WS-QUOTE-READ-COUNT
           MOVE QTE-EXPIRY-DATE TO WS-EXPIRY-DATE-NUM

           EVALUATE TRUE
               WHEN QTE-ACCEPTED
                AND WS-CURRENT-DATE-NUM NOT > WS-EXPIRY-DATE-NUM
                   PERFORM 2100-CONVERT-QUOTE
               WHEN (QTE-OPEN OR QTE-ACCEPTED)
                AND WS-CURRENT-DATE-NUM > WS-EXPIRY-DATE-NUM
                   PERFORM 2300-EXPIRE-QUOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           READ QUOTE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           END-READ
           .

       2100-CONVERT-QUOTE.
           MOVE SPACES TO ORDER-RECORD
           MOVE 'H' TO ORD-RECORD-TYPE
           MOVE QTE-QUOTE-NUMBER TO ORD-REFERENCE
           MOVE QTE-CUST-ID TO ORD-CUST-ID
           MOVE QTE-SHIP-SEQ TO ORD-SHIP-SEQ
           MOVE WS-CURRENT-DATE TO ORD-DATE
           MOVE 'N' TO ORD-REJECT-ALL-SW
           MOVE QTE-SALESPERSON-ID TO ORD-SALESPERSON-ID
           MOVE QTE-REGION TO ORD-REGION
           MOVE ZEROS TO ORD-REQ-SHIP-DATE

           WRITE ORDER-RECORD

           PERFORM 2150-WRITE-ORDER-DETAIL
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > QTE-LINE-COUNT

           MOVE 'C' TO QTE-STATUS
           MOVE WS-CURRENT-DATE TO QTE-STATUS-DATE
           MOVE QTE-QUOTE-NUMBER TO QTE-ORDER-REFERENCE

           MOVE 'CONVERTED TO ORDER' TO WS-DL-ACTION
           PERFORM 2500-REWRITE-QUOTE
           ADD 1 TO WS-CONVERT-COUNT
           .

       2150-WRITE-ORDER-DETAIL.
           MOVE SPACES TO ORDER-DETAIL-REC
           MOVE 'D' TO ORD-RECORD-TYPE
           MOVE QTE-QUOTE-NUMBER TO ORD-D-REFERENCE
           MOVE QTE-LN-ITEM-CODE(WS-LN-SUB) TO ORD-ITEM-CODE
           MOVE QTE-LN-QUANTITY(WS-LN-SUB) TO ORD-QUANTITY
           MOVE 'Y' TO ORD-NO-SUB-SW

           WRITE ORDER-DETAIL-REC
           ADD 1 TO WS-ORDER-LINE-COUNT
           .

       2300-EXPIRE-QUOTE.
           MOVE 'E' TO QTE-STATUS
           MOVE WS-CURRENT-DATE TO QTE-STATUS-DATE

           MOVE 'EXPIRED' TO WS-DL-ACTION
           PERFORM 2500-REWRITE-QUOTE
           ADD 1 TO WS-EXPIRE-COUNT
           .

       2500-REWRITE-QUOTE.
           MOVE QTE-QUOTE-NUMBER TO WS-DL-QUOTE-NUMBER
           MOVE QTE-CUST-ID TO WS-DL-CUST-ID
           MOVE QTE-SALESPERSON-ID TO WS-DL-SALESPERSON
           MOVE QTE-QUOTE-DATE TO WS-WORK-DATE-NUM
           PERFORM 9000-EDIT-WORK-DATE
           MOVE WS-EDIT-DATE TO WS-DL-QUOTE-DATE
           MOVE QTE-EXPIRY-DATE TO WS-WORK-DATE-NUM
           PERFORM 9000-EDIT-WORK-DATE
           MOVE WS-EDIT-DATE TO WS-DL-EXPIRY-DATE
           MOVE QTE-LINE-COUNT TO WS-DL-LINES
           MOVE QTE-QUOTE-TOTAL TO WS-DL-QUOTE-TOTAL

           REWRITE QUOTATION-DETAILS
               INVALID KEY
                   DISPLAY 'QTECONV: ERROR REWRITING QUOTE '
                           QTE-QUOTE-NUMBER ': ' WS-QUOTE-STATUS
                   MOVE 'REWRITE ERROR' TO WS-DL-ACTION
                   ADD 1 TO WS-ERROR-COUNT
           END-REWRITE

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

       3000-TERMINATION.
           MOVE WS-QUOTE-READ-COUNT TO WS-SL-READ-COUNT
           MOVE WS-CONVERT-COUNT TO WS-SL-CONVERT-COUNT
           MOVE WS-ORDER-LINE-COUNT TO WS-SL-LINE-COUNT
           MOVE WS-EXPIRE-COUNT TO WS-SL-EXPIRE-COUNT
           MOVE WS-ERROR-COUNT TO WS-SL-ERROR-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           CLOSE QUOTE-FILE
                 ORDER-FILE
                 REPORT-FILE
           .

       9000-EDIT-WORK-DATE.
           MOVE WS-WD-MONTH TO WS-ED-MONTH
           MOVE WS-WD-DAY TO WS-ED-DAY
           MOVE WS-WD-YEAR TO WS-ED-YEAR
           .
