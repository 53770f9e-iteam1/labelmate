               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEBIT-MEMO-STATUS.

           SELECT PURCHASE-HISTORY-FILE ASSIGN TO PURCHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRICE-HIST-STATUS.

           SELECT RTV-REPORT ASSIGN TO RTVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTV-REPORT-STATUS.
               88  TRAN-REVERSAL      VALUE 'V'.
               88  TRAN-TRANSFER      VALUE 'T'.
               88  TRAN-RTV           VALUE 'X'.
               88  TRAN-LANDED-COST   VALUE 'L'.
               88  TRAN-UNIT-WEIGHT-SET
                                      VALUE 'W'.
               88  TRAN-PICK-FACE-SET VALUE 'M'.
           05  TRAN-ITEM-CODE         PIC X(10).
           05  TRAN-QUANTITY          PIC S9(05) COMP-3.
           05  TRAN-DATE.
           05  TRAN-LOCATION          PIC X(05).
           05  TRAN-TO-LOCATION       PIC X(05).
           05  TRAN-UNIT-COST         PIC S9(05)V99 COMP-3.
           05  TRAN-UNIT-WEIGHT       REDEFINES TRAN-UNIT-COST
                                      PIC S9(04)V999 COMP-3.
           05  TRAN-PICK-MAX          REDEFINES TRAN-UNIT-COST
                                      PIC S9(07) COMP-3.
           05  TRAN-OPERATOR-ID       PIC X(08).
           05  TRAN-LOT-NUMBER        PIC X(08).
           05  TRAN-EXPIRY-DATE       PIC 9(08).
      * ITEM'S INV-UNIT-COST UNDER THE MOVING-AVERAGE RECALCULATION,   *
      * CARRYING THE OLD AND NEW COST, THE RECEIPT REFERENCE, AND THE  *
      * REVALUATION IMPACT ON THE ON-HAND BALANCE, SO ACCOUNTING CAN   *
      * TIE THE MONTH'S REVALUATION OUT WITHOUT A SPREADSHEET. THE     *
      * FILE ACCUMULATES ACROSS RUNS; INVRFWD LISTS EACH MONTH'S.      *
      *----------------------------------------------------------------*
       FD  COST-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
      *----------------------------------------------------------------*
           05  CA-CURRENCY-CODE        PIC X(03).
           05  CA-EXCHANGE-RATE        PIC S9(03)V9(06) COMP-3.
      *----------------------------------------------------------------*
      * A LANDED-COST ENTRY (A FREIGHT, DUTY, OR BROKERAGE CHARGE      *
      * LCALLOC SPREAD ONTO A RECEIVED PO LINE) CARRIES ITS CHARGE     *
      * TYPE HERE AND THE PO NUMBER AS ITS REFERENCE; A RECEIPT'S OWN  *
      * COST MOVEMENT LEAVES IT BLANK.                                 *
      *----------------------------------------------------------------*
           05  CA-CHARGE-TYPE          PIC X(03).
               88  CA-RECEIPT-COST     VALUE SPACES.
               88  CA-FREIGHT-CHARGE   VALUE 'FRT'.
               88  CA-DUTY-CHARGE      VALUE 'DTY'.
               88  CA-BROKERAGE-CHARGE VALUE 'BRK'.
           05  FILLER                  PIC X(02).

      *----------------------------------------------------------------*
      * PERMANENT MOVEMENT LEDGER. EVERY SUCCESSFULLY POSTED MOVEMENT  *
      * SUPPLIER DEBIT MEMO FEED. ONE RECORD PER POSTED RETURN-TO-     *
      * VENDOR, VALUED AT THE ORIGINAL PO-UNIT-COST WHEN THE RTV       *
      * QUOTES A PO NUMBER IN TRAN-REFERENCE, OTHERWISE AT THE         *
      * ITEM'S CURRENT UNIT COST. MEMOS STAY ON THE FILE UNTIL THE     *
      * APPAYRUN PAYMENT RUN TAKES THEM AGAINST THE SUPPLIER'S OPEN    *
      * PAYABLES.                                                      *
      *----------------------------------------------------------------*
       FD  DEBIT-MEMO-FILE
           LABEL RECORDS ARE STANDARD
               10  DM-DAY              PIC 9(02).
           05  FILLER                  PIC X(08).

      *----------------------------------------------------------------*
      * PURCHASE PRICE HISTORY (PURCHIST, PPHCOPY). ONE 'R' RECORD PER *
      * RECEIPT MATCHED TO A PO LINE (NEGATIVE QUANTITY FOR A          *
      * RETURN-TO-VENDOR BACKED OUT OF ONE), CARRYING THE COST AS      *
      * RECEIVED IN THE PO'S CURRENCY BESIDE THE PO'S OWN COST, ORDER  *
      * QUANTITY, AND ORDER DATE, AND THE EXCHANGE RATE THE RECEIPT    *
      * WAS CONVERTED AT. APENTRY ADDS AN 'I' RECORD PER POSTED        *
      * INVOICE LINE TO THE SAME FILE; PPVRPT ANALYZES IT BY MONTH.    *
      *----------------------------------------------------------------*
       FD  PURCHASE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY PPHCOPY.

       FD  RTV-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
      *----------------------------------------------------------------*
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 338 CHARACTERS.
       01  AUDIT-RECORD.
           05  AUD-DATE.
               10  AUD-YEAR            PIC 9(04).
           05  AUD-REFERENCE           PIC X(15).
           05  AUD-BEFORE-IMAGE        PIC X(150).
           05  AUD-AFTER-IMAGE         PIC X(150).
           05  AUD-TIME                PIC 9(06).
           05  AUD-TRAN-CODE           PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-INV-STATUS              PIC X(02) VALUE SPACES.

       01  WS-COST-AUDIT-STATUS       PIC X(02) VALUE SPACES.
           88  COST-AUDIT-SUCCESS     VALUE '00'.
           88  COST-AUDIT-NO-FILE     VALUE '35'.

       01  WS-MOVEMENT-STATUS         PIC X(02) VALUE SPACES.
           88  MOVEMENT-SUCCESS       VALUE '00'.

       01  WS-DEBIT-MEMO-STATUS       PIC X(02) VALUE SPACES.
           88  DEBIT-MEMO-SUCCESS     VALUE '00'.
           88  DEBIT-MEMO-NO-FILE     VALUE '35'.

       01  WS-PRICE-HIST-STATUS       PIC X(02) VALUE SPACES.
           88  PRICE-HIST-SUCCESS     VALUE '00'.
           88  PRICE-HIST-NO-FILE     VALUE '35'.

       01  WS-RTV-REPORT-STATUS       PIC X(02) VALUE SPACES.
           88  RTV-REPORT-SUCCESS     VALUE '00'.
           05  WS-TRANSFER-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-IN-TRANSIT-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-PO-RAISED-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-PO-HELD-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-PO-MATCHED-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-PO-UNMATCHED-COUNT  PIC 9(05) VALUE ZEROS.
           05  WS-COST-CHANGE-COUNT   PIC 9(05) VALUE ZEROS.
           05  WS-LOT-RELIEF-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-LOT-BLOCK-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-RTV-COUNT           PIC 9(05) VALUE ZEROS.
           05  WS-LANDED-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-LC-EXPENSED-COUNT   PIC 9(05) VALUE ZEROS.
           05  WS-WEIGHT-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-PICK-FACE-COUNT     PIC 9(05) VALUE ZEROS.

       01  WS-VARIANCE-WORK.
           05  WS-VARIANCE-QTY        PIC S9(05) COMP-3.
               88  RV-ENTRY-FOUND     VALUE 'Y'.
           05  WS-MV-PENDING-NET-QTY  PIC S9(05) COMP-3.

       01  WS-MOVEMENT-KEY-WORK.
           05  WS-MV-NEW-IMAGE        PIC X(50).
           05  WS-MV-CONT-SEQ         PIC 9(03) VALUE ZEROS.
           05  WS-MV-CONT-SUFFIX      PIC 9(02).
           05  WS-MV-RECORDED-SW      PIC X(01) VALUE 'N'.
               88  MOVEMENT-RECORDED  VALUE 'Y'.

      *----------------------------------------------------------------*
      * IN-STORAGE IMAGE OF THE BACKORDER FILE FOR THIS RUN. ENTRIES   *
      * ARE KEPT IN FILE (OLDEST-FIRST) ORDER SO A RECEIPT RELEASES    *
           05  WS-PO-WRITTEN-SW       PIC X(01).
               88  PO-RECORD-WRITTEN  VALUE 'Y'.
           05  WS-PO-CURRENCY         PIC X(03).
           05  WS-PO-HOLD-SW          PIC X(01).
               88  PO-NEEDS-APPROVAL  VALUE 'Y'.

      *----------------------------------------------------------------*
      * A REORDER LINE WHOSE EXTENDED COST (IN THE PO'S OWN CURRENCY)  *
      * IS OVER THIS LIMIT IS RAISED PENDING BUYER APPROVAL.           *
      *----------------------------------------------------------------*
       01  WS-PO-APPROVAL-LIMIT       PIC S9(07)V99 COMP-3
                                      VALUE 5000.00.

      *----------------------------------------------------------------*
      * MOVING-AVERAGE COST WORK FIELDS. THE NEW UNIT COST IS THE      *
           05  WS-CW-TOTAL-VALUE      PIC S9(09)V99 COMP-3.
           05  WS-CW-TOTAL-QTY        PIC S9(07)    COMP-3.
           05  WS-CW-VALUE-IMPACT     PIC S9(09)V99 COMP-3.
           05  WS-CW-CHARGE-TYPE      PIC X(03).

      *----------------------------------------------------------------*
      * LANDED-COST POSTING. THE CAPITALIZED SHARE IS WHAT STILL SITS  *
      * IN STOCK; THE EXPENSED SHARE BELONGS TO UNITS ALREADY ISSUED.  *
      *----------------------------------------------------------------*
       01  WS-LANDED-COST-WORK.
           05  WS-LC-CAP-QTY          PIC S9(05) COMP-3.
           05  WS-LC-EXP-QTY          PIC S9(05) COMP-3.
           05  WS-LC-CAP-AMOUNT       PIC S9(09)V99 COMP-3.
           05  WS-LC-EXP-AMOUNT       PIC S9(09)V99 COMP-3.
           05  WS-LC-CAP-TOTAL        PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05  WS-LC-EXP-TOTAL        PIC S9(09)V99 COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------*
      * UNIT WEIGHT MAINTENANCE. THE NEW WEIGHT IS ECHOED IN THE       *
      * REFERENCE COLUMN OF THE RUN REPORT.                            *
      *----------------------------------------------------------------*
       01  WS-WEIGHT-WORK.
           05  WS-UW-OLD-WEIGHT       PIC S9(04)V999 COMP-3.
           05  WS-UW-REFERENCE.
               10  FILLER             PIC X(04) VALUE 'WT: '.
               10  WS-UW-WEIGHT       PIC Z(03)9.999.
               10  FILLER             PIC X(03) VALUE SPACES.

       01  WS-REORDER-TABLE.
           05  WS-RT-ENTRY OCCURS 1000 TIMES
           05  WS-RTV-UNIT-COST       PIC S9(05)V99 COMP-3.
           05  WS-RTV-VALUE           PIC S9(09)V99 COMP-3.

      *----------------------------------------------------------------*
      * QUANTITY AND COST STAGED FOR ONE PRICE HISTORY RECORD.         *
      *----------------------------------------------------------------*
       01  WS-PRICE-HIST-WORK.
           05  WS-PH-QUANTITY         PIC S9(05) COMP-3.
           05  WS-PH-UNIT-COST        PIC S9(05)V99 COMP-3.
           05  WS-PH-RATE             PIC S9(03)V9(06) COMP-3.

       01  WS-RTV-TABLE.
           05  WS-RV-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-RV-IDX, WS-RV-CMP-IDX.
           05  WS-SL-IN-TRANSIT-COUNT PIC ZZ,ZZ9.
           05  FILLER                 PIC X(07) VALUE ' RTVS: '.
           05  WS-SL-RTV-COUNT        PIC ZZ,ZZ9.
           05  FILLER                 PIC X(17)
                                      VALUE ' PICK FACES SET: '.
           05  WS-SL-PICK-FACE-COUNT  PIC ZZ,ZZ9.
           05  FILLER                 PIC X(41) VALUE SPACES.

       01  WS-SUMMARY-LINE-4.
           05  FILLER                 PIC X(20)
           05  WS-SL-PO-UNMATCH-COUNT PIC ZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE ' COST CHGS:'.
           05  WS-SL-COST-CHG-COUNT   PIC ZZ,ZZ9.
           05  FILLER                 PIC X(07) VALUE ' HELD: '.
           05  WS-SL-PO-HELD-COUNT    PIC ZZ,ZZ9.
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  WS-RTV-HEADER.
           05  FILLER                 PIC X(20)
           05  FILLER                 PIC X(14) VALUE ' LOT BLOCKS:  '.
           05  WS-SL-LOT-BLCK-COUNT   PIC ZZ,ZZ9.
           05  FILLER                 PIC X(52) VALUE SPACES.

       01  WS-SUMMARY-LINE-6.
           05  FILLER                 PIC X(20)
                                      VALUE 'LANDED COST SUMMARY:'.
           05  FILLER                 PIC X(09) VALUE 'CHARGES: '.
           05  WS-SL-LANDED-COUNT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(14) VALUE ' CAPITALIZED: '.
           05  WS-SL-LC-CAP-TOTAL     PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(11) VALUE ' EXPENSED: '.
           05  WS-SL-LC-EXP-TOTAL     PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(14) VALUE ' PART-ISSUED: '.
           05  WS-SL-LC-EXP-COUNT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(14) VALUE ' WEIGHTS SET: '.
           05  WS-SL-WEIGHT-COUNT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
       
       01  WS-REORDER-SUPPLIER-BREAK.
           05  FILLER                 PIC X(10) VALUE 'SUPPLIER: '.
                INPUT CATALOG-FILE
                INPUT CURRENCY-RATE-FILE
                OUTPUT AUDIT-FILE
                OUTPUT RTV-REPORT

      *----------------------------------------------------------------*
               OPEN OUTPUT JOURNAL-FILE
           END-IF

      *----------------------------------------------------------------*
      * DEBIT MEMOS ACCUMULATE UNTIL THE SUPPLIER PAYMENT RUN NETS     *
      * THEM AGAINST WHAT WE OWE (APPAYRUN REWRITES THE FILE WITH      *
      * ONLY THE MEMOS IT DID NOT TAKE).                               *
      *----------------------------------------------------------------*
           OPEN EXTEND DEBIT-MEMO-FILE

           IF DEBIT-MEMO-NO-FILE
               OPEN OUTPUT DEBIT-MEMO-FILE
           END-IF

           OPEN EXTEND PURCHASE-HISTORY-FILE

           IF PRICE-HIST-NO-FILE
               OPEN OUTPUT PURCHASE-HISTORY-FILE
           END-IF

      *----------------------------------------------------------------*
      * COST CHANGES ACCUMULATE ACROSS THE MONTH'S RUNS SO THE MONTH-  *
      * END ROLL-FORWARD SEES EVERY REVALUATION, NOT ONLY THE LAST     *
      * NIGHT'S.                                                       *
      *----------------------------------------------------------------*
           OPEN EXTEND COST-AUDIT-FILE

           IF COST-AUDIT-NO-FILE
               OPEN OUTPUT COST-AUDIT-FILE
           END-IF

           IF NOT JOURNAL-SUCCESS
               DISPLAY 'ERROR OPENING RECOVERY JOURNAL: '
                       WS-JOURNAL-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT PRICE-HIST-SUCCESS
               DISPLAY 'ERROR OPENING PURCHASE HISTORY FILE: '
                       WS-PRICE-HIST-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT RTV-REPORT-SUCCESS
               DISPLAY 'ERROR OPENING RTV REGISTER: '
                       WS-RTV-REPORT-STATUS
                       WHEN TRAN-RTV
                           PERFORM 2050-LOAD-LOCATION-BALANCE
                           PERFORM 2390-PROCESS-RTV
                       WHEN TRAN-LANDED-COST
                           PERFORM 2170-PROCESS-LANDED-COST
                       WHEN TRAN-UNIT-WEIGHT-SET
                           PERFORM 2180-PROCESS-UNIT-WEIGHT
                       WHEN TRAN-PICK-FACE-SET
                           PERFORM 2050-LOAD-LOCATION-BALANCE
                           PERFORM 2190-PROCESS-PICK-FACE
                       WHEN OTHER
                           MOVE 'ERROR' TO WS-DL-TRAN-CODE
                           MOVE TRAN-ITEM-CODE TO WS-DL-ITEM-CODE
                   MOVE ZEROS TO LOC-ON-HAND
                   MOVE ZEROS TO LOC-ALLOCATED
                   MOVE ZEROS TO LOC-AVAILABLE
                   MOVE ZEROS TO LOC-PICK-MIN
                   MOVE ZEROS TO LOC-PICK-MAX
                   MOVE SPACES TO WS-JRN-LOC-BEFORE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOCATION-EXISTS-SW
      * MOVEMENT (WS-MV-PENDING-NET-QTY, SET BY THE CALLING PARAGRAPH) *
      * ON THE PERMANENT MOVEMENT LEDGER SO A REVERSAL CAN FIND AND    *
      * OFFSET IT ON ANY LATER DAY. A SECOND POSTING UNDER THE SAME    *
      * REFERENCE AND ITEM IN THE SAME PERIOD FOLDS ITS QUANTITY INTO  *
      * THE EXISTING LEDGER RECORD, SO THE REVERSAL OFFSETS THE        *
      * COMBINED NET. ONE IN A LATER PERIOD, OR AFTER THE FIRST WAS    *
      * REVERSED, IS WRITTEN AS ITS OWN DATED RECORD SO THE MONTH-END  *
      * ROLL-FORWARD COUNTS EACH POSTING IN ITS OWN PERIOD.            *
      *----------------------------------------------------------------*
       2095-RECORD-MOVEMENT.
           MOVE TRAN-REFERENCE TO MV-REFERENCE
           MOVE TRAN-CODE TO MV-TRAN-CODE
           MOVE 'N' TO MV-REVERSED-SW
           MOVE TRAN-REASON-CODE TO MV-REASON-CODE
           MOVE ZEROS TO MV-REVERSED-PERIOD

           PERFORM 2096-POST-MOVEMENT-RECORD
           .

      *----------------------------------------------------------------*
      * POSTS THE MOVEMENT BUILT IN THE RECORD AREA. THE REFERENCE'S   *
      * OWN KEY IS TRIED FIRST, THEN CONTINUATION KEYS WITH 01 TO 99   *
      * IN THE LAST TWO POSITIONS OF THE REFERENCE, WHICH IS THE       *
      * REFERENCE MOVINQ SHOWS AND A REVERSAL OF THAT POSTING QUOTES.  *
      * THE FIRST KEY THAT IS FREE, OR THAT HOLDS AN UNREVERSED        *
      * MOVEMENT OF THE SAME PERIOD, TAKES THE POSTING.                *
      *----------------------------------------------------------------*
       2096-POST-MOVEMENT-RECORD.
           MOVE MOVEMENT-DETAILS TO WS-MV-NEW-IMAGE
           MOVE ZEROS TO WS-MV-CONT-SEQ
           MOVE 'N' TO WS-MV-RECORDED-SW

           PERFORM 2097-TRY-MOVEMENT-KEY
               UNTIL MOVEMENT-RECORDED OR WS-MV-CONT-SEQ > 99

           IF NOT MOVEMENT-RECORDED
               MOVE WS-MV-NEW-IMAGE TO MOVEMENT-DETAILS
               DISPLAY 'INVNTRY: NO MOVEMENT KEY LEFT FOR '
                       MV-REFERENCE '/' MV-ITEM-CODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           .

       2097-TRY-MOVEMENT-KEY.
           MOVE WS-MV-NEW-IMAGE TO MOVEMENT-DETAILS

           IF WS-MV-CONT-SEQ > ZEROS
               MOVE WS-MV-CONT-SEQ TO WS-MV-CONT-SUFFIX
               MOVE WS-MV-CONT-SUFFIX TO MV-REFERENCE(14:2)
           END-IF

           WRITE MOVEMENT-DETAILS
               INVALID KEY
                   PERFORM 2098-FOLD-INTO-EXISTING
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MV-RECORDED-SW
           END-WRITE

           ADD 1 TO WS-MV-CONT-SEQ
           .

       2098-FOLD-INTO-EXISTING.
           READ MOVEMENT-LEDGER
               INVALID KEY
                   MOVE 'Y' TO WS-MV-RECORDED-SW
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   IF MV-DATE(1:6) = TRAN-DATE(1:6)
                      AND NOT MV-REVERSED
                       MOVE 'Y' TO WS-MV-RECORDED-SW
                       ADD WS-MV-PENDING-NET-QTY TO MV-NET-QTY
                       MOVE TRAN-DATE TO MV-DATE

                       REWRITE MOVEMENT-DETAILS
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                       END-REWRITE
                   END-IF
           END-READ
           .

                   PERFORM 2090-SAVE-LOCATION-BALANCE

                   PERFORM 2110-SET-RECEIPT-COST
                   MOVE SPACES TO WS-CW-CHARGE-TYPE

                   IF WS-RECEIPT-COST > ZERO
                       PERFORM 2120-RECALC-UNIT-COST
      * NUMBER THE RECEIPT QUOTES IN TRAN-REFERENCE. A MATCH RELIEVES  *
      * INV-ON-ORDER (NEVER BELOW ZERO), STAMPS THE PO'S LAST RECEIPT  *
      * DATE, AND CLOSES THE LINE WHEN THE ORDERED QUANTITY IS FULLY   *
      * IN. A RECEIPT WITH NO MATCHING PO, FOR THE WRONG ITEM, IN      *
      * EXCESS OF THE ORDERED QUANTITY, OR AGAINST A LINE STILL        *
      * PENDING APPROVAL OR REJECTED GOES TO THE EXCEPTION REPORT --   *
      * THE RECEIPT ITSELF STANDS EITHER WAY.                          *
      *----------------------------------------------------------------*
       2150-MATCH-OPEN-PO.
               MOVE TRAN-QUANTITY TO WS-XL-REQUESTED
               MOVE PO-ORDER-QTY TO WS-EXCEPTION-ON-HAND
               PERFORM 2290-WRITE-EXCEPTION
           ELSE
           IF PO-LINE-PENDING OR PO-LINE-REJECTED
               ADD 1 TO WS-PO-UNMATCHED-COUNT
               MOVE 'PO-UNAPPRV' TO WS-XL-EXCEPTION-TYPE
               MOVE TRAN-QUANTITY TO WS-XL-REQUESTED
               MOVE PO-ORDER-QTY TO WS-EXCEPTION-ON-HAND
               PERFORM 2290-WRITE-EXCEPTION
           ELSE
               ADD TRAN-QUANTITY TO PO-RECEIVED-QTY
               MOVE TRAN-DATE TO PO-LAST-RECEIPT-DATE
               REWRITE PURCHASE-ORDER-DETAILS
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       MOVE TRAN-QUANTITY TO WS-PH-QUANTITY
                       MOVE WS-FX-RATE TO WS-PH-RATE

                       IF TRAN-UNIT-COST NUMERIC
                          AND TRAN-UNIT-COST > ZERO
                           MOVE TRAN-UNIT-COST TO WS-PH-UNIT-COST
                       ELSE
                           MOVE PO-UNIT-COST TO WS-PH-UNIT-COST
                       END-IF

                       PERFORM 2165-WRITE-PRICE-HISTORY
               END-REWRITE

               REWRITE INVENTORY-DETAILS
                       MOVE 'Y' TO WS-MASTER-CHANGED-SW
               END-REWRITE
           END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * ONE RECEIPT-SIDE PURCHASE PRICE HISTORY RECORD FOR THE PO LINE *
      * IN THE RECORD AREA. A RECEIPT KEYED WITHOUT A COST IS TAKEN AT *
      * THE PO COST; THE RATE IS ZERO UNLESS THE RECEIPT COST WAS      *
      * CONVERTED FROM A FOREIGN CURRENCY.                             *
      *----------------------------------------------------------------*
       2165-WRITE-PRICE-HISTORY.
           MOVE SPACES TO PURCHASE-HISTORY-DETAILS
           MOVE 'R' TO PP-RECORD-TYPE
           MOVE PO-SUPPLIER-ID TO PP-SUPPLIER-ID
           MOVE PO-ITEM-CODE TO PP-ITEM-CODE
           MOVE PO-NUMBER TO PP-PO-NUMBER
           MOVE TRAN-DATE TO PP-DATE
           MOVE WS-PH-QUANTITY TO PP-QUANTITY
           MOVE WS-PH-UNIT-COST TO PP-UNIT-COST
           MOVE PO-UNIT-COST TO PP-PO-UNIT-COST
           MOVE PO-ORDER-QTY TO PP-PO-ORDER-QTY
           MOVE PO-ORDER-DATE TO PP-PO-ORDER-DATE
           MOVE PO-CURRENCY-CODE TO PP-CURRENCY-CODE
           MOVE WS-PH-RATE TO PP-EXCHANGE-RATE

           WRITE PURCHASE-HISTORY-DETAILS
           .

      *----------------------------------------------------------------*
           MOVE TRAN-DATE TO CA-DATE
           MOVE WS-FX-CURRENCY TO CA-CURRENCY-CODE
           MOVE WS-FX-RATE TO CA-EXCHANGE-RATE
           MOVE WS-CW-CHARGE-TYPE TO CA-CHARGE-TYPE

           WRITE COST-AUDIT-RECORD

           ADD 1 TO WS-COST-CHANGE-COUNT
           .

      *----------------------------------------------------------------*
      * POSTS ONE LANDED-COST CHARGE LCALLOC ALLOCATED TO A RECEIVED   *
      * PO LINE: TRAN-QUANTITY IS THE LINE'S RECEIVED QUANTITY,        *
      * TRAN-UNIT-COST THE CHARGE PER UNIT, TRAN-REASON-CODE THE       *
      * CHARGE TYPE, AND TRAN-REFERENCE THE PO NUMBER. ONLY THE UNITS  *
      * STILL ON HAND CAN CARRY THE CHARGE, SO AT MOST INV-ON-HAND     *
      * UNITS' WORTH IS CAPITALIZED THROUGH THE MOVING AVERAGE; THE    *
      * SHARE FOR UNITS ALREADY ISSUED IS EXPENSED TO COST OF SALES    *
      * AND REPORTED ON THE EXCEPTION FILE AS LC-EXPENSE.              *
      *----------------------------------------------------------------*
       2170-PROCESS-LANDED-COST.
           MOVE 'LCOST' TO WS-DL-TRAN-CODE
           MOVE TRAN-ITEM-CODE TO WS-DL-ITEM-CODE
           MOVE INV-DESCRIPTION TO WS-DL-DESCRIPTION
           MOVE TRAN-QUANTITY TO WS-DL-QUANTITY
           MOVE TRAN-REFERENCE TO WS-DL-REFERENCE

           IF TRAN-UNIT-COST NOT NUMERIC
              OR TRAN-UNIT-COST NOT > ZERO
              OR TRAN-QUANTITY NOT > ZERO
               MOVE 'ERROR' TO WS-DL-TRAN-CODE
               MOVE 'BAD LANDED COST' TO WS-DL-REFERENCE
               MOVE INV-ON-HAND TO WS-DL-ON-HAND
               MOVE INV-UNIT-COST TO WS-DL-UNIT-COST
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               IF INV-ON-HAND > TRAN-QUANTITY
                   MOVE TRAN-QUANTITY TO WS-LC-CAP-QTY
               ELSE
                   IF INV-ON-HAND > ZERO
                       MOVE INV-ON-HAND TO WS-LC-CAP-QTY
                   ELSE
                       MOVE ZEROS TO WS-LC-CAP-QTY
                   END-IF
               END-IF

               COMPUTE WS-LC-EXP-QTY = TRAN-QUANTITY - WS-LC-CAP-QTY
               COMPUTE WS-LC-CAP-AMOUNT =
                   WS-LC-CAP-QTY * TRAN-UNIT-COST
               COMPUTE WS-LC-EXP-AMOUNT =
                   WS-LC-EXP-QTY * TRAN-UNIT-COST

               IF WS-LC-CAP-QTY > ZERO
                   PERFORM 2175-CAPITALIZE-LANDED-COST
               END-IF

               IF WS-LC-EXP-QTY > ZERO
                   ADD WS-LC-EXP-AMOUNT TO WS-LC-EXP-TOTAL
                   ADD 1 TO WS-LC-EXPENSED-COUNT
                   MOVE 'LC-EXPENSE' TO WS-XL-EXCEPTION-TYPE
                   MOVE WS-LC-EXP-QTY TO WS-XL-REQUESTED
                   MOVE INV-ON-HAND TO WS-EXCEPTION-ON-HAND
                   PERFORM 2290-WRITE-EXCEPTION
               END-IF

               ADD 1 TO WS-LANDED-COUNT
               MOVE INV-ON-HAND TO WS-DL-ON-HAND
               MOVE INV-UNIT-COST TO WS-DL-UNIT-COST
           END-IF

           PERFORM 2850-WRITE-REPORT-LINE
           .

      *----------------------------------------------------------------*
      * SETS THE ITEM'S SHIPPING WEIGHT PER STOCKING UNIT FROM         *
      * TRAN-UNIT-WEIGHT (CARRIED WHERE A COSTED TRANSACTION CARRIES   *
      * ITS UNIT COST). SHIPCONF WEIGHS EACH SHIPMENT FROM IT FOR THE  *
      * BILL OF LADING; ZERO CLEARS THE WEIGHT, A NEGATIVE ONE IS      *
      * REFUSED. STOCK BALANCES ARE NOT TOUCHED.                       *
      *----------------------------------------------------------------*
       2180-PROCESS-UNIT-WEIGHT.
           MOVE 'UWGHT' TO WS-DL-TRAN-CODE
           MOVE TRAN-ITEM-CODE TO WS-DL-ITEM-CODE
           MOVE INV-DESCRIPTION TO WS-DL-DESCRIPTION
           MOVE ZEROS TO WS-DL-QUANTITY
           MOVE INV-ON-HAND TO WS-DL-ON-HAND
           MOVE INV-UNIT-COST TO WS-DL-UNIT-COST

           IF TRAN-UNIT-WEIGHT NOT NUMERIC
              OR TRAN-UNIT-WEIGHT < ZERO
               MOVE 'ERROR' TO WS-DL-TRAN-CODE
               MOVE 'BAD UNIT WEIGHT' TO WS-DL-REFERENCE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE INV-UNIT-WEIGHT TO WS-UW-OLD-WEIGHT
               MOVE TRAN-UNIT-WEIGHT TO INV-UNIT-WEIGHT

               REWRITE INVENTORY-DETAILS
                   INVALID KEY
                       MOVE 'ERROR' TO WS-DL-TRAN-CODE
                       MOVE 'REWRITE ERROR' TO WS-DL-REFERENCE
                       MOVE WS-UW-OLD-WEIGHT TO INV-UNIT-WEIGHT
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MASTER-CHANGED-SW
                       ADD 1 TO WS-WEIGHT-COUNT
                       MOVE INV-UNIT-WEIGHT TO WS-UW-WEIGHT
                       MOVE WS-UW-REFERENCE TO WS-DL-REFERENCE
               END-REWRITE
           END-IF

           PERFORM 2850-WRITE-REPORT-LINE
           .

      *----------------------------------------------------------------*
      * MAKES THE TRANSACTION'S LOCATION THE ITEM'S PICK FACE, WITH    *
      * TRAN-QUANTITY AS ITS REPLENISHMENT MINIMUM AND TRAN-PICK-MAX   *
      * (CARRIED WHERE A COSTED TRANSACTION CARRIES ITS UNIT COST) AS  *
      * THE LEVEL REPLEN FILLS IT BACK UP TO. A ZERO MAXIMUM TURNS THE *
      * LOCATION BACK INTO ORDINARY (RESERVE) STORAGE. STOCK BALANCES  *
      * ARE NOT TOUCHED.                                               *
      *----------------------------------------------------------------*
       2190-PROCESS-PICK-FACE.
           MOVE 'PFACE' TO WS-DL-TRAN-CODE
           MOVE TRAN-ITEM-CODE TO WS-DL-ITEM-CODE
           MOVE INV-DESCRIPTION TO WS-DL-DESCRIPTION
           MOVE TRAN-QUANTITY TO WS-DL-QUANTITY
           MOVE LOC-ON-HAND TO WS-DL-ON-HAND
           MOVE INV-UNIT-COST TO WS-DL-UNIT-COST
           MOVE LOC-LOCATION TO WS-DL-REFERENCE

           IF TRAN-PICK-MAX NOT NUMERIC
              OR TRAN-PICK-MAX < ZERO
              OR TRAN-PICK-MAX > 99999
              OR TRAN-QUANTITY < ZERO
              OR TRAN-QUANTITY > TRAN-PICK-MAX
               MOVE 'ERROR' TO WS-DL-TRAN-CODE
               MOVE 'BAD MIN/MAX' TO WS-DL-REFERENCE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE TRAN-QUANTITY TO LOC-PICK-MIN
               MOVE TRAN-PICK-MAX TO LOC-PICK-MAX
               PERFORM 2090-SAVE-LOCATION-BALANCE
               ADD 1 TO WS-PICK-FACE-COUNT
           END-IF

           PERFORM 2850-WRITE-REPORT-LINE
           .

      *----------------------------------------------------------------*
      * THE SAME MOVING AVERAGE A COSTED RECEIPT RUNS, WITH NO NEW     *
      * UNITS: THE ON-HAND VALUE GROWS BY THE CAPITALIZED CHARGE AND   *
      * IS SPREAD BACK OVER THE SAME ON-HAND QUANTITY.                 *
      *----------------------------------------------------------------*
       2175-CAPITALIZE-LANDED-COST.
           MOVE INV-UNIT-COST TO WS-CW-OLD-COST

           COMPUTE WS-CW-TOTAL-VALUE =
               (INV-ON-HAND * WS-CW-OLD-COST) + WS-LC-CAP-AMOUNT
           COMPUTE WS-CW-NEW-COST ROUNDED =
               WS-CW-TOTAL-VALUE / INV-ON-HAND

           MOVE WS-CW-NEW-COST TO INV-UNIT-COST

           REWRITE INVENTORY-DETAILS
               INVALID KEY
                   MOVE 'ERROR' TO WS-DL-TRAN-CODE
                   MOVE 'REWRITE ERROR' TO WS-DL-REFERENCE
                   MOVE WS-CW-OLD-COST TO INV-UNIT-COST
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-CHANGED-SW
                   ADD WS-LC-CAP-AMOUNT TO WS-LC-CAP-TOTAL
                   ADD WS-LC-CAP-AMOUNT TO WS-NET-VALUE-CHANGE
                   MOVE SPACES TO WS-FX-CURRENCY
                   MOVE ZEROS TO WS-FX-RATE
                   MOVE TRAN-REASON-CODE TO WS-CW-CHARGE-TYPE
                   PERFORM 2130-WRITE-COST-AUDIT
           END-REWRITE
           .

       2200-PROCESS-ISSUE.
           MOVE 'ISSUE' TO WS-DL-TRAN-CODE
           MOVE TRAN-ITEM-CODE TO WS-DL-ITEM-CODE
      * AND TRAN CODE 'I' -- SO MOVINQ SEES IT, THE LEDGER STILL TIES  *
      * TO THE MASTER, AND A MISTAKEN FILL CAN BE REVERSED WITH AN     *
      * ORDINARY 'V' TRANSACTION. A SECOND POSTING UNDER THE SAME      *
      * REFERENCE AND ITEM FOLDS INTO THE EXISTING LEDGER RECORD OR    *
      * TAKES A CONTINUATION KEY, THE SAME WAY 2095-RECORD-MOVEMENT    *
      * POSTS.                                                         *
      *----------------------------------------------------------------*
       2285-RECORD-FILL-MOVEMENT.
           COMPUTE WS-MV-PENDING-NET-QTY =
               0 - WS-BO-QUANTITY(WS-BO-IDX)
           MOVE WS-BO-REFERENCE(WS-BO-IDX) TO MV-REFERENCE
           MOVE TRAN-ITEM-CODE TO MV-ITEM-CODE
           MOVE LOC-LOCATION TO MV-LOCATION
           MOVE WS-MV-PENDING-NET-QTY TO MV-NET-QTY
           MOVE TRAN-DATE TO MV-DATE
           MOVE 'I' TO MV-TRAN-CODE
           MOVE 'N' TO MV-REVERSED-SW
           MOVE SPACES TO MV-REASON-CODE
           MOVE ZEROS TO MV-REVERSED-PERIOD

           PERFORM 2096-POST-MOVEMENT-RECORD
           .

      *----------------------------------------------------------------*
                   MOVE ZEROS TO LOC-ON-HAND
                   MOVE ZEROS TO LOC-ALLOCATED
                   MOVE ZEROS TO LOC-AVAILABLE
                   MOVE ZEROS TO LOC-PICK-MIN
                   MOVE ZEROS TO LOC-PICK-MAX
                   MOVE SPACES TO WS-JRN-LOC-BEFORE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOCATION-EXISTS-SW
      * THE RETURNED QUANTITY COMES BACK OFF THE PO'S RECEIVED         *
      * BALANCE (NEVER BELOW ZERO), AND A LINE THE RETURN LEAVES       *
      * SHORT OF ITS ORDERED QUANTITY REOPENS -- SO SUPPERF MEASURES   *
      * THE SUPPLIER ON WHAT ACTUALLY STAYED DELIVERED. THE RETURN     *
      * ALSO GOES ON THE PRICE HISTORY AS A NEGATIVE RECEIPT AT THE    *
      * PO COST, SO THE MONTH'S PPV NETS IT OUT.                       *
      *----------------------------------------------------------------*
       2398-BACK-OUT-PO-RECEIPT.
           SUBTRACT TRAN-QUANTITY FROM PO-RECEIVED-QTY
           REWRITE PURCHASE-ORDER-DETAILS
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   COMPUTE WS-PH-QUANTITY = 0 - TRAN-QUANTITY
                   MOVE PO-UNIT-COST TO WS-PH-UNIT-COST
                   MOVE ZEROS TO WS-PH-RATE
                   PERFORM 2165-WRITE-PRICE-HISTORY
           END-REWRITE
           .

      * MOVEMENT IS LOOKED UP ON THE PERMANENT MOVEMENT LEDGER -- ANY  *
      * PRIOR DAY'S POSTING, NOT JUST THIS RUN'S -- POSTED BACK OUT,   *
      * AND THE LEDGER RECORD IS MARKED REVERSED SO IT CANNOT BE       *
      * REVERSED TWICE, WITH THE PERIOD THE REVERSAL POSTED IN.        *
      *----------------------------------------------------------------*
       2450-PROCESS-REVERSAL.
           MOVE 'REVRS' TO WS-DL-TRAN-CODE
               COMPUTE INV-AVAILABLE = INV-ON-HAND - INV-ALLOCATED
               PERFORM 2090-SAVE-LOCATION-BALANCE
               MOVE 'Y' TO MV-REVERSED-SW
               MOVE TRAN-DATE(1:6) TO MV-REVERSED-PERIOD

               REWRITE MOVEMENT-DETAILS
                   INVALID KEY
                   MOVE ZEROS TO LOC-ON-HAND
                   MOVE ZEROS TO LOC-ALLOCATED
                   MOVE ZEROS TO LOC-AVAILABLE
                   MOVE ZEROS TO LOC-PICK-MIN
                   MOVE ZEROS TO LOC-PICK-MAX
                   MOVE SPACES TO WS-JRN-LOC-BEFORE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOCATION-EXISTS-SW
      * ITEM'S INV-ON-ORDER BY THE ORDERED QUANTITY, SO AVAILABILITY   *
      * MATH AND THE NEXT REORDER PASS BOTH SEE WHAT IS ALREADY ON     *
      * ORDER. A DUPLICATE PO NUMBER (SECOND RUN THE SAME DAY) JUST    *
      * ADVANCES THE SEQUENCE AND TRIES AGAIN. A LINE OVER THE         *
      * APPROVAL LIMIT, OR WHOSE SUPPLIER OR CATALOG SOURCE IS FLAGGED *
      * FOR REVIEW, IS RAISED PENDING FOR POAPPR -- STILL ON ORDER, SO *
      * THE NEXT REORDER PASS DOES NOT RAISE IT AGAIN.                 *
      *----------------------------------------------------------------*
       2650-RAISE-OPEN-PO.
           MOVE 'N' TO WS-PO-WRITTEN-SW
           MOVE 'N' TO WS-PO-HOLD-SW

      *----------------------------------------------------------------*
      * THE PO LINE IS CARRIED IN THE SOURCING SUPPLIER'S QUOTED      *
                   MOVE SPACES TO WS-PO-CURRENCY
               NOT INVALID KEY
                   MOVE SUP-CURRENCY-CODE TO WS-PO-CURRENCY
                   IF SUP-PO-REVIEW
                       MOVE 'Y' TO WS-PO-HOLD-SW
                   END-IF
           END-READ

           MOVE WS-RT-ITEM-CODE(WS-RT-IDX) TO CAT-ITEM-CODE
           MOVE WS-RT-SUPPLIER-ID(WS-RT-IDX) TO CAT-SUPPLIER-ID

           READ CATALOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAT-PO-REVIEW
                       MOVE 'Y' TO WS-PO-HOLD-SW
                   END-IF
           END-READ

           IF WS-RT-EXTENDED-COST(WS-RT-IDX) > WS-PO-APPROVAL-LIMIT
               MOVE 'Y' TO WS-PO-HOLD-SW
           END-IF

           PERFORM UNTIL PO-RECORD-WRITTEN OR WS-PN-SEQ = 99999
               ADD 1 TO WS-PN-SEQ
               MOVE WS-PO-NUMBER-WORK TO PO-NUMBER
               MOVE WS-RT-UNIT-COST(WS-RT-IDX) TO PO-UNIT-COST
               MOVE WS-CURRENT-DATE TO PO-ORDER-DATE
               MOVE ZEROS TO PO-LAST-RECEIPT-DATE

               IF PO-NEEDS-APPROVAL
                   MOVE 'P' TO PO-STATUS
               ELSE
                   MOVE 'O' TO PO-STATUS
               END-IF

               MOVE SPACES TO PO-SHIP-CUST-ID
               MOVE ZEROS TO PO-SHIP-SEQ
               MOVE WS-PO-CURRENCY TO PO-CURRENCY-CODE
               MOVE SPACES TO PO-APPROVER-ID
               MOVE 'N' TO PO-DOC-SW

               WRITE PURCHASE-ORDER-DETAILS
                   INVALID KEY
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-PO-RAISED-COUNT

               IF PO-NEEDS-APPROVAL
                   ADD 1 TO WS-PO-HELD-COUNT
               END-IF

               PERFORM 2660-BUMP-ON-ORDER
           END-IF
           .
           MOVE TRAN-REFERENCE TO AUD-REFERENCE
           MOVE WS-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE INVENTORY-DETAILS TO AUD-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-TIME-STAMP
           MOVE WS-JRN-TIME TO AUD-TIME
           MOVE TRAN-CODE TO AUD-TRAN-CODE

           WRITE AUDIT-RECORD
           .
           MOVE WS-TRANSFER-COUNT TO WS-SL-TRANSFER-COUNT
           MOVE WS-IN-TRANSIT-COUNT TO WS-SL-IN-TRANSIT-COUNT
           MOVE WS-RTV-COUNT TO WS-SL-RTV-COUNT
           MOVE WS-PICK-FACE-COUNT TO WS-SL-PICK-FACE-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-3

           PERFORM 3200-PRINT-RTV-REGISTER

           MOVE WS-PO-RAISED-COUNT TO WS-SL-PO-RAISED-COUNT
           MOVE WS-PO-HELD-COUNT TO WS-SL-PO-HELD-COUNT
           MOVE WS-PO-MATCHED-COUNT TO WS-SL-PO-MATCHED-COUNT
           MOVE WS-PO-UNMATCHED-COUNT TO WS-SL-PO-UNMATCH-COUNT
           MOVE WS-COST-CHANGE-COUNT TO WS-SL-COST-CHG-COUNT
           MOVE WS-LOT-BLOCK-COUNT TO WS-SL-LOT-BLCK-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-5

           MOVE WS-LANDED-COUNT TO WS-SL-LANDED-COUNT
           MOVE WS-LC-CAP-TOTAL TO WS-SL-LC-CAP-TOTAL
           MOVE WS-LC-EXP-TOTAL TO WS-SL-LC-EXP-TOTAL
           MOVE WS-LC-EXPENSED-COUNT TO WS-SL-LC-EXP-COUNT
           MOVE WS-WEIGHT-COUNT TO WS-SL-WEIGHT-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-6

           MOVE 'INVNTRY' TO STAT-JOB-ID
           COMPUTE STAT-TRAN-COUNT =
               WS-RECEIPT-COUNT + WS-ISSUE-COUNT + WS-ADJUST-COUNT +
               WS-COUNT-COUNT + WS-REVERSAL-COUNT +
               WS-TRANSFER-COUNT + WS-RTV-COUNT + WS-LANDED-COUNT +
               WS-WEIGHT-COUNT + WS-PICK-FACE-COUNT
           COMPUTE STAT-ERROR-COUNT =
               WS-ERROR-COUNT + WS-EXCEPTION-COUNT
           MOVE WS-NET-VALUE-CHANGE TO STAT-NET-CHANGE
                 LOT-FILE
                 LOT-LEDGER-FILE
                 DEBIT-MEMO-FILE
                 PURCHASE-HISTORY-FILE
                 RTV-REPORT
                 JOURNAL-FILE
                 BO-RELEASE-FILE
