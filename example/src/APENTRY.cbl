      * PAYABLES LEDGER BY SUPPLIER (DUE 30 DAYS FROM INVOICE DATE),   *
      * AND THE RUN CLOSES WITH A PAYMENT-DUE REGISTER OF EVERYTHING   *
      * OPEN ON THE LEDGER -- THE PAYABLE-SIDE MIRROR OF WHAT          *
      * AROPEN/CASHAPP GAVE US ON RECEIVABLES. EACH POSTED INVOICE'S   *
      * LINES ALSO GO ON THE PURCHASE PRICE HISTORY (PURCHIST) FOR THE *
      * MONTHLY PPV REPORT.                                            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APENTRY.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT PURCHASE-HISTORY-FILE ASSIGN TO PURCHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRICE-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
           RECORD CONTAINS 132 CHARACTERS.
       01  EXCEPTION-RECORD           PIC X(132).

      *----------------------------------------------------------------*
      * PURCHASE PRICE HISTORY (PURCHIST, PPHCOPY), SHARED WITH        *
      * INVNTRY (WHICH WRITES THE RECEIPT SIDE). ONE 'I' RECORD PER    *
      * LINE OF A POSTED INVOICE, CARRYING THE INVOICED COST BESIDE    *
      * THE PO'S OWN COST, ORDER QUANTITY, ORDER DATE, AND CURRENCY;   *
      * PPVRPT ANALYZES IT BY MONTH.                                   *
      *----------------------------------------------------------------*
       FD  PURCHASE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY PPHCOPY.

       WORKING-STORAGE SECTION.
       01  WS-AP-TRAN-STATUS          PIC X(02) VALUE SPACES.
           88  AP-TRAN-SUCCESS        VALUE '00'.
       01  WS-EXCEPTION-STATUS        PIC X(02) VALUE SPACES.
           88  EXCEPTION-SUCCESS      VALUE '00'.

       01  WS-PRICE-HIST-STATUS       PIC X(02) VALUE SPACES.
           88  PRICE-HIST-SUCCESS     VALUE '00'.
           88  PRICE-HIST-NO-FILE     VALUE '35'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-DUE-DATE-INT        PIC S9(09) COMP-3.
           05  WS-DUE-DATE-NUM        PIC 9(08).

      *----------------------------------------------------------------*
      * THE CURRENT INVOICE'S MATCHED LINES, HELD UNTIL THE INVOICE    *
      * CLOSES SO ONLY A POSTED INVOICE REACHES THE PRICE HISTORY.     *
      *----------------------------------------------------------------*
       01  WS-INVOICE-LINE-TABLE.
           05  WS-IL-ENTRY OCCURS 100 TIMES INDEXED BY WS-IL-IDX.
               10  WS-IL-PO-NUMBER    PIC X(15).
               10  WS-IL-ITEM-CODE    PIC X(10).
               10  WS-IL-QUANTITY     PIC S9(05) COMP-3.
               10  WS-IL-UNIT-COST    PIC S9(05)V99 COMP-3.
               10  WS-IL-PO-UNIT-COST PIC S9(05)V99 COMP-3.
               10  WS-IL-PO-ORDER-QTY PIC S9(05) COMP-3.
               10  WS-IL-PO-ORDER-DATE
                                      PIC 9(08).
               10  WS-IL-CURRENCY     PIC X(03).

       01  WS-INVOICE-LINE-CONTROL.
           05  WS-IL-ENTRY-COUNT      PIC 9(03) VALUE ZEROS.
           05  WS-IL-ENTRY-LIMIT      PIC 9(03) VALUE 100.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           OPEN EXTEND PURCHASE-HISTORY-FILE

           IF PRICE-HIST-NO-FILE
               OPEN OUTPUT PURCHASE-HISTORY-FILE
           END-IF

           IF NOT PRICE-HIST-SUCCESS
               DISPLAY 'ERROR OPENING PURCHASE HISTORY FILE: '
                       WS-PRICE-HIST-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-MONTH TO WS-HEADER-MONTH
           MOVE WS-CURRENT-DAY TO WS-HEADER-DAY
           MOVE 'Y' TO WS-INVOICE-OPEN-SW
           MOVE 'Y' TO WS-INVOICE-CLEAN-SW
           MOVE ZEROS TO WS-LINES-TOTAL
           MOVE ZEROS TO WS-IL-ENTRY-COUNT

           MOVE AT-SUPPLIER-ID TO WS-CUR-SUPPLIER-ID
           MOVE AT-INVOICE-NUMBER TO WS-CUR-INVOICE-NUMBER
               MOVE 'MATCHED' TO WS-LD-NOTE

               WRITE REPORT-RECORD FROM WS-LINE-DETAIL

               PERFORM 2380-HOLD-MATCHED-LINE
           END-IF
           .

       2380-HOLD-MATCHED-LINE.
           IF WS-IL-ENTRY-COUNT >= WS-IL-ENTRY-LIMIT
               DISPLAY 'APENTRY: INVOICE LINE TABLE FULL AT '
                       WS-IL-ENTRY-LIMIT ' -- ' AT-L-PO-NUMBER
                       ' NOT ON PRICE HISTORY'
           ELSE
               ADD 1 TO WS-IL-ENTRY-COUNT
               SET WS-IL-IDX TO WS-IL-ENTRY-COUNT
               MOVE AT-L-PO-NUMBER TO WS-IL-PO-NUMBER(WS-IL-IDX)
               MOVE PO-ITEM-CODE TO WS-IL-ITEM-CODE(WS-IL-IDX)
               MOVE AT-L-QUANTITY TO WS-IL-QUANTITY(WS-IL-IDX)
               MOVE AT-L-UNIT-COST TO WS-IL-UNIT-COST(WS-IL-IDX)
               MOVE PO-UNIT-COST TO WS-IL-PO-UNIT-COST(WS-IL-IDX)
               MOVE PO-ORDER-QTY TO WS-IL-PO-ORDER-QTY(WS-IL-IDX)
               MOVE PO-ORDER-DATE TO WS-IL-PO-ORDER-DATE(WS-IL-IDX)
               MOVE PO-CURRENCY-CODE TO WS-IL-CURRENCY(WS-IL-IDX)
           END-IF
           .

               NOT INVALID KEY
                   MOVE 'POSTED' TO WS-IB-DISPOSITION
                   ADD 1 TO WS-POSTED-COUNT
                   PERFORM 2780-WRITE-PRICE-HISTORY
                       VARYING WS-IL-IDX FROM 1 BY 1
                       UNTIL WS-IL-IDX > WS-IL-ENTRY-COUNT
           END-WRITE
           .

       2780-WRITE-PRICE-HISTORY.
           MOVE SPACES TO PURCHASE-HISTORY-DETAILS
           MOVE 'I' TO PP-RECORD-TYPE
           MOVE WS-CUR-SUPPLIER-ID TO PP-SUPPLIER-ID
           MOVE WS-IL-ITEM-CODE(WS-IL-IDX) TO PP-ITEM-CODE
           MOVE WS-IL-PO-NUMBER(WS-IL-IDX) TO PP-PO-NUMBER
           MOVE WS-CUR-INVOICE-DATE TO PP-DATE
           MOVE WS-IL-QUANTITY(WS-IL-IDX) TO PP-QUANTITY
           MOVE WS-IL-UNIT-COST(WS-IL-IDX) TO PP-UNIT-COST
           MOVE WS-IL-PO-UNIT-COST(WS-IL-IDX) TO PP-PO-UNIT-COST
           MOVE WS-IL-PO-ORDER-QTY(WS-IL-IDX) TO PP-PO-ORDER-QTY
           MOVE WS-IL-PO-ORDER-DATE(WS-IL-IDX) TO PP-PO-ORDER-DATE
           MOVE WS-IL-CURRENCY(WS-IL-IDX) TO PP-CURRENCY-CODE
           MOVE ZEROS TO PP-EXCHANGE-RATE
           MOVE WS-CUR-INVOICE-NUMBER TO PP-INVOICE-NUMBER

           WRITE PURCHASE-HISTORY-DETAILS
           .

      *----------------------------------------------------------------*
      * FULL PASS OVER THE PAYABLES LEDGER LISTING EVERYTHING STILL    *
      * OPEN, BY SUPPLIER, WITH ITS DUE DATE -- THE REGISTER THE       *
                 PAYABLE-FILE
                 REPORT-FILE
                 EXCEPTION-FILE
                 PURCHASE-HISTORY-FILE
           .
