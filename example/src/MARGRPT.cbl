      *----------------------------------------------------------------*
      * MARGRPT - GROSS MARGIN ANALYSIS REPORT                         *
      *                                                                *
      * READS THE SALES FEED BILLING WRITES AND MEASURES EACH LINE'S   *
      * NET REVENUE AGAINST THE UNIT COST SHIPCONF CAPTURED WHEN THE   *
      * GOODS SHIPPED, THEN TOTALS REVENUE, COST, MARGIN AMOUNT, AND   *
      * MARGIN PERCENT BY CUSTOMER, BY PRODUCT, BY PRODUCT CATEGORY,   *
      * AND BY SALESPERSON.                                            *
      *                                                                *
      * EVERY LINE WHOSE NET REVENUE FALLS BELOW ITS COST IS LISTED    *
      * FIRST, WITH THE REASON THE PRICE CAME OUT THAT LOW -- A        *
      * CONTRACT PRICE FROM CONFILE, A PRICE HELD FROM A QUOTATION, A  *
      * DISCOUNT OFF LIST, OR A LIST PRICE THAT IS ITSELF UNDER COST.  *
      *                                                                *
      * LS-REPORT-PERIOD (YYYYMM) SELECTS THE MONTH; ZERO MEANS EVERY  *
      * RECORD ON THE FEED. A LINE BILLED BEFORE COST WAS CARRIED ON   *
      * THE FEED HAS NO COST TO MEASURE; IT IS COUNTED AND ITS         *
      * REVENUE SHOWN SEPARATELY, NOT TREATED AS ALL MARGIN.           *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGRPT.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-FILE ASSIGN TO SALESIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.

           SELECT REPORT-FILE ASSIGN TO MARGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * SAME SALES-RECORD LAYOUT BILLING.CBL WRITES, REPEATED FIELD    *
      * FOR FIELD. SALES-UNIT-COST AND SALES-PRICE-SOURCE RIDE IN WHAT *
      * THE OLDER READERS OF THE FEED STILL TREAT AS FILLER.           *
      *----------------------------------------------------------------*
       FD  SALES-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  SALES-RECORD.
           05  SALES-DATE.
               10  SALES-YEAR         PIC 9(04).
               10  SALES-MONTH        PIC 9(02).
               10  SALES-DAY          PIC 9(02).
           05  SALES-INVOICE-NUMBER   PIC X(10).
           05  SALES-CUSTOMER-ID      PIC X(06).
           05  SALES-REGION           PIC X(03).
           05  SALES-PRODUCT-ID       PIC X(08).
           05  SALES-PRODUCT-CATEGORY PIC X(05).
           05  SALES-QUANTITY         PIC S9(05) COMP-3.
           05  SALES-UNIT-PRICE       PIC S9(05)V99 COMP-3.
           05  SALES-DISCOUNT-PCT     PIC S9(03)V99 COMP-3.
           05  SALES-NET-AMOUNT       PIC S9(07)V99 COMP-3.
           05  SALES-TAX-AMOUNT       PIC S9(05)V99 COMP-3.
           05  SALES-TOTAL-AMOUNT     PIC S9(07)V99 COMP-3.
           05  SALES-SALESPERSON-ID   PIC X(05).
           05  SALES-PAYMENT-TYPE     PIC X(02).
           05  SALES-TAX-JURIS        PIC X(02).
           05  SALES-UNIT-COST        PIC S9(05)V99 COMP-3.
           05  SALES-PRICE-SOURCE     PIC X(01).
               88  SALES-LIST-PRICE   VALUE 'L'.
               88  SALES-CONTRACT-PRICE VALUE 'C'.
               88  SALES-QUOTED-PRICE VALUE 'Q'.
           05  FILLER                 PIC X(18).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SALES-STATUS            PIC X(02) VALUE SPACES.
           88  SALES-SUCCESS          VALUE '00'.
           88  SALES-EOF              VALUE '10'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-MG-FOUND-SW         PIC X(01) VALUE 'N'.
               88  MARGIN-ENTRY-FOUND VALUE 'Y'.
           05  WS-BELOW-COST-SW       PIC X(01) VALUE 'N'.
               88  LINE-BELOW-COST    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-SALES-READ-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-SELECTED-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-BELOW-COST-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-NO-COST-COUNT       PIC 9(05) VALUE ZEROS.

       01  WS-LINE-WORK.
           05  WS-LINE-COST           PIC S9(09)V99 COMP-3.
           05  WS-LINE-MARGIN         PIC S9(09)V99 COMP-3.
           05  WS-MARGIN-PCT          PIC S9(05)V99 COMP-3.

      *----------------------------------------------------------------*
      * ONE ACCUMULATOR PER DIMENSION VALUE. WS-MG-DIMENSION SAYS      *
      * WHICH BREAKDOWN THE ENTRY BELONGS TO, SO A CUSTOMER AND A      *
      * SALESPERSON WITH THE SAME CODE NEVER SHARE A TOTAL.            *
      *----------------------------------------------------------------*
       01  WS-MARGIN-TABLE.
           05  WS-MG-ENTRY OCCURS 2000 TIMES INDEXED BY WS-MG-IDX.
               10  WS-MG-DIMENSION    PIC X(01).
                   88  MG-BY-CUSTOMER VALUE 'C'.
                   88  MG-BY-PRODUCT  VALUE 'P'.
                   88  MG-BY-CATEGORY VALUE 'K'.
                   88  MG-BY-SALESPERSON VALUE 'S'.
               10  WS-MG-KEY          PIC X(08).
               10  WS-MG-LINE-COUNT   PIC 9(07) COMP-3.
               10  WS-MG-REVENUE      PIC S9(11)V99 COMP-3.
               10  WS-MG-COST         PIC S9(11)V99 COMP-3.
               10  WS-MG-BELOW-CNT    PIC 9(05) COMP-3.

       01  WS-MARGIN-TABLE-CONTROL.
           05  WS-MG-ENTRY-COUNT      PIC 9(04) VALUE ZEROS.
           05  WS-MG-ENTRY-LIMIT      PIC 9(04) VALUE 2000.
           05  WS-WORK-DIMENSION      PIC X(01).
           05  WS-WORK-KEY            PIC X(08).

       01  WS-RUN-TOTALS.
           05  WS-RUN-REVENUE         PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-RUN-COST            PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-RUN-MARGIN          PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-NO-COST-REVENUE     PIC S9(11)V99 COMP-3 VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(20)
                                      VALUE 'GROSS MARGIN ANALYSI'.
           05  FILLER                 PIC X(15) VALUE 'S REPORT       '.
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

       01  WS-SELECTION-LINE.
           05  FILLER                 PIC X(15)
                                      VALUE 'REPORT PERIOD: '.
           05  WS-SEL-PERIOD          PIC 9(06).
           05  FILLER                 PIC X(111) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SECTION-TITLE       PIC X(40).
           05  FILLER                 PIC X(92) VALUE SPACES.

       01  WS-BELOW-COLUMN-HEADER.
           05  FILLER                 PIC X(11) VALUE 'INVOICE    '.
           05  FILLER                 PIC X(08) VALUE 'CUST    '.
           05  FILLER                 PIC X(10) VALUE 'PRODUCT   '.
           05  FILLER                 PIC X(07) VALUE 'SLSP   '.
           05  FILLER                 PIC X(08) VALUE 'QTY     '.
           05  FILLER                 PIC X(16) VALUE 'NET REVENUE'.
           05  FILLER                 PIC X(16) VALUE 'COST'.
           05  FILLER                 PIC X(16) VALUE 'MARGIN'.
           05  FILLER                 PIC X(09) VALUE 'DISC %   '.
           05  FILLER                 PIC X(20) VALUE 'CAUSE'.
           05  FILLER                 PIC X(11) VALUE SPACES.

       01  WS-BELOW-DETAIL-LINE.
           05  WS-BD-INVOICE          PIC X(11).
           05  WS-BD-CUST-ID          PIC X(08).
           05  WS-BD-PRODUCT-ID       PIC X(10).
           05  WS-BD-SALESPERSON      PIC X(07).
           05  WS-BD-QUANTITY         PIC ZZZZ9-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-BD-REVENUE          PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-BD-COST             PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-BD-MARGIN           PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-BD-DISCOUNT-PCT     PIC ZZ9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-BD-CAUSE            PIC X(20).
           05  FILLER                 PIC X(11) VALUE SPACES.

       01  WS-MARGIN-COLUMN-HEADER.
           05  WS-MCH-KEY-TITLE       PIC X(12).
           05  FILLER                 PIC X(10) VALUE 'LINES     '.
           05  FILLER                 PIC X(16) VALUE 'NET REVENUE'.
           05  FILLER                 PIC X(16) VALUE 'COST'.
           05  FILLER                 PIC X(16) VALUE 'MARGIN'.
           05  FILLER                 PIC X(11) VALUE 'MARGIN %   '.
           05  FILLER                 PIC X(11) VALUE 'BELOW COST'.
           05  FILLER                 PIC X(40) VALUE SPACES.

       01  WS-MARGIN-DETAIL-LINE.
           05  WS-MD-KEY              PIC X(12).
           05  WS-MD-LINE-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-MD-REVENUE          PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-MD-COST             PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-MD-MARGIN           PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-MD-MARGIN-PCT       PIC ZZZZ9.99-.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-MD-BELOW-CNT        PIC ZZ,ZZ9.
           05  FILLER                 PIC X(43) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(22)
                                      VALUE 'RUN TOTALS:'.
           05  WS-TL-REVENUE          PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-TL-COST             PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-TL-MARGIN           PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-TL-MARGIN-PCT       PIC ZZZZ9.99-.
           05  FILLER                 PIC X(53) VALUE SPACES.

       01  WS-NO-COST-LINE.
           05  FILLER                 PIC X(22)
                                      VALUE 'NO COST CAPTURED:'.
           05  WS-NC-REVENUE          PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(95)
                                      VALUE ' REVENUE NOT IN MARGIN'.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(12) VALUE 'SALES READ: '.
           05  WS-SL-READ-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE ' SELECTED: '.
           05  WS-SL-SELECTED-COUNT   PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(14) VALUE ' BELOW COST:  '.
           05  WS-SL-BELOW-COST-COUNT PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' NO COST: '.
           05  WS-SL-NO-COST-COUNT    PIC ZZ,ZZ9.
           05  FILLER                 PIC X(39) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-REPORT-PERIOD           PIC 9(06).

       PROCEDURE DIVISION USING LS-REPORT-PERIOD.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-SALES
               UNTIL END-OF-FILE
           PERFORM 3000-PRINT-MARGINS
           PERFORM 4000-TERMINATION
           GOBACK
           .

       1000-INITIALIZATION.
           OPEN INPUT  SALES-FILE
                OUTPUT REPORT-FILE

           IF NOT SALES-SUCCESS
               DISPLAY 'ERROR OPENING SALES FILE: ' WS-SALES-STATUS
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

           IF LS-REPORT-PERIOD NUMERIC
               MOVE LS-REPORT-PERIOD TO WS-SEL-PERIOD
           ELSE
               MOVE ZEROS TO WS-SEL-PERIOD
           END-IF

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER
           WRITE REPORT-RECORD FROM WS-SELECTION-LINE
           WRITE REPORT-RECORD FROM SPACES

           MOVE 'LINES SOLD BELOW COST' TO WS-SECTION-TITLE
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-BELOW-COLUMN-HEADER

           READ SALES-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           END-READ
           .

       2000-PROCESS-SALES.
           ADD 1 TO WS-SALES-READ-COUNT

           IF LS-REPORT-PERIOD NUMERIC
              AND LS-REPORT-PERIOD > ZEROS
              AND SALES-DATE(1:6) NOT = WS-SEL-PERIOD
               CONTINUE
           ELSE
               ADD 1 TO WS-SELECTED-COUNT
               PERFORM 2100-MEASURE-ONE-LINE
           END-IF

           READ SALES-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           END-READ
           .

      *----------------------------------------------------------------*
      * COSTS THE LINE AT QUANTITY TIMES THE SHIPPED UNIT COST AND     *
      * POSTS IT TO ALL FOUR BREAKDOWNS. A LINE WITH NO COST ON THE    *
      * FEED IS SET ASIDE BEFORE ANY MARGIN IS FIGURED.                *
      *----------------------------------------------------------------*
       2100-MEASURE-ONE-LINE.
           IF SALES-UNIT-COST NOT NUMERIC
               ADD 1 TO WS-NO-COST-COUNT
               ADD SALES-NET-AMOUNT TO WS-NO-COST-REVENUE
           ELSE
               COMPUTE WS-LINE-COST =
                   SALES-QUANTITY * SALES-UNIT-COST
               COMPUTE WS-LINE-MARGIN =
                   SALES-NET-AMOUNT - WS-LINE-COST

               IF WS-LINE-MARGIN < ZERO
                   MOVE 'Y' TO WS-BELOW-COST-SW
                   ADD 1 TO WS-BELOW-COST-COUNT
                   PERFORM 2200-LIST-BELOW-COST
               ELSE
                   MOVE 'N' TO WS-BELOW-COST-SW
               END-IF

               ADD SALES-NET-AMOUNT TO WS-RUN-REVENUE
               ADD WS-LINE-COST TO WS-RUN-COST

               MOVE 'C' TO WS-WORK-DIMENSION
               MOVE SALES-CUSTOMER-ID TO WS-WORK-KEY
               PERFORM 2300-POST-TO-ENTRY

               MOVE 'P' TO WS-WORK-DIMENSION
               MOVE SALES-PRODUCT-ID TO WS-WORK-KEY
               PERFORM 2300-POST-TO-ENTRY

               MOVE 'K' TO WS-WORK-DIMENSION
               MOVE SALES-PRODUCT-CATEGORY TO WS-WORK-KEY
               PERFORM 2300-POST-TO-ENTRY

               MOVE 'S' TO WS-WORK-DIMENSION
               MOVE SALES-SALESPERSON-ID TO WS-WORK-KEY
               PERFORM 2300-POST-TO-ENTRY
           END-IF
           .

      *----------------------------------------------------------------*
      * THE CAUSE NAMES WHERE THE PRICE CAME FROM: A CONFILE CONTRACT  *
      * PRICE, A QUOTED PRICE, A DISCOUNT OFF LIST, OR A LIST PRICE    *
      * ALREADY UNDER COST (THE PRODUCT MASTER NEEDS A LOOK).          *
      *----------------------------------------------------------------*
       2200-LIST-BELOW-COST.
           MOVE SALES-INVOICE-NUMBER TO WS-BD-INVOICE
           MOVE SALES-CUSTOMER-ID TO WS-BD-CUST-ID
           MOVE SALES-PRODUCT-ID TO WS-BD-PRODUCT-ID
           MOVE SALES-SALESPERSON-ID TO WS-BD-SALESPERSON
           MOVE SALES-QUANTITY TO WS-BD-QUANTITY
           MOVE SALES-NET-AMOUNT TO WS-BD-REVENUE
           MOVE WS-LINE-COST TO WS-BD-COST
           MOVE WS-LINE-MARGIN TO WS-BD-MARGIN
           MOVE SALES-DISCOUNT-PCT TO WS-BD-DISCOUNT-PCT

           EVALUATE TRUE
               WHEN SALES-CONTRACT-PRICE
                   MOVE 'CONTRACT PRICE' TO WS-BD-CAUSE
               WHEN SALES-QUOTED-PRICE
                   MOVE 'QUOTED PRICE' TO WS-BD-CAUSE
               WHEN SALES-DISCOUNT-PCT > ZERO
                   MOVE 'DISCOUNT OFF LIST' TO WS-BD-CAUSE
               WHEN OTHER
                   MOVE 'LIST BELOW COST' TO WS-BD-CAUSE
           END-EVALUATE

           WRITE REPORT-RECORD FROM WS-BELOW-DETAIL-LINE
           .

       2300-POST-TO-ENTRY.
           PERFORM 2400-FIND-MARGIN-ENTRY

           IF MARGIN-ENTRY-FOUND
               ADD 1 TO WS-MG-LINE-COUNT(WS-MG-IDX)
               ADD SALES-NET-AMOUNT TO WS-MG-REVENUE(WS-MG-IDX)
               ADD WS-LINE-COST TO WS-MG-COST(WS-MG-IDX)

               IF LINE-BELOW-COST
                   ADD 1 TO WS-MG-BELOW-CNT(WS-MG-IDX)
               END-IF
           END-IF
           .

       2400-FIND-MARGIN-ENTRY.
           MOVE 'N' TO WS-MG-FOUND-SW

           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                   UNTIL WS-MG-IDX > WS-MG-ENTRY-COUNT
                      OR MARGIN-ENTRY-FOUND
               IF WS-MG-DIMENSION(WS-MG-IDX) = WS-WORK-DIMENSION
                  AND WS-MG-KEY(WS-MG-IDX) = WS-WORK-KEY
                   MOVE 'Y' TO WS-MG-FOUND-SW
               END-IF
           END-PERFORM

           IF MARGIN-ENTRY-FOUND
               SET WS-MG-IDX DOWN BY 1
           ELSE
               IF WS-MG-ENTRY-COUNT >= WS-MG-ENTRY-LIMIT
                   DISPLAY 'MARGRPT: MARGIN TABLE FULL AT '
                           WS-MG-ENTRY-LIMIT ' -- '
                           WS-WORK-DIMENSION ' ' WS-WORK-KEY
                           ' NOT TOTALED'
               ELSE
                   ADD 1 TO WS-MG-ENTRY-COUNT
                   SET WS-MG-IDX TO WS-MG-ENTRY-COUNT
                   MOVE WS-WORK-DIMENSION
                     TO WS-MG-DIMENSION(WS-MG-IDX)
                   MOVE WS-WORK-KEY TO WS-MG-KEY(WS-MG-IDX)
                   MOVE ZEROS TO WS-MG-LINE-COUNT(WS-MG-IDX)
                   MOVE ZEROS TO WS-MG-REVENUE(WS-MG-IDX)
                   MOVE ZEROS TO WS-MG-COST(WS-MG-IDX)
                   MOVE ZEROS TO WS-MG-BELOW-CNT(WS-MG-IDX)
                   MOVE 'Y' TO WS-MG-FOUND-SW
               END-IF
           END-IF
           .

       3000-PRINT-MARGINS.
           MOVE 'C' TO WS-WORK-DIMENSION
           MOVE 'MARGIN BY CUSTOMER' TO WS-SECTION-TITLE
           MOVE 'CUSTOMER' TO WS-MCH-KEY-TITLE
           PERFORM 3100-PRINT-ONE-SECTION

           MOVE 'P' TO WS-WORK-DIMENSION
           MOVE 'MARGIN BY PRODUCT' TO WS-SECTION-TITLE
           MOVE 'PRODUCT' TO WS-MCH-KEY-TITLE
           PERFORM 3100-PRINT-ONE-SECTION

           MOVE 'K' TO WS-WORK-DIMENSION
           MOVE 'MARGIN BY PRODUCT CATEGORY' TO WS-SECTION-TITLE
           MOVE 'CATEGORY' TO WS-MCH-KEY-TITLE
           PERFORM 3100-PRINT-ONE-SECTION

           MOVE 'S' TO WS-WORK-DIMENSION
           MOVE 'MARGIN BY SALESPERSON' TO WS-SECTION-TITLE
           MOVE 'SALESPERSON' TO WS-MCH-KEY-TITLE
           PERFORM 3100-PRINT-ONE-SECTION

           COMPUTE WS-RUN-MARGIN = WS-RUN-REVENUE - WS-RUN-COST

           IF WS-RUN-REVENUE NOT = ZERO
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-RUN-MARGIN * 100 / WS-RUN-REVENUE
           ELSE
               MOVE ZEROS TO WS-MARGIN-PCT
           END-IF

           MOVE WS-RUN-REVENUE TO WS-TL-REVENUE
           MOVE WS-RUN-COST TO WS-TL-COST
           MOVE WS-RUN-MARGIN TO WS-TL-MARGIN
           MOVE WS-MARGIN-PCT TO WS-TL-MARGIN-PCT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE

           IF WS-NO-COST-COUNT > ZERO
               MOVE WS-NO-COST-REVENUE TO WS-NC-REVENUE
               WRITE REPORT-RECORD FROM WS-NO-COST-LINE
           END-IF
           .

       3100-PRINT-ONE-SECTION.
           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-MARGIN-COLUMN-HEADER

           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                   UNTIL WS-MG-IDX > WS-MG-ENTRY-COUNT
               IF WS-MG-DIMENSION(WS-MG-IDX) = WS-WORK-DIMENSION
                   PERFORM 3200-PRINT-MARGIN-ENTRY
               END-IF
           END-PERFORM
           .

       3200-PRINT-MARGIN-ENTRY.
           COMPUTE WS-LINE-MARGIN =
               WS-MG-REVENUE(WS-MG-IDX) - WS-MG-COST(WS-MG-IDX)

           IF WS-MG-REVENUE(WS-MG-IDX) NOT = ZERO
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-LINE-MARGIN * 100 / WS-MG-REVENUE(WS-MG-IDX)
           ELSE
               MOVE ZEROS TO WS-MARGIN-PCT
           END-IF

           MOVE WS-MG-KEY(WS-MG-IDX) TO WS-MD-KEY
           MOVE WS-MG-LINE-COUNT(WS-MG-IDX) TO WS-MD-LINE-COUNT
           MOVE WS-MG-REVENUE(WS-MG-IDX) TO WS-MD-REVENUE
           MOVE WS-MG-COST(WS-MG-IDX) TO WS-MD-COST
           MOVE WS-LINE-MARGIN TO WS-MD-MARGIN
           MOVE WS-MARGIN-PCT TO WS-MD-MARGIN-PCT
           MOVE WS-MG-BELOW-CNT(WS-MG-IDX) TO WS-MD-BELOW-CNT

           WRITE REPORT-RECORD FROM WS-MARGIN-DETAIL-LINE
           .

       4000-TERMINATION.
           MOVE WS-SALES-READ-COUNT TO WS-SL-READ-COUNT
           MOVE WS-SELECTED-COUNT TO WS-SL-SELECTED-COUNT
           MOVE WS-BELOW-COST-COUNT TO WS-SL-BELOW-COST-COUNT
           MOVE WS-NO-COST-COUNT TO WS-SL-NO-COST-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           CLOSE SALES-FILE
                 REPORT-FILE
           .
