      *                                                                 *
      *   - EACH ORDER REFERENCE BECOMES ONE INVOICE, NUMBERED FROM    *
      *     THE LAST-USED CONTROL RECORD ON INVCTL;                    *
      *   - LINES ARE PRICED AT THE LIST PRICE IN EFFECT ON THE SHIP   *
      *     DATE -- FROM THE PRICE HISTORY FILE PRODMNT KEEPS, OR      *
      *     PROD-LIST-PRICE ON THE PRODUCT MASTER (FOUND THROUGH       *
      *     PROD-ITEM-CODE) WHEN THE PRODUCT HAS NO HISTORY -- THE     *
      *     DISCOUNT IS APPLIED, AND TAX IS COMPUTED AT THE RATE OF    *
      *     THE LINE'S TAX JURISDICTION -- THE SHIP-TO SITE'S          *
      *     JURISDICTION WHEN THE ORDER NAMED A DELIVERY SITE,         *
      *     OTHERWISE THE CUSTOMER'S -- SO THE NET, TAX, AND TOTAL     *
      *     AMOUNTS SATISFY RPTGEN'S OWN RECONCILIATION EDITS BY       *
      *     CONSTRUCTION;                                              *
      *   - THE CUSTOMER INVOICE IS PRINTED, AND THE SALES RECORD IS   *
      *     WRITTEN TO THE SALES EXTRACT FOR AROPEN, RPTGEN, GLEXTR,   *
      *     COMMCALC, AND SETTLRC TO FEED FROM.                        *
      *                                                                 *
      * A SHIPPED ITEM WITH NO ACTIVE PRODUCT RECORD CANNOT BE PRICED  *
      * AND IS LISTED AS UNBILLED FOR FOLLOW-UP -- IT IS NOT GUESSED.  *
      *                                                                *
      * AN ORDER RAISED FROM A CONVERTED QUOTATION (ITS REFERENCE IS   *
      * THE QUOTE NUMBER) BILLS EACH QUOTED ITEM AT THE QUOTED UNIT    *
      * PRICE, AHEAD OF ANY CONTRACT, SO THE CUSTOMER PAYS WHAT THE    *
      * QUOTATION PROMISED.                                            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLING.
               RECORD KEY IS PROD-ID
               FILE STATUS IS WS-PROD-STATUS.

           SELECT PRICE-HISTORY-FILE ASSIGN TO PRCHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PRCHIST-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-JURIS-CODE
               FILE STATUS IS WS-TAX-STATUS.

           SELECT QUOTE-FILE ASSIGN TO QTEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTE-QUOTE-NUMBER
               FILE STATUS IS WS-QUOTE-STATUS.

           SELECT INVOICE-CONTROL-FILE ASSIGN TO INVCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           05  BF-REFERENCE           PIC X(15).
           05  BF-SALESPERSON-ID      PIC X(05).
           05  BF-REGION              PIC X(03).
           05  BF-UNIT-COST           PIC S9(05)V99 COMP-3.
           05  FILLER                 PIC X(03).

       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PRODCOPY.

       FD  PRICE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY PRCHCOPY.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           RECORD CONTAINS 40 CHARACTERS.
           COPY TAXCOPY.

      *----------------------------------------------------------------*
      * QUOTATION FILE (MAINTAINED BY QTEMNT), READ ONLY AND OPTIONAL. *
      * A LINE ON A CONVERTED QUOTE'S ORDER BILLS AT THE QUOTED PRICE, *
      * EXPRESSED AS A DISCOUNT OFF LIST THE SAME WAY A CONTRACT IS.   *
      *----------------------------------------------------------------*
       FD  QUOTE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS.
           COPY QTECOPY.

      *----------------------------------------------------------------*
      * LAST-USED INVOICE NUMBER CONTROL RECORD. READ AT STARTUP AND   *
      * REWRITTEN IN FULL AT THE END OF THE RUN, THE SAME REFRESH-     *
      * FEED STILL SEES FILLER.                                        *
      *----------------------------------------------------------------*
           05  SALES-TAX-JURIS        PIC X(02).
      *----------------------------------------------------------------*
      * THE UNIT COST AS SHIPPED (FROM BILLFEED) AND WHERE THE SELLING *
      * PRICE CAME FROM RIDE IN THE NEXT FILLER BYTES SO MARGRPT CAN   *
      * MEASURE MARGIN. A COST LEFT BLANK WAS NEVER CAPTURED; EVERY    *
      * OTHER READER OF THE FEED STILL SEES FILLER.                    *
      *----------------------------------------------------------------*
           05  SALES-UNIT-COST        PIC S9(05)V99 COMP-3.
           05  SALES-PRICE-SOURCE     PIC X(01).
               88  SALES-LIST-PRICE   VALUE 'L'.
               88  SALES-CONTRACT-PRICE VALUE 'C'.
               88  SALES-QUOTED-PRICE VALUE 'Q'.
           05  FILLER                 PIC X(18).

       FD  INVOICE-PRINT-FILE
           LABEL RECORDS ARE STANDARD
           88  PROD-SUCCESS           VALUE '00'.
           88  PROD-NOT-FOUND         VALUE '23'.

       01  WS-PRCHIST-STATUS          PIC X(02) VALUE SPACES.
           88  PRCHIST-SUCCESS        VALUE '00'.
           88  PRCHIST-NO-FILE        VALUE '35'.

       01  WS-CUST-STATUS             PIC X(02) VALUE SPACES.
           88  CUST-SUCCESS           VALUE '00'.
           88  CUST-NOT-FOUND         VALUE '23'.
           88  TAX-SUCCESS            VALUE '00'.
           88  TAX-NOT-FOUND          VALUE '23'.

       01  WS-QUOTE-STATUS            PIC X(02) VALUE SPACES.
           88  QUOTE-SUCCESS          VALUE '00'.
           88  QUOTE-NO-FILE          VALUE '35'.

       01  WS-CONTROL-STATUS          PIC X(02) VALUE SPACES.
           88  CONTROL-SUCCESS        VALUE '00'.
           88  CONTROL-EOF            VALUE '10'.
               88  PROD-SCAN-EOF      VALUE 'Y'.
           05  WS-PROD-FOUND-SW       PIC X(01) VALUE 'N'.
               88  PRODUCT-FOUND      VALUE 'Y'.
           05  WS-PRCHIST-OPEN-SW     PIC X(01) VALUE 'N'.
               88  PRCHIST-OPEN       VALUE 'Y'.
           05  WS-PH-SCAN-EOF-SW      PIC X(01) VALUE 'N'.
               88  PH-SCAN-EOF        VALUE 'Y'.
           05  WS-QUOTE-OPEN-SW       PIC X(01) VALUE 'N'.
               88  QUOTE-FILE-OPEN    VALUE 'Y'.
           05  WS-QUOTED-ORDER-SW     PIC X(01) VALUE 'N'.
               88  QUOTED-ORDER       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-FEED-READ-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-TAX-RATE-PCT        PIC S9(03)V99 COMP-3 VALUE ZEROS.
           05  WS-DISCOUNT-PCT        PIC S9(03)V99 COMP-3 VALUE ZEROS.
           05  WS-LINE-JURIS          PIC X(02) VALUE SPACES.
           05  WS-LINE-PRICE-SOURCE   PIC X(01) VALUE SPACES.
           05  WS-LINE-LIST-PRICE     PIC S9(05)V99 COMP-3 VALUE ZEROS.
           05  WS-PH-EFF-NUM          PIC 9(08) VALUE ZEROS.

       01  WS-CONTRACT-WORK.
           05  WS-CONTRACT-PRICE      PIC S9(05)V99 COMP-3.
           05  WS-BF-DATE-NUM         PIC 9(08).
           05  WS-CON-EFF-FROM-NUM    PIC 9(08).
           05  WS-CON-EFF-TO-NUM      PIC 9(08).
           05  WS-QTE-SUB             PIC 9(02).

       01  WS-INVOICE-WORK.
           05  WS-CUR-REFERENCE       PIC X(15).
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           OPEN INPUT PRICE-HISTORY-FILE

           IF PRCHIST-SUCCESS
               MOVE 'Y' TO WS-PRCHIST-OPEN-SW
           ELSE
               IF NOT PRCHIST-NO-FILE
                   DISPLAY 'ERROR OPENING PRICE HISTORY FILE: '
                           WS-PRCHIST-STATUS
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               END-IF
           END-IF

           IF NOT CUST-SUCCESS
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-CUST-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           OPEN INPUT QUOTE-FILE

           IF QUOTE-SUCCESS
               MOVE 'Y' TO WS-QUOTE-OPEN-SW
           ELSE
               IF NOT QUOTE-NO-FILE
                   DISPLAY 'ERROR OPENING QUOTATION FILE: '
                           WS-QUOTE-STATUS
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               END-IF
           END-IF

           PERFORM 1100-LOAD-INVOICE-CONTROL

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           WRITE INVOICE-PRINT-RECORD FROM WS-INVOICE-NAME-LINE
           WRITE INVOICE-PRINT-RECORD FROM WS-INVOICE-ADDR-LINE
           WRITE INVOICE-PRINT-RECORD FROM WS-LINE-COLUMN-HEADER

           MOVE 'N' TO WS-QUOTED-ORDER-SW

           IF QUOTE-FILE-OPEN
               PERFORM 2150-FIND-QUOTE-FOR-ORDER
           END-IF
           .

      *----------------------------------------------------------------*
      * AN ORDER QTECONV RAISED CARRIES ITS QUOTE NUMBER AS THE ORDER  *
      * REFERENCE. THE QUOTE MUST BE CONVERTED, UNDER THIS REFERENCE,  *
      * FOR THIS CUSTOMER; IT THEN STAYS IN THE QUOTE RECORD AREA FOR  *
      * THE REST OF THE INVOICE.                                       *
      *----------------------------------------------------------------*
       2150-FIND-QUOTE-FOR-ORDER.
           MOVE WS-CUR-REFERENCE TO QTE-QUOTE-NUMBER

           READ QUOTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF QTE-CONVERTED
                      AND QTE-ORDER-REFERENCE = WS-CUR-REFERENCE
                      AND QTE-CUST-ID = WS-CUR-CUST-ID
                       MOVE 'Y' TO WS-QUOTED-ORDER-SW
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
               WRITE INVOICE-PRINT-RECORD FROM WS-UNBILLED-LINE
               ADD 1 TO WS-UNBILLED-COUNT
           ELSE
               PERFORM 2365-FIND-PRICE-IN-EFFECT
               PERFORM 2370-RESOLVE-LINE-PRICE
               PERFORM 2380-RESOLVE-TAX-RATE

               COMPUTE WS-LINE-GROSS =
                   BF-QUANTITY * WS-LINE-LIST-PRICE
               COMPUTE WS-LINE-NET ROUNDED =
                   WS-LINE-GROSS -
                   (WS-LINE-GROSS * WS-DISCOUNT-PCT / 100)
           END-READ
           .

      *----------------------------------------------------------------*
      * THE LIST PRICE IN EFFECT ON THE SHIP DATE IS THE PRICE HISTORY *
      * ENTRY WITH THE LATEST EFFECTIVE DATE NOT AFTER IT, SO A LINE   *
      * SHIPPED BEFORE A PRICE CHANGE BILLS AT THE OLD PRICE. A        *
      * PRODUCT WITH NO SUCH ENTRY BILLS AT PROD-LIST-PRICE.           *
      *----------------------------------------------------------------*
       2365-FIND-PRICE-IN-EFFECT.
           MOVE PROD-LIST-PRICE TO WS-LINE-LIST-PRICE
           MOVE BF-SHIP-DATE TO WS-BF-DATE-NUM

           IF PRCHIST-OPEN
               MOVE 'N' TO WS-PH-SCAN-EOF-SW
               MOVE PROD-ID TO PH-PROD-ID
               MOVE ZEROS TO PH-EFF-DATE

               START PRICE-HISTORY-FILE KEY >= PH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PH-SCAN-EOF-SW
               END-START

               PERFORM 2366-READ-PRICE-HISTORY
                   UNTIL PH-SCAN-EOF
           END-IF
           .

       2366-READ-PRICE-HISTORY.
           READ PRICE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PH-SCAN-EOF-SW
               NOT AT END
                   MOVE PH-EFF-DATE TO WS-PH-EFF-NUM
                   IF PH-PROD-ID NOT = PROD-ID
                      OR WS-PH-EFF-NUM > WS-BF-DATE-NUM
                       MOVE 'Y' TO WS-PH-SCAN-EOF-SW
                   ELSE
                       MOVE PH-LIST-PRICE TO WS-LINE-LIST-PRICE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * RESOLVES THE LINE'S PRICING. A CONTRACT IN EFFECT ON THE      *
      * SHIP DATE (WITH ITS QUANTITY BREAKS, THE SAME SHAPE INVNTRY   *
      * PRICES CATALOG SOURCES) BILLS AT THE CONTRACT PRICE,          *
      * EXPRESSED AS A DISCOUNT PERCENTAGE OFF LIST SO THE SALES      *
      * RECORD'S UNIT PRICE STAYS THE LIST PRICE RPTGEN VERIFIES AND  *
      * ITS NET STILL EQUALS QTY * PRICE LESS THE DISCOUNT. A QUOTED  *
      * ITEM ON A CONVERTED QUOTE'S ORDER BILLS AT THE QUOTED PRICE,  *
      * EXPRESSED THE SAME WAY, WHATEVER LIST OR CONTRACT SAYS TODAY. *
      *----------------------------------------------------------------*
       2370-RESOLVE-LINE-PRICE.
           MOVE ZEROS TO WS-DISCOUNT-PCT
           MOVE 'L' TO WS-LINE-PRICE-SOURCE

           MOVE WS-CUR-CUST-ID TO CON-CUST-ID
           MOVE BF-ITEM-CODE TO CON-ITEM-CODE
                       PERFORM 2375-APPLY-CONTRACT-PRICE
                   END-IF
           END-READ

           IF QUOTED-ORDER
               PERFORM 2376-APPLY-QUOTED-PRICE
                   VARYING WS-QTE-SUB FROM 1 BY 1
                   UNTIL WS-QTE-SUB > QTE-LINE-COUNT
           END-IF
           .

       2375-APPLY-CONTRACT-PRICE.
           MOVE CON-CONTRACT-PRICE TO WS-CONTRACT-PRICE
           MOVE 'C' TO WS-LINE-PRICE-SOURCE

           IF CON-BREAK-QTY-1 > ZERO
              AND BF-QUANTITY >= CON-BREAK-QTY-1
               MOVE CON-BREAK-PRICE-3 TO WS-CONTRACT-PRICE
           END-IF

           IF WS-LINE-LIST-PRICE > ZERO
               COMPUTE WS-DISCOUNT-PCT ROUNDED =
                   (WS-LINE-LIST-PRICE - WS-CONTRACT-PRICE) * 100
                   / WS-LINE-LIST-PRICE
           END-IF
           .

      *----------------------------------------------------------------*
      * APPLIES THE QUOTED PRICE WHEN THE QUOTE LINE AT WS-QTE-SUB IS *
      * FOR THE BILLED ITEM: THE LINE BILLS AT THE QUOTE'S UNIT PRICE *
      * WITH PRICE SOURCE 'Q', ITS DISCOUNT FIGURED OFF LIST.         *
      *----------------------------------------------------------------*
       2376-APPLY-QUOTED-PRICE.
           IF QTE-LN-ITEM-CODE(WS-QTE-SUB) = BF-ITEM-CODE
               MOVE QTE-LN-UNIT-PRICE(WS-QTE-SUB) TO WS-CONTRACT-PRICE
               MOVE 'Q' TO WS-LINE-PRICE-SOURCE
               MOVE ZEROS TO WS-DISCOUNT-PCT

               IF WS-LINE-LIST-PRICE > ZERO
                   COMPUTE WS-DISCOUNT-PCT ROUNDED =
                       (WS-LINE-LIST-PRICE - WS-CONTRACT-PRICE) * 100
                       / WS-LINE-LIST-PRICE
               END-IF
           END-IF
           .

           MOVE PROD-ID TO SALES-PRODUCT-ID
           MOVE PROD-CATEGORY TO SALES-PRODUCT-CATEGORY
           MOVE BF-QUANTITY TO SALES-QUANTITY
           MOVE WS-LINE-LIST-PRICE TO SALES-UNIT-PRICE
           MOVE WS-DISCOUNT-PCT TO SALES-DISCOUNT-PCT
           MOVE WS-LINE-NET TO SALES-NET-AMOUNT
           MOVE WS-LINE-TAX TO SALES-TAX-AMOUNT
           MOVE BF-SALESPERSON-ID TO SALES-SALESPERSON-ID
           MOVE 'AR' TO SALES-PAYMENT-TYPE
           MOVE WS-LINE-JURIS TO SALES-TAX-JURIS
           MOVE WS-LINE-PRICE-SOURCE TO SALES-PRICE-SOURCE

           IF BF-UNIT-COST NUMERIC
               MOVE BF-UNIT-COST TO SALES-UNIT-COST
           END-IF

           WRITE SALES-RECORD
           .
           MOVE PROD-ID TO WS-LD-PRODUCT-ID
           MOVE PROD-DESCRIPTION TO WS-LD-DESCRIPTION
           MOVE BF-QUANTITY TO WS-LD-QUANTITY
           MOVE WS-LINE-LIST-PRICE TO WS-LD-UNIT-PRICE
           MOVE WS-LINE-NET TO WS-LD-NET-AMOUNT
           MOVE WS-LINE-TAX TO WS-LD-TAX-AMOUNT
           MOVE WS-LINE-TOTAL TO WS-LD-TOTAL-AMOUNT
                       WS-CONTROL-STATUS
           END-IF

           IF PRCHIST-OPEN
               CLOSE PRICE-HISTORY-FILE
           END-IF

           IF QUOTE-FILE-OPEN
               CLOSE QUOTE-FILE
           END-IF

           CLOSE BILLING-FEED-FILE
                 PRODUCT-FILE
                 CUSTOMER-FILE
