      *----------------------------------------------------------------*
      * QTECOPY - CUSTOMER PRICE QUOTATION RECORD LAYOUT               *
      *                                                                *
      * ONE RECORD PER QUOTATION, KEYED BY THE QUOTE NUMBER SALES      *
      * KEYS AND MAINTAINED BY QTEMNT, WITH UP TO TEN LINES CARRIED    *
      * ON THE RECORD. EACH LINE IS PRICED WHEN IT IS KEYED, AS OF     *
      * THE QUOTE DATE, THE WAY ORDENTRY AND BILLING PRICE: A CONFILE  *
      * CONTRACT IN EFFECT (AT THE HIGHEST QUANTITY BREAK THE LINE     *
      * REACHES), OTHERWISE THE PRODUCT'S LIST PRICE IN EFFECT.        *
      *                                                                *
      * A QUOTE IS OPEN ('O') UNTIL THE CUSTOMER ACCEPTS ('A') OR      *
      * DECLINES ('L') IT. QTECONV TURNS AN ACCEPTED, UNEXPIRED QUOTE  *
      * INTO ORDTRAN RECORDS UNDER ORDER REFERENCE QTE-QUOTE-NUMBER    *
      * AND MARKS IT CONVERTED ('C'); A QUOTE STILL OPEN OR ACCEPTED   *
      * PAST QTE-EXPIRY-DATE IS MARKED EXPIRED ('E'). ORDENTRY AND     *
      * BILLING FIND A CONVERTED QUOTE THROUGH QTE-ORDER-REFERENCE     *
      * AND HOLD ITS LINES AT QTE-LN-UNIT-PRICE.                       *
      *----------------------------------------------------------------*
       01  QUOTATION-DETAILS.
           05  QTE-QUOTE-NUMBER       PIC X(10).
           05  QTE-CUST-ID            PIC X(06).
           05  QTE-SHIP-SEQ           PIC 9(03).
           05  QTE-SALESPERSON-ID     PIC X(05).
           05  QTE-REGION             PIC X(03).
           05  QTE-QUOTE-DATE.
               10  QTE-QD-YEAR        PIC 9(04).
               10  QTE-QD-MONTH       PIC 9(02).
               10  QTE-QD-DAY         PIC 9(02).
           05  QTE-EXPIRY-DATE.
               10  QTE-EX-YEAR        PIC 9(04).
               10  QTE-EX-MONTH       PIC 9(02).
               10  QTE-EX-DAY         PIC 9(02).
           05  QTE-STATUS             PIC X(01).
               88  QTE-OPEN           VALUE 'O'.
               88  QTE-ACCEPTED       VALUE 'A'.
               88  QTE-CONVERTED      VALUE 'C'.
               88  QTE-EXPIRED        VALUE 'E'.
               88  QTE-LOST           VALUE 'L'.
           05  QTE-STATUS-DATE.
               10  QTE-SD-YEAR        PIC 9(04).
               10  QTE-SD-MONTH       PIC 9(02).
               10  QTE-SD-DAY         PIC 9(02).
           05  QTE-ORDER-REFERENCE    PIC X(15).
           05  QTE-QUOTE-TOTAL        PIC S9(09)V99 COMP-3.
           05  QTE-LINE-COUNT         PIC 9(02).
           05  QTE-LINE OCCURS 10 TIMES.
               10  QTE-LN-ITEM-CODE   PIC X(10).
               10  QTE-LN-QUANTITY    PIC S9(05) COMP-3.
               10  QTE-LN-LIST-PRICE  PIC S9(05)V99 COMP-3.
               10  QTE-LN-UNIT-PRICE  PIC S9(05)V99 COMP-3.
               10  QTE-LN-PRICE-SOURCE
                                      PIC X(01).
                   88  QTE-LN-LIST-PRICED
                                      VALUE 'L'.
                   88  QTE-LN-CONTRACT-PRICED
                                      VALUE 'C'.
           05  FILLER                 PIC X(05).
