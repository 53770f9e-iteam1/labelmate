      *----------------------------------------------------------------*
      * RBTCOPY - CUSTOMER VOLUME REBATE AGREEMENT RECORD LAYOUT       *
      *                                                                *
      * ONE RECORD PER CUSTOMER, KEYED BY CUSTOMER ID AND MAINTAINED   *
      * BY RBTMNT. THE AGREEMENT RUNS FROM RB-PERIOD-FROM THROUGH      *
      * RB-PERIOD-TO. RB-BASIS SAYS WHAT MOVES THE CUSTOMER UP THE     *
      * TIERS: SALES-NET-AMOUNT ('N') OR UNITS BOUGHT ('Q'). UP TO     *
      * THREE TIERS: ONCE THE PERIOD'S VOLUME REACHES                  *
      * RB-TIER-THRESHOLD-N, RB-TIER-PCT-N OF THE PERIOD'S NET SALES   *
      * IS EARNED -- ON THE WHOLE PERIOD, NOT JUST THE VOLUME ABOVE    *
      * THE THRESHOLD. A ZERO THRESHOLD ENDS THE LIST.                 *
      *                                                                *
      * THE ACCRUAL FIELDS BELONG TO REBATE: EACH RUN ADDS THE SALES   *
      * DATED AFTER RB-ACCRUED-THRU AND RESTATES THE REBATE EARNED TO  *
      * DATE. SETTLEMENT POSTS THAT REBATE AS A CREDIT ITEM ON         *
      * OPENITEM, NAMED IN RB-CREDIT-ITEM, AND MARKS THE AGREEMENT     *
      * SETTLED. RBTMNT STARTS THE ACCRUAL OVER WHEN A NEW PERIOD IS   *
      * KEYED OVER A SETTLED ONE.                                      *
      *----------------------------------------------------------------*
       01  REBATE-AGREEMENT-DETAILS.
           05  RB-CUST-ID             PIC X(06).
           05  RB-PERIOD-FROM.
               10  RB-PF-YEAR         PIC 9(04).
               10  RB-PF-MONTH        PIC 9(02).
               10  RB-PF-DAY          PIC 9(02).
           05  RB-PERIOD-TO.
               10  RB-PT-YEAR         PIC 9(04).
               10  RB-PT-MONTH        PIC 9(02).
               10  RB-PT-DAY          PIC 9(02).
           05  RB-BASIS               PIC X(01).
               88  RB-BASIS-NET-AMOUNT
                                      VALUE 'N'.
               88  RB-BASIS-QUANTITY  VALUE 'Q'.
           05  RB-TIER-THRESHOLD-1    PIC S9(09)V99 COMP-3.
           05  RB-TIER-PCT-1          PIC S9(03)V99 COMP-3.
           05  RB-TIER-THRESHOLD-2    PIC S9(09)V99 COMP-3.
           05  RB-TIER-PCT-2          PIC S9(03)V99 COMP-3.
           05  RB-TIER-THRESHOLD-3    PIC S9(09)V99 COMP-3.
           05  RB-TIER-PCT-3          PIC S9(03)V99 COMP-3.
           05  RB-STATUS              PIC X(01).
               88  RB-OPEN            VALUE 'O'.
               88  RB-SETTLED         VALUE 'S'.
           05  RB-ACCRUED-THRU.
               10  RB-AT-YEAR         PIC 9(04).
               10  RB-AT-MONTH        PIC 9(02).
               10  RB-AT-DAY          PIC 9(02).
           05  RB-NET-TO-DATE         PIC S9(09)V99 COMP-3.
           05  RB-QTY-TO-DATE         PIC S9(09) COMP-3.
           05  RB-ACCRUED-REBATE      PIC S9(07)V99 COMP-3.
           05  RB-SETTLED-DATE.
               10  RB-SD-YEAR         PIC 9(04).
               10  RB-SD-MONTH        PIC 9(02).
               10  RB-SD-DAY          PIC 9(02).
           05  RB-CREDIT-ITEM         PIC X(10).
           05  FILLER                 PIC X(07).
