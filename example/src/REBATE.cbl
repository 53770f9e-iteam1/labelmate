      *----------------------------------------------------------------*
      * REBATE - CUSTOMER VOLUME REBATE ACCRUAL AND SETTLEMENT         *
      *                                                                *
      * RUN MONTHLY AFTER THE MONTH'S SALESIN IS CUT. EVERY OPEN       *
      * AGREEMENT ON RBTFILE PICKS UP ITS CUSTOMER'S SALES DATED       *
      * INSIDE THE AGREEMENT PERIOD AND AFTER THE DATE IT WAS LAST     *
      * ACCRUED THROUGH, SO A SALE IS NEVER COUNTED TWICE HOWEVER      *
      * MUCH OF THE PERIOD THE FEED CARRIES. THE REBATE EARNED TO DATE *
      * IS RESTATED FROM THE TIER THE PERIOD'S VOLUME HAS REACHED, AND *
      * THE ACCRUAL REGISTER SHOWS HOW MUCH MORE VOLUME THE CUSTOMER   *
      * NEEDS TO REACH THE NEXT TIER.                                  *
      *                                                                *
      * A SETTLEMENT RUN ALSO SETTLES EVERY AGREEMENT WHOSE PERIOD HAS *
      * ENDED BY THE AS-OF DATE: THE REBATE COMES OFF CUST-BALANCE,    *
      * BALANCE-ONLY AND JOURNALED THE WAY FINCHG POSTS A CHARGE, AND  *
      * IS WRITTEN TO OPENITEM AS A CREDIT ITEM (NUMBER 'R' + YYMMDD + *
      * SEQUENCE) CARRYING A NEGATIVE OPEN AMOUNT, WHICH CRMATCH THEN  *
      * APPLIES AGAINST THE CUSTOMER'S INVOICES LIKE ANY OTHER CREDIT. *
      * EACH SETTLED CUSTOMER GETS A REBATE STATEMENT ON RBTSTMT. AN   *
      * AGREEMENT THAT REACHED NO TIER SETTLES AT ZERO WITH NO ITEM.   *
      *                                                                *
      * LS-RUN-MODE IS 'A' TO ACCRUE ONLY (THE DEFAULT) OR 'S' TO      *
      * ACCRUE AND SETTLE. LS-AS-OF-DATE (YYYYMMDD) IS THE LAST SALES  *
      * DATE TAKEN, ZERO MEANING YESTERDAY, SINCE TODAY'S SALES ARE    *
      * NOT ALL IN YET AND THE ACCRUED-THROUGH DATE WOULD SHUT THEM    *
      * OUT OF THE NEXT RUN.                                           *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATE.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBATE-FILE ASSIGN TO RBTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CUST-ID
               FILE STATUS IS WS-REBATE-STATUS.

           SELECT SALES-FILE ASSIGN TO SALESIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO OPENITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NUMBER
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JRNFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO RBTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO RBTSTMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REBATE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY RBTCOPY.

      *----------------------------------------------------------------*
      * SAME SALES-RECORD LAYOUT BILLING.CBL WRITES, REPEATED FIELD    *
      * FOR FIELD.                                                     *
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

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTCOPY.

       FD  OPEN-ITEM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY OPENCOPY.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS.
           COPY JRNCOPY.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  STATEMENT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REBATE-STATUS           PIC X(02) VALUE SPACES.
           88  REBATE-SUCCESS         VALUE '00'.
           88  REBATE-EOF             VALUE '10'.

       01  WS-SALES-STATUS            PIC X(02) VALUE SPACES.
           88  SALES-SUCCESS          VALUE '00'.
           88  SALES-EOF              VALUE '10'.

       01  WS-CUST-STATUS             PIC X(02) VALUE SPACES.
           88  CUST-SUCCESS           VALUE '00'.
           88  CUST-NOT-FOUND         VALUE '23'.

       01  WS-OPEN-ITEM-STATUS        PIC X(02) VALUE SPACES.
           88  OPEN-ITEM-SUCCESS      VALUE '00'.

       01  WS-JOURNAL-STATUS          PIC X(02) VALUE SPACES.
           88  JOURNAL-SUCCESS        VALUE '00'.
           88  JOURNAL-NO-FILE        VALUE '35'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-STATEMENT-STATUS        PIC X(02) VALUE SPACES.
           88  STATEMENT-SUCCESS      VALUE '00'.

       01  WS-JOURNAL-WORK.
           05  WS-JRN-BEFORE          PIC X(150).

       01  WS-JRN-TIME-STAMP.
           05  FILLER                 PIC X(08).
           05  WS-JRN-TIME            PIC 9(06).
           05  FILLER                 PIC X(07).

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-RB-LOAD-EOF-SW      PIC X(01) VALUE 'N'.
               88  AGREEMENT-LOAD-EOF VALUE 'Y'.
           05  WS-AG-FOUND-SW         PIC X(01) VALUE 'N'.
               88  AGREEMENT-FOUND    VALUE 'Y'.
           05  WS-CUST-FOUND-SW       PIC X(01) VALUE 'N'.
               88  CUSTOMER-FOUND     VALUE 'Y'.
           05  WS-ITEM-WRITTEN-SW     PIC X(01) VALUE 'N'.
               88  CREDIT-ITEM-WRITTEN
                                      VALUE 'Y'.
           05  WS-AG-SAVED-SW         PIC X(01) VALUE SPACE.
               88  AGREEMENT-SAVED    VALUE 'Y'.
               88  AGREEMENT-SAVE-PENDING
                                      VALUE SPACE.
           05  WS-RUN-MODE-SW         PIC X(01) VALUE 'A'.
               88  RUN-ACCRUE-ONLY    VALUE 'A'.
               88  RUN-SETTLEMENT     VALUE 'S'.

       01  WS-COUNTERS.
           05  WS-SALES-READ-COUNT    PIC 9(07) VALUE ZEROS.
           05  WS-COUNTED-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-AGREEMENT-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-ACCRUED-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-SETTLED-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-ERROR-COUNT         PIC 9(05) VALUE ZEROS.

       01  WS-AMOUNT-TOTALS.
           05  WS-ACCRUED-TOTAL       PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05  WS-SETTLED-TOTAL       PIC S9(09)V99 COMP-3 VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).
       01  WS-CURRENT-DATE-NUM        REDEFINES WS-CURRENT-DATE
                                       PIC 9(08).

       01  WS-DATE-WORK.
           05  WS-AS-OF-DATE-NUM      PIC 9(08) VALUE ZEROS.
           05  WS-SALE-DATE-NUM       PIC 9(08).
           05  WS-RB-THRU-NUM         PIC 9(08).
           05  WS-NEW-THRU-NUM        PIC 9(08).
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

      *----------------------------------------------------------------*
      * THE TIER THE PERIOD'S VOLUME HAS REACHED AND THE ONE ABOVE IT. *
      * A QUANTITY AGREEMENT CLIMBS THE TIERS ON UNITS, BUT THE REBATE *
      * IS ALWAYS A PERCENT OF NET SALES.                              *
      *----------------------------------------------------------------*
       01  WS-TIER-WORK.
           05  WS-VOLUME              PIC S9(09)V99 COMP-3.
           05  WS-TIER-REACHED        PIC 9(01).
           05  WS-REBATE-PCT          PIC S9(03)V99 COMP-3.
           05  WS-NEXT-THRESHOLD      PIC S9(09)V99 COMP-3.
           05  WS-NEXT-PCT            PIC S9(03)V99 COMP-3.
           05  WS-TO-NEXT-TIER        PIC S9(09)V99 COMP-3.
           05  WS-SETTLE-AMOUNT       PIC S9(07)V99 COMP-3.

      *----------------------------------------------------------------*
      * CREDIT ITEM NUMBERS ARE 'R' + RUN DATE (YYMMDD) + A 3-DIGIT    *
      * SEQUENCE, BUILT AND RETRIED THE SAME WAY FINCHG NUMBERS ITS    *
      * CHARGES.                                                       *
      *----------------------------------------------------------------*
       01  WS-RC-NUMBER-WORK.
           05  FILLER                 PIC X(01) VALUE 'R'.
           05  WS-RN-DATE             PIC 9(06).
           05  WS-RN-SEQ              PIC 9(03).

      *----------------------------------------------------------------*
      * OPEN AGREEMENTS, LOADED IN CUSTOMER ORDER BEFORE THE SALES     *
      * FEED IS READ. EACH ENTRY GATHERS THE NEW SALES FOR ITS         *
      * CUSTOMER; NOTHING IS REWRITTEN UNTIL THE FEED IS EXHAUSTED.    *
      *----------------------------------------------------------------*
       01  WS-AGREEMENT-TABLE.
           05  WS-AG-ENTRY OCCURS 2000 TIMES INDEXED BY WS-AG-IDX.
               10  WS-AG-CUST-ID      PIC X(06).
               10  WS-AG-FROM-NUM     PIC 9(08).
               10  WS-AG-TO-NUM       PIC 9(08).
               10  WS-AG-THRU-NUM     PIC 9(08).
               10  WS-AG-NET-ADDED    PIC S9(09)V99 COMP-3.
               10  WS-AG-QTY-ADDED    PIC S9(09) COMP-3.

       01  WS-AGREEMENT-CONTROL.
           05  WS-AG-ENTRY-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-AG-ENTRY-LIMIT      PIC 9(05) VALUE 02000.

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(20)
                                      VALUE 'VOLUME REBATE ACCRUA'.
           05  FILLER                 PIC X(14) VALUE 'L REGISTER    '.
           05  FILLER                 PIC X(12) VALUE SPACES.
           05  FILLER                 PIC X(04) VALUE 'DATE'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-HEADER-DATE.
               10  WS-HEADER-MONTH    PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-HEADER-DAY      PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-HEADER-YEAR     PIC 9(04).
           05  FILLER                 PIC X(71) VALUE SPACES.

       01  WS-RUN-LINE.
           05  FILLER                 PIC X(10) VALUE 'RUN MODE: '.
           05  WS-RL-MODE             PIC X(12).
           05  FILLER                 PIC X(07) VALUE ' AS OF '.
           05  WS-RL-AS-OF            PIC X(10).
           05  FILLER                 PIC X(93) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                 PIC X(08) VALUE 'CUST ID '.
           05  FILLER                 PIC X(24) VALUE 'CUSTOMER NAME'.
           05  FILLER                 PIC X(12) VALUE 'PERIOD END'.
           05  FILLER                 PIC X(05) VALUE 'BASIS'.
           05  FILLER                 PIC X(16)
                                      VALUE '  VOLUME TO DATE'.
           05  FILLER                 PIC X(08) VALUE '   PCT  '.
           05  FILLER                 PIC X(15)
                                      VALUE ' REBATE EARNED '.
           05  FILLER                 PIC X(16)
                                      VALUE '    TO NEXT TIER'.
           05  FILLER                 PIC X(08) VALUE 'NEXT PCT'.
           05  FILLER                 PIC X(20) VALUE '  STATUS'.

       01  WS-DETAIL-LINE.
           05  WS-DL-CUST-ID          PIC X(08).
           05  WS-DL-CUST-NAME        PIC X(24).
           05  WS-DL-PERIOD-TO        PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-BASIS            PIC X(04).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DL-VOLUME           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DL-PCT              PIC ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-REBATE           PIC $$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-TO-NEXT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-NEXT-PCT         PIC ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-STATUS           PIC X(17).
           05  FILLER                 PIC X(03) VALUE SPACES.

       01  WS-ACCRUED-TOTAL-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'REBATE ACCRUED:     '.
           05  WS-AT-COUNT            PIC ZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE ' AGREEMENTS '.
           05  WS-AT-AMOUNT           PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(80) VALUE SPACES.

       01  WS-SETTLED-TOTAL-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'REBATES SETTLED:    '.
           05  WS-ST-COUNT            PIC ZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE ' AGREEMENTS '.
           05  WS-ST-AMOUNT           PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(80) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(12) VALUE 'SALES READ: '.
           05  WS-SL-SALES-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' COUNTED: '.
           05  WS-SL-COUNTED-COUNT    PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(13) VALUE ' AGREEMENTS: '.
           05  WS-SL-AGREEMENT-COUNT  PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' ERRORS:  '.
           05  WS-SL-ERROR-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(41) VALUE SPACES.

      *----------------------------------------------------------------*
      * REBATE STATEMENT, ONE PER SETTLED AGREEMENT, MAILED WITH THE   *
      * CUSTOMER'S NEXT STATEMENT OF ACCOUNT.                          *
      *----------------------------------------------------------------*
       01  WS-SM-HEADER.
           05  FILLER                 PIC X(20)
                                      VALUE 'CUSTOMER VOLUME REBA'.
           05  FILLER                 PIC X(14) VALUE 'TE STATEMENT  '.
           05  FILLER                 PIC X(12) VALUE SPACES.
           05  FILLER                 PIC X(04) VALUE 'DATE'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-SM-HEADER-DATE      PIC X(10).
           05  FILLER                 PIC X(71) VALUE SPACES.

       01  WS-SM-CUST-LINE.
           05  FILLER                 PIC X(11) VALUE 'CUSTOMER:  '.
           05  WS-SM-CUST-ID          PIC X(08).
           05  WS-SM-CUST-NAME        PIC X(30).
           05  FILLER                 PIC X(83) VALUE SPACES.

       01  WS-SM-ADDR-LINE.
           05  FILLER                 PIC X(19) VALUE SPACES.
           05  WS-SM-CUST-ADDR        PIC X(30).
           05  FILLER                 PIC X(83) VALUE SPACES.

       01  WS-SM-PERIOD-LINE.
           05  FILLER                 PIC X(18)
                                      VALUE 'AGREEMENT PERIOD: '.
           05  WS-SM-PERIOD-FROM      PIC X(10).
           05  FILLER                 PIC X(09) VALUE ' THROUGH '.
           05  WS-SM-PERIOD-TO        PIC X(10).
           05  FILLER                 PIC X(13) VALUE '   COUNTING: '.
           05  WS-SM-BASIS-DESC       PIC X(20).
           05  FILLER                 PIC X(52) VALUE SPACES.

       01  WS-SM-TIER-HEADER.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'TIER  '.
           05  FILLER                 PIC X(16)
                                      VALUE '   VOLUME NEEDED'.
           05  FILLER                 PIC X(12) VALUE '  REBATE PCT'.
           05  FILLER                 PIC X(93) VALUE SPACES.

       01  WS-SM-TIER-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  WS-SM-TIER-NO          PIC 9(01).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  WS-SM-THRESHOLD        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(08) VALUE SPACES.
           05  WS-SM-TIER-PCT         PIC ZZ9.99.
           05  WS-SM-TIER-MARK        PIC X(12).
           05  FILLER                 PIC X(81) VALUE SPACES.

       01  WS-SM-VOLUME-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PURCHASES IN PERIOD:'.
           05  FILLER                 PIC X(11) VALUE ' NET SALES '.
           05  WS-SM-NET              PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(12) VALUE '   QUANTITY '.
           05  WS-SM-QTY              PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                 PIC X(62) VALUE SPACES.

       01  WS-SM-REBATE-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'REBATE EARNED:      '.
           05  WS-SM-PCT              PIC ZZ9.99.
           05  FILLER                 PIC X(17)
                                      VALUE '% OF NET SALES = '.
           05  WS-SM-REBATE           PIC $$,$$$,$$9.99.
           05  FILLER                 PIC X(76) VALUE SPACES.

       01  WS-SM-CREDIT-LINE.
           05  WS-SM-CREDIT-TEXT      PIC X(60).
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  WS-SM-BALANCE-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'ACCOUNT BALANCE NOW:'.
           05  WS-SM-BALANCE          PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(97) VALUE SPACES.

       01  WS-SM-RULE-LINE            PIC X(132) VALUE ALL '-'.

       LINKAGE SECTION.
       01  LS-RUN-MODE                PIC X(01).
       01  LS-AS-OF-DATE              PIC 9(08).

       PROCEDURE DIVISION USING LS-RUN-MODE
               LS-AS-OF-DATE.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-SALES
               UNTIL END-OF-FILE

           PERFORM 3000-ACCRUE-AGREEMENTS
           PERFORM 4000-TERMINATION
           GOBACK
           .

       1000-INITIALIZATION.
           OPEN I-O    REBATE-FILE
                INPUT  SALES-FILE
                I-O    CUSTOMER-FILE
                I-O    OPEN-ITEM-FILE
                OUTPUT REPORT-FILE
                OUTPUT STATEMENT-FILE

           IF NOT REBATE-SUCCESS
               DISPLAY 'ERROR OPENING REBATE FILE: ' WS-REBATE-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT SALES-SUCCESS
               DISPLAY 'ERROR OPENING SALES FILE: ' WS-SALES-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT CUST-SUCCESS
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-CUST-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT OPEN-ITEM-SUCCESS
               DISPLAY 'ERROR OPENING OPEN ITEM FILE: '
                       WS-OPEN-ITEM-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT REPORT-SUCCESS
               DISPLAY 'ERROR OPENING REPORT FILE: ' WS-REPORT-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT STATEMENT-SUCCESS
               DISPLAY 'ERROR OPENING STATEMENT FILE: '
                       WS-STATEMENT-STATUS
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

           MOVE WS-CURRENT-DATE-NUM(3:6) TO WS-RN-DATE
           MOVE ZEROS TO WS-RN-SEQ

           COMPUTE WS-AS-OF-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM) - 1)

           IF LS-AS-OF-DATE NUMERIC
              AND LS-AS-OF-DATE > ZEROS
               MOVE LS-AS-OF-DATE TO WS-AS-OF-DATE-NUM
           END-IF

           IF LS-RUN-MODE = 'S'
               MOVE 'S' TO WS-RUN-MODE-SW
               MOVE 'SETTLEMENT' TO WS-RL-MODE
           ELSE
               MOVE 'A' TO WS-RUN-MODE-SW
               MOVE 'ACCRUAL ONLY' TO WS-RL-MODE
           END-IF

           MOVE WS-AS-OF-DATE-NUM TO WS-WORK-DATE-NUM
           PERFORM 9000-EDIT-WORK-DATE
           MOVE WS-EDIT-DATE TO WS-RL-AS-OF

           MOVE WS-CURRENT-DATE-NUM TO WS-WORK-DATE-NUM
           PERFORM 9000-EDIT-WORK-DATE
           MOVE WS-EDIT-DATE TO WS-SM-HEADER-DATE

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER
           WRITE REPORT-RECORD FROM WS-RUN-LINE
           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADER

           IF NOT END-OF-FILE
               PERFORM 1100-LOAD-AGREEMENTS

               READ SALES-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               END-READ
           END-IF
           .

      *----------------------------------------------------------------*
      * EVERY OPEN AGREEMENT IS LOADED; A SETTLED ONE WAITS FOR RBTMNT *
      * TO KEY ITS NEXT PERIOD.                                        *
      *----------------------------------------------------------------*
       1100-LOAD-AGREEMENTS.
           MOVE LOW-VALUES TO RB-CUST-ID

           START REBATE-FILE KEY >= RB-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-RB-LOAD-EOF-SW
           END-START

           PERFORM 1110-LOAD-ONE-AGREEMENT
               UNTIL AGREEMENT-LOAD-EOF
           .

       1110-LOAD-ONE-AGREEMENT.
           READ REBATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RB-LOAD-EOF-SW
               NOT AT END
                   IF NOT RB-OPEN
                       CONTINUE
                   ELSE
                   IF WS-AG-ENTRY-COUNT >= WS-AG-ENTRY-LIMIT
                       DISPLAY 'REBATE: AGREEMENT TABLE FULL AT '
                               WS-AG-ENTRY-LIMIT ' -- '
                               RB-CUST-ID ' NOT ACCRUED'
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       ADD 1 TO WS-AG-ENTRY-COUNT
                       SET WS-AG-IDX TO WS-AG-ENTRY-COUNT
                       MOVE RB-CUST-ID TO WS-AG-CUST-ID(WS-AG-IDX)
                       MOVE RB-PERIOD-FROM TO WS-AG-FROM-NUM(WS-AG-IDX)
                       MOVE RB-PERIOD-TO TO WS-AG-TO-NUM(WS-AG-IDX)
                       MOVE RB-ACCRUED-THRU
                         TO WS-AG-THRU-NUM(WS-AG-IDX)
                       MOVE ZEROS TO WS-AG-NET-ADDED(WS-AG-IDX)
                       MOVE ZEROS TO WS-AG-QTY-ADDED(WS-AG-IDX)
                   END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * A SALE COUNTS ONCE: INSIDE ITS AGREEMENT'S PERIOD, AFTER THE   *
      * DATE LAST ACCRUED THROUGH, AND NO LATER THAN THE AS-OF DATE.   *
      *----------------------------------------------------------------*
       2000-PROCESS-SALES.
           ADD 1 TO WS-SALES-READ-COUNT

           IF SALES-CUSTOMER-ID NOT = SPACES
               MOVE SALES-DATE TO WS-SALE-DATE-NUM
               PERFORM 2100-FIND-AGREEMENT

               IF AGREEMENT-FOUND
                  AND WS-SALE-DATE-NUM NOT < WS-AG-FROM-NUM(WS-AG-IDX)
                  AND WS-SALE-DATE-NUM NOT > WS-AG-TO-NUM(WS-AG-IDX)
                  AND WS-SALE-DATE-NUM > WS-AG-THRU-NUM(WS-AG-IDX)
                  AND WS-SALE-DATE-NUM NOT > WS-AS-OF-DATE-NUM
                   ADD SALES-NET-AMOUNT
                     TO WS-AG-NET-ADDED(WS-AG-IDX)
                   ADD SALES-QUANTITY TO WS-AG-QTY-ADDED(WS-AG-IDX)
                   ADD 1 TO WS-COUNTED-COUNT
               END-IF
           END-IF

           READ SALES-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           END-READ
           .

       2100-FIND-AGREEMENT.
           MOVE 'N' TO WS-AG-FOUND-SW

           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AG-ENTRY-COUNT
                      OR AGREEMENT-FOUND
               IF WS-AG-CUST-ID(WS-AG-IDX) = SALES-CUSTOMER-ID
                   MOVE 'Y' TO WS-AG-FOUND-SW
               END-IF
           END-PERFORM

           IF AGREEMENT-FOUND
               SET WS-AG-IDX DOWN BY 1
           END-IF
           .

       3000-ACCRUE-AGREEMENTS.
           PERFORM 3100-ACCRUE-ONE-AGREEMENT
               VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AG-ENTRY-COUNT
           .

      *----------------------------------------------------------------*
      * FOLDS THE NEW SALES INTO THE AGREEMENT, MOVES ITS ACCRUED-     *
      * THROUGH DATE UP TO THE AS-OF DATE (NEVER PAST THE PERIOD END), *
      * AND RESTATES THE REBATE EARNED TO DATE. AN AGREEMENT THE       *
      * SETTLEMENT HAS ALREADY REWRITTEN IS NOT REWRITTEN AGAIN.       *
      *----------------------------------------------------------------*
       3100-ACCRUE-ONE-AGREEMENT.
           ADD 1 TO WS-AGREEMENT-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-AG-CUST-ID(WS-AG-IDX) TO WS-DL-CUST-ID
           MOVE WS-AG-CUST-ID(WS-AG-IDX) TO RB-CUST-ID

           READ REBATE-FILE
               INVALID KEY
                   MOVE 'AGREEMENT GONE' TO WS-DL-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 3110-UPDATE-ACCRUAL
           END-READ
           .

       3110-UPDATE-ACCRUAL.
           MOVE SPACE TO WS-AG-SAVED-SW
           ADD WS-AG-NET-ADDED(WS-AG-IDX) TO RB-NET-TO-DATE
           ADD WS-AG-QTY-ADDED(WS-AG-IDX) TO RB-QTY-TO-DATE

           MOVE WS-AS-OF-DATE-NUM TO WS-NEW-THRU-NUM

           IF WS-NEW-THRU-NUM > WS-AG-TO-NUM(WS-AG-IDX)
               MOVE WS-AG-TO-NUM(WS-AG-IDX) TO WS-NEW-THRU-NUM
           END-IF

           MOVE RB-ACCRUED-THRU TO WS-RB-THRU-NUM

           IF WS-NEW-THRU-NUM > WS-RB-THRU-NUM
              AND WS-NEW-THRU-NUM NOT < WS-AG-FROM-NUM(WS-AG-IDX)
               MOVE WS-NEW-THRU-NUM TO RB-ACCRUED-THRU
           END-IF

           PERFORM 3150-FIND-TIER

           COMPUTE RB-ACCRUED-REBATE ROUNDED =
               RB-NET-TO-DATE * WS-REBATE-PCT / 100

           IF RB-ACCRUED-REBATE < ZERO
               MOVE ZEROS TO RB-ACCRUED-REBATE
           END-IF

           PERFORM 3200-READ-CUSTOMER

           EVALUATE TRUE
               WHEN WS-AS-OF-DATE-NUM < WS-AG-FROM-NUM(WS-AG-IDX)
                   MOVE 'NOT STARTED' TO WS-DL-STATUS
               WHEN WS-AS-OF-DATE-NUM NOT < WS-AG-TO-NUM(WS-AG-IDX)
                AND RUN-SETTLEMENT
                   PERFORM 3300-SETTLE-AGREEMENT
               WHEN WS-AS-OF-DATE-NUM NOT < WS-AG-TO-NUM(WS-AG-IDX)
                   MOVE 'AWAITING SETTLE' TO WS-DL-STATUS
               WHEN WS-TIER-REACHED > ZERO
                AND WS-NEXT-THRESHOLD = ZERO
                   MOVE 'TOP TIER REACHED' TO WS-DL-STATUS
               WHEN OTHER
                   MOVE 'ACCRUING' TO WS-DL-STATUS
           END-EVALUATE

           IF AGREEMENT-SAVE-PENDING
               REWRITE REBATE-AGREEMENT-DETAILS
                   INVALID KEY
                       MOVE 'REWRITE ERROR' TO WS-DL-STATUS
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-ACCRUED-COUNT
                       ADD RB-ACCRUED-REBATE TO WS-ACCRUED-TOTAL
               END-REWRITE
           END-IF

           PERFORM 3500-FORMAT-DETAIL-LINE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * TIERS ARE KEYED IN ASCENDING ORDER. THE FIRST TIER NOT YET     *
      * REACHED IS THE NEXT ONE, AND NONE ABOVE IT IS LOOKED AT.       *
      *----------------------------------------------------------------*
       3150-FIND-TIER.
           IF RB-BASIS-QUANTITY
               MOVE RB-QTY-TO-DATE TO WS-VOLUME
           ELSE
               MOVE RB-NET-TO-DATE TO WS-VOLUME
           END-IF

           MOVE ZEROS TO WS-TIER-REACHED
           MOVE ZEROS TO WS-REBATE-PCT
           MOVE ZEROS TO WS-NEXT-THRESHOLD
           MOVE ZEROS TO WS-NEXT-PCT
           MOVE ZEROS TO WS-TO-NEXT-TIER

           IF RB-TIER-THRESHOLD-1 > ZERO
               IF WS-VOLUME NOT < RB-TIER-THRESHOLD-1
                   MOVE 1 TO WS-TIER-REACHED
                   MOVE RB-TIER-PCT-1 TO WS-REBATE-PCT
               ELSE
                   MOVE RB-TIER-THRESHOLD-1 TO WS-NEXT-THRESHOLD
                   MOVE RB-TIER-PCT-1 TO WS-NEXT-PCT
               END-IF
           END-IF

           IF RB-TIER-THRESHOLD-2 > ZERO
              AND WS-TIER-REACHED = 1
               IF WS-VOLUME NOT < RB-TIER-THRESHOLD-2
                   MOVE 2 TO WS-TIER-REACHED
                   MOVE RB-TIER-PCT-2 TO WS-REBATE-PCT
               ELSE
                   MOVE RB-TIER-THRESHOLD-2 TO WS-NEXT-THRESHOLD
                   MOVE RB-TIER-PCT-2 TO WS-NEXT-PCT
               END-IF
           END-IF

           IF RB-TIER-THRESHOLD-3 > ZERO
              AND WS-TIER-REACHED = 2
               IF WS-VOLUME NOT < RB-TIER-THRESHOLD-3
                   MOVE 3 TO WS-TIER-REACHED
                   MOVE RB-TIER-PCT-3 TO WS-REBATE-PCT
               ELSE
                   MOVE RB-TIER-THRESHOLD-3 TO WS-NEXT-THRESHOLD
                   MOVE RB-TIER-PCT-3 TO WS-NEXT-PCT
               END-IF
           END-IF

           IF WS-NEXT-THRESHOLD > ZERO
               COMPUTE WS-TO-NEXT-TIER = WS-NEXT-THRESHOLD - WS-VOLUME
           END-IF
           .

       3200-READ-CUSTOMER.
           MOVE WS-AG-CUST-ID(WS-AG-IDX) TO CUST-ID

           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CUST-FOUND-SW
                   MOVE 'CUST NOT FOUND' TO WS-DL-CUST-NAME
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND-SW
                   MOVE CUST-NAME TO WS-DL-CUST-NAME
           END-READ
           .

      *----------------------------------------------------------------*
      * SETTLES AN AGREEMENT WHOSE PERIOD HAS ENDED. THE AGREEMENT IS  *
      * REWRITTEN AS SETTLED BEFORE THE CUSTOMER IS CREDITED, SO A     *
      * CREDIT IS NEVER GIVEN THAT THE NEXT RUN WOULD GIVE AGAIN; ONE  *
      * THAT THEN FAILS TO POST IS REOPENED FOR THE NEXT SETTLEMENT.   *
      *----------------------------------------------------------------*
       3300-SETTLE-AGREEMENT.
           MOVE RB-ACCRUED-REBATE TO WS-SETTLE-AMOUNT
           MOVE SPACES TO RB-CREDIT-ITEM

           EVALUATE TRUE
               WHEN NOT CUSTOMER-FOUND
                   MOVE 'NOT SETTLED' TO WS-DL-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               WHEN WS-SETTLE-AMOUNT = ZERO
                   PERFORM 3390-MARK-SETTLED
                   IF AGREEMENT-SAVED
                       PERFORM 3400-PRINT-STATEMENT
                       MOVE 'SETTLED NO TIER' TO WS-DL-STATUS
                   END-IF
               WHEN OTHER
                   PERFORM 3310-POST-REBATE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * THE CREDIT ITEM IS WRITTEN FIRST, THEN THE AGREEMENT IS SAVED  *
      * AS SETTLED AGAINST IT, AND ONLY THEN IS THE CUSTOMER CHARGED.  *
      * IF THE AGREEMENT CANNOT BE SAVED THE CREDIT ITEM IS TAKEN BACK *
      * OFF; IF THE CUSTOMER REWRITE FAILS THE CREDIT ITEM IS TAKEN    *
      * BACK OFF AND THE AGREEMENT REOPENED. ONLY CUST-BALANCE AND     *
      * CUST-LAST-UPDATED MOVE ON THE MASTER.                          *
      *----------------------------------------------------------------*
       3310-POST-REBATE.
           PERFORM 3330-WRITE-CREDIT-ITEM

           IF CREDIT-ITEM-WRITTEN
               MOVE OI-INVOICE-NUMBER TO RB-CREDIT-ITEM
               PERFORM 3390-MARK-SETTLED

               IF AGREEMENT-SAVED
                   MOVE SPACES TO WS-JRN-BEFORE
                   MOVE CUSTOMER-DETAILS TO WS-JRN-BEFORE
                   SUBTRACT WS-SETTLE-AMOUNT FROM CUST-BALANCE
                   MOVE FUNCTION CURRENT-DATE TO CUST-LAST-UPDATED

                   REWRITE CUSTOMER-DETAILS
                       INVALID KEY
                           ADD WS-SETTLE-AMOUNT TO CUST-BALANCE
                           MOVE 'REWRITE ERROR' TO WS-DL-STATUS
                           ADD 1 TO WS-ERROR-COUNT
                           PERFORM 3350-REMOVE-CREDIT-ITEM
                           PERFORM 3395-REOPEN-AGREEMENT
                       NOT INVALID KEY
                           PERFORM 3320-WRITE-JOURNAL-RECORD
                           PERFORM 3400-PRINT-STATEMENT
                           MOVE 'SETTLED' TO WS-DL-STATUS
                           ADD 1 TO WS-SETTLED-COUNT
                           ADD WS-SETTLE-AMOUNT TO WS-SETTLED-TOTAL
                   END-REWRITE
               ELSE
                   PERFORM 3350-REMOVE-CREDIT-ITEM
               END-IF
           ELSE
               DISPLAY 'REBATE: UNABLE TO NUMBER CREDIT FOR '
                       WS-AG-CUST-ID(WS-AG-IDX)
               MOVE 'WRITE ERROR' TO WS-DL-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           .

       3320-WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-TIME-STAMP

           MOVE SPACES TO JOURNAL-DETAILS
           MOVE 'CUSTFILE' TO JRN-FILE-ID
           MOVE 'R' TO JRN-ACTION
           MOVE WS-CURRENT-DATE TO JRN-DATE
           MOVE WS-JRN-TIME TO JRN-TIME
           MOVE 'REBATE' TO JRN-PROGRAM-ID
           MOVE 'REBATE' TO JRN-OPERATOR-ID
           MOVE CUST-ID TO JRN-KEY
           MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
           MOVE CUSTOMER-DETAILS TO JRN-AFTER-IMAGE

           WRITE JOURNAL-DETAILS
           .

       3330-WRITE-CREDIT-ITEM.
           MOVE 'N' TO WS-ITEM-WRITTEN-SW

           PERFORM 3340-TRY-ONE-CREDIT-NUMBER
               UNTIL CREDIT-ITEM-WRITTEN OR WS-RN-SEQ = 999
           .

      *----------------------------------------------------------------*
      * THE CREDIT ITEM CARRIES THE REBATE AS A NEGATIVE AMOUNT, DATED *
      * AND DUE TODAY.                                                 *
      *----------------------------------------------------------------*
       3340-TRY-ONE-CREDIT-NUMBER.
           ADD 1 TO WS-RN-SEQ
           MOVE WS-RC-NUMBER-WORK TO OI-INVOICE-NUMBER
           MOVE WS-AG-CUST-ID(WS-AG-IDX) TO OI-CUST-ID
           MOVE WS-CURRENT-DATE TO OI-INVOICE-DATE
           MOVE WS-CURRENT-DATE TO OI-DUE-DATE
           COMPUTE OI-ORIGINAL-AMOUNT = ZERO - WS-SETTLE-AMOUNT
           COMPUTE OI-OPEN-AMOUNT = ZERO - WS-SETTLE-AMOUNT
           MOVE 'O' TO OI-STATUS
           MOVE ZEROS TO OI-WRITEOFF-AMOUNT

           WRITE OPEN-ITEM-DETAILS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ITEM-WRITTEN-SW
           END-WRITE
           .

      *----------------------------------------------------------------*
      * TAKES BACK A CREDIT ITEM WHOSE CUSTOMER COULD NOT BE CHARGED.  *
      *----------------------------------------------------------------*
       3350-REMOVE-CREDIT-ITEM.
           DELETE OPEN-ITEM-FILE RECORD
               INVALID KEY
                   DISPLAY 'REBATE: CREDIT ITEM ' OI-INVOICE-NUMBER
                           ' NOT REMOVED FOR '
                           WS-AG-CUST-ID(WS-AG-IDX)
                   ADD 1 TO WS-ERROR-COUNT
           END-DELETE
           .

      *----------------------------------------------------------------*
      * SAVES THE AGREEMENT AS SETTLED AHEAD OF ANY POSTING. ONE THAT  *
      * CANNOT BE SAVED IS PUT BACK OPEN IN STORAGE SO NOTHING IS      *
      * POSTED AGAINST IT.                                             *
      *----------------------------------------------------------------*
       3390-MARK-SETTLED.
           MOVE 'S' TO RB-STATUS
           MOVE WS-CURRENT-DATE TO RB-SETTLED-DATE

           REWRITE REBATE-AGREEMENT-DETAILS
               INVALID KEY
                   MOVE 'N' TO WS-AG-SAVED-SW
                   MOVE 'O' TO RB-STATUS
                   MOVE ZEROS TO RB-SETTLED-DATE
                   MOVE SPACES TO RB-CREDIT-ITEM
                   MOVE 'REWRITE ERROR' TO WS-DL-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-AG-SAVED-SW
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * PUTS BACK OPEN AN AGREEMENT WHOSE REBATE COULD NOT BE POSTED.  *
      *----------------------------------------------------------------*
       3395-REOPEN-AGREEMENT.
           MOVE 'O' TO RB-STATUS
           MOVE ZEROS TO RB-SETTLED-DATE
           MOVE SPACES TO RB-CREDIT-ITEM

           REWRITE REBATE-AGREEMENT-DETAILS
               INVALID KEY
                   DISPLAY 'REBATE: AGREEMENT LEFT SETTLED FOR '
                           WS-AG-CUST-ID(WS-AG-IDX)
                   ADD 1 TO WS-ERROR-COUNT
           END-REWRITE
           .

      *----------------------------------------------------------------*
      * THE CUSTOMER'S REBATE STATEMENT: THE AGREEMENT'S TERMS, THE    *
      * PERIOD'S PURCHASES, THE TIER REACHED, AND WHERE THE CREDIT     *
      * WENT.                                                          *
      *----------------------------------------------------------------*
       3400-PRINT-STATEMENT.
           MOVE CUST-ID TO WS-SM-CUST-ID
           MOVE CUST-NAME TO WS-SM-CUST-NAME
           MOVE CUST-ADDR TO WS-SM-CUST-ADDR

           MOVE WS-AG-FROM-NUM(WS-AG-IDX) TO WS-WORK-DATE-NUM
           PERFORM 9000-EDIT-WORK-DATE
           MOVE WS-EDIT-DATE TO WS-SM-PERIOD-FROM

           MOVE WS-AG-TO-NUM(WS-AG-IDX) TO WS-WORK-DATE-NUM
           PERFORM 9000-EDIT-WORK-DATE
           MOVE WS-EDIT-DATE TO WS-SM-PERIOD-TO

           IF RB-BASIS-QUANTITY
               MOVE 'QUANTITY PURCHASED' TO WS-SM-BASIS-DESC
           ELSE
               MOVE 'NET SALES AMOUNT' TO WS-SM-BASIS-DESC
           END-IF

           WRITE STATEMENT-RECORD FROM WS-SM-HEADER
           WRITE STATEMENT-RECORD FROM SPACES
           WRITE STATEMENT-RECORD FROM WS-SM-CUST-LINE
           WRITE STATEMENT-RECORD FROM WS-SM-ADDR-LINE
           WRITE STATEMENT-RECORD FROM SPACES
           WRITE STATEMENT-RECORD FROM WS-SM-PERIOD-LINE
           WRITE STATEMENT-RECORD FROM SPACES
           WRITE STATEMENT-RECORD FROM WS-SM-TIER-HEADER

           IF RB-TIER-THRESHOLD-1 > ZERO
               MOVE 1 TO WS-SM-TIER-NO
               MOVE RB-TIER-THRESHOLD-1 TO WS-SM-THRESHOLD
               MOVE RB-TIER-PCT-1 TO WS-SM-TIER-PCT
               PERFORM 3410-PRINT-TIER-LINE
           END-IF

           IF RB-TIER-THRESHOLD-2 > ZERO
               MOVE 2 TO WS-SM-TIER-NO
               MOVE RB-TIER-THRESHOLD-2 TO WS-SM-THRESHOLD
               MOVE RB-TIER-PCT-2 TO WS-SM-TIER-PCT
               PERFORM 3410-PRINT-TIER-LINE
           END-IF

           IF RB-TIER-THRESHOLD-3 > ZERO
               MOVE 3 TO WS-SM-TIER-NO
               MOVE RB-TIER-THRESHOLD-3 TO WS-SM-THRESHOLD
               MOVE RB-TIER-PCT-3 TO WS-SM-TIER-PCT
               PERFORM 3410-PRINT-TIER-LINE
           END-IF

           MOVE RB-NET-TO-DATE TO WS-SM-NET
           MOVE RB-QTY-TO-DATE TO WS-SM-QTY
           MOVE WS-REBATE-PCT TO WS-SM-PCT
           MOVE WS-SETTLE-AMOUNT TO WS-SM-REBATE
           MOVE CUST-BALANCE TO WS-SM-BALANCE
           MOVE SPACES TO WS-SM-CREDIT-TEXT

           IF RB-CREDIT-ITEM = SPACES
               MOVE 'NO REBATE TIER WAS REACHED IN THIS PERIOD'
                 TO WS-SM-CREDIT-TEXT
           ELSE
               STRING 'CREDITED TO YOUR ACCOUNT AS ITEM '
                      RB-CREDIT-ITEM ' ON ' WS-SM-HEADER-DATE
                   DELIMITED BY SIZE INTO WS-SM-CREDIT-TEXT
           END-IF

           WRITE STATEMENT-RECORD FROM SPACES
           WRITE STATEMENT-RECORD FROM WS-SM-VOLUME-LINE
           WRITE STATEMENT-RECORD FROM WS-SM-REBATE-LINE
           WRITE STATEMENT-RECORD FROM WS-SM-CREDIT-LINE
           WRITE STATEMENT-RECORD FROM WS-SM-BALANCE-LINE
           WRITE STATEMENT-RECORD FROM SPACES
           WRITE STATEMENT-RECORD FROM WS-SM-RULE-LINE
           .

       3410-PRINT-TIER-LINE.
           IF WS-SM-TIER-NO = WS-TIER-REACHED
               MOVE '  <- REACHED' TO WS-SM-TIER-MARK
           ELSE
               MOVE SPACES TO WS-SM-TIER-MARK
           END-IF

           WRITE STATEMENT-RECORD FROM WS-SM-TIER-LINE
           .

       3500-FORMAT-DETAIL-LINE.
           MOVE WS-AG-TO-NUM(WS-AG-IDX) TO WS-WORK-DATE-NUM
           PERFORM 9000-EDIT-WORK-DATE
           MOVE WS-EDIT-DATE TO WS-DL-PERIOD-TO

           IF RB-BASIS-QUANTITY
               MOVE 'QTY' TO WS-DL-BASIS
           ELSE
               MOVE 'NET' TO WS-DL-BASIS
           END-IF

           MOVE WS-VOLUME TO WS-DL-VOLUME
           MOVE WS-REBATE-PCT TO WS-DL-PCT
           MOVE RB-ACCRUED-REBATE TO WS-DL-REBATE
           MOVE WS-TO-NEXT-TIER TO WS-DL-TO-NEXT
           MOVE WS-NEXT-PCT TO WS-DL-NEXT-PCT
           .

       4000-TERMINATION.
           MOVE WS-ACCRUED-COUNT TO WS-AT-COUNT
           MOVE WS-ACCRUED-TOTAL TO WS-AT-AMOUNT
           MOVE WS-SETTLED-COUNT TO WS-ST-COUNT
           MOVE WS-SETTLED-TOTAL TO WS-ST-AMOUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-ACCRUED-TOTAL-LINE
           WRITE REPORT-RECORD FROM WS-SETTLED-TOTAL-LINE

           MOVE WS-SALES-READ-COUNT TO WS-SL-SALES-COUNT
           MOVE WS-COUNTED-COUNT TO WS-SL-COUNTED-COUNT
           MOVE WS-AGREEMENT-COUNT TO WS-SL-AGREEMENT-COUNT
           MOVE WS-ERROR-COUNT TO WS-SL-ERROR-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           CLOSE REBATE-FILE
                 SALES-FILE
                 CUSTOMER-FILE
                 OPEN-ITEM-FILE
                 JOURNAL-FILE
                 REPORT-FILE
                 STATEMENT-FILE
           .

       9000-EDIT-WORK-DATE.
           MOVE WS-WD-MONTH TO WS-ED-MONTH
           MOVE WS-WD-DAY TO WS-ED-DAY
           MOVE WS-WD-YEAR TO WS-ED-YEAR
           .
