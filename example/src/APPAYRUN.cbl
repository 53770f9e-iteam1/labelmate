      *----------------------------------------------------------------*
      * APPAYRUN - SUPPLIER PAYMENT RUN                                *
      *                                                                *
      * PAYS THE OPEN PAYABLES LEDGER APENTRY POSTS. EVERY OPEN ITEM   *
      * DUE ON OR BEFORE LS-CUTOFF-DATE IS SELECTED (ONE SUPPLIER      *
      * ONLY WHEN LS-SUPPLIER-ID IS GIVEN), AND EACH SUPPLIER'S        *
      * OUTSTANDING DEBIT MEMOS -- THE RETURN-TO-VENDOR CREDITS        *
      * INVNTRY RAISES ON DEBMEMO -- ARE NETTED AGAINST WHAT WE OWE    *
      * THEM BEFORE ONE CHECK IS CUT FOR THE BALANCE.                  *
      *                                                                *
      * A SUPPLIER IS HELD OFF THE RUN, AND LISTED, WHEN IT IS NOT ON  *
      * FILE OR NOT ACTIVE, OR WHEN ITS DEBIT MEMOS EXCEED THE ITEMS   *
      * DUE (A NET DEBIT BALANCE -- THEY OWE US). A HELD SUPPLIER'S    *
      * ITEMS STAY OPEN AND ITS MEMOS STAY ON DEBMEMO FOR NEXT TIME.   *
      *                                                                *
      * A PAID ITEM HAS AP-OPEN-AMOUNT RELIEVED TO ZERO AND GOES TO    *
      * AP-ITEM-PAID; ONLY ITEMS SUCCESSFULLY RELIEVED ARE NETTED AND  *
      * PAID ON THE CHECK. THE RUN PRINTS THE CHECK REGISTER AND       *
      * WRITES THE POSITIVE-PAY ISSUE FILE FOR THE BANK (ONE ISSUE     *
      * RECORD PER CHECK AND A CONTROL TRAILER). DEBMEMO IS REWRITTEN  *
      * WITH ONLY THE MEMOS THIS RUN DID NOT TAKE.                     *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAYRUN.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYABLE-FILE ASSIGN TO APFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-PAYABLE-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO SUPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-ID
               FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT DEBIT-MEMO-FILE ASSIGN TO DEBMEMO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEBIT-MEMO-STATUS.

           SELECT REPORT-FILE ASSIGN TO CHKREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO POSPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSITIVE-PAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYABLE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY APCOPY.

       FD  SUPPLIER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 99 CHARACTERS.
           COPY SUPCOPY.

      *----------------------------------------------------------------*
      * SAME DEBIT-MEMO-RECORD LAYOUT INVNTRY.CBL EXTENDS, REPEATED    *
      * FIELD FOR FIELD.                                               *
      *----------------------------------------------------------------*
       FD  DEBIT-MEMO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  DEBIT-MEMO-RECORD.
           05  DM-SUPPLIER-ID          PIC X(06).
           05  DM-PO-NUMBER            PIC X(15).
           05  DM-ITEM-CODE            PIC X(10).
           05  DM-QUANTITY             PIC S9(05) COMP-3.
           05  DM-UNIT-COST            PIC S9(05)V99 COMP-3.
           05  DM-VALUE                PIC S9(09)V99 COMP-3.
           05  DM-DATE.
               10  DM-YEAR             PIC 9(04).
               10  DM-MONTH            PIC 9(02).
               10  DM-DAY              PIC 9(02).
           05  FILLER                  PIC X(08).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

      *----------------------------------------------------------------*
      * POSITIVE-PAY ISSUE FILE FOR THE BANK: ONE 'I' RECORD PER       *
      * CHECK WRITTEN, CLOSED BY ONE 'T' TRAILER CARRYING THE CHECK    *
      * COUNT AND TOTAL SO THE BANK CAN PROVE THE FILE IT RECEIVED.    *
      *----------------------------------------------------------------*
       FD  POSITIVE-PAY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  POSITIVE-PAY-RECORD.
           05  PP-RECORD-TYPE         PIC X(01).
               88  PP-ISSUE           VALUE 'I'.
               88  PP-TRAILER         VALUE 'T'.
           05  PP-BANK-ACCOUNT        PIC X(12).
           05  PP-CHECK-NUMBER        PIC 9(08).
           05  PP-ISSUE-DATE          PIC 9(08).
           05  PP-AMOUNT              PIC 9(09)V99.
           05  PP-PAYEE-NAME          PIC X(30).
           05  PP-SUPPLIER-ID         PIC X(06).
           05  FILLER                 PIC X(04).
       01  POSITIVE-PAY-TRAILER.
           05  FILLER                 PIC X(01).
           05  PT-BANK-ACCOUNT        PIC X(12).
           05  PT-CHECK-COUNT         PIC 9(08).
           05  PT-ISSUE-DATE          PIC 9(08).
           05  PT-TOTAL-AMOUNT        PIC 9(11)V99.
           05  FILLER                 PIC X(38).

       WORKING-STORAGE SECTION.
       01  WS-PAYABLE-STATUS          PIC X(02) VALUE SPACES.
           88  PAYABLE-SUCCESS        VALUE '00'.
           88  PAYABLE-NOT-FOUND      VALUE '23'.

       01  WS-SUPPLIER-STATUS         PIC X(02) VALUE SPACES.
           88  SUPPLIER-SUCCESS       VALUE '00'.
           88  SUPPLIER-NOT-FOUND     VALUE '23'.

       01  WS-DEBIT-MEMO-STATUS       PIC X(02) VALUE SPACES.
           88  DEBIT-MEMO-SUCCESS     VALUE '00'.
           88  DEBIT-MEMO-NO-FILE     VALUE '35'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-POSITIVE-PAY-STATUS     PIC X(02) VALUE SPACES.
           88  POSITIVE-PAY-SUCCESS   VALUE '00'.

       01  WS-SWITCHES.
           05  WS-RUN-STOPPED-SW      PIC X(01) VALUE 'N'.
               88  RUN-STOPPED        VALUE 'Y'.
           05  WS-AP-SCAN-EOF-SW      PIC X(01) VALUE 'N'.
               88  AP-SCAN-EOF        VALUE 'Y'.
           05  WS-DM-LOAD-EOF-SW      PIC X(01) VALUE 'N'.
               88  DM-LOAD-EOF        VALUE 'Y'.
           05  WS-GROUP-END-SW        PIC X(01) VALUE 'N'.
               88  GROUP-END          VALUE 'Y'.
           05  WS-SUPPLIER-HELD-SW    PIC X(01) VALUE 'N'.
               88  SUPPLIER-HELD      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-SELECTED-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-PAID-COUNT          PIC 9(05) VALUE ZEROS.
           05  WS-CHECK-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-HELD-COUNT          PIC 9(05) VALUE ZEROS.
           05  WS-MEMO-TAKEN-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-ERROR-COUNT         PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      * ITEMS SELECTED FOR PAYMENT, IN APFILE KEY ORDER -- SO EACH     *
      * SUPPLIER'S ITEMS ARE ADJACENT AND ARE SETTLED AS ONE GROUP.    *
      * AN ITEM THAT DOES NOT FIT STAYS OPEN FOR THE NEXT RUN.         *
      *----------------------------------------------------------------*
       01  WS-PAY-ITEM-TABLE.
           05  WS-PI-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PI-IDX.
               10  WS-PI-SUPPLIER-ID  PIC X(06).
               10  WS-PI-INVOICE-NUMBER
                                      PIC X(10).
               10  WS-PI-DUE-DATE     PIC 9(08).
               10  WS-PI-OPEN-AMOUNT  PIC S9(07)V99 COMP-3.
               10  WS-PI-MEMO-APPLIED PIC S9(07)V99 COMP-3.
               10  WS-PI-CASH-PAID    PIC S9(07)V99 COMP-3.
               10  WS-PI-SETTLE-SW    PIC X(01).
                   88  PI-PAID        VALUE 'P'.
                   88  PI-NOT-ON-FILE VALUE 'N'.
                   88  PI-REWRITE-FAILED
                                      VALUE 'F'.

       01  WS-PAY-ITEM-CONTROL.
           05  WS-PI-ENTRY-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-PI-ENTRY-LIMIT      PIC 9(05) VALUE 2000.
           05  WS-PI-NEXT             PIC 9(05) VALUE ZEROS.
           05  WS-GRP-FIRST           PIC 9(05) VALUE ZEROS.
           05  WS-GRP-LAST            PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      * EVERY OUTSTANDING DEBIT MEMO, HELD WITH ITS FULL RECORD IMAGE  *
      * SO THE ONES NOT TAKEN CAN BE WRITTEN BACK UNCHANGED. A MEMO    *
      * FILE THAT DOES NOT FIT STOPS THE RUN: PAYING WITHOUT NETTING   *
      * EVERY MEMO WOULD OVERPAY, AND REWRITING A PARTIAL TABLE WOULD  *
      * LOSE THE REST.                                                 *
      *----------------------------------------------------------------*
       01  WS-DEBIT-MEMO-TABLE.
           05  WS-DMT-ENTRY OCCURS 1000 TIMES INDEXED BY WS-DMT-IDX.
               10  WS-DMT-SUPPLIER-ID PIC X(06).
               10  WS-DMT-PO-NUMBER   PIC X(15).
               10  WS-DMT-ITEM-CODE   PIC X(10).
               10  WS-DMT-DATE        PIC 9(08).
               10  WS-DMT-VALUE       PIC S9(09)V99 COMP-3.
               10  WS-DMT-TAKEN-SW    PIC X(01).
                   88  DMT-TAKEN      VALUE 'Y'.
               10  WS-DMT-IMAGE       PIC X(60).

       01  WS-DEBIT-MEMO-CONTROL.
           05  WS-DMT-ENTRY-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-DMT-ENTRY-LIMIT     PIC 9(05) VALUE 1000.

      *----------------------------------------------------------------*
      * HELD SUPPLIERS, LISTED AFTER THE CHECK REGISTER.               *
      *----------------------------------------------------------------*
       01  WS-HELD-TABLE.
           05  WS-HT-ENTRY OCCURS 500 TIMES INDEXED BY WS-HT-IDX.
               10  WS-HT-SUPPLIER-ID  PIC X(06).
               10  WS-HT-SUPPLIER-NAME
                                      PIC X(30).
               10  WS-HT-REASON       PIC X(20).
               10  WS-HT-GROSS-DUE    PIC S9(09)V99 COMP-3.
               10  WS-HT-MEMO-TOTAL   PIC S9(09)V99 COMP-3.
               10  WS-HT-NET-AMOUNT   PIC S9(09)V99 COMP-3.

       01  WS-HELD-CONTROL.
           05  WS-HT-ENTRY-COUNT      PIC 9(03) VALUE ZEROS.
           05  WS-HT-ENTRY-LIMIT      PIC 9(03) VALUE 500.

       01  WS-SUPPLIER-WORK.
           05  WS-CUR-SUPPLIER-ID     PIC X(06).
           05  WS-CUR-SUPPLIER-NAME   PIC X(30).
           05  WS-HOLD-REASON         PIC X(20).
           05  WS-GROSS-DUE           PIC S9(09)V99 COMP-3.
           05  WS-MEMO-TOTAL          PIC S9(09)V99 COMP-3.
           05  WS-NET-AMOUNT          PIC S9(09)V99 COMP-3.
           05  WS-MEMO-REMAINING      PIC S9(09)V99 COMP-3.
           05  WS-PAID-DUE            PIC S9(09)V99 COMP-3.
           05  WS-MEMO-APPLIED-TOTAL  PIC S9(09)V99 COMP-3.
           05  WS-AP-DUE-DATE-NUM     PIC 9(08).
           05  WS-NEXT-CHECK-NUMBER   PIC 9(08) VALUE ZEROS.
           05  WS-RUN-DATE-NUM        PIC 9(08).

       01  WS-RUN-TOTALS.
           05  WS-CHECK-TOTAL         PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-MEMO-TAKEN-TOTAL    PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                      PIC 9(08).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(20)
                                      VALUE 'SUPPLIER PAYMENT RUN'.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'CUTOFF: '.
           05  WS-RH-CUTOFF-DATE      PIC 9(08).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(04) VALUE 'DATE'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-HEADER-DATE.
               10  WS-HEADER-MONTH    PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-HEADER-DAY      PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-HEADER-YEAR     PIC 9(04).
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  WS-REGISTER-HEADER-LINE.
           05  FILLER                 PIC X(30)
                                      VALUE 'CHECK REGISTER'.
           05  FILLER                 PIC X(102) VALUE SPACES.

       01  WS-REGISTER-COLUMN-HEADER.
           05  FILLER                 PIC X(14) VALUE '  INVOICE     '.
           05  FILLER                 PIC X(10) VALUE 'DUE DATE  '.
           05  FILLER                 PIC X(16) VALUE 'OPEN AMOUNT'.
           05  FILLER                 PIC X(16) VALUE 'MEMO APPLIED'.
           05  FILLER                 PIC X(16) VALUE 'PAID BY CHECK'.
           05  FILLER                 PIC X(60) VALUE SPACES.

       01  WS-SUPPLIER-BREAK-LINE.
           05  FILLER                 PIC X(10) VALUE 'SUPPLIER: '.
           05  WS-SB-SUPPLIER-ID      PIC X(08).
           05  WS-SB-SUPPLIER-NAME    PIC X(32).
           05  FILLER                 PIC X(07) VALUE 'CHECK: '.
           05  WS-SB-CHECK-NUMBER     PIC X(10).
           05  FILLER                 PIC X(65) VALUE SPACES.

       01  WS-PAID-DETAIL-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-PD-INVOICE-NUMBER   PIC X(12).
           05  WS-PD-DUE-DATE         PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-PD-OPEN-AMOUNT      PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-PD-MEMO-APPLIED     PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-PD-CASH-PAID        PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-PD-NOTE             PIC X(20).
           05  FILLER                 PIC X(40) VALUE SPACES.

       01  WS-MEMO-DETAIL-LINE.
           05  FILLER                 PIC X(16)
                                      VALUE '  DEBIT MEMO PO '.
           05  WS-ML-PO-NUMBER        PIC X(17).
           05  FILLER                 PIC X(05) VALUE 'ITEM '.
           05  WS-ML-ITEM-CODE        PIC X(12).
           05  FILLER                 PIC X(06) VALUE 'DATED '.
           05  WS-ML-DATE             PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-ML-VALUE            PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(52) VALUE SPACES.

       01  WS-CHECK-TOTAL-LINE.
           05  FILLER                 PIC X(13) VALUE '  GROSS DUE: '.
           05  WS-CT-GROSS-DUE        PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(14)
                                      VALUE '  LESS MEMOS: '.
           05  WS-CT-MEMO-TOTAL       PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(16)
                                      VALUE '  CHECK AMOUNT: '.
           05  WS-CT-CHECK-AMOUNT     PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(47) VALUE SPACES.

       01  WS-REGISTER-TOTAL-LINE.
           05  FILLER                 PIC X(16)
                                      VALUE 'CHECKS WRITTEN: '.
           05  WS-RT-CHECK-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(15)
                                      VALUE '  TOTAL PAID:  '.
           05  WS-RT-CHECK-TOTAL      PIC $$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(15)
                                      VALUE '  MEMOS TAKEN: '.
           05  WS-RT-MEMO-TOTAL       PIC $$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(46) VALUE SPACES.

       01  WS-HELD-HEADER-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'SUPPLIERS HELD FROM '.
           05  FILLER                 PIC X(10) VALUE 'THIS RUN'.
           05  FILLER                 PIC X(102) VALUE SPACES.

       01  WS-HELD-COLUMN-HEADER.
           05  FILLER                 PIC X(08) VALUE 'SUP ID  '.
           05  FILLER                 PIC X(32)
                                      VALUE 'SUPPLIER NAME'.
           05  FILLER                 PIC X(22) VALUE 'REASON'.
           05  FILLER                 PIC X(16) VALUE 'GROSS DUE'.
           05  FILLER                 PIC X(16) VALUE 'DEBIT MEMOS'.
           05  FILLER                 PIC X(16) VALUE 'NET'.
           05  FILLER                 PIC X(22) VALUE SPACES.

       01  WS-HELD-DETAIL-LINE.
           05  WS-HL-SUPPLIER-ID      PIC X(08).
           05  WS-HL-SUPPLIER-NAME    PIC X(32).
           05  WS-HL-REASON           PIC X(22).
           05  WS-HL-GROSS-DUE        PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-HL-MEMO-TOTAL       PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-HL-NET-AMOUNT       PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(23) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(10) VALUE 'SELECTED: '.
           05  WS-SL-SELECTED-COUNT   PIC ZZ,ZZ9.
           05  FILLER                 PIC X(07) VALUE ' PAID: '.
           05  WS-SL-PAID-COUNT       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(09) VALUE ' CHECKS: '.
           05  WS-SL-CHECK-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(17)
                                      VALUE ' HELD SUPPLIERS: '.
           05  WS-SL-HELD-COUNT       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(14) VALUE ' MEMOS TAKEN: '.
           05  WS-SL-MEMO-TAKEN-COUNT PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' ERRORS:  '.
           05  WS-SL-ERROR-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(09) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-CUTOFF-DATE             PIC 9(08).
       01  LS-SUPPLIER-ID             PIC X(06).
       01  LS-FIRST-CHECK-NUMBER      PIC 9(08).
       01  LS-BANK-ACCOUNT            PIC X(12).

       PROCEDURE DIVISION USING LS-CUTOFF-DATE LS-SUPPLIER-ID
                                LS-FIRST-CHECK-NUMBER LS-BANK-ACCOUNT.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION

           IF NOT RUN-STOPPED
               PERFORM 1200-LOAD-DEBIT-MEMOS
           END-IF

           IF NOT RUN-STOPPED
               PERFORM 2000-SELECT-PAYABLES
               PERFORM 3000-PAY-SUPPLIERS
               PERFORM 3600-PRINT-HELD-SUPPLIERS
               PERFORM 3800-SAVE-DEBIT-MEMOS
           END-IF

           PERFORM 4000-TERMINATION
           GOBACK
           .

       1000-INITIALIZATION.
           OPEN I-O    PAYABLE-FILE
                INPUT  SUPPLIER-FILE
                OUTPUT REPORT-FILE
                OUTPUT POSITIVE-PAY-FILE

           IF NOT PAYABLE-SUCCESS
               DISPLAY 'ERROR OPENING PAYABLE FILE: '
                       WS-PAYABLE-STATUS
               MOVE 'Y' TO WS-RUN-STOPPED-SW
           END-IF

           IF NOT SUPPLIER-SUCCESS
               DISPLAY 'ERROR OPENING SUPPLIER FILE: '
                       WS-SUPPLIER-STATUS
               MOVE 'Y' TO WS-RUN-STOPPED-SW
           END-IF

           IF NOT REPORT-SUCCESS
               DISPLAY 'ERROR OPENING REPORT FILE: ' WS-REPORT-STATUS
               MOVE 'Y' TO WS-RUN-STOPPED-SW
           END-IF

           IF NOT POSITIVE-PAY-SUCCESS
               DISPLAY 'ERROR OPENING POSITIVE PAY FILE: '
                       WS-POSITIVE-PAY-STATUS
               MOVE 'Y' TO WS-RUN-STOPPED-SW
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-MONTH TO WS-HEADER-MONTH
           MOVE WS-CURRENT-DAY TO WS-HEADER-DAY
           MOVE WS-CURRENT-YEAR TO WS-HEADER-YEAR
           MOVE WS-CURRENT-DATE-NUM TO WS-RUN-DATE-NUM

           IF LS-CUTOFF-DATE NUMERIC
               MOVE LS-CUTOFF-DATE TO WS-RH-CUTOFF-DATE
           ELSE
               MOVE ZEROS TO WS-RH-CUTOFF-DATE
               DISPLAY 'APPAYRUN: CUTOFF DATE PARM NOT NUMERIC -- '
                       'NOTHING WILL BE PAID'
               MOVE 'Y' TO WS-RUN-STOPPED-SW
           END-IF

           IF LS-FIRST-CHECK-NUMBER NUMERIC
              AND LS-FIRST-CHECK-NUMBER > ZERO
               MOVE LS-FIRST-CHECK-NUMBER TO WS-NEXT-CHECK-NUMBER
           ELSE
               DISPLAY 'APPAYRUN: FIRST CHECK NUMBER PARM MISSING -- '
                       'NOTHING WILL BE PAID'
               MOVE 'Y' TO WS-RUN-STOPPED-SW
           END-IF

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER
           .

      *----------------------------------------------------------------*
      * LOADS EVERY OUTSTANDING DEBIT MEMO. NO DATASET YET SIMPLY      *
      * MEANS NO RETURN HAS EVER BEEN RAISED.                          *
      *----------------------------------------------------------------*
       1200-LOAD-DEBIT-MEMOS.
           OPEN INPUT DEBIT-MEMO-FILE

           EVALUATE TRUE
               WHEN DEBIT-MEMO-SUCCESS
                   PERFORM 1210-READ-DEBIT-MEMO
                       UNTIL DM-LOAD-EOF
                   CLOSE DEBIT-MEMO-FILE
               WHEN DEBIT-MEMO-NO-FILE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING DEBIT MEMO FILE: '
                           WS-DEBIT-MEMO-STATUS
                   MOVE 'Y' TO WS-RUN-STOPPED-SW
           END-EVALUATE
           .

       1210-READ-DEBIT-MEMO.
           READ DEBIT-MEMO-FILE
               AT END
                   MOVE 'Y' TO WS-DM-LOAD-EOF-SW
               NOT AT END
                   IF WS-DMT-ENTRY-COUNT >= WS-DMT-ENTRY-LIMIT
                       DISPLAY 'APPAYRUN: DEBIT MEMO FILE EXCEEDS '
                               'TABLE AT ' WS-DMT-ENTRY-LIMIT
                               ' -- PAYMENT RUN STOPPED'
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE 'Y' TO WS-RUN-STOPPED-SW
                       MOVE 'Y' TO WS-DM-LOAD-EOF-SW
                   ELSE
                       ADD 1 TO WS-DMT-ENTRY-COUNT
                       SET WS-DMT-IDX TO WS-DMT-ENTRY-COUNT
                       MOVE DM-SUPPLIER-ID
                         TO WS-DMT-SUPPLIER-ID(WS-DMT-IDX)
                       MOVE DM-PO-NUMBER
                         TO WS-DMT-PO-NUMBER(WS-DMT-IDX)
                       MOVE DM-ITEM-CODE
                         TO WS-DMT-ITEM-CODE(WS-DMT-IDX)
                       MOVE DM-DATE TO WS-DMT-DATE(WS-DMT-IDX)
                       MOVE DM-VALUE TO WS-DMT-VALUE(WS-DMT-IDX)
                       MOVE 'N' TO WS-DMT-TAKEN-SW(WS-DMT-IDX)
                       MOVE DEBIT-MEMO-RECORD
                         TO WS-DMT-IMAGE(WS-DMT-IDX)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * ONE PASS OVER THE PAYABLES LEDGER (OR JUST THE ONE SUPPLIER'S  *
      * KEY RANGE) COLLECTING EVERY OPEN ITEM DUE BY THE CUTOFF.       *
      *----------------------------------------------------------------*
       2000-SELECT-PAYABLES.
           MOVE 'N' TO WS-AP-SCAN-EOF-SW
           MOVE LOW-VALUES TO AP-KEY

           IF LS-SUPPLIER-ID NOT = SPACES
               MOVE LS-SUPPLIER-ID TO AP-SUPPLIER-ID
           END-IF

           START PAYABLE-FILE KEY >= AP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-AP-SCAN-EOF-SW
           END-START

           PERFORM 2100-SELECT-ONE-PAYABLE
               UNTIL AP-SCAN-EOF
           .

       2100-SELECT-ONE-PAYABLE.
           READ PAYABLE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-AP-SCAN-EOF-SW
               NOT AT END
                   IF LS-SUPPLIER-ID NOT = SPACES
                      AND AP-SUPPLIER-ID NOT = LS-SUPPLIER-ID
                       MOVE 'Y' TO WS-AP-SCAN-EOF-SW
                   ELSE
                       MOVE AP-DUE-DATE TO WS-AP-DUE-DATE-NUM
                       IF AP-ITEM-OPEN
                          AND AP-OPEN-AMOUNT > ZERO
                          AND WS-AP-DUE-DATE-NUM <= LS-CUTOFF-DATE
                           PERFORM 2200-ADD-PAY-ITEM
                       END-IF
                   END-IF
           END-READ
           .

       2200-ADD-PAY-ITEM.
           IF WS-PI-ENTRY-COUNT >= WS-PI-ENTRY-LIMIT
               DISPLAY 'APPAYRUN: PAYMENT TABLE FULL AT '
                       WS-PI-ENTRY-LIMIT ' -- ' AP-SUPPLIER-ID ' '
                       AP-INVOICE-NUMBER ' LEFT OPEN FOR NEXT RUN'
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-PI-ENTRY-COUNT
               SET WS-PI-IDX TO WS-PI-ENTRY-COUNT
               MOVE AP-SUPPLIER-ID TO WS-PI-SUPPLIER-ID(WS-PI-IDX)
               MOVE AP-INVOICE-NUMBER
                 TO WS-PI-INVOICE-NUMBER(WS-PI-IDX)
               MOVE WS-AP-DUE-DATE-NUM TO WS-PI-DUE-DATE(WS-PI-IDX)
               MOVE AP-OPEN-AMOUNT TO WS-PI-OPEN-AMOUNT(WS-PI-IDX)
               MOVE ZEROS TO WS-PI-MEMO-APPLIED(WS-PI-IDX)
               MOVE ZEROS TO WS-PI-CASH-PAID(WS-PI-IDX)
               MOVE SPACE TO WS-PI-SETTLE-SW(WS-PI-IDX)
               ADD 1 TO WS-SELECTED-COUNT
           END-IF
           .

      *----------------------------------------------------------------*
      * WALKS THE SELECTED ITEMS ONE SUPPLIER GROUP AT A TIME.         *
      *----------------------------------------------------------------*
       3000-PAY-SUPPLIERS.
           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-REGISTER-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-REGISTER-COLUMN-HEADER

           MOVE 1 TO WS-PI-NEXT

           PERFORM 3100-PAY-ONE-SUPPLIER
               UNTIL WS-PI-NEXT > WS-PI-ENTRY-COUNT

           MOVE WS-CHECK-COUNT TO WS-RT-CHECK-COUNT
           MOVE WS-CHECK-TOTAL TO WS-RT-CHECK-TOTAL
           MOVE WS-MEMO-TAKEN-TOTAL TO WS-RT-MEMO-TOTAL

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-REGISTER-TOTAL-LINE
           .

       3100-PAY-ONE-SUPPLIER.
           MOVE WS-PI-NEXT TO WS-GRP-FIRST
           MOVE WS-PI-SUPPLIER-ID(WS-GRP-FIRST) TO WS-CUR-SUPPLIER-ID
           MOVE ZEROS TO WS-GROSS-DUE
           MOVE ZEROS TO WS-MEMO-TOTAL
           MOVE 'N' TO WS-GROUP-END-SW

           PERFORM 3110-ADD-ITEM-TO-GROUP
               UNTIL GROUP-END

           COMPUTE WS-GRP-LAST = WS-PI-NEXT - 1

           PERFORM 3120-ADD-SUPPLIER-MEMO
               VARYING WS-DMT-IDX FROM 1 BY 1
               UNTIL WS-DMT-IDX > WS-DMT-ENTRY-COUNT

           COMPUTE WS-NET-AMOUNT = WS-GROSS-DUE - WS-MEMO-TOTAL

           PERFORM 3150-CHECK-SUPPLIER-HOLD

           IF SUPPLIER-HELD
               PERFORM 3500-HOLD-SUPPLIER
           ELSE
               PERFORM 3200-ISSUE-PAYMENT
           END-IF
           .

       3110-ADD-ITEM-TO-GROUP.
           ADD WS-PI-OPEN-AMOUNT(WS-PI-NEXT) TO WS-GROSS-DUE
           ADD 1 TO WS-PI-NEXT

           IF WS-PI-NEXT > WS-PI-ENTRY-COUNT
               MOVE 'Y' TO WS-GROUP-END-SW
           ELSE
               IF WS-PI-SUPPLIER-ID(WS-PI-NEXT) NOT = WS-CUR-SUPPLIER-ID
                   MOVE 'Y' TO WS-GROUP-END-SW
               END-IF
           END-IF
           .

       3120-ADD-SUPPLIER-MEMO.
           IF WS-DMT-SUPPLIER-ID(WS-DMT-IDX) = WS-CUR-SUPPLIER-ID
               ADD WS-DMT-VALUE(WS-DMT-IDX) TO WS-MEMO-TOTAL
           END-IF
           .

      *----------------------------------------------------------------*
      * A SUPPLIER NOT ON FILE OR NOT ACTIVE IS NEVER PAID, AND ONE    *
      * WHOSE MEMOS EXCEED WHAT IS DUE OWES US -- PURCHASING CHASES    *
      * THAT REFUND; THE RUN DOES NOT CARRY IT.                        *
      *----------------------------------------------------------------*
       3150-CHECK-SUPPLIER-HOLD.
           MOVE 'N' TO WS-SUPPLIER-HELD-SW
           MOVE SPACES TO WS-HOLD-REASON
           MOVE WS-CUR-SUPPLIER-ID TO SUP-ID

           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE 'SUPPLIER NOT ON FILE' TO WS-CUR-SUPPLIER-NAME
                   MOVE 'SUPPLIER NOT ON FILE' TO WS-HOLD-REASON
                   MOVE 'Y' TO WS-SUPPLIER-HELD-SW
               NOT INVALID KEY
                   MOVE SUP-NAME TO WS-CUR-SUPPLIER-NAME
                   IF NOT SUP-ACTIVE
                       MOVE 'SUPPLIER INACTIVE' TO WS-HOLD-REASON
                       MOVE 'Y' TO WS-SUPPLIER-HELD-SW
                   END-IF
           END-READ

           IF NOT SUPPLIER-HELD
              AND WS-NET-AMOUNT < ZERO
               MOVE 'NET DEBIT BALANCE' TO WS-HOLD-REASON
               MOVE 'Y' TO WS-SUPPLIER-HELD-SW
           END-IF
           .

      *----------------------------------------------------------------*
      * SETTLES THE SUPPLIER'S GROUP. EVERY ITEM IS FIRST RELIEVED TO  *
      * PAID ON APFILE; ONE NOT ON FILE OR NOT REWRITTEN STAYS OPEN    *
      * FOR THE NEXT RUN AND IS LEFT OUT OF THE CHECK. THE MEMOS ARE   *
      * THEN SPREAD OVER THE ITEMS ACTUALLY PAID, IN KEY ORDER, AND    *
      * THE CHECK AND POSITIVE PAY COVER WHATEVER THEY DO NOT. WHEN    *
      * FAILED ITEMS LEAVE TOO LITTLE PAID TO ABSORB EVERY MEMO, NO    *
      * MEMO IS TAKEN -- THEY STAY ON DEBMEMO WHOLE AND THE CHECK PAYS *
      * THE ITEMS IN FULL. WHEN THE MEMOS EXACTLY COVER THE ITEMS NO   *
      * CHECK IS CUT AND NOTHING GOES TO THE BANK.                     *
      *----------------------------------------------------------------*
       3200-ISSUE-PAYMENT.
           MOVE ZEROS TO WS-PAID-DUE

           PERFORM 3210-SETTLE-ONE-ITEM
               VARYING WS-PI-IDX FROM WS-GRP-FIRST BY 1
               UNTIL WS-PI-IDX > WS-GRP-LAST

           IF WS-MEMO-TOTAL > WS-PAID-DUE
               MOVE ZEROS TO WS-MEMO-APPLIED-TOTAL
           ELSE
               MOVE WS-MEMO-TOTAL TO WS-MEMO-APPLIED-TOTAL
           END-IF

           MOVE WS-MEMO-APPLIED-TOTAL TO WS-MEMO-REMAINING
           COMPUTE WS-NET-AMOUNT = WS-PAID-DUE - WS-MEMO-APPLIED-TOTAL

           MOVE WS-CUR-SUPPLIER-ID TO WS-SB-SUPPLIER-ID
           MOVE WS-CUR-SUPPLIER-NAME TO WS-SB-SUPPLIER-NAME

           EVALUATE TRUE
               WHEN WS-NET-AMOUNT > ZERO
                   MOVE WS-NEXT-CHECK-NUMBER TO WS-SB-CHECK-NUMBER
               WHEN WS-MEMO-APPLIED-TOTAL > ZERO
                   MOVE 'MEMO ONLY' TO WS-SB-CHECK-NUMBER
               WHEN OTHER
                   MOVE 'NOT PAID' TO WS-SB-CHECK-NUMBER
           END-EVALUATE

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUPPLIER-BREAK-LINE

           PERFORM 3220-PRINT-ONE-ITEM
               VARYING WS-PI-IDX FROM WS-GRP-FIRST BY 1
               UNTIL WS-PI-IDX > WS-GRP-LAST

           IF WS-MEMO-APPLIED-TOTAL > ZERO
               PERFORM 3250-TAKE-SUPPLIER-MEMO
                   VARYING WS-DMT-IDX FROM 1 BY 1
                   UNTIL WS-DMT-IDX > WS-DMT-ENTRY-COUNT
           END-IF

           MOVE WS-PAID-DUE TO WS-CT-GROSS-DUE
           MOVE WS-MEMO-APPLIED-TOTAL TO WS-CT-MEMO-TOTAL
           MOVE WS-NET-AMOUNT TO WS-CT-CHECK-AMOUNT
           WRITE REPORT-RECORD FROM WS-CHECK-TOTAL-LINE

           ADD WS-MEMO-APPLIED-TOTAL TO WS-MEMO-TAKEN-TOTAL

           IF WS-NET-AMOUNT > ZERO
               PERFORM 3300-WRITE-POSITIVE-PAY
           END-IF
           .

       3210-SETTLE-ONE-ITEM.
           MOVE WS-PI-SUPPLIER-ID(WS-PI-IDX) TO AP-SUPPLIER-ID
           MOVE WS-PI-INVOICE-NUMBER(WS-PI-IDX) TO AP-INVOICE-NUMBER

           READ PAYABLE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PI-SETTLE-SW(WS-PI-IDX)
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE ZEROS TO AP-OPEN-AMOUNT
                   MOVE 'P' TO AP-STATUS

                   REWRITE OPEN-PAYABLE-DETAILS
                       INVALID KEY
                           MOVE 'F' TO WS-PI-SETTLE-SW(WS-PI-IDX)
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           MOVE 'P' TO WS-PI-SETTLE-SW(WS-PI-IDX)
                           ADD WS-PI-OPEN-AMOUNT(WS-PI-IDX)
                             TO WS-PAID-DUE
                           ADD 1 TO WS-PAID-COUNT
                   END-REWRITE
           END-READ
           .

       3220-PRINT-ONE-ITEM.
           MOVE ZEROS TO WS-PI-MEMO-APPLIED(WS-PI-IDX)
           MOVE ZEROS TO WS-PI-CASH-PAID(WS-PI-IDX)

           IF PI-PAID(WS-PI-IDX)
               IF WS-MEMO-REMAINING >= WS-PI-OPEN-AMOUNT(WS-PI-IDX)
                   MOVE WS-PI-OPEN-AMOUNT(WS-PI-IDX)
                     TO WS-PI-MEMO-APPLIED(WS-PI-IDX)
               ELSE
                   MOVE WS-MEMO-REMAINING
                     TO WS-PI-MEMO-APPLIED(WS-PI-IDX)
               END-IF

               SUBTRACT WS-PI-MEMO-APPLIED(WS-PI-IDX)
                   FROM WS-MEMO-REMAINING
               COMPUTE WS-PI-CASH-PAID(WS-PI-IDX) =
                   WS-PI-OPEN-AMOUNT(WS-PI-IDX) -
                   WS-PI-MEMO-APPLIED(WS-PI-IDX)
           END-IF

           EVALUATE TRUE
               WHEN PI-PAID(WS-PI-IDX)
                   MOVE 'PAID' TO WS-PD-NOTE
               WHEN PI-NOT-ON-FILE(WS-PI-IDX)
                   MOVE 'NOT ON FILE' TO WS-PD-NOTE
               WHEN OTHER
                   MOVE 'REWRITE FAILED' TO WS-PD-NOTE
           END-EVALUATE

           MOVE WS-PI-INVOICE-NUMBER(WS-PI-IDX) TO WS-PD-INVOICE-NUMBER
           MOVE WS-PI-DUE-DATE(WS-PI-IDX) TO WS-PD-DUE-DATE
           MOVE WS-PI-OPEN-AMOUNT(WS-PI-IDX) TO WS-PD-OPEN-AMOUNT
           MOVE WS-PI-MEMO-APPLIED(WS-PI-IDX) TO WS-PD-MEMO-APPLIED
           MOVE WS-PI-CASH-PAID(WS-PI-IDX) TO WS-PD-CASH-PAID

           WRITE REPORT-RECORD FROM WS-PAID-DETAIL-LINE
           .

       3250-TAKE-SUPPLIER-MEMO.
           IF WS-DMT-SUPPLIER-ID(WS-DMT-IDX) = WS-CUR-SUPPLIER-ID
               MOVE 'Y' TO WS-DMT-TAKEN-SW(WS-DMT-IDX)
               ADD 1 TO WS-MEMO-TAKEN-COUNT

               MOVE WS-DMT-PO-NUMBER(WS-DMT-IDX) TO WS-ML-PO-NUMBER
               MOVE WS-DMT-ITEM-CODE(WS-DMT-IDX) TO WS-ML-ITEM-CODE
               MOVE WS-DMT-DATE(WS-DMT-IDX) TO WS-ML-DATE
               MOVE WS-DMT-VALUE(WS-DMT-IDX) TO WS-ML-VALUE

               WRITE REPORT-RECORD FROM WS-MEMO-DETAIL-LINE
           END-IF
           .

       3300-WRITE-POSITIVE-PAY.
           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE 'I' TO PP-RECORD-TYPE
           MOVE LS-BANK-ACCOUNT TO PP-BANK-ACCOUNT
           MOVE WS-NEXT-CHECK-NUMBER TO PP-CHECK-NUMBER
           MOVE WS-RUN-DATE-NUM TO PP-ISSUE-DATE
           MOVE WS-NET-AMOUNT TO PP-AMOUNT
           MOVE WS-CUR-SUPPLIER-NAME TO PP-PAYEE-NAME
           MOVE WS-CUR-SUPPLIER-ID TO PP-SUPPLIER-ID

           WRITE POSITIVE-PAY-RECORD

           IF NOT POSITIVE-PAY-SUCCESS
               DISPLAY 'APPAYRUN: POSITIVE PAY WRITE FAILED: '
                       WS-POSITIVE-PAY-STATUS ' -- CHECK '
                       WS-NEXT-CHECK-NUMBER
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           ADD WS-NET-AMOUNT TO WS-CHECK-TOTAL
           ADD 1 TO WS-CHECK-COUNT
           ADD 1 TO WS-NEXT-CHECK-NUMBER
           .

       3500-HOLD-SUPPLIER.
           IF WS-HT-ENTRY-COUNT >= WS-HT-ENTRY-LIMIT
               DISPLAY 'APPAYRUN: HELD SUPPLIER TABLE FULL AT '
                       WS-HT-ENTRY-LIMIT ' -- ' WS-CUR-SUPPLIER-ID
                       ' HELD (' WS-HOLD-REASON ') BUT NOT LISTED'
           ELSE
               ADD 1 TO WS-HT-ENTRY-COUNT
               SET WS-HT-IDX TO WS-HT-ENTRY-COUNT
               MOVE WS-CUR-SUPPLIER-ID TO WS-HT-SUPPLIER-ID(WS-HT-IDX)
               MOVE WS-CUR-SUPPLIER-NAME
                 TO WS-HT-SUPPLIER-NAME(WS-HT-IDX)
               MOVE WS-HOLD-REASON TO WS-HT-REASON(WS-HT-IDX)
               MOVE WS-GROSS-DUE TO WS-HT-GROSS-DUE(WS-HT-IDX)
               MOVE WS-MEMO-TOTAL TO WS-HT-MEMO-TOTAL(WS-HT-IDX)
               MOVE WS-NET-AMOUNT TO WS-HT-NET-AMOUNT(WS-HT-IDX)
           END-IF

           ADD 1 TO WS-HELD-COUNT
           .

       3600-PRINT-HELD-SUPPLIERS.
           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-HELD-HEADER-LINE
           WRITE REPORT-RECORD FROM WS-HELD-COLUMN-HEADER

           PERFORM 3610-LIST-ONE-HELD-SUPPLIER
               VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HT-ENTRY-COUNT
           .

       3610-LIST-ONE-HELD-SUPPLIER.
           MOVE WS-HT-SUPPLIER-ID(WS-HT-IDX) TO WS-HL-SUPPLIER-ID
           MOVE WS-HT-SUPPLIER-NAME(WS-HT-IDX) TO WS-HL-SUPPLIER-NAME
           MOVE WS-HT-REASON(WS-HT-IDX) TO WS-HL-REASON
           MOVE WS-HT-GROSS-DUE(WS-HT-IDX) TO WS-HL-GROSS-DUE
           MOVE WS-HT-MEMO-TOTAL(WS-HT-IDX) TO WS-HL-MEMO-TOTAL
           MOVE WS-HT-NET-AMOUNT(WS-HT-IDX) TO WS-HL-NET-AMOUNT

           WRITE REPORT-RECORD FROM WS-HELD-DETAIL-LINE
           .

      *----------------------------------------------------------------*
      * REWRITES DEBMEMO WITH EVERY MEMO THIS RUN DID NOT TAKE --      *
      * HELD SUPPLIERS, SUPPLIERS WITH NOTHING DUE, AND SUPPLIERS      *
      * OUTSIDE A SINGLE-SUPPLIER RUN. INVNTRY EXTENDS IT FROM THERE.  *
      *----------------------------------------------------------------*
       3800-SAVE-DEBIT-MEMOS.
           OPEN OUTPUT DEBIT-MEMO-FILE

           IF DEBIT-MEMO-SUCCESS
               PERFORM 3810-SAVE-ONE-DEBIT-MEMO
                   VARYING WS-DMT-IDX FROM 1 BY 1
                   UNTIL WS-DMT-IDX > WS-DMT-ENTRY-COUNT
               CLOSE DEBIT-MEMO-FILE
           ELSE
               DISPLAY 'ERROR OPENING DEBIT MEMO FILE FOR OUTPUT: '
                       WS-DEBIT-MEMO-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           .

       3810-SAVE-ONE-DEBIT-MEMO.
           IF NOT DMT-TAKEN(WS-DMT-IDX)
               WRITE DEBIT-MEMO-RECORD FROM WS-DMT-IMAGE(WS-DMT-IDX)
           END-IF
           .

       4000-TERMINATION.
           IF NOT RUN-STOPPED
               MOVE SPACES TO POSITIVE-PAY-TRAILER
               MOVE 'T' TO PP-RECORD-TYPE
               MOVE LS-BANK-ACCOUNT TO PT-BANK-ACCOUNT
               MOVE WS-CHECK-COUNT TO PT-CHECK-COUNT
               MOVE WS-RUN-DATE-NUM TO PT-ISSUE-DATE
               MOVE WS-CHECK-TOTAL TO PT-TOTAL-AMOUNT
               WRITE POSITIVE-PAY-TRAILER
           END-IF

           MOVE WS-SELECTED-COUNT TO WS-SL-SELECTED-COUNT
           MOVE WS-PAID-COUNT TO WS-SL-PAID-COUNT
           MOVE WS-CHECK-COUNT TO WS-SL-CHECK-COUNT
           MOVE WS-HELD-COUNT TO WS-SL-HELD-COUNT
           MOVE WS-MEMO-TAKEN-COUNT TO WS-SL-MEMO-TAKEN-COUNT
           MOVE WS-ERROR-COUNT TO WS-SL-ERROR-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           CLOSE PAYABLE-FILE
                 SUPPLIER-FILE
                 REPORT-FILE
                 POSITIVE-PAY-FILE
           .
