      *----------------------------------------------------------------*
      * PRCLIST - LIST PRICE CHANGE LISTING                            *
      *                                                                *
      * READS THE PRICE HISTORY FILE PRODMNT KEEPS AND LISTS EVERY     *
      * LIST PRICE CHANGE TAKING EFFECT IN THE SELECTED WINDOW, BY     *
      * PRODUCT CATEGORY, WITH THE OLD PRICE, THE NEW PRICE, AND THE   *
      * PERCENT CHANGE, SO SALES CAN BE BRIEFED BEFORE THE NEW PRICES  *
      * REACH AN INVOICE. EACH CATEGORY CLOSES WITH ITS COUNT OF       *
      * INCREASES AND DECREASES AND ITS AVERAGE PERCENT CHANGE.        *
      *                                                                *
      * THE OLD PRICE IS THE ONE IN EFFECT THE DAY BEFORE THE CHANGE   *
      * -- THE PRODUCT'S PRECEDING HISTORY ENTRY -- SO TWO CHANGES     *
      * KEYED OUT OF DATE ORDER STILL LIST CORRECTLY. A PRODUCT'S      *
      * FIRST PRICE IS NOT A CHANGE AND IS ONLY COUNTED.               *
      *                                                                *
      * LS-FROM-DATE (YYYYMMDD) STARTS THE WINDOW, ZERO MEANING TODAY; *
      * LS-LIST-DAYS IS ITS LENGTH IN DAYS, DEFAULT 30.                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCLIST.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-HISTORY-FILE ASSIGN TO PRCHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PRCHIST-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO PRODFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               FILE STATUS IS WS-PROD-STATUS.

           SELECT REPORT-FILE ASSIGN TO PRCLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY PRCHCOPY.

       FD  PRODUCT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PRODCOPY.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRCHIST-STATUS          PIC X(02) VALUE SPACES.
           88  PRCHIST-SUCCESS        VALUE '00'.
           88  PRCHIST-EOF            VALUE '10'.

       01  WS-PROD-STATUS             PIC X(02) VALUE SPACES.
           88  PROD-SUCCESS           VALUE '00'.
           88  PROD-NOT-FOUND         VALUE '23'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-HISTORY-READ-COUNT  PIC 9(07) VALUE ZEROS.
           05  WS-CHANGE-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-NEW-PRODUCT-COUNT   PIC 9(05) VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                      PIC 9(08).

      *----------------------------------------------------------------*
      * SELECTION WINDOW AND THE PRECEDING-ENTRY MEMORY THE OLD PRICE  *
      * IS TAKEN FROM. THE HISTORY FILE IS READ IN KEY ORDER, SO A     *
      * PRODUCT'S ENTRIES ARRIVE TOGETHER AND OLDEST FIRST.            *
      *----------------------------------------------------------------*
       01  WS-WINDOW-WORK.
           05  WS-FROM-DATE-NUM       PIC 9(08) VALUE ZEROS.
           05  WS-THRU-DATE-NUM       PIC 9(08) VALUE ZEROS.
           05  WS-LIST-DAYS           PIC 9(03) VALUE 030.
           05  WS-PH-EFF-NUM          PIC 9(08) VALUE ZEROS.
           05  WS-PREV-PROD-ID        PIC X(08) VALUE SPACES.
           05  WS-PREV-PRICE          PIC S9(05)V99 COMP-3 VALUE ZEROS.
           05  WS-WORK-DATE-NUM       PIC 9(08).
           05  WS-WORK-DATE REDEFINES WS-WORK-DATE-NUM.
               10  WS-WD-YEAR         PIC 9(04).
               10  WS-WD-MONTH        PIC 9(02).
               10  WS-WD-DAY          PIC 9(02).

      *----------------------------------------------------------------*
      * PRICE CHANGE TABLE, BUBBLE-SORTED INTO CATEGORY/PRODUCT/DATE   *
      * SEQUENCE BEFORE PRINTING, THE SAME SHAPE PICKLIST USES.        *
      *----------------------------------------------------------------*
       01  WS-CHANGE-TABLE.
           05  WS-PC-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-PC-IDX, WS-PC-CMP-IDX.
               10  WS-PC-SORT-KEY.
                   15  WS-PC-CATEGORY PIC X(05).
                   15  WS-PC-PROD-ID  PIC X(08).
                   15  WS-PC-EFF-DATE PIC 9(08).
               10  WS-PC-DESCRIPTION  PIC X(30).
               10  WS-PC-STATUS       PIC X(01).
               10  WS-PC-OLD-PRICE    PIC S9(05)V99 COMP-3.
               10  WS-PC-NEW-PRICE    PIC S9(05)V99 COMP-3.
               10  WS-PC-PCT-CHANGE   PIC S9(05)V99 COMP-3.

       01  WS-CHANGE-CONTROL.
           05  WS-PC-ENTRY-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-PC-ENTRY-LIMIT      PIC 9(05) VALUE 02000.

       01  WS-SORT-WORK.
           05  WS-PC-SWAPPED-SW       PIC X(01).
               88  PC-ENTRIES-SWAPPED VALUE 'Y'.
           05  WS-PC-SAVE-ENTRY       PIC X(64).

       01  WS-CATEGORY-WORK.
           05  WS-CUR-CATEGORY        PIC X(05) VALUE SPACES.
           05  WS-CAT-CHANGE-COUNT    PIC 9(05) VALUE ZEROS.
           05  WS-CAT-UP-COUNT        PIC 9(05) VALUE ZEROS.
           05  WS-CAT-DOWN-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-CAT-PCT-TOTAL       PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05  WS-CAT-AVG-PCT         PIC S9(05)V99 COMP-3 VALUE ZEROS.

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(20)
                                      VALUE 'PRICE CHANGE LISTING'.
           05  FILLER                 PIC X(26) VALUE SPACES.
           05  FILLER                 PIC X(04) VALUE 'DATE'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-HEADER-DATE.
               10  WS-HEADER-MONTH    PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-HEADER-DAY      PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-HEADER-YEAR     PIC 9(04).
           05  FILLER                 PIC X(71) VALUE SPACES.

       01  WS-WINDOW-LINE.
           05  FILLER                 PIC X(15)
                                      VALUE 'EFFECTIVE FROM '.
           05  WS-WL-FROM-DATE.
               10  WS-WL-FROM-MONTH   PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-WL-FROM-DAY     PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-WL-FROM-YEAR    PIC 9(04).
           05  FILLER                 PIC X(09) VALUE ' THROUGH '.
           05  WS-WL-THRU-DATE.
               10  WS-WL-THRU-MONTH   PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-WL-THRU-DAY     PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-WL-THRU-YEAR    PIC 9(04).
           05  FILLER                 PIC X(88) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                 PIC X(07) VALUE 'CATEG  '.
           05  FILLER                 PIC X(10) VALUE 'PROD ID   '.
           05  FILLER                 PIC X(31)
                                      VALUE 'DESCRIPTION'.
           05  FILLER                 PIC X(12) VALUE 'EFFECTIVE   '.
           05  FILLER                 PIC X(09) VALUE 'STATUS   '.
           05  FILLER                 PIC X(12) VALUE ' OLD PRICE  '.
           05  FILLER                 PIC X(12) VALUE ' NEW PRICE  '.
           05  FILLER                 PIC X(13) VALUE '     CHANGE  '.
           05  FILLER                 PIC X(11) VALUE '   PCT CHG '.
           05  FILLER                 PIC X(15) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-CATEGORY         PIC X(07).
           05  WS-DL-PROD-ID          PIC X(10).
           05  WS-DL-DESCRIPTION      PIC X(31).
           05  WS-DL-EFF-DATE.
               10  WS-DL-EFF-MONTH    PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-DL-EFF-DAY      PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-DL-EFF-YEAR     PIC 9(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-STATUS           PIC X(09).
           05  WS-DL-OLD-PRICE        PIC $ZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-NEW-PRICE        PIC $ZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-CHANGE           PIC -$ZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-PCT-CHANGE       PIC -ZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE '%'.
           05  FILLER                 PIC X(15) VALUE SPACES.

       01  WS-CATEGORY-TOTAL-LINE.
           05  FILLER                 PIC X(09) VALUE '  TOTAL  '.
           05  WS-CT-CATEGORY         PIC X(07).
           05  FILLER                 PIC X(10) VALUE 'CHANGES:  '.
           05  WS-CT-CHANGE-COUNT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(13) VALUE '  INCREASES: '.
           05  WS-CT-UP-COUNT         PIC ZZ,ZZ9.
           05  FILLER                 PIC X(13) VALUE '  DECREASES: '.
           05  WS-CT-DOWN-COUNT       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(19)
                                      VALUE '  AVERAGE CHANGE:  '.
           05  WS-CT-AVG-PCT          PIC -ZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE '%'.
           05  FILLER                 PIC X(32) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                 PIC X(40)
                   VALUE 'NO PRICE CHANGES EFFECTIVE IN THE WINDOW'.
           05  FILLER                 PIC X(92) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(14) VALUE 'HISTORY READ: '.
           05  WS-SL-READ-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE ' CHANGES:  '.
           05  WS-SL-CHANGE-COUNT     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(15) VALUE ' NEW PRODUCTS: '.
           05  WS-SL-NEW-COUNT        PIC ZZ,ZZ9.
           05  FILLER                 PIC X(53) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-FROM-DATE               PIC 9(08).
       01  LS-LIST-DAYS               PIC 9(03).

       PROCEDURE DIVISION USING LS-FROM-DATE
               LS-LIST-DAYS.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-COLLECT-PRICE-CHANGES
               UNTIL END-OF-FILE
           PERFORM 3000-SORT-CHANGES
           PERFORM 3500-PRINT-CHANGE-LISTING
           PERFORM 4000-TERMINATION
           GOBACK
           .

       1000-INITIALIZATION.
           OPEN INPUT  PRICE-HISTORY-FILE
                INPUT  PRODUCT-FILE
                OUTPUT REPORT-FILE

           IF NOT PRCHIST-SUCCESS
               DISPLAY 'ERROR OPENING PRICE HISTORY FILE: '
                       WS-PRCHIST-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
           END-IF

           IF NOT PROD-SUCCESS
               DISPLAY 'ERROR OPENING PRODUCT FILE: ' WS-PROD-STATUS
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

           MOVE WS-CURRENT-DATE-NUM TO WS-FROM-DATE-NUM

           IF LS-FROM-DATE NUMERIC
              AND LS-FROM-DATE > ZEROS
               MOVE LS-FROM-DATE TO WS-FROM-DATE-NUM
           END-IF

           IF LS-LIST-DAYS NUMERIC
               MOVE LS-LIST-DAYS TO WS-LIST-DAYS
           END-IF

           COMPUTE WS-THRU-DATE-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-FROM-DATE-NUM)
                + WS-LIST-DAYS)

           MOVE WS-FROM-DATE-NUM TO WS-WORK-DATE-NUM
           MOVE WS-WD-MONTH TO WS-WL-FROM-MONTH
           MOVE WS-WD-DAY TO WS-WL-FROM-DAY
           MOVE WS-WD-YEAR TO WS-WL-FROM-YEAR
           MOVE WS-THRU-DATE-NUM TO WS-WORK-DATE-NUM
           MOVE WS-WD-MONTH TO WS-WL-THRU-MONTH
           MOVE WS-WD-DAY TO WS-WL-THRU-DAY
           MOVE WS-WD-YEAR TO WS-WL-THRU-YEAR

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER
           WRITE REPORT-RECORD FROM WS-WINDOW-LINE
           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADER

           IF NOT END-OF-FILE
               READ PRICE-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               END-READ
           END-IF
           .

      *----------------------------------------------------------------*
      * ONE HISTORY ENTRY. AN ENTRY IN THE WINDOW THAT FOLLOWS ANOTHER *
      * FOR THE SAME PRODUCT IS A CHANGE FROM THAT ENTRY'S PRICE; ONE  *
      * WITH NOTHING BEFORE IT IS THE PRODUCT'S FIRST PRICE.           *
      *----------------------------------------------------------------*
       2000-COLLECT-PRICE-CHANGES.
           ADD 1 TO WS-HISTORY-READ-COUNT
           MOVE PH-EFF-DATE TO WS-PH-EFF-NUM

           IF WS-PH-EFF-NUM >= WS-FROM-DATE-NUM
              AND WS-PH-EFF-NUM <= WS-THRU-DATE-NUM
               IF PH-PROD-ID = WS-PREV-PROD-ID
                   PERFORM 2100-ADD-CHANGE-ENTRY
               ELSE
                   ADD 1 TO WS-NEW-PRODUCT-COUNT
               END-IF
           END-IF

           MOVE PH-PROD-ID TO WS-PREV-PROD-ID
           MOVE PH-LIST-PRICE TO WS-PREV-PRICE

           READ PRICE-HISTORY-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           END-READ
           .

       2100-ADD-CHANGE-ENTRY.
           IF WS-PC-ENTRY-COUNT >= WS-PC-ENTRY-LIMIT
               DISPLAY 'PRCLIST: PRICE CHANGE TABLE FULL AT '
                       WS-PC-ENTRY-LIMIT ' ENTRIES - PRODUCT '
                       PH-PROD-ID ' NOT LISTED'
           ELSE
               ADD 1 TO WS-PC-ENTRY-COUNT
               ADD 1 TO WS-CHANGE-COUNT
               SET WS-PC-IDX TO WS-PC-ENTRY-COUNT

               MOVE PH-PROD-ID TO PROD-ID

               READ PRODUCT-FILE
                   INVALID KEY
                       MOVE PH-PROD-CATEGORY
                         TO WS-PC-CATEGORY(WS-PC-IDX)
                       MOVE 'NOT ON PRODUCT MASTER'
                         TO WS-PC-DESCRIPTION(WS-PC-IDX)
                   NOT INVALID KEY
                       MOVE PROD-CATEGORY TO WS-PC-CATEGORY(WS-PC-IDX)
                       MOVE PROD-DESCRIPTION
                         TO WS-PC-DESCRIPTION(WS-PC-IDX)
               END-READ

               MOVE PH-PROD-ID TO WS-PC-PROD-ID(WS-PC-IDX)
               MOVE WS-PH-EFF-NUM TO WS-PC-EFF-DATE(WS-PC-IDX)
               MOVE PH-STATUS TO WS-PC-STATUS(WS-PC-IDX)
               MOVE WS-PREV-PRICE TO WS-PC-OLD-PRICE(WS-PC-IDX)
               MOVE PH-LIST-PRICE TO WS-PC-NEW-PRICE(WS-PC-IDX)
               MOVE ZEROS TO WS-PC-PCT-CHANGE(WS-PC-IDX)

               IF WS-PREV-PRICE > ZERO
                   COMPUTE WS-PC-PCT-CHANGE(WS-PC-IDX) ROUNDED =
                       (PH-LIST-PRICE - WS-PREV-PRICE) * 100
                       / WS-PREV-PRICE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * BUBBLE SORT INTO CATEGORY/PRODUCT/EFFECTIVE-DATE SEQUENCE.     *
      *----------------------------------------------------------------*
       3000-SORT-CHANGES.
           MOVE 'Y' TO WS-PC-SWAPPED-SW

           PERFORM UNTIL NOT PC-ENTRIES-SWAPPED
               MOVE 'N' TO WS-PC-SWAPPED-SW

               PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                       UNTIL WS-PC-IDX >= WS-PC-ENTRY-COUNT
                   SET WS-PC-CMP-IDX TO WS-PC-IDX
                   SET WS-PC-CMP-IDX UP BY 1

                   IF WS-PC-SORT-KEY(WS-PC-CMP-IDX) <
                      WS-PC-SORT-KEY(WS-PC-IDX)
                       MOVE WS-PC-ENTRY(WS-PC-IDX) TO WS-PC-SAVE-ENTRY
                       MOVE WS-PC-ENTRY(WS-PC-CMP-IDX)
                         TO WS-PC-ENTRY(WS-PC-IDX)
                       MOVE WS-PC-SAVE-ENTRY
                         TO WS-PC-ENTRY(WS-PC-CMP-IDX)
                       MOVE 'Y' TO WS-PC-SWAPPED-SW
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       3500-PRINT-CHANGE-LISTING.
           IF WS-PC-ENTRY-COUNT = ZEROS
               WRITE REPORT-RECORD FROM WS-NONE-LINE
           ELSE
               MOVE WS-PC-CATEGORY(1) TO WS-CUR-CATEGORY

               PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                       UNTIL WS-PC-IDX > WS-PC-ENTRY-COUNT
                   IF WS-PC-CATEGORY(WS-PC-IDX) NOT = WS-CUR-CATEGORY
                       PERFORM 3600-PRINT-CATEGORY-TOTAL
                       MOVE WS-PC-CATEGORY(WS-PC-IDX)
                         TO WS-CUR-CATEGORY
                   END-IF

                   PERFORM 3550-PRINT-CHANGE-LINE
               END-PERFORM

               PERFORM 3600-PRINT-CATEGORY-TOTAL
           END-IF
           .

       3550-PRINT-CHANGE-LINE.
           MOVE WS-PC-CATEGORY(WS-PC-IDX) TO WS-DL-CATEGORY
           MOVE WS-PC-PROD-ID(WS-PC-IDX) TO WS-DL-PROD-ID
           MOVE WS-PC-DESCRIPTION(WS-PC-IDX) TO WS-DL-DESCRIPTION
           MOVE WS-PC-EFF-DATE(WS-PC-IDX) TO WS-WORK-DATE-NUM
           MOVE WS-WD-MONTH TO WS-DL-EFF-MONTH
           MOVE WS-WD-DAY TO WS-DL-EFF-DAY
           MOVE WS-WD-YEAR TO WS-DL-EFF-YEAR

           IF WS-PC-STATUS(WS-PC-IDX) = 'P'
               MOVE 'PENDING' TO WS-DL-STATUS
           ELSE
               MOVE 'APPLIED' TO WS-DL-STATUS
           END-IF

           MOVE WS-PC-OLD-PRICE(WS-PC-IDX) TO WS-DL-OLD-PRICE
           MOVE WS-PC-NEW-PRICE(WS-PC-IDX) TO WS-DL-NEW-PRICE
           COMPUTE WS-DL-CHANGE =
               WS-PC-NEW-PRICE(WS-PC-IDX) - WS-PC-OLD-PRICE(WS-PC-IDX)
           MOVE WS-PC-PCT-CHANGE(WS-PC-IDX) TO WS-DL-PCT-CHANGE

           WRITE REPORT-RECORD FROM WS-DETAIL-LINE

           ADD 1 TO WS-CAT-CHANGE-COUNT
           ADD WS-PC-PCT-CHANGE(WS-PC-IDX) TO WS-CAT-PCT-TOTAL

           IF WS-PC-NEW-PRICE(WS-PC-IDX) > WS-PC-OLD-PRICE(WS-PC-IDX)
               ADD 1 TO WS-CAT-UP-COUNT
           END-IF

           IF WS-PC-NEW-PRICE(WS-PC-IDX) < WS-PC-OLD-PRICE(WS-PC-IDX)
               ADD 1 TO WS-CAT-DOWN-COUNT
           END-IF
           .

       3600-PRINT-CATEGORY-TOTAL.
           MOVE ZEROS TO WS-CAT-AVG-PCT

           IF WS-CAT-CHANGE-COUNT > ZEROS
               COMPUTE WS-CAT-AVG-PCT ROUNDED =
                   WS-CAT-PCT-TOTAL / WS-CAT-CHANGE-COUNT
           END-IF

           MOVE WS-CUR-CATEGORY TO WS-CT-CATEGORY
           MOVE WS-CAT-CHANGE-COUNT TO WS-CT-CHANGE-COUNT
           MOVE WS-CAT-UP-COUNT TO WS-CT-UP-COUNT
           MOVE WS-CAT-DOWN-COUNT TO WS-CT-DOWN-COUNT
           MOVE WS-CAT-AVG-PCT TO WS-CT-AVG-PCT

           WRITE REPORT-RECORD FROM WS-CATEGORY-TOTAL-LINE
           WRITE REPORT-RECORD FROM SPACES

           MOVE ZEROS TO WS-CAT-CHANGE-COUNT
           MOVE ZEROS TO WS-CAT-UP-COUNT
           MOVE ZEROS TO WS-CAT-DOWN-COUNT
           MOVE ZEROS TO WS-CAT-PCT-TOTAL
           .

       4000-TERMINATION.
           MOVE WS-HISTORY-READ-COUNT TO WS-SL-READ-COUNT
           MOVE WS-CHANGE-COUNT TO WS-SL-CHANGE-COUNT
           MOVE WS-NEW-PRODUCT-COUNT TO WS-SL-NEW-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           CLOSE PRICE-HISTORY-FILE
                 PRODUCT-FILE
                 REPORT-FILE
           .
