      *----------------------------------------------------------------*
      * REPLEN - PICK-FACE REPLENISHMENT                               *
      *                                                                *
      * RUNS IN THE NIGHTLY CYCLE AHEAD OF PICKLIST, WITH THE SAME     *
      * LS-PICK-AHEAD-DAYS PARAMETER, SO THE PICK FACES ARE TOPPED UP  *
      * BEFORE THE PICKERS ARE SENT TO THEM. A PICK FACE IS ANY        *
      * LOCFILE RECORD CARRYING A LOC-PICK-MAX ABOVE ZERO (SET BY      *
      * INVNTRY'S 'M' TRANSACTION).                                    *
      *                                                                *
      * TODAY'S PICK WORK IS COLLECTED FROM ORDFILE BY THE SAME RULES  *
      * PICKLIST USES -- ALLOCATED STOCK LINES WITH AN OPEN QUANTITY,  *
      * DUE TO SHIP BY TODAY PLUS THE PICK-AHEAD DAYS -- AND TOTALLED  *
      * BY ITEM AND LOCATION. A FACE'S POSITION IS ITS LOC-AVAILABLE   *
      * PLUS WHATEVER OF ITS ALLOCATION IS NOT YET DUE, WHICH IS THE   *
      * ON-HAND LESS TODAY'S WORK. A FACE WHOSE POSITION FALLS BELOW   *
      * LOC-PICK-MIN IS FILLED BACK UP TO LOC-PICK-MAX FROM THE ITEM'S *
      * OTHER (RESERVE) LOCATIONS THAT HAVE AVAILABLE STOCK, IN        *
      * LOCATION ORDER, NEVER DRAWING ON ANOTHER PICK FACE OR THE      *
      * IN-TRANSIT LOCATION.                                           *
      *                                                                *
      * EACH MOVE IS APPENDED TO TRANFILE AS A 'T' TRANSFER (RESERVE   *
      * TO PICK FACE) UNDER OPERATOR 'REPLEN' FOR INVNTRY TO POST, AND *
      * PRINTED ON THE MOVE LIST IN THE RESERVE LOCATION/BIN WALK      *
      * SEQUENCE PICKLIST AND CYCLECNT USE. A FACE THE RESERVES CANNOT *
      * FILL IS LISTED SEPARATELY AS LEFT SHORT. NO MASTER FILE IS     *
      * UPDATED HERE.                                                  *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLEN.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ORDER-FILE ASSIGN TO ORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OO-KEY
               FILE STATUS IS WS-OPEN-ORDER-STATUS.

           SELECT INVENTORY-FILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-ITEM-CODE
               FILE STATUS IS WS-INV-STATUS.

           SELECT LOCATION-FILE ASSIGN TO LOCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-KEY
               FILE STATUS IS WS-LOC-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ORDER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY ORDCOPY.

       FD  INVENTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
           COPY INVCOPY.

       FD  LOCATION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY LOCCOPY.

      *----------------------------------------------------------------*
      * SAME TRANSACTION-RECORD LAYOUT INVNTRY.CBL USES FOR TRANFILE.  *
      * IT IS NOT CARRIED IN A COPYBOOK THERE, SO IT IS REPEATED HERE  *
      * FIELD FOR FIELD, THE SAME WAY LCALLOC.CBL AND SHIPCONF.CBL     *
      * REPEAT IT.                                                     *
      *----------------------------------------------------------------*
       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REPLEN-TRAN-RECORD.
           05  RT-TRAN-CODE           PIC X(01).
           05  RT-ITEM-CODE           PIC X(10).
           05  RT-QUANTITY            PIC S9(05) COMP-3.
           05  RT-DATE.
               10  RT-YEAR            PIC 9(04).
               10  RT-MONTH           PIC 9(02).
               10  RT-DAY             PIC 9(02).
           05  RT-REFERENCE           PIC X(15).
           05  RT-REASON-CODE         PIC X(03).
           05  RT-LOCATION            PIC X(05).
           05  RT-TO-LOCATION         PIC X(05).
           05  RT-UNIT-COST           PIC S9(05)V99 COMP-3.
           05  RT-OPERATOR-ID         PIC X(08).
           05  RT-LOT-NUMBER          PIC X(08).
           05  RT-EXPIRY-DATE         PIC 9(08).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OPEN-ORDER-STATUS       PIC X(02) VALUE SPACES.
           88  OPEN-ORDER-SUCCESS     VALUE '00'.
           88  OPEN-ORDER-EOF         VALUE '10'.

       01  WS-INV-STATUS              PIC X(02) VALUE SPACES.
           88  INV-SUCCESS            VALUE '00'.
           88  INV-NOT-FOUND          VALUE '23'.

       01  WS-LOC-STATUS              PIC X(02) VALUE SPACES.
           88  LOC-SUCCESS            VALUE '00'.
           88  LOC-EOF                VALUE '10'.
           88  LOC-NOT-FOUND          VALUE '23'.

       01  WS-TRAN-STATUS             PIC X(02) VALUE SPACES.
           88  TRAN-SUCCESS           VALUE '00'.
           88  TRAN-NO-FILE           VALUE '35'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-OPEN-ERROR-SW       PIC X(01) VALUE 'N'.
               88  OPEN-ERROR         VALUE 'Y'.
           05  WS-LOC-SCAN-EOF-SW     PIC X(01) VALUE 'N'.
               88  LOC-SCAN-EOF       VALUE 'Y'.
           05  WS-WK-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WORK-ENTRY-FOUND   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-READ-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-FACE-COUNT          PIC 9(05) VALUE ZEROS.
           05  WS-BELOW-MIN-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-MOVE-COUNT          PIC 9(05) VALUE ZEROS.
           05  WS-SHORT-COUNT         PIC 9(05) VALUE ZEROS.

       01  WS-SHIP-DATE-WORK.
           05  WS-PICK-AHEAD-DAYS     PIC 9(03) VALUE ZEROS.
           05  WS-PICK-THRU-INT       PIC 9(08).
           05  WS-SHIP-DATE-INT       PIC 9(08).
           05  WS-ORDER-DATE-NUM      PIC 9(08).
           05  WS-SHIP-DAYS           PIC 9(05).

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                      PIC 9(08).

      *----------------------------------------------------------------*
      * THE RESERVED IN-TRANSIT LOCATION INVNTRY DIVERTS 'INT'         *
      * TRANSFERS TO -- STOCK THERE IS ON THE ROAD, NOT ON A SHELF.    *
      *----------------------------------------------------------------*
       01  WS-IN-TRANSIT-LOCATION     PIC X(05) VALUE 'XFRIN'.

       01  WS-TRAN-STAMP.
           05  WS-TS-OPERATOR-ID      PIC X(08) VALUE 'REPLEN'.
           05  WS-TS-REFERENCE.
               10  FILLER             PIC X(06) VALUE 'REPLEN'.
               10  WS-TS-DATE         PIC 9(08).
               10  FILLER             PIC X(01) VALUE SPACES.

      *----------------------------------------------------------------*
      * TODAY'S DUE PICK WORK, ONE ENTRY PER ITEM AND PICK LOCATION.   *
      * A LINE THAT WILL NOT FIT IS REPORTED LOUDLY AND LEFT OUT, SO   *
      * ITS FACE LOOKS FULLER THAN IT IS UNTIL THE TABLE IS RAISED.    *
      *----------------------------------------------------------------*
       01  WS-WORK-TABLE.
           05  WS-WK-ENTRY OCCURS 2000 TIMES INDEXED BY WS-WK-IDX.
               10  WS-WK-KEY.
                   15  WS-WK-ITEM-CODE
                                      PIC X(10).
                   15  WS-WK-LOCATION PIC X(05).
               10  WS-WK-QUANTITY     PIC S9(07) COMP-3.

       01  WS-WORK-CONTROL.
           05  WS-WK-ENTRY-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-WK-ENTRY-LIMIT      PIC 9(05) VALUE 02000.
           05  WS-WK-SEARCH-KEY.
               10  WS-WK-SEARCH-ITEM  PIC X(10).
               10  WS-WK-SEARCH-LOC   PIC X(05).

      *----------------------------------------------------------------*
      * EVERY PICK FACE ON LOCFILE, LOADED IN ONE PASS BEFORE ANY      *
      * RESERVE IS READ.                                               *
      *----------------------------------------------------------------*
       01  WS-FACE-TABLE.
           05  WS-PF-ENTRY OCCURS 1000 TIMES INDEXED BY WS-PF-IDX.
               10  WS-PF-ITEM-CODE    PIC X(10).
               10  WS-PF-LOCATION     PIC X(05).
               10  WS-PF-BIN          PIC X(05).
               10  WS-PF-ON-HAND      PIC S9(05) COMP-3.
               10  WS-PF-MIN          PIC S9(05) COMP-3.
               10  WS-PF-MAX          PIC S9(05) COMP-3.

       01  WS-FACE-CONTROL.
           05  WS-PF-ENTRY-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-PF-ENTRY-LIMIT      PIC 9(05) VALUE 01000.

       01  WS-FACE-WORK.
           05  WS-FACE-TODAY-QTY      PIC S9(07) COMP-3.
           05  WS-FACE-POSITION       PIC S9(07) COMP-3.
           05  WS-FACE-NEED           PIC S9(07) COMP-3.
           05  WS-FACE-DESCRIPTION    PIC X(30).
           05  WS-RESERVE-DRAWN       PIC S9(07) COMP-3.
           05  WS-RESERVE-SPARE       PIC S9(07) COMP-3.
           05  WS-RESERVE-TAKE        PIC S9(07) COMP-3.

      *----------------------------------------------------------------*
      * THE PLANNED MOVES, BUBBLE-SORTED INTO RESERVE LOCATION/BIN     *
      * WALK SEQUENCE BEFORE THE TRANSFERS ARE WRITTEN. THE MOVES      *
      * ALREADY PLANNED OUT OF A RESERVE ARE TAKEN OFF ITS AVAILABLE   *
      * STOCK, SO TWO FACES OF ONE ITEM NEVER SHARE THE SAME UNITS.    *
      *----------------------------------------------------------------*
       01  WS-MOVE-TABLE.
           05  WS-MV-ENTRY OCCURS 1000 TIMES
                           INDEXED BY WS-MV-IDX, WS-MV-CMP-IDX.
               10  WS-MV-WALK-KEY.
                   15  WS-MV-FROM-LOCATION
                                      PIC X(05).
                   15  WS-MV-FROM-BIN PIC X(05).
               10  WS-MV-ITEM-CODE    PIC X(10).
               10  WS-MV-DESCRIPTION  PIC X(30).
               10  WS-MV-TO-LOCATION  PIC X(05).
               10  WS-MV-TO-BIN       PIC X(05).
               10  WS-MV-QUANTITY     PIC S9(05) COMP-3.
               10  WS-MV-POSITION     PIC S9(07) COMP-3.
               10  WS-MV-MIN          PIC S9(05) COMP-3.
               10  WS-MV-MAX          PIC S9(05) COMP-3.

       01  WS-MOVE-CONTROL.
           05  WS-MV-ENTRY-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-MV-ENTRY-LIMIT      PIC 9(05) VALUE 01000.

       01  WS-SORT-WORK.
           05  WS-MV-SWAPPED-SW       PIC X(01).
               88  MV-ENTRIES-SWAPPED VALUE 'Y'.
           05  WS-MV-SAVE-WALK-KEY    PIC X(10).
           05  WS-MV-SAVE-ITEM-CODE   PIC X(10).
           05  WS-MV-SAVE-DESCRIPTION PIC X(30).
           05  WS-MV-SAVE-TO-LOCATION PIC X(05).
           05  WS-MV-SAVE-TO-BIN      PIC X(05).
           05  WS-MV-SAVE-QUANTITY    PIC S9(05) COMP-3.
           05  WS-MV-SAVE-POSITION    PIC S9(07) COMP-3.
           05  WS-MV-SAVE-MIN         PIC S9(05) COMP-3.
           05  WS-MV-SAVE-MAX         PIC S9(05) COMP-3.

      *----------------------------------------------------------------*
      * FACES BELOW MINIMUM THAT THE RESERVES COULD NOT FILL, WITH     *
      * THE QUANTITY STILL WANTED.                                     *
      *----------------------------------------------------------------*
       01  WS-SHORT-TABLE.
           05  WS-SF-ENTRY OCCURS 500 TIMES INDEXED BY WS-SF-IDX.
               10  WS-SF-LOCATION     PIC X(05).
               10  WS-SF-BIN          PIC X(05).
               10  WS-SF-ITEM-CODE    PIC X(10).
               10  WS-SF-DESCRIPTION  PIC X(30).
               10  WS-SF-UNFILLED     PIC S9(07) COMP-3.
               10  WS-SF-POSITION     PIC S9(07) COMP-3.
               10  WS-SF-MIN          PIC S9(05) COMP-3.
               10  WS-SF-MAX          PIC S9(05) COMP-3.

       01  WS-SHORT-CONTROL.
           05  WS-SF-ENTRY-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-SF-ENTRY-LIMIT      PIC 9(05) VALUE 00500.

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(33)
                       VALUE 'PICK-FACE REPLENISHMENT MOVE LIST'.
           05  FILLER                 PIC X(13) VALUE SPACES.
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
           05  FILLER                 PIC X(07) VALUE 'FROM   '.
           05  FILLER                 PIC X(07) VALUE 'BIN    '.
           05  FILLER                 PIC X(12) VALUE 'ITEM CODE   '.
           05  FILLER                 PIC X(31)
                                      VALUE 'DESCRIPTION'.
           05  FILLER                 PIC X(10) VALUE 'MOVE QTY  '.
           05  FILLER                 PIC X(07) VALUE 'TO     '.
           05  FILLER                 PIC X(07) VALUE 'BIN    '.
           05  FILLER                 PIC X(10) VALUE 'POSITION  '.
           05  FILLER                 PIC X(08) VALUE 'MIN     '.
           05  FILLER                 PIC X(05) VALUE 'MAX  '.
           05  FILLER                 PIC X(28) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-FROM-LOCATION    PIC X(07).
           05  WS-DL-FROM-BIN         PIC X(07).
           05  WS-DL-ITEM-CODE        PIC X(12).
           05  WS-DL-DESCRIPTION      PIC X(31).
           05  WS-DL-QUANTITY         PIC Z(04)9.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  WS-DL-TO-LOCATION      PIC X(07).
           05  WS-DL-TO-BIN           PIC X(07).
           05  WS-DL-POSITION         PIC -(05)9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-DL-MIN              PIC Z(04)9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-DL-MAX              PIC Z(04)9.
           05  FILLER                 PIC X(28) VALUE SPACES.

       01  WS-SHORT-HEADER.
           05  FILLER                 PIC X(40)
                       VALUE 'PICK FACES LEFT SHORT - NO RESERVE STOCK'.
           05  FILLER                 PIC X(92) VALUE SPACES.

       01  WS-SHORT-COLUMN-HEADER.
           05  FILLER                 PIC X(07) VALUE 'LOCN   '.
           05  FILLER                 PIC X(07) VALUE 'BIN    '.
           05  FILLER                 PIC X(12) VALUE 'ITEM CODE   '.
           05  FILLER                 PIC X(31)
                                      VALUE 'DESCRIPTION'.
           05  FILLER                 PIC X(10) VALUE 'UNFILLED  '.
           05  FILLER                 PIC X(10) VALUE 'POSITION  '.
           05  FILLER                 PIC X(08) VALUE 'MIN     '.
           05  FILLER                 PIC X(05) VALUE 'MAX  '.
           05  FILLER                 PIC X(42) VALUE SPACES.

       01  WS-SHORT-LINE.
           05  WS-SL-LOCATION         PIC X(07).
           05  WS-SL-BIN              PIC X(07).
           05  WS-SL-ITEM-CODE        PIC X(12).
           05  WS-SL-DESCRIPTION      PIC X(31).
           05  WS-SL-UNFILLED         PIC Z(04)9.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  WS-SL-POSITION         PIC -(05)9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-SL-MIN              PIC Z(04)9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-SL-MAX              PIC Z(04)9.
           05  FILLER                 PIC X(42) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(12) VALUE 'LINES READ: '.
           05  WS-SM-READ-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE ' PICK FACES:'.
           05  WS-SM-FACE-COUNT       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE ' BELOW MIN: '.
           05  WS-SM-BELOW-MIN-COUNT  PIC ZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE ' MOVES:     '.
           05  WS-SM-MOVE-COUNT       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE ' LEFT SHORT:'.
           05  WS-SM-SHORT-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(21) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PICK-AHEAD-DAYS         PIC 9(03).

       PROCEDURE DIVISION USING LS-PICK-AHEAD-DAYS.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-COLLECT-PICK-WORK
               UNTIL END-OF-FILE

           IF NOT OPEN-ERROR
               PERFORM 2500-LOAD-PICK-FACES
               PERFORM 3000-PLAN-REPLENISHMENT
               PERFORM 3500-SORT-WALK-SEQUENCE
               PERFORM 3700-WRITE-MOVES
               PERFORM 3800-PRINT-SHORT-FACES
           END-IF

           PERFORM 4000-TERMINATION
           GOBACK
           .

       1000-INITIALIZATION.
           OPEN INPUT  OPEN-ORDER-FILE
                INPUT  INVENTORY-FILE
                INPUT  LOCATION-FILE
                OUTPUT REPORT-FILE

           IF NOT OPEN-ORDER-SUCCESS
               DISPLAY 'ERROR OPENING OPEN ORDER FILE: '
                       WS-OPEN-ORDER-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
               MOVE 'Y' TO WS-OPEN-ERROR-SW
           END-IF

           IF NOT INV-SUCCESS
               DISPLAY 'ERROR OPENING INVENTORY FILE: ' WS-INV-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
               MOVE 'Y' TO WS-OPEN-ERROR-SW
           END-IF

           IF NOT LOC-SUCCESS
               DISPLAY 'ERROR OPENING LOCATION FILE: ' WS-LOC-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
               MOVE 'Y' TO WS-OPEN-ERROR-SW
           END-IF

           IF NOT REPORT-SUCCESS
               DISPLAY 'ERROR OPENING REPLENISHMENT REPORT: '
                       WS-REPORT-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
               MOVE 'Y' TO WS-OPEN-ERROR-SW
           END-IF

      *----------------------------------------------------------------*
      * THE TRANSFERS ARE ADDED TO WHATEVER IS ALREADY WAITING ON      *
      * TRANFILE FOR TONIGHT'S INVNTRY RUN; A FIRST RUN CREATES IT.    *
      *----------------------------------------------------------------*
           OPEN EXTEND TRANSACTION-FILE

           IF TRAN-NO-FILE
               OPEN OUTPUT TRANSACTION-FILE
           END-IF

           IF NOT TRAN-SUCCESS
               DISPLAY 'ERROR OPENING TRANSACTION FILE: '
                       WS-TRAN-STATUS
               MOVE 'Y' TO WS-END-OF-FILE-SW
               MOVE 'Y' TO WS-OPEN-ERROR-SW
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-MONTH TO WS-HEADER-MONTH
           MOVE WS-CURRENT-DAY TO WS-HEADER-DAY
           MOVE WS-CURRENT-YEAR TO WS-HEADER-YEAR
           MOVE WS-CURRENT-DATE-NUM TO WS-TS-DATE

           IF LS-PICK-AHEAD-DAYS NUMERIC
               MOVE LS-PICK-AHEAD-DAYS TO WS-PICK-AHEAD-DAYS
           END-IF

           COMPUTE WS-PICK-THRU-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM) +
               WS-PICK-AHEAD-DAYS

           IF REPORT-SUCCESS
               WRITE REPORT-RECORD FROM WS-REPORT-HEADER
               WRITE REPORT-RECORD FROM WS-COLUMN-HEADER
           END-IF

           IF NOT END-OF-FILE
               READ OPEN-ORDER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE-SW
               END-READ
           END-IF
           .

      *----------------------------------------------------------------*
      * THE SAME LINES PICKLIST WILL PUT ON TONIGHT'S LIST: NO KIT     *
      * PARENTS (NOTHING MOVES) AND NO DROP-SHIPS (NOT OUR STOCK).     *
      *----------------------------------------------------------------*
       2000-COLLECT-PICK-WORK.
           ADD 1 TO WS-LINE-READ-COUNT

           IF OO-LINE-ALLOCATED AND OO-OPEN-QTY > ZERO
              AND NOT OO-KIT-PARENT AND NOT OO-DROP-SHIP
               PERFORM 2050-FIGURE-SHIP-DATE

               IF WS-SHIP-DATE-INT NOT > WS-PICK-THRU-INT
                   PERFORM 2100-ADD-PICK-WORK
               END-IF
           END-IF

           READ OPEN-ORDER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE-SW
           END-READ
           .

      *----------------------------------------------------------------*
      * A LINE WRITTEN BEFORE ORDENTRY TOOK SHIP DATES CARRIES NO      *
      * OFFSET AND IS DUE ON ITS ORDER DATE.                           *
      *----------------------------------------------------------------*
       2050-FIGURE-SHIP-DATE.
           IF OO-SHIP-DAYS-OUT NUMERIC
               MOVE OO-SHIP-DAYS-OUT TO WS-SHIP-DAYS
           ELSE
               MOVE ZEROS TO WS-SHIP-DAYS
           END-IF

           MOVE OO-ORDER-DATE TO WS-ORDER-DATE-NUM
           COMPUTE WS-SHIP-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-ORDER-DATE-NUM) +
               WS-SHIP-DAYS
           .

       2100-ADD-PICK-WORK.
           MOVE OO-ITEM-CODE TO WS-WK-SEARCH-ITEM
           MOVE OO-LOCATION TO WS-WK-SEARCH-LOC
           PERFORM 2150-FIND-WORK-ENTRY

           IF WORK-ENTRY-FOUND
               ADD OO-OPEN-QTY TO WS-WK-QUANTITY(WS-WK-IDX)
           ELSE
               IF WS-WK-ENTRY-COUNT >= WS-WK-ENTRY-LIMIT
                   DISPLAY 'REPLEN: PICK WORK TABLE FULL AT '
                           WS-WK-ENTRY-LIMIT ' -- ' OO-REFERENCE
                           ' NOT COUNTED AGAINST ITS PICK FACE'
               ELSE
                   ADD 1 TO WS-WK-ENTRY-COUNT
                   SET WS-WK-IDX TO WS-WK-ENTRY-COUNT
                   MOVE WS-WK-SEARCH-KEY TO WS-WK-KEY(WS-WK-IDX)
                   MOVE OO-OPEN-QTY TO WS-WK-QUANTITY(WS-WK-IDX)
               END-IF
           END-IF
           .

       2150-FIND-WORK-ENTRY.
           MOVE 'N' TO WS-WK-FOUND-SW

           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > WS-WK-ENTRY-COUNT
                      OR WORK-ENTRY-FOUND
               IF WS-WK-KEY(WS-WK-IDX) = WS-WK-SEARCH-KEY
                   MOVE 'Y' TO WS-WK-FOUND-SW
               END-IF
           END-PERFORM

           IF WORK-ENTRY-FOUND
               SET WS-WK-IDX DOWN BY 1
           END-IF
           .

      *----------------------------------------------------------------*
      * ONE PASS OVER LOCFILE FOR THE PICK FACES. A RECORD WRITTEN     *
      * BEFORE LOCFILE CARRIED PICK LIMITS IS NOT NUMERIC THERE AND    *
      * IS ORDINARY STORAGE.                                           *
      *----------------------------------------------------------------*
       2500-LOAD-PICK-FACES.
           MOVE 'N' TO WS-LOC-SCAN-EOF-SW
           MOVE LOW-VALUES TO LOC-KEY

           START LOCATION-FILE KEY IS NOT LESS THAN LOC-KEY
               INVALID KEY MOVE 'Y' TO WS-LOC-SCAN-EOF-SW
           END-START

           IF NOT LOC-SCAN-EOF
               READ LOCATION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LOC-SCAN-EOF-SW
               END-READ
           END-IF

           PERFORM 2510-CHECK-PICK-FACE
               UNTIL LOC-SCAN-EOF
           .

       2510-CHECK-PICK-FACE.
           IF LOC-PICK-MAX NUMERIC AND LOC-PICK-MAX > ZERO
               IF WS-PF-ENTRY-COUNT >= WS-PF-ENTRY-LIMIT
                   DISPLAY 'REPLEN: PICK FACE TABLE FULL AT '
                           WS-PF-ENTRY-LIMIT ' -- ' LOC-KEY
                           ' NOT CHECKED'
               ELSE
                   ADD 1 TO WS-PF-ENTRY-COUNT
                   SET WS-PF-IDX TO WS-PF-ENTRY-COUNT
                   MOVE LOC-ITEM-CODE TO WS-PF-ITEM-CODE(WS-PF-IDX)
                   MOVE LOC-LOCATION TO WS-PF-LOCATION(WS-PF-IDX)
                   MOVE LOC-BIN-NUMBER TO WS-PF-BIN(WS-PF-IDX)
                   MOVE LOC-ON-HAND TO WS-PF-ON-HAND(WS-PF-IDX)
                   MOVE LOC-PICK-MIN TO WS-PF-MIN(WS-PF-IDX)
                   MOVE LOC-PICK-MAX TO WS-PF-MAX(WS-PF-IDX)
                   ADD 1 TO WS-FACE-COUNT
               END-IF
           END-IF

           READ LOCATION-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LOC-SCAN-EOF-SW
           END-READ
           .

       3000-PLAN-REPLENISHMENT.
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PF-ENTRY-COUNT
               PERFORM 3100-CHECK-ONE-FACE
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * POSITION = ON-HAND LESS TODAY'S DUE WORK AT THE FACE, I.E.     *
      * LOC-AVAILABLE PLUS THE ALLOCATION NOT YET DUE. BELOW THE       *
      * MINIMUM, THE FACE IS WANTED BACK UP TO ITS MAXIMUM.            *
      *----------------------------------------------------------------*
       3100-CHECK-ONE-FACE.
           MOVE WS-PF-ITEM-CODE(WS-PF-IDX) TO WS-WK-SEARCH-ITEM
           MOVE WS-PF-LOCATION(WS-PF-IDX) TO WS-WK-SEARCH-LOC
           PERFORM 2150-FIND-WORK-ENTRY

           IF WORK-ENTRY-FOUND
               MOVE WS-WK-QUANTITY(WS-WK-IDX) TO WS-FACE-TODAY-QTY
           ELSE
               MOVE ZEROS TO WS-FACE-TODAY-QTY
           END-IF

           COMPUTE WS-FACE-POSITION =
               WS-PF-ON-HAND(WS-PF-IDX) - WS-FACE-TODAY-QTY

           IF WS-FACE-POSITION < WS-PF-MIN(WS-PF-IDX)
               ADD 1 TO WS-BELOW-MIN-COUNT
               COMPUTE WS-FACE-NEED =
                   WS-PF-MAX(WS-PF-IDX) - WS-FACE-POSITION

               MOVE WS-PF-ITEM-CODE(WS-PF-IDX) TO INV-ITEM-CODE
               READ INVENTORY-FILE
                   INVALID KEY
                       MOVE 'ITEM NOT ON MASTER' TO WS-FACE-DESCRIPTION
                   NOT INVALID KEY
                       MOVE INV-DESCRIPTION TO WS-FACE-DESCRIPTION
               END-READ

               PERFORM 3200-DRAW-FROM-RESERVES

               IF WS-FACE-NEED > ZERO
                   PERFORM 3300-RECORD-SHORT-FACE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * WALKS THE ITEM'S LOCFILE RECORDS IN LOCATION ORDER UNTIL THE   *
      * FACE'S NEED IS MET OR THE ITEM RUNS OUT OF LOCATIONS.          *
      *----------------------------------------------------------------*
       3200-DRAW-FROM-RESERVES.
           MOVE 'N' TO WS-LOC-SCAN-EOF-SW
           MOVE WS-PF-ITEM-CODE(WS-PF-IDX) TO LOC-ITEM-CODE
           MOVE LOW-VALUES TO LOC-LOCATION

           START LOCATION-FILE KEY IS NOT LESS THAN LOC-KEY
               INVALID KEY MOVE 'Y' TO WS-LOC-SCAN-EOF-SW
           END-START

           IF NOT LOC-SCAN-EOF
               READ LOCATION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LOC-SCAN-EOF-SW
               END-READ
           END-IF

           PERFORM 3210-TRY-RESERVE
               UNTIL LOC-SCAN-EOF OR WS-FACE-NEED NOT > ZERO
           .

       3210-TRY-RESERVE.
           IF LOC-ITEM-CODE NOT = WS-PF-ITEM-CODE(WS-PF-IDX)
               MOVE 'Y' TO WS-LOC-SCAN-EOF-SW
           ELSE
               IF LOC-LOCATION NOT = WS-PF-LOCATION(WS-PF-IDX)
                  AND LOC-LOCATION NOT = WS-IN-TRANSIT-LOCATION
                  AND LOC-AVAILABLE > ZERO
                  AND NOT (LOC-PICK-MAX NUMERIC
                           AND LOC-PICK-MAX > ZERO)
                   PERFORM 3220-FIGURE-RESERVE-DRAWN
                   COMPUTE WS-RESERVE-SPARE =
                       LOC-AVAILABLE - WS-RESERVE-DRAWN

                   IF WS-RESERVE-SPARE > ZERO
                       PERFORM 3230-ADD-MOVE
                   END-IF
               END-IF

               IF NOT LOC-SCAN-EOF
                   READ LOCATION-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-LOC-SCAN-EOF-SW
                   END-READ
               END-IF
           END-IF
           .

       3220-FIGURE-RESERVE-DRAWN.
           MOVE ZEROS TO WS-RESERVE-DRAWN

           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MV-ENTRY-COUNT
               IF WS-MV-ITEM-CODE(WS-MV-IDX) = LOC-ITEM-CODE
                  AND WS-MV-FROM-LOCATION(WS-MV-IDX) = LOC-LOCATION
                   ADD WS-MV-QUANTITY(WS-MV-IDX) TO WS-RESERVE-DRAWN
               END-IF
           END-PERFORM
           .

       3230-ADD-MOVE.
           IF WS-MV-ENTRY-COUNT >= WS-MV-ENTRY-LIMIT
               DISPLAY 'REPLEN: MOVE TABLE FULL AT '
                       WS-MV-ENTRY-LIMIT ' -- '
                       WS-PF-ITEM-CODE(WS-PF-IDX) ' '
                       WS-PF-LOCATION(WS-PF-IDX)
                       ' LEFT SHORT'
               MOVE 'Y' TO WS-LOC-SCAN-EOF-SW
           ELSE
               IF WS-RESERVE-SPARE < WS-FACE-NEED
                   MOVE WS-RESERVE-SPARE TO WS-RESERVE-TAKE
               ELSE
                   MOVE WS-FACE-NEED TO WS-RESERVE-TAKE
               END-IF

               ADD 1 TO WS-MV-ENTRY-COUNT
               SET WS-MV-IDX TO WS-MV-ENTRY-COUNT

               MOVE LOC-LOCATION TO WS-MV-FROM-LOCATION(WS-MV-IDX)
               MOVE LOC-BIN-NUMBER TO WS-MV-FROM-BIN(WS-MV-IDX)
               MOVE LOC-ITEM-CODE TO WS-MV-ITEM-CODE(WS-MV-IDX)
               MOVE WS-FACE-DESCRIPTION
                 TO WS-MV-DESCRIPTION(WS-MV-IDX)
               MOVE WS-PF-LOCATION(WS-PF-IDX)
                 TO WS-MV-TO-LOCATION(WS-MV-IDX)
               MOVE WS-PF-BIN(WS-PF-IDX) TO WS-MV-TO-BIN(WS-MV-IDX)
               MOVE WS-RESERVE-TAKE TO WS-MV-QUANTITY(WS-MV-IDX)
               MOVE WS-FACE-POSITION TO WS-MV-POSITION(WS-MV-IDX)
               MOVE WS-PF-MIN(WS-PF-IDX) TO WS-MV-MIN(WS-MV-IDX)
               MOVE WS-PF-MAX(WS-PF-IDX) TO WS-MV-MAX(WS-MV-IDX)

               SUBTRACT WS-RESERVE-TAKE FROM WS-FACE-NEED
           END-IF
           .

       3300-RECORD-SHORT-FACE.
           ADD 1 TO WS-SHORT-COUNT

           IF WS-SF-ENTRY-COUNT >= WS-SF-ENTRY-LIMIT
               DISPLAY 'REPLEN: SHORT FACE TABLE FULL AT '
                       WS-SF-ENTRY-LIMIT ' -- '
                       WS-PF-ITEM-CODE(WS-PF-IDX) ' '
                       WS-PF-LOCATION(WS-PF-IDX)
                       ' NOT LISTED'
           ELSE
               ADD 1 TO WS-SF-ENTRY-COUNT
               SET WS-SF-IDX TO WS-SF-ENTRY-COUNT

               MOVE WS-PF-LOCATION(WS-PF-IDX)
                 TO WS-SF-LOCATION(WS-SF-IDX)
               MOVE WS-PF-BIN(WS-PF-IDX) TO WS-SF-BIN(WS-SF-IDX)
               MOVE WS-PF-ITEM-CODE(WS-PF-IDX)
                 TO WS-SF-ITEM-CODE(WS-SF-IDX)
               MOVE WS-FACE-DESCRIPTION
                 TO WS-SF-DESCRIPTION(WS-SF-IDX)
               MOVE WS-FACE-NEED TO WS-SF-UNFILLED(WS-SF-IDX)
               MOVE WS-FACE-POSITION TO WS-SF-POSITION(WS-SF-IDX)
               MOVE WS-PF-MIN(WS-PF-IDX) TO WS-SF-MIN(WS-SF-IDX)
               MOVE WS-PF-MAX(WS-PF-IDX) TO WS-SF-MAX(WS-SF-IDX)
           END-IF
           .

      *----------------------------------------------------------------*
      * BUBBLE SORT INTO RESERVE LOCATION/BIN WALK SEQUENCE, THE SAME  *
      * SHAPE PICKLIST SORTS ITS PICK WORK.                            *
      *----------------------------------------------------------------*
       3500-SORT-WALK-SEQUENCE.
           MOVE 'Y' TO WS-MV-SWAPPED-SW

           PERFORM UNTIL NOT MV-ENTRIES-SWAPPED
               MOVE 'N' TO WS-MV-SWAPPED-SW

               PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                       UNTIL WS-MV-IDX >= WS-MV-ENTRY-COUNT
                   SET WS-MV-CMP-IDX TO WS-MV-IDX
                   SET WS-MV-CMP-IDX UP BY 1

                   IF WS-MV-WALK-KEY(WS-MV-CMP-IDX) <
                      WS-MV-WALK-KEY(WS-MV-IDX)
                       PERFORM 3550-SWAP-MOVE-ENTRIES
                       MOVE 'Y' TO WS-MV-SWAPPED-SW
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       3550-SWAP-MOVE-ENTRIES.
           MOVE WS-MV-WALK-KEY(WS-MV-IDX) TO WS-MV-SAVE-WALK-KEY
           MOVE WS-MV-ITEM-CODE(WS-MV-IDX) TO WS-MV-SAVE-ITEM-CODE
           MOVE WS-MV-DESCRIPTION(WS-MV-IDX)
             TO WS-MV-SAVE-DESCRIPTION
           MOVE WS-MV-TO-LOCATION(WS-MV-IDX)
             TO WS-MV-SAVE-TO-LOCATION
           MOVE WS-MV-TO-BIN(WS-MV-IDX) TO WS-MV-SAVE-TO-BIN
           MOVE WS-MV-QUANTITY(WS-MV-IDX) TO WS-MV-SAVE-QUANTITY
           MOVE WS-MV-POSITION(WS-MV-IDX) TO WS-MV-SAVE-POSITION
           MOVE WS-MV-MIN(WS-MV-IDX) TO WS-MV-SAVE-MIN
           MOVE WS-MV-MAX(WS-MV-IDX) TO WS-MV-SAVE-MAX

           MOVE WS-MV-WALK-KEY(WS-MV-CMP-IDX)
             TO WS-MV-WALK-KEY(WS-MV-IDX)
           MOVE WS-MV-ITEM-CODE(WS-MV-CMP-IDX)
             TO WS-MV-ITEM-CODE(WS-MV-IDX)
           MOVE WS-MV-DESCRIPTION(WS-MV-CMP-IDX)
             TO WS-MV-DESCRIPTION(WS-MV-IDX)
           MOVE WS-MV-TO-LOCATION(WS-MV-CMP-IDX)
             TO WS-MV-TO-LOCATION(WS-MV-IDX)
           MOVE WS-MV-TO-BIN(WS-MV-CMP-IDX)
             TO WS-MV-TO-BIN(WS-MV-IDX)
           MOVE WS-MV-QUANTITY(WS-MV-CMP-IDX)
             TO WS-MV-QUANTITY(WS-MV-IDX)
           MOVE WS-MV-POSITION(WS-MV-CMP-IDX)
             TO WS-MV-POSITION(WS-MV-IDX)
           MOVE WS-MV-MIN(WS-MV-CMP-IDX) TO WS-MV-MIN(WS-MV-IDX)
           MOVE WS-MV-MAX(WS-MV-CMP-IDX) TO WS-MV-MAX(WS-MV-IDX)

           MOVE WS-MV-SAVE-WALK-KEY
             TO WS-MV-WALK-KEY(WS-MV-CMP-IDX)
           MOVE WS-MV-SAVE-ITEM-CODE
             TO WS-MV-ITEM-CODE(WS-MV-CMP-IDX)
           MOVE WS-MV-SAVE-DESCRIPTION
             TO WS-MV-DESCRIPTION(WS-MV-CMP-IDX)
           MOVE WS-MV-SAVE-TO-LOCATION
             TO WS-MV-TO-LOCATION(WS-MV-CMP-IDX)
           MOVE WS-MV-SAVE-TO-BIN
             TO WS-MV-TO-BIN(WS-MV-CMP-IDX)
           MOVE WS-MV-SAVE-QUANTITY
             TO WS-MV-QUANTITY(WS-MV-CMP-IDX)
           MOVE WS-MV-SAVE-POSITION
             TO WS-MV-POSITION(WS-MV-CMP-IDX)
           MOVE WS-MV-SAVE-MIN TO WS-MV-MIN(WS-MV-CMP-IDX)
           MOVE WS-MV-SAVE-MAX TO WS-MV-MAX(WS-MV-CMP-IDX)
           .

      *----------------------------------------------------------------*
      * ONE 'T' TRANSFER PER MOVE, RESERVE TO PICK FACE, DATED TODAY   *
      * UNDER REFERENCE 'REPLEN' + YYYYMMDD, AND ITS MOVE-LIST LINE.   *
      *----------------------------------------------------------------*
       3700-WRITE-MOVES.
           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MV-ENTRY-COUNT
               MOVE SPACES TO REPLEN-TRAN-RECORD
               MOVE 'T' TO RT-TRAN-CODE
               MOVE WS-MV-ITEM-CODE(WS-MV-IDX) TO RT-ITEM-CODE
               MOVE WS-MV-QUANTITY(WS-MV-IDX) TO RT-QUANTITY
               MOVE WS-CURRENT-DATE TO RT-DATE
               MOVE WS-TS-REFERENCE TO RT-REFERENCE
               MOVE WS-MV-FROM-LOCATION(WS-MV-IDX) TO RT-LOCATION
               MOVE WS-MV-TO-LOCATION(WS-MV-IDX) TO RT-TO-LOCATION
               MOVE ZEROS TO RT-UNIT-COST
               MOVE WS-TS-OPERATOR-ID TO RT-OPERATOR-ID
               MOVE ZEROS TO RT-EXPIRY-DATE

               WRITE REPLEN-TRAN-RECORD
               ADD 1 TO WS-MOVE-COUNT

               MOVE WS-MV-FROM-LOCATION(WS-MV-IDX)
                 TO WS-DL-FROM-LOCATION
               MOVE WS-MV-FROM-BIN(WS-MV-IDX) TO WS-DL-FROM-BIN
               MOVE WS-MV-ITEM-CODE(WS-MV-IDX) TO WS-DL-ITEM-CODE
               MOVE WS-MV-DESCRIPTION(WS-MV-IDX)
                 TO WS-DL-DESCRIPTION
               MOVE WS-MV-QUANTITY(WS-MV-IDX) TO WS-DL-QUANTITY
               MOVE WS-MV-TO-LOCATION(WS-MV-IDX) TO WS-DL-TO-LOCATION
               MOVE WS-MV-TO-BIN(WS-MV-IDX) TO WS-DL-TO-BIN
               MOVE WS-MV-POSITION(WS-MV-IDX) TO WS-DL-POSITION
               MOVE WS-MV-MIN(WS-MV-IDX) TO WS-DL-MIN
               MOVE WS-MV-MAX(WS-MV-IDX) TO WS-DL-MAX

               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           END-PERFORM
           .

       3800-PRINT-SHORT-FACES.
           IF WS-SF-ENTRY-COUNT > ZERO
               WRITE REPORT-RECORD FROM SPACES
               WRITE REPORT-RECORD FROM WS-SHORT-HEADER
               WRITE REPORT-RECORD FROM WS-SHORT-COLUMN-HEADER
           END-IF

           PERFORM VARYING WS-SF-IDX FROM 1 BY 1
                   UNTIL WS-SF-IDX > WS-SF-ENTRY-COUNT
               MOVE WS-SF-LOCATION(WS-SF-IDX) TO WS-SL-LOCATION
               MOVE WS-SF-BIN(WS-SF-IDX) TO WS-SL-BIN
               MOVE WS-SF-ITEM-CODE(WS-SF-IDX) TO WS-SL-ITEM-CODE
               MOVE WS-SF-DESCRIPTION(WS-SF-IDX)
                 TO WS-SL-DESCRIPTION
               MOVE WS-SF-UNFILLED(WS-SF-IDX) TO WS-SL-UNFILLED
               MOVE WS-SF-POSITION(WS-SF-IDX) TO WS-SL-POSITION
               MOVE WS-SF-MIN(WS-SF-IDX) TO WS-SL-MIN
               MOVE WS-SF-MAX(WS-SF-IDX) TO WS-SL-MAX

               WRITE REPORT-RECORD FROM WS-SHORT-LINE
           END-PERFORM
           .

       4000-TERMINATION.
           MOVE WS-LINE-READ-COUNT TO WS-SM-READ-COUNT
           MOVE WS-FACE-COUNT TO WS-SM-FACE-COUNT
           MOVE WS-BELOW-MIN-COUNT TO WS-SM-BELOW-MIN-COUNT
           MOVE WS-MOVE-COUNT TO WS-SM-MOVE-COUNT
           MOVE WS-SHORT-COUNT TO WS-SM-SHORT-COUNT

           IF REPORT-SUCCESS
               WRITE REPORT-RECORD FROM SPACES
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           END-IF

           CLOSE OPEN-ORDER-FILE
                 INVENTORY-FILE
                 LOCATION-FILE
                 TRANSACTION-FILE
                 REPORT-FILE
           .
