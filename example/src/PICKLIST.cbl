      * AISLE INSTEAD OF ZIGZAGGING BY ORDER NUMBER. THE BIN COMES     *
      * FROM THE ITEM'S INVENTORY MASTER. NOTHING IS UPDATED HERE --   *
      * THE PICKED QUANTITIES COME BACK THROUGH SHIPCONF.              *
      *                                                                *
      * ONLY LINES DUE TO SHIP ARE PICKED: THE LINE'S REQUESTED SHIP   *
      * DATE (OO-ORDER-DATE PLUS OO-SHIP-DAYS-OUT) MUST FALL NO LATER  *
      * THAN TODAY PLUS LS-PICK-AHEAD-DAYS (ZERO WHEN NOT PASSED). AN  *
      * ALLOCATED LINE WANTED LATER STAYS ON FILE FOR A LATER LIST.    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PICKLIST.
       01  WS-COUNTERS.
           05  WS-LINE-READ-COUNT     PIC 9(07) VALUE ZEROS.
           05  WS-PICK-LINE-COUNT     PIC 9(05) VALUE ZEROS.
           05  WS-NOT-DUE-COUNT       PIC 9(05) VALUE ZEROS.

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
      * PICK WORK-LIST TABLE, BUBBLE-SORTED INTO LOCATION/BIN WALK     *
               10  WS-PK-DESCRIPTION  PIC X(30).
               10  WS-PK-CUST-ID      PIC X(06).
               10  WS-PK-OPEN-QTY     PIC S9(05) COMP-3.
               10  WS-PK-SHIP-DATE    PIC 9(08).

       01  WS-PICK-CONTROL.
           05  WS-PK-ENTRY-COUNT      PIC 9(05) VALUE ZEROS.
           05  WS-PK-SAVE-DESCRIPTION PIC X(30).
           05  WS-PK-SAVE-CUST-ID     PIC X(06).
           05  WS-PK-SAVE-OPEN-QTY    PIC S9(05) COMP-3.
           05  WS-PK-SAVE-SHIP-DATE   PIC 9(08).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(20)
           05  FILLER                 PIC X(10) VALUE 'PICK QTY  '.
           05  FILLER                 PIC X(17) VALUE 'ORDER REFERENCE'.
           05  FILLER                 PIC X(08) VALUE 'CUST ID '.
           05  FILLER                 PIC X(10) VALUE 'SHIP DATE '.
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-LOCATION         PIC X(07).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  WS-DL-REFERENCE        PIC X(17).
           05  WS-DL-CUST-ID          PIC X(08).
           05  WS-DL-SHIP-DATE        PIC 9(08).
           05  FILLER                 PIC X(32) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
           05  WS-SL-READ-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE ' PICK LINES:'.
           05  WS-SL-PICK-COUNT       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE ' NOT DUE:   '.
           05  WS-SL-NOT-DUE-COUNT    PIC ZZ,ZZ9.
           05  FILLER                 PIC X(57) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PICK-AHEAD-DAYS         PIC 9(03).

       PROCEDURE DIVISION USING LS-PICK-AHEAD-DAYS.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-COLLECT-OPEN-LINES
           MOVE WS-CURRENT-DAY TO WS-HEADER-DAY
           MOVE WS-CURRENT-YEAR TO WS-HEADER-YEAR

           IF LS-PICK-AHEAD-DAYS NUMERIC
               MOVE LS-PICK-AHEAD-DAYS TO WS-PICK-AHEAD-DAYS
           END-IF

           COMPUTE WS-PICK-THRU-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM) +
               WS-PICK-AHEAD-DAYS

           WRITE PICKLIST-RECORD FROM WS-REPORT-HEADER
           WRITE PICKLIST-RECORD FROM WS-COLUMN-HEADER

      *----------------------------------------------------------------*
           IF OO-LINE-ALLOCATED AND OO-OPEN-QTY > ZERO
              AND NOT OO-KIT-PARENT AND NOT OO-DROP-SHIP
               PERFORM 2050-FIGURE-SHIP-DATE

               IF WS-SHIP-DATE-INT > WS-PICK-THRU-INT
                   ADD 1 TO WS-NOT-DUE-COUNT
               ELSE
                   PERFORM 2100-ADD-PICK-ENTRY
               END-IF
           END-IF

           READ OPEN-ORDER-FILE NEXT RECORD
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

       2100-ADD-PICK-ENTRY.
           IF WS-PK-ENTRY-COUNT >= WS-PK-ENTRY-LIMIT
               DISPLAY 'PICKLIST: PICK TABLE FULL AT '
               MOVE OO-ITEM-CODE TO WS-PK-ITEM-CODE(WS-PK-IDX)
               MOVE OO-CUST-ID TO WS-PK-CUST-ID(WS-PK-IDX)
               MOVE OO-OPEN-QTY TO WS-PK-OPEN-QTY(WS-PK-IDX)
               COMPUTE WS-PK-SHIP-DATE(WS-PK-IDX) =
                   FUNCTION DATE-OF-INTEGER(WS-SHIP-DATE-INT)

               MOVE OO-ITEM-CODE TO INV-ITEM-CODE

             TO WS-PK-SAVE-DESCRIPTION
           MOVE WS-PK-CUST-ID(WS-PK-IDX) TO WS-PK-SAVE-CUST-ID
           MOVE WS-PK-OPEN-QTY(WS-PK-IDX) TO WS-PK-SAVE-OPEN-QTY
           MOVE WS-PK-SHIP-DATE(WS-PK-IDX) TO WS-PK-SAVE-SHIP-DATE

           MOVE WS-PK-WALK-KEY(WS-PK-CMP-IDX)
             TO WS-PK-WALK-KEY(WS-PK-IDX)
             TO WS-PK-CUST-ID(WS-PK-IDX)
           MOVE WS-PK-OPEN-QTY(WS-PK-CMP-IDX)
             TO WS-PK-OPEN-QTY(WS-PK-IDX)
           MOVE WS-PK-SHIP-DATE(WS-PK-CMP-IDX)
             TO WS-PK-SHIP-DATE(WS-PK-IDX)

           MOVE WS-PK-SAVE-WALK-KEY
             TO WS-PK-WALK-KEY(WS-PK-CMP-IDX)
             TO WS-PK-CUST-ID(WS-PK-CMP-IDX)
           MOVE WS-PK-SAVE-OPEN-QTY
             TO WS-PK-OPEN-QTY(WS-PK-CMP-IDX)
           MOVE WS-PK-SAVE-SHIP-DATE
             TO WS-PK-SHIP-DATE(WS-PK-CMP-IDX)
           .

       3500-PRINT-PICK-LIST.
               MOVE WS-PK-OPEN-QTY(WS-PK-IDX) TO WS-DL-OPEN-QTY
               MOVE WS-PK-REFERENCE(WS-PK-IDX) TO WS-DL-REFERENCE
               MOVE WS-PK-CUST-ID(WS-PK-IDX) TO WS-DL-CUST-ID
               MOVE WS-PK-SHIP-DATE(WS-PK-IDX) TO WS-DL-SHIP-DATE

               WRITE PICKLIST-RECORD FROM WS-DETAIL-LINE
           END-PERFORM
       4000-TERMINATION.
           MOVE WS-LINE-READ-COUNT TO WS-SL-READ-COUNT
           MOVE WS-PICK-LINE-COUNT TO WS-SL-PICK-COUNT
           MOVE WS-NOT-DUE-COUNT TO WS-SL-NOT-DUE-COUNT

           WRITE PICKLIST-RECORD FROM SPACES
           WRITE PICKLIST-RECORD FROM WS-SUMMARY-LINE
