      *   - LINES ORDERED VERSUS LINES SHIPPED COMPLETE ON FIRST       *
      *     ALLOCATION (A SUBSTITUTED LINE COUNTS AS FILLED), AS A     *
      *     FILL-RATE PERCENTAGE BY ITEM, BY CATEGORY, AND BY          *
      *     CUSTOMER; A LINE OR QUANTITY THE CUSTOMER CANCELLED ON     *
      *     ORDMNT IS KEPT OUT OF THE RATE AND COUNTED BESIDE IT; AND  *
      *   - THE AVERAGE DAYS A RELEASED BACKORDER SAT, PLUS HOW MANY   *
      *     ARE STILL WAITING.                                         *
      *                                                                 *
               88  OS-LINE-FILLED     VALUE 'F'.
               88  OS-LINE-SUBSTITUTED VALUE 'S'.
               88  OS-LINE-REJECTED   VALUE 'R'.
               88  OS-LINE-BACKORDERED VALUE 'B'.
               88  OS-LINE-CUST-CANCELLED VALUE 'C'.
           05  OS-REFERENCE           PIC X(15).
           05  OS-ORDER-LINE          PIC 9(03).
           05  FILLER                 PIC X(04).

      *----------------------------------------------------------------*
      * SAME BO-RELEASE-RECORD LAYOUT INVNTRY.CBL EXTENDS TO BORLSE.  *
           05  WS-SELECTED-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-FILLED-COUNT        PIC 9(07) VALUE ZEROS.
           05  WS-REJECTED-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-CUST-CANCEL-COUNT   PIC 9(07) VALUE ZEROS.
           05  WS-RELEASE-COUNT       PIC 9(05) VALUE ZEROS.
           05  WS-OPEN-BO-COUNT       PIC 9(05) VALUE ZEROS.

               10  WS-FR-ID           PIC X(10).
               10  WS-FR-ORDERED      PIC 9(07) COMP-3.
               10  WS-FR-FILLED       PIC 9(07) COMP-3.
               10  WS-FR-CANCELLED    PIC 9(07) COMP-3.

       01  WS-FILL-TABLE-CONTROL.
           05  WS-FR-ENTRY-COUNT      PIC 9(03) VALUE ZEROS.
           05  FILLER                 PIC X(10) VALUE 'ORDERED   '.
           05  FILLER                 PIC X(10) VALUE 'FILLED    '.
           05  FILLER                 PIC X(11) VALUE 'FILL RATE  '.
           05  FILLER                 PIC X(12) VALUE 'CUST CANCEL '.
           05  FILLER                 PIC X(77) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-ID               PIC X(12).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-DL-FILL-RATE        PIC ZZ9.99.
           05  FILLER                 PIC X(01) VALUE '%'.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-DL-CANCELLED        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(82) VALUE SPACES.

       01  WS-BACKORDER-LINE.
           05  FILLER                 PIC X(22)
           05  WS-SL-FILLED-COUNT     PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE ' REJECTED: '.
           05  WS-SL-REJECTED-COUNT   PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE ' CUST CXL: '.
           05  WS-SL-CANCEL-COUNT     PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(23) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-REPORT-PERIOD           PIC 9(06).
           ELSE
               ADD 1 TO WS-SELECTED-COUNT

               EVALUATE TRUE
                   WHEN OS-LINE-CUST-CANCELLED
                       ADD 1 TO WS-CUST-CANCEL-COUNT
                   WHEN OS-LINE-REJECTED
                       ADD 1 TO WS-REJECTED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-FILLED-COUNT
               END-EVALUATE

               MOVE 'I' TO WS-WORK-TYPE
               MOVE OS-ITEM-CODE TO WS-WORK-ID
                   MOVE WS-WORK-ID TO WS-FR-ID(WS-FR-IDX)
                   MOVE ZEROS TO WS-FR-ORDERED(WS-FR-IDX)
                   MOVE ZEROS TO WS-FR-FILLED(WS-FR-IDX)
                   MOVE ZEROS TO WS-FR-CANCELLED(WS-FR-IDX)
                   MOVE 'Y' TO WS-FR-FOUND-SW
               END-IF
           END-IF

           IF FILL-ENTRY-FOUND
               IF OS-LINE-CUST-CANCELLED
                   ADD 1 TO WS-FR-CANCELLED(WS-FR-IDX)
               ELSE
                   ADD 1 TO WS-FR-ORDERED(WS-FR-IDX)

                   IF NOT OS-LINE-REJECTED
                       ADD 1 TO WS-FR-FILLED(WS-FR-IDX)
                   END-IF
               END-IF
           END-IF
           .
                   MOVE WS-FR-ID(WS-FR-IDX) TO WS-DL-ID
                   MOVE WS-FR-ORDERED(WS-FR-IDX) TO WS-DL-ORDERED
                   MOVE WS-FR-FILLED(WS-FR-IDX) TO WS-DL-FILLED
                   MOVE WS-FR-CANCELLED(WS-FR-IDX) TO WS-DL-CANCELLED

                   IF WS-FR-ORDERED(WS-FR-IDX) > ZERO
                       COMPUTE WS-FILL-RATE-PCT ROUNDED =
           MOVE WS-SELECTED-COUNT TO WS-SL-SELECTED-COUNT
           MOVE WS-FILLED-COUNT TO WS-SL-FILLED-COUNT
           MOVE WS-REJECTED-COUNT TO WS-SL-REJECTED-COUNT
           MOVE WS-CUST-CANCEL-COUNT TO WS-SL-CANCEL-COUNT

           WRITE REPORT-RECORD FROM SPACES
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
