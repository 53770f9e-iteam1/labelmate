               10  PH-DEP-DAY         PIC 9(02).
           05  PH-AMOUNT              PIC S9(07)V99 COMP-3.
           05  PH-SOURCE              PIC X(08).
           05  PH-DISCOUNT            PIC S9(07)V99 COMP-3.
           05  FILLER                 PIC X(08).

       FD  OPEN-ORDER-FILE
           LABEL RECORDS ARE STANDARD
           05  WS-OI-AGE-DAYS         PIC S9(05) COMP-3.
           05  WS-OPEN-TOTAL          PIC S9(09)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-WRITEOFF-TOTAL      PIC S9(09)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-OI-AGE              PIC ZZ,ZZ9-.
           05  FILLER                 PIC X(14)
                                      VALUE ' DAYS PAST DUE'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-OI-WRITEOFF-AREA.
               10  FILLER             PIC X(13) VALUE 'WRITTEN OFF: '.
               10  WS-OI-WRITEOFF     PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(44) VALUE SPACES.

       01  WS-PAYMENT-LINE.
           05  WS-PH-CHECK            PIC X(12).
           05  WS-PH-AMOUNT           PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-PH-SOURCE           PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-PH-DISCOUNT-AREA.
               10  FILLER             PIC X(10) VALUE 'DISCOUNT: '.
               10  WS-PH-DISCOUNT     PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(60) VALUE SPACES.

       01  WS-ORDER-LINE.
           05  WS-OO-REFERENCE        PIC X(17).
           05  WS-OT-OPEN-TOTAL       PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(94) VALUE SPACES.

       01  WS-WRITEOFF-TOTAL-LINE.
           05  FILLER                 PIC X(24)
                                      VALUE 'TOTAL WRITTEN OFF:      '.
           05  WS-WT-WRITEOFF-TOTAL   PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(94) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
      * OPEN ITEMS AGE BY DAYS PAST THEIR DUE DATE, THE SAME RULE     *
      * CUSTSTMT BUCKETS BY; AN ITEM WITH A ZERO DUE DATE AGES FROM   *
      * ITS INVOICE DATE. A NEGATIVE AGE MEANS NOT YET DUE.           *
      * ITEMS WRTOFF HAS WRITTEN OFF ARE LISTED WITH THE AMOUNT        *
      * WRITTEN OFF, SO A BAD DEBT NEVER READS AS PAID; ONLY THE       *
      * AMOUNT STILL OPEN COUNTS TOWARD THE OPEN TOTAL.                *
      *----------------------------------------------------------------*
       2200-PRINT-OPEN-ITEMS.
           MOVE 'OPEN ITEMS' TO WS-SC-SECTION-TITLE

           MOVE WS-OPEN-TOTAL TO WS-OT-OPEN-TOTAL
           WRITE REPORT-RECORD FROM WS-OPEN-TOTAL-LINE

           IF WS-WRITEOFF-TOTAL > ZERO
               MOVE WS-WRITEOFF-TOTAL TO WS-WT-WRITEOFF-TOTAL
               WRITE REPORT-RECORD FROM WS-WRITEOFF-TOTAL-LINE
           END-IF
           .

       2250-PRINT-ONE-OPEN-ITEM.
                   MOVE 'Y' TO WS-OI-EOF-SW
               NOT AT END
                   IF OI-CUST-ID = LS-CUST-ID
                      AND ((OI-ITEM-OPEN AND OI-OPEN-AMOUNT > ZERO)
                        OR OI-ITEM-WRITTEN-OFF)
                       MOVE OI-DUE-DATE TO WS-OI-DATE-NUM

                       IF WS-OI-DATE-NUM = ZEROS
                       MOVE OI-OPEN-AMOUNT TO WS-OI-OPEN-AMOUNT
                       MOVE WS-OI-AGE-DAYS TO WS-OI-AGE

                       IF OI-WRITEOFF-AMOUNT NUMERIC
                          AND OI-WRITEOFF-AMOUNT > ZERO
                           MOVE 'WRITTEN OFF: ' TO WS-OI-WRITEOFF-AREA
                           MOVE OI-WRITEOFF-AMOUNT TO WS-OI-WRITEOFF
                           ADD OI-WRITEOFF-AMOUNT TO WS-WRITEOFF-TOTAL
                       ELSE
                           MOVE SPACES TO WS-OI-WRITEOFF-AREA
                       END-IF

                       WRITE REPORT-RECORD FROM WS-OPEN-ITEM-LINE

                       IF OI-ITEM-OPEN
                           ADD OI-OPEN-AMOUNT TO WS-OPEN-TOTAL
                           ADD 1 TO WS-OPEN-ITEM-COUNT
                       END-IF
                   END-IF
           END-READ
           .
                       MOVE PH-AMOUNT TO WS-PH-AMOUNT
                       MOVE PH-SOURCE TO WS-PH-SOURCE

                       IF PH-DISCOUNT NUMERIC
                          AND PH-DISCOUNT > ZERO
                           MOVE 'DISCOUNT: ' TO WS-PH-DISCOUNT-AREA
                           MOVE PH-DISCOUNT TO WS-PH-DISCOUNT
                       ELSE
                           MOVE SPACES TO WS-PH-DISCOUNT-AREA
                       END-IF

                       WRITE REPORT-RECORD FROM WS-PAYMENT-LINE

                       ADD 1 TO WS-PAYMENT-COUNT
                               MOVE 'SHIPPED' TO WS-OO-DISPOSITION
                           WHEN OO-LINE-CANCELLED
                               MOVE 'CANCELLED' TO WS-OO-DISPOSITION
                           WHEN OO-LINE-HELD
                               MOVE 'HELD' TO WS-OO-DISPOSITION
                           WHEN OO-LINE-BACKORDERED
                               MOVE 'BACKORDERED' TO WS-OO-DISPOSITION
                           WHEN OO-DROP-SHIP
                               MOVE 'DROP-SHIP' TO WS-OO-DISPOSITION
                           WHEN OTHER
