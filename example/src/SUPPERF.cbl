      *----------------------------------------------------------------*
      * A CLOSED LINE CONTRIBUTES ITS ACTUAL LEAD TIME (AND A LATE     *
      * MARK WHEN THAT RAN PAST THE SUPPLIER'S PROMISE). AN OPEN LINE  *
      * WITH A PARTIAL RECEIPT COUNTS AS A SHORT SHIPMENT. A PENDING   *
      * OR REJECTED PO NEVER WENT TO THE SUPPLIER AND IS NOT COUNTED.  *
      *----------------------------------------------------------------*
       2200-ACCUMULATE-ONE-LINE.
           EVALUATE TRUE
               WHEN PO-LINE-PENDING OR PO-LINE-REJECTED
                   CONTINUE
               WHEN PO-LINE-CLOSED
                   ADD 1 TO WS-SP-CLOSED-COUNT(WS-SP-IDX)

                   MOVE PO-ORDER-DATE TO WS-ORDER-DATE-NUM
                   MOVE PO-LAST-RECEIPT-DATE TO WS-RECEIPT-DATE-NUM

                   COMPUTE WS-ACTUAL-LEAD-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-RECEIPT-DATE-NUM) -
                       FUNCTION INTEGER-OF-DATE(WS-ORDER-DATE-NUM)

                   ADD WS-ACTUAL-LEAD-DAYS
                     TO WS-SP-LEAD-DAY-SUM(WS-SP-IDX)

                   PERFORM 2250-CHECK-LATE-DELIVERY
               WHEN OTHER
                   ADD 1 TO WS-SP-OPEN-COUNT(WS-SP-IDX)

                   IF PO-RECEIVED-QTY > ZERO
                      AND PO-RECEIVED-QTY < PO-ORDER-QTY
                       ADD 1 TO WS-SP-SHORT-COUNT(WS-SP-IDX)
                   END-IF
           END-EVALUATE
           .

       2250-CHECK-LATE-DELIVERY.
