           MOVE WS-FC-CHARGE-AMT(WS-FC-IDX) TO OI-ORIGINAL-AMOUNT
           MOVE WS-FC-CHARGE-AMT(WS-FC-IDX) TO OI-OPEN-AMOUNT
           MOVE 'O' TO OI-STATUS
           MOVE ZEROS TO OI-WRITEOFF-AMOUNT

           WRITE OPEN-ITEM-DETAILS
               INVALID KEY
