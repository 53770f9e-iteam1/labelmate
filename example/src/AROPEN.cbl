           MOVE SALES-TOTAL-AMOUNT TO OI-ORIGINAL-AMOUNT
           MOVE SALES-TOTAL-AMOUNT TO OI-OPEN-AMOUNT
           MOVE 'O' TO OI-STATUS
           MOVE ZEROS TO OI-WRITEOFF-AMOUNT

           PERFORM 2115-COMPUTE-DUE-DATE

