                   MOVE ZERO TO DH-LAST-LEVEL
                   MOVE ZEROS TO DH-LAST-SENT-DATE
                   MOVE ZEROS TO DH-LAST-AMOUNT
                   MOVE ZEROS TO DH-WRITEOFF-AMOUNT
                   MOVE ZEROS TO DH-WRITEOFF-DATE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-EXISTS-SW
           END-READ
