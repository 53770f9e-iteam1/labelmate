                   MOVE ZEROS TO LOC-ON-HAND
                   MOVE ZEROS TO LOC-ALLOCATED
                   MOVE ZEROS TO LOC-AVAILABLE
                   MOVE ZEROS TO LOC-PICK-MIN
                   MOVE ZEROS TO LOC-PICK-MAX
                   MOVE SPACES TO WS-JRN-LOC-BEFORE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOCATION-EXISTS-SW
