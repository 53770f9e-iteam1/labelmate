               10  INV-LC-YEAR        PIC 9(04).
               10  INV-LC-MONTH       PIC 9(02).
               10  INV-LC-DAY         PIC 9(02).
           05  INV-UNIT-WEIGHT        PIC S9(04)V999 COMP-3.
           05  FILLER                 PIC X(16).
