      * KEYED BY ITEM CODE + LOCATION SO EACH WAREHOUSE/BIN CARRIES   *
      * ITS OWN ON-HAND BALANCE INSTEAD OF SHARING INVENTORY-DETAILS' *
      * SYSTEM-WIDE INV-ON-HAND.                                      *
      *                                                                *
      * A LOCATION WITH A LOC-PICK-MAX ABOVE ZERO IS THE ITEM'S PICK  *
      * FACE: REPLEN TOPS IT UP TO THE MAXIMUM FROM THE ITEM'S        *
      * RESERVE LOCATIONS WHEN TODAY'S PICKING WOULD LEAVE IT BELOW   *
      * LOC-PICK-MIN. BOTH ARE SET BY INVNTRY'S 'M' TRANSACTION.      *
      *----------------------------------------------------------------*
       01  LOCATION-BALANCE-DETAILS.
           05  LOC-KEY.
               10  LOC-LU-YEAR        PIC 9(04).
               10  LOC-LU-MONTH       PIC 9(02).
               10  LOC-LU-DAY         PIC 9(02).
           05  LOC-PICK-MIN           PIC S9(05) COMP-3.
           05  LOC-PICK-MAX           PIC S9(05) COMP-3.
           05  FILLER                 PIC X(07).
