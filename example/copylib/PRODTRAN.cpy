      *----------------------------------------------------------------*
      * PRODTRAN - PRODUCT MASTER MAINTENANCE TRANSACTION RECORD       *
      *                                                                *
      * TRAN-EFF-DATE DATES A PRICE CHANGE ON AN UPDATE. BLANK, OR A   *
      * DATE NOT AFTER TODAY, CHANGES THE PRICE AT ONCE; A LATER DATE  *
      * LEAVES THE CURRENT PRICE IN PLACE AND HOLDS THE NEW ONE ON THE *
      * PRICE HISTORY FILE UNTIL THAT DATE.                            *
      *----------------------------------------------------------------*
       01  TRANSACTION-RECORD.
           05  TRAN-CODE              PIC X(01).
           05  TRAN-PROD-CATEGORY     PIC X(05).
           05  TRAN-LIST-PRICE        PIC 9(05)V99.
           05  TRAN-ITEM-CODE         PIC X(10).
           05  TRAN-EFF-DATE.
               10  TRAN-EF-YEAR       PIC 9(04).
               10  TRAN-EF-MONTH      PIC 9(02).
               10  TRAN-EF-DAY        PIC 9(02).
