      *----------------------------------------------------------------*
      * PRCHCOPY - PRODUCT LIST PRICE HISTORY RECORD LAYOUT            *
      *                                                                *
      * ONE RECORD PER LIST PRICE A PRODUCT HAS CARRIED OR WILL CARRY, *
      * KEYED BY PROD-ID PLUS THE DATE THE PRICE TAKES EFFECT, AND     *
      * WRITTEN BY PRODMNT. THE PRICE IN EFFECT ON A GIVEN DATE IS THE *
      * RECORD WITH THE LATEST EFFECTIVE DATE NOT AFTER IT. A PENDING  *
      * RECORD IS A CHANGE KEYED AHEAD OF ITS DATE; PRODMNT MOVES IT   *
      * ONTO PROD-LIST-PRICE AND MARKS IT APPLIED WHEN THE DATE COMES. *
      * AN EFFECTIVE DATE OF ZEROS HOLDS THE PRICE A PRODUCT CARRIED   *
      * BEFORE ITS HISTORY WAS KEPT.                                   *
      *----------------------------------------------------------------*
       01  PRICE-HISTORY-DETAILS.
           05  PH-KEY.
               10  PH-PROD-ID         PIC X(08).
               10  PH-EFF-DATE.
                   15  PH-EF-YEAR     PIC 9(04).
                   15  PH-EF-MONTH    PIC 9(02).
                   15  PH-EF-DAY      PIC 9(02).
           05  PH-LIST-PRICE          PIC S9(05)V99 COMP-3.
           05  PH-STATUS              PIC X(01).
               88  PH-PENDING         VALUE 'P'.
               88  PH-APPLIED         VALUE 'A'.
           05  PH-ENTERED-DATE.
               10  PH-EN-YEAR         PIC 9(04).
               10  PH-EN-MONTH        PIC 9(02).
               10  PH-EN-DAY          PIC 9(02).
           05  PH-PROD-CATEGORY       PIC X(05).
           05  FILLER                 PIC X(06).
