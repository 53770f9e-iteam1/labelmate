      *----------------------------------------------------------------*
      * STOCOPY - STANDING ORDER TEMPLATE RECORD LAYOUT                *
      *                                                                *
      * ONE RECORD PER CUSTOMER AND SHIP-TO SITE THAT ORDERS THE SAME  *
      * ITEMS ON A FIXED CYCLE, MAINTAINED BY STOMNT, WITH UP TO TEN   *
      * LINES CARRIED ON THE RECORD. STOGEN WRITES THE ORDER TO        *
      * ORDTRAN ONCE STO-NEXT-DUE-DATE FALLS WITHIN STO-LEAD-DAYS OF   *
      * THE RUN DATE, UNDER ORDER REFERENCE 'SO' + STO-KEY +           *
      * STO-GEN-COUNT, WITH THE DUE DATE AS THE REQUESTED SHIP DATE,   *
      * AND ROLLS THE DUE DATE FORWARD ONE CYCLE:                      *
      *                                                                *
      *   W - WEEKLY, B - EVERY TWO WEEKS, M - MONTHLY ON              *
      *   STO-CYCLE-DAY (THE LAST DAY OF A SHORTER MONTH).             *
      *                                                                *
      * A TEMPLATE IS ACTIVE ('A') UNTIL IT IS HELD ('H') OR ITS       *
      * NEXT DUE DATE PASSES STO-END-DATE (ZERO MEANS NO END), WHEN    *
      * STOGEN MARKS IT ENDED ('E').                                   *
      *----------------------------------------------------------------*
       01  STANDING-ORDER-DETAILS.
           05  STO-KEY.
               10  STO-CUST-ID        PIC X(06).
               10  STO-SHIP-SEQ       PIC 9(03).
           05  STO-SALESPERSON-ID     PIC X(05).
           05  STO-REGION             PIC X(03).
           05  STO-FREQUENCY          PIC X(01).
               88  STO-WEEKLY         VALUE 'W'.
               88  STO-BIWEEKLY       VALUE 'B'.
               88  STO-MONTHLY        VALUE 'M'.
               88  STO-VALID-FREQUENCY
                                      VALUE 'W' 'B' 'M'.
           05  STO-CYCLE-DAY          PIC 9(02).
           05  STO-LEAD-DAYS          PIC 9(02).
           05  STO-NEXT-DUE-DATE.
               10  STO-ND-YEAR        PIC 9(04).
               10  STO-ND-MONTH       PIC 9(02).
               10  STO-ND-DAY         PIC 9(02).
           05  STO-END-DATE.
               10  STO-END-YEAR       PIC 9(04).
               10  STO-END-MONTH      PIC 9(02).
               10  STO-END-DAY        PIC 9(02).
           05  STO-STATUS             PIC X(01).
               88  STO-ACTIVE         VALUE 'A'.
               88  STO-HELD           VALUE 'H'.
               88  STO-ENDED          VALUE 'E'.
           05  STO-LAST-GEN-DATE.
               10  STO-LG-YEAR        PIC 9(04).
               10  STO-LG-MONTH       PIC 9(02).
               10  STO-LG-DAY         PIC 9(02).
           05  STO-GEN-COUNT          PIC 9(04).
           05  STO-LINE-COUNT         PIC 9(02).
           05  STO-LINE OCCURS 10 TIMES.
               10  STO-LN-ITEM-CODE   PIC X(10).
               10  STO-LN-QUANTITY    PIC S9(05) COMP-3.
               10  STO-LN-LOCATION    PIC X(05).
           05  FILLER                 PIC X(17).
