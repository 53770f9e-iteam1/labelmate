      * INVNTRY AS IT POSTS. A REVERSAL LOOKS THE ORIGINAL MOVEMENT    *
      * UP HERE -- ON ANY LATER DAY, NOT JUST IN THE SAME RUN -- AND   *
      * MARKS IT REVERSED SO IT CANNOT BE REVERSED TWICE. MOVINQ       *
      * REPORTS FROM THE SAME LEDGER BY ITEM AND DATE RANGE. POSTINGS  *
      * UNDER ONE REFERENCE IN THE SAME PERIOD SHARE A RECORD; ONE IN  *
      * A LATER PERIOD GOES ON UNDER A CONTINUATION REFERENCE WITH 01  *
      * TO 99 IN ITS LAST TWO POSITIONS.                               *
      *                                                                *
      * MV-REVERSED-PERIOD IS THE ACCOUNTING PERIOD (YYYYMM) THE       *
      * REVERSAL POSTED IN, SO THE MONTH-END ROLL-FORWARD CAN TAKE A   *
      * LATE REVERSAL IN THE MONTH IT HAPPENED. A MOVEMENT REVERSED    *
      * BEFORE IT WAS CARRIED HAS SPACES THERE.                        *
      *----------------------------------------------------------------*
       01  MOVEMENT-DETAILS.
           05  MV-KEY.
           05  MV-REVERSED-SW         PIC X(01).
               88  MV-REVERSED        VALUE 'Y'.
           05  MV-REASON-CODE         PIC X(03).
           05  MV-REVERSED-PERIOD     PIC 9(06) COMP-3.
