      * OPRCOPY - OPERATOR AUTHORIZATION PROFILE RECORD LAYOUT         *
      *                                                                 *
      * ONE RECORD PER OPERATOR PER PROGRAM, LOADED AT STARTUP BY      *
      * CUSTMNT, INVNTRY, SUPMNT, WRTOFF, AND POAPPR. OPR-ALLOWED-     *
      * CODES IS THE STRING OF TRANSACTION CODES THE OPERATOR MAY KEY  *
      * IN THAT PROGRAM; OPR-MAX-QUANTITY CAPS AN INVNTRY ADJUSTMENT/  *
      * COUNT QUANTITY AND OPR-MAX-AMOUNT CAPS A CUSTMNT TRAN-AMOUNT,  *
      * A WRTOFF WRITE-OFF AMOUNT, OR THE PO VALUE A BUYER MAY APPROVE *
      * IN POAPPR (ZERO MEANS NO CAP). A TRANSACTION OUTSIDE THE       *
      * PROFILE IS REJECTED TO THE ERROR REPORT BEFORE IT POSTS --     *
      * ENFORCEMENT UP FRONT, NOT JUST THE AFTER-THE-FACT AUDIT TRAIL. *
      * A MISSING PROFILE FILE (NOT YET BUILT) LEAVES THE RUN          *
      * UNRESTRICTED, THE SAME FIRST-EVER-RUN RULE THE PERIOD CONTROL  *
      * FILE FOLLOWS; ONCE THE FILE EXISTS, AN OPERATOR WITHOUT A      *
      * RECORD IS REFUSED.                                             *
      *----------------------------------------------------------------*
       01  OPERATOR-PROFILE-DETAILS.
           05  OPR-OPERATOR-ID        PIC X(08).
