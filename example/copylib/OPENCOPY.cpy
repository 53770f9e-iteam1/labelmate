      * LOOKS PAST DUE A MONTH BEFORE ANYTHING IS OWED. AN ITEM WITH  *
      * A ZERO DUE DATE (LOADED BEFORE TERMS EXISTED) AGES FROM ITS   *
      * INVOICE DATE AS BEFORE.                                       *
      *                                                                *
      * WRTOFF RELIEVES BAD DEBT BY WRITE-OFF RATHER THAN BY PAYMENT:  *
      * OI-WRITEOFF-AMOUNT ACCUMULATES WHAT HAS BEEN WRITTEN OFF, AND  *
      * AN ITEM WRITTEN OFF TO ZERO CLOSES AS 'W', NOT 'P', SO IT IS   *
      * NEVER MISTAKEN FOR A PAID INVOICE. ITEMS LOADED BEFORE THE     *
      * FIELD EXISTED CARRY SPACES THERE, SO TEST IT NUMERIC FIRST.    *
      *                                                                *
      * A CREDIT ITEM (NUMBER 'R' + YYMMDD + SEQUENCE, WRITTEN BY      *
      * REBATE AT SETTLEMENT) CARRIES A NEGATIVE OPEN AMOUNT. NOTHING  *
      * THAT COLLECTS OR AGES INVOICES TOUCHES IT; CRMATCH USES IT UP  *
      * AS THE CREDIT IS APPLIED OR REFUNDED.                          *
      *----------------------------------------------------------------*
       01  OPEN-ITEM-DETAILS.
           05  OI-INVOICE-NUMBER      PIC X(10).
           05  OI-STATUS              PIC X(01).
               88  OI-ITEM-OPEN       VALUE 'O'.
               88  OI-ITEM-PAID       VALUE 'P'.
               88  OI-ITEM-WRITTEN-OFF
                                      VALUE 'W'.
           05  OI-DUE-DATE.
               10  OI-DUE-YEAR        PIC 9(04).
               10  OI-DUE-MONTH       PIC 9(02).
               10  OI-DUE-DAY         PIC 9(02).
           05  OI-WRITEOFF-AMOUNT     PIC S9(07)V99 COMP-3.
           05  FILLER                 PIC X(02).
