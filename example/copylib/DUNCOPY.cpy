      * DEMAND) IS HELD SO THE SAME LEVEL IS NEVER SENT TWICE FOR THE   *
      * SAME DEBT; THE LEVEL DROPS BACK TO ZERO WHEN THE ACCOUNT        *
      * RETURNS TO CURRENT, SO A NEW DEBT ESCALATES FROM THE START.     *
      * WRTOFF RECORDS ANY BAD DEBT WRITTEN OFF (RUNNING AMOUNT AND     *
      * LATEST DATE), SO AN ACCOUNT THAT CAME BACK TO CURRENT BY        *
      * WRITE-OFF IS NOT READ AS ONE THAT PAID. RECORDS WRITTEN BEFORE  *
      * THESE FIELDS EXISTED CARRY SPACES THERE; TEST THEM NUMERIC.     *
      *----------------------------------------------------------------*
       01  DUNNING-HISTORY-DETAILS.
           05  DH-CUST-ID             PIC X(06).
               10  DH-LS-MONTH        PIC 9(02).
               10  DH-LS-DAY          PIC 9(02).
           05  DH-LAST-AMOUNT         PIC S9(07)V99 COMP-3.
           05  DH-WRITEOFF-AMOUNT     PIC S9(07)V99 COMP-3.
           05  DH-WRITEOFF-DATE       PIC 9(08) COMP-3.
