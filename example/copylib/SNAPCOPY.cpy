      *----------------------------------------------------------------*
      * SNAPCOPY - MONTH-END INVENTORY SNAPSHOT RECORD LAYOUT          *
      *                                                                *
      * WRITTEN BY INVSNAP AT EACH MONTH-END AND KEPT PERIOD AFTER     *
      * PERIOD, SO LAST MONTH'S CLOSING INVENTORY IS STILL ON HAND     *
      * WHEN THIS MONTH'S HAS TO BE PROVED FROM IT (INVRFWD). EACH     *
      * ITEM GETS ONE 'I' RECORD CARRYING THE MASTER'S INV-ON-HAND,    *
      * FOLLOWED BY ONE 'L' RECORD PER LOCATION ROW. THE LOCATION      *
      * IS BLANK ON THE ITEM RECORD.                                   *
      *----------------------------------------------------------------*
       01  SNAPSHOT-DETAILS.
           05  SN-KEY.
               10  SN-PERIOD          PIC 9(06).
               10  SN-ITEM-CODE       PIC X(10).
               10  SN-LOCATION        PIC X(05).
           05  SN-RECORD-TYPE         PIC X(01).
               88  SN-ITEM-TOTAL      VALUE 'I'.
               88  SN-LOCATION-BAL    VALUE 'L'.
           05  SN-CATEGORY            PIC X(10).
           05  SN-SUBCATEGORY         PIC X(10).
           05  SN-ON-HAND             PIC S9(05) COMP-3.
           05  SN-UNIT-COST           PIC S9(05)V99 COMP-3.
           05  SN-EXTENDED-VALUE      PIC S9(09)V99 COMP-3.
           05  SN-SNAP-DATE.
               10  SN-SD-YEAR         PIC 9(04).
               10  SN-SD-MONTH        PIC 9(02).
               10  SN-SD-DAY          PIC 9(02).
           05  FILLER                 PIC X(17).
