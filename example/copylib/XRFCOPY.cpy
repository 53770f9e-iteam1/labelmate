      *----------------------------------------------------------------*
      * XRFCOPY - CUSTOMER ITEM CROSS-REFERENCE RECORD LAYOUT          *
      *                                                                *
      * ONE RECORD PER CUSTOMER PART NUMBER, KEYED BY THE CUSTOMER ID  *
      * PLUS THE PART NUMBER AS THE CUSTOMER WRITES IT, AND MAINTAINED *
      * BY XRFMNT. EDIIN TRANSLATES THE CUSTOMER'S OWN ORDER FILE TO   *
      * OUR INV-ITEM-CODE THROUGH IT, AND EDIACK READS IT BACKWARDS    *
      * (CUSTOMER PLUS OUR ITEM) TO QUOTE A SUBSTITUTE IN THE          *
      * CUSTOMER'S TERMS.                                              *
      *                                                                *
      * XRF-UOM IS THE UNIT THE CUSTOMER ORDERS IN AND XRF-UNITS-PER   *
      * HOW MANY OF OUR STOCKING UNITS MAKE ONE OF THEM (A CASE OF 12  *
      * IS 'CS' AND 12), SO THE ORDERED QUANTITY IS MULTIPLIED OUT     *
      * BEFORE THE LINE REACHES ORDTRAN.                               *
      *----------------------------------------------------------------*
       01  CUST-ITEM-XREF-DETAILS.
           05  XRF-KEY.
               10  XRF-CUST-ID        PIC X(06).
               10  XRF-CUST-PART      PIC X(20).
           05  XRF-ITEM-CODE          PIC X(10).
           05  XRF-UOM                PIC X(03).
           05  XRF-UNITS-PER          PIC 9(05).
           05  XRF-LAST-UPDATED.
               10  XRF-LU-YEAR        PIC 9(04).
               10  XRF-LU-MONTH       PIC 9(02).
               10  XRF-LU-DAY         PIC 9(02).
           05  FILLER                 PIC X(08).
