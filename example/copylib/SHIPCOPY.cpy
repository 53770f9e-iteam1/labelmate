      * NEEDS ONE ACCOUNT PER SITE. STATEMENTS KEEP GOING TO THE      *
      * BILLING ADDRESS ON CUSTOMER-DETAILS; ORDER AND ISSUE          *
      * PAPERWORK CARRIES THE SELECTED SHIP-TO FROM THIS FILE.        *
      * SHIP-ASN-SW 'Y' MARKS A SITE WHOSE RECEIVING DOCK TAKES AN    *
      * ADVANCE SHIP NOTICE FROM SHIPCONF FOR EVERY SHIPMENT TO IT.   *
      *----------------------------------------------------------------*
       01  SHIP-TO-DETAILS.
           05  SHIP-KEY.
               10  SHIP-LU-MONTH      PIC 9(02).
               10  SHIP-LU-DAY        PIC 9(02).
           05  SHIP-TAX-JURIS         PIC X(02).
           05  SHIP-ASN-SW            PIC X(01).
               88  SHIP-ASN-REQUIRED  VALUE 'Y'.
           05  FILLER                 PIC X(09).
