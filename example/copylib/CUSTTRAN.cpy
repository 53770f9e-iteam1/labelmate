      *                                                                *
      * SHARED BY CUSTMNT AND CUSTEDIT SO THE EDIT PASS AND THE       *
      * MAINTENANCE RUN ALWAYS AGREE ON THE TRANSACTION LAYOUT.       *
      * TRAN-ASN-SW ON A SHIP-TO ADD OR UPDATE SETS WHETHER THE SITE  *
      * IS SENT AN ADVANCE SHIP NOTICE WHEN SHIPCONF SHIPS TO IT.     *
      *----------------------------------------------------------------*
       01  TRANSACTION-RECORD.
           05  TRAN-CODE              PIC X(01).
               10  TRAN-DAY           PIC 9(02).
           05  TRAN-TERMS-CODE        PIC X(03).
           05  TRAN-TAX-JURIS         PIC X(02).
           05  TRAN-ASN-SW            PIC X(01).
               88  TRAN-ASN-VALID     VALUE 'Y' 'N' ' '.
