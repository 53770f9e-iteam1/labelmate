      * ACTUALLY PICKED, CUTTING THE ISSTRAN AND ISSUEOUT RECORDS      *
      * ONLY THEN. A LINE CONFIRMED SHORT EITHER KEEPS THE REMAINDER   *
      * ALLOCATED (OO-OPEN-QTY STAYS UP) OR CANCELS IT, PER THE FLAG   *
      * ON THE CONFIRMATION. UNTIL THEN, ORDMNT CHANGES THE QUANTITY,  *
      * CANCELS, OR MOVES THE SHIP-TO OF A LINE STILL ALLOCATED, AND   *
      * ADDS NEW LINES TO THE ORDER.                                   *
      *----------------------------------------------------------------*
       01  OPEN-ORDER-DETAILS.
           05  OO-KEY.
               88  OO-LINE-ALLOCATED  VALUE 'A'.
               88  OO-LINE-SHIPPED    VALUE 'S'.
               88  OO-LINE-CANCELLED  VALUE 'C'.
               88  OO-LINE-HELD       VALUE 'H'.
               88  OO-LINE-BACKORDERED VALUE 'B'.
           05  OO-SALESPERSON-ID      PIC X(05).
           05  OO-REGION              PIC X(03).
      *----------------------------------------------------------------*
               88  OO-KIT-COMPONENT   VALUE 'C'.
               88  OO-DROP-SHIP       VALUE 'D'.
           05  OO-KIT-ITEM-CODE       PIC X(10).
      *----------------------------------------------------------------*
      * THE CUSTOMER'S REQUESTED SHIP DATE, KEPT AS DAYS AFTER         *
      * OO-ORDER-DATE SO THE LINE STILL FITS ITS 80 BYTES. A LINE      *
      * WRITTEN BEFORE THE FIELD EXISTED CARRIES SPACES HERE (NOT      *
      * NUMERIC), WHICH READS AS SHIP ON THE ORDER DATE. A LINE WHOSE  *
      * SHIP DATE LIES BEYOND ORDENTRY'S RELEASE WINDOW IS WRITTEN     *
      * HELD ('H') WITH NOTHING ALLOCATED; ORDRLSE ALLOCATES IT WHEN   *
      * THE WINDOW OPENS, OR MARKS IT BACKORDERED ('B') AND TRIES      *
      * AGAIN EVERY NIGHT UNTIL THE STOCK IS THERE.                    *
      *----------------------------------------------------------------*
           05  OO-SHIP-DAYS-OUT       PIC 9(05) COMP-3.
           05  FILLER                 PIC X(01).
