      *----------------------------------------------------------------*
      * BCHFEED - INBOUND FEED CONTROL TABLE                           *
      *                                                                *
      * ONE ENTRY PER FEED PROVED BY BATCHCTL: THE FEED ID CARRIED ON  *
      * THE BATCH HEADER, THE FEED'S RECORD LENGTH, WHERE ITS CONTROL  *
      * FIELD SITS (FORMAT P PACKED OR Z ZONED, 1-BASED OFFSET AND     *
      * LENGTH IN BYTES), THE RECORD TYPE THAT CARRIES IT (TYPE OFFSET *
      * ZERO MEANS EVERY BODY RECORD), THE BATCHES EXPECTED EACH NIGHT *
      * AND THE PROGRAM THE FEED IS FOR. SHARED WITH EODSUM, WHICH     *
      * REPORTS BATCHES RECEIVED AGAINST BF-EXPECTED.                  *
      *                                                                *
      * THE RECORD LENGTH MUST BE ONE BATCHCTL CARRIES A FIXED-LENGTH  *
      * BCHIN/BCHBODY FD FOR (050, 060, 080 OR 110).                   *
      *                                                                *
      *   ORDTRAN  - ORD-QUANTITY ON 'D' DETAIL LINES      (ORDENTRY)  *
      *   SHPTRAN  - SC-PICKED-QTY                         (SHIPCONF)  *
      *   PAYMTIN  - PAY-AMOUNT                            (CASHAPP)   *
      *   RMAIN    - RMA-QUANTITY                          (SALESRTN)  *
      *   APTRAN   - AT-INVOICE-TOTAL ON 'H' HEADERS       (APENTRY)   *
      *   INVTRAN  - TRAN-QUANTITY, INVNTRY'S TRANFILE     (INVNTRY)   *
      *   CUSTTRAN - TRAN-AMOUNT, CUSTMNT'S TRANFILE       (CUSTMNT)   *
      *----------------------------------------------------------------*
       01  BATCH-FEED-VALUES.
      *                                   FEED    LENFOFSLNTYPTEXPROGRAM
           05  FILLER PIC X(31) VALUE 'ORDTRAN 080P02703001D01ORDENTRY'.
           05  FILLER PIC X(31) VALUE 'SHPTRAN 080P02603000 01SHIPCONF'.
           05  FILLER PIC X(31) VALUE 'PAYMTIN 050P02505000 01CASHAPP '.
           05  FILLER PIC X(31) VALUE 'RMAIN   060P01703000 01SALESRTN'.
           05  FILLER PIC X(31) VALUE 'APTRAN  080Z02609001H01APENTRY '.
           05  FILLER PIC X(31) VALUE 'INVTRAN 080P01203000 01INVNTRY '.
           05  FILLER PIC X(31) VALUE 'CUSTTRAN110P08105000 01CUSTMNT '.
       01  BATCH-FEED-TABLE REDEFINES BATCH-FEED-VALUES.
           05  BF-ENTRY OCCURS 7 TIMES.
               10  BF-FEED-ID         PIC X(08).
               10  BF-RECORD-LENGTH   PIC 9(03).
               10  BF-FIELD-FORMAT    PIC X(01).
                   88  BF-PACKED      VALUE 'P'.
                   88  BF-ZONED       VALUE 'Z'.
               10  BF-FIELD-OFFSET    PIC 9(03).
               10  BF-FIELD-LENGTH    PIC 9(02).
               10  BF-TYPE-OFFSET     PIC 9(03).
               10  BF-TYPE-VALUE      PIC X(01).
               10  BF-EXPECTED        PIC 9(02).
               10  BF-PROGRAM-ID      PIC X(08).
       01  BF-FEED-COUNT              PIC 9(02) VALUE 7.
