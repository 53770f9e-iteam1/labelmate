      *----------------------------------------------------------------*
      * BCHCOPY - INBOUND BATCH LOG RECORD LAYOUT                      *
      *                                                                *
      * ONE RECORD PER INBOUND BATCH BATCHCTL HAS PROVED AND LOADED,   *
      * APPENDED TO THE SHARED LOG (BCHLOG) IN THE ORDER ACCEPTED. THE *
      * LOG IS HOW BATCHCTL REFUSES A BATCH NUMBER A FEED HAS ALREADY  *
      * SENT, AND HOW EODSUM COUNTS THE NIGHT'S BATCHES RECEIVED       *
      * AGAINST THOSE EXPECTED. BL-CONTROL-TOTAL IS THE HASH OF THE    *
      * FEED'S CONTROL FIELD WITH ITS DECIMAL POINT IGNORED.           *
      *----------------------------------------------------------------*
       01  BATCH-LOG-DETAILS.
           05  BL-FEED-ID             PIC X(08).
           05  BL-BATCH-NUMBER        PIC 9(06).
           05  BL-SOURCE              PIC X(08).
           05  BL-CREATE-DATE         PIC 9(08).
           05  BL-PROC-DATE           PIC 9(08).
           05  BL-LOG-TIME            PIC 9(06).
           05  BL-RECORD-COUNT        PIC 9(07).
           05  BL-CONTROL-TOTAL       PIC S9(15).
           05  FILLER                 PIC X(14).
