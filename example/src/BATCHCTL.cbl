      *----------------------------------------------------------------*
      * BATCHCTL - INBOUND BATCH HEADER/TRAILER CONTROL                *
      *                                                                *
      * RUN AS ITS OWN JCL STEP AHEAD OF EVERY PROGRAM THAT TAKES AN   *
      * INBOUND TRANSACTION FEED (ORDENTRY, SHIPCONF, CASHAPP,         *
      * SALESRTN, APENTRY, INVNTRY AND CUSTMNT). THE SENDING SYSTEM    *
      * WRAPS EACH BATCH IN A HEADER RECORD ('BHDR' - FEED ID, SOURCE  *
      * SYSTEM, BATCH NUMBER, CREATION DATE) AND A TRAILER RECORD      *
      * ('BTRL' - RECORD COUNT AND CONTROL TOTAL). THE BATCH ARRIVES   *
      * ON BCHIN AND IS PROVED BEFORE ANY OF IT IS LOADED:             *
      *                                                                *
      *   - THE FIRST RECORD IS THE HEADER AND NAMES LS-FEED-ID, WITH  *
      *     A NUMERIC, NON-ZERO BATCH NUMBER AND A NUMERIC CREATION    *
      *     DATE NO LATER THAN THE PROCESSING DATE;                    *
      *   - THE LAST RECORD IS THE TRAILER, AND THERE IS ONE OF EACH;  *
      *   - THE BODY RECORD COUNT AGREES WITH THE TRAILER'S;           *
      *   - THE HASH OF THE FEED'S CONTROL FIELD (BCHFEED) AGREES WITH *
      *     THE TRAILER'S CONTROL TOTAL. THE DECIMAL POINT IS IGNORED, *
      *     SO 125.50 HASHES AS 12550;                                 *
      *   - THE BATCH NUMBER HAS NOT ALREADY BEEN ACCEPTED FOR THE     *
      *     FEED (BATCH LOG, BCHLOG).                                  *
      *                                                                *
      * A PROVED BATCH HAS ITS BODY RECORDS - HEADER AND TRAILER       *
      * STRIPPED - APPENDED TO BCHBODY, WHICH THE JCL POINTS AT THE    *
      * FEED THE PROCESSING PROGRAM READS, AND IS LOGGED ON BCHLOG FOR *
      * EODSUM'S BATCHES-RECEIVED SECTION. A SECOND BATCH FOR THE SAME *
      * FEED IN ONE NIGHT IS SIMPLY APPENDED BEHIND THE FIRST, THE WAY *
      * EDIIN AND QTECONV ALREADY EXTEND ORDTRAN. A BATCH THAT FAILS   *
      * ANY CHECK IS REFUSED WHOLE: NOTHING IS LOADED OR LOGGED, AND   *
      * RETURN CODE 16 STOPS THE STEPS BEHIND IT AND GIVES RUNCTL A    *
      * FAILED END ('F') TO RECORD FOR THE JOB.                        *
      *                                                                *
      * BCHIN AND BCHBODY ARE FIXED-LENGTH AT THE FEED'S OWN RECORD    *
      * LENGTH (BF-RECORD-LENGTH); THE PROGRAM OPENS THE FD PAIR FOR   *
      * THAT LENGTH AND HALTS ON A FEED WHOSE LENGTH HAS NONE.         *
      *                                                                *
      * LS-PROC-DATE IS THE PROCESSING DATE RECORDED ON THE LOG; ZERO  *
      * MEANS TODAY.                                                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHCTL.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-IN-050 ASSIGN TO BCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT BATCH-IN-060 ASSIGN TO BCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT BATCH-IN-080 ASSIGN TO BCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT BATCH-IN-110 ASSIGN TO BCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT BATCH-BODY-050 ASSIGN TO BCHBODY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.

           SELECT BATCH-BODY-060 ASSIGN TO BCHBODY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.

           SELECT BATCH-BODY-080 ASSIGN TO BCHBODY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.

           SELECT BATCH-BODY-110 ASSIGN TO BCHBODY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.

           SELECT BATCH-LOG-FILE ASSIGN TO BCHLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * THE BATCH AS RECEIVED (BCHIN) AND THE FEED IT IS LOADED ONTO   *
      * (BCHBODY), ONE FIXED-LENGTH FD FOR EACH FEED RECORD LENGTH IN  *
      * BCHFEED. ONLY THE PAIR MATCHING BF-RECORD-LENGTH IS OPENED, SO *
      * THE BODY LANDS ON THE FEED IN THE SAME FIXED FORMAT THE        *
      * PROCESSING PROGRAM'S OWN FD (AND EDIIN, QTECONV, STOGEN AND    *
      * REPLEN WHEN THEY EXTEND IT) DESCRIBES. A FEED OF A NEW LENGTH  *
      * NEEDS ITS OWN PAIR HERE.                                       *
      *----------------------------------------------------------------*
       FD  BATCH-IN-050
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  BATCH-IN-050-RECORD        PIC X(50).

       FD  BATCH-IN-060
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  BATCH-IN-060-RECORD        PIC X(60).

       FD  BATCH-IN-080
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  BATCH-IN-080-RECORD        PIC X(80).

       FD  BATCH-IN-110
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
       01  BATCH-IN-110-RECORD        PIC X(110).

       FD  BATCH-BODY-050
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  BATCH-BODY-050-RECORD      PIC X(50).

       FD  BATCH-BODY-060
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  BATCH-BODY-060-RECORD      PIC X(60).

       FD  BATCH-BODY-080
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  BATCH-BODY-080-RECORD      PIC X(80).

       FD  BATCH-BODY-110
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
       01  BATCH-BODY-110-RECORD      PIC X(110).

       FD  BATCH-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY BCHCOPY.

       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS                PIC X(02) VALUE SPACES.
           88  IN-SUCCESS              VALUE '00'.

       01  WS-BODY-STATUS              PIC X(02) VALUE SPACES.
           88  BODY-SUCCESS            VALUE '00'.
           88  BODY-NO-FILE            VALUE '35'.

       01  WS-LOG-STATUS               PIC X(02) VALUE SPACES.
           88  LOG-SUCCESS             VALUE '00'.
           88  LOG-NO-FILE             VALUE '35'.

       01  WS-SWITCHES.
           05  WS-IN-EOF-SW            PIC X(01) VALUE 'N'.
               88  IN-EOF-REACHED      VALUE 'Y'.
           05  WS-LOG-EOF-SW           PIC X(01) VALUE 'N'.
               88  LOG-EOF-REACHED     VALUE 'Y'.
           05  WS-HALT-SW              PIC X(01) VALUE 'N'.
               88  HALT-THE-JOB        VALUE 'Y'.
           05  WS-FEED-FOUND-SW        PIC X(01) VALUE 'N'.
               88  FEED-FOUND          VALUE 'Y'.
           05  WS-TRAILER-SW           PIC X(01) VALUE 'N'.
               88  TRAILER-SEEN        VALUE 'Y'.
           05  WS-HASH-SW              PIC X(01) VALUE 'N'.
               88  HASH-THIS-RECORD    VALUE 'Y'.

           COPY BCHFEED.

       01  WS-FEED-SUB                 PIC 9(02) VALUE ZEROS.
       01  WS-FEED-LENGTH              PIC 9(03) VALUE ZEROS.
           88  FEED-LENGTH-050         VALUE 050.
           88  FEED-LENGTH-060         VALUE 060.
           88  FEED-LENGTH-080         VALUE 080.
           88  FEED-LENGTH-110         VALUE 110.
           88  FEED-LENGTH-VALID       VALUE 050 060 080 110.

      *----------------------------------------------------------------*
      * THE CURRENT BATCH RECORD, PADDED WITH SPACES TO THE LONGEST    *
      * FEED. EVERY CHECK AND THE LOAD WORK FROM THIS COPY.            *
      *----------------------------------------------------------------*
       01  WS-BATCH-RECORD             PIC X(110) VALUE SPACES.
       01  WS-FIELD-OFFSET             PIC 9(03) VALUE ZEROS.
       01  WS-FIELD-LENGTH             PIC 9(02) VALUE ZEROS.
       01  WS-TYPE-OFFSET              PIC 9(03) VALUE ZEROS.
       01  WS-TYPE-VALUE               PIC X(01) VALUE SPACE.

      *----------------------------------------------------------------*
      * HEADER AND TRAILER LAYOUTS THE SENDING SYSTEMS BUILD TO. BOTH  *
      * ARE PADDED WITH SPACES TO THE FEED'S OWN RECORD LENGTH.        *
      *----------------------------------------------------------------*
       01  WS-BATCH-HEADER.
           05  BH-RECORD-ID            PIC X(04).
               88  BH-IS-HEADER        VALUE 'BHDR'.
           05  BH-FEED-ID              PIC X(08).
           05  BH-SOURCE               PIC X(08).
           05  BH-BATCH-NUMBER         PIC 9(06).
           05  BH-CREATE-DATE          PIC 9(08).
           05  FILLER                  PIC X(76).

       01  WS-BATCH-TRAILER.
           05  BT-RECORD-ID            PIC X(04).
               88  BT-IS-TRAILER       VALUE 'BTRL'.
           05  BT-RECORD-COUNT         PIC 9(07).
           05  BT-CONTROL-TOTAL        PIC S9(15).
           05  FILLER                  PIC X(84).

       01  WS-RECORD-ID                PIC X(04) VALUE SPACES.
           88  RECORD-IS-HEADER        VALUE 'BHDR'.
           88  RECORD-IS-TRAILER       VALUE 'BTRL'.

      *----------------------------------------------------------------*
      * CONTROL FIELD WORK AREAS. THE FIELD IS LIFTED OUT OF THE BODY  *
      * RECORD AS CHARACTERS AND READ BACK THROUGH THE REDEFINITION    *
      * THAT MATCHES ITS FORMAT AND LENGTH IN BCHFEED.                 *
      *----------------------------------------------------------------*
       01  WS-PACKED-3-X               PIC X(03).
       01  WS-PACKED-3 REDEFINES WS-PACKED-3-X
                                       PIC S9(05) COMP-3.
       01  WS-PACKED-5-X               PIC X(05).
       01  WS-PACKED-5 REDEFINES WS-PACKED-5-X
                                       PIC S9(09) COMP-3.
       01  WS-ZONED-9-X                PIC X(09).
       01  WS-ZONED-9 REDEFINES WS-ZONED-9-X
                                       PIC 9(09).

       01  WS-CONTROL-VALUE            PIC S9(09) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ         PIC 9(07) VALUE ZEROS.
           05  WS-BODY-COUNT           PIC 9(07) VALUE ZEROS.
           05  WS-BODY-WRITTEN         PIC 9(07) VALUE ZEROS.
           05  WS-CONTROL-TOTAL        PIC S9(15) VALUE ZEROS.

       01  WS-TODAY-DATE.
           05  WS-TODAY-YEAR           PIC 9(04).
           05  WS-TODAY-MONTH          PIC 9(02).
           05  WS-TODAY-DAY            PIC 9(02).
       01  WS-TODAY-DATE-NUM REDEFINES WS-TODAY-DATE PIC 9(08).

       01  WS-TIME-STAMP.
           05  FILLER                  PIC X(08).
           05  WS-TIME-OF-DAY          PIC 9(06).
           05  FILLER                  PIC X(07).

       01  WS-PROC-DATE                PIC 9(08) VALUE ZEROS.

       01  WS-DISPLAY-COUNT            PIC Z(06)9.
       01  WS-DISPLAY-TOTAL            PIC -(15)9.

       LINKAGE SECTION.
       01  LS-FEED-ID                  PIC X(08).
       01  LS-PROC-DATE                PIC 9(08).

       PROCEDURE DIVISION USING LS-FEED-ID LS-PROC-DATE.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION

           IF NOT HALT-THE-JOB
               PERFORM 2000-PROVE-BATCH
           END-IF

           IF NOT HALT-THE-JOB
               PERFORM 2500-CHECK-BATCH-LOG
           END-IF

           IF NOT HALT-THE-JOB
               PERFORM 3000-LOAD-BATCH-BODY
           END-IF

           PERFORM 4000-TERMINATION
           GOBACK
           .

       1000-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-TIME-STAMP

           IF LS-PROC-DATE = ZERO
               MOVE WS-TODAY-DATE-NUM TO WS-PROC-DATE
           ELSE
               MOVE LS-PROC-DATE TO WS-PROC-DATE
           END-IF

           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > BF-FEED-COUNT OR FEED-FOUND
               IF BF-FEED-ID(WS-FEED-SUB) = LS-FEED-ID
                   MOVE 'Y' TO WS-FEED-FOUND-SW
                   MOVE BF-RECORD-LENGTH(WS-FEED-SUB)
                     TO WS-FEED-LENGTH
                   MOVE BF-FIELD-OFFSET(WS-FEED-SUB)
                     TO WS-FIELD-OFFSET
                   MOVE BF-FIELD-LENGTH(WS-FEED-SUB)
                     TO WS-FIELD-LENGTH
                   MOVE BF-TYPE-OFFSET(WS-FEED-SUB)
                     TO WS-TYPE-OFFSET
                   MOVE BF-TYPE-VALUE(WS-FEED-SUB)
                     TO WS-TYPE-VALUE
               END-IF
           END-PERFORM

           IF FEED-FOUND
               SUBTRACT 1 FROM WS-FEED-SUB

               IF NOT FEED-LENGTH-VALID
                   DISPLAY 'BATCHCTL: FEED ' LS-FEED-ID
                           ' RECORD LENGTH ' WS-FEED-LENGTH
                           ' HAS NO FD IN BATCHCTL'
                   MOVE 'Y' TO WS-HALT-SW
               END-IF
           ELSE
               DISPLAY 'BATCHCTL: FEED ' LS-FEED-ID
                       ' IS NOT IN THE FEED CONTROL TABLE'
               MOVE 'Y' TO WS-HALT-SW
           END-IF
           .

      *----------------------------------------------------------------*
      * FIRST PASS OVER THE BATCH. CHECKS THE HEADER, COUNTS AND       *
      * HASHES THE BODY, AND PROVES BOTH AGAINST THE TRAILER. NOTHING  *
      * IS WRITTEN ON THIS PASS.                                       *
      *----------------------------------------------------------------*
       2000-PROVE-BATCH.
           PERFORM 2010-OPEN-BATCH-IN

           IF NOT IN-SUCCESS
               DISPLAY 'BATCHCTL: ERROR OPENING BATCH FILE: '
                       WS-IN-STATUS
               MOVE 'Y' TO WS-HALT-SW
           ELSE
               PERFORM 2050-READ-BATCH-RECORD
               PERFORM 2100-CHECK-HEADER
               PERFORM 2200-CHECK-BATCH-RECORD
                   UNTIL IN-EOF-REACHED OR HALT-THE-JOB
               PERFORM 2040-CLOSE-BATCH-IN

               IF NOT HALT-THE-JOB
                   PERFORM 2300-CHECK-TRAILER
               END-IF
           END-IF
           .

       2010-OPEN-BATCH-IN.
           EVALUATE TRUE
               WHEN FEED-LENGTH-050
                   OPEN INPUT BATCH-IN-050
               WHEN FEED-LENGTH-060
                   OPEN INPUT BATCH-IN-060
               WHEN FEED-LENGTH-080
                   OPEN INPUT BATCH-IN-080
               WHEN FEED-LENGTH-110
                   OPEN INPUT BATCH-IN-110
           END-EVALUATE
           .

       2040-CLOSE-BATCH-IN.
           EVALUATE TRUE
               WHEN FEED-LENGTH-050
                   CLOSE BATCH-IN-050
               WHEN FEED-LENGTH-060
                   CLOSE BATCH-IN-060
               WHEN FEED-LENGTH-080
                   CLOSE BATCH-IN-080
               WHEN FEED-LENGTH-110
                   CLOSE BATCH-IN-110
           END-EVALUATE
           .

       2050-READ-BATCH-RECORD.
           EVALUATE TRUE
               WHEN FEED-LENGTH-050
                   READ BATCH-IN-050 INTO WS-BATCH-RECORD
                       AT END
                           MOVE 'Y' TO WS-IN-EOF-SW
                   END-READ
               WHEN FEED-LENGTH-060
                   READ BATCH-IN-060 INTO WS-BATCH-RECORD
                       AT END
                           MOVE 'Y' TO WS-IN-EOF-SW
                   END-READ
               WHEN FEED-LENGTH-080
                   READ BATCH-IN-080 INTO WS-BATCH-RECORD
                       AT END
                           MOVE 'Y' TO WS-IN-EOF-SW
                   END-READ
               WHEN FEED-LENGTH-110
                   READ BATCH-IN-110 INTO WS-BATCH-RECORD
                       AT END
                           MOVE 'Y' TO WS-IN-EOF-SW
                   END-READ
           END-EVALUATE

           IF NOT IN-EOF-REACHED
               ADD 1 TO WS-RECORDS-READ
               MOVE WS-BATCH-RECORD(1:4) TO WS-RECORD-ID
           END-IF
           .

       2100-CHECK-HEADER.
           IF IN-EOF-REACHED
               DISPLAY 'BATCHCTL: BATCH FILE IS EMPTY'
               MOVE 'Y' TO WS-HALT-SW
           ELSE
               MOVE WS-BATCH-RECORD TO WS-BATCH-HEADER
               EVALUATE TRUE
                   WHEN NOT BH-IS-HEADER
                       DISPLAY 'BATCHCTL: FIRST RECORD IS NOT A '
                               'BATCH HEADER'
                       MOVE 'Y' TO WS-HALT-SW
                   WHEN BH-FEED-ID NOT = LS-FEED-ID
                       DISPLAY 'BATCHCTL: HEADER IS FOR FEED '
                               BH-FEED-ID
                       MOVE 'Y' TO WS-HALT-SW
                   WHEN BH-BATCH-NUMBER NOT NUMERIC
                     OR BH-BATCH-NUMBER = ZERO
                       DISPLAY 'BATCHCTL: HEADER BATCH NUMBER IS '
                               'MISSING OR INVALID'
                       MOVE 'Y' TO WS-HALT-SW
                   WHEN BH-CREATE-DATE NOT NUMERIC
                     OR BH-CREATE-DATE = ZERO
                     OR BH-CREATE-DATE > WS-PROC-DATE
                       DISPLAY 'BATCHCTL: HEADER CREATION DATE IS '
                               'MISSING OR INVALID'
                       MOVE 'Y' TO WS-HALT-SW
               END-EVALUATE
               PERFORM 2050-READ-BATCH-RECORD
           END-IF
           .

       2200-CHECK-BATCH-RECORD.
           EVALUATE TRUE
               WHEN TRAILER-SEEN
                   DISPLAY 'BATCHCTL: RECORDS FOLLOW THE TRAILER AT '
                           'RECORD ' WS-RECORDS-READ
                   MOVE 'Y' TO WS-HALT-SW
               WHEN RECORD-IS-HEADER
                   DISPLAY 'BATCHCTL: SECOND HEADER AT RECORD '
                           WS-RECORDS-READ
                   MOVE 'Y' TO WS-HALT-SW
               WHEN RECORD-IS-TRAILER
                   MOVE WS-BATCH-RECORD TO WS-BATCH-TRAILER
                   MOVE 'Y' TO WS-TRAILER-SW
               WHEN OTHER
                   ADD 1 TO WS-BODY-COUNT
                   PERFORM 2250-ADD-CONTROL-FIELD
           END-EVALUATE

           IF NOT HALT-THE-JOB
               PERFORM 2050-READ-BATCH-RECORD
           END-IF
           .

      *----------------------------------------------------------------*
      * ADDS THE RECORD'S CONTROL FIELD TO THE BATCH HASH. WHERE THE   *
      * FEED CARRIES THE FIELD ON ONE RECORD TYPE ONLY (ORDTRAN'S      *
      * DETAIL LINES, APTRAN'S INVOICE HEADERS), OTHER RECORDS ARE     *
      * COUNTED BUT NOT HASHED.                                        *
      *----------------------------------------------------------------*
       2250-ADD-CONTROL-FIELD.
           MOVE 'Y' TO WS-HASH-SW
           IF WS-TYPE-OFFSET > ZERO
               IF WS-BATCH-RECORD(WS-TYPE-OFFSET:1) NOT = WS-TYPE-VALUE
                   MOVE 'N' TO WS-HASH-SW
               END-IF
           END-IF

           IF HASH-THIS-RECORD
               PERFORM 2260-EXTRACT-CONTROL-FIELD
           END-IF
           .

       2260-EXTRACT-CONTROL-FIELD.
           MOVE 'Y' TO WS-HALT-SW
           EVALUATE TRUE
               WHEN BF-PACKED(WS-FEED-SUB) AND WS-FIELD-LENGTH = 3
                   MOVE WS-BATCH-RECORD(WS-FIELD-OFFSET:3)
                     TO WS-PACKED-3-X
                   IF WS-PACKED-3 NUMERIC
                       MOVE WS-PACKED-3 TO WS-CONTROL-VALUE
                       MOVE 'N' TO WS-HALT-SW
                   END-IF
               WHEN BF-PACKED(WS-FEED-SUB) AND WS-FIELD-LENGTH = 5
                   MOVE WS-BATCH-RECORD(WS-FIELD-OFFSET:5)
                     TO WS-PACKED-5-X
                   IF WS-PACKED-5 NUMERIC
                       MOVE WS-PACKED-5 TO WS-CONTROL-VALUE
                       MOVE 'N' TO WS-HALT-SW
                   END-IF
               WHEN BF-ZONED(WS-FEED-SUB) AND WS-FIELD-LENGTH = 9
                   MOVE WS-BATCH-RECORD(WS-FIELD-OFFSET:9)
                     TO WS-ZONED-9-X
                   IF WS-ZONED-9 NUMERIC
                       MOVE WS-ZONED-9 TO WS-CONTROL-VALUE
                       MOVE 'N' TO WS-HALT-SW
                   END-IF
           END-EVALUATE

           IF HALT-THE-JOB
               DISPLAY 'BATCHCTL: CONTROL FIELD NOT NUMERIC AT '
                       'RECORD ' WS-RECORDS-READ
           ELSE
               ADD WS-CONTROL-VALUE TO WS-CONTROL-TOTAL
           END-IF
           .

       2300-CHECK-TRAILER.
           EVALUATE TRUE
               WHEN NOT TRAILER-SEEN
                   DISPLAY 'BATCHCTL: BATCH HAS NO TRAILER RECORD'
                   MOVE 'Y' TO WS-HALT-SW
               WHEN BT-RECORD-COUNT NOT NUMERIC
                 OR BT-CONTROL-TOTAL NOT NUMERIC
                   DISPLAY 'BATCHCTL: TRAILER COUNT OR TOTAL IS '
                           'NOT NUMERIC'
                   MOVE 'Y' TO WS-HALT-SW
               WHEN BT-RECORD-COUNT NOT = WS-BODY-COUNT
                   MOVE BT-RECORD-COUNT TO WS-DISPLAY-COUNT
                   DISPLAY 'BATCHCTL: TRAILER COUNT ' WS-DISPLAY-COUNT
                   MOVE WS-BODY-COUNT TO WS-DISPLAY-COUNT
                   DISPLAY 'BATCHCTL: RECORDS IN BATCH '
                           WS-DISPLAY-COUNT
                   MOVE 'Y' TO WS-HALT-SW
               WHEN BT-CONTROL-TOTAL NOT = WS-CONTROL-TOTAL
                   MOVE BT-CONTROL-TOTAL TO WS-DISPLAY-TOTAL
                   DISPLAY 'BATCHCTL: TRAILER TOTAL ' WS-DISPLAY-TOTAL
                   MOVE WS-CONTROL-TOTAL TO WS-DISPLAY-TOTAL
                   DISPLAY 'BATCHCTL: BATCH TOTAL   ' WS-DISPLAY-TOTAL
                   MOVE 'Y' TO WS-HALT-SW
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * REFUSES A BATCH NUMBER ALREADY ACCEPTED FOR THIS FEED. NO LOG  *
      * YET (FIRST BATCH EVER) MEANS NOTHING TO CHECK AGAINST.         *
      *----------------------------------------------------------------*
       2500-CHECK-BATCH-LOG.
           OPEN INPUT BATCH-LOG-FILE

           IF LOG-SUCCESS
               PERFORM 2550-READ-BATCH-LOG
                   UNTIL LOG-EOF-REACHED OR HALT-THE-JOB
               CLOSE BATCH-LOG-FILE
           ELSE
               IF NOT LOG-NO-FILE
                   DISPLAY 'BATCHCTL: ERROR OPENING BATCH LOG: '
                           WS-LOG-STATUS
                   MOVE 'Y' TO WS-HALT-SW
               END-IF
           END-IF
           .

       2550-READ-BATCH-LOG.
           READ BATCH-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-LOG-EOF-SW
               NOT AT END
                   IF BL-FEED-ID = LS-FEED-ID
                  AND BL-BATCH-NUMBER = BH-BATCH-NUMBER
                       DISPLAY 'BATCHCTL: BATCH ' BH-BATCH-NUMBER
                               ' ALREADY PROCESSED ON ' BL-PROC-DATE
                       MOVE 'Y' TO WS-HALT-SW
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * SECOND PASS, PROVED BATCHES ONLY. COPIES THE BODY RECORDS ONTO *
      * THE FEED, EXTENDING IT IF EARLIER BATCHES ARE ALREADY THERE,   *
      * THEN LOGS THE BATCH. THE LOG IS OPENED BEFORE ANYTHING IS      *
      * LOADED SO A BATCH CANNOT REACH THE FEED WITHOUT BEING LOGGED.  *
      *----------------------------------------------------------------*
       3000-LOAD-BATCH-BODY.
           MOVE 'N' TO WS-IN-EOF-SW
           PERFORM 2010-OPEN-BATCH-IN
           PERFORM 3010-OPEN-BODY-EXTEND
           IF BODY-NO-FILE
               PERFORM 3020-OPEN-BODY-OUTPUT
           END-IF
           OPEN EXTEND BATCH-LOG-FILE
           IF LOG-NO-FILE
               OPEN OUTPUT BATCH-LOG-FILE
           END-IF

           IF IN-SUCCESS AND BODY-SUCCESS AND LOG-SUCCESS
               PERFORM 2050-READ-BATCH-RECORD
               PERFORM 3100-COPY-BODY-RECORD
                   UNTIL IN-EOF-REACHED
               PERFORM 3500-LOG-BATCH
               PERFORM 2040-CLOSE-BATCH-IN
               PERFORM 3040-CLOSE-BATCH-BODY
               CLOSE BATCH-LOG-FILE
           ELSE
               DISPLAY 'BATCHCTL: ERROR OPENING FILES FOR LOAD: '
                       WS-IN-STATUS ' ' WS-BODY-STATUS ' '
                       WS-LOG-STATUS
               MOVE 'Y' TO WS-HALT-SW
           END-IF
           .

       3010-OPEN-BODY-EXTEND.
           EVALUATE TRUE
               WHEN FEED-LENGTH-050
                   OPEN EXTEND BATCH-BODY-050
               WHEN FEED-LENGTH-060
                   OPEN EXTEND BATCH-BODY-060
               WHEN FEED-LENGTH-080
                   OPEN EXTEND BATCH-BODY-080
               WHEN FEED-LENGTH-110
                   OPEN EXTEND BATCH-BODY-110
           END-EVALUATE
           .

       3020-OPEN-BODY-OUTPUT.
           EVALUATE TRUE
               WHEN FEED-LENGTH-050
                   OPEN OUTPUT BATCH-BODY-050
               WHEN FEED-LENGTH-060
                   OPEN OUTPUT BATCH-BODY-060
               WHEN FEED-LENGTH-080
                   OPEN OUTPUT BATCH-BODY-080
               WHEN FEED-LENGTH-110
                   OPEN OUTPUT BATCH-BODY-110
           END-EVALUATE
           .

       3040-CLOSE-BATCH-BODY.
           EVALUATE TRUE
               WHEN FEED-LENGTH-050
                   CLOSE BATCH-BODY-050
               WHEN FEED-LENGTH-060
                   CLOSE BATCH-BODY-060
               WHEN FEED-LENGTH-080
                   CLOSE BATCH-BODY-080
               WHEN FEED-LENGTH-110
                   CLOSE BATCH-BODY-110
           END-EVALUATE
           .

       3100-COPY-BODY-RECORD.
           IF NOT RECORD-IS-HEADER AND NOT RECORD-IS-TRAILER
               PERFORM 3150-WRITE-BODY-RECORD
               ADD 1 TO WS-BODY-WRITTEN
           END-IF

           PERFORM 2050-READ-BATCH-RECORD
           .

       3150-WRITE-BODY-RECORD.
           EVALUATE TRUE
               WHEN FEED-LENGTH-050
                   WRITE BATCH-BODY-050-RECORD
                       FROM WS-BATCH-RECORD(1:50)
               WHEN FEED-LENGTH-060
                   WRITE BATCH-BODY-060-RECORD
                       FROM WS-BATCH-RECORD(1:60)
               WHEN FEED-LENGTH-080
                   WRITE BATCH-BODY-080-RECORD
                       FROM WS-BATCH-RECORD(1:80)
               WHEN FEED-LENGTH-110
                   WRITE BATCH-BODY-110-RECORD
                       FROM WS-BATCH-RECORD
           END-EVALUATE
           .

       3500-LOG-BATCH.
           INITIALIZE BATCH-LOG-DETAILS
           MOVE LS-FEED-ID TO BL-FEED-ID
           MOVE BH-BATCH-NUMBER TO BL-BATCH-NUMBER
           MOVE BH-SOURCE TO BL-SOURCE
           MOVE BH-CREATE-DATE TO BL-CREATE-DATE
           MOVE WS-PROC-DATE TO BL-PROC-DATE
           MOVE WS-TIME-OF-DAY TO BL-LOG-TIME
           MOVE WS-BODY-WRITTEN TO BL-RECORD-COUNT
           MOVE WS-CONTROL-TOTAL TO BL-CONTROL-TOTAL
           WRITE BATCH-LOG-DETAILS
           .

       4000-TERMINATION.
           IF HALT-THE-JOB
               DISPLAY 'BATCHCTL: ' LS-FEED-ID
                       ' BATCH REFUSED -- NOTHING LOADED'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-BODY-WRITTEN TO WS-DISPLAY-COUNT
               DISPLAY 'BATCHCTL: ' LS-FEED-ID ' BATCH '
                       BH-BATCH-NUMBER ' FROM ' BH-SOURCE
                       ' ACCEPTED -- ' WS-DISPLAY-COUNT ' RECORDS'
           END-IF
           .
