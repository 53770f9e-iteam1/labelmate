      *----------------------------------------------------------------*
      * OPRACTV - OPERATOR ACTIVITY AND SEGREGATION-OF-DUTIES REPORT   *
      *                                                                *
      * READ-ONLY. MERGES THE PER-PROGRAM AUDIT TRAILS (CMAUDIT FROM   *
      * CUSTMNT, IMAUDIT FROM INVNTRY, SMAUDIT FROM SUPMNT, CHAUDIT    *
      * FROM CREDHOLD, OMAUDIT FROM ORDMNT) AND THE SHARED RECOVERY    *
      * JOURNAL (JRNFILE) INTO ONE CHRONOLOGICAL LISTING OF WHO        *
      * CHANGED WHAT. EACH TRAIL'S BEFORE AND AFTER IMAGES ARE TURNED  *
      * INTO ONE LINE: THE RECORD CHANGED, WHAT KIND OF CHANGE, AND    *
      * THE AMOUNT OR QUANTITY IT MOVED. A JOURNAL ENTRY THAT ONE OF   *
      * THE TRAILS ALREADY CARRIES (CUSTMNT AND CREDHOLD CUSTOMER      *
      * REWRITES, INVNTRY'S KEYED ITEM CHANGES) IS SKIPPED SO NO       *
      * CHANGE IS LISTED TWICE.                                        *
      *                                                                *
      * THE LISTING CAN BE NARROWED TO ONE OPERATOR, ONE PROGRAM, OR A *
      * DATE RANGE (BLANK OR ZERO MEANS ALL; A ZERO TO-DATE MEANS      *
      * THROUGH TODAY). THE TRAILS ARE REWRITTEN EACH RUN, SO A RANGE  *
      * LONGER THAN ONE NIGHT NEEDS THOSE NIGHTS' GENERATIONS SUPPLIED *
      * ON THE TRAIL DDS. THREE EXCEPTION SECTIONS FOLLOW:             *
      *                                                                *
      *   SEGREGATION OF DUTIES - ONE OPERATOR, WITHIN THE RANGE:      *
      *     SETTING A CUSTOMER'S CREDIT LIMIT (RAISING IT OR ADDING    *
      *     THE ACCOUNT) AND THEN POSTING WS-LARGE-POSTING OR MORE TO  *
      *     THAT ACCOUNT; ADDING OR CHANGING A SUPPLIER AND THEN       *
      *     RECEIVING AN ITEM BOUGHT FROM IT; ADJUSTING AN ITEM AND    *
      *     THEN COUNTING IT. THE PROGRAM SELECTION DOES NOT NARROW    *
      *     THIS CHECK -- THE CONFLICTS SPAN PROGRAMS BY NATURE.       *
      *   OUTSIDE NORMAL HOURS  - POSTED BEFORE WS-DAY-START-TIME, AT  *
      *     OR AFTER WS-DAY-END-TIME, OR ON A SATURDAY OR SUNDAY.      *
      *   NO OPERATOR PROFILE   - AN OPERATOR ID WITH NO RECORD AT ALL *
      *     ON OPRFILE. SKIPPED IF THE PROFILE FILE HAS NOT BEEN BUILT.*
      *                                                                *
      * A CHANGE STAMPED WITH ITS OWN PROGRAM NAME AS THE OPERATOR     *
      * (CREDHOLD, CASHAPP, FINCHG, THE INVNTRY REORDER PASS ...) IS A *
      * SYSTEM POSTING: IT IS LISTED BUT NOT HELD TO ANY OF THE THREE  *
      * CHECKS. A TRAIL THAT WAS NEVER CREATED IS REPORTED AS NOT      *
      * PRESENT.                                                       *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRACTV.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-AUDIT-FILE ASSIGN TO CMAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-AUDIT-STATUS.

           SELECT ITEM-AUDIT-FILE ASSIGN TO IMAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ITEM-AUDIT-STATUS.

           SELECT SUPPLIER-AUDIT-FILE ASSIGN TO SMAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUP-AUDIT-STATUS.

           SELECT HOLD-AUDIT-FILE ASSIGN TO CHAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-AUDIT-STATUS.

           SELECT ORDER-AUDIT-FILE ASSIGN TO OMAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORD-AUDIT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JRNFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPERATOR-PROFILE-FILE ASSIGN TO OPRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

           SELECT REPORT-FILE ASSIGN TO OPRARPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * THE FIVE AUDIT TRAILS SHARE ONE SHAPE -- RUN DATE, OPERATOR,   *
      * REFERENCE, BEFORE AND AFTER IMAGES, TIME POSTED -- AND DIFFER  *
      * ONLY IN IMAGE WIDTH. IMAUDIT ALSO CARRIES THE INVNTRY          *
      * TRANSACTION CODE, SINCE A RECEIPT, AN ADJUSTMENT AND A COUNT   *
      * LOOK ALIKE IN THE IMAGES.                                      *
      *----------------------------------------------------------------*
       FD  CUST-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 243 CHARACTERS.
       01  CUST-AUDIT-RECORD.
           05  CA-DATE                 PIC 9(08).
           05  CA-OPERATOR-ID          PIC X(08).
           05  CA-REFERENCE            PIC X(15).
           05  CA-BEFORE-IMAGE         PIC X(103).
           05  CA-AFTER-IMAGE          PIC X(103).
           05  CA-TIME                 PIC 9(06).

       FD  ITEM-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 338 CHARACTERS.
       01  ITEM-AUDIT-RECORD.
           05  IA-DATE                 PIC 9(08).
           05  IA-OPERATOR-ID          PIC X(08).
           05  IA-REFERENCE            PIC X(15).
           05  IA-BEFORE-IMAGE         PIC X(150).
           05  IA-AFTER-IMAGE          PIC X(150).
           05  IA-TIME                 PIC 9(06).
           05  IA-TRAN-CODE            PIC X(01).

       FD  SUPPLIER-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 235 CHARACTERS.
       01  SUPPLIER-AUDIT-RECORD.
           05  SA-DATE                 PIC 9(08).
           05  SA-OPERATOR-ID          PIC X(08).
           05  SA-REFERENCE            PIC X(15).
           05  SA-BEFORE-IMAGE         PIC X(99).
           05  SA-AFTER-IMAGE          PIC X(99).
           05  SA-TIME                 PIC 9(06).

       FD  HOLD-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 243 CHARACTERS.
       01  HOLD-AUDIT-RECORD.
           05  HA-DATE                 PIC 9(08).
           05  HA-OPERATOR-ID          PIC X(08).
           05  HA-REFERENCE            PIC X(15).
           05  HA-BEFORE-IMAGE         PIC X(103).
           05  HA-AFTER-IMAGE          PIC X(103).
           05  HA-TIME                 PIC 9(06).

       FD  ORDER-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 197 CHARACTERS.
       01  ORDER-AUDIT-RECORD.
           05  OA-DATE                 PIC 9(08).
           05  OA-OPERATOR-ID          PIC X(08).
           05  OA-REFERENCE            PIC X(15).
           05  OA-BEFORE-IMAGE         PIC X(80).
           05  OA-AFTER-IMAGE          PIC X(80).
           05  OA-TIME                 PIC 9(06).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS.
           COPY JRNCOPY.

       FD  OPERATOR-PROFILE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY OPRCOPY.

      *----------------------------------------------------------------*
      * ONE SORT RECORD PER SELECTED CHANGE, IN POSTING ORDER. SR-SEQ  *
      * KEEPS CHANGES POSTED IN THE SAME SECOND IN THE ORDER READ.     *
      *----------------------------------------------------------------*
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-DATE                PIC 9(08).
           05  SR-TIME                PIC 9(06).
           05  SR-SEQ                 PIC 9(07).
           05  SR-OPERATOR-ID         PIC X(08).
           05  SR-PROGRAM-ID          PIC X(08).
           05  SR-TRAIL               PIC X(08).
           05  SR-ENTITY              PIC X(01).
               88  SR-CUSTOMER        VALUE 'C'.
               88  SR-ITEM            VALUE 'I'.
               88  SR-SUPPLIER        VALUE 'S'.
               88  SR-LOCATION        VALUE 'L'.
               88  SR-ORDER-LINE      VALUE 'O'.
           05  SR-ACTION              PIC X(01).
           05  SR-KEY                 PIC X(15).
           05  SR-AMOUNT              PIC S9(09)V99.
           05  SR-SUPPLIER-ID         PIC X(06).
           05  SR-DESCRIPTION         PIC X(24).
           05  SR-LISTED-SW           PIC X(01).
               88  SR-LISTED          VALUE 'Y'.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUST-AUDIT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-ITEM-AUDIT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-SUP-AUDIT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-HOLD-AUDIT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-ORD-AUDIT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-JOURNAL-STATUS          PIC X(02) VALUE SPACES.

       01  WS-PROFILE-STATUS          PIC X(02) VALUE SPACES.
           88  PROFILE-SUCCESS        VALUE '00'.
           88  PROFILE-NO-FILE        VALUE '35'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

      *----------------------------------------------------------------*
      * EACH TRAIL HAS ITS STATUS MOVED HERE AFTER ITS OPEN, SO ONE    *
      * SET OF CONDITIONS SERVES THEM ALL.                             *
      *----------------------------------------------------------------*
       01  WS-TRAIL-STATUS            PIC X(02) VALUE SPACES.
           88  TRAIL-SUCCESS          VALUE '00'.
           88  TRAIL-NO-FILE          VALUE '35'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-RUN-ABANDONED-SW    PIC X(01) VALUE 'N'.
               88  RUN-ABANDONED      VALUE 'Y'.
           05  WS-SORT-EOF-SW         PIC X(01) VALUE 'N'.
               88  SORT-EOF           VALUE 'Y'.
           05  WS-PROFILE-EOF-SW      PIC X(01) VALUE 'N'.
               88  PROFILE-EOF        VALUE 'Y'.
           05  WS-PROFILES-LOADED-SW  PIC X(01) VALUE 'N'.
               88  PROFILES-LOADED    VALUE 'Y'.
           05  WS-SYSTEM-POSTING-SW   PIC X(01) VALUE 'N'.
               88  SYSTEM-POSTING     VALUE 'Y'.
           05  WS-FOUND-SW            PIC X(01) VALUE 'N'.
               88  ENTRY-FOUND        VALUE 'Y'.

      *----------------------------------------------------------------*
      * SELECTION, FROM THE CALLER'S PARAMETERS.                       *
      *----------------------------------------------------------------*
       01  WS-SELECTION.
           05  WS-SEL-OPERATOR-ID     PIC X(08) VALUE SPACES.
           05  WS-SEL-PROGRAM-ID      PIC X(08) VALUE SPACES.
           05  WS-FROM-DATE-NUM       PIC 9(08) VALUE ZEROS.
           05  WS-TO-DATE-NUM         PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      * NORMAL HOURS AND THE POSTING SIZE THAT MAKES A CREDIT-LIMIT    *
      * CONFLICT WORTH REPORTING.                                      *
      *----------------------------------------------------------------*
       01  WS-THRESHOLDS.
           05  WS-DAY-START-TIME      PIC 9(06) VALUE 070000.
           05  WS-DAY-END-TIME        PIC 9(06) VALUE 190000.
           05  WS-LARGE-POSTING       PIC S9(09)V99 VALUE 5000.00.

      *----------------------------------------------------------------*
      * THE TRAILS READ, IN ORDER. THE NAME, PROGRAM AND COUNT TABLES  *
      * SHARE THE SUBSCRIPT WS-TRAIL-SUB.                              *
      *----------------------------------------------------------------*
       01  WS-TRAIL-NAME-VALUES.
           05  FILLER                 PIC X(16) VALUE 'CMAUDIT CUSTMNT'.
           05  FILLER                 PIC X(16) VALUE 'IMAUDIT INVNTRY'.
           05  FILLER                 PIC X(16) VALUE 'SMAUDIT SUPMNT'.
           05  FILLER                 PIC X(16)
                                      VALUE 'CHAUDIT CREDHOLD'.
           05  FILLER                 PIC X(16) VALUE 'OMAUDIT ORDMNT'.
           05  FILLER                 PIC X(16) VALUE 'JRNFILE'.
       01  WS-TRAIL-NAMES REDEFINES WS-TRAIL-NAME-VALUES.
           05  WS-TN-ENTRY OCCURS 6 TIMES.
               10  WS-TN-NAME         PIC X(08).
               10  WS-TN-PROGRAM      PIC X(08).

       01  WS-TRAIL-COUNTS.
           05  WS-TC-ENTRY OCCURS 6 TIMES.
               10  WS-TC-STATE        PIC X(01).
                   88  TC-READ        VALUE 'R'.
                   88  TC-NOT-PRESENT VALUE 'N'.
                   88  TC-OPEN-ERROR  VALUE 'E'.
               10  WS-TC-READ-COUNT   PIC 9(07).
               10  WS-TC-SELECT-COUNT PIC 9(07).
               10  WS-TC-SKIP-COUNT   PIC 9(07).

       01  WS-TRAIL-CONTROL.
           05  WS-TRAIL-SUB           PIC 9(02) VALUE ZEROS.
           05  WS-TRAIL-COUNT         PIC 9(02) VALUE 6.

       01  WS-COUNTERS.
           05  WS-EVENT-SEQ           PIC 9(07) VALUE ZEROS.
           05  WS-LISTED-COUNT        PIC 9(07) VALUE ZEROS.
           05  WS-SYSTEM-COUNT        PIC 9(07) VALUE ZEROS.
           05  WS-HOURS-COUNT         PIC 9(05) VALUE ZEROS.
           05  WS-NO-PROFILE-COUNT    PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      * ONE CHANGE, BUILT FROM WHICHEVER TRAIL IS BEING READ BEFORE    *
      * 2900 DECIDES WHETHER IT IS SELECTED.                           *
      *----------------------------------------------------------------*
       01  WS-EVENT.
           05  WS-EV-DATE             PIC 9(08).
           05  WS-EV-TIME             PIC 9(06).
           05  WS-EV-OPERATOR-ID      PIC X(08).
           05  WS-EV-PROGRAM-ID       PIC X(08).
           05  WS-EV-ENTITY           PIC X(01).
           05  WS-EV-ACTION           PIC X(01).
           05  WS-EV-KEY              PIC X(15).
           05  WS-EV-AMOUNT           PIC S9(09)V99.
           05  WS-EV-SUPPLIER-ID      PIC X(06).
           05  WS-EV-DESCRIPTION      PIC X(24).

      *----------------------------------------------------------------*
      * BEFORE AND AFTER IMAGES, READ THROUGH THESE LAYOUTS. A BLANK   *
      * IMAGE (AN ADD HAS NO BEFORE, A DELETE NO AFTER) COUNTS AS      *
      * ZERO BALANCES AND QUANTITIES.                                  *
      *----------------------------------------------------------------*
       01  WS-CUST-BEFORE.
           05  WS-CB-CUST-ID          PIC X(06).
           05  FILLER                 PIC X(73).
           05  WS-CB-BALANCE          PIC S9(07)V99 COMP-3.
           05  WS-CB-CREDIT-LIMIT     PIC S9(07)V99 COMP-3.
           05  FILLER                 PIC X(08).
           05  WS-CB-STATUS           PIC X(01).
           05  FILLER                 PIC X(05).

       01  WS-CUST-AFTER.
           05  WS-CA-CUST-ID          PIC X(06).
           05  FILLER                 PIC X(73).
           05  WS-CA-BALANCE          PIC S9(07)V99 COMP-3.
           05  WS-CA-CREDIT-LIMIT     PIC S9(07)V99 COMP-3.
           05  FILLER                 PIC X(08).
           05  WS-CA-STATUS           PIC X(01).
           05  FILLER                 PIC X(05).

       01  WS-ITEM-BEFORE.
           05  WS-IB-ITEM-CODE        PIC X(10).
           05  FILLER                 PIC X(50).
           05  WS-IB-SUPPLIER-ID      PIC X(06).
           05  WS-IB-ON-HAND          PIC S9(05) COMP-3.
           05  FILLER                 PIC X(81).

       01  WS-ITEM-AFTER.
           05  WS-IT-ITEM-CODE        PIC X(10).
           05  FILLER                 PIC X(50).
           05  WS-IT-SUPPLIER-ID      PIC X(06).
           05  WS-IT-ON-HAND          PIC S9(05) COMP-3.
           05  FILLER                 PIC X(81).

       01  WS-LOC-BEFORE.
           05  WS-LB-KEY              PIC X(15).
           05  FILLER                 PIC X(05).
           05  WS-LB-ON-HAND          PIC S9(05) COMP-3.
           05  FILLER                 PIC X(127).

       01  WS-LOC-AFTER.
           05  WS-LA-KEY              PIC X(15).
           05  FILLER                 PIC X(05).
           05  WS-LA-ON-HAND          PIC S9(05) COMP-3.
           05  FILLER                 PIC X(127).

       01  WS-ORDER-BEFORE.
           05  WS-OB-REFERENCE        PIC X(15).
           05  WS-OB-ITEM-CODE        PIC X(10).
           05  FILLER                 PIC X(11).
           05  WS-OB-SHIP-SEQ         PIC 9(03).
           05  FILLER                 PIC X(03).
           05  WS-OB-OPEN-QTY         PIC S9(05) COMP-3.
           05  FILLER                 PIC X(11).
           05  WS-OB-STATUS           PIC X(01).
           05  FILLER                 PIC X(23).

       01  WS-ORDER-AFTER.
           05  WS-OF-REFERENCE        PIC X(15).
           05  WS-OF-ITEM-CODE        PIC X(10).
           05  FILLER                 PIC X(11).
           05  WS-OF-SHIP-SEQ         PIC 9(03).
           05  FILLER                 PIC X(03).
           05  WS-OF-OPEN-QTY         PIC S9(05) COMP-3.
           05  FILLER                 PIC X(11).
           05  WS-OF-STATUS           PIC X(01).
               88  ORDER-LINE-CLOSED  VALUE 'C' 'S'.
           05  FILLER                 PIC X(23).

       01  WS-IMAGE-AMOUNTS.
           05  WS-BEFORE-BALANCE      PIC S9(07)V99 VALUE ZEROS.
           05  WS-AFTER-BALANCE       PIC S9(07)V99 VALUE ZEROS.
           05  WS-BEFORE-LIMIT        PIC S9(07)V99 VALUE ZEROS.
           05  WS-AFTER-LIMIT         PIC S9(07)V99 VALUE ZEROS.
           05  WS-BEFORE-QUANTITY     PIC S9(05) VALUE ZEROS.
           05  WS-AFTER-QUANTITY      PIC S9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      * OPERATOR IDS ON OPRFILE, ONE ENTRY EACH WHATEVER THE NUMBER OF *
      * PROGRAMS THE OPERATOR HOLDS A PROFILE FOR.                     *
      *----------------------------------------------------------------*
       01  WS-PROFILE-TABLE.
           05  WS-PF-OPERATOR-ID      PIC X(08) OCCURS 500 TIMES.

       01  WS-PROFILE-CONTROL.
           05  WS-PF-COUNT            PIC 9(05) VALUE ZEROS.
           05  WS-PF-LIMIT            PIC 9(05) VALUE 500.
           05  WS-PF-SUB              PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      * THE FIRST HALF OF EACH SEGREGATION-OF-DUTIES PAIR SEEN SO FAR: *
      * 'L' CREDIT LIMIT SET ON A CUSTOMER, 'S' SUPPLIER ADDED OR      *
      * CHANGED, 'A' ITEM ADJUSTED -- BY OPERATOR AND RECORD KEY.      *
      *----------------------------------------------------------------*
       01  WS-SOD-TABLE.
           05  WS-SOD-ENTRY OCCURS 2000 TIMES.
               10  WS-ST-RULE         PIC X(01).
               10  WS-ST-OPERATOR-ID  PIC X(08).
               10  WS-ST-KEY          PIC X(15).
               10  WS-ST-DATE         PIC 9(08).
               10  WS-ST-TIME         PIC 9(06).

       01  WS-SOD-CONTROL.
           05  WS-SOD-COUNT           PIC 9(05) VALUE ZEROS.
           05  WS-SOD-LIMIT           PIC 9(05) VALUE 2000.
           05  WS-SOD-SUB             PIC 9(05) VALUE ZEROS.
           05  WS-SOD-FOUND-SUB       PIC 9(05) VALUE ZEROS.
           05  WS-SOD-RULE            PIC X(01) VALUE SPACES.
           05  WS-SOD-KEY             PIC X(15) VALUE SPACES.
           05  WS-SOD-RULE-TEXT       PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------*
      * EXCEPTION LINES ARE BUILT AS THE LISTING PRINTS AND HELD HERE  *
      * UNTIL IT ENDS.                                                 *
      *----------------------------------------------------------------*
       01  WS-CONFLICT-TABLE.
           05  WS-CF-LINE             PIC X(132) OCCURS 500 TIMES.

       01  WS-CONFLICT-CONTROL.
           05  WS-CF-COUNT            PIC 9(05) VALUE ZEROS.
           05  WS-CF-LIMIT            PIC 9(05) VALUE 500.
           05  WS-CF-SUB              PIC 9(05) VALUE ZEROS.

       01  WS-HOURS-TABLE.
           05  WS-HR-LINE             PIC X(132) OCCURS 1000 TIMES.

       01  WS-HOURS-CONTROL.
           05  WS-HR-LIMIT            PIC 9(05) VALUE 1000.
           05  WS-HR-SUB              PIC 9(05) VALUE ZEROS.

       01  WS-UNPROFILED-TABLE.
           05  WS-UP-ENTRY OCCURS 200 TIMES.
               10  WS-UP-OPERATOR-ID  PIC X(08).
               10  WS-UP-EVENT-COUNT  PIC 9(07).
               10  WS-UP-FIRST-DATE   PIC 9(08).
               10  WS-UP-LAST-DATE    PIC 9(08).
               10  WS-UP-PROGRAM-ID   PIC X(08).

       01  WS-UNPROFILED-CONTROL.
           05  WS-UP-COUNT            PIC 9(05) VALUE ZEROS.
           05  WS-UP-LIMIT            PIC 9(05) VALUE 200.
           05  WS-UP-SUB              PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      * DAY OF THE WEEK: DAY 1 OF THE INTEGER CALENDAR, 1601-01-01,    *
      * WAS A MONDAY, SO DIVIDING BY 7 LEAVES 6 ON A SATURDAY AND 0 ON *
      * A SUNDAY.                                                      *
      *----------------------------------------------------------------*
       01  WS-WEEKDAY-WORK.
           05  WS-DAY-NUMBER          PIC 9(07) VALUE ZEROS.
           05  WS-WEEK-NUMBER         PIC 9(07) VALUE ZEROS.
           05  WS-WEEKDAY             PIC 9(01) VALUE 1.
               88  WEEKEND-DAY        VALUE 0 6.

       01  WS-HOURS-FLAG              PIC X(08) VALUE SPACES.
       01  WS-PROFILE-FLAG            PIC X(10) VALUE SPACES.

       01  WS-TIME-EDIT.
           05  WS-TE-HH               PIC 9(02).
           05  FILLER                 PIC X(01) VALUE ':'.
           05  WS-TE-MM               PIC 9(02).
           05  FILLER                 PIC X(01) VALUE ':'.
           05  WS-TE-SS               PIC 9(02).
       01  WS-TIME-SPLIT.
           05  WS-TS-HH               PIC 9(02).
           05  WS-TS-MM               PIC 9(02).
           05  WS-TS-SS               PIC 9(02).
       01  WS-TIME-SPLIT-NUM REDEFINES WS-TIME-SPLIT
                                      PIC 9(06).

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).
       01  WS-CURRENT-DATE-NUM        REDEFINES WS-CURRENT-DATE
                                      PIC 9(08).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(40)
                       VALUE 'OPERATOR ACTIVITY AND SEGREGATION OF   '.
           05  FILLER                 PIC X(08) VALUE 'DUTIES'.
           05  FILLER                 PIC X(04) VALUE 'DATE'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-HEADER-DATE.
               10  WS-HEADER-MONTH    PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-HEADER-DAY      PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-HEADER-YEAR     PIC 9(04).
           05  FILLER                 PIC X(69) VALUE SPACES.

       01  WS-SELECTION-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'SELECTED: OPERATOR '.
           05  WS-SL-OPERATOR-ID      PIC X(08).
           05  FILLER                 PIC X(10) VALUE '  PROGRAM '.
           05  WS-SL-PROGRAM-ID       PIC X(08).
           05  FILLER                 PIC X(07) VALUE '  FROM '.
           05  WS-SL-FROM-DATE        PIC 9(08).
           05  FILLER                 PIC X(05) VALUE '  TO '.
           05  WS-SL-TO-DATE          PIC 9(08).
           05  FILLER                 PIC X(58) VALUE SPACES.

       01  WS-SECTION-TITLE-LINE.
           05  WS-ST-TITLE            PIC X(50).
           05  FILLER                 PIC X(82) VALUE SPACES.

       01  WS-ACTIVITY-HEADER.
           05  FILLER                 PIC X(10) VALUE 'DATE'.
           05  FILLER                 PIC X(10) VALUE 'TIME'.
           05  FILLER                 PIC X(10) VALUE 'OPERATOR'.
           05  FILLER                 PIC X(10) VALUE 'PROGRAM'.
           05  FILLER                 PIC X(10) VALUE 'TRAIL'.
           05  FILLER                 PIC X(17) VALUE 'RECORD'.
           05  FILLER                 PIC X(26) VALUE 'CHANGE'.
           05  FILLER                 PIC X(15)
                                      VALUE '   AMOUNT / QTY'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(22) VALUE 'EXCEPTION'.

       01  WS-ACTIVITY-LINE.
           05  WS-AL-DATE             PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-AL-TIME             PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-AL-OPERATOR-ID      PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-AL-PROGRAM-ID       PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-AL-TRAIL            PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-AL-KEY              PIC X(15).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-AL-DESCRIPTION      PIC X(24).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-AL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-AL-HOURS-FLAG       PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-AL-PROFILE-FLAG     PIC X(10).
           05  FILLER                 PIC X(03) VALUE SPACES.

       01  WS-NO-ACTIVITY-LINE.
           05  FILLER                 PIC X(40)
                       VALUE 'NO ACTIVITY FOUND FOR THIS SELECTION    '.
           05  FILLER                 PIC X(92) VALUE SPACES.

       01  WS-CONFLICT-HEADER.
           05  FILLER                 PIC X(10) VALUE 'OPERATOR'.
           05  FILLER                 PIC X(32) VALUE 'CONFLICT'.
           05  FILLER                 PIC X(36) VALUE 'FIRST'.
           05  FILLER                 PIC X(36) VALUE 'THEN'.
           05  FILLER                 PIC X(15)
                                      VALUE '   AMOUNT / QTY'.
           05  FILLER                 PIC X(03) VALUE SPACES.

       01  WS-CONFLICT-LINE.
           05  WS-CL-OPERATOR-ID      PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-CL-RULE-TEXT        PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-CL-FIRST-KEY        PIC X(15).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-CL-FIRST-DATE       PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-CL-FIRST-TIME       PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-CL-THEN-KEY         PIC X(15).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-CL-THEN-DATE        PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-CL-THEN-TIME        PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-CL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(03) VALUE SPACES.

       01  WS-UNPROFILED-HEADER.
           05  FILLER                 PIC X(10) VALUE 'OPERATOR'.
           05  FILLER                 PIC X(11) VALUE '    CHANGES'.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE 'FIRST SEEN'.
           05  FILLER                 PIC X(12) VALUE 'LAST SEEN'.
           05  FILLER                 PIC X(83) VALUE 'FIRST PROGRAM'.

       01  WS-UNPROFILED-LINE.
           05  WS-UL-OPERATOR-ID      PIC X(08).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-UL-EVENT-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-UL-FIRST-DATE       PIC 9(08).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-UL-LAST-DATE        PIC 9(08).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-UL-PROGRAM-ID       PIC X(08).
           05  FILLER                 PIC X(75) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(04) VALUE 'NONE'.
           05  FILLER                 PIC X(124) VALUE SPACES.

       01  WS-NO-PROFILE-FILE-LINE.
           05  FILLER                 PIC X(40)
                       VALUE '    NO OPERATOR PROFILE FILE -- CHECK '.
           05  FILLER                 PIC X(08) VALUE 'NOT MADE'.
           05  FILLER                 PIC X(84) VALUE SPACES.

       01  WS-OVERFLOW-LINE.
           05  FILLER                 PIC X(40)
                       VALUE '    TABLE FULL -- FURTHER EXCEPTIONS OF '.
           05  FILLER                 PIC X(40)
                       VALUE 'THIS KIND COUNTED BUT NOT LISTED        '.
           05  FILLER                 PIC X(52) VALUE SPACES.

       01  WS-TRAIL-COUNT-HEADER.
           05  FILLER                 PIC X(10) VALUE 'TRAIL'.
           05  FILLER                 PIC X(14) VALUE 'STATE'.
           05  FILLER                 PIC X(12) VALUE '        READ'.
           05  FILLER                 PIC X(12) VALUE '    SELECTED'.
           05  FILLER                 PIC X(12) VALUE '  DUPLICATES'.
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  WS-TRAIL-COUNT-LINE.
           05  WS-TL-TRAIL            PIC X(10).
           05  WS-TL-STATE            PIC X(14).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-TL-READ-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-TL-SELECT-COUNT     PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-TL-SKIP-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(08) VALUE 'LISTED: '.
           05  WS-SM-LISTED-COUNT     PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(15) VALUE ' SOD CONFLICTS:'.
           05  WS-SM-CONFLICT-COUNT   PIC ZZ,ZZ9.
           05  FILLER                 PIC X(14) VALUE ' AFTER HOURS: '.
           05  WS-SM-HOURS-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(19)
                                      VALUE ' UNPROFILED OPRS: '.
           05  WS-SM-NO-PROFILE-COUNT PIC ZZ,ZZ9.
           05  FILLER                 PIC X(29) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID             PIC X(08).
       01  LS-FROM-DATE               PIC 9(08).
       01  LS-TO-DATE                 PIC 9(08).
       01  LS-PROGRAM-ID              PIC X(08).

       PROCEDURE DIVISION USING LS-OPERATOR-ID LS-FROM-DATE LS-TO-DATE
                                LS-PROGRAM-ID.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION

           IF NOT RUN-ABANDONED
               SORT SORT-FILE
                   ON ASCENDING KEY SR-DATE
                                    SR-TIME
                                    SR-SEQ
                   INPUT PROCEDURE IS 2000-GATHER-ACTIVITY
                   OUTPUT PROCEDURE IS 3000-PRINT-ACTIVITY
               PERFORM 3500-PRINT-EXCEPTIONS
               PERFORM 3800-PRINT-TRAIL-COUNTS
           END-IF

           PERFORM 4000-TERMINATION
           GOBACK
           .

      *----------------------------------------------------------------*
      * EVERYTHING IS OPENED INPUT -- THE REPORT CHANGES NOTHING.      *
      *----------------------------------------------------------------*
       1000-INITIALIZATION.
           OPEN OUTPUT REPORT-FILE

           IF NOT REPORT-SUCCESS
               DISPLAY 'ERROR OPENING REPORT FILE: ' WS-REPORT-STATUS
               MOVE 'Y' TO WS-RUN-ABANDONED-SW
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-MONTH TO WS-HEADER-MONTH
           MOVE WS-CURRENT-DAY TO WS-HEADER-DAY
           MOVE WS-CURRENT-YEAR TO WS-HEADER-YEAR

           MOVE LS-OPERATOR-ID TO WS-SEL-OPERATOR-ID
           MOVE LS-PROGRAM-ID TO WS-SEL-PROGRAM-ID

           IF LS-FROM-DATE NUMERIC
               MOVE LS-FROM-DATE TO WS-FROM-DATE-NUM
           END-IF

           IF LS-TO-DATE NUMERIC AND LS-TO-DATE > ZERO
               MOVE LS-TO-DATE TO WS-TO-DATE-NUM
           ELSE
               MOVE WS-CURRENT-DATE-NUM TO WS-TO-DATE-NUM
           END-IF

           IF WS-SEL-OPERATOR-ID = SPACES
               MOVE 'ALL' TO WS-SL-OPERATOR-ID
           ELSE
               MOVE WS-SEL-OPERATOR-ID TO WS-SL-OPERATOR-ID
           END-IF

           IF WS-SEL-PROGRAM-ID = SPACES
               MOVE 'ALL' TO WS-SL-PROGRAM-ID
           ELSE
               MOVE WS-SEL-PROGRAM-ID TO WS-SL-PROGRAM-ID
           END-IF

           MOVE WS-FROM-DATE-NUM TO WS-SL-FROM-DATE
           MOVE WS-TO-DATE-NUM TO WS-SL-TO-DATE

           IF NOT RUN-ABANDONED
               WRITE REPORT-RECORD FROM WS-REPORT-HEADER
               WRITE REPORT-RECORD FROM WS-SELECTION-LINE
               WRITE REPORT-RECORD FROM SPACES
               WRITE REPORT-RECORD FROM WS-ACTIVITY-HEADER
           END-IF

           PERFORM VARYING WS-TRAIL-SUB FROM 1 BY 1
                   UNTIL WS-TRAIL-SUB > WS-TRAIL-COUNT
               MOVE 'N' TO WS-TC-STATE(WS-TRAIL-SUB)
               MOVE ZEROS TO WS-TC-READ-COUNT(WS-TRAIL-SUB)
               MOVE ZEROS TO WS-TC-SELECT-COUNT(WS-TRAIL-SUB)
               MOVE ZEROS TO WS-TC-SKIP-COUNT(WS-TRAIL-SUB)
           END-PERFORM

           PERFORM 1300-LOAD-OPERATOR-PROFILES
           .

      *----------------------------------------------------------------*
      * ONE TABLE ENTRY PER OPERATOR ID. A MISSING PROFILE FILE LEAVES *
      * PROFILES-LOADED OFF AND THE PROFILE CHECK IS NOT MADE.         *
      *----------------------------------------------------------------*
       1300-LOAD-OPERATOR-PROFILES.
           OPEN INPUT OPERATOR-PROFILE-FILE

           IF PROFILE-SUCCESS
               MOVE 'Y' TO WS-PROFILES-LOADED-SW
               PERFORM 1310-READ-PROFILE-RECORD
                   UNTIL PROFILE-EOF
               CLOSE OPERATOR-PROFILE-FILE
           ELSE
               IF NOT PROFILE-NO-FILE
                   DISPLAY 'ERROR OPENING OPERATOR PROFILE FILE: '
                           WS-PROFILE-STATUS
               END-IF
           END-IF
           .

       1310-READ-PROFILE-RECORD.
           READ OPERATOR-PROFILE-FILE
               AT END
                   MOVE 'Y' TO WS-PROFILE-EOF-SW
               NOT AT END
                   MOVE OPR-OPERATOR-ID TO WS-EV-OPERATOR-ID
                   PERFORM 5100-FIND-PROFILE
                   IF NOT ENTRY-FOUND
                       IF WS-PF-COUNT < WS-PF-LIMIT
                           ADD 1 TO WS-PF-COUNT
                           MOVE OPR-OPERATOR-ID
                             TO WS-PF-OPERATOR-ID(WS-PF-COUNT)
                       ELSE
                           DISPLAY 'OPRACTV: PROFILE TABLE FULL AT '
                                   WS-PF-LIMIT ' OPERATORS'
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------*
      * SORT INPUT PROCEDURE: EACH TRAIL IN TURN.                      *
      *----------------------------------------------------------------*
       2000-GATHER-ACTIVITY.
           PERFORM 2100-READ-CUSTOMER-AUDIT
           PERFORM 2200-READ-ITEM-AUDIT
           PERFORM 2300-READ-SUPPLIER-AUDIT
           PERFORM 2400-READ-HOLD-AUDIT
           PERFORM 2450-READ-ORDER-AUDIT
           PERFORM 2500-READ-JOURNAL
           .

      *----------------------------------------------------------------*
      * AFTER EACH TRAIL'S OPEN: RECORD WHETHER IT CAN BE READ. A      *
      * TRAIL NEVER CREATED IS NOT AN ERROR.                           *
      *----------------------------------------------------------------*
       2050-NOTE-OPEN-RESULT.
           MOVE 'N' TO WS-END-OF-FILE-SW

           EVALUATE TRUE
               WHEN TRAIL-SUCCESS
                   MOVE 'R' TO WS-TC-STATE(WS-TRAIL-SUB)
               WHEN TRAIL-NO-FILE
                   MOVE 'N' TO WS-TC-STATE(WS-TRAIL-SUB)
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               WHEN OTHER
                   DISPLAY 'ERROR OPENING ' WS-TN-NAME(WS-TRAIL-SUB)
                           ': ' WS-TRAIL-STATUS
                   MOVE 'E' TO WS-TC-STATE(WS-TRAIL-SUB)
                   MOVE 'Y' TO WS-END-OF-FILE-SW
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * CMAUDIT: CUSTMNT UPDATES, CLOSES AND REINSTATEMENTS.           *
      *----------------------------------------------------------------*
       2100-READ-CUSTOMER-AUDIT.
           MOVE 1 TO WS-TRAIL-SUB
           OPEN INPUT CUST-AUDIT-FILE
           MOVE WS-CUST-AUDIT-STATUS TO WS-TRAIL-STATUS
           PERFORM 2050-NOTE-OPEN-RESULT

           IF TC-READ(WS-TRAIL-SUB)
               PERFORM 2110-READ-ONE-CUSTOMER-AUDIT
                   UNTIL END-OF-FILE
               CLOSE CUST-AUDIT-FILE
           END-IF
           .

       2110-READ-ONE-CUSTOMER-AUDIT.
           READ CUST-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-TC-READ-COUNT(WS-TRAIL-SUB)
           END-READ

           IF NOT END-OF-FILE
               MOVE CA-DATE TO WS-EV-DATE
               MOVE CA-TIME TO WS-EV-TIME
               MOVE CA-OPERATOR-ID TO WS-EV-OPERATOR-ID
               MOVE 'CUSTMNT' TO WS-EV-PROGRAM-ID
               MOVE CA-BEFORE-IMAGE TO WS-CUST-BEFORE
               MOVE CA-AFTER-IMAGE TO WS-CUST-AFTER
               PERFORM 2700-DESCRIBE-CUSTOMER-CHANGE
               PERFORM 2900-SELECT-EVENT
           END-IF
           .

      *----------------------------------------------------------------*
      * IMAUDIT: EVERY INVNTRY TRANSACTION THAT CHANGED THE ITEM       *
      * MASTER. THE TRANSACTION CODE NAMES THE CHANGE; THE QUANTITY IS *
      * THE MOVE IN INV-ON-HAND.                                       *
      *----------------------------------------------------------------*
       2200-READ-ITEM-AUDIT.
           MOVE 2 TO WS-TRAIL-SUB
           OPEN INPUT ITEM-AUDIT-FILE
           MOVE WS-ITEM-AUDIT-STATUS TO WS-TRAIL-STATUS
           PERFORM 2050-NOTE-OPEN-RESULT

           IF TC-READ(WS-TRAIL-SUB)
               PERFORM 2210-READ-ONE-ITEM-AUDIT
                   UNTIL END-OF-FILE
               CLOSE ITEM-AUDIT-FILE
           END-IF
           .

       2210-READ-ONE-ITEM-AUDIT.
           READ ITEM-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-TC-READ-COUNT(WS-TRAIL-SUB)
           END-READ

           IF NOT END-OF-FILE
               MOVE IA-DATE TO WS-EV-DATE
               MOVE IA-TIME TO WS-EV-TIME
               MOVE IA-OPERATOR-ID TO WS-EV-OPERATOR-ID
               MOVE 'INVNTRY' TO WS-EV-PROGRAM-ID
               MOVE IA-BEFORE-IMAGE TO WS-ITEM-BEFORE
               MOVE IA-AFTER-IMAGE TO WS-ITEM-AFTER
               PERFORM 2750-MEASURE-ITEM-CHANGE
               MOVE IA-TRAN-CODE TO WS-EV-ACTION

               EVALUATE IA-TRAN-CODE
                   WHEN 'R'
                       MOVE 'RECEIPT' TO WS-EV-DESCRIPTION
                   WHEN 'I'
                       MOVE 'ISSUE' TO WS-EV-DESCRIPTION
                   WHEN 'A'
                       MOVE 'ADJUSTMENT' TO WS-EV-DESCRIPTION
                   WHEN 'C'
                       MOVE 'PHYSICAL COUNT' TO WS-EV-DESCRIPTION
                   WHEN 'V'
                       MOVE 'REVERSAL' TO WS-EV-DESCRIPTION
                   WHEN 'T'
                       MOVE 'TRANSFER' TO WS-EV-DESCRIPTION
                   WHEN 'X'
                       MOVE 'RETURN TO VENDOR' TO WS-EV-DESCRIPTION
                   WHEN 'L'
                       MOVE 'LANDED COST' TO WS-EV-DESCRIPTION
                   WHEN 'W'
                       MOVE 'UNIT WEIGHT SET' TO WS-EV-DESCRIPTION
                   WHEN 'M'
                       MOVE 'PICK-FACE LIMITS SET' TO WS-EV-DESCRIPTION
                   WHEN OTHER
                       MOVE 'ITEM CHANGED' TO WS-EV-DESCRIPTION
               END-EVALUATE

               PERFORM 2900-SELECT-EVENT
           END-IF
           .

      *----------------------------------------------------------------*
      * SMAUDIT: SUPMNT ADDS, CHANGES AND DELETES. A DELETE'S AFTER    *
      * IMAGE IS BLANK.                                                *
      *----------------------------------------------------------------*
       2300-READ-SUPPLIER-AUDIT.
           MOVE 3 TO WS-TRAIL-SUB
           OPEN INPUT SUPPLIER-AUDIT-FILE
           MOVE WS-SUP-AUDIT-STATUS TO WS-TRAIL-STATUS
           PERFORM 2050-NOTE-OPEN-RESULT

           IF TC-READ(WS-TRAIL-SUB)
               PERFORM 2310-READ-ONE-SUPPLIER-AUDIT
                   UNTIL END-OF-FILE
               CLOSE SUPPLIER-AUDIT-FILE
           END-IF
           .

       2310-READ-ONE-SUPPLIER-AUDIT.
           READ SUPPLIER-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-TC-READ-COUNT(WS-TRAIL-SUB)
           END-READ

           IF NOT END-OF-FILE
               MOVE SA-DATE TO WS-EV-DATE
               MOVE SA-TIME TO WS-EV-TIME
               MOVE SA-OPERATOR-ID TO WS-EV-OPERATOR-ID
               MOVE 'SUPMNT' TO WS-EV-PROGRAM-ID
               MOVE 'S' TO WS-EV-ENTITY
               MOVE SA-REFERENCE TO WS-EV-KEY
               MOVE SA-REFERENCE(1:6) TO WS-EV-SUPPLIER-ID
               MOVE ZEROS TO WS-EV-AMOUNT

               EVALUATE TRUE
                   WHEN SA-BEFORE-IMAGE = SPACES
                       MOVE 'N' TO WS-EV-ACTION
                       MOVE 'SUPPLIER ADDED' TO WS-EV-DESCRIPTION
                   WHEN SA-AFTER-IMAGE = SPACES
                       MOVE 'D' TO WS-EV-ACTION
                       MOVE 'SUPPLIER DELETED' TO WS-EV-DESCRIPTION
                   WHEN OTHER
                       MOVE 'M' TO WS-EV-ACTION
                       MOVE 'SUPPLIER CHANGED' TO WS-EV-DESCRIPTION
               END-EVALUATE

               PERFORM 2900-SELECT-EVENT
           END-IF
           .

      *----------------------------------------------------------------*
      * CHAUDIT: CREDHOLD HOLDS AND RELEASES. THE REFERENCE IS THE     *
      * REASON, SO THE CUSTOMER COMES FROM THE IMAGE.                  *
      *----------------------------------------------------------------*
       2400-READ-HOLD-AUDIT.
           MOVE 4 TO WS-TRAIL-SUB
           OPEN INPUT HOLD-AUDIT-FILE
           MOVE WS-HOLD-AUDIT-STATUS TO WS-TRAIL-STATUS
           PERFORM 2050-NOTE-OPEN-RESULT

           IF TC-READ(WS-TRAIL-SUB)
               PERFORM 2410-READ-ONE-HOLD-AUDIT
                   UNTIL END-OF-FILE
               CLOSE HOLD-AUDIT-FILE
           END-IF
           .

       2410-READ-ONE-HOLD-AUDIT.
           READ HOLD-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-TC-READ-COUNT(WS-TRAIL-SUB)
           END-READ

           IF NOT END-OF-FILE
               MOVE HA-DATE TO WS-EV-DATE
               MOVE HA-TIME TO WS-EV-TIME
               MOVE HA-OPERATOR-ID TO WS-EV-OPERATOR-ID
               MOVE 'CREDHOLD' TO WS-EV-PROGRAM-ID
               MOVE HA-BEFORE-IMAGE TO WS-CUST-BEFORE
               MOVE HA-AFTER-IMAGE TO WS-CUST-AFTER
               PERFORM 2700-DESCRIBE-CUSTOMER-CHANGE
               PERFORM 2900-SELECT-EVENT
           END-IF
           .

      *----------------------------------------------------------------*
      * OMAUDIT: ORDMNT LINES ADDED, CHANGED AND CANCELLED. THE KEY IS *
      * THE ORDER REFERENCE, THE ITEM GOES IN THE DESCRIPTION, AND THE *
      * QUANTITY IS THE MOVE IN THE LINE'S OPEN QUANTITY.              *
      *----------------------------------------------------------------*
       2450-READ-ORDER-AUDIT.
           MOVE 5 TO WS-TRAIL-SUB
           OPEN INPUT ORDER-AUDIT-FILE
           MOVE WS-ORD-AUDIT-STATUS TO WS-TRAIL-STATUS
           PERFORM 2050-NOTE-OPEN-RESULT

           IF TC-READ(WS-TRAIL-SUB)
               PERFORM 2460-READ-ONE-ORDER-AUDIT
                   UNTIL END-OF-FILE
               CLOSE ORDER-AUDIT-FILE
           END-IF
           .

       2460-READ-ONE-ORDER-AUDIT.
           READ ORDER-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-TC-READ-COUNT(WS-TRAIL-SUB)
           END-READ

           IF NOT END-OF-FILE
               MOVE OA-DATE TO WS-EV-DATE
               MOVE OA-TIME TO WS-EV-TIME
               MOVE OA-OPERATOR-ID TO WS-EV-OPERATOR-ID
               MOVE 'ORDMNT' TO WS-EV-PROGRAM-ID
               MOVE OA-BEFORE-IMAGE TO WS-ORDER-BEFORE
               MOVE OA-AFTER-IMAGE TO WS-ORDER-AFTER
               PERFORM 2850-DESCRIBE-ORDER-CHANGE
               PERFORM 2900-SELECT-EVENT
           END-IF
           .

      *----------------------------------------------------------------*
      * JRNFILE: EVERY OTHER PROGRAM'S CUSTOMER, ITEM AND LOCATION     *
      * CHANGES. CUSTMNT REWRITES AND DELETES ARE ALREADY ON CMAUDIT   *
      * (ITS ADDS ARE NOT), CREDHOLD'S ON CHAUDIT, AND INVNTRY'S KEYED *
      * ITEM CHANGES ON IMAUDIT, SO THOSE ARE COUNTED AS DUPLICATES.   *
      * INVNTRY'S LOCATION CHANGES AND THE ITEM CHANGES ITS REORDER    *
      * PASS MAKES UNDER ITS OWN NAME ARE ON NO AUDIT FILE AND ARE     *
      * REPORTED FROM HERE.                                            *
      *----------------------------------------------------------------*
       2500-READ-JOURNAL.
           MOVE 6 TO WS-TRAIL-SUB
           OPEN INPUT JOURNAL-FILE
           MOVE WS-JOURNAL-STATUS TO WS-TRAIL-STATUS
           PERFORM 2050-NOTE-OPEN-RESULT

           IF TC-READ(WS-TRAIL-SUB)
               PERFORM 2510-READ-ONE-JOURNAL
                   UNTIL END-OF-FILE
               CLOSE JOURNAL-FILE
           END-IF
           .

       2510-READ-ONE-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-TC-READ-COUNT(WS-TRAIL-SUB)
           END-READ

           IF NOT END-OF-FILE
               IF (JRN-PROGRAM-ID = 'CUSTMNT' AND NOT JRN-WRITE)
                  OR JRN-PROGRAM-ID = 'CREDHOLD'
                  OR (JRN-PROGRAM-ID = 'INVNTRY' AND JRN-INVFILE
                      AND JRN-OPERATOR-ID NOT = 'INVNTRY')
                   ADD 1 TO WS-TC-SKIP-COUNT(WS-TRAIL-SUB)
               ELSE
                   PERFORM 2520-DESCRIBE-JOURNAL-ENTRY
                   PERFORM 2900-SELECT-EVENT
               END-IF
           END-IF
           .

       2520-DESCRIBE-JOURNAL-ENTRY.
           MOVE JRN-DATE TO WS-EV-DATE
           MOVE JRN-TIME TO WS-EV-TIME
           MOVE JRN-OPERATOR-ID TO WS-EV-OPERATOR-ID
           MOVE JRN-PROGRAM-ID TO WS-EV-PROGRAM-ID

           EVALUATE TRUE
               WHEN JRN-CUSTFILE
                   MOVE JRN-BEFORE-IMAGE TO WS-CUST-BEFORE
                   MOVE JRN-AFTER-IMAGE TO WS-CUST-AFTER
                   PERFORM 2700-DESCRIBE-CUSTOMER-CHANGE
               WHEN JRN-INVFILE
                   MOVE JRN-BEFORE-IMAGE TO WS-ITEM-BEFORE
                   MOVE JRN-AFTER-IMAGE TO WS-ITEM-AFTER
                   PERFORM 2750-MEASURE-ITEM-CHANGE
                   EVALUATE TRUE
                       WHEN JRN-WRITE
                           MOVE 'N' TO WS-EV-ACTION
                           MOVE 'ITEM ADDED' TO WS-EV-DESCRIPTION
                       WHEN JRN-DELETE
                           MOVE 'D' TO WS-EV-ACTION
                           MOVE 'ITEM DELETED' TO WS-EV-DESCRIPTION
                       WHEN OTHER
                           MOVE 'J' TO WS-EV-ACTION
                           MOVE 'ITEM MASTER UPDATED'
                             TO WS-EV-DESCRIPTION
                   END-EVALUATE
               WHEN OTHER
                   PERFORM 2800-MEASURE-LOCATION-CHANGE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * ONE CUSTOMER CHANGE, FROM ITS IMAGES. A CHANGE THAT MOVED      *
      * SEVERAL FIELDS IS NAMED FOR THE FIRST THAT APPLIES: ADD,       *
      * DELETE, CREDIT LIMIT, BALANCE, STATUS.                         *
      *----------------------------------------------------------------*
       2700-DESCRIBE-CUSTOMER-CHANGE.
           MOVE 'C' TO WS-EV-ENTITY
           MOVE SPACES TO WS-EV-SUPPLIER-ID
           MOVE ZEROS TO WS-EV-AMOUNT

           IF WS-CUST-BEFORE = SPACES
               MOVE ZEROS TO WS-BEFORE-BALANCE
               MOVE ZEROS TO WS-BEFORE-LIMIT
           ELSE
               MOVE WS-CB-BALANCE TO WS-BEFORE-BALANCE
               MOVE WS-CB-CREDIT-LIMIT TO WS-BEFORE-LIMIT
           END-IF

           IF WS-CUST-AFTER = SPACES
               MOVE ZEROS TO WS-AFTER-BALANCE
               MOVE ZEROS TO WS-AFTER-LIMIT
               MOVE WS-CB-CUST-ID TO WS-EV-KEY
           ELSE
               MOVE WS-CA-BALANCE TO WS-AFTER-BALANCE
               MOVE WS-CA-CREDIT-LIMIT TO WS-AFTER-LIMIT
               MOVE WS-CA-CUST-ID TO WS-EV-KEY
           END-IF

           EVALUATE TRUE
               WHEN WS-CUST-BEFORE = SPACES
                   MOVE 'N' TO WS-EV-ACTION
                   MOVE 'CUSTOMER ADDED' TO WS-EV-DESCRIPTION
                   MOVE WS-AFTER-LIMIT TO WS-EV-AMOUNT
               WHEN WS-CUST-AFTER = SPACES
                   MOVE 'D' TO WS-EV-ACTION
                   MOVE 'CUSTOMER DELETED' TO WS-EV-DESCRIPTION
               WHEN WS-AFTER-LIMIT > WS-BEFORE-LIMIT
                   MOVE 'L' TO WS-EV-ACTION
                   MOVE 'CREDIT LIMIT RAISED' TO WS-EV-DESCRIPTION
                   COMPUTE WS-EV-AMOUNT =
                       WS-AFTER-LIMIT - WS-BEFORE-LIMIT
               WHEN WS-AFTER-LIMIT < WS-BEFORE-LIMIT
                   MOVE 'K' TO WS-EV-ACTION
                   MOVE 'CREDIT LIMIT LOWERED' TO WS-EV-DESCRIPTION
                   COMPUTE WS-EV-AMOUNT =
                       WS-AFTER-LIMIT - WS-BEFORE-LIMIT
               WHEN WS-AFTER-BALANCE NOT = WS-BEFORE-BALANCE
                   MOVE 'B' TO WS-EV-ACTION
                   MOVE 'BALANCE POSTED' TO WS-EV-DESCRIPTION
                   COMPUTE WS-EV-AMOUNT =
                       WS-AFTER-BALANCE - WS-BEFORE-BALANCE
               WHEN WS-CA-STATUS NOT = WS-CB-STATUS
                   MOVE 'S' TO WS-EV-ACTION
                   MOVE SPACES TO WS-EV-DESCRIPTION
                   STRING 'STATUS ' WS-CB-STATUS ' TO ' WS-CA-STATUS
                       DELIMITED BY SIZE INTO WS-EV-DESCRIPTION
               WHEN OTHER
                   MOVE 'M' TO WS-EV-ACTION
                   MOVE 'CUSTOMER DETAILS CHANGED' TO WS-EV-DESCRIPTION
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * ONE ITEM MASTER CHANGE: THE KEY, THE ITEM'S SUPPLIER AND THE   *
      * MOVE IN INV-ON-HAND. THE CALLER NAMES THE CHANGE.              *
      *----------------------------------------------------------------*
       2750-MEASURE-ITEM-CHANGE.
           MOVE 'I' TO WS-EV-ENTITY

           IF WS-ITEM-BEFORE = SPACES
               MOVE ZEROS TO WS-BEFORE-QUANTITY
           ELSE
               MOVE WS-IB-ON-HAND TO WS-BEFORE-QUANTITY
           END-IF

           IF WS-ITEM-AFTER = SPACES
               MOVE ZEROS TO WS-AFTER-QUANTITY
               MOVE WS-IB-ITEM-CODE TO WS-EV-KEY
               MOVE WS-IB-SUPPLIER-ID TO WS-EV-SUPPLIER-ID
           ELSE
               MOVE WS-IT-ON-HAND TO WS-AFTER-QUANTITY
               MOVE WS-IT-ITEM-CODE TO WS-EV-KEY
               MOVE WS-IT-SUPPLIER-ID TO WS-EV-SUPPLIER-ID
           END-IF

           COMPUTE WS-EV-AMOUNT =
               WS-AFTER-QUANTITY - WS-BEFORE-QUANTITY
           .

      *----------------------------------------------------------------*
      * ONE LOCATION BALANCE CHANGE FROM THE JOURNAL.                  *
      *----------------------------------------------------------------*
       2800-MEASURE-LOCATION-CHANGE.
           MOVE 'L' TO WS-EV-ENTITY
           MOVE SPACES TO WS-EV-SUPPLIER-ID
           MOVE JRN-KEY TO WS-EV-KEY
           MOVE JRN-BEFORE-IMAGE TO WS-LOC-BEFORE
           MOVE JRN-AFTER-IMAGE TO WS-LOC-AFTER

           IF WS-LOC-BEFORE = SPACES
               MOVE ZEROS TO WS-BEFORE-QUANTITY
           ELSE
               MOVE WS-LB-ON-HAND TO WS-BEFORE-QUANTITY
           END-IF

           IF WS-LOC-AFTER = SPACES
               MOVE ZEROS TO WS-AFTER-QUANTITY
           ELSE
               MOVE WS-LA-ON-HAND TO WS-AFTER-QUANTITY
           END-IF

           COMPUTE WS-EV-AMOUNT =
               WS-AFTER-QUANTITY - WS-BEFORE-QUANTITY

           EVALUATE TRUE
               WHEN JRN-WRITE
                   MOVE 'N' TO WS-EV-ACTION
                   MOVE 'LOCATION ADDED' TO WS-EV-DESCRIPTION
               WHEN JRN-DELETE
                   MOVE 'D' TO WS-EV-ACTION
                   MOVE 'LOCATION DELETED' TO WS-EV-DESCRIPTION
               WHEN OTHER
                   MOVE 'J' TO WS-EV-ACTION
                   MOVE 'LOCATION BALANCE UPDATED' TO WS-EV-DESCRIPTION
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * ONE OPEN-ORDER LINE CHANGE FROM OMAUDIT. AN ADDED LINE HAS NO  *
      * BEFORE IMAGE; A CANCELLED ONE ENDS CLOSED WITH NOTHING OPEN.   *
      *----------------------------------------------------------------*
       2850-DESCRIBE-ORDER-CHANGE.
           MOVE 'O' TO WS-EV-ENTITY
           MOVE SPACES TO WS-EV-SUPPLIER-ID
           MOVE OA-REFERENCE TO WS-EV-KEY
           MOVE SPACES TO WS-EV-DESCRIPTION

           IF WS-ORDER-BEFORE = SPACES
               MOVE ZEROS TO WS-BEFORE-QUANTITY
           ELSE
               MOVE WS-OB-OPEN-QTY TO WS-BEFORE-QUANTITY
           END-IF

           MOVE WS-OF-OPEN-QTY TO WS-AFTER-QUANTITY

           COMPUTE WS-EV-AMOUNT =
               WS-AFTER-QUANTITY - WS-BEFORE-QUANTITY

           EVALUATE TRUE
               WHEN WS-ORDER-BEFORE = SPACES
                   MOVE 'N' TO WS-EV-ACTION
                   STRING 'LINE ADDED ' WS-OF-ITEM-CODE
                       DELIMITED BY SIZE INTO WS-EV-DESCRIPTION
               WHEN ORDER-LINE-CLOSED
                AND WS-OF-STATUS NOT = WS-OB-STATUS
                   MOVE 'X' TO WS-EV-ACTION
                   STRING 'CANCELLED ' WS-OF-ITEM-CODE
                       DELIMITED BY SIZE INTO WS-EV-DESCRIPTION
               WHEN WS-OF-SHIP-SEQ NOT = WS-OB-SHIP-SEQ
                   MOVE 'T' TO WS-EV-ACTION
                   STRING 'SHIP-TO SET ' WS-OF-ITEM-CODE
                       DELIMITED BY SIZE INTO WS-EV-DESCRIPTION
               WHEN WS-AFTER-QUANTITY NOT = WS-BEFORE-QUANTITY
                   MOVE 'Q' TO WS-EV-ACTION
                   STRING 'QTY CHANGE ' WS-OF-ITEM-CODE
                       DELIMITED BY SIZE INTO WS-EV-DESCRIPTION
               WHEN OTHER
                   MOVE 'M' TO WS-EV-ACTION
                   STRING 'LINE CHANGED ' WS-OF-ITEM-CODE
                       DELIMITED BY SIZE INTO WS-EV-DESCRIPTION
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * OPERATOR AND DATE RANGE DECIDE WHETHER THE CHANGE IS RELEASED  *
      * AT ALL; THE PROGRAM SELECTION ONLY DECIDES WHETHER IT IS       *
      * LISTED, SO THE DUTIES CHECK STILL SEES EVERY PROGRAM.          *
      *----------------------------------------------------------------*
       2900-SELECT-EVENT.
           IF WS-EV-TIME NOT NUMERIC
               MOVE ZEROS TO WS-EV-TIME
           END-IF

           IF WS-EV-DATE NUMERIC
              AND WS-EV-DATE NOT < WS-FROM-DATE-NUM
              AND WS-EV-DATE NOT > WS-TO-DATE-NUM
              AND (WS-SEL-OPERATOR-ID = SPACES
                   OR WS-SEL-OPERATOR-ID = WS-EV-OPERATOR-ID)
               ADD 1 TO WS-TC-SELECT-COUNT(WS-TRAIL-SUB)
               ADD 1 TO WS-EVENT-SEQ
               MOVE WS-EV-DATE TO SR-DATE
               MOVE WS-EV-TIME TO SR-TIME
               MOVE WS-EVENT-SEQ TO SR-SEQ
               MOVE WS-EV-OPERATOR-ID TO SR-OPERATOR-ID
               MOVE WS-EV-PROGRAM-ID TO SR-PROGRAM-ID
               MOVE WS-TN-NAME(WS-TRAIL-SUB) TO SR-TRAIL
               MOVE WS-EV-ENTITY TO SR-ENTITY
               MOVE WS-EV-ACTION TO SR-ACTION
               MOVE WS-EV-KEY TO SR-KEY
               MOVE WS-EV-AMOUNT TO SR-AMOUNT
               MOVE WS-EV-SUPPLIER-ID TO SR-SUPPLIER-ID
               MOVE WS-EV-DESCRIPTION TO SR-DESCRIPTION

               IF WS-SEL-PROGRAM-ID = SPACES
                  OR WS-SEL-PROGRAM-ID = WS-EV-PROGRAM-ID
                   MOVE 'Y' TO SR-LISTED-SW
               ELSE
                   MOVE 'N' TO SR-LISTED-SW
               END-IF

               RELEASE SORT-RECORD
           END-IF
           .

      *----------------------------------------------------------------*
      * SORT OUTPUT PROCEDURE: THE CHANGES COME BACK IN POSTING ORDER, *
      * SO EACH DUTIES CONFLICT IS CAUGHT WHEN ITS SECOND HALF ARRIVES.*
      *----------------------------------------------------------------*
       3000-PRINT-ACTIVITY.
           PERFORM 3010-RETURN-SORT-RECORD

           IF SORT-EOF
               WRITE REPORT-RECORD FROM WS-NO-ACTIVITY-LINE
           END-IF

           PERFORM 3100-PROCESS-ONE-CHANGE
               UNTIL SORT-EOF
           .

       3010-RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN
           .

       3100-PROCESS-ONE-CHANGE.
           IF SR-OPERATOR-ID = SR-PROGRAM-ID
               MOVE 'Y' TO WS-SYSTEM-POSTING-SW
               ADD 1 TO WS-SYSTEM-COUNT
           ELSE
               MOVE 'N' TO WS-SYSTEM-POSTING-SW
               PERFORM 3200-CHECK-DUTIES
           END-IF

           IF SR-LISTED
               MOVE SPACES TO WS-HOURS-FLAG
               MOVE SPACES TO WS-PROFILE-FLAG

               IF NOT SYSTEM-POSTING
                   PERFORM 3300-CHECK-HOURS
                   PERFORM 3400-CHECK-PROFILE
               END-IF

               MOVE SR-DATE TO WS-AL-DATE
               MOVE SR-TIME TO WS-TIME-SPLIT-NUM
               PERFORM 5300-EDIT-TIME
               MOVE WS-TIME-EDIT TO WS-AL-TIME
               MOVE SR-OPERATOR-ID TO WS-AL-OPERATOR-ID
               MOVE SR-PROGRAM-ID TO WS-AL-PROGRAM-ID
               MOVE SR-TRAIL TO WS-AL-TRAIL
               MOVE SR-KEY TO WS-AL-KEY
               MOVE SR-DESCRIPTION TO WS-AL-DESCRIPTION
               MOVE SR-AMOUNT TO WS-AL-AMOUNT
               MOVE WS-HOURS-FLAG TO WS-AL-HOURS-FLAG
               MOVE WS-PROFILE-FLAG TO WS-AL-PROFILE-FLAG

               WRITE REPORT-RECORD FROM WS-ACTIVITY-LINE
               ADD 1 TO WS-LISTED-COUNT

               IF WS-HOURS-FLAG NOT = SPACES
                   ADD 1 TO WS-HOURS-COUNT
                   IF WS-HOURS-COUNT NOT > WS-HR-LIMIT
                       MOVE WS-ACTIVITY-LINE
                         TO WS-HR-LINE(WS-HOURS-COUNT)
                   END-IF
               END-IF
           END-IF

           PERFORM 3010-RETURN-SORT-RECORD
           .

      *----------------------------------------------------------------*
      * EACH CHANGE IS EITHER THE FIRST HALF OF A PAIR, REMEMBERED, OR *
      * THE SECOND HALF, LOOKED UP AGAINST WHAT THE SAME OPERATOR DID  *
      * EARLIER.                                                       *
      *----------------------------------------------------------------*
       3200-CHECK-DUTIES.
           EVALUATE TRUE
               WHEN SR-CUSTOMER
                AND (SR-ACTION = 'L' OR SR-ACTION = 'N')
                   MOVE 'L' TO WS-SOD-RULE
                   MOVE SR-KEY TO WS-SOD-KEY
                   PERFORM 3210-REMEMBER-FIRST-HALF
               WHEN SR-CUSTOMER AND SR-ACTION = 'B'
                AND (SR-AMOUNT NOT < WS-LARGE-POSTING
                     OR 0 - SR-AMOUNT NOT < WS-LARGE-POSTING)
                   MOVE 'L' TO WS-SOD-RULE
                   MOVE SR-KEY TO WS-SOD-KEY
                   MOVE 'CREDIT LIMIT SET, THEN POSTED'
                     TO WS-SOD-RULE-TEXT
                   PERFORM 3220-MATCH-SECOND-HALF
               WHEN SR-SUPPLIER
                AND (SR-ACTION = 'N' OR SR-ACTION = 'M')
                   MOVE 'S' TO WS-SOD-RULE
                   MOVE SR-KEY TO WS-SOD-KEY
                   PERFORM 3210-REMEMBER-FIRST-HALF
               WHEN SR-ITEM AND SR-ACTION = 'R'
                AND SR-SUPPLIER-ID NOT = SPACES
                   MOVE 'S' TO WS-SOD-RULE
                   MOVE SR-SUPPLIER-ID TO WS-SOD-KEY
                   MOVE 'SUPPLIER KEYED, THEN RECEIVED'
                     TO WS-SOD-RULE-TEXT
                   PERFORM 3220-MATCH-SECOND-HALF
               WHEN SR-ITEM AND SR-ACTION = 'A'
                   MOVE 'A' TO WS-SOD-RULE
                   MOVE SR-KEY TO WS-SOD-KEY
                   PERFORM 3210-REMEMBER-FIRST-HALF
               WHEN SR-ITEM AND SR-ACTION = 'C'
                   MOVE 'A' TO WS-SOD-RULE
                   MOVE SR-KEY TO WS-SOD-KEY
                   MOVE 'ITEM ADJUSTED, THEN COUNTED'
                     TO WS-SOD-RULE-TEXT
                   PERFORM 3220-MATCH-SECOND-HALF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       3210-REMEMBER-FIRST-HALF.
           PERFORM 5200-FIND-FIRST-HALF

           IF NOT ENTRY-FOUND
               IF WS-SOD-COUNT < WS-SOD-LIMIT
                   ADD 1 TO WS-SOD-COUNT
                   MOVE WS-SOD-RULE TO WS-ST-RULE(WS-SOD-COUNT)
                   MOVE SR-OPERATOR-ID
                     TO WS-ST-OPERATOR-ID(WS-SOD-COUNT)
                   MOVE WS-SOD-KEY TO WS-ST-KEY(WS-SOD-COUNT)
                   MOVE SR-DATE TO WS-ST-DATE(WS-SOD-COUNT)
                   MOVE SR-TIME TO WS-ST-TIME(WS-SOD-COUNT)
               ELSE
                   DISPLAY 'OPRACTV: DUTIES TABLE FULL AT '
                           WS-SOD-LIMIT ' ENTRIES'
               END-IF
           END-IF
           .

       3220-MATCH-SECOND-HALF.
           PERFORM 5200-FIND-FIRST-HALF

           IF ENTRY-FOUND
               ADD 1 TO WS-CF-COUNT

               IF WS-CF-COUNT NOT > WS-CF-LIMIT
                   MOVE SR-OPERATOR-ID TO WS-CL-OPERATOR-ID
                   MOVE WS-SOD-RULE-TEXT TO WS-CL-RULE-TEXT
                   MOVE WS-SOD-KEY TO WS-CL-FIRST-KEY
                   MOVE WS-ST-DATE(WS-SOD-FOUND-SUB)
                     TO WS-CL-FIRST-DATE
                   MOVE WS-ST-TIME(WS-SOD-FOUND-SUB)
                     TO WS-TIME-SPLIT-NUM
                   PERFORM 5300-EDIT-TIME
                   MOVE WS-TIME-EDIT TO WS-CL-FIRST-TIME
                   MOVE SR-KEY TO WS-CL-THEN-KEY
                   MOVE SR-DATE TO WS-CL-THEN-DATE
                   MOVE SR-TIME TO WS-TIME-SPLIT-NUM
                   PERFORM 5300-EDIT-TIME
                   MOVE WS-TIME-EDIT TO WS-CL-THEN-TIME
                   MOVE SR-AMOUNT TO WS-CL-AMOUNT
                   MOVE WS-CONFLICT-LINE TO WS-CF-LINE(WS-CF-COUNT)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * A TIME OF ZERO IS A TRAIL WRITTEN BEFORE POSTING TIMES WERE    *
      * KEPT; ONLY ITS DAY OF THE WEEK CAN BE JUDGED.                  *
      *----------------------------------------------------------------*
       3300-CHECK-HOURS.
           IF SR-DATE > 16010101
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(SR-DATE)
               DIVIDE 7 INTO WS-DAY-NUMBER
                   GIVING WS-WEEK-NUMBER
                   REMAINDER WS-WEEKDAY
           END-IF

           EVALUATE TRUE
               WHEN SR-DATE > 16010101 AND WEEKEND-DAY
                   MOVE 'WEEKEND' TO WS-HOURS-FLAG
               WHEN SR-TIME = ZEROS
                   CONTINUE
               WHEN SR-TIME < WS-DAY-START-TIME
                 OR SR-TIME NOT < WS-DAY-END-TIME
                   MOVE 'AFTER HR' TO WS-HOURS-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * AN OPERATOR ID WITH NO PROFILE AT ALL. EACH ONE IS TALLIED     *
      * ONCE FOR THE EXCEPTION SECTION, WITH ITS CHANGE COUNT AND THE  *
      * DAYS IT WAS FIRST AND LAST SEEN.                               *
      *----------------------------------------------------------------*
       3400-CHECK-PROFILE.
           IF PROFILES-LOADED
               MOVE SR-OPERATOR-ID TO WS-EV-OPERATOR-ID
               PERFORM 5100-FIND-PROFILE

               IF NOT ENTRY-FOUND
                   MOVE 'NO PROFILE' TO WS-PROFILE-FLAG
                   PERFORM 3410-TALLY-UNPROFILED
               END-IF
           END-IF
           .

       3410-TALLY-UNPROFILED.
           MOVE 'N' TO WS-FOUND-SW

           PERFORM VARYING WS-UP-SUB FROM 1 BY 1
                   UNTIL WS-UP-SUB > WS-UP-COUNT
                      OR ENTRY-FOUND
               IF WS-UP-OPERATOR-ID(WS-UP-SUB) = SR-OPERATOR-ID
                   MOVE 'Y' TO WS-FOUND-SW
                   ADD 1 TO WS-UP-EVENT-COUNT(WS-UP-SUB)
                   MOVE SR-DATE TO WS-UP-LAST-DATE(WS-UP-SUB)
               END-IF
           END-PERFORM

           IF NOT ENTRY-FOUND
               ADD 1 TO WS-NO-PROFILE-COUNT
               IF WS-UP-COUNT < WS-UP-LIMIT
                   ADD 1 TO WS-UP-COUNT
                   MOVE SR-OPERATOR-ID
                     TO WS-UP-OPERATOR-ID(WS-UP-COUNT)
                   MOVE 1 TO WS-UP-EVENT-COUNT(WS-UP-COUNT)
                   MOVE SR-DATE TO WS-UP-FIRST-DATE(WS-UP-COUNT)
                   MOVE SR-DATE TO WS-UP-LAST-DATE(WS-UP-COUNT)
                   MOVE SR-PROGRAM-ID TO WS-UP-PROGRAM-ID(WS-UP-COUNT)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * THE THREE EXCEPTION SECTIONS, FROM THE TABLES THE LISTING      *
      * FILLED.                                                        *
      *----------------------------------------------------------------*
       3500-PRINT-EXCEPTIONS.
           WRITE REPORT-RECORD FROM SPACES
           MOVE 'SEGREGATION-OF-DUTIES CONFLICTS' TO WS-ST-TITLE
           WRITE REPORT-RECORD FROM WS-SECTION-TITLE-LINE
           WRITE REPORT-RECORD FROM WS-CONFLICT-HEADER

           IF WS-CF-COUNT = ZERO
               WRITE REPORT-RECORD FROM WS-NONE-LINE
           END-IF

           PERFORM VARYING WS-CF-SUB FROM 1 BY 1
                   UNTIL WS-CF-SUB > WS-CF-COUNT
                      OR WS-CF-SUB > WS-CF-LIMIT
               WRITE REPORT-RECORD FROM WS-CF-LINE(WS-CF-SUB)
           END-PERFORM

           IF WS-CF-COUNT > WS-CF-LIMIT
               WRITE REPORT-RECORD FROM WS-OVERFLOW-LINE
           END-IF

           WRITE REPORT-RECORD FROM SPACES
           MOVE 'ACTIVITY OUTSIDE NORMAL HOURS' TO WS-ST-TITLE
           WRITE REPORT-RECORD FROM WS-SECTION-TITLE-LINE
           WRITE REPORT-RECORD FROM WS-ACTIVITY-HEADER

           IF WS-HOURS-COUNT = ZERO
               WRITE REPORT-RECORD FROM WS-NONE-LINE
           END-IF

           PERFORM VARYING WS-HR-SUB FROM 1 BY 1
                   UNTIL WS-HR-SUB > WS-HOURS-COUNT
                      OR WS-HR-SUB > WS-HR-LIMIT
               WRITE REPORT-RECORD FROM WS-HR-LINE(WS-HR-SUB)
           END-PERFORM

           IF WS-HOURS-COUNT > WS-HR-LIMIT
               WRITE REPORT-RECORD FROM WS-OVERFLOW-LINE
           END-IF

           WRITE REPORT-RECORD FROM SPACES
           MOVE 'OPERATORS WITH NO OPRFILE PROFILE' TO WS-ST-TITLE
           WRITE REPORT-RECORD FROM WS-SECTION-TITLE-LINE

           IF NOT PROFILES-LOADED
               WRITE REPORT-RECORD FROM WS-NO-PROFILE-FILE-LINE
           ELSE
               WRITE REPORT-RECORD FROM WS-UNPROFILED-HEADER
               IF WS-UP-COUNT = ZERO
                   WRITE REPORT-RECORD FROM WS-NONE-LINE
               END-IF
               PERFORM VARYING WS-UP-SUB FROM 1 BY 1
                       UNTIL WS-UP-SUB > WS-UP-COUNT
                   MOVE WS-UP-OPERATOR-ID(WS-UP-SUB)
                     TO WS-UL-OPERATOR-ID
                   IF WS-UP-OPERATOR-ID(WS-UP-SUB) = SPACES
                       MOVE '(BLANK)' TO WS-UL-OPERATOR-ID
                   END-IF
                   MOVE WS-UP-EVENT-COUNT(WS-UP-SUB)
                     TO WS-UL-EVENT-COUNT
                   MOVE WS-UP-FIRST-DATE(WS-UP-SUB) TO WS-UL-FIRST-DATE
                   MOVE WS-UP-LAST-DATE(WS-UP-SUB) TO WS-UL-LAST-DATE
                   MOVE WS-UP-PROGRAM-ID(WS-UP-SUB) TO WS-UL-PROGRAM-ID
                   WRITE REPORT-RECORD FROM WS-UNPROFILED-LINE
               END-PERFORM
               IF WS-NO-PROFILE-COUNT > WS-UP-LIMIT
                   WRITE REPORT-RECORD FROM WS-OVERFLOW-LINE
               END-IF
           END-IF
           .

       3800-PRINT-TRAIL-COUNTS.
           WRITE REPORT-RECORD FROM SPACES
           MOVE 'TRAILS READ' TO WS-ST-TITLE
           WRITE REPORT-RECORD FROM WS-SECTION-TITLE-LINE
           WRITE REPORT-RECORD FROM WS-TRAIL-COUNT-HEADER

           PERFORM VARYING WS-TRAIL-SUB FROM 1 BY 1
                   UNTIL WS-TRAIL-SUB > WS-TRAIL-COUNT
               MOVE WS-TN-NAME(WS-TRAIL-SUB) TO WS-TL-TRAIL
               EVALUATE TRUE
                   WHEN TC-READ(WS-TRAIL-SUB)
                       MOVE 'READ' TO WS-TL-STATE
                   WHEN TC-NOT-PRESENT(WS-TRAIL-SUB)
                       MOVE 'NOT PRESENT' TO WS-TL-STATE
                   WHEN OTHER
                       MOVE 'OPEN ERROR' TO WS-TL-STATE
               END-EVALUATE
               MOVE WS-TC-READ-COUNT(WS-TRAIL-SUB) TO WS-TL-READ-COUNT
               MOVE WS-TC-SELECT-COUNT(WS-TRAIL-SUB)
                 TO WS-TL-SELECT-COUNT
               MOVE WS-TC-SKIP-COUNT(WS-TRAIL-SUB) TO WS-TL-SKIP-COUNT
               WRITE REPORT-RECORD FROM WS-TRAIL-COUNT-LINE
           END-PERFORM
           .

       4000-TERMINATION.
           IF NOT RUN-ABANDONED
               MOVE WS-LISTED-COUNT TO WS-SM-LISTED-COUNT
               MOVE WS-CF-COUNT TO WS-SM-CONFLICT-COUNT
               MOVE WS-HOURS-COUNT TO WS-SM-HOURS-COUNT
               MOVE WS-NO-PROFILE-COUNT TO WS-SM-NO-PROFILE-COUNT
               WRITE REPORT-RECORD FROM SPACES
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               CLOSE REPORT-FILE
           END-IF
           .

      *----------------------------------------------------------------*
      * IS WS-EV-OPERATOR-ID ON THE PROFILE TABLE?                     *
      *----------------------------------------------------------------*
       5100-FIND-PROFILE.
           MOVE 'N' TO WS-FOUND-SW

           PERFORM VARYING WS-PF-SUB FROM 1 BY 1
                   UNTIL WS-PF-SUB > WS-PF-COUNT
                      OR ENTRY-FOUND
               IF WS-PF-OPERATOR-ID(WS-PF-SUB) = WS-EV-OPERATOR-ID
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * HAS THIS OPERATOR ALREADY DONE THE FIRST HALF OF WS-SOD-RULE   *
      * ON WS-SOD-KEY? WS-SOD-FOUND-SUB POINTS AT THE EARLIEST.        *
      *----------------------------------------------------------------*
       5200-FIND-FIRST-HALF.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZEROS TO WS-SOD-FOUND-SUB

           PERFORM VARYING WS-SOD-SUB FROM 1 BY 1
                   UNTIL WS-SOD-SUB > WS-SOD-COUNT
                      OR ENTRY-FOUND
               IF WS-ST-RULE(WS-SOD-SUB) = WS-SOD-RULE
                  AND WS-ST-OPERATOR-ID(WS-SOD-SUB) = SR-OPERATOR-ID
                  AND WS-ST-KEY(WS-SOD-SUB) = WS-SOD-KEY
                   MOVE 'Y' TO WS-FOUND-SW
                   MOVE WS-SOD-SUB TO WS-SOD-FOUND-SUB
               END-IF
           END-PERFORM
           .

       5300-EDIT-TIME.
           MOVE WS-TS-HH TO WS-TE-HH
           MOVE WS-TS-MM TO WS-TE-MM
           MOVE WS-TS-SS TO WS-TE-SS
           .
