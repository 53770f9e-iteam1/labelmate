      *----------------------------------------------------------------*
      * RETAIN - JOURNAL, AUDIT AND HISTORY FILE RETENTION             *
      *                                                                *
      * HOUSEKEEPING FOR THE APPEND-ONLY FILES THAT OTHERWISE ONLY     *
      * EVER GROW -- THE RECOVERY JOURNAL, THE AUDIT TRAILS, PAYMENT   *
      * AND LOT HISTORY, ORDER STATISTICS AND THE RUN-CONTROL LOG --   *
      * THE WAY MOVARCH HOUSEKEEPS MOVLEDG AND ARCHPURG CUSTARCH. RUN  *
      * AS ONE JCL STEP PER FILE, THE SAME WAY BATCHCTL IS RUN PER     *
      * FEED: LS-FILE-ID NAMES THE FILE'S ENTRY IN THE RETENTION       *
      * TABLE (RETNTBL), WHICH GIVES ITS RECORD LENGTH, WHERE ITS DATE *
      * SITS AND HOW MANY DAYS A RECORD STAYS LIVE.                    *
      *                                                                *
      * THE LIVE FILE IS READ FROM RETIN. A RECORD DATED ON OR BEFORE  *
      * THE CUTOFF (LS-RUN-DATE LESS THE RETENTION DAYS) IS EXPIRED.   *
      * WHEN LS-PURGE-PARM IS 'P', EXPIRED RECORDS ARE APPENDED TO     *
      * RETARCH -- THE JCL CATALOGS IT AS THE FILE'S DATED ARCHIVE     *
      * DATASET, IN THE SAME RECORD IMAGE SO IT CAN BE READ BACK --    *
      * AND EVERYTHING ELSE IS COPIED IN ORDER TO RETKEEP, THE NEW     *
      * GENERATION OF THE LIVE FILE. ANY OTHER PARM LISTS WHAT WOULD   *
      * ARCHIVE AND WRITES NOTHING. A RECORD WITH NO USABLE DATE IS    *
      * ALWAYS KEPT, AND A RECORD WHOSE ARCHIVE WRITE FAILS IS KEPT    *
      * INSTEAD, SO NOTHING IS EVER LOST. IF RETKEEP CANNOT BE WRITTEN *
      * IN FULL THE RUN ENDS WITH RETURN CODE 16 AND THE JCL MUST NOT  *
      * REPLACE THE LIVE FILE WITH IT.                                 *
      *                                                                *
      * THE RECOVERY JOURNAL (JRNFILE) IS HELD BACK FURTHER: AN ENTRY  *
      * ARCHIVES ONLY IF IT WAS JOURNALED BEFORE THE START OF THE      *
      * LATEST MASTER-FILE BACKUP THE RUN-CONTROL LOG SHOWS ENDING     *
      * NORMALLY, SO RECOVERY CAN ALWAYS ROLL FORWARD FROM THE LAST    *
      * BACKUP. NO SUCCESSFUL BACKUP ON THE LOG ARCHIVES NOTHING. THE  *
      * JOURNAL IS KEPT WHOLE FROM THE FIRST ENTRY THAT MUST STAY, SO  *
      * THE ENTRIES RECOVERY REPLAYS ARE NEVER LEFT WITH A GAP.        *
      *                                                                *
      * LS-RUN-DATE IS YYYYMMDD; ZERO MEANS TODAY.                     *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETAIN.
       AUTHOR. LABELMATE EXAMPLE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETAIN-IN-040 ASSIGN TO RETIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT RETAIN-IN-050 ASSIGN TO RETIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT RETAIN-IN-060 ASSIGN TO RETIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT RETAIN-IN-197 ASSIGN TO RETIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT RETAIN-IN-235 ASSIGN TO RETIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT RETAIN-IN-243 ASSIGN TO RETIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT RETAIN-IN-338 ASSIGN TO RETIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT RETAIN-IN-360 ASSIGN TO RETIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT RETAIN-KEEP-040 ASSIGN TO RETKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.

           SELECT RETAIN-KEEP-050 ASSIGN TO RETKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.

           SELECT RETAIN-KEEP-060 ASSIGN TO RETKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.

           SELECT RETAIN-KEEP-197 ASSIGN TO RETKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.

           SELECT RETAIN-KEEP-235 ASSIGN TO RETKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.

           SELECT RETAIN-KEEP-243 ASSIGN TO RETKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.

           SELECT RETAIN-KEEP-338 ASSIGN TO RETKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.

           SELECT RETAIN-KEEP-360 ASSIGN TO RETKEEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.

           SELECT RETAIN-ARCH-040 ASSIGN TO RETARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT RETAIN-ARCH-050 ASSIGN TO RETARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT RETAIN-ARCH-060 ASSIGN TO RETARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT RETAIN-ARCH-197 ASSIGN TO RETARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT RETAIN-ARCH-235 ASSIGN TO RETARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT RETAIN-ARCH-243 ASSIGN TO RETARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT RETAIN-ARCH-338 ASSIGN TO RETARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT RETAIN-ARCH-360 ASSIGN TO RETARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT REPORT-FILE ASSIGN TO RETNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * THE LIVE FILE (RETIN), ITS NEW GENERATION (RETKEEP) AND ITS    *
      * ARCHIVE (RETARCH), ONE FIXED-LENGTH FD OF EACH FOR EVERY       *
      * RECORD LENGTH IN RETNTBL. ONLY THE SET MATCHING THE FILE'S     *
      * RT-RECORD-LENGTH IS OPENED, SO EVERY RECORD LANDS IN THE SAME  *
      * FIXED FORMAT ITS OWN PROGRAMS DESCRIBE. A FILE OF A NEW LENGTH *
      * NEEDS ITS OWN SET HERE.                                        *
      *----------------------------------------------------------------*
       FD  RETAIN-IN-040
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  RETAIN-IN-040-RECORD       PIC X(040).

       FD  RETAIN-IN-050
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  RETAIN-IN-050-RECORD       PIC X(050).

       FD  RETAIN-IN-060
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  RETAIN-IN-060-RECORD       PIC X(060).

       FD  RETAIN-IN-197
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 197 CHARACTERS.
       01  RETAIN-IN-197-RECORD       PIC X(197).

       FD  RETAIN-IN-235
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 235 CHARACTERS.
       01  RETAIN-IN-235-RECORD       PIC X(235).

       FD  RETAIN-IN-243
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 243 CHARACTERS.
       01  RETAIN-IN-243-RECORD       PIC X(243).

       FD  RETAIN-IN-338
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 338 CHARACTERS.
       01  RETAIN-IN-338-RECORD       PIC X(338).

       FD  RETAIN-IN-360
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS.
       01  RETAIN-IN-360-RECORD       PIC X(360).

       FD  RETAIN-KEEP-040
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  RETAIN-KEEP-040-RECORD     PIC X(040).

       FD  RETAIN-KEEP-050
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  RETAIN-KEEP-050-RECORD     PIC X(050).

       FD  RETAIN-KEEP-060
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  RETAIN-KEEP-060-RECORD     PIC X(060).

       FD  RETAIN-KEEP-197
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 197 CHARACTERS.
       01  RETAIN-KEEP-197-RECORD     PIC X(197).

       FD  RETAIN-KEEP-235
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 235 CHARACTERS.
       01  RETAIN-KEEP-235-RECORD     PIC X(235).

       FD  RETAIN-KEEP-243
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 243 CHARACTERS.
       01  RETAIN-KEEP-243-RECORD     PIC X(243).

       FD  RETAIN-KEEP-338
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 338 CHARACTERS.
       01  RETAIN-KEEP-338-RECORD     PIC X(338).

       FD  RETAIN-KEEP-360
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS.
       01  RETAIN-KEEP-360-RECORD     PIC X(360).

       FD  RETAIN-ARCH-040
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  RETAIN-ARCH-040-RECORD     PIC X(040).

       FD  RETAIN-ARCH-050
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  RETAIN-ARCH-050-RECORD     PIC X(050).

       FD  RETAIN-ARCH-060
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  RETAIN-ARCH-060-RECORD     PIC X(060).

       FD  RETAIN-ARCH-197
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 197 CHARACTERS.
       01  RETAIN-ARCH-197-RECORD     PIC X(197).

       FD  RETAIN-ARCH-235
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 235 CHARACTERS.
       01  RETAIN-ARCH-235-RECORD     PIC X(235).

       FD  RETAIN-ARCH-243
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 243 CHARACTERS.
       01  RETAIN-ARCH-243-RECORD     PIC X(243).

       FD  RETAIN-ARCH-338
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 338 CHARACTERS.
       01  RETAIN-ARCH-338-RECORD     PIC X(338).

       FD  RETAIN-ARCH-360
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 360 CHARACTERS.
       01  RETAIN-ARCH-360-RECORD     PIC X(360).

      *----------------------------------------------------------------*
      * SAME RUN-CONTROL-RECORD LAYOUT RUNCTL.CBL APPENDS, REPEATED    *
      * FIELD FOR FIELD.                                               *
      *----------------------------------------------------------------*
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RC-JOB-ID               PIC X(08).
           05  RC-PROC-DATE            PIC 9(08).
           05  RC-STATUS               PIC X(01).
               88  RC-STARTED          VALUE 'S'.
               88  RC-ENDED-OK         VALUE 'E'.
               88  RC-ENDED-FAILED     VALUE 'F'.
           05  RC-RETURN-CODE          PIC 9(02).
           05  RC-LOG-TIME             PIC 9(06).
           05  RC-LOG-DATE             PIC 9(08).
           05  FILLER                  PIC X(07).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS               PIC X(02) VALUE SPACES.
           88  IN-SUCCESS             VALUE '00'.
           88  IN-NO-FILE             VALUE '35'.

       01  WS-KEEP-STATUS             PIC X(02) VALUE SPACES.
           88  KEEP-SUCCESS           VALUE '00'.

       01  WS-ARCHIVE-STATUS          PIC X(02) VALUE SPACES.
           88  ARCHIVE-SUCCESS        VALUE '00'.
           88  ARCHIVE-NO-FILE        VALUE '35'.

       01  WS-CONTROL-STATUS          PIC X(02) VALUE SPACES.
           88  CONTROL-SUCCESS        VALUE '00'.
           88  CONTROL-NO-FILE        VALUE '35'.

       01  WS-REPORT-STATUS           PIC X(02) VALUE SPACES.
           88  REPORT-SUCCESS         VALUE '00'.

       01  WS-SWITCHES.
           05  WS-END-OF-FILE-SW      PIC X(01) VALUE 'N'.
               88  END-OF-FILE        VALUE 'Y'.
           05  WS-CONTROL-EOF-SW      PIC X(01) VALUE 'N'.
               88  CONTROL-EOF        VALUE 'Y'.
           05  WS-HALT-SW             PIC X(01) VALUE 'N'.
               88  HALT-THE-JOB       VALUE 'Y'.
           05  WS-PURGE-MODE-SW       PIC X(01) VALUE 'N'.
               88  PURGE-REQUESTED    VALUE 'Y'.
           05  WS-FILE-FOUND-SW       PIC X(01) VALUE 'N'.
               88  FILE-FOUND         VALUE 'Y'.
           05  WS-BACKUP-FOUND-SW     PIC X(01) VALUE 'N'.
               88  BACKUP-FOUND       VALUE 'Y'.
           05  WS-JOURNAL-HELD-SW     PIC X(01) VALUE 'N'.
               88  JOURNAL-HELD       VALUE 'Y'.
           05  WS-KEEP-FAILED-SW      PIC X(01) VALUE 'N'.
               88  KEEP-FAILED        VALUE 'Y'.
           05  WS-IN-OPEN-SW          PIC X(01) VALUE 'N'.
               88  IN-FILE-OPEN       VALUE 'Y'.
           05  WS-KEEP-OPEN-SW        PIC X(01) VALUE 'N'.
               88  KEEP-FILE-OPEN     VALUE 'Y'.
           05  WS-ARCHIVE-OPEN-SW     PIC X(01) VALUE 'N'.
               88  ARCHIVE-FILE-OPEN  VALUE 'Y'.
           05  WS-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
               88  REPORT-FILE-OPEN   VALUE 'Y'.
           05  WS-DISPOSITION-SW      PIC X(01) VALUE SPACE.
               88  RECORD-KEPT        VALUE 'K'.
               88  RECORD-EXPIRED     VALUE 'A'.

           COPY RETNTBL.

       01  WS-FILE-SUB                PIC 9(02) VALUE ZEROS.
       01  WS-FILE-LENGTH             PIC 9(03) VALUE ZEROS.
           88  FILE-LENGTH-040        VALUE 040.
           88  FILE-LENGTH-050        VALUE 050.
           88  FILE-LENGTH-060        VALUE 060.
           88  FILE-LENGTH-197        VALUE 197.
           88  FILE-LENGTH-235        VALUE 235.
           88  FILE-LENGTH-243        VALUE 243.
           88  FILE-LENGTH-338        VALUE 338.
           88  FILE-LENGTH-360        VALUE 360.
           88  FILE-LENGTH-VALID      VALUE 040 050 060 197 235
                                            243 338 360.
       01  WS-DATE-OFFSET             PIC 9(03) VALUE ZEROS.
       01  WS-TIME-OFFSET             PIC 9(03) VALUE ZEROS.
       01  WS-RETAIN-DAYS             PIC 9(05) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-READ-COUNT          PIC 9(07) VALUE ZEROS.
           05  WS-KEPT-COUNT          PIC 9(07) VALUE ZEROS.
           05  WS-ARCHIVED-COUNT      PIC 9(07) VALUE ZEROS.
           05  WS-UNDATED-COUNT       PIC 9(07) VALUE ZEROS.
           05  WS-HELD-COUNT          PIC 9(07) VALUE ZEROS.
           05  WS-ERROR-COUNT         PIC 9(05) VALUE ZEROS.

       01  WS-DATE-WORK.
           05  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.
           05  WS-CUTOFF-DATE         PIC 9(08) VALUE ZEROS.
           05  WS-CUTOFF-INT          PIC S9(09) COMP-3.
           05  WS-OLDEST-ARCHIVED     PIC 9(08) VALUE ZEROS.
           05  WS-NEWEST-ARCHIVED     PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      * THE CURRENT LIVE RECORD, PADDED WITH SPACES TO THE LONGEST     *
      * FILE. THE DATE TESTS AND BOTH WRITES WORK FROM THIS COPY.      *
      *----------------------------------------------------------------*
       01  WS-RETAIN-RECORD           PIC X(360) VALUE SPACES.

       01  WS-RECORD-DATE.
           05  WS-RD-YEAR             PIC 9(04).
           05  WS-RD-MONTH            PIC 9(02).
           05  WS-RD-DAY              PIC 9(02).
       01  WS-RECORD-DATE-NUM REDEFINES WS-RECORD-DATE
                                      PIC 9(08).

       01  WS-RECORD-TIME-X           PIC X(06).
       01  WS-RECORD-TIME REDEFINES WS-RECORD-TIME-X
                                      PIC 9(06).

      *----------------------------------------------------------------*
      * JOURNAL BACKUP POINT, AS YYYYMMDDHHMMSS. A BACKUP'S START IS   *
      * HELD AS A CANDIDATE AND BECOMES THE BACKUP POINT WHEN ITS      *
      * NORMAL END FOLLOWS; EVERYTHING JOURNALED BEFORE THE START IS   *
      * ON THAT BACKUP. A START LOGGED WITHOUT ITS CALENDAR DATE FALLS *
      * BACK TO ITS PROCESSING DATE, WHICH IS NEVER LATER THAN THE     *
      * NIGHT IT RAN.                                                  *
      *----------------------------------------------------------------*
       01  WS-BACKUP-WORK.
           05  WS-BACKUP-START-STAMP  PIC 9(14) VALUE ZEROS.
           05  WS-BACKUP-POINT-STAMP  PIC 9(14) VALUE ZEROS.
           05  WS-RECORD-STAMP        PIC 9(14) VALUE ZEROS.
           05  WS-BACKUP-PROC-DATE    PIC 9(08) VALUE ZEROS.
           05  WS-START-PROC-DATE     PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      * WHAT WAS ARCHIVED, BY MONTH OF THE RECORD'S DATE, IN MONTH     *
      * ORDER. MONTHS BEYOND THE TABLE ARE STILL ARCHIVED AND COUNTED  *
      * IN THE TOTALS, AND THE OVERFLOW IS REPORTED.                   *
      *----------------------------------------------------------------*
       01  WS-MONTH-TABLE.
           05  WS-MO-ENTRY OCCURS 121 TIMES.
               10  WS-MO-PERIOD       PIC 9(06).
               10  WS-MO-COUNT        PIC 9(07).

       01  WS-MONTH-CONTROL.
           05  WS-MO-ENTRY-COUNT      PIC 9(03) VALUE ZEROS.
           05  WS-MO-ENTRY-LIMIT      PIC 9(03) VALUE 120.
           05  WS-MO-SUB              PIC 9(03) VALUE ZEROS.
           05  WS-MO-SHIFT-SUB        PIC 9(03) VALUE ZEROS.
           05  WS-MO-FULL-SW          PIC X(01) VALUE 'N'.
               88  MONTH-TABLE-FULL   VALUE 'Y'.
           05  WS-MO-PERIOD-WORK      PIC 9(06).

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR        PIC 9(04).
           05  WS-CURRENT-MONTH       PIC 9(02).
           05  WS-CURRENT-DAY         PIC 9(02).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                      PIC 9(08).

       01  WS-REPORT-HEADER.
           05  FILLER                 PIC X(20)
                                      VALUE 'FILE RETENTION / ARC'.
           05  FILLER                 PIC X(08) VALUE 'HIVE    '.
           05  FILLER                 PIC X(06) VALUE 'FILE: '.
           05  WS-RH-FILE-ID          PIC X(08).
           05  FILLER                 PIC X(12) VALUE '  RUN DATE: '.
           05  WS-RH-RUN-DATE         PIC 9(08).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(04) VALUE 'DATE'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-HEADER-DATE.
               10  WS-HEADER-MONTH    PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-HEADER-DAY      PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-HEADER-YEAR     PIC 9(04).
           05  FILLER                 PIC X(50) VALUE SPACES.

       01  WS-SELECTION-LINE.
           05  FILLER                 PIC X(16)
                                      VALUE 'RETENTION DAYS: '.
           05  WS-SEL-RETAIN-DAYS     PIC ZZZZ9.
           05  FILLER                 PIC X(10) VALUE '  CUTOFF: '.
           05  WS-SEL-CUTOFF-DATE     PIC 9(08).
           05  FILLER                 PIC X(08) VALUE '  MODE: '.
           05  WS-SEL-MODE            PIC X(14).
           05  FILLER                 PIC X(71) VALUE SPACES.

       01  WS-BACKUP-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'JOURNAL HELD BACK TO'.
           05  FILLER                 PIC X(17)
                                      VALUE ' LAST BACKUP OF: '.
           05  WS-BL-PROC-DATE        PIC 9(08).
           05  FILLER                 PIC X(13) VALUE '  STARTED AT '.
           05  WS-BL-START-DATE       PIC 9(08).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-BL-START-TIME       PIC 9(06).
           05  FILLER                 PIC X(59) VALUE SPACES.

       01  WS-NO-BACKUP-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'JOURNAL HELD BACK --'.
           05  FILLER                 PIC X(20)
                                      VALUE ' NO COMPLETED MASTER'.
           05  FILLER                 PIC X(20)
                                      VALUE ' BACKUP ON THE RUN-C'.
           05  FILLER                 PIC X(20)
                                      VALUE 'ONTROL LOG -- NOTHIN'.
           05  FILLER                 PIC X(13) VALUE 'G ARCHIVED   '.
           05  FILLER                 PIC X(39) VALUE SPACES.

       01  WS-MONTH-COLUMN-HEADER.
           05  FILLER                 PIC X(10) VALUE 'MONTH'.
           05  FILLER                 PIC X(12) VALUE '    ARCHIVED'.
           05  FILLER                 PIC X(110) VALUE SPACES.

       01  WS-MONTH-LINE.
           05  WS-ML-PERIOD           PIC 9(06).
           05  FILLER                 PIC X(07) VALUE SPACES.
           05  WS-ML-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(110) VALUE SPACES.

       01  WS-FILE-TOTAL-LINE.
           05  FILLER                 PIC X(06) VALUE 'FILE  '.
           05  WS-FT-FILE-ID          PIC X(09).
           05  FILLER                 PIC X(06) VALUE 'READ: '.
           05  WS-FT-READ-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(08) VALUE '  KEPT: '.
           05  WS-FT-KEPT-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE '  ARCHIVED: '.
           05  WS-FT-ARCHIVED-COUNT   PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE '  OLDEST: '.
           05  WS-FT-OLDEST-DATE      PIC 9(08).
           05  FILLER                 PIC X(10) VALUE '  NEWEST: '.
           05  WS-FT-NEWEST-DATE      PIC 9(08).
           05  FILLER                 PIC X(28) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(20)
                                      VALUE 'PROCESSING SUMMARY: '.
           05  FILLER                 PIC X(06) VALUE 'READ: '.
           05  WS-SL-READ-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(07) VALUE ' KEPT: '.
           05  WS-SL-KEPT-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE ' ARCHIVED: '.
           05  WS-SL-ARCHIVED-COUNT   PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' UNDATED: '.
           05  WS-SL-UNDATED-COUNT    PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(16)
                                      VALUE ' HELD FOR BKUP: '.
           05  WS-SL-HELD-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' ERRORS:  '.
           05  WS-SL-ERROR-COUNT      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-FILE-ID                 PIC X(08).
       01  LS-RUN-DATE                PIC 9(08).
       01  LS-PURGE-PARM              PIC X(01).

       PROCEDURE DIVISION USING LS-FILE-ID LS-RUN-DATE
               LS-PURGE-PARM.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZATION

           IF NOT HALT-THE-JOB
               PERFORM 2000-PROCESS-RECORD
                   UNTIL END-OF-FILE
           END-IF

           PERFORM 4000-TERMINATION
           GOBACK
           .

       1000-INITIALIZATION.
           IF LS-PURGE-PARM = 'P' OR LS-PURGE-PARM = 'p'
               MOVE 'Y' TO WS-PURGE-MODE-SW
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-MONTH TO WS-HEADER-MONTH
           MOVE WS-CURRENT-DAY TO WS-HEADER-DAY
           MOVE WS-CURRENT-YEAR TO WS-HEADER-YEAR

           IF LS-RUN-DATE NUMERIC AND LS-RUN-DATE > ZERO
               MOVE LS-RUN-DATE TO WS-RUN-DATE
           ELSE
               MOVE WS-CURRENT-DATE-NUM TO WS-RUN-DATE
           END-IF

           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > RT-FILE-COUNT OR FILE-FOUND
               IF RT-FILE-ID(WS-FILE-SUB) = LS-FILE-ID
                   MOVE 'Y' TO WS-FILE-FOUND-SW
                   MOVE RT-RECORD-LENGTH(WS-FILE-SUB)
                     TO WS-FILE-LENGTH
                   MOVE RT-DATE-OFFSET(WS-FILE-SUB)
                     TO WS-DATE-OFFSET
                   MOVE RT-TIME-OFFSET(WS-FILE-SUB)
                     TO WS-TIME-OFFSET
                   MOVE RT-RETAIN-DAYS(WS-FILE-SUB)
                     TO WS-RETAIN-DAYS
               END-IF
           END-PERFORM

           IF FILE-FOUND
               SUBTRACT 1 FROM WS-FILE-SUB

               IF NOT FILE-LENGTH-VALID
                   DISPLAY 'RETAIN: FILE ' LS-FILE-ID
                           ' RECORD LENGTH ' WS-FILE-LENGTH
                           ' HAS NO FD IN RETAIN'
                   MOVE 'Y' TO WS-HALT-SW
               END-IF
           ELSE
               DISPLAY 'RETAIN: FILE ' LS-FILE-ID
                       ' IS NOT IN THE RETENTION TABLE'
               MOVE 'Y' TO WS-HALT-SW
           END-IF

           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-RETAIN-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)

           OPEN OUTPUT REPORT-FILE

           IF REPORT-SUCCESS
               MOVE 'Y' TO WS-REPORT-OPEN-SW
           ELSE
               DISPLAY 'RETAIN: ERROR OPENING REPORT FILE: '
                       WS-REPORT-STATUS
               MOVE 'Y' TO WS-HALT-SW
           END-IF

           IF NOT HALT-THE-JOB
               PERFORM 1100-OPEN-RETENTION-FILES
           END-IF

           IF NOT HALT-THE-JOB
              AND RT-AWAITS-BACKUP(WS-FILE-SUB)
               PERFORM 1500-FIND-BACKUP-POINT
           END-IF

           IF REPORT-FILE-OPEN
               PERFORM 1800-WRITE-REPORT-HEADING
           END-IF

           IF NOT HALT-THE-JOB
               PERFORM 1900-READ-LIVE-RECORD
           END-IF
           .

      *----------------------------------------------------------------*
      * A PURGE RUN WRITES THE NEW LIVE GENERATION AND APPENDS TO THE  *
      * DATED ARCHIVE, STARTING IT IF THIS IS ITS FIRST RUN. A LISTING *
      * RUN OPENS NEITHER. NO LIVE FILE YET MEANS NOTHING TO DO.       *
      *----------------------------------------------------------------*
       1100-OPEN-RETENTION-FILES.
           PERFORM 1110-OPEN-LIVE-FILE

           IF IN-SUCCESS
               MOVE 'Y' TO WS-IN-OPEN-SW
           ELSE
               IF IN-NO-FILE
                   DISPLAY 'RETAIN: ' LS-FILE-ID
                           ' NOT FOUND -- NOTHING TO HOUSEKEEP'
               ELSE
                   DISPLAY 'RETAIN: ERROR OPENING ' LS-FILE-ID ': '
                           WS-IN-STATUS
               END-IF
               MOVE 'Y' TO WS-HALT-SW
           END-IF

           IF NOT HALT-THE-JOB AND PURGE-REQUESTED
               PERFORM 1120-OPEN-NEW-LIVE-FILE

               IF KEEP-SUCCESS
                   MOVE 'Y' TO WS-KEEP-OPEN-SW
               ELSE
                   DISPLAY 'RETAIN: ERROR OPENING NEW LIVE FILE: '
                           WS-KEEP-STATUS
                   MOVE 'Y' TO WS-HALT-SW
               END-IF

               PERFORM 1130-OPEN-ARCHIVE-EXTEND

               IF ARCHIVE-NO-FILE
                   PERFORM 1140-OPEN-ARCHIVE-OUTPUT
               END-IF

               IF ARCHIVE-SUCCESS
                   MOVE 'Y' TO WS-ARCHIVE-OPEN-SW
               ELSE
                   DISPLAY 'RETAIN: ERROR OPENING ARCHIVE FILE: '
                           WS-ARCHIVE-STATUS
                   MOVE 'Y' TO WS-HALT-SW
               END-IF
           END-IF
           .

       1110-OPEN-LIVE-FILE.
           EVALUATE TRUE
               WHEN FILE-LENGTH-040
                   OPEN INPUT RETAIN-IN-040
               WHEN FILE-LENGTH-050
                   OPEN INPUT RETAIN-IN-050
               WHEN FILE-LENGTH-060
                   OPEN INPUT RETAIN-IN-060
               WHEN FILE-LENGTH-197
                   OPEN INPUT RETAIN-IN-197
               WHEN FILE-LENGTH-235
                   OPEN INPUT RETAIN-IN-235
               WHEN FILE-LENGTH-243
                   OPEN INPUT RETAIN-IN-243
               WHEN FILE-LENGTH-338
                   OPEN INPUT RETAIN-IN-338
               WHEN FILE-LENGTH-360
                   OPEN INPUT RETAIN-IN-360
           END-EVALUATE
           .

       1120-OPEN-NEW-LIVE-FILE.
           EVALUATE TRUE
               WHEN FILE-LENGTH-040
                   OPEN OUTPUT RETAIN-KEEP-040
               WHEN FILE-LENGTH-050
                   OPEN OUTPUT RETAIN-KEEP-050
               WHEN FILE-LENGTH-060
                   OPEN OUTPUT RETAIN-KEEP-060
               WHEN FILE-LENGTH-197
                   OPEN OUTPUT RETAIN-KEEP-197
               WHEN FILE-LENGTH-235
                   OPEN OUTPUT RETAIN-KEEP-235
               WHEN FILE-LENGTH-243
                   OPEN OUTPUT RETAIN-KEEP-243
               WHEN FILE-LENGTH-338
                   OPEN OUTPUT RETAIN-KEEP-338
               WHEN FILE-LENGTH-360
                   OPEN OUTPUT RETAIN-KEEP-360
           END-EVALUATE
           .

       1130-OPEN-ARCHIVE-EXTEND.
           EVALUATE TRUE
               WHEN FILE-LENGTH-040
                   OPEN EXTEND RETAIN-ARCH-040
               WHEN FILE-LENGTH-050
                   OPEN EXTEND RETAIN-ARCH-050
               WHEN FILE-LENGTH-060
                   OPEN EXTEND RETAIN-ARCH-060
               WHEN FILE-LENGTH-197
                   OPEN EXTEND RETAIN-ARCH-197
               WHEN FILE-LENGTH-235
                   OPEN EXTEND RETAIN-ARCH-235
               WHEN FILE-LENGTH-243
                   OPEN EXTEND RETAIN-ARCH-243
               WHEN FILE-LENGTH-338
                   OPEN EXTEND RETAIN-ARCH-338
               WHEN FILE-LENGTH-360
                   OPEN EXTEND RETAIN-ARCH-360
           END-EVALUATE
           .

       1140-OPEN-ARCHIVE-OUTPUT.
           EVALUATE TRUE
               WHEN FILE-LENGTH-040
                   OPEN OUTPUT RETAIN-ARCH-040
               WHEN FILE-LENGTH-050
                   OPEN OUTPUT RETAIN-ARCH-050
               WHEN FILE-LENGTH-060
                   OPEN OUTPUT RETAIN-ARCH-060
               WHEN FILE-LENGTH-197
                   OPEN OUTPUT RETAIN-ARCH-197
               WHEN FILE-LENGTH-235
                   OPEN OUTPUT RETAIN-ARCH-235
               WHEN FILE-LENGTH-243
                   OPEN OUTPUT RETAIN-ARCH-243
               WHEN FILE-LENGTH-338
                   OPEN OUTPUT RETAIN-ARCH-338
               WHEN FILE-LENGTH-360
                   OPEN OUTPUT RETAIN-ARCH-360
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * SCANS THE RUN-CONTROL LOG FOR THE LATEST MASTER-FILE BACKUP    *
      * THAT ENDED NORMALLY. A FAILED BACKUP, OR ONE STILL RUNNING,    *
      * RELEASES NOTHING.                                              *
      *----------------------------------------------------------------*
       1500-FIND-BACKUP-POINT.
           OPEN INPUT RUN-CONTROL-FILE

           IF CONTROL-SUCCESS
               PERFORM 1550-READ-RUN-CONTROL
                   UNTIL CONTROL-EOF
               CLOSE RUN-CONTROL-FILE
           ELSE
               IF NOT CONTROL-NO-FILE
                   DISPLAY 'RETAIN: ERROR OPENING RUN CONTROL LOG: '
                           WS-CONTROL-STATUS
               END-IF
           END-IF

           IF NOT BACKUP-FOUND
               DISPLAY 'RETAIN: NO COMPLETED ' RT-BACKUP-JOB-ID
                       ' ON THE RUN-CONTROL LOG -- ' LS-FILE-ID
                       ' HELD WHOLE'
           END-IF
           .

       1550-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-CONTROL-EOF-SW
               NOT AT END
                   IF RC-JOB-ID = RT-BACKUP-JOB-ID
                       EVALUATE TRUE
                           WHEN RC-STARTED
                               PERFORM 1560-NOTE-BACKUP-START
                           WHEN RC-ENDED-OK
                               IF WS-BACKUP-START-STAMP > ZERO
                                   MOVE WS-BACKUP-START-STAMP
                                     TO WS-BACKUP-POINT-STAMP
                                   MOVE WS-START-PROC-DATE
                                     TO WS-BACKUP-PROC-DATE
                                   MOVE ZEROS TO WS-BACKUP-START-STAMP
                                   MOVE 'Y' TO WS-BACKUP-FOUND-SW
                               END-IF
                           WHEN OTHER
                               MOVE ZEROS TO WS-BACKUP-START-STAMP
                       END-EVALUATE
                   END-IF
           END-READ
           .

       1560-NOTE-BACKUP-START.
           MOVE RC-PROC-DATE TO WS-START-PROC-DATE

           IF RC-LOG-DATE NUMERIC AND RC-LOG-DATE > ZERO
               COMPUTE WS-BACKUP-START-STAMP =
                   (RC-LOG-DATE * 1000000) + RC-LOG-TIME
           ELSE
               COMPUTE WS-BACKUP-START-STAMP =
                   (RC-PROC-DATE * 1000000) + RC-LOG-TIME
           END-IF
           .

       1800-WRITE-REPORT-HEADING.
           MOVE LS-FILE-ID TO WS-RH-FILE-ID
           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
           MOVE WS-RETAIN-DAYS TO WS-SEL-RETAIN-DAYS
           MOVE WS-CUTOFF-DATE TO WS-SEL-CUTOFF-DATE

           IF PURGE-REQUESTED
               MOVE 'ARCHIVE' TO WS-SEL-MODE
           ELSE
               MOVE 'LIST ONLY' TO WS-SEL-MODE
           END-IF

           WRITE REPORT-RECORD FROM WS-REPORT-HEADER
           WRITE REPORT-RECORD FROM WS-SELECTION-LINE

           IF FILE-FOUND
               IF RT-AWAITS-BACKUP(WS-FILE-SUB)
                   IF BACKUP-FOUND
                       MOVE WS-BACKUP-PROC-DATE TO WS-BL-PROC-DATE
                       MOVE WS-BACKUP-POINT-STAMP(1:8)
                         TO WS-BL-START-DATE
                       MOVE WS-BACKUP-POINT-STAMP(9:6)
                         TO WS-BL-START-TIME
                       WRITE REPORT-RECORD FROM WS-BACKUP-LINE
                   ELSE
                       WRITE REPORT-RECORD FROM WS-NO-BACKUP-LINE
                   END-IF
               END-IF
           END-IF

           WRITE REPORT-RECORD FROM SPACES
           .

       1900-READ-LIVE-RECORD.
           EVALUATE TRUE
               WHEN FILE-LENGTH-040
                   READ RETAIN-IN-040 INTO WS-RETAIN-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE-SW
                   END-READ
               WHEN FILE-LENGTH-050
                   READ RETAIN-IN-050 INTO WS-RETAIN-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE-SW
                   END-READ
               WHEN FILE-LENGTH-060
                   READ RETAIN-IN-060 INTO WS-RETAIN-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE-SW
                   END-READ
               WHEN FILE-LENGTH-197
                   READ RETAIN-IN-197 INTO WS-RETAIN-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE-SW
                   END-READ
               WHEN FILE-LENGTH-235
                   READ RETAIN-IN-235 INTO WS-RETAIN-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE-SW
                   END-READ
               WHEN FILE-LENGTH-243
                   READ RETAIN-IN-243 INTO WS-RETAIN-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE-SW
                   END-READ
               WHEN FILE-LENGTH-338
                   READ RETAIN-IN-338 INTO WS-RETAIN-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE-SW
                   END-READ
               WHEN FILE-LENGTH-360
                   READ RETAIN-IN-360 INTO WS-RETAIN-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE-SW
                   END-READ
           END-EVALUATE

           IF NOT END-OF-FILE
               ADD 1 TO WS-READ-COUNT
           END-IF
           .

      *----------------------------------------------------------------*
      * DECIDES EACH RECORD, THEN ARCHIVES OR KEEPS IT. ONCE THE       *
      * JOURNAL HAS KEPT AN ENTRY IT KEEPS EVERY ONE AFTER IT.         *
      *----------------------------------------------------------------*
       2000-PROCESS-RECORD.
           MOVE 'K' TO WS-DISPOSITION-SW
           MOVE WS-RETAIN-RECORD(WS-DATE-OFFSET:8) TO WS-RECORD-DATE

           EVALUATE TRUE
               WHEN JOURNAL-HELD
                   CONTINUE
               WHEN WS-RECORD-DATE-NUM NOT NUMERIC
                 OR WS-RD-YEAR < 1601
                 OR WS-RD-MONTH < 1 OR WS-RD-MONTH > 12
                 OR WS-RD-DAY < 1 OR WS-RD-DAY > 31
                   ADD 1 TO WS-UNDATED-COUNT
               WHEN WS-RECORD-DATE-NUM > WS-CUTOFF-DATE
                   CONTINUE
               WHEN RT-AWAITS-BACKUP(WS-FILE-SUB)
                   PERFORM 2100-CHECK-BACKUP-POINT
               WHEN OTHER
                   MOVE 'A' TO WS-DISPOSITION-SW
           END-EVALUATE

           IF RECORD-EXPIRED
               PERFORM 2200-ARCHIVE-RECORD
           END-IF

           IF RECORD-KEPT AND RT-AWAITS-BACKUP(WS-FILE-SUB)
               MOVE 'Y' TO WS-JOURNAL-HELD-SW
           END-IF

           IF RECORD-KEPT
               PERFORM 2300-KEEP-RECORD
           END-IF

           PERFORM 1900-READ-LIVE-RECORD
           .

      *----------------------------------------------------------------*
      * AN EXPIRED JOURNAL ENTRY ARCHIVES ONLY IF IT WAS JOURNALED     *
      * BEFORE THE LAST COMPLETED BACKUP STARTED.                      *
      *----------------------------------------------------------------*
       2100-CHECK-BACKUP-POINT.
           MOVE ZEROS TO WS-RECORD-TIME

           IF WS-TIME-OFFSET > ZERO
               MOVE WS-RETAIN-RECORD(WS-TIME-OFFSET:6)
                 TO WS-RECORD-TIME-X
               IF WS-RECORD-TIME NOT NUMERIC
                   MOVE ZEROS TO WS-RECORD-TIME
               END-IF
           END-IF

           COMPUTE WS-RECORD-STAMP =
               (WS-RECORD-DATE-NUM * 1000000) + WS-RECORD-TIME

           IF BACKUP-FOUND
              AND WS-RECORD-STAMP < WS-BACKUP-POINT-STAMP
               MOVE 'A' TO WS-DISPOSITION-SW
           ELSE
               ADD 1 TO WS-HELD-COUNT
           END-IF
           .

      *----------------------------------------------------------------*
      * THE RECORD GOES ON THE ARCHIVE FIRST; A FAILED ARCHIVE WRITE   *
      * KEEPS IT ON THE LIVE FILE INSTEAD, AS MOVARCH DOES.            *
      *----------------------------------------------------------------*
       2200-ARCHIVE-RECORD.
           IF PURGE-REQUESTED
               PERFORM 2210-WRITE-ARCHIVE-RECORD

               IF NOT ARCHIVE-SUCCESS
                   DISPLAY 'RETAIN: ARCHIVE WRITE FAILED: '
                           WS-ARCHIVE-STATUS ' -- RECORD '
                           WS-READ-COUNT ' KEPT ON ' LS-FILE-ID
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'K' TO WS-DISPOSITION-SW
               END-IF
           END-IF

           IF RECORD-EXPIRED
               ADD 1 TO WS-ARCHIVED-COUNT
               PERFORM 2250-COUNT-ARCHIVED-MONTH

               IF WS-OLDEST-ARCHIVED = ZEROS
                  OR WS-RECORD-DATE-NUM < WS-OLDEST-ARCHIVED
                   MOVE WS-RECORD-DATE-NUM TO WS-OLDEST-ARCHIVED
               END-IF

               IF WS-RECORD-DATE-NUM > WS-NEWEST-ARCHIVED
                   MOVE WS-RECORD-DATE-NUM TO WS-NEWEST-ARCHIVED
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * WRITES THE CURRENT RECORD TO THE ARCHIVE THROUGH THE FD FOR    *
      * THE FILE'S RECORD LENGTH.                                      *
      *----------------------------------------------------------------*
       2210-WRITE-ARCHIVE-RECORD.
           EVALUATE TRUE
               WHEN FILE-LENGTH-040
                   WRITE RETAIN-ARCH-040-RECORD
                       FROM WS-RETAIN-RECORD(1:40)
               WHEN FILE-LENGTH-050
                   WRITE RETAIN-ARCH-050-RECORD
                       FROM WS-RETAIN-RECORD(1:50)
               WHEN FILE-LENGTH-060
                   WRITE RETAIN-ARCH-060-RECORD
                       FROM WS-RETAIN-RECORD(1:60)
               WHEN FILE-LENGTH-197
                   WRITE RETAIN-ARCH-197-RECORD
                       FROM WS-RETAIN-RECORD(1:197)
               WHEN FILE-LENGTH-235
                   WRITE RETAIN-ARCH-235-RECORD
                       FROM WS-RETAIN-RECORD(1:235)
               WHEN FILE-LENGTH-243
                   WRITE RETAIN-ARCH-243-RECORD
                       FROM WS-RETAIN-RECORD(1:243)
               WHEN FILE-LENGTH-338
                   WRITE RETAIN-ARCH-338-RECORD
                       FROM WS-RETAIN-RECORD(1:338)
               WHEN FILE-LENGTH-360
                   WRITE RETAIN-ARCH-360-RECORD
                       FROM WS-RETAIN-RECORD
           END-EVALUATE
           .

       2250-COUNT-ARCHIVED-MONTH.
           MOVE WS-RECORD-DATE-NUM(1:6) TO WS-MO-PERIOD-WORK

           PERFORM VARYING WS-MO-SUB FROM 1 BY 1
                   UNTIL WS-MO-SUB > WS-MO-ENTRY-COUNT
                      OR WS-MO-PERIOD(WS-MO-SUB) >= WS-MO-PERIOD-WORK
               CONTINUE
           END-PERFORM

           IF WS-MO-SUB <= WS-MO-ENTRY-COUNT
              AND WS-MO-PERIOD(WS-MO-SUB) = WS-MO-PERIOD-WORK
               ADD 1 TO WS-MO-COUNT(WS-MO-SUB)
           ELSE
               IF WS-MO-ENTRY-COUNT >= WS-MO-ENTRY-LIMIT
                   IF NOT MONTH-TABLE-FULL
                       DISPLAY 'RETAIN: MONTH TABLE FULL AT '
                               WS-MO-ENTRY-LIMIT ' -- '
                               WS-MO-PERIOD-WORK
                               ' AND LATER MONTHS NOT ANALYSED'
                       MOVE 'Y' TO WS-MO-FULL-SW
                   END-IF
               ELSE
                   ADD 1 TO WS-MO-ENTRY-COUNT
                   PERFORM VARYING WS-MO-SHIFT-SUB
                           FROM WS-MO-ENTRY-COUNT BY -1
                           UNTIL WS-MO-SHIFT-SUB <= WS-MO-SUB
                       MOVE WS-MO-ENTRY(WS-MO-SHIFT-SUB - 1)
                         TO WS-MO-ENTRY(WS-MO-SHIFT-SUB)
                   END-PERFORM
                   MOVE WS-MO-PERIOD-WORK TO WS-MO-PERIOD(WS-MO-SUB)
                   MOVE 1 TO WS-MO-COUNT(WS-MO-SUB)
               END-IF
           END-IF
           .

       2300-KEEP-RECORD.
           ADD 1 TO WS-KEPT-COUNT

           IF PURGE-REQUESTED
               PERFORM 2310-WRITE-NEW-LIVE-RECORD

               IF NOT KEEP-SUCCESS
                   IF NOT KEEP-FAILED
                       DISPLAY 'RETAIN: NEW LIVE FILE WRITE FAILED: '
                               WS-KEEP-STATUS ' AT RECORD '
                               WS-READ-COUNT
                   END-IF
                   MOVE 'Y' TO WS-KEEP-FAILED-SW
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * WRITES THE CURRENT RECORD TO THE NEW LIVE GENERATION THROUGH   *
      * THE FD FOR THE FILE'S RECORD LENGTH.                           *
      *----------------------------------------------------------------*
       2310-WRITE-NEW-LIVE-RECORD.
           EVALUATE TRUE
               WHEN FILE-LENGTH-040
                   WRITE RETAIN-KEEP-040-RECORD
                       FROM WS-RETAIN-RECORD(1:40)
               WHEN FILE-LENGTH-050
                   WRITE RETAIN-KEEP-050-RECORD
                       FROM WS-RETAIN-RECORD(1:50)
               WHEN FILE-LENGTH-060
                   WRITE RETAIN-KEEP-060-RECORD
                       FROM WS-RETAIN-RECORD(1:60)
               WHEN FILE-LENGTH-197
                   WRITE RETAIN-KEEP-197-RECORD
                       FROM WS-RETAIN-RECORD(1:197)
               WHEN FILE-LENGTH-235
                   WRITE RETAIN-KEEP-235-RECORD
                       FROM WS-RETAIN-RECORD(1:235)
               WHEN FILE-LENGTH-243
                   WRITE RETAIN-KEEP-243-RECORD
                       FROM WS-RETAIN-RECORD(1:243)
               WHEN FILE-LENGTH-338
                   WRITE RETAIN-KEEP-338-RECORD
                       FROM WS-RETAIN-RECORD(1:338)
               WHEN FILE-LENGTH-360
                   WRITE RETAIN-KEEP-360-RECORD
                       FROM WS-RETAIN-RECORD
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * WHAT WAS ARCHIVED (OR, ON A LISTING RUN, WOULD BE) BY MONTH,   *
      * THE FILE'S TOTALS AND THE SUMMARY. A NEW LIVE FILE THAT COULD  *
      * NOT BE WRITTEN IN FULL ENDS THE RUN WITH RETURN CODE 16.       *
      *----------------------------------------------------------------*
       4000-TERMINATION.
           IF REPORT-FILE-OPEN
               IF WS-MO-ENTRY-COUNT > ZERO
                   WRITE REPORT-RECORD FROM WS-MONTH-COLUMN-HEADER
                   PERFORM VARYING WS-MO-SUB FROM 1 BY 1
                           UNTIL WS-MO-SUB > WS-MO-ENTRY-COUNT
                       MOVE WS-MO-PERIOD(WS-MO-SUB) TO WS-ML-PERIOD
                       MOVE WS-MO-COUNT(WS-MO-SUB) TO WS-ML-COUNT
                       WRITE REPORT-RECORD FROM WS-MONTH-LINE
                   END-PERFORM
                   WRITE REPORT-RECORD FROM SPACES
               END-IF

               MOVE LS-FILE-ID TO WS-FT-FILE-ID
               MOVE WS-READ-COUNT TO WS-FT-READ-COUNT
               MOVE WS-KEPT-COUNT TO WS-FT-KEPT-COUNT
               MOVE WS-ARCHIVED-COUNT TO WS-FT-ARCHIVED-COUNT
               MOVE WS-OLDEST-ARCHIVED TO WS-FT-OLDEST-DATE
               MOVE WS-NEWEST-ARCHIVED TO WS-FT-NEWEST-DATE
               WRITE REPORT-RECORD FROM WS-FILE-TOTAL-LINE

               MOVE WS-READ-COUNT TO WS-SL-READ-COUNT
               MOVE WS-KEPT-COUNT TO WS-SL-KEPT-COUNT
               MOVE WS-ARCHIVED-COUNT TO WS-SL-ARCHIVED-COUNT
               MOVE WS-UNDATED-COUNT TO WS-SL-UNDATED-COUNT
               MOVE WS-HELD-COUNT TO WS-SL-HELD-COUNT
               MOVE WS-ERROR-COUNT TO WS-SL-ERROR-COUNT

               WRITE REPORT-RECORD FROM SPACES
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

               CLOSE REPORT-FILE
           END-IF

           IF IN-FILE-OPEN
               PERFORM 4100-CLOSE-LIVE-FILE
           END-IF

           IF KEEP-FILE-OPEN
               PERFORM 4200-CLOSE-NEW-LIVE-FILE
           END-IF

           IF ARCHIVE-FILE-OPEN
               PERFORM 4300-CLOSE-ARCHIVE-FILE
           END-IF

           IF HALT-THE-JOB OR KEEP-FAILED
               DISPLAY 'RETAIN: ' LS-FILE-ID
                       ' NOT HOUSEKEPT -- LIVE FILE MUST NOT BE '
                       'REPLACED'
               MOVE 16 TO RETURN-CODE
           END-IF
           .

       4100-CLOSE-LIVE-FILE.
           EVALUATE TRUE
               WHEN FILE-LENGTH-040
                   CLOSE RETAIN-IN-040
               WHEN FILE-LENGTH-050
                   CLOSE RETAIN-IN-050
               WHEN FILE-LENGTH-060
                   CLOSE RETAIN-IN-060
               WHEN FILE-LENGTH-197
                   CLOSE RETAIN-IN-197
               WHEN FILE-LENGTH-235
                   CLOSE RETAIN-IN-235
               WHEN FILE-LENGTH-243
                   CLOSE RETAIN-IN-243
               WHEN FILE-LENGTH-338
                   CLOSE RETAIN-IN-338
               WHEN FILE-LENGTH-360
                   CLOSE RETAIN-IN-360
           END-EVALUATE
           .

       4200-CLOSE-NEW-LIVE-FILE.
           EVALUATE TRUE
               WHEN FILE-LENGTH-040
                   CLOSE RETAIN-KEEP-040
               WHEN FILE-LENGTH-050
                   CLOSE RETAIN-KEEP-050
               WHEN FILE-LENGTH-060
                   CLOSE RETAIN-KEEP-060
               WHEN FILE-LENGTH-197
                   CLOSE RETAIN-KEEP-197
               WHEN FILE-LENGTH-235
                   CLOSE RETAIN-KEEP-235
               WHEN FILE-LENGTH-243
                   CLOSE RETAIN-KEEP-243
               WHEN FILE-LENGTH-338
                   CLOSE RETAIN-KEEP-338
               WHEN FILE-LENGTH-360
                   CLOSE RETAIN-KEEP-360
           END-EVALUATE
           .

       4300-CLOSE-ARCHIVE-FILE.
           EVALUATE TRUE
               WHEN FILE-LENGTH-040
                   CLOSE RETAIN-ARCH-040
               WHEN FILE-LENGTH-050
                   CLOSE RETAIN-ARCH-050
               WHEN FILE-LENGTH-060
                   CLOSE RETAIN-ARCH-060
               WHEN FILE-LENGTH-197
                   CLOSE RETAIN-ARCH-197
               WHEN FILE-LENGTH-235
                   CLOSE RETAIN-ARCH-235
               WHEN FILE-LENGTH-243
                   CLOSE RETAIN-ARCH-243
               WHEN FILE-LENGTH-338
                   CLOSE RETAIN-ARCH-338
               WHEN FILE-LENGTH-360
                   CLOSE RETAIN-ARCH-360
           END-EVALUATE
           .
