      *----------------------------------------------------------------*
      * RETNTBL - FILE RETENTION CONTROL TABLE                         *
      *                                                                *
      * ONE ENTRY PER APPEND-ONLY FILE RETAIN HOUSEKEEPS: THE FILE ID  *
      * (ITS DD NAME), RECORD LENGTH, WHERE THE RECORD'S YYYYMMDD DATE *
      * SITS (1-BASED OFFSET), THE HHMMSS TIME BESIDE IT WHERE THERE   *
      * IS ONE (ZERO MEANS NONE), THE DAYS A RECORD STAYS ON THE LIVE  *
      * FILE, AND WHETHER ARCHIVING WAITS FOR A MASTER-FILE BACKUP     *
      * ('Y' - THE RECOVERY JOURNAL ONLY).                             *
      *                                                                *
      *   JRNFILE  - JRN-DATE/JRN-TIME     35 DAYS, BEHIND A BACKUP    *
      *   CMAUDIT  - AUD-DATE (CUSTMNT)     7 YEARS                    *
      *   IMAUDIT  - AUD-DATE (INVNTRY)     7 YEARS                    *
      *   SMAUDIT  - AUD-DATE (SUPMNT)      7 YEARS                    *
      *   CHAUDIT  - AUD-DATE (CREDHOLD)    7 YEARS                    *
      *   OMAUDIT  - AUD-DATE (ORDMNT)      7 YEARS                    *
      *   PAYHIST  - PH-DEPOSIT-DATE        2 YEARS                    *
      *   LOTLEDG  - LL-DATE               10 YEARS (RECALL TRACING)   *
      *   CSTAUDIT - CA-DATE                7 YEARS                    *
      *   ORDSTAT  - OS-ORDER-DATE          2 YEARS                    *
      *   RUNCTL   - RC-PROC-DATE         400 DAYS                     *
      *                                                                *
      * THE RUN-CONTROL LOG MUST OUTLIVE THE JOURNAL'S RETENTION,      *
      * SINCE THE BACKUP THAT RELEASES JOURNAL ENTRIES IS FOUND ON IT. *
      *                                                                *
      * THE RECORD LENGTH MUST BE ONE RETAIN CARRIES A FIXED-LENGTH    *
      * RETIN/RETKEEP/RETARCH FD SET FOR (040, 050, 060, 197, 235,     *
      * 243, 338 OR 360).                                              *
      *----------------------------------------------------------------*
       01  RETENTION-VALUES.
      *                                   FILE    LENDOFTOFDAYSB
           05  FILLER PIC X(23) VALUE 'JRNFILE 36001001800035Y'.
           05  FILLER PIC X(23) VALUE 'CMAUDIT 24300100002557N'.
           05  FILLER PIC X(23) VALUE 'IMAUDIT 33800100002557N'.
           05  FILLER PIC X(23) VALUE 'SMAUDIT 23500100002557N'.
           05  FILLER PIC X(23) VALUE 'CHAUDIT 24300100002557N'.
           05  FILLER PIC X(23) VALUE 'OMAUDIT 19700100002557N'.
           05  FILLER PIC X(23) VALUE 'PAYHIST 05001700000730N'.
           05  FILLER PIC X(23) VALUE 'LOTLEDG 05003700003653N'.
           05  FILLER PIC X(23) VALUE 'CSTAUDIT06004000002557N'.
           05  FILLER PIC X(23) VALUE 'ORDSTAT 06000100000730N'.
           05  FILLER PIC X(23) VALUE 'RUNCTL  04000900000400N'.
       01  RETENTION-TABLE REDEFINES RETENTION-VALUES.
           05  RT-ENTRY OCCURS 11 TIMES.
               10  RT-FILE-ID         PIC X(08).
               10  RT-RECORD-LENGTH   PIC 9(03).
               10  RT-DATE-OFFSET     PIC 9(03).
               10  RT-TIME-OFFSET     PIC 9(03).
               10  RT-RETAIN-DAYS     PIC 9(05).
               10  RT-BACKUP-GATE     PIC X(01).
                   88  RT-AWAITS-BACKUP
                                      VALUE 'Y'.
       01  RT-FILE-COUNT              PIC 9(02) VALUE 11.

      *----------------------------------------------------------------*
      * THE JOB ID THE MASTER-FILE BACKUP STEP RUNS UNDER, BRACKETED   *
      * BY RUNCTL START ('S') AND NORMAL END ('E') RECORDS LIKE EVERY  *
      * OTHER JOB IN THE CYCLE.                                        *
      *----------------------------------------------------------------*
       01  RT-BACKUP-JOB-ID           PIC X(08) VALUE 'MSTBKUP'.
