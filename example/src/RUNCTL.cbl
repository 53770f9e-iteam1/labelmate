      *----------------------------------------------------------------*
      * ONE RECORD PER START OR END, APPENDED IN EVENT ORDER. THE     *
      * LATEST RECORD FOR A JOB AND PROCESSING DATE IS ITS CURRENT    *
      * STATE. RC-LOG-DATE AND RC-LOG-TIME ARE THE CALENDAR DATE AND   *
      * TIME THE EVENT WAS LOGGED (RECORDS LOGGED BEFORE THE DATE WAS  *
      * CARRIED HAVE SPACES THERE).                                    *
      *----------------------------------------------------------------*
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
               88  RC-ENDED-FAILED     VALUE 'F'.
           05  RC-RETURN-CODE          PIC 9(02).
           05  RC-LOG-TIME             PIC 9(06).
           05  RC-LOG-DATE             PIC 9(08).
           05  FILLER                  PIC X(07).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD

       01  WS-TIME-WORK.
           05  WS-TIME-NOW            PIC 9(06).
           05  WS-DATE-NOW            PIC 9(08).

       01  WS-CURRENT-TIMESTAMP.
           05  WS-CT-DATE             PIC 9(08).
           05  WS-CT-TIME             PIC 9(06).
           05  FILLER                 PIC X(07).

       1000-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CT-TIME TO WS-TIME-NOW
           MOVE WS-CT-DATE TO WS-DATE-NOW
           .

      *----------------------------------------------------------------*
               MOVE WS-LE-STATUS TO RC-STATUS
               MOVE WS-LE-RETURN-CODE TO RC-RETURN-CODE
               MOVE WS-TIME-NOW TO RC-LOG-TIME
               MOVE WS-DATE-NOW TO RC-LOG-DATE

               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
