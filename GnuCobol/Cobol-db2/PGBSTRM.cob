      *>               and reruns the stream, which resumes from the
      *>               failed step instead of rerunning everything.
      *>
      *>               The stream works to one business processing
      *>               date (PGBDCAL's processing-date function): the
      *>               business day before today unless the operator
      *>               sets BUSDATE=YYYY-MM-DD. It is handed to every
      *>               step as BUSDATE, so all steps use the same date
      *>               even when the stream runs past midnight, and it
      *>               decides which steps are due. STRMCKPT also
      *>               remembers the last business date the stream
      *>               completed, so a date is not run twice and a
      *>               missed date is not skipped: the operator catches
      *>               up each missed night in order with BUSDATE.
      *>               STRMFORCE=Y overrides those checks.
      *>
      *>               Each step connects and logs its own JOB_RUN row
      *>               through PGJOBLOG; the driver itself holds no
      *>               database session (the steps disconnect it as
      *>                  STRMRPT=/path/to/stream.txt
      *>                  STRMCKPT=/path/to/stream.ckpt
      *>                  cobcrun PGBSTRM
      *>               Catching up a missed night:
      *>                  BUSDATE=2026-10-09 cobcrun PGBSTRM
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *>              control file drives the whole cycle; a step not
      *>              due today shows as SKIPPED (NOT DUE) in the
      *>              summary, distinct from a stopped stream.
      *> 2026.10.15 Celso:
      *>            - the stream now runs to a business processing
      *>              date - the previous business day, or the
      *>              operator's BUSDATE - instead of the machine date.
      *>              The date is passed to every step as BUSDATE,
      *>              step frequencies are held against it, and it
      *>              heads the stream summary.
      *>            - STRMCKPT now also carries the business date of an
      *>              unfinished stream (a restart resumes that date)
      *>              and the last date completed: a date already
      *>              completed is skipped and a stream that would
      *>              leave a business date unprocessed stops, naming
      *>              the date to run first (STRMFORCE=Y overrides).
      *>            - the business-day check now applies to the
      *>              processing date, not to the day the stream
      *>              happens to start on.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       FD  STRM-CKPT-FILE.
       01  STRM-CKPT-RECORD.
           05  CK-DONE-COUNT            PIC 9(03).
           05  FILLER                   PIC X(01).
      *>     the business date of the stream the count belongs to
           05  CK-BUS-DATE              PIC X(10).
           05  FILLER                   PIC X(01).
      *>     the last business date the stream completed
           05  CK-LAST-DATE             PIC X(10).

       WORKING-STORAGE SECTION.
      *> how many steps one stream may hold
                   88  WS-STEP-STOP         VALUE "S".
               10  WS-STEP-FREQ         PIC X(01).

      *> restart support - steps completed by a prior run, the
      *> business date that run was working to, and the last
      *> business date completed
       01  WS-DONE-COUNT                PIC 9(03) COMP VALUE ZERO.
       01  WS-CKPT-BUS-DATE             PIC X(10) VALUE SPACES.
       01  WS-LAST-DATE                 PIC X(10) VALUE SPACES.

      *> stream progress
       01  WS-IND-1                     PIC 9(03) COMP.
       01  WS-STOPPED-SW                PIC X(01) VALUE "N".
           88  WS-STREAM-STOPPED            VALUE "Y".

      *> the business processing date the stream runs to, where it
      *> came from, and the override switch for the date checks
       01  WS-BUS-DATE                  PIC X(10).
       01  WS-BUS-SOURCE                PIC X(01).
           88  WS-BUS-BY-OPERATOR           VALUE "O".
       01  WS-FORCE-SW                  PIC X(01) VALUE "N".
           88  WS-FORCED                    VALUE "Y".
      *> the business date to run before this one, when one is due
       01  WS-PREV-BUS-DATE             PIC X(10).
       01  WS-NEXT-BUS-DATE             PIC X(10).

      *> the scheduling facts worked out once per run and held
      *> against every step's frequency code
           05  WS-YMD-DAY               PIC 9(02).
       01  WS-DATE-INT                  PIC S9(08) COMP.
       01  WS-WEEKDAY-NR                PIC S9(04) COMP.
      *> the business date's weekday as the control file writes
      *> it - 1 Monday through 7 Sunday
       01  WS-BUS-WEEKDAY               PIC 9(01).
       01  WS-FIRST-BD-SW               PIC X(01) VALUE "N".
           88  WS-FIRST-BUSINESS-DAY        VALUE "Y".
       01  WS-LAST-BD-SW                PIC X(01) VALUE "N".

           DISPLAY "PGBSTRM: nightly stream starting"

           MOVE SPACES TO WS-FORCE-SW
           ACCEPT WS-FORCE-SW FROM ENVIRONMENT "STRMFORCE"

           PERFORM LOAD-CHECKPOINT

           PERFORM SET-PROCESSING-DATE

           PERFORM CHECK-BUSINESS-DAY

           PERFORM PASS-PROCESSING-DATE

           PERFORM SET-SCHEDULE-FACTS

           PERFORM LOAD-STREAM-STEPS
              GOBACK
           END-IF

           OPEN OUTPUT STRM-RPT-FILE

           IF NOT WS-RPT-OK
           MOVE "NIGHTLY STREAM SUMMARY" TO STRM-RPT-LINE
           WRITE STRM-RPT-LINE
           MOVE SPACES TO STRM-RPT-LINE
           STRING "BUSINESS DATE: " WS-BUS-DATE
              DELIMITED BY SIZE INTO STRM-RPT-LINE
           END-STRING
           IF WS-BUS-BY-OPERATOR
           THEN
              MOVE "(SET BY OPERATOR)" TO STRM-RPT-LINE(27:17)
           END-IF
           WRITE STRM-RPT-LINE
           MOVE SPACES TO STRM-RPT-LINE
           WRITE STRM-RPT-LINE

           IF WS-DONE-COUNT > ZERO
      *>------------------------------------------------------------------------

           MOVE ZERO TO WS-DONE-COUNT
           MOVE SPACES TO WS-CKPT-BUS-DATE
           MOVE SPACES TO WS-LAST-DATE

      *>  a checkpoint written before it carried the dates reads
      *>  back with both dates blank, which checks nothing
           OPEN INPUT STRM-CKPT-FILE

           IF WS-CKPT-OK
              READ STRM-CKPT-FILE
              IF WS-CKPT-OK
              THEN
                 IF CK-DONE-COUNT IS NUMERIC
                 THEN
                    MOVE CK-DONE-COUNT TO WS-DONE-COUNT
                 END-IF
                 MOVE CK-BUS-DATE  TO WS-CKPT-BUS-DATE
                 MOVE CK-LAST-DATE TO WS-LAST-DATE
                 IF WS-DONE-COUNT > ZERO
                 THEN
                    DISPLAY "PGBSTRM: resuming after step "
                            WS-DONE-COUNT
                 END-IF
              END-IF
              CLOSE STRM-CKPT-FILE
           END-IF
      *>------------------------------------------------------------------------

           OPEN OUTPUT STRM-CKPT-FILE
           MOVE SPACES        TO STRM-CKPT-RECORD
           MOVE WS-DONE-COUNT TO CK-DONE-COUNT
           MOVE WS-BUS-DATE   TO CK-BUS-DATE
           MOVE WS-LAST-DATE  TO CK-LAST-DATE
           WRITE STRM-CKPT-RECORD
           CLOSE STRM-CKPT-FILE

       CLEAR-CHECKPOINT SECTION.
      *>------------------------------------------------------------------------

      *>  no steps outstanding; the business date just run is now
      *>  the last one completed
           OPEN OUTPUT STRM-CKPT-FILE
           MOVE SPACES      TO STRM-CKPT-RECORD
           MOVE ZERO        TO CK-DONE-COUNT
           MOVE WS-BUS-DATE TO CK-LAST-DATE
           WRITE STRM-CKPT-RECORD
           CLOSE STRM-CKPT-FILE

           .
              EXIT SECTION
           END-IF

      *>     a step not scheduled for the date counts as complete, so
      *>     a restart never reruns the scheduling decision either
           PERFORM CHECK-STEP-SCHEDULE

           IF NOT WS-STEP-DUE
       CHECK-BUSINESS-DAY SECTION.
      *>------------------------------------------------------------------------

      *>  the overnight stream does no work for a Sunday or a
      *>  holiday - only an operator's BUSDATE can name one, and
      *>  STRMFORCE=Y lets the operator run it anyway
           INITIALIZE LN-BDCAL
           SET V-LN-BD-FNC-IS-BUSINESS OF LN-BDCAL TO TRUE
           MOVE WS-BUS-DATE TO LN-BD-DATE

           CALL "PGBDCAL" USING LN-BDCAL END-CALL

           IF LN-BD-RC = 0 AND V-LN-BD-NON-BUSINESS OF LN-BDCAL
           THEN
              IF NOT WS-FORCED
              THEN
                 DISPLAY "PGBSTRM: " WS-BUS-DATE " is not a "
                         "business day - stream skipped "
                         "(STRMFORCE=Y runs it anyway)"
                 GOBACK
       CHECK-BUSINESS-DAY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-PROCESSING-DATE SECTION.
      *>------------------------------------------------------------------------

      *>  the business date the stream runs to - the operator's
      *>  BUSDATE, else the business day before today
           INITIALIZE LN-BDCAL
           SET V-LN-BD-FNC-PROCESSING OF LN-BDCAL TO TRUE

           CALL "PGBDCAL" USING LN-BDCAL END-CALL

           IF LN-BD-RC NOT = 0
           THEN
              DISPLAY "PGBSTRM: BUSDATE " LN-BD-DATE " is not a "
                      "valid YYYY-MM-DD date on or before today - "
                      "stream not started"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE LN-BD-RESULT-DATE TO WS-BUS-DATE
           MOVE LN-BD-DATE-SOURCE TO WS-BUS-SOURCE

      *>  an unfinished stream is resumed for the date it was
      *>  running to; the operator may name that date, not another
           IF  WS-DONE-COUNT    > ZERO
           AND WS-CKPT-BUS-DATE NOT = SPACES
           AND WS-CKPT-BUS-DATE NOT = WS-BUS-DATE
           THEN
              IF WS-BUS-BY-OPERATOR
              THEN
                 DISPLAY "PGBSTRM: the stream for " WS-CKPT-BUS-DATE
                         " is unfinished - resume it (BUSDATE unset "
                         "or " WS-CKPT-BUS-DATE ") before running "
                         WS-BUS-DATE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-CKPT-BUS-DATE TO WS-BUS-DATE
           END-IF

           DISPLAY "PGBSTRM: business date " WS-BUS-DATE

           IF WS-DONE-COUNT > ZERO OR WS-LAST-DATE = SPACES
           THEN
              EXIT SECTION
           END-IF

      *>  a fresh stream: the date must come after the last one
      *>  completed, and no business date may lie between the two
           IF WS-BUS-DATE NOT > WS-LAST-DATE
           THEN
              IF NOT WS-FORCED
              THEN
                 DISPLAY "PGBSTRM: business date " WS-BUS-DATE
                         " already processed (last completed "
                         WS-LAST-DATE ") - stream skipped "
                         "(STRMFORCE=Y runs it anyway)"
                 GOBACK
              END-IF
              DISPLAY "PGBSTRM: rerun of a processed date forced "
                      "by STRMFORCE"
              EXIT SECTION
           END-IF

           INITIALIZE LN-BDCAL
           SET V-LN-BD-FNC-PREVIOUS OF LN-BDCAL TO TRUE
           MOVE WS-BUS-DATE TO LN-BD-DATE

           CALL "PGBDCAL" USING LN-BDCAL END-CALL

           MOVE LN-BD-RESULT-DATE TO WS-PREV-BUS-DATE

           IF  LN-BD-RC = 0
           AND WS-PREV-BUS-DATE > WS-LAST-DATE
           THEN
              INITIALIZE LN-BDCAL
              SET V-LN-BD-FNC-ADD-DAYS OF LN-BDCAL TO TRUE
              MOVE WS-LAST-DATE TO LN-BD-DATE
              MOVE 1 TO LN-BD-DAYS

              CALL "PGBDCAL" USING LN-BDCAL END-CALL

              MOVE LN-BD-RESULT-DATE TO WS-NEXT-BUS-DATE

              IF NOT WS-FORCED
              THEN
                 DISPLAY "PGBSTRM: business date " WS-NEXT-BUS-DATE
                         " was never processed - run BUSDATE="
                         WS-NEXT-BUS-DATE " first (STRMFORCE=Y "
                         "skips it)"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              DISPLAY "PGBSTRM: unprocessed business dates after "
                      WS-LAST-DATE " skipped, forced by STRMFORCE"
           END-IF

           .
       SET-PROCESSING-DATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PASS-PROCESSING-DATE SECTION.
      *>------------------------------------------------------------------------

      *>  every step reads its business date from BUSDATE through
      *>  PGBDCAL, so the whole stream works to this one date even
      *>  when it runs on past midnight
           DISPLAY "BUSDATE"   UPON ENVIRONMENT-NAME
           DISPLAY WS-BUS-DATE UPON ENVIRONMENT-VALUE

           .
       PASS-PROCESSING-DATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-SCHEDULE-FACTS SECTION.
      *>------------------------------------------------------------------------

      *>  worked out once per run: the business date's weekday, and
      *>  whether it is the first or the last business day of the month
      *>  per the PGBDCAL calendar. INTEGER-OF-DATE counts from
      *>  Monday 1601-01-01 as day one, so the remainder of seven
      *>  gives the weekday with 6 Saturday and 0 Sunday; the
      *>  control file writes Sunday as 7.
           MOVE WS-BUS-DATE(1:4) TO WS-YMD-YEAR
           MOVE WS-BUS-DATE(6:2) TO WS-YMD-MONTH
           MOVE WS-BUS-DATE(9:2) TO WS-YMD-DAY

           COMPUTE WS-DATE-INT
                 = FUNCTION INTEGER-OF-DATE(WS-DATE-YMD)
              MOVE 7 TO WS-WEEKDAY-NR
           END-IF

           MOVE WS-WEEKDAY-NR TO WS-BUS-WEEKDAY

      *>  first business day of the month: the date is a business day
      *>  and the previous business day falls in a different month
           MOVE "N" TO WS-FIRST-BD-SW

           INITIALIZE LN-BDCAL
           SET V-LN-BD-FNC-IS-BUSINESS OF LN-BDCAL TO TRUE
           MOVE WS-BUS-DATE TO LN-BD-DATE

           CALL "PGBDCAL" USING LN-BDCAL END-CALL

           THEN
              INITIALIZE LN-BDCAL
              SET V-LN-BD-FNC-PREVIOUS OF LN-BDCAL TO TRUE
              MOVE WS-BUS-DATE TO LN-BD-DATE

              CALL "PGBDCAL" USING LN-BDCAL END-CALL

              IF  LN-BD-RC = 0
              AND LN-BD-RESULT-DATE(1:7) NOT = WS-BUS-DATE(1:7)
              THEN
                 MOVE "Y" TO WS-FIRST-BD-SW
              END-IF

              INITIALIZE LN-BDCAL
              SET V-LN-BD-FNC-ADD-DAYS OF LN-BDCAL TO TRUE
              MOVE WS-BUS-DATE TO LN-BD-DATE
              MOVE 1 TO LN-BD-DAYS

              CALL "PGBDCAL" USING LN-BDCAL END-CALL

              IF  LN-BD-RC = 0
              AND LN-BD-RESULT-DATE(1:7) NOT = WS-BUS-DATE(1:7)
              THEN
                 MOVE "Y" TO WS-LAST-BD-SW
              END-IF
       CHECK-STEP-SCHEDULE SECTION.
      *>------------------------------------------------------------------------

      *>  holds the step's frequency code against the business
      *>  date; an unknown code runs the step rather than quietly
      *>  dropping it - a mistyped control record should fail loudly
      *>  in the report, not starve a job of its runs
           MOVE "Y" TO WS-STEP-DUE-SW

           EVALUATE TRUE

           WHEN WS-STEP-FREQ(WS-IND-1) >= "1"
            AND WS-STEP-FREQ(WS-IND-1) <= "7"
              IF WS-STEP-FREQ(WS-IND-1) NOT = WS-BUS-WEEKDAY
              THEN
                 MOVE "N" TO WS-STEP-DUE-SW
              END-IF
