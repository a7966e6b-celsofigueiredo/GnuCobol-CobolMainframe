      *>              notes when the previous totals are not from the
      *>              previous business day (per PGBDCAL), so a missed
      *>              night no longer passes silently.
      *> 2026.10.15 Celso:
      *>            - the run date kept in the control record and the
      *>              missed-night check now use the business processing
      *>              date from PGBDCAL instead of the machine date, so
      *>              a run after midnight is not taken for the next
      *>              day; it goes on the JOB_RUN row too.
      *>************************************************************************

       IDENTIFICATION DIVISION.
      *> linkage for the shared business-day calendar PGBDCAL
       COPY "LNBDCAL.cpy".

      *> run dates - the previous run's, and the business day
      *> before this run's business date
       01  WS-PREV-RUN-DATE             PIC X(10).
       01  WS-PREV-BUS-DATE             PIC X(10).

           88  SQL-STATUS-OK                VALUE    0.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 HV-BUS-DATE                   PIC X(10).
       01 HV-ROW-COUNT                  PIC 9(09).
       01 HV-PAGE-TOTAL                 PIC 9(09).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

           DISPLAY "PGBRECON: control-total reconciliation starting"

           PERFORM SET-BUSINESS-DATE

           IF HV-BUS-DATE = SPACES
           THEN
              DISPLAY "PGBRECON: BUSDATE " LN-BD-DATE " is not a "
                      "valid date on or before today - run not started"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
           MOVE HV-ROW-COUNT  TO WS-CURR-ROW-COUNT
           MOVE HV-PAGE-TOTAL TO WS-CURR-PAGE-TOTAL

           PERFORM COMPUTE-DELTAS

           PERFORM WRITE-RECONCILIATION-REPORT
       MAIN-PGBRECON-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-BUSINESS-DATE SECTION.
      *>------------------------------------------------------------------------

      *>  the business date this run covers - the stream's BUSDATE,
      *>  or the previous business day when run on its own - used
      *>  in place of the machine date and logged on JOB_RUN
           INITIALIZE LN-BDCAL
           SET V-LN-BD-FNC-PROCESSING OF LN-BDCAL TO TRUE

           CALL "PGBDCAL" USING LN-BDCAL END-CALL

           MOVE SPACES TO HV-BUS-DATE
           IF LN-BD-RC = 0
           THEN
              MOVE LN-BD-RESULT-DATE TO HV-BUS-DATE
              DISPLAY "PGBRECON: business date " HV-BUS-DATE
           END-IF

           .
       SET-BUSINESS-DATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CONNECT-DATABASE SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO RECON-RPT-LINE
           MOVE "BOOK CONTROL-TOTAL RECONCILIATION" TO RECON-RPT-LINE
           MOVE HV-BUS-DATE TO RECON-RPT-LINE(35:10)
           WRITE RECON-RPT-LINE

           MOVE SPACES TO RECON-RPT-LINE
           OPEN OUTPUT BOOK-CTL-FILE
           MOVE WS-CURR-ROW-COUNT  TO CT-ROW-COUNT
           MOVE WS-CURR-PAGE-TOTAL TO CT-PAGE-TOTAL
           MOVE HV-BUS-DATE        TO CT-RUN-DATE
           WRITE BOOK-CTL-RECORD
           CLOSE BOOK-CTL-FILE

           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBRECON" TO LN-JL-PROGRAM
           MOVE HV-BUS-DATE TO LN-JL-BUS-DATE

           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL


           INITIALIZE LN-BDCAL
           SET V-LN-BD-FNC-PREVIOUS OF LN-BDCAL TO TRUE
           MOVE HV-BUS-DATE TO LN-BD-DATE

           CALL "PGBDCAL" USING LN-BDCAL END-CALL

           MOVE LN-BD-RESULT-DATE OF LN-BDCAL TO WS-PREV-BUS-DATE

           IF  WS-PREV-RUN-DATE NOT = WS-PREV-BUS-DATE
           AND WS-PREV-RUN-DATE NOT = HV-BUS-DATE
           THEN
              MOVE SPACES TO RECON-RPT-LINE
              MOVE "NOTE: previous totals are from " TO
       CHECK-PREVIOUS-BUSINESS-DAY-EX.
          EXIT.

       END PROGRAM PGBRECON.
