      *>
      *> Usage:        AUDRPT names the output report. AUDDATE names
      *>               the day to report (YYYY-MM-DD); left unset, the
      *>               report covers the business processing date
      *>               (BUSDATE, or the previous business day). Run as:
      *>                  AUDRPT=/path/to/audit.txt
      *>                  AUDDATE=2026-08-21
      *>                  cobcrun PGBAUDIT
      *>            - a failed cursor open now ends the run in
      *>              error (JOB_RUN status E, RETURN-CODE 8)
      *>              instead of logging a clean zero-count run.
      *> 2026.10.15 Celso:
      *>            - left unset, AUDDATE now defaults to the business
      *>              processing date (PGBDCAL - the stream's BUSDATE)
      *>              instead of the database's yesterday, so a missed
      *>              night reports its own day; the date goes on the
      *>              JOB_RUN row.
      *>************************************************************************

       IDENTIFICATION DIVISION.
      *> linkage for the shared run logger PGJOBLOG
       COPY "LNJOBLOG.cpy".

      *> linkage for the shared business-day calendar PGBDCAL
       COPY "LNBDCAL.cpy".

      *> SQL communication area
       COPY "sqlca.cbl".

           88  SQL-STATUS-NOT-FOUND         VALUE  100.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 HV-BUS-DATE                   PIC X(10).
       01 HV-AUDIT-DATE                 PIC X(10).
       01 HV-BEFORE.
         05 HV-HIST-USER               PIC X(20).
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(066) VALUE "SELECT AUTHORS, TITLE, PUB_DATE"
OCESQL  &  ", PAGE_NR FROM BOOK WHERE ISBN = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       PROCEDURE DIVISION.

           DISPLAY "PGBAUDIT: change-activity audit report starting"

           PERFORM SET-BUSINESS-DATE

           IF HV-BUS-DATE = SPACES
           THEN
              DISPLAY "PGBAUDIT: BUSDATE " LN-BD-DATE " is not a "
                      "valid date on or before today - run not started"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
       MAIN-PGBAUDIT-EX.
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
              DISPLAY "PGBAUDIT: business date " HV-BUS-DATE
           END-IF

           .
       SET-BUSINESS-DATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CONNECT-DATABASE SECTION.
      *>------------------------------------------------------------------------
      *>------------------------------------------------------------------------

      *>  the day to report comes from the environment so the report
      *>  can be rerun for any past day; left unset it is the
      *>  business date the run covers
           MOVE SPACES TO HV-AUDIT-DATE
           ACCEPT HV-AUDIT-DATE FROM ENVIRONMENT "AUDDATE"

           IF HV-AUDIT-DATE = SPACES
           THEN
              MOVE HV-BUS-DATE TO HV-AUDIT-DATE
           END-IF

           DISPLAY "PGBAUDIT: reporting changes of " HV-AUDIT-DATE
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBAUDIT" TO LN-JL-PROGRAM
           MOVE HV-BUS-DATE TO LN-JL-BUS-DATE

           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

       SQL-COMMIT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-NEXT-SNAPSHOT SECTION.
      *>------------------------------------------------------------------------
