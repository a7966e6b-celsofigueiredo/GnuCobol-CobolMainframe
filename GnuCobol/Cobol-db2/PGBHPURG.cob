      *>              run before the checkpoint can arm the purge, so
      *>              a row is never deleted that the archive does
      *>              not safely hold.
      *> 2026.10.15 Celso:
      *>            - the retention cutoff counts back from the business
      *>              processing date from PGBDCAL instead of the
      *>              machine date; it goes on the JOB_RUN row too.
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
       01 HV-RETENTION-DAYS             PIC 9(05).
       01 HV-CUTOFF-TS                  PIC X(26).
       01 HV-BOOK-HIST.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(259) VALUE "SELECT ISBN, AUTHORS, TITLE, PU"
OCESQL  &  "B_DATE, PAGE_NR, LUPD_USER, LUPD_TIMESTAMP, LUPD_COUNTER, D"
OCESQL  &  "ELETE_FLAG, DELETE_USER, DELETE_TIMESTAMP, HIST_ACTION, HIS"
OCESQL  &  "T_USER, HIST_TIMESTAMP FROM BOOK_HIST WHERE HIST_TIMESTAMP "
OCESQL  &  "< CAST($1 AS DATE) - $2 ORDER BY HIST_TIMESTAMP ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.

           DISPLAY "PGBHPURG: history archive and purge starting"

           PERFORM SET-BUSINESS-DATE

           IF HV-BUS-DATE = SPACES
           THEN
              DISPLAY "PGBHPURG: BUSDATE " LN-BD-DATE " is not a "
                      "valid date on or before today - run not started"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM SET-RETENTION-DAYS

           PERFORM CONNECT-DATABASE
       SET-RETENTION-DAYS-EX.
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
              DISPLAY "PGBHPURG: business date " HV-BUS-DATE
           END-IF

           .
       SET-BUSINESS-DATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CONNECT-DATABASE SECTION.
      *>------------------------------------------------------------------------
OCESQL*                , HIST_TIMESTAMP
OCESQL*        FROM      BOOK_HIST
OCESQL*        WHERE     HIST_TIMESTAMP
OCESQL*                < CAST(:HV-BUS-DATE AS DATE) - :HV-RETENTION-DAYS
OCESQL*        ORDER BY  HIST_TIMESTAMP   ASC
OCESQL*   END-EXEC
OCESQL*
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBHPURG_CURSOR_HIST_PG" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBHPURG" TO LN-JL-PROGRAM
           MOVE HV-BUS-DATE TO LN-JL-BUS-DATE

           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

