      *>            - a failed cursor open now ends the run in
      *>              error (JOB_RUN status E, RETURN-CODE 8)
      *>              instead of logging a clean zero-count run.
      *> 2026.10.15 Celso:
      *>            - a publication date is in the future when it is
      *>              after the business processing date from PGBDCAL
      *>              rather than the machine date; it goes on the
      *>              JOB_RUN row too.
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
       01 HV-RULE-NR                    PIC 9(01).
       01 HV-ISBN                       PIC 9(13).
       01 HV-AUTHORS                    PIC X(40).

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(982) VALUE "SELECT 1, ISBN, AUTHORS, TITLE,"
OCESQL  &  "COALESCE(TO_CHAR(PUB_DATE,'YYYY-MM-DD'),' '),PAGE_NR FROM B"
OCESQL  &  "OOK WHERE ( DELETE_FLAG IS NULL OR DELETE_FLAG <> 'Y' ) AND"
OCESQL  &  " TRIM(COALESCE(AUTHORS,'')) = '' UNION ALL SELECT 2, ISBN, "
OCESQL  &  "AUTHORS, TITLE,COALESCE(TO_CHAR(PUB_DATE,'YYYY-MM-DD'),' ')"
OCESQL  &  ",PAGE_NR FROM BOOK WHERE ( DELETE_FLAG IS NULL OR DELETE_FL"
OCESQL  &  "AG <> 'Y' ) AND PUB_DATE > CAST($1 AS DATE) UNION ALL SELEC"
OCESQL  &  "T 3, ISBN, AUTHORS, TITLE,COALESCE(TO_CHAR(PUB_DATE,'YYYY-M"
OCESQL  &  "M-DD'),' '),PAGE_NR FROM BOOK WHERE ( DELETE_FLAG IS NULL O"
OCESQL  &  "R DELETE_FLAG <> 'Y' ) AND PUB_DATE < DATE '1450-01-01' UNI"
OCESQL  &  "ON ALL SELECT 4, ISBN, AUTHORS, TITLE,COALESCE(TO_CHAR(PUB_"
OCESQL  &  "DATE,'YYYY-MM-DD'),' '),PAGE_NR FROM BOOK WHERE ( DELETE_FL"
OCESQL  &  "AG IS NULL OR DELETE_FLAG <> 'Y' ) AND ( PAGE_NR <= 1 OR PA"
OCESQL  &  "GE_NR = 9999 ) UNION ALL SELECT 5, ISBN, AUTHORS, TITLE,COA"
OCESQL  &  "LESCE(TO_CHAR(PUB_DATE,'YYYY-MM-DD'),' '),PAGE_NR FROM BOOK"
OCESQL  &  " WHERE ( DELETE_FLAG IS NULL OR DELETE_FLAG <> 'Y' ) AND TI"
OCESQL  &  "TLE = UPPER(TITLE) AND TITLE <> LOWER(TITLE) ORDER BY 1 ASC"
OCESQL  &  ", 2 ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       PROCEDURE DIVISION.

           DISPLAY "PGBQUAL: data-quality audit starting"

           PERFORM SET-BUSINESS-DATE

           IF HV-BUS-DATE = SPACES
           THEN
              DISPLAY "PGBQUAL: BUSDATE " LN-BD-DATE " is not a "
                      "valid date on or before today - run not started"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
       MAIN-PGBQUAL-EX.
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
              DISPLAY "PGBQUAL: business date " HV-BUS-DATE
           END-IF

           .
       SET-BUSINESS-DATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CONNECT-DATABASE SECTION.
      *>------------------------------------------------------------------------
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBQUAL" TO LN-JL-PROGRAM
           MOVE HV-BUS-DATE TO LN-JL-BUS-DATE

           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

OCESQL*               PAGE_NR
OCESQL*        FROM   BOOK
OCESQL*        WHERE  ( DELETE_FLAG IS NULL OR DELETE_FLAG <> 'Y' )
OCESQL*        AND    PUB_DATE > CAST(:HV-BUS-DATE AS DATE)
OCESQL*        UNION ALL
OCESQL*        SELECT 3, ISBN, AUTHORS, TITLE,
OCESQL*               COALESCE(TO_CHAR(PUB_DATE,'YYYY-MM-DD'),' '),
OCESQL*        AND    TITLE <> LOWER(TITLE)
OCESQL*        ORDER BY 1 ASC, 2 ASC
OCESQL*   END-EXEC
OCESQL*
OCESQL*   .
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBQUAL_CURSOR_QUAL" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-QUAL-EX.
          EXIT.
