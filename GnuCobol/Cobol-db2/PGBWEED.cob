      *> ========== ============================================================
      *> 2026.09.02 Celso:
      *>            - first version.
      *> 2026.10.15 Celso:
      *>            - the no-loans-since cutoff counts back from the
      *>              business processing date from PGBDCAL instead of
      *>              the machine date; it goes on the JOB_RUN row too.
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
       01 HV-ISBN                       PIC 9(13).
       01 HV-TITLE                      PIC X(60).

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(595) VALUE "SELECT B.ISBN, B.TITLE, (SELECT"
OCESQL  &  " COUNT(*) FROM BOOK_COPY C WHERE C.ISBN = B.ISBN AND C.COPY"
OCESQL  &  "_STATUS <> 'D'), COALESCE(B.ACQ_COST,0), COALESCE(TO_CHAR(B"
OCESQL  &  ".ACQ_DATE,'YYYY-MM-DD'),' '), COALESCE((SELECT TO_CHAR(MAX("
OCESQL  &  "L.CHECKOUT_TIMESTAMP),'YYYY-MM-DD') FROM LOAN L WHERE L.ISB"
OCESQL  &  "N = B.ISBN),' ') FROM BOOK B WHERE ( B.DELETE_FLAG IS NULL "
OCESQL  &  "OR B.DELETE_FLAG <> 'Y' ) AND NOT EXISTS ( SELECT 1 FROM LO"
OCESQL  &  "AN L2 WHERE L2.ISBN = B.ISBN AND L2.CHECKOUT_TIMESTAMP > CA"
OCESQL  &  "ST($1 AS DATE) - $2 ) ORDER BY COALESCE((SELECT MAX(L3.CHEC"
OCESQL  &  "KOUT_TIMESTAMP) FROM LOAN L3 WHERE L3.ISBN = B.ISBN),TIMEST"
OCESQL  &  "AMP '1900-01-01') ASC, B.ISBN ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       PROCEDURE DIVISION.

           DISPLAY "PGBWEED: weeding candidates report starting"

           PERFORM SET-BUSINESS-DATE

           IF HV-BUS-DATE = SPACES
           THEN
              DISPLAY "PGBWEED: BUSDATE " LN-BD-DATE " is not a "
                      "valid date on or before today - run not started"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM SET-WEED-YEARS

           PERFORM CONNECT-DATABASE
       SET-WEED-YEARS-EX.
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
              DISPLAY "PGBWEED: business date " HV-BUS-DATE
           END-IF

           .
       SET-BUSINESS-DATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CONNECT-DATABASE SECTION.
      *>------------------------------------------------------------------------
OCESQL*                    FROM   LOAN L2
OCESQL*                    WHERE  L2.ISBN = B.ISBN
OCESQL*                    AND    L2.CHECKOUT_TIMESTAMP
OCESQL*                         > CAST(:HV-BUS-DATE AS DATE)
OCESQL*                         - :HV-RETENTION-DAYS )
OCESQL*        ORDER BY  COALESCE((SELECT
OCESQL*                            MAX(L3.CHECKOUT_TIMESTAMP)
OCESQL*                   FROM LOAN L3
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
OCESQL          BY REFERENCE "PGBWEED_CURSOR_WEED" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBWEED" TO LN-JL-PROGRAM
           MOVE HV-BUS-DATE TO LN-JL-BUS-DATE

           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

