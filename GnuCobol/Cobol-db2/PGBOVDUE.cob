      *>            - the report now carries the loan's renewal count
      *>              in a REN column, so the desk can see a loan that
      *>              has been renewed to its limit and overdue anyway.
      *> 2026.10.15 Celso:
      *>            - overdue is now counted against the business
      *>              processing date (PGBDCAL - the stream's BUSDATE)
      *>              instead of the machine date, so a missed night can
      *>              be rerun for its own date; the date heads the
      *>              report and goes on the JOB_RUN row.
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
       01 HV-DUE-DATE                   PIC X(10).
       01 HV-ISBN                       PIC 9(13).
       01 HV-TITLE                      PIC X(60).

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(306) VALUE "SELECT TO_CHAR(L.DUE_DATE,'YYYY"
OCESQL  &  "-MM-DD'), L.ISBN, B.TITLE, L.BORROWER_ID, W.BORROWER_NAME, "
OCESQL  &  "COALESCE(L.RENEWAL_COUNT,0) FROM LOAN L, BOOK B, BORROWER W"
OCESQL  &  " WHERE B.ISBN = L.ISBN AND W.BORROWER_ID = L.BORROWER_ID AN"
OCESQL  &  "D L.RETURN_TIMESTAMP IS NULL AND L.DUE_DATE < CAST($1 AS DA"
OCESQL  &  "TE) ORDER BY L.DUE_DATE ASC, L.ISBN ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       PROCEDURE DIVISION.

           DISPLAY "PGBOVDUE: overdue-loan report starting"

           PERFORM SET-BUSINESS-DATE

           IF HV-BUS-DATE = SPACES
           THEN
              DISPLAY "PGBOVDUE: BUSDATE " LN-BD-DATE " is not a "
                      "valid date on or before today - run not started"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
       MAIN-PGBOVDUE-EX.
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
              DISPLAY "PGBOVDUE: business date " HV-BUS-DATE
           END-IF

           .
       SET-BUSINESS-DATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CONNECT-DATABASE SECTION.
      *>------------------------------------------------------------------------
           MOVE SPACES TO OVDUE-RPT-LINE
           MOVE "OVERDUE LOANS - LONGEST OVERDUE FIRST"
             TO OVDUE-RPT-LINE
           MOVE "BUSINESS DATE:" TO OVDUE-RPT-LINE(60:14)
           MOVE HV-BUS-DATE TO OVDUE-RPT-LINE(75:10)
           WRITE OVDUE-RPT-LINE

           MOVE SPACES TO OVDUE-RPT-LINE
OCESQL*        WHERE     B.ISBN             = L.ISBN
OCESQL*        AND       W.BORROWER_ID      = L.BORROWER_ID
OCESQL*        AND       L.RETURN_TIMESTAMP IS NULL
OCESQL*        AND       L.DUE_DATE         < CAST(:HV-BUS-DATE AS DATE)
OCESQL*        ORDER BY  L.DUE_DATE       ASC
OCESQL*                , L.ISBN           ASC
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
OCESQL          BY REFERENCE "PGBOVDUE_CURSOR_OVDUE" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-OVDUE-EX.
          EXIT.
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBOVDUE" TO LN-JL-PROGRAM
           MOVE HV-BUS-DATE TO LN-JL-BUS-DATE

           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

