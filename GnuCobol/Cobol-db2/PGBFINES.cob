      *> Program:      PGBFINES.cob
      *>
      *> Purpose:      Daily fines report - every FINE ledger entry
      *>               made on the business date, in entry order, with
      *>               separate totals for assessments, payments and
      *>               waivers.
      *>               The payments total is what the cash drawer
      *>               must balance against at close of day. Like
      *>               PGBOVDUE it queries the tables directly through
      *> ========== ============================================================
      *> 2026.09.02 Celso:
      *>            - first version.
      *> 2026.10.15 Celso:
      *>            - the replacement charges of the lost-item run
      *>              (entry type R) and their reversals when a lost
      *>              copy turns up (entry type C) now have their own
      *>              totals.
      *>            - reports the ledger entries of the business
      *>              processing date from PGBDCAL (the stream's
      *>              BUSDATE, or the previous business day when run on
      *>              its own) instead of everything since midnight, so
      *>              a run after midnight still covers the day that
      *>              closed; the date is in the heading and on the
      *>              JOB_RUN row.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       01  WS-ASSESS-TOTAL              PIC 9(07)V9(02) VALUE ZERO.
       01  WS-PAY-TOTAL                 PIC 9(07)V9(02) VALUE ZERO.
       01  WS-WAIVE-TOTAL               PIC 9(07)V9(02) VALUE ZERO.
       01  WS-REPLACE-TOTAL             PIC 9(07)V9(02) VALUE ZERO.
       01  WS-REVERSE-TOTAL             PIC 9(07)V9(02) VALUE ZERO.
       01  WS-TOTAL-EDIT                PIC ZZZZZZ9.99.

      *> one detail line of the report
      *> linkage for the shared run logger PGJOBLOG
       COPY "LNJOBLOG.cpy".

      *> linkage for the shared business-day calendar PGBDCAL
       COPY "LNBDCAL.cpy".

      *> SQL communication area
       COPY "sqlca.cbl".

           88  SQL-STATUS-NOT-FOUND         VALUE  100.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 HV-BUS-DATE                   PIC X(10).
       01 HV-ENTRY-TIME                 PIC X(05).
       01 HV-ENTRY-TYPE                 PIC X(01).
       01 HV-BORROWER-ID                PIC 9(06).

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(306) VALUE "SELECT TO_CHAR(F.ENTRY_TIMESTAM"
OCESQL  &  "P,'HH24:MI'), F.ENTRY_TYPE, F.BORROWER_ID, W.BORROWER_NAME,"
OCESQL  &  " F.AMOUNT, F.ENTRY_USER FROM FINE F, BORROWER W WHERE W.BOR"
OCESQL  &  "ROWER_ID = F.BORROWER_ID AND F.ENTRY_TIMESTAMP >= CAST($1 A"
OCESQL  &  "S DATE) AND F.ENTRY_TIMESTAMP < CAST($2 AS DATE) + 1 ORDER "
OCESQL  &  "BY F.ENTRY_TIMESTAMP ASC, F.FINE_ID ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       PROCEDURE DIVISION.

           DISPLAY "PGBFINES: daily fines report starting"

           PERFORM SET-BUSINESS-DATE

           IF HV-BUS-DATE = SPACES
           THEN
              DISPLAY "PGBFINES: BUSDATE " LN-BD-DATE " is not a "
                      "valid date on or before today - run not started"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
       MAIN-PGBFINES-EX.
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
              DISPLAY "PGBFINES: business date " HV-BUS-DATE
           END-IF

           .
       SET-BUSINESS-DATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CONNECT-DATABASE SECTION.
      *>------------------------------------------------------------------------
      *>------------------------------------------------------------------------

           MOVE SPACES TO FINES-RPT-LINE
           MOVE "FINES TAKEN ON BUSINESS DATE" TO FINES-RPT-LINE(1:28)
           MOVE HV-BUS-DATE TO FINES-RPT-LINE(30:10)
           WRITE FINES-RPT-LINE

           MOVE SPACES TO FINES-RPT-LINE
           MOVE "A ASSESSED, P PAID, W WAIVED, " &
                "R REPLACEMENT, C REVERSAL"
             TO FINES-RPT-LINE
           WRITE FINES-RPT-LINE

              ADD HV-AMOUNT TO WS-PAY-TOTAL
           WHEN "W"
              ADD HV-AMOUNT TO WS-WAIVE-TOTAL
           WHEN "R"
              ADD HV-AMOUNT TO WS-REPLACE-TOTAL
           WHEN "C"
              ADD HV-AMOUNT TO WS-REVERSE-TOTAL
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           WRITE FINES-RPT-LINE

           MOVE SPACES TO FINES-RPT-LINE
           MOVE "ASSESSED:" TO FINES-RPT-LINE(1:9)
           MOVE WS-ASSESS-TOTAL TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO FINES-RPT-LINE(20:10)
           WRITE FINES-RPT-LINE

           MOVE SPACES TO FINES-RPT-LINE
           MOVE "PAID:" TO FINES-RPT-LINE(1:5)
           MOVE WS-PAY-TOTAL TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO FINES-RPT-LINE(20:10)
           MOVE "<- balance the cash drawer against this"
           WRITE FINES-RPT-LINE

           MOVE SPACES TO FINES-RPT-LINE
           MOVE "WAIVED:" TO FINES-RPT-LINE(1:7)
           MOVE WS-WAIVE-TOTAL TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO FINES-RPT-LINE(20:10)
           WRITE FINES-RPT-LINE

           MOVE SPACES TO FINES-RPT-LINE
           MOVE "REPLACEMENTS:" TO FINES-RPT-LINE(1:13)
           MOVE WS-REPLACE-TOTAL TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO FINES-RPT-LINE(20:10)
           WRITE FINES-RPT-LINE

           MOVE SPACES TO FINES-RPT-LINE
           MOVE "REVERSED:" TO FINES-RPT-LINE(1:9)
           MOVE WS-REVERSE-TOTAL TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO FINES-RPT-LINE(20:10)
           WRITE FINES-RPT-LINE

           .
       WRITE-REPORT-TOTALS-EX.
          EXIT.
OCESQL*        FROM      FINE     F
OCESQL*                , BORROWER W
OCESQL*        WHERE     W.BORROWER_ID     = F.BORROWER_ID
OCESQL*        AND       F.ENTRY_TIMESTAMP >= CAST(:HV-BUS-DATE AS DATE)
OCESQL*        AND       F.ENTRY_TIMESTAMP
OCESQL*                  < CAST(:HV-BUS-DATE AS DATE) + 1
OCESQL*        ORDER BY  F.ENTRY_TIMESTAMP ASC
OCESQL*                , F.FINE_ID         ASC
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
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBFINES_CURSOR_FINES" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-FINES-EX.
          EXIT.
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBFINES" TO LN-JL-PROGRAM
           MOVE HV-BUS-DATE TO LN-JL-BUS-DATE

           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

