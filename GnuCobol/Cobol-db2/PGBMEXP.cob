      *>************************************************************************
      *>  This file is part of DBsample.
      *>
      *>  PGBMEXP.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  PGBMEXP.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with PGBMEXP.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      PGBMEXP.cob
      *>
      *> Purpose:      Monthly expiring-membership list - one line per
      *>               borrower whose membership runs out within the
      *>               next MEXPDAYS days, soonest first, with the
      *>               phone and e-mail on record, so the desk can ask
      *>               for a renewal (PGMOD8 function MR) when the
      *>               borrower next visits. Anonymised borrowers and
      *>               numbers closed by a merge are left out.
      *>               Like PGBOVDUE it only reads BORROWER through its
      *>               own cursor; PGMOD8 remains the only writer.
      *>
      *> Author:       Celso
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Usage:        MEXPRPT names the output report. MEXPDAYS gives
      *>               how many days ahead to look (blank or zero falls
      *>               back to 30). Run as:
      *>                  MEXPRPT=/path/to/expiring.txt
      *>                  MEXPDAYS=30
      *>                  cobcrun PGBMEXP
      *>               In the stream control file the step is due on
      *>               the first business day of the month (col 12 F).
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>            - borrower numbers closed by a merge (status M)
      *>              are left out.
      *>            - the expiry window runs from the business
      *>              processing date from PGBDCAL instead of the
      *>              machine date; it goes on the JOB_RUN row too.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBMEXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEXP-RPT-FILE ASSIGN TO "MEXPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEXP-RPT-FILE.
       01  MEXP-RPT-LINE                PIC X(160).

       WORKING-STORAGE SECTION.
      *> days to look ahead when MEXPDAYS is not set
       78 C-DEFAULT-MEXP-DAYS           VALUE 30.

       01  WS-RPT-STATUS                PIC X(02).
           88  WS-RPT-OK                    VALUE "00".

      *> set when the cursor could not be opened - the run then
      *> ends in error instead of logging a clean zero-count run
       01  WS-RUN-ERROR-SW              PIC X(01) VALUE "N".
           88  WS-RUN-ERROR                 VALUE "Y".

      *> MEXPDAYS as keyed in the environment, before validation
       01  WS-MEXPDAYS-TEXT             PIC X(03).
       01  WS-MEXP-DAYS                 PIC 9(03).

      *> run totals, displayed in the end-of-job summary and written
      *> as the report's final total line
       01  WS-LINE-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-TOTAL-EDIT                PIC ZZZ,ZZZ,ZZ9.

      *> one detail line of the report
       01  WS-DETAIL-LINE.
           05  WD-EXPIRY-DATE           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-BORROWER-ID           PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-BORROWER-NAME         PIC X(40).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-PHONE                 PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-EMAIL                 PIC X(60).

      *> linkage record passed to PGMOD7
       COPY "LNMOD7.cpy".

      *> linkage for the shared run logger PGJOBLOG
       COPY "LNJOBLOG.cpy".

      *> linkage for the shared business-day calendar PGBDCAL
       COPY "LNBDCAL.cpy".

      *> SQL communication area
       COPY "sqlca.cbl".

      *> SQL status
       01  WS-SQL-STATUS                PIC S9(9) COMP-5.
           88  SQL-STATUS-OK                VALUE    0.
           88  SQL-STATUS-NOT-FOUND         VALUE  100.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 HV-BUS-DATE                   PIC X(10).
       01 HV-MEXP-DAYS                  PIC 9(03).
       01 HV-EXPIRY-DATE                PIC X(10).
       01 HV-BORROWER-ID                PIC 9(06).
       01 HV-BORROWER-NAME              PIC X(40).
       01 HV-PHONE                      PIC X(20).
       01 HV-EMAIL                      PIC X(60).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(311) VALUE "SELECT TO_CHAR(EXPIRY_DATE,'YYY"
OCESQL  &  "Y-MM-DD'), BORROWER_ID, BORROWER_NAME, COALESCE(PHONE,' '),"
OCESQL  &  " COALESCE(EMAIL,' ') FROM BORROWER WHERE EXPIRY_DATE >= CAS"
OCESQL  &  "T($1 AS DATE) AND EXPIRY_DATE <= CAST($2 AS DATE) + $3 AND "
OCESQL  &  "BORROWER_NAME <> ' ' AND COALESCE(BORROWER_STATUS,'A') <> '"
OCESQL  &  "M' ORDER BY EXPIRY_DATE ASC, BORROWER_ID ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-PGBMEXP SECTION.
      *>------------------------------------------------------------------------

           DISPLAY "PGBMEXP: expiring-membership list starting"

           PERFORM SET-BUSINESS-DATE

           IF HV-BUS-DATE = SPACES
           THEN
              DISPLAY "PGBMEXP: BUSDATE " LN-BD-DATE " is not a "
                      "valid date on or before today - run not started"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM SET-MEXP-DAYS

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
           THEN
              DISPLAY "PGBMEXP: connect failed - "
                      LN-MSG-1 OF LN-MOD
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM JOBLOG-RUN-START

           OPEN OUTPUT MEXP-RPT-FILE

           IF NOT WS-RPT-OK
           THEN
              DISPLAY "PGBMEXP: unable to open MEXPRPT, status "
                      WS-RPT-STATUS

              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
              PERFORM JOBLOG-RUN-END
              PERFORM DISCONNECT-DATABASE
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADING

           PERFORM SQL-DECLARE-CURSOR-MEXP
           PERFORM SQL-OPEN-CURSOR-MEXP

           IF SQL-STATUS-OK
           THEN
              PERFORM SQL-FETCH-CURSOR-MEXP
              PERFORM WRITE-ONE-MEMBER-LINE UNTIL NOT SQL-STATUS-OK
              PERFORM SQL-CLOSE-CURSOR-MEXP
              PERFORM WRITE-REPORT-TOTAL
           ELSE
              DISPLAY "PGBMEXP: could not open the expiry cursor, "
                      "SQLCODE " WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
           END-IF

           PERFORM SQL-COMMIT

           CLOSE MEXP-RPT-FILE

           IF WS-RUN-ERROR
           THEN
              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
           ELSE
              SET V-LN-JL-STATUS-COMPLETE OF LN-JOBLOG TO TRUE
           END-IF
           PERFORM JOBLOG-RUN-END

           PERFORM DISCONNECT-DATABASE

           DISPLAY "PGBMEXP: lines written " WS-LINE-COUNT

           IF WS-RUN-ERROR
           THEN
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK

           .
       MAIN-PGBMEXP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-MEXP-DAYS SECTION.
      *>------------------------------------------------------------------------

      *>  the look-ahead comes from the environment so the scheduler
      *>  can vary it without a recompile; anything not a positive
      *>  number falls back to the default
           MOVE SPACES TO WS-MEXPDAYS-TEXT
           ACCEPT WS-MEXPDAYS-TEXT FROM ENVIRONMENT "MEXPDAYS"

           COMPUTE WS-MEXP-DAYS
                 = FUNCTION NUMVAL(WS-MEXPDAYS-TEXT)
           END-COMPUTE

           IF WS-MEXP-DAYS = ZERO
           THEN
              MOVE C-DEFAULT-MEXP-DAYS TO WS-MEXP-DAYS
           END-IF

           MOVE WS-MEXP-DAYS TO HV-MEXP-DAYS

           DISPLAY "PGBMEXP: listing memberships expiring within "
                   WS-MEXP-DAYS " day(s)"

           .
       SET-MEXP-DAYS-EX.
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
              DISPLAY "PGBMEXP: business date " HV-BUS-DATE
           END-IF

           .
       SET-BUSINESS-DATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CONNECT-DATABASE SECTION.
      *>------------------------------------------------------------------------

      *>  LN-CONNECT is left at its INITIALIZE default (spaces), so
      *>  PGMOD7's CONNECT falls back to the environment variables -
      *>  there is no screen here to prompt an operator
           INITIALIZE LN-MOD
           SET V-LN-FNC-CONNECT OF LN-MOD TO TRUE

           CALL "PGMOD7" USING LN-MOD END-CALL

           .
       CONNECT-DATABASE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       DISCONNECT-DATABASE SECTION.
      *>------------------------------------------------------------------------

           INITIALIZE LN-MOD
           SET V-LN-FNC-DISCONNECT OF LN-MOD TO TRUE

           CALL "PGMOD7" USING LN-MOD END-CALL

           .
       DISCONNECT-DATABASE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REPORT-HEADING SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO MEXP-RPT-LINE
           MOVE "MEMBERSHIPS EXPIRING WITHIN THE NEXT    DAYS"
             TO MEXP-RPT-LINE
           MOVE WS-MEXP-DAYS TO MEXP-RPT-LINE(38:3)
           WRITE MEXP-RPT-LINE

           MOVE SPACES TO MEXP-RPT-LINE
           WRITE MEXP-RPT-LINE

           MOVE SPACES TO MEXP-RPT-LINE
           MOVE "EXPIRES" TO MEXP-RPT-LINE(1:7)
           MOVE "ID" TO MEXP-RPT-LINE(13:2)
           MOVE "BORROWER" TO MEXP-RPT-LINE(21:8)
           MOVE "PHONE" TO MEXP-RPT-LINE(63:5)
           MOVE "E-MAIL" TO MEXP-RPT-LINE(85:6)
           WRITE MEXP-RPT-LINE

           .
       WRITE-REPORT-HEADING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-ONE-MEMBER-LINE SECTION.
      *>------------------------------------------------------------------------

           INITIALIZE WS-DETAIL-LINE
           MOVE HV-EXPIRY-DATE            TO WD-EXPIRY-DATE
           MOVE HV-BORROWER-ID            TO WD-BORROWER-ID
           MOVE HV-BORROWER-NAME          TO WD-BORROWER-NAME
           MOVE HV-PHONE                  TO WD-PHONE
           MOVE HV-EMAIL                  TO WD-EMAIL

           MOVE WS-DETAIL-LINE TO MEXP-RPT-LINE
           WRITE MEXP-RPT-LINE

           ADD 1 TO WS-LINE-COUNT

           PERFORM SQL-FETCH-CURSOR-MEXP

           .
       WRITE-ONE-MEMBER-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REPORT-TOTAL SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO MEXP-RPT-LINE
           WRITE MEXP-RPT-LINE

           MOVE SPACES TO MEXP-RPT-LINE
           MOVE "TOTAL EXPIRING MEMBERSHIPS:" TO MEXP-RPT-LINE(1:27)
           MOVE WS-LINE-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO MEXP-RPT-LINE(29:11)
           WRITE MEXP-RPT-LINE

           .
       WRITE-REPORT-TOTAL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-COMMIT SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        COMMIT
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLExecCommit" USING
OCESQL          BY REFERENCE SQLCA
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-COMMIT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-DECLARE-CURSOR-MEXP SECTION.
      *>------------------------------------------------------------------------

      *>  a blank name is a borrower PGBANON has anonymised, and
      *>  status M a number closed by a merge - there is nobody left
      *>  to ask for a renewal
OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_MEXP CURSOR FOR
OCESQL*        SELECT    TO_CHAR(EXPIRY_DATE,'YYYY-MM-DD')
OCESQL*                , BORROWER_ID
OCESQL*                , BORROWER_NAME
OCESQL*                , COALESCE(PHONE,' ')
OCESQL*                , COALESCE(EMAIL,' ')
OCESQL*        FROM      BORROWER
OCESQL*        WHERE     EXPIRY_DATE   >= CAST(:HV-BUS-DATE AS DATE)
OCESQL*        AND       EXPIRY_DATE   <= CAST(:HV-BUS-DATE AS DATE)
OCESQL*                                 + :HV-MEXP-DAYS
OCESQL*        AND       BORROWER_NAME <> ' '
OCESQL*        AND       COALESCE(BORROWER_STATUS,'A') <> 'M'
OCESQL*        ORDER BY  EXPIRY_DATE   ASC
OCESQL*                , BORROWER_ID   ASC
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
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-MEXP-DAYS
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBMEXP_CURSOR_MEXP" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-MEXP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-MEXP SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_MEXP
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBMEXP_CURSOR_MEXP" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-OPEN-CURSOR-MEXP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-MEXP SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_MEXP
OCESQL*        INTO    :HV-EXPIRY-DATE
OCESQL*              , :HV-BORROWER-ID
OCESQL*              , :HV-BORROWER-NAME
OCESQL*              , :HV-PHONE
OCESQL*              , :HV-EMAIL
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-EXPIRY-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORROWER-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PHONE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-EMAIL
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBMEXP_CURSOR_MEXP" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-FETCH-CURSOR-MEXP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-MEXP SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_MEXP
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBMEXP_CURSOR_MEXP" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-CLOSE-CURSOR-MEXP-EX.
          EXIT.


      *>------------------------------------------------------------------------
       JOBLOG-RUN-START SECTION.
      *>------------------------------------------------------------------------

      *>  record the run in JOB_RUN; a failure to log never stops
      *>  the job itself
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBMEXP" TO LN-JL-PROGRAM
           MOVE HV-BUS-DATE TO LN-JL-BUS-DATE

           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-START-EX.
          EXIT.

      *>------------------------------------------------------------------------
       JOBLOG-RUN-END SECTION.
      *>------------------------------------------------------------------------

      *>  close the JOB_RUN row off with the final counts; the
      *>  caller set the status (C or E) before performing this
           SET V-LN-JL-FNC-END OF LN-JOBLOG TO TRUE
           MOVE WS-LINE-COUNT TO LN-JL-READ-COUNT
           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-END-EX.
          EXIT.

       END PROGRAM PGBMEXP.
