      *>************************************************************************
      *>  This file is part of DBsample.
      *>
      *>  PGBACCBR.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  PGBACCBR.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with PGBACCBR.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      PGBACCBR.cob
      *>
      *> Purpose:      Privacy access report for one borrower - every
      *>               entry of ACCESS_LOG for the borrower number over
      *>               a date range: when, what was looked at or done
      *>               (borrower lookup, lending-history page, fine
      *>               payment or waiver), by which user and from
      *>               which terminal. It answers the borrower's "who
      *>               has looked at my record?".
      *>               Read-only - PGACCLOG remains the only writer of
      *>               ACCESS_LOG.
      *>
      *> Author:       Celso
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Usage:        ACCBRRPT names the output report, ACCBORR the
      *>               borrower number (required), ACCFROM and ACCTO
      *>               the first and last day reported (YYYY-MM-DD;
      *>               ACCTO defaults to the business date, ACCFROM to
      *>               one year before ACCTO). Run as:
      *>                  ACCBRRPT=/path/to/borrower-access.txt
      *>                  ACCBORR=001234
      *>                  ACCFROM=2026-01-01
      *>                  ACCTO=2026-06-30
      *>                  cobcrun PGBACCBR
      *>               Run on demand, when a borrower asks.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBACCBR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCBR-RPT-FILE ASSIGN TO "ACCBRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCBR-RPT-FILE.
       01  ACCBR-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RPT-STATUS                PIC X(02).
           88  WS-RPT-OK                    VALUE "00".

      *> set when the cursor could not be opened - the run then
      *> ends in error instead of logging a clean zero-count run
       01  WS-RUN-ERROR-SW              PIC X(01) VALUE "N".
           88  WS-RUN-ERROR                 VALUE "Y".

      *> the run parameters as given in the environment
       01  WS-ENV-BORROWER              PIC X(06).
       01  WS-ENV-DATE-FROM             PIC X(10).
       01  WS-ENV-DATE-TO               PIC X(10).

      *> set by SET-RUN-PARAMS when a parameter cannot be used
       01  WS-PARAM-ERROR-SW            PIC X(01) VALUE "N".
           88  WS-PARAM-ERROR               VALUE "Y".

      *> a year taken off ACCTO for the default ACCFROM
       01  WS-YEAR                      PIC 9(04).

      *> run totals, displayed in the end-of-job summary and written
      *> as the report's final total line
       01  WS-ACCESS-COUNT              PIC 9(09) COMP VALUE ZERO.
       01  WS-TOTAL-EDIT                PIC ZZZ,ZZZ,ZZ9.

      *> one access line
       01  WS-DETAIL-LINE.
           05  WD-TIMESTAMP             PIC X(19).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-EVENT                 PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-USER-ID               PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-USER-NAME             PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-TERMINAL-ID           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-DETAIL                PIC X(40).

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
       01 HV-BORROWER-ID                PIC 9(06).
       01 HV-BORROWER-NAME              PIC X(40).
       01 HV-DATE-FROM                  PIC X(10).
       01 HV-DATE-TO                    PIC X(10).
       01 HV-ACCESS-TS                  PIC X(19).
       01 HV-EVENT-TYPE                 PIC X(01).
       01 HV-USER-ID                    PIC X(20).
       01 HV-USER-NAME                  PIC X(40).
       01 HV-TERMINAL-ID                PIC X(08).
       01 HV-DETAIL                     PIC X(40).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(057) VALUE "SELECT BORROWER_NAME FROM BORRO"
OCESQL  &  "WER WHERE BORROWER_ID = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(373) VALUE "SELECT TO_CHAR(A.ACCESS_TIMESTA"
OCESQL  &  "MP,'YYYY-MM-DD HH24:MI:SS'), A.EVENT_TYPE, A.USER_ID, COALE"
OCESQL  &  "SCE(U.USER_NAME,' '), COALESCE(A.TERMINAL_ID,' '), COALESCE"
OCESQL  &  "(A.DETAIL,' ') FROM ACCESS_LOG A LEFT JOIN APP_USER U ON U."
OCESQL  &  "USER_ID = A.USER_ID WHERE A.BORROWER_ID = $1 AND A.ACCESS_T"
OCESQL  &  "IMESTAMP >= CAST($2 AS DATE) AND A.ACCESS_TIMESTAMP < CAST("
OCESQL  &  "$3 AS DATE) + 1 ORDER BY A.ACCESS_TIMESTAMP ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-PGBACCBR SECTION.
      *>------------------------------------------------------------------------

           DISPLAY "PGBACCBR: borrower access report starting"

           PERFORM SET-BUSINESS-DATE

           IF HV-BUS-DATE = SPACES
           THEN
              DISPLAY "PGBACCBR: BUSDATE " LN-BD-DATE " is not a "
                      "valid date on or before today - run not started"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM SET-RUN-PARAMS

           IF WS-PARAM-ERROR
           THEN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
           THEN
              DISPLAY "PGBACCBR: connect failed - "
                      LN-MSG-1 OF LN-MOD
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM JOBLOG-RUN-START

           OPEN OUTPUT ACCBR-RPT-FILE

           IF NOT WS-RPT-OK
           THEN
              DISPLAY "PGBACCBR: unable to open ACCBRRPT, status "
                      WS-RPT-STATUS

              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
              PERFORM JOBLOG-RUN-END
              PERFORM DISCONNECT-DATABASE
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

      *>  a number no longer on file (or anonymised) is still
      *>  reported - the log keeps the number, not the person
           PERFORM SQL-SELECT-BORROWER-NAME

           IF NOT SQL-STATUS-OK
           THEN
              MOVE "(NOT ON FILE)" TO HV-BORROWER-NAME
           END-IF

           PERFORM WRITE-REPORT-HEADING

           PERFORM SQL-DECLARE-CURSOR-ACCESS
           PERFORM SQL-OPEN-CURSOR-ACCESS

           IF SQL-STATUS-OK
           THEN
              PERFORM SQL-FETCH-CURSOR-ACCESS
              PERFORM WRITE-ONE-ACCESS-LINE UNTIL NOT SQL-STATUS-OK
              PERFORM SQL-CLOSE-CURSOR-ACCESS
              PERFORM WRITE-REPORT-TOTAL
           ELSE
              DISPLAY "PGBACCBR: could not open the access cursor, "
                      "SQLCODE " WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
           END-IF

           CLOSE ACCBR-RPT-FILE

           IF WS-RUN-ERROR
           THEN
              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
           ELSE
              SET V-LN-JL-STATUS-COMPLETE OF LN-JOBLOG TO TRUE
           END-IF
           PERFORM JOBLOG-RUN-END

           PERFORM DISCONNECT-DATABASE

           DISPLAY "PGBACCBR: borrower            " HV-BORROWER-ID
           DISPLAY "PGBACCBR: from                " HV-DATE-FROM
           DISPLAY "PGBACCBR: to                  " HV-DATE-TO
           DISPLAY "PGBACCBR: accesses listed     " WS-ACCESS-COUNT

           IF WS-RUN-ERROR
           THEN
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK

           .
       MAIN-PGBACCBR-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-RUN-PARAMS SECTION.
      *>------------------------------------------------------------------------

      *>  ACCBORR is required; ACCTO defaults to the business date
      *>  and ACCFROM to the same day a year earlier. Each date
      *>  given is held to PGBDCAL, which refuses one that is not a
      *>  real YYYY-MM-DD date.
           MOVE SPACES TO WS-ENV-BORROWER
           ACCEPT WS-ENV-BORROWER FROM ENVIRONMENT "ACCBORR"

           IF WS-ENV-BORROWER IS NUMERIC
           AND WS-ENV-BORROWER NOT = ZEROES
           THEN
              MOVE WS-ENV-BORROWER TO HV-BORROWER-ID
           ELSE
              DISPLAY "PGBACCBR: ACCBORR " WS-ENV-BORROWER
                      " is not a borrower number - run not started"
              MOVE "Y" TO WS-PARAM-ERROR-SW
              EXIT SECTION
           END-IF

           MOVE SPACES TO WS-ENV-DATE-TO
           ACCEPT WS-ENV-DATE-TO FROM ENVIRONMENT "ACCTO"

           IF WS-ENV-DATE-TO = SPACES
           THEN
              MOVE HV-BUS-DATE TO HV-DATE-TO
           ELSE
              MOVE WS-ENV-DATE-TO TO LN-BD-DATE
              PERFORM CHECK-PARAM-DATE
              IF WS-PARAM-ERROR
              THEN
                 DISPLAY "PGBACCBR: ACCTO " WS-ENV-DATE-TO
                         " is not a valid date - run not started"
                 EXIT SECTION
              END-IF
              MOVE WS-ENV-DATE-TO TO HV-DATE-TO
           END-IF

           MOVE SPACES TO WS-ENV-DATE-FROM
           ACCEPT WS-ENV-DATE-FROM FROM ENVIRONMENT "ACCFROM"

           IF WS-ENV-DATE-FROM = SPACES
           THEN
              MOVE HV-DATE-TO TO HV-DATE-FROM
              MOVE HV-DATE-TO(1:4) TO WS-YEAR
              SUBTRACT 1 FROM WS-YEAR
              MOVE WS-YEAR TO HV-DATE-FROM(1:4)
      *>        a 29 February has no day a year before
              IF HV-DATE-FROM(6:5) = "02-29"
              THEN
                 MOVE "28" TO HV-DATE-FROM(9:2)
              END-IF
           ELSE
              MOVE WS-ENV-DATE-FROM TO LN-BD-DATE
              PERFORM CHECK-PARAM-DATE
              IF WS-PARAM-ERROR
              THEN
                 DISPLAY "PGBACCBR: ACCFROM " WS-ENV-DATE-FROM
                         " is not a valid date - run not started"
                 EXIT SECTION
              END-IF
              MOVE WS-ENV-DATE-FROM TO HV-DATE-FROM
           END-IF

           IF HV-DATE-FROM > HV-DATE-TO
           THEN
              DISPLAY "PGBACCBR: ACCFROM " HV-DATE-FROM
                      " lies after ACCTO " HV-DATE-TO
                      " - run not started"
              MOVE "Y" TO WS-PARAM-ERROR-SW
           END-IF

           .
       SET-RUN-PARAMS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-PARAM-DATE SECTION.
      *>------------------------------------------------------------------------

      *>  the date in LN-BD-DATE must be one PGBDCAL can answer for
           SET V-LN-BD-FNC-IS-BUSINESS OF LN-BDCAL TO TRUE

           CALL "PGBDCAL" USING LN-BDCAL END-CALL

           IF LN-BD-RC NOT = 0
           THEN
              MOVE "Y" TO WS-PARAM-ERROR-SW
           END-IF

           .
       CHECK-PARAM-DATE-EX.
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
              DISPLAY "PGBACCBR: business date " HV-BUS-DATE
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

           MOVE SPACES TO ACCBR-RPT-LINE
           STRING "ACCESS TO THE RECORD OF BORROWER "
                                              DELIMITED BY SIZE
                  HV-BORROWER-ID              DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  HV-BORROWER-NAME            DELIMITED BY SIZE
             INTO ACCBR-RPT-LINE
           END-STRING
           WRITE ACCBR-RPT-LINE

           MOVE SPACES TO ACCBR-RPT-LINE
           STRING "FROM "                     DELIMITED BY SIZE
                  HV-DATE-FROM                DELIMITED BY SIZE
                  " TO "                      DELIMITED BY SIZE
                  HV-DATE-TO                  DELIMITED BY SIZE
             INTO ACCBR-RPT-LINE
           END-STRING
           WRITE ACCBR-RPT-LINE

           MOVE SPACES TO ACCBR-RPT-LINE
           WRITE ACCBR-RPT-LINE

           MOVE SPACES TO ACCBR-RPT-LINE
           MOVE "DATE AND TIME" TO ACCBR-RPT-LINE(1:13)
           MOVE "ACCESS" TO ACCBR-RPT-LINE(22:6)
           MOVE "USER" TO ACCBR-RPT-LINE(39:4)
           MOVE "NAME" TO ACCBR-RPT-LINE(61:4)
           MOVE "TERMINAL" TO ACCBR-RPT-LINE(83:8)
           MOVE "DETAIL" TO ACCBR-RPT-LINE(93:6)
           WRITE ACCBR-RPT-LINE

           .
       WRITE-REPORT-HEADING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-ONE-ACCESS-LINE SECTION.
      *>------------------------------------------------------------------------

           INITIALIZE WS-DETAIL-LINE
           MOVE HV-ACCESS-TS              TO WD-TIMESTAMP

           EVALUATE HV-EVENT-TYPE
           WHEN "B"
              MOVE "BORROWER LOOKUP" TO WD-EVENT
           WHEN "H"
              MOVE "LENDING HISTORY" TO WD-EVENT
           WHEN "P"
              MOVE "FINE PAYMENT"    TO WD-EVENT
           WHEN "W"
              MOVE "FINE WAIVER"     TO WD-EVENT
           WHEN OTHER
              MOVE HV-EVENT-TYPE     TO WD-EVENT
           END-EVALUATE

           MOVE HV-USER-ID                TO WD-USER-ID
           MOVE HV-USER-NAME              TO WD-USER-NAME
           MOVE HV-TERMINAL-ID            TO WD-TERMINAL-ID
           MOVE HV-DETAIL                 TO WD-DETAIL

           MOVE WS-DETAIL-LINE TO ACCBR-RPT-LINE
           WRITE ACCBR-RPT-LINE

           ADD 1 TO WS-ACCESS-COUNT

           PERFORM SQL-FETCH-CURSOR-ACCESS

           .
       WRITE-ONE-ACCESS-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REPORT-TOTAL SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO ACCBR-RPT-LINE
           WRITE ACCBR-RPT-LINE

           MOVE SPACES TO ACCBR-RPT-LINE
           MOVE "TOTAL ACCESSES:" TO ACCBR-RPT-LINE(1:15)
           MOVE WS-ACCESS-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO ACCBR-RPT-LINE(21:11)
           WRITE ACCBR-RPT-LINE

           .
       WRITE-REPORT-TOTAL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-BORROWER-NAME SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT BORROWER_NAME
OCESQL*        INTO   :HV-BORROWER-NAME
OCESQL*        FROM   BORROWER
OCESQL*        WHERE  BORROWER_ID = :HV-BORROWER-ID
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORROWER-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-SELECT-BORROWER-NAME-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-DECLARE-CURSOR-ACCESS SECTION.
      *>------------------------------------------------------------------------

      *>  the borrower's log entries in the range, oldest first,
      *>  with the name the user goes by where still on APP_USER
OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_ACCESS CURSOR FOR
OCESQL*        SELECT    TO_CHAR(A.ACCESS_TIMESTAMP,
OCESQL*                          'YYYY-MM-DD HH24:MI:SS')
OCESQL*                , A.EVENT_TYPE
OCESQL*                , A.USER_ID
OCESQL*                , COALESCE(U.USER_NAME,' ')
OCESQL*                , COALESCE(A.TERMINAL_ID,' ')
OCESQL*                , COALESCE(A.DETAIL,' ')
OCESQL*        FROM      ACCESS_LOG A
OCESQL*        LEFT JOIN APP_USER   U ON U.USER_ID = A.USER_ID
OCESQL*        WHERE     A.BORROWER_ID = :HV-BORROWER-ID
OCESQL*        AND       A.ACCESS_TIMESTAMP
OCESQL*               >= CAST(:HV-DATE-FROM AS DATE)
OCESQL*        AND       A.ACCESS_TIMESTAMP
OCESQL*                < CAST(:HV-DATE-TO AS DATE) + 1
OCESQL*        ORDER BY  A.ACCESS_TIMESTAMP ASC
OCESQL*   END-EXEC
OCESQL*
OCESQL*   .
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-DATE-FROM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-DATE-TO
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBACCBR_CURSOR_ACCESS" & x"00"
OCESQL          BY REFERENCE SQ0002
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-ACCESS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-ACCESS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_ACCESS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBACCBR_CURSOR_ACCESS" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-OPEN-CURSOR-ACCESS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-ACCESS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_ACCESS
OCESQL*        INTO    :HV-ACCESS-TS
OCESQL*              , :HV-EVENT-TYPE
OCESQL*              , :HV-USER-ID
OCESQL*              , :HV-USER-NAME
OCESQL*              , :HV-TERMINAL-ID
OCESQL*              , :HV-DETAIL
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 19
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ACCESS-TS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-EVENT-TYPE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-USER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-USER-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-TERMINAL-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-DETAIL
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBACCBR_CURSOR_ACCESS" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-FETCH-CURSOR-ACCESS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-ACCESS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_ACCESS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBACCBR_CURSOR_ACCESS" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-CLOSE-CURSOR-ACCESS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       JOBLOG-RUN-START SECTION.
      *>------------------------------------------------------------------------

      *>  record the run in JOB_RUN; a failure to log never stops
      *>  the job itself
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBACCBR" TO LN-JL-PROGRAM
           MOVE HV-BUS-DATE TO LN-JL-BUS-DATE

           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-START-EX.
          EXIT.

      *>------------------------------------------------------------------------
       JOBLOG-RUN-END SECTION.
      *>------------------------------------------------------------------------

      *>  close the JOB_RUN row off with the accesses listed as the
      *>  read count; the caller set the status (C or E) before
      *>  performing this
           SET V-LN-JL-FNC-END OF LN-JOBLOG TO TRUE
           MOVE WS-ACCESS-COUNT TO LN-JL-READ-COUNT
           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-END-EX.
          EXIT.

       END PROGRAM PGBACCBR.
