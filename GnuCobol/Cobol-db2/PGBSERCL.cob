      *>************************************************************************
      *>  This file is part of DBsample.
      *>
      *>  PGBSERCL.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  PGBSERCL.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with PGBSERCL.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      PGBSERCL.cob
      *>
      *> Purpose:      Serials claims report and renewal alerts.
      *>               - Claims: every issue PGMODR predicted that has
      *>                 not been checked in (status E expected or C
      *>                 claimed) and is more than the grace days past
      *>                 its expected date, grouped by vendor. Each
      *>                 line shows the date the vendor's claim window
      *>                 closes (expected date plus the subscription's
      *>                 claim days) and the days still left in it;
      *>                 one past that is flagged WINDOW CLOSED, so
      *>                 staff claim the open ones first, soonest to
      *>                 close at the top of each vendor.
      *>               - Renewals: every subscription ending within the
      *>                 renewal days that no later subscription to the
      *>                 same ISSN follows on from is listed, and raises
      *>                 a severity-W line in OPS_ALERT through PGOPSALT
      *>                 - once a week, until it is renewed.
      *>               PGMODR remains the only writer of the serials
      *>               tables.
      *>
      *> Author:       Celso
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Usage:        SERCLRPT names the output report; SERGRACE the
      *>               days an issue may run late before it is listed
      *>               (default 14); SERRENDAYS how far ahead a
      *>               subscription's end is alerted (default 60).
      *>               Run as:
      *>                  SERCLRPT=/path/to/serials-claims.txt
      *>                  SERGRACE=14
      *>                  SERRENDAYS=60
      *>                  cobcrun PGBSERCL
      *>               In the stream control file the step is due on
      *>               Mondays (col 12 1).
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>            - claim and renewal dates run from the business
      *>              processing date from PGBDCAL instead of the
      *>              machine date; it goes on the JOB_RUN row too.
      *>            - within each vendor the issues still open to a
      *>              claim now print ahead of the WINDOW CLOSED ones.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBSERCL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERCL-RPT-FILE ASSIGN TO "SERCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERCL-RPT-FILE.
       01  SERCL-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
      *> used when SERGRACE / SERRENDAYS are not set or not a number
       78  C-DEFAULT-GRACE-DAYS         VALUE 14.
       78  C-DEFAULT-RENEW-DAYS         VALUE 60.

       01  WS-RPT-STATUS                PIC X(02).
           88  WS-RPT-OK                    VALUE "00".

      *> run parameters as read from the environment
       01  WS-SERGRACE-TEXT             PIC X(10).
       01  WS-SERRENDAYS-TEXT           PIC X(10).
       01  WS-GRACE-DAYS                PIC 9(03).
       01  WS-RENEW-DAYS                PIC 9(03).

      *> set when a cursor could not be opened - the run then
      *> ends in error instead of logging a clean zero-count run
       01  WS-RUN-ERROR-SW              PIC X(01) VALUE "N".
           88  WS-RUN-ERROR                 VALUE "Y".

      *> the vendor whose issues are being printed, for the break
       01  WS-CURR-VENDOR-CODE          PIC X(08) VALUE SPACES.

      *> run totals, displayed in the end-of-job summary and written
      *> as the report's final total lines
       01  WS-ISSUE-COUNT               PIC 9(09) COMP VALUE ZERO.
       01  WS-CLOSED-COUNT              PIC 9(09) COMP VALUE ZERO.
       01  WS-RENEW-COUNT               PIC 9(09) COMP VALUE ZERO.
      *> the same two for the vendor being printed
       01  WS-VEND-ISSUE-COUNT          PIC 9(09) COMP VALUE ZERO.
       01  WS-VEND-CLOSED-COUNT         PIC 9(09) COMP VALUE ZERO.
       01  WS-TOTAL-EDIT                PIC ZZZ,ZZZ,ZZ9.

      *> vendor heading line
       01  WS-VENDOR-LINE.
           05  FILLER                   PIC X(08) VALUE "VENDOR: ".
           05  WV-VENDOR-CODE           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WV-VENDOR-NAME           PIC X(30).

      *> one detail line of the claims part
       01  WS-DETAIL-LINE.
           05  WD-SUB-NR                PIC 9(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-ISSN                  PIC X(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-TITLE                 PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-ISSUE-NR              PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-EXPECTED-DATE         PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-DAYS-LATE             PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-CLAIM-BY-DATE         PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-DAYS-LEFT             PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-CLAIM-COUNT           PIC Z9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-LAST-CLAIM-DATE       PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-FLAG                  PIC X(13).

      *> one detail line of the renewals part
       01  WS-RENEW-LINE.
           05  WR-SUB-NR                PIC 9(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WR-ISSN                  PIC X(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WR-TITLE                 PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WR-VENDOR-CODE           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WR-END-DATE              PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WR-DAYS-TO-GO            PIC ZZ9.

      *> linkage record passed to PGMOD7
       COPY "LNMOD7.cpy".

      *> linkage for the shared run logger PGJOBLOG
       COPY "LNJOBLOG.cpy".

      *> linkage for the shared business-day calendar PGBDCAL
       COPY "LNBDCAL.cpy".

      *> linkage for the shared operations alert writer PGOPSALT
       COPY "LNOPSALT.cpy".

      *> SQL communication area
       COPY "sqlca.cbl".

      *> SQL status
       01  WS-SQL-STATUS                PIC S9(9) COMP-5.
           88  SQL-STATUS-OK                VALUE    0.
           88  SQL-STATUS-NOT-FOUND         VALUE  100.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 HV-BUS-DATE                   PIC X(10).
       01 HV-GRACE-DAYS                 PIC 9(03).
       01 HV-RENEW-DAYS                 PIC 9(03).
       01 HV-VENDOR-CODE                PIC X(08).
       01 HV-VENDOR-NAME                PIC X(30).
       01 HV-SUB-NR                     PIC 9(09).
       01 HV-ISSN                       PIC X(09).
       01 HV-TITLE                      PIC X(60).
       01 HV-ISSUE-NR                   PIC 9(04).
       01 HV-EXPECTED-DATE              PIC X(10).
       01 HV-DAYS-LATE                  PIC 9(05).
       01 HV-CLAIM-BY-DATE              PIC X(10).
       01 HV-DAYS-LEFT                  PIC 9(04).
       01 HV-WINDOW-CLOSED              PIC X(01).
       01 HV-CLAIM-COUNT                PIC 9(02).
       01 HV-LAST-CLAIM-DATE            PIC X(10).
       01 HV-END-DATE                   PIC X(10).
       01 HV-DAYS-TO-GO                 PIC 9(03).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(832) VALUE "SELECT S.VENDOR_CODE, V.VENDOR_"
OCESQL  &  "NAME, S.SUB_NR, S.ISSN, T.TITLE, I.ISSUE_NR, TO_CHAR(I.EXPE"
OCESQL  &  "CTED_DATE,'YYYY-MM-DD'), CAST($1 AS DATE) - I.EXPECTED_DATE"
OCESQL  &  ", TO_CHAR(I.EXPECTED_DATE + S.CLAIM_DAYS,'YYYY-MM-DD'), GRE"
OCESQL  &  "ATEST(I.EXPECTED_DATE + S.CLAIM_DAYS - CAST($2 AS DATE), 0)"
OCESQL  &  ", CASE WHEN I.EXPECTED_DATE + S.CLAIM_DAYS < CAST($3 AS DAT"
OCESQL  &  "E) THEN 'Y' ELSE 'N' END, I.CLAIM_COUNT, COALESCE(TO_CHAR(I"
OCESQL  &  ".LAST_CLAIM_DATE,'YYYY-MM-DD'),' ') FROM SERIAL_ISSUE I, SU"
OCESQL  &  "BSCRIPTION S, SERIAL_TITLE T, VENDOR V WHERE S.SUB_NR = I.S"
OCESQL  &  "UB_NR AND T.ISSN = S.ISSN AND V.VENDOR_CODE = S.VENDOR_CODE"
OCESQL  &  " AND I.ISSUE_STATUS IN ('E', 'C') AND I.EXPECTED_DATE + CAS"
OCESQL  &  "T($4 AS INTEGER) < CAST($5 AS DATE) ORDER BY S.VENDOR_CODE "
OCESQL  &  "ASC, CASE WHEN I.EXPECTED_DATE + S.CLAIM_DAYS < CAST($6 AS "
OCESQL  &  "DATE) THEN 1 ELSE 0 END ASC, I.EXPECTED_DATE + S.CLAIM_DAYS"
OCESQL  &  " ASC, S.SUB_NR ASC, I.ISSUE_NR ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(396) VALUE "SELECT S.SUB_NR, S.ISSN, T.TITL"
OCESQL  &  "E, S.VENDOR_CODE, TO_CHAR(S.END_DATE,'YYYY-MM-DD'), S.END_D"
OCESQL  &  "ATE - CAST($1 AS DATE) FROM SUBSCRIPTION S, SERIAL_TITLE T "
OCESQL  &  "WHERE T.ISSN = S.ISSN AND S.END_DATE >= CAST($2 AS DATE) AN"
OCESQL  &  "D S.END_DATE <= CAST($3 AS DATE) + CAST($4 AS INTEGER) AND "
OCESQL  &  "NOT EXISTS (SELECT 1 FROM SUBSCRIPTION N WHERE N.ISSN = S.I"
OCESQL  &  "SSN AND N.END_DATE > S.END_DATE) ORDER BY S.END_DATE ASC, S"
OCESQL  &  ".SUB_NR ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-PGBSERCL SECTION.
      *>------------------------------------------------------------------------

           DISPLAY "PGBSERCL: serials claims and renewals starting"

           PERFORM SET-BUSINESS-DATE

           IF HV-BUS-DATE = SPACES
           THEN
              DISPLAY "PGBSERCL: BUSDATE " LN-BD-DATE " is not a "
                      "valid date on or before today - run not started"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
           THEN
              DISPLAY "PGBSERCL: connect failed - "
                      LN-MSG-1 OF LN-MOD
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM JOBLOG-RUN-START

           PERFORM SET-RUN-PARAMS

           OPEN OUTPUT SERCL-RPT-FILE

           IF NOT WS-RPT-OK
           THEN
              DISPLAY "PGBSERCL: unable to open SERCLRPT, status "
                      WS-RPT-STATUS

              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
              PERFORM JOBLOG-RUN-END
              PERFORM DISCONNECT-DATABASE
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM WRITE-CLAIMS-HEADING

           PERFORM SQL-DECLARE-CURSOR-CLAIM
           PERFORM SQL-OPEN-CURSOR-CLAIM

           IF SQL-STATUS-OK
           THEN
              PERFORM SQL-FETCH-CURSOR-CLAIM
              PERFORM WRITE-ONE-CLAIM-LINE UNTIL NOT SQL-STATUS-OK
              PERFORM SQL-CLOSE-CURSOR-CLAIM
              IF WS-CURR-VENDOR-CODE NOT = SPACES
              THEN
                 PERFORM WRITE-VENDOR-TOTAL
              END-IF
              PERFORM WRITE-CLAIMS-TOTAL
           ELSE
              DISPLAY "PGBSERCL: could not open the claims cursor, "
                      "SQLCODE " WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
           END-IF

           PERFORM SQL-COMMIT

           PERFORM WRITE-RENEWALS-HEADING

           PERFORM SQL-DECLARE-CURSOR-RENEW
           PERFORM SQL-OPEN-CURSOR-RENEW

           IF SQL-STATUS-OK
           THEN
              PERFORM SQL-FETCH-CURSOR-RENEW
              PERFORM WRITE-ONE-RENEWAL UNTIL NOT SQL-STATUS-OK
              PERFORM SQL-CLOSE-CURSOR-RENEW
              PERFORM WRITE-RENEWALS-TOTAL
           ELSE
              DISPLAY "PGBSERCL: could not open the renewals cursor, "
                      "SQLCODE " WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
           END-IF

      *>  PGOPSALT leaves its OPS_ALERT rows to the caller's commit
           PERFORM SQL-COMMIT

           CLOSE SERCL-RPT-FILE

           IF WS-RUN-ERROR
           THEN
              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
           ELSE
              SET V-LN-JL-STATUS-COMPLETE OF LN-JOBLOG TO TRUE
           END-IF
           PERFORM JOBLOG-RUN-END

           PERFORM DISCONNECT-DATABASE

           DISPLAY "PGBSERCL: issues to claim     " WS-ISSUE-COUNT
           DISPLAY "PGBSERCL: claim window closed " WS-CLOSED-COUNT
           DISPLAY "PGBSERCL: renewals alerted    " WS-RENEW-COUNT

           IF WS-RUN-ERROR
           THEN
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK

           .
       MAIN-PGBSERCL-EX.
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
              DISPLAY "PGBSERCL: business date " HV-BUS-DATE
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
       SET-RUN-PARAMS SECTION.
      *>------------------------------------------------------------------------

      *>  both day counts come from the environment so the scheduler
      *>  can vary them without a recompile; anything not a positive
      *>  number falls back to the default
           MOVE SPACES TO WS-SERGRACE-TEXT
           ACCEPT WS-SERGRACE-TEXT FROM ENVIRONMENT "SERGRACE"

           COMPUTE WS-GRACE-DAYS
                 = FUNCTION NUMVAL(WS-SERGRACE-TEXT)
           END-COMPUTE

           IF WS-GRACE-DAYS = ZERO
           THEN
              MOVE C-DEFAULT-GRACE-DAYS TO WS-GRACE-DAYS
           END-IF

           MOVE SPACES TO WS-SERRENDAYS-TEXT
           ACCEPT WS-SERRENDAYS-TEXT FROM ENVIRONMENT "SERRENDAYS"

           COMPUTE WS-RENEW-DAYS
                 = FUNCTION NUMVAL(WS-SERRENDAYS-TEXT)
           END-COMPUTE

           IF WS-RENEW-DAYS = ZERO
           THEN
              MOVE C-DEFAULT-RENEW-DAYS TO WS-RENEW-DAYS
           END-IF

           MOVE WS-GRACE-DAYS TO HV-GRACE-DAYS
           MOVE WS-RENEW-DAYS TO HV-RENEW-DAYS

           DISPLAY "PGBSERCL: listing issues more than "
                   WS-GRACE-DAYS " day(s) late"
           DISPLAY "PGBSERCL: alerting subscriptions ending within "
                   WS-RENEW-DAYS " day(s)"

           .
       SET-RUN-PARAMS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-CLAIMS-HEADING SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO SERCL-RPT-LINE
           MOVE "SERIAL ISSUES TO CLAIM BY VENDOR"
             TO SERCL-RPT-LINE
           WRITE SERCL-RPT-LINE

           MOVE SPACES TO SERCL-RPT-LINE
           WRITE SERCL-RPT-LINE

           MOVE SPACES TO SERCL-RPT-LINE
           MOVE "SUBSCR." TO SERCL-RPT-LINE(1:7)
           MOVE "ISSN" TO SERCL-RPT-LINE(12:4)
           MOVE "TITLE" TO SERCL-RPT-LINE(23:5)
           MOVE "ISSUE" TO SERCL-RPT-LINE(54:5)
           MOVE "EXPECTED" TO SERCL-RPT-LINE(61:8)
           MOVE "LATE" TO SERCL-RPT-LINE(74:4)
           MOVE "CLAIM BY" TO SERCL-RPT-LINE(80:8)
           MOVE "LEFT" TO SERCL-RPT-LINE(92:4)
           MOVE "CL" TO SERCL-RPT-LINE(98:2)
           MOVE "LAST CLAIM" TO SERCL-RPT-LINE(102:10)
           MOVE "STATUS" TO SERCL-RPT-LINE(114:6)
           WRITE SERCL-RPT-LINE

           .
       WRITE-CLAIMS-HEADING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-ONE-CLAIM-LINE SECTION.
      *>------------------------------------------------------------------------

      *>  a new vendor closes the one before and opens its own group
           IF HV-VENDOR-CODE NOT = WS-CURR-VENDOR-CODE
           THEN
              IF WS-CURR-VENDOR-CODE NOT = SPACES
              THEN
                 PERFORM WRITE-VENDOR-TOTAL
              END-IF
              PERFORM WRITE-VENDOR-HEADING
           END-IF

           INITIALIZE WS-DETAIL-LINE
           MOVE HV-SUB-NR                 TO WD-SUB-NR
           MOVE HV-ISSN                   TO WD-ISSN
           MOVE HV-TITLE                  TO WD-TITLE
           MOVE HV-ISSUE-NR               TO WD-ISSUE-NR
           MOVE HV-EXPECTED-DATE          TO WD-EXPECTED-DATE
           MOVE HV-DAYS-LATE              TO WD-DAYS-LATE
           MOVE HV-CLAIM-BY-DATE          TO WD-CLAIM-BY-DATE
           MOVE HV-DAYS-LEFT              TO WD-DAYS-LEFT
           MOVE HV-CLAIM-COUNT            TO WD-CLAIM-COUNT
           MOVE HV-LAST-CLAIM-DATE        TO WD-LAST-CLAIM-DATE

      *>  past the claim-by date the vendor no longer has to answer
      *>  a claim - the issue is listed so it can be bought in or
      *>  written off, but not counted as one to claim
           IF HV-WINDOW-CLOSED = "Y"
           THEN
              MOVE "WINDOW CLOSED"        TO WD-FLAG
              ADD 1 TO WS-CLOSED-COUNT
              ADD 1 TO WS-VEND-CLOSED-COUNT
           ELSE
              MOVE "CLAIM"                TO WD-FLAG
              ADD 1 TO WS-ISSUE-COUNT
              ADD 1 TO WS-VEND-ISSUE-COUNT
           END-IF

           MOVE WS-DETAIL-LINE TO SERCL-RPT-LINE
           WRITE SERCL-RPT-LINE

           PERFORM SQL-FETCH-CURSOR-CLAIM

           .
       WRITE-ONE-CLAIM-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-VENDOR-HEADING SECTION.
      *>------------------------------------------------------------------------

           MOVE HV-VENDOR-CODE TO WS-CURR-VENDOR-CODE
           MOVE ZERO TO WS-VEND-ISSUE-COUNT
           MOVE ZERO TO WS-VEND-CLOSED-COUNT

           MOVE SPACES TO SERCL-RPT-LINE
           WRITE SERCL-RPT-LINE

           MOVE HV-VENDOR-CODE   TO WV-VENDOR-CODE
           MOVE HV-VENDOR-NAME   TO WV-VENDOR-NAME
           MOVE WS-VENDOR-LINE TO SERCL-RPT-LINE
           WRITE SERCL-RPT-LINE

           .
       WRITE-VENDOR-HEADING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-VENDOR-TOTAL SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO SERCL-RPT-LINE
           MOVE "  TO CLAIM:" TO SERCL-RPT-LINE(1:11)
           MOVE WS-VEND-ISSUE-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO SERCL-RPT-LINE(13:11)
           MOVE "WINDOW CLOSED:" TO SERCL-RPT-LINE(26:14)
           MOVE WS-VEND-CLOSED-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO SERCL-RPT-LINE(41:11)
           WRITE SERCL-RPT-LINE

           .
       WRITE-VENDOR-TOTAL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-CLAIMS-TOTAL SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO SERCL-RPT-LINE
           WRITE SERCL-RPT-LINE

           MOVE SPACES TO SERCL-RPT-LINE
           MOVE "TOTAL ISSUES TO CLAIM:" TO SERCL-RPT-LINE(1:22)
           MOVE WS-ISSUE-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO SERCL-RPT-LINE(31:11)
           WRITE SERCL-RPT-LINE

           MOVE SPACES TO SERCL-RPT-LINE
           MOVE "TOTAL CLAIM WINDOW CLOSED:" TO SERCL-RPT-LINE(1:26)
           MOVE WS-CLOSED-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO SERCL-RPT-LINE(31:11)
           WRITE SERCL-RPT-LINE

           .
       WRITE-CLAIMS-TOTAL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-RENEWALS-HEADING SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO SERCL-RPT-LINE
           WRITE SERCL-RPT-LINE

           MOVE SPACES TO SERCL-RPT-LINE
           MOVE "SUBSCRIPTIONS DUE FOR RENEWAL"
             TO SERCL-RPT-LINE
           WRITE SERCL-RPT-LINE

           MOVE SPACES TO SERCL-RPT-LINE
           WRITE SERCL-RPT-LINE

           MOVE SPACES TO SERCL-RPT-LINE
           MOVE "SUBSCR." TO SERCL-RPT-LINE(1:7)
           MOVE "ISSN" TO SERCL-RPT-LINE(12:4)
           MOVE "TITLE" TO SERCL-RPT-LINE(23:5)
           MOVE "VENDOR" TO SERCL-RPT-LINE(55:6)
           MOVE "ENDS" TO SERCL-RPT-LINE(65:4)
           MOVE "DAYS" TO SERCL-RPT-LINE(77:4)
           WRITE SERCL-RPT-LINE

           .
       WRITE-RENEWALS-HEADING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-ONE-RENEWAL SECTION.
      *>------------------------------------------------------------------------

           INITIALIZE WS-RENEW-LINE
           MOVE HV-SUB-NR                 TO WR-SUB-NR
           MOVE HV-ISSN                   TO WR-ISSN
           MOVE HV-TITLE                  TO WR-TITLE
           MOVE HV-VENDOR-CODE            TO WR-VENDOR-CODE
           MOVE HV-END-DATE               TO WR-END-DATE
           MOVE HV-DAYS-TO-GO             TO WR-DAYS-TO-GO

           MOVE WS-RENEW-LINE TO SERCL-RPT-LINE
           WRITE SERCL-RPT-LINE

      *>  the alert is what the operators' console shows; the
      *>  report line gives the serials desk the detail
           INITIALIZE LN-OPSALERT
           SET V-LN-OA-SEV-WARNING OF LN-OPSALERT TO TRUE
           MOVE "PGBSERCL" TO LN-OA-PROGRAM
           STRING "Renew serial sub " DELIMITED BY SIZE
                  HV-SUB-NR           DELIMITED BY SIZE
                  " ISSN "            DELIMITED BY SIZE
                  HV-ISSN             DELIMITED BY SIZE
                  " ends "            DELIMITED BY SIZE
                  HV-END-DATE         DELIMITED BY SIZE
             INTO LN-OA-TEXT
           END-STRING
           CALL "PGOPSALT" USING LN-OPSALERT END-CALL

           ADD 1 TO WS-RENEW-COUNT

           PERFORM SQL-FETCH-CURSOR-RENEW

           .
       WRITE-ONE-RENEWAL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-RENEWALS-TOTAL SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO SERCL-RPT-LINE
           WRITE SERCL-RPT-LINE

           MOVE SPACES TO SERCL-RPT-LINE
           MOVE "TOTAL DUE FOR RENEWAL:" TO SERCL-RPT-LINE(1:22)
           MOVE WS-RENEW-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO SERCL-RPT-LINE(31:11)
           WRITE SERCL-RPT-LINE

           .
       WRITE-RENEWALS-TOTAL-EX.
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
       SQL-DECLARE-CURSOR-CLAIM SECTION.
      *>------------------------------------------------------------------------

      *>  an issue not checked in and more than the grace days past
      *>  its expected date; the claim window closes the
      *>  subscription's claim days after the expected date, and the
      *>  days left in it are floored at zero. Within a vendor the
      *>  issues still open to a claim come first, soonest to close
      *>  at the top, then the ones whose window has closed
OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_CLAIM CURSOR FOR
OCESQL*        SELECT    S.VENDOR_CODE
OCESQL*                , V.VENDOR_NAME
OCESQL*                , S.SUB_NR
OCESQL*                , S.ISSN
OCESQL*                , T.TITLE
OCESQL*                , I.ISSUE_NR
OCESQL*                , TO_CHAR(I.EXPECTED_DATE,'YYYY-MM-DD')
OCESQL*                , CAST(:HV-BUS-DATE AS DATE) - I.EXPECTED_DATE
OCESQL*                , TO_CHAR(I.EXPECTED_DATE + S.CLAIM_DAYS,
OCESQL*                          'YYYY-MM-DD')
OCESQL*                , GREATEST(I.EXPECTED_DATE + S.CLAIM_DAYS
OCESQL*                         - CAST(:HV-BUS-DATE AS DATE), 0)
OCESQL*                , CASE WHEN I.EXPECTED_DATE + S.CLAIM_DAYS
OCESQL*                            < CAST(:HV-BUS-DATE AS DATE)
OCESQL*                       THEN 'Y' ELSE 'N' END
OCESQL*                , I.CLAIM_COUNT
OCESQL*                , COALESCE(TO_CHAR(I.LAST_CLAIM_DATE,
OCESQL*                                  'YYYY-MM-DD'),
OCESQL*                           ' ')
OCESQL*        FROM      SERIAL_ISSUE I
OCESQL*                , SUBSCRIPTION S
OCESQL*                , SERIAL_TITLE T
OCESQL*                , VENDOR       V
OCESQL*        WHERE     S.SUB_NR       = I.SUB_NR
OCESQL*        AND       T.ISSN         = S.ISSN
OCESQL*        AND       V.VENDOR_CODE  = S.VENDOR_CODE
OCESQL*        AND       I.ISSUE_STATUS IN ('E', 'C')
OCESQL*        AND       I.EXPECTED_DATE
OCESQL*                  + CAST(:HV-GRACE-DAYS AS INTEGER)
OCESQL*                  < CAST(:HV-BUS-DATE AS DATE)
OCESQL*        ORDER BY  S.VENDOR_CODE ASC
OCESQL*                , CASE WHEN I.EXPECTED_DATE + S.CLAIM_DAYS
OCESQL*                            < CAST(:HV-BUS-DATE AS DATE)
OCESQL*                       THEN 1 ELSE 0 END ASC
OCESQL*                , I.EXPECTED_DATE + S.CLAIM_DAYS ASC
OCESQL*                , S.SUB_NR      ASC
OCESQL*                , I.ISSUE_NR    ASC
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
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-GRACE-DAYS
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
OCESQL          BY REFERENCE "PGBSERCL_CURSOR_CLAIM" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 6
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-CLAIM-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-CLAIM SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_CLAIM
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBSERCL_CURSOR_CLAIM" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-OPEN-CURSOR-CLAIM-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-CLAIM SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_CLAIM
OCESQL*        INTO    :HV-VENDOR-CODE
OCESQL*              , :HV-VENDOR-NAME
OCESQL*              , :HV-SUB-NR
OCESQL*              , :HV-ISSN
OCESQL*              , :HV-TITLE
OCESQL*              , :HV-ISSUE-NR
OCESQL*              , :HV-EXPECTED-DATE
OCESQL*              , :HV-DAYS-LATE
OCESQL*              , :HV-CLAIM-BY-DATE
OCESQL*              , :HV-DAYS-LEFT
OCESQL*              , :HV-WINDOW-CLOSED
OCESQL*              , :HV-CLAIM-COUNT
OCESQL*              , :HV-LAST-CLAIM-DATE
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-VENDOR-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-VENDOR-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SUB-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISSN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-TITLE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISSUE-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-EXPECTED-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-DAYS-LATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CLAIM-BY-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-DAYS-LEFT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-WINDOW-CLOSED
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CLAIM-COUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LAST-CLAIM-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBSERCL_CURSOR_CLAIM" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-FETCH-CURSOR-CLAIM-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-CLAIM SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_CLAIM
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBSERCL_CURSOR_CLAIM" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-CLOSE-CURSOR-CLAIM-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-DECLARE-CURSOR-RENEW SECTION.
      *>------------------------------------------------------------------------

      *>  a subscription ending within the renewal days; one that a
      *>  later subscription to the same ISSN already follows on from
      *>  has been renewed by a new order and is left out
OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_RENEW CURSOR FOR
OCESQL*        SELECT    S.SUB_NR
OCESQL*                , S.ISSN
OCESQL*                , T.TITLE
OCESQL*                , S.VENDOR_CODE
OCESQL*                , TO_CHAR(S.END_DATE,'YYYY-MM-DD')
OCESQL*                , S.END_DATE - CAST(:HV-BUS-DATE AS DATE)
OCESQL*        FROM      SUBSCRIPTION S
OCESQL*                , SERIAL_TITLE T
OCESQL*        WHERE     T.ISSN      = S.ISSN
OCESQL*        AND       S.END_DATE >= CAST(:HV-BUS-DATE AS DATE)
OCESQL*        AND       S.END_DATE <= CAST(:HV-BUS-DATE AS DATE)
OCESQL*                              + CAST(:HV-RENEW-DAYS AS INTEGER)
OCESQL*        AND       NOT EXISTS
OCESQL*                  (SELECT 1
OCESQL*                   FROM   SUBSCRIPTION N
OCESQL*                   WHERE  N.ISSN     = S.ISSN
OCESQL*                   AND    N.END_DATE > S.END_DATE)
OCESQL*        ORDER BY  S.END_DATE ASC
OCESQL*                , S.SUB_NR   ASC
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
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RENEW-DAYS
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBSERCL_CURSOR_RENEW" & x"00"
OCESQL          BY REFERENCE SQ0002
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-RENEW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-RENEW SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_RENEW
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBSERCL_CURSOR_RENEW" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-OPEN-CURSOR-RENEW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-RENEW SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_RENEW
OCESQL*        INTO    :HV-SUB-NR
OCESQL*              , :HV-ISSN
OCESQL*              , :HV-TITLE
OCESQL*              , :HV-VENDOR-CODE
OCESQL*              , :HV-END-DATE
OCESQL*              , :HV-DAYS-TO-GO
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SUB-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISSN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-TITLE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-VENDOR-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-END-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-DAYS-TO-GO
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBSERCL_CURSOR_RENEW" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-FETCH-CURSOR-RENEW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-RENEW SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_RENEW
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBSERCL_CURSOR_RENEW" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-CLOSE-CURSOR-RENEW-EX.
          EXIT.


      *>------------------------------------------------------------------------
       JOBLOG-RUN-START SECTION.
      *>------------------------------------------------------------------------

      *>  record the run in JOB_RUN; a failure to log never stops
      *>  the job itself
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBSERCL" TO LN-JL-PROGRAM
           MOVE HV-BUS-DATE TO LN-JL-BUS-DATE

           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-START-EX.
          EXIT.

      *>------------------------------------------------------------------------
       JOBLOG-RUN-END SECTION.
      *>------------------------------------------------------------------------

      *>  close the JOB_RUN row off with the final counts - the
      *>  issues listed as read, the renewal alerts as inserted; the
      *>  caller set the status (C or E) before performing this
           SET V-LN-JL-FNC-END OF LN-JOBLOG TO TRUE
           COMPUTE LN-JL-READ-COUNT = WS-ISSUE-COUNT + WS-CLOSED-COUNT
           END-COMPUTE
           MOVE WS-RENEW-COUNT TO LN-JL-INSERT-COUNT
           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-END-EX.
          EXIT.

       END PROGRAM PGBSERCL.
