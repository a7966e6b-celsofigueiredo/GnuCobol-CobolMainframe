      *>************************************************************************
      *>  This file is part of DBsample.
      *>
      *>  PGBACCWK.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  PGBACCWK.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with PGBACCWK.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      PGBACCWK.cob
      *>
      *> Purpose:      Weekly review of unusual borrower access, from
      *>               ACCESS_LOG over the seven days ending on the
      *>               business date:
      *>               - users who looked at far more borrowers than
      *>                 their colleagues: distinct borrowers looked
      *>                 up or paged through (events B and H) against
      *>                 the average of every other user that week,
      *>                 listed when above ACCRATIO times that average
      *>                 and at least ACCMIN borrowers;
      *>               - every log entry outside opening hours: before
      *>                 ACCOPEN or from ACCCLOSE on, or at any time on
      *>                 a day the PGBDCAL calendar has the library
      *>                 closed.
      *>               Entries made by batch programs (terminal PGB...)
      *>               are left out of both lists. Anything listed
      *>               raises one severity-W line through PGOPSALT.
      *>               Read-only - PGACCLOG remains the only writer of
      *>               ACCESS_LOG.
      *>
      *> Author:       Celso
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Usage:        ACCWKRPT names the output report. ACCRATIO
      *>               (default 3, decimals allowed), ACCMIN (default
      *>               20), ACCOPEN and ACCCLOSE (HH:MM, default 08:00
      *>               and 20:00) tune what is unusual. Run as:
      *>                  ACCWKRPT=/path/to/access-week.txt
      *>                  cobcrun PGBACCWK
      *>               In the stream control file the step is due on
      *>               Mondays (col 12 1).
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBACCWK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCWK-RPT-FILE ASSIGN TO "ACCWKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCWK-RPT-FILE.
       01  ACCWK-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
      *> what counts as unusual when the environment does not say
       78 C-DEFAULT-ACC-RATIO           VALUE 3.
       78 C-DEFAULT-ACC-MIN             VALUE 20.
       78 C-DEFAULT-OPEN-TIME           VALUE "08:00".
       78 C-DEFAULT-CLOSE-TIME          VALUE "20:00".

       01  WS-RPT-STATUS                PIC X(02).
           88  WS-RPT-OK                    VALUE "00".

      *> set when a cursor could not be opened - the run then
      *> ends in error instead of logging a clean zero-count run
       01  WS-RUN-ERROR-SW              PIC X(01) VALUE "N".
           88  WS-RUN-ERROR                 VALUE "Y".

      *> the run parameters as given in the environment
       01  WS-ACCRATIO-TEXT             PIC X(07).
       01  WS-ACCMIN-TEXT               PIC X(05).
       01  WS-ENV-TIME                  PIC X(05).

      *> the seven days of the week reported, worked out from the
      *> business date; the closed ones are gathered for the cursor
       01  WS-DAY-NR                    PIC S9(04) COMP.
       01  WS-DATE-INT                  PIC S9(08) COMP.
       01  WS-BUS-DATE-INT              PIC S9(08) COMP.
       01  WS-DATE-NUM                  PIC 9(08).
       01  WS-DAY-DATE                  PIC X(10).
       01  WS-CLOSED-PTR                PIC S9(04) COMP.

      *> run totals, displayed in the end-of-job summary and written
      *> as the report's total lines
       01  WS-USER-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-HOURS-COUNT               PIC 9(09) COMP VALUE ZERO.
       01  WS-TOTAL-EDIT                PIC ZZZ,ZZZ,ZZ9.
       01  WS-RATIO-EDIT                PIC ZZ9.99.
       01  WS-ALERT-USERS               PIC ZZZZ9.
       01  WS-ALERT-HOURS               PIC ZZZZ9.

      *> one line of the user list
       01  WS-USER-LINE.
           05  WU-USER-ID               PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WU-USER-NAME             PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WU-BORR-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WU-ACC-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WU-PEER-AVG              PIC ZZZ,ZZ9.99.

      *> one line of the out-of-hours list
       01  WS-HOURS-LINE.
           05  WH-TIMESTAMP             PIC X(19).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WH-REASON                PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WH-EVENT                 PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WH-USER-ID               PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WH-TERMINAL-ID           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WH-BORROWER-ID           PIC X(06).

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
       01 HV-WEEK-FROM                  PIC X(10).
       01 HV-ACC-RATIO                  PIC 9(03)V9(02).
       01 HV-ACC-MIN                    PIC 9(05).
       01 HV-OPEN-TIME                  PIC X(05).
       01 HV-CLOSE-TIME                 PIC X(05).
       01 HV-CLOSED-DAYS                PIC X(80).
       01 HV-USER-ID                    PIC X(20).
       01 HV-USER-NAME                  PIC X(40).
       01 HV-BORR-COUNT                 PIC 9(07).
       01 HV-ACC-COUNT                  PIC 9(07).
       01 HV-PEER-AVG                   PIC 9(07)V9(02).
       01 HV-ACCESS-TS                  PIC X(19).
       01 HV-REASON                     PIC X(01).
       01 HV-EVENT-TYPE                 PIC X(01).
       01 HV-TERMINAL-ID                PIC X(08).
       01 HV-BORROWER-ID                PIC 9(06).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(720) VALUE "SELECT X.USER_ID, COALESCE(P.US"
OCESQL  &  "ER_NAME,' '), X.BORR_NR, X.ACC_NR, ROUND(X.PEER_AVG,2) FROM"
OCESQL  &  " (SELECT U.USER_ID, U.BORR_NR, U.ACC_NR, CAST(SUM(U.BORR_NR"
OCESQL  &  ") OVER () - U.BORR_NR AS NUMERIC) / NULLIF(COUNT(*) OVER ()"
OCESQL  &  " - 1,0) AS PEER_AVG FROM (SELECT A.USER_ID, COUNT(DISTINCT "
OCESQL  &  "A.BORROWER_ID) AS BORR_NR, COUNT(*) AS ACC_NR FROM ACCESS_L"
OCESQL  &  "OG A WHERE A.EVENT_TYPE IN ('B','H') AND A.BORROWER_ID IS N"
OCESQL  &  "OT NULL AND COALESCE(A.TERMINAL_ID,' ') NOT LIKE 'PGB%' AND"
OCESQL  &  " A.ACCESS_TIMESTAMP >= CAST($1 AS DATE) AND A.ACCESS_TIMEST"
OCESQL  &  "AMP < CAST($2 AS DATE) + 1 GROUP BY A.USER_ID) U) X LEFT JO"
OCESQL  &  "IN APP_USER P ON P.USER_ID = X.USER_ID WHERE X.PEER_AVG IS "
OCESQL  &  "NOT NULL AND X.BORR_NR >= $3 AND X.BORR_NR > X.PEER_AVG * $"
OCESQL  &  "4 ORDER BY X.BORR_NR DESC, X.USER_ID ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(636) VALUE "SELECT TO_CHAR(A.ACCESS_TIMESTA"
OCESQL  &  "MP,'YYYY-MM-DD HH24:MI:SS'), CASE WHEN TO_CHAR(A.ACCESS_TIM"
OCESQL  &  "ESTAMP,'YYYY-MM-DD') = ANY(STRING_TO_ARRAY(RTRIM($1),',')) "
OCESQL  &  "THEN 'C' ELSE 'H' END, A.EVENT_TYPE, A.USER_ID, COALESCE(A."
OCESQL  &  "TERMINAL_ID,' '), COALESCE(A.BORROWER_ID,0) FROM ACCESS_LOG"
OCESQL  &  " A WHERE A.ACCESS_TIMESTAMP >= CAST($2 AS DATE) AND A.ACCES"
OCESQL  &  "S_TIMESTAMP < CAST($3 AS DATE) + 1 AND COALESCE(A.TERMINAL_"
OCESQL  &  "ID,' ') NOT LIKE 'PGB%' AND (TO_CHAR(A.ACCESS_TIMESTAMP,'YY"
OCESQL  &  "YY-MM-DD') = ANY(STRING_TO_ARRAY(RTRIM($4),',')) OR CAST(A."
OCESQL  &  "ACCESS_TIMESTAMP AS TIME) < CAST($5 AS TIME) OR CAST(A.ACCE"
OCESQL  &  "SS_TIMESTAMP AS TIME) >= CAST($6 AS TIME)) ORDER BY A.ACCES"
OCESQL  &  "S_TIMESTAMP ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-PGBACCWK SECTION.
      *>------------------------------------------------------------------------

           DISPLAY "PGBACCWK: weekly access pattern review starting"

           PERFORM SET-BUSINESS-DATE

           IF HV-BUS-DATE = SPACES
           THEN
              DISPLAY "PGBACCWK: BUSDATE " LN-BD-DATE " is not a "
                      "valid date on or before today - run not started"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM SET-RUN-PARAMS

           PERFORM SET-WEEK-DAYS

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
           THEN
              DISPLAY "PGBACCWK: connect failed - "
                      LN-MSG-1 OF LN-MOD
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM JOBLOG-RUN-START

           OPEN OUTPUT ACCWK-RPT-FILE

           IF NOT WS-RPT-OK
           THEN
              DISPLAY "PGBACCWK: unable to open ACCWKRPT, status "
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

           PERFORM LIST-BUSY-USERS

           PERFORM LIST-OUT-OF-HOURS

           IF WS-USER-COUNT > ZERO
           OR WS-HOURS-COUNT > ZERO
           THEN
              PERFORM RAISE-REVIEW-ALERT
           END-IF

      *>  PGOPSALT leaves its OPS_ALERT rows to the caller's commit
           PERFORM SQL-COMMIT

           CLOSE ACCWK-RPT-FILE

           IF WS-RUN-ERROR
           THEN
              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
           ELSE
              SET V-LN-JL-STATUS-COMPLETE OF LN-JOBLOG TO TRUE
           END-IF
           PERFORM JOBLOG-RUN-END

           PERFORM DISCONNECT-DATABASE

           DISPLAY "PGBACCWK: week from           " HV-WEEK-FROM
           DISPLAY "PGBACCWK: week to             " HV-BUS-DATE
           DISPLAY "PGBACCWK: users listed        " WS-USER-COUNT
           DISPLAY "PGBACCWK: out-of-hours access " WS-HOURS-COUNT

           IF WS-RUN-ERROR
           THEN
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK

           .
       MAIN-PGBACCWK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-RUN-PARAMS SECTION.
      *>------------------------------------------------------------------------

      *>  each threshold falls back to its default when unset or
      *>  not usable
           MOVE SPACES TO WS-ACCRATIO-TEXT
           ACCEPT WS-ACCRATIO-TEXT FROM ENVIRONMENT "ACCRATIO"

           COMPUTE HV-ACC-RATIO
                 = FUNCTION NUMVAL(WS-ACCRATIO-TEXT)
           END-COMPUTE

           IF HV-ACC-RATIO = ZERO
           THEN
              MOVE C-DEFAULT-ACC-RATIO TO HV-ACC-RATIO
           END-IF

           MOVE SPACES TO WS-ACCMIN-TEXT
           ACCEPT WS-ACCMIN-TEXT FROM ENVIRONMENT "ACCMIN"

           COMPUTE HV-ACC-MIN
                 = FUNCTION NUMVAL(WS-ACCMIN-TEXT)
           END-COMPUTE

           IF HV-ACC-MIN = ZERO
           THEN
              MOVE C-DEFAULT-ACC-MIN TO HV-ACC-MIN
           END-IF

           MOVE SPACES TO WS-ENV-TIME
           ACCEPT WS-ENV-TIME FROM ENVIRONMENT "ACCOPEN"
           PERFORM CHECK-PARAM-TIME
           IF WS-ENV-TIME = SPACES
           THEN
              MOVE C-DEFAULT-OPEN-TIME TO HV-OPEN-TIME
           ELSE
              MOVE WS-ENV-TIME TO HV-OPEN-TIME
           END-IF

           MOVE SPACES TO WS-ENV-TIME
           ACCEPT WS-ENV-TIME FROM ENVIRONMENT "ACCCLOSE"
           PERFORM CHECK-PARAM-TIME
           IF WS-ENV-TIME = SPACES
           THEN
              MOVE C-DEFAULT-CLOSE-TIME TO HV-CLOSE-TIME
           ELSE
              MOVE WS-ENV-TIME TO HV-CLOSE-TIME
           END-IF

      *>  hours the wrong way round would flag the whole day
           IF HV-OPEN-TIME NOT < HV-CLOSE-TIME
           THEN
              MOVE C-DEFAULT-OPEN-TIME  TO HV-OPEN-TIME
              MOVE C-DEFAULT-CLOSE-TIME TO HV-CLOSE-TIME
           END-IF

           MOVE HV-ACC-RATIO TO WS-RATIO-EDIT
           DISPLAY "PGBACCWK: users over " WS-RATIO-EDIT
                   " times the colleague average, at least "
                   HV-ACC-MIN " borrowers"
           DISPLAY "PGBACCWK: opening hours " HV-OPEN-TIME
                   " to " HV-CLOSE-TIME

           .
       SET-RUN-PARAMS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-PARAM-TIME SECTION.
      *>------------------------------------------------------------------------

      *>  a time in WS-ENV-TIME that is not HH:MM is blanked, so the
      *>  caller takes the default
           IF WS-ENV-TIME(1:2) IS NOT NUMERIC
           OR WS-ENV-TIME(3:1) NOT = ":"
           OR WS-ENV-TIME(4:2) IS NOT NUMERIC
           OR WS-ENV-TIME(1:2) > "23"
           OR WS-ENV-TIME(4:2) > "59"
           THEN
              MOVE SPACES TO WS-ENV-TIME
           END-IF

           .
       CHECK-PARAM-TIME-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-WEEK-DAYS SECTION.
      *>------------------------------------------------------------------------

      *>  the week is the business date and the six days before it;
      *>  every day of it the calendar has closed goes into
      *>  HV-CLOSED-DAYS as a comma-separated list for the cursor
           MOVE HV-BUS-DATE(1:4) TO WS-DATE-NUM(1:4)
           MOVE HV-BUS-DATE(6:2) TO WS-DATE-NUM(5:2)
           MOVE HV-BUS-DATE(9:2) TO WS-DATE-NUM(7:2)

           COMPUTE WS-BUS-DATE-INT
                 = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-COMPUTE

           MOVE SPACES TO HV-CLOSED-DAYS
           MOVE 1 TO WS-CLOSED-PTR

           PERFORM CHECK-ONE-WEEK-DAY
              VARYING WS-DAY-NR FROM 6 BY -1
              UNTIL WS-DAY-NR < 0

           .
       SET-WEEK-DAYS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-ONE-WEEK-DAY SECTION.
      *>------------------------------------------------------------------------

      *>  WS-DAY-NR days before the business date
           COMPUTE WS-DATE-INT = WS-BUS-DATE-INT - WS-DAY-NR
           END-COMPUTE

           COMPUTE WS-DATE-NUM
                 = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-COMPUTE

           MOVE SPACES TO WS-DAY-DATE
           STRING WS-DATE-NUM(1:4) "-" WS-DATE-NUM(5:2) "-"
                  WS-DATE-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-DAY-DATE
           END-STRING

           IF WS-DAY-NR = 6
           THEN
              MOVE WS-DAY-DATE TO HV-WEEK-FROM
           END-IF

           INITIALIZE LN-BDCAL
           SET V-LN-BD-FNC-IS-BUSINESS OF LN-BDCAL TO TRUE
           MOVE WS-DAY-DATE TO LN-BD-DATE

           CALL "PGBDCAL" USING LN-BDCAL END-CALL

           IF  LN-BD-RC = 0
           AND V-LN-BD-NON-BUSINESS
           THEN
              IF WS-CLOSED-PTR > 1
              THEN
                 STRING "," DELIMITED BY SIZE
                   INTO HV-CLOSED-DAYS
                   WITH POINTER WS-CLOSED-PTR
                 END-STRING
              END-IF
              STRING WS-DAY-DATE DELIMITED BY SIZE
                INTO HV-CLOSED-DAYS
                WITH POINTER WS-CLOSED-PTR
              END-STRING
           END-IF

           .
       CHECK-ONE-WEEK-DAY-EX.
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
              DISPLAY "PGBACCWK: business date " HV-BUS-DATE
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

           MOVE SPACES TO ACCWK-RPT-LINE
           STRING "UNUSUAL BORROWER ACCESS FOR THE WEEK "
                                              DELIMITED BY SIZE
                  HV-WEEK-FROM                DELIMITED BY SIZE
                  " TO "                      DELIMITED BY SIZE
                  HV-BUS-DATE                 DELIMITED BY SIZE
             INTO ACCWK-RPT-LINE
           END-STRING
           WRITE ACCWK-RPT-LINE

           .
       WRITE-REPORT-HEADING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LIST-BUSY-USERS SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO ACCWK-RPT-LINE
           WRITE ACCWK-RPT-LINE

           MOVE SPACES TO ACCWK-RPT-LINE
           MOVE HV-ACC-RATIO TO WS-RATIO-EDIT
           STRING "USERS WHO LOOKED AT OVER "  DELIMITED BY SIZE
                  WS-RATIO-EDIT                DELIMITED BY SIZE
                  " TIMES AS MANY BORROWERS AS THEIR COLLEAGUES"
                                               DELIMITED BY SIZE
             INTO ACCWK-RPT-LINE
           END-STRING
           WRITE ACCWK-RPT-LINE

           MOVE SPACES TO ACCWK-RPT-LINE
           WRITE ACCWK-RPT-LINE

           MOVE SPACES TO ACCWK-RPT-LINE
           MOVE "USER" TO ACCWK-RPT-LINE(1:4)
           MOVE "NAME" TO ACCWK-RPT-LINE(23:4)
           MOVE "BORRWRS" TO ACCWK-RPT-LINE(55:7)
           MOVE "ACCESSES" TO ACCWK-RPT-LINE(63:8)
           MOVE "COLLEAGUE AVG" TO ACCWK-RPT-LINE(73:13)
           WRITE ACCWK-RPT-LINE

           PERFORM SQL-DECLARE-CURSOR-USERS
           PERFORM SQL-OPEN-CURSOR-USERS

           IF SQL-STATUS-OK
           THEN
              PERFORM SQL-FETCH-CURSOR-USERS
              PERFORM WRITE-ONE-USER-LINE UNTIL NOT SQL-STATUS-OK
              PERFORM SQL-CLOSE-CURSOR-USERS
           ELSE
              DISPLAY "PGBACCWK: could not open the user cursor, "
                      "SQLCODE " WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
           END-IF

           MOVE SPACES TO ACCWK-RPT-LINE
           WRITE ACCWK-RPT-LINE

           MOVE SPACES TO ACCWK-RPT-LINE
           MOVE "USERS LISTED:" TO ACCWK-RPT-LINE(1:13)
           MOVE WS-USER-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO ACCWK-RPT-LINE(21:11)
           WRITE ACCWK-RPT-LINE

           .
       LIST-BUSY-USERS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-ONE-USER-LINE SECTION.
      *>------------------------------------------------------------------------

           INITIALIZE WS-USER-LINE
           MOVE HV-USER-ID                TO WU-USER-ID
           MOVE HV-USER-NAME              TO WU-USER-NAME
           MOVE HV-BORR-COUNT             TO WU-BORR-COUNT
           MOVE HV-ACC-COUNT              TO WU-ACC-COUNT
           MOVE HV-PEER-AVG               TO WU-PEER-AVG

           MOVE WS-USER-LINE TO ACCWK-RPT-LINE
           WRITE ACCWK-RPT-LINE

           ADD 1 TO WS-USER-COUNT

           PERFORM SQL-FETCH-CURSOR-USERS

           .
       WRITE-ONE-USER-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LIST-OUT-OF-HOURS SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO ACCWK-RPT-LINE
           WRITE ACCWK-RPT-LINE

           MOVE SPACES TO ACCWK-RPT-LINE
           STRING "ACCESS OUTSIDE OPENING HOURS ("
                                              DELIMITED BY SIZE
                  HV-OPEN-TIME                DELIMITED BY SIZE
                  " TO "                      DELIMITED BY SIZE
                  HV-CLOSE-TIME               DELIMITED BY SIZE
                  ") OR ON A CLOSED DAY"      DELIMITED BY SIZE
             INTO ACCWK-RPT-LINE
           END-STRING
           WRITE ACCWK-RPT-LINE

           MOVE SPACES TO ACCWK-RPT-LINE
           WRITE ACCWK-RPT-LINE

           MOVE SPACES TO ACCWK-RPT-LINE
           MOVE "DATE AND TIME" TO ACCWK-RPT-LINE(1:13)
           MOVE "WHEN" TO ACCWK-RPT-LINE(22:4)
           MOVE "ACCESS" TO ACCWK-RPT-LINE(36:6)
           MOVE "USER" TO ACCWK-RPT-LINE(53:4)
           MOVE "TERMINAL" TO ACCWK-RPT-LINE(75:8)
           MOVE "BORROW" TO ACCWK-RPT-LINE(85:6)
           WRITE ACCWK-RPT-LINE

           PERFORM SQL-DECLARE-CURSOR-HOURS
           PERFORM SQL-OPEN-CURSOR-HOURS

           IF SQL-STATUS-OK
           THEN
              PERFORM SQL-FETCH-CURSOR-HOURS
              PERFORM WRITE-ONE-HOURS-LINE UNTIL NOT SQL-STATUS-OK
              PERFORM SQL-CLOSE-CURSOR-HOURS
           ELSE
              DISPLAY "PGBACCWK: could not open the hours cursor, "
                      "SQLCODE " WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
           END-IF

           MOVE SPACES TO ACCWK-RPT-LINE
           WRITE ACCWK-RPT-LINE

           MOVE SPACES TO ACCWK-RPT-LINE
           MOVE "ACCESSES LISTED:" TO ACCWK-RPT-LINE(1:16)
           MOVE WS-HOURS-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO ACCWK-RPT-LINE(21:11)
           WRITE ACCWK-RPT-LINE

           .
       LIST-OUT-OF-HOURS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-ONE-HOURS-LINE SECTION.
      *>------------------------------------------------------------------------

           INITIALIZE WS-HOURS-LINE
           MOVE HV-ACCESS-TS              TO WH-TIMESTAMP

           IF HV-REASON = "C"
           THEN
              MOVE "CLOSED DAY"   TO WH-REASON
           ELSE
              MOVE "OUT OF HOURS" TO WH-REASON
           END-IF

           EVALUATE HV-EVENT-TYPE
           WHEN "S"
              MOVE "SIGN-ON"         TO WH-EVENT
           WHEN "F"
              MOVE "SIGN-ON REFUSED" TO WH-EVENT
           WHEN "B"
              MOVE "BORROWER LOOKUP" TO WH-EVENT
           WHEN "H"
              MOVE "LENDING HISTORY" TO WH-EVENT
           WHEN "P"
              MOVE "FINE PAYMENT"    TO WH-EVENT
           WHEN "W"
              MOVE "FINE WAIVER"     TO WH-EVENT
           WHEN OTHER
              MOVE HV-EVENT-TYPE     TO WH-EVENT
           END-EVALUATE

           MOVE HV-USER-ID                TO WH-USER-ID
           MOVE HV-TERMINAL-ID            TO WH-TERMINAL-ID
           IF HV-BORROWER-ID NOT = ZERO
           THEN
              MOVE HV-BORROWER-ID         TO WH-BORROWER-ID
           END-IF

           MOVE WS-HOURS-LINE TO ACCWK-RPT-LINE
           WRITE ACCWK-RPT-LINE

           ADD 1 TO WS-HOURS-COUNT

           PERFORM SQL-FETCH-CURSOR-HOURS

           .
       WRITE-ONE-HOURS-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       RAISE-REVIEW-ALERT SECTION.
      *>------------------------------------------------------------------------

      *>  one line for the operator, so the report gets read
           INITIALIZE LN-OPSALERT
           SET V-LN-OA-SEV-WARNING OF LN-OPSALERT TO TRUE
           MOVE "PGBACCWK" TO LN-OA-PROGRAM
           MOVE WS-USER-COUNT  TO WS-ALERT-USERS
           MOVE WS-HOURS-COUNT TO WS-ALERT-HOURS
           STRING "Access review -"      DELIMITED BY SIZE
                  WS-ALERT-USERS         DELIMITED BY SIZE
                  " busy users,"         DELIMITED BY SIZE
                  WS-ALERT-HOURS         DELIMITED BY SIZE
                  " out-of-hours entries" DELIMITED BY SIZE
             INTO LN-OA-TEXT
           END-STRING
           CALL "PGOPSALT" USING LN-OPSALERT END-CALL

           .
       RAISE-REVIEW-ALERT-EX.
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
       SQL-DECLARE-CURSOR-USERS SECTION.
      *>------------------------------------------------------------------------

      *>  per user, the distinct borrowers looked up or paged
      *>  through in the week, held against the average of every
      *>  other user; a user alone that week has no colleagues to
      *>  be held against
OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_USERS CURSOR FOR
OCESQL*        SELECT    X.USER_ID
OCESQL*                , COALESCE(P.USER_NAME,' ')
OCESQL*                , X.BORR_NR
OCESQL*                , X.ACC_NR
OCESQL*                , ROUND(X.PEER_AVG,2)
OCESQL*        FROM     (SELECT U.USER_ID
OCESQL*                       , U.BORR_NR
OCESQL*                       , U.ACC_NR
OCESQL*                       , CAST(SUM(U.BORR_NR) OVER ()
OCESQL*                              - U.BORR_NR AS NUMERIC)
OCESQL*                         / NULLIF(COUNT(*) OVER () - 1,0)
OCESQL*                         AS PEER_AVG
OCESQL*                  FROM  (SELECT   A.USER_ID
OCESQL*                                , COUNT(DISTINCT A.BORROWER_ID)
OCESQL*                                  AS BORR_NR
OCESQL*                                , COUNT(*) AS ACC_NR
OCESQL*                         FROM     ACCESS_LOG A
OCESQL*                         WHERE    A.EVENT_TYPE IN ('B','H')
OCESQL*                         AND      A.BORROWER_ID IS NOT NULL
OCESQL*                         AND      COALESCE(A.TERMINAL_ID,' ')
OCESQL*                                  NOT LIKE 'PGB%'
OCESQL*                         AND      A.ACCESS_TIMESTAMP
OCESQL*                               >= CAST(:HV-WEEK-FROM AS DATE)
OCESQL*                         AND      A.ACCESS_TIMESTAMP
OCESQL*                                < CAST(:HV-BUS-DATE AS DATE) + 1
OCESQL*                         GROUP BY A.USER_ID) U) X
OCESQL*        LEFT JOIN APP_USER P ON P.USER_ID = X.USER_ID
OCESQL*        WHERE     X.PEER_AVG IS NOT NULL
OCESQL*        AND       X.BORR_NR >= :HV-ACC-MIN
OCESQL*        AND       X.BORR_NR >  X.PEER_AVG * :HV-ACC-RATIO
OCESQL*        ORDER BY  X.BORR_NR DESC
OCESQL*                , X.USER_ID ASC
OCESQL*   END-EXEC
OCESQL*
OCESQL*   .
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-WEEK-FROM
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
OCESQL          BY REFERENCE HV-ACC-MIN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-ACC-RATIO
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBACCWK_CURSOR_USERS" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-USERS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-USERS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_USERS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBACCWK_CURSOR_USERS" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-OPEN-CURSOR-USERS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-USERS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_USERS
OCESQL*        INTO    :HV-USER-ID
OCESQL*              , :HV-USER-NAME
OCESQL*              , :HV-BORR-COUNT
OCESQL*              , :HV-ACC-COUNT
OCESQL*              , :HV-PEER-AVG
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
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
OCESQL          BY VALUE 1
OCESQL          BY VALUE 7
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORR-COUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 7
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ACC-COUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-PEER-AVG
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBACCWK_CURSOR_USERS" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-FETCH-CURSOR-USERS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-USERS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_USERS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBACCWK_CURSOR_USERS" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-CLOSE-CURSOR-USERS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-DECLARE-CURSOR-HOURS SECTION.
      *>------------------------------------------------------------------------

      *>  every entry of the week on a closed day (reason C) or
      *>  outside the opening hours (reason H), oldest first
OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_HOURS CURSOR FOR
OCESQL*        SELECT    TO_CHAR(A.ACCESS_TIMESTAMP,
OCESQL*                          'YYYY-MM-DD HH24:MI:SS')
OCESQL*                , CASE WHEN TO_CHAR(A.ACCESS_TIMESTAMP,
OCESQL*                                    'YYYY-MM-DD')
OCESQL*                            = ANY(STRING_TO_ARRAY(
OCESQL*                                  RTRIM(:HV-CLOSED-DAYS),','))
OCESQL*                       THEN 'C' ELSE 'H' END
OCESQL*                , A.EVENT_TYPE
OCESQL*                , A.USER_ID
OCESQL*                , COALESCE(A.TERMINAL_ID,' ')
OCESQL*                , COALESCE(A.BORROWER_ID,0)
OCESQL*        FROM      ACCESS_LOG A
OCESQL*        WHERE     A.ACCESS_TIMESTAMP
OCESQL*               >= CAST(:HV-WEEK-FROM AS DATE)
OCESQL*        AND       A.ACCESS_TIMESTAMP
OCESQL*                < CAST(:HV-BUS-DATE AS DATE) + 1
OCESQL*        AND       COALESCE(A.TERMINAL_ID,' ') NOT LIKE 'PGB%'
OCESQL*        AND      (TO_CHAR(A.ACCESS_TIMESTAMP,'YYYY-MM-DD')
OCESQL*                  = ANY(STRING_TO_ARRAY(
OCESQL*                        RTRIM(:HV-CLOSED-DAYS),','))
OCESQL*        OR        CAST(A.ACCESS_TIMESTAMP AS TIME)
OCESQL*                < CAST(:HV-OPEN-TIME AS TIME)
OCESQL*        OR        CAST(A.ACCESS_TIMESTAMP AS TIME)
OCESQL*               >= CAST(:HV-CLOSE-TIME AS TIME))
OCESQL*        ORDER BY  A.ACCESS_TIMESTAMP ASC
OCESQL*   END-EXEC
OCESQL*
OCESQL*   .
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 80
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CLOSED-DAYS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-WEEK-FROM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 80
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CLOSED-DAYS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-OPEN-TIME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CLOSE-TIME
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBACCWK_CURSOR_HOURS" & x"00"
OCESQL          BY REFERENCE SQ0002
OCESQL          BY VALUE 6
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-HOURS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-HOURS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_HOURS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBACCWK_CURSOR_HOURS" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-OPEN-CURSOR-HOURS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-HOURS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_HOURS
OCESQL*        INTO    :HV-ACCESS-TS
OCESQL*              , :HV-REASON
OCESQL*              , :HV-EVENT-TYPE
OCESQL*              , :HV-USER-ID
OCESQL*              , :HV-TERMINAL-ID
OCESQL*              , :HV-BORROWER-ID
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
OCESQL          BY REFERENCE HV-REASON
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
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-TERMINAL-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBACCWK_CURSOR_HOURS" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-FETCH-CURSOR-HOURS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-HOURS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_HOURS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBACCWK_CURSOR_HOURS" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-CLOSE-CURSOR-HOURS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       JOBLOG-RUN-START SECTION.
      *>------------------------------------------------------------------------

      *>  record the run in JOB_RUN; a failure to log never stops
      *>  the job itself
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBACCWK" TO LN-JL-PROGRAM
           MOVE HV-BUS-DATE TO LN-JL-BUS-DATE

           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-START-EX.
          EXIT.

      *>------------------------------------------------------------------------
       JOBLOG-RUN-END SECTION.
      *>------------------------------------------------------------------------

      *>  close the JOB_RUN row off with the lines listed as the
      *>  read count; the caller set the status (C or E) before
      *>  performing this
           SET V-LN-JL-FNC-END OF LN-JOBLOG TO TRUE
           COMPUTE LN-JL-READ-COUNT = WS-USER-COUNT + WS-HOURS-COUNT
           END-COMPUTE
           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-END-EX.
          EXIT.

       END PROGRAM PGBACCWK.
