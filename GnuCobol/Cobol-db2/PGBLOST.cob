      *>************************************************************************
      *>  This file is part of DBsample.
      *>
      *>  PGBLOST.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  PGBLOST.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with PGBLOST.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      PGBLOST.cob
      *>
      *> Purpose:      Nightly lost-book run. An open loan whose final
      *>               overdue notice (LOAN_NOTICE level 3, written by
      *>               PGBNOTIC) went out more than LOSTDAYS days ago
      *>               is given up for lost: PGMOD8's LOAN-LOST closes
      *>               the loan, assesses the overdue fine, bills the
      *>               replacement cost plus the processing fee on the
      *>               FINE ledger (entry type R) and marks the copy
      *>               lost (status L).
      *>               The report is the billing list for the desk:
      *>               one line per loan declared lost with what the
      *>               borrower was billed, and a REJECTED line with
      *>               PGMOD8's reason for a loan that could not be.
      *>
      *>               Each loan is its own unit of work inside PGMOD8,
      *>               so the candidates are read one at a time past a
      *>               restart key rather than through a cursor held
      *>               open across the commits.
      *>
      *> Author:       Celso
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Usage:        LOSTRPT names the output report. LOSTDAYS gives
      *>               the days after the final notice before a loan
      *>               is declared lost (blank or zero falls back to
      *>               30). Run as:
      *>                  LOSTRPT=/path/to/lost.txt
      *>                  LOSTDAYS=30
      *>                  cobcrun PGBLOST
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>            - the declare-lost cutoff counts back from the
      *>              business processing date from PGBDCAL instead of
      *>              the machine date, and the report carries that
      *>              date; it goes on the JOB_RUN row too.
      *>            - each loan is declared lost as at the end of the
      *>              business date (LN-INP-TRANS-TIMESTAMP), so the
      *>              loan's return and lost time and its overdue fine
      *>              follow that date rather than the clock.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBLOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOST-RPT-FILE ASSIGN TO "LOSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOST-RPT-FILE.
       01  LOST-RPT-LINE                PIC X(160).

       WORKING-STORAGE SECTION.
      *> days after the final notice when LOSTDAYS is not set
       78 C-DEFAULT-LOST-DAYS           VALUE 30.

       01  WS-RPT-STATUS                PIC X(02).
           88  WS-RPT-OK                    VALUE "00".

      *> set when the next candidate could not be read - the run
      *> then stops; every loan already declared lost is committed
      *> and complete, and the rerun simply no longer finds it
       01  WS-RUN-ERROR-SW              PIC X(01) VALUE "N".
           88  WS-RUN-ERROR                 VALUE "Y".

      *> LOSTDAYS as keyed in the environment, before validation
       01  WS-LOSTDAYS-TEXT             PIC X(03).
       01  WS-LOST-DAYS                 PIC 9(03).

      *> run totals, displayed in the end-of-job summary
       01  WS-READ-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-LOST-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-REJECT-COUNT              PIC 9(09) COMP VALUE ZERO.
       01  WS-TOTAL-EDIT                PIC ZZZ,ZZZ,ZZ9.
       01  WS-BILLED-TOTAL              PIC 9(09)V9(02) VALUE ZERO.
       01  WS-BILLED-EDIT               PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-LINE-TOTAL                PIC 9(05)V9(02).

      *> the moment each loan is declared lost: the end of the
      *> business date, or spaces (now) when that date is today
       01  WS-TODAY-TEXT                PIC X(21).
       01  WS-TODAY-DATE                PIC X(10).
       01  WS-LOST-TIMESTAMP            PIC X(19).

      *> one detail line of the billing list
       01  WS-DETAIL-LINE.
           05  WD-BORROWER-ID           PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-BORROWER-NAME         PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-ISBN                  PIC 9(13).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-COPY-NR               PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-TITLE                 PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-DUE-DATE              PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-FINE                  PIC ZZZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-REPLACE-COST          PIC ZZZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-REPLACE-FEE           PIC ZZZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-TOTAL                 PIC ZZZZ9.99.

      *> a loan PGMOD8 would not declare lost, with its reason
       01  WS-REJECT-LINE.
           05  WR-BORROWER-ID           PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WR-BORROWER-NAME         PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WR-ISBN                  PIC 9(13).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WR-COPY-NR               PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE "REJECTED: ".
           05  WR-REASON                PIC X(80).

      *> linkage record passed to PGMOD7
       COPY "LNMOD7.cpy".

      *> linkage record passed to PGMOD8
       COPY "LNMOD8.cpy".

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
       01 HV-LOST-DAYS                  PIC 9(03).
       01 HV-BORROWER-ID                PIC 9(06).
       01 HV-BORROWER-NAME              PIC X(40).
       01 HV-ISBN                       PIC 9(13).
       01 HV-COPY-NR                    PIC 9(03).
       01 HV-CHECKOUT-TS                PIC X(26).
      *> restart key - only loans after this one in
      *> check-out order are read next
       01 HV-RESTART-TS                 PIC X(26).
       01 HV-RESTART-ISBN               PIC 9(13).
       01 HV-RESTART-COPY-NR            PIC 9(03).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(601) VALUE "SELECT L.BORROWER_ID, W.BORROWE"
OCESQL  &  "R_NAME, L.ISBN, COALESCE(L.COPY_NR,0), TO_CHAR(L.CHECKOUT_T"
OCESQL  &  "IMESTAMP,'YYYY-MM-DD HH24:MI:SS.US') FROM LOAN L, BORROWER "
OCESQL  &  "W WHERE W.BORROWER_ID = L.BORROWER_ID AND L.RETURN_TIMESTAM"
OCESQL  &  "P IS NULL AND EXISTS ( SELECT 1 FROM LOAN_NOTICE N WHERE N."
OCESQL  &  "ISBN = L.ISBN AND COALESCE(N.COPY_NR,0) = COALESCE(L.COPY_N"
OCESQL  &  "R,0) AND N.CHECKOUT_TIMESTAMP = L.CHECKOUT_TIMESTAMP AND N."
OCESQL  &  "NOTICE_LEVEL = 3 AND N.SENT_TIMESTAMP < CAST($1 AS DATE) - "
OCESQL  &  "$2 ) AND (L.CHECKOUT_TIMESTAMP, L.ISBN, COALESCE(L.COPY_NR,"
OCESQL  &  "0)) > ($3, $4,$5) ORDER BY L.CHECKOUT_TIMESTAMP ASC, L.ISBN"
OCESQL  &  " ASC, COALESCE(L.COPY_NR,0) ASC LIMIT 1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-PGBLOST SECTION.
      *>------------------------------------------------------------------------

           DISPLAY "PGBLOST: lost-book run starting"

           PERFORM SET-BUSINESS-DATE

           IF HV-BUS-DATE = SPACES
           THEN
              DISPLAY "PGBLOST: BUSDATE " LN-BD-DATE " is not a "
                      "valid date on or before today - run not started"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM SET-LOST-DAYS

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
           THEN
              DISPLAY "PGBLOST: connect failed - "
                      LN-MSG-1 OF LN-MOD
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM JOBLOG-RUN-START

           OPEN OUTPUT LOST-RPT-FILE

           IF NOT WS-RPT-OK
           THEN
              DISPLAY "PGBLOST: unable to open LOSTRPT, status "
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

      *>  the restart key starts before the first loan ever written
           MOVE "0001-01-01 00:00:00.000000" TO HV-RESTART-TS
           MOVE ZEROES TO HV-RESTART-ISBN
           MOVE ZEROES TO HV-RESTART-COPY-NR

           PERFORM SQL-SELECT-NEXT-CANDIDATE
           PERFORM PROCESS-ONE-LOAN
             UNTIL NOT SQL-STATUS-OK
                OR WS-RUN-ERROR

           IF  NOT SQL-STATUS-OK
           AND NOT SQL-STATUS-NOT-FOUND
           THEN
              DISPLAY "PGBLOST: could not read the next long-overdue "
                      "loan, SQLCODE " WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
           END-IF

           IF NOT WS-RUN-ERROR
           THEN
              PERFORM WRITE-REPORT-TOTAL
           END-IF

           CLOSE LOST-RPT-FILE

           IF WS-RUN-ERROR
           THEN
              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
              PERFORM JOBLOG-RUN-END
              PERFORM DISCONNECT-DATABASE
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           SET V-LN-JL-STATUS-COMPLETE OF LN-JOBLOG TO TRUE
           PERFORM JOBLOG-RUN-END

           PERFORM DISCONNECT-DATABASE

           DISPLAY "PGBLOST: long-overdue loans read " WS-READ-COUNT
           DISPLAY "PGBLOST: declared lost           " WS-LOST-COUNT
           DISPLAY "PGBLOST: rejected                " WS-REJECT-COUNT

           IF WS-REJECT-COUNT > 0
           THEN
              MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK

           .
       MAIN-PGBLOST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-LOST-DAYS SECTION.
      *>------------------------------------------------------------------------

      *>  the grace after the final notice comes from the environment
      *>  so the scheduler can vary it without a recompile; anything
      *>  not a positive number falls back to the default
           MOVE SPACES TO WS-LOSTDAYS-TEXT
           ACCEPT WS-LOSTDAYS-TEXT FROM ENVIRONMENT "LOSTDAYS"

           COMPUTE WS-LOST-DAYS
                 = FUNCTION NUMVAL(WS-LOSTDAYS-TEXT)
           END-COMPUTE

           IF WS-LOST-DAYS = ZERO
           THEN
              MOVE C-DEFAULT-LOST-DAYS TO WS-LOST-DAYS
           END-IF

           MOVE WS-LOST-DAYS TO HV-LOST-DAYS

           DISPLAY "PGBLOST: loans are declared lost "
                   WS-LOST-DAYS " day(s) after the final notice"

           .
       SET-LOST-DAYS-EX.
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
              DISPLAY "PGBLOST: business date " HV-BUS-DATE
           END-IF

      *>  a loan given up on the business date is closed, and its
      *>  overdue fine counted, as at the end of that day; a run for
      *>  today's date leaves PGMOD8 to take the present moment,
      *>  since it refuses a date-time still to come
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TEXT
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY-TEXT(1:4) "-" WS-TODAY-TEXT(5:2) "-"
                  WS-TODAY-TEXT(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING

           MOVE SPACES TO WS-LOST-TIMESTAMP
           IF  HV-BUS-DATE NOT = SPACES
           AND HV-BUS-DATE < WS-TODAY-DATE
           THEN
              STRING HV-BUS-DATE " 23:59:59"
                DELIMITED BY SIZE INTO WS-LOST-TIMESTAMP
              END-STRING
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

           MOVE SPACES TO LOST-RPT-LINE
           MOVE "LOST BOOKS BILLED " TO LOST-RPT-LINE(1:18)
           MOVE HV-BUS-DATE TO LOST-RPT-LINE(19:10)
           MOVE " - LOANS DECLARED LOST AFTER THE FINAL NOTICE"
             TO LOST-RPT-LINE(29:45)
           WRITE LOST-RPT-LINE

           MOVE SPACES TO LOST-RPT-LINE
           WRITE LOST-RPT-LINE

           MOVE SPACES TO LOST-RPT-LINE
           MOVE "NR" TO LOST-RPT-LINE(1:2)
           MOVE "BORROWER NAME" TO LOST-RPT-LINE(9:13)
           MOVE "ISBN" TO LOST-RPT-LINE(41:4)
           MOVE "CPY" TO LOST-RPT-LINE(56:3)
           MOVE "TITLE" TO LOST-RPT-LINE(61:5)
           MOVE "DUE DATE" TO LOST-RPT-LINE(93:8)
           MOVE "OVERDUE" TO LOST-RPT-LINE(105:7)
           MOVE "REPLACE" TO LOST-RPT-LINE(115:7)
           MOVE "FEE" TO LOST-RPT-LINE(130:3)
           MOVE "BILLED" TO LOST-RPT-LINE(137:6)
           WRITE LOST-RPT-LINE

           .
       WRITE-REPORT-HEADING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PROCESS-ONE-LOAN SECTION.
      *>------------------------------------------------------------------------

           ADD 1 TO WS-READ-COUNT

      *>  the next read starts after this loan, whatever PGMOD8 makes
      *>  of it - a rejected loan is not offered again this run
           MOVE HV-CHECKOUT-TS            TO HV-RESTART-TS
           MOVE HV-ISBN                   TO HV-RESTART-ISBN
           MOVE HV-COPY-NR                TO HV-RESTART-COPY-NR

           INITIALIZE LN-MOD8
           SET V-LN8-FNC-LOAN-LOST OF LN-MOD8 TO TRUE
           MOVE "PGBLOST"                 TO LN-USERID OF LN-MOD8
           MOVE HV-ISBN                   TO LN-INP-ISBN OF LN-MOD8
           MOVE HV-COPY-NR                TO LN-INP-COPY-NR OF LN-MOD8
           MOVE WS-LOST-TIMESTAMP
             TO LN-INP-TRANS-TIMESTAMP     OF LN-MOD8

           CALL "PGMOD8" USING LN-MOD8 END-CALL

      *>  LN-OUT-ISBN is only filled once the lost loan is committed
           IF  LN-SQLCODE OF LN-MOD8 = 0
           AND LN-OUT-ISBN OF LN-MOD8 NOT = ZEROES
           THEN
              PERFORM WRITE-BILLED-LINE
           ELSE
              PERFORM WRITE-REJECT-LINE
           END-IF

           PERFORM SQL-SELECT-NEXT-CANDIDATE

           .
       PROCESS-ONE-LOAN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-BILLED-LINE SECTION.
      *>------------------------------------------------------------------------

           COMPUTE WS-LINE-TOTAL
                 = LN-OUT-FINE-AMOUNT  OF LN-MOD8
                 + LN-OUT-REPLACE-COST OF LN-MOD8
                 + LN-OUT-REPLACE-FEE  OF LN-MOD8
           END-COMPUTE

           INITIALIZE WS-DETAIL-LINE
           MOVE HV-BORROWER-ID            TO WD-BORROWER-ID
           MOVE HV-BORROWER-NAME          TO WD-BORROWER-NAME
           MOVE HV-ISBN                   TO WD-ISBN
           MOVE HV-COPY-NR                TO WD-COPY-NR
           MOVE LN-OUT-TITLE OF LN-MOD8   TO WD-TITLE
           MOVE LN-OUT-DUE-DATE OF LN-MOD8
             TO WD-DUE-DATE
           MOVE LN-OUT-FINE-AMOUNT OF LN-MOD8
             TO WD-FINE
           MOVE LN-OUT-REPLACE-COST OF LN-MOD8
             TO WD-REPLACE-COST
           MOVE LN-OUT-REPLACE-FEE OF LN-MOD8
             TO WD-REPLACE-FEE
           MOVE WS-LINE-TOTAL             TO WD-TOTAL

           MOVE WS-DETAIL-LINE TO LOST-RPT-LINE
           WRITE LOST-RPT-LINE

           ADD 1 TO WS-LOST-COUNT
           ADD WS-LINE-TOTAL TO WS-BILLED-TOTAL

           .
       WRITE-BILLED-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REJECT-LINE SECTION.
      *>------------------------------------------------------------------------

           INITIALIZE WS-REJECT-LINE
           MOVE HV-BORROWER-ID            TO WR-BORROWER-ID
           MOVE HV-BORROWER-NAME          TO WR-BORROWER-NAME
           MOVE HV-ISBN                   TO WR-ISBN
           MOVE HV-COPY-NR                TO WR-COPY-NR
           MOVE LN-MSG-1 OF LN-MOD8       TO WR-REASON

           MOVE WS-REJECT-LINE TO LOST-RPT-LINE
           WRITE LOST-RPT-LINE

           DISPLAY "PGBLOST: rejected " HV-ISBN " copy " HV-COPY-NR
                   " - " LN-MSG-1 OF LN-MOD8

           ADD 1 TO WS-REJECT-COUNT

           .
       WRITE-REJECT-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REPORT-TOTAL SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO LOST-RPT-LINE
           WRITE LOST-RPT-LINE

           MOVE SPACES TO LOST-RPT-LINE
           MOVE "LOANS DECLARED LOST:" TO LOST-RPT-LINE(1:20)
           MOVE WS-LOST-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO LOST-RPT-LINE(24:11)
           WRITE LOST-RPT-LINE

           MOVE SPACES TO LOST-RPT-LINE
           MOVE "LOANS REJECTED:" TO LOST-RPT-LINE(1:15)
           MOVE WS-REJECT-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO LOST-RPT-LINE(24:11)
           WRITE LOST-RPT-LINE

           MOVE SPACES TO LOST-RPT-LINE
           MOVE "TOTAL BILLED:" TO LOST-RPT-LINE(1:13)
           MOVE WS-BILLED-TOTAL TO WS-BILLED-EDIT
           MOVE WS-BILLED-EDIT TO LOST-RPT-LINE(21:14)
           WRITE LOST-RPT-LINE

           .
       WRITE-REPORT-TOTAL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-NEXT-CANDIDATE SECTION.
      *>------------------------------------------------------------------------

      *>  the next open loan, in check-out order past the restart
      *>  key, whose final notice went out more than HV-LOST-DAYS
      *>  days ago
OCESQL*   EXEC SQL
OCESQL*        SELECT L.BORROWER_ID
OCESQL*             , W.BORROWER_NAME
OCESQL*             , L.ISBN
OCESQL*             , COALESCE(L.COPY_NR,0)
OCESQL*             , TO_CHAR(L.CHECKOUT_TIMESTAMP,
OCESQL*                       'YYYY-MM-DD HH24:MI:SS.US')
OCESQL*        INTO   :HV-BORROWER-ID
OCESQL*             , :HV-BORROWER-NAME
OCESQL*             , :HV-ISBN
OCESQL*             , :HV-COPY-NR
OCESQL*             , :HV-CHECKOUT-TS
OCESQL*        FROM   LOAN     L
OCESQL*             , BORROWER W
OCESQL*        WHERE  W.BORROWER_ID      = L.BORROWER_ID
OCESQL*        AND    L.RETURN_TIMESTAMP IS NULL
OCESQL*        AND    EXISTS
OCESQL*               ( SELECT 1
OCESQL*                 FROM   LOAN_NOTICE N
OCESQL*                 WHERE  N.ISBN               = L.ISBN
OCESQL*                 AND    COALESCE(N.COPY_NR,0)
OCESQL*                      = COALESCE(L.COPY_NR,0)
OCESQL*                 AND    N.CHECKOUT_TIMESTAMP = L.CHECKOUT_TIMESTAMP
OCESQL*                 AND    N.NOTICE_LEVEL       = 3
OCESQL*                 AND    N.SENT_TIMESTAMP
OCESQL*                      < CAST(:HV-BUS-DATE AS DATE)
OCESQL*                      - :HV-LOST-DAYS
OCESQL*               )
OCESQL*        AND    (L.CHECKOUT_TIMESTAMP, L.ISBN, COALESCE(L.COPY_NR,0))
OCESQL*             > (:HV-RESTART-TS, :HV-RESTART-ISBN,
OCESQL*                :HV-RESTART-COPY-NR)
OCESQL*        ORDER BY L.CHECKOUT_TIMESTAMP ASC
OCESQL*               , L.ISBN               ASC
OCESQL*               , COALESCE(L.COPY_NR,0) ASC
OCESQL*        LIMIT  1
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
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
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 26
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CHECKOUT-TS
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
OCESQL          BY REFERENCE HV-LOST-DAYS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 26
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RESTART-TS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RESTART-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RESTART-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 5
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-SELECT-NEXT-CANDIDATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       JOBLOG-RUN-START SECTION.
      *>------------------------------------------------------------------------

      *>  record the run in JOB_RUN; a failure to log never stops
      *>  the job itself
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBLOST" TO LN-JL-PROGRAM
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
           MOVE WS-READ-COUNT TO LN-JL-READ-COUNT
           MOVE WS-LOST-COUNT TO LN-JL-INSERT-COUNT
           MOVE WS-REJECT-COUNT TO LN-JL-REJECT-COUNT
           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-END-EX.
          EXIT.

       END PROGRAM PGBLOST.
