      *>************************************************************************
      *>  This file is part of DBsample.
      *>
      *>  PGBCREM.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  PGBCREM.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with PGBCREM.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      PGBCREM.cob
      *>
      *> Purpose:      Weekly collection-agency remittance. The agency
      *>               sends back what it collected from the borrowers
      *>               PGBCOLL referred: one P record per payment and a
      *>               T trailer with its own count and total. Every
      *>               payment is posted to the FINE ledger through
      *>               PGMOD8's fine-payment function under the agency
      *>               user COLLUSER, exactly as a desk payment - so the
      *>               payment that clears the balance gives the
      *>               borrower back the status held before the
      *>               referral and closes the COLL_REFERRAL row.
      *>
      *>               A payment is rejected to COLLREJ (the record as
      *>               it came in, then the reason) when the borrower
      *>               has no open referral, the referral number does
      *>               not match the open one, or PGMOD8 refuses it -
      *>               an amount above the outstanding balance, paid at
      *>               the desk in the meantime, is refused and left
      *>               for the finance office to settle with the agency.
      *>
      *>               The COLLRRPT report carries the control totals:
      *>               payments read, posted and rejected (count and
      *>               amount), borrowers released, and the agency's
      *>               trailer figures with AGREES or DOES NOT AGREE
      *>               against the records read.
      *>
      *>               The ledger entry is dated when it is posted; the
      *>               date the agency collected the money is kept on
      *>               the file and the report for the reconciliation.
      *>
      *> Author:       Celso
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Usage:        COLLREM names the agency's remittance file,
      *>               COLLREJ the rejects, COLLRRPT the control-total
      *>               report; COLLUSER is the user the payments are
      *>               booked under (blank = COLLAGENCY). Run as:
      *>                  COLLREM=/path/to/remittance.txt
      *>                  COLLREJ=/path/to/remittance-rejects.txt
      *>                  COLLRRPT=/path/to/remittance-report.txt
      *>                  COLLUSER=COLLAGENCY
      *>                  cobcrun PGBCREM
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>            - the remittance report is dated with the business
      *>              processing date from PGBDCAL instead of the
      *>              machine date; it goes on the JOB_RUN row too.
      *>            - the payments are posted from terminal PGBCREM,
      *>              so the access log tells them from desk entries.
      *>            - the payments are posted as agency payments, which
      *>              stand outside the desk cashier sessions.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBCREM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLL-REM-FILE ASSIGN TO "COLLREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REM-STATUS.

           SELECT COLL-REJ-FILE ASSIGN TO "COLLREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT COLL-RPT-FILE ASSIGN TO "COLLRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> one payment collected by the agency, amounts with two
      *> implied decimals
       FD  COLL-REM-FILE.
       01  COLL-REM-RECORD.
           05  RM-REC-TYPE              PIC X(01).
               88  RM-REC-PAYMENT           VALUE "P".
               88  RM-REC-TRAILER           VALUE "T".
           05  RM-REFERRAL-ID           PIC 9(09).
           05  RM-BORROWER-ID           PIC 9(06).
      *>     when the agency collected it, as YYYY-MM-DD
           05  RM-PAY-DATE              PIC X(10).
           05  RM-AMOUNT                PIC 9(05)V9(02).
           05  RM-AGENCY-REF            PIC X(20).
      *> the agency's trailer
       01  COLL-REM-TRL-RECORD.
           05  RT-REC-TYPE              PIC X(01).
           05  RT-PAY-COUNT             PIC 9(07).
           05  RT-PAY-TOTAL             PIC 9(09)V9(02).

      *> a rejected payment: the record as it came in, then the
      *> reason - strip the reason column to resubmit
       FD  COLL-REJ-FILE.
       01  COLL-REJ-RECORD.
           05  RJ-REM                   PIC X(53).
           05  FILLER                   PIC X(02).
           05  RJ-MSG                   PIC X(80).

       FD  COLL-RPT-FILE.
       01  COLL-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *> user the payments are booked under when COLLUSER is not set
       78 C-DEFAULT-COLL-USER           VALUE "COLLAGENCY".

       01  WS-REM-STATUS                PIC X(02).
           88  WS-REM-OK                    VALUE "00".
           88  WS-REM-EOF                   VALUE "10".

       01  WS-REJ-STATUS                PIC X(02).
           88  WS-REJ-OK                    VALUE "00".

       01  WS-RPT-STATUS                PIC X(02).
           88  WS-RPT-OK                    VALUE "00".

       01  WS-EOF-SW                    PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".

       01  WS-TRAILER-SW                PIC X(01) VALUE "N".
           88  WS-TRAILER-SEEN              VALUE "Y".

       01  WS-COLL-USER                 PIC X(20).

      *> run totals - the control totals of the report
       01  WS-READ-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-PAY-COUNT                 PIC 9(09) COMP VALUE ZERO.
       01  WS-POST-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-REJECT-COUNT              PIC 9(09) COMP VALUE ZERO.
       01  WS-RELEASE-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-PAY-TOTAL                 PIC 9(09)V9(02) VALUE ZERO.
       01  WS-POST-TOTAL                PIC 9(09)V9(02) VALUE ZERO.
       01  WS-REJECT-TOTAL              PIC 9(09)V9(02) VALUE ZERO.
       01  WS-TRL-COUNT                 PIC 9(07) VALUE ZERO.
       01  WS-TRL-TOTAL                 PIC 9(09)V9(02) VALUE ZERO.
       01  WS-TOTAL-EDIT                PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT               PIC ZZZ,ZZZ,ZZ9.99.

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
       01 HV-BORROWER-ID                PIC 9(06).
       01 HV-REFERRAL-ID                PIC 9(09).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(090) VALUE "SELECT REFERRAL_ID FROM COLL_RE"
OCESQL  &  "FERRAL WHERE BORROWER_ID = $1 AND RELEASE_TIMESTAMP IS NUL"
OCESQL  &  "L".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-PGBCREM SECTION.
      *>------------------------------------------------------------------------

           DISPLAY "PGBCREM: collection-agency remittance starting"

           PERFORM SET-BUSINESS-DATE

           IF HV-BUS-DATE = SPACES
           THEN
              DISPLAY "PGBCREM: BUSDATE " LN-BD-DATE " is not a "
                      "valid date on or before today - run not started"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE SPACES TO WS-COLL-USER
           ACCEPT WS-COLL-USER FROM ENVIRONMENT "COLLUSER"

           IF WS-COLL-USER = SPACES
           THEN
              MOVE C-DEFAULT-COLL-USER TO WS-COLL-USER
           END-IF

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
           THEN
              DISPLAY "PGBCREM: connect failed - "
                      LN-MSG-1 OF LN-MOD
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM JOBLOG-RUN-START

           OPEN INPUT COLL-REM-FILE

           IF NOT WS-REM-OK
           THEN
              DISPLAY "PGBCREM: unable to open COLLREM, status "
                      WS-REM-STATUS

              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
              PERFORM JOBLOG-RUN-END
              PERFORM DISCONNECT-DATABASE
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT COLL-REJ-FILE

           IF NOT WS-REJ-OK
           THEN
              DISPLAY "PGBCREM: unable to open COLLREJ, status "
                      WS-REJ-STATUS
              CLOSE COLL-REM-FILE
              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
              PERFORM JOBLOG-RUN-END
              PERFORM DISCONNECT-DATABASE
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT COLL-RPT-FILE

           IF NOT WS-RPT-OK
           THEN
              DISPLAY "PGBCREM: unable to open COLLRRPT, status "
                      WS-RPT-STATUS
              CLOSE COLL-REM-FILE
              CLOSE COLL-REJ-FILE
              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
              PERFORM JOBLOG-RUN-END
              PERFORM DISCONNECT-DATABASE
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM READ-COLL-REM-RECORD

           PERFORM APPLY-ONE-RECORD UNTIL WS-EOF

           PERFORM WRITE-CONTROL-REPORT

           CLOSE COLL-REM-FILE
           CLOSE COLL-REJ-FILE
           CLOSE COLL-RPT-FILE

           SET V-LN-JL-STATUS-COMPLETE OF LN-JOBLOG TO TRUE
           PERFORM JOBLOG-RUN-END

           PERFORM DISCONNECT-DATABASE

           DISPLAY "PGBCREM: records read       " WS-READ-COUNT
           DISPLAY "PGBCREM: payments posted    " WS-POST-COUNT
           DISPLAY "PGBCREM: payments rejected  " WS-REJECT-COUNT
           DISPLAY "PGBCREM: borrowers released " WS-RELEASE-COUNT

      *>  rejects, or a file that does not agree with its own
      *>  trailer, are for the finance office to follow up
           IF WS-REJECT-COUNT > 0
           OR NOT WS-TRAILER-SEEN
           OR WS-TRL-COUNT NOT = WS-PAY-COUNT
           OR WS-TRL-TOTAL NOT = WS-PAY-TOTAL
           THEN
              MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK

           .
       MAIN-PGBCREM-EX.
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
              DISPLAY "PGBCREM: business date " HV-BUS-DATE
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
       READ-COLL-REM-RECORD SECTION.
      *>------------------------------------------------------------------------

           READ COLL-REM-FILE

           EVALUATE TRUE
           WHEN     WS-REM-OK
              ADD 1 TO WS-READ-COUNT
           WHEN     WS-REM-EOF
              SET WS-EOF TO TRUE
           WHEN     OTHER
              DISPLAY "PGBCREM: read error on COLLREM, status "
                      WS-REM-STATUS
              SET WS-EOF TO TRUE
           END-EVALUATE

           .
       READ-COLL-REM-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       APPLY-ONE-RECORD SECTION.
      *>------------------------------------------------------------------------

           INITIALIZE LN-MOD8

           EVALUATE TRUE
           WHEN RM-REC-TRAILER
              SET WS-TRAILER-SEEN TO TRUE
              MOVE RT-PAY-COUNT TO WS-TRL-COUNT
              MOVE RT-PAY-TOTAL TO WS-TRL-TOTAL
              PERFORM READ-COLL-REM-RECORD
              EXIT SECTION

           WHEN RM-REC-PAYMENT
              ADD 1         TO WS-PAY-COUNT
              ADD RM-AMOUNT TO WS-PAY-TOTAL

           WHEN OTHER
              MOVE "Unknown record type, must be P or T."
                TO LN-MSG-1 OF LN-MOD8
              PERFORM WRITE-REJECT-RECORD
              PERFORM READ-COLL-REM-RECORD
              EXIT SECTION
           END-EVALUATE

      *>  only a borrower the agency holds a referral for can be
      *>  paid off through it
           MOVE RM-BORROWER-ID TO HV-BORROWER-ID

           PERFORM SQL-SELECT-OPEN-REFERRAL

           EVALUATE TRUE
           WHEN     SQL-STATUS-OK
              CONTINUE
           WHEN     SQL-STATUS-NOT-FOUND
              MOVE "Borrower not in collections - no open referral."
                TO LN-MSG-1 OF LN-MOD8
              PERFORM WRITE-REJECT-RECORD
              PERFORM READ-COLL-REM-RECORD
              EXIT SECTION
           WHEN     OTHER
              MOVE SQLERRMC TO LN-MSG-1 OF LN-MOD8
              PERFORM WRITE-REJECT-RECORD
              PERFORM READ-COLL-REM-RECORD
              EXIT SECTION
           END-EVALUATE

           IF RM-REFERRAL-ID NOT = HV-REFERRAL-ID
           THEN
              MOVE "The referral number is not the borrower's open "
                &  "referral."
                TO LN-MSG-1 OF LN-MOD8
              PERFORM WRITE-REJECT-RECORD
              PERFORM READ-COLL-REM-RECORD
              EXIT SECTION
           END-IF

           SET V-LN8-FNC-FINE-PAY OF LN-MOD8 TO TRUE
           MOVE WS-COLL-USER            TO LN-USERID OF LN-MOD8
           MOVE "PGBCREM"               TO LN-TERMINAL-ID OF LN-MOD8
           MOVE RM-BORROWER-ID
             TO LN-INP-BORROWER-ID      OF LN-MOD8
           MOVE RM-AMOUNT
             TO LN-INP-FINE-AMOUNT      OF LN-MOD8
      *>  an agency remittance is not taken at a desk drawer
           SET V-LN8-PAY-AGENCY         OF LN-MOD8 TO TRUE

           CALL "PGMOD8" USING LN-MOD8 END-CALL

      *>  LN-OUT-BORROWER-ID is only filled once the payment is
      *>  committed
           IF  LN-SQLCODE OF LN-MOD8 = 0
           AND LN-OUT-BORROWER-ID OF LN-MOD8 NOT = ZEROES
           THEN
              ADD 1         TO WS-POST-COUNT
              ADD RM-AMOUNT TO WS-POST-TOTAL

              IF LN-OUT-FINE-BALANCE OF LN-MOD8 = ZERO
              THEN
                 ADD 1 TO WS-RELEASE-COUNT
              END-IF
           ELSE
              PERFORM WRITE-REJECT-RECORD
           END-IF

           PERFORM READ-COLL-REM-RECORD

           .
       APPLY-ONE-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REJECT-RECORD SECTION.
      *>------------------------------------------------------------------------

      *>  MOVE SPACES rather than INITIALIZE - INITIALIZE leaves the
      *>  FILLER between the two fields untouched, and an unwritten
      *>  FD area holds low-values the line-sequential WRITE rejects
           MOVE SPACES TO COLL-REJ-RECORD
           MOVE COLL-REM-RECORD TO RJ-REM
           MOVE LN-MSG-1 OF LN-MOD8 TO RJ-MSG

           WRITE COLL-REJ-RECORD

           ADD 1 TO WS-REJECT-COUNT

           IF RM-REC-PAYMENT
           THEN
              ADD RM-AMOUNT TO WS-REJECT-TOTAL
           END-IF

           .
       WRITE-REJECT-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-CONTROL-REPORT SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO COLL-RPT-LINE
           MOVE "COLLECTION-AGENCY REMITTANCE " TO COLL-RPT-LINE(1:29)
           MOVE HV-BUS-DATE TO COLL-RPT-LINE(30:10)
           MOVE " - POSTED AS USER " TO COLL-RPT-LINE(40:18)
           MOVE WS-COLL-USER TO COLL-RPT-LINE(58:20)
           WRITE COLL-RPT-LINE

           MOVE SPACES TO COLL-RPT-LINE
           WRITE COLL-RPT-LINE

           MOVE SPACES TO COLL-RPT-LINE
           MOVE "COUNT" TO COLL-RPT-LINE(34:5)
           MOVE "AMOUNT" TO COLL-RPT-LINE(49:6)
           WRITE COLL-RPT-LINE

           MOVE SPACES TO COLL-RPT-LINE
           MOVE "PAYMENTS READ:" TO COLL-RPT-LINE(1:14)
           MOVE WS-PAY-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO COLL-RPT-LINE(28:11)
           MOVE WS-PAY-TOTAL TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO COLL-RPT-LINE(41:14)
           WRITE COLL-RPT-LINE

           MOVE SPACES TO COLL-RPT-LINE
           MOVE "PAYMENTS POSTED:" TO COLL-RPT-LINE(1:16)
           MOVE WS-POST-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO COLL-RPT-LINE(28:11)
           MOVE WS-POST-TOTAL TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO COLL-RPT-LINE(41:14)
           WRITE COLL-RPT-LINE

           MOVE SPACES TO COLL-RPT-LINE
           MOVE "RECORDS REJECTED:" TO COLL-RPT-LINE(1:17)
           MOVE WS-REJECT-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO COLL-RPT-LINE(28:11)
           MOVE WS-REJECT-TOTAL TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO COLL-RPT-LINE(41:14)
           WRITE COLL-RPT-LINE

           MOVE SPACES TO COLL-RPT-LINE
           MOVE "BORROWERS RELEASED:" TO COLL-RPT-LINE(1:19)
           MOVE WS-RELEASE-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO COLL-RPT-LINE(28:11)
           WRITE COLL-RPT-LINE

           MOVE SPACES TO COLL-RPT-LINE
           WRITE COLL-RPT-LINE

           MOVE SPACES TO COLL-RPT-LINE
           IF WS-TRAILER-SEEN
           THEN
              MOVE "AGENCY TRAILER:" TO COLL-RPT-LINE(1:15)
              MOVE WS-TRL-COUNT TO WS-TOTAL-EDIT
              MOVE WS-TOTAL-EDIT TO COLL-RPT-LINE(28:11)
              MOVE WS-TRL-TOTAL TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO COLL-RPT-LINE(41:14)

              IF  WS-TRL-COUNT = WS-PAY-COUNT
              AND WS-TRL-TOTAL = WS-PAY-TOTAL
              THEN
                 MOVE "AGREES" TO COLL-RPT-LINE(57:6)
              ELSE
                 MOVE "DOES NOT AGREE" TO COLL-RPT-LINE(57:14)
              END-IF
           ELSE
              MOVE "AGENCY TRAILER MISSING - FILE MAY BE INCOMPLETE"
                TO COLL-RPT-LINE
           END-IF
           WRITE COLL-RPT-LINE

           .
       WRITE-CONTROL-REPORT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-OPEN-REFERRAL SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT REFERRAL_ID
OCESQL*        INTO   :HV-REFERRAL-ID
OCESQL*        FROM   COLL_REFERRAL
OCESQL*        WHERE  BORROWER_ID = :HV-BORROWER-ID
OCESQL*        AND    RELEASE_TIMESTAMP IS NULL
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-REFERRAL-ID
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
       SQL-SELECT-OPEN-REFERRAL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       JOBLOG-RUN-START SECTION.
      *>------------------------------------------------------------------------

      *>  record the run in JOB_RUN; a failure to log never stops
      *>  the job itself
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBCREM" TO LN-JL-PROGRAM
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
           MOVE WS-READ-COUNT   TO LN-JL-READ-COUNT
           MOVE WS-POST-COUNT   TO LN-JL-INSERT-COUNT
           MOVE WS-REJECT-COUNT TO LN-JL-REJECT-COUNT
           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-END-EX.
          EXIT.

       END PROGRAM PGBCREM.
