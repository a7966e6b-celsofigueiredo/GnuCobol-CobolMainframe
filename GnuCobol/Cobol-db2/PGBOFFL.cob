      *>************************************************************************
      *>  This file is part of DBsample.
      *>
      *>  PGBOFFL.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  PGBOFFL.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with PGBOFFL.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      PGBOFFL.cob
      *>
      *> Purpose:      Offline circulation upload. While the network or
      *>               the database is down the desk writes its
      *>               check-outs, returns and renewals on paper; they
      *>               are keyed into a transaction file afterwards,
      *>               one record per transaction with an action code:
      *>                 O - check the copy out to the borrower
      *>                 I - check the copy in
      *>                 R - renew the copy's loan
      *>               and the real date-time it happened at the desk.
      *>               Every transaction is driven through PGMOD8's
      *>               CHECK-OUT/CHECK-IN/RENEW-LOAN backdated to that
      *>               date-time (LN-INP-TRANS-TIMESTAMP), so the loan
      *>               is stamped out and back when it really was and
      *>               the due date and any overdue fine come out as if
      *>               the system had been up. Key the file in date-time
      *>               order - a check-in read before its own check-out
      *>               has no loan to close.
      *>
      *>               Every transaction PGMOD8 refuses is written to
      *>               the rejects file with the LN-MSG text, in the
      *>               original record layout plus the reason, as
      *>               PGBMAINT does - fix the field, strip the reason
      *>               column and resubmit the file.
      *>
      *>               A check-out refused because the borrower was
      *>               already at the loan limit, or because the copy
      *>               was still on loan to someone, is not a keying
      *>               error: the book did go out over the desk. Those
      *>               are also listed on the conflicts report for
      *>               staff to settle with the borrowers concerned.
      *>
      *> Author:       Celso
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Usage:        OFFLTXN names the transaction file, OFFLREJ the
      *>               rejects file and OFFLCNF the conflicts report.
      *>               Run as:
      *>                  OFFLTXN=/path/to/offline.txt
      *>                  OFFLREJ=/path/to/rejects.txt
      *>                  OFFLCNF=/path/to/conflicts.txt
      *>                  cobcrun PGBOFFL
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBOFFL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFL-TXN-FILE ASSIGN TO "OFFLTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT OFFL-REJ-FILE ASSIGN TO "OFFLREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT OFFL-CNF-FILE ASSIGN TO "OFFLCNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> one transaction written on paper at the desk
       FD  OFFL-TXN-FILE.
       01  OFFL-TXN-RECORD.
           05  TX-ACTION                PIC X(01).
               88  TX-ACTION-CHECK-OUT      VALUE "O".
               88  TX-ACTION-CHECK-IN       VALUE "I".
               88  TX-ACTION-RENEW          VALUE "R".
           05  TX-BORROWER-ID           PIC 9(06).
           05  TX-ISBN                  PIC 9(13).
           05  TX-COPY-NR               PIC 9(03).
      *>     when it really happened, as YYYY-MM-DD HH:MM:SS
           05  TX-TRANS-TIMESTAMP       PIC X(19).

      *> a rejected transaction: the record as it came in, then the
      *> reason - strip the reason column to resubmit
       FD  OFFL-REJ-FILE.
       01  OFFL-REJ-RECORD.
           05  RJ-TXN                   PIC X(42).
           05  FILLER                   PIC X(02).
           05  RJ-MSG                   PIC X(80).

       FD  OFFL-CNF-FILE.
       01  OFFL-CNF-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS                PIC X(02).
           88  WS-TXN-OK                    VALUE "00".
           88  WS-TXN-EOF                   VALUE "10".

       01  WS-REJ-STATUS                PIC X(02).
           88  WS-REJ-OK                    VALUE "00".

       01  WS-CNF-STATUS                PIC X(02).
           88  WS-CNF-OK                    VALUE "00".

       01  WS-EOF-SW                    PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".

      *> the previous record's date-time, to warn of a file keyed
      *> out of order
       01  WS-LAST-TIMESTAMP            PIC X(19) VALUE SPACES.

      *> today, for the report heading
       01  WS-TODAY-TEXT                PIC X(21).
       01  WS-TODAY-DATE                PIC X(10).

      *> run totals, displayed in the end-of-job summary
       01  WS-READ-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-OUT-COUNT                 PIC 9(09) COMP VALUE ZERO.
       01  WS-IN-COUNT                  PIC 9(09) COMP VALUE ZERO.
       01  WS-RENEW-COUNT               PIC 9(09) COMP VALUE ZERO.
       01  WS-REJECT-COUNT              PIC 9(09) COMP VALUE ZERO.
       01  WS-CONFLICT-COUNT            PIC 9(09) COMP VALUE ZERO.
       01  WS-TOTAL-EDIT                PIC ZZZ,ZZZ,ZZ9.

      *> one line of the conflicts report
       01  WS-CONFLICT-LINE.
           05  WC-TRANS-TIMESTAMP       PIC X(19).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WC-BORROWER-ID           PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WC-ISBN                  PIC 9(13).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WC-COPY-NR               PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WC-CONFLICT              PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WC-DETAIL                PIC X(20).

      *> linkage record passed to PGMOD7
       COPY "LNMOD7.cpy".

      *> linkage record passed to PGMOD8
       COPY "LNMOD8.cpy".

      *> linkage for the shared run logger PGJOBLOG
       COPY "LNJOBLOG.cpy".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-PGBOFFL SECTION.
      *>------------------------------------------------------------------------

           DISPLAY "PGBOFFL: offline circulation upload starting"

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
           THEN
              DISPLAY "PGBOFFL: connect failed - "
                      LN-MSG-1 OF LN-MOD
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM JOBLOG-RUN-START

           OPEN INPUT OFFL-TXN-FILE

           IF NOT WS-TXN-OK
           THEN
              DISPLAY "PGBOFFL: unable to open OFFLTXN, status "
                      WS-TXN-STATUS

              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
              PERFORM JOBLOG-RUN-END
              PERFORM DISCONNECT-DATABASE
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT OFFL-REJ-FILE

           IF NOT WS-REJ-OK
           THEN
              DISPLAY "PGBOFFL: unable to open OFFLREJ, status "
                      WS-REJ-STATUS
              CLOSE OFFL-TXN-FILE
              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
              PERFORM JOBLOG-RUN-END
              PERFORM DISCONNECT-DATABASE
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT OFFL-CNF-FILE

           IF NOT WS-CNF-OK
           THEN
              DISPLAY "PGBOFFL: unable to open OFFLCNF, status "
                      WS-CNF-STATUS
              CLOSE OFFL-TXN-FILE
              CLOSE OFFL-REJ-FILE
              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
              PERFORM JOBLOG-RUN-END
              PERFORM DISCONNECT-DATABASE
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM WRITE-CONFLICT-HEADING

           PERFORM READ-OFFL-TXN-RECORD

           PERFORM APPLY-ONE-TXN UNTIL WS-EOF

           PERFORM WRITE-CONFLICT-TOTAL

           CLOSE OFFL-TXN-FILE
           CLOSE OFFL-REJ-FILE
           CLOSE OFFL-CNF-FILE

           SET V-LN-JL-STATUS-COMPLETE OF LN-JOBLOG TO TRUE
           PERFORM JOBLOG-RUN-END

           PERFORM DISCONNECT-DATABASE

           DISPLAY "PGBOFFL: records read       " WS-READ-COUNT
           DISPLAY "PGBOFFL: checked out        " WS-OUT-COUNT
           DISPLAY "PGBOFFL: checked in         " WS-IN-COUNT
           DISPLAY "PGBOFFL: renewed            " WS-RENEW-COUNT
           DISPLAY "PGBOFFL: records rejected   " WS-REJECT-COUNT
           DISPLAY "PGBOFFL: conflicts to settle" WS-CONFLICT-COUNT

           IF WS-REJECT-COUNT > 0
           THEN
              MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK

           .
       MAIN-PGBOFFL-EX.
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
       READ-OFFL-TXN-RECORD SECTION.
      *>------------------------------------------------------------------------

           READ OFFL-TXN-FILE

           EVALUATE TRUE
           WHEN     WS-TXN-OK
              ADD 1 TO WS-READ-COUNT
           WHEN     WS-TXN-EOF
              SET WS-EOF TO TRUE
           WHEN     OTHER
              DISPLAY "PGBOFFL: read error on OFFLTXN, status "
                      WS-TXN-STATUS
              SET WS-EOF TO TRUE
           END-EVALUATE

           .
       READ-OFFL-TXN-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       APPLY-ONE-TXN SECTION.
      *>------------------------------------------------------------------------

      *>  the transactions are replayed in file order; one dated
      *>  before its predecessor still goes through, but the
      *>  operator should know the file was not keyed in order
           IF  WS-LAST-TIMESTAMP NOT = SPACES
           AND TX-TRANS-TIMESTAMP < WS-LAST-TIMESTAMP
           THEN
              DISPLAY "PGBOFFL: warning - record " WS-READ-COUNT
                      " is dated " TX-TRANS-TIMESTAMP
                      ", before the record ahead of it"
           END-IF
           MOVE TX-TRANS-TIMESTAMP TO WS-LAST-TIMESTAMP

           INITIALIZE LN-MOD8
           MOVE "PGBOFFL"               TO LN-USERID OF LN-MOD8
           MOVE TX-BORROWER-ID
             TO LN-INP-BORROWER-ID      OF LN-MOD8
           MOVE TX-ISBN                 TO LN-INP-ISBN OF LN-MOD8
           MOVE TX-COPY-NR              TO LN-INP-COPY-NR OF LN-MOD8
           MOVE TX-TRANS-TIMESTAMP
             TO LN-INP-TRANS-TIMESTAMP  OF LN-MOD8

      *>  an unkeyed date-time would book the transaction today,
      *>  which is exactly what this run is here to avoid
           IF TX-TRANS-TIMESTAMP = SPACES
           THEN
              MOVE "The date-time the transaction happened is missing."
                TO LN-MSG-1 OF LN-MOD8
              PERFORM WRITE-REJECT-RECORD
              PERFORM READ-OFFL-TXN-RECORD
              EXIT SECTION
           END-IF

           EVALUATE TRUE
           WHEN TX-ACTION-CHECK-OUT
              SET V-LN8-FNC-CHECK-OUT OF LN-MOD8 TO TRUE

           WHEN TX-ACTION-CHECK-IN
              SET V-LN8-FNC-CHECK-IN OF LN-MOD8 TO TRUE

           WHEN TX-ACTION-RENEW
              SET V-LN8-FNC-RENEW OF LN-MOD8 TO TRUE

           WHEN OTHER
              MOVE "Unknown action code, must be O, I or R."
                TO LN-MSG-1 OF LN-MOD8
              PERFORM WRITE-REJECT-RECORD
              PERFORM READ-OFFL-TXN-RECORD
              EXIT SECTION
           END-EVALUATE

           CALL "PGMOD8" USING LN-MOD8 END-CALL

      *>  LN-OUT-ISBN is only filled once the transaction is
      *>  committed
           IF  LN-SQLCODE OF LN-MOD8 = 0
           AND LN-OUT-ISBN OF LN-MOD8 NOT = ZEROES
           THEN
              EVALUATE TRUE
              WHEN TX-ACTION-CHECK-OUT
                 ADD 1 TO WS-OUT-COUNT
              WHEN TX-ACTION-CHECK-IN
                 ADD 1 TO WS-IN-COUNT
              WHEN OTHER
                 ADD 1 TO WS-RENEW-COUNT
              END-EVALUATE
           ELSE
              PERFORM WRITE-REJECT-RECORD

              IF V-LN8-OUT-REFUSE-LIMIT   OF LN-MOD8
              OR V-LN8-OUT-REFUSE-ON-LOAN OF LN-MOD8
              THEN
                 PERFORM WRITE-CONFLICT-LINE
              END-IF
           END-IF

           PERFORM READ-OFFL-TXN-RECORD

           .
       APPLY-ONE-TXN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REJECT-RECORD SECTION.
      *>------------------------------------------------------------------------

      *>  MOVE SPACES rather than INITIALIZE - INITIALIZE leaves the
      *>  FILLER between the two fields untouched, and an unwritten
      *>  FD area holds low-values the line-sequential WRITE rejects
           MOVE SPACES TO OFFL-REJ-RECORD
           MOVE OFFL-TXN-RECORD TO RJ-TXN
           MOVE LN-MSG-1 OF LN-MOD8 TO RJ-MSG

           WRITE OFFL-REJ-RECORD

           ADD 1 TO WS-REJECT-COUNT

           .
       WRITE-REJECT-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-CONFLICT-HEADING SECTION.
      *>------------------------------------------------------------------------

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TEXT
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY-TEXT(1:4) "-" WS-TODAY-TEXT(5:2) "-"
                  WS-TODAY-TEXT(7:2)
             DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING

           MOVE SPACES TO OFFL-CNF-LINE
           MOVE "OFFLINE CIRCULATION CONFLICTS " TO OFFL-CNF-LINE(1:30)
           MOVE WS-TODAY-DATE TO OFFL-CNF-LINE(31:10)
           MOVE " - CHECK-OUTS MADE AT THE DESK THAT STAFF MUST SETTLE"
             TO OFFL-CNF-LINE(41:53)
           WRITE OFFL-CNF-LINE

           MOVE SPACES TO OFFL-CNF-LINE
           WRITE OFFL-CNF-LINE

           MOVE SPACES TO OFFL-CNF-LINE
           MOVE "OUT AT" TO OFFL-CNF-LINE(1:6)
           MOVE "NR" TO OFFL-CNF-LINE(22:2)
           MOVE "ISBN" TO OFFL-CNF-LINE(30:4)
           MOVE "CPY" TO OFFL-CNF-LINE(45:3)
           MOVE "CONFLICT" TO OFFL-CNF-LINE(50:8)
           MOVE "DETAIL" TO OFFL-CNF-LINE(82:6)
           WRITE OFFL-CNF-LINE

           .
       WRITE-CONFLICT-HEADING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-CONFLICT-LINE SECTION.
      *>------------------------------------------------------------------------

      *>  PGMOD8 leaves the figure behind the refusal in LN-MSG-2:
      *>  the borrower's open-loan count, or who has the copy
           INITIALIZE WS-CONFLICT-LINE
           MOVE TX-TRANS-TIMESTAMP        TO WC-TRANS-TIMESTAMP
           MOVE TX-BORROWER-ID            TO WC-BORROWER-ID
           MOVE TX-ISBN                   TO WC-ISBN
           MOVE TX-COPY-NR                TO WC-COPY-NR

           IF V-LN8-OUT-REFUSE-LIMIT OF LN-MOD8
           THEN
              MOVE "OVER THE LOAN LIMIT"  TO WC-CONFLICT
              MOVE SPACES                 TO WC-DETAIL
              STRING "BOOKS OUT: " LN-MSG-2 OF LN-MOD8
                DELIMITED BY SIZE INTO WC-DETAIL
              END-STRING
           ELSE
              MOVE "COPY STILL ON LOAN"   TO WC-CONFLICT
              MOVE SPACES                 TO WC-DETAIL
              STRING "TO BORROWER: " LN-MSG-2 OF LN-MOD8
                DELIMITED BY SIZE INTO WC-DETAIL
              END-STRING
           END-IF

           MOVE WS-CONFLICT-LINE TO OFFL-CNF-LINE
           WRITE OFFL-CNF-LINE

           DISPLAY "PGBOFFL: conflict " TX-ISBN " copy " TX-COPY-NR
                   " - " LN-MSG-1 OF LN-MOD8

           ADD 1 TO WS-CONFLICT-COUNT

           .
       WRITE-CONFLICT-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-CONFLICT-TOTAL SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO OFFL-CNF-LINE
           WRITE OFFL-CNF-LINE

           MOVE SPACES TO OFFL-CNF-LINE
           MOVE "CONFLICTS TO SETTLE:" TO OFFL-CNF-LINE(1:20)
           MOVE WS-CONFLICT-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO OFFL-CNF-LINE(24:11)
           WRITE OFFL-CNF-LINE

           .
       WRITE-CONFLICT-TOTAL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       JOBLOG-RUN-START SECTION.
      *>------------------------------------------------------------------------

      *>  record the run in JOB_RUN; a failure to log never stops
      *>  the job itself
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBOFFL" TO LN-JL-PROGRAM

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
           COMPUTE LN-JL-INSERT-COUNT
                 = WS-OUT-COUNT + WS-IN-COUNT + WS-RENEW-COUNT
           END-COMPUTE
           MOVE WS-REJECT-COUNT TO LN-JL-REJECT-COUNT
           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-END-EX.
          EXIT.

       END PROGRAM PGBOFFL.
