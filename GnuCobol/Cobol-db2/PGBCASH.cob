      *>************************************************************************
      *>  This file is part of DBsample.
      *>
      *>  PGBCASH.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  PGBCASH.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with PGBCASH.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      PGBCASH.cob
      *>
      *> Purpose:      Nightly cash drawer close-out. Lists every cashier
      *>               session opened on the business date, and any
      *>               session opened earlier that is still open, with
      *>               the cash and card payments PGMOD8 took in it by
      *>               receipt number, the float, the cash the drawer
      *>               should hold, what was counted at close and the
      *>               variance. A session closed with a variance, or
      *>               never closed, is flagged on the report and
      *>               raises one severity-W line through PGOPSALT.
      *>               Agency payments stand outside the sessions and
      *>               are not listed here.
      *>
      *> Author:       Celso
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Usage:        CASHRPT names the output report. Run as:
      *>                  CASHRPT=/path/to/cash-close-out.txt
      *>                  cobcrun PGBCASH
      *>               In the stream control file the step is due every
      *>               business day.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBCASH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-RPT-FILE ASSIGN TO "CASHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-RPT-FILE.
       01  CASH-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RPT-STATUS                PIC X(02).
           88  WS-RPT-OK                    VALUE "00".

      *> set when the cursor could not be opened - the run then
      *> ends in error instead of logging a clean zero-count run
       01  WS-RUN-ERROR-SW              PIC X(01) VALUE "N".
           88  WS-RUN-ERROR                 VALUE "Y".

      *> the session being printed, for the break
       01  WS-CURR-SESSION-ID           PIC 9(09) VALUE ZERO.
       01  WS-CURR-SESSION-STATUS       PIC X(01) VALUE SPACE.
       01  WS-CURR-USER-ID              PIC X(20) VALUE SPACES.
       01  WS-CURR-FLOAT                PIC 9(07)V9(02) VALUE ZERO.
       01  WS-CURR-COUNTED              PIC 9(07)V9(02) VALUE ZERO.

      *> the takings of the session being printed, and what its
      *> drawer should hold - the float plus the cash, card never
      *> reaches the drawer
       01  WS-SESS-CASH                 PIC 9(07)V9(02) VALUE ZERO.
       01  WS-SESS-CARD                 PIC 9(07)V9(02) VALUE ZERO.
       01  WS-SESS-EXPECTED             PIC 9(07)V9(02) VALUE ZERO.
       01  WS-SESS-VARIANCE             PIC S9(07)V9(02) VALUE ZERO.

      *> run totals, displayed in the end-of-job summary and written
      *> as the report's final total lines
       01  WS-SESSION-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-PAYMENT-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-FLAG-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-TOTAL-CASH                PIC 9(09)V9(02) VALUE ZERO.
       01  WS-TOTAL-CARD                PIC 9(09)V9(02) VALUE ZERO.
       01  WS-TOTAL-EDIT                PIC ZZZ,ZZZ,ZZ9.
       01  WS-MONEY-EDIT                PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-VARIANCE-EDIT             PIC -,---,--9.99.

      *> session heading line
       01  WS-SESSION-LINE.
           05  FILLER                   PIC X(09) VALUE "SESSION: ".
           05  WS-SL-SESSION-ID         PIC Z(08)9.
           05  FILLER                   PIC X(08) VALUE "  USER: ".
           05  WS-SL-USER-ID            PIC X(20).
           05  FILLER                   PIC X(12) VALUE "  TERMINAL: ".
           05  WS-SL-TERMINAL-ID        PIC X(08).
           05  FILLER                   PIC X(10) VALUE "  OPENED: ".
           05  WS-SL-OPENED             PIC X(16).
           05  FILLER                   PIC X(10) VALUE "  CLOSED: ".
           05  WS-SL-CLOSED             PIC X(16).

      *> one payment line
       01  WS-DETAIL-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WD-RECEIPT-NR            PIC Z(08)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-TIME                  PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-BORROWER-ID           PIC Z(05)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-METHOD                PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-AMOUNT                PIC ZZZ,ZZ9.99.

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
       01 HV-SESSION-ID                 PIC 9(09).
       01 HV-USER-ID                    PIC X(20).
       01 HV-TERMINAL-ID                PIC X(08).
       01 HV-OPENED                     PIC X(16).
       01 HV-CLOSED                     PIC X(16).
       01 HV-SESSION-STATUS             PIC X(01).
       01 HV-FLOAT-AMOUNT               PIC 9(07)V9(02).
       01 HV-COUNTED-AMOUNT             PIC 9(07)V9(02).
       01 HV-RECEIPT-NR                 PIC 9(09).
       01 HV-PAY-TIME                   PIC X(05).
       01 HV-BORROWER-ID                PIC 9(06).
       01 HV-PAY-METHOD                 PIC X(01).
       01 HV-AMOUNT                     PIC 9(07)V9(02).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(696) VALUE "SELECT S.SESSION_ID, S.USER_ID,"
OCESQL  &  " COALESCE(S.TERMINAL_ID,' '), TO_CHAR(S.OPEN_TIMESTAMP,'YYY"
OCESQL  &  "Y-MM-DD HH24:MI'), COALESCE(TO_CHAR(S.CLOSE_TIMESTAMP,'YYYY"
OCESQL  &  "-MM-DD HH24:MI'),' '), S.SESSION_STATUS, S.FLOAT_AMOUNT, CO"
OCESQL  &  "ALESCE(S.COUNTED_AMOUNT,0), COALESCE(F.RECEIPT_NR,0), COALE"
OCESQL  &  "SCE(TO_CHAR(F.ENTRY_TIMESTAMP,'HH24:MI'),' '), COALESCE(F.B"
OCESQL  &  "ORROWER_ID,0), COALESCE(F.PAY_METHOD,' '), COALESCE(F.AMOUN"
OCESQL  &  "T,0) FROM CASHIER_SESSION S LEFT JOIN FINE F ON F.SESSION_I"
OCESQL  &  "D = S.SESSION_ID AND F.ENTRY_TYPE = 'P' AND F.PAY_METHOD IN"
OCESQL  &  " ('C','K') WHERE CAST(S.OPEN_TIMESTAMP AS DATE) = CAST($1 A"
OCESQL  &  "S DATE) OR (S.SESSION_STATUS = 'O' AND CAST(S.OPEN_TIMESTAM"
OCESQL  &  "P AS DATE) <= CAST($2 AS DATE)) ORDER BY S.SESSION_ID ASC, "
OCESQL  &  "F.RECEIPT_NR ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-PGBCASH SECTION.
      *>------------------------------------------------------------------------

           DISPLAY "PGBCASH: cash drawer close-out starting"

           PERFORM SET-BUSINESS-DATE

           IF HV-BUS-DATE = SPACES
           THEN
              DISPLAY "PGBCASH: BUSDATE " LN-BD-DATE " is not a "
                      "valid date on or before today - run not started"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
           THEN
              DISPLAY "PGBCASH: connect failed - "
                      LN-MSG-1 OF LN-MOD
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM JOBLOG-RUN-START

           OPEN OUTPUT CASH-RPT-FILE

           IF NOT WS-RPT-OK
           THEN
              DISPLAY "PGBCASH: unable to open CASHRPT, status "
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

           PERFORM SQL-DECLARE-CURSOR-SESSIONS
           PERFORM SQL-OPEN-CURSOR-SESSIONS

           IF SQL-STATUS-OK
           THEN
              PERFORM SQL-FETCH-CURSOR-SESSIONS
              PERFORM WRITE-ONE-SESSION-ROW UNTIL NOT SQL-STATUS-OK
              PERFORM SQL-CLOSE-CURSOR-SESSIONS
              IF WS-CURR-SESSION-ID NOT = ZERO
              THEN
                 PERFORM WRITE-SESSION-TOTAL
              END-IF
              PERFORM WRITE-REPORT-TOTAL
           ELSE
              DISPLAY "PGBCASH: could not open the session cursor, "
                      "SQLCODE " WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
           END-IF

      *>  PGOPSALT leaves its OPS_ALERT rows to the caller's commit
           PERFORM SQL-COMMIT

           CLOSE CASH-RPT-FILE

           IF WS-RUN-ERROR
           THEN
              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
           ELSE
              SET V-LN-JL-STATUS-COMPLETE OF LN-JOBLOG TO TRUE
           END-IF
           PERFORM JOBLOG-RUN-END

           PERFORM DISCONNECT-DATABASE

           DISPLAY "PGBCASH: sessions listed      " WS-SESSION-COUNT
           DISPLAY "PGBCASH: payments listed      " WS-PAYMENT-COUNT
           DISPLAY "PGBCASH: sessions flagged     " WS-FLAG-COUNT

           IF WS-RUN-ERROR
           THEN
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK

           .
       MAIN-PGBCASH-EX.
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
              DISPLAY "PGBCASH: business date " HV-BUS-DATE
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

           MOVE SPACES TO CASH-RPT-LINE
           STRING "CASH DRAWER CLOSE-OUT FOR " DELIMITED BY SIZE
                  HV-BUS-DATE                  DELIMITED BY SIZE
             INTO CASH-RPT-LINE
           END-STRING
           WRITE CASH-RPT-LINE

           MOVE SPACES TO CASH-RPT-LINE
           WRITE CASH-RPT-LINE

           MOVE SPACES TO CASH-RPT-LINE
           MOVE "RECEIPT" TO CASH-RPT-LINE(7:7)
           MOVE "TIME" TO CASH-RPT-LINE(16:4)
           MOVE "BORROWER" TO CASH-RPT-LINE(22:8)
           MOVE "PAID" TO CASH-RPT-LINE(31:4)
           MOVE "AMOUNT" TO CASH-RPT-LINE(41:6)
           WRITE CASH-RPT-LINE

           .
       WRITE-REPORT-HEADING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-ONE-SESSION-ROW SECTION.
      *>------------------------------------------------------------------------

      *>  a new session closes the one before and opens its own
      *>  group; a session with no payments comes as one row with
      *>  no receipt
           IF HV-SESSION-ID NOT = WS-CURR-SESSION-ID
           THEN
              IF WS-CURR-SESSION-ID NOT = ZERO
              THEN
                 PERFORM WRITE-SESSION-TOTAL
              END-IF
              PERFORM WRITE-SESSION-HEADING
           END-IF

           IF HV-RECEIPT-NR NOT = ZERO
           THEN
              INITIALIZE WS-DETAIL-LINE
              MOVE HV-RECEIPT-NR            TO WD-RECEIPT-NR
              MOVE HV-PAY-TIME              TO WD-TIME
              MOVE HV-BORROWER-ID           TO WD-BORROWER-ID
              MOVE HV-AMOUNT                TO WD-AMOUNT

              IF HV-PAY-METHOD = "C"
              THEN
                 MOVE "CASH" TO WD-METHOD
                 ADD HV-AMOUNT TO WS-SESS-CASH
                 ADD HV-AMOUNT TO WS-TOTAL-CASH
              ELSE
                 MOVE "CARD" TO WD-METHOD
                 ADD HV-AMOUNT TO WS-SESS-CARD
                 ADD HV-AMOUNT TO WS-TOTAL-CARD
              END-IF

              MOVE WS-DETAIL-LINE TO CASH-RPT-LINE
              WRITE CASH-RPT-LINE

              ADD 1 TO WS-PAYMENT-COUNT
           END-IF

           PERFORM SQL-FETCH-CURSOR-SESSIONS

           .
       WRITE-ONE-SESSION-ROW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-SESSION-HEADING SECTION.
      *>------------------------------------------------------------------------

           MOVE HV-SESSION-ID      TO WS-CURR-SESSION-ID
           MOVE HV-SESSION-STATUS  TO WS-CURR-SESSION-STATUS
           MOVE HV-USER-ID         TO WS-CURR-USER-ID
           MOVE HV-FLOAT-AMOUNT    TO WS-CURR-FLOAT
           MOVE HV-COUNTED-AMOUNT  TO WS-CURR-COUNTED
           MOVE ZERO TO WS-SESS-CASH
           MOVE ZERO TO WS-SESS-CARD

           ADD 1 TO WS-SESSION-COUNT

           MOVE SPACES TO CASH-RPT-LINE
           WRITE CASH-RPT-LINE

           MOVE HV-SESSION-ID      TO WS-SL-SESSION-ID
           MOVE HV-USER-ID         TO WS-SL-USER-ID
           MOVE HV-TERMINAL-ID     TO WS-SL-TERMINAL-ID
           MOVE HV-OPENED          TO WS-SL-OPENED
           MOVE HV-CLOSED          TO WS-SL-CLOSED
           MOVE WS-SESSION-LINE TO CASH-RPT-LINE
           WRITE CASH-RPT-LINE

           .
       WRITE-SESSION-HEADING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-SESSION-TOTAL SECTION.
      *>------------------------------------------------------------------------

           COMPUTE WS-SESS-EXPECTED = WS-CURR-FLOAT + WS-SESS-CASH
           END-COMPUTE

           MOVE SPACES TO CASH-RPT-LINE
           MOVE "  CASH TAKEN:" TO CASH-RPT-LINE(1:13)
           MOVE WS-SESS-CASH TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO CASH-RPT-LINE(20:14)
           MOVE "CARD TAKEN:" TO CASH-RPT-LINE(37:11)
           MOVE WS-SESS-CARD TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO CASH-RPT-LINE(50:14)
           WRITE CASH-RPT-LINE

           MOVE SPACES TO CASH-RPT-LINE
           MOVE "  FLOAT:" TO CASH-RPT-LINE(1:8)
           MOVE WS-CURR-FLOAT TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO CASH-RPT-LINE(20:14)
           MOVE "EXPECTED:" TO CASH-RPT-LINE(37:9)
           MOVE WS-SESS-EXPECTED TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO CASH-RPT-LINE(50:14)
           WRITE CASH-RPT-LINE

      *>  a session still open has nothing counted to compare
           IF WS-CURR-SESSION-STATUS = "O"
           THEN
              MOVE SPACES TO CASH-RPT-LINE
              MOVE "  *** NOT CLOSED - THE DRAWER WAS NOT COUNTED"
                TO CASH-RPT-LINE
              WRITE CASH-RPT-LINE
              PERFORM RAISE-SESSION-ALERT
              EXIT SECTION
           END-IF

           COMPUTE WS-SESS-VARIANCE
                 = WS-CURR-COUNTED - WS-SESS-EXPECTED
           END-COMPUTE

           MOVE SPACES TO CASH-RPT-LINE
           MOVE "  COUNTED:" TO CASH-RPT-LINE(1:10)
           MOVE WS-CURR-COUNTED TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO CASH-RPT-LINE(20:14)
           MOVE "VARIANCE:" TO CASH-RPT-LINE(37:9)
           MOVE WS-SESS-VARIANCE TO WS-VARIANCE-EDIT
           MOVE WS-VARIANCE-EDIT TO CASH-RPT-LINE(52:12)
           IF WS-SESS-VARIANCE NOT = ZERO
           THEN
              MOVE "*** VARIANCE" TO CASH-RPT-LINE(66:12)
           END-IF
           WRITE CASH-RPT-LINE

           IF WS-SESS-VARIANCE NOT = ZERO
           THEN
              PERFORM RAISE-SESSION-ALERT
           END-IF

           .
       WRITE-SESSION-TOTAL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       RAISE-SESSION-ALERT SECTION.
      *>------------------------------------------------------------------------

      *>  the alert is what the operators' console shows; the
      *>  report gives the cash office the detail
           INITIALIZE LN-OPSALERT
           SET V-LN-OA-SEV-WARNING OF LN-OPSALERT TO TRUE
           MOVE "PGBCASH" TO LN-OA-PROGRAM

           IF WS-CURR-SESSION-STATUS = "O"
           THEN
              STRING "Cashier session "     DELIMITED BY SIZE
                     WS-CURR-SESSION-ID     DELIMITED BY SIZE
                     " of "                 DELIMITED BY SIZE
                     WS-CURR-USER-ID        DELIMITED BY SPACE
                     " not closed"          DELIMITED BY SIZE
                INTO LN-OA-TEXT
              END-STRING
           ELSE
              MOVE WS-SESS-VARIANCE TO WS-VARIANCE-EDIT
              STRING "Cashier session "     DELIMITED BY SIZE
                     WS-CURR-SESSION-ID     DELIMITED BY SIZE
                     " of "                 DELIMITED BY SIZE
                     WS-CURR-USER-ID        DELIMITED BY SPACE
                     " closed with variance " DELIMITED BY SIZE
                     WS-VARIANCE-EDIT       DELIMITED BY SIZE
                INTO LN-OA-TEXT
              END-STRING
           END-IF

           CALL "PGOPSALT" USING LN-OPSALERT END-CALL

           ADD 1 TO WS-FLAG-COUNT

           .
       RAISE-SESSION-ALERT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REPORT-TOTAL SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO CASH-RPT-LINE
           WRITE CASH-RPT-LINE

           MOVE SPACES TO CASH-RPT-LINE
           MOVE "TOTAL SESSIONS:" TO CASH-RPT-LINE(1:15)
           MOVE WS-SESSION-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO CASH-RPT-LINE(31:11)
           WRITE CASH-RPT-LINE

           MOVE SPACES TO CASH-RPT-LINE
           MOVE "TOTAL PAYMENTS:" TO CASH-RPT-LINE(1:15)
           MOVE WS-PAYMENT-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO CASH-RPT-LINE(31:11)
           WRITE CASH-RPT-LINE

           MOVE SPACES TO CASH-RPT-LINE
           MOVE "TOTAL CASH TAKEN:" TO CASH-RPT-LINE(1:17)
           MOVE WS-TOTAL-CASH TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO CASH-RPT-LINE(28:14)
           WRITE CASH-RPT-LINE

           MOVE SPACES TO CASH-RPT-LINE
           MOVE "TOTAL CARD TAKEN:" TO CASH-RPT-LINE(1:17)
           MOVE WS-TOTAL-CARD TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO CASH-RPT-LINE(28:14)
           WRITE CASH-RPT-LINE

           MOVE SPACES TO CASH-RPT-LINE
           MOVE "SESSIONS FLAGGED:" TO CASH-RPT-LINE(1:17)
           MOVE WS-FLAG-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO CASH-RPT-LINE(31:11)
           WRITE CASH-RPT-LINE

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
       SQL-DECLARE-CURSOR-SESSIONS SECTION.
      *>------------------------------------------------------------------------

      *>  the sessions opened on the business date and any older
      *>  one still open, each with its cash and card payments in
      *>  receipt order
OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_SESSIONS CURSOR FOR
OCESQL*        SELECT    S.SESSION_ID
OCESQL*                , S.USER_ID
OCESQL*                , COALESCE(S.TERMINAL_ID,' ')
OCESQL*                , TO_CHAR(S.OPEN_TIMESTAMP,'YYYY-MM-DD HH24:MI')
OCESQL*                , COALESCE(TO_CHAR(S.CLOSE_TIMESTAMP
OCESQL*                                  ,'YYYY-MM-DD HH24:MI'),' ')
OCESQL*                , S.SESSION_STATUS
OCESQL*                , S.FLOAT_AMOUNT
OCESQL*                , COALESCE(S.COUNTED_AMOUNT,0)
OCESQL*                , COALESCE(F.RECEIPT_NR,0)
OCESQL*                , COALESCE(TO_CHAR(F.ENTRY_TIMESTAMP
OCESQL*                                  ,'HH24:MI'),' ')
OCESQL*                , COALESCE(F.BORROWER_ID,0)
OCESQL*                , COALESCE(F.PAY_METHOD,' ')
OCESQL*                , COALESCE(F.AMOUNT,0)
OCESQL*        FROM      CASHIER_SESSION S
OCESQL*        LEFT JOIN FINE            F
OCESQL*               ON F.SESSION_ID = S.SESSION_ID
OCESQL*              AND F.ENTRY_TYPE = 'P'
OCESQL*              AND F.PAY_METHOD IN ('C','K')
OCESQL*        WHERE     CAST(S.OPEN_TIMESTAMP AS DATE)
OCESQL*                = CAST(:HV-BUS-DATE AS DATE)
OCESQL*        OR       (S.SESSION_STATUS = 'O'
OCESQL*        AND       CAST(S.OPEN_TIMESTAMP AS DATE)
OCESQL*               <= CAST(:HV-BUS-DATE AS DATE))
OCESQL*        ORDER BY  S.SESSION_ID ASC
OCESQL*                , F.RECEIPT_NR ASC
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
OCESQL          BY REFERENCE "PGBCASH_CURSOR_SESSIONS" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-SESSIONS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-SESSIONS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_SESSIONS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBCASH_CURSOR_SESSIONS" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-OPEN-CURSOR-SESSIONS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-SESSIONS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_SESSIONS
OCESQL*        INTO    :HV-SESSION-ID
OCESQL*              , :HV-USER-ID
OCESQL*              , :HV-TERMINAL-ID
OCESQL*              , :HV-OPENED
OCESQL*              , :HV-CLOSED
OCESQL*              , :HV-SESSION-STATUS
OCESQL*              , :HV-FLOAT-AMOUNT
OCESQL*              , :HV-COUNTED-AMOUNT
OCESQL*              , :HV-RECEIPT-NR
OCESQL*              , :HV-PAY-TIME
OCESQL*              , :HV-BORROWER-ID
OCESQL*              , :HV-PAY-METHOD
OCESQL*              , :HV-AMOUNT
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SESSION-ID
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
OCESQL          BY VALUE 16
OCESQL          BY VALUE 16
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-OPENED
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 16
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CLOSED
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SESSION-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-FLOAT-AMOUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-COUNTED-AMOUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RECEIPT-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PAY-TIME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PAY-METHOD
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-AMOUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBCASH_CURSOR_SESSIONS" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-FETCH-CURSOR-SESSIONS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-SESSIONS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_SESSIONS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBCASH_CURSOR_SESSIONS" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-CLOSE-CURSOR-SESSIONS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       JOBLOG-RUN-START SECTION.
      *>------------------------------------------------------------------------

      *>  record the run in JOB_RUN; a failure to log never stops
      *>  the job itself
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBCASH" TO LN-JL-PROGRAM
           MOVE HV-BUS-DATE TO LN-JL-BUS-DATE

           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-START-EX.
          EXIT.

      *>------------------------------------------------------------------------
       JOBLOG-RUN-END SECTION.
      *>------------------------------------------------------------------------

      *>  close the JOB_RUN row off with the final counts - the
      *>  payments listed as read, the session alerts as inserted;
      *>  the caller set the status (C or E) before performing this
           SET V-LN-JL-FNC-END OF LN-JOBLOG TO TRUE
           MOVE WS-PAYMENT-COUNT TO LN-JL-READ-COUNT
           MOVE WS-FLAG-COUNT    TO LN-JL-INSERT-COUNT
           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-END-EX.
          EXIT.

       END PROGRAM PGBCASH.
