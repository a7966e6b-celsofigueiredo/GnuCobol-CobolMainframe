      *>************************************************************************
      *>  This file is part of DBsample.
      *>
      *>  PGBGATE.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  PGBGATE.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with PGBGATE.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      PGBGATE.cob
      *>
      *> Purpose:      Nightly courtesy messages through the council's
      *>               e-mail/SMS gateway. Writes the gateway's fixed-
      *>               format outbound file, one message per borrower
      *>               and kind of event:
      *>                 D  due soon     open loans due back within
      *>                                 the next GATEDAYS business
      *>                                 days (PGBDCAL calendar)
      *>                 H  hold ready   holds on the hold shelf
      *>                                 waiting to be collected
      *>                 O  overdue      the first overdue notice
      *>                                 (LOAN_NOTICE level 1)
      *>               Only borrowers whose CONTACT_CHANNEL is E
      *>               (e-mail) or S (SMS to the phone) and whose
      *>               address for it is on record and has not
      *>               bounced are messaged; everybody else keeps
      *>               getting PGBNOTIC's letters, which leave the
      *>               first notice of a messaged borrower to this run.
      *>
      *>               Every item sent is logged in BORROWER_MESSAGE
      *>               under the gateway reference of its message (a
      *>               first overdue notice in LOAN_NOTICE as well), so
      *>               no borrower is messaged twice for one event: a
      *>               due-soon loan again only once it is renewed to a
      *>               new due date, a hold once, an overdue loan once.
      *>
      *>               Before the messages the gateway's bounce file
      *>               of the last run is read back, and each bounced
      *>               e-mail address or phone number still on the
      *>               borrower's record is flagged there (EMAIL_BOUNCED
      *>               / PHONE_BOUNCED), so the borrower drops back to
      *>               the post until the desk corrects it. The flags
      *>               are committed on their own; the messages and
      *>               their log rows are one unit of work, rolled back
      *>               together when the run fails.
      *>
      *> Author:       Celso
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Usage:        GATEOUT names the outbound gateway file, GATEBNC
      *>               the gateway's bounce file (a run without one
      *>               simply has nothing to flag) and GATERPT the run
      *>               report. GATEDAYS gives the business days ahead a
      *>               due date counts as due soon (blank or zero falls
      *>               back to 2). Run as:
      *>                  GATEOUT=/path/to/gateway.out
      *>                  GATEBNC=/path/to/gateway.bounce
      *>                  GATERPT=/path/to/gateway.txt
      *>                  GATEDAYS=2
      *>                  cobcrun PGBGATE
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>            - overdue and due-soon selection, the reserve pickup
      *>              window and the report date now run from the
      *>              business processing date from PGBDCAL instead of
      *>              the machine date; it goes on the JOB_RUN row too.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBGATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GATE-OUT-FILE ASSIGN TO "GATEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT GATE-BNC-FILE ASSIGN TO "GATEBNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNC-STATUS.

           SELECT GATE-RPT-FILE ASSIGN TO "GATERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> one outbound message, in the gateway's fixed layout
       FD  GATE-OUT-FILE.
       01  GATE-OUT-RECORD.
      *>     run stamp YYYYMMDDHHMMSS and a sequence number - quoted
      *>     back by the gateway on a bounce
           05  GO-MESSAGE-REF           PIC X(20).
      *>     E e-mail, S SMS
           05  GO-CHANNEL               PIC X(01).
      *>     the e-mail address or the phone number
           05  GO-ADDRESS               PIC X(60).
           05  GO-BORROWER-ID           PIC 9(06).
           05  GO-BORROWER-NAME         PIC X(40).
      *>     D due soon, H hold ready, O overdue
           05  GO-EVENT-TYPE            PIC X(01).
           05  GO-ITEM-COUNT            PIC 9(03).
      *>     the earliest due / pickup-by date among the items
           05  GO-EVENT-DATE            PIC X(10).
           05  GO-MESSAGE-TEXT          PIC X(160).

      *> one message the gateway could not deliver
       FD  GATE-BNC-FILE.
       01  GATE-BNC-RECORD.
           05  GB-MESSAGE-REF           PIC X(20).
           05  GB-CHANNEL               PIC X(01).
           05  GB-ADDRESS               PIC X(60).
           05  GB-BORROWER-ID           PIC 9(06).
           05  GB-REASON                PIC X(40).

       FD  GATE-RPT-FILE.
       01  GATE-RPT-LINE                PIC X(150).

       WORKING-STORAGE SECTION.
      *> business days ahead for "due soon" when GATEDAYS is not set
       78 C-DEFAULT-GATE-DAYS           VALUE 2.

       01  WS-OUT-STATUS                PIC X(02).
           88  WS-OUT-OK                    VALUE "00".

       01  WS-BNC-STATUS                PIC X(02).
           88  WS-BNC-OK                    VALUE "00".
           88  WS-BNC-EOF                   VALUE "10".

       01  WS-RPT-STATUS                PIC X(02).
           88  WS-RPT-OK                    VALUE "00".

      *> set when the cursor could not be opened, a log row could
      *> not be written or a flag could not be set - the run then
      *> ends in error and the messages roll back, so the rerun
      *> sends them all afresh
       01  WS-RUN-ERROR-SW              PIC X(01) VALUE "N".
           88  WS-RUN-ERROR                 VALUE "Y".

       01  WS-BNC-EOF-SW                PIC X(01) VALUE "N".
           88  WS-BNC-END                   VALUE "Y".

      *> GATEDAYS as keyed in the environment, before validation
       01  WS-GATEDAYS-TEXT             PIC X(03).
       01  WS-GATE-DAYS                 PIC 9(03).

      *> the clock, for the run stamp of the message references
       01  WS-TODAY-TEXT                PIC X(21).

      *> the gateway reference of the message being built - the
      *> run stamp and a sequence number within the run
       01  WS-MESSAGE-REF.
           05  WS-REF-STAMP             PIC X(14).
           05  WS-REF-SEQ               PIC 9(06) VALUE ZERO.

      *> control-break state - the borrower and kind of event the
      *> current message is about, and what it will say
       01  WS-GRP-BORROWER-ID           PIC 9(06) VALUE ZERO.
       01  WS-GRP-EVENT-TYPE            PIC X(01) VALUE SPACE.
       01  WS-GRP-BORROWER-NAME         PIC X(40).
       01  WS-GRP-CHANNEL               PIC X(01).
       01  WS-GRP-ADDRESS               PIC X(60).
       01  WS-GRP-EVENT-DATE            PIC X(10).
       01  WS-GRP-TITLE                 PIC X(60).
       01  WS-GRP-ITEM-COUNT            PIC 9(03) VALUE ZERO.

      *> the item count as it reads in the message text
       01  WS-COUNT-EDIT                PIC ZZ9.
       01  WS-COUNT-LEAD                PIC 9(02) COMP.

      *> run totals, displayed in the end-of-job summary
       01  WS-LINE-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-MESSAGE-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-BNC-READ-COUNT            PIC 9(09) COMP VALUE ZERO.
       01  WS-BNC-FLAG-COUNT            PIC 9(09) COMP VALUE ZERO.
       01  WS-BNC-STALE-COUNT           PIC 9(09) COMP VALUE ZERO.
       01  WS-BNC-REJECT-COUNT          PIC 9(09) COMP VALUE ZERO.
       01  WS-TOTAL-EDIT                PIC ZZZ,ZZZ,ZZ9.

      *> one message line of the run report
       01  WS-DETAIL-LINE.
           05  WD-MESSAGE-REF           PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-CHANNEL               PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-BORROWER-ID           PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-BORROWER-NAME         PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-EVENT-TEXT            PIC X(11).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-ITEM-COUNT            PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-EVENT-DATE            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-ADDRESS               PIC X(50).

      *> one bounce line of the run report
       01  WS-BOUNCE-LINE.
           05  WB-ACTION                PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WB-MESSAGE-REF           PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WB-CHANNEL               PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WB-BORROWER-ID           PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WB-ADDRESS               PIC X(50).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WB-REASON                PIC X(40).

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
       01 HV-DUE-SOON-DATE              PIC X(10).
       01 HV-BORROWER-ID                PIC 9(06).
       01 HV-BORROWER-NAME              PIC X(40).
       01 HV-CHANNEL                    PIC X(01).
       01 HV-ADDRESS                    PIC X(60).
       01 HV-EVENT-TYPE                 PIC X(01).
       01 HV-ISBN                       PIC 9(13).
       01 HV-COPY-NR                    PIC 9(03).
       01 HV-TITLE                      PIC X(60).
       01 HV-CHECKOUT-TS                PIC X(26).
       01 HV-RES-ID                     PIC 9(09).
       01 HV-EVENT-DATE                 PIC X(10).
       01 HV-MESSAGE-REF                PIC X(20).
       01 HV-BNC-BORROWER-ID            PIC 9(06).
       01 HV-BNC-ADDRESS                PIC X(60).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(091) VALUE "UPDATE BORROWER SET EMAIL_BOUNC"
OCESQL  &  "ED = 'Y' WHERE BORROWER_ID = $1 AND RTRIM(EMAIL) = RTRIM($2"
OCESQL  &  ")".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(091) VALUE "UPDATE BORROWER SET PHONE_BOUNC"
OCESQL  &  "ED = 'Y' WHERE BORROWER_ID = $1 AND RTRIM(PHONE) = RTRIM($2"
OCESQL  &  ")".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(2042) VALUE "WITH G AS ( SELECT BORROWER_ID"
OCESQL  &  ", BORROWER_NAME, CONTACT_CHANNEL AS CHANNEL, CASE WHEN CONT"
OCESQL  &  "ACT_CHANNEL = 'E' THEN EMAIL ELSE PHONE END AS ADDRESS FROM"
OCESQL  &  " BORROWER WHERE ( CONTACT_CHANNEL = 'E' AND COALESCE(EMAIL,"
OCESQL  &  "' ') <> ' ' AND COALESCE(EMAIL_BOUNCED,'N') <> 'Y') OR ( CO"
OCESQL  &  "NTACT_CHANNEL = 'S' AND COALESCE(PHONE,' ') <> ' ' AND COAL"
OCESQL  &  "ESCE(PHONE_BOUNCED,'N') <> 'Y') ) SELECT G.BORROWER_ID, G.B"
OCESQL  &  "ORROWER_NAME, G.CHANNEL, G.ADDRESS, 'D' AS EVENT_TYPE, L.IS"
OCESQL  &  "BN, COALESCE(L.COPY_NR,0), B.TITLE, TO_CHAR(L.CHECKOUT_TIME"
OCESQL  &  "STAMP,'YYYY-MM-DD HH24:MI:SS.US'), 0, TO_CHAR(L.DUE_DATE,'Y"
OCESQL  &  "YYY-MM-DD') AS EVENT_DATE FROM G, LOAN L, BOOK B WHERE L.BO"
OCESQL  &  "RROWER_ID = G.BORROWER_ID AND B.ISBN = L.ISBN AND L.RETURN_"
OCESQL  &  "TIMESTAMP IS NULL AND L.DUE_DATE >= CAST($1 AS DATE) AND L."
OCESQL  &  "DUE_DATE <= $2 AND NOT EXISTS ( SELECT 1 FROM BORROWER_MESS"
OCESQL  &  "AGE M WHERE M.EVENT_TYPE = 'D' AND M.ISBN = L.ISBN AND M.CO"
OCESQL  &  "PY_NR = COALESCE(L.COPY_NR,0) AND M.CHECKOUT_TIMESTAMP = L."
OCESQL  &  "CHECKOUT_TIMESTAMP AND M.EVENT_DATE = L.DUE_DATE ) UNION AL"
OCESQL  &  "L SELECT G.BORROWER_ID, G.BORROWER_NAME, G.CHANNEL, G.ADDRE"
OCESQL  &  "SS, 'H', R.ISBN, R.SHELF_COPY_NR, B.TITLE, ' ', R.RES_ID, T"
OCESQL  &  "O_CHAR(R.PICKUP_DATE,'YYYY-MM-DD') FROM G, RESERVATION R, B"
OCESQL  &  "OOK B WHERE R.BORROWER_ID = G.BORROWER_ID AND B.ISBN = R.IS"
OCESQL  &  "BN AND R.SHELF_COPY_NR IS NOT NULL AND R.CANCEL_TIMESTAMP I"
OCESQL  &  "S NULL AND R.FULFIL_TIMESTAMP IS NULL AND R.PICKUP_DATE >= "
OCESQL  &  "CAST($3 AS DATE) AND NOT EXISTS ( SELECT 1 FROM BORROWER_ME"
OCESQL  &  "SSAGE M WHERE M.EVENT_TYPE = 'H' AND M.RES_ID = R.RES_ID ) "
OCESQL  &  "UNION ALL SELECT G.BORROWER_ID, G.BORROWER_NAME, G.CHANNEL,"
OCESQL  &  " G.ADDRESS, 'O', L.ISBN, COALESCE(L.COPY_NR,0), B.TITLE, TO"
OCESQL  &  "_CHAR(L.CHECKOUT_TIMESTAMP,'YYYY-MM-DD HH24:MI:SS.US'), 0, "
OCESQL  &  "TO_CHAR(L.DUE_DATE,'YYYY-MM-DD') FROM G, LOAN L, BOOK B WHE"
OCESQL  &  "RE L.BORROWER_ID = G.BORROWER_ID AND B.ISBN = L.ISBN AND L."
OCESQL  &  "RETURN_TIMESTAMP IS NULL AND L.DUE_DATE < CAST($4 AS DATE) "
OCESQL  &  "AND CAST($5 AS DATE) - L.DUE_DATE < 14 AND NOT EXISTS ( SEL"
OCESQL  &  "ECT 1 FROM LOAN_NOTICE N WHERE N.ISBN = L.ISBN AND COALESCE"
OCESQL  &  "(N.COPY_NR,0) = COALESCE(L.COPY_NR,0) AND N.CHECKOUT_TIMEST"
OCESQL  &  "AMP = L.CHECKOUT_TIMESTAMP ) ORDER BY 1 ASC, 5 ASC, 11 ASC,"
OCESQL  &  " 6 ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(266) VALUE "INSERT INTO BORROWER_MESSAGE ( "
OCESQL  &  "MESSAGE_REF, BORROWER_ID, EVENT_TYPE, ISBN, COPY_NR, CHECKO"
OCESQL  &  "UT_TIMESTAMP, RES_ID, EVENT_DATE, CHANNEL, ADDRESS, SENT_TI"
OCESQL  &  "MESTAMP ) VALUES ( $1, $2, $3, $4, $5, NULLIF($6,'')::times"
OCESQL  &  "tamp, NULLIF($7,0), $8::date, $9, $10, CURRENT_TIMESTAMP )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(163) VALUE "INSERT INTO LOAN_NOTICE ( ISBN,"
OCESQL  &  " COPY_NR, CHECKOUT_TIMESTAMP, BORROWER_ID, NOTICE_LEVEL, SE"
OCESQL  &  "NT_TIMESTAMP ) VALUES ( $1, $2, $3::timestamp, $4, 1, CURRE"
OCESQL  &  "NT_TIMESTAMP )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-PGBGATE SECTION.
      *>------------------------------------------------------------------------

           DISPLAY "PGBGATE: gateway messages starting"

           PERFORM SET-BUSINESS-DATE

           IF HV-BUS-DATE = SPACES
           THEN
              DISPLAY "PGBGATE: BUSDATE " LN-BD-DATE " is not a "
                      "valid date on or before today - run not started"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM SET-GATE-DAYS

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
           THEN
              DISPLAY "PGBGATE: connect failed - "
                      LN-MSG-1 OF LN-MOD
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM JOBLOG-RUN-START

           PERFORM SET-DUE-SOON-DATE

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

           OPEN OUTPUT GATE-RPT-FILE

           IF NOT WS-RPT-OK
           THEN
              DISPLAY "PGBGATE: unable to open GATERPT, status "
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

      *>  the bounces first, so tonight's messages already go round
      *>  an address the gateway could not reach
           PERFORM PROCESS-BOUNCE-FILE

           IF NOT WS-RUN-ERROR
           THEN
              OPEN OUTPUT GATE-OUT-FILE

              IF NOT WS-OUT-OK
              THEN
                 DISPLAY "PGBGATE: unable to open GATEOUT, status "
                         WS-OUT-STATUS
                 MOVE "Y" TO WS-RUN-ERROR-SW
              ELSE
                 PERFORM WRITE-ALL-MESSAGES
                 CLOSE GATE-OUT-FILE
              END-IF
           END-IF

           IF NOT WS-RUN-ERROR
           THEN
              PERFORM WRITE-REPORT-TOTAL
           END-IF

           CLOSE GATE-RPT-FILE

           IF WS-RUN-ERROR
           THEN
      *>        the outbound file is incomplete - take its log rows
      *>        back too, so the rerun sends every message afresh
              PERFORM SQL-ROLLBACK
              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
              PERFORM JOBLOG-RUN-END
              PERFORM DISCONNECT-DATABASE
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM SQL-COMMIT

           SET V-LN-JL-STATUS-COMPLETE OF LN-JOBLOG TO TRUE
           PERFORM JOBLOG-RUN-END

           PERFORM DISCONNECT-DATABASE

           DISPLAY "PGBGATE: bounces read      " WS-BNC-READ-COUNT
           DISPLAY "PGBGATE: addresses flagged " WS-BNC-FLAG-COUNT
           DISPLAY "PGBGATE: bounces rejected  " WS-BNC-REJECT-COUNT
           DISPLAY "PGBGATE: messages written  " WS-MESSAGE-COUNT
           DISPLAY "PGBGATE: items messaged    " WS-LINE-COUNT

           IF WS-BNC-REJECT-COUNT > ZERO
           THEN
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK

           .
       MAIN-PGBGATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-GATE-DAYS SECTION.
      *>------------------------------------------------------------------------

      *>  the look-ahead comes from the environment so the scheduler
      *>  can vary it without a recompile; anything not a positive
      *>  number falls back to the default
           MOVE SPACES TO WS-GATEDAYS-TEXT
           ACCEPT WS-GATEDAYS-TEXT FROM ENVIRONMENT "GATEDAYS"

           COMPUTE WS-GATE-DAYS
                 = FUNCTION NUMVAL(WS-GATEDAYS-TEXT)
           END-COMPUTE

           IF WS-GATE-DAYS = ZERO
           THEN
              MOVE C-DEFAULT-GATE-DAYS TO WS-GATE-DAYS
           END-IF

           DISPLAY "PGBGATE: loans due within "
                   WS-GATE-DAYS " business day(s) count as due soon"

           .
       SET-GATE-DAYS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-DUE-SOON-DATE SECTION.
      *>------------------------------------------------------------------------

      *>  a loan is due soon when it falls due between the business
      *>  date and WS-GATE-DAYS business days ahead; the run stamp
      *>  of the message references is taken at the same time
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TEXT

           MOVE WS-TODAY-TEXT(1:14) TO WS-REF-STAMP

           INITIALIZE LN-BDCAL
           SET V-LN-BD-FNC-ADD-DAYS OF LN-BDCAL TO TRUE
           MOVE HV-BUS-DATE    TO LN-BD-DATE
           MOVE WS-GATE-DAYS   TO LN-BD-DAYS

           CALL "PGBDCAL" USING LN-BDCAL END-CALL

           IF LN-BD-RC OF LN-BDCAL NOT = 0
           THEN
              DISPLAY "PGBGATE: the due-soon date could not be "
                      "worked out from the business-day calendar"
              MOVE "Y" TO WS-RUN-ERROR-SW
              EXIT SECTION
           END-IF

           MOVE LN-BD-RESULT-DATE OF LN-BDCAL TO HV-DUE-SOON-DATE

           .
       SET-DUE-SOON-DATE-EX.
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
              DISPLAY "PGBGATE: business date " HV-BUS-DATE
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

           MOVE SPACES TO GATE-RPT-LINE
           MOVE "GATEWAY MESSAGES " TO GATE-RPT-LINE(1:17)
           MOVE HV-BUS-DATE TO GATE-RPT-LINE(18:10)
           MOVE " - DUE SOON UP TO " TO GATE-RPT-LINE(28:18)
           MOVE HV-DUE-SOON-DATE TO GATE-RPT-LINE(46:10)
           WRITE GATE-RPT-LINE

           MOVE SPACES TO GATE-RPT-LINE
           WRITE GATE-RPT-LINE

           .
       WRITE-REPORT-HEADING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PROCESS-BOUNCE-FILE SECTION.
      *>------------------------------------------------------------------------

      *>  no bounce file means the gateway had nothing to hand back
           OPEN INPUT GATE-BNC-FILE

           IF NOT WS-BNC-OK
           THEN
              DISPLAY "PGBGATE: no bounce file to read, status "
                      WS-BNC-STATUS
              EXIT SECTION
           END-IF

           MOVE SPACES TO GATE-RPT-LINE
           MOVE "BOUNCES" TO GATE-RPT-LINE(1:7)
           MOVE "REF" TO GATE-RPT-LINE(15:3)
           MOVE "CH" TO GATE-RPT-LINE(37:2)
           MOVE "BORR." TO GATE-RPT-LINE(40:5)
           MOVE "ADDRESS" TO GATE-RPT-LINE(48:7)
           MOVE "REASON" TO GATE-RPT-LINE(100:6)
           WRITE GATE-RPT-LINE

           PERFORM READ-BOUNCE-RECORD

           PERFORM PROCESS-ONE-BOUNCE
             UNTIL WS-BNC-END
                OR WS-RUN-ERROR

           CLOSE GATE-BNC-FILE

           IF WS-RUN-ERROR
           THEN
              EXIT SECTION
           END-IF

      *>  the flags stand whatever happens to the messages below
           PERFORM SQL-COMMIT

           IF NOT SQL-STATUS-OK
           THEN
              DISPLAY "PGBGATE: could not commit the bounce flags, "
                      "SQLCODE " WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
              EXIT SECTION
           END-IF

           MOVE SPACES TO GATE-RPT-LINE
           WRITE GATE-RPT-LINE

           .
       PROCESS-BOUNCE-FILE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       READ-BOUNCE-RECORD SECTION.
      *>------------------------------------------------------------------------

           READ GATE-BNC-FILE
             AT END
                MOVE "Y" TO WS-BNC-EOF-SW
           END-READ

           IF NOT WS-BNC-END
           THEN
              ADD 1 TO WS-BNC-READ-COUNT
           END-IF

           .
       READ-BOUNCE-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PROCESS-ONE-BOUNCE SECTION.
      *>------------------------------------------------------------------------

           INITIALIZE WS-BOUNCE-LINE
           MOVE GB-MESSAGE-REF            TO WB-MESSAGE-REF
           MOVE GB-CHANNEL                TO WB-CHANNEL
           MOVE GB-BORROWER-ID            TO WB-BORROWER-ID
           MOVE GB-ADDRESS                TO WB-ADDRESS
           MOVE GB-REASON                 TO WB-REASON

      *>  a bounce names the borrower and the address it went to;
      *>  the flag is only set while that address is still the one
      *>  on record - one the desk has corrected since stays clean
           IF  GB-BORROWER-ID IS NUMERIC
           AND GB-ADDRESS NOT = SPACES
           AND (GB-CHANNEL = "E" OR GB-CHANNEL = "S")
           THEN
              MOVE GB-BORROWER-ID TO HV-BNC-BORROWER-ID
              MOVE GB-ADDRESS     TO HV-BNC-ADDRESS

              IF GB-CHANNEL = "E"
              THEN
                 PERFORM SQL-UPDATE-EMAIL-BOUNCED
              ELSE
                 PERFORM SQL-UPDATE-PHONE-BOUNCED
              END-IF

              EVALUATE TRUE
              WHEN     SQL-STATUS-OK
                 MOVE "FLAGGED"      TO WB-ACTION
                 ADD 1 TO WS-BNC-FLAG-COUNT
              WHEN     SQL-STATUS-NOT-FOUND
                 MOVE "NOT ON FILE"  TO WB-ACTION
                 ADD 1 TO WS-BNC-STALE-COUNT
              WHEN     OTHER
                 DISPLAY "PGBGATE: could not flag a bounced address, "
                         "SQLCODE " WS-SQL-STATUS
                 MOVE "Y" TO WS-RUN-ERROR-SW
                 EXIT SECTION
              END-EVALUATE
           ELSE
              MOVE "REJECTED"        TO WB-ACTION
              ADD 1 TO WS-BNC-REJECT-COUNT
           END-IF

           MOVE WS-BOUNCE-LINE TO GATE-RPT-LINE
           WRITE GATE-RPT-LINE

           PERFORM READ-BOUNCE-RECORD

           .
       PROCESS-ONE-BOUNCE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-ALL-MESSAGES SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO GATE-RPT-LINE
           MOVE "MESSAGE REF" TO GATE-RPT-LINE(1:11)
           MOVE "CH" TO GATE-RPT-LINE(23:2)
           MOVE "BORR." TO GATE-RPT-LINE(26:5)
           MOVE "NAME" TO GATE-RPT-LINE(34:4)
           MOVE "EVENT" TO GATE-RPT-LINE(66:5)
           MOVE "NR" TO GATE-RPT-LINE(80:2)
           MOVE "DATE" TO GATE-RPT-LINE(84:4)
           MOVE "ADDRESS" TO GATE-RPT-LINE(96:7)
           WRITE GATE-RPT-LINE

           PERFORM SQL-DECLARE-CURSOR-GATE
           PERFORM SQL-OPEN-CURSOR-GATE

           IF NOT SQL-STATUS-OK
           THEN
              DISPLAY "PGBGATE: could not open the message cursor, "
                      "SQLCODE " WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
              EXIT SECTION
           END-IF

           PERFORM SQL-FETCH-CURSOR-GATE
           PERFORM PROCESS-ONE-EVENT
             UNTIL NOT SQL-STATUS-OK
                OR WS-RUN-ERROR
           PERFORM SQL-CLOSE-CURSOR-GATE

           IF  WS-GRP-BORROWER-ID NOT = ZERO
           AND NOT WS-RUN-ERROR
           THEN
              PERFORM WRITE-GATEWAY-MESSAGE
           END-IF

           .
       WRITE-ALL-MESSAGES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PROCESS-ONE-EVENT SECTION.
      *>------------------------------------------------------------------------

      *>  control break on borrower and kind of event - the cursor
      *>  already delivers one borrower's items of a kind together
           IF HV-BORROWER-ID NOT = WS-GRP-BORROWER-ID
           OR HV-EVENT-TYPE  NOT = WS-GRP-EVENT-TYPE
           THEN
              IF WS-GRP-BORROWER-ID NOT = ZERO
              THEN
                 PERFORM WRITE-GATEWAY-MESSAGE
                 IF WS-RUN-ERROR
                 THEN
                    EXIT SECTION
                 END-IF
              END-IF
              PERFORM START-MESSAGE-GROUP
           END-IF

           ADD 1 TO WS-GRP-ITEM-COUNT
           ADD 1 TO WS-LINE-COUNT

      *>  the log row is what stops the same event being messaged
      *>  again tomorrow; a failure here must stop the run
           MOVE WS-MESSAGE-REF TO HV-MESSAGE-REF

           PERFORM SQL-INSERT-BORR-MESSAGE

           IF NOT SQL-STATUS-OK
           THEN
              DISPLAY "PGBGATE: could not log the message, "
                      "SQLCODE " WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
              EXIT SECTION
           END-IF

      *>  a first overdue notice sent here is the level-1 notice
      *>  PGBNOTIC escalates from
           IF HV-EVENT-TYPE = "O"
           THEN
              PERFORM SQL-INSERT-LOAN-NOTICE

              IF NOT SQL-STATUS-OK
              THEN
                 DISPLAY "PGBGATE: could not record the notice, "
                         "SQLCODE " WS-SQL-STATUS
                 MOVE "Y" TO WS-RUN-ERROR-SW
                 EXIT SECTION
              END-IF
           END-IF

           PERFORM SQL-FETCH-CURSOR-GATE

           .
       PROCESS-ONE-EVENT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       START-MESSAGE-GROUP SECTION.
      *>------------------------------------------------------------------------

      *>  the first item of a message names its date and title - the
      *>  cursor delivers the earliest date first
           MOVE HV-BORROWER-ID            TO WS-GRP-BORROWER-ID
           MOVE HV-EVENT-TYPE             TO WS-GRP-EVENT-TYPE
           MOVE HV-BORROWER-NAME          TO WS-GRP-BORROWER-NAME
           MOVE HV-CHANNEL                TO WS-GRP-CHANNEL
           MOVE HV-ADDRESS                TO WS-GRP-ADDRESS
           MOVE HV-EVENT-DATE             TO WS-GRP-EVENT-DATE
           MOVE HV-TITLE                  TO WS-GRP-TITLE
           MOVE ZERO                      TO WS-GRP-ITEM-COUNT

           ADD 1 TO WS-REF-SEQ

           .
       START-MESSAGE-GROUP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-GATEWAY-MESSAGE SECTION.
      *>------------------------------------------------------------------------

           MOVE WS-GRP-ITEM-COUNT TO WS-COUNT-EDIT
           MOVE ZERO TO WS-COUNT-LEAD
           INSPECT WS-COUNT-EDIT TALLYING WS-COUNT-LEAD
             FOR LEADING SPACE

           INITIALIZE GATE-OUT-RECORD
           MOVE WS-MESSAGE-REF            TO GO-MESSAGE-REF
           MOVE WS-GRP-CHANNEL            TO GO-CHANNEL
           MOVE WS-GRP-ADDRESS            TO GO-ADDRESS
           MOVE WS-GRP-BORROWER-ID        TO GO-BORROWER-ID
           MOVE WS-GRP-BORROWER-NAME      TO GO-BORROWER-NAME
           MOVE WS-GRP-EVENT-TYPE         TO GO-EVENT-TYPE
           MOVE WS-GRP-ITEM-COUNT         TO GO-ITEM-COUNT
           MOVE WS-GRP-EVENT-DATE         TO GO-EVENT-DATE

      *>  the text must stand on its own in an SMS, so the count and
      *>  date come first and the title of the first item last
           EVALUATE WS-GRP-EVENT-TYPE
           WHEN "D"
              STRING "Library reminder: "
                     WS-COUNT-EDIT(WS-COUNT-LEAD + 1:)
                     " item(s) due back soon, the first on "
                     WS-GRP-EVENT-DATE
                     ". Renew or return in time to avoid a fine: "
                     WS-GRP-TITLE
                DELIMITED BY SIZE INTO GO-MESSAGE-TEXT
              END-STRING
           WHEN "H"
              STRING "Library: "
                     WS-COUNT-EDIT(WS-COUNT-LEAD + 1:)
                     " reserved item(s) ready for you to collect by "
                     WS-GRP-EVENT-DATE
                     ": "
                     WS-GRP-TITLE
                DELIMITED BY SIZE INTO GO-MESSAGE-TEXT
              END-STRING
           WHEN OTHER
              STRING "Library: "
                     WS-COUNT-EDIT(WS-COUNT-LEAD + 1:)
                     " item(s) overdue since "
                     WS-GRP-EVENT-DATE
                     ". Please return them, a fine is accruing: "
                     WS-GRP-TITLE
                DELIMITED BY SIZE INTO GO-MESSAGE-TEXT
              END-STRING
           END-EVALUATE

           WRITE GATE-OUT-RECORD

           IF NOT WS-OUT-OK
           THEN
              DISPLAY "PGBGATE: could not write GATEOUT, status "
                      WS-OUT-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
              EXIT SECTION
           END-IF

           ADD 1 TO WS-MESSAGE-COUNT

           INITIALIZE WS-DETAIL-LINE
           MOVE WS-MESSAGE-REF            TO WD-MESSAGE-REF
           MOVE WS-GRP-CHANNEL            TO WD-CHANNEL
           MOVE WS-GRP-BORROWER-ID        TO WD-BORROWER-ID
           MOVE WS-GRP-BORROWER-NAME      TO WD-BORROWER-NAME
           MOVE WS-GRP-ITEM-COUNT         TO WD-ITEM-COUNT
           MOVE WS-GRP-EVENT-DATE         TO WD-EVENT-DATE
           MOVE WS-GRP-ADDRESS            TO WD-ADDRESS

           EVALUATE WS-GRP-EVENT-TYPE
           WHEN "D"
              MOVE "DUE SOON"    TO WD-EVENT-TEXT
           WHEN "H"
              MOVE "HOLD READY"  TO WD-EVENT-TEXT
           WHEN OTHER
              MOVE "OVERDUE"     TO WD-EVENT-TEXT
           END-EVALUATE

           MOVE WS-DETAIL-LINE TO GATE-RPT-LINE
           WRITE GATE-RPT-LINE

           .
       WRITE-GATEWAY-MESSAGE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REPORT-TOTAL SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO GATE-RPT-LINE
           WRITE GATE-RPT-LINE

           MOVE SPACES TO GATE-RPT-LINE
           MOVE "TOTAL MESSAGES WRITTEN:" TO GATE-RPT-LINE(1:23)
           MOVE WS-MESSAGE-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO GATE-RPT-LINE(27:11)
           WRITE GATE-RPT-LINE

           MOVE SPACES TO GATE-RPT-LINE
           MOVE "TOTAL ITEMS MESSAGED:" TO GATE-RPT-LINE(1:21)
           MOVE WS-LINE-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO GATE-RPT-LINE(27:11)
           WRITE GATE-RPT-LINE

           MOVE SPACES TO GATE-RPT-LINE
           MOVE "BOUNCES FLAGGED:" TO GATE-RPT-LINE(1:16)
           MOVE WS-BNC-FLAG-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO GATE-RPT-LINE(27:11)
           WRITE GATE-RPT-LINE

           MOVE SPACES TO GATE-RPT-LINE
           MOVE "BOUNCES NOT ON FILE:" TO GATE-RPT-LINE(1:20)
           MOVE WS-BNC-STALE-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO GATE-RPT-LINE(27:11)
           WRITE GATE-RPT-LINE

           MOVE SPACES TO GATE-RPT-LINE
           MOVE "BOUNCES REJECTED:" TO GATE-RPT-LINE(1:17)
           MOVE WS-BNC-REJECT-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO GATE-RPT-LINE(27:11)
           WRITE GATE-RPT-LINE

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
       SQL-ROLLBACK SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        ROLLBACK
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ROLLBACK" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-ROLLBACK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-EMAIL-BOUNCED SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE BORROWER
OCESQL*        SET       EMAIL_BOUNCED
OCESQL*               =  'Y'
OCESQL*        WHERE  BORROWER_ID  = :HV-BNC-BORROWER-ID
OCESQL*        AND    RTRIM(EMAIL) = RTRIM(:HV-BNC-ADDRESS)
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BNC-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BNC-ADDRESS
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-UPDATE-EMAIL-BOUNCED-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-PHONE-BOUNCED SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE BORROWER
OCESQL*        SET       PHONE_BOUNCED
OCESQL*               =  'Y'
OCESQL*        WHERE  BORROWER_ID  = :HV-BNC-BORROWER-ID
OCESQL*        AND    RTRIM(PHONE) = RTRIM(:HV-BNC-ADDRESS)
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BNC-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BNC-ADDRESS
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0002
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-UPDATE-PHONE-BOUNCED-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-DECLARE-CURSOR-GATE SECTION.
      *>------------------------------------------------------------------------

      *>  G holds the borrowers who can be messaged at all; the three
      *>  branches are the three kinds of event, each left out once
      *>  its log row exists
OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_GATE CURSOR FOR
OCESQL*        WITH      G AS
OCESQL*                ( SELECT BORROWER_ID
OCESQL*                       , BORROWER_NAME
OCESQL*                       , CONTACT_CHANNEL AS CHANNEL
OCESQL*                       , CASE WHEN CONTACT_CHANNEL = 'E'
OCESQL*                              THEN EMAIL
OCESQL*                              ELSE PHONE END AS ADDRESS
OCESQL*                  FROM   BORROWER
OCESQL*                  WHERE  (    CONTACT_CHANNEL = 'E'
OCESQL*                          AND COALESCE(EMAIL,' ') <> ' '
OCESQL*                          AND COALESCE(EMAIL_BOUNCED,'N') <> 'Y')
OCESQL*                  OR     (    CONTACT_CHANNEL = 'S'
OCESQL*                          AND COALESCE(PHONE,' ') <> ' '
OCESQL*                          AND COALESCE(PHONE_BOUNCED,'N') <> 'Y')
OCESQL*                )
OCESQL*        SELECT    G.BORROWER_ID
OCESQL*                , G.BORROWER_NAME
OCESQL*                , G.CHANNEL
OCESQL*                , G.ADDRESS
OCESQL*                , 'D' AS EVENT_TYPE
OCESQL*                , L.ISBN
OCESQL*                , COALESCE(L.COPY_NR,0)
OCESQL*                , B.TITLE
OCESQL*                , TO_CHAR(L.CHECKOUT_TIMESTAMP,
OCESQL*                          'YYYY-MM-DD HH24:MI:SS.US')
OCESQL*                , 0
OCESQL*                , TO_CHAR(L.DUE_DATE,'YYYY-MM-DD') AS EVENT_DATE
OCESQL*        FROM      G
OCESQL*                , LOAN L
OCESQL*                , BOOK B
OCESQL*        WHERE     L.BORROWER_ID      = G.BORROWER_ID
OCESQL*        AND       B.ISBN             = L.ISBN
OCESQL*        AND       L.RETURN_TIMESTAMP IS NULL
OCESQL*        AND       L.DUE_DATE        >= CAST(:HV-BUS-DATE AS DATE)
OCESQL*        AND       L.DUE_DATE        <= :HV-DUE-SOON-DATE
OCESQL*        AND       NOT EXISTS
OCESQL*                ( SELECT 1
OCESQL*                  FROM   BORROWER_MESSAGE M
OCESQL*                  WHERE  M.EVENT_TYPE = 'D'
OCESQL*                  AND    M.ISBN       = L.ISBN
OCESQL*                  AND    M.COPY_NR    = COALESCE(L.COPY_NR,0)
OCESQL*                  AND    M.CHECKOUT_TIMESTAMP
OCESQL*                       = L.CHECKOUT_TIMESTAMP
OCESQL*                  AND    M.EVENT_DATE = L.DUE_DATE )
OCESQL*        UNION ALL
OCESQL*        SELECT    G.BORROWER_ID
OCESQL*                , G.BORROWER_NAME
OCESQL*                , G.CHANNEL
OCESQL*                , G.ADDRESS
OCESQL*                , 'H'
OCESQL*                , R.ISBN
OCESQL*                , R.SHELF_COPY_NR
OCESQL*                , B.TITLE
OCESQL*                , ' '
OCESQL*                , R.RES_ID
OCESQL*                , TO_CHAR(R.PICKUP_DATE,'YYYY-MM-DD')
OCESQL*        FROM      G
OCESQL*                , RESERVATION R
OCESQL*                , BOOK B
OCESQL*        WHERE     R.BORROWER_ID      = G.BORROWER_ID
OCESQL*        AND       B.ISBN             = R.ISBN
OCESQL*        AND       R.SHELF_COPY_NR    IS NOT NULL
OCESQL*        AND       R.CANCEL_TIMESTAMP IS NULL
OCESQL*        AND       R.FULFIL_TIMESTAMP IS NULL
OCESQL*        AND       R.PICKUP_DATE     >= CAST(:HV-BUS-DATE AS DATE)
OCESQL*        AND       NOT EXISTS
OCESQL*                ( SELECT 1
OCESQL*                  FROM   BORROWER_MESSAGE M
OCESQL*                  WHERE  M.EVENT_TYPE = 'H'
OCESQL*                  AND    M.RES_ID     = R.RES_ID )
OCESQL*        UNION ALL
OCESQL*        SELECT    G.BORROWER_ID
OCESQL*                , G.BORROWER_NAME
OCESQL*                , G.CHANNEL
OCESQL*                , G.ADDRESS
OCESQL*                , 'O'
OCESQL*                , L.ISBN
OCESQL*                , COALESCE(L.COPY_NR,0)
OCESQL*                , B.TITLE
OCESQL*                , TO_CHAR(L.CHECKOUT_TIMESTAMP,
OCESQL*                          'YYYY-MM-DD HH24:MI:SS.US')
OCESQL*                , 0
OCESQL*                , TO_CHAR(L.DUE_DATE,'YYYY-MM-DD')
OCESQL*        FROM      G
OCESQL*                , LOAN L
OCESQL*                , BOOK B
OCESQL*        WHERE     L.BORROWER_ID      = G.BORROWER_ID
OCESQL*        AND       B.ISBN             = L.ISBN
OCESQL*        AND       L.RETURN_TIMESTAMP IS NULL
OCESQL*        AND       L.DUE_DATE         < CAST(:HV-BUS-DATE AS DATE)
OCESQL*        AND       CAST(:HV-BUS-DATE AS DATE) - L.DUE_DATE < 14
OCESQL*        AND       NOT EXISTS
OCESQL*                ( SELECT 1
OCESQL*                  FROM   LOAN_NOTICE N
OCESQL*                  WHERE  N.ISBN = L.ISBN
OCESQL*                  AND    COALESCE(N.COPY_NR,0)
OCESQL*                       = COALESCE(L.COPY_NR,0)
OCESQL*                  AND    N.CHECKOUT_TIMESTAMP
OCESQL*                       = L.CHECKOUT_TIMESTAMP )
OCESQL*        ORDER BY  1 ASC
OCESQL*                , 5 ASC
OCESQL*                , 11 ASC
OCESQL*                , 6 ASC
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
OCESQL          BY REFERENCE HV-DUE-SOON-DATE
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
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBGATE_CURSOR_GATE" & x"00"
OCESQL          BY REFERENCE SQ0003
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-GATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-GATE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_GATE
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBGATE_CURSOR_GATE" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-OPEN-CURSOR-GATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-GATE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_GATE
OCESQL*        INTO    :HV-BORROWER-ID
OCESQL*              , :HV-BORROWER-NAME
OCESQL*              , :HV-CHANNEL
OCESQL*              , :HV-ADDRESS
OCESQL*              , :HV-EVENT-TYPE
OCESQL*              , :HV-ISBN
OCESQL*              , :HV-COPY-NR
OCESQL*              , :HV-TITLE
OCESQL*              , :HV-CHECKOUT-TS
OCESQL*              , :HV-RES-ID
OCESQL*              , :HV-EVENT-DATE
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
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CHANNEL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ADDRESS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-EVENT-TYPE
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
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-TITLE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 26
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CHECKOUT-TS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-EVENT-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBGATE_CURSOR_GATE" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-FETCH-CURSOR-GATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-GATE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_GATE
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBGATE_CURSOR_GATE" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-CLOSE-CURSOR-GATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-INSERT-BORR-MESSAGE SECTION.
      *>------------------------------------------------------------------------

      *>  a loan event is keyed by the loan (ISBN / copy / check-out
      *>  timestamp) and its date, a hold event by its RES_ID
OCESQL*   EXEC SQL
OCESQL*        INSERT INTO BORROWER_MESSAGE
OCESQL*        (  MESSAGE_REF
OCESQL*         , BORROWER_ID
OCESQL*         , EVENT_TYPE
OCESQL*         , ISBN
OCESQL*         , COPY_NR
OCESQL*         , CHECKOUT_TIMESTAMP
OCESQL*         , RES_ID
OCESQL*         , EVENT_DATE
OCESQL*         , CHANNEL
OCESQL*         , ADDRESS
OCESQL*         , SENT_TIMESTAMP
OCESQL*        )
OCESQL*        VALUES
OCESQL*        (  :HV-MESSAGE-REF
OCESQL*         , :HV-BORROWER-ID
OCESQL*         , :HV-EVENT-TYPE
OCESQL*         , :HV-ISBN
OCESQL*         , :HV-COPY-NR
OCESQL*         , NULLIF(:HV-CHECKOUT-TS,'')::timestamp
OCESQL*         , NULLIF(:HV-RES-ID,0)
OCESQL*         , :HV-EVENT-DATE
OCESQL*         , :HV-CHANNEL
OCESQL*         , :HV-ADDRESS
OCESQL*         , CURRENT_TIMESTAMP
OCESQL*        )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-MESSAGE-REF
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-EVENT-TYPE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 26
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CHECKOUT-TS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-EVENT-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CHANNEL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ADDRESS
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0004
OCESQL          BY VALUE 10
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-INSERT-BORR-MESSAGE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-INSERT-LOAN-NOTICE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        INSERT INTO LOAN_NOTICE
OCESQL*        (  ISBN
OCESQL*         , COPY_NR
OCESQL*         , CHECKOUT_TIMESTAMP
OCESQL*         , BORROWER_ID
OCESQL*         , NOTICE_LEVEL
OCESQL*         , SENT_TIMESTAMP
OCESQL*        )
OCESQL*        VALUES
OCESQL*        (  :HV-ISBN
OCESQL*         , :HV-COPY-NR
OCESQL*         , :HV-CHECKOUT-TS
OCESQL*         , :HV-BORROWER-ID
OCESQL*         , 1
OCESQL*         , CURRENT_TIMESTAMP
OCESQL*        )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 26
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CHECKOUT-TS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0005
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-INSERT-LOAN-NOTICE-EX.
          EXIT.


      *>------------------------------------------------------------------------
       JOBLOG-RUN-START SECTION.
      *>------------------------------------------------------------------------

      *>  record the run in JOB_RUN; a failure to log never stops
      *>  the job itself
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBGATE" TO LN-JL-PROGRAM
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
           COMPUTE LN-JL-READ-COUNT
                 = WS-LINE-COUNT + WS-BNC-READ-COUNT
           END-COMPUTE
           MOVE WS-MESSAGE-COUNT    TO LN-JL-INSERT-COUNT
           MOVE WS-BNC-REJECT-COUNT TO LN-JL-REJECT-COUNT
           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-END-EX.
          EXIT.

       END PROGRAM PGBGATE.
