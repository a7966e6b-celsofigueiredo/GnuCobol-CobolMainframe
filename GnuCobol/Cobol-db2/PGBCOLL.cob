      *>************************************************************************
      *>  This file is part of DBsample.
      *>
      *>  PGBCOLL.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  PGBCOLL.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with PGBCOLL.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      PGBCOLL.cob
      *>
      *> Purpose:      Monthly collection-agency referral. A borrower
      *>               (active or barred) whose FINE ledger has carried
      *>               more than COLLMIN for more than COLLDAYS days is
      *>               handed to the council's collection agency: the
      *>               charges (entry types A and R) older than
      *>               COLLDAYS, less every payment, waiver and credit
      *>               booked to date, must still exceed COLLMIN - so
      *>               fresh charges never count towards the referral,
      *>               and a borrower who has since paid down below
      *>               the threshold is left alone.
      *>
      *>               For each borrower referred, in one unit of work:
      *>                 - a COLL_REFERRAL row (referral number, the
      *>                   amount referred and the BORROWER_STATUS held
      *>                   until now, which PGMOD8 gives back when the
      *>                   balance is cleared)
      *>                 - BORROWER_STATUS C (in collections), which
      *>                   CHECK-OUT refuses
      *>                 - a B record on the referral file with the
      *>                   contact details and balance, followed by one
      *>                   F record per FINE ledger entry
      *>               The file opens with an H record (run date and
      *>               the threshold used) and closes with a T record
      *>               carrying the control totals - borrowers, ledger
      *>               items, balance referred - that the agency
      *>               acknowledges. The COLLRPT report lists every
      *>               referral with the same control totals for the
      *>               finance office to reconcile to the agency
      *>               statement.
      *>
      *>               FINE entry types on the F records: A overdue
      *>               fine and R replacement charge (owed), P payment,
      *>               W waiver and C credit (paid off).
      *>
      *>               Each borrower is its own unit of work, so the
      *>               candidates are read one at a time past a restart
      *>               key, as PGBLOST does, rather than through a
      *>               cursor held open across the commits. A borrower
      *>               already in collections is not referred again.
      *>
      *> Author:       Celso
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Usage:        COLLREF names the referral file for the agency,
      *>               COLLRPT the control-total report. COLLMIN is the
      *>               threshold amount (blank or zero = 25.00) and
      *>               COLLDAYS the age in days (blank or zero = 90).
      *>               Run as:
      *>                  COLLREF=/path/to/referral.txt
      *>                  COLLRPT=/path/to/referral-report.txt
      *>                  COLLMIN=25.00
      *>                  COLLDAYS=90
      *>                  cobcrun PGBCOLL
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>            - aged debt now counts back from the business
      *>              processing date (PGBDCAL - the stream's BUSDATE)
      *>              instead of the machine date, and the referral file
      *>              header and report carry that date; it goes on the
      *>              JOB_RUN row too.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBCOLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLL-REF-FILE ASSIGN TO "COLLREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT COLL-RPT-FILE ASSIGN TO "COLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> the referral file for the agency - one layout per record
      *> type, amounts with two implied decimals
       FD  COLL-REF-FILE.
      *> H - header
       01  COLL-REF-HDR-RECORD.
           05  RH-REC-TYPE              PIC X(01).
           05  RH-RUN-DATE              PIC X(10).
           05  RH-MIN-AMOUNT            PIC 9(05)V9(02).
           05  RH-DAYS                  PIC 9(04).
      *> B - one borrower referred
       01  COLL-REF-BORR-RECORD.
           05  RB-REC-TYPE              PIC X(01).
           05  RB-REFERRAL-ID           PIC 9(09).
           05  RB-BORROWER-ID           PIC 9(06).
           05  RB-BORROWER-NAME         PIC X(40).
           05  RB-PHONE                 PIC X(20).
           05  RB-ADDRESS-1             PIC X(40).
           05  RB-ADDRESS-2             PIC X(40).
           05  RB-ADDRESS-3             PIC X(40).
           05  RB-POSTCODE              PIC X(10).
           05  RB-EMAIL                 PIC X(60).
           05  RB-BALANCE               PIC 9(07)V9(02).
      *> F - one FINE ledger entry of that borrower
       01  COLL-REF-FINE-RECORD.
           05  RF-REC-TYPE              PIC X(01).
           05  RF-REFERRAL-ID           PIC 9(09).
           05  RF-BORROWER-ID           PIC 9(06).
           05  RF-FINE-ID               PIC 9(09).
           05  RF-ENTRY-DATE            PIC X(10).
           05  RF-ENTRY-TYPE            PIC X(01).
           05  RF-ISBN                  PIC 9(13).
           05  RF-COPY-NR               PIC 9(03).
           05  RF-AMOUNT                PIC 9(05)V9(02).
      *> T - control totals
       01  COLL-REF-TRL-RECORD.
           05  RT-REC-TYPE              PIC X(01).
           05  RT-BORROWER-COUNT        PIC 9(07).
           05  RT-FINE-COUNT            PIC 9(07).
           05  RT-BALANCE-TOTAL         PIC 9(09)V9(02).

       FD  COLL-RPT-FILE.
       01  COLL-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *> threshold and age used when COLLMIN / COLLDAYS are not set
       78 C-DEFAULT-COLL-MIN            VALUE 25.00.
       78 C-DEFAULT-COLL-DAYS           VALUE 90.

       01  WS-REF-STATUS                PIC X(02).
           88  WS-REF-OK                    VALUE "00".

       01  WS-RPT-STATUS                PIC X(02).
           88  WS-RPT-OK                    VALUE "00".

      *> set when a candidate or its ledger could not be read, or a
      *> referral could not be committed - the run then stops and
      *> the file must not go to the agency; every referral already
      *> committed is complete, and the rerun no longer finds it
       01  WS-RUN-ERROR-SW              PIC X(01) VALUE "N".
           88  WS-RUN-ERROR                 VALUE "Y".

      *> COLLMIN / COLLDAYS as keyed in the environment
       01  WS-COLLMIN-TEXT              PIC X(10).
       01  WS-COLLDAYS-TEXT             PIC X(04).
       01  WS-COLL-MIN                  PIC 9(05)V9(02).
       01  WS-COLL-DAYS                 PIC 9(04).

      *> run totals - the control totals of the trailer and report
       01  WS-READ-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-REFER-COUNT               PIC 9(09) COMP VALUE ZERO.
       01  WS-REJECT-COUNT              PIC 9(09) COMP VALUE ZERO.
       01  WS-FINE-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-BORR-FINE-COUNT           PIC 9(09) COMP VALUE ZERO.
       01  WS-BALANCE-TOTAL             PIC 9(09)V9(02) VALUE ZERO.
       01  WS-TOTAL-EDIT                PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT               PIC ZZZ,ZZZ,ZZ9.99.

      *> one detail line of the report
       01  WS-DETAIL-LINE.
           05  WD-REFERRAL-ID           PIC Z(08)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-BORROWER-ID           PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-BORROWER-NAME         PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-PRIOR-STATUS          PIC X(01).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WD-AGED                  PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-BALANCE               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-ITEMS                 PIC ZZZ9.

      *> a borrower that could not be referred, with the reason
       01  WS-REJECT-LINE.
           05  FILLER                   PIC X(11) VALUE SPACES.
           05  WR-BORROWER-ID           PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WR-BORROWER-NAME         PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE "REJECTED: ".
           05  WR-REASON                PIC X(60).

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
       01 HV-COLL-MIN                   PIC 9(05)V9(02).
       01 HV-COLL-DAYS                  PIC 9(04).
      *> restart key - only borrowers after this number are read next
       01 HV-RESTART-ID                 PIC 9(06).
       01 HV-CANDIDATE.
         05 HV-BORROWER-ID             PIC 9(06).
         05 HV-BORROWER-NAME           PIC X(40).
         05 HV-PHONE                   PIC X(20).
         05 HV-ADDRESS-1               PIC X(40).
         05 HV-ADDRESS-2               PIC X(40).
         05 HV-ADDRESS-3               PIC X(40).
         05 HV-POSTCODE                PIC X(10).
         05 HV-EMAIL                   PIC X(60).
         05 HV-PRIOR-STATUS            PIC X(01).
         05 HV-BALANCE                 PIC 9(07)V9(02).
         05 HV-AGED-BALANCE            PIC 9(07)V9(02).
       01 HV-REFERRAL-ID                PIC 9(09).
       01 HV-REFER-USER                 PIC X(20).
       01 HV-FINE.
         05 HV-FINE-ID                 PIC 9(09).
         05 HV-FINE-DATE               PIC X(10).
         05 HV-FINE-TYPE               PIC X(01).
         05 HV-FINE-ISBN               PIC 9(13).
         05 HV-FINE-COPY-NR            PIC 9(03).
         05 HV-FINE-AMOUNT             PIC 9(05)V9(02).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(749) VALUE "SELECT W.BORROWER_ID, W.BORROWE"
OCESQL  &  "R_NAME, COALESCE(W.PHONE,' '), COALESCE(W.ADDRESS_LINE_1,' "
OCESQL  &  "'), COALESCE(W.ADDRESS_LINE_2,' '), COALESCE(W.ADDRESS_LINE"
OCESQL  &  "_3,' '), COALESCE(W.POSTCODE,' '), COALESCE(W.EMAIL,' '), C"
OCESQL  &  "OALESCE(W.BORROWER_STATUS,'A'), F.BALANCE, F.AGED_BALANCE F"
OCESQL  &  "ROM BORROWER W,(SELECT BORROWER_ID, SUM(CASE WHEN ENTRY_TYP"
OCESQL  &  "E IN ('A','R') THEN AMOUNT ELSE - AMOUNT END) AS BALANCE, S"
OCESQL  &  "UM(CASE WHEN ENTRY_TYPE IN ('A','R') AND ENTRY_TIMESTAMP < "
OCESQL  &  "CAST($1 AS DATE) - $2 THEN AMOUNT WHEN ENTRY_TYPE IN ('A','"
OCESQL  &  "R') THEN 0 ELSE - AMOUNT END) AS AGED_BALANCE FROM FINE GRO"
OCESQL  &  "UP BY BORROWER_ID) F WHERE F.BORROWER_ID = W.BORROWER_ID AN"
OCESQL  &  "D COALESCE(W.BORROWER_STATUS,'A') IN ('A','B') AND F.AGED_B"
OCESQL  &  "ALANCE > $3 AND W.BORROWER_ID > $4 ORDER BY W.BORROWER_ID A"
OCESQL  &  "SC LIMIT 1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(058) VALUE "SELECT COALESCE(MAX(REFERRAL_ID"
OCESQL  &  "),0) + 1 FROM COLL_REFERRAL".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(160) VALUE "INSERT INTO COLL_REFERRAL ( REF"
OCESQL  &  "ERRAL_ID, BORROWER_ID, PRIOR_STATUS, REFER_AMOUNT, REFER_US"
OCESQL  &  "ER, REFER_TIMESTAMP ) VALUES ( $1, $2, $3, $4, $5, CURRENT_"
OCESQL  &  "TIMESTAMP )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(064) VALUE "UPDATE BORROWER SET BORROWER_ST"
OCESQL  &  "ATUS = 'C' WHERE BORROWER_ID = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(187) VALUE "SELECT FINE_ID, TO_CHAR(ENTRY_T"
OCESQL  &  "IMESTAMP,'YYYY-MM-DD'), ENTRY_TYPE, COALESCE(ISBN,0), COALE"
OCESQL  &  "SCE(COPY_NR,0), AMOUNT FROM FINE WHERE BORROWER_ID = $1 ORD"
OCESQL  &  "ER BY ENTRY_TIMESTAMP ASC, FINE_ID ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-PGBCOLL SECTION.
      *>------------------------------------------------------------------------

           DISPLAY "PGBCOLL: collection-agency referral starting"

           PERFORM SET-BUSINESS-DATE

           IF HV-BUS-DATE = SPACES
           THEN
              DISPLAY "PGBCOLL: BUSDATE " LN-BD-DATE " is not a "
                      "valid date on or before today - run not started"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM SET-RUN-PARAMS

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
           THEN
              DISPLAY "PGBCOLL: connect failed - "
                      LN-MSG-1 OF LN-MOD
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM JOBLOG-RUN-START

           OPEN OUTPUT COLL-REF-FILE

           IF NOT WS-REF-OK
           THEN
              DISPLAY "PGBCOLL: unable to open COLLREF, status "
                      WS-REF-STATUS

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
              DISPLAY "PGBCOLL: unable to open COLLRPT, status "
                      WS-RPT-STATUS

              CLOSE COLL-REF-FILE
              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
              PERFORM JOBLOG-RUN-END
              PERFORM DISCONNECT-DATABASE
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADING

           PERFORM WRITE-HEADER-RECORD

      *>  the restart key starts before the first borrower number
           MOVE ZEROES TO HV-RESTART-ID

           PERFORM SQL-SELECT-NEXT-CANDIDATE

           PERFORM PROCESS-ONE-BORROWER
             UNTIL NOT SQL-STATUS-OK
                OR WS-RUN-ERROR

           IF  NOT WS-RUN-ERROR
           AND NOT SQL-STATUS-OK
           AND NOT SQL-STATUS-NOT-FOUND
           THEN
              DISPLAY "PGBCOLL: could not read the next borrower "
                      "to refer, SQLCODE " WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
           END-IF

           PERFORM WRITE-TRAILER-RECORD

           PERFORM WRITE-REPORT-TOTAL

           CLOSE COLL-REF-FILE
           CLOSE COLL-RPT-FILE

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

           DISPLAY "PGBCOLL: candidates read     " WS-READ-COUNT
           DISPLAY "PGBCOLL: borrowers referred  " WS-REFER-COUNT
           DISPLAY "PGBCOLL: ledger items sent   " WS-FINE-COUNT
           DISPLAY "PGBCOLL: rejected            " WS-REJECT-COUNT

           IF WS-REJECT-COUNT > 0
           THEN
              MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK

           .
       MAIN-PGBCOLL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-RUN-PARAMS SECTION.
      *>------------------------------------------------------------------------

      *>  threshold and age come from the environment so the council
      *>  can change the contract terms without a recompile; anything
      *>  not a positive number falls back to the default
           MOVE SPACES TO WS-COLLMIN-TEXT
           ACCEPT WS-COLLMIN-TEXT FROM ENVIRONMENT "COLLMIN"

           COMPUTE WS-COLL-MIN
                 = FUNCTION NUMVAL(WS-COLLMIN-TEXT)
           END-COMPUTE

           IF WS-COLL-MIN = ZERO
           THEN
              MOVE C-DEFAULT-COLL-MIN TO WS-COLL-MIN
           END-IF

           MOVE SPACES TO WS-COLLDAYS-TEXT
           ACCEPT WS-COLLDAYS-TEXT FROM ENVIRONMENT "COLLDAYS"

           COMPUTE WS-COLL-DAYS
                 = FUNCTION NUMVAL(WS-COLLDAYS-TEXT)
           END-COMPUTE

           IF WS-COLL-DAYS = ZERO
           THEN
              MOVE C-DEFAULT-COLL-DAYS TO WS-COLL-DAYS
           END-IF

           MOVE WS-COLL-MIN  TO HV-COLL-MIN
           MOVE WS-COLL-DAYS TO HV-COLL-DAYS
           MOVE "PGBCOLL"    TO HV-REFER-USER

           MOVE WS-COLL-MIN TO WS-AMOUNT-EDIT
           DISPLAY "PGBCOLL: referring balances over " WS-AMOUNT-EDIT
                   " outstanding more than " WS-COLL-DAYS " day(s)"

           .
       SET-RUN-PARAMS-EX.
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
              DISPLAY "PGBCOLL: business date " HV-BUS-DATE
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

           MOVE SPACES TO COLL-RPT-LINE
           MOVE "COLLECTION-AGENCY REFERRALS " TO COLL-RPT-LINE(1:28)
           MOVE HV-BUS-DATE TO COLL-RPT-LINE(29:10)
           MOVE " - BALANCES OVER" TO COLL-RPT-LINE(39:16)
           MOVE WS-COLL-MIN TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO COLL-RPT-LINE(55:14)
           MOVE " FOR MORE THAN" TO COLL-RPT-LINE(69:14)
           MOVE WS-COLL-DAYS TO COLL-RPT-LINE(84:4)
           MOVE " DAYS" TO COLL-RPT-LINE(88:5)
           WRITE COLL-RPT-LINE

           MOVE SPACES TO COLL-RPT-LINE
           WRITE COLL-RPT-LINE

           MOVE SPACES TO COLL-RPT-LINE
           MOVE "REFERRAL" TO COLL-RPT-LINE(2:8)
           MOVE "NR" TO COLL-RPT-LINE(12:2)
           MOVE "BORROWER NAME" TO COLL-RPT-LINE(20:13)
           MOVE "WAS" TO COLL-RPT-LINE(50:3)
           MOVE "AGED DEBT" TO COLL-RPT-LINE(59:9)
           MOVE "BALANCE" TO COLL-RPT-LINE(75:7)
           MOVE "ITEMS" TO COLL-RPT-LINE(83:5)
           WRITE COLL-RPT-LINE

           .
       WRITE-REPORT-HEADING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-HEADER-RECORD SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES        TO COLL-REF-HDR-RECORD
           MOVE "H"           TO RH-REC-TYPE
           MOVE HV-BUS-DATE   TO RH-RUN-DATE
           MOVE WS-COLL-MIN   TO RH-MIN-AMOUNT
           MOVE WS-COLL-DAYS  TO RH-DAYS

           WRITE COLL-REF-HDR-RECORD

           .
       WRITE-HEADER-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PROCESS-ONE-BORROWER SECTION.
      *>------------------------------------------------------------------------

           ADD 1 TO WS-READ-COUNT

      *>  the next read starts after this borrower, referred or not
           MOVE HV-BORROWER-ID TO HV-RESTART-ID

           PERFORM REFER-BORROWER

           IF WS-RUN-ERROR
           THEN
              EXIT SECTION
           END-IF

           PERFORM SQL-SELECT-NEXT-CANDIDATE

           .
       PROCESS-ONE-BORROWER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       REFER-BORROWER SECTION.
      *>------------------------------------------------------------------------

      *>  referral row and status C first - a borrower that cannot be
      *>  marked is rolled back and reported, and never reaches the
      *>  file
           PERFORM SQL-SELECT-NEXT-REFERRAL-ID

           IF NOT SQL-STATUS-OK
           THEN
              PERFORM SQL-ROLLBACK
              MOVE "NO REFERRAL NUMBER COULD BE ASSIGNED"
                TO WR-REASON
              PERFORM WRITE-REJECT-LINE
              EXIT SECTION
           END-IF

           PERFORM SQL-INSERT-COLL-REFERRAL

           IF NOT SQL-STATUS-OK
           THEN
              PERFORM SQL-ROLLBACK
              MOVE "THE COLL_REFERRAL ROW COULD NOT BE WRITTEN"
                TO WR-REASON
              PERFORM WRITE-REJECT-LINE
              EXIT SECTION
           END-IF

           PERFORM SQL-UPDATE-BORR-COLLECT

           IF NOT SQL-STATUS-OK
           THEN
              PERFORM SQL-ROLLBACK
              MOVE "THE BORROWER COULD NOT BE SET TO STATUS C"
                TO WR-REASON
              PERFORM WRITE-REJECT-LINE
              EXIT SECTION
           END-IF

           PERFORM WRITE-BORROWER-RECORD

      *>  then the itemised ledger, before the commit - the records
      *>  already written cannot be taken back, so a ledger that
      *>  cannot be read stops the run and the file is not sent
           MOVE ZERO TO WS-BORR-FINE-COUNT

           PERFORM SQL-DECLARE-CURSOR-COLL-FINE
           PERFORM SQL-OPEN-CURSOR-COLL-FINE

           IF NOT SQL-STATUS-OK
           THEN
              DISPLAY "PGBCOLL: could not open the ledger of "
                      HV-BORROWER-ID ", SQLCODE " WS-SQL-STATUS
              PERFORM SQL-ROLLBACK
              MOVE "Y" TO WS-RUN-ERROR-SW
              EXIT SECTION
           END-IF

           PERFORM SQL-FETCH-CURSOR-COLL-FINE
           PERFORM WRITE-ONE-FINE-RECORD UNTIL NOT SQL-STATUS-OK

           IF NOT SQL-STATUS-NOT-FOUND
           THEN
              DISPLAY "PGBCOLL: could not read the ledger of "
                      HV-BORROWER-ID ", SQLCODE " WS-SQL-STATUS
              PERFORM SQL-CLOSE-CURSOR-COLL-FINE
              PERFORM SQL-ROLLBACK
              MOVE "Y" TO WS-RUN-ERROR-SW
              EXIT SECTION
           END-IF

           PERFORM SQL-CLOSE-CURSOR-COLL-FINE

           PERFORM SQL-COMMIT

           IF NOT SQL-STATUS-OK
           THEN
              DISPLAY "PGBCOLL: commit failed for "
                      HV-BORROWER-ID ", SQLCODE " WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
              EXIT SECTION
           END-IF

           ADD 1 TO WS-REFER-COUNT
           ADD WS-BORR-FINE-COUNT TO WS-FINE-COUNT
           ADD HV-BALANCE TO WS-BALANCE-TOTAL

           PERFORM WRITE-DETAIL-LINE

           .
       REFER-BORROWER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-BORROWER-RECORD SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES           TO COLL-REF-BORR-RECORD
           MOVE "B"              TO RB-REC-TYPE
           MOVE HV-REFERRAL-ID   TO RB-REFERRAL-ID
           MOVE HV-BORROWER-ID   TO RB-BORROWER-ID
           MOVE HV-BORROWER-NAME TO RB-BORROWER-NAME
           MOVE HV-PHONE         TO RB-PHONE
           MOVE HV-ADDRESS-1     TO RB-ADDRESS-1
           MOVE HV-ADDRESS-2     TO RB-ADDRESS-2
           MOVE HV-ADDRESS-3     TO RB-ADDRESS-3
           MOVE HV-POSTCODE      TO RB-POSTCODE
           MOVE HV-EMAIL         TO RB-EMAIL
           MOVE HV-BALANCE       TO RB-BALANCE

           WRITE COLL-REF-BORR-RECORD

           .
       WRITE-BORROWER-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-ONE-FINE-RECORD SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES          TO COLL-REF-FINE-RECORD
           MOVE "F"             TO RF-REC-TYPE
           MOVE HV-REFERRAL-ID  TO RF-REFERRAL-ID
           MOVE HV-BORROWER-ID  TO RF-BORROWER-ID
           MOVE HV-FINE-ID      TO RF-FINE-ID
           MOVE HV-FINE-DATE    TO RF-ENTRY-DATE
           MOVE HV-FINE-TYPE    TO RF-ENTRY-TYPE
           MOVE HV-FINE-ISBN    TO RF-ISBN
           MOVE HV-FINE-COPY-NR TO RF-COPY-NR
           MOVE HV-FINE-AMOUNT  TO RF-AMOUNT

           WRITE COLL-REF-FINE-RECORD

           ADD 1 TO WS-BORR-FINE-COUNT

           PERFORM SQL-FETCH-CURSOR-COLL-FINE

           .
       WRITE-ONE-FINE-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-TRAILER-RECORD SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES           TO COLL-REF-TRL-RECORD
           MOVE "T"              TO RT-REC-TYPE
           MOVE WS-REFER-COUNT   TO RT-BORROWER-COUNT
           MOVE WS-FINE-COUNT    TO RT-FINE-COUNT
           MOVE WS-BALANCE-TOTAL TO RT-BALANCE-TOTAL

           WRITE COLL-REF-TRL-RECORD

           .
       WRITE-TRAILER-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-DETAIL-LINE SECTION.
      *>------------------------------------------------------------------------

           MOVE HV-REFERRAL-ID     TO WD-REFERRAL-ID
           MOVE HV-BORROWER-ID     TO WD-BORROWER-ID
           MOVE HV-BORROWER-NAME   TO WD-BORROWER-NAME
           MOVE HV-PRIOR-STATUS    TO WD-PRIOR-STATUS
           MOVE HV-AGED-BALANCE    TO WD-AGED
           MOVE HV-BALANCE         TO WD-BALANCE
           MOVE WS-BORR-FINE-COUNT TO WD-ITEMS

           MOVE WS-DETAIL-LINE TO COLL-RPT-LINE
           WRITE COLL-RPT-LINE

           .
       WRITE-DETAIL-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REJECT-LINE SECTION.
      *>------------------------------------------------------------------------

      *>  WR-REASON is set by the caller
           MOVE HV-BORROWER-ID   TO WR-BORROWER-ID
           MOVE HV-BORROWER-NAME TO WR-BORROWER-NAME

           MOVE WS-REJECT-LINE TO COLL-RPT-LINE
           WRITE COLL-RPT-LINE

           DISPLAY "PGBCOLL: borrower " HV-BORROWER-ID
                   " not referred - " WR-REASON

           ADD 1 TO WS-REJECT-COUNT

           .
       WRITE-REJECT-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REPORT-TOTAL SECTION.
      *>------------------------------------------------------------------------

      *>  the control totals, equal to the referral file's trailer
           MOVE SPACES TO COLL-RPT-LINE
           WRITE COLL-RPT-LINE

           MOVE SPACES TO COLL-RPT-LINE
           MOVE "CONTROL TOTALS (AS ON THE TRAILER RECORD)"
             TO COLL-RPT-LINE
           WRITE COLL-RPT-LINE

           MOVE SPACES TO COLL-RPT-LINE
           MOVE "BORROWERS REFERRED:" TO COLL-RPT-LINE(1:19)
           MOVE WS-REFER-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO COLL-RPT-LINE(28:11)
           WRITE COLL-RPT-LINE

           MOVE SPACES TO COLL-RPT-LINE
           MOVE "LEDGER ITEMS SENT:" TO COLL-RPT-LINE(1:18)
           MOVE WS-FINE-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO COLL-RPT-LINE(28:11)
           WRITE COLL-RPT-LINE

           MOVE SPACES TO COLL-RPT-LINE
           MOVE "BALANCE REFERRED:" TO COLL-RPT-LINE(1:17)
           MOVE WS-BALANCE-TOTAL TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO COLL-RPT-LINE(25:14)
           WRITE COLL-RPT-LINE

           MOVE SPACES TO COLL-RPT-LINE
           MOVE "BORROWERS REJECTED:" TO COLL-RPT-LINE(1:19)
           MOVE WS-REJECT-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO COLL-RPT-LINE(28:11)
           WRITE COLL-RPT-LINE

           IF WS-RUN-ERROR
           THEN
              MOVE SPACES TO COLL-RPT-LINE
              MOVE "RUN ENDED IN ERROR - DO NOT SEND THIS FILE, RERUN"
                TO COLL-RPT-LINE
              WRITE COLL-RPT-LINE
           END-IF

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

           .
       SQL-ROLLBACK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-NEXT-CANDIDATE SECTION.
      *>------------------------------------------------------------------------

      *>  the next borrower, by number, whose aged debt - charges
      *>  older than COLLDAYS less everything paid, waived or
      *>  credited so far - is over COLLMIN
OCESQL*   EXEC SQL
OCESQL*        SELECT W.BORROWER_ID
OCESQL*             , W.BORROWER_NAME
OCESQL*             , COALESCE(W.PHONE,' ')
OCESQL*             , COALESCE(W.ADDRESS_LINE_1,' ')
OCESQL*             , COALESCE(W.ADDRESS_LINE_2,' ')
OCESQL*             , COALESCE(W.ADDRESS_LINE_3,' ')
OCESQL*             , COALESCE(W.POSTCODE,' ')
OCESQL*             , COALESCE(W.EMAIL,' ')
OCESQL*             , COALESCE(W.BORROWER_STATUS,'A')
OCESQL*             , F.BALANCE
OCESQL*             , F.AGED_BALANCE
OCESQL*        INTO   :HV-BORROWER-ID
OCESQL*             , :HV-BORROWER-NAME
OCESQL*             , :HV-PHONE
OCESQL*             , :HV-ADDRESS-1
OCESQL*             , :HV-ADDRESS-2
OCESQL*             , :HV-ADDRESS-3
OCESQL*             , :HV-POSTCODE
OCESQL*             , :HV-EMAIL
OCESQL*             , :HV-PRIOR-STATUS
OCESQL*             , :HV-BALANCE
OCESQL*             , :HV-AGED-BALANCE
OCESQL*        FROM   BORROWER W
OCESQL*             ,(SELECT BORROWER_ID
OCESQL*                    , SUM(CASE WHEN ENTRY_TYPE IN ('A','R')
OCESQL*                               THEN AMOUNT
OCESQL*                               ELSE - AMOUNT END) AS BALANCE
OCESQL*                    , SUM(CASE WHEN ENTRY_TYPE IN ('A','R')
OCESQL*                                AND ENTRY_TIMESTAMP
OCESQL*                                  < CAST(:HV-BUS-DATE AS DATE)
OCESQL*                                  - :HV-COLL-DAYS
OCESQL*                               THEN AMOUNT
OCESQL*                               WHEN ENTRY_TYPE IN ('A','R')
OCESQL*                               THEN 0
OCESQL*                               ELSE - AMOUNT END) AS AGED_BALANCE
OCESQL*               FROM   FINE
OCESQL*               GROUP BY BORROWER_ID) F
OCESQL*        WHERE  F.BORROWER_ID  = W.BORROWER_ID
OCESQL*        AND    COALESCE(W.BORROWER_STATUS,'A') IN ('A','B')
OCESQL*        AND    F.AGED_BALANCE > :HV-COLL-MIN
OCESQL*        AND    W.BORROWER_ID  > :HV-RESTART-ID
OCESQL*        ORDER BY W.BORROWER_ID ASC
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
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PHONE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ADDRESS-1
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ADDRESS-2
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ADDRESS-3
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-POSTCODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-EMAIL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PRIOR-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-BALANCE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-AGED-BALANCE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-COLL-DAYS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 7
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-COLL-MIN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RESTART-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 4
OCESQL          BY VALUE 11
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-SELECT-NEXT-CANDIDATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-NEXT-REFERRAL-ID SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT COALESCE(MAX(REFERRAL_ID),0) + 1
OCESQL*        INTO   :HV-REFERRAL-ID
OCESQL*        FROM   COLL_REFERRAL
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-REFERRAL-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0002
OCESQL          BY VALUE 0
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-SELECT-NEXT-REFERRAL-ID-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-INSERT-COLL-REFERRAL SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        INSERT INTO COLL_REFERRAL
OCESQL*        (  REFERRAL_ID
OCESQL*         , BORROWER_ID
OCESQL*         , PRIOR_STATUS
OCESQL*         , REFER_AMOUNT
OCESQL*         , REFER_USER
OCESQL*         , REFER_TIMESTAMP
OCESQL*        )
OCESQL*        VALUES
OCESQL*        (  :HV-REFERRAL-ID
OCESQL*         , :HV-BORROWER-ID
OCESQL*         , :HV-PRIOR-STATUS
OCESQL*         , :HV-BALANCE
OCESQL*         , :HV-REFER-USER
OCESQL*         , CURRENT_TIMESTAMP
OCESQL*        )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
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
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PRIOR-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-BALANCE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-REFER-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0003
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-INSERT-COLL-REFERRAL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-BORR-COLLECT SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE BORROWER
OCESQL*        SET    BORROWER_STATUS = 'C'
OCESQL*        WHERE  BORROWER_ID     = :HV-BORROWER-ID
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0004
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-UPDATE-BORR-COLLECT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-DECLARE-CURSOR-COLL-FINE SECTION.
      *>------------------------------------------------------------------------

      *>  cursor for the borrower's whole FINE ledger, oldest first
OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_COLL_FINE CURSOR FOR
OCESQL*        SELECT    FINE_ID
OCESQL*                , TO_CHAR(ENTRY_TIMESTAMP,'YYYY-MM-DD')
OCESQL*                , ENTRY_TYPE
OCESQL*                , COALESCE(ISBN,0)
OCESQL*                , COALESCE(COPY_NR,0)
OCESQL*                , AMOUNT
OCESQL*        FROM      FINE
OCESQL*        WHERE     BORROWER_ID = :HV-BORROWER-ID
OCESQL*        ORDER BY  ENTRY_TIMESTAMP ASC
OCESQL*                , FINE_ID         ASC
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
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBCOLL_CURSOR_COLL_FINE" & x"00"
OCESQL          BY REFERENCE SQ0005
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-COLL-FINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-COLL-FINE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_COLL_FINE
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBCOLL_CURSOR_COLL_FINE" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-OPEN-CURSOR-COLL-FINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-COLL-FINE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_COLL_FINE
OCESQL*        INTO    :HV-FINE-ID
OCESQL*              , :HV-FINE-DATE
OCESQL*              , :HV-FINE-TYPE
OCESQL*              , :HV-FINE-ISBN
OCESQL*              , :HV-FINE-COPY-NR
OCESQL*              , :HV-FINE-AMOUNT
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FINE-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FINE-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FINE-TYPE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FINE-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FINE-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 7
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-FINE-AMOUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBCOLL_CURSOR_COLL_FINE" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-FETCH-CURSOR-COLL-FINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-COLL-FINE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_COLL_FINE
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBCOLL_CURSOR_COLL_FINE" & x"00"
OCESQL     END-CALL

           .
       SQL-CLOSE-CURSOR-COLL-FINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       JOBLOG-RUN-START SECTION.
      *>------------------------------------------------------------------------

      *>  record the run in JOB_RUN; a failure to log never stops
      *>  the job itself
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBCOLL" TO LN-JL-PROGRAM
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
           MOVE WS-REFER-COUNT  TO LN-JL-INSERT-COUNT
           MOVE WS-REJECT-COUNT TO LN-JL-REJECT-COUNT
           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-END-EX.
          EXIT.

       END PROGRAM PGBCOLL.
