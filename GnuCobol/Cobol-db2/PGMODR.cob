      *>************************************************************************
      *>  This file is part of DBsample.
      *>
      *>  PGMODR.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  PGMODR.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with PGMODR.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      PGMODR.cob
      *>
      *> Purpose:      Serials module - magazines and journals, which
      *>               the ISBN-keyed catalog cannot hold:
      *>               - the SERIAL_TITLE master keyed on ISSN (check
      *>                 digit verified): list / add / change
      *>               - subscriptions: a SUBSCRIPTION row per vendor
      *>                 and period, with a weekly, monthly or
      *>                 quarterly frequency and the vendor's claim
      *>                 window. Adding one predicts its issues - a
      *>                 SERIAL_ISSUE row per expected date from the
      *>                 start to the end date; a renewal moves the end
      *>                 date out and predicts the further issues
      *>               - check-in: an expected issue is marked received
      *>                 and shelved at a LOCATION code; a missing one
      *>                 can be marked claimed once the vendor has been
      *>                 asked for it
      *>               PGBSERCL lists the issues to claim and raises the
      *>               renewal alerts.
      *>
      *>               PGMODR shares the database session of PGMOD7,
      *>               like PGMOD8 and the other satellite modules.
      *>
      *> Author:       Celso
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Usage:        To use this module, simply CALL it as follows:
      *>               CALL "PGMODR" USING LN-MODR
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMODR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> size of the LN-OUT-TITLE-TAB-LINE table in LNMODR.cpy
       78 C-MAX-TITLE-TAB-SIZE         VALUE 50.
      *> size of the LN-OUT-SUB-TAB-LINE table in LNMODR.cpy
       78 C-MAX-SUB-TAB-SIZE           VALUE 20.
      *> size of the LN-OUT-ISSUE-TAB-LINE table in LNMODR.cpy
       78 C-MAX-ISSUE-TAB-SIZE         VALUE 50.
      *> indices for cycles
       01 WS-IND-1                     PIC S9(4) COMP.

      *> the ISSN check digit: the seven digits weighted 8 down to 2,
      *> the sum taken modulo 11 and subtracted from 11 (10 is X)
       01 WS-ISSN-DIGITS               PIC 9(07).
       01 WS-ISSN-DIGIT-TAB REDEFINES WS-ISSN-DIGITS.
          05 WS-ISSN-DIGIT             PIC 9(01) OCCURS 7 TIMES.
       01 WS-ISSN-SUM                  PIC 9(04).
       01 WS-ISSN-QUOT                 PIC 9(04).
       01 WS-ISSN-REM                  PIC 9(02).
       01 WS-ISSN-CHECK                PIC X(01).

      *> a date keyed as YYYY-MM-DD, for the format check
       01 WS-DATE-TEXT                 PIC X(10).
       01 WS-DATE-PARTS REDEFINES WS-DATE-TEXT.
          05 WS-DATE-YEAR              PIC X(04).
          05 WS-DATE-SEP-1             PIC X(01).
          05 WS-DATE-MONTH             PIC X(02).
          05 WS-DATE-SEP-2             PIC X(01).
          05 WS-DATE-DAY               PIC X(02).
       01 WS-DATE-BAD-SW               PIC X(01).
          88 WS-DATE-BAD               VALUE "Y".

      *> linkage for PGSQLMSG.cob
       COPY "LNSQLMSG.cpy".

      *> SQL communication area
       COPY "sqlca.cbl".

      *> SQL status
       01 WS-SQL-STATUS                PIC S9(9) COMP-5.
          88 SQL-STATUS-OK             VALUE    0.
          88 SQL-STATUS-NOT-FOUND      VALUE  100.
          88 SQL-STATUS-DUP            VALUE -239, -403.

      *> SQL declare variables
OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *> host variables for the table SERIAL_TITLE
       01 HV-SERIAL.
         05 HV-ISSN                    PIC X(09).
         05 HV-TITLE                   PIC X(60).
         05 HV-PUBLISHER               PIC X(40).
         05 HV-TITLE-USER              PIC X(20).

      *> host variables for the table SUBSCRIPTION
       01 HV-SUBSCRIPTION.
         05 HV-SUB-NR                  PIC 9(09).
         05 HV-VENDOR-CODE             PIC X(08).
         05 HV-START-DATE              PIC X(10).
         05 HV-END-DATE                PIC X(10).
         05 HV-FREQUENCY               PIC X(01).
         05 HV-CLAIM-DAYS              PIC 9(03).
         05 HV-SUB-USER                PIC X(20).

      *> host variables for the table SERIAL_ISSUE
       01 HV-ISSUE.
         05 HV-ISSUE-NR                PIC 9(04).
         05 HV-EXPECTED-DATE           PIC X(10).
         05 HV-ISSUE-STATUS            PIC X(01).
         05 HV-ISSUE-LABEL             PIC X(20).
         05 HV-RECEIVED-DATE           PIC X(10).
         05 HV-LOC-CODE                PIC X(08).
         05 HV-CLAIM-COUNT             PIC 9(02).
         05 HV-ISSUE-USER              PIC X(20).

      *> the stretch of issues a subscription or renewal predicts:
      *> dates from / to, the step between issues as a PostgreSQL
      *> interval, and the issue number the new ones follow on from
       01 HV-SCHEDULE.
         05 HV-SERIES-START            PIC X(10).
         05 HV-SERIES-END              PIC X(10).
         05 HV-INTERVAL                PIC X(10).
         05 HV-LAST-ISSUE-NR           PIC 9(04).
         05 HV-ISSUE-COUNT             PIC 9(04).
         05 HV-FIRST-DATE              PIC X(10).
         05 HV-LAST-DATE               PIC X(10).

       01 HV-VENDOR-NAME               PIC X(30).
       01 HV-LOC-NAME                  PIC X(30).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(097) VALUE "SELECT ISSN, TITLE, COALESCE(PU"
OCESQL  &  "BLISHER, ' ') FROM SERIAL_TITLE WHERE ISSN >= $1 ORDER BY I"
OCESQL  &  "SSN ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(123) VALUE "INSERT INTO SERIAL_TITLE ( ISSN"
OCESQL  &  ", TITLE, PUBLISHER, LUPD_USER, LUPD_TIMESTAMP ) VALUES ( $1"
OCESQL  &  ", $2, $3, $4, CURRENT_TIMESTAMP )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(118) VALUE "UPDATE SERIAL_TITLE SET TITLE ="
OCESQL  &  " $1, PUBLISHER = $2, LUPD_USER = $3, LUPD_TIMESTAMP = CURRE"
OCESQL  &  "NT_TIMESTAMP WHERE ISSN = $4".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(046) VALUE "SELECT TITLE FROM SERIAL_TITLE "
OCESQL  &  "WHERE ISSN = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(053) VALUE "SELECT VENDOR_NAME FROM VENDOR "
OCESQL  &  "WHERE VENDOR_CODE = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(052) VALUE "SELECT COALESCE(MAX(SUB_NR),0) "
OCESQL  &  "+ 1 FROM SUBSCRIPTION".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(199) VALUE "INSERT INTO SUBSCRIPTION ( SUB_"
OCESQL  &  "NR, ISSN, VENDOR_CODE, START_DATE, END_DATE, FREQUENCY, CLA"
OCESQL  &  "IM_DAYS, LUPD_USER, LUPD_TIMESTAMP ) VALUES ( $1, $2, $3, $"
OCESQL  &  "4::date, $5::date, $6, $7, $8, CURRENT_TIMESTAMP )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0008.
OCESQL     02  FILLER PIC X(149) VALUE "SELECT ISSN, VENDOR_CODE, TO_CH"
OCESQL  &  "AR(START_DATE,'YYYY-MM-DD'), TO_CHAR(END_DATE,'YYYY-MM-DD')"
OCESQL  &  ", FREQUENCY, CLAIM_DAYS FROM SUBSCRIPTION WHERE SUB_NR = $"
OCESQL  &  "1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0009.
OCESQL     02  FILLER PIC X(113) VALUE "UPDATE SUBSCRIPTION SET END_DAT"
OCESQL  &  "E = $1::date, LUPD_USER = $2, LUPD_TIMESTAMP = CURRENT_TIME"
OCESQL  &  "STAMP WHERE SUB_NR = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0010.
OCESQL     02  FILLER PIC X(148) VALUE "SELECT COALESCE(MAX(ISSUE_NR), "
OCESQL  &  "0), COALESCE(TO_CHAR(MAX(EXPECTED_DATE) + CAST($1 AS INTERV"
OCESQL  &  "AL),'YYYY-MM-DD'), $2) FROM SERIAL_ISSUE WHERE SUB_NR = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0011.
OCESQL     02  FILLER PIC X(306) VALUE "INSERT INTO SERIAL_ISSUE ( SUB_"
OCESQL  &  "NR, ISSUE_NR, EXPECTED_DATE, ISSUE_STATUS, CLAIM_COUNT, LUP"
OCESQL  &  "D_USER, LUPD_TIMESTAMP ) SELECT $1, $2 + ROW_NUMBER() OVER "
OCESQL  &  "(ORDER BY G.ISSUE_DAY), CAST(G.ISSUE_DAY AS DATE), 'E', 0, "
OCESQL  &  "$3, CURRENT_TIMESTAMP FROM GENERATE_SERIES($4::date,$5::dat"
OCESQL  &  "e,CAST($6 AS INTERVAL)) AS G(ISSUE_DAY)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0012.
OCESQL     02  FILLER PIC X(181) VALUE "SELECT COUNT(*), COALESCE(TO_CH"
OCESQL  &  "AR(MIN(EXPECTED_DATE),'YYYY-MM-DD'),' '), COALESCE(TO_CHAR("
OCESQL  &  "MAX(EXPECTED_DATE),'YYYY-MM-DD'),' ') FROM SERIAL_ISSUE WHE"
OCESQL  &  "RE SUB_NR = $1 AND ISSUE_NR > $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0013.
OCESQL     02  FILLER PIC X(187) VALUE "SELECT SUB_NR, VENDOR_CODE, TO_"
OCESQL  &  "CHAR(START_DATE,'YYYY-MM-DD'), TO_CHAR(END_DATE,'YYYY-MM-DD"
OCESQL  &  "'), FREQUENCY, CLAIM_DAYS FROM SUBSCRIPTION WHERE ISSN = $1"
OCESQL  &  " ORDER BY START_DATE DESC, SUB_NR DESC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0014.
OCESQL     02  FILLER PIC X(260) VALUE "SELECT ISSUE_NR, TO_CHAR(EXPECT"
OCESQL  &  "ED_DATE,'YYYY-MM-DD'), ISSUE_STATUS, COALESCE(ISSUE_LABEL, "
OCESQL  &  "' '), COALESCE(TO_CHAR(RECEIVED_DATE,'YYYY-MM-DD'),' '), CO"
OCESQL  &  "ALESCE(LOC_CODE, ' '), CLAIM_COUNT FROM SERIAL_ISSUE WHERE "
OCESQL  &  "SUB_NR = $1 AND ISSUE_NR >= $2 ORDER BY ISSUE_NR ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0015.
OCESQL     02  FILLER PIC X(049) VALUE "SELECT LOC_NAME FROM LOCATION W"
OCESQL  &  "HERE LOC_CODE = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0016.
OCESQL     02  FILLER PIC X(174) VALUE "SELECT TO_CHAR(EXPECTED_DATE,'Y"
OCESQL  &  "YYY-MM-DD'), ISSUE_STATUS, COALESCE(TO_CHAR(RECEIVED_DATE,'"
OCESQL  &  "YYYY-MM-DD'),' '), CLAIM_COUNT FROM SERIAL_ISSUE WHERE SUB_"
OCESQL  &  "NR = $1 AND ISSUE_NR = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0017.
OCESQL     02  FILLER PIC X(217) VALUE "UPDATE SERIAL_ISSUE SET ISSUE_S"
OCESQL  &  "TATUS = 'R', ISSUE_LABEL = $1, RECEIVED_DATE = CURRENT_DATE"
OCESQL  &  ", LOC_CODE = $2, LUPD_USER = $3, LUPD_TIMESTAMP = CURRENT_T"
OCESQL  &  "IMESTAMP WHERE SUB_NR = $4 AND ISSUE_NR = $5 AND ISSUE_STAT"
OCESQL  &  "US <> 'R'".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0018.
OCESQL     02  FILLER PIC X(217) VALUE "UPDATE SERIAL_ISSUE SET ISSUE_S"
OCESQL  &  "TATUS = 'C', CLAIM_COUNT = CLAIM_COUNT + 1, LAST_CLAIM_DATE"
OCESQL  &  " = CURRENT_DATE, LUPD_USER = $1, LUPD_TIMESTAMP = CURRENT_T"
OCESQL  &  "IMESTAMP WHERE SUB_NR = $2 AND ISSUE_NR = $3 AND ISSUE_STAT"
OCESQL  &  "US <> 'R'".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       LINKAGE SECTION.
       COPY "LNMODR.cpy".

       PROCEDURE DIVISION USING LN-MODR.

      *>------------------------------------------------------------------------
       MAIN-PGMODR SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MSG OF LN-MODR

          EVALUATE TRUE
             WHEN V-LNR-FNC-TITLE-LIST
                PERFORM TITLE-LIST

             WHEN V-LNR-FNC-TITLE-ADD
                PERFORM TITLE-ADD

             WHEN V-LNR-FNC-TITLE-CHANGE
                PERFORM TITLE-CHANGE

             WHEN V-LNR-FNC-SUB-ADD
                PERFORM SUB-ADD

             WHEN V-LNR-FNC-SUB-RENEW
                PERFORM SUB-RENEW

             WHEN V-LNR-FNC-SUB-LIST
                PERFORM SUB-LIST

             WHEN V-LNR-FNC-ISSUE-LIST
                PERFORM ISSUE-LIST

             WHEN V-LNR-FNC-ISSUE-RECEIVE
                PERFORM ISSUE-RECEIVE

             WHEN V-LNR-FNC-ISSUE-CLAIM
                PERFORM ISSUE-CLAIM

             WHEN OTHER
                MOVE "Wrong linkage function"
                  TO LN-MSG-1 OF LN-MODR
          END-EVALUATE

          GOBACK

          .
       MAIN-PGMODR-EX.
          EXIT.

      *>------------------------------------------------------------------------
       TITLE-LIST SECTION.
      *>------------------------------------------------------------------------

      *>  one page of serial titles from the keyed ISSN on (spaces
      *>  start at the beginning); the caller pages on by keying the
      *>  last ISSN shown
      *>  A Cursor can not be declared in WORKING-STORAGE with ocesql.
      *>  We can not use the "WITH HOLD" option in cursor with ocesql.
      *>  Before Cursor declare we need a connection to DB.
          INITIALIZE HV-SERIAL
          MOVE LN-INP-ISSN             OF LN-MODR
            TO HV-ISSN

          PERFORM SQL-DECLARE-CURSOR-TITLE-LS

          INITIALIZE LN-OUTPUT OF LN-MODR

          PERFORM SQL-OPEN-CURSOR-TITLE-LS

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          IF SQL-STATUS-OK
          THEN
             PERFORM VARYING WS-IND-1 FROM 1 BY 1
               UNTIL WS-IND-1 > C-MAX-TITLE-TAB-SIZE

                PERFORM SQL-FETCH-CURSOR-TITLE-LS

                PERFORM COPY-SQL-MSG-IN-LINKAGE

                EVALUATE TRUE
                WHEN     SQL-STATUS-OK
                   MOVE WS-IND-1
                     TO LN-OUT-TITLE-TAB-LINE-NR OF LN-MODR
                   MOVE HV-ISSN
                     TO LN-OUT-TITLE-TAB-ISSN(WS-IND-1)
                   MOVE HV-TITLE
                     TO LN-OUT-TITLE-TAB-TITLE(WS-IND-1)
                   MOVE HV-PUBLISHER
                     TO LN-OUT-TITLE-TAB-PUBLISHER(WS-IND-1)

                   MOVE "Serial titles selected."
                     TO LN-MSG-1       OF LN-MODR
                   MOVE SPACES
                     TO LN-MSG-2       OF LN-MODR

                WHEN     SQL-STATUS-NOT-FOUND
                   IF WS-IND-1 = 1
                   THEN
                      MOVE ZEROES
                        TO LN-OUT-TITLE-TAB-LINE-NR OF LN-MODR

                      MOVE "No serial titles from this ISSN on."
                        TO LN-MSG-1    OF LN-MODR
                      MOVE SPACES
                        TO LN-MSG-2    OF LN-MODR
                   ELSE
                      MOVE "Serial titles selected."
                        TO LN-MSG-1    OF LN-MODR
                      MOVE SPACES
                        TO LN-MSG-2    OF LN-MODR
                   END-IF
                   EXIT PERFORM

                WHEN     OTHER
                   EXIT PERFORM
                END-EVALUATE
             END-PERFORM
          END-IF

      *>  always try to close the cursor, also in error cases
          PERFORM SQL-CLOSE-CURSOR-TITLE-LS

      *>  There is no "WITH HOLD" option in cursor, therefore we need a commit.
          PERFORM SQL-COMMIT

          .
       TITLE-LIST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       TITLE-ADD SECTION.
      *>------------------------------------------------------------------------

          PERFORM CHECK-TITLE-INPUT
          IF LN-MSG-1 OF LN-MODR NOT = SPACES
          THEN
             EXIT SECTION
          END-IF

          PERFORM SQL-INSERT-SERIAL-TITLE

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             PERFORM SQL-COMMIT
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             MOVE "Serial title added: "
               TO LN-MSG-1                OF LN-MODR
             MOVE HV-ISSN
               TO LN-MSG-2                OF LN-MODR

          WHEN     SQL-STATUS-DUP
             PERFORM SQL-ROLLBACK
             MOVE "A serial title exists yet with this ISSN: "
               TO LN-MSG-1                OF LN-MODR
             MOVE HV-ISSN
               TO LN-MSG-2                OF LN-MODR

          WHEN     OTHER
             PERFORM SQL-ROLLBACK
          END-EVALUATE

          .
       TITLE-ADD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       TITLE-CHANGE SECTION.
      *>------------------------------------------------------------------------

      *>  the ISSN is the key the subscriptions point at, so it never
      *>  changes - only the title and the publisher
          PERFORM CHECK-TITLE-INPUT
          IF LN-MSG-1 OF LN-MODR NOT = SPACES
          THEN
             EXIT SECTION
          END-IF

          PERFORM SQL-UPDATE-SERIAL-TITLE

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             PERFORM SQL-COMMIT
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             MOVE "Serial title changed: "
               TO LN-MSG-1                OF LN-MODR
             MOVE HV-ISSN
               TO LN-MSG-2                OF LN-MODR

          WHEN     SQL-STATUS-NOT-FOUND
             PERFORM SQL-ROLLBACK
             MOVE "No serial title with this ISSN: "
               TO LN-MSG-1                OF LN-MODR
             MOVE HV-ISSN
               TO LN-MSG-2                OF LN-MODR

          WHEN     OTHER
             PERFORM SQL-ROLLBACK
          END-EVALUATE

          .
       TITLE-CHANGE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-TITLE-INPUT SECTION.
      *>------------------------------------------------------------------------

      *>  performed by TITLE-ADD and TITLE-CHANGE; a refusal leaves
      *>  its message in LN-MSG-1 for the caller's own exit
          PERFORM CHECK-ISSN
          IF LN-MSG-1 OF LN-MODR NOT = SPACES
          THEN
             EXIT SECTION
          END-IF

          IF LN-INP-SERIAL-TITLE OF LN-MODR = SPACES
          THEN
             MOVE "The serial's title is required."
               TO LN-MSG-1                OF LN-MODR
             EXIT SECTION
          END-IF

          INITIALIZE HV-SERIAL
          MOVE LN-INP-ISSN             OF LN-MODR
            TO HV-ISSN
          MOVE LN-INP-SERIAL-TITLE     OF LN-MODR
            TO HV-TITLE
          MOVE LN-INP-PUBLISHER        OF LN-MODR
            TO HV-PUBLISHER
          MOVE LN-USERID               OF LN-MODR
            TO HV-TITLE-USER

          .
       CHECK-TITLE-INPUT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-ISSN SECTION.
      *>------------------------------------------------------------------------

      *>  the ISSN as printed, NNNN-NNNC, with its check digit right;
      *>  a refusal leaves its message in LN-MSG-1
          IF LN-INP-ISSN OF LN-MODR(5:1) NOT = "-"
          OR LN-INP-ISSN OF LN-MODR(1:4) NOT NUMERIC
          OR LN-INP-ISSN OF LN-MODR(6:3) NOT NUMERIC
          OR (LN-INP-ISSN OF LN-MODR(9:1) NOT NUMERIC
          AND LN-INP-ISSN OF LN-MODR(9:1) NOT = "X")
          THEN
             MOVE "The ISSN must be keyed as NNNN-NNNC: "
               TO LN-MSG-1                OF LN-MODR
             MOVE LN-INP-ISSN             OF LN-MODR
               TO LN-MSG-2                OF LN-MODR
             EXIT SECTION
          END-IF

          STRING LN-INP-ISSN OF LN-MODR(1:4)
                 LN-INP-ISSN OF LN-MODR(6:3)
            DELIMITED BY SIZE INTO WS-ISSN-DIGITS
          END-STRING

          MOVE ZERO TO WS-ISSN-SUM
          PERFORM VARYING WS-IND-1 FROM 1 BY 1
            UNTIL WS-IND-1 > 7
             COMPUTE WS-ISSN-SUM = WS-ISSN-SUM
                   + WS-ISSN-DIGIT(WS-IND-1) * (9 - WS-IND-1)
             END-COMPUTE
          END-PERFORM

          DIVIDE WS-ISSN-SUM BY 11
            GIVING WS-ISSN-QUOT REMAINDER WS-ISSN-REM
          END-DIVIDE

          EVALUATE WS-ISSN-REM
          WHEN 0
             MOVE "0" TO WS-ISSN-CHECK
          WHEN 1
             MOVE "X" TO WS-ISSN-CHECK
          WHEN OTHER
             COMPUTE WS-ISSN-REM = 11 - WS-ISSN-REM
             END-COMPUTE
             MOVE WS-ISSN-REM(2:1) TO WS-ISSN-CHECK
          END-EVALUATE

          IF LN-INP-ISSN OF LN-MODR(9:1) NOT = WS-ISSN-CHECK
          THEN
             MOVE "The ISSN check digit is wrong: "
               TO LN-MSG-1                OF LN-MODR
             MOVE LN-INP-ISSN             OF LN-MODR
               TO LN-MSG-2                OF LN-MODR
          END-IF

          .
       CHECK-ISSN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SUB-ADD SECTION.
      *>------------------------------------------------------------------------

          PERFORM CHECK-ISSN
          IF LN-MSG-1 OF LN-MODR NOT = SPACES
          THEN
             EXIT SECTION
          END-IF

          INITIALIZE HV-SERIAL
          MOVE LN-INP-ISSN             OF LN-MODR
            TO HV-ISSN

          PERFORM SQL-SELECT-SERIAL-TITLE

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "No serial title with this ISSN: "
               TO LN-MSG-1                OF LN-MODR
             MOVE HV-ISSN
               TO LN-MSG-2                OF LN-MODR
             EXIT SECTION
          WHEN     OTHER
             EXIT SECTION
          END-EVALUATE

      *>  the vendor comes from the acquisitions vendor master
          INITIALIZE HV-SUBSCRIPTION
          MOVE LN-INP-VENDOR-CODE      OF LN-MODR
            TO HV-VENDOR-CODE

          PERFORM SQL-SELECT-VENDOR

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "No vendor with this code: "
               TO LN-MSG-1                OF LN-MODR
             MOVE HV-VENDOR-CODE
               TO LN-MSG-2                OF LN-MODR
             EXIT SECTION
          WHEN     OTHER
             EXIT SECTION
          END-EVALUATE

          MOVE LN-INP-START-DATE       OF LN-MODR
            TO WS-DATE-TEXT
          PERFORM CHECK-DATE-TEXT
          IF WS-DATE-BAD
          THEN
             MOVE "The start date must be keyed as YYYY-MM-DD: "
               TO LN-MSG-1                OF LN-MODR
             MOVE WS-DATE-TEXT
               TO LN-MSG-2                OF LN-MODR
             EXIT SECTION
          END-IF

          MOVE LN-INP-END-DATE         OF LN-MODR
            TO WS-DATE-TEXT
          PERFORM CHECK-DATE-TEXT
          IF WS-DATE-BAD
          THEN
             MOVE "The end date must be keyed as YYYY-MM-DD: "
               TO LN-MSG-1                OF LN-MODR
             MOVE WS-DATE-TEXT
               TO LN-MSG-2                OF LN-MODR
             EXIT SECTION
          END-IF

      *>  YYYY-MM-DD compares as it reads
          IF LN-INP-END-DATE OF LN-MODR
             NOT > LN-INP-START-DATE OF LN-MODR
          THEN
             MOVE "The end date must be after the start date."
               TO LN-MSG-1                OF LN-MODR
             EXIT SECTION
          END-IF

          MOVE LN-INP-FREQUENCY        OF LN-MODR
            TO HV-FREQUENCY
          PERFORM SET-FREQ-INTERVAL
          IF LN-MSG-1 OF LN-MODR NOT = SPACES
          THEN
             EXIT SECTION
          END-IF

      *>  the claims report measures the claim window against this,
      *>  so a subscription cannot be kept without one
          IF LN-INP-CLAIM-DAYS OF LN-MODR = ZEROES
          THEN
             MOVE "The days the vendor accepts claims within are " &
                  "required."
               TO LN-MSG-1                OF LN-MODR
             EXIT SECTION
          END-IF

          MOVE LN-INP-START-DATE       OF LN-MODR
            TO HV-START-DATE
          MOVE LN-INP-END-DATE         OF LN-MODR
            TO HV-END-DATE
          MOVE LN-INP-CLAIM-DAYS       OF LN-MODR
            TO HV-CLAIM-DAYS
          MOVE LN-USERID               OF LN-MODR
            TO HV-SUB-USER

          PERFORM SQL-SELECT-NEXT-SUB-NR

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             EXIT SECTION
          END-IF

          PERFORM SQL-INSERT-SUBSCRIPTION

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM SQL-ROLLBACK
             EXIT SECTION
          END-IF

      *>  the whole period's issues go in with the subscription, in
      *>  the same unit of work
          MOVE ZEROES                  TO HV-LAST-ISSUE-NR
          MOVE HV-START-DATE           TO HV-SERIES-START
          MOVE HV-END-DATE             TO HV-SERIES-END

          PERFORM PREDICT-ISSUES
          IF NOT SQL-STATUS-OK
          THEN
             EXIT SECTION
          END-IF

          PERFORM SQL-COMMIT
          PERFORM COPY-SQL-MSG-IN-LINKAGE

          INITIALIZE LN-OUTPUT OF LN-MODR
          MOVE HV-SUB-NR
            TO LN-OUT-SUB-NR           OF LN-MODR
          MOVE HV-ISSUE-COUNT
            TO LN-OUT-ISSUE-COUNT      OF LN-MODR
          MOVE HV-FIRST-DATE
            TO LN-OUT-FIRST-ISSUE-DATE OF LN-MODR
          MOVE HV-LAST-DATE
            TO LN-OUT-LAST-ISSUE-DATE  OF LN-MODR

          MOVE "Subscription added, number: "
            TO LN-MSG-1                OF LN-MODR
          MOVE HV-SUB-NR
            TO LN-MSG-2                OF LN-MODR
          MOVE "Issues predicted: "
            TO LN-MSG-3                OF LN-MODR
          MOVE HV-ISSUE-COUNT
            TO LN-MSG-4                OF LN-MODR

          .
       SUB-ADD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SUB-RENEW SECTION.
      *>------------------------------------------------------------------------

      *>  the subscription runs on to the new end date; its issues
      *>  carry on from the last one predicted, at the same frequency
          PERFORM SELECT-SUBSCRIPTION
          IF LN-MSG-1 OF LN-MODR NOT = SPACES
          THEN
             EXIT SECTION
          END-IF

          MOVE LN-INP-END-DATE         OF LN-MODR
            TO WS-DATE-TEXT
          PERFORM CHECK-DATE-TEXT
          IF WS-DATE-BAD
          THEN
             MOVE "The new end date must be keyed as YYYY-MM-DD: "
               TO LN-MSG-1                OF LN-MODR
             MOVE WS-DATE-TEXT
               TO LN-MSG-2                OF LN-MODR
             EXIT SECTION
          END-IF

          IF LN-INP-END-DATE OF LN-MODR NOT > HV-END-DATE
          THEN
             MOVE "The new end date must be after the current one: "
               TO LN-MSG-1                OF LN-MODR
             MOVE HV-END-DATE
               TO LN-MSG-2                OF LN-MODR
             EXIT SECTION
          END-IF

          PERFORM SET-FREQ-INTERVAL
          IF LN-MSG-1 OF LN-MODR NOT = SPACES
          THEN
             EXIT SECTION
          END-IF

          PERFORM SQL-SELECT-LAST-ISSUE

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             EXIT SECTION
          END-IF

          MOVE LN-INP-END-DATE         OF LN-MODR
            TO HV-END-DATE
          MOVE LN-USERID               OF LN-MODR
            TO HV-SUB-USER

          PERFORM SQL-UPDATE-SUB-END-DATE

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM SQL-ROLLBACK
             EXIT SECTION
          END-IF

          MOVE HV-END-DATE             TO HV-SERIES-END

          PERFORM PREDICT-ISSUES
          IF NOT SQL-STATUS-OK
          THEN
             EXIT SECTION
          END-IF

          PERFORM SQL-COMMIT
          PERFORM COPY-SQL-MSG-IN-LINKAGE

          INITIALIZE LN-OUTPUT OF LN-MODR
          MOVE HV-SUB-NR
            TO LN-OUT-SUB-NR           OF LN-MODR
          MOVE HV-ISSUE-COUNT
            TO LN-OUT-ISSUE-COUNT      OF LN-MODR
          MOVE HV-FIRST-DATE
            TO LN-OUT-FIRST-ISSUE-DATE OF LN-MODR
          MOVE HV-LAST-DATE
            TO LN-OUT-LAST-ISSUE-DATE  OF LN-MODR

          MOVE "Subscription renewed to: "
            TO LN-MSG-1                OF LN-MODR
          MOVE HV-END-DATE
            TO LN-MSG-2                OF LN-MODR
          MOVE "Further issues predicted: "
            TO LN-MSG-3                OF LN-MODR
          MOVE HV-ISSUE-COUNT
            TO LN-MSG-4                OF LN-MODR

          .
       SUB-RENEW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PREDICT-ISSUES SECTION.
      *>------------------------------------------------------------------------

      *>  performed by SUB-ADD and SUB-RENEW inside their unit of
      *>  work: one SERIAL_ISSUE row per date from HV-SERIES-START to
      *>  HV-SERIES-END at HV-INTERVAL, numbered on from
      *>  HV-LAST-ISSUE-NR, then the count and first / last date of
      *>  what went in. A failure is rolled back here
          MOVE LN-USERID               OF LN-MODR
            TO HV-ISSUE-USER

          PERFORM SQL-INSERT-ISSUES

          IF SQL-STATUS-OK
          THEN
             PERFORM SQL-SELECT-ISSUE-SPAN
          END-IF

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             PERFORM SQL-ROLLBACK
          END-IF

          .
       PREDICT-ISSUES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-FREQ-INTERVAL SECTION.
      *>------------------------------------------------------------------------

      *>  the step between two issues for HV-FREQUENCY; a refusal
      *>  leaves its message in LN-MSG-1
          EVALUATE HV-FREQUENCY
          WHEN "W"
             MOVE "1 week"   TO HV-INTERVAL
          WHEN "M"
             MOVE "1 month"  TO HV-INTERVAL
          WHEN "Q"
             MOVE "3 months" TO HV-INTERVAL
          WHEN OTHER
             MOVE "The frequency must be W (weekly), M (monthly) " &
                  "or Q (quarterly)."
               TO LN-MSG-1                OF LN-MODR
          END-EVALUATE

          .
       SET-FREQ-INTERVAL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-DATE-TEXT SECTION.
      *>------------------------------------------------------------------------

      *>  the shape of WS-DATE-TEXT only - a day the month does not
      *>  have is left for the database to refuse
          MOVE "N" TO WS-DATE-BAD-SW

          IF WS-DATE-YEAR  NOT NUMERIC
          OR WS-DATE-MONTH NOT NUMERIC
          OR WS-DATE-DAY   NOT NUMERIC
          OR WS-DATE-SEP-1 NOT = "-"
          OR WS-DATE-SEP-2 NOT = "-"
          THEN
             MOVE "Y" TO WS-DATE-BAD-SW
             EXIT SECTION
          END-IF

          IF WS-DATE-MONTH < "01" OR WS-DATE-MONTH > "12"
          OR WS-DATE-DAY   < "01" OR WS-DATE-DAY   > "31"
          THEN
             MOVE "Y" TO WS-DATE-BAD-SW
          END-IF

          .
       CHECK-DATE-TEXT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SUB-LIST SECTION.
      *>------------------------------------------------------------------------

      *>  the subscriptions of one serial title, latest first
          INITIALIZE HV-SERIAL
          INITIALIZE HV-SUBSCRIPTION
          MOVE LN-INP-ISSN             OF LN-MODR
            TO HV-ISSN

          PERFORM SQL-DECLARE-CURSOR-SUB-LS

          INITIALIZE LN-OUTPUT OF LN-MODR

          PERFORM SQL-OPEN-CURSOR-SUB-LS

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          IF SQL-STATUS-OK
          THEN
             PERFORM VARYING WS-IND-1 FROM 1 BY 1
               UNTIL WS-IND-1 > C-MAX-SUB-TAB-SIZE

                PERFORM SQL-FETCH-CURSOR-SUB-LS

                PERFORM COPY-SQL-MSG-IN-LINKAGE

                EVALUATE TRUE
                WHEN     SQL-STATUS-OK
                   MOVE WS-IND-1
                     TO LN-OUT-SUB-TAB-LINE-NR OF LN-MODR
                   MOVE HV-SUB-NR
                     TO LN-OUT-SUB-TAB-SUB-NR(WS-IND-1)
                   MOVE HV-VENDOR-CODE
                     TO LN-OUT-SUB-TAB-VENDOR-CODE(WS-IND-1)
                   MOVE HV-START-DATE
                     TO LN-OUT-SUB-TAB-START-DATE(WS-IND-1)
                   MOVE HV-END-DATE
                     TO LN-OUT-SUB-TAB-END-DATE(WS-IND-1)
                   MOVE HV-FREQUENCY
                     TO LN-OUT-SUB-TAB-FREQUENCY(WS-IND-1)
                   MOVE HV-CLAIM-DAYS
                     TO LN-OUT-SUB-TAB-CLAIM-DAYS(WS-IND-1)

                   MOVE "Subscriptions selected."
                     TO LN-MSG-1       OF LN-MODR
                   MOVE SPACES
                     TO LN-MSG-2       OF LN-MODR

                WHEN     SQL-STATUS-NOT-FOUND
                   IF WS-IND-1 = 1
                   THEN
                      MOVE ZEROES
                        TO LN-OUT-SUB-TAB-LINE-NR OF LN-MODR

                      MOVE "No subscriptions to this ISSN: "
                        TO LN-MSG-1    OF LN-MODR
                      MOVE HV-ISSN
                        TO LN-MSG-2    OF LN-MODR
                   ELSE
                      MOVE "Subscriptions selected."
                        TO LN-MSG-1    OF LN-MODR
                      MOVE SPACES
                        TO LN-MSG-2    OF LN-MODR
                   END-IF
                   EXIT PERFORM

                WHEN     OTHER
                   EXIT PERFORM
                END-EVALUATE
             END-PERFORM
          END-IF

      *>  always try to close the cursor, also in error cases
          PERFORM SQL-CLOSE-CURSOR-SUB-LS

      *>  There is no "WITH HOLD" option in cursor, therefore we need a commit.
          PERFORM SQL-COMMIT

          .
       SUB-LIST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ISSUE-LIST SECTION.
      *>------------------------------------------------------------------------

      *>  one page of a subscription's issues from the keyed issue
      *>  number on - the check-in screen's view of what is due
          PERFORM SELECT-SUBSCRIPTION
          IF LN-MSG-1 OF LN-MODR NOT = SPACES
          THEN
             EXIT SECTION
          END-IF

          INITIALIZE HV-ISSUE
          MOVE LN-INP-ISSUE-NR         OF LN-MODR
            TO HV-ISSUE-NR

          PERFORM SQL-DECLARE-CURSOR-ISSUE-LS

          INITIALIZE LN-OUTPUT OF LN-MODR
          MOVE HV-SUB-NR
            TO LN-OUT-SUB-NR           OF LN-MODR

          PERFORM SQL-OPEN-CURSOR-ISSUE-LS

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          IF SQL-STATUS-OK
          THEN
             PERFORM VARYING WS-IND-1 FROM 1 BY 1
               UNTIL WS-IND-1 > C-MAX-ISSUE-TAB-SIZE

                PERFORM SQL-FETCH-CURSOR-ISSUE-LS

                PERFORM COPY-SQL-MSG-IN-LINKAGE

                EVALUATE TRUE
                WHEN     SQL-STATUS-OK
                   MOVE WS-IND-1
                     TO LN-OUT-ISSUE-TAB-LINE-NR OF LN-MODR
                   MOVE HV-ISSUE-NR
                     TO LN-OUT-ISSUE-TAB-ISSUE-NR(WS-IND-1)
                   MOVE HV-EXPECTED-DATE
                     TO LN-OUT-ISSUE-TAB-EXPECTED(WS-IND-1)
                   MOVE HV-ISSUE-STATUS
                     TO LN-OUT-ISSUE-TAB-STATUS(WS-IND-1)
                   MOVE HV-ISSUE-LABEL
                     TO LN-OUT-ISSUE-TAB-LABEL(WS-IND-1)
                   MOVE HV-RECEIVED-DATE
                     TO LN-OUT-ISSUE-TAB-RECEIVED(WS-IND-1)
                   MOVE HV-LOC-CODE
                     TO LN-OUT-ISSUE-TAB-LOC-CODE(WS-IND-1)
                   MOVE HV-CLAIM-COUNT
                     TO LN-OUT-ISSUE-TAB-CLAIMS(WS-IND-1)

                   MOVE "Issues selected."
                     TO LN-MSG-1       OF LN-MODR
                   MOVE SPACES
                     TO LN-MSG-2       OF LN-MODR

                WHEN     SQL-STATUS-NOT-FOUND
                   IF WS-IND-1 = 1
                   THEN
                      MOVE ZEROES
                        TO LN-OUT-ISSUE-TAB-LINE-NR OF LN-MODR

                      MOVE "No issues from this number on."
                        TO LN-MSG-1    OF LN-MODR
                      MOVE SPACES
                        TO LN-MSG-2    OF LN-MODR
                   ELSE
                      MOVE "Issues selected."
                        TO LN-MSG-1    OF LN-MODR
                      MOVE SPACES
                        TO LN-MSG-2    OF LN-MODR
                   END-IF
                   EXIT PERFORM

                WHEN     OTHER
                   EXIT PERFORM
                END-EVALUATE
             END-PERFORM
          END-IF

      *>  always try to close the cursor, also in error cases
          PERFORM SQL-CLOSE-CURSOR-ISSUE-LS

      *>  There is no "WITH HOLD" option in cursor, therefore we need a commit.
          PERFORM SQL-COMMIT

          .
       ISSUE-LIST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ISSUE-RECEIVE SECTION.
      *>------------------------------------------------------------------------

      *>  check-in: the issue has arrived and is shelved at a real
      *>  location code; a claimed issue that turns up after all is
      *>  checked in the same way
          IF LN-INP-LOC-CODE OF LN-MODR = SPACES
          THEN
             MOVE "A location code is required for the received " &
                  "issue."
               TO LN-MSG-1                OF LN-MODR
             EXIT SECTION
          END-IF

          MOVE LN-INP-LOC-CODE         OF LN-MODR
            TO HV-LOC-CODE

          PERFORM SQL-SELECT-LOCATION

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "Unknown location code: "
               TO LN-MSG-1                OF LN-MODR
             MOVE HV-LOC-CODE
               TO LN-MSG-2                OF LN-MODR
             EXIT SECTION
          WHEN     OTHER
             EXIT SECTION
          END-EVALUATE

          PERFORM SELECT-ISSUE
          IF LN-MSG-1 OF LN-MODR NOT = SPACES
          THEN
             EXIT SECTION
          END-IF

          IF HV-ISSUE-STATUS = "R"
          THEN
             MOVE "This issue was checked in already, on: "
               TO LN-MSG-1                OF LN-MODR
             MOVE HV-RECEIVED-DATE
               TO LN-MSG-2                OF LN-MODR
             EXIT SECTION
          END-IF

          MOVE LN-INP-LOC-CODE         OF LN-MODR
            TO HV-LOC-CODE
          MOVE LN-INP-ISSUE-LABEL      OF LN-MODR
            TO HV-ISSUE-LABEL
          MOVE LN-USERID               OF LN-MODR
            TO HV-ISSUE-USER

          PERFORM SQL-UPDATE-ISSUE-RECEIVED

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             PERFORM SQL-COMMIT
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             MOVE "Issue checked in: "
               TO LN-MSG-1                OF LN-MODR
             MOVE HV-ISSUE-NR
               TO LN-MSG-2                OF LN-MODR
             MOVE "Shelved at: "
               TO LN-MSG-3                OF LN-MODR
             MOVE HV-LOC-NAME
               TO LN-MSG-4                OF LN-MODR

          WHEN     OTHER
             PERFORM SQL-ROLLBACK
          END-EVALUATE

          .
       ISSUE-RECEIVE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ISSUE-CLAIM SECTION.
      *>------------------------------------------------------------------------

      *>  the vendor has been asked for a missing issue; it stays due
      *>  and can be claimed again, each claim counted and dated
          PERFORM SELECT-ISSUE
          IF LN-MSG-1 OF LN-MODR NOT = SPACES
          THEN
             EXIT SECTION
          END-IF

          IF HV-ISSUE-STATUS = "R"
          THEN
             MOVE "This issue was checked in already, on: "
               TO LN-MSG-1                OF LN-MODR
             MOVE HV-RECEIVED-DATE
               TO LN-MSG-2                OF LN-MODR
             EXIT SECTION
          END-IF

          MOVE LN-USERID               OF LN-MODR
            TO HV-ISSUE-USER

          PERFORM SQL-UPDATE-ISSUE-CLAIMED

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             PERFORM SQL-COMMIT
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             ADD 1 TO HV-CLAIM-COUNT
             MOVE "Issue marked claimed: "
               TO LN-MSG-1                OF LN-MODR
             MOVE HV-ISSUE-NR
               TO LN-MSG-2                OF LN-MODR
             MOVE "Claims made for it so far: "
               TO LN-MSG-3                OF LN-MODR
             MOVE HV-CLAIM-COUNT
               TO LN-MSG-4                OF LN-MODR

          WHEN     OTHER
             PERFORM SQL-ROLLBACK
          END-EVALUATE

          .
       ISSUE-CLAIM-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SELECT-SUBSCRIPTION SECTION.
      *>------------------------------------------------------------------------

      *>  performed by SUB-RENEW and ISSUE-LIST; a refusal leaves its
      *>  message in LN-MSG-1 for the caller's own exit
          INITIALIZE HV-SUBSCRIPTION
          MOVE LN-INP-SUB-NR           OF LN-MODR
            TO HV-SUB-NR

          PERFORM SQL-SELECT-SUBSCRIPTION

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "No subscription with this number: "
               TO LN-MSG-1                OF LN-MODR
             MOVE HV-SUB-NR
               TO LN-MSG-2                OF LN-MODR
          WHEN     OTHER
             CONTINUE
          END-EVALUATE

          .
       SELECT-SUBSCRIPTION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SELECT-ISSUE SECTION.
      *>------------------------------------------------------------------------

      *>  performed by ISSUE-RECEIVE and ISSUE-CLAIM; a refusal
      *>  leaves its message in LN-MSG-1 for the caller's own exit
          INITIALIZE HV-ISSUE
          MOVE LN-INP-SUB-NR           OF LN-MODR
            TO HV-SUB-NR
          MOVE LN-INP-ISSUE-NR         OF LN-MODR
            TO HV-ISSUE-NR

          PERFORM SQL-SELECT-ISSUE

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "No such issue on this subscription: "
               TO LN-MSG-1                OF LN-MODR
             MOVE HV-ISSUE-NR
               TO LN-MSG-2                OF LN-MODR
          WHEN     OTHER
             CONTINUE
          END-EVALUATE

          .
       SELECT-ISSUE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COPY-SQL-MSG-IN-LINKAGE SECTION.
      *>------------------------------------------------------------------------

      *>  get SQL message
          CALL "PGSQLMSG" USING SQLCA
                                LN-SQLMSG
          END-CALL

          MOVE SQLCODE
            TO LN-SQLCODE              OF LN-MODR
          MOVE SQLSTATE
            TO LN-SQLSTATE             OF LN-MODR
          MOVE LN-MSG-1                OF LN-SQLMSG
            TO LN-MSG-1                OF LN-MODR
          MOVE LN-MSG-2                OF LN-SQLMSG
            TO LN-MSG-2                OF LN-MODR
          MOVE LN-MSG-3                OF LN-SQLMSG
            TO LN-MSG-3                OF LN-MODR
          MOVE LN-MSG-4                OF LN-SQLMSG
            TO LN-MSG-4                OF LN-MODR

          .
       COPY-SQL-MSG-IN-LINKAGE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-COMMIT SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        COMMIT
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "COMMIT" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
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
       SQL-DECLARE-CURSOR-TITLE-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_TITLE_LS CURSOR FOR
OCESQL*        SELECT    ISSN
OCESQL*                , TITLE
OCESQL*                , COALESCE(PUBLISHER, ' ')
OCESQL*        FROM      SERIAL_TITLE
OCESQL*        WHERE     ISSN >= :HV-ISSN
OCESQL*        ORDER BY  ISSN ASC
OCESQL*   END-EXEC
OCESQL*
OCESQL*   .
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISSN
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODR_CURSOR_TITLE_LS" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-TITLE-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-TITLE-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_TITLE_LS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODR_CURSOR_TITLE_LS" & x"00"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-OPEN-CURSOR-TITLE-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-TITLE-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_TITLE_LS
OCESQL*        INTO    :HV-ISSN
OCESQL*              , :HV-TITLE
OCESQL*              , :HV-PUBLISHER
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
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
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PUBLISHER
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODR_CURSOR_TITLE_LS" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-FETCH-CURSOR-TITLE-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-TITLE-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_TITLE_LS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODR_CURSOR_TITLE_LS" & x"00"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-CLOSE-CURSOR-TITLE-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-INSERT-SERIAL-TITLE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        INSERT INTO SERIAL_TITLE
OCESQL*        (  ISSN
OCESQL*         , TITLE
OCESQL*         , PUBLISHER
OCESQL*         , LUPD_USER
OCESQL*         , LUPD_TIMESTAMP
OCESQL*        )
OCESQL*        VALUES
OCESQL*        (  :HV-ISSN
OCESQL*         , :HV-TITLE
OCESQL*         , :HV-PUBLISHER
OCESQL*         , :HV-TITLE-USER
OCESQL*         , CURRENT_TIMESTAMP
OCESQL*        )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISSN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-TITLE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PUBLISHER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-TITLE-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0002
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-INSERT-SERIAL-TITLE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-SERIAL-TITLE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE SERIAL_TITLE
OCESQL*        SET    TITLE          = :HV-TITLE
OCESQL*             , PUBLISHER      = :HV-PUBLISHER
OCESQL*             , LUPD_USER      = :HV-TITLE-USER
OCESQL*             , LUPD_TIMESTAMP = CURRENT_TIMESTAMP
OCESQL*        WHERE  ISSN           = :HV-ISSN
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-TITLE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PUBLISHER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-TITLE-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISSN
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0003
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-UPDATE-SERIAL-TITLE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-SERIAL-TITLE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT TITLE
OCESQL*        INTO   :HV-TITLE
OCESQL*        FROM   SERIAL_TITLE
OCESQL*        WHERE  ISSN = :HV-ISSN
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-TITLE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISSN
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0004
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-SERIAL-TITLE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-VENDOR SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT VENDOR_NAME
OCESQL*        INTO   :HV-VENDOR-NAME
OCESQL*        FROM   VENDOR
OCESQL*        WHERE  VENDOR_CODE = :HV-VENDOR-CODE
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-VENDOR-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-VENDOR-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0005
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-VENDOR-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-NEXT-SUB-NR SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT COALESCE(MAX(SUB_NR),0) + 1
OCESQL*        INTO   :HV-SUB-NR
OCESQL*        FROM   SUBSCRIPTION
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SUB-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0006
OCESQL          BY VALUE 0
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-NEXT-SUB-NR-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-INSERT-SUBSCRIPTION SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        INSERT INTO SUBSCRIPTION
OCESQL*        (  SUB_NR
OCESQL*         , ISSN
OCESQL*         , VENDOR_CODE
OCESQL*         , START_DATE
OCESQL*         , END_DATE
OCESQL*         , FREQUENCY
OCESQL*         , CLAIM_DAYS
OCESQL*         , LUPD_USER
OCESQL*         , LUPD_TIMESTAMP
OCESQL*        )
OCESQL*        VALUES
OCESQL*        (  :HV-SUB-NR
OCESQL*         , :HV-ISSN
OCESQL*         , :HV-VENDOR-CODE
OCESQL*         , :HV-START-DATE
OCESQL*         , :HV-END-DATE
OCESQL*         , :HV-FREQUENCY
OCESQL*         , :HV-CLAIM-DAYS
OCESQL*         , :HV-SUB-USER
OCESQL*         , CURRENT_TIMESTAMP
OCESQL*        )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SUB-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISSN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-VENDOR-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-START-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-END-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FREQUENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CLAIM-DAYS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SUB-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0007
OCESQL          BY VALUE 8
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-INSERT-SUBSCRIPTION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-SUBSCRIPTION SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT ISSN
OCESQL*             , VENDOR_CODE
OCESQL*             , TO_CHAR(START_DATE,'YYYY-MM-DD')
OCESQL*             , TO_CHAR(END_DATE,'YYYY-MM-DD')
OCESQL*             , FREQUENCY
OCESQL*             , CLAIM_DAYS
OCESQL*        INTO   :HV-ISSN
OCESQL*             , :HV-VENDOR-CODE
OCESQL*             , :HV-START-DATE
OCESQL*             , :HV-END-DATE
OCESQL*             , :HV-FREQUENCY
OCESQL*             , :HV-CLAIM-DAYS
OCESQL*        FROM   SUBSCRIPTION
OCESQL*        WHERE  SUB_NR = :HV-SUB-NR
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISSN
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
OCESQL          BY REFERENCE HV-START-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-END-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FREQUENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CLAIM-DAYS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SUB-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0008
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-SUBSCRIPTION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-SUB-END-DATE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE SUBSCRIPTION
OCESQL*        SET    END_DATE       = :HV-END-DATE
OCESQL*             , LUPD_USER      = :HV-SUB-USER
OCESQL*             , LUPD_TIMESTAMP = CURRENT_TIMESTAMP
OCESQL*        WHERE  SUB_NR         = :HV-SUB-NR
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-END-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SUB-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SUB-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0009
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-UPDATE-SUB-END-DATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-LAST-ISSUE SECTION.
      *>------------------------------------------------------------------------

      *>  where a renewal's issues carry on from: the number of the
      *>  last issue predicted, and one step past its date (the start
      *>  date should the subscription have none yet)
OCESQL*   EXEC SQL
OCESQL*        SELECT COALESCE(MAX(ISSUE_NR), 0)
OCESQL*             , COALESCE(TO_CHAR(MAX(EXPECTED_DATE)
OCESQL*                        + CAST(:HV-INTERVAL AS INTERVAL),
OCESQL*                        'YYYY-MM-DD'), :HV-START-DATE)
OCESQL*        INTO   :HV-LAST-ISSUE-NR
OCESQL*             , :HV-SERIES-START
OCESQL*        FROM   SERIAL_ISSUE
OCESQL*        WHERE  SUB_NR = :HV-SUB-NR
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LAST-ISSUE-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SERIES-START
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-INTERVAL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-START-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SUB-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0010
OCESQL          BY VALUE 3
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-LAST-ISSUE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-INSERT-ISSUES SECTION.
      *>------------------------------------------------------------------------

      *>  one expected issue per step of the series; a from date past
      *>  the to date yields no rows, which is not an error
OCESQL*   EXEC SQL
OCESQL*        INSERT INTO SERIAL_ISSUE
OCESQL*        (  SUB_NR
OCESQL*         , ISSUE_NR
OCESQL*         , EXPECTED_DATE
OCESQL*         , ISSUE_STATUS
OCESQL*         , CLAIM_COUNT
OCESQL*         , LUPD_USER
OCESQL*         , LUPD_TIMESTAMP
OCESQL*        )
OCESQL*        SELECT :HV-SUB-NR
OCESQL*             , :HV-LAST-ISSUE-NR
OCESQL*               + ROW_NUMBER() OVER (ORDER BY G.ISSUE_DAY)
OCESQL*             , CAST(G.ISSUE_DAY AS DATE)
OCESQL*             , 'E'
OCESQL*             , 0
OCESQL*             , :HV-ISSUE-USER
OCESQL*             , CURRENT_TIMESTAMP
OCESQL*        FROM   GENERATE_SERIES(:HV-SERIES-START,
OCESQL*                               :HV-SERIES-END,
OCESQL*                               CAST(:HV-INTERVAL AS INTERVAL))
OCESQL*               AS G(ISSUE_DAY)
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SUB-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LAST-ISSUE-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISSUE-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SERIES-START
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SERIES-END
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-INTERVAL
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0011
OCESQL          BY VALUE 6
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          IF SQL-STATUS-NOT-FOUND
          THEN
             SET SQL-STATUS-OK TO TRUE
          END-IF

          .
       SQL-INSERT-ISSUES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-ISSUE-SPAN SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT COUNT(*)
OCESQL*             , COALESCE(TO_CHAR(MIN(EXPECTED_DATE),'YYYY-MM-DD'),
OCESQL*                        ' ')
OCESQL*             , COALESCE(TO_CHAR(MAX(EXPECTED_DATE),'YYYY-MM-DD'),
OCESQL*                        ' ')
OCESQL*        INTO   :HV-ISSUE-COUNT
OCESQL*             , :HV-FIRST-DATE
OCESQL*             , :HV-LAST-DATE
OCESQL*        FROM   SERIAL_ISSUE
OCESQL*        WHERE  SUB_NR   = :HV-SUB-NR
OCESQL*        AND    ISSUE_NR > :HV-LAST-ISSUE-NR
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISSUE-COUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FIRST-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LAST-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SUB-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LAST-ISSUE-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0012
OCESQL          BY VALUE 2
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-ISSUE-SPAN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-DECLARE-CURSOR-SUB-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_SUB_LS CURSOR FOR
OCESQL*        SELECT    SUB_NR
OCESQL*                , VENDOR_CODE
OCESQL*                , TO_CHAR(START_DATE,'YYYY-MM-DD')
OCESQL*                , TO_CHAR(END_DATE,'YYYY-MM-DD')
OCESQL*                , FREQUENCY
OCESQL*                , CLAIM_DAYS
OCESQL*        FROM      SUBSCRIPTION
OCESQL*        WHERE     ISSN = :HV-ISSN
OCESQL*        ORDER BY  START_DATE DESC
OCESQL*                , SUB_NR     DESC
OCESQL*   END-EXEC
OCESQL*
OCESQL*   .
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISSN
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODR_CURSOR_SUB_LS" & x"00"
OCESQL          BY REFERENCE SQ0013
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-SUB-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-SUB-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_SUB_LS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODR_CURSOR_SUB_LS" & x"00"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-OPEN-CURSOR-SUB-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-SUB-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_SUB_LS
OCESQL*        INTO    :HV-SUB-NR
OCESQL*              , :HV-VENDOR-CODE
OCESQL*              , :HV-START-DATE
OCESQL*              , :HV-END-DATE
OCESQL*              , :HV-FREQUENCY
OCESQL*              , :HV-CLAIM-DAYS
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
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-VENDOR-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-START-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-END-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FREQUENCY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CLAIM-DAYS
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODR_CURSOR_SUB_LS" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-FETCH-CURSOR-SUB-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-SUB-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_SUB_LS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODR_CURSOR_SUB_LS" & x"00"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-CLOSE-CURSOR-SUB-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-DECLARE-CURSOR-ISSUE-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_ISSUE_LS CURSOR FOR
OCESQL*        SELECT    ISSUE_NR
OCESQL*                , TO_CHAR(EXPECTED_DATE,'YYYY-MM-DD')
OCESQL*                , ISSUE_STATUS
OCESQL*                , COALESCE(ISSUE_LABEL, ' ')
OCESQL*                , COALESCE(TO_CHAR(RECEIVED_DATE,'YYYY-MM-DD'),
OCESQL*                           ' ')
OCESQL*                , COALESCE(LOC_CODE, ' ')
OCESQL*                , CLAIM_COUNT
OCESQL*        FROM      SERIAL_ISSUE
OCESQL*        WHERE     SUB_NR    = :HV-SUB-NR
OCESQL*        AND       ISSUE_NR >= :HV-ISSUE-NR
OCESQL*        ORDER BY  ISSUE_NR ASC
OCESQL*   END-EXEC
OCESQL*
OCESQL*   .
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SUB-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISSUE-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODR_CURSOR_ISSUE_LS" & x"00"
OCESQL          BY REFERENCE SQ0014
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-ISSUE-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-ISSUE-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_ISSUE_LS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODR_CURSOR_ISSUE_LS" & x"00"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-OPEN-CURSOR-ISSUE-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-ISSUE-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_ISSUE_LS
OCESQL*        INTO    :HV-ISSUE-NR
OCESQL*              , :HV-EXPECTED-DATE
OCESQL*              , :HV-ISSUE-STATUS
OCESQL*              , :HV-ISSUE-LABEL
OCESQL*              , :HV-RECEIVED-DATE
OCESQL*              , :HV-LOC-CODE
OCESQL*              , :HV-CLAIM-COUNT
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
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
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISSUE-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISSUE-LABEL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RECEIVED-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOC-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CLAIM-COUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODR_CURSOR_ISSUE_LS" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-FETCH-CURSOR-ISSUE-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-ISSUE-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_ISSUE_LS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODR_CURSOR_ISSUE_LS" & x"00"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-CLOSE-CURSOR-ISSUE-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-LOCATION SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT LOC_NAME
OCESQL*        INTO   :HV-LOC-NAME
OCESQL*        FROM   LOCATION
OCESQL*        WHERE  LOC_CODE = :HV-LOC-CODE
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOC-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOC-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0015
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-LOCATION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-ISSUE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT TO_CHAR(EXPECTED_DATE,'YYYY-MM-DD')
OCESQL*             , ISSUE_STATUS
OCESQL*             , COALESCE(TO_CHAR(RECEIVED_DATE,'YYYY-MM-DD'),' ')
OCESQL*             , CLAIM_COUNT
OCESQL*        INTO   :HV-EXPECTED-DATE
OCESQL*             , :HV-ISSUE-STATUS
OCESQL*             , :HV-RECEIVED-DATE
OCESQL*             , :HV-CLAIM-COUNT
OCESQL*        FROM   SERIAL_ISSUE
OCESQL*        WHERE  SUB_NR   = :HV-SUB-NR
OCESQL*        AND    ISSUE_NR = :HV-ISSUE-NR
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-EXPECTED-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISSUE-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RECEIVED-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CLAIM-COUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SUB-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISSUE-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0016
OCESQL          BY VALUE 2
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-ISSUE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-ISSUE-RECEIVED SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE SERIAL_ISSUE
OCESQL*        SET    ISSUE_STATUS   = 'R'
OCESQL*             , ISSUE_LABEL    = :HV-ISSUE-LABEL
OCESQL*             , RECEIVED_DATE  = CURRENT_DATE
OCESQL*             , LOC_CODE       = :HV-LOC-CODE
OCESQL*             , LUPD_USER      = :HV-ISSUE-USER
OCESQL*             , LUPD_TIMESTAMP = CURRENT_TIMESTAMP
OCESQL*        WHERE  SUB_NR         = :HV-SUB-NR
OCESQL*        AND    ISSUE_NR       = :HV-ISSUE-NR
OCESQL*        AND    ISSUE_STATUS  <> 'R'
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISSUE-LABEL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOC-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISSUE-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SUB-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISSUE-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0017
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-UPDATE-ISSUE-RECEIVED-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-ISSUE-CLAIMED SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE SERIAL_ISSUE
OCESQL*        SET    ISSUE_STATUS    = 'C'
OCESQL*             , CLAIM_COUNT     = CLAIM_COUNT + 1
OCESQL*             , LAST_CLAIM_DATE = CURRENT_DATE
OCESQL*             , LUPD_USER       = :HV-ISSUE-USER
OCESQL*             , LUPD_TIMESTAMP  = CURRENT_TIMESTAMP
OCESQL*        WHERE  SUB_NR          = :HV-SUB-NR
OCESQL*        AND    ISSUE_NR        = :HV-ISSUE-NR
OCESQL*        AND    ISSUE_STATUS   <> 'R'
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISSUE-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SUB-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISSUE-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0018
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-UPDATE-ISSUE-CLAIMED-EX.
          EXIT.

       END PROGRAM PGMODR.
