      *>************************************************************************
      *>  This file is part of DBsample.
      *>
      *>  PGBHSHLF.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  PGBHSHLF.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with PGBHSHLF.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      PGBHSHLF.cob
      *>
      *> Purpose:      Nightly hold-shelf run. PGMOD8's CHECK-IN puts a
      *>               returned copy of a reserved title on the hold
      *>               shelf (BOOK_COPY status H) for the oldest hold,
      *>               with a pickup-by date on the RESERVATION row.
      *>               This run takes every shelf copy whose borrower
      *>               did not collect it by that date - and every
      *>               shelf copy whose hold has since been cancelled
      *>               or met with another copy - off the shelf:
      *>               - an uncollected hold is expired (cancelled
      *>                 under the user PGBHSHLF);
      *>               - the copy then goes to the next borrower in
      *>                 the queue with a fresh pickup-by date, or,
      *>                 with nobody waiting, back to status S.
      *>               The report is the desk's daily hold-shelf list:
      *>               SEND ON lines are copies to re-label for the
      *>               next borrower, PULL lines are copies to take
      *>               off the hold shelf and put back in stock.
      *>
      *> Author:       Celso
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Usage:        HSHLFRPT names the output report. PICKUPDAYS
      *>               gives the business days the next borrower has
      *>               to collect (blank or zero falls back to 5).
      *>               Run as:
      *>                  HSHLFRPT=/path/to/holdshelf.txt
      *>                  PICKUPDAYS=5
      *>                  cobcrun PGBHSHLF
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>            - a shelf copy passed on also goes to the oldest
      *>              work-level hold on its edition's work, which
      *>              then takes on the copy's ISBN, as in PGMOD8.
      *>            - expired holds, the pickup-by date given to a
      *>              passed-on hold and the list date now run from the
      *>              business processing date from PGBDCAL instead of
      *>              the machine date; it goes on the JOB_RUN row too.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBHSHLF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HSHLF-RPT-FILE ASSIGN TO "HSHLFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HSHLF-RPT-FILE.
       01  HSHLF-RPT-LINE               PIC X(150).

       WORKING-STORAGE SECTION.
      *> pickup days when PICKUPDAYS is not set - the same house
      *> rule as PGMOD8's C-PICKUP-DAYS
       78 C-DEFAULT-PICKUP-DAYS         VALUE 5.

       01  WS-RPT-STATUS                PIC X(02).
           88  WS-RPT-OK                    VALUE "00".

      *> set when the cursor could not be opened or a shelf copy
      *> could not be moved on - the run then ends in error and
      *> every change rolls back, so the rerun starts afresh
       01  WS-RUN-ERROR-SW              PIC X(01) VALUE "N".
           88  WS-RUN-ERROR                 VALUE "Y".

      *> PICKUPDAYS as keyed in the environment, before validation
       01  WS-PICKUPDAYS-TEXT           PIC X(03).
       01  WS-PICKUP-DAYS               PIC 9(03).

      *> the pickup-by date given to a passed-on hold
       01  WS-PICKUP-DATE               PIC X(10).

      *> run totals, displayed in the end-of-job summary
       01  WS-LINE-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-EXPIRED-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-SENDON-COUNT              PIC 9(09) COMP VALUE ZERO.
       01  WS-PULL-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-TOTAL-EDIT                PIC ZZZ,ZZZ,ZZ9.

      *> one detail line of the hold-shelf list
       01  WS-DETAIL-LINE.
           05  WD-ACTION                PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-LOCATION              PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-ISBN                  PIC 9(13).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-COPY-NR               PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-TITLE                 PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-OLD-BORROWER-ID       PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-NEW-BORROWER-ID       PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-NEW-BORROWER-NAME     PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-PICKUP-DATE           PIC X(10).

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
       01 HV-ISBN                       PIC 9(13).
       01 HV-COPY-NR                    PIC 9(03).
       01 HV-LOCATION                   PIC X(20).
       01 HV-TITLE                      PIC X(60).
       01 HV-RES-ID                     PIC 9(09).
       01 HV-RES-BORROWER-ID            PIC 9(06).
       01 HV-NEXT-RES-ID                PIC 9(09).
       01 HV-NEXT-BORROWER-ID           PIC 9(06).
       01 HV-NEXT-BORROWER-NAME         PIC X(40).
       01 HV-PICKUP-DATE                PIC X(10).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(431) VALUE "SELECT C.ISBN, C.COPY_NR, COALE"
OCESQL  &  "SCE(C.LOCATION,' '), B.TITLE, COALESCE(R.RES_ID,0), COALESC"
OCESQL  &  "E(R.BORROWER_ID,0) FROM BOOK_COPY C JOIN BOOK B ON B.ISBN ="
OCESQL  &  " C.ISBN LEFT JOIN RESERVATION R ON R.ISBN = C.ISBN AND R.SH"
OCESQL  &  "ELF_COPY_NR = C.COPY_NR AND R.CANCEL_TIMESTAMP IS NULL AND "
OCESQL  &  "R.FULFIL_TIMESTAMP IS NULL WHERE C.COPY_STATUS = 'H' AND ( "
OCESQL  &  "R.RES_ID IS NULL OR R.PICKUP_DATE < CAST($1 AS DATE) ) ORDE"
OCESQL  &  "R BY C.LOCATION ASC, C.ISBN ASC, C.COPY_NR ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(103) VALUE "UPDATE RESERVATION SET CANCEL_U"
OCESQL  &  "SER = 'PGBHSHLF', CANCEL_TIMESTAMP = CURRENT_TIMESTAMP WHER"
OCESQL  &  "E RES_ID = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(334) VALUE "SELECT R.RES_ID, R.BORROWER_ID,"
OCESQL  &  " W.BORROWER_NAME FROM RESERVATION R, BORROWER W WHERE W.BOR"
OCESQL  &  "ROWER_ID = R.BORROWER_ID AND ( R.ISBN = $1 OR R.WORK_ID = ("
OCESQL  &  "SELECT E.WORK_ID FROM WORK_EDITION E WHERE E.ISBN = $2)) AN"
OCESQL  &  "D R.CANCEL_TIMESTAMP IS NULL AND R.FULFIL_TIMESTAMP IS NULL"
OCESQL  &  " AND R.SHELF_COPY_NR IS NULL ORDER BY R.PLACE_TIMESTAMP ASC"
OCESQL  &  " LIMIT 1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(156) VALUE "UPDATE RESERVATION SET SHELF_CO"
OCESQL  &  "PY_NR = $1, ISBN = $2, SHELF_USER = 'PGBHSHLF', SHELF_TIMES"
OCESQL  &  "TAMP = CURRENT_TIMESTAMP, PICKUP_DATE = $3::date WHERE RES_"
OCESQL  &  "ID = $4".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(131) VALUE "UPDATE BOOK_COPY SET COPY_STATU"
OCESQL  &  "S = 'S', LUPD_USER = 'PGBHSHLF', LUPD_TIMESTAMP = CURRENT_T"
OCESQL  &  "IMESTAMP WHERE ISBN = $1 AND COPY_NR = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-PGBHSHLF SECTION.
      *>------------------------------------------------------------------------

           DISPLAY "PGBHSHLF: hold-shelf run starting"

           PERFORM SET-BUSINESS-DATE

           IF HV-BUS-DATE = SPACES
           THEN
              DISPLAY "PGBHSHLF: BUSDATE " LN-BD-DATE " is not a "
                      "valid date on or before today - run not started"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM SET-PICKUP-DAYS

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
           THEN
              DISPLAY "PGBHSHLF: connect failed - "
                      LN-MSG-1 OF LN-MOD
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM JOBLOG-RUN-START

           PERFORM SET-PICKUP-DATE

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

           OPEN OUTPUT HSHLF-RPT-FILE

           IF NOT WS-RPT-OK
           THEN
              DISPLAY "PGBHSHLF: unable to open HSHLFRPT, status "
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

           PERFORM SQL-DECLARE-CURSOR-HSHLF
           PERFORM SQL-OPEN-CURSOR-HSHLF

           IF SQL-STATUS-OK
           THEN
              PERFORM SQL-FETCH-CURSOR-HSHLF
              PERFORM PROCESS-ONE-SHELF-COPY
                UNTIL NOT SQL-STATUS-OK
                   OR WS-RUN-ERROR
              PERFORM SQL-CLOSE-CURSOR-HSHLF
              IF NOT WS-RUN-ERROR
              THEN
                 PERFORM WRITE-REPORT-TOTAL
              END-IF
           ELSE
              DISPLAY "PGBHSHLF: could not open the hold-shelf "
                      "cursor, SQLCODE " WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
           END-IF

           CLOSE HSHLF-RPT-FILE

           IF WS-RUN-ERROR
           THEN
      *>        the list is incomplete - take every shelf change back
      *>        too, so the desk never works from a half-moved shelf
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

           DISPLAY "PGBHSHLF: shelf copies moved " WS-LINE-COUNT
           DISPLAY "PGBHSHLF: holds expired      " WS-EXPIRED-COUNT
           DISPLAY "PGBHSHLF: sent on            " WS-SENDON-COUNT
           DISPLAY "PGBHSHLF: pulled to stock    " WS-PULL-COUNT

           GOBACK

           .
       MAIN-PGBHSHLF-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-PICKUP-DAYS SECTION.
      *>------------------------------------------------------------------------

      *>  the pickup days come from the environment so the scheduler
      *>  can vary them without a recompile; anything not a positive
      *>  number falls back to the default
           MOVE SPACES TO WS-PICKUPDAYS-TEXT
           ACCEPT WS-PICKUPDAYS-TEXT FROM ENVIRONMENT "PICKUPDAYS"

           COMPUTE WS-PICKUP-DAYS
                 = FUNCTION NUMVAL(WS-PICKUPDAYS-TEXT)
           END-COMPUTE

           IF WS-PICKUP-DAYS = ZERO
           THEN
              MOVE C-DEFAULT-PICKUP-DAYS TO WS-PICKUP-DAYS
           END-IF

           DISPLAY "PGBHSHLF: passed-on holds get "
                   WS-PICKUP-DAYS " business day(s) to collect"

           .
       SET-PICKUP-DAYS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-PICKUP-DATE SECTION.
      *>------------------------------------------------------------------------

      *>  every hold passed on tonight gets the same pickup-by date,
      *>  WS-PICKUP-DAYS business days from the business date, so a
      *>  copy never has to be collected on a day the desk is closed
           INITIALIZE LN-BDCAL
           SET V-LN-BD-FNC-ADD-DAYS OF LN-BDCAL TO TRUE
           MOVE HV-BUS-DATE    TO LN-BD-DATE
           MOVE WS-PICKUP-DAYS TO LN-BD-DAYS

           CALL "PGBDCAL" USING LN-BDCAL END-CALL

           IF LN-BD-RC OF LN-BDCAL NOT = 0
           THEN
              DISPLAY "PGBHSHLF: the pickup-by date could not be "
                      "worked out from the business-day calendar"
              MOVE "Y" TO WS-RUN-ERROR-SW
              EXIT SECTION
           END-IF

           MOVE LN-BD-RESULT-DATE OF LN-BDCAL TO WS-PICKUP-DATE

           .
       SET-PICKUP-DATE-EX.
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
              DISPLAY "PGBHSHLF: business date " HV-BUS-DATE
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

           MOVE SPACES TO HSHLF-RPT-LINE
           MOVE "HOLD SHELF LIST " TO HSHLF-RPT-LINE(1:16)
           MOVE HV-BUS-DATE TO HSHLF-RPT-LINE(17:10)
           MOVE " - SEND ON: RE-LABEL FOR THE NEXT BORROWER, " &
                "PULL: BACK TO STOCK"
             TO HSHLF-RPT-LINE(27:63)
           WRITE HSHLF-RPT-LINE

           MOVE SPACES TO HSHLF-RPT-LINE
           WRITE HSHLF-RPT-LINE

           MOVE SPACES TO HSHLF-RPT-LINE
           MOVE "ACTION" TO HSHLF-RPT-LINE(1:6)
           MOVE "LOCATION" TO HSHLF-RPT-LINE(10:8)
           MOVE "ISBN" TO HSHLF-RPT-LINE(32:4)
           MOVE "CPY" TO HSHLF-RPT-LINE(47:3)
           MOVE "TITLE" TO HSHLF-RPT-LINE(52:5)
           MOVE "WAS" TO HSHLF-RPT-LINE(84:3)
           MOVE "NEXT" TO HSHLF-RPT-LINE(92:4)
           MOVE "NEXT BORROWER NAME" TO HSHLF-RPT-LINE(100:18)
           MOVE "PICK UP BY" TO HSHLF-RPT-LINE(132:10)
           WRITE HSHLF-RPT-LINE

           .
       WRITE-REPORT-HEADING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PROCESS-ONE-SHELF-COPY SECTION.
      *>------------------------------------------------------------------------

           INITIALIZE WS-DETAIL-LINE
           MOVE HV-LOCATION               TO WD-LOCATION
           MOVE HV-ISBN                   TO WD-ISBN
           MOVE HV-COPY-NR                TO WD-COPY-NR
           MOVE HV-TITLE                  TO WD-TITLE

      *>  an uncollected hold is expired; a zero RES_ID is a shelf
      *>  copy whose hold was cancelled or met with another copy,
      *>  so there is nothing left to expire
           IF HV-RES-ID NOT = ZERO
           THEN
              PERFORM SQL-UPDATE-HOLD-EXPIRE

              IF NOT SQL-STATUS-OK
              THEN
                 DISPLAY "PGBHSHLF: could not expire hold "
                         HV-RES-ID ", SQLCODE " WS-SQL-STATUS
                 MOVE "Y" TO WS-RUN-ERROR-SW
                 EXIT SECTION
              END-IF

              MOVE HV-RES-BORROWER-ID TO WD-OLD-BORROWER-ID
              ADD 1 TO WS-EXPIRED-COUNT
           END-IF

      *>  the copy goes to the next borrower in the queue, or back
      *>  to stock when nobody else is waiting for the title
           PERFORM SQL-SELECT-NEXT-HOLD

           EVALUATE TRUE
           WHEN     SQL-STATUS-OK
              MOVE WS-PICKUP-DATE TO HV-PICKUP-DATE

              PERFORM SQL-UPDATE-HOLD-SHELVE

              IF NOT SQL-STATUS-OK
              THEN
                 DISPLAY "PGBHSHLF: could not pass copy " HV-COPY-NR
                         " of " HV-ISBN " on, SQLCODE "
                         WS-SQL-STATUS
                 MOVE "Y" TO WS-RUN-ERROR-SW
                 EXIT SECTION
              END-IF

              MOVE "SEND ON"              TO WD-ACTION
              MOVE HV-NEXT-BORROWER-ID    TO WD-NEW-BORROWER-ID
              MOVE HV-NEXT-BORROWER-NAME  TO WD-NEW-BORROWER-NAME
              MOVE HV-PICKUP-DATE         TO WD-PICKUP-DATE
              ADD 1 TO WS-SENDON-COUNT

           WHEN     SQL-STATUS-NOT-FOUND
              PERFORM SQL-UPDATE-COPY-TO-STOCK

              IF NOT SQL-STATUS-OK
              THEN
                 DISPLAY "PGBHSHLF: could not return copy "
                         HV-COPY-NR " of " HV-ISBN " to stock, "
                         "SQLCODE " WS-SQL-STATUS
                 MOVE "Y" TO WS-RUN-ERROR-SW
                 EXIT SECTION
              END-IF

              MOVE "PULL"                 TO WD-ACTION
              ADD 1 TO WS-PULL-COUNT

           WHEN     OTHER
              DISPLAY "PGBHSHLF: could not read the holds queue for "
                      HV-ISBN ", SQLCODE " WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
              EXIT SECTION
           END-EVALUATE

           MOVE WS-DETAIL-LINE TO HSHLF-RPT-LINE
           WRITE HSHLF-RPT-LINE

           ADD 1 TO WS-LINE-COUNT

           PERFORM SQL-FETCH-CURSOR-HSHLF

           .
       PROCESS-ONE-SHELF-COPY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REPORT-TOTAL SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO HSHLF-RPT-LINE
           WRITE HSHLF-RPT-LINE

           MOVE SPACES TO HSHLF-RPT-LINE
           MOVE "HOLDS EXPIRED:" TO HSHLF-RPT-LINE(1:14)
           MOVE WS-EXPIRED-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO HSHLF-RPT-LINE(24:11)
           WRITE HSHLF-RPT-LINE

           MOVE SPACES TO HSHLF-RPT-LINE
           MOVE "COPIES TO SEND ON:" TO HSHLF-RPT-LINE(1:18)
           MOVE WS-SENDON-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO HSHLF-RPT-LINE(24:11)
           WRITE HSHLF-RPT-LINE

           MOVE SPACES TO HSHLF-RPT-LINE
           MOVE "COPIES TO PULL:" TO HSHLF-RPT-LINE(1:15)
           MOVE WS-PULL-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO HSHLF-RPT-LINE(24:11)
           WRITE HSHLF-RPT-LINE

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
       SQL-DECLARE-CURSOR-HSHLF SECTION.
      *>------------------------------------------------------------------------

      *>  every copy on the hold shelf that has to come off it: the
      *>  open hold it waits for is past its pickup-by date, or no
      *>  open hold names it any more; by location, so the list
      *>  walks the hold shelf in order
OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_HSHLF CURSOR FOR
OCESQL*        SELECT    C.ISBN
OCESQL*                , C.COPY_NR
OCESQL*                , COALESCE(C.LOCATION,' ')
OCESQL*                , B.TITLE
OCESQL*                , COALESCE(R.RES_ID,0)
OCESQL*                , COALESCE(R.BORROWER_ID,0)
OCESQL*        FROM      BOOK_COPY C
OCESQL*        JOIN      BOOK B
OCESQL*               ON B.ISBN               = C.ISBN
OCESQL*        LEFT JOIN RESERVATION R
OCESQL*               ON R.ISBN               = C.ISBN
OCESQL*              AND R.SHELF_COPY_NR      = C.COPY_NR
OCESQL*              AND R.CANCEL_TIMESTAMP   IS NULL
OCESQL*              AND R.FULFIL_TIMESTAMP   IS NULL
OCESQL*        WHERE     C.COPY_STATUS        = 'H'
OCESQL*        AND       (   R.RES_ID         IS NULL
OCESQL*                   OR R.PICKUP_DATE
OCESQL*                    < CAST(:HV-BUS-DATE AS DATE) )
OCESQL*        ORDER BY  C.LOCATION ASC
OCESQL*                , C.ISBN     ASC
OCESQL*                , C.COPY_NR  ASC
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
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBHSHLF_CURSOR_HSHLF" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-HSHLF-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-HSHLF SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_HSHLF
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBHSHLF_CURSOR_HSHLF" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-OPEN-CURSOR-HSHLF-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-HSHLF SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_HSHLF
OCESQL*        INTO    :HV-ISBN
OCESQL*              , :HV-COPY-NR
OCESQL*              , :HV-LOCATION
OCESQL*              , :HV-TITLE
OCESQL*              , :HV-RES-ID
OCESQL*              , :HV-RES-BORROWER-ID
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
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
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOCATION
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-TITLE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBHSHLF_CURSOR_HSHLF" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-FETCH-CURSOR-HSHLF-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-HSHLF SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_HSHLF
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBHSHLF_CURSOR_HSHLF" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-CLOSE-CURSOR-HSHLF-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-HOLD-EXPIRE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE RESERVATION
OCESQL*        SET       CANCEL_USER
OCESQL*               =  'PGBHSHLF'
OCESQL*               ,  CANCEL_TIMESTAMP
OCESQL*               =  CURRENT_TIMESTAMP
OCESQL*        WHERE  RES_ID           = :HV-RES-ID
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0002
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-UPDATE-HOLD-EXPIRE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-NEXT-HOLD SECTION.
      *>------------------------------------------------------------------------

      *>  the oldest open hold on the title that has no copy on the
      *>  shelf yet - the same queue order PGMOD8's CHECK-IN uses,
      *>  work-level holds on the title's work included
OCESQL*   EXEC SQL
OCESQL*        SELECT R.RES_ID
OCESQL*             , R.BORROWER_ID
OCESQL*             , W.BORROWER_NAME
OCESQL*        INTO   :HV-NEXT-RES-ID
OCESQL*             , :HV-NEXT-BORROWER-ID
OCESQL*             , :HV-NEXT-BORROWER-NAME
OCESQL*        FROM   RESERVATION R
OCESQL*             , BORROWER    W
OCESQL*        WHERE  W.BORROWER_ID      = R.BORROWER_ID
OCESQL*        AND    (   R.ISBN         = :HV-ISBN
OCESQL*                OR R.WORK_ID      = (SELECT E.WORK_ID
OCESQL*                                     FROM   WORK_EDITION E
OCESQL*                                     WHERE  E.ISBN = :HV-ISBN))
OCESQL*        AND    R.CANCEL_TIMESTAMP IS NULL
OCESQL*        AND    R.FULFIL_TIMESTAMP IS NULL
OCESQL*        AND    R.SHELF_COPY_NR    IS NULL
OCESQL*        ORDER BY R.PLACE_TIMESTAMP ASC
OCESQL*        LIMIT  1
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-NEXT-RES-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-NEXT-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-NEXT-BORROWER-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0003
OCESQL          BY VALUE 2
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-SELECT-NEXT-HOLD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-HOLD-SHELVE SECTION.
      *>------------------------------------------------------------------------

      *>  a work-level hold takes on the edition of the copy
OCESQL*   EXEC SQL
OCESQL*        UPDATE RESERVATION
OCESQL*        SET       SHELF_COPY_NR
OCESQL*               = :HV-COPY-NR
OCESQL*               ,  ISBN
OCESQL*               = :HV-ISBN
OCESQL*               ,  SHELF_USER
OCESQL*               =  'PGBHSHLF'
OCESQL*               ,  SHELF_TIMESTAMP
OCESQL*               =  CURRENT_TIMESTAMP
OCESQL*               ,  PICKUP_DATE
OCESQL*               = :HV-PICKUP-DATE
OCESQL*        WHERE  RES_ID           = :HV-NEXT-RES-ID
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PICKUP-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-NEXT-RES-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0004
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-UPDATE-HOLD-SHELVE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-COPY-TO-STOCK SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE BOOK_COPY
OCESQL*        SET       COPY_STATUS
OCESQL*               =  'S'
OCESQL*               ,  LUPD_USER
OCESQL*               =  'PGBHSHLF'
OCESQL*               ,  LUPD_TIMESTAMP
OCESQL*               =  CURRENT_TIMESTAMP
OCESQL*        WHERE  ISBN             = :HV-ISBN
OCESQL*        AND    COPY_NR          = :HV-COPY-NR
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
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0005
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-UPDATE-COPY-TO-STOCK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       JOBLOG-RUN-START SECTION.
      *>------------------------------------------------------------------------

      *>  record the run in JOB_RUN; a failure to log never stops
      *>  the job itself
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBHSHLF" TO LN-JL-PROGRAM
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
           MOVE WS-LINE-COUNT TO LN-JL-READ-COUNT
           MOVE WS-SENDON-COUNT TO LN-JL-INSERT-COUNT
           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-END-EX.
          EXIT.

       END PROGRAM PGBHSHLF.
