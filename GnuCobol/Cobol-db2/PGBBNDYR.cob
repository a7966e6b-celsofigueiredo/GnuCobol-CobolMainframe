      *>************************************************************************
      *>  This file is part of DBsample.
      *>
      *>  PGBBNDYR.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  PGBBNDYR.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with PGBBNDYR.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      PGBBNDYR.cob
      *>
      *> Purpose:      Yearly repair and bindery cost summary. For every
      *>               vendor, the copies received back from the bindery
      *>               in the year (BINDERY_ITEM.RETURN_DATE), split into
      *>               repaired and beyond repair, with the total and the
      *>               average charge per copy, and grand totals across
      *>               all vendors.
      *>               Read-only - PGMODB remains the only writer of the
      *>               bindery tables.
      *>
      *> Author:       Celso
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Usage:        BNDYRRPT names the output report, BNDYEAR the
      *>               year reported (YYYY; default the previous
      *>               calendar year, for the run early in January).
      *>               Run as:
      *>                  BNDYRRPT=/path/to/bindery-year.txt
      *>                  BNDYEAR=2025
      *>                  cobcrun PGBBNDYR
      *>               The stream has no yearly slot, so the summary is
      *>               run on demand once the year has closed.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>            - BNDYEAR unset now defaults to the year before the
      *>              business processing date from PGBDCAL; it goes on
      *>              the JOB_RUN row too.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBBNDYR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BNDYR-RPT-FILE ASSIGN TO "BNDYRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNDYR-RPT-FILE.
       01  BNDYR-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RPT-STATUS                PIC X(02).
           88  WS-RPT-OK                    VALUE "00".

      *> set when the cursor could not be opened - the run then
      *> ends in error instead of logging a clean zero-count run
       01  WS-RUN-ERROR-SW              PIC X(01) VALUE "N".
           88  WS-RUN-ERROR                 VALUE "Y".

      *> the year reported, from BNDYEAR
       01  WS-ENV-YEAR                  PIC X(04).

      *> run totals, displayed in the end-of-job summary and written
      *> as the report's final total lines
       01  WS-VENDOR-COUNT              PIC 9(09) COMP VALUE ZERO.
       01  WS-COPY-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-REPAIRED-COUNT            PIC 9(09) COMP VALUE ZERO.
       01  WS-DISCARDED-COUNT           PIC 9(09) COMP VALUE ZERO.
       01  WS-CHARGE-TOTAL              PIC 9(09)V9(02) VALUE ZERO.
       01  WS-CHARGE-AVERAGE            PIC 9(07)V9(02) VALUE ZERO.
       01  WS-TOTAL-EDIT                PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT               PIC ZZZ,ZZZ,ZZ9.99.

      *> one vendor line
       01  WS-DETAIL-LINE.
           05  WD-VENDOR-CODE           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-VENDOR-NAME           PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-COPY-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-REPAIRED-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-DISCARDED-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-CHARGE-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-CHARGE-AVERAGE        PIC ZZ,ZZ9.99.

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
       01 HV-YEAR                       PIC 9(04).
       01 HV-VENDOR-CODE                PIC X(08).
       01 HV-VENDOR-NAME                PIC X(30).
       01 HV-COPY-COUNT                 PIC 9(09).
       01 HV-REPAIRED-COUNT             PIC 9(09).
       01 HV-DISCARDED-COUNT            PIC 9(09).
       01 HV-CHARGE-TOTAL               PIC 9(09)V9(02).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(435) VALUE "SELECT B.VENDOR_CODE, V.VENDOR_"
OCESQL  &  "NAME, COUNT(*), SUM(CASE WHEN I.ITEM_STATUS = 'S' THEN 1 EL"
OCESQL  &  "SE 0 END), SUM(CASE WHEN I.ITEM_STATUS = 'D' THEN 1 ELSE 0 "
OCESQL  &  "END), COALESCE(SUM(I.CHARGE),0) FROM BINDERY_ITEM I JOIN BI"
OCESQL  &  "NDERY_BATCH B ON B.BATCH_NR = I.BATCH_NR JOIN VENDOR V ON V"
OCESQL  &  ".VENDOR_CODE = B.VENDOR_CODE WHERE I.ITEM_STATUS IN ('S','D"
OCESQL  &  "') AND EXTRACT(YEAR FROM I.RETURN_DATE) = $1 GROUP BY B.VEN"
OCESQL  &  "DOR_CODE, V.VENDOR_NAME ORDER BY B.VENDOR_CODE ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-PGBBNDYR SECTION.
      *>------------------------------------------------------------------------

           DISPLAY "PGBBNDYR: yearly bindery cost summary starting"

           PERFORM SET-BUSINESS-DATE

           IF HV-BUS-DATE = SPACES
           THEN
              DISPLAY "PGBBNDYR: BUSDATE " LN-BD-DATE " is not a "
                      "valid date on or before today - run not started"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM SET-RUN-PARAMS

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
           THEN
              DISPLAY "PGBBNDYR: connect failed - "
                      LN-MSG-1 OF LN-MOD
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM JOBLOG-RUN-START

           OPEN OUTPUT BNDYR-RPT-FILE

           IF NOT WS-RPT-OK
           THEN
              DISPLAY "PGBBNDYR: unable to open BNDYRRPT, status "
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

           PERFORM SQL-DECLARE-CURSOR-VENDOR
           PERFORM SQL-OPEN-CURSOR-VENDOR

           IF SQL-STATUS-OK
           THEN
              PERFORM SQL-FETCH-CURSOR-VENDOR
              PERFORM WRITE-ONE-VENDOR-LINE UNTIL NOT SQL-STATUS-OK
              PERFORM SQL-CLOSE-CURSOR-VENDOR
              PERFORM WRITE-REPORT-TOTAL
           ELSE
              DISPLAY "PGBBNDYR: could not open the vendor cursor, "
                      "SQLCODE " WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
           END-IF

           CLOSE BNDYR-RPT-FILE

           IF WS-RUN-ERROR
           THEN
              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
           ELSE
              SET V-LN-JL-STATUS-COMPLETE OF LN-JOBLOG TO TRUE
           END-IF
           PERFORM JOBLOG-RUN-END

           PERFORM DISCONNECT-DATABASE

           DISPLAY "PGBBNDYR: year reported       " HV-YEAR
           DISPLAY "PGBBNDYR: vendors             " WS-VENDOR-COUNT
           DISPLAY "PGBBNDYR: copies received     " WS-COPY-COUNT

           IF WS-RUN-ERROR
           THEN
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK

           .
       MAIN-PGBBNDYR-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-RUN-PARAMS SECTION.
      *>------------------------------------------------------------------------

      *>  BNDYEAR is the year reported; unset or not a year, the
      *>  calendar year before the business date - the run is due
      *>  early in January
           MOVE SPACES TO WS-ENV-YEAR
           ACCEPT WS-ENV-YEAR FROM ENVIRONMENT "BNDYEAR"

           IF WS-ENV-YEAR IS NUMERIC
           AND WS-ENV-YEAR > "1900"
           THEN
              MOVE WS-ENV-YEAR TO HV-YEAR
           ELSE
              MOVE HV-BUS-DATE(1:4) TO HV-YEAR
              SUBTRACT 1 FROM HV-YEAR
           END-IF

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
              DISPLAY "PGBBNDYR: business date " HV-BUS-DATE
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

           MOVE SPACES TO BNDYR-RPT-LINE
           STRING "REPAIR AND BINDERY COSTS BY VENDOR FOR "
                                              DELIMITED BY SIZE
                  HV-YEAR                     DELIMITED BY SIZE
             INTO BNDYR-RPT-LINE
           END-STRING
           WRITE BNDYR-RPT-LINE

           MOVE SPACES TO BNDYR-RPT-LINE
           WRITE BNDYR-RPT-LINE

           MOVE SPACES TO BNDYR-RPT-LINE
           MOVE "VENDOR" TO BNDYR-RPT-LINE(1:6)
           MOVE "NAME" TO BNDYR-RPT-LINE(11:4)
           MOVE "COPIES" TO BNDYR-RPT-LINE(43:6)
           MOVE "REPAIRD" TO BNDYR-RPT-LINE(52:7)
           MOVE "DISCARD" TO BNDYR-RPT-LINE(61:7)
           MOVE "TOTAL CHARGE" TO BNDYR-RPT-LINE(72:12)
           MOVE "AVERAGE" TO BNDYR-RPT-LINE(88:7)
           WRITE BNDYR-RPT-LINE

           .
       WRITE-REPORT-HEADING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-ONE-VENDOR-LINE SECTION.
      *>------------------------------------------------------------------------

           INITIALIZE WS-DETAIL-LINE
           MOVE HV-VENDOR-CODE            TO WD-VENDOR-CODE
           MOVE HV-VENDOR-NAME            TO WD-VENDOR-NAME
           MOVE HV-COPY-COUNT             TO WD-COPY-COUNT
           MOVE HV-REPAIRED-COUNT         TO WD-REPAIRED-COUNT
           MOVE HV-DISCARDED-COUNT        TO WD-DISCARDED-COUNT
           MOVE HV-CHARGE-TOTAL           TO WD-CHARGE-TOTAL

      *>  the cursor only returns vendors with copies back, so the
      *>  count is never zero
           COMPUTE WS-CHARGE-AVERAGE ROUNDED
                 = HV-CHARGE-TOTAL / HV-COPY-COUNT
           END-COMPUTE
           MOVE WS-CHARGE-AVERAGE         TO WD-CHARGE-AVERAGE

           MOVE WS-DETAIL-LINE TO BNDYR-RPT-LINE
           WRITE BNDYR-RPT-LINE

           ADD 1                  TO WS-VENDOR-COUNT
           ADD HV-COPY-COUNT      TO WS-COPY-COUNT
           ADD HV-REPAIRED-COUNT  TO WS-REPAIRED-COUNT
           ADD HV-DISCARDED-COUNT TO WS-DISCARDED-COUNT
           ADD HV-CHARGE-TOTAL    TO WS-CHARGE-TOTAL

           PERFORM SQL-FETCH-CURSOR-VENDOR

           .
       WRITE-ONE-VENDOR-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REPORT-TOTAL SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO BNDYR-RPT-LINE
           WRITE BNDYR-RPT-LINE

           MOVE SPACES TO BNDYR-RPT-LINE
           MOVE "TOTAL COPIES RECEIVED:" TO BNDYR-RPT-LINE(1:22)
           MOVE WS-COPY-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO BNDYR-RPT-LINE(31:11)
           WRITE BNDYR-RPT-LINE

           MOVE SPACES TO BNDYR-RPT-LINE
           MOVE "TOTAL REPAIRED:" TO BNDYR-RPT-LINE(1:15)
           MOVE WS-REPAIRED-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO BNDYR-RPT-LINE(31:11)
           WRITE BNDYR-RPT-LINE

           MOVE SPACES TO BNDYR-RPT-LINE
           MOVE "TOTAL BEYOND REPAIR:" TO BNDYR-RPT-LINE(1:20)
           MOVE WS-DISCARDED-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO BNDYR-RPT-LINE(31:11)
           WRITE BNDYR-RPT-LINE

           MOVE SPACES TO BNDYR-RPT-LINE
           MOVE "TOTAL CHARGE:" TO BNDYR-RPT-LINE(1:13)
           MOVE WS-CHARGE-TOTAL TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO BNDYR-RPT-LINE(28:14)
           WRITE BNDYR-RPT-LINE

           MOVE ZERO TO WS-CHARGE-AVERAGE
           IF WS-COPY-COUNT > ZERO
           THEN
              COMPUTE WS-CHARGE-AVERAGE ROUNDED
                    = WS-CHARGE-TOTAL / WS-COPY-COUNT
              END-COMPUTE
           END-IF

           MOVE SPACES TO BNDYR-RPT-LINE
           MOVE "AVERAGE CHARGE PER COPY:" TO BNDYR-RPT-LINE(1:24)
           MOVE WS-CHARGE-AVERAGE TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO BNDYR-RPT-LINE(28:14)
           WRITE BNDYR-RPT-LINE

           .
       WRITE-REPORT-TOTAL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-DECLARE-CURSOR-VENDOR SECTION.
      *>------------------------------------------------------------------------

      *>  the copies received back in the year, one row per vendor
OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_VENDOR CURSOR FOR
OCESQL*        SELECT    B.VENDOR_CODE
OCESQL*                , V.VENDOR_NAME
OCESQL*                , COUNT(*)
OCESQL*                , SUM(CASE WHEN I.ITEM_STATUS = 'S'
OCESQL*                           THEN 1 ELSE 0 END)
OCESQL*                , SUM(CASE WHEN I.ITEM_STATUS = 'D'
OCESQL*                           THEN 1 ELSE 0 END)
OCESQL*                , COALESCE(SUM(I.CHARGE),0)
OCESQL*        FROM      BINDERY_ITEM  I
OCESQL*        JOIN      BINDERY_BATCH B ON B.BATCH_NR    = I.BATCH_NR
OCESQL*        JOIN      VENDOR       V ON V.VENDOR_CODE = B.VENDOR_CODE
OCESQL*        WHERE     I.ITEM_STATUS IN ('S','D')
OCESQL*        AND       EXTRACT(YEAR FROM I.RETURN_DATE) = :HV-YEAR
OCESQL*        GROUP BY  B.VENDOR_CODE
OCESQL*                , V.VENDOR_NAME
OCESQL*        ORDER BY  B.VENDOR_CODE ASC
OCESQL*   END-EXEC
OCESQL*
OCESQL*   .
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBBNDYR_CURSOR_VENDOR" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-VENDOR-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-VENDOR SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_VENDOR
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBBNDYR_CURSOR_VENDOR" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-OPEN-CURSOR-VENDOR-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-VENDOR SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_VENDOR
OCESQL*        INTO    :HV-VENDOR-CODE
OCESQL*              , :HV-VENDOR-NAME
OCESQL*              , :HV-COPY-COUNT
OCESQL*              , :HV-REPAIRED-COUNT
OCESQL*              , :HV-DISCARDED-COUNT
OCESQL*              , :HV-CHARGE-TOTAL
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
OCESQL          BY REFERENCE HV-COPY-COUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-REPAIRED-COUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-DISCARDED-COUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 11
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-CHARGE-TOTAL
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBBNDYR_CURSOR_VENDOR" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-FETCH-CURSOR-VENDOR-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-VENDOR SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_VENDOR
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBBNDYR_CURSOR_VENDOR" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-CLOSE-CURSOR-VENDOR-EX.
          EXIT.

      *>------------------------------------------------------------------------
       JOBLOG-RUN-START SECTION.
      *>------------------------------------------------------------------------

      *>  record the run in JOB_RUN; a failure to log never stops
      *>  the job itself
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBBNDYR" TO LN-JL-PROGRAM
           MOVE HV-BUS-DATE TO LN-JL-BUS-DATE

           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-START-EX.
          EXIT.

      *>------------------------------------------------------------------------
       JOBLOG-RUN-END SECTION.
      *>------------------------------------------------------------------------

      *>  close the JOB_RUN row off with the copies summarised as the
      *>  read count; the caller set the status (C or E) before
      *>  performing this
           SET V-LN-JL-FNC-END OF LN-JOBLOG TO TRUE
           MOVE WS-COPY-COUNT TO LN-JL-READ-COUNT
           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-END-EX.
          EXIT.

       END PROGRAM PGBBNDYR.
