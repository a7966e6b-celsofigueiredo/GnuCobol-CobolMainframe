      *>************************************************************************
      *>  This file is part of DBsample.
      *>
      *>  PGBBNDOV.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  PGBBNDOV.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with PGBBNDOV.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      PGBBNDOV.cob
      *>
      *> Purpose:      Copies overdue at the bindery. Every copy PGMODB
      *>               sent out that has not been received back by the
      *>               end of the turnaround agreed for its batch (sent
      *>               date plus TURNAROUND_DAYS) is listed, grouped by
      *>               vendor and batch, longest overdue first within
      *>               each vendor. Each overdue batch also raises one
      *>               severity-W line through PGOPSALT, once a week
      *>               until its copies are received.
      *>               PGMODB remains the only writer of the bindery
      *>               tables.
      *>
      *> Author:       Celso
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Usage:        BNDOVRPT names the output report. Run as:
      *>                  BNDOVRPT=/path/to/bindery-overdue.txt
      *>                  cobcrun PGBBNDOV
      *>               In the stream control file the step is due on
      *>               Mondays (col 12 1).
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>            - overdue at the bindery is judged against the
      *>              business processing date from PGBDCAL instead of
      *>              the machine date; it goes on the JOB_RUN row too.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBBNDOV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BNDOV-RPT-FILE ASSIGN TO "BNDOVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNDOV-RPT-FILE.
       01  BNDOV-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RPT-STATUS                PIC X(02).
           88  WS-RPT-OK                    VALUE "00".

      *> set when the cursor could not be opened - the run then
      *> ends in error instead of logging a clean zero-count run
       01  WS-RUN-ERROR-SW              PIC X(01) VALUE "N".
           88  WS-RUN-ERROR                 VALUE "Y".

      *> the vendor and batch being printed, for the breaks
       01  WS-CURR-VENDOR-CODE          PIC X(08) VALUE SPACES.
       01  WS-CURR-BATCH-NR             PIC 9(09) VALUE ZERO.

      *> run totals, displayed in the end-of-job summary and written
      *> as the report's final total lines
       01  WS-COPY-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-BATCH-COUNT               PIC 9(09) COMP VALUE ZERO.
      *> the copies of the vendor being printed
       01  WS-VEND-COPY-COUNT           PIC 9(09) COMP VALUE ZERO.
       01  WS-TOTAL-EDIT                PIC ZZZ,ZZZ,ZZ9.

      *> vendor heading line
       01  WS-VENDOR-LINE.
           05  FILLER                   PIC X(08) VALUE "VENDOR: ".
           05  WV-VENDOR-CODE           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WV-VENDOR-NAME           PIC X(30).

      *> one detail line
       01  WS-DETAIL-LINE.
           05  WD-BATCH-NR              PIC Z(08)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-SENT-DATE             PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-DUE-DATE              PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-DAYS-OVER             PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-ISBN                  PIC 9(13).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-COPY-NR               PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-TITLE                 PIC X(40).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-LOCATION              PIC X(20).

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
       01 HV-VENDOR-CODE                PIC X(08).
       01 HV-VENDOR-NAME                PIC X(30).
       01 HV-BATCH-NR                   PIC 9(09).
       01 HV-SENT-DATE                  PIC X(10).
       01 HV-DUE-DATE                   PIC X(10).
       01 HV-DAYS-OVER                  PIC 9(05).
       01 HV-ISBN                       PIC 9(13).
       01 HV-COPY-NR                    PIC 9(03).
       01 HV-TITLE                      PIC X(60).
       01 HV-LOCATION                   PIC X(20).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(665) VALUE "SELECT B.VENDOR_CODE, V.VENDOR_"
OCESQL  &  "NAME, B.BATCH_NR, TO_CHAR(B.SENT_DATE,'YYYY-MM-DD'), TO_CHA"
OCESQL  &  "R(B.SENT_DATE + B.TURNAROUND_DAYS,'YYYY-MM-DD'), CAST($1 AS"
OCESQL  &  " DATE) - (B.SENT_DATE + B.TURNAROUND_DAYS), I.ISBN, I.COPY_"
OCESQL  &  "NR, COALESCE(K.TITLE,' '), COALESCE(C.LOCATION,' ') FROM BI"
OCESQL  &  "NDERY_ITEM I JOIN BINDERY_BATCH B ON B.BATCH_NR = I.BATCH_N"
OCESQL  &  "R JOIN VENDOR V ON V.VENDOR_CODE = B.VENDOR_CODE LEFT JOIN "
OCESQL  &  "BOOK K ON K.ISBN = I.ISBN LEFT JOIN BOOK_COPY C ON C.ISBN ="
OCESQL  &  " I.ISBN AND C.COPY_NR = I.COPY_NR WHERE I.ITEM_STATUS = 'O'"
OCESQL  &  " AND B.SENT_DATE + B.TURNAROUND_DAYS < CAST($2 AS DATE) ORD"
OCESQL  &  "ER BY B.VENDOR_CODE ASC, B.SENT_DATE + B.TURNAROUND_DAYS AS"
OCESQL  &  "C, B.BATCH_NR ASC, I.ISBN ASC, I.COPY_NR ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-PGBBNDOV SECTION.
      *>------------------------------------------------------------------------

           DISPLAY "PGBBNDOV: copies overdue at the bindery starting"

           PERFORM SET-BUSINESS-DATE

           IF HV-BUS-DATE = SPACES
           THEN
              DISPLAY "PGBBNDOV: BUSDATE " LN-BD-DATE " is not a "
                      "valid date on or before today - run not started"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
           THEN
              DISPLAY "PGBBNDOV: connect failed - "
                      LN-MSG-1 OF LN-MOD
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM JOBLOG-RUN-START

           OPEN OUTPUT BNDOV-RPT-FILE

           IF NOT WS-RPT-OK
           THEN
              DISPLAY "PGBBNDOV: unable to open BNDOVRPT, status "
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

           PERFORM SQL-DECLARE-CURSOR-OVERDUE
           PERFORM SQL-OPEN-CURSOR-OVERDUE

           IF SQL-STATUS-OK
           THEN
              PERFORM SQL-FETCH-CURSOR-OVERDUE
              PERFORM WRITE-ONE-OVERDUE-LINE UNTIL NOT SQL-STATUS-OK
              PERFORM SQL-CLOSE-CURSOR-OVERDUE
              IF WS-CURR-VENDOR-CODE NOT = SPACES
              THEN
                 PERFORM WRITE-VENDOR-TOTAL
              END-IF
              PERFORM WRITE-REPORT-TOTAL
           ELSE
              DISPLAY "PGBBNDOV: could not open the overdue cursor, "
                      "SQLCODE " WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
           END-IF

      *>  PGOPSALT leaves its OPS_ALERT rows to the caller's commit
           PERFORM SQL-COMMIT

           CLOSE BNDOV-RPT-FILE

           IF WS-RUN-ERROR
           THEN
              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
           ELSE
              SET V-LN-JL-STATUS-COMPLETE OF LN-JOBLOG TO TRUE
           END-IF
           PERFORM JOBLOG-RUN-END

           PERFORM DISCONNECT-DATABASE

           DISPLAY "PGBBNDOV: copies overdue      " WS-COPY-COUNT
           DISPLAY "PGBBNDOV: batches alerted     " WS-BATCH-COUNT

           IF WS-RUN-ERROR
           THEN
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK

           .
       MAIN-PGBBNDOV-EX.
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
              DISPLAY "PGBBNDOV: business date " HV-BUS-DATE
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

           MOVE SPACES TO BNDOV-RPT-LINE
           MOVE "COPIES OVERDUE AT THE BINDERY BY VENDOR"
             TO BNDOV-RPT-LINE
           WRITE BNDOV-RPT-LINE

           MOVE SPACES TO BNDOV-RPT-LINE
           WRITE BNDOV-RPT-LINE

           MOVE SPACES TO BNDOV-RPT-LINE
           MOVE "BATCH" TO BNDOV-RPT-LINE(5:5)
           MOVE "SENT" TO BNDOV-RPT-LINE(12:4)
           MOVE "DUE" TO BNDOV-RPT-LINE(24:3)
           MOVE "OVER" TO BNDOV-RPT-LINE(35:4)
           MOVE "ISBN" TO BNDOV-RPT-LINE(42:4)
           MOVE "COPY" TO BNDOV-RPT-LINE(56:4)
           MOVE "TITLE" TO BNDOV-RPT-LINE(61:5)
           MOVE "LOCATION" TO BNDOV-RPT-LINE(103:8)
           WRITE BNDOV-RPT-LINE

           .
       WRITE-REPORT-HEADING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-ONE-OVERDUE-LINE SECTION.
      *>------------------------------------------------------------------------

      *>  a new vendor closes the one before and opens its own group
           IF HV-VENDOR-CODE NOT = WS-CURR-VENDOR-CODE
           THEN
              IF WS-CURR-VENDOR-CODE NOT = SPACES
              THEN
                 PERFORM WRITE-VENDOR-TOTAL
              END-IF
              PERFORM WRITE-VENDOR-HEADING
           END-IF

      *>  one alert per overdue batch, on its first copy
           IF HV-BATCH-NR NOT = WS-CURR-BATCH-NR
           THEN
              PERFORM RAISE-BATCH-ALERT
           END-IF

           INITIALIZE WS-DETAIL-LINE
           MOVE HV-BATCH-NR               TO WD-BATCH-NR
           MOVE HV-SENT-DATE              TO WD-SENT-DATE
           MOVE HV-DUE-DATE               TO WD-DUE-DATE
           MOVE HV-DAYS-OVER              TO WD-DAYS-OVER
           MOVE HV-ISBN                   TO WD-ISBN
           MOVE HV-COPY-NR                TO WD-COPY-NR
           MOVE HV-TITLE                  TO WD-TITLE
           MOVE HV-LOCATION               TO WD-LOCATION

           MOVE WS-DETAIL-LINE TO BNDOV-RPT-LINE
           WRITE BNDOV-RPT-LINE

           ADD 1 TO WS-COPY-COUNT
           ADD 1 TO WS-VEND-COPY-COUNT

           PERFORM SQL-FETCH-CURSOR-OVERDUE

           .
       WRITE-ONE-OVERDUE-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       RAISE-BATCH-ALERT SECTION.
      *>------------------------------------------------------------------------

      *>  the alert is what the operators' console shows; the
      *>  report line gives the processing desk the detail
           MOVE HV-BATCH-NR TO WS-CURR-BATCH-NR

           INITIALIZE LN-OPSALERT
           SET V-LN-OA-SEV-WARNING OF LN-OPSALERT TO TRUE
           MOVE "PGBBNDOV" TO LN-OA-PROGRAM
           STRING "Bindery batch "    DELIMITED BY SIZE
                  HV-BATCH-NR         DELIMITED BY SIZE
                  " at "              DELIMITED BY SIZE
                  HV-VENDOR-CODE      DELIMITED BY SIZE
                  " overdue since "   DELIMITED BY SIZE
                  HV-DUE-DATE         DELIMITED BY SIZE
             INTO LN-OA-TEXT
           END-STRING
           CALL "PGOPSALT" USING LN-OPSALERT END-CALL

           ADD 1 TO WS-BATCH-COUNT

           .
       RAISE-BATCH-ALERT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-VENDOR-HEADING SECTION.
      *>------------------------------------------------------------------------

           MOVE HV-VENDOR-CODE TO WS-CURR-VENDOR-CODE
           MOVE ZERO TO WS-VEND-COPY-COUNT

           MOVE SPACES TO BNDOV-RPT-LINE
           WRITE BNDOV-RPT-LINE

           MOVE HV-VENDOR-CODE   TO WV-VENDOR-CODE
           MOVE HV-VENDOR-NAME   TO WV-VENDOR-NAME
           MOVE WS-VENDOR-LINE TO BNDOV-RPT-LINE
           WRITE BNDOV-RPT-LINE

           .
       WRITE-VENDOR-HEADING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-VENDOR-TOTAL SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO BNDOV-RPT-LINE
           MOVE "  COPIES OVERDUE:" TO BNDOV-RPT-LINE(1:17)
           MOVE WS-VEND-COPY-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO BNDOV-RPT-LINE(19:11)
           WRITE BNDOV-RPT-LINE

           .
       WRITE-VENDOR-TOTAL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REPORT-TOTAL SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO BNDOV-RPT-LINE
           WRITE BNDOV-RPT-LINE

           MOVE SPACES TO BNDOV-RPT-LINE
           MOVE "TOTAL COPIES OVERDUE:" TO BNDOV-RPT-LINE(1:21)
           MOVE WS-COPY-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO BNDOV-RPT-LINE(31:11)
           WRITE BNDOV-RPT-LINE

           MOVE SPACES TO BNDOV-RPT-LINE
           MOVE "TOTAL BATCHES OVERDUE:" TO BNDOV-RPT-LINE(1:22)
           MOVE WS-BATCH-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO BNDOV-RPT-LINE(31:11)
           WRITE BNDOV-RPT-LINE

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
       SQL-DECLARE-CURSOR-OVERDUE SECTION.
      *>------------------------------------------------------------------------

      *>  every copy still out past its batch's agreed turnaround,
      *>  by vendor, the longest overdue batch first
OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_OVERDUE CURSOR FOR
OCESQL*        SELECT    B.VENDOR_CODE
OCESQL*                , V.VENDOR_NAME
OCESQL*                , B.BATCH_NR
OCESQL*                , TO_CHAR(B.SENT_DATE,'YYYY-MM-DD')
OCESQL*                , TO_CHAR(B.SENT_DATE + B.TURNAROUND_DAYS
OCESQL*                         ,'YYYY-MM-DD')
OCESQL*                , CAST(:HV-BUS-DATE AS DATE)
OCESQL*                  - (B.SENT_DATE + B.TURNAROUND_DAYS)
OCESQL*                , I.ISBN
OCESQL*                , I.COPY_NR
OCESQL*                , COALESCE(K.TITLE,' ')
OCESQL*                , COALESCE(C.LOCATION,' ')
OCESQL*        FROM      BINDERY_ITEM  I
OCESQL*        JOIN      BINDERY_BATCH B ON B.BATCH_NR    = I.BATCH_NR
OCESQL*        JOIN      VENDOR       V ON V.VENDOR_CODE = B.VENDOR_CODE
OCESQL*        LEFT JOIN BOOK          K ON K.ISBN        = I.ISBN
OCESQL*        LEFT JOIN BOOK_COPY     C ON C.ISBN        = I.ISBN
OCESQL*                                 AND C.COPY_NR     = I.COPY_NR
OCESQL*        WHERE     I.ITEM_STATUS = 'O'
OCESQL*        AND       B.SENT_DATE + B.TURNAROUND_DAYS
OCESQL*                < CAST(:HV-BUS-DATE AS DATE)
OCESQL*        ORDER BY  B.VENDOR_CODE ASC
OCESQL*                , B.SENT_DATE + B.TURNAROUND_DAYS ASC
OCESQL*                , B.BATCH_NR    ASC
OCESQL*                , I.ISBN        ASC
OCESQL*                , I.COPY_NR     ASC
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
OCESQL          BY REFERENCE "PGBBNDOV_CURSOR_OVERDUE" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-OVERDUE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-OVERDUE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_OVERDUE
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBBNDOV_CURSOR_OVERDUE" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-OPEN-CURSOR-OVERDUE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-OVERDUE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_OVERDUE
OCESQL*        INTO    :HV-VENDOR-CODE
OCESQL*              , :HV-VENDOR-NAME
OCESQL*              , :HV-BATCH-NR
OCESQL*              , :HV-SENT-DATE
OCESQL*              , :HV-DUE-DATE
OCESQL*              , :HV-DAYS-OVER
OCESQL*              , :HV-ISBN
OCESQL*              , :HV-COPY-NR
OCESQL*              , :HV-TITLE
OCESQL*              , :HV-LOCATION
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
OCESQL          BY REFERENCE HV-BATCH-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SENT-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-DUE-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-DAYS-OVER
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
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOCATION
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBBNDOV_CURSOR_OVERDUE" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-FETCH-CURSOR-OVERDUE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-OVERDUE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_OVERDUE
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBBNDOV_CURSOR_OVERDUE" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-CLOSE-CURSOR-OVERDUE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       JOBLOG-RUN-START SECTION.
      *>------------------------------------------------------------------------

      *>  record the run in JOB_RUN; a failure to log never stops
      *>  the job itself
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBBNDOV" TO LN-JL-PROGRAM
           MOVE HV-BUS-DATE TO LN-JL-BUS-DATE

           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-START-EX.
          EXIT.

      *>------------------------------------------------------------------------
       JOBLOG-RUN-END SECTION.
      *>------------------------------------------------------------------------

      *>  close the JOB_RUN row off with the final counts - the
      *>  copies listed as read, the batch alerts as inserted; the
      *>  caller set the status (C or E) before performing this
           SET V-LN-JL-FNC-END OF LN-JOBLOG TO TRUE
           MOVE WS-COPY-COUNT  TO LN-JL-READ-COUNT
           MOVE WS-BATCH-COUNT TO LN-JL-INSERT-COUNT
           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-END-EX.
          EXIT.

       END PROGRAM PGBBNDOV.
