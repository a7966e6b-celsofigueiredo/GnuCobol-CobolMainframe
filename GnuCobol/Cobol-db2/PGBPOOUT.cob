      *>************************************************************************
      *>  This file is part of DBsample.
      *>
      *>  PGBPOOUT.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  PGBPOOUT.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with PGBPOOUT.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      PGBPOOUT.cob
      *>
      *> Purpose:      Outstanding-orders report - every purchase
      *>               order line PGMODP still has open (status O),
      *>               grouped by vendor, oldest order first, with the
      *>               copies still to come. A line is due by its
      *>               order date plus the vendor's promised delivery
      *>               days; one past that is flagged OVERDUE with the
      *>               days late, and each vendor closes with its count
      *>               of overdue lines, so acquisitions knows which
      *>               vendors to chase. Cancelled and fully received
      *>               lines are left out.
      *>               Like PGBMEXP it only reads through its own
      *>               cursor; PGMODP remains the only writer.
      *>
      *> Author:       Celso
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Usage:        POOUTRPT names the output report. Run as:
      *>                  POOUTRPT=/path/to/outstanding.txt
      *>                  cobcrun PGBPOOUT
      *>               In the stream control file the step is due on
      *>               Mondays (col 12 1).
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>            - days outstanding count up to the business
      *>              processing date from PGBDCAL instead of the
      *>              machine date; it goes on the JOB_RUN row too.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBPOOUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POOUT-RPT-FILE ASSIGN TO "POOUTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POOUT-RPT-FILE.
       01  POOUT-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RPT-STATUS                PIC X(02).
           88  WS-RPT-OK                    VALUE "00".

      *> set when the cursor could not be opened - the run then
      *> ends in error instead of logging a clean zero-count run
       01  WS-RUN-ERROR-SW              PIC X(01) VALUE "N".
           88  WS-RUN-ERROR                 VALUE "Y".

      *> the vendor whose lines are being printed, for the break
       01  WS-CURR-VENDOR-CODE          PIC X(08) VALUE SPACES.

      *> run totals, displayed in the end-of-job summary and written
      *> as the report's final total lines
       01  WS-LINE-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-OVERDUE-COUNT             PIC 9(09) COMP VALUE ZERO.
      *> the same two for the vendor being printed
       01  WS-VEND-LINE-COUNT           PIC 9(09) COMP VALUE ZERO.
       01  WS-VEND-OVERDUE-COUNT        PIC 9(09) COMP VALUE ZERO.
       01  WS-TOTAL-EDIT                PIC ZZZ,ZZZ,ZZ9.

      *> vendor heading line
       01  WS-VENDOR-LINE.
           05  FILLER                   PIC X(08) VALUE "VENDOR: ".
           05  WV-VENDOR-CODE           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WV-VENDOR-NAME           PIC X(30).
           05  FILLER                   PIC X(21)
                                        VALUE "  PROMISED DELIVERY: ".
           05  WV-DELIVERY-DAYS         PIC ZZ9.
           05  FILLER                   PIC X(05) VALUE " DAYS".

      *> one detail line of the report
       01  WS-DETAIL-LINE.
           05  WD-PO-NR                 PIC 9(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-LINE-NR               PIC 9(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-ORDER-DATE            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-DUE-DATE              PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-ISBN                  PIC 9(13).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-TITLE                 PIC X(40).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-OPEN-QTY              PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-FLAG                  PIC X(07).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-DAYS-LATE             PIC ZZZZ9.

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
       01 HV-VENDOR-CODE                PIC X(08).
       01 HV-VENDOR-NAME                PIC X(30).
       01 HV-DELIVERY-DAYS              PIC 9(03).
       01 HV-PO-NR                      PIC 9(09).
       01 HV-LINE-NR                    PIC 9(03).
       01 HV-ORDER-DATE                 PIC X(10).
       01 HV-DUE-DATE                   PIC X(10).
       01 HV-DAYS-LATE                  PIC 9(05).
       01 HV-ISBN                       PIC 9(13).
       01 HV-TITLE                      PIC X(60).
       01 HV-OPEN-QTY                   PIC 9(03).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(469) VALUE "SELECT P.VENDOR_CODE, V.VENDOR_"
OCESQL  &  "NAME, V.DELIVERY_DAYS, L.PO_NR, L.LINE_NR, TO_CHAR(P.ORDER_"
OCESQL  &  "DATE,'YYYY-MM-DD'), TO_CHAR(P.ORDER_DATE + V.DELIVERY_DAYS,"
OCESQL  &  "'YYYY-MM-DD'), GREATEST(CAST($1 AS DATE) - (P.ORDER_DATE + "
OCESQL  &  "V.DELIVERY_DAYS), 0), L.ISBN, L.TITLE, L.QUANTITY - L.RECEI"
OCESQL  &  "VED_QTY FROM PO_LINE L, PURCH_ORDER P, VENDOR V WHERE P.PO_"
OCESQL  &  "NR = L.PO_NR AND V.VENDOR_CODE = P.VENDOR_CODE AND L.LINE_S"
OCESQL  &  "TATUS = 'O' ORDER BY P.VENDOR_CODE ASC, P.ORDER_DATE ASC, L"
OCESQL  &  ".PO_NR ASC, L.LINE_NR ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-PGBPOOUT SECTION.
      *>------------------------------------------------------------------------

           DISPLAY "PGBPOOUT: outstanding-orders report starting"

           PERFORM SET-BUSINESS-DATE

           IF HV-BUS-DATE = SPACES
           THEN
              DISPLAY "PGBPOOUT: BUSDATE " LN-BD-DATE " is not a "
                      "valid date on or before today - run not started"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
           THEN
              DISPLAY "PGBPOOUT: connect failed - "
                      LN-MSG-1 OF LN-MOD
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM JOBLOG-RUN-START

           OPEN OUTPUT POOUT-RPT-FILE

           IF NOT WS-RPT-OK
           THEN
              DISPLAY "PGBPOOUT: unable to open POOUTRPT, status "
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

           PERFORM SQL-DECLARE-CURSOR-POOUT
           PERFORM SQL-OPEN-CURSOR-POOUT

           IF SQL-STATUS-OK
           THEN
              PERFORM SQL-FETCH-CURSOR-POOUT
              PERFORM WRITE-ONE-ORDER-LINE UNTIL NOT SQL-STATUS-OK
              PERFORM SQL-CLOSE-CURSOR-POOUT
              IF WS-CURR-VENDOR-CODE NOT = SPACES
              THEN
                 PERFORM WRITE-VENDOR-TOTAL
              END-IF
              PERFORM WRITE-REPORT-TOTAL
           ELSE
              DISPLAY "PGBPOOUT: could not open the order cursor, "
                      "SQLCODE " WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
           END-IF

           PERFORM SQL-COMMIT

           CLOSE POOUT-RPT-FILE

           IF WS-RUN-ERROR
           THEN
              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
           ELSE
              SET V-LN-JL-STATUS-COMPLETE OF LN-JOBLOG TO TRUE
           END-IF
           PERFORM JOBLOG-RUN-END

           PERFORM DISCONNECT-DATABASE

           DISPLAY "PGBPOOUT: lines outstanding " WS-LINE-COUNT
           DISPLAY "PGBPOOUT: lines overdue     " WS-OVERDUE-COUNT

           IF WS-RUN-ERROR
           THEN
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK

           .
       MAIN-PGBPOOUT-EX.
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
              DISPLAY "PGBPOOUT: business date " HV-BUS-DATE
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

           MOVE SPACES TO POOUT-RPT-LINE
           MOVE "OUTSTANDING PURCHASE ORDER LINES BY VENDOR"
             TO POOUT-RPT-LINE
           WRITE POOUT-RPT-LINE

           MOVE SPACES TO POOUT-RPT-LINE
           WRITE POOUT-RPT-LINE

           MOVE SPACES TO POOUT-RPT-LINE
           MOVE "ORDER" TO POOUT-RPT-LINE(1:5)
           MOVE "LINE" TO POOUT-RPT-LINE(12:4)
           MOVE "ORDERED" TO POOUT-RPT-LINE(17:7)
           MOVE "DUE BY" TO POOUT-RPT-LINE(29:6)
           MOVE "ISBN" TO POOUT-RPT-LINE(41:4)
           MOVE "TITLE" TO POOUT-RPT-LINE(56:5)
           MOVE "OPEN" TO POOUT-RPT-LINE(97:4)
           MOVE "STATUS" TO POOUT-RPT-LINE(103:6)
           MOVE "DAYS LATE" TO POOUT-RPT-LINE(110:9)
           WRITE POOUT-RPT-LINE

           .
       WRITE-REPORT-HEADING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-ONE-ORDER-LINE SECTION.
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

           INITIALIZE WS-DETAIL-LINE
           MOVE HV-PO-NR                  TO WD-PO-NR
           MOVE HV-LINE-NR                TO WD-LINE-NR
           MOVE HV-ORDER-DATE             TO WD-ORDER-DATE
           MOVE HV-DUE-DATE               TO WD-DUE-DATE
           MOVE HV-ISBN                   TO WD-ISBN
           MOVE HV-TITLE                  TO WD-TITLE
           MOVE HV-OPEN-QTY               TO WD-OPEN-QTY

      *>  HV-DAYS-LATE is zero up to and including the due date
           IF HV-DAYS-LATE > ZERO
           THEN
              MOVE "OVERDUE"              TO WD-FLAG
              MOVE HV-DAYS-LATE           TO WD-DAYS-LATE
              ADD 1 TO WS-OVERDUE-COUNT
              ADD 1 TO WS-VEND-OVERDUE-COUNT
           END-IF

           MOVE WS-DETAIL-LINE TO POOUT-RPT-LINE
           WRITE POOUT-RPT-LINE

           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-VEND-LINE-COUNT

           PERFORM SQL-FETCH-CURSOR-POOUT

           .
       WRITE-ONE-ORDER-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-VENDOR-HEADING SECTION.
      *>------------------------------------------------------------------------

           MOVE HV-VENDOR-CODE TO WS-CURR-VENDOR-CODE
           MOVE ZERO TO WS-VEND-LINE-COUNT
           MOVE ZERO TO WS-VEND-OVERDUE-COUNT

           MOVE SPACES TO POOUT-RPT-LINE
           WRITE POOUT-RPT-LINE

           MOVE HV-VENDOR-CODE   TO WV-VENDOR-CODE
           MOVE HV-VENDOR-NAME   TO WV-VENDOR-NAME
           MOVE HV-DELIVERY-DAYS TO WV-DELIVERY-DAYS
           MOVE WS-VENDOR-LINE TO POOUT-RPT-LINE
           WRITE POOUT-RPT-LINE

           .
       WRITE-VENDOR-HEADING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-VENDOR-TOTAL SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO POOUT-RPT-LINE
           MOVE "  LINES OPEN:" TO POOUT-RPT-LINE(1:13)
           MOVE WS-VEND-LINE-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO POOUT-RPT-LINE(15:11)
           MOVE "OVERDUE:" TO POOUT-RPT-LINE(28:8)
           MOVE WS-VEND-OVERDUE-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO POOUT-RPT-LINE(37:11)
           IF WS-VEND-OVERDUE-COUNT > ZERO
           THEN
              MOVE "<-- CHASE THIS VENDOR" TO POOUT-RPT-LINE(50:21)
           END-IF
           WRITE POOUT-RPT-LINE

           .
       WRITE-VENDOR-TOTAL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REPORT-TOTAL SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO POOUT-RPT-LINE
           WRITE POOUT-RPT-LINE

           MOVE SPACES TO POOUT-RPT-LINE
           MOVE "TOTAL LINES OUTSTANDING:" TO POOUT-RPT-LINE(1:24)
           MOVE WS-LINE-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO POOUT-RPT-LINE(26:11)
           WRITE POOUT-RPT-LINE

           MOVE SPACES TO POOUT-RPT-LINE
           MOVE "TOTAL LINES OVERDUE:" TO POOUT-RPT-LINE(1:20)
           MOVE WS-OVERDUE-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO POOUT-RPT-LINE(26:11)
           WRITE POOUT-RPT-LINE

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
       SQL-DECLARE-CURSOR-POOUT SECTION.
      *>------------------------------------------------------------------------

      *>  a line is due by the order date plus the vendor's promised
      *>  delivery days; the days late are floored at zero so a line
      *>  still inside its promise carries no count
OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_POOUT CURSOR FOR
OCESQL*        SELECT    P.VENDOR_CODE
OCESQL*                , V.VENDOR_NAME
OCESQL*                , V.DELIVERY_DAYS
OCESQL*                , L.PO_NR
OCESQL*                , L.LINE_NR
OCESQL*                , TO_CHAR(P.ORDER_DATE,'YYYY-MM-DD')
OCESQL*                , TO_CHAR(P.ORDER_DATE + V.DELIVERY_DAYS,
OCESQL*                          'YYYY-MM-DD')
OCESQL*                , GREATEST(CAST(:HV-BUS-DATE AS DATE)
OCESQL*                         - (P.ORDER_DATE + V.DELIVERY_DAYS), 0)
OCESQL*                , L.ISBN
OCESQL*                , L.TITLE
OCESQL*                , L.QUANTITY - L.RECEIVED_QTY
OCESQL*        FROM      PO_LINE     L
OCESQL*                , PURCH_ORDER P
OCESQL*                , VENDOR      V
OCESQL*        WHERE     P.PO_NR       = L.PO_NR
OCESQL*        AND       V.VENDOR_CODE = P.VENDOR_CODE
OCESQL*        AND       L.LINE_STATUS = 'O'
OCESQL*        ORDER BY  P.VENDOR_CODE ASC
OCESQL*                , P.ORDER_DATE  ASC
OCESQL*                , L.PO_NR       ASC
OCESQL*                , L.LINE_NR     ASC
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
OCESQL          BY REFERENCE "PGBPOOUT_CURSOR_POOUT" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-POOUT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-POOUT SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_POOUT
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBPOOUT_CURSOR_POOUT" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-OPEN-CURSOR-POOUT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-POOUT SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_POOUT
OCESQL*        INTO    :HV-VENDOR-CODE
OCESQL*              , :HV-VENDOR-NAME
OCESQL*              , :HV-DELIVERY-DAYS
OCESQL*              , :HV-PO-NR
OCESQL*              , :HV-LINE-NR
OCESQL*              , :HV-ORDER-DATE
OCESQL*              , :HV-DUE-DATE
OCESQL*              , :HV-DAYS-LATE
OCESQL*              , :HV-ISBN
OCESQL*              , :HV-TITLE
OCESQL*              , :HV-OPEN-QTY
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
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-DELIVERY-DAYS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PO-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LINE-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ORDER-DATE
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
OCESQL          BY REFERENCE HV-DAYS-LATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-TITLE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-OPEN-QTY
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBPOOUT_CURSOR_POOUT" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-FETCH-CURSOR-POOUT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-POOUT SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_POOUT
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBPOOUT_CURSOR_POOUT" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-CLOSE-CURSOR-POOUT-EX.
          EXIT.


      *>------------------------------------------------------------------------
       JOBLOG-RUN-START SECTION.
      *>------------------------------------------------------------------------

      *>  record the run in JOB_RUN; a failure to log never stops
      *>  the job itself
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBPOOUT" TO LN-JL-PROGRAM
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
           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-END-EX.
          EXIT.

       END PROGRAM PGBPOOUT.
