      *>************************************************************************
      *>  This file is part of DBsample.
      *>
      *>  PGBSUGG.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  PGBSUGG.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with PGBSUGG.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      PGBSUGG.cob
      *>
      *> Purpose:      Weekly purchase suggestions from hold-queue
      *>               pressure. For every active title it sets the
      *>               open holds (not cancelled, not fulfilled) against
      *>               the copies that can be lent - BOOK_COPY rows not
      *>               discarded, missing or lost (status D, M, L) - and
      *>               lists the titles whose holds per copy exceed
      *>               SUGGRATIO, worst first: titles with no lendable
      *>               copy at all, then the highest holds per copy.
      *>               Each line shows the copies needed to bring the
      *>               title back to the ratio and the estimated spend
      *>               at the title's ACQ_COST, or failing that the
      *>               price quoted on its most recent order line.
      *>               The same suggestions are written to SUGGOUT,
      *>               one record per title, which PGBPOSUG turns into
      *>               purchase order lines once acquisitions has
      *>               reviewed it.
      *>               Like PGBPOOUT it only reads through its own
      *>               cursor; nothing in the database is changed.
      *>
      *> Author:       Celso
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Usage:        SUGGRPT names the output report and SUGGOUT
      *>               the suggestion file. SUGGRATIO gives the holds
      *>               per lendable copy that are tolerated, decimals
      *>               allowed (blank or zero falls back to 3). Run as:
      *>                  SUGGRPT=/path/to/suggestions.txt
      *>                  SUGGOUT=/path/to/suggestions.dat
      *>                  SUGGRATIO=2.5
      *>                  cobcrun PGBSUGG
      *>               In the stream control file the step is due on
      *>               Mondays (col 12 1).
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBSUGG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUGG-RPT-FILE ASSIGN TO "SUGGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT SUGG-OUT-FILE ASSIGN TO "SUGGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUGG-RPT-FILE.
       01  SUGG-RPT-LINE                PIC X(132).

      *> one suggested purchase - PGBPOSUG reads the same layout;
      *> the quantity and vendor may be edited before it is loaded
       FD  SUGG-OUT-FILE.
       01  SUGG-OUT-RECORD.
           05  SG-ISBN                  PIC 9(13).
           05  SG-QUANTITY              PIC 9(03).
           05  SG-QUOTED-PRICE          PIC 9(07)V9(02).
      *>     the title's ACQ_SUPPLIER when that is a vendor code on
      *>     the vendor master, else blank
           05  SG-VENDOR-CODE           PIC X(08).
           05  SG-TITLE                 PIC X(60).
           05  SG-AUTHORS               PIC X(40).

       WORKING-STORAGE SECTION.
      *> holds per lendable copy tolerated when SUGGRATIO is not set
       78 C-DEFAULT-SUGG-RATIO          VALUE 3.

       01  WS-RPT-STATUS                PIC X(02).
           88  WS-RPT-OK                    VALUE "00".

       01  WS-OUT-STATUS                PIC X(02).
           88  WS-OUT-OK                    VALUE "00".

      *> set when the cursor could not be opened - the run then
      *> ends in error instead of logging a clean zero-count run
       01  WS-RUN-ERROR-SW              PIC X(01) VALUE "N".
           88  WS-RUN-ERROR                 VALUE "Y".

      *> SUGGRATIO as keyed in the environment, before validation
       01  WS-SUGGRATIO-TEXT            PIC X(07).
       01  WS-SUGG-RATIO                PIC 9(03)V9(02).

      *> the copies the title needs in all to be back at the ratio:
      *> the holds divided by the ratio, rounded up
       01  WS-TARGET-EXACT              PIC 9(07)V9(04).
       01  WS-TARGET-COPIES             PIC 9(07).
       01  WS-COPIES-NEEDED             PIC 9(07).
       01  WS-HOLDS-PER-COPY            PIC 9(05)V9(02).
       01  WS-LINE-SPEND                PIC 9(09)V9(02).

      *> run totals, displayed in the end-of-job summary and written
      *> as the report's final total lines
       01  WS-LINE-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-COPY-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-NO-COST-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-TOTAL-SPEND               PIC 9(11)V9(02) VALUE ZERO.
       01  WS-TOTAL-EDIT                PIC ZZZ,ZZZ,ZZ9.
       01  WS-SPEND-EDIT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *> one detail line of the report
       01  WS-DETAIL-LINE.
           05  WD-ISBN                  PIC 9(13).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-TITLE                 PIC X(40).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-HOLD-NR               PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-COPY-NR               PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
      *>     holds per copy, or NO COPY when none can be lent
           05  WD-HOLDS-PER-COPY        PIC X(09).
           05  WD-HOLDS-PER-COPY-N REDEFINES WD-HOLDS-PER-COPY
                                        PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-COPIES-NEEDED         PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-UNIT-COST             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-LINE-SPEND            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-VENDOR-CODE           PIC X(08).

      *> linkage record passed to PGMOD7
       COPY "LNMOD7.cpy".

      *> linkage for the shared run logger PGJOBLOG
       COPY "LNJOBLOG.cpy".

      *> SQL communication area
       COPY "sqlca.cbl".

      *> SQL status
       01  WS-SQL-STATUS                PIC S9(9) COMP-5.
           88  SQL-STATUS-OK                VALUE    0.
           88  SQL-STATUS-NOT-FOUND         VALUE  100.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 HV-SUGG-RATIO                 PIC 9(03)V9(02).
       01 HV-ISBN                       PIC 9(13).
       01 HV-TITLE                      PIC X(60).
       01 HV-AUTHORS                    PIC X(40).
       01 HV-HOLD-NR                    PIC 9(05).
       01 HV-COPY-NR                    PIC 9(05).
       01 HV-UNIT-COST                  PIC 9(07)V9(02).
       01 HV-VENDOR-CODE                PIC X(08).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(820) VALUE "SELECT B.ISBN, B.TITLE, B.AUTHO"
OCESQL  &  "RS, H.HOLD_NR, COALESCE(K.COPY_NR, 0), COALESCE(NULLIF(B.AC"
OCESQL  &  "Q_COST, 0),(SELECT L.QUOTED_PRICE FROM PO_LINE L WHERE L.IS"
OCESQL  &  "BN = B.ISBN ORDER BY L.PO_NR DESC, L.LINE_NR DESC LIMIT 1),"
OCESQL  &  " 0), COALESCE((SELECT V.VENDOR_CODE FROM VENDOR V WHERE V.V"
OCESQL  &  "ENDOR_CODE = B.ACQ_SUPPLIER),' ') FROM BOOK B JOIN (SELECT "
OCESQL  &  "R.ISBN, COUNT(*) AS HOLD_NR FROM RESERVATION R WHERE R.CANC"
OCESQL  &  "EL_TIMESTAMP IS NULL AND R.FULFIL_TIMESTAMP IS NULL GROUP B"
OCESQL  &  "Y R.ISBN) H ON H.ISBN = B.ISBN LEFT JOIN (SELECT C.ISBN, CO"
OCESQL  &  "UNT(*) AS COPY_NR FROM BOOK_COPY C WHERE C.COPY_STATUS NOT "
OCESQL  &  "IN ('D', 'M', 'L') GROUP BY C.ISBN) K ON K.ISBN = B.ISBN WH"
OCESQL  &  "ERE (B.DELETE_FLAG IS NULL OR B.DELETE_FLAG <> 'Y') AND H.H"
OCESQL  &  "OLD_NR > $1 * COALESCE(K.COPY_NR, 0) ORDER BY CAST(H.HOLD_N"
OCESQL  &  "R AS NUMERIC) / NULLIF(K.COPY_NR, 0) DESC NULLS FIRST, H.HO"
OCESQL  &  "LD_NR DESC, B.ISBN ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-PGBSUGG SECTION.
      *>------------------------------------------------------------------------

           DISPLAY "PGBSUGG: purchase suggestions starting"

           PERFORM SET-SUGG-RATIO

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
           THEN
              DISPLAY "PGBSUGG: connect failed - "
                      LN-MSG-1 OF LN-MOD
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM JOBLOG-RUN-START

           OPEN OUTPUT SUGG-RPT-FILE

           IF NOT WS-RPT-OK
           THEN
              DISPLAY "PGBSUGG: unable to open SUGGRPT, status "
                      WS-RPT-STATUS

              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
              PERFORM JOBLOG-RUN-END
              PERFORM DISCONNECT-DATABASE
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT SUGG-OUT-FILE

           IF NOT WS-OUT-OK
           THEN
              DISPLAY "PGBSUGG: unable to open SUGGOUT, status "
                      WS-OUT-STATUS
              CLOSE SUGG-RPT-FILE
              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
              PERFORM JOBLOG-RUN-END
              PERFORM DISCONNECT-DATABASE
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADING

           PERFORM SQL-DECLARE-CURSOR-SUGG
           PERFORM SQL-OPEN-CURSOR-SUGG

           IF SQL-STATUS-OK
           THEN
              PERFORM SQL-FETCH-CURSOR-SUGG
              PERFORM WRITE-ONE-SUGGESTION UNTIL NOT SQL-STATUS-OK
              PERFORM SQL-CLOSE-CURSOR-SUGG
              PERFORM WRITE-REPORT-TOTAL
           ELSE
              DISPLAY "PGBSUGG: could not open the suggestion cursor, "
                      "SQLCODE " WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
           END-IF

           PERFORM SQL-COMMIT

           CLOSE SUGG-RPT-FILE
           CLOSE SUGG-OUT-FILE

           IF WS-RUN-ERROR
           THEN
              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
           ELSE
              SET V-LN-JL-STATUS-COMPLETE OF LN-JOBLOG TO TRUE
           END-IF
           PERFORM JOBLOG-RUN-END

           PERFORM DISCONNECT-DATABASE

           MOVE WS-TOTAL-SPEND TO WS-SPEND-EDIT
           DISPLAY "PGBSUGG: titles suggested   " WS-LINE-COUNT
           DISPLAY "PGBSUGG: copies suggested   " WS-COPY-COUNT
           DISPLAY "PGBSUGG: estimated spend    " WS-SPEND-EDIT

           IF WS-RUN-ERROR
           THEN
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK

           .
       MAIN-PGBSUGG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-SUGG-RATIO SECTION.
      *>------------------------------------------------------------------------

      *>  the ratio comes from the environment so the scheduler can
      *>  vary it without a recompile; anything not a positive
      *>  number falls back to the default
           MOVE SPACES TO WS-SUGGRATIO-TEXT
           ACCEPT WS-SUGGRATIO-TEXT FROM ENVIRONMENT "SUGGRATIO"

           COMPUTE WS-SUGG-RATIO
                 = FUNCTION NUMVAL(WS-SUGGRATIO-TEXT)
           END-COMPUTE

           IF WS-SUGG-RATIO = ZERO
           THEN
              MOVE C-DEFAULT-SUGG-RATIO TO WS-SUGG-RATIO
           END-IF

           MOVE WS-SUGG-RATIO TO HV-SUGG-RATIO

           DISPLAY "PGBSUGG: suggesting titles with more than "
                   WS-SUGG-RATIO " hold(s) per lendable copy"

           .
       SET-SUGG-RATIO-EX.
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

           MOVE SPACES TO SUGG-RPT-LINE
           MOVE "PURCHASE SUGGESTIONS FROM HOLD-QUEUE PRESSURE"
             TO SUGG-RPT-LINE
           WRITE SUGG-RPT-LINE

           MOVE SPACES TO SUGG-RPT-LINE
           MOVE "HOLDS PER LENDABLE COPY TOLERATED:"
             TO SUGG-RPT-LINE(1:34)
           MOVE WS-SUGG-RATIO TO WD-HOLDS-PER-COPY-N
           MOVE WD-HOLDS-PER-COPY TO SUGG-RPT-LINE(36:9)
           WRITE SUGG-RPT-LINE

           MOVE SPACES TO SUGG-RPT-LINE
           WRITE SUGG-RPT-LINE

           MOVE SPACES TO SUGG-RPT-LINE
           MOVE "ISBN" TO SUGG-RPT-LINE(1:4)
           MOVE "TITLE" TO SUGG-RPT-LINE(16:5)
           MOVE "HOLDS" TO SUGG-RPT-LINE(58:5)
           MOVE "COPIES" TO SUGG-RPT-LINE(64:6)
           MOVE "PER COPY" TO SUGG-RPT-LINE(73:8)
           MOVE "NEED" TO SUGG-RPT-LINE(83:4)
           MOVE "UNIT COST" TO SUGG-RPT-LINE(92:9)
           MOVE "EST. SPEND" TO SUGG-RPT-LINE(107:10)
           MOVE "VENDOR" TO SUGG-RPT-LINE(119:6)
           WRITE SUGG-RPT-LINE

           .
       WRITE-REPORT-HEADING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-ONE-SUGGESTION SECTION.
      *>------------------------------------------------------------------------

      *>  the copies needed in all are the holds over the ratio,
      *>  rounded up; the cursor only returns titles above the ratio,
      *>  so at least one more copy is always needed
           COMPUTE WS-TARGET-EXACT = HV-HOLD-NR / WS-SUGG-RATIO
           END-COMPUTE
           MOVE WS-TARGET-EXACT TO WS-TARGET-COPIES
           IF WS-TARGET-EXACT > WS-TARGET-COPIES
           THEN
              ADD 1 TO WS-TARGET-COPIES
           END-IF

           IF WS-TARGET-COPIES > HV-COPY-NR
           THEN
              COMPUTE WS-COPIES-NEEDED = WS-TARGET-COPIES - HV-COPY-NR
              END-COMPUTE
           ELSE
              MOVE 1 TO WS-COPIES-NEEDED
           END-IF

      *>  SG-QUANTITY and the order line hold three digits
           IF WS-COPIES-NEEDED > 999
           THEN
              MOVE 999 TO WS-COPIES-NEEDED
           END-IF

           COMPUTE WS-LINE-SPEND = WS-COPIES-NEEDED * HV-UNIT-COST
           END-COMPUTE

           INITIALIZE WS-DETAIL-LINE
           MOVE HV-ISBN                   TO WD-ISBN
           MOVE HV-TITLE                  TO WD-TITLE
           MOVE HV-HOLD-NR                TO WD-HOLD-NR
           MOVE HV-COPY-NR                TO WD-COPY-NR
           IF HV-COPY-NR = ZERO
           THEN
              MOVE "NO COPY"              TO WD-HOLDS-PER-COPY
           ELSE
              COMPUTE WS-HOLDS-PER-COPY ROUNDED
                    = HV-HOLD-NR / HV-COPY-NR
              END-COMPUTE
              MOVE WS-HOLDS-PER-COPY      TO WD-HOLDS-PER-COPY-N
           END-IF
           MOVE WS-COPIES-NEEDED          TO WD-COPIES-NEEDED
           MOVE HV-UNIT-COST              TO WD-UNIT-COST
           MOVE WS-LINE-SPEND             TO WD-LINE-SPEND
           MOVE HV-VENDOR-CODE            TO WD-VENDOR-CODE

           MOVE WS-DETAIL-LINE TO SUGG-RPT-LINE
           WRITE SUGG-RPT-LINE

           MOVE SPACES TO SUGG-OUT-RECORD
           MOVE HV-ISBN                   TO SG-ISBN
           MOVE WS-COPIES-NEEDED          TO SG-QUANTITY
           MOVE HV-UNIT-COST              TO SG-QUOTED-PRICE
           MOVE HV-VENDOR-CODE            TO SG-VENDOR-CODE
           MOVE HV-TITLE                  TO SG-TITLE
           MOVE HV-AUTHORS                TO SG-AUTHORS

           WRITE SUGG-OUT-RECORD

           IF NOT WS-OUT-OK
           THEN
              DISPLAY "PGBSUGG: write error on SUGGOUT, status "
                      WS-OUT-STATUS
           END-IF

           ADD 1 TO WS-LINE-COUNT
           ADD WS-COPIES-NEEDED TO WS-COPY-COUNT
           ADD WS-LINE-SPEND TO WS-TOTAL-SPEND
           IF HV-UNIT-COST = ZERO
           THEN
              ADD 1 TO WS-NO-COST-COUNT
           END-IF

           PERFORM SQL-FETCH-CURSOR-SUGG

           .
       WRITE-ONE-SUGGESTION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REPORT-TOTAL SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO SUGG-RPT-LINE
           WRITE SUGG-RPT-LINE

           MOVE SPACES TO SUGG-RPT-LINE
           MOVE "TITLES SUGGESTED:" TO SUGG-RPT-LINE(1:17)
           MOVE WS-LINE-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO SUGG-RPT-LINE(26:11)
           WRITE SUGG-RPT-LINE

           MOVE SPACES TO SUGG-RPT-LINE
           MOVE "COPIES SUGGESTED:" TO SUGG-RPT-LINE(1:17)
           MOVE WS-COPY-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO SUGG-RPT-LINE(26:11)
           WRITE SUGG-RPT-LINE

           MOVE SPACES TO SUGG-RPT-LINE
           MOVE "ESTIMATED SPEND:" TO SUGG-RPT-LINE(1:16)
           MOVE WS-TOTAL-SPEND TO WS-SPEND-EDIT
           MOVE WS-SPEND-EDIT TO SUGG-RPT-LINE(20:17)
           WRITE SUGG-RPT-LINE

      *>  a title never bought at a cost and never ordered is counted
      *>  at zero, so the spend above is short by those titles
           IF WS-NO-COST-COUNT > ZERO
           THEN
              MOVE SPACES TO SUGG-RPT-LINE
              MOVE "TITLES WITH NO KNOWN COST (NOT IN THE SPEND):"
                TO SUGG-RPT-LINE(1:45)
              MOVE WS-NO-COST-COUNT TO WS-TOTAL-EDIT
              MOVE WS-TOTAL-EDIT TO SUGG-RPT-LINE(47:11)
              WRITE SUGG-RPT-LINE
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
       SQL-DECLARE-CURSOR-SUGG SECTION.
      *>------------------------------------------------------------------------

      *>  open holds and lendable copies are counted per ISBN apart
      *>  and joined to the active titles; a title with holds but no
      *>  lendable copy gets a NULL holds-per-copy, which sorts first.
      *>  The unit cost is the title's own ACQ_COST, else the price
      *>  quoted on its latest order line, else zero. The vendor is
      *>  only offered when ACQ_SUPPLIER is a code on the master
OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_SUGG CURSOR FOR
OCESQL*        SELECT    B.ISBN
OCESQL*                , B.TITLE
OCESQL*                , B.AUTHORS
OCESQL*                , H.HOLD_NR
OCESQL*                , COALESCE(K.COPY_NR, 0)
OCESQL*                , COALESCE(NULLIF(B.ACQ_COST, 0),
OCESQL*                           (SELECT   L.QUOTED_PRICE
OCESQL*                            FROM     PO_LINE L
OCESQL*                            WHERE    L.ISBN = B.ISBN
OCESQL*                            ORDER BY L.PO_NR DESC, L.LINE_NR DESC
OCESQL*                            LIMIT    1), 0)
OCESQL*                , COALESCE((SELECT V.VENDOR_CODE
OCESQL*                            FROM   VENDOR V
OCESQL*                            WHERE  V.VENDOR_CODE
OCESQL*                                 = B.ACQ_SUPPLIER),
OCESQL*                           ' ')
OCESQL*        FROM      BOOK B
OCESQL*        JOIN     (SELECT   R.ISBN, COUNT(*) AS HOLD_NR
OCESQL*                  FROM     RESERVATION R
OCESQL*                  WHERE    R.CANCEL_TIMESTAMP IS NULL
OCESQL*                  AND      R.FULFIL_TIMESTAMP IS NULL
OCESQL*                  GROUP BY R.ISBN) H
OCESQL*        ON        H.ISBN = B.ISBN
OCESQL*        LEFT JOIN
OCESQL*                 (SELECT   C.ISBN, COUNT(*) AS COPY_NR
OCESQL*                  FROM     BOOK_COPY C
OCESQL*                  WHERE    C.COPY_STATUS NOT IN ('D', 'M', 'L')
OCESQL*                  GROUP BY C.ISBN) K
OCESQL*        ON        K.ISBN = B.ISBN
OCESQL*        WHERE    (B.DELETE_FLAG IS NULL OR B.DELETE_FLAG <> 'Y')
OCESQL*        AND       H.HOLD_NR > :HV-SUGG-RATIO
OCESQL*                            * COALESCE(K.COPY_NR, 0)
OCESQL*        ORDER BY  CAST(H.HOLD_NR AS NUMERIC)
OCESQL*                / NULLIF(K.COPY_NR, 0)
OCESQL*                  DESC NULLS FIRST
OCESQL*                , H.HOLD_NR DESC
OCESQL*                , B.ISBN    ASC
OCESQL*   END-EXEC
OCESQL*
OCESQL*   .
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-SUGG-RATIO
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBSUGG_CURSOR_SUGG" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-SUGG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-SUGG SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_SUGG
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBSUGG_CURSOR_SUGG" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-OPEN-CURSOR-SUGG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-SUGG SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_SUGG
OCESQL*        INTO    :HV-ISBN
OCESQL*              , :HV-TITLE
OCESQL*              , :HV-AUTHORS
OCESQL*              , :HV-HOLD-NR
OCESQL*              , :HV-COPY-NR
OCESQL*              , :HV-UNIT-COST
OCESQL*              , :HV-VENDOR-CODE
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
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-TITLE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-AUTHORS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-HOLD-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-UNIT-COST
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-VENDOR-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBSUGG_CURSOR_SUGG" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-FETCH-CURSOR-SUGG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-SUGG SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_SUGG
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBSUGG_CURSOR_SUGG" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-CLOSE-CURSOR-SUGG-EX.
          EXIT.


      *>------------------------------------------------------------------------
       JOBLOG-RUN-START SECTION.
      *>------------------------------------------------------------------------

      *>  record the run in JOB_RUN; a failure to log never stops
      *>  the job itself
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBSUGG" TO LN-JL-PROGRAM

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

       END PROGRAM PGBSUGG.
