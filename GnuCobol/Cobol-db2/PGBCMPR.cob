      *>************************************************************************
      *>  This file is part of DBsample.
      *>
      *>  PGBCMPR.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  PGBCMPR.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with PGBCMPR.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      PGBCMPR.cob
      *>
      *> Purpose:      Head-office versus branch catalog comparison.
      *>               Takes a PGBEXTR BOOKOUT extract from head office
      *>               and one from a branch, matches them on ISBN and
      *>               reports three lists:
      *>                 - books missing at the branch
      *>                 - books at the branch head office does not have
      *>                 - books on both whose AUTHORS, TITLE, PUB_DATE
      *>                   or PAGE_NR differ, field by field
      *>               It also writes a PGBMAINT transaction file that
      *>               would bring the branch back in line with head
      *>               office: I for a missing book, D for an extra
      *>               one, U for a book that differs. Like PGBDAPLY,
      *>               an insert carries no acquisition fields and an
      *>               update carries the branch row's own, so the
      *>               branch's acquisition history is not overwritten.
      *>               When the two sides differ, the summary counts
      *>               go to PGOPSALT as one severity-W line.
      *>
      *>               PGBEXTR writes its extract in ISBN order; an
      *>               extract out of that order is refused rather than
      *>               compared wrongly.
      *>
      *> Author:       Celso
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Usage:        BOOKHQ names the head-office extract and BOOKBR
      *>               the branch extract, both as written by PGBEXTR
      *>               to BOOKOUT. CMPRRPT names the report and BOOKTXN
      *>               the transaction file, to be run at the branch
      *>               through PGBMAINT once reviewed. Run on demand
      *>               as:
      *>                  BOOKHQ=/path/to/hq-book.ext
      *>                  BOOKBR=/path/to/branch-book.ext
      *>                  CMPRRPT=/path/to/compare.txt
      *>                  BOOKTXN=/path/to/maint.txt
      *>                  cobcrun PGBCMPR
      *>               Ends with RETURN-CODE 4 when the two catalogs
      *>               differ, 8 when an extract cannot be read.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBCMPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-HQ-FILE ASSIGN TO "BOOKHQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HQ-STATUS.

           SELECT BOOK-BR-FILE ASSIGN TO "BOOKBR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.

           SELECT CMPR-RPT-FILE ASSIGN TO "CMPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT BOOK-TXN-FILE ASSIGN TO "BOOKTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> both extracts are PGBEXTR's BOOK-OUT-RECORD - keep in step
       FD  BOOK-HQ-FILE.
       01  BOOK-HQ-RECORD.
           05  HQ-ISBN                  PIC 9(13).
           05  HQ-AUTHORS               PIC X(40).
           05  HQ-TITLE                 PIC X(60).
           05  HQ-PUB-DATE              PIC X(10).
           05  HQ-PAGE-NR               PIC 9(04).
           05  HQ-ACQ-COST              PIC 9(07)V9(02).
           05  HQ-ACQ-SUPPLIER          PIC X(20).
           05  HQ-ACQ-DATE              PIC X(10).

       FD  BOOK-BR-FILE.
       01  BOOK-BR-RECORD.
           05  BR-ISBN                  PIC 9(13).
           05  BR-AUTHORS               PIC X(40).
           05  BR-TITLE                 PIC X(60).
           05  BR-PUB-DATE              PIC X(10).
           05  BR-PAGE-NR               PIC 9(04).
           05  BR-ACQ-COST              PIC 9(07)V9(02).
           05  BR-ACQ-SUPPLIER          PIC X(20).
           05  BR-ACQ-DATE              PIC X(10).

       FD  CMPR-RPT-FILE.
       01  CMPR-RPT-LINE                PIC X(132).

      *> one maintenance transaction - keep in step with PGBMAINT's
      *> BOOK-TXN-RECORD
       FD  BOOK-TXN-FILE.
       01  BOOK-TXN-RECORD.
           05  TX-ACTION                PIC X(01).
           05  TX-ISBN                  PIC 9(13).
           05  TX-AUTHORS               PIC X(40).
           05  TX-TITLE                 PIC X(60).
           05  TX-PUB-DATE              PIC X(10).
           05  TX-PAGE-NR               PIC 9(04).
           05  TX-ACQ-COST              PIC 9(07)V9(02).
           05  TX-ACQ-SUPPLIER          PIC X(20).
           05  TX-ACQ-DATE              PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-HQ-STATUS                 PIC X(02).
           88  WS-HQ-OK                     VALUE "00".
           88  WS-HQ-EOF                    VALUE "10".

       01  WS-BR-STATUS                 PIC X(02).
           88  WS-BR-OK                     VALUE "00".
           88  WS-BR-EOF                    VALUE "10".

       01  WS-RPT-STATUS                PIC X(02).
           88  WS-RPT-OK                    VALUE "00".

       01  WS-TXN-STATUS                PIC X(02).
           88  WS-TXN-OK                    VALUE "00".

      *> set when an extract cannot be opened or read, or is not in
      *> ISBN order - the comparison then stops and the run ends in
      *> error
       01  WS-RUN-ERROR-SW              PIC X(01) VALUE "N".
           88  WS-RUN-ERROR                 VALUE "Y".

      *> the extracts are passed once per list, so each list comes
      *> out whole on the report and the transactions go out I, D, U
       01  WS-LIST-NR                   PIC 9(01).
           88  WS-LIST-MISSING              VALUE 1.
           88  WS-LIST-EXTRA                VALUE 2.
           88  WS-LIST-CHANGED              VALUE 3.

      *> the match keys; HIGH-VALUES once an extract is at its end,
      *> so the other side runs out against it
       01  WS-HQ-EOF-SW                 PIC X(01).
           88  WS-HQ-DONE                   VALUE "Y".
       01  WS-BR-EOF-SW                 PIC X(01).
           88  WS-BR-DONE                   VALUE "Y".
       01  WS-HQ-KEY                    PIC X(13).
       01  WS-BR-KEY                    PIC X(13).
       01  WS-HQ-PREV-KEY               PIC X(13).
       01  WS-BR-PREV-KEY               PIC X(13).

      *> a differing field, set before WRITE-FIELD-DIFF
       01  WS-DIFF-SW                   PIC X(01).
           88  WS-BOOK-DIFFERS              VALUE "Y".
       01  WS-DIFF-FIELD                PIC X(08).
       01  WS-DIFF-HQ-VALUE             PIC X(60).
       01  WS-DIFF-BR-VALUE             PIC X(60).
       01  WS-PAGE-EDIT                 PIC ZZZ9.

      *> run totals, displayed in the end-of-job summary and written
      *> as the report's final total lines
       01  WS-HQ-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-BR-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-MISSING-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-EXTRA-COUNT               PIC 9(09) COMP VALUE ZERO.
       01  WS-CHANGED-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-FIELD-COUNT               PIC 9(09) COMP VALUE ZERO.
       01  WS-TXN-COUNT                 PIC 9(09) COMP VALUE ZERO.
       01  WS-LIST-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-TOTAL-EDIT                PIC ZZZ,ZZZ,ZZ9.

      *> the counts as they go into the alert text
       01  WS-ALERT-MISSING             PIC ZZZZ9.
       01  WS-ALERT-EXTRA               PIC ZZZZ9.
       01  WS-ALERT-CHANGED             PIC ZZZZ9.

      *> a missing or extra book
       01  WS-BOOK-LINE.
           05  WB-ISBN                  PIC 9(13).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WB-TITLE                 PIC X(60).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WB-AUTHORS               PIC X(40).

      *> a differing field, one line per side
       01  WS-DIFF-LINE.
           05  WF-ISBN                  PIC X(13).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WF-FIELD                 PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WF-SIDE                  PIC X(11).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WF-VALUE                 PIC X(60).

      *> linkage record passed to PGMOD7
       COPY "LNMOD7.cpy".

      *> linkage for the shared run logger PGJOBLOG
       COPY "LNJOBLOG.cpy".

      *> linkage for the shared operations alert writer PGOPSALT
       COPY "LNOPSALT.cpy".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-PGBCMPR SECTION.
      *>------------------------------------------------------------------------

           DISPLAY "PGBCMPR: head-office versus branch catalog "
                   "comparison starting"

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
           THEN
              DISPLAY "PGBCMPR: connect failed - "
                      LN-MSG-1 OF LN-MOD
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM JOBLOG-RUN-START

           OPEN OUTPUT CMPR-RPT-FILE

           IF NOT WS-RPT-OK
           THEN
              DISPLAY "PGBCMPR: unable to open CMPRRPT, status "
                      WS-RPT-STATUS

              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
              PERFORM JOBLOG-RUN-END
              PERFORM DISCONNECT-DATABASE
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT BOOK-TXN-FILE

           IF NOT WS-TXN-OK
           THEN
              DISPLAY "PGBCMPR: unable to open BOOKTXN, status "
                      WS-TXN-STATUS
              CLOSE CMPR-RPT-FILE
              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
              PERFORM JOBLOG-RUN-END
              PERFORM DISCONNECT-DATABASE
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADING

           PERFORM COMPARE-ONE-LIST
              VARYING WS-LIST-NR FROM 1 BY 1
              UNTIL   WS-LIST-NR > 3
              OR      WS-RUN-ERROR

           IF NOT WS-RUN-ERROR
           THEN
              PERFORM WRITE-REPORT-TOTAL
           END-IF

           CLOSE CMPR-RPT-FILE
           CLOSE BOOK-TXN-FILE

      *>  the alert rides the commit of the JOB_RUN row that the
      *>  end of the run writes
           IF  NOT WS-RUN-ERROR
           AND WS-MISSING-COUNT + WS-EXTRA-COUNT + WS-CHANGED-COUNT
               > 0
           THEN
              PERFORM RAISE-COMPARE-ALERT
           END-IF

           IF WS-RUN-ERROR
           THEN
              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
           ELSE
              SET V-LN-JL-STATUS-COMPLETE OF LN-JOBLOG TO TRUE
           END-IF
           PERFORM JOBLOG-RUN-END

           PERFORM DISCONNECT-DATABASE

           PERFORM DISPLAY-COMPARE-SUMMARY

      *>  set after the disconnect - the OCESQL calls the
      *>  disconnect runs through would reset RETURN-CODE
           EVALUATE TRUE
           WHEN WS-RUN-ERROR
              MOVE 8 TO RETURN-CODE
           WHEN WS-MISSING-COUNT + WS-EXTRA-COUNT + WS-CHANGED-COUNT
                > 0
              MOVE 4 TO RETURN-CODE
           WHEN OTHER
              CONTINUE
           END-EVALUATE

           GOBACK

           .
       MAIN-PGBCMPR-EX.
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

           MOVE SPACES TO CMPR-RPT-LINE
           MOVE "CATALOG COMPARISON - HEAD OFFICE (BOOKHQ) VERSUS "
              & "BRANCH (BOOKBR)"
             TO CMPR-RPT-LINE
           WRITE CMPR-RPT-LINE

           .
       WRITE-REPORT-HEADING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COMPARE-ONE-LIST SECTION.
      *>------------------------------------------------------------------------

      *>  one pass over both extracts, picking out the books of the
      *>  list WS-LIST-NR names
           OPEN INPUT BOOK-HQ-FILE

           IF NOT WS-HQ-OK
           THEN
              DISPLAY "PGBCMPR: unable to open BOOKHQ, status "
                      WS-HQ-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
              EXIT SECTION
           END-IF

           OPEN INPUT BOOK-BR-FILE

           IF NOT WS-BR-OK
           THEN
              DISPLAY "PGBCMPR: unable to open BOOKBR, status "
                      WS-BR-STATUS
              CLOSE BOOK-HQ-FILE
              MOVE "Y" TO WS-RUN-ERROR-SW
              EXIT SECTION
           END-IF

           MOVE "N"        TO WS-HQ-EOF-SW
           MOVE "N"        TO WS-BR-EOF-SW
           MOVE LOW-VALUES TO WS-HQ-PREV-KEY
           MOVE LOW-VALUES TO WS-BR-PREV-KEY
           MOVE ZERO       TO WS-LIST-COUNT

           PERFORM WRITE-LIST-HEADING

           PERFORM READ-BOOK-HQ-RECORD
           PERFORM READ-BOOK-BR-RECORD

           PERFORM MATCH-ONE-ISBN
              UNTIL (WS-HQ-DONE AND WS-BR-DONE)
              OR    WS-RUN-ERROR

           CLOSE BOOK-HQ-FILE
           CLOSE BOOK-BR-FILE

           IF NOT WS-RUN-ERROR
           THEN
              PERFORM WRITE-LIST-TOTAL
           END-IF

           .
       COMPARE-ONE-LIST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-LIST-HEADING SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO CMPR-RPT-LINE
           WRITE CMPR-RPT-LINE

           MOVE SPACES TO CMPR-RPT-LINE
           EVALUATE TRUE
           WHEN WS-LIST-MISSING
              MOVE "BOOKS MISSING AT THE BRANCH" TO CMPR-RPT-LINE
           WHEN WS-LIST-EXTRA
              MOVE "BOOKS AT THE BRANCH NOT HELD BY HEAD OFFICE"
                TO CMPR-RPT-LINE
           WHEN OTHER
              MOVE "BOOKS THAT DIFFER, FIELD BY FIELD"
                TO CMPR-RPT-LINE
           END-EVALUATE
           WRITE CMPR-RPT-LINE

           MOVE SPACES TO CMPR-RPT-LINE
           MOVE "ISBN" TO CMPR-RPT-LINE(1:4)
           IF WS-LIST-CHANGED
           THEN
              MOVE "FIELD" TO CMPR-RPT-LINE(16:5)
              MOVE "SIDE" TO CMPR-RPT-LINE(26:4)
              MOVE "VALUE" TO CMPR-RPT-LINE(39:5)
           ELSE
              MOVE "TITLE" TO CMPR-RPT-LINE(16:5)
              MOVE "AUTHORS" TO CMPR-RPT-LINE(78:7)
           END-IF
           WRITE CMPR-RPT-LINE

           .
       WRITE-LIST-HEADING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       READ-BOOK-HQ-RECORD SECTION.
      *>------------------------------------------------------------------------

           READ BOOK-HQ-FILE

           EVALUATE TRUE
           WHEN     WS-HQ-OK
              IF WS-LIST-MISSING
              THEN
                 ADD 1 TO WS-HQ-READ-COUNT
              END-IF
              MOVE HQ-ISBN TO WS-HQ-KEY
           WHEN     WS-HQ-EOF
              MOVE "Y" TO WS-HQ-EOF-SW
              MOVE HIGH-VALUES TO WS-HQ-KEY
              EXIT SECTION
           WHEN     OTHER
              DISPLAY "PGBCMPR: read error on BOOKHQ, status "
                      WS-HQ-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
              EXIT SECTION
           END-EVALUATE

      *>  the match needs strictly rising ISBNs
           IF WS-HQ-KEY NOT > WS-HQ-PREV-KEY
           THEN
              DISPLAY "PGBCMPR: BOOKHQ is not in ISBN order at "
                      WS-HQ-KEY
              MOVE "Y" TO WS-RUN-ERROR-SW
           END-IF
           MOVE WS-HQ-KEY TO WS-HQ-PREV-KEY

           .
       READ-BOOK-HQ-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       READ-BOOK-BR-RECORD SECTION.
      *>------------------------------------------------------------------------

           READ BOOK-BR-FILE

           EVALUATE TRUE
           WHEN     WS-BR-OK
              IF WS-LIST-MISSING
              THEN
                 ADD 1 TO WS-BR-READ-COUNT
              END-IF
              MOVE BR-ISBN TO WS-BR-KEY
           WHEN     WS-BR-EOF
              MOVE "Y" TO WS-BR-EOF-SW
              MOVE HIGH-VALUES TO WS-BR-KEY
              EXIT SECTION
           WHEN     OTHER
              DISPLAY "PGBCMPR: read error on BOOKBR, status "
                      WS-BR-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
              EXIT SECTION
           END-EVALUATE

      *>  the match needs strictly rising ISBNs
           IF WS-BR-KEY NOT > WS-BR-PREV-KEY
           THEN
              DISPLAY "PGBCMPR: BOOKBR is not in ISBN order at "
                      WS-BR-KEY
              MOVE "Y" TO WS-RUN-ERROR-SW
           END-IF
           MOVE WS-BR-KEY TO WS-BR-PREV-KEY

           .
       READ-BOOK-BR-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       MATCH-ONE-ISBN SECTION.
      *>------------------------------------------------------------------------

           EVALUATE TRUE
           WHEN WS-HQ-KEY < WS-BR-KEY
              IF WS-LIST-MISSING
              THEN
                 PERFORM LIST-MISSING-BOOK
              END-IF
              PERFORM READ-BOOK-HQ-RECORD

           WHEN WS-HQ-KEY > WS-BR-KEY
              IF WS-LIST-EXTRA
              THEN
                 PERFORM LIST-EXTRA-BOOK
              END-IF
              PERFORM READ-BOOK-BR-RECORD

           WHEN OTHER
              IF WS-LIST-CHANGED
              THEN
                 PERFORM COMPARE-BOOK-FIELDS
              END-IF
              PERFORM READ-BOOK-HQ-RECORD
              PERFORM READ-BOOK-BR-RECORD
           END-EVALUATE

           .
       MATCH-ONE-ISBN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LIST-MISSING-BOOK SECTION.
      *>------------------------------------------------------------------------

           INITIALIZE WS-BOOK-LINE
           MOVE HQ-ISBN                 TO WB-ISBN
           MOVE HQ-TITLE                TO WB-TITLE
           MOVE HQ-AUTHORS              TO WB-AUTHORS
           MOVE WS-BOOK-LINE TO CMPR-RPT-LINE
           WRITE CMPR-RPT-LINE

           ADD 1 TO WS-MISSING-COUNT
           ADD 1 TO WS-LIST-COUNT

      *>  inserted with head office's catalog fields and, as from
      *>  the PGBDAPLY feed, no acquisition fields
           MOVE SPACES TO BOOK-TXN-RECORD
           MOVE "I"                     TO TX-ACTION
           MOVE HQ-ISBN                 TO TX-ISBN
           MOVE HQ-AUTHORS              TO TX-AUTHORS
           MOVE HQ-TITLE                TO TX-TITLE
           MOVE HQ-PUB-DATE             TO TX-PUB-DATE
           MOVE HQ-PAGE-NR              TO TX-PAGE-NR
           MOVE ZERO                    TO TX-ACQ-COST
           PERFORM WRITE-TXN-RECORD

           .
       LIST-MISSING-BOOK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LIST-EXTRA-BOOK SECTION.
      *>------------------------------------------------------------------------

           INITIALIZE WS-BOOK-LINE
           MOVE BR-ISBN                 TO WB-ISBN
           MOVE BR-TITLE                TO WB-TITLE
           MOVE BR-AUTHORS              TO WB-AUTHORS
           MOVE WS-BOOK-LINE TO CMPR-RPT-LINE
           WRITE CMPR-RPT-LINE

           ADD 1 TO WS-EXTRA-COUNT
           ADD 1 TO WS-LIST-COUNT

      *>  PGBMAINT withdraws on the ISBN; the rest of the branch
      *>  record goes along so the file reads on its own
           MOVE SPACES TO BOOK-TXN-RECORD
           MOVE "D"                     TO TX-ACTION
           MOVE BR-ISBN                 TO TX-ISBN
           MOVE BR-AUTHORS              TO TX-AUTHORS
           MOVE BR-TITLE                TO TX-TITLE
           MOVE BR-PUB-DATE             TO TX-PUB-DATE
           MOVE BR-PAGE-NR              TO TX-PAGE-NR
           MOVE BR-ACQ-COST             TO TX-ACQ-COST
           MOVE BR-ACQ-SUPPLIER         TO TX-ACQ-SUPPLIER
           MOVE BR-ACQ-DATE             TO TX-ACQ-DATE
           PERFORM WRITE-TXN-RECORD

           .
       LIST-EXTRA-BOOK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COMPARE-BOOK-FIELDS SECTION.
      *>------------------------------------------------------------------------

           MOVE "N" TO WS-DIFF-SW

           IF HQ-AUTHORS NOT = BR-AUTHORS
           THEN
              MOVE "AUTHORS"            TO WS-DIFF-FIELD
              MOVE HQ-AUTHORS           TO WS-DIFF-HQ-VALUE
              MOVE BR-AUTHORS           TO WS-DIFF-BR-VALUE
              PERFORM WRITE-FIELD-DIFF
           END-IF

           IF HQ-TITLE NOT = BR-TITLE
           THEN
              MOVE "TITLE"              TO WS-DIFF-FIELD
              MOVE HQ-TITLE             TO WS-DIFF-HQ-VALUE
              MOVE BR-TITLE             TO WS-DIFF-BR-VALUE
              PERFORM WRITE-FIELD-DIFF
           END-IF

           IF HQ-PUB-DATE NOT = BR-PUB-DATE
           THEN
              MOVE "PUB_DATE"           TO WS-DIFF-FIELD
              MOVE HQ-PUB-DATE          TO WS-DIFF-HQ-VALUE
              MOVE BR-PUB-DATE          TO WS-DIFF-BR-VALUE
              PERFORM WRITE-FIELD-DIFF
           END-IF

           IF HQ-PAGE-NR NOT = BR-PAGE-NR
           THEN
              MOVE "PAGE_NR"            TO WS-DIFF-FIELD
              MOVE HQ-PAGE-NR           TO WS-PAGE-EDIT
              MOVE WS-PAGE-EDIT         TO WS-DIFF-HQ-VALUE
              MOVE BR-PAGE-NR           TO WS-PAGE-EDIT
              MOVE WS-PAGE-EDIT         TO WS-DIFF-BR-VALUE
              PERFORM WRITE-FIELD-DIFF
           END-IF

           IF NOT WS-BOOK-DIFFERS
           THEN
              EXIT SECTION
           END-IF

           ADD 1 TO WS-CHANGED-COUNT
           ADD 1 TO WS-LIST-COUNT

      *>  updated to head office's catalog fields; the branch row's
      *>  own acquisition fields are carried forward, as PGBDAPLY
      *>  does for a feed update
           MOVE SPACES TO BOOK-TXN-RECORD
           MOVE "U"                     TO TX-ACTION
           MOVE HQ-ISBN                 TO TX-ISBN
           MOVE HQ-AUTHORS              TO TX-AUTHORS
           MOVE HQ-TITLE                TO TX-TITLE
           MOVE HQ-PUB-DATE             TO TX-PUB-DATE
           MOVE HQ-PAGE-NR              TO TX-PAGE-NR
           MOVE BR-ACQ-COST             TO TX-ACQ-COST
           MOVE BR-ACQ-SUPPLIER         TO TX-ACQ-SUPPLIER
           MOVE BR-ACQ-DATE             TO TX-ACQ-DATE
           PERFORM WRITE-TXN-RECORD

           .
       COMPARE-BOOK-FIELDS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-FIELD-DIFF SECTION.
      *>------------------------------------------------------------------------

      *>  the ISBN goes on the first differing field of the book
      *>  only, so each book reads as one block
           INITIALIZE WS-DIFF-LINE
           IF NOT WS-BOOK-DIFFERS
           THEN
              MOVE HQ-ISBN              TO WF-ISBN
           END-IF
           MOVE WS-DIFF-FIELD           TO WF-FIELD
           MOVE "HEAD OFFICE"           TO WF-SIDE
           MOVE WS-DIFF-HQ-VALUE        TO WF-VALUE
           MOVE WS-DIFF-LINE TO CMPR-RPT-LINE
           WRITE CMPR-RPT-LINE

           INITIALIZE WS-DIFF-LINE
           MOVE "BRANCH"                TO WF-SIDE
           MOVE WS-DIFF-BR-VALUE        TO WF-VALUE
           MOVE WS-DIFF-LINE TO CMPR-RPT-LINE
           WRITE CMPR-RPT-LINE

           MOVE "Y" TO WS-DIFF-SW
           ADD 1 TO WS-FIELD-COUNT

           .
       WRITE-FIELD-DIFF-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-TXN-RECORD SECTION.
      *>------------------------------------------------------------------------

           WRITE BOOK-TXN-RECORD

           ADD 1 TO WS-TXN-COUNT

           .
       WRITE-TXN-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-LIST-TOTAL SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO CMPR-RPT-LINE
           MOVE "  BOOKS LISTED:" TO CMPR-RPT-LINE(1:15)
           MOVE WS-LIST-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO CMPR-RPT-LINE(17:11)
           WRITE CMPR-RPT-LINE

           .
       WRITE-LIST-TOTAL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REPORT-TOTAL SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO CMPR-RPT-LINE
           WRITE CMPR-RPT-LINE

           MOVE SPACES TO CMPR-RPT-LINE
           MOVE "HEAD OFFICE BOOKS READ:" TO CMPR-RPT-LINE(1:23)
           MOVE WS-HQ-READ-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO CMPR-RPT-LINE(31:11)
           WRITE CMPR-RPT-LINE

           MOVE SPACES TO CMPR-RPT-LINE
           MOVE "BRANCH BOOKS READ:" TO CMPR-RPT-LINE(1:18)
           MOVE WS-BR-READ-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO CMPR-RPT-LINE(31:11)
           WRITE CMPR-RPT-LINE

           MOVE SPACES TO CMPR-RPT-LINE
           MOVE "MISSING AT THE BRANCH:" TO CMPR-RPT-LINE(1:22)
           MOVE WS-MISSING-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO CMPR-RPT-LINE(31:11)
           WRITE CMPR-RPT-LINE

           MOVE SPACES TO CMPR-RPT-LINE
           MOVE "EXTRA AT THE BRANCH:" TO CMPR-RPT-LINE(1:20)
           MOVE WS-EXTRA-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO CMPR-RPT-LINE(31:11)
           WRITE CMPR-RPT-LINE

           MOVE SPACES TO CMPR-RPT-LINE
           MOVE "BOOKS THAT DIFFER:" TO CMPR-RPT-LINE(1:18)
           MOVE WS-CHANGED-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO CMPR-RPT-LINE(31:11)
           WRITE CMPR-RPT-LINE

           MOVE SPACES TO CMPR-RPT-LINE
           MOVE "FIELDS THAT DIFFER:" TO CMPR-RPT-LINE(1:19)
           MOVE WS-FIELD-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO CMPR-RPT-LINE(31:11)
           WRITE CMPR-RPT-LINE

           MOVE SPACES TO CMPR-RPT-LINE
           MOVE "TRANSACTIONS WRITTEN:" TO CMPR-RPT-LINE(1:21)
           MOVE WS-TXN-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO CMPR-RPT-LINE(31:11)
           WRITE CMPR-RPT-LINE

           .
       WRITE-REPORT-TOTAL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       RAISE-COMPARE-ALERT SECTION.
      *>------------------------------------------------------------------------

           MOVE WS-MISSING-COUNT TO WS-ALERT-MISSING
           MOVE WS-EXTRA-COUNT   TO WS-ALERT-EXTRA
           MOVE WS-CHANGED-COUNT TO WS-ALERT-CHANGED

           INITIALIZE LN-OPSALERT
           SET V-LN-OA-SEV-WARNING OF LN-OPSALERT TO TRUE
           MOVE "PGBCMPR" TO LN-OA-PROGRAM
           STRING "Branch catalog:"  DELIMITED BY SIZE
                  WS-ALERT-MISSING   DELIMITED BY SIZE
                  " missing,"        DELIMITED BY SIZE
                  WS-ALERT-EXTRA     DELIMITED BY SIZE
                  " extra,"          DELIMITED BY SIZE
                  WS-ALERT-CHANGED   DELIMITED BY SIZE
                  " differ"          DELIMITED BY SIZE
             INTO LN-OA-TEXT
           END-STRING

           CALL "PGOPSALT" USING LN-OPSALERT END-CALL

           .
       RAISE-COMPARE-ALERT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       DISPLAY-COMPARE-SUMMARY SECTION.
      *>------------------------------------------------------------------------

           DISPLAY "PGBCMPR: head office read  " WS-HQ-READ-COUNT
           DISPLAY "PGBCMPR: branch read       " WS-BR-READ-COUNT
           DISPLAY "PGBCMPR: missing at branch " WS-MISSING-COUNT
           DISPLAY "PGBCMPR: extra at branch   " WS-EXTRA-COUNT
           DISPLAY "PGBCMPR: books differing   " WS-CHANGED-COUNT
           DISPLAY "PGBCMPR: transactions      " WS-TXN-COUNT

           .
       DISPLAY-COMPARE-SUMMARY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       JOBLOG-RUN-START SECTION.
      *>------------------------------------------------------------------------

      *>  record the run in JOB_RUN; a failure to log never stops
      *>  the job itself
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBCMPR" TO LN-JL-PROGRAM

           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-START-EX.
          EXIT.

      *>------------------------------------------------------------------------
       JOBLOG-RUN-END SECTION.
      *>------------------------------------------------------------------------

      *>  close the JOB_RUN row off with the final counts - both
      *>  extracts as read, the transactions written as inserted;
      *>  the caller set the status (C or E) before performing this
           SET V-LN-JL-FNC-END OF LN-JOBLOG TO TRUE
           COMPUTE LN-JL-READ-COUNT
                 = WS-HQ-READ-COUNT + WS-BR-READ-COUNT
           END-COMPUTE
           MOVE WS-TXN-COUNT TO LN-JL-INSERT-COUNT
           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-END-EX.
          EXIT.

       END PROGRAM PGBCMPR.
