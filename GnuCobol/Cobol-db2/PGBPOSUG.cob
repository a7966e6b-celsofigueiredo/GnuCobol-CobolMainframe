      *>************************************************************************
      *>  This file is part of DBsample.
      *>
      *>  PGBPOSUG.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  PGBPOSUG.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with PGBPOSUG.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      PGBPOSUG.cob
      *>
      *> Purpose:      Turns the purchase suggestions written by PGBSUGG
      *>               into purchase order lines, once acquisitions has
      *>               reviewed the file: a quantity may be changed, a
      *>               vendor filled in, or a suggestion dropped by
      *>               setting its quantity to zero.
      *>               One purchase order is opened per vendor in the
      *>               file (PGMODP function OC) and every suggestion
      *>               becomes a line on its vendor's order (function
      *>               OA) at the quantity and quoted price given, so
      *>               the normal PGMODP checks apply to each line.
      *>               A suggestion with no vendor goes to POVENDOR;
      *>               without one it is rejected.
      *>               Rejected suggestions go to SUGGREJ with the
      *>               reason; the run then ends with return code 4.
      *>
      *> Author:       Celso
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Usage:        SUGGIN names the reviewed suggestion file and
      *>               SUGGREJ the reject file. POVENDOR is the vendor
      *>               code used where a suggestion names none. Run as:
      *>                  SUGGIN=/path/to/suggestions.dat
      *>                  SUGGREJ=/path/to/suggestions.rej
      *>                  POVENDOR=BOOKWHSE
      *>                  cobcrun PGBPOSUG
      *>               Run on request, not from the stream.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBPOSUG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUGG-IN-FILE ASSIGN TO "SUGGIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT SUGG-REJ-FILE ASSIGN TO "SUGGREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> one suggested purchase - the layout PGBSUGG writes to SUGGOUT
       FD  SUGG-IN-FILE.
       01  SUGG-IN-RECORD.
           05  SG-ISBN                  PIC 9(13).
           05  SG-QUANTITY              PIC 9(03).
           05  SG-QUOTED-PRICE          PIC 9(07)V9(02).
           05  SG-VENDOR-CODE           PIC X(08).
           05  SG-TITLE                 PIC X(60).
           05  SG-AUTHORS               PIC X(40).

      *> a rejected suggestion: the record as it came in, then the
      *> reason - strip the reason column to resubmit
       FD  SUGG-REJ-FILE.
       01  SUGG-REJ-RECORD.
           05  RJ-SUGG                  PIC X(133).
           05  FILLER                   PIC X(02).
           05  RJ-MSG                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS                 PIC X(02).
           88  WS-IN-OK                     VALUE "00".
           88  WS-IN-EOF                    VALUE "10".

       01  WS-REJ-STATUS                PIC X(02).
           88  WS-REJ-OK                    VALUE "00".

       01  WS-EOF-SW                    PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".

      *> the vendor for suggestions that name none
       01  WS-DEFAULT-VENDOR            PIC X(08).
      *> the vendor this suggestion is ordered from
       01  WS-VENDOR-CODE               PIC X(08).
      *> the order the current suggestion goes on
       01  WS-PO-NR                     PIC 9(09).

      *> the purchase orders opened in this run, one per vendor
       01  WS-ORDER-TAB.
           05  WS-ORDER-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-ORDER-LINE OCCURS 50 TIMES.
               10  WS-ORDER-VENDOR-CODE PIC X(08).
               10  WS-ORDER-PO-NR       PIC 9(09).

       01  WS-FOUND-SW                  PIC X(01).
           88  WS-ORDER-FOUND               VALUE "Y".

       01  WS-IND-1                     PIC S9(8) COMP.

      *> run totals, displayed in the end-of-job summary
       01  WS-READ-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-LINE-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-DROPPED-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-REJECT-COUNT              PIC 9(09) COMP VALUE ZERO.

      *> linkage record passed to PGMOD7
       COPY "LNMOD7.cpy".

      *> linkage record passed to PGMODP
       COPY "LNMODP.cpy".

      *> linkage for the shared run logger PGJOBLOG
       COPY "LNJOBLOG.cpy".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-PGBPOSUG SECTION.
      *>------------------------------------------------------------------------

           DISPLAY "PGBPOSUG: purchase suggestion load starting"

           MOVE SPACES TO WS-DEFAULT-VENDOR
           ACCEPT WS-DEFAULT-VENDOR FROM ENVIRONMENT "POVENDOR"

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
           THEN
              DISPLAY "PGBPOSUG: connect failed - "
                      LN-MSG-1 OF LN-MOD
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM JOBLOG-RUN-START

           OPEN INPUT SUGG-IN-FILE

           IF NOT WS-IN-OK
           THEN
              DISPLAY "PGBPOSUG: unable to open SUGGIN, status "
                      WS-IN-STATUS

              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
              PERFORM JOBLOG-RUN-END
              PERFORM DISCONNECT-DATABASE
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT SUGG-REJ-FILE

           IF NOT WS-REJ-OK
           THEN
              DISPLAY "PGBPOSUG: unable to open SUGGREJ, status "
                      WS-REJ-STATUS
              CLOSE SUGG-IN-FILE
              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
              PERFORM JOBLOG-RUN-END
              PERFORM DISCONNECT-DATABASE
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM READ-SUGG-IN-RECORD

           PERFORM APPLY-ONE-SUGGESTION UNTIL WS-EOF

           CLOSE SUGG-IN-FILE
           CLOSE SUGG-REJ-FILE

           SET V-LN-JL-STATUS-COMPLETE OF LN-JOBLOG TO TRUE
           PERFORM JOBLOG-RUN-END

           PERFORM DISCONNECT-DATABASE

           DISPLAY "PGBPOSUG: records read       " WS-READ-COUNT
           DISPLAY "PGBPOSUG: orders opened      " WS-ORDER-COUNT
           DISPLAY "PGBPOSUG: order lines added  " WS-LINE-COUNT
           DISPLAY "PGBPOSUG: dropped (qty zero) " WS-DROPPED-COUNT
           DISPLAY "PGBPOSUG: records rejected   " WS-REJECT-COUNT

           IF WS-REJECT-COUNT > 0
           THEN
              MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK

           .
       MAIN-PGBPOSUG-EX.
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
       READ-SUGG-IN-RECORD SECTION.
      *>------------------------------------------------------------------------

           READ SUGG-IN-FILE

           EVALUATE TRUE
           WHEN     WS-IN-OK
              ADD 1 TO WS-READ-COUNT
           WHEN     WS-IN-EOF
              SET WS-EOF TO TRUE
           WHEN     OTHER
              DISPLAY "PGBPOSUG: read error on SUGGIN, status "
                      WS-IN-STATUS
              SET WS-EOF TO TRUE
           END-EVALUATE

           .
       READ-SUGG-IN-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       APPLY-ONE-SUGGESTION SECTION.
      *>------------------------------------------------------------------------

      *>  a quantity set to zero is the reviewer dropping the title
           IF SG-QUANTITY = ZERO
           THEN
              ADD 1 TO WS-DROPPED-COUNT
              PERFORM READ-SUGG-IN-RECORD
              EXIT SECTION
           END-IF

           INITIALIZE LN-MODP

           IF SG-VENDOR-CODE NOT = SPACES
           THEN
              MOVE SG-VENDOR-CODE TO WS-VENDOR-CODE
           ELSE
              MOVE WS-DEFAULT-VENDOR TO WS-VENDOR-CODE
           END-IF

           IF WS-VENDOR-CODE = SPACES
           THEN
              MOVE "No vendor on the suggestion and POVENDOR is " &
                   "not set."
                TO LN-MSG-1 OF LN-MODP
              PERFORM WRITE-REJECT-RECORD
              PERFORM READ-SUGG-IN-RECORD
              EXIT SECTION
           END-IF

           PERFORM FIND-VENDOR-ORDER

           IF WS-PO-NR = ZERO
           THEN
              PERFORM WRITE-REJECT-RECORD
              PERFORM READ-SUGG-IN-RECORD
              EXIT SECTION
           END-IF

           INITIALIZE LN-MODP
           SET V-LNP-FNC-ORDER-LINE-ADD OF LN-MODP TO TRUE
           MOVE "PGBPOSUG"              TO LN-USERID OF LN-MODP
           MOVE WS-PO-NR                TO LN-INP-PO-NR OF LN-MODP
           MOVE SG-ISBN                 TO LN-INP-ISBN OF LN-MODP
           MOVE SG-QUANTITY             TO LN-INP-QUANTITY OF LN-MODP
           MOVE SG-QUOTED-PRICE
             TO LN-INP-QUOTED-PRICE     OF LN-MODP
           MOVE SG-TITLE                TO LN-INP-TITLE OF LN-MODP
           MOVE SG-AUTHORS              TO LN-INP-AUTHORS OF LN-MODP

           CALL "PGMODP" USING LN-MODP END-CALL

      *>  LN-OUT-LINE-NR is only filled once the line is committed
           IF  LN-SQLCODE OF LN-MODP = 0
           AND LN-OUT-LINE-NR OF LN-MODP > ZERO
           THEN
              ADD 1 TO WS-LINE-COUNT
           ELSE
              PERFORM WRITE-REJECT-RECORD
           END-IF

           PERFORM READ-SUGG-IN-RECORD

           .
       APPLY-ONE-SUGGESTION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FIND-VENDOR-ORDER SECTION.
      *>------------------------------------------------------------------------

      *>  returns in WS-PO-NR the order this run opened for the
      *>  vendor, opening it on the vendor's first suggestion; zero
      *>  with the reason in LN-MSG-1 of LN-MODP when there is none
           MOVE ZERO TO WS-PO-NR
           MOVE "N" TO WS-FOUND-SW

           PERFORM VARYING WS-IND-1 FROM 1 BY 1
             UNTIL WS-IND-1 > WS-ORDER-COUNT
                OR WS-ORDER-FOUND
              IF WS-ORDER-VENDOR-CODE(WS-IND-1) = WS-VENDOR-CODE
              THEN
                 MOVE "Y" TO WS-FOUND-SW
                 MOVE WS-ORDER-PO-NR(WS-IND-1) TO WS-PO-NR
              END-IF
           END-PERFORM

           IF WS-ORDER-FOUND
           THEN
              EXIT SECTION
           END-IF

           IF WS-ORDER-COUNT >= 50
           THEN
              MOVE "More than 50 vendors in one file - load the rest " &
                   "in a second run."
                TO LN-MSG-1 OF LN-MODP
              EXIT SECTION
           END-IF

           INITIALIZE LN-MODP
           SET V-LNP-FNC-ORDER-CREATE OF LN-MODP TO TRUE
           MOVE "PGBPOSUG"              TO LN-USERID OF LN-MODP
           MOVE WS-VENDOR-CODE          TO LN-INP-VENDOR-CODE OF LN-MODP

           CALL "PGMODP" USING LN-MODP END-CALL

      *>  LN-OUT-PO-NR is only filled once the order is committed;
      *>  otherwise PGMODP's reason is left for the reject record
           IF  LN-SQLCODE OF LN-MODP = 0
           AND LN-OUT-PO-NR OF LN-MODP > ZERO
           THEN
              ADD 1 TO WS-ORDER-COUNT
              MOVE WS-VENDOR-CODE
                TO WS-ORDER-VENDOR-CODE(WS-ORDER-COUNT)
              MOVE LN-OUT-PO-NR OF LN-MODP
                TO WS-ORDER-PO-NR(WS-ORDER-COUNT)
              MOVE LN-OUT-PO-NR OF LN-MODP TO WS-PO-NR

              DISPLAY "PGBPOSUG: purchase order " WS-PO-NR
                      " opened for vendor " WS-VENDOR-CODE
           END-IF

           .
       FIND-VENDOR-ORDER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REJECT-RECORD SECTION.
      *>------------------------------------------------------------------------

      *>  MOVE SPACES rather than INITIALIZE - INITIALIZE leaves the
      *>  FILLER between the two fields untouched, and an unwritten
      *>  FD area holds low-values the line-sequential WRITE rejects
           MOVE SPACES TO SUGG-REJ-RECORD
           MOVE SUGG-IN-RECORD TO RJ-SUGG
           MOVE LN-MSG-1 OF LN-MODP TO RJ-MSG

           WRITE SUGG-REJ-RECORD

           IF NOT WS-REJ-OK
           THEN
              DISPLAY "PGBPOSUG: write error on SUGGREJ, status "
                      WS-REJ-STATUS
           END-IF

           ADD 1 TO WS-REJECT-COUNT

           .
       WRITE-REJECT-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       JOBLOG-RUN-START SECTION.
      *>------------------------------------------------------------------------

      *>  record the run in JOB_RUN; a failure to log never stops
      *>  the job itself
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBPOSUG" TO LN-JL-PROGRAM

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
           MOVE WS-LINE-COUNT   TO LN-JL-INSERT-COUNT
           MOVE WS-REJECT-COUNT TO LN-JL-REJECT-COUNT
           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-END-EX.
          EXIT.

       END PROGRAM PGBPOSUG.
