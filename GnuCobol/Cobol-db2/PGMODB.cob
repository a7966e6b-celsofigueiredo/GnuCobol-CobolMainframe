      *>************************************************************************
      *>  This file is part of DBsample.
      *>
      *>  PGMODB.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  PGMODB.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with PGMODB.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      PGMODB.cob
      *>
      *> Purpose:      Repair and bindery module - where a copy set to
      *>               R (repair) actually went:
      *>               - send: a shipment to a bindery vendor from the
      *>                 acquisitions vendor master is recorded as a
      *>                 BINDERY_BATCH (vendor, sent date, the agreed
      *>                 turnaround in days, who sent it) with one
      *>                 BINDERY_ITEM per copy; every copy goes to
      *>                 status R in the same unit of work. A copy on
      *>                 loan, already at the bindery, or in any status
      *>                 but S or R refuses the whole shipment.
      *>                 Further copies can be added to a batch later.
      *>               - receive: one copy back, with the bindery's
      *>                 charge for it. Repaired, the copy goes back to
      *>                 S and the caller is told its LOCATION to
      *>                 shelve it at; beyond repair it goes to D, with
      *>                 the reason kept on the BINDERY_ITEM row.
      *>               - list: a batch and its copies, page by page.
      *>               The turnaround defaults to the vendor's
      *>               DELIVERY_DAYS. PGBBNDOV lists the copies out
      *>               longer than agreed, PGBBNDYR the year's charges
      *>               by vendor. While a copy is out PGMOD7's
      *>               COPY-UPDATE leaves it alone - it comes back
      *>               through receive.
      *>
      *>               PGMODB shares the database session of PGMOD7,
      *>               like PGMOD8 and the other satellite modules.
      *>
      *> Author:       Celso
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Usage:        To use this module, simply CALL it as follows:
      *>               CALL "PGMODB" USING LN-MODB
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMODB.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> size of the LN-INP-COPY-TAB-LINE table in LNMODB.cpy
       78 C-MAX-COPY-TAB-SIZE          VALUE 20.
      *> size of the LN-OUT-ITEM-TAB-LINE table in LNMODB.cpy
       78 C-MAX-ITEM-TAB-SIZE          VALUE 50.
      *> indices for cycles
       01 WS-IND-1                     PIC S9(4) COMP.

      *> today as YYYY-MM-DD, the default sent date
       01 WS-TODAY-TEXT                PIC X(21).
       01 WS-TODAY-DATE                PIC X(10).

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

      *> set by ADD-BATCH-COPIES when a keyed copy was refused or
      *> could not be written - the caller then rolls back
       01 WS-COPY-REFUSED-SW           PIC X(01).
          88 WS-COPY-REFUSED           VALUE "Y".

      *> the copy a refusal is about, for LN-MSG-2
       01 WS-COPY-KEY-TEXT.
          05 FILLER                    PIC X(05) VALUE "ISBN ".
          05 WS-COPY-KEY-ISBN          PIC 9(13).
          05 FILLER                    PIC X(06) VALUE " copy ".
          05 WS-COPY-KEY-COPY-NR       PIC 9(03).

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
      *> host variables for the table BINDERY_BATCH
       01 HV-BATCH.
         05 HV-BATCH-NR                PIC 9(09).
         05 HV-VENDOR-CODE             PIC X(08).
         05 HV-SENT-DATE               PIC X(10).
         05 HV-TURNAROUND-DAYS         PIC 9(03).
         05 HV-DUE-DATE                PIC X(10).
         05 HV-BATCH-USER              PIC X(20).

      *> host variables for the table BINDERY_ITEM
       01 HV-ITEM.
         05 HV-ISBN                    PIC 9(13).
         05 HV-COPY-NR                 PIC 9(03).
         05 HV-ITEM-STATUS             PIC X(01).
         05 HV-RETURN-DATE             PIC X(10).
         05 HV-CHARGE                  PIC 9(05)V9(02).
         05 HV-REASON                  PIC X(40).
         05 HV-ITEM-USER               PIC X(20).

      *> the copy as BOOK_COPY holds it, whether it is on loan, and
      *> the batch it is out at the bindery in (zero = none)
       01 HV-COPY-STATE.
         05 HV-COPY-STATUS             PIC X(01).
         05 HV-COPY-LOCATION           PIC X(20).
         05 HV-OPEN-LOANS              PIC 9(04).
         05 HV-OPEN-BATCH-NR           PIC 9(09).

       01 HV-VENDOR-NAME               PIC X(30).
       01 HV-DELIVERY-DAYS             PIC 9(03).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(080) VALUE "SELECT VENDOR_NAME, COALESCE(DE"
OCESQL  &  "LIVERY_DAYS,0) FROM VENDOR WHERE VENDOR_CODE = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(055) VALUE "SELECT COALESCE(MAX(BATCH_NR),0"
OCESQL  &  ") + 1 FROM BINDERY_BATCH".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(161) VALUE "INSERT INTO BINDERY_BATCH ( BAT"
OCESQL  &  "CH_NR, VENDOR_CODE, SENT_DATE, TURNAROUND_DAYS, SENT_USER, "
OCESQL  &  "SENT_TIMESTAMP ) VALUES ( $1, $2, $3::date, $4, $5, CURRENT"
OCESQL  &  "_TIMESTAMP )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(158) VALUE "SELECT VENDOR_CODE, TO_CHAR(SEN"
OCESQL  &  "T_DATE,'YYYY-MM-DD'), TURNAROUND_DAYS, TO_CHAR(SENT_DATE + "
OCESQL  &  "TURNAROUND_DAYS,'YYYY-MM-DD') FROM BINDERY_BATCH WHERE BATC"
OCESQL  &  "H_NR = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(326) VALUE "SELECT C.COPY_STATUS, C.LOCATIO"
OCESQL  &  "N, (SELECT COUNT(*) FROM LOAN L WHERE L.ISBN = C.ISBN AND L"
OCESQL  &  ".COPY_NR = C.COPY_NR AND L.RETURN_TIMESTAMP IS NULL), COALE"
OCESQL  &  "SCE((SELECT MAX(I.BATCH_NR) FROM BINDERY_ITEM I WHERE I.ISB"
OCESQL  &  "N = C.ISBN AND I.COPY_NR = C.COPY_NR AND I.ITEM_STATUS = 'O"
OCESQL  &  "'),0) FROM BOOK_COPY C WHERE C.ISBN = $1 AND C.COPY_NR = $"
OCESQL  &  "2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(153) VALUE "INSERT INTO BINDERY_ITEM ( BATC"
OCESQL  &  "H_NR, ISBN, COPY_NR, ITEM_STATUS, CHARGE, LUPD_USER, LUPD_T"
OCESQL  &  "IMESTAMP ) VALUES ( $1, $2, $3, 'O', 0, $4, CURRENT_TIMESTA"
OCESQL  &  "MP )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(227) VALUE "UPDATE BINDERY_ITEM SET ITEM_ST"
OCESQL  &  "ATUS = $1, RETURN_DATE = CURRENT_DATE, CHARGE = $2, DISCARD"
OCESQL  &  "_REASON = $3, LUPD_USER = $4, LUPD_TIMESTAMP = CURRENT_TIME"
OCESQL  &  "STAMP WHERE BATCH_NR = $5 AND ISBN = $6 AND COPY_NR = $7 AN"
OCESQL  &  "D ITEM_STATUS = 'O'".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0008.
OCESQL     02  FILLER PIC X(122) VALUE "UPDATE BOOK_COPY SET COPY_STATU"
OCESQL  &  "S = $1, LUPD_USER = $2, LUPD_TIMESTAMP = CURRENT_TIMESTAMP "
OCESQL  &  "WHERE ISBN = $3 AND COPY_NR = $4".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0009.
OCESQL     02  FILLER PIC X(220) VALUE "SELECT ISBN, COPY_NR, ITEM_STAT"
OCESQL  &  "US, COALESCE(TO_CHAR(RETURN_DATE,'YYYY-MM-DD'),' '), CHARGE"
OCESQL  &  ", COALESCE(DISCARD_REASON,' ') FROM BINDERY_ITEM WHERE BATC"
OCESQL  &  "H_NR = $1 AND (ISBN, COPY_NR) > ($2, $3) ORDER BY ISBN ASC,"
OCESQL  &  " COPY_NR ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       LINKAGE SECTION.
       COPY "LNMODB.cpy".

       PROCEDURE DIVISION USING LN-MODB.

      *>------------------------------------------------------------------------
       MAIN-PGMODB SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MSG OF LN-MODB

          EVALUATE TRUE
             WHEN V-LNB-FNC-BATCH-SEND
                PERFORM BATCH-SEND

             WHEN V-LNB-FNC-BATCH-ADD
                PERFORM BATCH-ADD

             WHEN V-LNB-FNC-BATCH-LIST
                PERFORM BATCH-LIST

             WHEN V-LNB-FNC-COPY-RECEIVE
                PERFORM COPY-RECEIVE

             WHEN OTHER
                MOVE "Wrong linkage function"
                  TO LN-MSG-1 OF LN-MODB
          END-EVALUATE

          GOBACK

          .
       MAIN-PGMODB-EX.
          EXIT.

      *>------------------------------------------------------------------------
       BATCH-SEND SECTION.
      *>------------------------------------------------------------------------

      *>  the bindery comes from the acquisitions vendor master
          INITIALIZE HV-BATCH
          MOVE LN-INP-VENDOR-CODE      OF LN-MODB
            TO HV-VENDOR-CODE

          PERFORM SQL-SELECT-VENDOR

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "No vendor with this code: "
               TO LN-MSG-1                OF LN-MODB
             MOVE HV-VENDOR-CODE
               TO LN-MSG-2                OF LN-MODB
             EXIT SECTION
          WHEN     OTHER
             EXIT SECTION
          END-EVALUATE

          MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TEXT
          MOVE SPACES TO WS-TODAY-DATE
          STRING WS-TODAY-TEXT(1:4) "-" WS-TODAY-TEXT(5:2) "-"
                 WS-TODAY-TEXT(7:2)
            DELIMITED BY SIZE INTO WS-TODAY-DATE
          END-STRING

          IF LN-INP-SENT-DATE OF LN-MODB = SPACES
          THEN
             MOVE WS-TODAY-DATE        TO HV-SENT-DATE
          ELSE
             MOVE LN-INP-SENT-DATE     OF LN-MODB
               TO WS-DATE-TEXT
             PERFORM CHECK-DATE-TEXT
             IF WS-DATE-BAD
             THEN
                MOVE "The sent date must be keyed as YYYY-MM-DD: "
                  TO LN-MSG-1             OF LN-MODB
                MOVE WS-DATE-TEXT
                  TO LN-MSG-2             OF LN-MODB
                EXIT SECTION
             END-IF

      *>     YYYY-MM-DD compares as it reads
             IF WS-DATE-TEXT > WS-TODAY-DATE
             THEN
                MOVE "The sent date cannot be in the future."
                  TO LN-MSG-1             OF LN-MODB
                EXIT SECTION
             END-IF

             MOVE WS-DATE-TEXT         TO HV-SENT-DATE
          END-IF

      *>  the overdue report measures the shipment against this, so
      *>  a batch cannot go out without one
          IF LN-INP-TURNAROUND-DAYS OF LN-MODB = ZEROES
          THEN
             MOVE HV-DELIVERY-DAYS     TO HV-TURNAROUND-DAYS
          ELSE
             MOVE LN-INP-TURNAROUND-DAYS OF LN-MODB
               TO HV-TURNAROUND-DAYS
          END-IF

          IF HV-TURNAROUND-DAYS = ZEROES
          THEN
             MOVE "Key the turnaround days agreed with the " &
                  "bindery - the vendor has no delivery days."
               TO LN-MSG-1                OF LN-MODB
             EXIT SECTION
          END-IF

          MOVE LN-USERID               OF LN-MODB
            TO HV-BATCH-USER

          PERFORM SQL-SELECT-NEXT-BATCH-NR

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             EXIT SECTION
          END-IF

          PERFORM SQL-INSERT-BATCH

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM SQL-ROLLBACK
             EXIT SECTION
          END-IF

      *>  the whole shipment goes out, or none of it
          PERFORM ADD-BATCH-COPIES

          IF WS-COPY-REFUSED
          THEN
             PERFORM SQL-ROLLBACK
             EXIT SECTION
          END-IF

          PERFORM SQL-SELECT-BATCH

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM SQL-ROLLBACK
             EXIT SECTION
          END-IF

          PERFORM SQL-COMMIT
          PERFORM COPY-SQL-MSG-IN-LINKAGE

          PERFORM MOVE-BATCH-TO-OUTPUT

          MOVE "Bindery batch sent, number: "
            TO LN-MSG-1                   OF LN-MODB
          MOVE HV-BATCH-NR
            TO LN-MSG-2                   OF LN-MODB

          .
       BATCH-SEND-EX.
          EXIT.

      *>------------------------------------------------------------------------
       BATCH-ADD SECTION.
      *>------------------------------------------------------------------------

      *>  more copies for a batch already sent - a shipment larger
      *>  than one screen of copies is keyed in several calls
          INITIALIZE HV-BATCH
          MOVE LN-INP-BATCH-NR         OF LN-MODB
            TO HV-BATCH-NR

          PERFORM SQL-SELECT-BATCH

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "No bindery batch with this number: "
               TO LN-MSG-1                OF LN-MODB
             MOVE HV-BATCH-NR
               TO LN-MSG-2                OF LN-MODB
             EXIT SECTION
          WHEN     OTHER
             EXIT SECTION
          END-EVALUATE

          MOVE LN-USERID               OF LN-MODB
            TO HV-BATCH-USER

          PERFORM ADD-BATCH-COPIES

          IF WS-COPY-REFUSED
          THEN
             PERFORM SQL-ROLLBACK
             EXIT SECTION
          END-IF

          PERFORM SQL-COMMIT
          PERFORM COPY-SQL-MSG-IN-LINKAGE

          PERFORM MOVE-BATCH-TO-OUTPUT

          MOVE "Copies added to bindery batch: "
            TO LN-MSG-1                   OF LN-MODB
          MOVE HV-BATCH-NR
            TO LN-MSG-2                   OF LN-MODB

          .
       BATCH-ADD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-BATCH-COPIES SECTION.
      *>------------------------------------------------------------------------

      *>  performed by BATCH-SEND and BATCH-ADD inside their unit of
      *>  work: each keyed copy gets a BINDERY_ITEM row in HV-BATCH-NR
      *>  and goes to status R. The first copy refused stops the
      *>  loop with its message in LN-MSG-1 and the copy in LN-MSG-2,
      *>  and leaves WS-COPY-REFUSED set; the caller then rolls the
      *>  whole call back.
          MOVE ZEROES TO LN-OUT-COPY-COUNT OF LN-MODB
          MOVE "Y"    TO WS-COPY-REFUSED-SW

          IF LN-INP-COPY-TAB-LINE-NR OF LN-MODB = ZEROES
          OR LN-INP-COPY-TAB-LINE-NR OF LN-MODB > C-MAX-COPY-TAB-SIZE
          THEN
             MOVE "Key between 1 and 20 copies for the bindery."
               TO LN-MSG-1                OF LN-MODB
             EXIT SECTION
          END-IF

          PERFORM VARYING WS-IND-1 FROM 1 BY 1
            UNTIL WS-IND-1 > LN-INP-COPY-TAB-LINE-NR OF LN-MODB

             INITIALIZE HV-ITEM
             MOVE LN-INP-COPY-TAB-ISBN(WS-IND-1)
               TO HV-ISBN
             MOVE LN-INP-COPY-TAB-COPY-NR(WS-IND-1)
               TO HV-COPY-NR
             MOVE HV-ISBN              TO WS-COPY-KEY-ISBN
             MOVE HV-COPY-NR           TO WS-COPY-KEY-COPY-NR

             PERFORM SQL-SELECT-COPY-STATE

             EVALUATE TRUE
             WHEN     SQL-STATUS-OK
                CONTINUE
             WHEN     SQL-STATUS-NOT-FOUND
                PERFORM COPY-SQL-MSG-IN-LINKAGE
                MOVE "No such copy: "
                  TO LN-MSG-1             OF LN-MODB
                MOVE WS-COPY-KEY-TEXT
                  TO LN-MSG-2             OF LN-MODB
                EXIT PERFORM
             WHEN     OTHER
                PERFORM COPY-SQL-MSG-IN-LINKAGE
                EXIT PERFORM
             END-EVALUATE

             IF HV-OPEN-BATCH-NR NOT = ZEROES
             THEN
                MOVE "This copy is at the bindery already, batch: "
                  TO LN-MSG-1             OF LN-MODB
                MOVE HV-OPEN-BATCH-NR
                  TO LN-MSG-3             OF LN-MODB
                MOVE WS-COPY-KEY-TEXT
                  TO LN-MSG-2             OF LN-MODB
                EXIT PERFORM
             END-IF

             IF  HV-COPY-STATUS NOT = "S"
             AND HV-COPY-STATUS NOT = "R"
             THEN
                MOVE "Only a copy on the shelf (S) or in repair " &
                     "(R) can go to the bindery: "
                  TO LN-MSG-1             OF LN-MODB
                MOVE WS-COPY-KEY-TEXT
                  TO LN-MSG-2             OF LN-MODB
                EXIT PERFORM
             END-IF

             IF HV-OPEN-LOANS > ZEROES
             THEN
                MOVE "This copy is on loan - check it in first: "
                  TO LN-MSG-1             OF LN-MODB
                MOVE WS-COPY-KEY-TEXT
                  TO LN-MSG-2             OF LN-MODB
                EXIT PERFORM
             END-IF

             MOVE LN-USERID            OF LN-MODB
               TO HV-ITEM-USER

             PERFORM SQL-INSERT-ITEM

             IF NOT SQL-STATUS-OK
             THEN
                PERFORM COPY-SQL-MSG-IN-LINKAGE
                EXIT PERFORM
             END-IF

             MOVE "R"                  TO HV-COPY-STATUS

             PERFORM SQL-UPDATE-COPY-STATUS

             IF NOT SQL-STATUS-OK
             THEN
                PERFORM COPY-SQL-MSG-IN-LINKAGE
                EXIT PERFORM
             END-IF

             ADD 1 TO LN-OUT-COPY-COUNT OF LN-MODB
          END-PERFORM

      *>  every keyed copy went in only when the loop ran to the end
          IF LN-OUT-COPY-COUNT OF LN-MODB
             = LN-INP-COPY-TAB-LINE-NR OF LN-MODB
          THEN
             MOVE "N" TO WS-COPY-REFUSED-SW
          END-IF

          .
       ADD-BATCH-COPIES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COPY-RECEIVE SECTION.
      *>------------------------------------------------------------------------

      *>  one copy back from the bindery, with what it cost
          IF  NOT V-LNB-OUTCOME-REPAIRED      OF LN-MODB
          AND NOT V-LNB-OUTCOME-BEYOND-REPAIR OF LN-MODB
          THEN
             MOVE "Outcome must be S (repaired, back to the shelf) " &
                  "or D (beyond repair)."
               TO LN-MSG-1                OF LN-MODB
             EXIT SECTION
          END-IF

          IF  V-LNB-OUTCOME-BEYOND-REPAIR OF LN-MODB
          AND LN-INP-REASON OF LN-MODB = SPACES
          THEN
             MOVE "Key the reason the copy is beyond repair."
               TO LN-MSG-1                OF LN-MODB
             EXIT SECTION
          END-IF

          INITIALIZE HV-BATCH
          INITIALIZE HV-ITEM
          MOVE LN-INP-ISBN             OF LN-MODB
            TO HV-ISBN
          MOVE LN-INP-COPY-NR          OF LN-MODB
            TO HV-COPY-NR
          MOVE HV-ISBN                 TO WS-COPY-KEY-ISBN
          MOVE HV-COPY-NR              TO WS-COPY-KEY-COPY-NR

          PERFORM SQL-SELECT-COPY-STATE

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "No such copy: "
               TO LN-MSG-1                OF LN-MODB
             MOVE WS-COPY-KEY-TEXT
               TO LN-MSG-2                OF LN-MODB
             EXIT SECTION
          WHEN     OTHER
             EXIT SECTION
          END-EVALUATE

          IF HV-OPEN-BATCH-NR = ZEROES
          THEN
             MOVE "This copy is not out at the bindery: "
               TO LN-MSG-1                OF LN-MODB
             MOVE WS-COPY-KEY-TEXT
               TO LN-MSG-2                OF LN-MODB
             EXIT SECTION
          END-IF

          MOVE HV-OPEN-BATCH-NR        TO HV-BATCH-NR
          MOVE LN-INP-OUTCOME          OF LN-MODB
            TO HV-ITEM-STATUS
          MOVE LN-INP-CHARGE           OF LN-MODB
            TO HV-CHARGE
          MOVE LN-USERID               OF LN-MODB
            TO HV-ITEM-USER
          IF V-LNB-OUTCOME-BEYOND-REPAIR OF LN-MODB
          THEN
             MOVE LN-INP-REASON        OF LN-MODB
               TO HV-REASON
          ELSE
             MOVE SPACES               TO HV-REASON
          END-IF

          PERFORM SQL-UPDATE-ITEM-RETURNED

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM SQL-ROLLBACK
             EXIT SECTION
          END-IF

      *>  the copy keeps its LOCATION - repaired it goes back on the
      *>  shelf there, beyond repair it is discarded
          MOVE LN-INP-OUTCOME          OF LN-MODB
            TO HV-COPY-STATUS

          PERFORM SQL-UPDATE-COPY-STATUS

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM SQL-ROLLBACK
             EXIT SECTION
          END-IF

          PERFORM SQL-COMMIT
          PERFORM COPY-SQL-MSG-IN-LINKAGE

          MOVE HV-BATCH-NR
            TO LN-OUT-BATCH-NR            OF LN-MODB
          MOVE HV-COPY-LOCATION
            TO LN-OUT-LOCATION            OF LN-MODB

          IF V-LNB-OUTCOME-REPAIRED OF LN-MODB
          THEN
             MOVE "Copy back from the bindery - shelve it at: "
               TO LN-MSG-1                OF LN-MODB
             MOVE HV-COPY-LOCATION
               TO LN-MSG-2                OF LN-MODB
          ELSE
             MOVE "Copy beyond repair - discarded: "
               TO LN-MSG-1                OF LN-MODB
             MOVE WS-COPY-KEY-TEXT
               TO LN-MSG-2                OF LN-MODB
          END-IF

          .
       COPY-RECEIVE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       BATCH-LIST SECTION.
      *>------------------------------------------------------------------------

      *>  the batch header and one page of its copies, after the
      *>  keyed ISBN / copy (zeroes start at the beginning); the
      *>  caller pages on by keying the last copy shown
          INITIALIZE HV-BATCH
          MOVE LN-INP-BATCH-NR         OF LN-MODB
            TO HV-BATCH-NR

          INITIALIZE LN-OUTPUT OF LN-MODB

          PERFORM SQL-SELECT-BATCH

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "No bindery batch with this number: "
               TO LN-MSG-1                OF LN-MODB
             MOVE HV-BATCH-NR
               TO LN-MSG-2                OF LN-MODB
             EXIT SECTION
          WHEN     OTHER
             EXIT SECTION
          END-EVALUATE

          PERFORM MOVE-BATCH-TO-OUTPUT

          INITIALIZE HV-ITEM
          MOVE LN-INP-ISBN             OF LN-MODB
            TO HV-ISBN
          MOVE LN-INP-COPY-NR          OF LN-MODB
            TO HV-COPY-NR

      *>  A Cursor can not be declared in WORKING-STORAGE with ocesql.
      *>  We can not use the "WITH HOLD" option in cursor with ocesql.
      *>  Before Cursor declare we need a connection to DB.
          PERFORM SQL-DECLARE-CURSOR-ITEM-LS

          PERFORM SQL-OPEN-CURSOR-ITEM-LS

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          IF SQL-STATUS-OK
          THEN
             PERFORM VARYING WS-IND-1 FROM 1 BY 1
               UNTIL WS-IND-1 > C-MAX-ITEM-TAB-SIZE

                PERFORM SQL-FETCH-CURSOR-ITEM-LS

                PERFORM COPY-SQL-MSG-IN-LINKAGE

                EVALUATE TRUE
                WHEN     SQL-STATUS-OK
                   MOVE WS-IND-1
                     TO LN-OUT-ITEM-TAB-LINE-NR OF LN-MODB
                   MOVE HV-ISBN
                     TO LN-OUT-ITEM-TAB-ISBN(WS-IND-1)
                   MOVE HV-COPY-NR
                     TO LN-OUT-ITEM-TAB-COPY-NR(WS-IND-1)
                   MOVE HV-ITEM-STATUS
                     TO LN-OUT-ITEM-TAB-STATUS(WS-IND-1)
                   MOVE HV-RETURN-DATE
                     TO LN-OUT-ITEM-TAB-RETURNED(WS-IND-1)
                   MOVE HV-CHARGE
                     TO LN-OUT-ITEM-TAB-CHARGE(WS-IND-1)
                   MOVE HV-REASON
                     TO LN-OUT-ITEM-TAB-REASON(WS-IND-1)

                   MOVE "Bindery batch selected."
                     TO LN-MSG-1       OF LN-MODB
                   MOVE SPACES
                     TO LN-MSG-2       OF LN-MODB

                WHEN     SQL-STATUS-NOT-FOUND
                   IF WS-IND-1 = 1
                   THEN
                      MOVE ZEROES
                        TO LN-OUT-ITEM-TAB-LINE-NR OF LN-MODB

                      MOVE "No copies in this batch from this copy on."
                        TO LN-MSG-1    OF LN-MODB
                      MOVE SPACES
                        TO LN-MSG-2    OF LN-MODB
                   ELSE
                      MOVE "Bindery batch selected."
                        TO LN-MSG-1    OF LN-MODB
                      MOVE SPACES
                        TO LN-MSG-2    OF LN-MODB
                   END-IF
                   EXIT PERFORM

                WHEN     OTHER
                   EXIT PERFORM
                END-EVALUATE
             END-PERFORM
          END-IF

      *>  always try to close the cursor, also in error cases
          PERFORM SQL-CLOSE-CURSOR-ITEM-LS

      *>  There is no "WITH HOLD" option in cursor, therefore we need a commit.
          PERFORM SQL-COMMIT

          .
       BATCH-LIST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       MOVE-BATCH-TO-OUTPUT SECTION.
      *>------------------------------------------------------------------------

          MOVE HV-BATCH-NR
            TO LN-OUT-BATCH-NR            OF LN-MODB
          MOVE HV-VENDOR-CODE
            TO LN-OUT-VENDOR-CODE         OF LN-MODB
          MOVE HV-SENT-DATE
            TO LN-OUT-SENT-DATE           OF LN-MODB
          MOVE HV-TURNAROUND-DAYS
            TO LN-OUT-TURNAROUND-DAYS     OF LN-MODB
          MOVE HV-DUE-DATE
            TO LN-OUT-DUE-DATE            OF LN-MODB

          .
       MOVE-BATCH-TO-OUTPUT-EX.
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
       COPY-SQL-MSG-IN-LINKAGE SECTION.
      *>------------------------------------------------------------------------

      *>  get SQL message
          CALL "PGSQLMSG" USING SQLCA
                                LN-SQLMSG
          END-CALL

          MOVE SQLCODE
            TO LN-SQLCODE              OF LN-MODB
          MOVE SQLSTATE
            TO LN-SQLSTATE             OF LN-MODB
          MOVE LN-MSG-1                OF LN-SQLMSG
            TO LN-MSG-1                OF LN-MODB
          MOVE LN-MSG-2                OF LN-SQLMSG
            TO LN-MSG-2                OF LN-MODB
          MOVE LN-MSG-3                OF LN-SQLMSG
            TO LN-MSG-3                OF LN-MODB
          MOVE LN-MSG-4                OF LN-SQLMSG
            TO LN-MSG-4                OF LN-MODB

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
       SQL-SELECT-VENDOR SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT VENDOR_NAME
OCESQL*             , COALESCE(DELIVERY_DAYS,0)
OCESQL*        INTO   :HV-VENDOR-NAME
OCESQL*             , :HV-DELIVERY-DAYS
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
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-DELIVERY-DAYS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-VENDOR-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-VENDOR-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-NEXT-BATCH-NR SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT COALESCE(MAX(BATCH_NR),0) + 1
OCESQL*        INTO   :HV-BATCH-NR
OCESQL*        FROM   BINDERY_BATCH
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BATCH-NR
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
       SQL-SELECT-NEXT-BATCH-NR-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-INSERT-BATCH SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        INSERT INTO BINDERY_BATCH
OCESQL*        (  BATCH_NR
OCESQL*         , VENDOR_CODE
OCESQL*         , SENT_DATE
OCESQL*         , TURNAROUND_DAYS
OCESQL*         , SENT_USER
OCESQL*         , SENT_TIMESTAMP
OCESQL*        )
OCESQL*        VALUES
OCESQL*        (  :HV-BATCH-NR
OCESQL*         , :HV-VENDOR-CODE
OCESQL*         , :HV-SENT-DATE
OCESQL*         , :HV-TURNAROUND-DAYS
OCESQL*         , :HV-BATCH-USER
OCESQL*         , CURRENT_TIMESTAMP
OCESQL*        )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BATCH-NR
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
OCESQL          BY REFERENCE HV-SENT-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-TURNAROUND-DAYS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BATCH-USER
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
       SQL-INSERT-BATCH-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-BATCH SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT VENDOR_CODE
OCESQL*             , TO_CHAR(SENT_DATE,'YYYY-MM-DD')
OCESQL*             , TURNAROUND_DAYS
OCESQL*             , TO_CHAR(SENT_DATE + TURNAROUND_DAYS,'YYYY-MM-DD')
OCESQL*        INTO   :HV-VENDOR-CODE
OCESQL*             , :HV-SENT-DATE
OCESQL*             , :HV-TURNAROUND-DAYS
OCESQL*             , :HV-DUE-DATE
OCESQL*        FROM   BINDERY_BATCH
OCESQL*        WHERE  BATCH_NR = :HV-BATCH-NR
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
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SENT-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-TURNAROUND-DAYS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-DUE-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BATCH-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0004
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-BATCH-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-COPY-STATE SECTION.
      *>------------------------------------------------------------------------

      *>  the copy with its open loans and the batch it is out at
      *>  the bindery in, if any
OCESQL*   EXEC SQL
OCESQL*        SELECT C.COPY_STATUS
OCESQL*             , C.LOCATION
OCESQL*             , (SELECT COUNT(*)
OCESQL*                FROM   LOAN L
OCESQL*                WHERE  L.ISBN    = C.ISBN
OCESQL*                AND    L.COPY_NR = C.COPY_NR
OCESQL*                AND    L.RETURN_TIMESTAMP IS NULL)
OCESQL*             , COALESCE((SELECT MAX(I.BATCH_NR)
OCESQL*                         FROM   BINDERY_ITEM I
OCESQL*                         WHERE  I.ISBN        = C.ISBN
OCESQL*                         AND    I.COPY_NR     = C.COPY_NR
OCESQL*                         AND    I.ITEM_STATUS = 'O'),0)
OCESQL*        INTO   :HV-COPY-STATUS
OCESQL*             , :HV-COPY-LOCATION
OCESQL*             , :HV-OPEN-LOANS
OCESQL*             , :HV-OPEN-BATCH-NR
OCESQL*        FROM   BOOK_COPY C
OCESQL*        WHERE  C.ISBN    = :HV-ISBN
OCESQL*        AND    C.COPY_NR = :HV-COPY-NR
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-COPY-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-COPY-LOCATION
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-OPEN-LOANS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-OPEN-BATCH-NR
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
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0005
OCESQL          BY VALUE 2
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-COPY-STATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-INSERT-ITEM SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        INSERT INTO BINDERY_ITEM
OCESQL*        (  BATCH_NR
OCESQL*         , ISBN
OCESQL*         , COPY_NR
OCESQL*         , ITEM_STATUS
OCESQL*         , CHARGE
OCESQL*         , LUPD_USER
OCESQL*         , LUPD_TIMESTAMP
OCESQL*        )
OCESQL*        VALUES
OCESQL*        (  :HV-BATCH-NR
OCESQL*         , :HV-ISBN
OCESQL*         , :HV-COPY-NR
OCESQL*         , 'O'
OCESQL*         , 0
OCESQL*         , :HV-ITEM-USER
OCESQL*         , CURRENT_TIMESTAMP
OCESQL*        )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BATCH-NR
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
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ITEM-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0006
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-INSERT-ITEM-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-ITEM-RETURNED SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE BINDERY_ITEM
OCESQL*        SET    ITEM_STATUS    = :HV-ITEM-STATUS
OCESQL*             , RETURN_DATE    = CURRENT_DATE
OCESQL*             , CHARGE         = :HV-CHARGE
OCESQL*             , DISCARD_REASON = :HV-REASON
OCESQL*             , LUPD_USER      = :HV-ITEM-USER
OCESQL*             , LUPD_TIMESTAMP = CURRENT_TIMESTAMP
OCESQL*        WHERE  BATCH_NR    = :HV-BATCH-NR
OCESQL*        AND    ISBN        = :HV-ISBN
OCESQL*        AND    COPY_NR     = :HV-COPY-NR
OCESQL*        AND    ITEM_STATUS = 'O'
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ITEM-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 7
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-CHARGE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-REASON
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ITEM-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BATCH-NR
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
OCESQL          BY REFERENCE SQ0007
OCESQL          BY VALUE 7
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-UPDATE-ITEM-RETURNED-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-COPY-STATUS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE BOOK_COPY
OCESQL*        SET    COPY_STATUS    = :HV-COPY-STATUS
OCESQL*             , LUPD_USER      = :HV-ITEM-USER
OCESQL*             , LUPD_TIMESTAMP = CURRENT_TIMESTAMP
OCESQL*        WHERE  ISBN    = :HV-ISBN
OCESQL*        AND    COPY_NR = :HV-COPY-NR
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-COPY-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ITEM-USER
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
OCESQL          BY REFERENCE SQ0008
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-UPDATE-COPY-STATUS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-DECLARE-CURSOR-ITEM-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_ITEM_LS CURSOR FOR
OCESQL*        SELECT    ISBN
OCESQL*                , COPY_NR
OCESQL*                , ITEM_STATUS
OCESQL*                , COALESCE(TO_CHAR(RETURN_DATE,'YYYY-MM-DD'),' ')
OCESQL*                , CHARGE
OCESQL*                , COALESCE(DISCARD_REASON,' ')
OCESQL*        FROM      BINDERY_ITEM
OCESQL*        WHERE     BATCH_NR = :HV-BATCH-NR
OCESQL*        AND       (ISBN, COPY_NR) > (:HV-ISBN, :HV-COPY-NR)
OCESQL*        ORDER BY  ISBN    ASC
OCESQL*                , COPY_NR ASC
OCESQL*   END-EXEC
OCESQL*
OCESQL*   .
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BATCH-NR
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
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODB_CURSOR_ITEM_LS" & x"00"
OCESQL          BY REFERENCE SQ0009
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-ITEM-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-ITEM-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_ITEM_LS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODB_CURSOR_ITEM_LS" & x"00"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-OPEN-CURSOR-ITEM-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-ITEM-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_ITEM_LS
OCESQL*        INTO    :HV-ISBN
OCESQL*              , :HV-COPY-NR
OCESQL*              , :HV-ITEM-STATUS
OCESQL*              , :HV-RETURN-DATE
OCESQL*              , :HV-CHARGE
OCESQL*              , :HV-REASON
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
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ITEM-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RETURN-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 7
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-CHARGE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-REASON
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODB_CURSOR_ITEM_LS" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-FETCH-CURSOR-ITEM-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-ITEM-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_ITEM_LS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODB_CURSOR_ITEM_LS" & x"00"
OCESQL     END-CALL

          .
       SQL-CLOSE-CURSOR-ITEM-LS-EX.
          EXIT.

       END PROGRAM PGMODB.
