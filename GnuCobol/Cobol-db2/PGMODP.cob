      *>************************************************************************
      *>  This file is part of DBsample.
      *>
      *>  PGMODP.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  PGMODP.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with PGMODP.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      PGMODP.cob
      *>
      *> Purpose:      Acquisitions module - what was ordered, from
      *>               whom, for how much, and what has arrived:
      *>               - the VENDOR master: list / add / change a
      *>                 vendor code, its name and the delivery days
      *>                 the vendor promises
      *>               - purchase orders: PURCH_ORDER header per
      *>                 vendor, PO_LINE lines of ISBN, quantity and
      *>                 quoted price; list and cancel a line
      *>               - receiving: books in a delivery against an
      *>                 order line. A title new to the catalog is
      *>                 created through PGMOD7 INSERT-BOOK, a known
      *>                 one has its acquisition fields refreshed
      *>                 through UPDATE-BOOK, and every copy is added
      *>                 through PGMOD7 COPY-ADD - ACQ_COST, ACQ_
      *>                 SUPPLIER and ACQ_DATE come from the order
      *>                 line, so the catalog keeps a single writer.
      *>               PGBPOOUT lists what is still outstanding.
      *>
      *>               PGMODP shares the database session of PGMOD7,
      *>               like PGMOD8 and the other satellite modules.
      *>
      *> Author:       Celso
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Usage:        To use this module, simply CALL it as follows:
      *>               CALL "PGMODP" USING LN-MODP
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMODP.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> size of the LN-OUT-VEND-TAB-LINE table in LNMODP.cpy
       78 C-MAX-VEND-TAB-SIZE          VALUE 50.
      *> size of the LN-OUT-LINE-TAB-LINE table in LNMODP.cpy
       78 C-MAX-LINE-TAB-SIZE          VALUE 50.
      *> indices for cycles
       01 WS-IND-1                     PIC S9(4) COMP.

      *> the copies a receipt books in, and what is still open
       01 WS-OPEN-QTY                  PIC 9(03).
       01 WS-RECEIVE-QTY               PIC 9(03).
       01 WS-RECEIVE-FAILED-SW         PIC X(01).
          88 WS-RECEIVE-FAILED         VALUE "Y".

      *> today, as the catalog's ACQ_DATE wants it (YYYY-MM-DD)
       01 WS-TODAY-TEXT                PIC X(21).
       01 WS-ACQ-DATE                  PIC X(10).

      *> linkage record passed to PGMOD7 for the catalog calls
       COPY "LNMOD7.cpy".

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
      *> host variables for the table VENDOR
       01 HV-VENDOR.
         05 HV-VENDOR-CODE             PIC X(08).
         05 HV-VENDOR-NAME             PIC X(30).
         05 HV-DELIVERY-DAYS           PIC 9(03).
         05 HV-VENDOR-USER             PIC X(20).

      *> host variables for the table PURCH_ORDER
       01 HV-PURCH-ORDER.
         05 HV-PO-NR                   PIC 9(09).
         05 HV-ORDER-DATE              PIC X(10).
         05 HV-ORDER-USER              PIC X(20).

      *> host variables for the table PO_LINE
       01 HV-PO-LINE.
         05 HV-LINE-NR                 PIC 9(03).
         05 HV-ISBN                    PIC 9(13).
         05 HV-AUTHORS                 PIC X(40).
         05 HV-TITLE                   PIC X(60).
         05 HV-PUB-DATE                PIC X(10).
         05 HV-PAGE-NR                 PIC 9(04).
         05 HV-QUANTITY                PIC 9(03).
         05 HV-QUOTED-PRICE            PIC 9(7)V9(2).
         05 HV-RECEIVED-QTY            PIC 9(03).
         05 HV-LINE-STATUS             PIC X(01).
         05 HV-LINE-USER               PIC X(20).

      *> the shelving location of a receipt
       01 HV-LOC-CODE                  PIC X(08).
       01 HV-LOC-NAME                  PIC X(30).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(083) VALUE "SELECT VENDOR_CODE, VENDOR_NAME"
OCESQL  &  ", DELIVERY_DAYS FROM VENDOR ORDER BY VENDOR_CODE ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(134) VALUE "INSERT INTO VENDOR ( VENDOR_COD"
OCESQL  &  "E, VENDOR_NAME, DELIVERY_DAYS, LUPD_USER, LUPD_TIMESTAMP ) "
OCESQL  &  "VALUES ( $1, $2, $3, $4, CURRENT_TIMESTAMP )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(129) VALUE "UPDATE VENDOR SET VENDOR_NAME ="
OCESQL  &  " $1, DELIVERY_DAYS = $2, LUPD_USER = $3, LUPD_TIMESTAMP = C"
OCESQL  &  "URRENT_TIMESTAMP WHERE VENDOR_CODE = $4".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(068) VALUE "SELECT VENDOR_NAME, DELIVERY_DA"
OCESQL  &  "YS FROM VENDOR WHERE VENDOR_CODE = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(050) VALUE "SELECT COALESCE(MAX(PO_NR),0) +"
OCESQL  &  " 1 FROM PURCH_ORDER".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(142) VALUE "INSERT INTO PURCH_ORDER ( PO_NR"
OCESQL  &  ", VENDOR_CODE, ORDER_DATE, ORDER_USER, ORDER_TIMESTAMP ) VA"
OCESQL  &  "LUES ( $1, $2, CURRENT_DATE, $3, CURRENT_TIMESTAMP )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(086) VALUE "SELECT VENDOR_CODE, TO_CHAR(ORD"
OCESQL  &  "ER_DATE,'YYYY-MM-DD') FROM PURCH_ORDER WHERE PO_NR = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0008.
OCESQL     02  FILLER PIC X(065) VALUE "SELECT COALESCE(MAX(LINE_NR),0)"
OCESQL  &  " + 1 FROM PO_LINE WHERE PO_NR = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0009.
OCESQL     02  FILLER PIC X(252) VALUE "INSERT INTO PO_LINE ( PO_NR, LI"
OCESQL  &  "NE_NR, ISBN, AUTHORS, TITLE, PUB_DATE, PAGE_NR, QUANTITY, Q"
OCESQL  &  "UOTED_PRICE, RECEIVED_QTY, LINE_STATUS, LUPD_USER, LUPD_TIM"
OCESQL  &  "ESTAMP ) VALUES ( $1, $2, $3, $4, $5, NULLIF($6,'')::date, "
OCESQL  &  "$7, $8, $9, 0, 'O', $10, CURRENT_TIMESTAMP )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0010.
OCESQL     02  FILLER PIC X(129) VALUE "SELECT LINE_NR, ISBN, TITLE, QU"
OCESQL  &  "ANTITY, QUOTED_PRICE, RECEIVED_QTY, LINE_STATUS FROM PO_LIN"
OCESQL  &  "E WHERE PO_NR = $1 ORDER BY LINE_NR ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0011.
OCESQL     02  FILLER PIC X(144) VALUE "UPDATE PO_LINE SET LINE_STATUS "
OCESQL  &  "= 'C', LUPD_USER = $1, LUPD_TIMESTAMP = CURRENT_TIMESTAMP W"
OCESQL  &  "HERE PO_NR = $2 AND LINE_NR = $3 AND LINE_STATUS = 'O'".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0012.
OCESQL     02  FILLER PIC X(049) VALUE "SELECT LOC_NAME FROM LOCATION W"
OCESQL  &  "HERE LOC_CODE = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0013.
OCESQL     02  FILLER PIC X(268) VALUE "SELECT L.ISBN, L.AUTHORS, L.TIT"
OCESQL  &  "LE, COALESCE(TO_CHAR(L.PUB_DATE,'YYYY-MM-DD'),' '), COALESC"
OCESQL  &  "E(L.PAGE_NR,0), L.QUANTITY, L.QUOTED_PRICE, L.RECEIVED_QTY,"
OCESQL  &  " L.LINE_STATUS, P.VENDOR_CODE FROM PO_LINE L, PURCH_ORDER P"
OCESQL  &  " WHERE P.PO_NR = L.PO_NR AND L.PO_NR = $1 AND L.LINE_NR = $"
OCESQL  &  "2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0014.
OCESQL     02  FILLER PIC X(246) VALUE "UPDATE PO_LINE SET RECEIVED_QTY"
OCESQL  &  " = RECEIVED_QTY + 1, LINE_STATUS = CASE WHEN RECEIVED_QTY +"
OCESQL  &  " 1 >= QUANTITY THEN 'R' ELSE 'O' END, LAST_RECEIPT_DATE = C"
OCESQL  &  "URRENT_DATE, LUPD_USER = $1, LUPD_TIMESTAMP = CURRENT_TIMES"
OCESQL  &  "TAMP WHERE PO_NR = $2 AND LINE_NR = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       LINKAGE SECTION.
       COPY "LNMODP.cpy".

       PROCEDURE DIVISION USING LN-MODP.

      *>------------------------------------------------------------------------
       MAIN-PGMODP SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MSG OF LN-MODP

          EVALUATE TRUE
             WHEN V-LNP-FNC-VENDOR-LIST
                PERFORM VENDOR-LIST

             WHEN V-LNP-FNC-VENDOR-ADD
                PERFORM VENDOR-ADD

             WHEN V-LNP-FNC-VENDOR-CHANGE
                PERFORM VENDOR-CHANGE

             WHEN V-LNP-FNC-ORDER-CREATE
                PERFORM ORDER-CREATE

             WHEN V-LNP-FNC-ORDER-LINE-ADD
                PERFORM ORDER-LINE-ADD

             WHEN V-LNP-FNC-ORDER-LINE-LIST
                PERFORM ORDER-LINE-LIST

             WHEN V-LNP-FNC-ORDER-LINE-CANCEL
                PERFORM ORDER-LINE-CANCEL

             WHEN V-LNP-FNC-ORDER-RECEIVE
                PERFORM ORDER-RECEIVE

             WHEN OTHER
                MOVE "Wrong linkage function"
                  TO LN-MSG-1 OF LN-MODP
          END-EVALUATE

          GOBACK

          .
       MAIN-PGMODP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       VENDOR-LIST SECTION.
      *>------------------------------------------------------------------------

      *>  the whole vendor master, into the vendor table in the
      *>  linkage; the library buys from a few dozen vendors at
      *>  most, so there is no paging here
      *>  A Cursor can not be declared in WORKING-STORAGE with ocesql.
      *>  We can not use the "WITH HOLD" option in cursor with ocesql.
      *>  Before Cursor declare we need a connection to DB.
          PERFORM SQL-DECLARE-CURSOR-VEND-LS

          INITIALIZE LN-OUTPUT OF LN-MODP
          INITIALIZE HV-VENDOR

          PERFORM SQL-OPEN-CURSOR-VEND-LS

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          IF SQL-STATUS-OK
          THEN
             PERFORM VARYING WS-IND-1 FROM 1 BY 1
               UNTIL WS-IND-1 > C-MAX-VEND-TAB-SIZE

                PERFORM SQL-FETCH-CURSOR-VEND-LS

                PERFORM COPY-SQL-MSG-IN-LINKAGE

                EVALUATE TRUE
                WHEN     SQL-STATUS-OK
                   MOVE WS-IND-1
                     TO LN-OUT-VEND-TAB-LINE-NR OF LN-MODP
                   MOVE HV-VENDOR-CODE
                     TO LN-OUT-VEND-TAB-CODE(WS-IND-1)
                   MOVE HV-VENDOR-NAME
                     TO LN-OUT-VEND-TAB-NAME(WS-IND-1)
                   MOVE HV-DELIVERY-DAYS
                     TO LN-OUT-VEND-TAB-DAYS(WS-IND-1)

                   MOVE "Vendor list selected."
                     TO LN-MSG-1       OF LN-MODP
                   MOVE SPACES
                     TO LN-MSG-2       OF LN-MODP

                WHEN     SQL-STATUS-NOT-FOUND
                   IF WS-IND-1 = 1
                   THEN
                      MOVE ZEROES
                        TO LN-OUT-VEND-TAB-LINE-NR OF LN-MODP

                      MOVE "No vendors on record yet."
                        TO LN-MSG-1    OF LN-MODP
                      MOVE SPACES
                        TO LN-MSG-2    OF LN-MODP
                   ELSE
                      MOVE "Vendor list selected."
                        TO LN-MSG-1    OF LN-MODP
                      MOVE SPACES
                        TO LN-MSG-2    OF LN-MODP
                   END-IF
                   EXIT PERFORM

                WHEN     OTHER
                   EXIT PERFORM
                END-EVALUATE
             END-PERFORM
          END-IF

      *>  always try to close the cursor, also in error cases
          PERFORM SQL-CLOSE-CURSOR-VEND-LS

      *>  There is no "WITH HOLD" option in cursor, therefore we need a commit.
          PERFORM SQL-COMMIT

          .
       VENDOR-LIST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       VENDOR-ADD SECTION.
      *>------------------------------------------------------------------------

          PERFORM CHECK-VENDOR-INPUT
          IF LN-MSG-1 OF LN-MODP NOT = SPACES
          THEN
             EXIT SECTION
          END-IF

          PERFORM SQL-INSERT-VENDOR

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             PERFORM SQL-COMMIT
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             MOVE "Vendor added: "
               TO LN-MSG-1                OF LN-MODP
             MOVE HV-VENDOR-CODE
               TO LN-MSG-2                OF LN-MODP

          WHEN     SQL-STATUS-DUP
             PERFORM SQL-ROLLBACK
             MOVE "A vendor exists yet with this code: "
               TO LN-MSG-1                OF LN-MODP
             MOVE HV-VENDOR-CODE
               TO LN-MSG-2                OF LN-MODP

          WHEN     OTHER
             PERFORM SQL-ROLLBACK
          END-EVALUATE

          .
       VENDOR-ADD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       VENDOR-CHANGE SECTION.
      *>------------------------------------------------------------------------

      *>  the code is the key the books' ACQ_SUPPLIER points at, so
      *>  it never changes - only the name and the delivery promise
          PERFORM CHECK-VENDOR-INPUT
          IF LN-MSG-1 OF LN-MODP NOT = SPACES
          THEN
             EXIT SECTION
          END-IF

          PERFORM SQL-UPDATE-VENDOR

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             PERFORM SQL-COMMIT
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             MOVE "Vendor changed: "
               TO LN-MSG-1                OF LN-MODP
             MOVE HV-VENDOR-CODE
               TO LN-MSG-2                OF LN-MODP

          WHEN     SQL-STATUS-NOT-FOUND
             PERFORM SQL-ROLLBACK
             MOVE "No vendor with this code: "
               TO LN-MSG-1                OF LN-MODP
             MOVE HV-VENDOR-CODE
               TO LN-MSG-2                OF LN-MODP

          WHEN     OTHER
             PERFORM SQL-ROLLBACK
          END-EVALUATE

          .
       VENDOR-CHANGE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-VENDOR-INPUT SECTION.
      *>------------------------------------------------------------------------

      *>  performed by VENDOR-ADD and VENDOR-CHANGE; a refusal
      *>  leaves its message in LN-MSG-1 for the caller's own exit
          IF LN-INP-VENDOR-CODE OF LN-MODP = SPACES
          OR LN-INP-VENDOR-NAME OF LN-MODP = SPACES
          THEN
             MOVE "Vendor code and name are both required."
               TO LN-MSG-1                OF LN-MODP
             EXIT SECTION
          END-IF

      *>  the outstanding-orders report measures lateness against
      *>  this promise, so a vendor cannot be kept without one
          IF LN-INP-DELIVERY-DAYS OF LN-MODP = ZEROES
          THEN
             MOVE "The vendor's promised delivery days are required."
               TO LN-MSG-1                OF LN-MODP
             EXIT SECTION
          END-IF

          INITIALIZE HV-VENDOR
          MOVE LN-INP-VENDOR-CODE      OF LN-MODP
            TO HV-VENDOR-CODE
          MOVE LN-INP-VENDOR-NAME      OF LN-MODP
            TO HV-VENDOR-NAME
          MOVE LN-INP-DELIVERY-DAYS    OF LN-MODP
            TO HV-DELIVERY-DAYS
          MOVE LN-USERID               OF LN-MODP
            TO HV-VENDOR-USER

          .
       CHECK-VENDOR-INPUT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ORDER-CREATE SECTION.
      *>------------------------------------------------------------------------

      *>  a purchase order goes to one vendor from the master
          INITIALIZE HV-VENDOR
          MOVE LN-INP-VENDOR-CODE      OF LN-MODP
            TO HV-VENDOR-CODE

          PERFORM SQL-SELECT-VENDOR

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "No vendor with this code: "
               TO LN-MSG-1                OF LN-MODP
             MOVE HV-VENDOR-CODE
               TO LN-MSG-2                OF LN-MODP
             EXIT SECTION
          WHEN     OTHER
             EXIT SECTION
          END-EVALUATE

          INITIALIZE HV-PURCH-ORDER

          PERFORM SQL-SELECT-NEXT-PO-NR

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             EXIT SECTION
          END-IF

          MOVE LN-USERID OF LN-MODP    TO HV-ORDER-USER

          PERFORM SQL-INSERT-PURCH-ORDER

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             PERFORM SQL-COMMIT
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             MOVE HV-PO-NR
               TO LN-OUT-PO-NR            OF LN-MODP
             MOVE HV-VENDOR-CODE
               TO LN-OUT-VENDOR-CODE      OF LN-MODP
             MOVE "Purchase order opened, number: "
               TO LN-MSG-1                OF LN-MODP
             MOVE HV-PO-NR
               TO LN-MSG-2                OF LN-MODP
             MOVE "Vendor: "
               TO LN-MSG-3                OF LN-MODP
             MOVE HV-VENDOR-NAME
               TO LN-MSG-4                OF LN-MODP

          WHEN     OTHER
             PERFORM SQL-ROLLBACK
          END-EVALUATE

          .
       ORDER-CREATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ORDER-LINE-ADD SECTION.
      *>------------------------------------------------------------------------

          IF LN-INP-ISBN OF LN-MODP = ZEROES
          OR LN-INP-QUANTITY OF LN-MODP = ZEROES
          THEN
             MOVE "An order line needs an ISBN and a quantity."
               TO LN-MSG-1                OF LN-MODP
             EXIT SECTION
          END-IF

          PERFORM SELECT-ORDER-HEADER
          IF LN-MSG-1 OF LN-MODP NOT = SPACES
          THEN
             EXIT SECTION
          END-IF

          INITIALIZE HV-PO-LINE

      *>  look the title up in the catalog first: a known title is
      *>  ordered under its catalog ISBN (an ISBN-10 comes back as
      *>  its ISBN-13), and its own title goes on the line
          PERFORM CALL-CATALOG-SELECT

          EVALUATE TRUE
          WHEN     LN-SQLCODE OF LN-MOD = 0
             MOVE LN-OUT-ISBN          OF LN-MOD
               TO HV-ISBN
             MOVE LN-OUT-AUTHORS       OF LN-MOD
               TO HV-AUTHORS
             MOVE LN-OUT-TITLE         OF LN-MOD
               TO HV-TITLE
             MOVE LN-OUT-PUB-DATE      OF LN-MOD
               TO HV-PUB-DATE
             MOVE LN-OUT-PAGE-NR       OF LN-MOD
               TO HV-PAGE-NR

          WHEN     LN-SQLCODE OF LN-MOD = 100
      *>     a new title: the receipt will create the book from the
      *>     line, so the line must carry what INSERT-BOOK needs, and
      *>     it is vetted now by a validate-only insert rather than
      *>     failing weeks later at the receiving desk
             IF LN-INP-TITLE   OF LN-MODP = SPACES
             OR LN-INP-AUTHORS OF LN-MODP = SPACES
             THEN
                MOVE "This ISBN is not in the catalog yet - the " &
                     "order line needs its title and authors."
                  TO LN-MSG-1             OF LN-MODP
                EXIT SECTION
             END-IF

             PERFORM CALL-CATALOG-VALIDATE
             IF LN-SQLCODE OF LN-MOD NOT = 0
             OR LN-MSG-1   OF LN-MOD NOT = SPACES
             THEN
                MOVE LN-MSG OF LN-MOD TO LN-MSG OF LN-MODP
                EXIT SECTION
             END-IF

             MOVE LN-OUT-ISBN          OF LN-MOD
               TO HV-ISBN
             MOVE LN-INP-AUTHORS       OF LN-MODP
               TO HV-AUTHORS
             MOVE LN-INP-TITLE         OF LN-MODP
               TO HV-TITLE
             MOVE LN-INP-PUB-DATE      OF LN-MODP
               TO HV-PUB-DATE
             MOVE LN-INP-PAGE-NR       OF LN-MODP
               TO HV-PAGE-NR

          WHEN     OTHER
             MOVE LN-MSG OF LN-MOD TO LN-MSG OF LN-MODP
             EXIT SECTION
          END-EVALUATE

          MOVE LN-INP-QUANTITY         OF LN-MODP
            TO HV-QUANTITY
          MOVE LN-INP-QUOTED-PRICE     OF LN-MODP
            TO HV-QUOTED-PRICE
          MOVE LN-USERID               OF LN-MODP
            TO HV-LINE-USER

          PERFORM SQL-SELECT-NEXT-LINE-NR

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             EXIT SECTION
          END-IF

          PERFORM SQL-INSERT-PO-LINE

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             PERFORM SQL-COMMIT
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             MOVE HV-PO-NR
               TO LN-OUT-PO-NR            OF LN-MODP
             MOVE HV-LINE-NR
               TO LN-OUT-LINE-NR          OF LN-MODP
             MOVE "Order line added, line number: "
               TO LN-MSG-1                OF LN-MODP
             MOVE HV-LINE-NR
               TO LN-MSG-2                OF LN-MODP
             MOVE "Title: "
               TO LN-MSG-3                OF LN-MODP
             MOVE HV-TITLE
               TO LN-MSG-4                OF LN-MODP

          WHEN     OTHER
             PERFORM SQL-ROLLBACK
          END-EVALUATE

          .
       ORDER-LINE-ADD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ORDER-LINE-LIST SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-OUTPUT OF LN-MODP

          PERFORM SELECT-ORDER-HEADER
          IF LN-MSG-1 OF LN-MODP NOT = SPACES
          THEN
             EXIT SECTION
          END-IF

          MOVE HV-PO-NR
            TO LN-OUT-PO-NR            OF LN-MODP
          MOVE HV-VENDOR-CODE
            TO LN-OUT-VENDOR-CODE      OF LN-MODP
          MOVE HV-ORDER-DATE
            TO LN-OUT-ORDER-DATE       OF LN-MODP

          PERFORM SQL-DECLARE-CURSOR-LINE-LS

          INITIALIZE HV-PO-LINE

          PERFORM SQL-OPEN-CURSOR-LINE-LS

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          IF SQL-STATUS-OK
          THEN
             PERFORM VARYING WS-IND-1 FROM 1 BY 1
               UNTIL WS-IND-1 > C-MAX-LINE-TAB-SIZE

                PERFORM SQL-FETCH-CURSOR-LINE-LS

                PERFORM COPY-SQL-MSG-IN-LINKAGE

                EVALUATE TRUE
                WHEN     SQL-STATUS-OK
                   MOVE WS-IND-1
                     TO LN-OUT-LINE-TAB-LINE-NR OF LN-MODP
                   MOVE HV-LINE-NR
                     TO LN-OUT-LINE-TAB-PO-LINE(WS-IND-1)
                   MOVE HV-ISBN
                     TO LN-OUT-LINE-TAB-ISBN(WS-IND-1)
                   MOVE HV-TITLE
                     TO LN-OUT-LINE-TAB-TITLE(WS-IND-1)
                   MOVE HV-QUANTITY
                     TO LN-OUT-LINE-TAB-QUANTITY(WS-IND-1)
                   MOVE HV-QUOTED-PRICE
                     TO LN-OUT-LINE-TAB-PRICE(WS-IND-1)
                   MOVE HV-RECEIVED-QTY
                     TO LN-OUT-LINE-TAB-RECEIVED(WS-IND-1)
                   MOVE HV-LINE-STATUS
                     TO LN-OUT-LINE-TAB-STATUS(WS-IND-1)

                   MOVE "Order lines selected."
                     TO LN-MSG-1       OF LN-MODP
                   MOVE SPACES
                     TO LN-MSG-2       OF LN-MODP

                WHEN     SQL-STATUS-NOT-FOUND
                   IF WS-IND-1 = 1
                   THEN
                      MOVE ZEROES
                        TO LN-OUT-LINE-TAB-LINE-NR OF LN-MODP

                      MOVE "No lines on this order yet."
                        TO LN-MSG-1    OF LN-MODP
                      MOVE SPACES
                        TO LN-MSG-2    OF LN-MODP
                   ELSE
                      MOVE "Order lines selected."
                        TO LN-MSG-1    OF LN-MODP
                      MOVE SPACES
                        TO LN-MSG-2    OF LN-MODP
                   END-IF
                   EXIT PERFORM

                WHEN     OTHER
                   EXIT PERFORM
                END-EVALUATE
             END-PERFORM
          END-IF

      *>  always try to close the cursor, also in error cases
          PERFORM SQL-CLOSE-CURSOR-LINE-LS

      *>  There is no "WITH HOLD" option in cursor, therefore we need a commit.
          PERFORM SQL-COMMIT

          .
       ORDER-LINE-LIST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ORDER-LINE-CANCEL SECTION.
      *>------------------------------------------------------------------------

      *>  the vendor cannot supply: the line stops being outstanding;
      *>  copies already received stay where they are
          INITIALIZE HV-PURCH-ORDER
          INITIALIZE HV-PO-LINE
          MOVE LN-INP-PO-NR            OF LN-MODP
            TO HV-PO-NR
          MOVE LN-INP-LINE-NR          OF LN-MODP
            TO HV-LINE-NR
          MOVE LN-USERID               OF LN-MODP
            TO HV-LINE-USER

          PERFORM SQL-CANCEL-PO-LINE

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             PERFORM SQL-COMMIT
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             MOVE "Order line cancelled: "
               TO LN-MSG-1                OF LN-MODP
             MOVE HV-LINE-NR
               TO LN-MSG-2                OF LN-MODP

          WHEN     SQL-STATUS-NOT-FOUND
             PERFORM SQL-ROLLBACK
             MOVE "No open order line with this number: "
               TO LN-MSG-1                OF LN-MODP
             MOVE HV-LINE-NR
               TO LN-MSG-2                OF LN-MODP

          WHEN     OTHER
             PERFORM SQL-ROLLBACK
          END-EVALUATE

          .
       ORDER-LINE-CANCEL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ORDER-RECEIVE SECTION.
      *>------------------------------------------------------------------------

      *>  the shelving location must be a real code before anything
      *>  is created - COPY-ADD would refuse it only after the book
          IF LN-INP-LOC-CODE OF LN-MODP = SPACES
          THEN
             MOVE "A location code is required for the received " &
                  "copies."
               TO LN-MSG-1                OF LN-MODP
             EXIT SECTION
          END-IF

          MOVE LN-INP-LOC-CODE         OF LN-MODP
            TO HV-LOC-CODE

          PERFORM SQL-SELECT-LOCATION

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "Unknown location code: "
               TO LN-MSG-1                OF LN-MODP
             MOVE HV-LOC-CODE
               TO LN-MSG-2                OF LN-MODP
             EXIT SECTION
          WHEN     OTHER
             EXIT SECTION
          END-EVALUATE

          INITIALIZE HV-PURCH-ORDER
          INITIALIZE HV-PO-LINE
          INITIALIZE HV-VENDOR
          MOVE LN-INP-PO-NR            OF LN-MODP
            TO HV-PO-NR
          MOVE LN-INP-LINE-NR          OF LN-MODP
            TO HV-LINE-NR

          PERFORM SQL-SELECT-PO-LINE

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "No such order line: "
               TO LN-MSG-1                OF LN-MODP
             MOVE HV-LINE-NR
               TO LN-MSG-2                OF LN-MODP
             EXIT SECTION
          WHEN     OTHER
             EXIT SECTION
          END-EVALUATE

          IF HV-LINE-STATUS NOT = "O"
          THEN
             MOVE "This order line is no longer open - status: "
               TO LN-MSG-1                OF LN-MODP
             MOVE HV-LINE-STATUS
               TO LN-MSG-2                OF LN-MODP
             EXIT SECTION
          END-IF

          COMPUTE WS-OPEN-QTY = HV-QUANTITY - HV-RECEIVED-QTY
          END-COMPUTE

          IF LN-INP-RECEIVE-QTY OF LN-MODP = ZEROES
          THEN
             MOVE WS-OPEN-QTY          TO WS-RECEIVE-QTY
          ELSE
             MOVE LN-INP-RECEIVE-QTY   OF LN-MODP
               TO WS-RECEIVE-QTY
          END-IF

          IF WS-RECEIVE-QTY > WS-OPEN-QTY
          THEN
             MOVE "More copies than the line still has outstanding: "
               TO LN-MSG-1                OF LN-MODP
             MOVE WS-OPEN-QTY
               TO LN-MSG-2                OF LN-MODP
             EXIT SECTION
          END-IF

          MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TEXT
          STRING WS-TODAY-TEXT(1:4) "-" WS-TODAY-TEXT(5:2) "-"
                 WS-TODAY-TEXT(7:2)
            DELIMITED BY SIZE INTO WS-ACQ-DATE
          END-STRING

          MOVE "N" TO WS-RECEIVE-FAILED-SW

      *>  the book first, then the copies - each of them a PGMOD7
      *>  unit of work of its own
          PERFORM RECEIVE-CATALOG-BOOK
          IF WS-RECEIVE-FAILED
          THEN
             EXIT SECTION
          END-IF

          INITIALIZE LN-OUTPUT OF LN-MODP
          MOVE HV-PO-NR
            TO LN-OUT-PO-NR            OF LN-MODP
          MOVE HV-LINE-NR
            TO LN-OUT-LINE-NR          OF LN-MODP

          PERFORM RECEIVE-ONE-COPY
            VARYING WS-IND-1 FROM 1 BY 1
              UNTIL WS-IND-1 > WS-RECEIVE-QTY
                 OR WS-RECEIVE-FAILED

          IF WS-RECEIVE-FAILED
          THEN
      *>     the failure's own message stays in LN-MSG-1/2; every
      *>     copy before it is booked in and counted on the line
             MOVE "Copies booked in before this stopped: "
               TO LN-MSG-3                OF LN-MODP
             MOVE LN-OUT-RECEIVED-NR      OF LN-MODP
               TO LN-MSG-4                OF LN-MODP
             EXIT SECTION
          END-IF

          MOVE "Copies received and shelved: "
            TO LN-MSG-1                OF LN-MODP
          MOVE LN-OUT-RECEIVED-NR      OF LN-MODP
            TO LN-MSG-2                OF LN-MODP
          MOVE "Copy numbers from / to: "
            TO LN-MSG-3                OF LN-MODP
          STRING LN-OUT-FIRST-COPY-NR  OF LN-MODP
                 " / "
                 LN-OUT-LAST-COPY-NR   OF LN-MODP
            DELIMITED BY SIZE INTO LN-MSG-4 OF LN-MODP
          END-STRING

          .
       ORDER-RECEIVE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       RECEIVE-CATALOG-BOOK SECTION.
      *>------------------------------------------------------------------------

      *>  a title new to the catalog is inserted from the order line;
      *>  a known one keeps its descriptive fields and takes the
      *>  acquisition fields of this receipt, selected first the way
      *>  the screen does so the update carries the row's LUPD fields
          PERFORM CALL-CATALOG-SELECT

          EVALUATE TRUE
          WHEN     LN-SQLCODE OF LN-MOD = 0
             MOVE LN-OUT-ISBN             OF LN-MOD
               TO LN-INP-ISBN             OF LN-MOD
             MOVE LN-OUT-AUTHORS          OF LN-MOD
               TO LN-INP-AUTHORS          OF LN-MOD
             MOVE LN-OUT-TITLE            OF LN-MOD
               TO LN-INP-TITLE            OF LN-MOD
             MOVE LN-OUT-PUB-DATE         OF LN-MOD
               TO LN-INP-PUB-DATE         OF LN-MOD
             MOVE LN-OUT-PAGE-NR          OF LN-MOD
               TO LN-INP-PAGE-NR          OF LN-MOD
             MOVE LN-OUT-LUPD-TIMESTAMP   OF LN-MOD
               TO LN-INP-LUPD-TIMESTAMP   OF LN-MOD
             MOVE LN-OUT-LUPD-COUNTER     OF LN-MOD
               TO LN-INP-LUPD-COUNTER     OF LN-MOD
             PERFORM MOVE-LINE-ACQ-FIELDS
             SET V-LN-FNC-UPDATE OF LN-MOD TO TRUE

             CALL "PGMOD7" USING LN-MOD END-CALL

          WHEN     LN-SQLCODE OF LN-MOD = 100
             INITIALIZE LN-MOD
             MOVE LN-USERID               OF LN-MODP
               TO LN-USERID               OF LN-MOD
             MOVE HV-ISBN
               TO LN-INP-ISBN             OF LN-MOD
             MOVE HV-AUTHORS
               TO LN-INP-AUTHORS          OF LN-MOD
             MOVE HV-TITLE
               TO LN-INP-TITLE            OF LN-MOD
             MOVE HV-PUB-DATE
               TO LN-INP-PUB-DATE         OF LN-MOD
             MOVE HV-PAGE-NR
               TO LN-INP-PAGE-NR          OF LN-MOD
             PERFORM MOVE-LINE-ACQ-FIELDS
             SET V-LN-FNC-INSERT OF LN-MOD TO TRUE

             CALL "PGMOD7" USING LN-MOD END-CALL

          WHEN     OTHER
             CONTINUE
          END-EVALUATE

          IF LN-SQLCODE OF LN-MOD NOT = 0
          OR LN-MSG-1   OF LN-MOD NOT = SPACES
          THEN
             MOVE "Y" TO WS-RECEIVE-FAILED-SW
             MOVE LN-MSG OF LN-MOD TO LN-MSG OF LN-MODP
          END-IF

          .
       RECEIVE-CATALOG-BOOK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       MOVE-LINE-ACQ-FIELDS SECTION.
      *>------------------------------------------------------------------------

      *>  what the book cost, who supplied it and when it came in -
      *>  the supplier is the vendor code of the order
          MOVE HV-QUOTED-PRICE
            TO LN-INP-ACQ-COST         OF LN-MOD
          MOVE HV-VENDOR-CODE
            TO LN-INP-ACQ-SUPPLIER     OF LN-MOD
          MOVE WS-ACQ-DATE
            TO LN-INP-ACQ-DATE         OF LN-MOD

          .
       MOVE-LINE-ACQ-FIELDS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       RECEIVE-ONE-COPY SECTION.
      *>------------------------------------------------------------------------

      *>  COPY-ADD commits the copy itself; the line's received count
      *>  is committed right behind it, one copy at a time, so a
      *>  delivery that stops half-way leaves the line counting
      *>  exactly the copies that exist
          INITIALIZE LN-MOD
          MOVE LN-USERID               OF LN-MODP
            TO LN-USERID               OF LN-MOD
          MOVE HV-ISBN
            TO LN-INP-ISBN             OF LN-MOD
          MOVE HV-LOC-CODE
            TO LN-INP-COPY-LOCATION    OF LN-MOD
          SET V-LN-FNC-COPY-ADD OF LN-MOD TO TRUE

          CALL "PGMOD7" USING LN-MOD END-CALL

          IF LN-SQLCODE     OF LN-MOD NOT = 0
          OR LN-OUT-COPY-NR OF LN-MOD = ZEROES
          THEN
             MOVE "Y" TO WS-RECEIVE-FAILED-SW
             MOVE LN-MSG OF LN-MOD TO LN-MSG OF LN-MODP
             EXIT SECTION
          END-IF

          MOVE LN-USERID OF LN-MODP    TO HV-LINE-USER

          PERFORM SQL-UPDATE-LINE-RECEIVED

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             PERFORM SQL-ROLLBACK
             MOVE "Y" TO WS-RECEIVE-FAILED-SW
             EXIT SECTION
          END-IF

          PERFORM SQL-COMMIT

          ADD 1 TO LN-OUT-RECEIVED-NR  OF LN-MODP
          IF LN-OUT-FIRST-COPY-NR OF LN-MODP = ZEROES
          THEN
             MOVE LN-OUT-COPY-NR       OF LN-MOD
               TO LN-OUT-FIRST-COPY-NR OF LN-MODP
          END-IF
          MOVE LN-OUT-COPY-NR          OF LN-MOD
            TO LN-OUT-LAST-COPY-NR     OF LN-MODP

          .
       RECEIVE-ONE-COPY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SELECT-ORDER-HEADER SECTION.
      *>------------------------------------------------------------------------

      *>  performed by ORDER-LINE-ADD and ORDER-LINE-LIST; a refusal
      *>  leaves its message in LN-MSG-1 for the caller's own exit
          INITIALIZE HV-PURCH-ORDER
          INITIALIZE HV-VENDOR
          MOVE LN-INP-PO-NR            OF LN-MODP
            TO HV-PO-NR

          PERFORM SQL-SELECT-PURCH-ORDER

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "No purchase order with this number: "
               TO LN-MSG-1                OF LN-MODP
             MOVE HV-PO-NR
               TO LN-MSG-2                OF LN-MODP
          WHEN     OTHER
             CONTINUE
          END-EVALUATE

          .
       SELECT-ORDER-HEADER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CALL-CATALOG-SELECT SECTION.
      *>------------------------------------------------------------------------

      *>  PGMOD7 SELECT-BOOK on the line's ISBN (or the keyed one,
      *>  while the line is being added); LN-SQLCODE 100 means the
      *>  title is new to the catalog
          INITIALIZE LN-MOD
          MOVE LN-USERID               OF LN-MODP
            TO LN-USERID               OF LN-MOD
          IF HV-ISBN = ZEROES
          THEN
             MOVE LN-INP-ISBN          OF LN-MODP
               TO LN-INP-ISBN          OF LN-MOD
          ELSE
             MOVE HV-ISBN
               TO LN-INP-ISBN          OF LN-MOD
          END-IF
          SET V-LN-FNC-SELECT OF LN-MOD TO TRUE

          CALL "PGMOD7" USING LN-MOD END-CALL

          .
       CALL-CATALOG-SELECT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CALL-CATALOG-VALIDATE SECTION.
      *>------------------------------------------------------------------------

      *>  a trial INSERT-BOOK of the new title - every edit and the
      *>  SQL run, then PGMOD7 rolls it back (the trial-run mode of
      *>  PGBMAINT and PGBLOAD); LN-OUT-ISBN comes back converted
          INITIALIZE LN-MOD
          MOVE "Y"
            TO LN-INP-VALIDATE-ONLY    OF LN-MOD
          MOVE LN-USERID               OF LN-MODP
            TO LN-USERID               OF LN-MOD
          MOVE LN-INP-ISBN             OF LN-MODP
            TO LN-INP-ISBN             OF LN-MOD
          MOVE LN-INP-AUTHORS          OF LN-MODP
            TO LN-INP-AUTHORS          OF LN-MOD
          MOVE LN-INP-TITLE            OF LN-MODP
            TO LN-INP-TITLE            OF LN-MOD
          MOVE LN-INP-PUB-DATE         OF LN-MODP
            TO LN-INP-PUB-DATE         OF LN-MOD
          MOVE LN-INP-PAGE-NR          OF LN-MODP
            TO LN-INP-PAGE-NR          OF LN-MOD
          SET V-LN-FNC-INSERT OF LN-MOD TO TRUE

          CALL "PGMOD7" USING LN-MOD END-CALL

          .
       CALL-CATALOG-VALIDATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COPY-SQL-MSG-IN-LINKAGE SECTION.
      *>------------------------------------------------------------------------

      *>  get SQL message
          CALL "PGSQLMSG" USING SQLCA
                                LN-SQLMSG
          END-CALL

          MOVE SQLCODE
            TO LN-SQLCODE              OF LN-MODP
          MOVE SQLSTATE
            TO LN-SQLSTATE             OF LN-MODP
          MOVE LN-MSG-1                OF LN-SQLMSG
            TO LN-MSG-1                OF LN-MODP
          MOVE LN-MSG-2                OF LN-SQLMSG
            TO LN-MSG-2                OF LN-MODP
          MOVE LN-MSG-3                OF LN-SQLMSG
            TO LN-MSG-3                OF LN-MODP
          MOVE LN-MSG-4                OF LN-SQLMSG
            TO LN-MSG-4                OF LN-MODP

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
       SQL-DECLARE-CURSOR-VEND-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_VEND_LS CURSOR FOR
OCESQL*        SELECT    VENDOR_CODE
OCESQL*                , VENDOR_NAME
OCESQL*                , DELIVERY_DAYS
OCESQL*        FROM      VENDOR
OCESQL*        ORDER BY  VENDOR_CODE ASC
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorDeclare" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODP_CURSOR_VEND_LS" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-VEND-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-VEND-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_VEND_LS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODP_CURSOR_VEND_LS" & x"00"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-OPEN-CURSOR-VEND-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-VEND-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_VEND_LS
OCESQL*        INTO    :HV-VENDOR-CODE
OCESQL*              , :HV-VENDOR-NAME
OCESQL*              , :HV-DELIVERY-DAYS
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
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODP_CURSOR_VEND_LS" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-FETCH-CURSOR-VEND-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-VEND-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_VEND_LS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODP_CURSOR_VEND_LS" & x"00"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-CLOSE-CURSOR-VEND-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-INSERT-VENDOR SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        INSERT INTO VENDOR
OCESQL*        (  VENDOR_CODE
OCESQL*         , VENDOR_NAME
OCESQL*         , DELIVERY_DAYS
OCESQL*         , LUPD_USER
OCESQL*         , LUPD_TIMESTAMP
OCESQL*        )
OCESQL*        VALUES
OCESQL*        (  :HV-VENDOR-CODE
OCESQL*         , :HV-VENDOR-NAME
OCESQL*         , :HV-DELIVERY-DAYS
OCESQL*         , :HV-VENDOR-USER
OCESQL*         , CURRENT_TIMESTAMP
OCESQL*        )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-VENDOR-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-VENDOR-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-DELIVERY-DAYS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-VENDOR-USER
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
       SQL-INSERT-VENDOR-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-VENDOR SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE VENDOR
OCESQL*        SET    VENDOR_NAME    = :HV-VENDOR-NAME
OCESQL*             , DELIVERY_DAYS  = :HV-DELIVERY-DAYS
OCESQL*             , LUPD_USER      = :HV-VENDOR-USER
OCESQL*             , LUPD_TIMESTAMP = CURRENT_TIMESTAMP
OCESQL*        WHERE  VENDOR_CODE    = :HV-VENDOR-CODE
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-VENDOR-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-DELIVERY-DAYS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-VENDOR-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-VENDOR-CODE
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
       SQL-UPDATE-VENDOR-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-VENDOR SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT VENDOR_NAME
OCESQL*             , DELIVERY_DAYS
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
OCESQL          BY REFERENCE SQ0004
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
       SQL-SELECT-NEXT-PO-NR SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT COALESCE(MAX(PO_NR),0) + 1
OCESQL*        INTO   :HV-PO-NR
OCESQL*        FROM   PURCH_ORDER
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PO-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0005
OCESQL          BY VALUE 0
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-NEXT-PO-NR-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-INSERT-PURCH-ORDER SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        INSERT INTO PURCH_ORDER
OCESQL*        (  PO_NR
OCESQL*         , VENDOR_CODE
OCESQL*         , ORDER_DATE
OCESQL*         , ORDER_USER
OCESQL*         , ORDER_TIMESTAMP
OCESQL*        )
OCESQL*        VALUES
OCESQL*        (  :HV-PO-NR
OCESQL*         , :HV-VENDOR-CODE
OCESQL*         , CURRENT_DATE
OCESQL*         , :HV-ORDER-USER
OCESQL*         , CURRENT_TIMESTAMP
OCESQL*        )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PO-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-VENDOR-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ORDER-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0006
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-INSERT-PURCH-ORDER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-PURCH-ORDER SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT VENDOR_CODE
OCESQL*             , TO_CHAR(ORDER_DATE,'YYYY-MM-DD')
OCESQL*        INTO   :HV-VENDOR-CODE
OCESQL*             , :HV-ORDER-DATE
OCESQL*        FROM   PURCH_ORDER
OCESQL*        WHERE  PO_NR = :HV-PO-NR
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
OCESQL          BY REFERENCE HV-ORDER-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PO-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0007
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-PURCH-ORDER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-NEXT-LINE-NR SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT COALESCE(MAX(LINE_NR),0) + 1
OCESQL*        INTO   :HV-LINE-NR
OCESQL*        FROM   PO_LINE
OCESQL*        WHERE  PO_NR = :HV-PO-NR
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LINE-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PO-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0008
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-NEXT-LINE-NR-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-INSERT-PO-LINE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        INSERT INTO PO_LINE
OCESQL*        (  PO_NR
OCESQL*         , LINE_NR
OCESQL*         , ISBN
OCESQL*         , AUTHORS
OCESQL*         , TITLE
OCESQL*         , PUB_DATE
OCESQL*         , PAGE_NR
OCESQL*         , QUANTITY
OCESQL*         , QUOTED_PRICE
OCESQL*         , RECEIVED_QTY
OCESQL*         , LINE_STATUS
OCESQL*         , LUPD_USER
OCESQL*         , LUPD_TIMESTAMP
OCESQL*        )
OCESQL*        VALUES
OCESQL*        (  :HV-PO-NR
OCESQL*         , :HV-LINE-NR
OCESQL*         , :HV-ISBN
OCESQL*         , :HV-AUTHORS
OCESQL*         , :HV-TITLE
OCESQL*         , NULLIF(:HV-PUB-DATE,'')::date
OCESQL*         , :HV-PAGE-NR
OCESQL*         , :HV-QUANTITY
OCESQL*         , :HV-QUOTED-PRICE
OCESQL*         , 0
OCESQL*         , 'O'
OCESQL*         , :HV-LINE-USER
OCESQL*         , CURRENT_TIMESTAMP
OCESQL*        )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PO-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LINE-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-AUTHORS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-TITLE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PUB-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PAGE-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-QUANTITY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-QUOTED-PRICE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LINE-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0009
OCESQL          BY VALUE 10
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-INSERT-PO-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-DECLARE-CURSOR-LINE-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_LINE_LS CURSOR FOR
OCESQL*        SELECT    LINE_NR
OCESQL*                , ISBN
OCESQL*                , TITLE
OCESQL*                , QUANTITY
OCESQL*                , QUOTED_PRICE
OCESQL*                , RECEIVED_QTY
OCESQL*                , LINE_STATUS
OCESQL*        FROM      PO_LINE
OCESQL*        WHERE     PO_NR = :HV-PO-NR
OCESQL*        ORDER BY  LINE_NR ASC
OCESQL*   END-EXEC
OCESQL*
OCESQL*   .
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PO-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODP_CURSOR_LINE_LS" & x"00"
OCESQL          BY REFERENCE SQ0010
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-LINE-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-LINE-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_LINE_LS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODP_CURSOR_LINE_LS" & x"00"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-OPEN-CURSOR-LINE-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-LINE-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_LINE_LS
OCESQL*        INTO    :HV-LINE-NR
OCESQL*              , :HV-ISBN
OCESQL*              , :HV-TITLE
OCESQL*              , :HV-QUANTITY
OCESQL*              , :HV-QUOTED-PRICE
OCESQL*              , :HV-RECEIVED-QTY
OCESQL*              , :HV-LINE-STATUS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LINE-NR
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
OCESQL          BY REFERENCE HV-QUANTITY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-QUOTED-PRICE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RECEIVED-QTY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LINE-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODP_CURSOR_LINE_LS" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-FETCH-CURSOR-LINE-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-LINE-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_LINE_LS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODP_CURSOR_LINE_LS" & x"00"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-CLOSE-CURSOR-LINE-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CANCEL-PO-LINE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE PO_LINE
OCESQL*        SET    LINE_STATUS    = 'C'
OCESQL*             , LUPD_USER      = :HV-LINE-USER
OCESQL*             , LUPD_TIMESTAMP = CURRENT_TIMESTAMP
OCESQL*        WHERE  PO_NR          = :HV-PO-NR
OCESQL*        AND    LINE_NR        = :HV-LINE-NR
OCESQL*        AND    LINE_STATUS    = 'O'
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LINE-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PO-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LINE-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0011
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-CANCEL-PO-LINE-EX.
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
OCESQL          BY REFERENCE SQ0012
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
       SQL-SELECT-PO-LINE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT L.ISBN
OCESQL*             , L.AUTHORS
OCESQL*             , L.TITLE
OCESQL*             , COALESCE(TO_CHAR(L.PUB_DATE,'YYYY-MM-DD'),' ')
OCESQL*             , COALESCE(L.PAGE_NR,0)
OCESQL*             , L.QUANTITY
OCESQL*             , L.QUOTED_PRICE
OCESQL*             , L.RECEIVED_QTY
OCESQL*             , L.LINE_STATUS
OCESQL*             , P.VENDOR_CODE
OCESQL*        INTO   :HV-ISBN
OCESQL*             , :HV-AUTHORS
OCESQL*             , :HV-TITLE
OCESQL*             , :HV-PUB-DATE
OCESQL*             , :HV-PAGE-NR
OCESQL*             , :HV-QUANTITY
OCESQL*             , :HV-QUOTED-PRICE
OCESQL*             , :HV-RECEIVED-QTY
OCESQL*             , :HV-LINE-STATUS
OCESQL*             , :HV-VENDOR-CODE
OCESQL*        FROM   PO_LINE     L
OCESQL*             , PURCH_ORDER P
OCESQL*        WHERE  P.PO_NR   = L.PO_NR
OCESQL*        AND    L.PO_NR   = :HV-PO-NR
OCESQL*        AND    L.LINE_NR = :HV-LINE-NR
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
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-AUTHORS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-TITLE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PUB-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PAGE-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-QUANTITY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-QUOTED-PRICE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RECEIVED-QTY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LINE-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-VENDOR-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PO-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LINE-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0013
OCESQL          BY VALUE 2
OCESQL          BY VALUE 10
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-PO-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-LINE-RECEIVED SECTION.
      *>------------------------------------------------------------------------

      *>  the last copy of the quantity closes the line as received
OCESQL*   EXEC SQL
OCESQL*        UPDATE PO_LINE
OCESQL*        SET    RECEIVED_QTY      = RECEIVED_QTY + 1
OCESQL*             , LINE_STATUS       = CASE
OCESQL*                 WHEN RECEIVED_QTY + 1 >= QUANTITY
OCESQL*                 THEN 'R' ELSE 'O' END
OCESQL*             , LAST_RECEIPT_DATE = CURRENT_DATE
OCESQL*             , LUPD_USER         = :HV-LINE-USER
OCESQL*             , LUPD_TIMESTAMP    = CURRENT_TIMESTAMP
OCESQL*        WHERE  PO_NR             = :HV-PO-NR
OCESQL*        AND    LINE_NR           = :HV-LINE-NR
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LINE-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PO-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LINE-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0014
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-UPDATE-LINE-RECEIVED-EX.
          EXIT.

       END PROGRAM PGMODP.
