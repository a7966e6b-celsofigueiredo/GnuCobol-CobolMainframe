      *>************************************************************************
      *>  This file is part of DBsample.
      *>
      *>  PGMODW.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  PGMODW.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with PGMODW.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      PGMODW.cob
      *>
      *> Purpose:      Works module - groups the editions of one work
      *>               (hardback, paperback, large print, each a BOOK
      *>               row under its own ISBN) so a hold can be taken
      *>               on the work rather than on one edition:
      *>               - keep the BOOK_WORK table (add a work, list
      *>                 the works from a title on)
      *>               - link an edition to a work, unlink it
      *>               - list the editions of one work
      *>               An edition belongs to one work at most - the
      *>               WORK_EDITION link is keyed on the ISBN. PGMOD8's
      *>               HOLD-PLACE takes a work-level hold through any
      *>               linked edition, and its CHECK-IN fills one from
      *>               whichever linked edition comes back.
      *>
      *>               PGMODW shares the database session of PGMOD7 -
      *>               callers connect once through PGMOD7's CONNECT
      *>               and then call either module freely.
      *>
      *> Author:       Celso
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Usage:        To use this module, simply CALL it as follows:
      *>               CALL "PGMODW" USING LN-MODW
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMODW.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> size of the LN-OUT-WORK-TAB-LINE table in LNMODW.cpy
       78 C-MAX-WORK-TAB-SIZE          VALUE 50.
      *> size of the LN-OUT-ED-TAB-LINE table in LNMODW.cpy
       78 C-MAX-ED-TAB-SIZE            VALUE 50.

      *> indices for cycles
       01 WS-IND-1                     PIC S9(4) COMP.

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
       01 HV-WORK.
         05 HV-WORK-ID                 PIC 9(09).
         05 HV-WORK-TITLE              PIC X(60).
         05 HV-WORK-USER               PIC X(20).
         05 HV-EDITION-NR              PIC 9(04).

       01 HV-BOOK-ISBN                 PIC 9(13).
       01 HV-BOOK-TITLE                PIC X(60).
      *> the work an edition is linked to already
       01 HV-LINKED-WORK-ID            PIC 9(09).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(050) VALUE "SELECT COALESCE(MAX(WORK_ID),0)"
OCESQL  &  " + 1 FROM BOOK_WORK".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(113) VALUE "INSERT INTO BOOK_WORK ( WORK_ID"
OCESQL  &  ", WORK_TITLE, LUPD_USER, LUPD_TIMESTAMP ) VALUES ( $1, $2, "
OCESQL  &  "$3, CURRENT_TIMESTAMP )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(051) VALUE "SELECT WORK_TITLE FROM BOOK_WOR"
OCESQL  &  "K WHERE WORK_ID = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(110) VALUE "INSERT INTO WORK_EDITION ( ISBN"
OCESQL  &  ", WORK_ID, LINK_USER, LINK_TIMESTAMP ) VALUES ( $1, $2, $3,"
OCESQL  &  " CURRENT_TIMESTAMP )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(040) VALUE "DELETE FROM WORK_EDITION WHERE "
OCESQL  &  "ISBN = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(048) VALUE "SELECT WORK_ID FROM WORK_EDITIO"
OCESQL  &  "N WHERE ISBN = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(088) VALUE "SELECT TITLE FROM BOOK WHERE IS"
OCESQL  &  "BN = $1 AND ( DELETE_FLAG IS NULL OR DELETE_FLAG <> 'Y' )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0008.
OCESQL     02  FILLER PIC X(180) VALUE "SELECT K.WORK_ID, K.WORK_TITLE,"
OCESQL  &  " (SELECT COUNT(*) FROM WORK_EDITION E WHERE E.WORK_ID = K.W"
OCESQL  &  "ORK_ID) FROM BOOK_WORK K WHERE K.WORK_TITLE >= $1 ORDER BY "
OCESQL  &  "K.WORK_TITLE ASC, K.WORK_ID ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0009.
OCESQL     02  FILLER PIC X(111) VALUE "SELECT B.ISBN, B.TITLE FROM WOR"
OCESQL  &  "K_EDITION E, BOOK B WHERE B.ISBN = E.ISBN AND E.WORK_ID = $"
OCESQL  &  "1 ORDER BY B.ISBN ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       LINKAGE SECTION.
       COPY "LNMODW.cpy".

       PROCEDURE DIVISION USING LN-MODW.

      *>------------------------------------------------------------------------
       MAIN-PGMODW SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MSG OF LN-MODW

          EVALUATE TRUE
             WHEN V-LNW-FNC-WORK-NEW
                PERFORM WORK-NEW

             WHEN V-LNW-FNC-WORK-LIST
                PERFORM WORK-LIST

             WHEN V-LNW-FNC-EDITION-LINK
                PERFORM EDITION-LINK

             WHEN V-LNW-FNC-EDITION-UNLINK
                PERFORM EDITION-UNLINK

             WHEN V-LNW-FNC-WORK-EDITIONS
                PERFORM WORK-EDITIONS

             WHEN OTHER
                MOVE "Wrong linkage function"
                  TO LN-MSG-1 OF LN-MODW
          END-EVALUATE

          GOBACK

          .
       MAIN-PGMODW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WORK-NEW SECTION.
      *>------------------------------------------------------------------------

          IF LN-INP-WORK-TITLE OF LN-MODW = SPACES
          THEN
             MOVE "The work's title is required."
               TO LN-MSG-1                OF LN-MODW
             EXIT SECTION
          END-IF

          INITIALIZE HV-WORK
          MOVE LN-INP-WORK-TITLE       OF LN-MODW
            TO HV-WORK-TITLE
          MOVE LN-USERID               OF LN-MODW
            TO HV-WORK-USER

      *>  a keyed ISBN is the work's first edition, linked in the
      *>  same unit of work - so it must be a real, unlinked book
          IF LN-INP-ISBN OF LN-MODW > ZEROES
          THEN
             PERFORM CHECK-EDITION-FREE
             IF LN-MSG-1 OF LN-MODW NOT = SPACES
             THEN
                EXIT SECTION
             END-IF
          END-IF

          PERFORM SQL-SELECT-NEXT-WORK-ID

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             EXIT SECTION
          END-IF

          PERFORM SQL-INSERT-WORK

          IF  SQL-STATUS-OK
          AND LN-INP-ISBN OF LN-MODW > ZEROES
          THEN
             PERFORM SQL-INSERT-WORK-EDITION
          END-IF

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             PERFORM SQL-COMMIT
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             INITIALIZE LN-OUTPUT OF LN-MODW
             MOVE HV-WORK-ID
               TO LN-OUT-WORK-ID          OF LN-MODW
             MOVE HV-WORK-TITLE
               TO LN-OUT-WORK-TITLE       OF LN-MODW
             MOVE "Work added, number: "
               TO LN-MSG-1                OF LN-MODW
             MOVE HV-WORK-ID
               TO LN-MSG-2                OF LN-MODW
             IF LN-INP-ISBN OF LN-MODW > ZEROES
             THEN
                MOVE "First edition linked: "
                  TO LN-MSG-3             OF LN-MODW
                MOVE HV-BOOK-ISBN
                  TO LN-MSG-4             OF LN-MODW
             END-IF

          WHEN     SQL-STATUS-DUP
             PERFORM SQL-ROLLBACK
             MOVE "This edition is linked to a work already: "
               TO LN-MSG-1                OF LN-MODW
             MOVE HV-BOOK-ISBN
               TO LN-MSG-2                OF LN-MODW

          WHEN     OTHER
             PERFORM SQL-ROLLBACK
          END-EVALUATE

          .
       WORK-NEW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WORK-LIST SECTION.
      *>------------------------------------------------------------------------

      *>  one page of works from the keyed title on, each with the
      *>  number of editions linked to it
          INITIALIZE HV-WORK
          MOVE LN-INP-WORK-TITLE       OF LN-MODW
            TO HV-WORK-TITLE

          PERFORM SQL-DECLARE-CURSOR-WORK-LS

          INITIALIZE LN-OUTPUT OF LN-MODW

          PERFORM SQL-OPEN-CURSOR-WORK-LS

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          IF SQL-STATUS-OK
          THEN
             PERFORM FILL-WORK-TABLE
          END-IF

          PERFORM SQL-CLOSE-CURSOR-WORK-LS

          PERFORM SQL-COMMIT

          IF LN-OUT-WORK-TAB-LINE-NR OF LN-MODW = ZEROES
          THEN
             MOVE "No works from this title on."
               TO LN-MSG-1                OF LN-MODW
          ELSE
             MOVE "Works listed."
               TO LN-MSG-1                OF LN-MODW
          END-IF

          .
       WORK-LIST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       EDITION-LINK SECTION.
      *>------------------------------------------------------------------------

      *>  the work must exist
          INITIALIZE HV-WORK
          MOVE LN-INP-WORK-ID          OF LN-MODW
            TO HV-WORK-ID
          MOVE LN-USERID               OF LN-MODW
            TO HV-WORK-USER

          PERFORM SQL-SELECT-WORK

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             MOVE "No work with this number: "
               TO LN-MSG-1                OF LN-MODW
             MOVE HV-WORK-ID
               TO LN-MSG-2                OF LN-MODW
             EXIT SECTION
          WHEN     OTHER
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             EXIT SECTION
          END-EVALUATE

      *>  and the edition must be a real book not yet linked
          PERFORM CHECK-EDITION-FREE
          IF LN-MSG-1 OF LN-MODW NOT = SPACES
          THEN
             EXIT SECTION
          END-IF

          PERFORM SQL-INSERT-WORK-EDITION

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             PERFORM SQL-COMMIT
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             MOVE "Edition linked to work: "
               TO LN-MSG-1                OF LN-MODW
             MOVE HV-WORK-ID
               TO LN-MSG-2                OF LN-MODW

          WHEN     SQL-STATUS-DUP
             PERFORM SQL-ROLLBACK
             MOVE "This edition is linked to a work already: "
               TO LN-MSG-1                OF LN-MODW
             MOVE HV-BOOK-ISBN
               TO LN-MSG-2                OF LN-MODW

          WHEN     OTHER
             PERFORM SQL-ROLLBACK
          END-EVALUATE

          .
       EDITION-LINK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       EDITION-UNLINK SECTION.
      *>------------------------------------------------------------------------

      *>  a work-level hold already placed keeps its work; it simply
      *>  can no longer be filled from this edition
          MOVE LN-INP-ISBN             OF LN-MODW
            TO HV-BOOK-ISBN

          PERFORM SQL-DELETE-WORK-EDITION

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             PERFORM SQL-COMMIT
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             MOVE "Edition unlinked from its work: "
               TO LN-MSG-1                OF LN-MODW
             MOVE HV-BOOK-ISBN
               TO LN-MSG-2                OF LN-MODW

          WHEN     SQL-STATUS-NOT-FOUND
             PERFORM SQL-ROLLBACK
             MOVE "This edition is not linked to any work: "
               TO LN-MSG-1                OF LN-MODW
             MOVE HV-BOOK-ISBN
               TO LN-MSG-2                OF LN-MODW

          WHEN     OTHER
             PERFORM SQL-ROLLBACK
          END-EVALUATE

          .
       EDITION-UNLINK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WORK-EDITIONS SECTION.
      *>------------------------------------------------------------------------

      *>  the editions of the keyed work - or, with no work keyed,
      *>  of the work the keyed ISBN belongs to
          INITIALIZE HV-WORK
          MOVE LN-INP-WORK-ID          OF LN-MODW
            TO HV-WORK-ID

          IF HV-WORK-ID = ZEROES
          THEN
             MOVE LN-INP-ISBN          OF LN-MODW
               TO HV-BOOK-ISBN

             PERFORM SQL-SELECT-EDITION-WORK

             EVALUATE TRUE
             WHEN     SQL-STATUS-OK
                MOVE HV-LINKED-WORK-ID TO HV-WORK-ID
             WHEN     SQL-STATUS-NOT-FOUND
                PERFORM COPY-SQL-MSG-IN-LINKAGE
                MOVE "This edition is not linked to any work: "
                  TO LN-MSG-1             OF LN-MODW
                MOVE HV-BOOK-ISBN
                  TO LN-MSG-2             OF LN-MODW
                EXIT SECTION
             WHEN     OTHER
                PERFORM COPY-SQL-MSG-IN-LINKAGE
                EXIT SECTION
             END-EVALUATE
          END-IF

          PERFORM SQL-SELECT-WORK

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             MOVE "No work with this number: "
               TO LN-MSG-1                OF LN-MODW
             MOVE HV-WORK-ID
               TO LN-MSG-2                OF LN-MODW
             EXIT SECTION
          WHEN     OTHER
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             EXIT SECTION
          END-EVALUATE

          PERFORM SQL-DECLARE-CURSOR-ED-LS

          INITIALIZE LN-OUTPUT OF LN-MODW
          MOVE HV-WORK-ID
            TO LN-OUT-WORK-ID             OF LN-MODW
          MOVE HV-WORK-TITLE
            TO LN-OUT-WORK-TITLE          OF LN-MODW

          PERFORM SQL-OPEN-CURSOR-ED-LS

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          IF SQL-STATUS-OK
          THEN
             PERFORM FILL-EDITION-TABLE
          END-IF

          PERFORM SQL-CLOSE-CURSOR-ED-LS

          PERFORM SQL-COMMIT

          IF LN-OUT-ED-TAB-LINE-NR OF LN-MODW = ZEROES
          THEN
             MOVE "No editions are linked to this work yet."
               TO LN-MSG-1                OF LN-MODW
          ELSE
             MOVE "Editions of the work listed."
               TO LN-MSG-1                OF LN-MODW
          END-IF

          .
       WORK-EDITIONS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-EDITION-FREE SECTION.
      *>------------------------------------------------------------------------

      *>  performed by WORK-NEW and EDITION-LINK: LN-INP-ISBN must be
      *>  a book on file (and not soft-deleted) that no work has yet;
      *>  a refusal leaves its message in LN-MSG-1
          MOVE LN-INP-ISBN             OF LN-MODW
            TO HV-BOOK-ISBN

          PERFORM SQL-SELECT-BOOK-TITLE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             MOVE "No book found with this ISBN number: "
               TO LN-MSG-1                OF LN-MODW
             MOVE HV-BOOK-ISBN
               TO LN-MSG-2                OF LN-MODW
             EXIT SECTION
          WHEN     OTHER
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             EXIT SECTION
          END-EVALUATE

          PERFORM SQL-SELECT-EDITION-WORK

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             MOVE "This edition is linked to a work already - " &
                  "unlink it first. Work number: "
               TO LN-MSG-1                OF LN-MODW
             MOVE HV-LINKED-WORK-ID
               TO LN-MSG-2                OF LN-MODW
          WHEN     SQL-STATUS-NOT-FOUND
             CONTINUE
          WHEN     OTHER
             PERFORM COPY-SQL-MSG-IN-LINKAGE
          END-EVALUATE

          .
       CHECK-EDITION-FREE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FILL-WORK-TABLE SECTION.
      *>------------------------------------------------------------------------

          PERFORM VARYING WS-IND-1 FROM 1 BY 1
            UNTIL WS-IND-1 > C-MAX-WORK-TAB-SIZE

             PERFORM SQL-FETCH-CURSOR-WORK-LS

             IF SQL-STATUS-OK
             THEN
                MOVE WS-IND-1
                  TO LN-OUT-WORK-TAB-LINE-NR OF LN-MODW
                MOVE HV-WORK-ID
                  TO LN-OUT-WORK-TAB-WORK-ID(WS-IND-1)
                MOVE HV-WORK-TITLE
                  TO LN-OUT-WORK-TAB-TITLE(WS-IND-1)
                MOVE HV-EDITION-NR
                  TO LN-OUT-WORK-TAB-EDITION-NR(WS-IND-1)
             ELSE
                EXIT PERFORM
             END-IF
          END-PERFORM

          .
       FILL-WORK-TABLE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FILL-EDITION-TABLE SECTION.
      *>------------------------------------------------------------------------

          PERFORM VARYING WS-IND-1 FROM 1 BY 1
            UNTIL WS-IND-1 > C-MAX-ED-TAB-SIZE

             PERFORM SQL-FETCH-CURSOR-ED-LS

             IF SQL-STATUS-OK
             THEN
                MOVE WS-IND-1
                  TO LN-OUT-ED-TAB-LINE-NR OF LN-MODW
                MOVE HV-BOOK-ISBN
                  TO LN-OUT-ED-TAB-ISBN(WS-IND-1)
                MOVE HV-BOOK-TITLE
                  TO LN-OUT-ED-TAB-TITLE(WS-IND-1)
             ELSE
                EXIT PERFORM
             END-IF
          END-PERFORM

          .
       FILL-EDITION-TABLE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COPY-SQL-MSG-IN-LINKAGE SECTION.
      *>------------------------------------------------------------------------

      *>  get SQL message
          CALL "PGSQLMSG" USING SQLCA
                                LN-SQLMSG
          END-CALL

          MOVE SQLCODE
            TO LN-SQLCODE              OF LN-MODW
          MOVE SQLSTATE
            TO LN-SQLSTATE             OF LN-MODW
          MOVE LN-MSG-1                OF LN-SQLMSG
            TO LN-MSG-1                OF LN-MODW
          MOVE LN-MSG-2                OF LN-SQLMSG
            TO LN-MSG-2                OF LN-MODW
          MOVE LN-MSG-3                OF LN-SQLMSG
            TO LN-MSG-3                OF LN-MODW
          MOVE LN-MSG-4                OF LN-SQLMSG
            TO LN-MSG-4                OF LN-MODW

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
       SQL-SELECT-NEXT-WORK-ID SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT COALESCE(MAX(WORK_ID),0) + 1
OCESQL*        INTO   :HV-WORK-ID
OCESQL*        FROM   BOOK_WORK
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-WORK-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 0
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-NEXT-WORK-ID-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-INSERT-WORK SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        INSERT INTO BOOK_WORK
OCESQL*        (  WORK_ID
OCESQL*         , WORK_TITLE
OCESQL*         , LUPD_USER
OCESQL*         , LUPD_TIMESTAMP
OCESQL*        )
OCESQL*        VALUES
OCESQL*        (  :HV-WORK-ID
OCESQL*         , :HV-WORK-TITLE
OCESQL*         , :HV-WORK-USER
OCESQL*         , CURRENT_TIMESTAMP
OCESQL*        )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-WORK-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-WORK-TITLE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-WORK-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0002
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-INSERT-WORK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-WORK SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT WORK_TITLE
OCESQL*        INTO   :HV-WORK-TITLE
OCESQL*        FROM   BOOK_WORK
OCESQL*        WHERE  WORK_ID = :HV-WORK-ID
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-WORK-TITLE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-WORK-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0003
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-WORK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-INSERT-WORK-EDITION SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        INSERT INTO WORK_EDITION
OCESQL*        (  ISBN
OCESQL*         , WORK_ID
OCESQL*         , LINK_USER
OCESQL*         , LINK_TIMESTAMP
OCESQL*        )
OCESQL*        VALUES
OCESQL*        (  :HV-BOOK-ISBN
OCESQL*         , :HV-WORK-ID
OCESQL*         , :HV-WORK-USER
OCESQL*         , CURRENT_TIMESTAMP
OCESQL*        )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BOOK-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-WORK-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-WORK-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0004
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-INSERT-WORK-EDITION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-DELETE-WORK-EDITION SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        DELETE FROM WORK_EDITION
OCESQL*        WHERE  ISBN = :HV-BOOK-ISBN
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BOOK-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0005
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-DELETE-WORK-EDITION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-EDITION-WORK SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT WORK_ID
OCESQL*        INTO   :HV-LINKED-WORK-ID
OCESQL*        FROM   WORK_EDITION
OCESQL*        WHERE  ISBN = :HV-BOOK-ISBN
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LINKED-WORK-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BOOK-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0006
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-EDITION-WORK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-BOOK-TITLE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT TITLE
OCESQL*        INTO   :HV-BOOK-TITLE
OCESQL*        FROM   BOOK
OCESQL*        WHERE  ISBN = :HV-BOOK-ISBN
OCESQL*        AND    ( DELETE_FLAG IS NULL OR DELETE_FLAG <> 'Y' )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BOOK-TITLE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BOOK-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0007
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-BOOK-TITLE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-DECLARE-CURSOR-WORK-LS SECTION.
      *>------------------------------------------------------------------------

      *>  cursor for the works from a title on
OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_WORK_LS CURSOR FOR
OCESQL*        SELECT    K.WORK_ID
OCESQL*                , K.WORK_TITLE
OCESQL*                , (SELECT COUNT(*)
OCESQL*                   FROM   WORK_EDITION E
OCESQL*                   WHERE  E.WORK_ID = K.WORK_ID)
OCESQL*        FROM      BOOK_WORK K
OCESQL*        WHERE     K.WORK_TITLE >= :HV-WORK-TITLE
OCESQL*        ORDER BY  K.WORK_TITLE ASC
OCESQL*                , K.WORK_ID    ASC
OCESQL*   END-EXEC
OCESQL*
OCESQL*   .
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-WORK-TITLE
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODW_CURSOR_WORK_LS" & x"00"
OCESQL          BY REFERENCE SQ0008
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-WORK-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-WORK-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_WORK_LS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODW_CURSOR_WORK_LS" & x"00"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-OPEN-CURSOR-WORK-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-WORK-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_WORK_LS
OCESQL*        INTO    :HV-WORK-ID
OCESQL*              , :HV-WORK-TITLE
OCESQL*              , :HV-EDITION-NR
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-WORK-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-WORK-TITLE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-EDITION-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODW_CURSOR_WORK_LS" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-FETCH-CURSOR-WORK-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-WORK-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_WORK_LS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODW_CURSOR_WORK_LS" & x"00"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-CLOSE-CURSOR-WORK-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-DECLARE-CURSOR-ED-LS SECTION.
      *>------------------------------------------------------------------------

      *>  cursor for the editions of one work
OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_ED_LS CURSOR FOR
OCESQL*        SELECT    B.ISBN
OCESQL*                , B.TITLE
OCESQL*        FROM      WORK_EDITION E
OCESQL*                , BOOK         B
OCESQL*        WHERE     B.ISBN    = E.ISBN
OCESQL*        AND       E.WORK_ID = :HV-WORK-ID
OCESQL*        ORDER BY  B.ISBN ASC
OCESQL*   END-EXEC
OCESQL*
OCESQL*   .
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-WORK-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODW_CURSOR_ED_LS" & x"00"
OCESQL          BY REFERENCE SQ0009
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-ED-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-ED-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_ED_LS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODW_CURSOR_ED_LS" & x"00"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-OPEN-CURSOR-ED-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-ED-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_ED_LS
OCESQL*        INTO    :HV-BOOK-ISBN
OCESQL*              , :HV-BOOK-TITLE
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BOOK-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BOOK-TITLE
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODW_CURSOR_ED_LS" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-FETCH-CURSOR-ED-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-ED-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_ED_LS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMODW_CURSOR_ED_LS" & x"00"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-CLOSE-CURSOR-ED-LS-EX.
          EXIT.

       END PROGRAM PGMODW.
