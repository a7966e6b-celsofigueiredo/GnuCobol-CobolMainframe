      *>************************************************************************
      *>  This file is part of DBsample.
      *>
      *>  PGACCLOG.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  PGACCLOG.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with PGACCLOG.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      PGACCLOG.cob
      *>
      *> Purpose:      Borrower access logger, in the PGJOBLOG mold -
      *>               every sign-on, borrower lookup, lending-history
      *>               page and fine payment or waiver is written to
      *>               ACCESS_LOG with the user, terminal, timestamp
      *>               and borrower number, so the library can answer
      *>               "who has looked at my record?" (PGBACCBR) and
      *>               watch for unusual access (PGBACCWK).
      *>
      *>               ACCESS_LOG is only ever inserted into: no module
      *>               function updates or deletes it.
      *>
      *>               The row is committed here, in a unit of work of
      *>               its own, so the caller calls only once its own
      *>               work is committed or rolled back. Logging never
      *>               undoes the function logged: an SQL failure is
      *>               reported back in LN-AL-SQLCODE and otherwise
      *>               ignored. The caller already holds the database
      *>               session (through PGMOD7's CONNECT).
      *>
      *> Author:       Celso
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Usage:        CALL "PGACCLOG" USING LN-ACCLOG
      *>               - event, user-id and terminal set; the
      *>                 borrower number (zero for a sign-on) and a
      *>                 short detail text where there is one
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGACCLOG.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> SQL communication area
       COPY "sqlca.cbl".

      *> SQL status
       01 WS-SQL-STATUS                PIC S9(9) COMP-5.
          88 SQL-STATUS-OK             VALUE    0.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 HV-AL-EVENT                  PIC X(01).
       01 HV-AL-USERID                 PIC X(20).
       01 HV-AL-TERMINAL-ID            PIC X(08).
       01 HV-AL-BORROWER-ID            PIC 9(06).
       01 HV-AL-DETAIL                 PIC X(40).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(193) VALUE "INSERT INTO ACCESS_LOG ( ACCESS"
OCESQL  &  "_TIMESTAMP, EVENT_TYPE, USER_ID, TERMINAL_ID, BORROWER_ID, "
OCESQL  &  "DETAIL ) VALUES ( CURRENT_TIMESTAMP, $1, $2, NULLIF(RTRIM($"
OCESQL  &  "3),''), NULLIF($4,0), NULLIF(RTRIM($5),'') )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       LINKAGE SECTION.
       COPY "LNACCLOG.cpy".

       PROCEDURE DIVISION USING LN-ACCLOG.

      *>------------------------------------------------------------------------
       MAIN-PGACCLOG SECTION.
      *>------------------------------------------------------------------------

          MOVE ZERO TO LN-AL-SQLCODE

          MOVE LN-AL-EVENT       TO HV-AL-EVENT
          MOVE LN-AL-USERID      TO HV-AL-USERID
          MOVE LN-AL-TERMINAL-ID TO HV-AL-TERMINAL-ID
          MOVE LN-AL-BORROWER-ID TO HV-AL-BORROWER-ID
          MOVE LN-AL-DETAIL      TO HV-AL-DETAIL

          PERFORM SQL-INSERT-ACCESS-LOG

          IF SQL-STATUS-OK
          THEN
             PERFORM SQL-COMMIT
          END-IF

          IF NOT SQL-STATUS-OK
          THEN
             MOVE SQLCODE TO LN-AL-SQLCODE
             PERFORM SQL-ROLLBACK
          END-IF

          GOBACK

          .
       MAIN-PGACCLOG-EX.
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
       SQL-INSERT-ACCESS-LOG SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        INSERT INTO ACCESS_LOG
OCESQL*        (  ACCESS_TIMESTAMP
OCESQL*         , EVENT_TYPE
OCESQL*         , USER_ID
OCESQL*         , TERMINAL_ID
OCESQL*         , BORROWER_ID
OCESQL*         , DETAIL
OCESQL*        )
OCESQL*        VALUES
OCESQL*        (  CURRENT_TIMESTAMP
OCESQL*         , :HV-AL-EVENT
OCESQL*         , :HV-AL-USERID
OCESQL*         , NULLIF(RTRIM(:HV-AL-TERMINAL-ID),'')
OCESQL*         , NULLIF(:HV-AL-BORROWER-ID,0)
OCESQL*         , NULLIF(RTRIM(:HV-AL-DETAIL),'')
OCESQL*        )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-AL-EVENT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-AL-USERID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-AL-TERMINAL-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-AL-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-AL-DETAIL
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-INSERT-ACCESS-LOG-EX.
          EXIT.

       END PROGRAM PGACCLOG.
