      *>************************************************************************
      *>  This file is part of DBsample.
      *>
      *>  PGBAVAIL.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  PGBAVAIL.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with PGBAVAIL.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      PGBAVAIL.cob
      *>
      *> Purpose:      Availability feed for the web catalog, next to
      *>               PGBDELTA's catalog feed: per ISBN and per copy
      *>               LOCATION, what the public can expect to find.
      *>               Built from BOOK_COPY, LOAN, TRANSFER and
      *>               RESERVATION, one fixed-layout line per title and
      *>               location:
      *>                 copies on the shelf    (status S, not on loan)
      *>                 copies on loan         (an open LOAN row) and
      *>                                        the earliest due date
      *>                 copies in transit      (status T) - counted at
      *>                                        the location the open
      *>                                        TRANSFER sends them to
      *>                 copies under repair    (status R)
      *>                 copies on the hold shelf (status H)
      *>                 open holds on the title (the same count on
      *>                                        each of its lines)
      *>               Discarded, missing and lost copies (D/M/L) are
      *>               not lendable and are left out.
      *>
      *>               Record types in the feed:
      *>                 H - header: run mode and run date-time
      *>                 A - the figures of one title at one location
      *>                 Z - the title has no lendable copy anywhere;
      *>                     location blank, all copy counts zero, so
      *>                     the web side can grey it out
      *>                 X - the title no longer has copies at this
      *>                     location (or is deleted); drop the line
      *>
      *>               AVAILMODE FULL writes the whole snapshot.
      *>               AVAILMODE CHANGES (the default) writes only the
      *>               lines whose figures differ from what the feed
      *>               last sent, and can run several times a day.
      *>               What was sent is kept in the AVAIL_FEED table
      *>               (one row per ISBN and location with the same
      *>               figures and FEED_TIMESTAMP), updated in the same
      *>               unit of work as the run, so the comparison
      *>               catches every kind of change - renewals and
      *>               back-dated offline loans included, which leave
      *>               no change timestamp. A first CHANGES run with an
      *>               empty AVAIL_FEED sends everything.
      *>
      *> Author:       Celso
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Usage:        AVAILOUT names the output feed; AVAILMODE is
      *>               FULL or CHANGES (blank = CHANGES). Run as:
      *>                  AVAILOUT=/path/to/avail.txt
      *>                  AVAILMODE=CHANGES
      *>                  cobcrun PGBAVAIL
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBAVAIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVAIL-OUT-FILE ASSIGN TO "AVAILOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AVAIL-OUT-FILE.
       01  AVAIL-OUT-RECORD.
           05  AV-REC-TYPE              PIC X(01).
           05  AV-ISBN                  PIC 9(13).
           05  AV-LOCATION              PIC X(20).
           05  AV-SHELF-NR              PIC 9(04).
           05  AV-LOAN-NR               PIC 9(04).
           05  AV-EARLIEST-DUE          PIC X(10).
           05  AV-TRANSIT-NR            PIC 9(04).
           05  AV-REPAIR-NR             PIC 9(04).
           05  AV-HOLD-SHELF-NR         PIC 9(04).
           05  AV-HOLD-NR               PIC 9(04).
      *> the header's view of the same record
       01  AVAIL-HDR-RECORD.
           05  AH-REC-TYPE              PIC X(01).
           05  AH-RUN-MODE              PIC X(01).
           05  AH-RUN-TIMESTAMP         PIC X(19).
           05  FILLER                   PIC X(47).

       WORKING-STORAGE SECTION.
       01  WS-AVAIL-STATUS              PIC X(02).
           88  WS-AVAIL-OK                  VALUE "00".

      *> run mode as read from the environment
       01  WS-AVAILMODE-TEXT            PIC X(10).

      *> set when a statement failed - the run then ends in error
      *> and its AVAIL_FEED changes are rolled back
       01  WS-RUN-ERROR-SW              PIC X(01) VALUE "N".
           88  WS-RUN-ERROR                 VALUE "Y".

      *> run date-time for the header
       01  WS-TODAY-TEXT                PIC X(21).
       01  WS-RUN-TIMESTAMP             PIC X(19).

      *> run totals, displayed in the end-of-job summary
       01  WS-LINE-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-ZERO-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-GONE-COUNT                PIC 9(09) COMP VALUE ZERO.

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
      *> F full snapshot, C changes only
       01 HV-RUN-MODE                   PIC X(01).
           88 HV-MODE-FULL                  VALUE "F".
           88 HV-MODE-CHANGES               VALUE "C".
       01 HV-AVAIL.
         05 HV-REC-TYPE                PIC X(01).
         05 HV-ISBN                    PIC 9(13).
         05 HV-LOCATION                PIC X(20).
         05 HV-SHELF-NR                PIC 9(04).
         05 HV-LOAN-NR                 PIC 9(04).
         05 HV-DUE-DATE                PIC X(10).
         05 HV-TRANSIT-NR              PIC 9(04).
         05 HV-REPAIR-NR               PIC 9(04).
         05 HV-HOLD-SHELF-NR           PIC 9(04).
         05 HV-HOLD-NR                 PIC 9(04).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(2075) VALUE "SELECT CASE WHEN N.ISBN IS NUL"
OCESQL  &  "L THEN 'X' WHEN N.COPY_FLAG = 'N' THEN 'Z' ELSE 'A' END, CO"
OCESQL  &  "ALESCE(N.ISBN, P.ISBN), COALESCE(N.LOC, P.LOCATION), COALES"
OCESQL  &  "CE(N.SHELF_NR,0), COALESCE(N.LOAN_NR,0), COALESCE(TO_CHAR(N"
OCESQL  &  ".DUE_DATE,'YYYY-MM-DD'),' '), COALESCE(N.TRANSIT_NR,0), COA"
OCESQL  &  "LESCE(N.REPAIR_NR,0), COALESCE(N.HSHELF_NR,0), COALESCE(N.H"
OCESQL  &  "OLD_NR,0) FROM (SELECT B.ISBN, COALESCE(X.LOC,' ') AS LOC, "
OCESQL  &  "CASE WHEN X.ISBN IS NULL THEN 'N' ELSE 'Y' END AS COPY_FLAG"
OCESQL  &  ", COALESCE(X.SHELF_NR,0) AS SHELF_NR, COALESCE(X.LOAN_NR,0)"
OCESQL  &  " AS LOAN_NR, X.DUE_DATE, COALESCE(X.TRANSIT_NR,0) AS TRANSI"
OCESQL  &  "T_NR, COALESCE(X.REPAIR_NR,0) AS REPAIR_NR, COALESCE(X.HSHE"
OCESQL  &  "LF_NR,0) AS HSHELF_NR, COALESCE(H.HOLD_NR,0) AS HOLD_NR FRO"
OCESQL  &  "M BOOK B LEFT JOIN (SELECT C.ISBN, COALESCE(T.TO_LOC,C.LOCA"
OCESQL  &  "TION,' ') AS LOC, SUM(CASE WHEN L.ISBN IS NULL AND C.COPY_S"
OCESQL  &  "TATUS = 'S' THEN 1 ELSE 0 END) AS SHELF_NR, COUNT(L.ISBN) A"
OCESQL  &  "S LOAN_NR, MIN(L.DUE_DATE) AS DUE_DATE, SUM(CASE WHEN L.ISB"
OCESQL  &  "N IS NULL AND C.COPY_STATUS = 'T' THEN 1 ELSE 0 END) AS TRA"
OCESQL  &  "NSIT_NR, SUM(CASE WHEN L.ISBN IS NULL AND C.COPY_STATUS = '"
OCESQL  &  "R' THEN 1 ELSE 0 END) AS REPAIR_NR, SUM(CASE WHEN L.ISBN IS"
OCESQL  &  " NULL AND C.COPY_STATUS = 'H' THEN 1 ELSE 0 END) AS HSHELF_"
OCESQL  &  "NR FROM BOOK_COPY C LEFT JOIN LOAN L ON L.ISBN = C.ISBN AND"
OCESQL  &  " L.COPY_NR = C.COPY_NR AND L.RETURN_TIMESTAMP IS NULL LEFT "
OCESQL  &  "JOIN TRANSFER T ON T.ISBN = C.ISBN AND T.COPY_NR = C.COPY_N"
OCESQL  &  "R AND T.RECEIVE_TIMESTAMP IS NULL AND C.COPY_STATUS = 'T' W"
OCESQL  &  "HERE C.COPY_STATUS NOT IN ('D','M','L') GROUP BY C.ISBN, CO"
OCESQL  &  "ALESCE(T.TO_LOC,C.LOCATION,' ') ) X ON X.ISBN = B.ISBN LEFT"
OCESQL  &  " JOIN (SELECT R.ISBN, COUNT(*) AS HOLD_NR FROM RESERVATION "
OCESQL  &  "R WHERE R.CANCEL_TIMESTAMP IS NULL AND R.FULFIL_TIMESTAMP I"
OCESQL  &  "S NULL GROUP BY R.ISBN ) H ON H.ISBN = B.ISBN WHERE COALESC"
OCESQL  &  "E(B.DELETE_FLAG,'N') <> 'Y' ) N FULL OUTER JOIN AVAIL_FEED "
OCESQL  &  "P ON P.ISBN = N.ISBN AND RTRIM(P.LOCATION) = RTRIM(N.LOC) W"
OCESQL  &  "HERE ($1 = 'F' AND N.ISBN IS NOT NULL) OR ($2 = 'C' AND ROW"
OCESQL  &  "(N.SHELF_NR, N.LOAN_NR, N.DUE_DATE, N.TRANSIT_NR, N.REPAIR_"
OCESQL  &  "NR, N.HSHELF_NR, N.HOLD_NR) IS DISTINCT FROM ROW(P.SHELF_NR"
OCESQL  &  ", P.LOAN_NR, P.DUE_DATE, P.TRANSIT_NR, P.REPAIR_NR, P.HSHEL"
OCESQL  &  "F_NR, P.HOLD_NR)) ORDER BY 2 ASC, 3 ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(022) VALUE "DELETE FROM AVAIL_FEED".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(070) VALUE "DELETE FROM AVAIL_FEED WHERE IS"
OCESQL  &  "BN = $1 AND RTRIM(LOCATION) = RTRIM($2)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(218) VALUE "INSERT INTO AVAIL_FEED ( ISBN, "
OCESQL  &  "LOCATION, SHELF_NR, LOAN_NR, DUE_DATE, TRANSIT_NR, REPAIR_N"
OCESQL  &  "R, HSHELF_NR, HOLD_NR, FEED_TIMESTAMP ) VALUES ( $1, $2, $3"
OCESQL  &  ", $4, NULLIF(RTRIM($5),'')::date, $6, $7, $8, $9, CURRENT_T"
OCESQL  &  "IMESTAMP )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-PGBAVAIL SECTION.
      *>------------------------------------------------------------------------

           DISPLAY "PGBAVAIL: availability feed starting"

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
           THEN
              DISPLAY "PGBAVAIL: connect failed - "
                      LN-MSG-1 OF LN-MOD
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM JOBLOG-RUN-START

           PERFORM SET-RUN-PARAMS

           OPEN OUTPUT AVAIL-OUT-FILE

           IF NOT WS-AVAIL-OK
           THEN
              DISPLAY "PGBAVAIL: unable to open AVAILOUT, status "
                      WS-AVAIL-STATUS

              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
              PERFORM JOBLOG-RUN-END
              PERFORM DISCONNECT-DATABASE
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM WRITE-HEADER-RECORD

      *>  a full snapshot replaces everything the web side holds, so
      *>  the record of what was sent starts again from empty
           IF HV-MODE-FULL
           THEN
              PERFORM SQL-DELETE-AVAIL-FEED-ALL
              IF NOT SQL-STATUS-OK
              AND NOT SQL-STATUS-NOT-FOUND
              THEN
                 DISPLAY "PGBAVAIL: could not clear AVAIL_FEED, "
                         "SQLCODE " WS-SQL-STATUS
                 MOVE "Y" TO WS-RUN-ERROR-SW
              END-IF
           END-IF

           IF NOT WS-RUN-ERROR
           THEN
              PERFORM EMIT-AVAILABILITY
           END-IF

           CLOSE AVAIL-OUT-FILE

           IF WS-RUN-ERROR
           THEN
      *>        the feed is incomplete - AVAIL_FEED goes back to
      *>        what was last sent, so the rerun sends these lines
      *>        again
              PERFORM SQL-ROLLBACK
              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
              PERFORM JOBLOG-RUN-END
              PERFORM DISCONNECT-DATABASE
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM SQL-COMMIT

           SET V-LN-JL-STATUS-COMPLETE OF LN-JOBLOG TO TRUE
           PERFORM JOBLOG-RUN-END

           PERFORM DISCONNECT-DATABASE

           DISPLAY "PGBAVAIL: lines written       " WS-LINE-COUNT
           DISPLAY "PGBAVAIL: of them no copy (Z) " WS-ZERO-COUNT
           DISPLAY "PGBAVAIL: of them dropped (X) " WS-GONE-COUNT

           GOBACK

           .
       MAIN-PGBAVAIL-EX.
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
       SET-RUN-PARAMS SECTION.
      *>------------------------------------------------------------------------

      *>  anything but FULL is a changes-only run, the one scheduled
      *>  through the day
           MOVE SPACES TO WS-AVAILMODE-TEXT
           ACCEPT WS-AVAILMODE-TEXT FROM ENVIRONMENT "AVAILMODE"

           IF WS-AVAILMODE-TEXT = "FULL" OR "full"
           THEN
              SET HV-MODE-FULL TO TRUE
              DISPLAY "PGBAVAIL: full availability snapshot"
           ELSE
              SET HV-MODE-CHANGES TO TRUE
              DISPLAY "PGBAVAIL: availability changes only"
           END-IF

           .
       SET-RUN-PARAMS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-HEADER-RECORD SECTION.
      *>------------------------------------------------------------------------

      *>  the feed opens with its mode - F tells the web side to
      *>  replace every line it holds, C to apply the lines given -
      *>  and the date-time the figures were taken
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TEXT
           MOVE SPACES TO WS-RUN-TIMESTAMP
           STRING WS-TODAY-TEXT(1:4) "-" WS-TODAY-TEXT(5:2) "-"
                  WS-TODAY-TEXT(7:2) " " WS-TODAY-TEXT(9:2) ":"
                  WS-TODAY-TEXT(11:2) ":" WS-TODAY-TEXT(13:2)
             DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP
           END-STRING

           MOVE SPACES           TO AVAIL-HDR-RECORD
           MOVE "H"              TO AH-REC-TYPE
           MOVE HV-RUN-MODE      TO AH-RUN-MODE
           MOVE WS-RUN-TIMESTAMP TO AH-RUN-TIMESTAMP

           WRITE AVAIL-HDR-RECORD

           .
       WRITE-HEADER-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       EMIT-AVAILABILITY SECTION.
      *>------------------------------------------------------------------------

           PERFORM SQL-DECLARE-CURSOR-AVAIL
           PERFORM SQL-OPEN-CURSOR-AVAIL

           IF SQL-STATUS-OK
           THEN
              PERFORM SQL-FETCH-CURSOR-AVAIL
              PERFORM WRITE-ONE-AVAIL-LINE
                UNTIL NOT SQL-STATUS-OK
                   OR WS-RUN-ERROR
              PERFORM SQL-CLOSE-CURSOR-AVAIL
           ELSE
              DISPLAY "PGBAVAIL: could not open the availability "
                      "cursor, SQLCODE " WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
           END-IF

           .
       EMIT-AVAILABILITY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-ONE-AVAIL-LINE SECTION.
      *>------------------------------------------------------------------------

           MOVE HV-REC-TYPE      TO AV-REC-TYPE
           MOVE HV-ISBN          TO AV-ISBN
           MOVE HV-LOCATION      TO AV-LOCATION
           MOVE HV-SHELF-NR      TO AV-SHELF-NR
           MOVE HV-LOAN-NR       TO AV-LOAN-NR
           MOVE HV-DUE-DATE      TO AV-EARLIEST-DUE
           MOVE HV-TRANSIT-NR    TO AV-TRANSIT-NR
           MOVE HV-REPAIR-NR     TO AV-REPAIR-NR
           MOVE HV-HOLD-SHELF-NR TO AV-HOLD-SHELF-NR
           MOVE HV-HOLD-NR       TO AV-HOLD-NR

           WRITE AVAIL-OUT-RECORD

           ADD 1 TO WS-LINE-COUNT
           EVALUATE HV-REC-TYPE
           WHEN "Z"
              ADD 1 TO WS-ZERO-COUNT
           WHEN "X"
              ADD 1 TO WS-GONE-COUNT
           END-EVALUATE

      *>  keep AVAIL_FEED equal to what the web side now holds: the
      *>  line sent replaces the one sent before, a dropped line
      *>  leaves no row
           IF HV-MODE-CHANGES
           THEN
              PERFORM SQL-DELETE-AVAIL-FEED-LINE
              IF NOT SQL-STATUS-OK
              AND NOT SQL-STATUS-NOT-FOUND
              THEN
                 DISPLAY "PGBAVAIL: AVAIL_FEED delete failed for "
                         HV-ISBN ", SQLCODE " WS-SQL-STATUS
                 MOVE "Y" TO WS-RUN-ERROR-SW
                 EXIT SECTION
              END-IF
           END-IF

           IF HV-REC-TYPE NOT = "X"
           THEN
              PERFORM SQL-INSERT-AVAIL-FEED
              IF NOT SQL-STATUS-OK
              THEN
                 DISPLAY "PGBAVAIL: AVAIL_FEED insert failed for "
                         HV-ISBN ", SQLCODE " WS-SQL-STATUS
                 MOVE "Y" TO WS-RUN-ERROR-SW
                 EXIT SECTION
              END-IF
           END-IF

           PERFORM SQL-FETCH-CURSOR-AVAIL

           .
       WRITE-ONE-AVAIL-LINE-EX.
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
       SQL-DECLARE-CURSOR-AVAIL SECTION.
      *>------------------------------------------------------------------------

      *>  cursor for the availability lines: today's figures (N) per
      *>  active title and location, a blank-location zero line for a
      *>  title with no lendable copy, set against the lines last
      *>  sent (AVAIL_FEED, P); a full run takes every current line,
      *>  a changes run the lines that differ, P-only lines as X
OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_AVAIL CURSOR FOR
OCESQL*        SELECT    CASE WHEN N.ISBN IS NULL      THEN 'X'
OCESQL*                       WHEN N.COPY_FLAG = 'N'   THEN 'Z'
OCESQL*                       ELSE 'A' END
OCESQL*                , COALESCE(N.ISBN, P.ISBN)
OCESQL*                , COALESCE(N.LOC, P.LOCATION)
OCESQL*                , COALESCE(N.SHELF_NR,0)
OCESQL*                , COALESCE(N.LOAN_NR,0)
OCESQL*                , COALESCE(TO_CHAR(N.DUE_DATE,'YYYY-MM-DD'),' ')
OCESQL*                , COALESCE(N.TRANSIT_NR,0)
OCESQL*                , COALESCE(N.REPAIR_NR,0)
OCESQL*                , COALESCE(N.HSHELF_NR,0)
OCESQL*                , COALESCE(N.HOLD_NR,0)
OCESQL*        FROM     (SELECT B.ISBN
OCESQL*                       , COALESCE(X.LOC,' ')       AS LOC
OCESQL*                       , CASE WHEN X.ISBN IS NULL
OCESQL*                              THEN 'N' ELSE 'Y' END AS COPY_FLAG
OCESQL*                       , COALESCE(X.SHELF_NR,0)    AS SHELF_NR
OCESQL*                       , COALESCE(X.LOAN_NR,0)     AS LOAN_NR
OCESQL*                       , X.DUE_DATE
OCESQL*                       , COALESCE(X.TRANSIT_NR,0)  AS TRANSIT_NR
OCESQL*                       , COALESCE(X.REPAIR_NR,0)   AS REPAIR_NR
OCESQL*                       , COALESCE(X.HSHELF_NR,0)   AS HSHELF_NR
OCESQL*                       , COALESCE(H.HOLD_NR,0)     AS HOLD_NR
OCESQL*                  FROM   BOOK B
OCESQL*                  LEFT JOIN
OCESQL*                        (SELECT C.ISBN
OCESQL*                              , COALESCE(T.TO_LOC,C.LOCATION,' ')
OCESQL*                                                   AS LOC
OCESQL*                              , SUM(CASE WHEN L.ISBN IS NULL
OCESQL*                                          AND C.COPY_STATUS = 'S'
OCESQL*                                         THEN 1 ELSE 0 END)
OCESQL*                                                   AS SHELF_NR
OCESQL*                              , COUNT(L.ISBN)      AS LOAN_NR
OCESQL*                              , MIN(L.DUE_DATE)    AS DUE_DATE
OCESQL*                              , SUM(CASE WHEN L.ISBN IS NULL
OCESQL*                                          AND C.COPY_STATUS = 'T'
OCESQL*                                         THEN 1 ELSE 0 END)
OCESQL*                                                   AS TRANSIT_NR
OCESQL*                              , SUM(CASE WHEN L.ISBN IS NULL
OCESQL*                                          AND C.COPY_STATUS = 'R'
OCESQL*                                         THEN 1 ELSE 0 END)
OCESQL*                                                   AS REPAIR_NR
OCESQL*                              , SUM(CASE WHEN L.ISBN IS NULL
OCESQL*                                          AND C.COPY_STATUS = 'H'
OCESQL*                                         THEN 1 ELSE 0 END)
OCESQL*                                                   AS HSHELF_NR
OCESQL*                         FROM   BOOK_COPY C
OCESQL*                         LEFT JOIN LOAN L
OCESQL*                         ON     L.ISBN    = C.ISBN
OCESQL*                         AND    L.COPY_NR = C.COPY_NR
OCESQL*                         AND    L.RETURN_TIMESTAMP IS NULL
OCESQL*                         LEFT JOIN TRANSFER T
OCESQL*                         ON     T.ISBN    = C.ISBN
OCESQL*                         AND    T.COPY_NR = C.COPY_NR
OCESQL*                         AND    T.RECEIVE_TIMESTAMP IS NULL
OCESQL*                         AND    C.COPY_STATUS = 'T'
OCESQL*                         WHERE  C.COPY_STATUS
OCESQL*                                NOT IN ('D','M','L')
OCESQL*                         GROUP BY C.ISBN
OCESQL*                              , COALESCE(T.TO_LOC,C.LOCATION,' ')
OCESQL*                        ) X
OCESQL*                  ON     X.ISBN = B.ISBN
OCESQL*                  LEFT JOIN
OCESQL*                        (SELECT R.ISBN
OCESQL*                              , COUNT(*)           AS HOLD_NR
OCESQL*                         FROM   RESERVATION R
OCESQL*                         WHERE  R.CANCEL_TIMESTAMP IS NULL
OCESQL*                         AND    R.FULFIL_TIMESTAMP IS NULL
OCESQL*                         GROUP BY R.ISBN
OCESQL*                        ) H
OCESQL*                  ON     H.ISBN = B.ISBN
OCESQL*                  WHERE  COALESCE(B.DELETE_FLAG,'N') <> 'Y'
OCESQL*                 ) N
OCESQL*        FULL OUTER JOIN AVAIL_FEED P
OCESQL*        ON        P.ISBN            = N.ISBN
OCESQL*        AND       RTRIM(P.LOCATION) = RTRIM(N.LOC)
OCESQL*        WHERE    (:HV-RUN-MODE = 'F'
OCESQL*        AND       N.ISBN IS NOT NULL)
OCESQL*        OR       (:HV-RUN-MODE = 'C'
OCESQL*        AND       ROW(N.SHELF_NR, N.LOAN_NR, N.DUE_DATE
OCESQL*                    , N.TRANSIT_NR, N.REPAIR_NR, N.HSHELF_NR
OCESQL*                    , N.HOLD_NR)
OCESQL*                  IS DISTINCT FROM
OCESQL*                  ROW(P.SHELF_NR, P.LOAN_NR, P.DUE_DATE
OCESQL*                    , P.TRANSIT_NR, P.REPAIR_NR, P.HSHELF_NR
OCESQL*                    , P.HOLD_NR))
OCESQL*        ORDER BY  2 ASC, 3 ASC
OCESQL*   END-EXEC
OCESQL*
OCESQL*   .
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RUN-MODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RUN-MODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBAVAIL_CURSOR_AVAIL" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-AVAIL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-AVAIL SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_AVAIL
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBAVAIL_CURSOR_AVAIL" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-OPEN-CURSOR-AVAIL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-AVAIL SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_AVAIL
OCESQL*        INTO    :HV-REC-TYPE
OCESQL*              , :HV-ISBN
OCESQL*              , :HV-LOCATION
OCESQL*              , :HV-SHELF-NR
OCESQL*              , :HV-LOAN-NR
OCESQL*              , :HV-DUE-DATE
OCESQL*              , :HV-TRANSIT-NR
OCESQL*              , :HV-REPAIR-NR
OCESQL*              , :HV-HOLD-SHELF-NR
OCESQL*              , :HV-HOLD-NR
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-REC-TYPE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOCATION
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SHELF-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOAN-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-DUE-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-TRANSIT-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-REPAIR-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-HOLD-SHELF-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-HOLD-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBAVAIL_CURSOR_AVAIL" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-FETCH-CURSOR-AVAIL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-AVAIL SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_AVAIL
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBAVAIL_CURSOR_AVAIL" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-CLOSE-CURSOR-AVAIL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-DELETE-AVAIL-FEED-ALL SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        DELETE FROM AVAIL_FEED
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0002
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-DELETE-AVAIL-FEED-ALL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-DELETE-AVAIL-FEED-LINE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        DELETE FROM AVAIL_FEED
OCESQL*        WHERE  ISBN            = :HV-ISBN
OCESQL*        AND    RTRIM(LOCATION) = RTRIM(:HV-LOCATION)
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOCATION
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0003
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-DELETE-AVAIL-FEED-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-INSERT-AVAIL-FEED SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        INSERT INTO AVAIL_FEED
OCESQL*        (  ISBN
OCESQL*         , LOCATION
OCESQL*         , SHELF_NR
OCESQL*         , LOAN_NR
OCESQL*         , DUE_DATE
OCESQL*         , TRANSIT_NR
OCESQL*         , REPAIR_NR
OCESQL*         , HSHELF_NR
OCESQL*         , HOLD_NR
OCESQL*         , FEED_TIMESTAMP
OCESQL*        )
OCESQL*        VALUES
OCESQL*        (  :HV-ISBN
OCESQL*         , :HV-LOCATION
OCESQL*         , :HV-SHELF-NR
OCESQL*         , :HV-LOAN-NR
OCESQL*         , NULLIF(RTRIM(:HV-DUE-DATE),'')::date
OCESQL*         , :HV-TRANSIT-NR
OCESQL*         , :HV-REPAIR-NR
OCESQL*         , :HV-HOLD-SHELF-NR
OCESQL*         , :HV-HOLD-NR
OCESQL*         , CURRENT_TIMESTAMP
OCESQL*        )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOCATION
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SHELF-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOAN-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-DUE-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-TRANSIT-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-REPAIR-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-HOLD-SHELF-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-HOLD-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0004
OCESQL          BY VALUE 9
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-INSERT-AVAIL-FEED-EX.
          EXIT.

      *>------------------------------------------------------------------------
       JOBLOG-RUN-START SECTION.
      *>------------------------------------------------------------------------

      *>  record the run in JOB_RUN; a failure to log never stops
      *>  the job itself
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBAVAIL" TO LN-JL-PROGRAM

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
           MOVE WS-LINE-COUNT  TO LN-JL-READ-COUNT
           MOVE WS-LINE-COUNT  TO LN-JL-INSERT-COUNT
           MOVE ZERO           TO LN-JL-REJECT-COUNT
           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-END-EX.
          EXIT.

       END PROGRAM PGBAVAIL.
