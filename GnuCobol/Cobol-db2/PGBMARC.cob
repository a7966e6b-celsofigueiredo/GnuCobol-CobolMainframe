      *>************************************************************************
      *>  This file is part of DBsample.
      *>
      *>  PGBMARC.cob is free software: you can redistribute it and/or
      *>  modify it under the terms of the GNU Lesser General Public License as
      *>  published by the Free Software Foundation, either version 3 of the
      *>  License, or (at your option) any later version.
      *>
      *>  PGBMARC.cob is distributed in the hope that it will be useful,
      *>  but WITHOUT ANY WARRANTY; without even the implied warranty of
      *>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *>  See the GNU Lesser General Public License for more details.
      *>
      *>  You should have received a copy of the GNU Lesser General Public
      *>  License along with PGBMARC.cob.
      *>  If not, see <http://www.gnu.org/licenses/>.
      *>************************************************************************

      *>************************************************************************
      *> Program:      PGBMARC.cob
      *>
      *> Purpose:      MARC21 export of the catalog for the regional
      *>               union catalog and the interlibrary loan partners,
      *>               who take nothing but MARC21 bibliographic records
      *>               in ISO 2709 exchange format. One record per book:
      *>                 001  control number (the ISBN)
      *>                 003  our MARC organization code
      *>                 005  latest change to the book or its copies
      *>                 008  fixed-length data (date entered, year)
      *>                 020  $a ISBN
      *>                 100  $a main author, from the AUTHOR master
      *>                 245  $a title
      *>                 264  $c year of publication
      *>                 300  $a page count
      *>                 650  $a each subject (BOOK_SUBJECT / SUBJECT)
      *>                 700  $a each added author (BOOK_AUTHOR)
      *>                 852  $a organization $b location $t copy
      *>                      number, one per copy not discarded
      *>               The main author is the linked author whose name
      *>               opens the book's AUTHORS text, else the first
      *>               one linked; the rest are added authors.
      *>
      *>               MARCMODE FULL exports every active book as a new
      *>               record. MARCMODE CHANGES (the default) exports
      *>               only the books changed since the previous run -
      *>               added, updated (BOOK or BOOK_HIST), deleted or
      *>               with a copy added or changed - using a high-water
      *>               mark in MARCCTL the way PGBDELTA uses DELTACTL:
      *>               a book added since then goes out as new (leader
      *>               status n), a changed one as corrected (c) and a
      *>               soft-deleted one as a deletion (d) carrying only
      *>               its control, ISBN and title fields. A first run
      *>               with no MARCCTL exports the whole catalog. Both
      *>               modes leave the mark at the newest change read.
      *>
      *>               A book that cannot form a valid record - no
      *>               title, an ISBN failing its check digit, or more
      *>               fields than a record holds - is skipped and
      *>               listed in the MARCRPT report with the reason.
      *>
      *> Author:       Celso
      *>
      *> Date-Written: 2026.10.15
      *>
      *> Usage:        MARCOUT names the ISO 2709 output, MARCCTL the
      *>               high-water-mark file and MARCRPT the run report.
      *>               MARCMODE is FULL or CHANGES (blank = CHANGES).
      *>               MARCORG is our organization code for 003 and
      *>               852 $a (blank = DBSAMPLE). Run as:
      *>                  MARCOUT=/path/to/catalog.mrc
      *>                  MARCCTL=/path/to/marc.ctl
      *>                  MARCRPT=/path/to/marc.txt
      *>                  MARCMODE=CHANGES
      *>                  cobcrun PGBMARC
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBMARC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>    ISO 2709 is one byte stream - each record runs straight on
      *>    from the last with no line end - so the export is written
      *>    as fixed one-byte records
           SELECT MARC-OUT-FILE ASSIGN TO "MARCOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MARC-STATUS.

           SELECT MARC-CTL-FILE ASSIGN TO "MARCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT MARC-RPT-FILE ASSIGN TO "MARCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MARC-OUT-FILE.
       01  MARC-OUT-BYTE                PIC X(01).

       FD  MARC-CTL-FILE.
       01  MARC-CTL-RECORD.
           05  CT-HWM-TIMESTAMP         PIC X(26).

       FD  MARC-RPT-FILE.
       01  MARC-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *> used when MARCORG is not set
       78  C-DEFAULT-ORG-CODE           VALUE "DBSAMPLE".
      *> the largest data area, directory and author list one record
      *> is built in
       78  C-MAX-DATA-LEN               VALUE 9000.
       78  C-MAX-DIR-ENTRIES            VALUE 200.
       78  C-MAX-AUTHORS                VALUE 20.

       01  WS-MARC-STATUS               PIC X(02).
           88  WS-MARC-OK                   VALUE "00".

       01  WS-CTL-STATUS                PIC X(02).
           88  WS-CTL-OK                    VALUE "00".

       01  WS-RPT-STATUS                PIC X(02).
           88  WS-RPT-OK                    VALUE "00".

      *> run parameters as read from the environment
       01  WS-MARCMODE-TEXT             PIC X(10).
       01  WS-EXPORT-MODE-SW            PIC X(01).
           88  WS-MODE-FULL                 VALUE "F".
           88  WS-MODE-CHANGES              VALUE "C".
       01  WS-ORG-CODE                  PIC X(16).

      *> set when a cursor could not be opened - the run then
      *> ends in error with the high-water mark kept
       01  WS-RUN-ERROR-SW              PIC X(01) VALUE "N".
           88  WS-RUN-ERROR                 VALUE "Y".

      *> high-water mark carried between runs; books changed AFTER
      *> this timestamp go into a changes-only export
       01  WS-HWM-TIMESTAMP             PIC X(26).
       01  WS-NEW-HWM-TIMESTAMP         PIC X(26).

      *> run totals, displayed in the end-of-job summary and written
      *> as the report's final total lines
       01  WS-READ-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-WRITE-COUNT               PIC 9(09) COMP VALUE ZERO.
       01  WS-DELETE-COUNT              PIC 9(09) COMP VALUE ZERO.
       01  WS-SKIP-COUNT                PIC 9(09) COMP VALUE ZERO.
       01  WS-TOTAL-EDIT                PIC ZZZ,ZZZ,ZZ9.

      *> why the current book cannot be exported - spaces when its
      *> record is good
       01  WS-SKIP-REASON               PIC X(50).

      *> indices for cycles
       01  WS-IND-1                     PIC S9(9) COMP.
       01  WS-IND-2                     PIC S9(4) COMP.
       01  WS-IND-3                     PIC S9(4) COMP.

      *> ISBN-13 check digit test
       01  WS-ISBN-CHECK.
           05  WS-ISBN-NUM              PIC 9(13).
           05  WS-ISBN-DIGITS REDEFINES WS-ISBN-NUM.
               10  WS-ISBN-DIGIT        PIC 9(01) OCCURS 13 TIMES.
       01  WS-ISBN-SUM                  PIC 9(05) COMP.
       01  WS-ISBN-WEIGHT               PIC 9(01) COMP.
       01  WS-ISBN-QUOT                 PIC 9(05) COMP.
       01  WS-ISBN-REM                  PIC 9(01) COMP.

      *> ISO 2709 separators
       01  WS-SUBFIELD-DELIM            PIC X(01) VALUE X"1F".
       01  WS-FIELD-TERM                PIC X(01) VALUE X"1E".
       01  WS-RECORD-TERM               PIC X(01) VALUE X"1D".

      *> the record leader; only the length, status and base address
      *> change from record to record - language material (a),
      *> monograph (m), UCS/Unicode (a), minimal level (7)
       01  WS-MARC-LEADER.
           05  WL-RECORD-LEN            PIC 9(05).
           05  WL-RECORD-STATUS         PIC X(01).
               88  WL-STATUS-NEW            VALUE "n".
               88  WL-STATUS-CORRECTED      VALUE "c".
               88  WL-STATUS-DELETED        VALUE "d".
           05  WL-IMPL-CODES            PIC X(04) VALUE "am a".
           05  WL-IND-COUNT             PIC X(01) VALUE "2".
           05  WL-SUBF-COUNT            PIC X(01) VALUE "2".
           05  WL-BASE-ADDR             PIC 9(05).
           05  WL-ENCODING              PIC X(03) VALUE "7u ".
           05  WL-ENTRY-MAP             PIC X(04) VALUE "4500".

      *> the directory: one 12-byte entry per field
       01  WS-MARC-DIR                  PIC X(2400).
       01  WS-DIR-LEN                   PIC 9(05) COMP.
       01  WS-DIR-ENTRY-NR              PIC 9(04) COMP.
       01  WS-DIR-ENTRY.
           05  WE-TAG                   PIC X(03).
           05  WE-FIELD-LEN             PIC 9(04).
           05  WE-START-POS             PIC 9(05).

      *> the data fields, one after the other
       01  WS-MARC-DATA                 PIC X(9000).
       01  WS-DATA-LEN                  PIC 9(05) COMP.

      *> set when a field does not fit the data area or directory
       01  WS-OVERFLOW-SW               PIC X(01).
           88  WS-OVERFLOW                  VALUE "Y".

      *> the field being built: tag, indicators, subfields
       01  WS-FIELD-TAG                 PIC X(03).
       01  WS-FIELD-IND                 PIC X(02).
       01  WS-FIELD-BUF                 PIC X(300).
       01  WS-FIELD-LEN                 PIC 9(04) COMP.

      *> one subfield (or control field) value and its code
       01  WS-SUB-CODE                  PIC X(01).
       01  WS-VALUE                     PIC X(80).
       01  WS-VALUE-LEN                 PIC 9(04) COMP.

      *> numbers go into the record without leading zeros
       01  WS-NUM-EDIT                  PIC Z(8)9.
       01  WS-NUM-LEAD                  PIC 9(04) COMP.

      *> the whole record as written: leader, directory, data
       01  WS-MARC-RECORD               PIC X(11500).
       01  WS-RECORD-LEN                PIC 9(05) COMP.

      *> 008 fixed-length data elements for books
       01  WS-FIXED-FIELD.
           05  W8-DATE-ENTERED          PIC X(06).
           05  W8-DATE-TYPE             PIC X(01).
           05  W8-DATE-1                PIC X(04).
           05  W8-DATE-2                PIC X(04) VALUE SPACES.
           05  W8-PLACE                 PIC X(03) VALUE "xx ".
           05  W8-BOOK-CODES            PIC X(17) VALUE ALL "|".
           05  W8-LANGUAGE              PIC X(03) VALUE "und".
           05  W8-MODIFIED              PIC X(01) VALUE "|".
           05  W8-CAT-SOURCE            PIC X(01) VALUE "d".

      *> the book's linked authors, main author first
       01  WS-AUTH-COUNT                PIC S9(4) COMP.
       01  WS-AUTH-TAB.
           05  WS-AUTH-NAME             PIC X(40)
                                        OCCURS 20 TIMES.

      *> one line of the skipped-books list
       01  WS-SKIP-LINE.
           05  WK-ISBN                  PIC 9(13).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WK-TITLE                 PIC X(40).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WK-REASON                PIC X(50).

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
       01 HV-HWM-TIMESTAMP              PIC X(26).
       01 HV-MARC-BOOK.
         05 HV-ISBN                    PIC 9(13).
         05 HV-TITLE                   PIC X(60).
         05 HV-AUTHORS                 PIC X(40).
         05 HV-PUB-YEAR                PIC X(04).
         05 HV-PAGE-NR                 PIC 9(04).
         05 HV-DELETE-FLAG             PIC X(01).
         05 HV-ENTERED-DATE            PIC X(06).
         05 HV-NEW-FLAG                PIC X(01).
         05 HV-CHANGE-TIMESTAMP        PIC X(26).
         05 HV-TRANS-STAMP             PIC X(16).
       01 HV-AUTHOR-NAME                PIC X(40).
       01 HV-SUBJ-NAME                  PIC X(30).
       01 HV-COPY-NR                    PIC 9(03).
       01 HV-COPY-LOCATION              PIC X(20).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(877) VALUE "SELECT M.ISBN, M.TITLE, M.AUTHO"
OCESQL  &  "RS, M.PUB_YEAR, M.PAGE_NR, M.DELETE_FLAG, TO_CHAR(M.INSERT_"
OCESQL  &  "TIMESTAMP,'YYMMDD'), CASE WHEN M.INSERT_TIMESTAMP > $1::tim"
OCESQL  &  "estamp THEN 'Y' ELSE 'N' END, TO_CHAR(M.CHANGE_TS,'YYYY-MM-"
OCESQL  &  "DD HH24:MI:SS.US'), TO_CHAR(M.CHANGE_TS,'YYYYMMDDHH24MISS')"
OCESQL  &  " || '.0' FROM (SELECT B.ISBN, COALESCE(B.TITLE,' ') AS TITL"
OCESQL  &  "E, COALESCE(B.AUTHORS,' ') AS AUTHORS, COALESCE(TO_CHAR(B.P"
OCESQL  &  "UB_DATE,'YYYY'),' ') AS PUB_YEAR, COALESCE(B.PAGE_NR,0) AS "
OCESQL  &  "PAGE_NR, COALESCE(B.DELETE_FLAG,'N') AS DELETE_FLAG, B.INSE"
OCESQL  &  "RT_TIMESTAMP, GREATEST(B.INSERT_TIMESTAMP, COALESCE(B.LUPD_"
OCESQL  &  "TIMESTAMP, B.INSERT_TIMESTAMP), COALESCE((SELECT MAX(C.LUPD"
OCESQL  &  "_TIMESTAMP) FROM BOOK_COPY C WHERE C.ISBN = B.ISBN), B.INSE"
OCESQL  &  "RT_TIMESTAMP), COALESCE((SELECT MAX(H.HIST_TIMESTAMP) FROM "
OCESQL  &  "BOOK_HIST H WHERE H.ISBN = B.ISBN), B.INSERT_TIMESTAMP)) AS"
OCESQL  &  " CHANGE_TS FROM BOOK B) M WHERE M.CHANGE_TS > $2::timestamp"
OCESQL  &  " ORDER BY M.ISBN ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(209) VALUE "SELECT A.AUTHOR_NAME FROM BOOK_"
OCESQL  &  "AUTHOR BA, AUTHOR A WHERE A.AUTHOR_ID = BA.AUTHOR_ID AND BA"
OCESQL  &  ".ISBN = $1 ORDER BY CASE WHEN POSITION(UPPER(RTRIM(A.AUTHOR"
OCESQL  &  "_NAME)) IN UPPER($2)) = 1 THEN 0 ELSE 1 END, A.AUTHOR_ID AS"
OCESQL  &  "C".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(122) VALUE "SELECT S.SUBJ_NAME FROM BOOK_SU"
OCESQL  &  "BJECT X, SUBJECT S WHERE S.SUBJ_CODE = X.SUBJ_CODE AND X.IS"
OCESQL  &  "BN = $1 ORDER BY S.SUBJ_CODE ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(113) VALUE "SELECT COPY_NR, COALESCE(LOCATI"
OCESQL  &  "ON,' ') FROM BOOK_COPY WHERE ISBN = $1 AND COPY_STATUS <> '"
OCESQL  &  "D' ORDER BY COPY_NR ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-PGBMARC SECTION.
      *>------------------------------------------------------------------------

           DISPLAY "PGBMARC: MARC21 export starting"

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
           THEN
              DISPLAY "PGBMARC: connect failed - "
                      LN-MSG-1 OF LN-MOD
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM JOBLOG-RUN-START

           PERFORM SET-RUN-PARAMS

           PERFORM LOAD-HIGH-WATER-MARK

           OPEN OUTPUT MARC-OUT-FILE

           IF NOT WS-MARC-OK
           THEN
              DISPLAY "PGBMARC: unable to open MARCOUT, status "
                      WS-MARC-STATUS

              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
              PERFORM JOBLOG-RUN-END
              PERFORM DISCONNECT-DATABASE
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT MARC-RPT-FILE

           IF NOT WS-RPT-OK
           THEN
              DISPLAY "PGBMARC: unable to open MARCRPT, status "
                      WS-RPT-STATUS

              CLOSE MARC-OUT-FILE
              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
              PERFORM JOBLOG-RUN-END
              PERFORM DISCONNECT-DATABASE
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADING

      *>  a full export reads every book; the mark read from MARCCTL
      *>  still goes in the report heading
           IF WS-MODE-FULL
           THEN
              MOVE "1900-01-01 00:00:00.000000" TO HV-HWM-TIMESTAMP
           ELSE
              MOVE WS-HWM-TIMESTAMP TO HV-HWM-TIMESTAMP
           END-IF
           MOVE WS-HWM-TIMESTAMP TO WS-NEW-HWM-TIMESTAMP

           PERFORM SQL-DECLARE-CURSOR-MARC
           PERFORM SQL-OPEN-CURSOR-MARC

           IF SQL-STATUS-OK
           THEN
              PERFORM SQL-FETCH-CURSOR-MARC
              PERFORM PROCESS-ONE-BOOK
                UNTIL NOT SQL-STATUS-OK
                   OR WS-RUN-ERROR
              PERFORM SQL-CLOSE-CURSOR-MARC
           ELSE
              DISPLAY "PGBMARC: could not open the books cursor, "
                      "SQLCODE " WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
           END-IF

           PERFORM WRITE-REPORT-TOTAL

           CLOSE MARC-OUT-FILE
           CLOSE MARC-RPT-FILE

           PERFORM SQL-COMMIT

           IF WS-RUN-ERROR
           THEN
      *>        the export is incomplete - keep the old high-water
      *>        mark, so these changes still go out when the rerun
      *>        works
              SET V-LN-JL-STATUS-ERROR OF LN-JOBLOG TO TRUE
              PERFORM JOBLOG-RUN-END
              PERFORM DISCONNECT-DATABASE
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM SAVE-HIGH-WATER-MARK

           SET V-LN-JL-STATUS-COMPLETE OF LN-JOBLOG TO TRUE
           PERFORM JOBLOG-RUN-END

           PERFORM DISCONNECT-DATABASE

           DISPLAY "PGBMARC: books read       " WS-READ-COUNT
           DISPLAY "PGBMARC: records written  " WS-WRITE-COUNT
           DISPLAY "PGBMARC: of them deletions " WS-DELETE-COUNT
           DISPLAY "PGBMARC: books skipped    " WS-SKIP-COUNT

           IF WS-SKIP-COUNT > 0
           THEN
      *>        set after the disconnect - the OCESQL calls the
      *>        disconnect runs through would reset RETURN-CODE
              MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK

           .
       MAIN-PGBMARC-EX.
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

      *>  anything but FULL is a changes-only export, so a mistyped
      *>  mode never floods the partners with the whole catalog
           MOVE SPACES TO WS-MARCMODE-TEXT
           ACCEPT WS-MARCMODE-TEXT FROM ENVIRONMENT "MARCMODE"

           IF WS-MARCMODE-TEXT = "FULL" OR "full"
           THEN
              SET WS-MODE-FULL TO TRUE
              DISPLAY "PGBMARC: full export of the catalog"
           ELSE
              SET WS-MODE-CHANGES TO TRUE
              DISPLAY "PGBMARC: export of the changed books"
           END-IF

           MOVE SPACES TO WS-ORG-CODE
           ACCEPT WS-ORG-CODE FROM ENVIRONMENT "MARCORG"

           IF WS-ORG-CODE = SPACES
           THEN
              MOVE C-DEFAULT-ORG-CODE TO WS-ORG-CODE
           END-IF

           .
       SET-RUN-PARAMS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-HIGH-WATER-MARK SECTION.
      *>------------------------------------------------------------------------

      *>  no control file yet means a first run - every book goes
      *>  out, seeding the union catalog
           MOVE "1900-01-01 00:00:00.000000" TO WS-HWM-TIMESTAMP

           OPEN INPUT MARC-CTL-FILE

           IF WS-CTL-OK
           THEN
              READ MARC-CTL-FILE
              IF WS-CTL-OK
              THEN
                 MOVE CT-HWM-TIMESTAMP TO WS-HWM-TIMESTAMP
              END-IF
              CLOSE MARC-CTL-FILE
           END-IF

           IF WS-MODE-CHANGES
           THEN
              DISPLAY "PGBMARC: changes after " WS-HWM-TIMESTAMP
           END-IF

           .
       LOAD-HIGH-WATER-MARK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SAVE-HIGH-WATER-MARK SECTION.
      *>------------------------------------------------------------------------

      *>  written only after the export file is safely closed, so an
      *>  aborted run re-exports these changes instead of losing
      *>  them; a run that read nothing keeps the old mark
           OPEN OUTPUT MARC-CTL-FILE
           MOVE WS-NEW-HWM-TIMESTAMP TO CT-HWM-TIMESTAMP
           WRITE MARC-CTL-RECORD
           CLOSE MARC-CTL-FILE

           .
       SAVE-HIGH-WATER-MARK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REPORT-HEADING SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO MARC-RPT-LINE
           IF WS-MODE-FULL
           THEN
              STRING "MARC21 EXPORT - FULL CATALOG - ORGANIZATION "
                     WS-ORG-CODE
                DELIMITED BY SIZE
                INTO MARC-RPT-LINE
              END-STRING
           ELSE
              STRING "MARC21 EXPORT - CHANGES AFTER "
                     WS-HWM-TIMESTAMP " - ORGANIZATION "
                     WS-ORG-CODE
                DELIMITED BY SIZE
                INTO MARC-RPT-LINE
              END-STRING
           END-IF
           WRITE MARC-RPT-LINE

           MOVE SPACES TO MARC-RPT-LINE
           WRITE MARC-RPT-LINE

           MOVE SPACES TO MARC-RPT-LINE
           MOVE "BOOKS SKIPPED - NO VALID MARC RECORD"
             TO MARC-RPT-LINE
           WRITE MARC-RPT-LINE

           MOVE SPACES TO MARC-RPT-LINE
           MOVE "ISBN" TO MARC-RPT-LINE(1:4)
           MOVE "TITLE" TO MARC-RPT-LINE(16:5)
           MOVE "REASON" TO MARC-RPT-LINE(58:6)
           WRITE MARC-RPT-LINE

           .
       WRITE-REPORT-HEADING-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PROCESS-ONE-BOOK SECTION.
      *>------------------------------------------------------------------------

           ADD 1 TO WS-READ-COUNT

      *>  the cursor runs by ISBN, so the newest change of all the
      *>  books read becomes the next high-water mark
           IF HV-CHANGE-TIMESTAMP > WS-NEW-HWM-TIMESTAMP
           THEN
              MOVE HV-CHANGE-TIMESTAMP TO WS-NEW-HWM-TIMESTAMP
           END-IF

      *>  a full export carries only the books on the shelves
           IF WS-MODE-FULL AND HV-DELETE-FLAG = "Y"
           THEN
              PERFORM SQL-FETCH-CURSOR-MARC
              EXIT SECTION
           END-IF

           MOVE SPACES TO WS-SKIP-REASON

           IF HV-TITLE = SPACES
           THEN
              MOVE "NO TITLE - FIELD 245 IS MANDATORY"
                TO WS-SKIP-REASON
           ELSE
              PERFORM CHECK-ISBN-13
           END-IF

           IF WS-SKIP-REASON = SPACES
           THEN
              PERFORM BUILD-MARC-RECORD
           END-IF

      *>  a failed author, subject or copy read spoils the whole run
           IF WS-RUN-ERROR
           THEN
              EXIT SECTION
           END-IF

           IF WS-SKIP-REASON = SPACES
           THEN
              PERFORM WRITE-MARC-RECORD
              ADD 1 TO WS-WRITE-COUNT
              IF WL-STATUS-DELETED
              THEN
                 ADD 1 TO WS-DELETE-COUNT
              END-IF
           ELSE
              PERFORM WRITE-SKIP-LINE
           END-IF

           PERFORM SQL-FETCH-CURSOR-MARC

           .
       PROCESS-ONE-BOOK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-ISBN-13 SECTION.
      *>------------------------------------------------------------------------

      *>  the 020 goes to the partners as the match key, so it has to
      *>  be a real ISBN-13: digits weighted 1,3,1,3... sum to a
      *>  multiple of ten
           MOVE HV-ISBN TO WS-ISBN-NUM
           MOVE ZERO    TO WS-ISBN-SUM
           MOVE 1       TO WS-ISBN-WEIGHT

           PERFORM VARYING WS-IND-2 FROM 1 BY 1
             UNTIL WS-IND-2 > 13
              COMPUTE WS-ISBN-SUM = WS-ISBN-SUM
                    + WS-ISBN-DIGIT(WS-IND-2) * WS-ISBN-WEIGHT
              END-COMPUTE
              IF WS-ISBN-WEIGHT = 1
              THEN
                 MOVE 3 TO WS-ISBN-WEIGHT
              ELSE
                 MOVE 1 TO WS-ISBN-WEIGHT
              END-IF
           END-PERFORM

           DIVIDE WS-ISBN-SUM BY 10 GIVING WS-ISBN-QUOT
             REMAINDER WS-ISBN-REM
           END-DIVIDE

           IF WS-ISBN-NUM = ZERO OR WS-ISBN-REM NOT = ZERO
           THEN
              MOVE "ISBN FAILS THE ISBN-13 CHECK DIGIT"
                TO WS-SKIP-REASON
           END-IF

           .
       CHECK-ISBN-13-EX.
          EXIT.

      *>------------------------------------------------------------------------
       BUILD-MARC-RECORD SECTION.
      *>------------------------------------------------------------------------

           MOVE ZERO   TO WS-DIR-LEN
           MOVE ZERO   TO WS-DIR-ENTRY-NR
           MOVE ZERO   TO WS-DATA-LEN
           MOVE ZERO   TO WS-AUTH-COUNT
           MOVE "N"    TO WS-OVERFLOW-SW
           MOVE SPACES TO WS-MARC-DIR
           MOVE SPACES TO WS-MARC-DATA

           EVALUATE TRUE
           WHEN HV-DELETE-FLAG = "Y"
              SET WL-STATUS-DELETED   TO TRUE
           WHEN HV-NEW-FLAG = "Y"
              SET WL-STATUS-NEW       TO TRUE
           WHEN OTHER
              SET WL-STATUS-CORRECTED TO TRUE
           END-EVALUATE

      *>  a deletion needs no more than the partners' match keys
           IF NOT WL-STATUS-DELETED
           THEN
              PERFORM LOAD-BOOK-AUTHORS
              IF WS-RUN-ERROR
              THEN
                 EXIT SECTION
              END-IF
           END-IF

      *>  control fields
           MOVE "001"   TO WS-FIELD-TAG
           MOVE HV-ISBN TO WS-VALUE
           PERFORM ADD-CONTROL-FIELD

           MOVE "003"       TO WS-FIELD-TAG
           MOVE WS-ORG-CODE TO WS-VALUE
           PERFORM ADD-CONTROL-FIELD

           MOVE "005"          TO WS-FIELD-TAG
           MOVE HV-TRANS-STAMP TO WS-VALUE
           PERFORM ADD-CONTROL-FIELD

           MOVE HV-ENTERED-DATE TO W8-DATE-ENTERED
           IF HV-PUB-YEAR = SPACES
           THEN
              MOVE "n"         TO W8-DATE-TYPE
              MOVE "uuuu"      TO W8-DATE-1
           ELSE
              MOVE "s"         TO W8-DATE-TYPE
              MOVE HV-PUB-YEAR TO W8-DATE-1
           END-IF
           MOVE "008"          TO WS-FIELD-TAG
           MOVE WS-FIXED-FIELD TO WS-VALUE
           PERFORM ADD-CONTROL-FIELD

      *>  020 ISBN
           MOVE "020" TO WS-FIELD-TAG
           MOVE "  "  TO WS-FIELD-IND
           PERFORM START-DATA-FIELD
           MOVE "a"     TO WS-SUB-CODE
           MOVE HV-ISBN TO WS-VALUE
           PERFORM ADD-SUBFIELD
           PERFORM END-FIELD

      *>  100 main author - personal name, surname first
           IF WS-AUTH-COUNT > 0
           THEN
              MOVE "100" TO WS-FIELD-TAG
              MOVE "1 "  TO WS-FIELD-IND
              PERFORM START-DATA-FIELD
              MOVE "a"            TO WS-SUB-CODE
              MOVE WS-AUTH-NAME(1) TO WS-VALUE
              PERFORM ADD-SUBFIELD
              PERFORM END-FIELD
           END-IF

      *>  245 title - an added entry for it only with a 100 present
           MOVE "245" TO WS-FIELD-TAG
           IF WS-AUTH-COUNT > 0
           THEN
              MOVE "10" TO WS-FIELD-IND
           ELSE
              MOVE "00" TO WS-FIELD-IND
           END-IF
           PERFORM START-DATA-FIELD
           MOVE "a"      TO WS-SUB-CODE
           MOVE HV-TITLE TO WS-VALUE
           PERFORM ADD-SUBFIELD
           PERFORM END-FIELD

           IF NOT WL-STATUS-DELETED
           THEN
              PERFORM ADD-DESCRIPTIVE-FIELDS
           END-IF

           IF WS-OVERFLOW
           THEN
              MOVE "TOO MANY FIELDS FOR ONE ISO 2709 RECORD"
                TO WS-SKIP-REASON
           END-IF

           .
       BUILD-MARC-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-DESCRIPTIVE-FIELDS SECTION.
      *>------------------------------------------------------------------------

      *>  264 publication - the year is all the catalog keeps
           IF HV-PUB-YEAR NOT = SPACES
           THEN
              MOVE "264" TO WS-FIELD-TAG
              MOVE " 1"  TO WS-FIELD-IND
              PERFORM START-DATA-FIELD
              MOVE "c"         TO WS-SUB-CODE
              MOVE HV-PUB-YEAR TO WS-VALUE
              PERFORM ADD-SUBFIELD
              PERFORM END-FIELD
           END-IF

      *>  300 physical description
           IF HV-PAGE-NR > ZERO
           THEN
              MOVE HV-PAGE-NR TO WS-NUM-EDIT
              PERFORM SET-VALUE-FROM-NUMBER
              MOVE "300" TO WS-FIELD-TAG
              MOVE "  "  TO WS-FIELD-IND
              PERFORM START-DATA-FIELD
              MOVE "a" TO WS-SUB-CODE
              MOVE WS-VALUE-LEN TO WS-IND-2
              MOVE " pages" TO WS-VALUE(WS-IND-2 + 1:6)
              PERFORM ADD-SUBFIELD
              PERFORM END-FIELD
           END-IF

      *>  650 subjects - our own headings, no thesaurus named
           PERFORM SQL-DECLARE-CURSOR-MARC-SUBJ
           PERFORM SQL-OPEN-CURSOR-MARC-SUBJ

           IF SQL-STATUS-OK
           THEN
              PERFORM SQL-FETCH-CURSOR-MARC-SUBJ
              PERFORM ADD-ONE-SUBJECT-FIELD UNTIL NOT SQL-STATUS-OK
              PERFORM SQL-CLOSE-CURSOR-MARC-SUBJ
           ELSE
              DISPLAY "PGBMARC: could not open the subjects cursor, "
                      "SQLCODE " WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
              EXIT SECTION
           END-IF

      *>  700 added authors
           PERFORM VARYING WS-IND-2 FROM 2 BY 1
             UNTIL WS-IND-2 > WS-AUTH-COUNT
              MOVE "700" TO WS-FIELD-TAG
              MOVE "1 "  TO WS-FIELD-IND
              PERFORM START-DATA-FIELD
              MOVE "a"                    TO WS-SUB-CODE
              MOVE WS-AUTH-NAME(WS-IND-2) TO WS-VALUE
              PERFORM ADD-SUBFIELD
              PERFORM END-FIELD
           END-PERFORM

      *>  852 holdings - one per copy not discarded
           PERFORM SQL-DECLARE-CURSOR-MARC-COPY
           PERFORM SQL-OPEN-CURSOR-MARC-COPY

           IF SQL-STATUS-OK
           THEN
              PERFORM SQL-FETCH-CURSOR-MARC-COPY
              PERFORM ADD-ONE-HOLDING-FIELD UNTIL NOT SQL-STATUS-OK
              PERFORM SQL-CLOSE-CURSOR-MARC-COPY
           ELSE
              DISPLAY "PGBMARC: could not open the copies cursor, "
                      "SQLCODE " WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
           END-IF

           .
       ADD-DESCRIPTIVE-FIELDS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-BOOK-AUTHORS SECTION.
      *>------------------------------------------------------------------------

      *>  the cursor returns the main author first; a book with more
      *>  linked authors than the table holds exports the first ones
           PERFORM SQL-DECLARE-CURSOR-MARC-AUTH
           PERFORM SQL-OPEN-CURSOR-MARC-AUTH

           IF NOT SQL-STATUS-OK
           THEN
              DISPLAY "PGBMARC: could not open the authors cursor, "
                      "SQLCODE " WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
              EXIT SECTION
           END-IF

           PERFORM SQL-FETCH-CURSOR-MARC-AUTH

           PERFORM UNTIL NOT SQL-STATUS-OK
                      OR WS-AUTH-COUNT >= C-MAX-AUTHORS
              ADD 1 TO WS-AUTH-COUNT
              MOVE HV-AUTHOR-NAME TO WS-AUTH-NAME(WS-AUTH-COUNT)
              PERFORM SQL-FETCH-CURSOR-MARC-AUTH
           END-PERFORM

           PERFORM SQL-CLOSE-CURSOR-MARC-AUTH

           .
       LOAD-BOOK-AUTHORS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-ONE-SUBJECT-FIELD SECTION.
      *>------------------------------------------------------------------------

           MOVE "650" TO WS-FIELD-TAG
           MOVE " 4"  TO WS-FIELD-IND
           PERFORM START-DATA-FIELD
           MOVE "a"          TO WS-SUB-CODE
           MOVE HV-SUBJ-NAME TO WS-VALUE
           PERFORM ADD-SUBFIELD
           PERFORM END-FIELD

           PERFORM SQL-FETCH-CURSOR-MARC-SUBJ

           .
       ADD-ONE-SUBJECT-FIELD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-ONE-HOLDING-FIELD SECTION.
      *>------------------------------------------------------------------------

           MOVE "852" TO WS-FIELD-TAG
           MOVE "  "  TO WS-FIELD-IND
           PERFORM START-DATA-FIELD

           MOVE "a"         TO WS-SUB-CODE
           MOVE WS-ORG-CODE TO WS-VALUE
           PERFORM ADD-SUBFIELD

           MOVE "b"              TO WS-SUB-CODE
           MOVE HV-COPY-LOCATION TO WS-VALUE
           PERFORM ADD-SUBFIELD

           MOVE HV-COPY-NR TO WS-NUM-EDIT
           PERFORM SET-VALUE-FROM-NUMBER
           MOVE "t" TO WS-SUB-CODE
           PERFORM ADD-SUBFIELD

           PERFORM END-FIELD

           PERFORM SQL-FETCH-CURSOR-MARC-COPY

           .
       ADD-ONE-HOLDING-FIELD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-CONTROL-FIELD SECTION.
      *>------------------------------------------------------------------------

      *>  WS-FIELD-TAG / WS-VALUE: a control field is its value and
      *>  the field terminator - no indicators, no subfields; an
      *>  empty value adds no field
           PERFORM SET-VALUE-LEN

           IF WS-VALUE-LEN = 0
           THEN
              EXIT SECTION
           END-IF

           MOVE SPACES TO WS-FIELD-BUF
           MOVE WS-VALUE(1:WS-VALUE-LEN)
             TO WS-FIELD-BUF(1:WS-VALUE-LEN)
           MOVE WS-VALUE-LEN TO WS-FIELD-LEN

           PERFORM END-FIELD

           .
       ADD-CONTROL-FIELD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       START-DATA-FIELD SECTION.
      *>------------------------------------------------------------------------

      *>  WS-FIELD-TAG / WS-FIELD-IND: a data field opens with its two
      *>  indicators; ADD-SUBFIELD appends to it, END-FIELD files it
           MOVE SPACES       TO WS-FIELD-BUF
           MOVE WS-FIELD-IND TO WS-FIELD-BUF(1:2)
           MOVE 2            TO WS-FIELD-LEN

           .
       START-DATA-FIELD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-SUBFIELD SECTION.
      *>------------------------------------------------------------------------

      *>  WS-SUB-CODE / WS-VALUE: delimiter, code, then the value
      *>  without its trailing spaces; an empty value adds nothing
           PERFORM SET-VALUE-LEN

           IF WS-VALUE-LEN = 0
           THEN
              EXIT SECTION
           END-IF

           IF WS-FIELD-LEN + WS-VALUE-LEN + 3 > LENGTH OF WS-FIELD-BUF
           THEN
              MOVE "Y" TO WS-OVERFLOW-SW
              EXIT SECTION
           END-IF

           MOVE WS-SUBFIELD-DELIM
             TO WS-FIELD-BUF(WS-FIELD-LEN + 1:1)
           MOVE WS-SUB-CODE
             TO WS-FIELD-BUF(WS-FIELD-LEN + 2:1)
           MOVE WS-VALUE(1:WS-VALUE-LEN)
             TO WS-FIELD-BUF(WS-FIELD-LEN + 3:WS-VALUE-LEN)
           ADD WS-VALUE-LEN 2 TO WS-FIELD-LEN

           .
       ADD-SUBFIELD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       END-FIELD SECTION.
      *>------------------------------------------------------------------------

      *>  terminate the field, give it its directory entry (tag,
      *>  length, start within the data) and add it to the data
           IF WS-OVERFLOW
           THEN
              EXIT SECTION
           END-IF

           MOVE WS-FIELD-TERM TO WS-FIELD-BUF(WS-FIELD-LEN + 1:1)
           ADD 1 TO WS-FIELD-LEN

           IF WS-DATA-LEN + WS-FIELD-LEN > C-MAX-DATA-LEN
           OR WS-DIR-ENTRY-NR >= C-MAX-DIR-ENTRIES
           THEN
              MOVE "Y" TO WS-OVERFLOW-SW
              EXIT SECTION
           END-IF

           MOVE WS-FIELD-TAG TO WE-TAG
           MOVE WS-FIELD-LEN TO WE-FIELD-LEN
           MOVE WS-DATA-LEN  TO WE-START-POS
           MOVE WS-DIR-ENTRY TO WS-MARC-DIR(WS-DIR-LEN + 1:12)
           ADD 12 TO WS-DIR-LEN
           ADD 1  TO WS-DIR-ENTRY-NR

           MOVE WS-FIELD-BUF(1:WS-FIELD-LEN)
             TO WS-MARC-DATA(WS-DATA-LEN + 1:WS-FIELD-LEN)
           ADD WS-FIELD-LEN TO WS-DATA-LEN

           .
       END-FIELD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-VALUE-LEN SECTION.
      *>------------------------------------------------------------------------

      *>  the length of WS-VALUE without its trailing spaces
           MOVE ZERO TO WS-VALUE-LEN

           PERFORM VARYING WS-IND-3 FROM LENGTH OF WS-VALUE BY -1
             UNTIL WS-IND-3 < 1 OR WS-VALUE-LEN > 0
              IF WS-VALUE(WS-IND-3:1) NOT = SPACE
              THEN
                 MOVE WS-IND-3 TO WS-VALUE-LEN
              END-IF
           END-PERFORM

           .
       SET-VALUE-LEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-VALUE-FROM-NUMBER SECTION.
      *>------------------------------------------------------------------------

      *>  WS-NUM-EDIT into WS-VALUE left-justified, WS-VALUE-LEN set
           MOVE ZERO TO WS-NUM-LEAD
           INSPECT WS-NUM-EDIT TALLYING WS-NUM-LEAD FOR LEADING SPACES

           MOVE SPACES TO WS-VALUE
           MOVE WS-NUM-EDIT(WS-NUM-LEAD + 1:) TO WS-VALUE
           PERFORM SET-VALUE-LEN

           .
       SET-VALUE-FROM-NUMBER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-MARC-RECORD SECTION.
      *>------------------------------------------------------------------------

      *>  leader, directory and its terminator, the data, the record
      *>  terminator; the base address is where the data starts
           COMPUTE WL-BASE-ADDR  = 24 + WS-DIR-LEN + 1
           COMPUTE WS-RECORD-LEN = WL-BASE-ADDR + WS-DATA-LEN + 1
           MOVE WS-RECORD-LEN TO WL-RECORD-LEN

           MOVE SPACES         TO WS-MARC-RECORD
           MOVE WS-MARC-LEADER TO WS-MARC-RECORD(1:24)
           MOVE WS-MARC-DIR(1:WS-DIR-LEN)
             TO WS-MARC-RECORD(25:WS-DIR-LEN)
           MOVE WS-FIELD-TERM  TO WS-MARC-RECORD(WL-BASE-ADDR:1)
           MOVE WS-MARC-DATA(1:WS-DATA-LEN)
             TO WS-MARC-RECORD(WL-BASE-ADDR + 1:WS-DATA-LEN)
           MOVE WS-RECORD-TERM TO WS-MARC-RECORD(WS-RECORD-LEN:1)

           PERFORM VARYING WS-IND-1 FROM 1 BY 1
             UNTIL WS-IND-1 > WS-RECORD-LEN
              MOVE WS-MARC-RECORD(WS-IND-1:1) TO MARC-OUT-BYTE
              WRITE MARC-OUT-BYTE
           END-PERFORM

           .
       WRITE-MARC-RECORD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-SKIP-LINE SECTION.
      *>------------------------------------------------------------------------

           MOVE HV-ISBN        TO WK-ISBN
           MOVE HV-TITLE       TO WK-TITLE
           MOVE WS-SKIP-REASON TO WK-REASON

           MOVE WS-SKIP-LINE TO MARC-RPT-LINE
           WRITE MARC-RPT-LINE

           ADD 1 TO WS-SKIP-COUNT

           .
       WRITE-SKIP-LINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REPORT-TOTAL SECTION.
      *>------------------------------------------------------------------------

           MOVE SPACES TO MARC-RPT-LINE
           WRITE MARC-RPT-LINE

           MOVE SPACES TO MARC-RPT-LINE
           MOVE "BOOKS READ:" TO MARC-RPT-LINE(1:11)
           MOVE WS-READ-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO MARC-RPT-LINE(22:11)
           WRITE MARC-RPT-LINE

           MOVE SPACES TO MARC-RPT-LINE
           MOVE "MARC RECORDS WRITTEN:" TO MARC-RPT-LINE(1:21)
           MOVE WS-WRITE-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO MARC-RPT-LINE(22:11)
           WRITE MARC-RPT-LINE

           MOVE SPACES TO MARC-RPT-LINE
           MOVE "  OF THEM DELETIONS:" TO MARC-RPT-LINE(1:20)
           MOVE WS-DELETE-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO MARC-RPT-LINE(22:11)
           WRITE MARC-RPT-LINE

           MOVE SPACES TO MARC-RPT-LINE
           MOVE "BOOKS SKIPPED:" TO MARC-RPT-LINE(1:14)
           MOVE WS-SKIP-COUNT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO MARC-RPT-LINE(22:11)
           WRITE MARC-RPT-LINE

           IF WS-RUN-ERROR
           THEN
              MOVE SPACES TO MARC-RPT-LINE
              MOVE "RUN ENDED IN ERROR - EXPORT INCOMPLETE, RERUN"
                TO MARC-RPT-LINE
              WRITE MARC-RPT-LINE
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
       SQL-DECLARE-CURSOR-MARC SECTION.
      *>------------------------------------------------------------------------

      *>  cursor for the books to export, each with the newest of
      *>  its insert, last update, BOOK_HIST row and copy change
OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_MARC CURSOR FOR
OCESQL*        SELECT    M.ISBN
OCESQL*                , M.TITLE
OCESQL*                , M.AUTHORS
OCESQL*                , M.PUB_YEAR
OCESQL*                , M.PAGE_NR
OCESQL*                , M.DELETE_FLAG
OCESQL*                , TO_CHAR(M.INSERT_TIMESTAMP,'YYMMDD')
OCESQL*                , CASE WHEN M.INSERT_TIMESTAMP
OCESQL*                          > :HV-HWM-TIMESTAMP
OCESQL*                       THEN 'Y' ELSE 'N' END
OCESQL*                , TO_CHAR(M.CHANGE_TS,'YYYY-MM-DD HH24:MI:SS.US')
OCESQL*                , TO_CHAR(M.CHANGE_TS,'YYYYMMDDHH24MISS') || '.0'
OCESQL*        FROM     (SELECT B.ISBN
OCESQL*                       , COALESCE(B.TITLE,' ')       AS TITLE
OCESQL*                       , COALESCE(B.AUTHORS,' ')     AS AUTHORS
OCESQL*                       , COALESCE(TO_CHAR(B.PUB_DATE,'YYYY'),' ')
OCESQL*                                                     AS PUB_YEAR
OCESQL*                       , COALESCE(B.PAGE_NR,0)       AS PAGE_NR
OCESQL*                       , COALESCE(B.DELETE_FLAG,'N')
OCESQL*                                             AS DELETE_FLAG
OCESQL*                       , B.INSERT_TIMESTAMP
OCESQL*                       , GREATEST(B.INSERT_TIMESTAMP
OCESQL*                         , COALESCE(B.LUPD_TIMESTAMP
OCESQL*                                  , B.INSERT_TIMESTAMP)
OCESQL*                         , COALESCE((SELECT MAX(C.LUPD_TIMESTAMP)
OCESQL*                                     FROM   BOOK_COPY C
OCESQL*                                     WHERE  C.ISBN = B.ISBN)
OCESQL*                                  , B.INSERT_TIMESTAMP)
OCESQL*                         , COALESCE((SELECT MAX(H.HIST_TIMESTAMP)
OCESQL*                                     FROM   BOOK_HIST H
OCESQL*                                     WHERE  H.ISBN = B.ISBN)
OCESQL*                                  , B.INSERT_TIMESTAMP))
OCESQL*                                                     AS CHANGE_TS
OCESQL*                  FROM   BOOK B) M
OCESQL*        WHERE     M.CHANGE_TS > :HV-HWM-TIMESTAMP
OCESQL*        ORDER BY  M.ISBN ASC
OCESQL*   END-EXEC
OCESQL*
OCESQL*   .
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 26
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-HWM-TIMESTAMP
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 26
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-HWM-TIMESTAMP
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBMARC_CURSOR_MARC" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-MARC-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-MARC SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_MARC
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBMARC_CURSOR_MARC" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-OPEN-CURSOR-MARC-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-MARC SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_MARC
OCESQL*        INTO    :HV-ISBN
OCESQL*              , :HV-TITLE
OCESQL*              , :HV-AUTHORS
OCESQL*              , :HV-PUB-YEAR
OCESQL*              , :HV-PAGE-NR
OCESQL*              , :HV-DELETE-FLAG
OCESQL*              , :HV-ENTERED-DATE
OCESQL*              , :HV-NEW-FLAG
OCESQL*              , :HV-CHANGE-TIMESTAMP
OCESQL*              , :HV-TRANS-STAMP
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
OCESQL          BY VALUE 16
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PUB-YEAR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PAGE-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-DELETE-FLAG
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ENTERED-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-NEW-FLAG
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 26
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CHANGE-TIMESTAMP
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 16
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-TRANS-STAMP
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBMARC_CURSOR_MARC" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-FETCH-CURSOR-MARC-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-MARC SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_MARC
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBMARC_CURSOR_MARC" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-CLOSE-CURSOR-MARC-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-DECLARE-CURSOR-MARC-AUTH SECTION.
      *>------------------------------------------------------------------------

      *>  cursor for one book's linked authors - the one whose name
      *>  opens the AUTHORS text first, then in the order linked
OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_MARC_AUTH CURSOR FOR
OCESQL*        SELECT    A.AUTHOR_NAME
OCESQL*        FROM      BOOK_AUTHOR BA
OCESQL*                , AUTHOR      A
OCESQL*        WHERE     A.AUTHOR_ID = BA.AUTHOR_ID
OCESQL*        AND       BA.ISBN     = :HV-ISBN
OCESQL*        ORDER BY  CASE WHEN POSITION(UPPER(RTRIM(A.AUTHOR_NAME))
OCESQL*                                     IN UPPER(:HV-AUTHORS)) = 1
OCESQL*                       THEN 0 ELSE 1 END
OCESQL*                , A.AUTHOR_ID ASC
OCESQL*   END-EXEC
OCESQL*
OCESQL*   .
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
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-AUTHORS
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBMARC_CURSOR_MARC_AUTH" & x"00"
OCESQL          BY REFERENCE SQ0002
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-MARC-AUTH-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-MARC-AUTH SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_MARC_AUTH
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBMARC_CURSOR_MARC_AUTH" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-OPEN-CURSOR-MARC-AUTH-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-MARC-AUTH SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_MARC_AUTH
OCESQL*        INTO    :HV-AUTHOR-NAME
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-AUTHOR-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBMARC_CURSOR_MARC_AUTH" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-FETCH-CURSOR-MARC-AUTH-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-MARC-AUTH SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_MARC_AUTH
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBMARC_CURSOR_MARC_AUTH" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-CLOSE-CURSOR-MARC-AUTH-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-DECLARE-CURSOR-MARC-SUBJ SECTION.
      *>------------------------------------------------------------------------

      *>  cursor for one book's subjects
OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_MARC_SUBJ CURSOR FOR
OCESQL*        SELECT    S.SUBJ_NAME
OCESQL*        FROM      BOOK_SUBJECT X
OCESQL*                , SUBJECT      S
OCESQL*        WHERE     S.SUBJ_CODE = X.SUBJ_CODE
OCESQL*        AND       X.ISBN      = :HV-ISBN
OCESQL*        ORDER BY  S.SUBJ_CODE ASC
OCESQL*   END-EXEC
OCESQL*
OCESQL*   .
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBMARC_CURSOR_MARC_SUBJ" & x"00"
OCESQL          BY REFERENCE SQ0003
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-MARC-SUBJ-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-MARC-SUBJ SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_MARC_SUBJ
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBMARC_CURSOR_MARC_SUBJ" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-OPEN-CURSOR-MARC-SUBJ-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-MARC-SUBJ SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_MARC_SUBJ
OCESQL*        INTO    :HV-SUBJ-NAME
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SUBJ-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBMARC_CURSOR_MARC_SUBJ" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-FETCH-CURSOR-MARC-SUBJ-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-MARC-SUBJ SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_MARC_SUBJ
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBMARC_CURSOR_MARC_SUBJ" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-CLOSE-CURSOR-MARC-SUBJ-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-DECLARE-CURSOR-MARC-COPY SECTION.
      *>------------------------------------------------------------------------

      *>  cursor for one book's copies not discarded
OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_MARC_COPY CURSOR FOR
OCESQL*        SELECT    COPY_NR
OCESQL*                , COALESCE(LOCATION,' ')
OCESQL*        FROM      BOOK_COPY
OCESQL*        WHERE     ISBN         = :HV-ISBN
OCESQL*        AND       COPY_STATUS <> 'D'
OCESQL*        ORDER BY  COPY_NR ASC
OCESQL*   END-EXEC
OCESQL*
OCESQL*   .
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBMARC_CURSOR_MARC_COPY" & x"00"
OCESQL          BY REFERENCE SQ0004
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-MARC-COPY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-MARC-COPY SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_MARC_COPY
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBMARC_CURSOR_MARC_COPY" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-OPEN-CURSOR-MARC-COPY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-MARC-COPY SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_MARC_COPY
OCESQL*        INTO    :HV-COPY-NR
OCESQL*              , :HV-COPY-LOCATION
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-COPY-LOCATION
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBMARC_CURSOR_MARC_COPY" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-FETCH-CURSOR-MARC-COPY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-MARC-COPY SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_MARC_COPY
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBMARC_CURSOR_MARC_COPY" & x"00"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-CLOSE-CURSOR-MARC-COPY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       JOBLOG-RUN-START SECTION.
      *>------------------------------------------------------------------------

      *>  record the run in JOB_RUN; a failure to log never stops
      *>  the job itself
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBMARC" TO LN-JL-PROGRAM

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
           MOVE WS-READ-COUNT  TO LN-JL-READ-COUNT
           MOVE WS-WRITE-COUNT TO LN-JL-INSERT-COUNT
           MOVE WS-SKIP-COUNT  TO LN-JL-REJECT-COUNT
           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

           .
       JOBLOG-RUN-END-EX.
          EXIT.

       END PROGRAM PGBMARC.
