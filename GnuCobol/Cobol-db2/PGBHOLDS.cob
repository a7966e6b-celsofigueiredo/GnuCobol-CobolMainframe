      *> ========== ============================================================
      *> 2026.09.02 Celso:
      *>            - first version.
      *> 2026.10.15 Celso:
      *>            - a work-level hold gets a second line under its
      *>              detail line with the work it was placed on, and
      *>              whether an edition has been allocated to it from
      *>              the hold shelf yet or any edition will still do.
      *>************************************************************************

       IDENTIFICATION DIVISION.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-PHONE                 PIC X(20).

      *> the second line of a work-level hold - the ISBN above is the
      *> edition it was placed through until one is allocated
       01  WS-WORK-LINE.
           05  FILLER                   PIC X(18) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE "WORK ".
           05  WW-WORK-ID               PIC 9(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WW-WORK-TITLE            PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WW-ALLOCATION            PIC X(45).

      *> linkage record passed to PGMOD7
       COPY "LNMOD7.cpy".

       01 HV-BORROWER-ID                PIC 9(06).
       01 HV-BORROWER-NAME              PIC X(40).
       01 HV-PHONE                      PIC X(20).
      *> zero on an edition-level hold
       01 HV-WORK-ID                    PIC 9(09).
       01 HV-WORK-TITLE                 PIC X(60).
       01 HV-SHELF-COPY-NR              PIC 9(03).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(448) VALUE "SELECT TO_CHAR(R.PLACE_TIMESTAM"
OCESQL  &  "P,'YYYY-MM-DD HH24:MI'), R.ISBN, B.TITLE, R.BORROWER_ID, W."
OCESQL  &  "BORROWER_NAME, W.PHONE, COALESCE(R.WORK_ID,0), COALESCE((SE"
OCESQL  &  "LECT K.WORK_TITLE FROM BOOK_WORK K WHERE K.WORK_ID = R.WORK"
OCESQL  &  "_ID),' '), COALESCE(R.SHELF_COPY_NR,0) FROM RESERVATION R, "
OCESQL  &  "BOOK B, BORROWER W WHERE B.ISBN = R.ISBN AND W.BORROWER_ID "
OCESQL  &  "= R.BORROWER_ID AND R.CANCEL_TIMESTAMP IS NULL AND R.FULFIL"
OCESQL  &  "_TIMESTAMP IS NULL ORDER BY R.PLACE_TIMESTAMP ASC, R.RES_ID"
OCESQL  &  " ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       PROCEDURE DIVISION.
           MOVE WS-DETAIL-LINE TO HOLDS-RPT-LINE
           WRITE HOLDS-RPT-LINE

           IF HV-WORK-ID > ZEROES
           THEN
              MOVE HV-WORK-ID             TO WW-WORK-ID
              MOVE HV-WORK-TITLE          TO WW-WORK-TITLE
              MOVE SPACES                 TO WW-ALLOCATION
              IF HV-SHELF-COPY-NR > ZEROES
              THEN
                 STRING "EDITION ALLOCATED - COPY "
                        HV-SHELF-COPY-NR " ON HOLD SHELF"
                   DELIMITED BY SIZE
                   INTO WW-ALLOCATION
                 END-STRING
              ELSE
                 MOVE "ANY EDITION - NOT YET ALLOCATED"
                   TO WW-ALLOCATION
              END-IF

              MOVE WS-WORK-LINE TO HOLDS-RPT-LINE
              WRITE HOLDS-RPT-LINE
           END-IF

           ADD 1 TO WS-LINE-COUNT

           PERFORM SQL-FETCH-CURSOR-HOLDS
OCESQL*                , R.BORROWER_ID
OCESQL*                , W.BORROWER_NAME
OCESQL*                , W.PHONE
OCESQL*                , COALESCE(R.WORK_ID,0)
OCESQL*                , COALESCE((SELECT K.WORK_TITLE
OCESQL*                            FROM   BOOK_WORK K
OCESQL*                            WHERE  K.WORK_ID = R.WORK_ID),' ')
OCESQL*                , COALESCE(R.SHELF_COPY_NR,0)
OCESQL*        FROM      RESERVATION R
OCESQL*                , BOOK        B
OCESQL*                , BORROWER    W
OCESQL*              , :HV-BORROWER-ID
OCESQL*              , :HV-BORROWER-NAME
OCESQL*              , :HV-PHONE
OCESQL*              , :HV-WORK-ID
OCESQL*              , :HV-WORK-TITLE
OCESQL*              , :HV-SHELF-COPY-NR
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PHONE
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
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SHELF-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBHOLDS_CURSOR_HOLDS" & x"00"
