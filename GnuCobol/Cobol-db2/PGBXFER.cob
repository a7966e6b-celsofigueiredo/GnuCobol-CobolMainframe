      *> ========== ============================================================
      *> 2026.09.02 Celso:
      *>            - first version.
      *> 2026.10.15 Celso:
      *>            - days in transit count up to the business
      *>              processing date from PGBDCAL instead of the
      *>              machine date; it goes on the JOB_RUN row too.
      *>************************************************************************

       IDENTIFICATION DIVISION.
      *> linkage for the shared run logger PGJOBLOG
       COPY "LNJOBLOG.cpy".

      *> linkage for the shared business-day calendar PGBDCAL
       COPY "LNBDCAL.cpy".

      *> linkage for the shared operations alert writer PGOPSALT
       COPY "LNOPSALT.cpy".

           88  SQL-STATUS-NOT-FOUND         VALUE  100.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 HV-BUS-DATE                   PIC X(10).
       01 HV-XFER-ID                    PIC 9(09).
       01 HV-ISBN                       PIC 9(13).
       01 HV-COPY-NR                    PIC 9(03).

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(272) VALUE "SELECT X.XFER_ID, X.ISBN, X.COP"
OCESQL  &  "Y_NR, X.FROM_LOC, X.TO_LOC, TO_CHAR(X.DISPATCH_TIMESTAMP,'Y"
OCESQL  &  "YYY-MM-DD'), X.DISPATCH_USER, CAST($1 AS DATE) - CAST(X.DIS"
OCESQL  &  "PATCH_TIMESTAMP AS DATE) FROM TRANSFER X WHERE X.RECEIVE_TI"
OCESQL  &  "MESTAMP IS NULL ORDER BY X.DISPATCH_TIMESTAMP ASC, X.XFER_I"
OCESQL  &  "D ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       PROCEDURE DIVISION.

           DISPLAY "PGBXFER: transfers-outstanding report starting"

           PERFORM SET-BUSINESS-DATE

           IF HV-BUS-DATE = SPACES
           THEN
              DISPLAY "PGBXFER: BUSDATE " LN-BD-DATE " is not a "
                      "valid date on or before today - run not started"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM SET-XFER-DAYS

           PERFORM CONNECT-DATABASE
       SET-XFER-DAYS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-BUSINESS-DATE SECTION.
      *>------------------------------------------------------------------------

      *>  the business date this run covers - the stream's BUSDATE,
      *>  or the previous business day when run on its own - used
      *>  in place of the machine date and logged on JOB_RUN
           INITIALIZE LN-BDCAL
           SET V-LN-BD-FNC-PROCESSING OF LN-BDCAL TO TRUE

           CALL "PGBDCAL" USING LN-BDCAL END-CALL

           MOVE SPACES TO HV-BUS-DATE
           IF LN-BD-RC = 0
           THEN
              MOVE LN-BD-RESULT-DATE TO HV-BUS-DATE
              DISPLAY "PGBXFER: business date " HV-BUS-DATE
           END-IF

           .
       SET-BUSINESS-DATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CONNECT-DATABASE SECTION.
      *>------------------------------------------------------------------------
OCESQL*                , X.TO_LOC
OCESQL*                , TO_CHAR(X.DISPATCH_TIMESTAMP,'YYYY-MM-DD')
OCESQL*                , X.DISPATCH_USER
OCESQL*                , CAST(:HV-BUS-DATE AS DATE)
OCESQL*                - CAST(X.DISPATCH_TIMESTAMP AS DATE)
OCESQL*        FROM      TRANSFER X
OCESQL*        WHERE     X.RECEIVE_TIMESTAMP IS NULL
OCESQL*        ORDER BY  X.DISPATCH_TIMESTAMP ASC
OCESQL*                , X.XFER_ID            ASC
OCESQL*   END-EXEC
OCESQL*
OCESQL*   .
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBXFER_CURSOR_XFER" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-XFER-EX.
          EXIT.
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBXFER" TO LN-JL-PROGRAM
           MOVE HV-BUS-DATE TO LN-JL-BUS-DATE

           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

