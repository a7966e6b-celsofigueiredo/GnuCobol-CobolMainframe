      *>
      *> Purpose:      Morning operations report - last night's batch
      *>               runs from the JOB_RUN table PGJOBLOG maintains,
      *>               one line per run since yesterday with the
      *>               business date it covered, flagged with
      *>               *** when something needs attention: a run that
      *>               ended in error, a run still in status R (it
      *>               died without closing off), or a run with
      *>            - added the stale-alert section: any OPS_ALERT
      *>              row older than a day that nobody has signed
      *>              off on the review screen yet.
      *> 2026.10.15 Celso:
      *>            - each run line shows the business date the run
      *>              covered, as PGJOBLOG recorded it on JOB_RUN, so
      *>              the catch-up runs of a missed night can be told
      *>              apart.
      *>************************************************************************

       IDENTIFICATION DIVISION.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WD-PROGRAM               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-BUS-DATE              PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-START-TS              PIC X(19).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WD-END-TS                PIC X(19).
       01 HV-INSERT-COUNT               PIC 9(09).
       01 HV-REJECT-COUNT               PIC 9(09).
       01 HV-RUN-STATUS                 PIC X(01).
       01 HV-BUS-DATE                   PIC X(10).
      *> this report's own JOB_RUN row, left out of the listing -
      *> it is still in status R while the report is being written
       01 HV-OWN-RUN-ID                 PIC 9(09).

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(365) VALUE "SELECT RUN_ID, PROGRAM_NAME, TO"
OCESQL  &  "_CHAR(START_TIMESTAMP,'YYYY-MM-DD HH24:MI:SS'), COALESCE(TO"
OCESQL  &  "_CHAR(END_TIMESTAMP,'YYYY-MM-DD HH24:MI:SS'),' '), COALESCE"
OCESQL  &  "(READ_COUNT,0), COALESCE(INSERT_COUNT,0), COALESCE(REJECT_C"
OCESQL  &  "OUNT,0), RUN_STATUS, COALESCE(TO_CHAR(BUS_DATE,'YYYY-MM-DD'"
OCESQL  &  "),' ') FROM JOB_RUN WHERE START_TIMESTAMP >= CURRENT_DATE -"
OCESQL  &  " 1 AND RUN_ID <> $1 ORDER BY RUN_ID ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.

           MOVE SPACES TO OPS-RPT-LINE
           MOVE "PROGRAM" TO OPS-RPT-LINE(5:7)
           MOVE "BUS DATE" TO OPS-RPT-LINE(15:8)
           MOVE "STARTED" TO OPS-RPT-LINE(27:7)
           MOVE "ENDED" TO OPS-RPT-LINE(48:5)
           MOVE "S" TO OPS-RPT-LINE(69:1)
           MOVE "READ" TO OPS-RPT-LINE(79:4)
           MOVE "WRITTEN" TO OPS-RPT-LINE(89:7)
           MOVE "REJECTED" TO OPS-RPT-LINE(101:8)
           WRITE OPS-RPT-LINE

           .
           END-IF

           MOVE HV-PROGRAM                TO WD-PROGRAM
           MOVE HV-BUS-DATE               TO WD-BUS-DATE
           MOVE HV-START-TS               TO WD-START-TS
           MOVE HV-END-TS                 TO WD-END-TS
           MOVE HV-RUN-STATUS             TO WD-STATUS
OCESQL*                , COALESCE(INSERT_COUNT,0)
OCESQL*                , COALESCE(REJECT_COUNT,0)
OCESQL*                , RUN_STATUS
OCESQL*                , COALESCE(TO_CHAR(BUS_DATE,'YYYY-MM-DD'),' ')
OCESQL*        FROM      JOB_RUN
OCESQL*        WHERE     START_TIMESTAMP >= CURRENT_DATE - 1
OCESQL*        AND       RUN_ID          <> :HV-OWN-RUN-ID
OCESQL*        ORDER BY  RUN_ID           ASC
OCESQL*   END-EXEC
OCESQL*
OCESQL*   .
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL*              , :HV-INSERT-COUNT
OCESQL*              , :HV-REJECT-COUNT
OCESQL*              , :HV-RUN-STATUS
OCESQL*              , :HV-BUS-DATE
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RUN-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBOPRPT_CURSOR_JOB_RUN" & x"00"
