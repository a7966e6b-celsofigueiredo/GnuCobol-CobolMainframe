      *> Date-Written: 2026.08.22
      *>
      *> Usage:        CALL "PGJOBLOG" USING LN-JOBLOG
      *>               - at start: function S, program name set,
      *>                 the business date set or left blank;
      *>                 the run id comes back in LN-JL-RUN-ID
      *>               - at end:   function E, run id and counts set,
      *>                 status C (complete) or E (error)
      *> ========== ============================================================
      *> 2026.08.22 Celso:
      *>            - first version.
      *> 2026.10.15 Celso:
      *>            - the start row records the business processing
      *>              date the run covers (JOB_RUN.BUS_DATE), as the
      *>              caller passes it or else as PGBDCAL's
      *>              processing-date function answers; an unusable
      *>              BUSDATE leaves the column NULL.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       01 WS-SQL-STATUS                PIC S9(9) COMP-5.
          88 SQL-STATUS-OK             VALUE    0.

      *> linkage for the shared business-day calendar PGBDCAL
       COPY "LNBDCAL.cpy".

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 HV-RUN-ID                    PIC 9(09).
       01 HV-PROGRAM                   PIC X(08).
       01 HV-BUS-DATE                  PIC X(10).
       01 HV-READ-COUNT                PIC 9(09).
       01 HV-INSERT-COUNT              PIC 9(09).
       01 HV-REJECT-COUNT              PIC 9(09).
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(153) VALUE "INSERT INTO JOB_RUN ( RUN_ID, P"
OCESQL  &  "ROGRAM_NAME, BUS_DATE, START_TIMESTAMP, RUN_STATUS ) VALUES"
OCESQL  &  " ( $1, $2, NULLIF(RTRIM($3),'')::date, CURRENT_TIMESTAMP, '"
OCESQL  &  "R' )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0003.
          MOVE ZERO TO LN-JL-RUN-ID
          MOVE LN-JL-PROGRAM TO HV-PROGRAM

      *>  a caller that did not work out its business date itself
      *>  gets the one the stream is running to
          IF LN-JL-BUS-DATE = SPACES
          THEN
             INITIALIZE LN-BDCAL
             SET V-LN-BD-FNC-PROCESSING OF LN-BDCAL TO TRUE
             CALL "PGBDCAL" USING LN-BDCAL END-CALL
             IF LN-BD-RC = 0
             THEN
                MOVE LN-BD-RESULT-DATE TO LN-JL-BUS-DATE
             END-IF
          END-IF
          MOVE LN-JL-BUS-DATE TO HV-BUS-DATE

          PERFORM SQL-SELECT-NEXT-RUN-ID

          IF NOT SQL-STATUS-OK
OCESQL*        INSERT INTO JOB_RUN
OCESQL*        (  RUN_ID
OCESQL*         , PROGRAM_NAME
OCESQL*         , BUS_DATE
OCESQL*         , START_TIMESTAMP
OCESQL*         , RUN_STATUS
OCESQL*        )
OCESQL*        VALUES
OCESQL*        (  :HV-RUN-ID
OCESQL*         , :HV-PROGRAM
OCESQL*         , NULLIF(RTRIM(:HV-BUS-DATE),'')::date
OCESQL*         , CURRENT_TIMESTAMP
OCESQL*         , 'R'
OCESQL*        )
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PROGRAM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0002
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
