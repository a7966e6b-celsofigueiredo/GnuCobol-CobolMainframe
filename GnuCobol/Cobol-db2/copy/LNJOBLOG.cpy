      *>              program name; PGJOBLOG hands back the run id. At
      *>              end the caller sets the function to E, the counts
      *>              and the final status, and passes the run id back.
      *>              The start row also records the business date the
      *>              run covers.
      *>
      *> Author:      Celso
      *>
      *> ========== ============================================================
      *> 2026.08.22 Celso:
      *>            - first version.
      *> 2026.10.15 Celso:
      *>            - added LN-JL-BUS-DATE, the business processing
      *>              date recorded on the run's JOB_RUN row.
      *>************************************************************************

       01  LN-JOBLOG.
      *>     which program is running
           05  LN-JL-PROGRAM           PIC X(08).

      *>     the business processing date the run covers, YYYY-MM-DD
      *>     - set by the caller from PGBDCAL's processing-date
      *>     function, or left blank at start for PGJOBLOG to ask
      *>     PGBDCAL itself; the date recorded comes back here
           05  LN-JL-BUS-DATE          PIC X(10).

      *>     run counts, meaning what the program counts - records
      *>     read, rows written/inserted, records rejected
           05  LN-JL-READ-COUNT        PIC 9(09).
