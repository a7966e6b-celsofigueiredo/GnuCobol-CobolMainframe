      *>************************************************************************
      *> Copybook:    LNACCLOG.cpy
      *>
      *> Purpose:     Linkage passed between the online modules and
      *>              PGACCLOG, the borrower access logger:
      *>                 CALL "PGACCLOG" USING LN-ACCLOG
      *>              The caller sets who did what from which
      *>              terminal, and to which borrower; PGACCLOG adds
      *>              the timestamp and writes the ACCESS_LOG row in a
      *>              unit of work of its own, so it is called only
      *>              once the caller's own work is committed or
      *>              rolled back.
      *>
      *> Author:      Celso
      *>
      *> Date-Written: 2026.10.15
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Celso:
      *>            - first version.
      *>************************************************************************

       01  LN-ACCLOG.
      *>     what was done
           05  LN-AL-EVENT             PIC X(01).
               88  V-LN-AL-SIGNON-OK       VALUE "S".
               88  V-LN-AL-SIGNON-FAIL     VALUE "F".
               88  V-LN-AL-BORROWER-VIEW   VALUE "B".
               88  V-LN-AL-LOAN-HIST-PAGE  VALUE "H".
               88  V-LN-AL-FINE-PAY        VALUE "P".
               88  V-LN-AL-FINE-WAIVE      VALUE "W".

      *>     who did it, and at which terminal - for a sign-on the
      *>     user-id as keyed, known or not
           05  LN-AL-USERID            PIC X(20).
           05  LN-AL-TERMINAL-ID       PIC X(08).

      *>     the borrower concerned - zero for a sign-on
           05  LN-AL-BORROWER-ID       PIC 9(06).

      *>     a short note: why a sign-on was refused, where a
      *>     history page started, the amount paid or waived
           05  LN-AL-DETAIL            PIC X(40).

      *>     SQLCODE of the logging itself - a failure to log never
      *>     undoes the function being logged, but the caller can see
      *>     it happened
           05  LN-AL-SQLCODE           PIC S9(10).
