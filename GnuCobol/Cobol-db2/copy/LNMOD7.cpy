      *>              and -PSWD-NEW; SIGNON now answers with
      *>              LN-OUT-APP-PSWD-CHANGE when a password change
      *>              is being forced on the account.
      *> 2026.10.15 Celso:
      *>            - LN-OUT-APP-PSWD-CHANGE is also raised when the
      *>              password has outlived its allowed age.
      *>            - added LN-INP-TERMINAL-ID, the terminal a sign-on
      *>              is keyed at, recorded in the access log.
      *>************************************************************************

       01  LN-MOD.
      *>         application sign-on credentials
               10  LN-INP-APP-USER          PIC X(20).
               10  LN-INP-APP-PSWD          PIC X(20).
      *>         the terminal the sign-on is keyed at
               10  LN-INP-TERMINAL-ID       PIC X(08).
      *>         user administration fields - the display name and
      *>         role for an add, and the new password for a reset
      *>         or an own-password change
                   88  V-LN-OUT-ROLE-SUPERVISOR  VALUE "S".
               10  LN-OUT-APP-NAME          PIC X(40).
      *>         Y when the account must change its password before
      *>         carrying on - a reset by a supervisor, or a password
      *>         past its allowed age
               10  LN-OUT-APP-PSWD-CHANGE   PIC X(01).
                   88  V-LN-OUT-PSWD-CHANGE      VALUE "Y".
               10  LN-OUT-ACQ-COST          PIC 9(07)V9(02).
