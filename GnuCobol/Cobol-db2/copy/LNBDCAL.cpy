      *>              the date N business days ahead?" and "what was
      *>              the previous business day?", weekends and the
      *>              holidays in the HOLIDAYS file both counting as
      *>              non-business days; and "which business date does
      *>              this batch run cover?".
      *>
      *> Author:      Celso
      *>
      *>              days lie between these two dates?") with
      *>              LN-BD-DATE-2 and LN-BD-RESULT-DAYS, for the
      *>              overdue-fine arithmetic.
      *> 2026.10.15 Celso:
      *>            - added the processing-date function: the business
      *>              date a batch run covers, from BUSDATE or else the
      *>              previous business day, with LN-BD-DATE-SOURCE
      *>              telling the two apart.
      *>************************************************************************

       01  LN-BDCAL.
               88  V-LN-BD-FNC-ADD-DAYS    VALUE "A".
               88  V-LN-BD-FNC-PREVIOUS    VALUE "P".
               88  V-LN-BD-FNC-COUNT       VALUE "C".
               88  V-LN-BD-FNC-PROCESSING  VALUE "D".

      *>     the date asked about, YYYY-MM-DD
           05  LN-BD-DATE              PIC X(10).
      *>     end does not lie after the start
           05  LN-BD-RESULT-DAYS       PIC 9(05).

      *>     the answer date, for the add, previous and
      *>     processing-date functions
           05  LN-BD-RESULT-DATE       PIC X(10).

      *>     the answer for the is-business-day function
               88  V-LN-BD-BUSINESS        VALUE "Y".
               88  V-LN-BD-NON-BUSINESS    VALUE "N".

      *>     where the processing date came from - the operator's
      *>     BUSDATE, or the calendar (the previous business day)
           05  LN-BD-DATE-SOURCE       PIC X(01).
               88  V-LN-BD-SOURCE-OPERATOR VALUE "O".
               88  V-LN-BD-SOURCE-CALENDAR VALUE "C".

      *>     0 = answered, 8 = the date given was not a valid date
      *>     (for the processing-date function: BUSDATE is not a
      *>     valid YYYY-MM-DD date, or lies after today)
           05  LN-BD-RC                PIC 9(01).
