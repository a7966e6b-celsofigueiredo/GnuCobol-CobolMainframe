      *>               - what date is N business days ahead?
      *>               - what was the previous business day?
      *>               - how many business days lie between two dates?
      *>               - which business date does this batch run
      *>                 cover? - the operator's BUSDATE when set (the
      *>                 stream driver sets it for all its steps),
      *>                 otherwise the business day before today, as
      *>                 the overnight stream runs after midnight.
      *>
      *>               The holiday file is one YYYY-MM-DD date per
      *>               record (a record starting with * is a comment),
      *> Usage:        CALL "PGBDCAL" USING LN-BDCAL
      *>               HOLIDAYS names the holiday file; a missing file
      *>               simply means no holidays are on record.
      *>               BUSDATE=YYYY-MM-DD, when set, is the business
      *>               processing date batch runs work to.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *>              LN-BD-DATE up to and including LN-BD-DATE-2,
      *>              for the overdue-fine arithmetic (closed days
      *>              never count against the borrower).
      *> 2026.10.15 Celso:
      *>            - added the processing-date function, so every
      *>              batch program works to one business date instead
      *>              of the machine clock and a missed night can be
      *>              rerun for its own date.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       01  WS-BUSINESS-SW               PIC X(01).
           88  WS-BUSINESS                  VALUE "Y".

      *> processing-date function - today, and the operator's date
       01  WS-TODAY-TEXT                PIC X(21).
       01  WS-TODAY-DATE                PIC X(10).
       01  WS-ENV-BUSDATE               PIC X(10).

       LINKAGE SECTION.
       COPY "LNBDCAL.cpy".

             PERFORM LOAD-HOLIDAY-FILE
          END-IF

      *>  the processing date is asked without a date of its own
          IF V-LN-BD-FNC-PROCESSING
          THEN
             PERFORM PROCESSING-DATE
             GOBACK
          END-IF

          PERFORM TEXT-DATE-TO-INTEGER

          IF LN-BD-RC NOT = 0
       STEP-ONE-DAY-BACKWARD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PROCESSING-DATE SECTION.
      *>------------------------------------------------------------------------

      *>  the business date a batch run covers. BUSDATE wins when it
      *>  is set - the stream driver sets it for all its steps, and
      *>  an operator catching up a missed night sets it by hand; it
      *>  must be a real YYYY-MM-DD date and not lie after today.
      *>  Unset, it is the business day before today, the overnight
      *>  stream running after midnight.
          MOVE SPACES TO LN-BD-RESULT-DATE

          MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TEXT
          MOVE SPACES TO WS-TODAY-DATE
          STRING WS-TODAY-TEXT(1:4) "-" WS-TODAY-TEXT(5:2) "-"
                 WS-TODAY-TEXT(7:2)
            DELIMITED BY SIZE INTO WS-TODAY-DATE
          END-STRING

          MOVE SPACES TO WS-ENV-BUSDATE
          ACCEPT WS-ENV-BUSDATE FROM ENVIRONMENT "BUSDATE"

          IF WS-ENV-BUSDATE = SPACES
          THEN
             SET V-LN-BD-SOURCE-CALENDAR TO TRUE
             MOVE WS-TODAY-DATE TO LN-BD-DATE
             PERFORM TEXT-DATE-TO-INTEGER
             PERFORM PREVIOUS-BUSINESS-DAY
             EXIT SECTION
          END-IF

          SET V-LN-BD-SOURCE-OPERATOR TO TRUE
          MOVE WS-ENV-BUSDATE TO LN-BD-DATE

          IF WS-ENV-BUSDATE(5:1) NOT = "-"
          OR WS-ENV-BUSDATE(8:1) NOT = "-"
          THEN
             MOVE 8 TO LN-BD-RC
             EXIT SECTION
          END-IF

          PERFORM TEXT-DATE-TO-INTEGER

          IF LN-BD-RC NOT = 0
          THEN
             EXIT SECTION
          END-IF

          IF WS-ENV-BUSDATE > WS-TODAY-DATE
          THEN
             MOVE 8 TO LN-BD-RC
             EXIT SECTION
          END-IF

          MOVE WS-ENV-BUSDATE TO LN-BD-RESULT-DATE

          .
       PROCESSING-DATE-EX.
          EXIT.

       END PROGRAM PGBDCAL.
