      *>               loan, no outstanding fine, no open hold and no
      *>               circulation, fine or reservation activity for
      *>               the retention period has
      *>               their name, phone number, postal address and
      *>               e-mail blanked on the BORROWER row (and in the
      *>               gateway message log). The row
      *>               itself and the numeric LOAN history stay, so
      *>               the circulation statistics keep counting - only
      *>               the personal data goes. A blanked borrower
      *>               never becomes a candidate again.
      *>
      *>               Everything anonymized is listed on the report
      *>               by borrower number (deliberately without the
      *> ========== ============================================================
      *> 2026.09.02 Celso:
      *>            - first version.
      *> 2026.10.15 Celso:
      *>            - the fine balance test counts a replacement charge
      *>              (entry type R) as money owed, like an assessment.
      *>            - the postal address lines, postcode and e-mail now
      *>              on the BORROWER row are blanked with the name
      *>              and phone number.
      *>            - the contact channel goes back to post with its
      *>              bounce flags cleared, and the addresses in the
      *>              borrower's BORROWER_MESSAGE gateway log are
      *>              blanked too.
      *>            - the retention period now counts back from the
      *>              business processing date (PGBDCAL - the stream's
      *>              BUSDATE) instead of the machine date, and the date
      *>              goes on the JOB_RUN row.
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
       01 HV-RETENTION-DAYS             PIC 9(05).
       01 HV-BORROWER-ID                PIC 9(06).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(793) VALUE "SELECT W.BORROWER_ID FROM BORRO"
OCESQL  &  "WER W WHERE TRIM(COALESCE(W.BORROWER_NAME,'')) <> '' AND W."
OCESQL  &  "INSERT_TIMESTAMP < CAST($1 AS DATE) - $2 AND NOT EXISTS ( S"
OCESQL  &  "ELECT 1 FROM LOAN L WHERE L.BORROWER_ID = W.BORROWER_ID AND"
OCESQL  &  " ( L.RETURN_TIMESTAMP IS NULL OR L.CHECKOUT_TIMESTAMP > CAS"
OCESQL  &  "T($3 AS DATE) - $4 ) ) AND COALESCE(( SELECT SUM(CASE WHEN "
OCESQL  &  "F.ENTRY_TYPE IN ('A','R') THEN F.AMOUNT ELSE - F.AMOUNT END"
OCESQL  &  ") FROM FINE F WHERE F.BORROWER_ID = W.BORROWER_ID ),0) = 0 "
OCESQL  &  "AND NOT EXISTS ( SELECT 1 FROM FINE F2 WHERE F2.BORROWER_ID"
OCESQL  &  " = W.BORROWER_ID AND F2.ENTRY_TIMESTAMP > CAST($5 AS DATE) "
OCESQL  &  "- $6 ) AND NOT EXISTS ( SELECT 1 FROM RESERVATION R WHERE R"
OCESQL  &  ".BORROWER_ID = W.BORROWER_ID AND ( ( R.CANCEL_TIMESTAMP IS "
OCESQL  &  "NULL AND R.FULFIL_TIMESTAMP IS NULL ) OR R.PLACE_TIMESTAMP "
OCESQL  &  "> CAST($7 AS DATE) - $8 ) ) ORDER BY W.BORROWER_ID ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(228) VALUE "UPDATE BORROWER SET BORROWER_NA"
OCESQL  &  "ME = '', PHONE = '', ADDRESS_LINE_1 = '', ADDRESS_LINE_2 = "
OCESQL  &  "'', ADDRESS_LINE_3 = '', POSTCODE = '', EMAIL = '', CONTACT"
OCESQL  &  "_CHANNEL = 'P', EMAIL_BOUNCED = 'N', PHONE_BOUNCED = 'N' WH"
OCESQL  &  "ERE BORROWER_ID = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(063) VALUE "UPDATE BORROWER_MESSAGE SET ADD"
OCESQL  &  "RESS = '' WHERE BORROWER_ID = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       PROCEDURE DIVISION.

           DISPLAY "PGBANON: borrower anonymization starting"

           PERFORM SET-BUSINESS-DATE

           IF HV-BUS-DATE = SPACES
           THEN
              DISPLAY "PGBANON: BUSDATE " LN-BD-DATE " is not a "
                      "valid date on or before today - run not started"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM SET-RETENTION-PERIOD

           PERFORM CONNECT-DATABASE
       SET-RETENTION-PERIOD-EX.
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
              DISPLAY "PGBANON: business date " HV-BUS-DATE
           END-IF

           .
       SET-BUSINESS-DATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CONNECT-DATABASE SECTION.
      *>------------------------------------------------------------------------
              EXIT SECTION
           END-IF

      *>  the gateway message log keeps the e-mail address or phone
      *>  number each message went to - a borrower never messaged
      *>  has no rows there
           PERFORM SQL-UPDATE-MESSAGE-BLANK

           IF  NOT SQL-STATUS-OK
           AND NOT SQL-STATUS-NOT-FOUND
           THEN
              DISPLAY "PGBANON: could not blank the messages of "
                      "borrower " HV-BORROWER-ID ", SQLCODE "
                      WS-SQL-STATUS
              MOVE "Y" TO WS-RUN-ERROR-SW
              EXIT SECTION
           END-IF

           INITIALIZE WS-DETAIL-LINE
           MOVE HV-BORROWER-ID TO WD-BORROWER-ID
           MOVE "name and phone blanked" TO WD-TEXT
OCESQL*        FROM      BORROWER W
OCESQL*        WHERE     TRIM(COALESCE(W.BORROWER_NAME,'')) <> ''
OCESQL*        AND       W.INSERT_TIMESTAMP
OCESQL*                < CAST(:HV-BUS-DATE AS DATE)
OCESQL*                     - :HV-RETENTION-DAYS
OCESQL*        AND       NOT EXISTS
OCESQL*                  ( SELECT 1
OCESQL*                    FROM   LOAN L
OCESQL*                    WHERE  L.BORROWER_ID = W.BORROWER_ID
OCESQL*                    AND    ( L.RETURN_TIMESTAMP IS NULL
OCESQL*                          OR L.CHECKOUT_TIMESTAMP
OCESQL*                           > CAST(:HV-BUS-DATE AS DATE)
OCESQL*                                - :HV-RETENTION-DAYS )
OCESQL*                  )
OCESQL*        AND       COALESCE(( SELECT SUM(CASE
OCESQL*                             WHEN F.ENTRY_TYPE IN ('A','R')
OCESQL*                             THEN F.AMOUNT
OCESQL*                             ELSE - F.AMOUNT END)
OCESQL*                    FROM   FINE F
OCESQL*                    FROM   FINE F2
OCESQL*                    WHERE  F2.BORROWER_ID = W.BORROWER_ID
OCESQL*                    AND    F2.ENTRY_TIMESTAMP
OCESQL*                         > CAST(:HV-BUS-DATE AS DATE)
OCESQL*                              - :HV-RETENTION-DAYS
OCESQL*                  )
OCESQL*        AND       NOT EXISTS
OCESQL*                  ( SELECT 1
OCESQL*                    AND    ( ( R.CANCEL_TIMESTAMP IS NULL
OCESQL*                           AND R.FULFIL_TIMESTAMP IS NULL )
OCESQL*                          OR R.PLACE_TIMESTAMP
OCESQL*                           > CAST(:HV-BUS-DATE AS DATE)
OCESQL*                                - :HV-RETENTION-DAYS )
OCESQL*                  )
OCESQL*        ORDER BY  W.BORROWER_ID ASC
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RETENTION-DAYS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RETENTION-DAYS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RETENTION-DAYS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBANON_CURSOR_ANON" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 8
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
OCESQL*        UPDATE BORROWER
OCESQL*        SET       BORROWER_NAME = ''
OCESQL*               ,  PHONE         = ''
OCESQL*               ,  ADDRESS_LINE_1 = ''
OCESQL*               ,  ADDRESS_LINE_2 = ''
OCESQL*               ,  ADDRESS_LINE_3 = ''
OCESQL*               ,  POSTCODE      = ''
OCESQL*               ,  EMAIL         = ''
OCESQL*               ,  CONTACT_CHANNEL = 'P'
OCESQL*               ,  EMAIL_BOUNCED = 'N'
OCESQL*               ,  PHONE_BOUNCED = 'N'
OCESQL*        WHERE  BORROWER_ID = :HV-BORROWER-ID
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
       SQL-UPDATE-BORROWER-BLANK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-MESSAGE-BLANK SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE BORROWER_MESSAGE
OCESQL*        SET       ADDRESS       = ''
OCESQL*        WHERE  BORROWER_ID = :HV-BORROWER-ID
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0003
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

           MOVE SQLCODE TO WS-SQL-STATUS

           .
       SQL-UPDATE-MESSAGE-BLANK-EX.
          EXIT.


      *>------------------------------------------------------------------------
       JOBLOG-RUN-START SECTION.
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBANON" TO LN-JL-PROGRAM
           MOVE HV-BUS-DATE TO LN-JL-BUS-DATE

           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

