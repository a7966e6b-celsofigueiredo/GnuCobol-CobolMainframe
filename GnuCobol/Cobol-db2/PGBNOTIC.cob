      *>               timestamp), so the same level is never sent
      *>               twice for one loan and the history proves what
      *>               was sent when.
      *>               A borrower who takes messages by e-mail or SMS
      *>               gets the first notice through PGBGATE instead.
      *>
      *> Author:       Celso
      *>
      *> ========== ============================================================
      *> 2026.09.02 Celso:
      *>            - first version.
      *> 2026.10.15 Celso:
      *>            - each letter now carries the borrower's postal
      *>              address block (address lines and postcode from
      *>              the BORROWER row) under the name, or a hold-at-
      *>              the-desk note when no address is on record.
      *>            - a first notice for a borrower who takes messages
      *>              by e-mail or SMS (with a usable address) is left
      *>              to the PGBGATE gateway run, which records it in
      *>              LOAN_NOTICE the same way; the second and final
      *>              notices stay letters for everyone.
      *>            - days overdue, the notice level and the letter date
      *>              now run from the business processing date from
      *>              PGBDCAL instead of the machine date; it goes on
      *>              the JOB_RUN row too.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       01  WS-PREV-BORROWER-ID          PIC 9(06) VALUE ZERO.
       01  WS-LETTER-MAX-LEVEL          PIC 9(01) VALUE ZERO.

      *> one loan line of a letter
       01  WS-DETAIL-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
      *> linkage for the shared run logger PGJOBLOG
       COPY "LNJOBLOG.cpy".

      *> linkage for the shared business-day calendar PGBDCAL
       COPY "LNBDCAL.cpy".

      *> SQL communication area
       COPY "sqlca.cbl".

           88  SQL-STATUS-NOT-FOUND         VALUE  100.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 HV-BUS-DATE                   PIC X(10).
       01 HV-BORROWER-ID                PIC 9(06).
       01 HV-BORROWER-NAME              PIC X(40).
       01 HV-ISBN                       PIC 9(13).
       01 HV-DAYS-OVER                  PIC 9(05).
       01 HV-NOTICE-LEVEL               PIC 9(01).
       01 HV-CHECKOUT-TS                PIC X(26).
       01 HV-ADDRESS-1                  PIC X(40).
       01 HV-ADDRESS-2                  PIC X(40).
       01 HV-ADDRESS-3                  PIC X(40).
       01 HV-POSTCODE                   PIC X(10).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(1227) VALUE "SELECT L.BORROWER_ID, W.BORROW"
OCESQL  &  "ER_NAME, L.ISBN, COALESCE(L.COPY_NR,0), B.TITLE, TO_CHAR(L."
OCESQL  &  "DUE_DATE,'YYYY-MM-DD'), CAST($1 AS DATE) - L.DUE_DATE, CASE"
OCESQL  &  " WHEN CAST($2 AS DATE) - L.DUE_DATE >= 28 THEN 3 WHEN CAST("
OCESQL  &  "$3 AS DATE) - L.DUE_DATE >= 14 THEN 2 ELSE 1 END, TO_CHAR(L"
OCESQL  &  ".CHECKOUT_TIMESTAMP,'YYYY-MM-DD HH24:MI:SS.US'), COALESCE(W"
OCESQL  &  ".ADDRESS_LINE_1,' '), COALESCE(W.ADDRESS_LINE_2,' '), COALE"
OCESQL  &  "SCE(W.ADDRESS_LINE_3,' '), COALESCE(W.POSTCODE,' ') FROM LO"
OCESQL  &  "AN L, BOOK B, BORROWER W WHERE B.ISBN = L.ISBN AND W.BORROW"
OCESQL  &  "ER_ID = L.BORROWER_ID AND L.RETURN_TIMESTAMP IS NULL AND L."
OCESQL  &  "DUE_DATE < CAST($4 AS DATE) AND CASE WHEN CAST($5 AS DATE) "
OCESQL  &  "- L.DUE_DATE >= 28 THEN 3 WHEN CAST($6 AS DATE) - L.DUE_DAT"
OCESQL  &  "E >= 14 THEN 2 ELSE 1 END > COALESCE((SELECT MAX(N.NOTICE_L"
OCESQL  &  "EVEL) FROM LOAN_NOTICE N WHERE N.ISBN = L.ISBN AND COALESCE"
OCESQL  &  "(N.COPY_NR,0) = COALESCE(L.COPY_NR,0) AND N.CHECKOUT_TIMEST"
OCESQL  &  "AMP = L.CHECKOUT_TIMESTAMP),0) AND ( CAST($7 AS DATE) - L.D"
OCESQL  &  "UE_DATE >= 14 OR NOT ( ( COALESCE(W.CONTACT_CHANNEL,'P') = "
OCESQL  &  "'E' AND COALESCE(W.EMAIL,' ') <> ' ' AND COALESCE(W.EMAIL_B"
OCESQL  &  "OUNCED,'N') <> 'Y') OR ( COALESCE(W.CONTACT_CHANNEL,'P') = "
OCESQL  &  "'S' AND COALESCE(W.PHONE,' ') <> ' ' AND COALESCE(W.PHONE_B"
OCESQL  &  "OUNCED,'N') <> 'Y'))) ORDER BY L.BORROWER_ID ASC, L.DUE_DAT"
OCESQL  &  "E ASC, L.ISBN ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.

           DISPLAY "PGBNOTIC: overdue notice letters starting"

           PERFORM SET-BUSINESS-DATE

           IF HV-BUS-DATE = SPACES
           THEN
              DISPLAY "PGBNOTIC: BUSDATE " LN-BD-DATE " is not a "
                      "valid date on or before today - run not started"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM CONNECT-DATABASE

           IF LN-SQLCODE OF LN-MOD NOT = 0
              GOBACK
           END-IF

           PERFORM SQL-DECLARE-CURSOR-NOTIC
           PERFORM SQL-OPEN-CURSOR-NOTIC

       MAIN-PGBNOTIC-EX.
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
              DISPLAY "PGBNOTIC: business date " HV-BUS-DATE
           END-IF

           .
       SET-BUSINESS-DATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CONNECT-DATABASE SECTION.
      *>------------------------------------------------------------------------
           WRITE NOTICE-LTR-LINE

           MOVE SPACES TO NOTICE-LTR-LINE
           MOVE HV-BUS-DATE TO NOTICE-LTR-LINE(1:10)
           WRITE NOTICE-LTR-LINE

           MOVE SPACES TO NOTICE-LTR-LINE
           MOVE ")" TO NOTICE-LTR-LINE(63:1)
           WRITE NOTICE-LTR-LINE

      *>  the address block under the name, for a window envelope;
      *>  blank lines are left out, and a borrower with no address
      *>  on record gets a note so the desk holds the letter
           IF  HV-ADDRESS-1 = SPACES
           AND HV-ADDRESS-2 = SPACES
           AND HV-ADDRESS-3 = SPACES
           AND HV-POSTCODE  = SPACES
           THEN
              MOVE SPACES TO NOTICE-LTR-LINE
              MOVE "(NO POSTAL ADDRESS ON RECORD - HOLD AT THE DESK)"
                TO NOTICE-LTR-LINE(5:48)
              WRITE NOTICE-LTR-LINE
           END-IF

           IF HV-ADDRESS-1 NOT = SPACES
           THEN
              MOVE SPACES TO NOTICE-LTR-LINE
              MOVE HV-ADDRESS-1 TO NOTICE-LTR-LINE(5:40)
              WRITE NOTICE-LTR-LINE
           END-IF

           IF HV-ADDRESS-2 NOT = SPACES
           THEN
              MOVE SPACES TO NOTICE-LTR-LINE
              MOVE HV-ADDRESS-2 TO NOTICE-LTR-LINE(5:40)
              WRITE NOTICE-LTR-LINE
           END-IF

           IF HV-ADDRESS-3 NOT = SPACES
           THEN
              MOVE SPACES TO NOTICE-LTR-LINE
              MOVE HV-ADDRESS-3 TO NOTICE-LTR-LINE(5:40)
              WRITE NOTICE-LTR-LINE
           END-IF

           IF HV-POSTCODE NOT = SPACES
           THEN
              MOVE SPACES TO NOTICE-LTR-LINE
              MOVE HV-POSTCODE TO NOTICE-LTR-LINE(5:10)
              WRITE NOTICE-LTR-LINE
           END-IF

           MOVE SPACES TO NOTICE-LTR-LINE
           WRITE NOTICE-LTR-LINE

OCESQL*                , COALESCE(L.COPY_NR,0)
OCESQL*                , B.TITLE
OCESQL*                , TO_CHAR(L.DUE_DATE,'YYYY-MM-DD')
OCESQL*                , CAST(:HV-BUS-DATE AS DATE) - L.DUE_DATE
OCESQL*                , CASE WHEN CAST(:HV-BUS-DATE AS DATE)
OCESQL*                              - L.DUE_DATE >= 28
OCESQL*                       THEN 3
OCESQL*                       WHEN CAST(:HV-BUS-DATE AS DATE)
OCESQL*                              - L.DUE_DATE >= 14
OCESQL*                       THEN 2
OCESQL*                       ELSE 1 END
OCESQL*                , TO_CHAR(L.CHECKOUT_TIMESTAMP,
OCESQL*                          'YYYY-MM-DD HH24:MI:SS.US')
OCESQL*                , COALESCE(W.ADDRESS_LINE_1,' ')
OCESQL*                , COALESCE(W.ADDRESS_LINE_2,' ')
OCESQL*                , COALESCE(W.ADDRESS_LINE_3,' ')
OCESQL*                , COALESCE(W.POSTCODE,' ')
OCESQL*        FROM      LOAN     L
OCESQL*                , BOOK     B
OCESQL*                , BORROWER W
OCESQL*        WHERE     B.ISBN             = L.ISBN
OCESQL*        AND       W.BORROWER_ID      = L.BORROWER_ID
OCESQL*        AND       L.RETURN_TIMESTAMP IS NULL
OCESQL*        AND       L.DUE_DATE         < CAST(:HV-BUS-DATE AS DATE)
OCESQL*        AND       CASE WHEN CAST(:HV-BUS-DATE AS DATE)
OCESQL*                              - L.DUE_DATE >= 28
OCESQL*                       THEN 3
OCESQL*                       WHEN CAST(:HV-BUS-DATE AS DATE)
OCESQL*                              - L.DUE_DATE >= 14
OCESQL*                       THEN 2
OCESQL*                       ELSE 1 END
OCESQL*                > COALESCE((SELECT MAX(N.NOTICE_LEVEL)
OCESQL*                                 = COALESCE(L.COPY_NR,0)
OCESQL*                            AND    N.CHECKOUT_TIMESTAMP
OCESQL*                                 = L.CHECKOUT_TIMESTAMP),0)
OCESQL*        AND       (   CAST(:HV-BUS-DATE AS DATE)
OCESQL*                        - L.DUE_DATE >= 14
OCESQL*                   OR NOT
OCESQL*                      (   (    COALESCE(W.CONTACT_CHANNEL,'P')
OCESQL*                             = 'E'
OCESQL*                          AND  COALESCE(W.EMAIL,' ') <> ' '
OCESQL*                          AND  COALESCE(W.EMAIL_BOUNCED,'N')
OCESQL*                            <> 'Y')
OCESQL*                       OR (    COALESCE(W.CONTACT_CHANNEL,'P')
OCESQL*                             = 'S'
OCESQL*                          AND  COALESCE(W.PHONE,' ') <> ' '
OCESQL*                          AND  COALESCE(W.PHONE_BOUNCED,'N')
OCESQL*                            <> 'Y')))
OCESQL*        ORDER BY  L.BORROWER_ID ASC
OCESQL*                , L.DUE_DATE    ASC
OCESQL*                , L.ISBN        ASC
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
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BUS-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBNOTIC_CURSOR_NOTIC" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 7
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-NOTIC-EX.
          EXIT.
OCESQL*              , :HV-DAYS-OVER
OCESQL*              , :HV-NOTICE-LEVEL
OCESQL*              , :HV-CHECKOUT-TS
OCESQL*              , :HV-ADDRESS-1
OCESQL*              , :HV-ADDRESS-2
OCESQL*              , :HV-ADDRESS-3
OCESQL*              , :HV-POSTCODE
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CHECKOUT-TS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ADDRESS-1
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ADDRESS-2
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ADDRESS-3
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-POSTCODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGBNOTIC_CURSOR_NOTIC" & x"00"
           INITIALIZE LN-JOBLOG
           SET V-LN-JL-FNC-START OF LN-JOBLOG TO TRUE
           MOVE "PGBNOTIC" TO LN-JL-PROGRAM
           MOVE HV-BUS-DATE TO LN-JL-BUS-DATE

           CALL "PGJOBLOG" USING LN-JOBLOG END-CALL

