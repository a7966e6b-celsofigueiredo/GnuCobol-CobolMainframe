      *>               - check a book out (book must exist and not be
      *>                 soft-deleted, borrower must exist, the book
      *>                 must not already be on loan; the due date is
      *>                 stamped the borrower category's loan period
      *>                 ahead)
      *>               - check a book in (an open loan must exist)
      *>               - declare a loan lost and bill the borrower
      *>                 the replacement cost
      *>               - renew a borrower's membership (lending
      *>                 stops once it has expired)
      *>               - merge a duplicate borrower registration
      *>                 into the number the borrower keeps
      *>
      *>               A LOAN row with RETURN_TIMESTAMP still null is
      *>               an open loan; returned loans stay in the table
      *>              FINE-WAIVE record the desk's entries under the
      *>              signed-on user, and the borrower select carries
      *>              the outstanding balance.
      *> 2026.10.15 Celso:
      *>            - the lending rules now come from the borrower's
      *>              category: the BORROWER row carries a
      *>              CATEGORY_CODE and the BORR_CATEGORY table holds
      *>              each category's loan days, open-loan limit,
      *>              renewal limit and fine per day. CHECK-OUT,
      *>              RENEW-LOAN, SET-DUE-DATE and ASSESS-OVERDUE-FINE
      *>              read them through SELECT-CATEGORY-RULES; the
      *>              old constants stay only as the house rules for
      *>              a category with no rules row. A zero fine rate
      *>              (children, housebound readers) assesses nothing.
      *>            - added CATEGORY-LIST and the supervisor-only
      *>              CATEGORY-SAVE, so a rate change is a screen entry;
      *>              CHECK-SUPERVISOR-ACCESS reads the signed-on
      *>              user's role from APP_USER.
      *>            - added the hold shelf: a check-in of a reserved
      *>              title now puts the copy in status H, tied to
      *>              the oldest unshelved RESERVATION row through
      *>              SHELF_COPY_NR, with a PICKUP_DATE C-PICKUP-DAYS
      *>              business days ahead. CHECK-OUT lends a copy on
      *>              the hold shelf only to its own borrower, takes
      *>              the borrower's shelf copy first when no copy is
      *>              keyed, and puts it back to status S. Expired
      *>              and orphaned shelf copies are passed on by the
      *>              nightly PGBHSHLF run.
      *>            - added LOAN-LOST: a loan given up for lost is
      *>              closed with a LOST_TIMESTAMP, its overdue fine is
      *>              assessed, the book's ACQ_COST (or
      *>              C-DEFAULT-REPLACE-COST) plus C-REPLACE-FEE goes
      *>              on the FINE ledger as entry type R, and the copy
      *>              goes to status L. A lost copy checked in again
      *>              has its open replacement charge reversed (entry
      *>              type C) and returns to stock; the overdue fine
      *>              stands. Copies in status L are never lent. The
      *>              nightly PGBLOST run declares long-overdue loans
      *>              lost through this function.
      *>            - the BORROWER row now carries a postal address
      *>              (ADDRESS_LINE_1..3, POSTCODE), an EMAIL and a
      *>              membership EXPIRY_DATE, kept by BORROWER-INSERT
      *>              and BORROWER-UPDATE; a new membership runs
      *>              C-MEMBERSHIP-YEARS from today when no expiry is
      *>              keyed. CHECK-OUT refuses a borrower whose
      *>              membership has expired, and the new MEMBER-RENEW
      *>              extends it by C-MEMBERSHIP-YEARS at the desk.
      *>            - the BORROWER row now carries the CONTACT_CHANNEL
      *>              for the courtesy messages (E e-mail, S SMS, P
      *>              post, checked by CHECK-CONTACT-CHANNEL against
      *>              the keyed e-mail and phone) and the
      *>              EMAIL_BOUNCED / PHONE_BOUNCED flags the nightly
      *>              PGBGATE run sets from the gateway's bounce file;
      *>              BORROWER-UPDATE clears a flag when the desk
      *>              changes the address it belongs to.
      *>            - CHECK-OUT, CHECK-IN and RENEW-LOAN take the real
      *>              date-time of a transaction written on paper while
      *>              the database was down (LN-INP-TRANS-TIMESTAMP,
      *>              checked by CHECK-TRANS-TIMESTAMP): the loan is
      *>              stamped out and back at that moment and the due
      *>              date, membership check and overdue fine count
      *>              from that day (SET-TODAY-DATE). A check-out
      *>              refused over the loan limit or for a copy already
      *>              out says so in LN-OUT-REFUSE-REASON.
      *>            - new supervisor function BORROWER-MERGE folds a
      *>              duplicate registration into the number the
      *>              borrower keeps: LOAN, FINE, RESERVATION,
      *>              LOAN_NOTICE and BORROWER_MESSAGE rows move
      *>              across (a doubled hold on one title is
      *>              cancelled), a bar carries over, the folded number
      *>              is closed with status M and every merge is
      *>              recorded in BORROWER_HIST, as PGMODA records
      *>              author merges in AUTHOR_HIST. A closed number
      *>              neither borrows, holds nor updates, and the
      *>              desk is told the number to use instead.
      *>            - HOLD-PLACE takes a work-level hold
      *>              (LN-INP-HOLD-LEVEL W) on the work the keyed
      *>              edition is linked to in WORK_EDITION; the
      *>              RESERVATION row keeps the WORK_ID. CHECK-IN fills
      *>              it from a copy of any linked edition, in place
      *>              order with the edition's own holds, and the
      *>              shelved hold takes on that edition's ISBN so the
      *>              shelf pickup is unchanged. Cancel and check-out
      *>              meet a work-level hold through any linked
      *>              edition. Edition-level holds stay the default.
      *>            - new BORROWER_STATUS C (in collections), set by
      *>              the monthly PGBCOLL agency referral: CHECK-OUT
      *>              refuses the borrower, and BORROWER-UPDATE keeps
      *>              the status as it is - the desk neither sets nor
      *>              lifts it. A payment or waiver that clears the
      *>              balance (at the desk or posted from the agency's
      *>              remittance by PGBCREM) releases the borrower in
      *>              the same unit of work, back to the status held
      *>              before the referral (COLL_REFERRAL.PRIOR_STATUS).
      *>            - every borrower lookup, lending-history page and
      *>              fine payment or waiver is written to ACCESS_LOG
      *>              through PGACCLOG with the signed-on user,
      *>              LN-TERMINAL-ID and the borrower number, once the
      *>              function's own unit of work has ended
      *>              (LOG-BORROWER-ACCESS).
      *>            - cashier sessions: SESSION-OPEN starts the desk
      *>              user's CASHIER_SESSION with a float, and
      *>              SESSION-CLOSE takes the counted cash and works
      *>              out the variance against the float plus the cash
      *>              taken. A payment now needs LN-INP-PAY-METHOD;
      *>              cash or card is only taken inside the user's
      *>              open session, an agency payment (PGBCREM)
      *>              stands outside any session. Every payment gets
      *>              the next RECEIPT_NR and the receipt slip is
      *>              returned for the desk printer. FINE keeps
      *>              PAY_METHOD, SESSION_ID and RECEIPT_NR for the
      *>              nightly PGBCASH close-out.
      *>            - pay method A is taken only from the user the
      *>              remittance run books under (COLLUSER, default
      *>              COLLAGENCY); any other user is refused.
      *>            - BORROWER-UPDATE keeps the stored address lines,
      *>              postcode and e-mail when they come in blank, and
      *>              its status message now names C.
      *>            - a copy at the bindery (status R) is neither
      *>              offered as a free copy nor lent.
      *>            - LOAN-LOST takes its date from
      *>              LN-INP-TRANS-TIMESTAMP like the other loan
      *>              functions; blank is still now.
      *>            - BORROWER-MERGE refuses a number in collections
      *>              (status C) on either side; the agency remits
      *>              against the referred number.
      *>            - LOST-COPY-RETURN releases a borrower in
      *>              collections whose balance the reversal clears,
      *>              in the same unit of work, as a payment does.
      *>************************************************************************

       IDENTIFICATION DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> house lending rules - the borrower's BORR_CATEGORY row
      *> decides; these only stand in for a category with no row
      *> standard loan period - how many days ahead the due date is
      *> stamped at check-out
       78 C-LOAN-DAYS                  VALUE 14.
       78 C-MAX-LOAN-TAB-SIZE          VALUE 50.
      *> how many books one borrower may have out at once
       78 C-MAX-OPEN-LOANS             VALUE 8.
      *> size of the LN-OUT-CAT-TAB-LINE table in LNMOD8.cpy
       78 C-MAX-CAT-TAB-SIZE           VALUE 20.
      *> the category a borrower without one is lent under
       78 C-DEFAULT-CATEGORY           VALUE "A".
      *> how many business days a copy waits on the hold shelf for
      *> its borrower before the nightly PGBHSHLF run passes it on
       78 C-PICKUP-DAYS                VALUE 5.
      *> what a lost book is billed at when the catalog carries no
      *> ACQ_COST for it
       78 C-DEFAULT-REPLACE-COST       VALUE 25.00.
      *> the user the PGBCREM remittance run books agency payments
      *> under when COLLUSER is not set - the same default it uses
       78 C-DEFAULT-COLL-USER          VALUE "COLLAGENCY".
      *> processing fee billed on top of every lost book's price
       78 C-REPLACE-FEE                VALUE 5.00.
      *> how long one membership runs, from registration or from
      *> each renewal at the desk
       78 C-MEMBERSHIP-YEARS           VALUE 1.

      *> linkage for PGSQLMSG.cob
       COPY "LNSQLMSG.cpy".
      *> linkage for the shared business-day calendar PGBDCAL
       COPY "LNBDCAL.cpy".

      *> linkage for PGACCLOG.cob, the borrower access logger
       COPY "LNACCLOG.cpy".

      *> today, taken once per check-out for the due-date arithmetic
       01 WS-TODAY-TEXT                PIC X(21).
       01 WS-TODAY-DATE                PIC X(10).

      *> a membership expiry date being worked out - the current
      *> expiry or today, moved on by one membership term
       01 WS-EXPIRY-WORK               PIC X(10).
       01 WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-WORK.
          05 WS-EXPIRY-YEAR            PIC 9(04).
          05 FILLER                    PIC X(01).
          05 WS-EXPIRY-MONTH           PIC 9(02).
          05 FILLER                    PIC X(01).
          05 WS-EXPIRY-DAY             PIC 9(02).

      *> the real date-time of a transaction keyed in after the
      *> fact, taken apart by CHECK-TRANS-TIMESTAMP, and the present
      *> moment in the same YYYY-MM-DD HH:MM:SS form to hold it to
       01 WS-TRANS-WORK                PIC X(26).
       01 WS-TRANS-PARTS REDEFINES WS-TRANS-WORK.
          05 WS-TRANS-YEAR             PIC X(04).
          05 WS-TRANS-SEP-1            PIC X(01).
          05 WS-TRANS-MONTH            PIC X(02).
          05 WS-TRANS-SEP-2            PIC X(01).
          05 WS-TRANS-DAY              PIC X(02).
          05 WS-TRANS-SEP-3            PIC X(01).
          05 WS-TRANS-HOUR             PIC X(02).
          05 WS-TRANS-SEP-4            PIC X(01).
          05 WS-TRANS-MINUTE           PIC X(02).
          05 WS-TRANS-SEP-5            PIC X(01).
          05 WS-TRANS-SECOND           PIC X(02).
          05 WS-TRANS-REST             PIC X(07).
       01 WS-TRANS-YMD                 PIC 9(08).
       01 WS-TRANS-YMD-PARTS REDEFINES WS-TRANS-YMD.
          05 WS-TRANS-YMD-YEAR         PIC 9(04).
          05 WS-TRANS-YMD-MONTH        PIC 9(02).
          05 WS-TRANS-YMD-DAY          PIC 9(02).
       01 WS-TRANS-DATE-INT            PIC 9(07).
       01 WS-NOW-TIMESTAMP             PIC X(19).

      *> set by CHECK-TRANS-TIMESTAMP when the keyed date-time can
      *> be used
       01 WS-TRANS-OK-SW               PIC X(01).
          88 WS-TRANS-OK                  VALUE "Y".

      *> ISBN-10 acceptance, same arithmetic as PGMOD7's entry-time
      *> check: a right-justified 10-digit number with a sound mod-11
      *> check digit rewrites itself as its 978 ISBN-13
       01 WS-COPY-OK-SW                PIC X(01).
          88 WS-COPY-OK                   VALUE "Y".
       01 WS-LOAN-COPY-NR              PIC 9(03).
      *> set when that copy is the one waiting on the hold shelf for
      *> this borrower, so the check-out takes it off the shelf
       01 WS-SHELF-COPY-SW             PIC X(01).
          88 WS-SHELF-COPY                VALUE "Y".

      *> fine assessment state for the check-in: whether the unit of
      *> work may commit, and whether a fine row actually went in
       01 WS-FINE-ASSESSED-SW          PIC X(01).
          88 WS-FINE-ASSESSED             VALUE "Y".

      *> the status the borrower row had before BORROWER-UPDATE, and
      *> whether a payment or waiver released the borrower from
      *> collections
       01 WS-OLD-BORR-STATUS           PIC X(01).
       01 WS-COLL-RELEASED-SW          PIC X(01).
          88 WS-COLL-RELEASED             VALUE "Y".

      *> the lending rules of the borrower being served, set by
      *> SELECT-CATEGORY-RULES from the borrower's category
       01 WS-CAT-LOAN-DAYS             PIC 9(03).
       01 WS-CAT-MAX-LOANS             PIC 9(03).
       01 WS-CAT-MAX-RENEWALS          PIC 9(02).
       01 WS-CAT-FINE-PER-DAY          PIC 9(03)V9(02).

      *> set by CHECK-CATEGORY-CODE when a keyed category has rules
       01 WS-CAT-OK-SW                 PIC X(01).
          88 WS-CAT-OK                    VALUE "Y".

      *> the contact channel of a borrower being added or changed,
      *> and the row's e-mail and phone before the change - an
      *> address the desk corrects loses its bounce flag
       01 WS-CONTACT-CHANNEL           PIC X(01).
       01 WS-OLD-EMAIL                 PIC X(60).
       01 WS-OLD-PHONE                 PIC X(20).
       01 WS-OLD-EMAIL-BOUNCED         PIC X(01).
       01 WS-OLD-PHONE-BOUNCED         PIC X(01).

      *> the user agency remittances are booked under (COLLUSER);
      *> only that user may post pay method A
       01 WS-COLL-USER                 PIC X(20).

      *> the row's postal address before a change - an address line
      *> or postcode left blank on the update keeps what is stored
       01 WS-OLD-ADDRESS.
         05 WS-OLD-ADDRESS-1           PIC X(40).
         05 WS-OLD-ADDRESS-2           PIC X(40).
         05 WS-OLD-ADDRESS-3           PIC X(40).
         05 WS-OLD-POSTCODE            PIC X(10).

      *> set by CHECK-CONTACT-CHANNEL when the keyed channel can be
      *> used with the e-mail and phone keyed alongside it
       01 WS-CHANNEL-OK-SW             PIC X(01).
          88 WS-CHANNEL-OK                VALUE "Y".

      *> the folded-away borrower of a merge as read before it is
      *> closed, and the survivor's status before the merge
       01 WS-FROM-NAME                 PIC X(40).
       01 WS-FROM-STATUS               PIC X(01).
       01 WS-INTO-STATUS               PIC X(01).

      *> set by CHECK-SUPERVISOR-ACCESS
       01 WS-ACCESS-DENIED-SW          PIC X(01).
          88 WS-ACCESS-DENIED             VALUE "Y".

      *> a lost loan's bill: the overdue fine assessed up to the day
      *> it was declared lost, and the replacement price before the
      *> processing fee; for a lost copy found again, the replacement
      *> charge reversed
       01 WS-LOST-FINE-AMOUNT          PIC 9(05)V9(02).
       01 WS-REPLACE-COST              PIC 9(05)V9(02).
       01 WS-REVERSED-AMOUNT           PIC 9(05)V9(02).

      *> edited amounts and day counts for the message lines
       01 WS-AMOUNT-EDIT               PIC ZZZZ9.99.
       01 WS-CASH-EDIT                 PIC Z,ZZZ,ZZ9.99.
       01 WS-VARIANCE-EDIT             PIC -,---,--9.99.
       01 WS-DAYS-EDIT                 PIC ZZZZ9.

      *> page size actually used by a list call, defaulted from
         05 HV-PHONE                   PIC X(20).
         05 HV-BORR-STATUS             PIC X(01).
         05 HV-BORR-INSERT-USER        PIC X(20).
         05 HV-BORR-CATEGORY           PIC X(01).
         05 HV-ADDRESS-1               PIC X(40).
         05 HV-ADDRESS-2               PIC X(40).
         05 HV-ADDRESS-3               PIC X(40).
         05 HV-POSTCODE                PIC X(10).
         05 HV-EMAIL                   PIC X(60).
         05 HV-EXPIRY-DATE             PIC X(10).
         05 HV-CONTACT-CHANNEL         PIC X(01).
         05 HV-EMAIL-BOUNCED           PIC X(01).
         05 HV-PHONE-BOUNCED           PIC X(01).

      *> host variables for the table BORR_CATEGORY - one row of
      *> lending rules per borrower category
       01 HV-BORR-CATEGORY-ROW.
         05 HV-CAT-CODE                PIC X(01).
         05 HV-CAT-NAME                PIC X(30).
         05 HV-CAT-LOAN-DAYS           PIC 9(03).
         05 HV-CAT-MAX-LOANS           PIC 9(03).
         05 HV-CAT-MAX-RENEWALS        PIC 9(02).
         05 HV-CAT-FINE-PER-DAY        PIC 9(03)V9(02).
         05 HV-CAT-USER                PIC X(20).

      *> the signed-on user's role, for the supervisor functions
       01 HV-APP-USER-ID               PIC X(20).
       01 HV-APP-ROLE                  PIC X(01).

      *> how many open loans the borrower already holds
       01 HV-BORR-OPEN-NR              PIC 9(03).
         05 HV-LOAN-USER               PIC X(20).
         05 HV-LOAN-DUE-DATE           PIC X(10).
         05 HV-LOAN-RENEWAL-NR         PIC 9(02).
      *>   when the open loan went out, as YYYY-MM-DD HH:MM:SS
         05 HV-LOAN-OUT-TIMESTAMP      PIC X(19).

      *> the real date-time of a circulation transaction keyed in
      *> after the fact, YYYY-MM-DD HH:MM:SS - spaces mean now
       01 HV-TRANS-TIMESTAMP           PIC X(26).

      *> the book being lent
       01 HV-BOOK-ISBN                 PIC 9(13).
       01 HV-BOOK-TITLE                PIC X(60).
      *> what the book cost the library, the lost-book price
       01 HV-BOOK-ACQ-COST             PIC 9(07)V9(02).

      *> the physical copy being settled on at check-out
       01 HV-COPY-NR-IN                PIC 9(03).
       01 HV-COPY-STATUS               PIC X(01).
       01 HV-FREE-COPY-NR              PIC 9(03).
      *> the status a copy is being moved to, and by whom
       01 HV-COPY-NEW-STATUS           PIC X(01).
       01 HV-COPY-USER                 PIC X(20).

      *> how many copies of the ISBN are out, and the single open
      *> copy when there is exactly one
         05 HV-RES-ISBN                PIC 9(13).
         05 HV-RES-BORROWER-ID         PIC 9(06).
         05 HV-RES-USER                PIC X(20).
         05 HV-RES-COPY-NR             PIC 9(03).
         05 HV-RES-PICKUP-DATE         PIC X(10).
      *>  the work of a work-level hold (zero on an edition-level
      *>  one) and which of the two is being placed
         05 HV-RES-WORK-ID             PIC 9(09).
         05 HV-RES-LEVEL               PIC X(01).

      *> host variables for the FINE ledger - one row per
      *> assessment (A), payment (P), waiver (W), replacement
      *> charge for a lost book (R) or reversal of one when the book
      *> turns up (C); the balance is the sum of assessments and
      *> replacement charges less everything else
       01 HV-FINE.
         05 HV-FINE-ID                 PIC 9(09).
         05 HV-FINE-BORROWER-ID        PIC 9(06).
         05 HV-FINE-TYPE               PIC X(01).
         05 HV-FINE-AMOUNT             PIC 9(05)V9(02).
         05 HV-FINE-USER               PIC X(20).
      *>   for a payment only: C cash, K card or A agency, and for
      *>   cash and card the cashier session and the receipt
         05 HV-FINE-PAY-METHOD         PIC X(01).
         05 HV-FINE-SESSION-ID         PIC 9(09).
         05 HV-FINE-RECEIPT-NR         PIC 9(09).
       01 HV-FINE-BALANCE              PIC 9(05)V9(02).

      *> host variables for a desk user's CASHIER_SESSION: the float
      *> it opened with, the cash and card payments taken in it, and
      *> at close the cash expected, counted and the difference
       01 HV-CASH-SESSION.
         05 HV-SESSION-ID              PIC 9(09).
         05 HV-SESSION-USER            PIC X(20).
         05 HV-SESSION-TERMINAL        PIC X(08).
         05 HV-SESSION-FLOAT           PIC 9(07)V9(02).
         05 HV-SESSION-CASH-TAKEN      PIC 9(07)V9(02).
         05 HV-SESSION-CARD-TAKEN      PIC 9(07)V9(02).
         05 HV-SESSION-EXPECTED        PIC 9(07)V9(02).
         05 HV-SESSION-COUNTED         PIC 9(07)V9(02).
         05 HV-SESSION-VARIANCE        PIC S9(07)V9(02).

      *> one fetched line of the borrower's loan lists
       01 HV-LOAN-LIST.
         05 HV-LL-ISBN                 PIC 9(13).
      *> loans checked out before this timestamp are returned
       01 HV-LL-TS-RESTART             PIC X(26).

      *> the two parties of a borrower merge: the number folded away
      *> and the number that carries on, and who merged them
       01 HV-FROM-ID                   PIC 9(06).
       01 HV-INTO-ID                   PIC 9(06).
       01 HV-MERGE-USER                PIC X(20).

      *> the BORROWER_HIST audit row
       01 HV-BORR-HIST.
         05 HV-BH-BORROWER-ID          PIC 9(06).
         05 HV-BH-BORROWER-NAME        PIC X(40).
         05 HV-BH-ACTION               PIC X(01).
         05 HV-BH-MERGED-INTO-ID       PIC 9(06).
         05 HV-BH-USER                 PIC X(20).

      *> the status a borrower in collections goes back to
       01 HV-COLL-PRIOR-STATUS         PIC X(01).
OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(410) VALUE "SELECT BORROWER_ID, BORROWER_NA"
OCESQL  &  "ME, PHONE, COALESCE(BORROWER_STATUS,'A'), COALESCE(CATEGORY"
OCESQL  &  "_CODE,'A'), COALESCE(ADDRESS_LINE_1,' '), COALESCE(ADDRESS_"
OCESQL  &  "LINE_2,' '), COALESCE(ADDRESS_LINE_3,' '), COALESCE(POSTCOD"
OCESQL  &  "E,' '), COALESCE(EMAIL,' '), COALESCE(TO_CHAR(EXPIRY_DATE,'"
OCESQL  &  "YYYY-MM-DD'),' '), COALESCE(CONTACT_CHANNEL,'P'), COALESCE("
OCESQL  &  "EMAIL_BOUNCED,'N'), COALESCE(PHONE_BOUNCED,'N') FROM BORROW"
OCESQL  &  "ER WHERE BORROWER_ID = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(347) VALUE "INSERT INTO BORROWER ( BORROWER"
OCESQL  &  "_ID, BORROWER_NAME, PHONE, BORROWER_STATUS, CATEGORY_CODE, "
OCESQL  &  "ADDRESS_LINE_1, ADDRESS_LINE_2, ADDRESS_LINE_3, POSTCODE, E"
OCESQL  &  "MAIL, EXPIRY_DATE, CONTACT_CHANNEL, EMAIL_BOUNCED, PHONE_BO"
OCESQL  &  "UNCED, INSERT_USER, INSERT_TIMESTAMP ) VALUES ( $1, $2, $3,"
OCESQL  &  " 'A', $4, $5, $6, $7, $8, $9, $10::date, $11, 'N', 'N', $12"
OCESQL  &  ", CURRENT_TIMESTAMP )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(214) VALUE "SELECT BORROWER_ID, TO_CHAR(DUE"
OCESQL  &  "_DATE,'YYYY-MM-DD'), COALESCE(RENEWAL_COUNT,0), TO_CHAR(CHE"
OCESQL  &  "CKOUT_TIMESTAMP,'YYYY-MM-DD HH24:MI:SS') FROM LOAN WHERE IS"
OCESQL  &  "BN = $1 AND COALESCE(COPY_NR,0) = $2 AND RETURN_TIMESTAMP I"
OCESQL  &  "S NULL".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(238) VALUE "SELECT COALESCE(MIN(C.COPY_NR),"
OCESQL  &  "0) FROM BOOK_COPY C WHERE C.ISBN = $1 AND C.COPY_STATUS NOT"
OCESQL  &  " IN ('D','M','T','H','L','R') AND NOT EXISTS ( SELECT 1 FRO"
OCESQL  &  "M LOAN L WHERE L.ISBN = C.ISBN AND L.COPY_NR = C.COPY_NR AN"
OCESQL  &  "D L.RETURN_TIMESTAMP IS NULL )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(183) VALUE "INSERT INTO LOAN ( ISBN, COPY_N"
OCESQL  &  "R, BORROWER_ID, CHECKOUT_USER, CHECKOUT_TIMESTAMP, DUE_DATE"
OCESQL  &  " ) VALUES ( $1, $2, $3, $4, COALESCE(NULLIF($5,'')::timesta"
OCESQL  &  "mp, CURRENT_TIMESTAMP), $6::date )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(180) VALUE "UPDATE LOAN SET RETURN_USER = $"
OCESQL  &  "1, RETURN_TIMESTAMP = COALESCE(NULLIF($2,'')::timestamp, CU"
OCESQL  &  "RRENT_TIMESTAMP) WHERE ISBN = $3 AND COALESCE(COPY_NR,0) = "
OCESQL  &  "$4 AND RETURN_TIMESTAMP IS NULL".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0008.
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0012.
OCESQL     02  FILLER PIC X(150) VALUE "INSERT INTO RESERVATION ( RES_I"
OCESQL  &  "D, ISBN, BORROWER_ID, PLACE_USER, PLACE_TIMESTAMP, WORK_ID "
OCESQL  &  ") VALUES ( $1, $2, $3, $4, CURRENT_TIMESTAMP, NULLIF($5,0) "
OCESQL  &  ")".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0013.
OCESQL     02  FILLER PIC X(236) VALUE "SELECT RES_ID FROM RESERVATION "
OCESQL  &  "WHERE BORROWER_ID = $1 AND CANCEL_TIMESTAMP IS NULL AND FUL"
OCESQL  &  "FIL_TIMESTAMP IS NULL AND ( ISBN = $2 OR WORK_ID = $3 OR ( "
OCESQL  &  "$4 = 'W' AND ISBN IN (SELECT E.ISBN FROM WORK_EDITION E WHE"
OCESQL  &  "RE E.WORK_ID = $5))) LIMIT 1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0014.
OCESQL     02  FILLER PIC X(245) VALUE "UPDATE RESERVATION SET CANCEL_U"
OCESQL  &  "SER = $1, CANCEL_TIMESTAMP = CURRENT_TIMESTAMP WHERE BORROW"
OCESQL  &  "ER_ID = $2 AND CANCEL_TIMESTAMP IS NULL AND FULFIL_TIMESTAM"
OCESQL  &  "P IS NULL AND ( ISBN = $3 OR WORK_ID = (SELECT E.WORK_ID FR"
OCESQL  &  "OM WORK_EDITION E WHERE E.ISBN = $4))".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0015.
OCESQL     02  FILLER PIC X(245) VALUE "UPDATE RESERVATION SET FULFIL_U"
OCESQL  &  "SER = $1, FULFIL_TIMESTAMP = CURRENT_TIMESTAMP WHERE BORROW"
OCESQL  &  "ER_ID = $2 AND CANCEL_TIMESTAMP IS NULL AND FULFIL_TIMESTAM"
OCESQL  &  "P IS NULL AND ( ISBN = $3 OR WORK_ID = (SELECT E.WORK_ID FR"
OCESQL  &  "OM WORK_EDITION E WHERE E.ISBN = $4))".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0016.
OCESQL     02  FILLER PIC X(274) VALUE "SELECT RES_ID, BORROWER_ID, COA"
OCESQL  &  "LESCE(WORK_ID,0) FROM RESERVATION WHERE ( ISBN = $1 OR WORK"
OCESQL  &  "_ID = (SELECT E.WORK_ID FROM WORK_EDITION E WHERE E.ISBN = "
OCESQL  &  "$2)) AND CANCEL_TIMESTAMP IS NULL AND FULFIL_TIMESTAMP IS N"
OCESQL  &  "ULL AND SHELF_COPY_NR IS NULL ORDER BY PLACE_TIMESTAMP ASC "
OCESQL  &  "LIMIT 1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0017.
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0018.
OCESQL     02  FILLER PIC X(249) VALUE "INSERT INTO FINE ( FINE_ID, BOR"
OCESQL  &  "ROWER_ID, ISBN, COPY_NR, ENTRY_TYPE, AMOUNT, ENTRY_USER, EN"
OCESQL  &  "TRY_TIMESTAMP, PAY_METHOD, SESSION_ID, RECEIPT_NR ) VALUES "
OCESQL  &  "( $1, $2, $3, $4, $5, $6, $7, CURRENT_TIMESTAMP, NULLIF(RTR"
OCESQL  &  "IM($8),''), NULLIF($9,0), NULLIF($10,0) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0019.
OCESQL     02  FILLER PIC X(120) VALUE "SELECT COALESCE(SUM(CASE WHEN E"
OCESQL  &  "NTRY_TYPE IN ('A','R') THEN AMOUNT ELSE - AMOUNT END),0) FR"
OCESQL  &  "OM FINE WHERE BORROWER_ID = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0020.
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0022.
OCESQL     02  FILLER PIC X(307) VALUE "UPDATE BORROWER SET BORROWER_NA"
OCESQL  &  "ME = $1, PHONE = $2, BORROWER_STATUS = $3, CATEGORY_CODE = "
OCESQL  &  "$4, ADDRESS_LINE_1 = $5, ADDRESS_LINE_2 = $6, ADDRESS_LINE_"
OCESQL  &  "3 = $7, POSTCODE = $8, EMAIL = $9, EXPIRY_DATE = NULLIF($10"
OCESQL  &  ",'')::date, CONTACT_CHANNEL = $11, EMAIL_BOUNCED = $12, PHO"
OCESQL  &  "NE_BOUNCED = $13 WHERE BORROWER_ID = $14".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0023.
OCESQL     02  FILLER PIC X(077) VALUE "SELECT COUNT(*) FROM LOAN WHERE"
OCESQL  &  " BORROWER_ID = $1 AND RETURN_TIMESTAMP IS NULL".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0024.
OCESQL     02  FILLER PIC X(129) VALUE "SELECT CATEGORY_CODE, CATEGORY_"
OCESQL  &  "NAME, LOAN_DAYS, MAX_LOANS, MAX_RENEWALS, FINE_PER_DAY FROM"
OCESQL  &  " BORR_CATEGORY WHERE CATEGORY_CODE = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0025.
OCESQL     02  FILLER PIC X(194) VALUE "UPDATE BORR_CATEGORY SET CATEGO"
OCESQL  &  "RY_NAME = $1, LOAN_DAYS = $2, MAX_LOANS = $3, MAX_RENEWALS "
OCESQL  &  "= $4, FINE_PER_DAY = $5, UPDATE_USER = $6, UPDATE_TIMESTAMP"
OCESQL  &  " = CURRENT_TIMESTAMP WHERE CATEGORY_CODE = $7".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0026.
OCESQL     02  FILLER PIC X(196) VALUE "INSERT INTO BORR_CATEGORY ( CAT"
OCESQL  &  "EGORY_CODE, CATEGORY_NAME, LOAN_DAYS, MAX_LOANS, MAX_RENEWA"
OCESQL  &  "LS, FINE_PER_DAY, UPDATE_USER, UPDATE_TIMESTAMP ) VALUES ( "
OCESQL  &  "$1, $2, $3, $4, $5, $6, $7, CURRENT_TIMESTAMP )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0027.
OCESQL     02  FILLER PIC X(131) VALUE "SELECT CATEGORY_CODE, CATEGORY_"
OCESQL  &  "NAME, LOAN_DAYS, MAX_LOANS, MAX_RENEWALS, FINE_PER_DAY FROM"
OCESQL  &  " BORR_CATEGORY ORDER BY CATEGORY_CODE ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0028.
OCESQL     02  FILLER PIC X(099) VALUE "SELECT COALESCE(USER_ROLE,'I') "
OCESQL  &  "FROM APP_USER WHERE USER_ID = $1 AND COALESCE(USER_STATUS,'"
OCESQL  &  "A') = 'A'".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0029.
OCESQL     02  FILLER PIC X(148) VALUE "UPDATE RESERVATION SET SHELF_CO"
OCESQL  &  "PY_NR = $1, ISBN = $2, SHELF_USER = $3, SHELF_TIMESTAMP = C"
OCESQL  &  "URRENT_TIMESTAMP, PICKUP_DATE = $4::date WHERE RES_ID = $5".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0030.
OCESQL     02  FILLER PIC X(175) VALUE "SELECT RES_ID, BORROWER_ID, TO_"
OCESQL  &  "CHAR(PICKUP_DATE,'YYYY-MM-DD') FROM RESERVATION WHERE ISBN "
OCESQL  &  "= $1 AND SHELF_COPY_NR = $2 AND CANCEL_TIMESTAMP IS NULL AN"
OCESQL  &  "D FULFIL_TIMESTAMP IS NULL".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0031.
OCESQL     02  FILLER PIC X(179) VALUE "SELECT COALESCE(MIN(SHELF_COPY_"
OCESQL  &  "NR),0) FROM RESERVATION WHERE ISBN = $1 AND BORROWER_ID = $"
OCESQL  &  "2 AND SHELF_COPY_NR IS NOT NULL AND CANCEL_TIMESTAMP IS NUL"
OCESQL  &  "L AND FULFIL_TIMESTAMP IS NULL".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0032.
OCESQL     02  FILLER PIC X(122) VALUE "UPDATE BOOK_COPY SET COPY_STATU"
OCESQL  &  "S = $1, LUPD_USER = $2, LUPD_TIMESTAMP = CURRENT_TIMESTAMP "
OCESQL  &  "WHERE ISBN = $3 AND COPY_NR = $4".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0033.
OCESQL     02  FILLER PIC X(060) VALUE "SELECT TITLE, COALESCE(ACQ_COST"
OCESQL  &  ",0) FROM BOOK WHERE ISBN = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0034.
OCESQL     02  FILLER PIC X(252) VALUE "UPDATE LOAN SET RETURN_USER = $"
OCESQL  &  "1, RETURN_TIMESTAMP = COALESCE(NULLIF($2,'')::timestamp, CU"
OCESQL  &  "RRENT_TIMESTAMP), LOST_TIMESTAMP = COALESCE(NULLIF($3,'')::"
OCESQL  &  "timestamp, CURRENT_TIMESTAMP) WHERE ISBN = $4 AND COALESCE("
OCESQL  &  "COPY_NR,0) = $5 AND RETURN_TIMESTAMP IS NULL".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0035.
OCESQL     02  FILLER PIC X(129) VALUE "SELECT BORROWER_ID FROM LOAN WH"
OCESQL  &  "ERE ISBN = $1 AND COPY_NR = $2 AND LOST_TIMESTAMP IS NOT NU"
OCESQL  &  "LL ORDER BY LOST_TIMESTAMP DESC LIMIT 1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0036.
OCESQL     02  FILLER PIC X(172) VALUE "SELECT COALESCE(SUM(CASE WHEN E"
OCESQL  &  "NTRY_TYPE = 'R' THEN AMOUNT ELSE - AMOUNT END),0) FROM FINE"
OCESQL  &  " WHERE BORROWER_ID = $1 AND ISBN = $2 AND COPY_NR = $3 AND "
OCESQL  &  "ENTRY_TYPE IN ('R','C')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0037.
OCESQL     02  FILLER PIC X(065) VALUE "UPDATE BORROWER SET EXPIRY_DATE"
OCESQL  &  " = $1::date WHERE BORROWER_ID = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0038.
OCESQL     02  FILLER PIC X(161) VALUE "INSERT INTO BORROWER_HIST ( BOR"
OCESQL  &  "ROWER_ID, BORROWER_NAME, HIST_ACTION, MERGED_INTO_ID, HIST_"
OCESQL  &  "USER, HIST_TIMESTAMP ) VALUES ( $1, $2, $3, $4, $5, CURRENT"
OCESQL  &  "_TIMESTAMP )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0039.
OCESQL     02  FILLER PIC X(122) VALUE "SELECT MERGED_INTO_ID FROM BORR"
OCESQL  &  "OWER_HIST WHERE BORROWER_ID = $1 AND HIST_ACTION = 'M' ORDE"
OCESQL  &  "R BY HIST_TIMESTAMP DESC LIMIT 1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0040.
OCESQL     02  FILLER PIC X(376) VALUE "UPDATE RESERVATION R SET CANCEL"
OCESQL  &  "_USER = $1, CANCEL_TIMESTAMP = CURRENT_TIMESTAMP WHERE R.BO"
OCESQL  &  "RROWER_ID = $2 AND R.CANCEL_TIMESTAMP IS NULL AND R.FULFIL_"
OCESQL  &  "TIMESTAMP IS NULL AND R.SHELF_COPY_NR IS NULL AND EXISTS ( "
OCESQL  &  "SELECT 1 FROM RESERVATION S WHERE S.ISBN = R.ISBN AND S.BOR"
OCESQL  &  "ROWER_ID = $3 AND S.CANCEL_TIMESTAMP IS NULL AND S.FULFIL_T"
OCESQL  &  "IMESTAMP IS NULL AND S.SHELF_COPY_NR IS NOT NULL )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0041.
OCESQL     02  FILLER PIC X(344) VALUE "UPDATE RESERVATION R SET CANCEL"
OCESQL  &  "_USER = $1, CANCEL_TIMESTAMP = CURRENT_TIMESTAMP WHERE R.BO"
OCESQL  &  "RROWER_ID = $2 AND R.CANCEL_TIMESTAMP IS NULL AND R.FULFIL_"
OCESQL  &  "TIMESTAMP IS NULL AND R.SHELF_COPY_NR IS NULL AND EXISTS ( "
OCESQL  &  "SELECT 1 FROM RESERVATION S WHERE S.ISBN = R.ISBN AND S.BOR"
OCESQL  &  "ROWER_ID = $3 AND S.CANCEL_TIMESTAMP IS NULL AND S.FULFIL_T"
OCESQL  &  "IMESTAMP IS NULL )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0042.
OCESQL     02  FILLER PIC X(055) VALUE "UPDATE LOAN SET BORROWER_ID = $"
OCESQL  &  "1 WHERE BORROWER_ID = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0043.
OCESQL     02  FILLER PIC X(055) VALUE "UPDATE FINE SET BORROWER_ID = $"
OCESQL  &  "1 WHERE BORROWER_ID = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0044.
OCESQL     02  FILLER PIC X(062) VALUE "UPDATE RESERVATION SET BORROWER"
OCESQL  &  "_ID = $1 WHERE BORROWER_ID = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0045.
OCESQL     02  FILLER PIC X(062) VALUE "UPDATE LOAN_NOTICE SET BORROWER"
OCESQL  &  "_ID = $1 WHERE BORROWER_ID = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0046.
OCESQL     02  FILLER PIC X(067) VALUE "UPDATE BORROWER_MESSAGE SET BOR"
OCESQL  &  "ROWER_ID = $1 WHERE BORROWER_ID = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0047.
OCESQL     02  FILLER PIC X(063) VALUE "UPDATE BORROWER SET BORROWER_ST"
OCESQL  &  "ATUS = $1 WHERE BORROWER_ID = $2".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0048.
OCESQL     02  FILLER PIC X(048) VALUE "SELECT WORK_ID FROM WORK_EDITIO"
OCESQL  &  "N WHERE ISBN = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0049.
OCESQL     02  FILLER PIC X(105) VALUE "SELECT COALESCE(PRIOR_STATUS,'A"
OCESQL  &  "') FROM COLL_REFERRAL WHERE BORROWER_ID = $1 AND RELEASE_TI"
OCESQL  &  "MESTAMP IS NULL".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0050.
OCESQL     02  FILLER PIC X(134) VALUE "UPDATE COLL_REFERRAL SET RELEAS"
OCESQL  &  "E_USER = $1, RELEASE_TIMESTAMP = CURRENT_TIMESTAMP WHERE BO"
OCESQL  &  "RROWER_ID = $2 AND RELEASE_TIMESTAMP IS NULL".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0051.
OCESQL     02  FILLER PIC X(096) VALUE "SELECT SESSION_ID, FLOAT_AMOUNT"
OCESQL  &  " FROM CASHIER_SESSION WHERE USER_ID = $1 AND SESSION_STATUS"
OCESQL  &  " = 'O'".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0052.
OCESQL     02  FILLER PIC X(059) VALUE "SELECT COALESCE(MAX(SESSION_ID)"
OCESQL  &  ",0) + 1 FROM CASHIER_SESSION".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0053.
OCESQL     02  FILLER PIC X(178) VALUE "INSERT INTO CASHIER_SESSION ( S"
OCESQL  &  "ESSION_ID, USER_ID, TERMINAL_ID, OPEN_TIMESTAMP, FLOAT_AMOU"
OCESQL  &  "NT, SESSION_STATUS ) VALUES ( $1, $2, NULLIF(RTRIM($3),''),"
OCESQL  &  " CURRENT_TIMESTAMP, $4, 'O' )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0054.
OCESQL     02  FILLER PIC X(194) VALUE "SELECT COALESCE(SUM(CASE WHEN P"
OCESQL  &  "AY_METHOD = 'C' THEN AMOUNT ELSE 0 END),0), COALESCE(SUM(CA"
OCESQL  &  "SE WHEN PAY_METHOD = 'K' THEN AMOUNT ELSE 0 END),0) FROM FI"
OCESQL  &  "NE WHERE SESSION_ID = $1 AND ENTRY_TYPE = 'P'".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0055.
OCESQL     02  FILLER PIC X(174) VALUE "UPDATE CASHIER_SESSION SET CLOS"
OCESQL  &  "E_TIMESTAMP = CURRENT_TIMESTAMP, COUNTED_AMOUNT = $1, EXPEC"
OCESQL  &  "TED_AMOUNT = $2, SESSION_STATUS = 'C' WHERE SESSION_ID = $3"
OCESQL  &  " AND SESSION_STATUS = 'O'".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0056.
OCESQL     02  FILLER PIC X(048) VALUE "SELECT COALESCE(MAX(RECEIPT_NR)"
OCESQL  &  ",0) + 1 FROM FINE".
OCESQL     02  FILLER PIC X(1) VALUE X"00".

       LINKAGE SECTION.

          INITIALIZE LN-MSG OF LN-MOD8

      *>  circulation runs at the present moment unless the check-out,
      *>  check-in or renewal brings its own date-time
          MOVE SPACES TO HV-TRANS-TIMESTAMP

      *>  only a cash or card payment fills these in; every other
      *>  FINE row leaves them empty
          MOVE SPACE TO HV-FINE-PAY-METHOD
          MOVE ZERO  TO HV-FINE-SESSION-ID
                        HV-FINE-RECEIPT-NR

          EVALUATE TRUE
             WHEN V-LN8-FNC-BORROWER-INSERT
                PERFORM BORROWER-INSERT
             WHEN V-LN8-FNC-LOAN-HIST
                PERFORM LOAN-HIST-LIST

             WHEN V-LN8-FNC-CATEGORY-LIST
                PERFORM CATEGORY-LIST

             WHEN V-LN8-FNC-CATEGORY-SAVE
                PERFORM CATEGORY-SAVE

             WHEN V-LN8-FNC-LOAN-LOST
                PERFORM LOAN-LOST

             WHEN V-LN8-FNC-MEMBER-RENEW
                PERFORM MEMBER-RENEW

             WHEN V-LN8-FNC-BORROWER-MERGE
                PERFORM BORROWER-MERGE

             WHEN V-LN8-FNC-SESSION-OPEN
                PERFORM CASH-SESSION-OPEN

             WHEN V-LN8-FNC-SESSION-CLOSE
                PERFORM CASH-SESSION-CLOSE

             WHEN OTHER
                MOVE "Wrong linkage function"
                  TO LN-MSG-1 OF LN-MOD8
             EXIT SECTION
          END-IF

      *>  a borrower keyed without a category is lent to as an
      *>  adult; a keyed category must have its rules row
          IF LN-INP-BORROWER-CATEGORY OF LN-MOD8 = SPACE
          THEN
             MOVE C-DEFAULT-CATEGORY   TO HV-CAT-CODE
          ELSE
             MOVE LN-INP-BORROWER-CATEGORY OF LN-MOD8
               TO HV-CAT-CODE

             PERFORM CHECK-CATEGORY-CODE

             IF NOT WS-CAT-OK
             THEN
                EXIT SECTION
             END-IF
          END-IF

      *>  a borrower keyed without a contact channel is written to
          IF LN-INP-CONTACT-CHANNEL OF LN-MOD8 = SPACE
          THEN
             MOVE "P"                  TO WS-CONTACT-CHANNEL
          ELSE
             MOVE LN-INP-CONTACT-CHANNEL OF LN-MOD8
               TO WS-CONTACT-CHANNEL
          END-IF

          PERFORM CHECK-CONTACT-CHANNEL

          IF NOT WS-CHANNEL-OK
          THEN
             EXIT SECTION
          END-IF

      *>  a membership keyed without an expiry date runs one term
      *>  from today
          IF LN-INP-EXPIRY-DATE OF LN-MOD8 = SPACES
          THEN
             MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TEXT
             MOVE SPACES TO WS-EXPIRY-WORK
             STRING WS-TODAY-TEXT(1:4) "-" WS-TODAY-TEXT(5:2) "-"
                    WS-TODAY-TEXT(7:2)
               DELIMITED BY SIZE INTO WS-EXPIRY-WORK
             END-STRING

             PERFORM ADD-MEMBERSHIP-TERM
          ELSE
             MOVE LN-INP-EXPIRY-DATE   OF LN-MOD8
               TO WS-EXPIRY-WORK
          END-IF

          INITIALIZE HV-BORROWER
          MOVE LN-INP-BORROWER-ID      OF LN-MOD8
            TO HV-BORROWER-ID
            TO HV-BORROWER-NAME
          MOVE LN-INP-PHONE            OF LN-MOD8
            TO HV-PHONE
          MOVE HV-CAT-CODE
            TO HV-BORR-CATEGORY
          MOVE LN-INP-ADDRESS-1        OF LN-MOD8
            TO HV-ADDRESS-1
          MOVE LN-INP-ADDRESS-2        OF LN-MOD8
            TO HV-ADDRESS-2
          MOVE LN-INP-ADDRESS-3        OF LN-MOD8
            TO HV-ADDRESS-3
          MOVE LN-INP-POSTCODE         OF LN-MOD8
            TO HV-POSTCODE
          MOVE LN-INP-EMAIL            OF LN-MOD8
            TO HV-EMAIL
          MOVE WS-EXPIRY-WORK
            TO HV-EXPIRY-DATE
          MOVE WS-CONTACT-CHANNEL
            TO HV-CONTACT-CHANNEL
          MOVE "N"
            TO HV-EMAIL-BOUNCED
          MOVE "N"
            TO HV-PHONE-BOUNCED
          MOVE LN-USERID               OF LN-MOD8
            TO HV-BORR-INSERT-USER

               TO LN-OUT-BORROWER-NAME    OF LN-MOD8
             MOVE HV-PHONE
               TO LN-OUT-PHONE            OF LN-MOD8
             MOVE HV-BORR-CATEGORY
               TO LN-OUT-BORROWER-CATEGORY OF LN-MOD8
             PERFORM COPY-ADDRESS-IN-LINKAGE
             MOVE "Borrower added: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-BORROWER-ID

          PERFORM COPY-SQL-MSG-IN-LINKAGE

      *>  every lookup is logged, also one of a number that does
      *>  not exist
          INITIALIZE LN-ACCLOG
          SET V-LN-AL-BORROWER-VIEW TO TRUE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             MOVE HV-BORROWER-ID
               TO LN-OUT-PHONE            OF LN-MOD8
             MOVE HV-BORR-STATUS
               TO LN-OUT-BORROWER-STATUS  OF LN-MOD8
             MOVE HV-BORR-CATEGORY
               TO LN-OUT-BORROWER-CATEGORY OF LN-MOD8
             PERFORM COPY-ADDRESS-IN-LINKAGE

      *>     the outstanding fine balance travels with every
      *>     borrower lookup, so the desk sees it whenever the
                  TO LN-OUT-FINE-BALANCE  OF LN-MOD8
             END-IF

      *>     a number closed by a merge points the desk to the
      *>     number the borrower carries on under
             IF HV-BORR-STATUS = "M"
             THEN
                PERFORM SET-MERGED-MESSAGE
             END-IF

          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "No borrower found with this number: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-BORROWER-ID
               TO LN-MSG-2                OF LN-MOD8
             MOVE "NOT FOUND" TO LN-AL-DETAIL

          WHEN     OTHER
             CONTINUE
          END-EVALUATE

          PERFORM LOG-BORROWER-ACCESS

          .
       BORROWER-SELECT-EX.
          EXIT.
       BORROWER-UPDATE SECTION.
      *>------------------------------------------------------------------------

      *>  change a borrower's name, phone, address, e-mail,
      *>  membership expiry or status in place - the
      *>  only way to bar (or unbar) someone from the screen
          IF LN-INP-BORROWER-ID OF LN-MOD8 = ZEROES
          OR LN-INP-BORROWER-NAME OF LN-MOD8 = SPACES

          IF  LN-INP-BORROWER-STATUS OF LN-MOD8 NOT = "A"
          AND LN-INP-BORROWER-STATUS OF LN-MOD8 NOT = "B"
          AND LN-INP-BORROWER-STATUS OF LN-MOD8 NOT = "C"
          THEN
             MOVE "Borrower status must be A (active), B (barred) " &
                  "or C (in collections)."
               TO LN-MSG-1                OF LN-MOD8
             MOVE "C is set only by the collection-agency " &
                  "referral and stays until the balance is cleared."
               TO LN-MSG-2                OF LN-MOD8
             EXIT SECTION
          END-IF

      *>  the row is read first: a category, expiry date, contact
      *>  channel, address line, postcode or e-mail left blank
      *>  stays as the row has it - a screen that does not show
      *>  them cannot wipe them - and its
      *>  e-mail and phone decide below whether the bounce flags
      *>  still stand; a keyed category must have its rules row
          INITIALIZE HV-BORROWER
          MOVE LN-INP-BORROWER-ID      OF LN-MOD8
            TO HV-BORROWER-ID

          PERFORM SQL-SELECT-BORROWER

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             IF HV-BORR-STATUS = "M"
             THEN
                PERFORM SET-MERGED-MESSAGE
                EXIT SECTION
             END-IF
             MOVE HV-BORR-STATUS       TO WS-OLD-BORR-STATUS
             MOVE HV-BORR-CATEGORY     TO HV-CAT-CODE
             MOVE HV-EXPIRY-DATE       TO WS-EXPIRY-WORK
             MOVE HV-CONTACT-CHANNEL   TO WS-CONTACT-CHANNEL
             MOVE HV-EMAIL             TO WS-OLD-EMAIL
             MOVE HV-PHONE             TO WS-OLD-PHONE
             MOVE HV-EMAIL-BOUNCED     TO WS-OLD-EMAIL-BOUNCED
             MOVE HV-PHONE-BOUNCED     TO WS-OLD-PHONE-BOUNCED
             MOVE HV-ADDRESS-1         TO WS-OLD-ADDRESS-1
             MOVE HV-ADDRESS-2         TO WS-OLD-ADDRESS-2
             MOVE HV-ADDRESS-3         TO WS-OLD-ADDRESS-3
             MOVE HV-POSTCODE          TO WS-OLD-POSTCODE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "No borrower found with this number: "
               TO LN-MSG-1             OF LN-MOD8
             MOVE HV-BORROWER-ID
               TO LN-MSG-2             OF LN-MOD8
             EXIT SECTION
          WHEN     OTHER
             EXIT SECTION
          END-EVALUATE

      *>  collections belong to the agency runs: only the referral
      *>  puts a borrower in status C, and only a cleared balance
      *>  takes them out of it
          IF  WS-OLD-BORR-STATUS NOT = "C"
          AND LN-INP-BORROWER-STATUS OF LN-MOD8 = "C"
          THEN
             MOVE "Status C (in collections) is set only by the " &
                  "collection-agency referral."
               TO LN-MSG-1                OF LN-MOD8
             EXIT SECTION
          END-IF

          IF LN-INP-BORROWER-CATEGORY OF LN-MOD8 NOT = SPACE
          THEN
             MOVE LN-INP-BORROWER-CATEGORY OF LN-MOD8
               TO HV-CAT-CODE

             PERFORM CHECK-CATEGORY-CODE

             IF NOT WS-CAT-OK
             THEN
                EXIT SECTION
             END-IF
          END-IF

          IF LN-INP-EXPIRY-DATE OF LN-MOD8 NOT = SPACES
          THEN
             MOVE LN-INP-EXPIRY-DATE   OF LN-MOD8
               TO WS-EXPIRY-WORK
          END-IF

          IF LN-INP-CONTACT-CHANNEL OF LN-MOD8 NOT = SPACE
          THEN
             MOVE LN-INP-CONTACT-CHANNEL OF LN-MOD8
               TO WS-CONTACT-CHANNEL
          END-IF

          PERFORM CHECK-CONTACT-CHANNEL

          IF NOT WS-CHANNEL-OK
          THEN
             EXIT SECTION
          END-IF

          INITIALIZE HV-BORROWER
          MOVE LN-INP-BORROWER-ID      OF LN-MOD8
            TO HV-BORROWER-ID
            TO HV-PHONE
          MOVE LN-INP-BORROWER-STATUS  OF LN-MOD8
            TO HV-BORR-STATUS
          IF WS-OLD-BORR-STATUS = "C"
          THEN
             MOVE "C"                  TO HV-BORR-STATUS
          END-IF
          MOVE HV-CAT-CODE
            TO HV-BORR-CATEGORY
          MOVE WS-OLD-ADDRESS-1        TO HV-ADDRESS-1
          IF LN-INP-ADDRESS-1 OF LN-MOD8 NOT = SPACES
          THEN
             MOVE LN-INP-ADDRESS-1     OF LN-MOD8
               TO HV-ADDRESS-1
          END-IF
          MOVE WS-OLD-ADDRESS-2        TO HV-ADDRESS-2
          IF LN-INP-ADDRESS-2 OF LN-MOD8 NOT = SPACES
          THEN
             MOVE LN-INP-ADDRESS-2     OF LN-MOD8
               TO HV-ADDRESS-2
          END-IF
          MOVE WS-OLD-ADDRESS-3        TO HV-ADDRESS-3
          IF LN-INP-ADDRESS-3 OF LN-MOD8 NOT = SPACES
          THEN
             MOVE LN-INP-ADDRESS-3     OF LN-MOD8
               TO HV-ADDRESS-3
          END-IF
          MOVE WS-OLD-POSTCODE         TO HV-POSTCODE
          IF LN-INP-POSTCODE OF LN-MOD8 NOT = SPACES
          THEN
             MOVE LN-INP-POSTCODE      OF LN-MOD8
               TO HV-POSTCODE
          END-IF
          MOVE WS-OLD-EMAIL            TO HV-EMAIL
          IF LN-INP-EMAIL OF LN-MOD8 NOT = SPACES
          THEN
             MOVE LN-INP-EMAIL         OF LN-MOD8
               TO HV-EMAIL
          END-IF
          MOVE WS-EXPIRY-WORK
            TO HV-EXPIRY-DATE
          MOVE WS-CONTACT-CHANNEL
            TO HV-CONTACT-CHANNEL

      *>  a bounce flag belongs to the address that bounced - a
      *>  changed e-mail or phone number is given a fresh start
          IF HV-EMAIL = WS-OLD-EMAIL
          THEN
             MOVE WS-OLD-EMAIL-BOUNCED TO HV-EMAIL-BOUNCED
          ELSE
             MOVE "N"                  TO HV-EMAIL-BOUNCED
          END-IF

          IF HV-PHONE = WS-OLD-PHONE
          THEN
             MOVE WS-OLD-PHONE-BOUNCED TO HV-PHONE-BOUNCED
          ELSE
             MOVE "N"                  TO HV-PHONE-BOUNCED
          END-IF

          PERFORM SQL-UPDATE-BORROWER

               TO LN-OUT-PHONE            OF LN-MOD8
             MOVE HV-BORR-STATUS
               TO LN-OUT-BORROWER-STATUS  OF LN-MOD8
             MOVE HV-BORR-CATEGORY
               TO LN-OUT-BORROWER-CATEGORY OF LN-MOD8
             PERFORM COPY-ADDRESS-IN-LINKAGE
             MOVE "Borrower updated: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-BORROWER-ID
          EXIT.

      *>------------------------------------------------------------------------
       MEMBER-RENEW SECTION.
      *>------------------------------------------------------------------------

      *>  the desk renews a membership for C-MEMBERSHIP-YEARS more:
      *>  from the current expiry date while it still runs, from
      *>  today once it has lapsed (or was never set)
          INITIALIZE HV-BORROWER
          MOVE LN-INP-BORROWER-ID      OF LN-MOD8
            TO HV-BORROWER-ID

          PERFORM SQL-SELECT-BORROWER

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "No borrower found with this number: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-BORROWER-ID
               TO LN-MSG-2                OF LN-MOD8
             EXIT SECTION
          WHEN     OTHER
             EXIT SECTION
          END-EVALUATE

          MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TEXT
          MOVE SPACES TO WS-TODAY-DATE
          STRING WS-TODAY-TEXT(1:4) "-" WS-TODAY-TEXT(5:2) "-"
                 WS-TODAY-TEXT(7:2)
            DELIMITED BY SIZE INTO WS-TODAY-DATE
          END-STRING

          IF  HV-EXPIRY-DATE NOT = SPACES
          AND HV-EXPIRY-DATE > WS-TODAY-DATE
          THEN
             MOVE HV-EXPIRY-DATE       TO WS-EXPIRY-WORK
          ELSE
             MOVE WS-TODAY-DATE        TO WS-EXPIRY-WORK
          END-IF

          PERFORM ADD-MEMBERSHIP-TERM

          MOVE WS-EXPIRY-WORK          TO HV-EXPIRY-DATE

          PERFORM SQL-UPDATE-BORR-EXPIRY

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             PERFORM SQL-COMMIT
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             MOVE HV-BORROWER-ID
               TO LN-OUT-BORROWER-ID      OF LN-MOD8
             MOVE HV-BORROWER-NAME
               TO LN-OUT-BORROWER-NAME    OF LN-MOD8
             MOVE HV-PHONE
               TO LN-OUT-PHONE            OF LN-MOD8
             MOVE HV-BORR-STATUS
               TO LN-OUT-BORROWER-STATUS  OF LN-MOD8
             MOVE HV-BORR-CATEGORY
               TO LN-OUT-BORROWER-CATEGORY OF LN-MOD8
             PERFORM COPY-ADDRESS-IN-LINKAGE
             MOVE "Membership renewed until: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-EXPIRY-DATE
               TO LN-MSG-2                OF LN-MOD8

          WHEN     OTHER
             PERFORM SQL-ROLLBACK
          END-EVALUATE

          .
       MEMBER-RENEW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-MEMBERSHIP-TERM SECTION.
      *>------------------------------------------------------------------------

      *>  moves the YYYY-MM-DD date in WS-EXPIRY-WORK on by one
      *>  membership term; a 29 February lands on the 28th in a
      *>  year without one
          ADD C-MEMBERSHIP-YEARS TO WS-EXPIRY-YEAR

          IF  WS-EXPIRY-MONTH = 2
          AND WS-EXPIRY-DAY   = 29
          THEN
             IF FUNCTION MOD(WS-EXPIRY-YEAR, 4) NOT = 0
             OR (    FUNCTION MOD(WS-EXPIRY-YEAR, 100) = 0
                 AND FUNCTION MOD(WS-EXPIRY-YEAR, 400) NOT = 0)
             THEN
                MOVE 28 TO WS-EXPIRY-DAY
             END-IF
          END-IF

          .
       ADD-MEMBERSHIP-TERM-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COPY-ADDRESS-IN-LINKAGE SECTION.
      *>------------------------------------------------------------------------

      *>  the borrower's address, e-mail, membership expiry and
      *>  contact channel from HV-BORROWER into the output fields
          MOVE HV-ADDRESS-1
            TO LN-OUT-ADDRESS-1           OF LN-MOD8
          MOVE HV-ADDRESS-2
            TO LN-OUT-ADDRESS-2           OF LN-MOD8
          MOVE HV-ADDRESS-3
            TO LN-OUT-ADDRESS-3           OF LN-MOD8
          MOVE HV-POSTCODE
            TO LN-OUT-POSTCODE            OF LN-MOD8
          MOVE HV-EMAIL
            TO LN-OUT-EMAIL               OF LN-MOD8
          MOVE HV-EXPIRY-DATE
            TO LN-OUT-EXPIRY-DATE         OF LN-MOD8
          MOVE HV-CONTACT-CHANNEL
            TO LN-OUT-CONTACT-CHANNEL     OF LN-MOD8
          MOVE HV-EMAIL-BOUNCED
            TO LN-OUT-EMAIL-BOUNCED       OF LN-MOD8
          MOVE HV-PHONE-BOUNCED
            TO LN-OUT-PHONE-BOUNCED       OF LN-MOD8

          .
       COPY-ADDRESS-IN-LINKAGE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       BORROWER-MERGE SECTION.
      *>------------------------------------------------------------------------

      *>  fold a duplicate registration (LN-INP-BORROWER-ID) into the
      *>  number the borrower keeps (LN-INP-BORROWER-ID-2): the loans,
      *>  the FINE ledger, the holds, the overdue notices and the
      *>  message log all move across, so the loan limit and the fine
      *>  balance see the whole person again, and the folded number
      *>  is closed with status M. Rewrites the account, so only a
      *>  supervisor may do it
          PERFORM CHECK-SUPERVISOR-ACCESS

          IF WS-ACCESS-DENIED
          THEN
             EXIT SECTION
          END-IF

          IF LN-INP-BORROWER-ID   OF LN-MOD8 = ZEROES
          OR LN-INP-BORROWER-ID-2 OF LN-MOD8 = ZEROES
          THEN
             MOVE "Both the merged-away and the surviving borrower " &
                  "number are required."
               TO LN-MSG-1                OF LN-MOD8
             EXIT SECTION
          END-IF

          IF LN-INP-BORROWER-ID OF LN-MOD8
             = LN-INP-BORROWER-ID-2 OF LN-MOD8
          THEN
             MOVE "These are already the same borrower number."
               TO LN-MSG-1                OF LN-MOD8
             EXIT SECTION
          END-IF

      *>  both borrowers must exist and neither may be closed by an
      *>  earlier merge
          INITIALIZE HV-BORROWER
          MOVE LN-INP-BORROWER-ID      OF LN-MOD8
            TO HV-BORROWER-ID

          PERFORM SQL-SELECT-BORROWER

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "No borrower found with this number: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-BORROWER-ID
               TO LN-MSG-2                OF LN-MOD8
             EXIT SECTION
          WHEN     OTHER
             EXIT SECTION
          END-EVALUATE

          IF HV-BORR-STATUS = "M"
          THEN
             PERFORM SET-MERGED-MESSAGE
             EXIT SECTION
          END-IF

          MOVE HV-BORROWER-ID          TO HV-FROM-ID
          MOVE HV-BORROWER-NAME        TO WS-FROM-NAME
          MOVE HV-BORR-STATUS          TO WS-FROM-STATUS

          INITIALIZE HV-BORROWER
          MOVE LN-INP-BORROWER-ID-2    OF LN-MOD8
            TO HV-BORROWER-ID

          PERFORM SQL-SELECT-BORROWER

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "No borrower found with this number: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-BORROWER-ID
               TO LN-MSG-2                OF LN-MOD8
             EXIT SECTION
          WHEN     OTHER
             EXIT SECTION
          END-EVALUATE

          IF HV-BORR-STATUS = "M"
          THEN
             PERFORM SET-MERGED-MESSAGE
             EXIT SECTION
          END-IF

          MOVE HV-BORROWER-ID          TO HV-INTO-ID
          MOVE HV-BORR-STATUS          TO WS-INTO-STATUS
          MOVE LN-USERID               OF LN-MOD8
            TO HV-MERGE-USER

      *>  a number in collections is not merged: the agency remits
      *>  against the number it was referred under (PGBCREM finds the
      *>  open COLL_REFERRAL by it), and the debt must not land on a
      *>  survivor CHECK-OUT would still lend to. The referral is
      *>  released when the balance is cleared; merge after that
          IF WS-FROM-STATUS = "C"
          OR WS-INTO-STATUS = "C"
          THEN
             MOVE "A borrower number in collections (status C) " &
                  "cannot be merged."
               TO LN-MSG-1                OF LN-MOD8
             MOVE "Merge once the balance is cleared and the " &
                  "collection referral released."
               TO LN-MSG-2                OF LN-MOD8
             EXIT SECTION
          END-IF

      *>  audit row first, then the moves, one unit of work
          INITIALIZE HV-BORR-HIST
          MOVE HV-FROM-ID              TO HV-BH-BORROWER-ID
          MOVE WS-FROM-NAME            TO HV-BH-BORROWER-NAME
          MOVE "M"                     TO HV-BH-ACTION
          MOVE HV-INTO-ID              TO HV-BH-MERGED-INTO-ID
          MOVE LN-USERID               OF LN-MOD8
            TO HV-BH-USER

          PERFORM SQL-INSERT-BORROWER-HIST

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             PERFORM SQL-ROLLBACK
             EXIT SECTION
          END-IF

      *>  one open hold per borrower and title: where both numbers
      *>  queue for the same title the hold already on the shelf
      *>  wins, otherwise the survivor's; the loser is cancelled
          PERFORM SQL-MERGE-CANCEL-INTO-HOLDS

          IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             PERFORM SQL-ROLLBACK
             EXIT SECTION
          END-IF

          PERFORM SQL-MERGE-CANCEL-FROM-HOLDS

          IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             PERFORM SQL-ROLLBACK
             EXIT SECTION
          END-IF

      *>  open and closed loans alike, so the lending history is
      *>  whole under the surviving number
          PERFORM SQL-MERGE-MOVE-LOANS

          IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             PERFORM SQL-ROLLBACK
             EXIT SECTION
          END-IF

          MOVE SQLERRD(3) TO LN-OUT-MOVED-LOAN-NR OF LN-MOD8

          PERFORM SQL-MERGE-MOVE-FINES

          IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             PERFORM SQL-ROLLBACK
             EXIT SECTION
          END-IF

          MOVE SQLERRD(3) TO LN-OUT-MOVED-FINE-NR OF LN-MOD8

          PERFORM SQL-MERGE-MOVE-HOLDS

          IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             PERFORM SQL-ROLLBACK
             EXIT SECTION
          END-IF

          MOVE SQLERRD(3) TO LN-OUT-MOVED-HOLD-NR OF LN-MOD8

          PERFORM SQL-MERGE-MOVE-NOTICES

          IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             PERFORM SQL-ROLLBACK
             EXIT SECTION
          END-IF

          MOVE SQLERRD(3) TO LN-OUT-MOVED-NOTICE-NR OF LN-MOD8

          PERFORM SQL-MERGE-MOVE-MESSAGES

          IF NOT SQL-STATUS-OK AND NOT SQL-STATUS-NOT-FOUND
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             PERFORM SQL-ROLLBACK
             EXIT SECTION
          END-IF

      *>  re-registering must not shake off a bar - a barred
      *>  duplicate bars the survivor too
          IF  WS-FROM-STATUS = "B"
          AND WS-INTO-STATUS NOT = "B"
          THEN
             MOVE HV-INTO-ID           TO HV-BORROWER-ID
             MOVE "B"                  TO HV-BORR-STATUS

             PERFORM SQL-UPDATE-BORR-STATUS

             IF NOT SQL-STATUS-OK
             THEN
                PERFORM COPY-SQL-MSG-IN-LINKAGE
                PERFORM SQL-ROLLBACK
                EXIT SECTION
             END-IF
          END-IF

      *>  and the folded number is closed
          MOVE HV-FROM-ID              TO HV-BORROWER-ID
          MOVE "M"                     TO HV-BORR-STATUS

          PERFORM SQL-UPDATE-BORR-STATUS

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             PERFORM SQL-COMMIT
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             MOVE HV-INTO-ID
               TO LN-OUT-BORROWER-ID      OF LN-MOD8
             MOVE "Borrower merged into: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-INTO-ID
               TO LN-MSG-2                OF LN-MOD8
             MOVE "Loans, fines, holds and notices moved across; " &
                  "the old number is closed."
               TO LN-MSG-3                OF LN-MOD8
             IF  WS-FROM-STATUS = "B"
             AND WS-INTO-STATUS NOT = "B"
             THEN
                MOVE "The old number was barred - the surviving " &
                     "number is now barred too."
                  TO LN-MSG-4             OF LN-MOD8
             END-IF

          WHEN     OTHER
             PERFORM SQL-ROLLBACK
          END-EVALUATE

          .
       BORROWER-MERGE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-MERGED-MESSAGE SECTION.
      *>------------------------------------------------------------------------

      *>  the borrower in HV-BORROWER-ID was closed by a merge: tell
      *>  the desk which number the borrower carries on under, from
      *>  the BORROWER_HIST row the merge wrote
          MOVE HV-BORROWER-ID          TO HV-FROM-ID
          MOVE ZEROES                  TO HV-INTO-ID

          PERFORM SQL-SELECT-MERGED-INTO

          MOVE "This borrower number was closed by a merge - the " &
               "borrower now uses number: "
            TO LN-MSG-1                   OF LN-MOD8

          IF SQL-STATUS-OK
          THEN
             MOVE HV-INTO-ID
               TO LN-MSG-2                OF LN-MOD8
          ELSE
             MOVE "(not on record)"
               TO LN-MSG-2                OF LN-MOD8
          END-IF

          .
       SET-MERGED-MESSAGE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-OUT SECTION.
      *>------------------------------------------------------------------------

          MOVE SPACES TO LN-OUT-REFUSE-REASON OF LN-MOD8

      *>  a check-out keyed in after the fact is dated when it
      *>  really happened at the desk
          PERFORM CHECK-TRANS-TIMESTAMP

          IF NOT WS-TRANS-OK
          THEN
             EXIT SECTION
          END-IF

      *>  a keyed ISBN-10 lends under its ISBN-13 form; one with a
      *>  bad check digit stays as keyed and falls through to the
      *>  not-found message below
          PERFORM CONVERT-ISBN-IF-10

      *>  the book must exist (and not be soft-deleted)
          MOVE LN-INP-ISBN             OF LN-MOD8
            TO HV-BOOK-ISBN

          PERFORM SQL-SELECT-BOOK-TITLE

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "No book found with this ISBN number: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-BOOK-ISBN
               TO LN-MSG-2                OF LN-MOD8
             EXIT SECTION
          WHEN     OTHER
             EXIT SECTION
          END-EVALUATE

      *>  the borrower must exist
          INITIALIZE HV-BORROWER
             EXIT SECTION
          END-EVALUATE

      *>  a number closed by a merge lends nothing - the borrower
      *>  carries on under the surviving number
          IF HV-BORR-STATUS = "M"
          THEN
             PERFORM SET-MERGED-MESSAGE
             EXIT SECTION
          END-IF

      *>  a barred borrower may not borrow
          IF HV-BORR-STATUS = "B"
          THEN
             MOVE "This borrower is barred from borrowing: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-BORROWER-ID
               TO LN-MSG-2                OF LN-MOD8
             EXIT SECTION
          END-IF

      *>  nor one whose unpaid fines went to the collection agency -
      *>  lending resumes once the balance is cleared
          IF HV-BORR-STATUS = "C"
          THEN
             MOVE "Fines referred to the collection agency - no " &
                  "lending until the balance is cleared: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-BORROWER-ID
               TO LN-MSG-2                OF LN-MOD8
             EXIT SECTION
          END-IF

      *>  nor may one whose membership has run out - the desk renews
      *>  it first; a borrower with no expiry date never lapses
          PERFORM SET-TODAY-DATE

          IF  HV-EXPIRY-DATE NOT = SPACES
          AND HV-EXPIRY-DATE < WS-TODAY-DATE
          THEN
             MOVE "Membership expired - renew it at the desk " &
                  "before lending. Expired on: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-EXPIRY-DATE
               TO LN-MSG-2                OF LN-MOD8
             EXIT SECTION
          END-IF

      *>  the borrower's category sets the open-loan limit and the
      *>  loan period
          PERFORM SELECT-CATEGORY-RULES

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             EXIT SECTION
          END-IF

      *>  and nobody takes out more than the open-loan limit
          PERFORM SQL-COUNT-OPEN-LOANS

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             EXIT SECTION
          END-IF

          IF HV-BORR-OPEN-NR NOT < WS-CAT-MAX-LOANS
          THEN
             MOVE "This borrower already has the maximum number " &
                  "of books out: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-BORR-OPEN-NR
               TO LN-MSG-2                OF LN-MOD8
             SET V-LN8-OUT-REFUSE-LIMIT   OF LN-MOD8 TO TRUE
             EXIT SECTION
          END-IF

      *>  settle which physical copy goes out: a keyed copy number
      *>  must exist, not be discarded and not be out already, and a
      *>  copy on the hold shelf goes only to its own borrower; copy
      *>  zero takes the borrower's hold-shelf copy, or else asks the
      *>  module to pick the lowest free copy itself
          PERFORM SELECT-LOAN-COPY

          IF NOT WS-COPY-OK
          THEN
             EXIT SECTION
          END-IF

      *>  stamp the due date the category's loan period ahead and
      *>  write the loan
          INITIALIZE HV-LOAN
          MOVE LN-INP-ISBN             OF LN-MOD8
            TO HV-LOAN-ISBN
          MOVE WS-LOAN-COPY-NR
            TO HV-LOAN-COPY-NR
          MOVE LN-INP-BORROWER-ID      OF LN-MOD8
            TO HV-LOAN-BORROWER-ID
          MOVE LN-USERID               OF LN-MOD8
            TO HV-LOAN-USER

          PERFORM SET-DUE-DATE

          IF LN-BD-RC OF LN-BDCAL NOT = 0
          THEN
             MOVE "The due date could not be worked out from the " &
                  "business-day calendar."
               TO LN-MSG-1                OF LN-MOD8
             EXIT SECTION
          END-IF

          PERFORM SQL-INSERT-LOAN

      *>  a copy lent off the hold shelf leaves it in the same unit
      *>  of work, so it never shows as both on loan and waiting
          IF  SQL-STATUS-OK
          AND WS-SHELF-COPY
          THEN
             MOVE "S"                     TO HV-COPY-NEW-STATUS
             MOVE WS-LOAN-COPY-NR         TO HV-COPY-NR-IN
             MOVE LN-USERID OF LN-MOD8    TO HV-COPY-USER

             PERFORM SQL-UPDATE-COPY-STATUS
          END-IF

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             PERFORM SQL-COMMIT
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             MOVE HV-LOAN-ISBN
               TO LN-OUT-ISBN             OF LN-MOD8
             MOVE HV-LOAN-COPY-NR
               TO LN-OUT-COPY-NR          OF LN-MOD8
             MOVE HV-BOOK-TITLE
               TO LN-OUT-TITLE            OF LN-MOD8
             MOVE HV-LOAN-DUE-DATE
               TO LN-OUT-DUE-DATE         OF LN-MOD8
             MOVE HV-LOAN-BORROWER-ID
               TO LN-OUT-BORROWER-ID      OF LN-MOD8
             MOVE "Book checked out, due back on: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-LOAN-DUE-DATE
               TO LN-MSG-2                OF LN-MOD8
             MOVE "Copy number lent: "
               TO LN-MSG-3                OF LN-MOD8
             MOVE HV-LOAN-COPY-NR
               TO LN-MSG-4                OF LN-MOD8

      *>     a hold this borrower had on the title is fulfilled by
      *>     the check-out; no hold on record is not an error
             MOVE HV-LOAN-ISBN            TO HV-RES-ISBN
             MOVE HV-LOAN-BORROWER-ID     TO HV-RES-BORROWER-ID
             MOVE LN-USERID OF LN-MOD8    TO HV-RES-USER

             PERFORM SQL-UPDATE-HOLD-FULFIL

             IF SQL-STATUS-OK
             THEN
                PERFORM SQL-COMMIT
             ELSE
                PERFORM SQL-ROLLBACK
             END-IF

          WHEN     OTHER
             PERFORM SQL-ROLLBACK
          END-EVALUATE

          .
       CHECK-OUT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-IN SECTION.
      *>------------------------------------------------------------------------

      *>  a return keyed in after the fact is dated when the book
      *>  really came back
          PERFORM CHECK-TRANS-TIMESTAMP

          IF NOT WS-TRANS-OK
          THEN
             EXIT SECTION
          END-IF

      *>  a keyed ISBN-10 returns under its ISBN-13 form, like the
      *>  check-out above
          PERFORM CONVERT-ISBN-IF-10

          INITIALIZE HV-LOAN
          MOVE LN-INP-ISBN             OF LN-MOD8
            TO HV-LOAN-ISBN
          MOVE LN-USERID               OF LN-MOD8
            TO HV-LOAN-USER

      *>  a keyed copy recorded lost has no open loan any more - it
      *>  is a lost book found again, handled on its own path
          IF LN-INP-COPY-NR OF LN-MOD8 > ZEROES
          THEN
             MOVE HV-LOAN-ISBN          TO HV-BOOK-ISBN
             MOVE LN-INP-COPY-NR        OF LN-MOD8
               TO HV-COPY-NR-IN

             PERFORM SQL-SELECT-COPY-STATUS

             IF  SQL-STATUS-OK
             AND HV-COPY-STATUS = "L"
             THEN
                MOVE HV-COPY-NR-IN      TO HV-LOAN-COPY-NR
                PERFORM LOST-COPY-RETURN
                EXIT SECTION
             END-IF
          END-IF

      *>  with no copy keyed the single open loan identifies itself;
      *>  two copies of one title out at once need the copy number
      *>  from inside the cover
          PERFORM FIND-OPEN-LOAN-COPY

          IF NOT WS-COPY-OK
          THEN
             EXIT SECTION
          END-IF

      *>  the open loan itself carries the due date the overdue
      *>  fine is assessed from, and the borrower it lands on
          PERFORM SQL-SELECT-ACTIVE-LOAN

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "This copy is not on loan: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-LOAN-COPY-NR
               TO LN-MSG-2                OF LN-MOD8
             EXIT SECTION
          WHEN     OTHER
             EXIT SECTION
          END-EVALUATE

      *>  nothing comes back before it went out
          IF  HV-TRANS-TIMESTAMP NOT = SPACES
          AND HV-TRANS-TIMESTAMP(1:19) < HV-LOAN-OUT-TIMESTAMP
          THEN
             MOVE "The return is dated before the copy went out, " &
                  "which was at: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-LOAN-OUT-TIMESTAMP
               TO LN-MSG-2                OF LN-MOD8
             EXIT SECTION
          END-IF

          PERFORM SQL-UPDATE-LOAN-RETURN

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
      *>     an overdue return assesses its fine inside the same
      *>     unit of work, so a return never loses its fine
             PERFORM ASSESS-OVERDUE-FINE

             IF NOT WS-FINE-OK
             THEN
                PERFORM COPY-SQL-MSG-IN-LINKAGE
                PERFORM SQL-ROLLBACK
                EXIT SECTION
             END-IF

             PERFORM SQL-COMMIT
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             MOVE HV-LOAN-ISBN
               TO LN-OUT-ISBN             OF LN-MOD8
             MOVE HV-LOAN-COPY-NR
               TO LN-OUT-COPY-NR          OF LN-MOD8
             MOVE HV-LOAN-BORROWER-ID
               TO LN-OUT-BORROWER-ID      OF LN-MOD8
             MOVE "Book checked in, copy number: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-LOAN-COPY-NR
               TO LN-MSG-2                OF LN-MOD8

             IF WS-FINE-ASSESSED
             THEN
                MOVE HV-FINE-AMOUNT TO WS-AMOUNT-EDIT
                MOVE LN-BD-RESULT-DAYS OF LN-BDCAL TO WS-DAYS-EDIT
                MOVE SPACES TO LN-MSG-3 OF LN-MOD8
                STRING "Fine assessed: " WS-AMOUNT-EDIT
                       " for" WS-DAYS-EDIT " late business days"
                  DELIMITED BY SIZE
                  INTO LN-MSG-3           OF LN-MOD8
                END-STRING
             END-IF

      *>     a queue on the title means this copy must not go back
      *>     on the shelf - the oldest hold gets it
             PERFORM PLACE-ON-HOLD-SHELF

          WHEN     SQL-STATUS-NOT-FOUND
             PERFORM SQL-ROLLBACK
             MOVE "This copy is not on loan: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-LOAN-COPY-NR
               TO LN-MSG-2                OF LN-MOD8

          WHEN     OTHER
          END-EVALUATE

          .
       CHECK-IN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAN-OPEN-LIST SECTION.
      *>------------------------------------------------------------------------

      *>  the borrower's open loans, due soonest first, into the
      *>  loan table in the linkage
          PERFORM SET-MAX-LINE-NR

      *>  the borrower must exist
          INITIALIZE HV-BORROWER
          MOVE LN-INP-BORROWER-ID      OF LN-MOD8
            TO HV-BORROWER-ID

          PERFORM SQL-SELECT-BORROWER

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "No borrower found with this number: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-BORROWER-ID
               TO LN-MSG-2                OF LN-MOD8
             EXIT SECTION
          WHEN     OTHER
             EXIT SECTION
          END-EVALUATE

      *>  A Cursor can not be declared in WORKING-STORAGE with ocesql.
      *>  We can not use the "WITH HOLD" option in cursor with ocesql.
      *>  Before Cursor declare we need a connection to DB.
          PERFORM SQL-DECLARE-CURSOR-LOAN-OP

          INITIALIZE LN-OUTPUT OF LN-MOD8
          INITIALIZE HV-LOAN-LIST
          SET WS-LIST-MORE TO TRUE

          PERFORM SQL-OPEN-CURSOR-LOAN-OP

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          IF SQL-STATUS-OK
          THEN
             PERFORM VARYING WS-IND-1 FROM 1 BY 1
               UNTIL WS-IND-1 > WS-MAX-LINE-NR

                PERFORM SQL-FETCH-CURSOR-LOAN-OP

                PERFORM COPY-SQL-MSG-IN-LINKAGE

                EVALUATE TRUE
                WHEN     SQL-STATUS-OK
                   MOVE WS-IND-1
                     TO LN-OUT-LOAN-TAB-LINE-NR OF LN-MOD8

      *>           copy selected data in linkage
                   PERFORM COPY-LOAN-IN-LINKAGE

                   MOVE "Open loans selected."
                     TO LN-MSG-1       OF LN-MOD8
                   MOVE SPACES
                     TO LN-MSG-2       OF LN-MOD8

                WHEN     SQL-STATUS-NOT-FOUND
                   SET WS-LIST-NO-MORE TO TRUE
                   IF WS-IND-1 = 1
                   THEN
                      MOVE ZEROES
                        TO LN-OUT-LOAN-TAB-LINE-NR OF LN-MOD8

                      MOVE "No open loans for this borrower."
                        TO LN-MSG-1    OF LN-MOD8
                      MOVE SPACES
                        TO LN-MSG-2    OF LN-MOD8
                   ELSE
                      MOVE "Open loans selected."
                        TO LN-MSG-1    OF LN-MOD8
                      MOVE SPACES
                        TO LN-MSG-2    OF LN-MOD8
                   END-IF
                   EXIT PERFORM

                WHEN     OTHER
                   SET WS-LIST-NO-MORE TO TRUE
                   EXIT PERFORM
                END-EVALUATE
             END-PERFORM

      *>     the page filled completely; peek one more row to see
      *>     whether a further page exists
             IF WS-LIST-MORE
             THEN
                PERFORM SQL-FETCH-CURSOR-LOAN-OP
                IF NOT SQL-STATUS-OK
                THEN
                   SET WS-LIST-NO-MORE TO TRUE
                END-IF
             END-IF
          ELSE
             SET WS-LIST-NO-MORE TO TRUE
          END-IF

          MOVE WS-LIST-MORE-SW
            TO LN-OUT-LOAN-TAB-MORE-FLAG OF LN-MOD8
          MOVE HV-BORROWER-ID
            TO LN-OUT-BORROWER-ID        OF LN-MOD8
          MOVE HV-BORROWER-NAME
            TO LN-OUT-BORROWER-NAME      OF LN-MOD8

      *>  always try to close the cursor, also in error cases
          PERFORM SQL-CLOSE-CURSOR-LOAN-OP

      *>  There is no "WITH HOLD" option in cursor, therefore we need a commit.
          PERFORM SQL-COMMIT

          .
       LOAN-OPEN-LIST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAN-HIST-LIST SECTION.
      *>------------------------------------------------------------------------

      *>  one page of the borrower's returned loans, newest first;
      *>  the caller pages onwards by passing the check-out
      *>  timestamp of the last line it was given
          PERFORM SET-MAX-LINE-NR

      *>  the borrower must exist
          INITIALIZE HV-BORROWER
             EXIT SECTION
          END-EVALUATE

      *>  spaces mean "start at the newest loan"
          IF LN-INP-LOAN-TIMESTAMP OF LN-MOD8 = SPACES
          THEN
             MOVE "9999-12-31 23:59:59.999999" TO HV-LL-TS-RESTART
          ELSE
             MOVE LN-INP-LOAN-TIMESTAMP OF LN-MOD8
               TO HV-LL-TS-RESTART
          END-IF

      *>  A Cursor can not be declared in WORKING-STORAGE with ocesql.
      *>  We can not use the "WITH HOLD" option in cursor with ocesql.
      *>  Before Cursor declare we need a connection to DB.
          PERFORM SQL-DECLARE-CURSOR-LOAN-HI

          INITIALIZE LN-OUTPUT OF LN-MOD8
          INITIALIZE HV-LOAN-LIST
          SET WS-LIST-MORE TO TRUE

          PERFORM SQL-OPEN-CURSOR-LOAN-HI

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          IF SQL-STATUS-OK
          THEN
             PERFORM VARYING WS-IND-1 FROM 1 BY 1
               UNTIL WS-IND-1 > WS-MAX-LINE-NR

                PERFORM SQL-FETCH-CURSOR-LOAN-HI

                PERFORM COPY-SQL-MSG-IN-LINKAGE

                EVALUATE TRUE
                WHEN     SQL-STATUS-OK
                   MOVE WS-IND-1
                     TO LN-OUT-LOAN-TAB-LINE-NR OF LN-MOD8

      *>           copy selected data in linkage
                   PERFORM COPY-LOAN-IN-LINKAGE

                   MOVE "Lending history selected."
                     TO LN-MSG-1       OF LN-MOD8
                   MOVE SPACES
                     TO LN-MSG-2       OF LN-MOD8

                WHEN     SQL-STATUS-NOT-FOUND
                   SET WS-LIST-NO-MORE TO TRUE
                   IF WS-IND-1 = 1
                   THEN
                      MOVE ZEROES
                        TO LN-OUT-LOAN-TAB-LINE-NR OF LN-MOD8

                      MOVE "No lending history for this borrower."
                        TO LN-MSG-1    OF LN-MOD8
                      MOVE SPACES
                        TO LN-MSG-2    OF LN-MOD8
                   ELSE
                      MOVE "Lending history selected."
                        TO LN-MSG-1    OF LN-MOD8
                      MOVE SPACES
                        TO LN-MSG-2    OF LN-MOD8
                   END-IF
                   EXIT PERFORM

                WHEN     OTHER
                   SET WS-LIST-NO-MORE TO TRUE
                   EXIT PERFORM
                END-EVALUATE
             END-PERFORM

      *>     the page filled completely; peek one more row to see
      *>     whether a further page exists
             IF WS-LIST-MORE
             THEN
                PERFORM SQL-FETCH-CURSOR-LOAN-HI
                IF NOT SQL-STATUS-OK
                THEN
                   SET WS-LIST-NO-MORE TO TRUE
                END-IF
             END-IF
          ELSE
             SET WS-LIST-NO-MORE TO TRUE
          END-IF

          MOVE WS-LIST-MORE-SW
            TO LN-OUT-LOAN-TAB-MORE-FLAG OF LN-MOD8
          MOVE HV-BORROWER-ID
            TO LN-OUT-BORROWER-ID        OF LN-MOD8
          MOVE HV-BORROWER-NAME
            TO LN-OUT-BORROWER-NAME      OF LN-MOD8

      *>  always try to close the cursor, also in error cases
          PERFORM SQL-CLOSE-CURSOR-LOAN-HI

      *>  There is no "WITH HOLD" option in cursor, therefore we need a commit.
          PERFORM SQL-COMMIT

      *>  each page shown is logged with the point it started from
          INITIALIZE LN-ACCLOG
          SET V-LN-AL-LOAN-HIST-PAGE TO TRUE
          IF LN-INP-LOAN-TIMESTAMP OF LN-MOD8 = SPACES
          THEN
             MOVE "FIRST PAGE" TO LN-AL-DETAIL
          ELSE
             STRING "PAGE FROM "
                    LN-INP-LOAN-TIMESTAMP OF LN-MOD8
                    DELIMITED BY SIZE INTO LN-AL-DETAIL
             END-STRING
          END-IF
          PERFORM LOG-BORROWER-ACCESS

          .
       LOAN-HIST-LIST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-MAX-LINE-NR SECTION.
      *>------------------------------------------------------------------------

      *>  a caller that leaves the page size zero gets the default;
      *>  a caller asking for more than the table can hold gets capped
          IF LN-INP-MAX-LINE-NR OF LN-MOD8 = ZEROES
          THEN
             MOVE C-MAX-LINE-NR      TO WS-MAX-LINE-NR
          ELSE
             IF LN-INP-MAX-LINE-NR OF LN-MOD8 > C-MAX-LOAN-TAB-SIZE
             THEN
                MOVE C-MAX-LOAN-TAB-SIZE TO WS-MAX-LINE-NR
             ELSE
                MOVE LN-INP-MAX-LINE-NR OF LN-MOD8 TO WS-MAX-LINE-NR
             END-IF
          END-IF

          .
       SET-MAX-LINE-NR-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COPY-LOAN-IN-LINKAGE SECTION.
      *>------------------------------------------------------------------------

      *>  copy selected data in linkage
          INITIALIZE LN-OUT-LOAN-TAB-LINE OF LN-MOD8 (WS-IND-1)
          MOVE HV-LL-ISBN
            TO LN-OUT-LOAN-TAB-ISBN OF LN-MOD8 (WS-IND-1)
          MOVE HV-LL-COPY-NR
            TO LN-OUT-LOAN-TAB-COPY-NR OF LN-MOD8 (WS-IND-1)
          MOVE HV-LL-TITLE
            TO LN-OUT-LOAN-TAB-TITLE OF LN-MOD8 (WS-IND-1)
          MOVE HV-LL-OUT-DATE
            TO LN-OUT-LOAN-TAB-OUT-DATE OF LN-MOD8 (WS-IND-1)
          MOVE HV-LL-DUE-DATE
            TO LN-OUT-LOAN-TAB-DUE-DATE OF LN-MOD8 (WS-IND-1)
          MOVE HV-LL-RET-DATE
            TO LN-OUT-LOAN-TAB-RET-DATE OF LN-MOD8 (WS-IND-1)
          MOVE HV-LL-OVERDUE
            TO LN-OUT-LOAN-TAB-OVERDUE OF LN-MOD8 (WS-IND-1)
          MOVE HV-LL-OUT-TS
            TO LN-OUT-LOAN-TAB-OUT-TS OF LN-MOD8 (WS-IND-1)

          .
       COPY-LOAN-IN-LINKAGE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       ASSESS-OVERDUE-FINE SECTION.
      *>------------------------------------------------------------------------

      *>  performed by CHECK-IN inside the return's unit of work,
      *>  with the loan's due date and borrower still in HV-LOAN:
      *>  the business days overdue (counted by PGBDCAL, so closed
      *>  days never count against the borrower) times the fine per
      *>  day of the borrower's category goes in as one FINE
      *>  assessment row. WS-FINE-OK off means the whole unit of
      *>  work must roll back.
          MOVE "Y" TO WS-FINE-OK-SW
          MOVE "N" TO WS-FINE-ASSESSED-SW

          PERFORM SELECT-LOAN-BORROWER-RULES

          IF NOT SQL-STATUS-OK
          THEN
             MOVE "N" TO WS-FINE-OK-SW
             EXIT SECTION
          END-IF

      *>  a category without fines (children, housebound readers)
      *>  is never assessed
          IF WS-CAT-FINE-PER-DAY = ZERO
          THEN
             EXIT SECTION
          END-IF

      *>  a return keyed in after the fact is fined up to the day it
      *>  really came back, not the day it was keyed
          PERFORM SET-TODAY-DATE

          INITIALIZE LN-BDCAL
          SET V-LN-BD-FNC-COUNT OF LN-BDCAL TO TRUE
          MOVE HV-LOAN-DUE-DATE TO LN-BD-DATE
          MOVE WS-TODAY-DATE    TO LN-BD-DATE-2

          CALL "PGBDCAL" USING LN-BDCAL END-CALL

      *>  an unusable due date or a return on time assesses nothing
          IF LN-BD-RC OF LN-BDCAL NOT = 0
          OR LN-BD-RESULT-DAYS OF LN-BDCAL = ZEROES
          THEN
             EXIT SECTION
          END-IF

          PERFORM SQL-SELECT-NEXT-FINE-ID

          IF NOT SQL-STATUS-OK
          THEN
             MOVE "N" TO WS-FINE-OK-SW
             EXIT SECTION
          END-IF

          MOVE HV-LOAN-BORROWER-ID     TO HV-FINE-BORROWER-ID
          MOVE HV-LOAN-ISBN            TO HV-FINE-ISBN
          MOVE HV-LOAN-COPY-NR         TO HV-FINE-COPY-NR
          MOVE "A"                     TO HV-FINE-TYPE
          MOVE LN-USERID OF LN-MOD8    TO HV-FINE-USER
          COMPUTE HV-FINE-AMOUNT
                = LN-BD-RESULT-DAYS OF LN-BDCAL * WS-CAT-FINE-PER-DAY
          END-COMPUTE

          PERFORM SQL-INSERT-FINE

          IF SQL-STATUS-OK
          THEN
             MOVE "Y" TO WS-FINE-ASSESSED-SW
          ELSE
             MOVE "N" TO WS-FINE-OK-SW
          END-IF

          .
       ASSESS-OVERDUE-FINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FINE-PAY SECTION.
      *>------------------------------------------------------------------------

          MOVE "P" TO HV-FINE-TYPE
          PERFORM RECORD-FINE-ENTRY

          .
       FINE-PAY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FINE-WAIVE SECTION.
      *>------------------------------------------------------------------------

          MOVE "W" TO HV-FINE-TYPE
          PERFORM RECORD-FINE-ENTRY

          .
       FINE-WAIVE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       RECORD-FINE-ENTRY SECTION.
      *>------------------------------------------------------------------------

      *>  a payment or waiver (HV-FINE-TYPE already set by the
      *>  caller) against the borrower's outstanding balance; an
      *>  amount above the balance is refused rather than leaving
      *>  the ledger in credit
          IF LN-INP-FINE-AMOUNT OF LN-MOD8 = ZEROES
          THEN
             MOVE "Key the amount to pay or waive first."
               TO LN-MSG-1                OF LN-MOD8
             EXIT SECTION
          END-IF

      *>  a payment says how it was made; a waiver moves no money
          IF  HV-FINE-TYPE = "P"
          AND NOT V-LN8-PAY-CASH   OF LN-MOD8
          AND NOT V-LN8-PAY-CARD   OF LN-MOD8
          AND NOT V-LN8-PAY-AGENCY OF LN-MOD8
          THEN
             MOVE "Key how the payment is made: C cash or K card."
               TO LN-MSG-1                OF LN-MOD8
             MOVE "A (agency remittance) is posted only by the " &
                  "remittance run."
               TO LN-MSG-2                OF LN-MOD8
             EXIT SECTION
          END-IF

      *>  A is what the agency remittance run posts; at the desk
      *>  it would take money outside any cashier session
          IF  HV-FINE-TYPE = "P"
          AND V-LN8-PAY-AGENCY OF LN-MOD8
          THEN
             MOVE SPACES TO WS-COLL-USER
             ACCEPT WS-COLL-USER FROM ENVIRONMENT "COLLUSER"
             IF WS-COLL-USER = SPACES
             THEN
                MOVE C-DEFAULT-COLL-USER TO WS-COLL-USER
             END-IF
             IF LN-USERID OF LN-MOD8 NOT = WS-COLL-USER
             THEN
                MOVE "Pay method A (agency remittance) is posted " &
                     "only by the remittance run."
                  TO LN-MSG-1             OF LN-MOD8
                MOVE "Key C cash or K card for a desk payment."
                  TO LN-MSG-2             OF LN-MOD8
                EXIT SECTION
             END-IF
          END-IF

      *>  the borrower must exist
          INITIALIZE HV-BORROWER
          MOVE LN-INP-BORROWER-ID      OF LN-MOD8
            TO HV-BORROWER-ID

          PERFORM SQL-SELECT-BORROWER

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "No borrower found with this number: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-BORROWER-ID
               TO LN-MSG-2                OF LN-MOD8
             EXIT SECTION
          WHEN     OTHER
             EXIT SECTION
          END-EVALUATE

          MOVE LN-INP-BORROWER-ID      OF LN-MOD8
            TO HV-FINE-BORROWER-ID

          PERFORM SQL-SELECT-FINE-BALANCE

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             EXIT SECTION
          END-IF

          IF LN-INP-FINE-AMOUNT OF LN-MOD8 > HV-FINE-BALANCE
          THEN
             MOVE "The amount is more than the outstanding " &
                  "balance of: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-FINE-BALANCE TO WS-AMOUNT-EDIT
             MOVE WS-AMOUNT-EDIT
               TO LN-MSG-2                OF LN-MOD8
             EXIT SECTION
          END-IF

      *>  cash and card go into the desk user's open cashier
      *>  session; every payment is given the next receipt number
          IF  HV-FINE-TYPE = "P"
          THEN
             MOVE LN-INP-PAY-METHOD    OF LN-MOD8
               TO HV-FINE-PAY-METHOD
          END-IF

          IF  HV-FINE-TYPE = "P"
          AND NOT V-LN8-PAY-AGENCY OF LN-MOD8
          THEN
             MOVE LN-USERID            OF LN-MOD8
               TO HV-SESSION-USER

             PERFORM SQL-SELECT-OPEN-SESSION

             EVALUATE TRUE
             WHEN     SQL-STATUS-OK
                MOVE HV-SESSION-ID TO HV-FINE-SESSION-ID
             WHEN     SQL-STATUS-NOT-FOUND
                MOVE "Open a cashier session before taking a " &
                     "cash or card payment."
                  TO LN-MSG-1             OF LN-MOD8
                EXIT SECTION
             WHEN     OTHER
                PERFORM COPY-SQL-MSG-IN-LINKAGE
                EXIT SECTION
             END-EVALUATE
          END-IF

          IF  HV-FINE-TYPE = "P"
          THEN
             PERFORM SQL-SELECT-NEXT-RECEIPT-NR

             IF NOT SQL-STATUS-OK
             THEN
                PERFORM COPY-SQL-MSG-IN-LINKAGE
                EXIT SECTION
             END-IF
          END-IF

          PERFORM SQL-SELECT-NEXT-FINE-ID

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             EXIT SECTION
          END-IF

      *>  a payment or waiver belongs to the borrower, not to one
      *>  loan - the book columns stay zero
          MOVE ZEROES                  TO HV-FINE-ISBN
          MOVE ZEROES                  TO HV-FINE-COPY-NR
          MOVE LN-INP-FINE-AMOUNT      OF LN-MOD8
            TO HV-FINE-AMOUNT
          MOVE LN-USERID               OF LN-MOD8
            TO HV-FINE-USER

          PERFORM SQL-INSERT-FINE

      *>  the entry that clears the balance of a borrower in
      *>  collections also releases them, in the same unit of work
          MOVE "N" TO WS-COLL-RELEASED-SW

          IF  SQL-STATUS-OK
          AND HV-BORR-STATUS = "C"
          THEN
             PERFORM RELEASE-FROM-COLLECTIONS
          END-IF

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             PERFORM SQL-COMMIT
             PERFORM COPY-SQL-MSG-IN-LINKAGE

             PERFORM SQL-SELECT-FINE-BALANCE

             MOVE LN-INP-BORROWER-ID   OF LN-MOD8
               TO LN-OUT-BORROWER-ID      OF LN-MOD8
             MOVE HV-FINE-BALANCE
               TO LN-OUT-FINE-BALANCE     OF LN-MOD8

             IF HV-FINE-TYPE = "P"
             THEN
                MOVE "Payment recorded, outstanding balance now: "
                  TO LN-MSG-1             OF LN-MOD8
             ELSE
                MOVE "Waiver recorded, outstanding balance now: "
                  TO LN-MSG-1             OF LN-MOD8
             END-IF
             MOVE HV-FINE-BALANCE TO WS-AMOUNT-EDIT
             MOVE WS-AMOUNT-EDIT
               TO LN-MSG-2                OF LN-MOD8

             IF WS-COLL-RELEASED
             THEN
                MOVE "Balance cleared - the borrower is released " &
                     "from collections."
                  TO LN-MSG-3             OF LN-MOD8
             END-IF

             IF HV-FINE-RECEIPT-NR NOT = ZERO
             THEN
                PERFORM BUILD-RECEIPT-SLIP
                MOVE "Receipt number: "
                  TO LN-MSG-4             OF LN-MOD8
                MOVE HV-FINE-RECEIPT-NR
                  TO LN-MSG-4 OF LN-MOD8 (17:9)
             END-IF

             INITIALIZE LN-ACCLOG
             IF HV-FINE-TYPE = "P"
             THEN
                SET V-LN-AL-FINE-PAY   TO TRUE
             ELSE
                SET V-LN-AL-FINE-WAIVE TO TRUE
             END-IF
             MOVE LN-INP-FINE-AMOUNT   OF LN-MOD8
               TO WS-AMOUNT-EDIT
             STRING "AMOUNT " WS-AMOUNT-EDIT
                    DELIMITED BY SIZE INTO LN-AL-DETAIL
             END-STRING
             PERFORM LOG-BORROWER-ACCESS

          WHEN     OTHER
             PERFORM SQL-ROLLBACK
          END-EVALUATE

          .
       RECORD-FINE-ENTRY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       BUILD-RECEIPT-SLIP SECTION.
      *>------------------------------------------------------------------------

      *>  the receipt for a committed payment, a line at a time for
      *>  the desk printer; performed once the new balance is known
          MOVE HV-FINE-RECEIPT-NR
            TO LN-OUT-RECEIPT-NR          OF LN-MOD8
          MOVE HV-FINE-SESSION-ID
            TO LN-OUT-SESSION-ID          OF LN-MOD8
          MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TEXT

          MOVE "LIBRARY FINE PAYMENT RECEIPT"
            TO LN-OUT-RECEIPT-LINE   OF LN-MOD8 (1)

          STRING "RECEIPT NO.   " HV-FINE-RECEIPT-NR
                 DELIMITED BY SIZE
            INTO LN-OUT-RECEIPT-LINE OF LN-MOD8 (2)
          END-STRING

          STRING "DATE          "
                 WS-TODAY-TEXT(1:4) "-" WS-TODAY-TEXT(5:2) "-"
                 WS-TODAY-TEXT(7:2) " "
                 WS-TODAY-TEXT(9:2) ":" WS-TODAY-TEXT(11:2)
                 DELIMITED BY SIZE
            INTO LN-OUT-RECEIPT-LINE OF LN-MOD8 (3)
          END-STRING

          STRING "BORROWER      " HV-FINE-BORROWER-ID
                 DELIMITED BY SIZE
            INTO LN-OUT-RECEIPT-LINE OF LN-MOD8 (4)
          END-STRING

          MOVE HV-FINE-AMOUNT TO WS-AMOUNT-EDIT
          STRING "AMOUNT PAID   " WS-AMOUNT-EDIT
                 DELIMITED BY SIZE
            INTO LN-OUT-RECEIPT-LINE OF LN-MOD8 (5)
          END-STRING

          EVALUATE HV-FINE-PAY-METHOD
          WHEN     "C"
             MOVE "PAID BY       CASH"
               TO LN-OUT-RECEIPT-LINE OF LN-MOD8 (6)
          WHEN     "K"
             MOVE "PAID BY       CARD"
               TO LN-OUT-RECEIPT-LINE OF LN-MOD8 (6)
          WHEN     OTHER
             MOVE "PAID BY       COLLECTION AGENCY"
               TO LN-OUT-RECEIPT-LINE OF LN-MOD8 (6)
          END-EVALUATE

          MOVE HV-FINE-BALANCE TO WS-AMOUNT-EDIT
          STRING "BALANCE NOW   " WS-AMOUNT-EDIT
                 DELIMITED BY SIZE
            INTO LN-OUT-RECEIPT-LINE OF LN-MOD8 (7)
          END-STRING

          STRING "SERVED BY     " HV-FINE-USER
                 DELIMITED BY SIZE
            INTO LN-OUT-RECEIPT-LINE OF LN-MOD8 (8)
          END-STRING

          MOVE 8 TO LN-OUT-RECEIPT-LINE-NR OF LN-MOD8

      *>  an agency payment was taken in no cashier session
          IF HV-FINE-SESSION-ID NOT = ZERO
          THEN
             STRING "SESSION       " HV-FINE-SESSION-ID
                    " " LN-TERMINAL-ID    OF LN-MOD8
                    DELIMITED BY SIZE
               INTO LN-OUT-RECEIPT-LINE OF LN-MOD8 (9)
             END-STRING
             MOVE 9 TO LN-OUT-RECEIPT-LINE-NR OF LN-MOD8
          END-IF

          .
       BUILD-RECEIPT-SLIP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CASH-SESSION-OPEN SECTION.
      *>------------------------------------------------------------------------

      *>  the signed-on user opens a cashier session with the float
      *>  counted into the drawer; one open session per user
          IF LN-USERID OF LN-MOD8 = SPACES
          THEN
             MOVE "Sign on before opening a cashier session."
               TO LN-MSG-1                OF LN-MOD8
             EXIT SECTION
          END-IF

          INITIALIZE HV-CASH-SESSION
          MOVE LN-USERID               OF LN-MOD8
            TO HV-SESSION-USER

          PERFORM SQL-SELECT-OPEN-SESSION

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             MOVE "You already have a cashier session open - " &
                  "close it first: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-SESSION-ID
               TO LN-MSG-2                OF LN-MOD8
             MOVE HV-SESSION-ID
               TO LN-OUT-SESSION-ID       OF LN-MOD8
             EXIT SECTION
          WHEN     SQL-STATUS-NOT-FOUND
             CONTINUE
          WHEN     OTHER
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             EXIT SECTION
          END-EVALUATE

          MOVE LN-TERMINAL-ID          OF LN-MOD8
            TO HV-SESSION-TERMINAL
          MOVE LN-INP-CASH-AMOUNT      OF LN-MOD8
            TO HV-SESSION-FLOAT

          PERFORM SQL-SELECT-NEXT-SESSION-ID

          IF SQL-STATUS-OK
          THEN
             PERFORM SQL-INSERT-CASH-SESSION
          END-IF

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             PERFORM SQL-COMMIT
             PERFORM COPY-SQL-MSG-IN-LINKAGE

             MOVE HV-SESSION-ID
               TO LN-OUT-SESSION-ID       OF LN-MOD8
             MOVE "Cashier session opened with a float of: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-SESSION-FLOAT TO WS-CASH-EDIT
             MOVE WS-CASH-EDIT
               TO LN-MSG-2                OF LN-MOD8

          WHEN     OTHER
             PERFORM SQL-ROLLBACK
          END-EVALUATE

          .
       CASH-SESSION-OPEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CASH-SESSION-CLOSE SECTION.
      *>------------------------------------------------------------------------

      *>  the signed-on user closes the open session with the cash
      *>  counted in the drawer; the drawer should hold the float
      *>  plus the cash taken - card payments never reach it - and
      *>  the difference goes on the nightly close-out report
          INITIALIZE HV-CASH-SESSION
          MOVE LN-USERID               OF LN-MOD8
            TO HV-SESSION-USER

          PERFORM SQL-SELECT-OPEN-SESSION

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "You have no cashier session open."
               TO LN-MSG-1                OF LN-MOD8
             EXIT SECTION
          WHEN     OTHER
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             EXIT SECTION
          END-EVALUATE

          PERFORM SQL-SELECT-SESSION-TAKINGS

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             EXIT SECTION
          END-IF

          MOVE LN-INP-CASH-AMOUNT      OF LN-MOD8
            TO HV-SESSION-COUNTED
          COMPUTE HV-SESSION-EXPECTED
                = HV-SESSION-FLOAT + HV-SESSION-CASH-TAKEN
          END-COMPUTE
          COMPUTE HV-SESSION-VARIANCE
                = HV-SESSION-COUNTED - HV-SESSION-EXPECTED
          END-COMPUTE

          PERFORM SQL-UPDATE-CASH-SESSION-CLOSE

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             PERFORM SQL-COMMIT
             PERFORM COPY-SQL-MSG-IN-LINKAGE

             MOVE HV-SESSION-ID
               TO LN-OUT-SESSION-ID       OF LN-MOD8
             MOVE HV-SESSION-EXPECTED
               TO LN-OUT-CASH-EXPECTED    OF LN-MOD8
             MOVE HV-SESSION-VARIANCE
               TO LN-OUT-CASH-VARIANCE    OF LN-MOD8

             MOVE "Cashier session closed - cash expected in " &
                  "the drawer: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-SESSION-EXPECTED TO WS-CASH-EDIT
             MOVE WS-CASH-EDIT
               TO LN-MSG-2                OF LN-MOD8

             IF HV-SESSION-VARIANCE NOT = ZERO
             THEN
                MOVE "The counted cash differs from it by: "
                  TO LN-MSG-3             OF LN-MOD8
                MOVE HV-SESSION-VARIANCE TO WS-VARIANCE-EDIT
                MOVE WS-VARIANCE-EDIT
                  TO LN-MSG-4             OF LN-MOD8
             END-IF

          WHEN     OTHER
             PERFORM SQL-ROLLBACK
          END-EVALUATE

          .
       CASH-SESSION-CLOSE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOG-BORROWER-ACCESS SECTION.
      *>------------------------------------------------------------------------

      *>  the caller has set the event and any detail; the
      *>  signed-on user, the terminal and the borrower keyed are
      *>  added here. PGACCLOG commits on its own, so this is only
      *>  performed once the function's unit of work has ended.
          MOVE LN-USERID               OF LN-MOD8
            TO LN-AL-USERID
          MOVE LN-TERMINAL-ID          OF LN-MOD8
            TO LN-AL-TERMINAL-ID
          MOVE LN-INP-BORROWER-ID      OF LN-MOD8
            TO LN-AL-BORROWER-ID

          CALL "PGACCLOG" USING LN-ACCLOG END-CALL

          .
       LOG-BORROWER-ACCESS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       RELEASE-FROM-COLLECTIONS SECTION.
      *>------------------------------------------------------------------------

      *>  performed by RECORD-FINE-ENTRY after the entry went in,
      *>  for a borrower in status C: with nothing left to pay the
      *>  borrower goes back to the status held before the referral
      *>  and the open COLL_REFERRAL row is closed. WS-SQL-STATUS
      *>  not OK on the way out means the unit of work rolls back.
          PERFORM SQL-SELECT-FINE-BALANCE

          IF NOT SQL-STATUS-OK
          OR HV-FINE-BALANCE > ZERO
          THEN
             EXIT SECTION
          END-IF

      *>  a referral row gone missing still releases the borrower,
      *>  as an active one
          PERFORM SQL-SELECT-COLL-PRIOR

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "A"                  TO HV-COLL-PRIOR-STATUS
          WHEN     OTHER
             EXIT SECTION
          END-EVALUATE

          MOVE HV-COLL-PRIOR-STATUS    TO HV-BORR-STATUS
          MOVE HV-FINE-BORROWER-ID     TO HV-BORROWER-ID

          PERFORM SQL-UPDATE-BORR-STATUS

          IF NOT SQL-STATUS-OK
          THEN
             EXIT SECTION
          END-IF

          PERFORM SQL-UPDATE-COLL-RELEASE

          IF SQL-STATUS-NOT-FOUND
          THEN
             MOVE ZERO TO WS-SQL-STATUS
          END-IF

          IF SQL-STATUS-OK
          THEN
             MOVE "Y" TO WS-COLL-RELEASED-SW
          END-IF

          .
       RELEASE-FROM-COLLECTIONS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAN-LOST SECTION.
      *>------------------------------------------------------------------------

      *>  a loan given up for lost - by the nightly PGBLOST run, or
      *>  at the desk when the borrower reports the book lost. In
      *>  one unit of work the open loan is closed with its
      *>  LOST_TIMESTAMP set, the overdue fine up to today is
      *>  assessed as at a check-in, the replacement (the book's
      *>  ACQ_COST, or C-DEFAULT-REPLACE-COST when none is recorded,
      *>  plus C-REPLACE-FEE) goes on the FINE ledger as entry type
      *>  R, and the copy goes to status L. PGBLOST sends the end
      *>  of its business date as LN-INP-TRANS-TIMESTAMP, so the
      *>  loan is closed and fined as at that day
          PERFORM CHECK-TRANS-TIMESTAMP

          IF NOT WS-TRANS-OK
          THEN
             EXIT SECTION
          END-IF

          PERFORM CONVERT-ISBN-IF-10

          INITIALIZE HV-LOAN
          MOVE LN-INP-ISBN             OF LN-MOD8
            TO HV-LOAN-ISBN
          MOVE LN-INP-COPY-NR          OF LN-MOD8
            TO HV-LOAN-COPY-NR
          MOVE LN-USERID               OF LN-MOD8
            TO HV-LOAN-USER

          PERFORM SQL-SELECT-ACTIVE-LOAN

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "This copy is not on loan: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-LOAN-COPY-NR
               TO LN-MSG-2                OF LN-MOD8
             EXIT SECTION
          WHEN     OTHER
             EXIT SECTION
          END-EVALUATE

      *>  nothing is lost before it went out
          IF  HV-TRANS-TIMESTAMP NOT = SPACES
          AND HV-TRANS-TIMESTAMP(1:19) < HV-LOAN-OUT-TIMESTAMP
          THEN
             MOVE "The loss is dated before the copy went out, " &
                  "which was at: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-LOAN-OUT-TIMESTAMP
               TO LN-MSG-2                OF LN-MOD8
             EXIT SECTION
          END-IF

      *>  the price comes from the catalog - a soft-deleted book
      *>  still carries one
          MOVE HV-LOAN-ISBN            TO HV-BOOK-ISBN

          PERFORM SQL-SELECT-BOOK-COST

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             EXIT SECTION
          END-IF

          IF HV-BOOK-ACQ-COST = ZEROES
          THEN
             MOVE C-DEFAULT-REPLACE-COST TO WS-REPLACE-COST
          ELSE
             MOVE HV-BOOK-ACQ-COST       TO WS-REPLACE-COST
          END-IF

          PERFORM SQL-UPDATE-LOAN-LOST

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM SQL-ROLLBACK
             EXIT SECTION
          END-IF

          PERFORM ASSESS-OVERDUE-FINE

          IF NOT WS-FINE-OK
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             PERFORM SQL-ROLLBACK
             EXIT SECTION
          END-IF

          MOVE ZEROES TO WS-LOST-FINE-AMOUNT
          IF WS-FINE-ASSESSED
          THEN
             MOVE HV-FINE-AMOUNT TO WS-LOST-FINE-AMOUNT
          END-IF

          PERFORM SQL-SELECT-NEXT-FINE-ID

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             PERFORM SQL-ROLLBACK
             EXIT SECTION
          END-IF

          MOVE HV-LOAN-BORROWER-ID     TO HV-FINE-BORROWER-ID
          MOVE HV-LOAN-ISBN            TO HV-FINE-ISBN
          MOVE HV-LOAN-COPY-NR         TO HV-FINE-COPY-NR
          MOVE "R"                     TO HV-FINE-TYPE
          MOVE LN-USERID OF LN-MOD8    TO HV-FINE-USER
          COMPUTE HV-FINE-AMOUNT = WS-REPLACE-COST + C-REPLACE-FEE
          END-COMPUTE

          PERFORM SQL-INSERT-FINE

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             PERFORM SQL-ROLLBACK
             EXIT SECTION
          END-IF

      *>  a loan from before the holdings layer has no copy row to
      *>  mark
          IF HV-LOAN-COPY-NR > ZEROES
          THEN
             MOVE HV-LOAN-COPY-NR      TO HV-COPY-NR-IN
             MOVE "L"                  TO HV-COPY-NEW-STATUS
             MOVE LN-USERID            OF LN-MOD8
               TO HV-COPY-USER

             PERFORM SQL-UPDATE-COPY-STATUS

             IF SQL-STATUS-NOT-FOUND
             THEN
                MOVE ZERO TO WS-SQL-STATUS
             END-IF

             IF NOT SQL-STATUS-OK
             THEN
                PERFORM COPY-SQL-MSG-IN-LINKAGE
                PERFORM SQL-ROLLBACK
                EXIT SECTION
             END-IF
          END-IF

          PERFORM SQL-COMMIT
          PERFORM COPY-SQL-MSG-IN-LINKAGE

          MOVE HV-LOAN-ISBN
            TO LN-OUT-ISBN                OF LN-MOD8
          MOVE HV-LOAN-COPY-NR
            TO LN-OUT-COPY-NR             OF LN-MOD8
          MOVE HV-BOOK-TITLE
            TO LN-OUT-TITLE               OF LN-MOD8
          MOVE HV-LOAN-BORROWER-ID
            TO LN-OUT-BORROWER-ID         OF LN-MOD8
          MOVE HV-LOAN-DUE-DATE
            TO LN-OUT-DUE-DATE            OF LN-MOD8
          MOVE WS-LOST-FINE-AMOUNT
            TO LN-OUT-FINE-AMOUNT         OF LN-MOD8
          MOVE WS-REPLACE-COST
            TO LN-OUT-REPLACE-COST        OF LN-MOD8
          MOVE C-REPLACE-FEE
            TO LN-OUT-REPLACE-FEE         OF LN-MOD8

          MOVE "Loan closed as lost, replacement billed: "
            TO LN-MSG-1                   OF LN-MOD8
          MOVE HV-FINE-AMOUNT TO WS-AMOUNT-EDIT
          MOVE WS-AMOUNT-EDIT
            TO LN-MSG-2                   OF LN-MOD8

          IF WS-FINE-ASSESSED
          THEN
             MOVE WS-LOST-FINE-AMOUNT TO WS-AMOUNT-EDIT
             MOVE LN-BD-RESULT-DAYS OF LN-BDCAL TO WS-DAYS-EDIT
             MOVE SPACES TO LN-MSG-3 OF LN-MOD8
             STRING "Fine assessed: " WS-AMOUNT-EDIT
                    " for" WS-DAYS-EDIT " late business days"
               DELIMITED BY SIZE
               INTO LN-MSG-3              OF LN-MOD8
             END-STRING
          END-IF

          .
       LOAN-LOST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOST-COPY-RETURN SECTION.
      *>------------------------------------------------------------------------

      *>  performed by CHECK-IN for a keyed copy in status L, with
      *>  HV-LOAN-ISBN and HV-LOAN-COPY-NR set: the book has turned
      *>  up after its loan was closed as lost. The replacement
      *>  charge still open on it is reversed with an entry of type
      *>  C - the overdue fine stands - and the copy goes back on
      *>  the shelf, or on the hold shelf when the title is reserved
          PERFORM SQL-SELECT-LOST-LOAN

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
      *>  a copy marked lost with no lost loan behind it has no
      *>  charge to reverse
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE ZEROES TO HV-LOAN-BORROWER-ID
          WHEN     OTHER
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             EXIT SECTION
          END-EVALUATE

          MOVE ZEROES TO WS-REVERSED-AMOUNT

          IF HV-LOAN-BORROWER-ID > ZEROES
          THEN
             MOVE HV-LOAN-BORROWER-ID  TO HV-FINE-BORROWER-ID
             MOVE HV-LOAN-ISBN         TO HV-FINE-ISBN
             MOVE HV-LOAN-COPY-NR      TO HV-FINE-COPY-NR

             PERFORM SQL-SELECT-REPLACE-OPEN

             IF NOT SQL-STATUS-OK
             THEN
                PERFORM COPY-SQL-MSG-IN-LINKAGE
                EXIT SECTION
             END-IF

             MOVE HV-FINE-AMOUNT TO WS-REVERSED-AMOUNT
          END-IF

          IF WS-REVERSED-AMOUNT > ZEROES
          THEN
             PERFORM SQL-SELECT-NEXT-FINE-ID

             IF NOT SQL-STATUS-OK
             THEN
                PERFORM COPY-SQL-MSG-IN-LINKAGE
                EXIT SECTION
             END-IF

             MOVE "C"                  TO HV-FINE-TYPE
             MOVE WS-REVERSED-AMOUNT   TO HV-FINE-AMOUNT
             MOVE LN-USERID            OF LN-MOD8
               TO HV-FINE-USER

             PERFORM SQL-INSERT-FINE

             IF NOT SQL-STATUS-OK
             THEN
                PERFORM COPY-SQL-MSG-IN-LINKAGE
                PERFORM SQL-ROLLBACK
                EXIT SECTION
             END-IF

      *>     the reversal may clear the balance of a borrower in
      *>     collections - released in this unit of work, as
      *>     RECORD-FINE-ENTRY does for a payment
             INITIALIZE HV-BORROWER
             MOVE HV-LOAN-BORROWER-ID  TO HV-BORROWER-ID

             PERFORM SQL-SELECT-BORROWER

             IF NOT SQL-STATUS-OK
             THEN
                PERFORM COPY-SQL-MSG-IN-LINKAGE
                PERFORM SQL-ROLLBACK
                EXIT SECTION
             END-IF

             MOVE "N" TO WS-COLL-RELEASED-SW

             IF HV-BORR-STATUS = "C"
             THEN
                PERFORM RELEASE-FROM-COLLECTIONS

                IF NOT SQL-STATUS-OK
                THEN
                   PERFORM COPY-SQL-MSG-IN-LINKAGE
                   PERFORM SQL-ROLLBACK
                   EXIT SECTION
                END-IF
             END-IF
          END-IF

          MOVE HV-LOAN-ISBN            TO HV-BOOK-ISBN
          MOVE HV-LOAN-COPY-NR         TO HV-COPY-NR-IN
          MOVE "S"                     TO HV-COPY-NEW-STATUS
          MOVE LN-USERID               OF LN-MOD8
            TO HV-COPY-USER

          PERFORM SQL-UPDATE-COPY-STATUS

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM SQL-ROLLBACK
             EXIT SECTION
          END-IF

          PERFORM SQL-COMMIT
          PERFORM COPY-SQL-MSG-IN-LINKAGE

          MOVE HV-LOAN-ISBN
            TO LN-OUT-ISBN                OF LN-MOD8
          MOVE HV-LOAN-COPY-NR
            TO LN-OUT-COPY-NR             OF LN-MOD8
          MOVE HV-LOAN-BORROWER-ID
            TO LN-OUT-BORROWER-ID         OF LN-MOD8
          MOVE "Lost copy found and back in stock, copy number: "
            TO LN-MSG-1                   OF LN-MOD8
          MOVE HV-LOAN-COPY-NR
            TO LN-MSG-2                   OF LN-MOD8

          IF WS-REVERSED-AMOUNT > ZEROES
          THEN
             MOVE WS-REVERSED-AMOUNT TO WS-AMOUNT-EDIT
             MOVE SPACES TO LN-MSG-3 OF LN-MOD8
             STRING "Replacement charge reversed: " WS-AMOUNT-EDIT
                    " - any overdue fine stands"
               DELIMITED BY SIZE
               INTO LN-MSG-3              OF LN-MOD8
             END-STRING
             IF WS-COLL-RELEASED
             THEN
                MOVE "Balance cleared - the borrower is released " &
                     "from collections."
                  TO LN-MSG-4             OF LN-MOD8
             END-IF
          END-IF

      *>  a queue on the title means this copy must not go back on
      *>  the shelf - the oldest hold gets it
          PERFORM PLACE-ON-HOLD-SHELF

          .
       LOST-COPY-RETURN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       RENEW-LOAN SECTION.
      *>------------------------------------------------------------------------

      *>  a renewal keyed in after the fact is checked against its
      *>  real date-time; the extension itself counts on from the
      *>  due date, so it comes out the same whenever it is keyed
          PERFORM CHECK-TRANS-TIMESTAMP

          IF NOT WS-TRANS-OK
          THEN
             EXIT SECTION
          END-IF

      *>  a keyed ISBN-10 renews under its ISBN-13 form, like the
      *>  check-out above
          PERFORM CONVERT-ISBN-IF-10

          INITIALIZE HV-LOAN
          MOVE LN-INP-ISBN             OF LN-MOD8
            TO HV-LOAN-ISBN

      *>  settle which open loan is being renewed, the same way the
      *>  check-in does
          PERFORM FIND-OPEN-LOAN-COPY

          IF NOT WS-COPY-OK
          THEN
             EXIT SECTION
          END-IF

      *>  the open loan itself carries the due date the extension
      *>  counts on from, and the renewal count the limit holds
          PERFORM SQL-SELECT-ACTIVE-LOAN

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "This copy is not on loan: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-LOAN-COPY-NR
               TO LN-MSG-2                OF LN-MOD8
             EXIT SECTION
          WHEN     OTHER
             EXIT SECTION
          END-EVALUATE

      *>  the renewal limit and the loan period are those of the
      *>  borrower's category
          PERFORM SELECT-LOAN-BORROWER-RULES

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             EXIT SECTION
          END-IF

          IF  HV-TRANS-TIMESTAMP NOT = SPACES
          AND HV-TRANS-TIMESTAMP(1:19) < HV-LOAN-OUT-TIMESTAMP
          THEN
             MOVE "The renewal is dated before the copy went out, " &
                  "which was at: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-LOAN-OUT-TIMESTAMP
               TO LN-MSG-2                OF LN-MOD8
             EXIT SECTION
          END-IF

          IF HV-LOAN-RENEWAL-NR NOT < WS-CAT-MAX-RENEWALS
          THEN
             MOVE "This loan has already been renewed the maximum " &
                  "number of times: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-LOAN-RENEWAL-NR
               TO LN-MSG-2                OF LN-MOD8
             MOVE "The book has to come back to the desk."
               TO LN-MSG-3                OF LN-MOD8
             EXIT SECTION
          END-IF

      *>  the extension counts the category's loan period in
      *>  business days on from the due date the loan already
      *>  carries, not from today
          INITIALIZE LN-BDCAL
          SET V-LN-BD-FNC-ADD-DAYS OF LN-BDCAL TO TRUE
          MOVE HV-LOAN-DUE-DATE TO LN-BD-DATE
          MOVE WS-CAT-LOAN-DAYS TO LN-BD-DAYS

          CALL "PGBDCAL" USING LN-BDCAL END-CALL

          IF LN-BD-RC OF LN-BDCAL NOT = 0
          THEN
             MOVE "The new due date could not be worked out from " &
                  "the business-day calendar."
               TO LN-MSG-1                OF LN-MOD8
             EXIT SECTION
          END-IF

          MOVE LN-BD-RESULT-DATE OF LN-BDCAL TO HV-LOAN-DUE-DATE

          PERFORM SQL-UPDATE-LOAN-RENEW

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             PERFORM SQL-COMMIT
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             MOVE HV-LOAN-ISBN
               TO LN-OUT-ISBN             OF LN-MOD8
             MOVE HV-LOAN-COPY-NR
               TO LN-OUT-COPY-NR          OF LN-MOD8
             MOVE HV-LOAN-BORROWER-ID
               TO LN-OUT-BORROWER-ID      OF LN-MOD8
             MOVE HV-LOAN-DUE-DATE
               TO LN-OUT-DUE-DATE         OF LN-MOD8
             ADD 1 TO HV-LOAN-RENEWAL-NR
             MOVE HV-LOAN-RENEWAL-NR
               TO LN-OUT-RENEWAL-NR       OF LN-MOD8
             MOVE "Loan renewed, now due back on: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-LOAN-DUE-DATE
               TO LN-MSG-2                OF LN-MOD8
             MOVE "Renewal number: "
               TO LN-MSG-3                OF LN-MOD8
             MOVE HV-LOAN-RENEWAL-NR
               TO LN-MSG-4                OF LN-MOD8

          WHEN     SQL-STATUS-NOT-FOUND
      *>     the loan was returned (or renewed away) between the
      *>     select above and the update - start over
             PERFORM SQL-ROLLBACK
             MOVE "This copy is not on loan: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-LOAN-COPY-NR
               TO LN-MSG-2                OF LN-MOD8

          WHEN     OTHER
             PERFORM SQL-ROLLBACK
          END-EVALUATE

          .
       RENEW-LOAN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       HOLD-PLACE SECTION.
      *>------------------------------------------------------------------------

      *>  a keyed ISBN-10 reserves under its ISBN-13 form, like the
      *>  check-out above
          PERFORM CONVERT-ISBN-IF-10

      *>  the book must exist (and not be soft-deleted)
          MOVE LN-INP-ISBN             OF LN-MOD8
            TO HV-BOOK-ISBN

          PERFORM SQL-SELECT-BOOK-TITLE

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "No book found with this ISBN number: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-BOOK-ISBN
               TO LN-MSG-2                OF LN-MOD8
             EXIT SECTION
          WHEN     OTHER
             EXIT SECTION
          END-EVALUATE

      *>  the borrower must exist
          INITIALIZE HV-BORROWER
          MOVE LN-INP-BORROWER-ID      OF LN-MOD8
            TO HV-BORROWER-ID

          PERFORM SQL-SELECT-BORROWER

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "No borrower found with this number: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-BORROWER-ID
               TO LN-MSG-2                OF LN-MOD8
             EXIT SECTION
          WHEN     OTHER
             EXIT SECTION
          END-EVALUATE

      *>  nor does a number closed by a merge queue for anything
          IF HV-BORR-STATUS = "M"
          THEN
             PERFORM SET-MERGED-MESSAGE
             EXIT SECTION
          END-IF

      *>  the work the keyed edition is linked to: a work-level
      *>  hold is placed on it, and an edition-level hold must not
      *>  double a work-level hold the borrower already has on it
          INITIALIZE HV-RESERVATION
          MOVE LN-INP-ISBN             OF LN-MOD8
            TO HV-RES-ISBN
          MOVE LN-INP-BORROWER-ID      OF LN-MOD8
            TO HV-RES-BORROWER-ID
          MOVE LN-USERID               OF LN-MOD8
            TO HV-RES-USER

          IF V-LN8-HOLD-WORK OF LN-MOD8
          THEN
             MOVE "W" TO HV-RES-LEVEL
          ELSE
             MOVE "E" TO HV-RES-LEVEL
          END-IF

          PERFORM SQL-SELECT-EDITION-WORK

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE ZEROES TO HV-RES-WORK-ID
             IF HV-RES-LEVEL = "W"
             THEN
                PERFORM COPY-SQL-MSG-IN-LINKAGE
                MOVE "This edition is not linked to a work - hold " &
                     "the edition itself, or link it first."
                  TO LN-MSG-1             OF LN-MOD8
                MOVE HV-RES-ISBN
                  TO LN-MSG-2             OF LN-MOD8
                EXIT SECTION
             END-IF
          WHEN     OTHER
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             EXIT SECTION
          END-EVALUATE

      *>  one open hold per borrower and title is enough
          PERFORM SQL-SELECT-OPEN-HOLD

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             MOVE "This borrower already holds a reservation on " &
                  "this title."
               TO LN-MSG-1                OF LN-MOD8
             EXIT SECTION
          WHEN     SQL-STATUS-NOT-FOUND
             CONTINUE
          WHEN     OTHER
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             EXIT SECTION
          END-EVALUATE

          PERFORM SQL-SELECT-NEXT-RES-ID

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             EXIT SECTION
          END-IF

      *>  only a work-level hold records its work
          IF HV-RES-LEVEL NOT = "W"
          THEN
             MOVE ZEROES TO HV-RES-WORK-ID
          END-IF

          PERFORM SQL-INSERT-RESERVATION

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             PERFORM SQL-COMMIT
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             MOVE HV-RES-ISBN
               TO LN-OUT-ISBN             OF LN-MOD8
             MOVE HV-RES-BORROWER-ID
               TO LN-OUT-BORROWER-ID      OF LN-MOD8
             MOVE HV-BOOK-TITLE
               TO LN-OUT-TITLE            OF LN-MOD8
             MOVE HV-RES-WORK-ID
               TO LN-OUT-WORK-ID          OF LN-MOD8
             MOVE "Hold placed, reservation number: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-RES-ID
               TO LN-MSG-2                OF LN-MOD8
             IF HV-RES-LEVEL = "W"
             THEN
                MOVE "Any edition of the work will do - work number: "
                  TO LN-MSG-3             OF LN-MOD8
                MOVE HV-RES-WORK-ID
                  TO LN-MSG-4             OF LN-MOD8
             END-IF

          WHEN     OTHER
             PERFORM SQL-ROLLBACK
          END-EVALUATE

          .
       HOLD-PLACE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       HOLD-CANCEL SECTION.
      *>------------------------------------------------------------------------

      *>  a keyed ISBN-10 cancels under its ISBN-13 form too
          PERFORM CONVERT-ISBN-IF-10

          INITIALIZE HV-RESERVATION
          MOVE LN-INP-ISBN             OF LN-MOD8
            TO HV-RES-ISBN
          MOVE LN-INP-BORROWER-ID      OF LN-MOD8
            TO HV-RES-BORROWER-ID
          MOVE LN-USERID               OF LN-MOD8
            TO HV-RES-USER

          PERFORM SQL-UPDATE-HOLD-CANCEL

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             PERFORM SQL-COMMIT
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             MOVE HV-RES-ISBN
               TO LN-OUT-ISBN             OF LN-MOD8
             MOVE HV-RES-BORROWER-ID
               TO LN-OUT-BORROWER-ID      OF LN-MOD8
             MOVE "Hold cancelled for borrower: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-RES-BORROWER-ID
               TO LN-MSG-2                OF LN-MOD8

          WHEN     SQL-STATUS-NOT-FOUND
             PERFORM SQL-ROLLBACK
             MOVE "No open hold for this borrower on this title."
               TO LN-MSG-1                OF LN-MOD8

          WHEN     OTHER
             PERFORM SQL-ROLLBACK
          END-EVALUATE

          .
       HOLD-CANCEL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CATEGORY-LIST SECTION.
      *>------------------------------------------------------------------------

      *>  every borrower category with its lending rules, in code
      *>  order, into the category table in the linkage - the table
      *>  is small enough to come back in one page
          PERFORM SQL-DECLARE-CURSOR-CAT-LS

          INITIALIZE LN-OUTPUT OF LN-MOD8
          INITIALIZE HV-BORR-CATEGORY-ROW

          PERFORM SQL-OPEN-CURSOR-CAT-LS

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          IF SQL-STATUS-OK
          THEN
             PERFORM VARYING WS-IND-1 FROM 1 BY 1
               UNTIL WS-IND-1 > C-MAX-CAT-TAB-SIZE

                PERFORM SQL-FETCH-CURSOR-CAT-LS

                PERFORM COPY-SQL-MSG-IN-LINKAGE

                EVALUATE TRUE
                WHEN     SQL-STATUS-OK
                   MOVE WS-IND-1
                     TO LN-OUT-CAT-TAB-LINE-NR OF LN-MOD8

      *>           copy selected data in linkage
                   PERFORM COPY-CATEGORY-IN-LINKAGE

                   MOVE "Borrower categories selected."
                     TO LN-MSG-1       OF LN-MOD8
                   MOVE SPACES
                     TO LN-MSG-2       OF LN-MOD8

                WHEN     SQL-STATUS-NOT-FOUND
                   IF WS-IND-1 = 1
                   THEN
                      MOVE ZEROES
                        TO LN-OUT-CAT-TAB-LINE-NR OF LN-MOD8

                      MOVE "No borrower categories on record - the " &
                           "house rules apply to everyone."
                        TO LN-MSG-1    OF LN-MOD8
                      MOVE SPACES
                        TO LN-MSG-2    OF LN-MOD8
                   ELSE
                      MOVE "Borrower categories selected."
                        TO LN-MSG-1    OF LN-MOD8
                      MOVE SPACES
                        TO LN-MSG-2    OF LN-MOD8
                   END-IF
                   EXIT PERFORM

                WHEN     OTHER
                   EXIT PERFORM
                END-EVALUATE
             END-PERFORM
          END-IF

      *>  always try to close the cursor, also in error cases
          PERFORM SQL-CLOSE-CURSOR-CAT-LS

      *>  There is no "WITH HOLD" option in cursor, therefore we need a commit.
          PERFORM SQL-COMMIT

          .
       CATEGORY-LIST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COPY-CATEGORY-IN-LINKAGE SECTION.
      *>------------------------------------------------------------------------

      *>  copy selected data in linkage
          INITIALIZE LN-OUT-CAT-TAB-LINE OF LN-MOD8 (WS-IND-1)
          MOVE HV-CAT-CODE
            TO LN-OUT-CAT-TAB-CODE OF LN-MOD8 (WS-IND-1)
          MOVE HV-CAT-NAME
            TO LN-OUT-CAT-TAB-NAME OF LN-MOD8 (WS-IND-1)
          MOVE HV-CAT-LOAN-DAYS
            TO LN-OUT-CAT-TAB-LOAN-DAYS OF LN-MOD8 (WS-IND-1)
          MOVE HV-CAT-MAX-LOANS
            TO LN-OUT-CAT-TAB-MAX-LOANS OF LN-MOD8 (WS-IND-1)
          MOVE HV-CAT-MAX-RENEWALS
            TO LN-OUT-CAT-TAB-MAX-RENEWALS OF LN-MOD8 (WS-IND-1)
          MOVE HV-CAT-FINE-PER-DAY
            TO LN-OUT-CAT-TAB-FINE-PER-DAY OF LN-MOD8 (WS-IND-1)

          .
       COPY-CATEGORY-IN-LINKAGE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CATEGORY-SAVE SECTION.
      *>------------------------------------------------------------------------

      *>  add a borrower category or change its lending rules; the
      *>  rules govern every loan, so only a supervisor may do it
          PERFORM CHECK-SUPERVISOR-ACCESS

          IF WS-ACCESS-DENIED
          THEN
             EXIT SECTION
          END-IF

          IF LN-INP-CAT-CODE OF LN-MOD8 = SPACE
          OR LN-INP-CAT-NAME OF LN-MOD8 = SPACES
          THEN
             MOVE "Category code and name are both required."
               TO LN-MSG-1                OF LN-MOD8
             EXIT SECTION
          END-IF

          IF LN-INP-CAT-LOAN-DAYS OF LN-MOD8 = ZEROES
          THEN
             MOVE "The loan period must be at least one day."
               TO LN-MSG-1                OF LN-MOD8
             EXIT SECTION
          END-IF

          IF LN-INP-CAT-MAX-LOANS OF LN-MOD8 = ZEROES
          THEN
             MOVE "The open-loan limit must be at least one book."
               TO LN-MSG-1                OF LN-MOD8
             EXIT SECTION
          END-IF

          INITIALIZE HV-BORR-CATEGORY-ROW
          MOVE LN-INP-CAT-CODE         OF LN-MOD8
            TO HV-CAT-CODE
          MOVE LN-INP-CAT-NAME         OF LN-MOD8
            TO HV-CAT-NAME
          MOVE LN-INP-CAT-LOAN-DAYS    OF LN-MOD8
            TO HV-CAT-LOAN-DAYS
          MOVE LN-INP-CAT-MAX-LOANS    OF LN-MOD8
            TO HV-CAT-MAX-LOANS
          MOVE LN-INP-CAT-MAX-RENEWALS OF LN-MOD8
            TO HV-CAT-MAX-RENEWALS
          MOVE LN-INP-CAT-FINE-PER-DAY OF LN-MOD8
            TO HV-CAT-FINE-PER-DAY
          MOVE LN-USERID               OF LN-MOD8
            TO HV-CAT-USER

      *>  an existing category is changed in place, a new code is
      *>  added
          PERFORM SQL-UPDATE-BORR-CATEGORY

          IF SQL-STATUS-NOT-FOUND
          THEN
             PERFORM SQL-INSERT-BORR-CATEGORY
          END-IF

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             PERFORM SQL-COMMIT
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             MOVE "Category rules saved for category: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-CAT-CODE
               TO LN-MSG-2                OF LN-MOD8
             IF HV-CAT-FINE-PER-DAY = ZERO
             THEN
                MOVE "Borrowers in this category pay no overdue " &
                     "fines."
                  TO LN-MSG-3             OF LN-MOD8
             END-IF

          WHEN     OTHER
             PERFORM SQL-ROLLBACK
          END-EVALUATE

          .
       CATEGORY-SAVE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-SUPERVISOR-ACCESS SECTION.
      *>------------------------------------------------------------------------

      *>  held to an explicit supervisor sign-on, the way PGMOD7
      *>  holds its user administration: the user in LN-USERID must
      *>  be an active APP_USER with the supervisor role
          MOVE "Y" TO WS-ACCESS-DENIED-SW

          MOVE LN-USERID OF LN-MOD8 TO HV-APP-USER-ID

          IF HV-APP-USER-ID NOT = SPACES
          THEN
             PERFORM SQL-SELECT-APP-USER-ROLE

             IF  SQL-STATUS-OK
             AND HV-APP-ROLE = "S"
             THEN
                MOVE "N" TO WS-ACCESS-DENIED-SW
             END-IF
          END-IF

          IF WS-ACCESS-DENIED
          THEN
             MOVE "This function needs a supervisor sign-on."
               TO LN-MSG-1                OF LN-MOD8
          END-IF

          .
       CHECK-SUPERVISOR-ACCESS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-CATEGORY-CODE SECTION.
      *>------------------------------------------------------------------------

      *>  a category keyed against a borrower (in HV-CAT-CODE) must
      *>  have its BORR_CATEGORY rules row; WS-CAT-OK says so, and a
      *>  refusal is already worded in LN-MSG on the way out
          MOVE "N" TO WS-CAT-OK-SW

          PERFORM SQL-SELECT-BORR-CATEGORY

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             MOVE "Y" TO WS-CAT-OK-SW
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE "No lending rules are kept for this borrower " &
                  "category: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE HV-CAT-CODE
               TO LN-MSG-2                OF LN-MOD8
          WHEN     OTHER
             CONTINUE
          END-EVALUATE

          .
       CHECK-CATEGORY-CODE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-CONTACT-CHANNEL SECTION.
      *>------------------------------------------------------------------------

      *>  the channel in WS-CONTACT-CHANNEL must be one the keyed
      *>  e-mail and phone can carry; WS-CHANNEL-OK says so, and a
      *>  refusal is already worded in LN-MSG on the way out
          MOVE "N" TO WS-CHANNEL-OK-SW

          EVALUATE TRUE
          WHEN     WS-CONTACT-CHANNEL = "P"
             MOVE "Y" TO WS-CHANNEL-OK-SW
          WHEN     WS-CONTACT-CHANNEL = "E"
          AND      LN-INP-EMAIL OF LN-MOD8 NOT = SPACES
             MOVE "Y" TO WS-CHANNEL-OK-SW
          WHEN     WS-CONTACT-CHANNEL = "S"
          AND      LN-INP-PHONE OF LN-MOD8 NOT = SPACES
             MOVE "Y" TO WS-CHANNEL-OK-SW
          WHEN     WS-CONTACT-CHANNEL = "E"
             MOVE "Messages by e-mail need an e-mail address."
               TO LN-MSG-1                OF LN-MOD8
          WHEN     WS-CONTACT-CHANNEL = "S"
             MOVE "Messages by SMS need a phone number."
               TO LN-MSG-1                OF LN-MOD8
          WHEN     OTHER
             MOVE "Contact channel must be E (e-mail), S (SMS) " &
                  "or P (post)."
               TO LN-MSG-1                OF LN-MOD8
          END-EVALUATE

          .
       CHECK-CONTACT-CHANNEL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SELECT-CATEGORY-RULES SECTION.
      *>------------------------------------------------------------------------

      *>  the lending rules of the category in HV-BORR-CATEGORY into
      *>  WS-CAT-*; a category with no rules row is lent to on the
      *>  house rules. Leaves WS-SQL-STATUS not OK only on a real
      *>  database error.
          MOVE HV-BORR-CATEGORY TO HV-CAT-CODE

          PERFORM SQL-SELECT-BORR-CATEGORY

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             MOVE HV-CAT-LOAN-DAYS     TO WS-CAT-LOAN-DAYS
             MOVE HV-CAT-MAX-LOANS     TO WS-CAT-MAX-LOANS
             MOVE HV-CAT-MAX-RENEWALS  TO WS-CAT-MAX-RENEWALS
             MOVE HV-CAT-FINE-PER-DAY  TO WS-CAT-FINE-PER-DAY
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE C-LOAN-DAYS          TO WS-CAT-LOAN-DAYS
             MOVE C-MAX-OPEN-LOANS     TO WS-CAT-MAX-LOANS
             MOVE C-MAX-RENEWALS       TO WS-CAT-MAX-RENEWALS
             MOVE C-FINE-PER-DAY       TO WS-CAT-FINE-PER-DAY
             MOVE ZERO                 TO WS-SQL-STATUS
          WHEN     OTHER
             CONTINUE
          END-EVALUATE

          .
       SELECT-CATEGORY-RULES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SELECT-LOAN-BORROWER-RULES SECTION.
      *>------------------------------------------------------------------------

      *>  the lending rules of the borrower an open loan (HV-LOAN)
      *>  is written to, for the renewal and the overdue fine; a
      *>  loan whose borrower row is gone is held to the house rules
          INITIALIZE HV-BORROWER
          MOVE HV-LOAN-BORROWER-ID TO HV-BORROWER-ID

          PERFORM SQL-SELECT-BORROWER

          EVALUATE TRUE
          WHEN     SQL-STATUS-OK
             CONTINUE
          WHEN     SQL-STATUS-NOT-FOUND
             MOVE C-DEFAULT-CATEGORY TO HV-BORR-CATEGORY
          WHEN     OTHER
             EXIT SECTION
          END-EVALUATE

          PERFORM SELECT-CATEGORY-RULES

          .
       SELECT-LOAN-BORROWER-RULES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       PLACE-ON-HOLD-SHELF SECTION.
      *>------------------------------------------------------------------------

      *>  performed by CHECK-IN once the return is committed: the
      *>  oldest hold not yet given a copy gets this one - the
      *>  RESERVATION row records the copy and a pickup-by date
      *>  C-PICKUP-DAYS business days ahead, and the copy goes to
      *>  status H (on the hold shelf) so nobody else can borrow it;
      *>  no queue on the title is not an error
          MOVE HV-LOAN-ISBN TO HV-RES-ISBN

          PERFORM SQL-SELECT-OLDEST-HOLD

          IF NOT SQL-STATUS-OK
          THEN
             EXIT SECTION
          END-IF

      *>  a loan from before the holdings layer has no copy to put
      *>  on the shelf - the operator sets the book aside by hand
          IF HV-LOAN-COPY-NR = ZEROES
          THEN
             MOVE SPACES TO LN-MSG-4 OF LN-MOD8
             STRING "RESERVED - set this copy aside for "
                    "borrower: " HV-RES-BORROWER-ID
               DELIMITED BY SIZE
               INTO LN-MSG-4              OF LN-MOD8
             END-STRING
             EXIT SECTION
          END-IF

          MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TEXT
          MOVE SPACES TO WS-TODAY-DATE
          STRING WS-TODAY-TEXT(1:4) "-" WS-TODAY-TEXT(5:2) "-"
                 WS-TODAY-TEXT(7:2)
            DELIMITED BY SIZE INTO WS-TODAY-DATE
          END-STRING

          INITIALIZE LN-BDCAL
          SET V-LN-BD-FNC-ADD-DAYS OF LN-BDCAL TO TRUE
          MOVE WS-TODAY-DATE    TO LN-BD-DATE
          MOVE C-PICKUP-DAYS    TO LN-BD-DAYS

          CALL "PGBDCAL" USING LN-BDCAL END-CALL

          IF LN-BD-RC OF LN-BDCAL = 0
          THEN
             MOVE HV-LOAN-COPY-NR         TO HV-RES-COPY-NR
             MOVE LN-BD-RESULT-DATE OF LN-BDCAL
               TO HV-RES-PICKUP-DATE
             MOVE LN-USERID OF LN-MOD8    TO HV-RES-USER

             PERFORM SQL-UPDATE-HOLD-SHELVE
          ELSE
             MOVE 100 TO WS-SQL-STATUS
          END-IF

          IF SQL-STATUS-OK
          THEN
             MOVE "H"                     TO HV-COPY-NEW-STATUS
             MOVE HV-LOAN-ISBN            TO HV-BOOK-ISBN
             MOVE HV-LOAN-COPY-NR         TO HV-COPY-NR-IN
             MOVE LN-USERID OF LN-MOD8    TO HV-COPY-USER

             PERFORM SQL-UPDATE-COPY-STATUS
          END-IF

      *>  the return itself is already committed; a shelving that
      *>  fails falls back to the plain set-aside message
          IF SQL-STATUS-OK
          THEN
             PERFORM SQL-COMMIT
             MOVE SPACES TO LN-MSG-4 OF LN-MOD8
             IF HV-RES-WORK-ID > ZEROES
             THEN
                STRING "HOLD SHELF - keep for borrower "
                       HV-RES-BORROWER-ID " until "
                       HV-RES-PICKUP-DATE " (work hold)"
                  DELIMITED BY SIZE
                  INTO LN-MSG-4           OF LN-MOD8
                END-STRING
             ELSE
                STRING "HOLD SHELF - keep for borrower "
                       HV-RES-BORROWER-ID " until "
                       HV-RES-PICKUP-DATE
                  DELIMITED BY SIZE
                  INTO LN-MSG-4           OF LN-MOD8
                END-STRING
             END-IF
          ELSE
             PERFORM SQL-ROLLBACK
             MOVE SPACES TO LN-MSG-4 OF LN-MOD8
             STRING "RESERVED - set this copy aside for "
                    "borrower: " HV-RES-BORROWER-ID
               DELIMITED BY SIZE
               INTO LN-MSG-4              OF LN-MOD8
             END-STRING
          END-IF

          .
       PLACE-ON-HOLD-SHELF-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FIND-OPEN-LOAN-COPY SECTION.
      *>------------------------------------------------------------------------

      *>  performed by CHECK-IN and RENEW-LOAN with HV-LOAN-ISBN set:
      *>  settles which open loan the caller means, leaving the copy
      *>  in HV-LOAN-COPY-NR with WS-COPY-OK set; a keyed copy number
      *>  is taken as given, otherwise the single open loan names
      *>  itself and two or more open loans ask for the number
          MOVE "N" TO WS-COPY-OK-SW

          IF LN-INP-COPY-NR OF LN-MOD8 > ZEROES
          THEN
             MOVE LN-INP-COPY-NR       OF LN-MOD8
               TO HV-LOAN-COPY-NR
          ELSE
             PERFORM SQL-SELECT-OPEN-LOAN-NR

             IF NOT SQL-STATUS-OK
             THEN
                PERFORM COPY-SQL-MSG-IN-LINKAGE
                EXIT SECTION
             END-IF

             EVALUATE TRUE
             WHEN HV-OPEN-LOAN-NR = ZEROES
                MOVE "This book is not on loan: "
                  TO LN-MSG-1             OF LN-MOD8
                MOVE HV-LOAN-ISBN
                  TO LN-MSG-2             OF LN-MOD8
                EXIT SECTION

             WHEN HV-OPEN-LOAN-NR > 1
                MOVE "More than one copy of this title is out - " &
                     "key the copy number."
                  TO LN-MSG-1             OF LN-MOD8
                EXIT SECTION

             WHEN OTHER
                MOVE HV-OPEN-COPY-NR TO HV-LOAN-COPY-NR
             END-EVALUATE
          END-IF

          MOVE "Y" TO WS-COPY-OK-SW

          .
       FIND-OPEN-LOAN-COPY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SELECT-LOAN-COPY SECTION.
      *>------------------------------------------------------------------------

      *>  performed by CHECK-OUT once book and borrower both hold:
      *>  settles which physical copy the loan is written against,
      *>  leaving it in WS-LOAN-COPY-NR with WS-COPY-OK set; any
      *>  refusal is already worded in LN-MSG on the way out
          MOVE "N"  TO WS-COPY-OK-SW
          MOVE "N"  TO WS-SHELF-COPY-SW
          MOVE ZERO TO WS-LOAN-COPY-NR

          IF LN-INP-COPY-NR OF LN-MOD8 > ZEROES
          THEN
      *>     the keyed copy must exist under this ISBN ...
             MOVE LN-INP-COPY-NR       OF LN-MOD8
               TO HV-COPY-NR-IN

             PERFORM SQL-SELECT-COPY-STATUS

             EVALUATE TRUE
             WHEN     SQL-STATUS-OK
                CONTINUE
             WHEN     SQL-STATUS-NOT-FOUND
                PERFORM COPY-SQL-MSG-IN-LINKAGE
                MOVE "No such copy under this ISBN: "
                  TO LN-MSG-1             OF LN-MOD8
                MOVE HV-COPY-NR-IN
                  TO LN-MSG-2             OF LN-MOD8
                EXIT SECTION
             WHEN     OTHER
                PERFORM COPY-SQL-MSG-IN-LINKAGE
                EXIT SECTION
             END-EVALUATE

      *>     ... must not be discarded or missing ...
             IF HV-COPY-STATUS = "D"
             THEN
                MOVE "This copy is discarded and cannot be lent: "
                  TO LN-MSG-1             OF LN-MOD8
                MOVE HV-COPY-NR-IN
                  TO LN-MSG-2             OF LN-MOD8
                EXIT SECTION
             END-IF

             IF HV-COPY-STATUS = "M"
             THEN
                MOVE "This copy went missing at stocktake and " &
                     "cannot be lent: "
                  TO LN-MSG-1             OF LN-MOD8
                MOVE HV-COPY-NR-IN
                  TO LN-MSG-2             OF LN-MOD8
                EXIT SECTION
             END-IF

             IF HV-COPY-STATUS = "T"
             THEN
                MOVE "This copy is in transit between sites and " &
                     "cannot be lent: "
                  TO LN-MSG-1             OF LN-MOD8
                MOVE HV-COPY-NR-IN
                  TO LN-MSG-2             OF LN-MOD8
                EXIT SECTION
             END-IF

             IF HV-COPY-STATUS = "L"
             THEN
                MOVE "This copy is recorded lost - check it in " &
                     "before lending it: "
                  TO LN-MSG-1             OF LN-MOD8
                MOVE HV-COPY-NR-IN
                  TO LN-MSG-2             OF LN-MOD8
                EXIT SECTION
             END-IF

             IF HV-COPY-STATUS = "R"
             THEN
                MOVE "This copy is at the bindery for repair and " &
                     "cannot be lent: "
                  TO LN-MSG-1             OF LN-MOD8
                MOVE HV-COPY-NR-IN
                  TO LN-MSG-2             OF LN-MOD8
                EXIT SECTION
             END-IF

      *>     ... must, if it waits on the hold shelf, be waiting for
      *>     this borrower - a shelf copy whose hold has since been
      *>     cancelled or met by another copy is free to go ...
             IF HV-COPY-STATUS = "H"
             THEN
                MOVE HV-BOOK-ISBN      TO HV-RES-ISBN
                MOVE HV-COPY-NR-IN     TO HV-RES-COPY-NR

                PERFORM SQL-SELECT-SHELF-HOLD-COPY

                EVALUATE TRUE
                WHEN     SQL-STATUS-OK
                   IF HV-RES-BORROWER-ID
                      NOT = LN-INP-BORROWER-ID OF LN-MOD8
                   THEN
                      PERFORM COPY-SQL-MSG-IN-LINKAGE
                      MOVE "This copy is on the hold shelf for " &
                           "borrower: "
                        TO LN-MSG-1       OF LN-MOD8
                      MOVE HV-RES-BORROWER-ID
                        TO LN-MSG-2       OF LN-MOD8
                      EXIT SECTION
                   END-IF
                WHEN     SQL-STATUS-NOT-FOUND
                   CONTINUE
                WHEN     OTHER
                   PERFORM COPY-SQL-MSG-IN-LINKAGE
                   EXIT SECTION
                END-EVALUATE

                MOVE "Y" TO WS-SHELF-COPY-SW
             END-IF

      *>     ... and must not be out already
             INITIALIZE HV-LOAN
             MOVE LN-INP-ISBN          OF LN-MOD8
               TO HV-LOAN-ISBN
             MOVE HV-COPY-NR-IN
               TO HV-LOAN-COPY-NR

             PERFORM SQL-SELECT-ACTIVE-LOAN

             EVALUATE TRUE
             WHEN     SQL-STATUS-OK
                PERFORM COPY-SQL-MSG-IN-LINKAGE
                MOVE "This copy is already on loan to borrower: "
                  TO LN-MSG-1             OF LN-MOD8
                MOVE HV-LOAN-BORROWER-ID
                  TO LN-MSG-2             OF LN-MOD8
                SET V-LN8-OUT-REFUSE-ON-LOAN OF LN-MOD8 TO TRUE
                EXIT SECTION
             WHEN     SQL-STATUS-NOT-FOUND
                CONTINUE
             WHEN     OTHER
                PERFORM COPY-SQL-MSG-IN-LINKAGE
                EXIT SECTION
             END-EVALUATE

             MOVE HV-COPY-NR-IN TO WS-LOAN-COPY-NR

          ELSE
      *>     no copy keyed - a copy waiting on the hold shelf for
      *>     this borrower goes out first ...
             MOVE HV-BOOK-ISBN          TO HV-RES-ISBN
             MOVE LN-INP-BORROWER-ID    OF LN-MOD8
               TO HV-RES-BORROWER-ID

             PERFORM SQL-SELECT-SHELF-HOLD-BORR

             IF NOT SQL-STATUS-OK
             THEN
                PERFORM COPY-SQL-MSG-IN-LINKAGE
                EXIT SECTION
             END-IF

             IF HV-RES-COPY-NR > ZEROES
             THEN
                MOVE HV-RES-COPY-NR TO WS-LOAN-COPY-NR
                MOVE "Y"            TO WS-SHELF-COPY-SW
                MOVE "Y"            TO WS-COPY-OK-SW
                EXIT SECTION
             END-IF

      *>     ... otherwise the lowest not-discarded copy with no
      *>     open loan goes out; zero back means nothing lendable
             PERFORM SQL-SELECT-FREE-COPY

             IF NOT SQL-STATUS-OK
             THEN
                PERFORM COPY-SQL-MSG-IN-LINKAGE
                EXIT SECTION
             END-IF

             IF HV-FREE-COPY-NR = ZEROES
             THEN
                MOVE "No free copy - every copy is out, on the " &
                     "hold shelf, discarded or not on record."
                  TO LN-MSG-1             OF LN-MOD8
                EXIT SECTION
             END-IF

             MOVE HV-FREE-COPY-NR TO WS-LOAN-COPY-NR
          END-IF

          MOVE "Y" TO WS-COPY-OK-SW

          .
       SELECT-LOAN-COPY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CONVERT-ISBN-IF-10 SECTION.
      *>------------------------------------------------------------------------

      *>  a 10-digit ISBN arrives right-justified, so the first three
      *>  digits are zero; verify its mod-11 check digit (positions
      *>  4-12 weigh 10 down to 2 against position 13) and rewrite it
      *>  in place as 978 + the nine digits + a fresh ISBN-13 check.
      *>  A number that fails the check passes through untouched and
      *>  the caller's own not-found handling does the talking.
          MOVE LN-INP-ISBN OF LN-MOD8 TO WS-ISBN-WORK

          IF WS-ISBN-WORK(1:3) NOT = "000"
          OR WS-ISBN-WORK = ZEROES
          THEN
             EXIT SECTION
          END-IF

          MOVE 0 TO WS-ISBN-SUM

          PERFORM VARYING WS-IND-1 FROM 4 BY 1
            UNTIL WS-IND-1 > 12
             COMPUTE WS-ISBN-SUM =
                WS-ISBN-SUM + (WS-ISBN-DIGIT(WS-IND-1)
                              * (14 - WS-IND-1))
          END-PERFORM

          DIVIDE WS-ISBN-SUM BY 11
             GIVING WS-ISBN-DIV REMAINDER WS-ISBN-REM

      *>  a remainder of 1 calls for the check letter X, which a
      *>  numeric field cannot carry - leave the number as keyed
          IF WS-ISBN-REM = 1
          THEN
             EXIT SECTION
          END-IF

          IF WS-ISBN-REM = 0
          THEN
             MOVE 0 TO WS-ISBN-CHECK-DIGIT
          ELSE
             COMPUTE WS-ISBN-CHECK-DIGIT = 11 - WS-ISBN-REM
             END-COMPUTE
          END-IF

          IF WS-ISBN-CHECK-DIGIT NOT = WS-ISBN-DIGIT(13)
          THEN
             EXIT SECTION
          END-IF

      *>  rebuild in place as the 978 ISBN-13 equivalent
          MOVE 9 TO WS-ISBN-DIGIT(1)
          MOVE 7 TO WS-ISBN-DIGIT(2)
          MOVE 8 TO WS-ISBN-DIGIT(3)

          MOVE 0 TO WS-ISBN-SUM
          PERFORM VARYING WS-IND-1 FROM 1 BY 2
            UNTIL WS-IND-1 > 11
             ADD WS-ISBN-DIGIT(WS-IND-1) TO WS-ISBN-SUM
          END-PERFORM
          PERFORM VARYING WS-IND-1 FROM 2 BY 2
            UNTIL WS-IND-1 > 12
             COMPUTE WS-ISBN-SUM =
                WS-ISBN-SUM + (WS-ISBN-DIGIT(WS-IND-1) * 3)
          END-PERFORM

          DIVIDE WS-ISBN-SUM BY 10
             GIVING WS-ISBN-DIV REMAINDER WS-ISBN-REM

          IF WS-ISBN-REM = 0
          THEN
             MOVE 0 TO WS-ISBN-DIGIT(13)
          ELSE
             COMPUTE WS-ISBN-DIGIT(13) = 10 - WS-ISBN-REM
             END-COMPUTE
          END-IF

          MOVE WS-ISBN-WORK TO LN-INP-ISBN OF LN-MOD8

          .
       CONVERT-ISBN-IF-10-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COPY-SQL-MSG-IN-LINKAGE SECTION.
      *>------------------------------------------------------------------------

      *>  get SQL message
          CALL "PGSQLMSG" USING SQLCA
                                LN-SQLMSG
          END-CALL

          MOVE SQLCODE
            TO LN-SQLCODE              OF LN-MOD8
          MOVE SQLSTATE
            TO LN-SQLSTATE             OF LN-MOD8
          MOVE LN-MSG-1                OF LN-SQLMSG
            TO LN-MSG-1                OF LN-MOD8
          MOVE LN-MSG-2                OF LN-SQLMSG
            TO LN-MSG-2                OF LN-MOD8
          MOVE LN-MSG-3                OF LN-SQLMSG
            TO LN-MSG-3                OF LN-MOD8
          MOVE LN-MSG-4                OF LN-SQLMSG
            TO LN-MSG-4                OF LN-MOD8

          .
       COPY-SQL-MSG-IN-LINKAGE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-COMMIT SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        COMMIT
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "COMMIT" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-COMMIT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-ROLLBACK SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        ROLLBACK
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ROLLBACK" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-ROLLBACK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-BORROWER SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT BORROWER_ID
OCESQL*             , BORROWER_NAME
OCESQL*             , PHONE
OCESQL*             , COALESCE(BORROWER_STATUS,'A')
OCESQL*             , COALESCE(CATEGORY_CODE,'A')
OCESQL*             , COALESCE(ADDRESS_LINE_1,' ')
OCESQL*             , COALESCE(ADDRESS_LINE_2,' ')
OCESQL*             , COALESCE(ADDRESS_LINE_3,' ')
OCESQL*             , COALESCE(POSTCODE,' ')
OCESQL*             , COALESCE(EMAIL,' ')
OCESQL*             , COALESCE(TO_CHAR(EXPIRY_DATE,'YYYY-MM-DD'),' ')
OCESQL*             , COALESCE(CONTACT_CHANNEL,'P')
OCESQL*             , COALESCE(EMAIL_BOUNCED,'N')
OCESQL*             , COALESCE(PHONE_BOUNCED,'N')
OCESQL*        INTO   :HV-BORROWER-ID
OCESQL*             , :HV-BORROWER-NAME
OCESQL*             , :HV-PHONE
OCESQL*             , :HV-BORR-STATUS
OCESQL*             , :HV-BORR-CATEGORY
OCESQL*             , :HV-ADDRESS-1
OCESQL*             , :HV-ADDRESS-2
OCESQL*             , :HV-ADDRESS-3
OCESQL*             , :HV-POSTCODE
OCESQL*             , :HV-EMAIL
OCESQL*             , :HV-EXPIRY-DATE
OCESQL*             , :HV-CONTACT-CHANNEL
OCESQL*             , :HV-EMAIL-BOUNCED
OCESQL*             , :HV-PHONE-BOUNCED
OCESQL*        FROM   BORROWER
OCESQL*        WHERE  BORROWER_ID = :HV-BORROWER-ID
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORROWER-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PHONE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORR-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORR-CATEGORY
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
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-EMAIL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-EXPIRY-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CONTACT-CHANNEL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-EMAIL-BOUNCED
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PHONE-BOUNCED
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0001
OCESQL          BY VALUE 1
OCESQL          BY VALUE 14
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-BORROWER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-INSERT-BORROWER SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        INSERT INTO BORROWER
OCESQL*        (  BORROWER_ID
OCESQL*         , BORROWER_NAME
OCESQL*         , PHONE
OCESQL*         , BORROWER_STATUS
OCESQL*         , CATEGORY_CODE
OCESQL*         , ADDRESS_LINE_1
OCESQL*         , ADDRESS_LINE_2
OCESQL*         , ADDRESS_LINE_3
OCESQL*         , POSTCODE
OCESQL*         , EMAIL
OCESQL*         , EXPIRY_DATE
OCESQL*         , CONTACT_CHANNEL
OCESQL*         , EMAIL_BOUNCED
OCESQL*         , PHONE_BOUNCED
OCESQL*         , INSERT_USER
OCESQL*         , INSERT_TIMESTAMP
OCESQL*        )
OCESQL*        VALUES
OCESQL*        (  :HV-BORROWER-ID
OCESQL*         , :HV-BORROWER-NAME
OCESQL*         , :HV-PHONE
OCESQL*         , 'A'
OCESQL*         , :HV-BORR-CATEGORY
OCESQL*         , :HV-ADDRESS-1
OCESQL*         , :HV-ADDRESS-2
OCESQL*         , :HV-ADDRESS-3
OCESQL*         , :HV-POSTCODE
OCESQL*         , :HV-EMAIL
OCESQL*         , :HV-EXPIRY-DATE
OCESQL*         , :HV-CONTACT-CHANNEL
OCESQL*         , 'N'
OCESQL*         , 'N'
OCESQL*         , :HV-BORR-INSERT-USER
OCESQL*         , CURRENT_TIMESTAMP
OCESQL*        )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORROWER-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PHONE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORR-CATEGORY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ADDRESS-1
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ADDRESS-2
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ADDRESS-3
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-POSTCODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-EMAIL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-EXPIRY-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CONTACT-CHANNEL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORR-INSERT-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0002
OCESQL          BY VALUE 12
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-INSERT-BORROWER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-BORROWER SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE BORROWER
OCESQL*        SET       BORROWER_NAME
OCESQL*               = :HV-BORROWER-NAME
OCESQL*               ,  PHONE
OCESQL*               = :HV-PHONE
OCESQL*               ,  BORROWER_STATUS
OCESQL*               = :HV-BORR-STATUS
OCESQL*               ,  CATEGORY_CODE
OCESQL*               = :HV-BORR-CATEGORY
OCESQL*               ,  ADDRESS_LINE_1
OCESQL*               = :HV-ADDRESS-1
OCESQL*               ,  ADDRESS_LINE_2
OCESQL*               = :HV-ADDRESS-2
OCESQL*               ,  ADDRESS_LINE_3
OCESQL*               = :HV-ADDRESS-3
OCESQL*               ,  POSTCODE
OCESQL*               = :HV-POSTCODE
OCESQL*               ,  EMAIL
OCESQL*               = :HV-EMAIL
OCESQL*               ,  EXPIRY_DATE
OCESQL*               =  NULLIF(:HV-EXPIRY-DATE,'')::date
OCESQL*               ,  CONTACT_CHANNEL
OCESQL*               = :HV-CONTACT-CHANNEL
OCESQL*               ,  EMAIL_BOUNCED
OCESQL*               = :HV-EMAIL-BOUNCED
OCESQL*               ,  PHONE_BOUNCED
OCESQL*               = :HV-PHONE-BOUNCED
OCESQL*        WHERE  BORROWER_ID = :HV-BORROWER-ID
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORROWER-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PHONE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORR-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORR-CATEGORY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ADDRESS-1
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ADDRESS-2
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ADDRESS-3
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-POSTCODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-EMAIL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-EXPIRY-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CONTACT-CHANNEL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-EMAIL-BOUNCED
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-PHONE-BOUNCED
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0022
OCESQL          BY VALUE 14
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-UPDATE-BORROWER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-BORR-EXPIRY SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE BORROWER
OCESQL*        SET       EXPIRY_DATE
OCESQL*               = :HV-EXPIRY-DATE
OCESQL*        WHERE  BORROWER_ID = :HV-BORROWER-ID
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-EXPIRY-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0037
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-UPDATE-BORR-EXPIRY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-COUNT-OPEN-LOANS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT COUNT(*)
OCESQL*        INTO   :HV-BORR-OPEN-NR
OCESQL*        FROM   LOAN
OCESQL*        WHERE  BORROWER_ID      = :HV-BORROWER-ID
OCESQL*        AND    RETURN_TIMESTAMP IS NULL
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORR-OPEN-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0023
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-COUNT-OPEN-LOANS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-BOOK-TITLE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT TITLE
OCESQL*        INTO   :HV-BOOK-TITLE
OCESQL*        FROM   BOOK
OCESQL*        WHERE  ISBN = :HV-BOOK-ISBN
OCESQL*        AND    ( DELETE_FLAG IS NULL OR DELETE_FLAG <> 'Y' )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BOOK-TITLE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BOOK-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0003
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-BOOK-TITLE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-ACTIVE-LOAN SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT BORROWER_ID
OCESQL*             , TO_CHAR(DUE_DATE,'YYYY-MM-DD')
OCESQL*             , COALESCE(RENEWAL_COUNT,0)
OCESQL*             , TO_CHAR(CHECKOUT_TIMESTAMP
OCESQL*                      ,'YYYY-MM-DD HH24:MI:SS')
OCESQL*        INTO   :HV-LOAN-BORROWER-ID
OCESQL*             , :HV-LOAN-DUE-DATE
OCESQL*             , :HV-LOAN-RENEWAL-NR
OCESQL*             , :HV-LOAN-OUT-TIMESTAMP
OCESQL*        FROM   LOAN
OCESQL*        WHERE  ISBN                 = :HV-LOAN-ISBN
OCESQL*        AND    COALESCE(COPY_NR,0)  = :HV-LOAN-COPY-NR
OCESQL*        AND    RETURN_TIMESTAMP IS NULL
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOAN-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOAN-DUE-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOAN-RENEWAL-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 19
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOAN-OUT-TIMESTAMP
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOAN-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOAN-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0004
OCESQL          BY VALUE 2
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-ACTIVE-LOAN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-TRANS-TIMESTAMP SECTION.
      *>------------------------------------------------------------------------

      *>  performed first by CHECK-OUT, CHECK-IN and RENEW-LOAN: a
      *>  transaction written on paper while the database was down
      *>  arrives with its real date-time as YYYY-MM-DD HH:MM:SS, and
      *>  must be a real moment no later than now; spaces mean now.
      *>  A usable one goes into HV-TRANS-TIMESTAMP for the loan SQL
      *>  and SET-TODAY-DATE
          MOVE "N" TO WS-TRANS-OK-SW

          IF LN-INP-TRANS-TIMESTAMP OF LN-MOD8 = SPACES
          THEN
             MOVE "Y" TO WS-TRANS-OK-SW
             EXIT SECTION
          END-IF

          MOVE LN-INP-TRANS-TIMESTAMP OF LN-MOD8 TO WS-TRANS-WORK

          IF WS-TRANS-YEAR   IS NOT NUMERIC
          OR WS-TRANS-MONTH  IS NOT NUMERIC
          OR WS-TRANS-DAY    IS NOT NUMERIC
          OR WS-TRANS-HOUR   IS NOT NUMERIC
          OR WS-TRANS-MINUTE IS NOT NUMERIC
          OR WS-TRANS-SECOND IS NOT NUMERIC
          OR WS-TRANS-SEP-1  NOT = "-"
          OR WS-TRANS-SEP-2  NOT = "-"
          OR WS-TRANS-SEP-3  NOT = SPACE
          OR WS-TRANS-SEP-4  NOT = ":"
          OR WS-TRANS-SEP-5  NOT = ":"
          OR WS-TRANS-REST   NOT = SPACES
          OR WS-TRANS-HOUR   > "23"
          OR WS-TRANS-MINUTE > "59"
          OR WS-TRANS-SECOND > "59"
          THEN
             MOVE "The transaction date-time must be given as " &
                  "YYYY-MM-DD HH:MM:SS: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE LN-INP-TRANS-TIMESTAMP OF LN-MOD8
               TO LN-MSG-2                OF LN-MOD8
             EXIT SECTION
          END-IF

      *>  INTEGER-OF-DATE answers zero for a day the calendar never
      *>  had, the way PGBDCAL tells a bad date
          MOVE WS-TRANS-YEAR  TO WS-TRANS-YMD-YEAR
          MOVE WS-TRANS-MONTH TO WS-TRANS-YMD-MONTH
          MOVE WS-TRANS-DAY   TO WS-TRANS-YMD-DAY

          COMPUTE WS-TRANS-DATE-INT
                = FUNCTION INTEGER-OF-DATE(WS-TRANS-YMD)
          END-COMPUTE

          IF WS-TRANS-DATE-INT = ZERO
          THEN
             MOVE "The transaction date is not a real date: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE LN-INP-TRANS-TIMESTAMP OF LN-MOD8
               TO LN-MSG-2                OF LN-MOD8
             EXIT SECTION
          END-IF

          MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TEXT
          MOVE SPACES TO WS-NOW-TIMESTAMP
          STRING WS-TODAY-TEXT(1:4) "-" WS-TODAY-TEXT(5:2) "-"
                 WS-TODAY-TEXT(7:2) " " WS-TODAY-TEXT(9:2) ":"
                 WS-TODAY-TEXT(11:2) ":" WS-TODAY-TEXT(13:2)
            DELIMITED BY SIZE INTO WS-NOW-TIMESTAMP
          END-STRING

          IF WS-TRANS-WORK(1:19) > WS-NOW-TIMESTAMP
          THEN
             MOVE "The transaction date-time lies in the future: "
               TO LN-MSG-1                OF LN-MOD8
             MOVE LN-INP-TRANS-TIMESTAMP OF LN-MOD8
               TO LN-MSG-2                OF LN-MOD8
             EXIT SECTION
          END-IF

          MOVE WS-TRANS-WORK TO HV-TRANS-TIMESTAMP
          MOVE "Y" TO WS-TRANS-OK-SW

          .
       CHECK-TRANS-TIMESTAMP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-TODAY-DATE SECTION.
      *>------------------------------------------------------------------------

      *>  the day the circulation counts from into WS-TODAY-DATE:
      *>  today, or the day a transaction keyed in after the fact
      *>  really happened
          IF HV-TRANS-TIMESTAMP NOT = SPACES
          THEN
             MOVE HV-TRANS-TIMESTAMP(1:10) TO WS-TODAY-DATE
             EXIT SECTION
          END-IF

          MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TEXT
          MOVE SPACES TO WS-TODAY-DATE
          STRING WS-TODAY-TEXT(1:4) "-" WS-TODAY-TEXT(5:2) "-"
                 WS-TODAY-TEXT(7:2)
            DELIMITED BY SIZE INTO WS-TODAY-DATE
          END-STRING

          .
       SET-TODAY-DATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-DUE-DATE SECTION.
      *>------------------------------------------------------------------------

      *>  the due date is the borrower category's loan period in
      *>  business days from today (WS-CAT-LOAN-DAYS, set by
      *>  SELECT-CATEGORY-RULES), so a loan never falls due on a day
      *>  the desk is closed; a check-out keyed in after the fact
      *>  counts from the day it really went out
          PERFORM SET-TODAY-DATE

          INITIALIZE LN-BDCAL
          SET V-LN-BD-FNC-ADD-DAYS OF LN-BDCAL TO TRUE
          MOVE WS-TODAY-DATE    TO LN-BD-DATE
          MOVE WS-CAT-LOAN-DAYS TO LN-BD-DAYS

          CALL "PGBDCAL" USING LN-BDCAL END-CALL

          MOVE LN-BD-RESULT-DATE OF LN-BDCAL TO HV-LOAN-DUE-DATE

          .
       SET-DUE-DATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-INSERT-LOAN SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        INSERT INTO LOAN
OCESQL*        (  ISBN
OCESQL*         , COPY_NR
OCESQL*         , BORROWER_ID
OCESQL*         , CHECKOUT_USER
OCESQL*         , CHECKOUT_TIMESTAMP
OCESQL*         , DUE_DATE
OCESQL*        )
OCESQL*        VALUES
OCESQL*        (  :HV-LOAN-ISBN
OCESQL*         , :HV-LOAN-COPY-NR
OCESQL*         , :HV-LOAN-BORROWER-ID
OCESQL*         , :HV-LOAN-USER
OCESQL*         , COALESCE(NULLIF(:HV-TRANS-TIMESTAMP,'')::timestamp
OCESQL*                  , CURRENT_TIMESTAMP)
OCESQL*         , :HV-LOAN-DUE-DATE
OCESQL*        )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOAN-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOAN-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOAN-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOAN-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 26
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-TRANS-TIMESTAMP
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOAN-DUE-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0006
OCESQL          BY VALUE 6
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-INSERT-LOAN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-LOAN-RETURN SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE LOAN
OCESQL*        SET       RETURN_USER
OCESQL*               = :HV-LOAN-USER
OCESQL*               ,  RETURN_TIMESTAMP
OCESQL*               =  COALESCE(
OCESQL*                     NULLIF(:HV-TRANS-TIMESTAMP,'')::timestamp
OCESQL*                   , CURRENT_TIMESTAMP)
OCESQL*        WHERE  ISBN                 = :HV-LOAN-ISBN
OCESQL*        AND    COALESCE(COPY_NR,0)  = :HV-LOAN-COPY-NR
OCESQL*        AND    RETURN_TIMESTAMP IS NULL
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOAN-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 26
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-TRANS-TIMESTAMP
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOAN-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOAN-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0007
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-UPDATE-LOAN-RETURN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-LOAN-RENEW SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE LOAN
OCESQL*        SET       DUE_DATE
OCESQL*               = :HV-LOAN-DUE-DATE
OCESQL*               ,  RENEWAL_COUNT
OCESQL*               =  COALESCE(RENEWAL_COUNT,0) + 1
OCESQL*        WHERE  ISBN                 = :HV-LOAN-ISBN
OCESQL*        AND    COALESCE(COPY_NR,0)  = :HV-LOAN-COPY-NR
OCESQL*        AND    RETURN_TIMESTAMP IS NULL
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOAN-DUE-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOAN-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOAN-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0010
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-UPDATE-LOAN-RENEW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-COPY-STATUS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT COPY_STATUS
OCESQL*        INTO   :HV-COPY-STATUS
OCESQL*        FROM   BOOK_COPY
OCESQL*        WHERE  ISBN    = :HV-BOOK-ISBN
OCESQL*        AND    COPY_NR = :HV-COPY-NR-IN
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-COPY-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BOOK-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-COPY-NR-IN
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0008
OCESQL          BY VALUE 2
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-COPY-STATUS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-FREE-COPY SECTION.
      *>------------------------------------------------------------------------

      *>  the lowest not-discarded copy with no open loan and not
      *>  set aside on the hold shelf for somebody else; the
      *>  COALESCE turns "no such copy" into a zero, which no real
      *>  copy number ever is
OCESQL*   EXEC SQL
OCESQL*        SELECT COALESCE(MIN(C.COPY_NR),0)
OCESQL*        INTO   :HV-FREE-COPY-NR
OCESQL*        FROM   BOOK_COPY C
OCESQL*        WHERE  C.ISBN        = :HV-BOOK-ISBN
OCESQL*        AND    C.COPY_STATUS NOT IN ('D','M','T','H','L','R')
OCESQL*        AND    NOT EXISTS
OCESQL*               ( SELECT 1
OCESQL*                 FROM   LOAN L
OCESQL*                 WHERE  L.ISBN    = C.ISBN
OCESQL*                 AND    L.COPY_NR = C.COPY_NR
OCESQL*                 AND    L.RETURN_TIMESTAMP IS NULL
OCESQL*               )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FREE-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BOOK-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0005
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-FREE-COPY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-OPEN-LOAN-NR SECTION.
      *>------------------------------------------------------------------------

      *>  how many copies of the ISBN are out right now, and the
      *>  copy number itself when there is exactly one; a loan from
      *>  before the holdings layer counts as copy zero
OCESQL*   EXEC SQL
OCESQL*        SELECT COUNT(*)
OCESQL*             , COALESCE(MIN(COALESCE(COPY_NR,0)),0)
OCESQL*        INTO   :HV-OPEN-LOAN-NR
OCESQL*             , :HV-OPEN-COPY-NR
OCESQL*        FROM   LOAN
OCESQL*        WHERE  ISBN             = :HV-LOAN-ISBN
OCESQL*        AND    RETURN_TIMESTAMP IS NULL
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-OPEN-LOAN-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-OPEN-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOAN-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0009
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-OPEN-LOAN-NR-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-NEXT-RES-ID SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT COALESCE(MAX(RES_ID),0) + 1
OCESQL*        INTO   :HV-RES-ID
OCESQL*        FROM   RESERVATION
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0011
OCESQL          BY VALUE 0
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-NEXT-RES-ID-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-INSERT-RESERVATION SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        INSERT INTO RESERVATION
OCESQL*        (  RES_ID
OCESQL*         , ISBN
OCESQL*         , BORROWER_ID
OCESQL*         , PLACE_USER
OCESQL*         , PLACE_TIMESTAMP
OCESQL*         , WORK_ID
OCESQL*        )
OCESQL*        VALUES
OCESQL*        (  :HV-RES-ID
OCESQL*         , :HV-RES-ISBN
OCESQL*         , :HV-RES-BORROWER-ID
OCESQL*         , :HV-RES-USER
OCESQL*         , CURRENT_TIMESTAMP
OCESQL*         , NULLIF(:HV-RES-WORK-ID,0)
OCESQL*        )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-WORK-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0012
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-INSERT-RESERVATION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-OPEN-HOLD SECTION.
      *>------------------------------------------------------------------------

      *>  an open hold on the same edition, a work-level hold on
      *>  its work or - placing at work level - a hold on any
      *>  edition of the work all count as the same hold
OCESQL*   EXEC SQL
OCESQL*        SELECT RES_ID
OCESQL*        INTO   :HV-RES-ID
OCESQL*        FROM   RESERVATION
OCESQL*        WHERE  BORROWER_ID      = :HV-RES-BORROWER-ID
OCESQL*        AND    CANCEL_TIMESTAMP IS NULL
OCESQL*        AND    FULFIL_TIMESTAMP IS NULL
OCESQL*        AND    (   ISBN         = :HV-RES-ISBN
OCESQL*                OR WORK_ID      = :HV-RES-WORK-ID
OCESQL*                OR (    :HV-RES-LEVEL = 'W'
OCESQL*                    AND ISBN IN (SELECT E.ISBN
OCESQL*                                 FROM   WORK_EDITION E
OCESQL*                                 WHERE  E.WORK_ID
OCESQL*                                      = :HV-RES-WORK-ID)))
OCESQL*        LIMIT  1
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-WORK-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-LEVEL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-WORK-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0013
OCESQL          BY VALUE 5
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-OPEN-HOLD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-EDITION-WORK SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT WORK_ID
OCESQL*        INTO   :HV-RES-WORK-ID
OCESQL*        FROM   WORK_EDITION
OCESQL*        WHERE  ISBN = :HV-RES-ISBN
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-WORK-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0048
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-EDITION-WORK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-HOLD-CANCEL SECTION.
      *>------------------------------------------------------------------------

      *>  the hold on this edition, or a work-level hold on the
      *>  work it is linked to
OCESQL*   EXEC SQL
OCESQL*        UPDATE RESERVATION
OCESQL*        SET       CANCEL_USER
OCESQL*               = :HV-RES-USER
OCESQL*               ,  CANCEL_TIMESTAMP
OCESQL*               =  CURRENT_TIMESTAMP
OCESQL*        WHERE  BORROWER_ID      = :HV-RES-BORROWER-ID
OCESQL*        AND    CANCEL_TIMESTAMP IS NULL
OCESQL*        AND    FULFIL_TIMESTAMP IS NULL
OCESQL*        AND    (   ISBN         = :HV-RES-ISBN
OCESQL*                OR WORK_ID      = (SELECT E.WORK_ID
OCESQL*                                   FROM   WORK_EDITION E
OCESQL*                                   WHERE  E.ISBN = :HV-RES-ISBN))
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0014
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-UPDATE-HOLD-CANCEL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-HOLD-FULFIL SECTION.
      *>------------------------------------------------------------------------

      *>  the hold on this edition, or a work-level hold on the
      *>  work it is linked to
OCESQL*   EXEC SQL
OCESQL*        UPDATE RESERVATION
OCESQL*        SET       FULFIL_USER
OCESQL*               = :HV-RES-USER
OCESQL*               ,  FULFIL_TIMESTAMP
OCESQL*               =  CURRENT_TIMESTAMP
OCESQL*        WHERE  BORROWER_ID      = :HV-RES-BORROWER-ID
OCESQL*        AND    CANCEL_TIMESTAMP IS NULL
OCESQL*        AND    FULFIL_TIMESTAMP IS NULL
OCESQL*        AND    (   ISBN         = :HV-RES-ISBN
OCESQL*                OR WORK_ID      = (SELECT E.WORK_ID
OCESQL*                                   FROM   WORK_EDITION E
OCESQL*                                   WHERE  E.ISBN = :HV-RES-ISBN))
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0015
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-UPDATE-HOLD-FULFIL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-OLDEST-HOLD SECTION.
      *>------------------------------------------------------------------------

      *>  a work-level hold on the returned edition's work queues
      *>  alongside the holds on the edition itself
OCESQL*   EXEC SQL
OCESQL*        SELECT RES_ID
OCESQL*             , BORROWER_ID
OCESQL*             , COALESCE(WORK_ID,0)
OCESQL*        INTO   :HV-RES-ID
OCESQL*             , :HV-RES-BORROWER-ID
OCESQL*             , :HV-RES-WORK-ID
OCESQL*        FROM   RESERVATION
OCESQL*        WHERE  (   ISBN         = :HV-RES-ISBN
OCESQL*                OR WORK_ID      = (SELECT E.WORK_ID
OCESQL*                                   FROM   WORK_EDITION E
OCESQL*                                   WHERE  E.ISBN = :HV-RES-ISBN))
OCESQL*        AND    CANCEL_TIMESTAMP IS NULL
OCESQL*        AND    FULFIL_TIMESTAMP IS NULL
OCESQL*        AND    SHELF_COPY_NR    IS NULL
OCESQL*        ORDER BY PLACE_TIMESTAMP ASC
OCESQL*        LIMIT  1
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-WORK-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0016
OCESQL          BY VALUE 2
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-OLDEST-HOLD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-HOLD-SHELVE SECTION.
      *>------------------------------------------------------------------------

      *>  a work-level hold takes on the edition it was met by, so
      *>  the shelf copy is found under its ISBN like any other
OCESQL*   EXEC SQL
OCESQL*        UPDATE RESERVATION
OCESQL*        SET       SHELF_COPY_NR
OCESQL*               = :HV-RES-COPY-NR
OCESQL*               ,  ISBN
OCESQL*               = :HV-RES-ISBN
OCESQL*               ,  SHELF_USER
OCESQL*               = :HV-RES-USER
OCESQL*               ,  SHELF_TIMESTAMP
OCESQL*               =  CURRENT_TIMESTAMP
OCESQL*               ,  PICKUP_DATE
OCESQL*               = :HV-RES-PICKUP-DATE
OCESQL*        WHERE  RES_ID           = :HV-RES-ID
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-PICKUP-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0029
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-UPDATE-HOLD-SHELVE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-SHELF-HOLD-COPY SECTION.
      *>------------------------------------------------------------------------

      *>  the open hold a copy on the hold shelf is waiting for
OCESQL*   EXEC SQL
OCESQL*        SELECT RES_ID
OCESQL*             , BORROWER_ID
OCESQL*             , TO_CHAR(PICKUP_DATE,'YYYY-MM-DD')
OCESQL*        INTO   :HV-RES-ID
OCESQL*             , :HV-RES-BORROWER-ID
OCESQL*             , :HV-RES-PICKUP-DATE
OCESQL*        FROM   RESERVATION
OCESQL*        WHERE  ISBN             = :HV-RES-ISBN
OCESQL*        AND    SHELF_COPY_NR    = :HV-RES-COPY-NR
OCESQL*        AND    CANCEL_TIMESTAMP IS NULL
OCESQL*        AND    FULFIL_TIMESTAMP IS NULL
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-PICKUP-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0030
OCESQL          BY VALUE 2
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-SHELF-HOLD-COPY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-SHELF-HOLD-BORR SECTION.
      *>------------------------------------------------------------------------

      *>  the copy waiting on the hold shelf for this borrower; the
      *>  COALESCE turns "nothing waiting" into a zero
OCESQL*   EXEC SQL
OCESQL*        SELECT COALESCE(MIN(SHELF_COPY_NR),0)
OCESQL*        INTO   :HV-RES-COPY-NR
OCESQL*        FROM   RESERVATION
OCESQL*        WHERE  ISBN             = :HV-RES-ISBN
OCESQL*        AND    BORROWER_ID      = :HV-RES-BORROWER-ID
OCESQL*        AND    SHELF_COPY_NR    IS NOT NULL
OCESQL*        AND    CANCEL_TIMESTAMP IS NULL
OCESQL*        AND    FULFIL_TIMESTAMP IS NULL
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-RES-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0031
OCESQL          BY VALUE 2
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-SHELF-HOLD-BORR-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-COPY-STATUS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE BOOK_COPY
OCESQL*        SET       COPY_STATUS
OCESQL*               = :HV-COPY-NEW-STATUS
OCESQL*               ,  LUPD_USER
OCESQL*               = :HV-COPY-USER
OCESQL*               ,  LUPD_TIMESTAMP
OCESQL*               =  CURRENT_TIMESTAMP
OCESQL*        WHERE  ISBN             = :HV-BOOK-ISBN
OCESQL*        AND    COPY_NR          = :HV-COPY-NR-IN
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-COPY-NEW-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-COPY-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BOOK-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-COPY-NR-IN
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0032
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-UPDATE-COPY-STATUS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-DECLARE-CURSOR-LOAN-OP SECTION.
      *>------------------------------------------------------------------------

      *>  cursor for the borrower's open loans, due soonest first
OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_LOAN_OP CURSOR FOR
OCESQL*        SELECT    L.ISBN
OCESQL*                , COALESCE(L.COPY_NR,0)
OCESQL*                , B.TITLE
OCESQL*                , TO_CHAR(L.CHECKOUT_TIMESTAMP,'YYYY-MM-DD')
OCESQL*                , TO_CHAR(L.DUE_DATE,'YYYY-MM-DD')
OCESQL*                , CASE WHEN L.DUE_DATE < CURRENT_DATE
OCESQL*                       THEN 'Y' ELSE 'N' END
OCESQL*                , TO_CHAR(L.CHECKOUT_TIMESTAMP,
OCESQL*                          'YYYY-MM-DD HH24:MI:SS.US')
OCESQL*        FROM      LOAN L
OCESQL*                , BOOK B
OCESQL*        WHERE     B.ISBN             = L.ISBN
OCESQL*        AND       L.BORROWER_ID      = :HV-BORROWER-ID
OCESQL*        AND       L.RETURN_TIMESTAMP IS NULL
OCESQL*        ORDER BY  L.DUE_DATE ASC
OCESQL*                , L.ISBN     ASC
OCESQL*   END-EXEC
OCESQL*
OCESQL*   .
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMOD8_CURSOR_LOAN_OP" & x"00"
OCESQL          BY REFERENCE SQ0020
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-LOAN-OP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-LOAN-OP SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_LOAN_OP
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMOD8_CURSOR_LOAN_OP" & x"00"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-OPEN-CURSOR-LOAN-OP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-LOAN-OP SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_LOAN_OP
OCESQL*        INTO    :HV-LL-ISBN
OCESQL*              , :HV-LL-COPY-NR
OCESQL*              , :HV-LL-TITLE
OCESQL*              , :HV-LL-OUT-DATE
OCESQL*              , :HV-LL-DUE-DATE
OCESQL*              , :HV-LL-OVERDUE
OCESQL*              , :HV-LL-OUT-TS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LL-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LL-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LL-TITLE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LL-OUT-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LL-DUE-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LL-OVERDUE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 26
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LL-OUT-TS
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMOD8_CURSOR_LOAN_OP" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-FETCH-CURSOR-LOAN-OP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-LOAN-OP SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_LOAN_OP
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMOD8_CURSOR_LOAN_OP" & x"00"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-CLOSE-CURSOR-LOAN-OP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-DECLARE-CURSOR-LOAN-HI SECTION.
      *>------------------------------------------------------------------------

      *>  cursor for the borrower's returned loans, newest first,
      *>  restarting below the caller's paging timestamp
OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_LOAN_HI CURSOR FOR
OCESQL*        SELECT    L.ISBN
OCESQL*                , COALESCE(L.COPY_NR,0)
OCESQL*                , B.TITLE
OCESQL*                , TO_CHAR(L.CHECKOUT_TIMESTAMP,'YYYY-MM-DD')
OCESQL*                , TO_CHAR(L.DUE_DATE,'YYYY-MM-DD')
OCESQL*                , TO_CHAR(L.RETURN_TIMESTAMP,'YYYY-MM-DD')
OCESQL*                , TO_CHAR(L.CHECKOUT_TIMESTAMP,
OCESQL*                          'YYYY-MM-DD HH24:MI:SS.US')
OCESQL*        FROM      LOAN L
OCESQL*                , BOOK B
OCESQL*        WHERE     B.ISBN               = L.ISBN
OCESQL*        AND       L.BORROWER_ID        = :HV-BORROWER-ID
OCESQL*        AND       L.RETURN_TIMESTAMP   IS NOT NULL
OCESQL*        AND       L.CHECKOUT_TIMESTAMP < :HV-LL-TS-RESTART
OCESQL*        ORDER BY  L.CHECKOUT_TIMESTAMP DESC
OCESQL*   END-EXEC
OCESQL*
OCESQL*   .
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 26
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LL-TS-RESTART
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMOD8_CURSOR_LOAN_HI" & x"00"
OCESQL          BY REFERENCE SQ0021
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-LOAN-HI-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-LOAN-HI SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_LOAN_HI
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMOD8_CURSOR_LOAN_HI" & x"00"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-OPEN-CURSOR-LOAN-HI-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-LOAN-HI SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_LOAN_HI
OCESQL*        INTO    :HV-LL-ISBN
OCESQL*              , :HV-LL-COPY-NR
OCESQL*              , :HV-LL-TITLE
OCESQL*              , :HV-LL-OUT-DATE
OCESQL*              , :HV-LL-DUE-DATE
OCESQL*              , :HV-LL-RET-DATE
OCESQL*              , :HV-LL-OUT-TS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LL-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LL-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 60
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LL-TITLE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LL-OUT-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LL-DUE-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LL-RET-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 26
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LL-OUT-TS
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMOD8_CURSOR_LOAN_HI" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-FETCH-CURSOR-LOAN-HI-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-LOAN-HI SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_LOAN_HI
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMOD8_CURSOR_LOAN_HI" & x"00"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-CLOSE-CURSOR-LOAN-HI-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-NEXT-FINE-ID SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT COALESCE(MAX(FINE_ID),0) + 1
OCESQL*        INTO   :HV-FINE-ID
OCESQL*        FROM   FINE
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FINE-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0017
OCESQL          BY VALUE 0
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-NEXT-FINE-ID-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-INSERT-FINE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        INSERT INTO FINE
OCESQL*        (  FINE_ID
OCESQL*         , BORROWER_ID
OCESQL*         , ISBN
OCESQL*         , COPY_NR
OCESQL*         , ENTRY_TYPE
OCESQL*         , AMOUNT
OCESQL*         , ENTRY_USER
OCESQL*         , ENTRY_TIMESTAMP
OCESQL*         , PAY_METHOD
OCESQL*         , SESSION_ID
OCESQL*         , RECEIPT_NR
OCESQL*        )
OCESQL*        VALUES
OCESQL*        (  :HV-FINE-ID
OCESQL*         , :HV-FINE-BORROWER-ID
OCESQL*         , :HV-FINE-ISBN
OCESQL*         , :HV-FINE-COPY-NR
OCESQL*         , :HV-FINE-TYPE
OCESQL*         , :HV-FINE-AMOUNT
OCESQL*         , :HV-FINE-USER
OCESQL*         , CURRENT_TIMESTAMP
OCESQL*         , NULLIF(RTRIM(:HV-FINE-PAY-METHOD),'')
OCESQL*         , NULLIF(:HV-FINE-SESSION-ID,0)
OCESQL*         , NULLIF(:HV-FINE-RECEIPT-NR,0)
OCESQL*        )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FINE-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FINE-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FINE-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FINE-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FINE-TYPE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 7
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-FINE-AMOUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FINE-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FINE-PAY-METHOD
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FINE-SESSION-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FINE-RECEIPT-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0018
OCESQL          BY VALUE 10
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-INSERT-FINE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-FINE-BALANCE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT COALESCE(SUM(CASE WHEN ENTRY_TYPE IN ('A','R')
OCESQL*                             THEN AMOUNT
OCESQL*                             ELSE - AMOUNT END),0)
OCESQL*        INTO   :HV-FINE-BALANCE
OCESQL*        FROM   FINE
OCESQL*        WHERE  BORROWER_ID = :HV-FINE-BORROWER-ID
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 7
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-FINE-BALANCE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FINE-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0019
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-FINE-BALANCE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-BOOK-COST SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT TITLE
OCESQL*             , COALESCE(ACQ_COST,0)
OCESQL*        INTO   :HV-BOOK-TITLE
OCESQL*             , :HV-BOOK-ACQ-COST
OCESQL*        FROM   BOOK
OCESQL*        WHERE  ISBN = :HV-BOOK-ISBN
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BOOK-TITLE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-BOOK-ACQ-COST
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0033
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-BOOK-COST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-LOAN-LOST SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE LOAN
OCESQL*        SET       RETURN_USER
OCESQL*               = :HV-LOAN-USER
OCESQL*               ,  RETURN_TIMESTAMP
OCESQL*               =  COALESCE(
OCESQL*                     NULLIF(:HV-TRANS-TIMESTAMP,'')::timestamp
OCESQL*                   , CURRENT_TIMESTAMP)
OCESQL*               ,  LOST_TIMESTAMP
OCESQL*               =  COALESCE(
OCESQL*                     NULLIF(:HV-TRANS-TIMESTAMP,'')::timestamp
OCESQL*                   , CURRENT_TIMESTAMP)
OCESQL*        WHERE  ISBN                 = :HV-LOAN-ISBN
OCESQL*        AND    COALESCE(COPY_NR,0)  = :HV-LOAN-COPY-NR
OCESQL*        AND    RETURN_TIMESTAMP IS NULL
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOAN-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 26
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-TRANS-TIMESTAMP
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 26
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-TRANS-TIMESTAMP
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOAN-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0034
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-UPDATE-LOAN-LOST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-LOST-LOAN SECTION.
      *>------------------------------------------------------------------------

      *>  the borrower of the latest loan of this copy closed as lost
OCESQL*   EXEC SQL
OCESQL*        SELECT BORROWER_ID
OCESQL*        INTO   :HV-LOAN-BORROWER-ID
OCESQL*        FROM   LOAN
OCESQL*        WHERE  ISBN    = :HV-LOAN-ISBN
OCESQL*        AND    COPY_NR = :HV-LOAN-COPY-NR
OCESQL*        AND    LOST_TIMESTAMP IS NOT NULL
OCESQL*        ORDER  BY LOST_TIMESTAMP DESC
OCESQL*        LIMIT  1
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOAN-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-LOAN-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0035
OCESQL          BY VALUE 2
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-LOST-LOAN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-REPLACE-OPEN SECTION.
      *>------------------------------------------------------------------------

      *>  the replacement charge on one copy not yet reversed
OCESQL*   EXEC SQL
OCESQL*        SELECT COALESCE(SUM(CASE WHEN ENTRY_TYPE = 'R'
OCESQL*                             THEN AMOUNT
OCESQL*                             ELSE - AMOUNT END),0)
OCESQL*        INTO   :HV-FINE-AMOUNT
OCESQL*        FROM   FINE
OCESQL*        WHERE  BORROWER_ID = :HV-FINE-BORROWER-ID
OCESQL*        AND    ISBN        = :HV-FINE-ISBN
OCESQL*        AND    COPY_NR     = :HV-FINE-COPY-NR
OCESQL*        AND    ENTRY_TYPE IN ('R','C')
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 7
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-FINE-AMOUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FINE-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FINE-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FINE-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0036
OCESQL          BY VALUE 3
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-REPLACE-OPEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-BORR-CATEGORY SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT CATEGORY_CODE
OCESQL*             , CATEGORY_NAME
OCESQL*             , LOAN_DAYS
OCESQL*             , MAX_LOANS
OCESQL*             , MAX_RENEWALS
OCESQL*             , FINE_PER_DAY
OCESQL*        INTO   :HV-CAT-CODE
OCESQL*             , :HV-CAT-NAME
OCESQL*             , :HV-CAT-LOAN-DAYS
OCESQL*             , :HV-CAT-MAX-LOANS
OCESQL*             , :HV-CAT-MAX-RENEWALS
OCESQL*             , :HV-CAT-FINE-PER-DAY
OCESQL*        FROM   BORR_CATEGORY
OCESQL*        WHERE  CATEGORY_CODE = :HV-CAT-CODE
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CAT-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CAT-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CAT-LOAN-DAYS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CAT-MAX-LOANS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CAT-MAX-RENEWALS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-CAT-FINE-PER-DAY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CAT-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0024
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-BORR-CATEGORY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-BORR-CATEGORY SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE BORR_CATEGORY
OCESQL*        SET       CATEGORY_NAME
OCESQL*               = :HV-CAT-NAME
OCESQL*               ,  LOAN_DAYS
OCESQL*               = :HV-CAT-LOAN-DAYS
OCESQL*               ,  MAX_LOANS
OCESQL*               = :HV-CAT-MAX-LOANS
OCESQL*               ,  MAX_RENEWALS
OCESQL*               = :HV-CAT-MAX-RENEWALS
OCESQL*               ,  FINE_PER_DAY
OCESQL*               = :HV-CAT-FINE-PER-DAY
OCESQL*               ,  UPDATE_USER
OCESQL*               = :HV-CAT-USER
OCESQL*               ,  UPDATE_TIMESTAMP
OCESQL*               =  CURRENT_TIMESTAMP
OCESQL*        WHERE  CATEGORY_CODE = :HV-CAT-CODE
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CAT-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CAT-LOAN-DAYS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CAT-MAX-LOANS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CAT-MAX-RENEWALS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-CAT-FINE-PER-DAY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CAT-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CAT-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0025
OCESQL          BY VALUE 7
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-UPDATE-BORR-CATEGORY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-INSERT-BORR-CATEGORY SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        INSERT INTO BORR_CATEGORY
OCESQL*        (  CATEGORY_CODE
OCESQL*         , CATEGORY_NAME
OCESQL*         , LOAN_DAYS
OCESQL*         , MAX_LOANS
OCESQL*         , MAX_RENEWALS
OCESQL*         , FINE_PER_DAY
OCESQL*         , UPDATE_USER
OCESQL*         , UPDATE_TIMESTAMP
OCESQL*        )
OCESQL*        VALUES
OCESQL*        (  :HV-CAT-CODE
OCESQL*         , :HV-CAT-NAME
OCESQL*         , :HV-CAT-LOAN-DAYS
OCESQL*         , :HV-CAT-MAX-LOANS
OCESQL*         , :HV-CAT-MAX-RENEWALS
OCESQL*         , :HV-CAT-FINE-PER-DAY
OCESQL*         , :HV-CAT-USER
OCESQL*         , CURRENT_TIMESTAMP
OCESQL*        )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CAT-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CAT-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CAT-LOAN-DAYS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CAT-MAX-LOANS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CAT-MAX-RENEWALS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-CAT-FINE-PER-DAY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CAT-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0026
OCESQL          BY VALUE 7
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-INSERT-BORR-CATEGORY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-DECLARE-CURSOR-CAT-LS SECTION.
      *>------------------------------------------------------------------------

      *>  cursor for the borrower categories, in code order
OCESQL*   EXEC SQL
OCESQL*        DECLARE   CURSOR_CAT_LS CURSOR FOR
OCESQL*        SELECT    CATEGORY_CODE
OCESQL*                , CATEGORY_NAME
OCESQL*                , LOAN_DAYS
OCESQL*                , MAX_LOANS
OCESQL*                , MAX_RENEWALS
OCESQL*                , FINE_PER_DAY
OCESQL*        FROM      BORR_CATEGORY
OCESQL*        ORDER BY  CATEGORY_CODE ASC
OCESQL*   END-EXEC
OCESQL*
OCESQL*   .
OCESQL     CALL "OCESQLCursorDeclare" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMOD8_CURSOR_CAT_LS" & x"00"
OCESQL          BY REFERENCE SQ0027
OCESQL     END-CALL.
       SQL-DECLARE-CURSOR-CAT-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-OPEN-CURSOR-CAT-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        OPEN CURSOR_CAT_LS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMOD8_CURSOR_CAT_LS" & x"00"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-OPEN-CURSOR-CAT-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-FETCH-CURSOR-CAT-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        FETCH CURSOR_CAT_LS
OCESQL*        INTO  :HV-CAT-CODE
OCESQL*            , :HV-CAT-NAME
OCESQL*            , :HV-CAT-LOAN-DAYS
OCESQL*            , :HV-CAT-MAX-LOANS
OCESQL*            , :HV-CAT-MAX-RENEWALS
OCESQL*            , :HV-CAT-FINE-PER-DAY
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CAT-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CAT-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CAT-LOAN-DAYS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CAT-MAX-LOANS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-CAT-MAX-RENEWALS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-CAT-FINE-PER-DAY
OCESQL     END-CALL
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMOD8_CURSOR_CAT_LS" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-FETCH-CURSOR-CAT-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-CLOSE-CURSOR-CAT-LS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        CLOSE CURSOR_CAT_LS
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PGMOD8_CURSOR_CAT_LS" & x"00"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-CLOSE-CURSOR-CAT-LS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-APP-USER-ROLE SECTION.
      *>------------------------------------------------------------------------

      *>  the role of an active application user; a disabled or
      *>  locked account has no role at all
OCESQL*   EXEC SQL
OCESQL*        SELECT COALESCE(USER_ROLE,'I')
OCESQL*        INTO   :HV-APP-ROLE
OCESQL*        FROM   APP_USER
OCESQL*        WHERE  USER_ID = :HV-APP-USER-ID
OCESQL*        AND    COALESCE(USER_STATUS,'A') = 'A'
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-ROLE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-USER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0028
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-APP-USER-ROLE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-INSERT-BORROWER-HIST SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        INSERT INTO BORROWER_HIST
OCESQL*        (  BORROWER_ID
OCESQL*         , BORROWER_NAME
OCESQL*         , HIST_ACTION
OCESQL*         , MERGED_INTO_ID
OCESQL*         , HIST_USER
OCESQL*         , HIST_TIMESTAMP
OCESQL*        )
OCESQL*        VALUES
OCESQL*        (  :HV-BH-BORROWER-ID
OCESQL*         , :HV-BH-BORROWER-NAME
OCESQL*         , :HV-BH-ACTION
OCESQL*         , :HV-BH-MERGED-INTO-ID
OCESQL*         , :HV-BH-USER
OCESQL*         , CURRENT_TIMESTAMP
OCESQL*        )
OCESQL*   END-EXEC
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BH-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BH-BORROWER-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BH-ACTION
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BH-MERGED-INTO-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BH-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0038
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-INSERT-BORROWER-HIST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-MERGED-INTO SECTION.
      *>------------------------------------------------------------------------

      *>  the latest merge that closed the borrower number
OCESQL*   EXEC SQL
OCESQL*        SELECT MERGED_INTO_ID
OCESQL*        INTO   :HV-INTO-ID
OCESQL*        FROM   BORROWER_HIST
OCESQL*        WHERE  BORROWER_ID = :HV-FROM-ID
OCESQL*        AND    HIST_ACTION = 'M'
OCESQL*        ORDER BY HIST_TIMESTAMP DESC
OCESQL*        LIMIT 1
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-INTO-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FROM-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0039
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-MERGED-INTO-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-MERGE-CANCEL-INTO-HOLDS SECTION.
      *>------------------------------------------------------------------------

      *>  the survivor's waiting holds on titles where the folded
      *>  number already has a copy on the hold shelf
OCESQL*   EXEC SQL
OCESQL*        UPDATE RESERVATION R
OCESQL*        SET       CANCEL_USER
OCESQL*               = :HV-MERGE-USER
OCESQL*               ,  CANCEL_TIMESTAMP
OCESQL*               =  CURRENT_TIMESTAMP
OCESQL*        WHERE  R.BORROWER_ID      = :HV-INTO-ID
OCESQL*        AND    R.CANCEL_TIMESTAMP IS NULL
OCESQL*        AND    R.FULFIL_TIMESTAMP IS NULL
OCESQL*        AND    R.SHELF_COPY_NR    IS NULL
OCESQL*        AND    EXISTS
OCESQL*               ( SELECT 1
OCESQL*                 FROM   RESERVATION S
OCESQL*                 WHERE  S.ISBN             = R.ISBN
OCESQL*                 AND    S.BORROWER_ID      = :HV-FROM-ID
OCESQL*                 AND    S.CANCEL_TIMESTAMP IS NULL
OCESQL*                 AND    S.FULFIL_TIMESTAMP IS NULL
OCESQL*                 AND    S.SHELF_COPY_NR    IS NOT NULL )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-MERGE-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-INTO-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FROM-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0040
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-MERGE-CANCEL-INTO-HOLDS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-MERGE-CANCEL-FROM-HOLDS SECTION.
      *>------------------------------------------------------------------------

      *>  the folded number's waiting holds on titles the survivor
      *>  still queues for
OCESQL*   EXEC SQL
OCESQL*        UPDATE RESERVATION R
OCESQL*        SET       CANCEL_USER
OCESQL*               = :HV-MERGE-USER
OCESQL*               ,  CANCEL_TIMESTAMP
OCESQL*               =  CURRENT_TIMESTAMP
OCESQL*        WHERE  R.BORROWER_ID      = :HV-FROM-ID
OCESQL*        AND    R.CANCEL_TIMESTAMP IS NULL
OCESQL*        AND    R.FULFIL_TIMESTAMP IS NULL
OCESQL*        AND    R.SHELF_COPY_NR    IS NULL
OCESQL*        AND    EXISTS
OCESQL*               ( SELECT 1
OCESQL*                 FROM   RESERVATION S
OCESQL*                 WHERE  S.ISBN             = R.ISBN
OCESQL*                 AND    S.BORROWER_ID      = :HV-INTO-ID
OCESQL*                 AND    S.CANCEL_TIMESTAMP IS NULL
OCESQL*                 AND    S.FULFIL_TIMESTAMP IS NULL )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-MERGE-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FROM-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-INTO-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0041
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-MERGE-CANCEL-FROM-HOLDS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-MERGE-MOVE-LOANS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE LOAN
OCESQL*        SET    BORROWER_ID = :HV-INTO-ID
OCESQL*        WHERE  BORROWER_ID = :HV-FROM-ID
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-INTO-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FROM-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0042
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-MERGE-MOVE-LOANS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-MERGE-MOVE-FINES SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE FINE
OCESQL*        SET    BORROWER_ID = :HV-INTO-ID
OCESQL*        WHERE  BORROWER_ID = :HV-FROM-ID
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-INTO-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FROM-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0043
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-MERGE-MOVE-FINES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-MERGE-MOVE-HOLDS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE RESERVATION
OCESQL*        SET    BORROWER_ID = :HV-INTO-ID
OCESQL*        WHERE  BORROWER_ID = :HV-FROM-ID
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-INTO-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FROM-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0044
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-MERGE-MOVE-HOLDS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-MERGE-MOVE-NOTICES SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE LOAN_NOTICE
OCESQL*        SET    BORROWER_ID = :HV-INTO-ID
OCESQL*        WHERE  BORROWER_ID = :HV-FROM-ID
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-INTO-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FROM-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0045
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-MERGE-MOVE-NOTICES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-MERGE-MOVE-MESSAGES SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE BORROWER_MESSAGE
OCESQL*        SET    BORROWER_ID = :HV-INTO-ID
OCESQL*        WHERE  BORROWER_ID = :HV-FROM-ID
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-INTO-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FROM-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0046
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-MERGE-MOVE-MESSAGES-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-BORR-STATUS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE BORROWER
OCESQL*        SET    BORROWER_STATUS = :HV-BORR-STATUS
OCESQL*        WHERE  BORROWER_ID     = :HV-BORROWER-ID
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORR-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0047
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-UPDATE-BORR-STATUS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-COLL-PRIOR SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT COALESCE(PRIOR_STATUS,'A')
OCESQL*        INTO   :HV-COLL-PRIOR-STATUS
OCESQL*        FROM   COLL_REFERRAL
OCESQL*        WHERE  BORROWER_ID       = :HV-FINE-BORROWER-ID
OCESQL*        AND    RELEASE_TIMESTAMP IS NULL
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-COLL-PRIOR-STATUS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FINE-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0049
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-COLL-PRIOR-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-COLL-RELEASE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE COLL_REFERRAL
OCESQL*        SET       RELEASE_USER
OCESQL*               = :HV-FINE-USER
OCESQL*               ,  RELEASE_TIMESTAMP
OCESQL*               =  CURRENT_TIMESTAMP
OCESQL*        WHERE  BORROWER_ID       = :HV-FINE-BORROWER-ID
OCESQL*        AND    RELEASE_TIMESTAMP IS NULL
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FINE-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FINE-BORROWER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0050
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-UPDATE-COLL-RELEASE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-OPEN-SESSION SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT SESSION_ID
OCESQL*             , FLOAT_AMOUNT
OCESQL*        INTO   :HV-SESSION-ID
OCESQL*             , :HV-SESSION-FLOAT
OCESQL*        FROM   CASHIER_SESSION
OCESQL*        WHERE  USER_ID        = :HV-SESSION-USER
OCESQL*        AND    SESSION_STATUS = 'O'
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SESSION-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-SESSION-FLOAT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SESSION-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0051
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-OPEN-SESSION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-NEXT-SESSION-ID SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT COALESCE(MAX(SESSION_ID),0) + 1
OCESQL*        INTO   :HV-SESSION-ID
OCESQL*        FROM   CASHIER_SESSION
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SESSION-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0052
OCESQL          BY VALUE 0
OCESQL          BY VALUE 1
OCESQL     END-CALL
          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-NEXT-SESSION-ID-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-INSERT-CASH-SESSION SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        INSERT INTO CASHIER_SESSION
OCESQL*        (  SESSION_ID
OCESQL*         , USER_ID
OCESQL*         , TERMINAL_ID
OCESQL*         , OPEN_TIMESTAMP
OCESQL*         , FLOAT_AMOUNT
OCESQL*         , SESSION_STATUS
OCESQL*        )
OCESQL*        VALUES
OCESQL*        (  :HV-SESSION-ID
OCESQL*         , :HV-SESSION-USER
OCESQL*         , NULLIF(RTRIM(:HV-SESSION-TERMINAL),'')
OCESQL*         , CURRENT_TIMESTAMP
OCESQL*         , :HV-SESSION-FLOAT
OCESQL*         , 'O'
OCESQL*        )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SESSION-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SESSION-USER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SESSION-TERMINAL
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-SESSION-FLOAT
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0053
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-INSERT-CASH-SESSION-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-SESSION-TAKINGS SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT COALESCE(SUM(CASE WHEN PAY_METHOD = 'C'
OCESQL*                                 THEN AMOUNT ELSE 0 END),0)
OCESQL*             , COALESCE(SUM(CASE WHEN PAY_METHOD = 'K'
OCESQL*                                 THEN AMOUNT ELSE 0 END),0)
OCESQL*        INTO   :HV-SESSION-CASH-TAKEN
OCESQL*             , :HV-SESSION-CARD-TAKEN
OCESQL*        FROM   FINE
OCESQL*        WHERE  SESSION_ID = :HV-SESSION-ID
OCESQL*        AND    ENTRY_TYPE = 'P'
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-SESSION-CASH-TAKEN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-SESSION-CARD-TAKEN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SESSION-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0054
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-SESSION-TAKINGS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-CASH-SESSION-CLOSE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        UPDATE CASHIER_SESSION
OCESQL*        SET       CLOSE_TIMESTAMP
OCESQL*               =  CURRENT_TIMESTAMP
OCESQL*               ,  COUNTED_AMOUNT
OCESQL*               = :HV-SESSION-COUNTED
OCESQL*               ,  EXPECTED_AMOUNT
OCESQL*               = :HV-SESSION-EXPECTED
OCESQL*               ,  SESSION_STATUS
OCESQL*               =  'C'
OCESQL*        WHERE  SESSION_ID     = :HV-SESSION-ID
OCESQL*        AND    SESSION_STATUS = 'O'
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-SESSION-COUNTED
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 2
OCESQL          BY REFERENCE HV-SESSION-EXPECTED
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-SESSION-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0055
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-UPDATE-CASH-SESSION-CLOSE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-NEXT-RECEIPT-NR SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT COALESCE(MAX(RECEIPT_NR),0) + 1
OCESQL*        INTO   :HV-FINE-RECEIPT-NR
OCESQL*        FROM   FINE
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-FINE-RECEIPT-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0056
OCESQL          BY VALUE 0
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-NEXT-RECEIPT-NR-EX.
          EXIT.

       END PROGRAM PGMOD8.
