      *>              LN-INP-LOAN-TIMESTAMP paging restart point, so
      *>              the borrower account screen can show what is out
      *>              now and page through the lending history.
      *> 2026.10.15 Celso:
      *>            - added LN-INP/OUT-BORROWER-CATEGORY: every borrower
      *>              belongs to a category (A adult, C child, S staff,
      *>              H housebound) whose BORR_CATEGORY rules row
      *>              sets the loan period, the open-loan and renewal
      *>              limits and the fine rate.
      *>            - added LN-FNC-CATEGORY-LIST / LN-FNC-CATEGORY-SAVE
      *>              with the LN-INP-CAT-* fields and the
      *>              LN-OUT-CAT-TAB table, so a supervisor keeps the
      *>              category rules from the screen.
      *>            - added LN-FNC-LOAN-LOST with LN-OUT-FINE-AMOUNT,
      *>              LN-OUT-REPLACE-COST and LN-OUT-REPLACE-FEE: a
      *>              loan is closed as lost and the replacement is
      *>              billed on the FINE ledger.
      *>            - added the postal address lines, postcode, e-mail
      *>              and membership expiry date to the borrower
      *>              fields (LN-INP/OUT-ADDRESS-1 to 3, -POSTCODE,
      *>              -EMAIL, -EXPIRY-DATE), and LN-FNC-MEMBER-RENEW
      *>              to move an expiring membership on at the desk.
      *>            - added LN-INP/OUT-CONTACT-CHANNEL (E e-mail, S SMS,
      *>              P post) for the courtesy messages, and
      *>              LN-OUT-EMAIL-BOUNCED / LN-OUT-PHONE-BOUNCED so the
      *>              desk sees an address the gateway could not reach.
      *>            - added LN-INP-TRANS-TIMESTAMP so a check-out, check-in
      *>              or renewal written on paper while the database was
      *>              down is keyed in at its real date-time, and
      *>              LN-OUT-REFUSE-REASON so a batch caller can tell the
      *>              refusals staff have to settle (over the loan limit,
      *>              copy already out) from plain keying errors.
      *>            - added LN-FNC-BORROWER-MERGE with
      *>              LN-INP-BORROWER-ID-2 and the LN-OUT-MOVED-*-NR
      *>              counts: a supervisor folds a duplicate
      *>              registration into the number the borrower keeps,
      *>              and the folded number shows status M (merged).
      *>            - added LN-INP-HOLD-LEVEL: a hold placed at work
      *>              level (W) is met by any edition linked to the
      *>              keyed edition's work in PGMODW; LN-OUT-WORK-ID
      *>              returns the work it was placed on.
      *>            - LN-OUT-BORROWER-STATUS C: fines referred to the
      *>              collection agency; the borrower cannot borrow
      *>              until the balance is cleared.
      *>            - added LN-TERMINAL-ID, the terminal the signed-on
      *>              user works at, recorded in the access log with
      *>              every borrower lookup, lending-history page and
      *>              fine payment or waiver.
      *>            - added LN-FNC-SESSION-OPEN / LN-FNC-SESSION-CLOSE
      *>              with LN-INP-CASH-AMOUNT (the float, the counted
      *>              cash) and LN-OUT-SESSION-ID, -CASH-EXPECTED and
      *>              -CASH-VARIANCE: every desk user takes payments
      *>              within a cashier session of their own.
      *>            - added LN-INP-PAY-METHOD (C cash, K card, A
      *>              agency remittance), required on a payment, and
      *>              LN-OUT-RECEIPT-NR with the LN-OUT-RECEIPT-LINE
      *>              slip the desk prints for the borrower.
      *>************************************************************************

       01  LN-MOD8.
               88  V-LN8-FNC-FINE-WAIVE        VALUE "FW".
               88  V-LN8-FNC-LOAN-OPEN         VALUE "LO".
               88  V-LN8-FNC-LOAN-HIST         VALUE "LH".
               88  V-LN8-FNC-CATEGORY-LIST     VALUE "CL".
               88  V-LN8-FNC-CATEGORY-SAVE     VALUE "CS".
               88  V-LN8-FNC-LOAN-LOST         VALUE "LL".
               88  V-LN8-FNC-MEMBER-RENEW      VALUE "MR".
               88  V-LN8-FNC-BORROWER-MERGE    VALUE "BM".
               88  V-LN8-FNC-SESSION-OPEN      VALUE "SO".
               88  V-LN8-FNC-SESSION-CLOSE     VALUE "SC".

      *>     the signed-on user, carried into CHECKOUT_USER etc.
           05  LN-USERID                   PIC X(20).

      *>     the terminal the signed-on user works at
           05  LN-TERMINAL-ID              PIC X(08).

      *>     input fields
           05  LN-INPUT.
               10  LN-INP-BORROWER-ID       PIC 9(06).
      *>         the number a merge keeps - LN-INP-BORROWER-ID is the
      *>         duplicate folded into it and closed
               10  LN-INP-BORROWER-ID-2     PIC 9(06).
               10  LN-INP-BORROWER-NAME     PIC X(40).
               10  LN-INP-PHONE             PIC X(20).
      *>         A active, B barred - for the borrower update
               10  LN-INP-BORROWER-STATUS   PIC X(01).
      *>         A adult, C child, S staff, H housebound - any code
      *>         with a BORR_CATEGORY row; spaces take A on the insert
      *>         and keep the current category on the update
               10  LN-INP-BORROWER-CATEGORY PIC X(01).
      *>         postal address - street lines, town, postcode - and
      *>         e-mail, for the letters and messages the borrower
      *>         is sent
               10  LN-INP-ADDRESS-1         PIC X(40).
               10  LN-INP-ADDRESS-2         PIC X(40).
               10  LN-INP-ADDRESS-3         PIC X(40).
               10  LN-INP-POSTCODE          PIC X(10).
               10  LN-INP-EMAIL             PIC X(60).
      *>         membership expiry as YYYY-MM-DD - spaces give a new
      *>         borrower one membership term from today and keep
      *>         the current date on the update
               10  LN-INP-EXPIRY-DATE       PIC X(10).
      *>         how the borrower wants to be messaged: E e-mail,
      *>         S SMS to the phone, P post - spaces take P on the
      *>         insert and keep the current channel on the update
               10  LN-INP-CONTACT-CHANNEL   PIC X(01).
               10  LN-INP-ISBN              PIC 9(13).
      *>         the physical copy lent or returned - zero lets the
      *>         check-out pick a free copy and the check-in find the
      *>         start at the newest loan, otherwise only loans
      *>         checked out before this timestamp are returned
               10  LN-INP-LOAN-TIMESTAMP    PIC X(26).
      *>         the real date-time, as YYYY-MM-DD HH:MM:SS, of a
      *>         check-out, check-in or renewal keyed in after the
      *>         fact - the loan is stamped, due and fined as if it
      *>         had gone through then; spaces mean now
               10  LN-INP-TRANS-TIMESTAMP   PIC X(26).
      *>         one borrower category's lending rules, for the
      *>         supervisor's category save - a zero fine rate means
      *>         the category pays no overdue fines
               10  LN-INP-CAT-CODE          PIC X(01).
               10  LN-INP-CAT-NAME          PIC X(30).
               10  LN-INP-CAT-LOAN-DAYS     PIC 9(03).
               10  LN-INP-CAT-MAX-LOANS     PIC 9(03).
               10  LN-INP-CAT-MAX-RENEWALS  PIC 9(02).
               10  LN-INP-CAT-FINE-PER-DAY  PIC 9(03)V9(02).
      *>         what a hold is placed on: E (or spaces) the keyed
      *>         edition only, W any edition of the work the keyed
      *>         edition is linked to
               10  LN-INP-HOLD-LEVEL        PIC X(01).
                   88  V-LN8-HOLD-EDITION       VALUE "E" " ".
                   88  V-LN8-HOLD-WORK          VALUE "W".
      *>         how a payment is made - cash and card are taken
      *>         into the desk user's open cashier session and get a
      *>         receipt; an agency payment is posted from the
      *>         collection agency's remittance, outside any drawer
               10  LN-INP-PAY-METHOD        PIC X(01).
                   88  V-LN8-PAY-CASH           VALUE "C".
                   88  V-LN8-PAY-CARD           VALUE "K".
                   88  V-LN8-PAY-AGENCY         VALUE "A".
      *>         cash in the drawer: the float a cashier session
      *>         opens with, or the amount counted when it closes
               10  LN-INP-CASH-AMOUNT       PIC 9(07)V9(02).

      *>     output fields
           05  LN-OUTPUT.
               10  LN-OUT-BORROWER-STATUS   PIC X(01).
                   88  V-LN8-OUT-STATUS-ACTIVE  VALUE "A".
                   88  V-LN8-OUT-STATUS-BARRED  VALUE "B".
      *>             closed by a merge into another borrower number
                   88  V-LN8-OUT-STATUS-MERGED  VALUE "M".
      *>             fines referred to the collection agency
                   88  V-LN8-OUT-STATUS-COLLECT VALUE "C".
               10  LN-OUT-BORROWER-CATEGORY PIC X(01).
                   88  V-LN8-OUT-CAT-ADULT      VALUE "A".
                   88  V-LN8-OUT-CAT-CHILD      VALUE "C".
                   88  V-LN8-OUT-CAT-STAFF      VALUE "S".
                   88  V-LN8-OUT-CAT-HOUSEBOUND VALUE "H".
               10  LN-OUT-ADDRESS-1         PIC X(40).
               10  LN-OUT-ADDRESS-2         PIC X(40).
               10  LN-OUT-ADDRESS-3         PIC X(40).
               10  LN-OUT-POSTCODE          PIC X(10).
               10  LN-OUT-EMAIL             PIC X(60).
      *>         spaces for a borrower registered before memberships
      *>         expired, who never lapses
               10  LN-OUT-EXPIRY-DATE       PIC X(10).
               10  LN-OUT-CONTACT-CHANNEL   PIC X(01).
                   88  V-LN8-OUT-CHANNEL-EMAIL  VALUE "E".
                   88  V-LN8-OUT-CHANNEL-SMS    VALUE "S".
                   88  V-LN8-OUT-CHANNEL-POST   VALUE "P".
      *>         Y when the gateway bounced a message to the e-mail
      *>         address / phone number now on record - messages then
      *>         fall back to the post until the desk corrects it
               10  LN-OUT-EMAIL-BOUNCED     PIC X(01).
               10  LN-OUT-PHONE-BOUNCED     PIC X(01).
               10  LN-OUT-ISBN              PIC 9(13).
      *>         the physical copy the loan was written (or closed)
      *>         against
               10  LN-OUT-COPY-NR           PIC 9(03).
               10  LN-OUT-TITLE             PIC X(60).
      *>         the work a work-level hold was placed on
               10  LN-OUT-WORK-ID           PIC 9(09).
               10  LN-OUT-DUE-DATE          PIC X(10).
      *>         how often the loan has now been renewed
               10  LN-OUT-RENEWAL-NR        PIC 9(02).
      *>         why a check-out was refused, where staff may have to
      *>         settle it rather than just correct a keying error -
      *>         spaces for any other refusal
               10  LN-OUT-REFUSE-REASON     PIC X(01).
                   88  V-LN8-OUT-REFUSE-LIMIT   VALUE "L".
                   88  V-LN8-OUT-REFUSE-ON-LOAN VALUE "O".
      *>         what a borrower merge moved across to the surviving
      *>         number
               10  LN-OUT-MOVED-LOAN-NR     PIC 9(06).
               10  LN-OUT-MOVED-FINE-NR     PIC 9(06).
               10  LN-OUT-MOVED-HOLD-NR     PIC 9(06).
               10  LN-OUT-MOVED-NOTICE-NR   PIC 9(06).
      *>         the borrower's outstanding fine balance
               10  LN-OUT-FINE-BALANCE      PIC 9(05)V9(02).
      *>         what a loan closed as lost was billed: the overdue
      *>         fine up to the day, the replacement price (ACQ_COST
      *>         or the house default) and the processing fee
               10  LN-OUT-FINE-AMOUNT       PIC 9(05)V9(02).
               10  LN-OUT-REPLACE-COST      PIC 9(05)V9(02).
               10  LN-OUT-REPLACE-FEE       PIC 9(05)V9(02).
      *>         the cashier session a payment was taken in, or the
      *>         one just opened or closed; at close, the cash the
      *>         drawer should hold (float plus cash taken) and the
      *>         counted amount less that - negative when short
               10  LN-OUT-SESSION-ID        PIC 9(09).
               10  LN-OUT-CASH-EXPECTED     PIC 9(07)V9(02).
               10  LN-OUT-CASH-VARIANCE     PIC S9(07)V9(02).
      *>         the receipt of a cash or card payment - its number
      *>         and the slip, line by line, for the desk printer
               10  LN-OUT-RECEIPT-NR        PIC 9(09).
               10  LN-OUT-RECEIPT-LINE-NR   PIC 9(02).
               10  LN-OUT-RECEIPT-LINE      PIC X(40)
                                            OCCURS 10 TIMES.
      *>         one page of the borrower's loans - the open loans
      *>         or the lending history, newest first
               10  LN-OUT-LOAN-TAB-LINE-NR  PIC 9(04).
      *>             the full check-out timestamp, as the paging
      *>             restart point for the next older page
                   15  LN-OUT-LOAN-TAB-OUT-TS    PIC X(26).
      *>         the borrower categories and their lending rules
               10  LN-OUT-CAT-TAB-LINE-NR   PIC 9(04).
               10  LN-OUT-CAT-TAB-LINE OCCURS 20 TIMES.
                   15  LN-OUT-CAT-TAB-CODE       PIC X(01).
                   15  LN-OUT-CAT-TAB-NAME       PIC X(30).
                   15  LN-OUT-CAT-TAB-LOAN-DAYS  PIC 9(03).
                   15  LN-OUT-CAT-TAB-MAX-LOANS  PIC 9(03).
                   15  LN-OUT-CAT-TAB-MAX-RENEWALS PIC 9(02).
                   15  LN-OUT-CAT-TAB-FINE-PER-DAY PIC 9(03)V9(02).

      *>     blocking message ( SQLCODE / SQLSTATE / business error text )
           05  LN-MSG.
