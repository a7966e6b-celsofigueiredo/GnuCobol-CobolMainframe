      *>              the new PGMODL module, and F6 opens the
      *>              LOCATION code table maintenance; keyed copy
      *>              locations are validated against that table.
      *> 2026.10.15 Celso:
      *>            - the terminal id is taken once at sign-on (the
      *>              TERMINALID environment variable, or keyed on
      *>              the sign-on screen) and passed on every PGMOD7
      *>              and PGMOD8 call.
      *>            - the circulation screen now carries the borrower
      *>              category, address, postcode, e-mail, expiry
      *>              and message channel; a field left blank on
      *>              update keeps what is held. Inquiry warns when a
      *>              message to the e-mail or phone bounced.
      *>            - added F11-Renew membership and F12-Declare lost
      *>              to the circulation screen, and a HOLD ON field
      *>              (E edition, W any edition of the work) for
      *>              F6-Place hold.
      *>            - the account screen takes the pay method (C cash,
      *>              K card) with a payment and shows the numbered
      *>              receipt slip; F5 opens the cashier session
      *>              screen (open with the float, close with the
      *>              drawer count), also F12 on the main menu.
      *>            - added the category rules (F7) and borrower
      *>              merge (F8) screens to the admin screen, both
      *>              for a supervisor sign-on.
      *>            - added the works/editions screen (F7 on the book
      *>              screen) through PGMODW and the bindery screen
      *>              (F7 on the copies screen) through PGMODB.
      *>            - added the acquisitions screens (F10 on the main
      *>              menu: purchase orders, lines, receiving and the
      *>              vendor master) through PGMODP, and serial issue
      *>              check-in (F11 on the main menu) through PGMODR.
      *>            - added the serial titles and subscriptions screen
      *>              (F4 on the issue screen): titles added and
      *>              changed, subscriptions listed, opened (which
      *>              predicts their issues) and renewed through
      *>              PGMODR.
      *>            - added the work list (F5 on the works screen),
      *>              paged by title through PGMODW, to find the
      *>              work an edition is linked to.
      *>*****************************************************************
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       hello03.
          88 V-FNC-F8                  VALUE 1008.
          88 V-FNC-F9                  VALUE 1009.
          88 V-FNC-F10                 VALUE 1010.
          88 V-FNC-F11                 VALUE 1011.
          88 V-FNC-F12                 VALUE 1012.
       01 WS-ACCEPT-FNC-KEY            PIC X.
       01 WS-IND-1                     PIC 9(4) COMP.

      *> (or voluntary) own-password change
       01 WS-APP-PSWD-NEW              PIC X(20).

      *> the terminal this session runs on - taken from TERMINALID
      *> or keyed at sign-on, and sent with every PGMOD7/PGMOD8 call
       01 WS-TERMINAL-ID               PIC X(8).

      *> user administration screen fields
       01 WS-ADM.
         02 WS-ADM-USER                PIC X(20).
      *>   the physical copy lent or returned - zero lets PGMOD8
      *>   pick (or find) the copy itself
         02 WS-CIRC-COPY-NR            PIC 9(3).
      *>   the category letter, address and contact details - left
      *>   blank on update, PGMOD8 keeps what is held
         02 WS-CIRC-CATEGORY           PIC X(1).
         02 WS-CIRC-ADDRESS-1          PIC X(40).
         02 WS-CIRC-ADDRESS-2          PIC X(40).
         02 WS-CIRC-ADDRESS-3          PIC X(40).
         02 WS-CIRC-POSTCODE           PIC X(10).
         02 WS-CIRC-EMAIL              PIC X(60).
         02 WS-CIRC-EXPIRY-DATE        PIC X(10).
      *>   E e-mail, S text message, P post
         02 WS-CIRC-CHANNEL            PIC X(1).
      *>   E this edition, W any edition of the work
         02 WS-CIRC-HOLD-LEVEL         PIC X(1).

      *> borrower account screen fields - the amount keyed for a
      *> payment or waiver and the edited outstanding balance
         02 WS-BA-BALANCE-EDIT         PIC ZZZZ9.99.
      *>   restart point for the next older lending-history page
         02 WS-BA-HIST-LAST-TS         PIC X(26).
      *>   C cash, K card - and the receipt of the last payment
         02 WS-BA-PAY-METHOD           PIC X(1).
         02 WS-BA-RECEIPT-NR           PIC 9(9).

      *> cashier session screen fields - the float or counted cash
      *> keyed, and the close-out figures shown back
       01 WS-CASH.
         02 WS-CASH-AMOUNT             PIC 9(7)V99.
         02 WS-CASH-SESSION-ID         PIC 9(9).
         02 WS-CASH-EXPECTED-EDIT      PIC Z(6)9.99.
         02 WS-CASH-VARIANCE-EDIT      PIC -Z(6)9.99.

      *> category rules screen fields
       01 WS-CAT.
         02 WS-CAT-CODE                PIC X(1).
         02 WS-CAT-NAME                PIC X(30).
         02 WS-CAT-LOAN-DAYS           PIC 9(3).
         02 WS-CAT-MAX-LOANS           PIC 9(3).
         02 WS-CAT-MAX-RENEWALS        PIC 9(2).
         02 WS-CAT-FINE-PER-DAY        PIC 9(3)V99.

      *> borrower merge screen fields - the duplicate number and the
      *> number the borrower keeps
       01 WS-MRG.
         02 WS-MRG-FROM-ID             PIC 9(6).
         02 WS-MRG-INTO-ID             PIC 9(6).

      *> works/editions screen fields
       01 WS-WRK.
         02 WS-WRK-ID                  PIC 9(9).
         02 WS-WRK-ISBN                PIC 9(13).
         02 WS-WRK-TITLE               PIC X(60).
      *>   where the work list starts, and moves on from
         02 WS-WRK-FROM-TITLE          PIC X(60).
         02 WS-WRK-LAST-TITLE          PIC X(60).

      *> bindery screen fields
       01 WS-BND.
         02 WS-BND-BATCH-NR            PIC 9(9).
         02 WS-BND-VENDOR-CODE         PIC X(8).
         02 WS-BND-SENT-DATE           PIC X(10).
         02 WS-BND-DAYS                PIC 9(3).
         02 WS-BND-COPY-NR             PIC 9(3).
         02 WS-BND-CHARGE              PIC 9(5)V99.
      *>   S back repaired, D beyond repair
         02 WS-BND-OUTCOME             PIC X(1).
         02 WS-BND-REASON              PIC X(40).

      *> purchase order and vendor screen fields
       01 WS-PO.
         02 WS-PO-NR                   PIC 9(9).
         02 WS-PO-VENDOR-CODE          PIC X(8).
         02 WS-PO-VENDOR-NAME          PIC X(30).
         02 WS-PO-DELIVERY-DAYS        PIC 9(3).
         02 WS-PO-LINE-NR              PIC 9(3).
         02 WS-PO-LOC-CODE             PIC X(8).
         02 WS-PO-ISBN                 PIC 9(13).
         02 WS-PO-QUANTITY             PIC 9(3).
         02 WS-PO-PRICE                PIC 9(7)V99.
         02 WS-PO-RECEIVE-QTY          PIC 9(3).
         02 WS-PO-TITLE                PIC X(60).
         02 WS-PO-AUTHORS              PIC X(40).
         02 WS-PO-PUB-DATE             PIC X(10).
         02 WS-PO-PAGE-NR              PIC 9(4).

      *> serial issue check-in screen fields
       01 WS-SER.
         02 WS-SER-SUB-NR              PIC 9(9).
         02 WS-SER-ISSUE-NR            PIC 9(4).
         02 WS-SER-LABEL               PIC X(20).
         02 WS-SER-LOC-CODE            PIC X(8).
      *>   serial title and subscription screen fields
         02 WS-SER-ISSN                PIC X(9).
         02 WS-SER-TITLE               PIC X(60).
         02 WS-SER-PUBLISHER           PIC X(40).
         02 WS-SER-VENDOR-CODE         PIC X(8).
         02 WS-SER-START-DATE          PIC X(10).
      *>   on a renewal, the new end date
         02 WS-SER-END-DATE            PIC X(10).
      *>   W weekly, M monthly, Q quarterly
         02 WS-SER-FREQUENCY           PIC X(1).
         02 WS-SER-CLAIM-DAYS          PIC 9(3).

      *> linkage record passed to PGMOD7
       COPY "LNMOD7.cpy".
      *> linkage record passed to PGMODL (locations and transfers)
       COPY "LNMODL.cpy".

      *> linkage record passed to PGMODP (vendors and purchase
      *> orders)
       COPY "LNMODP.cpy".

      *> linkage record passed to PGMODR (serials)
       COPY "LNMODR.cpy".

      *> linkage record passed to PGMODW (works and editions)
       COPY "LNMODW.cpy".

      *> linkage record passed to PGMODB (bindery)
       COPY "LNMODB.cpy".

      *> colors
       COPY "screenio.cpy".

             VALUE "F8 - User administration (supervisor)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 12 COLUMN 5
             VALUE "F10 - Acquisitions (orders, receiving, vendors)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 13 COLUMN 5
             VALUE "F11 - Serial issue check-in"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 14 COLUMN 5
             VALUE "F12 - Cashier session"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 5
             VALUE "F9 - Exit"
             FOREGROUND-COLOR COB-COLOR-WHITE
             VALUE "F5-Copies  F6-Subjects"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 17 COLUMN 43
             VALUE "F7-Works/editions"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 66
             VALUE "F10-Back"
             FOREGROUND-COLOR COB-COLOR-WHITE
             LINE 4 COLUMN 12
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 4 COLUMN 22
             VALUE "CATEGORY:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(1) TO WS-CIRC-CATEGORY
             LINE 4 COLUMN 32
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 4 COLUMN 34
             VALUE "(A adult, C child, S staff, H housebound)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 5 COLUMN 1
             VALUE "NAME:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             VALUE "(A active, B barred)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 7 COLUMN 1
             VALUE "ADDRESS:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(40) TO WS-CIRC-ADDRESS-1
             LINE 7 COLUMN 12
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(40) TO WS-CIRC-ADDRESS-2
             LINE 8 COLUMN 12
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(40) TO WS-CIRC-ADDRESS-3
             LINE 9 COLUMN 12
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 10 COLUMN 1
             VALUE "POSTCODE:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) TO WS-CIRC-POSTCODE
             LINE 10 COLUMN 12
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 10 COLUMN 30
             VALUE "EXPIRY:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) TO WS-CIRC-EXPIRY-DATE
             LINE 10 COLUMN 38
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 10 COLUMN 50
             VALUE "eg.: 2027-03-31"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 11 COLUMN 1
             VALUE "E-MAIL:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) TO WS-CIRC-EMAIL
             LINE 11 COLUMN 12
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 12 COLUMN 1
             VALUE "MESSAGES:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(1) TO WS-CIRC-CHANNEL
             LINE 12 COLUMN 12
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 12 COLUMN 15
             VALUE "(E e-mail, S SMS, P post)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 13 COLUMN 1
             VALUE "(a field left blank on update keeps what is held)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 14 COLUMN 1
             VALUE "ISBN:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) TO WS-CIRC-ISBN
             LINE 14 COLUMN 12
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 14 COLUMN 30
             VALUE "COPY#:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(3) TO WS-CIRC-COPY-NR
             LINE 14 COLUMN 37
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 14 COLUMN 43
             VALUE "(0 = pick/find the copy)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 15 COLUMN 1
             VALUE "HOLD ON:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(1) TO WS-CIRC-HOLD-LEVEL
             LINE 15 COLUMN 12
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 15 COLUMN 15
             VALUE "(E this edition, W any edition of the work)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 16 COLUMN 1
             VALUE "F11-Renew membership  F12-Declare lost"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 17 COLUMN 1
             VALUE "F6-Place hold  F7-Cancel hold  F8-Account/fines"
             FOREGROUND-COLOR COB-COLOR-WHITE
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.

       01 COPIES-SCREEN.
          05 FILLER LINE 3 COLUMN 1
             VALUE "COPY  LOCATION              ST"
             VALUE "F6-Location codes"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 17 COLUMN 59
             VALUE "F7-Bindery"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 1
             VALUE "F1-List  F2-Add copy  F3-Update copy"
             FOREGROUND-COLOR COB-COLOR-WHITE
             LINE 15 COLUMN 74
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 16 COLUMN 1
             VALUE "PAY BY:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(1) TO WS-BA-PAY-METHOD
             LINE 16 COLUMN 9
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 16 COLUMN 12
             VALUE "(C cash, K card)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 16 COLUMN 35
             VALUE "LAST RECEIPT#:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(9) FROM WS-BA-RECEIPT-NR
             LINE 16 COLUMN 50
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 17 COLUMN 1
             VALUE "F1-Open loans  F2-Older history  F5-Cashier session"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 1
             VALUE "(only for a password change)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 12 COLUMN 1
             VALUE "TERMINAL:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(8) USING WS-TERMINAL-ID
             LINE 12 COLUMN 12
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 12 COLUMN 35
             VALUE "(this desk's terminal id)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 1
             VALUE "F1 - Sign on"
             FOREGROUND-COLOR COB-COLOR-WHITE
             VALUE "F6-Alert review"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 17 COLUMN 18
             VALUE "F7-Category rules  F8-Borrower merge"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 1
             VALUE "F1-Add  F2-Disable  F3-Enable/unlock  F4-Reset"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.


       01 CASH-SCREEN.
          05 FILLER LINE 4 COLUMN 1
             VALUE "CASH AMOUNT:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(7)V99 TO WS-CASH-AMOUNT
             LINE 4 COLUMN 14
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 4 COLUMN 26
             VALUE "eg.: 000010000 is 100.00"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 5 COLUMN 1
             VALUE "(the float when opening, the cash counted in the"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 5 COLUMN 50
             VALUE "drawer when closing)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 7 COLUMN 1
             VALUE "SESSION#:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(9) FROM WS-CASH-SESSION-ID
             LINE 7 COLUMN 14
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 8 COLUMN 1
             VALUE "EXPECTED:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM WS-CASH-EXPECTED-EDIT
             LINE 8 COLUMN 14
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 8 COLUMN 26
             VALUE "(float plus the cash taken)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 9 COLUMN 1
             VALUE "VARIANCE:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(11) FROM WS-CASH-VARIANCE-EDIT
             LINE 9 COLUMN 14
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 9 COLUMN 26
             VALUE "(counted less expected - negative when short)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 1
             VALUE "F1-Open session  F2-Close session"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 45
             VALUE "F10 - Back"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
             LINE 18 COLUMN 79
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.

       01 RECEIPT-SCREEN.
          05 FILLER LINE 3 COLUMN 1
             VALUE "RECEIPT - print this slip for the borrower"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(40) FROM LN-OUT-RECEIPT-LINE(01)
             LINE 4 COLUMN 5
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(40) FROM LN-OUT-RECEIPT-LINE(02)
             LINE 5 COLUMN 5
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(40) FROM LN-OUT-RECEIPT-LINE(03)
             LINE 6 COLUMN 5
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(40) FROM LN-OUT-RECEIPT-LINE(04)
             LINE 7 COLUMN 5
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(40) FROM LN-OUT-RECEIPT-LINE(05)
             LINE 8 COLUMN 5
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(40) FROM LN-OUT-RECEIPT-LINE(06)
             LINE 9 COLUMN 5
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(40) FROM LN-OUT-RECEIPT-LINE(07)
             LINE 10 COLUMN 5
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(40) FROM LN-OUT-RECEIPT-LINE(08)
             LINE 11 COLUMN 5
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(40) FROM LN-OUT-RECEIPT-LINE(09)
             LINE 12 COLUMN 5
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(40) FROM LN-OUT-RECEIPT-LINE(10)
             LINE 13 COLUMN 5
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 45
             VALUE "F10 - Back"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
             LINE 18 COLUMN 79
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.

       01 CAT-SCREEN.
          05 FILLER LINE 3 COLUMN 1
             VALUE "CD NAME"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 3 COLUMN 35
             VALUE "DAYS  LOANS RENEW FINE/DAY"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-CAT-TAB-CODE(01)
             LINE 4 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-CAT-TAB-NAME(01)
             LINE 4 COLUMN 4
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-CAT-TAB-LOAN-DAYS(01)
             LINE 4 COLUMN 35
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-CAT-TAB-MAX-LOANS(01)
             LINE 4 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(02) FROM LN-OUT-CAT-TAB-MAX-RENEWALS(01)
             LINE 4 COLUMN 47
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZ9.99 FROM LN-OUT-CAT-TAB-FINE-PER-DAY(01)
             LINE 4 COLUMN 53
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-CAT-TAB-CODE(02)
             LINE 5 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-CAT-TAB-NAME(02)
             LINE 5 COLUMN 4
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-CAT-TAB-LOAN-DAYS(02)
             LINE 5 COLUMN 35
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-CAT-TAB-MAX-LOANS(02)
             LINE 5 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(02) FROM LN-OUT-CAT-TAB-MAX-RENEWALS(02)
             LINE 5 COLUMN 47
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZ9.99 FROM LN-OUT-CAT-TAB-FINE-PER-DAY(02)
             LINE 5 COLUMN 53
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-CAT-TAB-CODE(03)
             LINE 6 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-CAT-TAB-NAME(03)
             LINE 6 COLUMN 4
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-CAT-TAB-LOAN-DAYS(03)
             LINE 6 COLUMN 35
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-CAT-TAB-MAX-LOANS(03)
             LINE 6 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(02) FROM LN-OUT-CAT-TAB-MAX-RENEWALS(03)
             LINE 6 COLUMN 47
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZ9.99 FROM LN-OUT-CAT-TAB-FINE-PER-DAY(03)
             LINE 6 COLUMN 53
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-CAT-TAB-CODE(04)
             LINE 7 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-CAT-TAB-NAME(04)
             LINE 7 COLUMN 4
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-CAT-TAB-LOAN-DAYS(04)
             LINE 7 COLUMN 35
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-CAT-TAB-MAX-LOANS(04)
             LINE 7 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(02) FROM LN-OUT-CAT-TAB-MAX-RENEWALS(04)
             LINE 7 COLUMN 47
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZ9.99 FROM LN-OUT-CAT-TAB-FINE-PER-DAY(04)
             LINE 7 COLUMN 53
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-CAT-TAB-CODE(05)
             LINE 8 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-CAT-TAB-NAME(05)
             LINE 8 COLUMN 4
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-CAT-TAB-LOAN-DAYS(05)
             LINE 8 COLUMN 35
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-CAT-TAB-MAX-LOANS(05)
             LINE 8 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(02) FROM LN-OUT-CAT-TAB-MAX-RENEWALS(05)
             LINE 8 COLUMN 47
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZ9.99 FROM LN-OUT-CAT-TAB-FINE-PER-DAY(05)
             LINE 8 COLUMN 53
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-CAT-TAB-CODE(06)
             LINE 9 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-CAT-TAB-NAME(06)
             LINE 9 COLUMN 4
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-CAT-TAB-LOAN-DAYS(06)
             LINE 9 COLUMN 35
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-CAT-TAB-MAX-LOANS(06)
             LINE 9 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(02) FROM LN-OUT-CAT-TAB-MAX-RENEWALS(06)
             LINE 9 COLUMN 47
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZ9.99 FROM LN-OUT-CAT-TAB-FINE-PER-DAY(06)
             LINE 9 COLUMN 53
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-CAT-TAB-CODE(07)
             LINE 10 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-CAT-TAB-NAME(07)
             LINE 10 COLUMN 4
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-CAT-TAB-LOAN-DAYS(07)
             LINE 10 COLUMN 35
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-CAT-TAB-MAX-LOANS(07)
             LINE 10 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(02) FROM LN-OUT-CAT-TAB-MAX-RENEWALS(07)
             LINE 10 COLUMN 47
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZ9.99 FROM LN-OUT-CAT-TAB-FINE-PER-DAY(07)
             LINE 10 COLUMN 53
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-CAT-TAB-CODE(08)
             LINE 11 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-CAT-TAB-NAME(08)
             LINE 11 COLUMN 4
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-CAT-TAB-LOAN-DAYS(08)
             LINE 11 COLUMN 35
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-CAT-TAB-MAX-LOANS(08)
             LINE 11 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(02) FROM LN-OUT-CAT-TAB-MAX-RENEWALS(08)
             LINE 11 COLUMN 47
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZ9.99 FROM LN-OUT-CAT-TAB-FINE-PER-DAY(08)
             LINE 11 COLUMN 53
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-CAT-TAB-CODE(09)
             LINE 12 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-CAT-TAB-NAME(09)
             LINE 12 COLUMN 4
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-CAT-TAB-LOAN-DAYS(09)
             LINE 12 COLUMN 35
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-CAT-TAB-MAX-LOANS(09)
             LINE 12 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(02) FROM LN-OUT-CAT-TAB-MAX-RENEWALS(09)
             LINE 12 COLUMN 47
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZ9.99 FROM LN-OUT-CAT-TAB-FINE-PER-DAY(09)
             LINE 12 COLUMN 53
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-CAT-TAB-CODE(10)
             LINE 13 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-CAT-TAB-NAME(10)
             LINE 13 COLUMN 4
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-CAT-TAB-LOAN-DAYS(10)
             LINE 13 COLUMN 35
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-CAT-TAB-MAX-LOANS(10)
             LINE 13 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(02) FROM LN-OUT-CAT-TAB-MAX-RENEWALS(10)
             LINE 13 COLUMN 47
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZ9.99 FROM LN-OUT-CAT-TAB-FINE-PER-DAY(10)
             LINE 13 COLUMN 53
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 15 COLUMN 1
             VALUE "CODE:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(1) TO WS-CAT-CODE
             LINE 15 COLUMN 7
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 15 COLUMN 10
             VALUE "NAME:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) TO WS-CAT-NAME
             LINE 15 COLUMN 16
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 16 COLUMN 1
             VALUE "LOAN DAYS:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(3) TO WS-CAT-LOAN-DAYS
             LINE 16 COLUMN 12
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 16 COLUMN 17
             VALUE "MAX LOANS:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(3) TO WS-CAT-MAX-LOANS
             LINE 16 COLUMN 28
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 16 COLUMN 33
             VALUE "MAX RENEWALS:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(2) TO WS-CAT-MAX-RENEWALS
             LINE 16 COLUMN 47
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 16 COLUMN 51
             VALUE "FINE/DAY:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(3)V99 TO WS-CAT-FINE-PER-DAY
             LINE 16 COLUMN 61
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 17 COLUMN 1
             VALUE "eg.: FINE/DAY 00050 is 0.50, 00000 pays no fines"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 1
             VALUE "F1-List  F2-Save category"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 45
             VALUE "F10 - Back"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
             LINE 18 COLUMN 79
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.

       01 MERGE-SCREEN.
          05 FILLER LINE 4 COLUMN 1
             VALUE "MERGE BORROWER#:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(6) TO WS-MRG-FROM-ID
             LINE 4 COLUMN 19
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 4 COLUMN 28
             VALUE "(the duplicate - closed as status M)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 5 COLUMN 1
             VALUE "INTO BORROWER#:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(6) TO WS-MRG-INTO-ID
             LINE 5 COLUMN 19
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 5 COLUMN 28
             VALUE "(the number the borrower keeps)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 7 COLUMN 1
             VALUE "Loans, fines, holds, notices and messages all move"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 7 COLUMN 53
             VALUE "across."
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 9 COLUMN 1
             VALUE "LOANS MOVED:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(6) FROM LN-OUT-MOVED-LOAN-NR
             LINE 9 COLUMN 16
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 10 COLUMN 1
             VALUE "FINES MOVED:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(6) FROM LN-OUT-MOVED-FINE-NR
             LINE 10 COLUMN 16
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 11 COLUMN 1
             VALUE "HOLDS MOVED:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(6) FROM LN-OUT-MOVED-HOLD-NR
             LINE 11 COLUMN 16
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 12 COLUMN 1
             VALUE "NOTICES MOVED:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(6) FROM LN-OUT-MOVED-NOTICE-NR
             LINE 12 COLUMN 16
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 1
             VALUE "F1-Merge"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 45
             VALUE "F10 - Back"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
             LINE 18 COLUMN 79
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.

       01 WORK-SCREEN.
          05 FILLER LINE 3 COLUMN 1
             VALUE "WORK#:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(9) FROM LN-OUT-WORK-ID OF LN-MODW
             LINE 3 COLUMN 8
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) FROM LN-OUT-WORK-TITLE OF LN-MODW
             LINE 3 COLUMN 19
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 4 COLUMN 1
             VALUE "ISBN          TITLE"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-ED-TAB-ISBN(01)
             LINE 5 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) FROM LN-OUT-ED-TAB-TITLE(01)
             LINE 5 COLUMN 15
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-ED-TAB-ISBN(02)
             LINE 6 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) FROM LN-OUT-ED-TAB-TITLE(02)
             LINE 6 COLUMN 15
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-ED-TAB-ISBN(03)
             LINE 7 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) FROM LN-OUT-ED-TAB-TITLE(03)
             LINE 7 COLUMN 15
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-ED-TAB-ISBN(04)
             LINE 8 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) FROM LN-OUT-ED-TAB-TITLE(04)
             LINE 8 COLUMN 15
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-ED-TAB-ISBN(05)
             LINE 9 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) FROM LN-OUT-ED-TAB-TITLE(05)
             LINE 9 COLUMN 15
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-ED-TAB-ISBN(06)
             LINE 10 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) FROM LN-OUT-ED-TAB-TITLE(06)
             LINE 10 COLUMN 15
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-ED-TAB-ISBN(07)
             LINE 11 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) FROM LN-OUT-ED-TAB-TITLE(07)
             LINE 11 COLUMN 15
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-ED-TAB-ISBN(08)
             LINE 12 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) FROM LN-OUT-ED-TAB-TITLE(08)
             LINE 12 COLUMN 15
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-ED-TAB-ISBN(09)
             LINE 13 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) FROM LN-OUT-ED-TAB-TITLE(09)
             LINE 13 COLUMN 15
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-ED-TAB-ISBN(10)
             LINE 14 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) FROM LN-OUT-ED-TAB-TITLE(10)
             LINE 14 COLUMN 15
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 15 COLUMN 1
             VALUE "WORK#:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(9) TO WS-WRK-ID
             LINE 15 COLUMN 8
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 15 COLUMN 20
             VALUE "ISBN:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) TO WS-WRK-ISBN
             LINE 15 COLUMN 26
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 15 COLUMN 42
             VALUE "(WORK# 0 = the work of the ISBN)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 16 COLUMN 1
             VALUE "NEW WORK TITLE:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) TO WS-WRK-TITLE
             LINE 16 COLUMN 17
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 17 COLUMN 1
             VALUE "F4 links the ISBN as the new work's first edition"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 17 COLUMN 53
             VALUE "F5-Find a work"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 1
             VALUE "F1-Editions  F2-Link  F3-Unlink  F4-New work"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 50
             VALUE "F10 - Back to book"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
             LINE 18 COLUMN 79
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.

       01 BINDERY-SCREEN.
          05 FILLER LINE 3 COLUMN 1
             VALUE "ISBN          CPY S RETURNED     CHARGE REASON"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-ITEM-TAB-ISBN(01)
             LINE 4 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-ITEM-TAB-COPY-NR(01)
             LINE 4 COLUMN 15
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-ITEM-TAB-STATUS(01)
             LINE 4 COLUMN 19
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ITEM-TAB-RETURNED(01)
             LINE 4 COLUMN 21
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZZZ9.99 FROM LN-OUT-ITEM-TAB-CHARGE(01)
             LINE 4 COLUMN 32
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(38) FROM LN-OUT-ITEM-TAB-REASON(01)
             LINE 4 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-ITEM-TAB-ISBN(02)
             LINE 5 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-ITEM-TAB-COPY-NR(02)
             LINE 5 COLUMN 15
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-ITEM-TAB-STATUS(02)
             LINE 5 COLUMN 19
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ITEM-TAB-RETURNED(02)
             LINE 5 COLUMN 21
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZZZ9.99 FROM LN-OUT-ITEM-TAB-CHARGE(02)
             LINE 5 COLUMN 32
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(38) FROM LN-OUT-ITEM-TAB-REASON(02)
             LINE 5 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-ITEM-TAB-ISBN(03)
             LINE 6 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-ITEM-TAB-COPY-NR(03)
             LINE 6 COLUMN 15
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-ITEM-TAB-STATUS(03)
             LINE 6 COLUMN 19
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ITEM-TAB-RETURNED(03)
             LINE 6 COLUMN 21
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZZZ9.99 FROM LN-OUT-ITEM-TAB-CHARGE(03)
             LINE 6 COLUMN 32
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(38) FROM LN-OUT-ITEM-TAB-REASON(03)
             LINE 6 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-ITEM-TAB-ISBN(04)
             LINE 7 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-ITEM-TAB-COPY-NR(04)
             LINE 7 COLUMN 15
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-ITEM-TAB-STATUS(04)
             LINE 7 COLUMN 19
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ITEM-TAB-RETURNED(04)
             LINE 7 COLUMN 21
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZZZ9.99 FROM LN-OUT-ITEM-TAB-CHARGE(04)
             LINE 7 COLUMN 32
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(38) FROM LN-OUT-ITEM-TAB-REASON(04)
             LINE 7 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-ITEM-TAB-ISBN(05)
             LINE 8 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-ITEM-TAB-COPY-NR(05)
             LINE 8 COLUMN 15
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-ITEM-TAB-STATUS(05)
             LINE 8 COLUMN 19
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ITEM-TAB-RETURNED(05)
             LINE 8 COLUMN 21
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZZZ9.99 FROM LN-OUT-ITEM-TAB-CHARGE(05)
             LINE 8 COLUMN 32
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(38) FROM LN-OUT-ITEM-TAB-REASON(05)
             LINE 8 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-ITEM-TAB-ISBN(06)
             LINE 9 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-ITEM-TAB-COPY-NR(06)
             LINE 9 COLUMN 15
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-ITEM-TAB-STATUS(06)
             LINE 9 COLUMN 19
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ITEM-TAB-RETURNED(06)
             LINE 9 COLUMN 21
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZZZ9.99 FROM LN-OUT-ITEM-TAB-CHARGE(06)
             LINE 9 COLUMN 32
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(38) FROM LN-OUT-ITEM-TAB-REASON(06)
             LINE 9 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-ITEM-TAB-ISBN(07)
             LINE 10 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-ITEM-TAB-COPY-NR(07)
             LINE 10 COLUMN 15
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-ITEM-TAB-STATUS(07)
             LINE 10 COLUMN 19
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ITEM-TAB-RETURNED(07)
             LINE 10 COLUMN 21
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZZZ9.99 FROM LN-OUT-ITEM-TAB-CHARGE(07)
             LINE 10 COLUMN 32
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(38) FROM LN-OUT-ITEM-TAB-REASON(07)
             LINE 10 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-ITEM-TAB-ISBN(08)
             LINE 11 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-ITEM-TAB-COPY-NR(08)
             LINE 11 COLUMN 15
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-ITEM-TAB-STATUS(08)
             LINE 11 COLUMN 19
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ITEM-TAB-RETURNED(08)
             LINE 11 COLUMN 21
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZZZ9.99 FROM LN-OUT-ITEM-TAB-CHARGE(08)
             LINE 11 COLUMN 32
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(38) FROM LN-OUT-ITEM-TAB-REASON(08)
             LINE 11 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-ITEM-TAB-ISBN(09)
             LINE 12 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-ITEM-TAB-COPY-NR(09)
             LINE 12 COLUMN 15
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-ITEM-TAB-STATUS(09)
             LINE 12 COLUMN 19
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ITEM-TAB-RETURNED(09)
             LINE 12 COLUMN 21
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZZZ9.99 FROM LN-OUT-ITEM-TAB-CHARGE(09)
             LINE 12 COLUMN 32
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(38) FROM LN-OUT-ITEM-TAB-REASON(09)
             LINE 12 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-ITEM-TAB-ISBN(10)
             LINE 13 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-ITEM-TAB-COPY-NR(10)
             LINE 13 COLUMN 15
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-ITEM-TAB-STATUS(10)
             LINE 13 COLUMN 19
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ITEM-TAB-RETURNED(10)
             LINE 13 COLUMN 21
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZZZ9.99 FROM LN-OUT-ITEM-TAB-CHARGE(10)
             LINE 13 COLUMN 32
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(38) FROM LN-OUT-ITEM-TAB-REASON(10)
             LINE 13 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 14 COLUMN 1
             VALUE "LISTED BATCH#:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(9) FROM LN-OUT-BATCH-NR OF LN-MODB
             LINE 14 COLUMN 16
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 14 COLUMN 27
             VALUE "VENDOR:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(8) FROM LN-OUT-VENDOR-CODE OF LN-MODB
             LINE 14 COLUMN 35
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 14 COLUMN 45
             VALUE "DUE BACK:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-DUE-DATE OF LN-MODB
             LINE 14 COLUMN 55
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 15 COLUMN 1
             VALUE "BATCH#:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(9) TO WS-BND-BATCH-NR
             LINE 15 COLUMN 9
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 15 COLUMN 20
             VALUE "VENDOR:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(8) TO WS-BND-VENDOR-CODE
             LINE 15 COLUMN 28
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 15 COLUMN 38
             VALUE "SENT:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) TO WS-BND-SENT-DATE
             LINE 15 COLUMN 44
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 15 COLUMN 56
             VALUE "DAYS:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(3) TO WS-BND-DAYS
             LINE 15 COLUMN 62
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 15 COLUMN 66
             VALUE "(0=vendor)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 16 COLUMN 1
             VALUE "COPY#:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(3) TO WS-BND-COPY-NR
             LINE 16 COLUMN 8
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 16 COLUMN 13
             VALUE "CHARGE:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(5)V99 TO WS-BND-CHARGE
             LINE 16 COLUMN 21
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 16 COLUMN 30
             VALUE "OUTCOME:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(1) TO WS-BND-OUTCOME
             LINE 16 COLUMN 39
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 16 COLUMN 41
             VALUE "(S repaired, D beyond repair)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 17 COLUMN 1
             VALUE "REASON:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(40) TO WS-BND-REASON
             LINE 17 COLUMN 9
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 17 COLUMN 51
             VALUE "(beyond repair only)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 1
             VALUE "F1-Send new batch  F2-Add to batch  F3-List"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 46
             VALUE "F4-Receive"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 60
             VALUE "F10-Back"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
             LINE 18 COLUMN 79
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.

       01 PO-SCREEN.
          05 FILLER LINE 3 COLUMN 1
             VALUE "LN  ISBN          TITLE"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 3 COLUMN 45
             VALUE "QTY      PRICE RCV S"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-LINE-TAB-PO-LINE(01)
             LINE 4 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-LINE-TAB-ISBN(01)
             LINE 4 COLUMN 5
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(25) FROM LN-OUT-LINE-TAB-TITLE(01)
             LINE 4 COLUMN 19
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-LINE-TAB-QUANTITY(01)
             LINE 4 COLUMN 45
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZZZZZ9.99 FROM LN-OUT-LINE-TAB-PRICE(01)
             LINE 4 COLUMN 49
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-LINE-TAB-RECEIVED(01)
             LINE 4 COLUMN 60
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-LINE-TAB-STATUS(01)
             LINE 4 COLUMN 64
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-LINE-TAB-PO-LINE(02)
             LINE 5 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-LINE-TAB-ISBN(02)
             LINE 5 COLUMN 5
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(25) FROM LN-OUT-LINE-TAB-TITLE(02)
             LINE 5 COLUMN 19
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-LINE-TAB-QUANTITY(02)
             LINE 5 COLUMN 45
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZZZZZ9.99 FROM LN-OUT-LINE-TAB-PRICE(02)
             LINE 5 COLUMN 49
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-LINE-TAB-RECEIVED(02)
             LINE 5 COLUMN 60
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-LINE-TAB-STATUS(02)
             LINE 5 COLUMN 64
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-LINE-TAB-PO-LINE(03)
             LINE 6 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-LINE-TAB-ISBN(03)
             LINE 6 COLUMN 5
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(25) FROM LN-OUT-LINE-TAB-TITLE(03)
             LINE 6 COLUMN 19
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-LINE-TAB-QUANTITY(03)
             LINE 6 COLUMN 45
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZZZZZ9.99 FROM LN-OUT-LINE-TAB-PRICE(03)
             LINE 6 COLUMN 49
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-LINE-TAB-RECEIVED(03)
             LINE 6 COLUMN 60
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-LINE-TAB-STATUS(03)
             LINE 6 COLUMN 64
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-LINE-TAB-PO-LINE(04)
             LINE 7 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-LINE-TAB-ISBN(04)
             LINE 7 COLUMN 5
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(25) FROM LN-OUT-LINE-TAB-TITLE(04)
             LINE 7 COLUMN 19
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-LINE-TAB-QUANTITY(04)
             LINE 7 COLUMN 45
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZZZZZ9.99 FROM LN-OUT-LINE-TAB-PRICE(04)
             LINE 7 COLUMN 49
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-LINE-TAB-RECEIVED(04)
             LINE 7 COLUMN 60
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-LINE-TAB-STATUS(04)
             LINE 7 COLUMN 64
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-LINE-TAB-PO-LINE(05)
             LINE 8 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-LINE-TAB-ISBN(05)
             LINE 8 COLUMN 5
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(25) FROM LN-OUT-LINE-TAB-TITLE(05)
             LINE 8 COLUMN 19
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-LINE-TAB-QUANTITY(05)
             LINE 8 COLUMN 45
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZZZZZ9.99 FROM LN-OUT-LINE-TAB-PRICE(05)
             LINE 8 COLUMN 49
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-LINE-TAB-RECEIVED(05)
             LINE 8 COLUMN 60
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-LINE-TAB-STATUS(05)
             LINE 8 COLUMN 64
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-LINE-TAB-PO-LINE(06)
             LINE 9 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-LINE-TAB-ISBN(06)
             LINE 9 COLUMN 5
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(25) FROM LN-OUT-LINE-TAB-TITLE(06)
             LINE 9 COLUMN 19
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-LINE-TAB-QUANTITY(06)
             LINE 9 COLUMN 45
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZZZZZ9.99 FROM LN-OUT-LINE-TAB-PRICE(06)
             LINE 9 COLUMN 49
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-LINE-TAB-RECEIVED(06)
             LINE 9 COLUMN 60
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-LINE-TAB-STATUS(06)
             LINE 9 COLUMN 64
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-LINE-TAB-PO-LINE(07)
             LINE 10 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-LINE-TAB-ISBN(07)
             LINE 10 COLUMN 5
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(25) FROM LN-OUT-LINE-TAB-TITLE(07)
             LINE 10 COLUMN 19
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-LINE-TAB-QUANTITY(07)
             LINE 10 COLUMN 45
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZZZZZ9.99 FROM LN-OUT-LINE-TAB-PRICE(07)
             LINE 10 COLUMN 49
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-LINE-TAB-RECEIVED(07)
             LINE 10 COLUMN 60
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-LINE-TAB-STATUS(07)
             LINE 10 COLUMN 64
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-LINE-TAB-PO-LINE(08)
             LINE 11 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) FROM LN-OUT-LINE-TAB-ISBN(08)
             LINE 11 COLUMN 5
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(25) FROM LN-OUT-LINE-TAB-TITLE(08)
             LINE 11 COLUMN 19
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-LINE-TAB-QUANTITY(08)
             LINE 11 COLUMN 45
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC ZZZZZZ9.99 FROM LN-OUT-LINE-TAB-PRICE(08)
             LINE 11 COLUMN 49
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-LINE-TAB-RECEIVED(08)
             LINE 11 COLUMN 60
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-LINE-TAB-STATUS(08)
             LINE 11 COLUMN 64
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 12 COLUMN 1
             VALUE "PO#:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(9) TO WS-PO-NR
             LINE 12 COLUMN 6
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 12 COLUMN 17
             VALUE "VENDOR:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(8) TO WS-PO-VENDOR-CODE
             LINE 12 COLUMN 25
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 12 COLUMN 35
             VALUE "LINE#:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(3) TO WS-PO-LINE-NR
             LINE 12 COLUMN 42
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 12 COLUMN 47
             VALUE "LOCATION:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(8) TO WS-PO-LOC-CODE
             LINE 12 COLUMN 57
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 13 COLUMN 1
             VALUE "ISBN:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(13) TO WS-PO-ISBN
             LINE 13 COLUMN 7
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 13 COLUMN 22
             VALUE "QTY:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(3) TO WS-PO-QUANTITY
             LINE 13 COLUMN 27
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 13 COLUMN 32
             VALUE "PRICE:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(7)V99 TO WS-PO-PRICE
             LINE 13 COLUMN 39
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 13 COLUMN 50
             VALUE "RECEIVE:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(3) TO WS-PO-RECEIVE-QTY
             LINE 13 COLUMN 59
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 13 COLUMN 63
             VALUE "(0 = all open)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 14 COLUMN 1
             VALUE "TITLE:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) TO WS-PO-TITLE
             LINE 14 COLUMN 10
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 15 COLUMN 1
             VALUE "AUTHORS:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(40) TO WS-PO-AUTHORS
             LINE 15 COLUMN 10
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 15 COLUMN 52
             VALUE "PUB:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) TO WS-PO-PUB-DATE
             LINE 15 COLUMN 57
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 15 COLUMN 68
             VALUE "PAGES:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(4) TO WS-PO-PAGE-NR
             LINE 15 COLUMN 75
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 16 COLUMN 1
             VALUE "Title, authors, pub date and pages only for a title"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 16 COLUMN 53
             VALUE "new to the catalog"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 17 COLUMN 1
             VALUE "F1-New order  F2-Add line  F3-List lines"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 17 COLUMN 43
             VALUE "F4-Cancel line"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 1
             VALUE "F5-Receive  F6-Vendors"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 45
             VALUE "F10 - Back to main"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
             LINE 18 COLUMN 79
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.

       01 VENDOR-SCREEN.
          05 FILLER LINE 3 COLUMN 1
             VALUE "CODE     NAME                           DAYS"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(08) FROM LN-OUT-VEND-TAB-CODE(01)
             LINE 4 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-VEND-TAB-NAME(01)
             LINE 4 COLUMN 10
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-VEND-TAB-DAYS(01)
             LINE 4 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(08) FROM LN-OUT-VEND-TAB-CODE(02)
             LINE 5 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-VEND-TAB-NAME(02)
             LINE 5 COLUMN 10
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-VEND-TAB-DAYS(02)
             LINE 5 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(08) FROM LN-OUT-VEND-TAB-CODE(03)
             LINE 6 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-VEND-TAB-NAME(03)
             LINE 6 COLUMN 10
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-VEND-TAB-DAYS(03)
             LINE 6 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(08) FROM LN-OUT-VEND-TAB-CODE(04)
             LINE 7 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-VEND-TAB-NAME(04)
             LINE 7 COLUMN 10
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-VEND-TAB-DAYS(04)
             LINE 7 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(08) FROM LN-OUT-VEND-TAB-CODE(05)
             LINE 8 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-VEND-TAB-NAME(05)
             LINE 8 COLUMN 10
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-VEND-TAB-DAYS(05)
             LINE 8 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(08) FROM LN-OUT-VEND-TAB-CODE(06)
             LINE 9 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-VEND-TAB-NAME(06)
             LINE 9 COLUMN 10
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-VEND-TAB-DAYS(06)
             LINE 9 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(08) FROM LN-OUT-VEND-TAB-CODE(07)
             LINE 10 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-VEND-TAB-NAME(07)
             LINE 10 COLUMN 10
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-VEND-TAB-DAYS(07)
             LINE 10 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(08) FROM LN-OUT-VEND-TAB-CODE(08)
             LINE 11 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-VEND-TAB-NAME(08)
             LINE 11 COLUMN 10
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-VEND-TAB-DAYS(08)
             LINE 11 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(08) FROM LN-OUT-VEND-TAB-CODE(09)
             LINE 12 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-VEND-TAB-NAME(09)
             LINE 12 COLUMN 10
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-VEND-TAB-DAYS(09)
             LINE 12 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(08) FROM LN-OUT-VEND-TAB-CODE(10)
             LINE 13 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-VEND-TAB-NAME(10)
             LINE 13 COLUMN 10
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-VEND-TAB-DAYS(10)
             LINE 13 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 15 COLUMN 1
             VALUE "CODE:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(8) TO WS-PO-VENDOR-CODE
             LINE 15 COLUMN 7
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 15 COLUMN 17
             VALUE "NAME:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) TO WS-PO-VENDOR-NAME
             LINE 15 COLUMN 23
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 15 COLUMN 55
             VALUE "DAYS:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(3) TO WS-PO-DELIVERY-DAYS
             LINE 15 COLUMN 61
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 16 COLUMN 1
             VALUE "(DAYS: the delivery time the vendor promises)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 1
             VALUE "F1-List  F2-Add vendor  F3-Change vendor"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 45
             VALUE "F10 - Back to orders"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
             LINE 18 COLUMN 79
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.

       01 ISSUE-SCREEN.
          05 FILLER LINE 3 COLUMN 1
             VALUE "ISSUE EXPECTED   S LABEL"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 3 COLUMN 41
             VALUE "RECEIVED   LOCATION CL"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(04) FROM LN-OUT-ISSUE-TAB-ISSUE-NR(01)
             LINE 4 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ISSUE-TAB-EXPECTED(01)
             LINE 4 COLUMN 7
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-ISSUE-TAB-STATUS(01)
             LINE 4 COLUMN 18
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(20) FROM LN-OUT-ISSUE-TAB-LABEL(01)
             LINE 4 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ISSUE-TAB-RECEIVED(01)
             LINE 4 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(08) FROM LN-OUT-ISSUE-TAB-LOC-CODE(01)
             LINE 4 COLUMN 52
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(02) FROM LN-OUT-ISSUE-TAB-CLAIMS(01)
             LINE 4 COLUMN 61
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(04) FROM LN-OUT-ISSUE-TAB-ISSUE-NR(02)
             LINE 5 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ISSUE-TAB-EXPECTED(02)
             LINE 5 COLUMN 7
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-ISSUE-TAB-STATUS(02)
             LINE 5 COLUMN 18
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(20) FROM LN-OUT-ISSUE-TAB-LABEL(02)
             LINE 5 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ISSUE-TAB-RECEIVED(02)
             LINE 5 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(08) FROM LN-OUT-ISSUE-TAB-LOC-CODE(02)
             LINE 5 COLUMN 52
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(02) FROM LN-OUT-ISSUE-TAB-CLAIMS(02)
             LINE 5 COLUMN 61
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(04) FROM LN-OUT-ISSUE-TAB-ISSUE-NR(03)
             LINE 6 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ISSUE-TAB-EXPECTED(03)
             LINE 6 COLUMN 7
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-ISSUE-TAB-STATUS(03)
             LINE 6 COLUMN 18
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(20) FROM LN-OUT-ISSUE-TAB-LABEL(03)
             LINE 6 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ISSUE-TAB-RECEIVED(03)
             LINE 6 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(08) FROM LN-OUT-ISSUE-TAB-LOC-CODE(03)
             LINE 6 COLUMN 52
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(02) FROM LN-OUT-ISSUE-TAB-CLAIMS(03)
             LINE 6 COLUMN 61
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(04) FROM LN-OUT-ISSUE-TAB-ISSUE-NR(04)
             LINE 7 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ISSUE-TAB-EXPECTED(04)
             LINE 7 COLUMN 7
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-ISSUE-TAB-STATUS(04)
             LINE 7 COLUMN 18
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(20) FROM LN-OUT-ISSUE-TAB-LABEL(04)
             LINE 7 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ISSUE-TAB-RECEIVED(04)
             LINE 7 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(08) FROM LN-OUT-ISSUE-TAB-LOC-CODE(04)
             LINE 7 COLUMN 52
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(02) FROM LN-OUT-ISSUE-TAB-CLAIMS(04)
             LINE 7 COLUMN 61
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(04) FROM LN-OUT-ISSUE-TAB-ISSUE-NR(05)
             LINE 8 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ISSUE-TAB-EXPECTED(05)
             LINE 8 COLUMN 7
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-ISSUE-TAB-STATUS(05)
             LINE 8 COLUMN 18
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(20) FROM LN-OUT-ISSUE-TAB-LABEL(05)
             LINE 8 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ISSUE-TAB-RECEIVED(05)
             LINE 8 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(08) FROM LN-OUT-ISSUE-TAB-LOC-CODE(05)
             LINE 8 COLUMN 52
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(02) FROM LN-OUT-ISSUE-TAB-CLAIMS(05)
             LINE 8 COLUMN 61
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(04) FROM LN-OUT-ISSUE-TAB-ISSUE-NR(06)
             LINE 9 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ISSUE-TAB-EXPECTED(06)
             LINE 9 COLUMN 7
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-ISSUE-TAB-STATUS(06)
             LINE 9 COLUMN 18
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(20) FROM LN-OUT-ISSUE-TAB-LABEL(06)
             LINE 9 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ISSUE-TAB-RECEIVED(06)
             LINE 9 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(08) FROM LN-OUT-ISSUE-TAB-LOC-CODE(06)
             LINE 9 COLUMN 52
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(02) FROM LN-OUT-ISSUE-TAB-CLAIMS(06)
             LINE 9 COLUMN 61
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(04) FROM LN-OUT-ISSUE-TAB-ISSUE-NR(07)
             LINE 10 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ISSUE-TAB-EXPECTED(07)
             LINE 10 COLUMN 7
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-ISSUE-TAB-STATUS(07)
             LINE 10 COLUMN 18
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(20) FROM LN-OUT-ISSUE-TAB-LABEL(07)
             LINE 10 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ISSUE-TAB-RECEIVED(07)
             LINE 10 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(08) FROM LN-OUT-ISSUE-TAB-LOC-CODE(07)
             LINE 10 COLUMN 52
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(02) FROM LN-OUT-ISSUE-TAB-CLAIMS(07)
             LINE 10 COLUMN 61
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(04) FROM LN-OUT-ISSUE-TAB-ISSUE-NR(08)
             LINE 11 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ISSUE-TAB-EXPECTED(08)
             LINE 11 COLUMN 7
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-ISSUE-TAB-STATUS(08)
             LINE 11 COLUMN 18
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(20) FROM LN-OUT-ISSUE-TAB-LABEL(08)
             LINE 11 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ISSUE-TAB-RECEIVED(08)
             LINE 11 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(08) FROM LN-OUT-ISSUE-TAB-LOC-CODE(08)
             LINE 11 COLUMN 52
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(02) FROM LN-OUT-ISSUE-TAB-CLAIMS(08)
             LINE 11 COLUMN 61
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(04) FROM LN-OUT-ISSUE-TAB-ISSUE-NR(09)
             LINE 12 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ISSUE-TAB-EXPECTED(09)
             LINE 12 COLUMN 7
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-ISSUE-TAB-STATUS(09)
             LINE 12 COLUMN 18
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(20) FROM LN-OUT-ISSUE-TAB-LABEL(09)
             LINE 12 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ISSUE-TAB-RECEIVED(09)
             LINE 12 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(08) FROM LN-OUT-ISSUE-TAB-LOC-CODE(09)
             LINE 12 COLUMN 52
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(02) FROM LN-OUT-ISSUE-TAB-CLAIMS(09)
             LINE 12 COLUMN 61
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(04) FROM LN-OUT-ISSUE-TAB-ISSUE-NR(10)
             LINE 13 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ISSUE-TAB-EXPECTED(10)
             LINE 13 COLUMN 7
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-ISSUE-TAB-STATUS(10)
             LINE 13 COLUMN 18
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(20) FROM LN-OUT-ISSUE-TAB-LABEL(10)
             LINE 13 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-ISSUE-TAB-RECEIVED(10)
             LINE 13 COLUMN 41
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(08) FROM LN-OUT-ISSUE-TAB-LOC-CODE(10)
             LINE 13 COLUMN 52
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(02) FROM LN-OUT-ISSUE-TAB-CLAIMS(10)
             LINE 13 COLUMN 61
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 15 COLUMN 1
             VALUE "SUB#:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(9) TO WS-SER-SUB-NR
             LINE 15 COLUMN 7
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 15 COLUMN 18
             VALUE "ISSUE#:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(4) TO WS-SER-ISSUE-NR
             LINE 15 COLUMN 26
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 15 COLUMN 32
             VALUE "(F1 lists from this issue on)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 16 COLUMN 1
             VALUE "LABEL:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(20) TO WS-SER-LABEL
             LINE 16 COLUMN 8
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 16 COLUMN 30
             VALUE "LOCATION:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(8) TO WS-SER-LOC-CODE
             LINE 16 COLUMN 40
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 17 COLUMN 1
             VALUE "Status: E expected, C claimed, R received"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 17 COLUMN 45
             VALUE "F4-Titles / subscriptions"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 1
             VALUE "F1-List issues  F2-Check in  F3-Claim"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 45
             VALUE "F10 - Back to main"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
             LINE 18 COLUMN 79
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.

       01 SUBS-SCREEN.
          05 FILLER LINE 3 COLUMN 1
             VALUE "ISSN      TITLE"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 3 COLUMN 48
             VALUE "PUBLISHER"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(09) FROM LN-OUT-TITLE-TAB-ISSN(01)
             LINE 4 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(36) FROM LN-OUT-TITLE-TAB-TITLE(01)
             LINE 4 COLUMN 11
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-TITLE-TAB-PUBLISHER(01)
             LINE 4 COLUMN 48
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(09) FROM LN-OUT-TITLE-TAB-ISSN(02)
             LINE 5 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(36) FROM LN-OUT-TITLE-TAB-TITLE(02)
             LINE 5 COLUMN 11
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-TITLE-TAB-PUBLISHER(02)
             LINE 5 COLUMN 48
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(09) FROM LN-OUT-TITLE-TAB-ISSN(03)
             LINE 6 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(36) FROM LN-OUT-TITLE-TAB-TITLE(03)
             LINE 6 COLUMN 11
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-TITLE-TAB-PUBLISHER(03)
             LINE 6 COLUMN 48
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(09) FROM LN-OUT-TITLE-TAB-ISSN(04)
             LINE 7 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(36) FROM LN-OUT-TITLE-TAB-TITLE(04)
             LINE 7 COLUMN 11
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-TITLE-TAB-PUBLISHER(04)
             LINE 7 COLUMN 48
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(09) FROM LN-OUT-TITLE-TAB-ISSN(05)
             LINE 8 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(36) FROM LN-OUT-TITLE-TAB-TITLE(05)
             LINE 8 COLUMN 11
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(30) FROM LN-OUT-TITLE-TAB-PUBLISHER(05)
             LINE 8 COLUMN 48
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 9 COLUMN 1
             VALUE "SUB#      VENDOR   START      END        F CLAIM"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(09) FROM LN-OUT-SUB-TAB-SUB-NR(01)
             LINE 10 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(08) FROM LN-OUT-SUB-TAB-VENDOR-CODE(01)
             LINE 10 COLUMN 11
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-SUB-TAB-START-DATE(01)
             LINE 10 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-SUB-TAB-END-DATE(01)
             LINE 10 COLUMN 31
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-SUB-TAB-FREQUENCY(01)
             LINE 10 COLUMN 42
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-SUB-TAB-CLAIM-DAYS(01)
             LINE 10 COLUMN 44
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(09) FROM LN-OUT-SUB-TAB-SUB-NR(02)
             LINE 11 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(08) FROM LN-OUT-SUB-TAB-VENDOR-CODE(02)
             LINE 11 COLUMN 11
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-SUB-TAB-START-DATE(02)
             LINE 11 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-SUB-TAB-END-DATE(02)
             LINE 11 COLUMN 31
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-SUB-TAB-FREQUENCY(02)
             LINE 11 COLUMN 42
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-SUB-TAB-CLAIM-DAYS(02)
             LINE 11 COLUMN 44
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(09) FROM LN-OUT-SUB-TAB-SUB-NR(03)
             LINE 12 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(08) FROM LN-OUT-SUB-TAB-VENDOR-CODE(03)
             LINE 12 COLUMN 11
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-SUB-TAB-START-DATE(03)
             LINE 12 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-SUB-TAB-END-DATE(03)
             LINE 12 COLUMN 31
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-SUB-TAB-FREQUENCY(03)
             LINE 12 COLUMN 42
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-SUB-TAB-CLAIM-DAYS(03)
             LINE 12 COLUMN 44
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(09) FROM LN-OUT-SUB-TAB-SUB-NR(04)
             LINE 13 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(08) FROM LN-OUT-SUB-TAB-VENDOR-CODE(04)
             LINE 13 COLUMN 11
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-SUB-TAB-START-DATE(04)
             LINE 13 COLUMN 20
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) FROM LN-OUT-SUB-TAB-END-DATE(04)
             LINE 13 COLUMN 31
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(01) FROM LN-OUT-SUB-TAB-FREQUENCY(04)
             LINE 13 COLUMN 42
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(03) FROM LN-OUT-SUB-TAB-CLAIM-DAYS(04)
             LINE 13 COLUMN 44
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 14 COLUMN 1
             VALUE "ISSN:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(9) TO WS-SER-ISSN
             LINE 14 COLUMN 7
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 14 COLUMN 18
             VALUE "SUB#:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(9) TO WS-SER-SUB-NR
             LINE 14 COLUMN 24
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 14 COLUMN 35
             VALUE "VENDOR:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(8) TO WS-SER-VENDOR-CODE
             LINE 14 COLUMN 43
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 14 COLUMN 53
             VALUE "FREQ:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(1) TO WS-SER-FREQUENCY
             LINE 14 COLUMN 59
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 14 COLUMN 61
             VALUE "(W, M or Q)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 15 COLUMN 1
             VALUE "TITLE:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) TO WS-SER-TITLE
             LINE 15 COLUMN 8
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 16 COLUMN 1
             VALUE "PUBLISHER:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(40) TO WS-SER-PUBLISHER
             LINE 16 COLUMN 12
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 16 COLUMN 54
             VALUE "CLAIM DAYS:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(3) TO WS-SER-CLAIM-DAYS
             LINE 16 COLUMN 66
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 17 COLUMN 1
             VALUE "START:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) TO WS-SER-START-DATE
             LINE 17 COLUMN 8
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 17 COLUMN 20
             VALUE "END:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(10) TO WS-SER-END-DATE
             LINE 17 COLUMN 25
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 17 COLUMN 38
             VALUE "F4-Subs  F5-Add sub  F6-Renew"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 1
             VALUE "F1-Titles  F2-Add title  F3-Change title"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 45
             VALUE "F10 - Back to issues"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
             LINE 18 COLUMN 79
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.

       01 WORK-LIST-SCREEN.
          05 FILLER LINE 3 COLUMN 1
             VALUE "WORK#     TITLE"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 3 COLUMN 72
             VALUE "EDS"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(09) FROM LN-OUT-WORK-TAB-WORK-ID(01)
             LINE 4 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) FROM LN-OUT-WORK-TAB-TITLE(01)
             LINE 4 COLUMN 11
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(04) FROM LN-OUT-WORK-TAB-EDITION-NR(01)
             LINE 4 COLUMN 72
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(09) FROM LN-OUT-WORK-TAB-WORK-ID(02)
             LINE 5 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) FROM LN-OUT-WORK-TAB-TITLE(02)
             LINE 5 COLUMN 11
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(04) FROM LN-OUT-WORK-TAB-EDITION-NR(02)
             LINE 5 COLUMN 72
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(09) FROM LN-OUT-WORK-TAB-WORK-ID(03)
             LINE 6 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) FROM LN-OUT-WORK-TAB-TITLE(03)
             LINE 6 COLUMN 11
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(04) FROM LN-OUT-WORK-TAB-EDITION-NR(03)
             LINE 6 COLUMN 72
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(09) FROM LN-OUT-WORK-TAB-WORK-ID(04)
             LINE 7 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) FROM LN-OUT-WORK-TAB-TITLE(04)
             LINE 7 COLUMN 11
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(04) FROM LN-OUT-WORK-TAB-EDITION-NR(04)
             LINE 7 COLUMN 72
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(09) FROM LN-OUT-WORK-TAB-WORK-ID(05)
             LINE 8 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) FROM LN-OUT-WORK-TAB-TITLE(05)
             LINE 8 COLUMN 11
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(04) FROM LN-OUT-WORK-TAB-EDITION-NR(05)
             LINE 8 COLUMN 72
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(09) FROM LN-OUT-WORK-TAB-WORK-ID(06)
             LINE 9 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) FROM LN-OUT-WORK-TAB-TITLE(06)
             LINE 9 COLUMN 11
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(04) FROM LN-OUT-WORK-TAB-EDITION-NR(06)
             LINE 9 COLUMN 72
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(09) FROM LN-OUT-WORK-TAB-WORK-ID(07)
             LINE 10 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) FROM LN-OUT-WORK-TAB-TITLE(07)
             LINE 10 COLUMN 11
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(04) FROM LN-OUT-WORK-TAB-EDITION-NR(07)
             LINE 10 COLUMN 72
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(09) FROM LN-OUT-WORK-TAB-WORK-ID(08)
             LINE 11 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) FROM LN-OUT-WORK-TAB-TITLE(08)
             LINE 11 COLUMN 11
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(04) FROM LN-OUT-WORK-TAB-EDITION-NR(08)
             LINE 11 COLUMN 72
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(09) FROM LN-OUT-WORK-TAB-WORK-ID(09)
             LINE 12 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) FROM LN-OUT-WORK-TAB-TITLE(09)
             LINE 12 COLUMN 11
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(04) FROM LN-OUT-WORK-TAB-EDITION-NR(09)
             LINE 12 COLUMN 72
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(09) FROM LN-OUT-WORK-TAB-WORK-ID(10)
             LINE 13 COLUMN 1
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) FROM LN-OUT-WORK-TAB-TITLE(10)
             LINE 13 COLUMN 11
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(04) FROM LN-OUT-WORK-TAB-EDITION-NR(10)
             LINE 13 COLUMN 72
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 15 COLUMN 1
             VALUE "FROM TITLE:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X(60) TO WS-WRK-FROM-TITLE
             LINE 15 COLUMN 13
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 16 COLUMN 1
             VALUE "WORK#:"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC 9(9) TO WS-WRK-ID
             LINE 16 COLUMN 8
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 16 COLUMN 19
             VALUE "(key the work wanted, F10 shows its editions)"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 1
             VALUE "F1-List from title  F2-Next page"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER LINE 18 COLUMN 45
             VALUE "F10 - Back to work"
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.
          05 FILLER PIC X TO WS-ACCEPT-FNC-KEY SECURE
             LINE 18 COLUMN 79
             FOREGROUND-COLOR COB-COLOR-WHITE
             background-color COB-COLOR-BLUE.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-PGTEST1 SECTION.
      *>------------------------------------------------------------------------

      *>  nobody reaches the menu without signing on
          PERFORM FNC-SIGNON-SCREEN

          IF NOT WS-SIGNED-ON
          THEN
             STOP RUN
          END-IF

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY MAIN-FUNCTION-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT MAIN-FUNCTION-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-CONNECT-SCREEN

                WHEN V-FNC-F2
                   PERFORM FNC-DISCONNECT

                WHEN V-FNC-F3
                   PERFORM FNC-LIST-SCREEN

                WHEN V-FNC-F4
                   PERFORM FNC-BOOK-SCREEN

                WHEN V-FNC-F5
                   PERFORM FNC-RESTORE-SCREEN

                WHEN V-FNC-F6
                   PERFORM FNC-CIRC-SCREEN

                WHEN V-FNC-F7
                   PERFORM FNC-AUTHOR-SCREEN

                WHEN V-FNC-F8
                   PERFORM FNC-ADMIN-SCREEN

                WHEN V-FNC-F9
                   EXIT PERFORM

                WHEN V-FNC-F10
                   PERFORM FNC-PO-SCREEN

                WHEN V-FNC-F11
                   PERFORM FNC-ISSUE-SCREEN

                WHEN V-FNC-F12
                   PERFORM FNC-CASH-SCREEN

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WS-MSG-1 OF WS-MSG
             END-EVALUATE
          END-PERFORM

          STOP RUN

          .
       MAIN-PGTEST1-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CONNECT-SCREEN SECTION.
      *>------------------------------------------------------------------------

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY CONNECT-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT CONNECT-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-CONNECT

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WS-MSG-1 OF WS-MSG
             END-EVALUATE
           END-PERFORM

          .
       FNC-CONNECT-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CONNECT SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD
          MOVE WS-TERMINAL-ID TO LN-INP-TERMINAL-ID OF LN-MOD
          INITIALIZE WS-MSG
          SET V-LN-FNC-CONNECT OF LN-MOD TO TRUE
          MOVE WS-CONNECT TO LN-CONNECT OF LN-MOD

          CALL "PGMOD7" USING LN-MOD END-CALL

          PERFORM COPY-LN-MSG-IN-WS-MSG

      *>  until someone signs on, changes record under the database
      *>  login
          IF NOT WS-SIGNED-ON
          THEN
             MOVE WS-USERID OF WS-CONNECT TO WS-ACT-USER
          END-IF

          .
       FNC-CONNECT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-DISCONNECT SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD
          MOVE WS-TERMINAL-ID TO LN-INP-TERMINAL-ID OF LN-MOD
          INITIALIZE WS-MSG
          SET V-LN-FNC-DISCONNECT OF LN-MOD TO TRUE

          CALL "PGMOD7" USING LN-MOD END-CALL

          PERFORM COPY-LN-MSG-IN-WS-MSG

          .
       FNC-DISCONNECT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-LIST-SCREEN SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD
          MOVE WS-TERMINAL-ID TO LN-INP-TERMINAL-ID OF LN-MOD
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD
          SET V-LN-FNC-LIST-FIRST OF LN-MOD TO TRUE
          CALL "PGMOD7" USING LN-MOD END-CALL
          PERFORM COPY-LN-MSG-IN-WS-MSG

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY LIST-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT LIST-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY

             EVALUATE TRUE
                WHEN V-FNC-F1
                   INITIALIZE LN-MOD
          MOVE WS-TERMINAL-ID TO LN-INP-TERMINAL-ID OF LN-MOD
                   MOVE WS-ACT-USER TO LN-USERID OF LN-MOD
                   SET V-LN-FNC-LIST-FIRST OF LN-MOD TO TRUE
                   CALL "PGMOD7" USING LN-MOD END-CALL
                   PERFORM COPY-LN-MSG-IN-WS-MSG

                WHEN V-FNC-F2
                   MOVE LN-OUT-BOOK-TAB-LINE-NR OF LN-MOD TO WS-IND-1
                   IF WS-IND-1 > 0
                   THEN
                      MOVE LN-OUT-BOOK-TAB-AUTHORS(WS-IND-1)
                        TO LN-INP-AUTHORS OF LN-MOD
                      MOVE LN-OUT-BOOK-TAB-TITLE(WS-IND-1)
                        TO LN-INP-TITLE   OF LN-MOD
                      MOVE LN-OUT-BOOK-TAB-ISBN(WS-IND-1)
                        TO LN-INP-ISBN    OF LN-MOD
                      SET V-LN-FNC-LIST-NEXT OF LN-MOD TO TRUE
                      CALL "PGMOD7" USING LN-MOD END-CALL
                      PERFORM COPY-LN-MSG-IN-WS-MSG
                   END-IF

                WHEN V-FNC-F3
                   MOVE LN-OUT-BOOK-TAB-AUTHORS(01)
                     TO LN-INP-AUTHORS OF LN-MOD
                   MOVE LN-OUT-BOOK-TAB-TITLE(01)
                     TO LN-INP-TITLE   OF LN-MOD
                   MOVE LN-OUT-BOOK-TAB-ISBN(01)
                     TO LN-INP-ISBN    OF LN-MOD
                   SET V-LN-FNC-LIST-PREVIOUS OF LN-MOD TO TRUE
                   CALL "PGMOD7" USING LN-MOD END-CALL
                   PERFORM COPY-LN-MSG-IN-WS-MSG

                WHEN V-FNC-F4
                   INITIALIZE LN-MOD
          MOVE WS-TERMINAL-ID TO LN-INP-TERMINAL-ID OF LN-MOD
                   MOVE WS-ACT-USER TO LN-USERID OF LN-MOD
                   SET V-LN-FNC-LIST-LAST OF LN-MOD TO TRUE
                   CALL "PGMOD7" USING LN-MOD END-CALL
                   PERFORM COPY-LN-MSG-IN-WS-MSG

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WS-MSG-1 OF WS-MSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-LIST-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-BOOK-SCREEN SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE WS-BOOK
          MOVE "N" TO WS-BOOK-LOADED-SW

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY BOOK-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT BOOK-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-BOOK-SELECT

                WHEN V-FNC-F2
                   PERFORM FNC-BOOK-SAVE

                WHEN V-FNC-F3
                   PERFORM FNC-BOOK-DELETE

                WHEN V-FNC-F4
                   PERFORM FNC-HIST-SCREEN

                WHEN V-FNC-F5
                   PERFORM FNC-COPIES-SCREEN

                WHEN V-FNC-F6
                   PERFORM FNC-SUBJECT-SCREEN

                WHEN V-FNC-F7
                   PERFORM FNC-WORK-SCREEN

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WS-MSG-1 OF WS-MSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-BOOK-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-SUBJECT-SCREEN SECTION.
      *>------------------------------------------------------------------------

      *>  subject tagging for the ISBN on the book screen; the
      *>  business rules live in PGMODS
          IF WS-ISBN OF WS-BOOK = ZEROES
          THEN
             MOVE "Enter an ISBN before tagging its subjects."
               TO WS-MSG-1 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE WS-SUBJ
          PERFORM FNC-SUBJECT-OF-BOOK

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY SUBJECT-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT SUBJECT-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-SUBJECT-OF-BOOK

                WHEN V-FNC-F2
                   PERFORM FNC-SUBJECT-ASSIGN

                WHEN V-FNC-F3
                   PERFORM FNC-SUBJECT-REMOVE

                WHEN V-FNC-F4
                   PERFORM FNC-SUBJECT-NEW

                WHEN V-FNC-F5
                   PERFORM FNC-SUBJECT-ALL

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WS-MSG-1 OF WS-MSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-SUBJECT-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-SUBJECT-OF-BOOK SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MODS
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODS
          MOVE WS-ISBN OF WS-BOOK TO LN-INP-ISBN OF LN-MODS
          SET V-LNS-FNC-SUBJECT-OF-BOOK OF LN-MODS TO TRUE

          CALL "PGMODS" USING LN-MODS END-CALL

          PERFORM COPY-LNS-MSG-IN-WS-MSG

          .
       FNC-SUBJECT-OF-BOOK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-SUBJECT-OF-BOOK-KEEP-MSG SECTION.
      *>------------------------------------------------------------------------

      *>  refresh the book's subject list without overwriting the
      *>  confirmation already in WS-MSG
          INITIALIZE LN-MODS
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODS
          MOVE WS-ISBN OF WS-BOOK TO LN-INP-ISBN OF LN-MODS
          SET V-LNS-FNC-SUBJECT-OF-BOOK OF LN-MODS TO TRUE

          CALL "PGMODS" USING LN-MODS END-CALL

          .
       FNC-SUBJECT-OF-BOOK-KEEP-MSG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-SUBJECT-ALL SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MODS
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODS
          SET V-LNS-FNC-SUBJECT-LIST OF LN-MODS TO TRUE

          CALL "PGMODS" USING LN-MODS END-CALL

          PERFORM COPY-LNS-MSG-IN-WS-MSG

          .
       FNC-SUBJECT-ALL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-SUBJECT-ASSIGN SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE LN-MODS
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODS
          MOVE WS-ISBN OF WS-BOOK TO LN-INP-ISBN OF LN-MODS
          MOVE WS-SUBJ-CODE TO LN-INP-SUBJ-CODE OF LN-MODS
          SET V-LNS-FNC-SUBJECT-ASSIGN OF LN-MODS TO TRUE

          CALL "PGMODS" USING LN-MODS END-CALL

          PERFORM COPY-LNS-MSG-IN-WS-MSG

          IF LN-SQLCODE OF LN-MODS = 0
          THEN
             PERFORM FNC-SUBJECT-OF-BOOK-KEEP-MSG
          END-IF

          .
       FNC-SUBJECT-ASSIGN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-SUBJECT-REMOVE SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE LN-MODS
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODS
          MOVE WS-ISBN OF WS-BOOK TO LN-INP-ISBN OF LN-MODS
          MOVE WS-SUBJ-CODE TO LN-INP-SUBJ-CODE OF LN-MODS
          SET V-LNS-FNC-SUBJECT-REMOVE OF LN-MODS TO TRUE

          CALL "PGMODS" USING LN-MODS END-CALL

          PERFORM COPY-LNS-MSG-IN-WS-MSG

          IF LN-SQLCODE OF LN-MODS = 0
          THEN
             PERFORM FNC-SUBJECT-OF-BOOK-KEEP-MSG
          END-IF

          .
       FNC-SUBJECT-REMOVE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-SUBJECT-NEW SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE LN-MODS
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODS
          MOVE WS-SUBJ-CODE TO LN-INP-SUBJ-CODE OF LN-MODS
          MOVE WS-SUBJ-NAME TO LN-INP-SUBJ-NAME OF LN-MODS
          SET V-LNS-FNC-SUBJECT-NEW OF LN-MODS TO TRUE

          CALL "PGMODS" USING LN-MODS END-CALL

          PERFORM COPY-LNS-MSG-IN-WS-MSG

          .
       FNC-SUBJECT-NEW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COPY-LNS-MSG-IN-WS-MSG SECTION.
      *>------------------------------------------------------------------------

          MOVE LN-SQLCODE  OF LN-MODS     TO WS-SQLCODE OF WS-MSG
          MOVE LN-SQLSTATE OF LN-MODS     TO WS-SQLSTATE OF WS-MSG
          MOVE LN-MSG-1    OF LN-MODS     TO WS-MSG-1 OF WS-MSG
          MOVE LN-MSG-2    OF LN-MODS     TO WS-MSG-2 OF WS-MSG
          MOVE LN-MSG-3    OF LN-MODS     TO WS-MSG-3 OF WS-MSG
          MOVE LN-MSG-4    OF LN-MODS     TO WS-MSG-4 OF WS-MSG

          .
       COPY-LNS-MSG-IN-WS-MSG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-SIGNON-SCREEN SECTION.
      *>------------------------------------------------------------------------

      *>  database connect and application sign-on in one step; the
      *>  main menu only shows once both went through. The terminal
      *>  id comes from TERMINALID where the desk set it up, else it
      *>  is keyed on the screen
          ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "TERMINALID"
          END-ACCEPT

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY SIGNON-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT SIGNON-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-SIGNON
                   IF WS-SIGNED-ON
                   THEN
                      EXIT PERFORM
                   END-IF

                WHEN V-FNC-F2
                   PERFORM FNC-PSWD-CHANGE

                WHEN V-FNC-F9
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WS-MSG-1 OF WS-MSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-SIGNON-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-SIGNON SECTION.
      *>------------------------------------------------------------------------

      *>  every sign-on and circulation entry records the terminal,
      *>  so there is no signing on without one
          IF WS-TERMINAL-ID = SPACES
          THEN
             MOVE "Key the terminal id of this desk."
               TO WS-MSG-1 OF WS-MSG
             EXIT SECTION
          END-IF

          PERFORM FNC-CONNECT

          IF LN-SQLCODE OF LN-MOD NOT = 0
          THEN
             EXIT SECTION
          END-IF

          INITIALIZE LN-MOD
          MOVE WS-TERMINAL-ID TO LN-INP-TERMINAL-ID OF LN-MOD
          MOVE WS-APP-USER TO LN-INP-APP-USER OF LN-MOD
          MOVE WS-APP-PSWD TO LN-INP-APP-PSWD OF LN-MOD
          SET V-LN-FNC-SIGNON OF LN-MOD TO TRUE

          CALL "PGMOD7" USING LN-MOD END-CALL

          PERFORM COPY-LN-MSG-IN-WS-MSG

          IF  LN-SQLCODE OF LN-MOD = 0
          AND LN-OUT-APP-ROLE OF LN-MOD NOT = SPACE
          THEN
      *>     an account under a forced password change stays on the
      *>     sign-on screen until the change is done (F2)
             IF V-LN-OUT-PSWD-CHANGE OF LN-MOD
             THEN
                MOVE "Key the new password and press F2."
                  TO WS-MSG-4 OF WS-MSG
                EXIT SECTION
             END-IF

             SET WS-SIGNED-ON TO TRUE
      *>     every change from here on records under the person who
      *>     signed on, not the shared database login
             MOVE WS-APP-USER TO WS-ACT-USER
             MOVE LN-OUT-APP-ROLE OF LN-MOD TO WS-APP-ROLE
             IF V-LN-OUT-ROLE-INQUIRY OF LN-MOD
             THEN
                MOVE "Inquiry-only sign-on - lookups only."
                  TO WS-MSG-3 OF WS-MSG
             END-IF
          END-IF

          .
       FNC-SIGNON-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-PSWD-CHANGE SECTION.
      *>------------------------------------------------------------------------

      *>  the signed-on user's own password change - the current
      *>  password and the new one both come from the screen; the
      *>  module works on the account that signed on
          INITIALIZE LN-MOD
          MOVE WS-TERMINAL-ID TO LN-INP-TERMINAL-ID OF LN-MOD
          MOVE WS-APP-PSWD TO LN-INP-APP-PSWD OF LN-MOD
          MOVE WS-APP-PSWD-NEW TO LN-INP-APP-PSWD-NEW OF LN-MOD
          SET V-LN-FNC-PSWD-CHANGE OF LN-MOD TO TRUE

          CALL "PGMOD7" USING LN-MOD END-CALL

          PERFORM COPY-LN-MSG-IN-WS-MSG

          IF LN-SQLCODE OF LN-MOD = 0
          THEN
             MOVE SPACES TO WS-APP-PSWD
             MOVE SPACES TO WS-APP-PSWD-NEW
             MOVE "Sign on again with the new password."
               TO WS-MSG-3 OF WS-MSG
          END-IF

          .
       FNC-PSWD-CHANGE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-ADMIN-SCREEN SECTION.
      *>------------------------------------------------------------------------

      *>  APP_USER administration; PGMOD7 enforces the supervisor
      *>  sign-on itself, but there is no point painting the screen
      *>  for anyone else
          IF NOT WS-ROLE-SUPERVISOR
          THEN
             MOVE "User administration needs a supervisor sign-on."
               TO WS-MSG-1 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE WS-ADM

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY ADMIN-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT ADMIN-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-USER-ADD

                WHEN V-FNC-F2
                   PERFORM FNC-USER-DISABLE

                WHEN V-FNC-F3
                   PERFORM FNC-USER-ENABLE

                WHEN V-FNC-F4
                   PERFORM FNC-USER-PSWD-RESET

                WHEN V-FNC-F6
                   PERFORM FNC-ALERT-SCREEN

                WHEN V-FNC-F7
                   PERFORM FNC-CAT-SCREEN

                WHEN V-FNC-F8
                   PERFORM FNC-MERGE-SCREEN

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WS-MSG-1 OF WS-MSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-ADMIN-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-ALERT-SCREEN SECTION.
      *>------------------------------------------------------------------------

      *>  the unacknowledged OPS_ALERT rows, signed off one by one;
      *>  reachable only through the supervisor admin screen
          MOVE ZEROES TO WS-ALR-ID
          PERFORM FNC-ALERT-LIST

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY ALERT-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT ALERT-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-ALERT-LIST

                WHEN V-FNC-F2
                   PERFORM FNC-ALERT-ACK

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WS-MSG-1 OF WS-MSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-ALERT-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-ALERT-LIST SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MODO
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODO
          SET V-LNO-FNC-ALERT-LIST OF LN-MODO TO TRUE

          CALL "PGMODO" USING LN-MODO END-CALL

          PERFORM COPY-LNO-MSG-IN-WS-MSG

          .
       FNC-ALERT-LIST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-ALERT-ACK SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MODO
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODO
          MOVE WS-ALR-ID TO LN-INP-ALERT-ID OF LN-MODO
          SET V-LNO-FNC-ALERT-ACK OF LN-MODO TO TRUE

          CALL "PGMODO" USING LN-MODO END-CALL

          PERFORM COPY-LNO-MSG-IN-WS-MSG

      *>  refresh the list so the signed-off alert drops off it
          IF LN-SQLCODE OF LN-MODO = 0
          THEN
             MOVE ZEROES TO WS-ALR-ID
             INITIALIZE LN-MODO
             MOVE WS-ACT-USER TO LN-USERID OF LN-MODO
             SET V-LNO-FNC-ALERT-LIST OF LN-MODO TO TRUE
             CALL "PGMODO" USING LN-MODO END-CALL
          END-IF

          .
       FNC-ALERT-ACK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COPY-LNO-MSG-IN-WS-MSG SECTION.
      *>------------------------------------------------------------------------

          MOVE LN-SQLCODE  OF LN-MODO     TO WS-SQLCODE OF WS-MSG
          MOVE LN-SQLSTATE OF LN-MODO     TO WS-SQLSTATE OF WS-MSG
          MOVE LN-MSG-1    OF LN-MODO     TO WS-MSG-1 OF WS-MSG
          MOVE LN-MSG-2    OF LN-MODO     TO WS-MSG-2 OF WS-MSG
          MOVE LN-MSG-3    OF LN-MODO     TO WS-MSG-3 OF WS-MSG
          MOVE LN-MSG-4    OF LN-MODO     TO WS-MSG-4 OF WS-MSG

          .
       COPY-LNO-MSG-IN-WS-MSG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-USER-ADD SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD
          MOVE WS-TERMINAL-ID TO LN-INP-TERMINAL-ID OF LN-MOD
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD
          MOVE WS-ADM-USER TO LN-INP-APP-USER OF LN-MOD
          MOVE WS-ADM-NAME TO LN-INP-APP-NAME OF LN-MOD
          MOVE WS-ADM-ROLE TO LN-INP-APP-ROLE OF LN-MOD
          MOVE WS-ADM-PSWD TO LN-INP-APP-PSWD OF LN-MOD
          SET V-LN-FNC-USER-ADD OF LN-MOD TO TRUE

          CALL "PGMOD7" USING LN-MOD END-CALL

          PERFORM COPY-LN-MSG-IN-WS-MSG

          .
       FNC-USER-ADD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-USER-DISABLE SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD
          MOVE WS-TERMINAL-ID TO LN-INP-TERMINAL-ID OF LN-MOD
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD
          MOVE WS-ADM-USER TO LN-INP-APP-USER OF LN-MOD
          SET V-LN-FNC-USER-DISABLE OF LN-MOD TO TRUE

          CALL "PGMOD7" USING LN-MOD END-CALL

          PERFORM COPY-LN-MSG-IN-WS-MSG

          .
       FNC-USER-DISABLE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-USER-ENABLE SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD
          MOVE WS-TERMINAL-ID TO LN-INP-TERMINAL-ID OF LN-MOD
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD
          MOVE WS-ADM-USER TO LN-INP-APP-USER OF LN-MOD
          SET V-LN-FNC-USER-ENABLE OF LN-MOD TO TRUE

          CALL "PGMOD7" USING LN-MOD END-CALL

          PERFORM COPY-LN-MSG-IN-WS-MSG

          .
       FNC-USER-ENABLE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-USER-PSWD-RESET SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD
          MOVE WS-TERMINAL-ID TO LN-INP-TERMINAL-ID OF LN-MOD
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD
          MOVE WS-ADM-USER TO LN-INP-APP-USER OF LN-MOD
          MOVE WS-ADM-PSWD TO LN-INP-APP-PSWD-NEW OF LN-MOD
          SET V-LN-FNC-USER-PSWD-RESET OF LN-MOD TO TRUE

          CALL "PGMOD7" USING LN-MOD END-CALL

          PERFORM COPY-LN-MSG-IN-WS-MSG

          .
       FNC-USER-PSWD-RESET-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-COPIES-SCREEN SECTION.
      *>------------------------------------------------------------------------

      *>  physical copies held under the ISBN on the book screen
          IF WS-ISBN OF WS-BOOK = ZEROES
          THEN
             MOVE "Enter an ISBN before maintaining its copies."
               TO WS-MSG-1 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE WS-CPY
          PERFORM FNC-COPIES-LIST

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY COPIES-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT COPIES-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-COPIES-LIST

                WHEN V-FNC-F2
                   PERFORM FNC-COPIES-ADD

                WHEN V-FNC-F3
                   PERFORM FNC-COPIES-UPDATE

                WHEN V-FNC-F4
                   PERFORM FNC-XFER-DISPATCH

                WHEN V-FNC-F5
                   PERFORM FNC-XFER-RECEIVE

                WHEN V-FNC-F6
                   PERFORM FNC-LOC-SCREEN

                WHEN V-FNC-F7
                   PERFORM FNC-BND-SCREEN

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WS-MSG-1 OF WS-MSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-COPIES-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-XFER-DISPATCH SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

          IF WS-CPY-NR = ZEROES
          THEN
             MOVE "Key the copy number to dispatch first."
               TO WS-MSG-1 OF WS-MSG
             EXIT SECTION
          END-IF

      *>  the LOCATION field on the screen carries the destination
          INITIALIZE LN-MODL
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODL
          MOVE WS-ISBN OF WS-BOOK TO LN-INP-ISBN OF LN-MODL
          MOVE WS-CPY-NR TO LN-INP-COPY-NR OF LN-MODL
          MOVE WS-CPY-LOCATION TO LN-INP-LOC-CODE OF LN-MODL
          SET V-LNL-FNC-XFER-DISPATCH OF LN-MODL TO TRUE

          CALL "PGMODL" USING LN-MODL END-CALL

          PERFORM COPY-LNL-MSG-IN-WS-MSG

          IF LN-SQLCODE OF LN-MODL = 0
          THEN
             PERFORM FNC-COPIES-LIST-KEEP-MSG
          END-IF

          .
       FNC-XFER-DISPATCH-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-XFER-RECEIVE SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

          IF WS-CPY-NR = ZEROES
          THEN
             MOVE "Key the copy number to receive first."
               TO WS-MSG-1 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE LN-MODL
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODL
          MOVE WS-ISBN OF WS-BOOK TO LN-INP-ISBN OF LN-MODL
          MOVE WS-CPY-NR TO LN-INP-COPY-NR OF LN-MODL
          SET V-LNL-FNC-XFER-RECEIVE OF LN-MODL TO TRUE

          CALL "PGMODL" USING LN-MODL END-CALL

          PERFORM COPY-LNL-MSG-IN-WS-MSG

          IF LN-SQLCODE OF LN-MODL = 0
          THEN
             PERFORM FNC-COPIES-LIST-KEEP-MSG
          END-IF

          .
       FNC-XFER-RECEIVE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-LOC-SCREEN SECTION.
      *>------------------------------------------------------------------------

      *>  the LOCATION code table PGMODL keeps; the copy screens
      *>  validate every keyed location against it
          INITIALIZE WS-LOC
          PERFORM FNC-LOC-LIST

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY LOC-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT LOC-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-LOC-LIST

                WHEN V-FNC-F2
                   PERFORM FNC-LOC-ADD

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WS-MSG-1 OF WS-MSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-LOC-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-LOC-LIST SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MODL
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODL
          SET V-LNL-FNC-LOC-LIST OF LN-MODL TO TRUE

          CALL "PGMODL" USING LN-MODL END-CALL

          PERFORM COPY-LNL-MSG-IN-WS-MSG

          .
       FNC-LOC-LIST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-LOC-ADD SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE LN-MODL
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODL
          MOVE WS-LOC-CODE TO LN-INP-LOC-CODE OF LN-MODL
          MOVE WS-LOC-NAME TO LN-INP-LOC-NAME OF LN-MODL
          SET V-LNL-FNC-LOC-ADD OF LN-MODL TO TRUE

          CALL "PGMODL" USING LN-MODL END-CALL

          PERFORM COPY-LNL-MSG-IN-WS-MSG

      *>  refresh the list so the new code shows
          IF LN-SQLCODE OF LN-MODL = 0
          THEN
             INITIALIZE WS-LOC
             INITIALIZE LN-MODL
             MOVE WS-ACT-USER TO LN-USERID OF LN-MODL
             SET V-LNL-FNC-LOC-LIST OF LN-MODL TO TRUE
             CALL "PGMODL" USING LN-MODL END-CALL
          END-IF

          .
       FNC-LOC-ADD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COPY-LNL-MSG-IN-WS-MSG SECTION.
      *>------------------------------------------------------------------------

          MOVE LN-SQLCODE  OF LN-MODL     TO WS-SQLCODE OF WS-MSG
          MOVE LN-SQLSTATE OF LN-MODL     TO WS-SQLSTATE OF WS-MSG
          MOVE LN-MSG-1    OF LN-MODL     TO WS-MSG-1 OF WS-MSG
          MOVE LN-MSG-2    OF LN-MODL     TO WS-MSG-2 OF WS-MSG
          MOVE LN-MSG-3    OF LN-MODL     TO WS-MSG-3 OF WS-MSG
          MOVE LN-MSG-4    OF LN-MODL     TO WS-MSG-4 OF WS-MSG

          .
       COPY-LNL-MSG-IN-WS-MSG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-COPIES-LIST SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD
          MOVE WS-TERMINAL-ID TO LN-INP-TERMINAL-ID OF LN-MOD
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD
          MOVE WS-ISBN OF WS-BOOK TO LN-INP-ISBN OF LN-MOD
          SET V-LN-FNC-COPY-LIST OF LN-MOD TO TRUE

          CALL "PGMOD7" USING LN-MOD END-CALL

          PERFORM COPY-LN-MSG-IN-WS-MSG

          .
       FNC-COPIES-LIST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-COPIES-LIST-KEEP-MSG SECTION.
      *>------------------------------------------------------------------------

      *>  refresh the copy list without overwriting the confirmation
      *>  already in WS-MSG
          INITIALIZE LN-MOD
          MOVE WS-TERMINAL-ID TO LN-INP-TERMINAL-ID OF LN-MOD
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD
          MOVE WS-ISBN OF WS-BOOK TO LN-INP-ISBN OF LN-MOD
          SET V-LN-FNC-COPY-LIST OF LN-MOD TO TRUE

          CALL "PGMOD7" USING LN-MOD END-CALL

          .
       FNC-COPIES-LIST-KEEP-MSG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-COPIES-ADD SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD
          MOVE WS-TERMINAL-ID TO LN-INP-TERMINAL-ID OF LN-MOD
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD
          MOVE WS-ISBN OF WS-BOOK TO LN-INP-ISBN OF LN-MOD
          MOVE WS-CPY-LOCATION TO LN-INP-COPY-LOCATION OF LN-MOD
          SET V-LN-FNC-COPY-ADD OF LN-MOD TO TRUE

          CALL "PGMOD7" USING LN-MOD END-CALL

          PERFORM COPY-LN-MSG-IN-WS-MSG

          IF  LN-SQLCODE OF LN-MOD = 0
          AND LN-OUT-COPY-NR OF LN-MOD NOT = ZEROES
          THEN
             PERFORM FNC-COPIES-LIST-KEEP-MSG
          END-IF

          .
       FNC-COPIES-ADD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-COPIES-UPDATE SECTION.
      *>------------------------------------------------------------------------

          IF WS-CPY-NR = ZEROES
          THEN
             MOVE "Key the copy number to update first."
               TO WS-MSG-1 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE LN-MOD
          MOVE WS-TERMINAL-ID TO LN-INP-TERMINAL-ID OF LN-MOD
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD
          MOVE WS-ISBN OF WS-BOOK TO LN-INP-ISBN OF LN-MOD
          MOVE WS-CPY-NR TO LN-INP-COPY-NR OF LN-MOD
          MOVE WS-CPY-LOCATION TO LN-INP-COPY-LOCATION OF LN-MOD
          MOVE WS-CPY-STATUS TO LN-INP-COPY-STATUS OF LN-MOD
          SET V-LN-FNC-COPY-UPDATE OF LN-MOD TO TRUE

          CALL "PGMOD7" USING LN-MOD END-CALL

          PERFORM COPY-LN-MSG-IN-WS-MSG

          IF  LN-SQLCODE OF LN-MOD = 0
          AND LN-OUT-COPY-NR OF LN-MOD NOT = ZEROES
          THEN
             PERFORM FNC-COPIES-LIST-KEEP-MSG
          END-IF

          .
       FNC-COPIES-UPDATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-HIST-SCREEN SECTION.
      *>------------------------------------------------------------------------

      *>  change-history browser for the ISBN on the book screen -
      *>  pages newest-first through the BOOK_HIST snapshots; a book
      *>  needs an ISBN keyed, but not a successful select first, so
      *>  the history of a deleted book stays reachable too
          IF WS-ISBN OF WS-BOOK = ZEROES
          THEN
             MOVE "Enter an ISBN before browsing its history."
               TO WS-MSG-1 OF WS-MSG
             EXIT SECTION
          END-IF

          PERFORM FNC-HIST-FIRST

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY HIST-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT HIST-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-HIST-FIRST

                WHEN V-FNC-F2
                   PERFORM FNC-HIST-OLDER

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WS-MSG-1 OF WS-MSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-HIST-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-HIST-FIRST SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD
          MOVE WS-TERMINAL-ID TO LN-INP-TERMINAL-ID OF LN-MOD
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD
          MOVE WS-ISBN OF WS-BOOK TO LN-INP-ISBN OF LN-MOD
          MOVE SPACES TO LN-INP-HIST-TIMESTAMP OF LN-MOD
          MOVE 10 TO LN-INP-MAX-LINE-NR OF LN-MOD
          SET V-LN-FNC-HIST OF LN-MOD TO TRUE

          CALL "PGMOD7" USING LN-MOD END-CALL

          PERFORM COPY-LN-MSG-IN-WS-MSG
          PERFORM SET-HIST-RESTART-POINT

          .
       FNC-HIST-FIRST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-HIST-OLDER SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD
          MOVE WS-TERMINAL-ID TO LN-INP-TERMINAL-ID OF LN-MOD
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD
          MOVE WS-ISBN OF WS-BOOK TO LN-INP-ISBN OF LN-MOD
          MOVE WS-HIST-LAST-TS TO LN-INP-HIST-TIMESTAMP OF LN-MOD
          MOVE 10 TO LN-INP-MAX-LINE-NR OF LN-MOD
          SET V-LN-FNC-HIST OF LN-MOD TO TRUE

          CALL "PGMOD7" USING LN-MOD END-CALL

          PERFORM COPY-LN-MSG-IN-WS-MSG
          PERFORM SET-HIST-RESTART-POINT

          .
       FNC-HIST-OLDER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-HIST-RESTART-POINT SECTION.
      *>------------------------------------------------------------------------

      *>  remember the oldest timestamp on the page just shown, so
      *>  F2 continues below it
          MOVE LN-OUT-HIST-TAB-LINE-NR OF LN-MOD TO WS-IND-1
          IF WS-IND-1 > 0
          THEN
             MOVE LN-OUT-HIST-TAB-TIMESTAMP(WS-IND-1)
               TO WS-HIST-LAST-TS
          END-IF

          .
       SET-HIST-RESTART-POINT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-RESTORE-SCREEN SECTION.
      *>------------------------------------------------------------------------

      *>  lists the soft-deleted books and restores the one whose
      *>  ISBN is keyed in the restore field
          MOVE ZEROES TO WS-RST-ISBN
          PERFORM FNC-DELETED-FIRST

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY RESTORE-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT RESTORE-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-DELETED-FIRST

                WHEN V-FNC-F2
                   PERFORM FNC-DELETED-NEXT

                WHEN V-FNC-F3
                   PERFORM FNC-BOOK-RESTORE

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WS-MSG-1 OF WS-MSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-RESTORE-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-DELETED-FIRST SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD
          MOVE WS-TERMINAL-ID TO LN-INP-TERMINAL-ID OF LN-MOD
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD
          MOVE ZEROES TO LN-INP-ISBN OF LN-MOD
          MOVE 10 TO LN-INP-MAX-LINE-NR OF LN-MOD
          SET V-LN-FNC-LIST-DELETED OF LN-MOD TO TRUE

          CALL "PGMOD7" USING LN-MOD END-CALL

          PERFORM COPY-LN-MSG-IN-WS-MSG
          PERFORM SET-DELETED-RESTART-POINT

          .
       FNC-DELETED-FIRST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-DELETED-NEXT SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD
          MOVE WS-TERMINAL-ID TO LN-INP-TERMINAL-ID OF LN-MOD
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD
          MOVE WS-DEL-LAST-ISBN TO LN-INP-ISBN OF LN-MOD
          MOVE 10 TO LN-INP-MAX-LINE-NR OF LN-MOD
          SET V-LN-FNC-LIST-DELETED OF LN-MOD TO TRUE

          CALL "PGMOD7" USING LN-MOD END-CALL

          PERFORM COPY-LN-MSG-IN-WS-MSG
          PERFORM SET-DELETED-RESTART-POINT

          .
       FNC-DELETED-NEXT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-DELETED-RESTART-POINT SECTION.
      *>------------------------------------------------------------------------

      *>  remember the last ISBN on the page just shown, so F2
      *>  continues after it
          MOVE LN-OUT-BOOK-TAB-LINE-NR OF LN-MOD TO WS-IND-1
          IF WS-IND-1 > 0
          THEN
             MOVE LN-OUT-BOOK-TAB-ISBN(WS-IND-1)
               TO WS-DEL-LAST-ISBN
          END-IF

          .
       SET-DELETED-RESTART-POINT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-BOOK-RESTORE SECTION.
      *>------------------------------------------------------------------------

          IF WS-RST-ISBN = ZEROES
          THEN
             MOVE "Key the ISBN to restore first."
               TO WS-MSG-1 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE LN-MOD
          MOVE WS-TERMINAL-ID TO LN-INP-TERMINAL-ID OF LN-MOD
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD
          MOVE WS-RST-ISBN TO LN-INP-ISBN OF LN-MOD
          SET V-LN-FNC-RESTORE OF LN-MOD TO TRUE

          CALL "PGMOD7" USING LN-MOD END-CALL

          PERFORM COPY-LN-MSG-IN-WS-MSG

      *>  refresh the list so a restored book drops off it -
      *>  LN-OUT-ISBN is only filled once a restore actually went
      *>  through, so a "not deleted" refusal keeps the keyed ISBN
          IF  LN-SQLCODE OF LN-MOD = 0
          AND LN-OUT-ISBN OF LN-MOD NOT = ZEROES
          THEN
             MOVE ZEROES TO WS-RST-ISBN
             PERFORM FNC-DELETED-FIRST-KEEP-MSG
          END-IF

          .
       FNC-BOOK-RESTORE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-DELETED-FIRST-KEEP-MSG SECTION.
      *>------------------------------------------------------------------------

      *>  refresh the deleted list without overwriting the "Book
      *>  restored" confirmation already in WS-MSG
          INITIALIZE LN-MOD
          MOVE WS-TERMINAL-ID TO LN-INP-TERMINAL-ID OF LN-MOD
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD
          MOVE ZEROES TO LN-INP-ISBN OF LN-MOD
          MOVE 10 TO LN-INP-MAX-LINE-NR OF LN-MOD
          SET V-LN-FNC-LIST-DELETED OF LN-MOD TO TRUE

          CALL "PGMOD7" USING LN-MOD END-CALL

          PERFORM SET-DELETED-RESTART-POINT

          .
       FNC-DELETED-FIRST-KEEP-MSG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CIRC-SCREEN SECTION.
      *>------------------------------------------------------------------------

      *>  circulation desk: borrower add/inquiry on the upper fields,
      *>  check-out/check-in on the borrower# + ISBN pair; all the
      *>  business rules live in PGMOD8
          INITIALIZE WS-CIRC

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY CIRC-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT CIRC-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-BORROWER-ADD

                WHEN V-FNC-F2
                   PERFORM FNC-BORROWER-INQUIRY

                WHEN V-FNC-F3
                   PERFORM FNC-CHECK-OUT

                WHEN V-FNC-F4
                   PERFORM FNC-CHECK-IN

                WHEN V-FNC-F5
                   PERFORM FNC-RENEW

                WHEN V-FNC-F6
                   PERFORM FNC-HOLD-PLACE

                WHEN V-FNC-F7
                   PERFORM FNC-HOLD-CANCEL

                WHEN V-FNC-F8
                   PERFORM FNC-BACCT-SCREEN

                WHEN V-FNC-F9
                   PERFORM FNC-BORROWER-UPDATE

                WHEN V-FNC-F11
                   PERFORM FNC-MEMBER-RENEW

                WHEN V-FNC-F12
                   PERFORM FNC-LOAN-LOST

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WS-MSG-1 OF WS-MSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-CIRC-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-BORROWER-UPDATE SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE LN-MOD8
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD8
          MOVE WS-TERMINAL-ID TO LN-TERMINAL-ID OF LN-MOD8
          MOVE WS-CIRC-BORROWER-ID
            TO LN-INP-BORROWER-ID OF LN-MOD8
          MOVE WS-CIRC-BORROWER-NAME
            TO LN-INP-BORROWER-NAME OF LN-MOD8
          MOVE WS-CIRC-PHONE
            TO LN-INP-PHONE OF LN-MOD8
          MOVE WS-CIRC-STATUS
            TO LN-INP-BORROWER-STATUS OF LN-MOD8
          MOVE WS-CIRC-CATEGORY
            TO LN-INP-BORROWER-CATEGORY OF LN-MOD8
          MOVE WS-CIRC-ADDRESS-1
            TO LN-INP-ADDRESS-1 OF LN-MOD8
          MOVE WS-CIRC-ADDRESS-2
            TO LN-INP-ADDRESS-2 OF LN-MOD8
          MOVE WS-CIRC-ADDRESS-3
            TO LN-INP-ADDRESS-3 OF LN-MOD8
          MOVE WS-CIRC-POSTCODE
            TO LN-INP-POSTCODE OF LN-MOD8
          MOVE WS-CIRC-EMAIL
            TO LN-INP-EMAIL OF LN-MOD8
          MOVE WS-CIRC-EXPIRY-DATE
            TO LN-INP-EXPIRY-DATE OF LN-MOD8
          MOVE WS-CIRC-CHANNEL
            TO LN-INP-CONTACT-CHANNEL OF LN-MOD8
          SET V-LN8-FNC-BORROWER-UPDATE OF LN-MOD8 TO TRUE

          CALL "PGMOD8" USING LN-MOD8 END-CALL

          PERFORM COPY-LN8-MSG-IN-WS-MSG

          .
       FNC-BORROWER-UPDATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-BACCT-SCREEN SECTION.
      *>------------------------------------------------------------------------

      *>  the borrower's account: outstanding fine balance with the
      *>  desk's payment and waiver entries; the business rules live
      *>  in PGMOD8
          IF WS-CIRC-BORROWER-ID = ZEROES
          THEN
             MOVE "Key the borrower number first."
               TO WS-MSG-1 OF WS-MSG
             EXIT SECTION
          END-IF

          MOVE ZEROES TO WS-BA-AMOUNT
          PERFORM FNC-BACCT-REFRESH

          IF LN-SQLCODE OF LN-MOD8 NOT = 0
          THEN
             EXIT SECTION
          END-IF

          PERFORM FNC-LOAN-OPEN

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY BACCT-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT BACCT-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-LOAN-OPEN

                WHEN V-FNC-F2
                   PERFORM FNC-LOAN-HIST-OLDER

                WHEN V-FNC-F3
                   PERFORM FNC-FINE-PAY

                WHEN V-FNC-F4
                   PERFORM FNC-FINE-WAIVE

                WHEN V-FNC-F5
                   PERFORM FNC-CASH-SCREEN
      *>           the session functions reuse the PGMOD8 linkage the
      *>           loan list is shown from
                   PERFORM FNC-LOAN-OPEN-KEEP-MSG

                WHEN V-FNC-F10
                   EXIT PERFORM
          END-PERFORM

          .
       FNC-BACCT-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-LOAN-OPEN SECTION.
      *>------------------------------------------------------------------------

      *>  what the borrower has out now, due soonest first; F2 then
      *>  pages into the history starting at the newest loan again
          INITIALIZE LN-MOD8
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD8
          MOVE WS-TERMINAL-ID TO LN-TERMINAL-ID OF LN-MOD8
          MOVE WS-CIRC-BORROWER-ID
            TO LN-INP-BORROWER-ID OF LN-MOD8
          MOVE 10 TO LN-INP-MAX-LINE-NR OF LN-MOD8
          SET V-LN8-FNC-LOAN-OPEN OF LN-MOD8 TO TRUE

          CALL "PGMOD8" USING LN-MOD8 END-CALL

          PERFORM COPY-LN8-MSG-IN-WS-MSG

          MOVE SPACES TO WS-BA-HIST-LAST-TS

          .
       FNC-LOAN-OPEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-LOAN-OPEN-KEEP-MSG SECTION.
      *>------------------------------------------------------------------------

      *>  refresh the open-loans list without overwriting the
      *>  confirmation already in WS-MSG
          INITIALIZE LN-MOD8
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD8
          MOVE WS-TERMINAL-ID TO LN-TERMINAL-ID OF LN-MOD8
          MOVE WS-CIRC-BORROWER-ID
            TO LN-INP-BORROWER-ID OF LN-MOD8
          MOVE 10 TO LN-INP-MAX-LINE-NR OF LN-MOD8
          SET V-LN8-FNC-LOAN-OPEN OF LN-MOD8 TO TRUE

          CALL "PGMOD8" USING LN-MOD8 END-CALL

          MOVE SPACES TO WS-BA-HIST-LAST-TS

          .
       FNC-LOAN-OPEN-KEEP-MSG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-LOAN-HIST-OLDER SECTION.
      *>------------------------------------------------------------------------

      *>  the lending history, one page older on every press; the
      *>  first press after the open loans starts at the newest
          INITIALIZE LN-MOD8
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD8
          MOVE WS-TERMINAL-ID TO LN-TERMINAL-ID OF LN-MOD8
          MOVE WS-CIRC-BORROWER-ID
            TO LN-INP-BORROWER-ID OF LN-MOD8
          MOVE WS-BA-HIST-LAST-TS
            TO LN-INP-LOAN-TIMESTAMP OF LN-MOD8
          MOVE 10 TO LN-INP-MAX-LINE-NR OF LN-MOD8
          SET V-LN8-FNC-LOAN-HIST OF LN-MOD8 TO TRUE

          CALL "PGMOD8" USING LN-MOD8 END-CALL

          PERFORM COPY-LN8-MSG-IN-WS-MSG

      *>  remember the oldest loan on the page just shown, so the
      *>  next press continues below it
          MOVE LN-OUT-LOAN-TAB-LINE-NR OF LN-MOD8 TO WS-IND-1
          IF WS-IND-1 > 0
          THEN
             MOVE LN-OUT-LOAN-TAB-OUT-TS(WS-IND-1)
               TO WS-BA-HIST-LAST-TS
          END-IF

          .
       FNC-LOAN-HIST-OLDER-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-BACCT-REFRESH SECTION.
      *>------------------------------------------------------------------------

      *>  the borrower lookup brings the name and the outstanding
      *>  balance back for the account screen's display fields
          INITIALIZE LN-MOD8
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD8
          MOVE WS-TERMINAL-ID TO LN-TERMINAL-ID OF LN-MOD8
          MOVE WS-CIRC-BORROWER-ID
            TO LN-INP-BORROWER-ID OF LN-MOD8
          SET V-LN8-FNC-BORROWER-SELECT OF LN-MOD8 TO TRUE

          CALL "PGMOD8" USING LN-MOD8 END-CALL

          IF LN-SQLCODE OF LN-MOD8 = 0
          THEN
             MOVE LN-OUT-BORROWER-NAME OF LN-MOD8
               TO WS-CIRC-BORROWER-NAME
             MOVE LN-OUT-FINE-BALANCE OF LN-MOD8
               TO WS-BA-BALANCE-EDIT
          ELSE
             PERFORM COPY-LN8-MSG-IN-WS-MSG
          END-IF

          .
       FNC-BACCT-REFRESH-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-FINE-PAY SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE LN-MOD8
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD8
          MOVE WS-TERMINAL-ID TO LN-TERMINAL-ID OF LN-MOD8
          MOVE WS-CIRC-BORROWER-ID
            TO LN-INP-BORROWER-ID OF LN-MOD8
          MOVE WS-BA-AMOUNT
            TO LN-INP-FINE-AMOUNT OF LN-MOD8
          MOVE WS-BA-PAY-METHOD
            TO LN-INP-PAY-METHOD OF LN-MOD8
          SET V-LN8-FNC-FINE-PAY OF LN-MOD8 TO TRUE

          CALL "PGMOD8" USING LN-MOD8 END-CALL

          PERFORM COPY-LN8-MSG-IN-WS-MSG

      *>  a business refusal leaves SQLCODE zero too - only a filled
      *>  output area says the entry actually went in
          IF  LN-SQLCODE OF LN-MOD8 = 0
          AND LN-OUT-BORROWER-ID OF LN-MOD8 NOT = ZEROES
          THEN
             MOVE LN-OUT-FINE-BALANCE OF LN-MOD8
               TO WS-BA-BALANCE-EDIT
             MOVE LN-OUT-RECEIPT-NR OF LN-MOD8
               TO WS-BA-RECEIPT-NR
             MOVE ZEROES TO WS-BA-AMOUNT
             MOVE SPACE TO WS-BA-PAY-METHOD
      *>     the slip is shown before the refresh below clears the
      *>     linkage it is held in
             IF LN-OUT-RECEIPT-LINE-NR OF LN-MOD8 > 0
             THEN
                PERFORM FNC-RECEIPT-SCREEN
             END-IF
             PERFORM FNC-LOAN-OPEN-KEEP-MSG
          END-IF

          .
       FNC-FINE-PAY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-FINE-WAIVE SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE LN-MOD8
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD8
          MOVE WS-TERMINAL-ID TO LN-TERMINAL-ID OF LN-MOD8
          MOVE WS-CIRC-BORROWER-ID
            TO LN-INP-BORROWER-ID OF LN-MOD8
          MOVE WS-BA-AMOUNT
            TO LN-INP-FINE-AMOUNT OF LN-MOD8
          SET V-LN8-FNC-FINE-WAIVE OF LN-MOD8 TO TRUE

          CALL "PGMOD8" USING LN-MOD8 END-CALL

          PERFORM COPY-LN8-MSG-IN-WS-MSG

      *>  a business refusal leaves SQLCODE zero too - only a filled
      *>  output area says the entry actually went in
          IF  LN-SQLCODE OF LN-MOD8 = 0
          AND LN-OUT-BORROWER-ID OF LN-MOD8 NOT = ZEROES
          THEN
             MOVE LN-OUT-FINE-BALANCE OF LN-MOD8
               TO WS-BA-BALANCE-EDIT
             MOVE ZEROES TO WS-BA-AMOUNT
             PERFORM FNC-LOAN-OPEN-KEEP-MSG
          END-IF

          .
       FNC-FINE-WAIVE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CASH-SCREEN SECTION.
      *>------------------------------------------------------------------------

      *>  the desk user's own cashier session: opened with the float
      *>  before the first cash or card payment, closed with the
      *>  cash counted in the drawer at the end of the shift
          MOVE ZEROES TO WS-CASH-AMOUNT

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY CASH-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT CASH-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-SESSION-OPEN

                WHEN V-FNC-F2
                   PERFORM FNC-SESSION-CLOSE

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WS-MSG-1 OF WS-MSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-CASH-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-SESSION-OPEN SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
             EXIT SECTION
          END-IF

          INITIALIZE LN-MOD8
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD8
          MOVE WS-TERMINAL-ID TO LN-TERMINAL-ID OF LN-MOD8
          MOVE WS-CASH-AMOUNT
            TO LN-INP-CASH-AMOUNT OF LN-MOD8
          SET V-LN8-FNC-SESSION-OPEN OF LN-MOD8 TO TRUE

          CALL "PGMOD8" USING LN-MOD8 END-CALL

          PERFORM COPY-LN8-MSG-IN-WS-MSG

      *>  an open session - new, or the one already running - shows
      *>  its number
          IF  LN-SQLCODE OF LN-MOD8 = 0
          AND LN-OUT-SESSION-ID OF LN-MOD8 NOT = ZEROES
          THEN
             MOVE LN-OUT-SESSION-ID OF LN-MOD8
               TO WS-CASH-SESSION-ID
             MOVE ZEROES TO WS-CASH-AMOUNT
          END-IF

          .
       FNC-SESSION-OPEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-SESSION-CLOSE SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
             EXIT SECTION
          END-IF

          INITIALIZE LN-MOD8
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD8
          MOVE WS-TERMINAL-ID TO LN-TERMINAL-ID OF LN-MOD8
          MOVE WS-CASH-AMOUNT
            TO LN-INP-CASH-AMOUNT OF LN-MOD8
          SET V-LN8-FNC-SESSION-CLOSE OF LN-MOD8 TO TRUE

          CALL "PGMOD8" USING LN-MOD8 END-CALL

          PERFORM COPY-LN8-MSG-IN-WS-MSG

      *>  the close-out figures stay on the screen for the drawer
      *>  sign-off
          IF  LN-SQLCODE OF LN-MOD8 = 0
          AND LN-OUT-SESSION-ID OF LN-MOD8 NOT = ZEROES
          THEN
             MOVE LN-OUT-SESSION-ID OF LN-MOD8
               TO WS-CASH-SESSION-ID
             MOVE LN-OUT-CASH-EXPECTED OF LN-MOD8
               TO WS-CASH-EXPECTED-EDIT
             MOVE LN-OUT-CASH-VARIANCE OF LN-MOD8
               TO WS-CASH-VARIANCE-EDIT
             MOVE ZEROES TO WS-CASH-AMOUNT
          END-IF

          .
       FNC-SESSION-CLOSE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-RECEIPT-SCREEN SECTION.
      *>------------------------------------------------------------------------

      *>  the slip of the payment just taken, straight from the
      *>  PGMOD8 linkage - shown until the desk goes back (F10)
          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY RECEIPT-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT RECEIPT-SCREEN END-ACCEPT

             IF V-FNC-F10
             THEN
                EXIT PERFORM
             END-IF

             MOVE "Press F10 when the slip has been printed."
               TO WS-MSG-4 OF WS-MSG
          END-PERFORM

          .
       FNC-RECEIPT-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-BORROWER-ADD SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
             EXIT SECTION
          END-IF

          INITIALIZE LN-MOD8
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD8
          MOVE WS-TERMINAL-ID TO LN-TERMINAL-ID OF LN-MOD8
          MOVE WS-CIRC-BORROWER-ID
            TO LN-INP-BORROWER-ID OF LN-MOD8
          MOVE WS-CIRC-BORROWER-NAME
            TO LN-INP-BORROWER-NAME OF LN-MOD8
          MOVE WS-CIRC-PHONE
            TO LN-INP-PHONE OF LN-MOD8
          MOVE WS-CIRC-CATEGORY
            TO LN-INP-BORROWER-CATEGORY OF LN-MOD8
          MOVE WS-CIRC-ADDRESS-1
            TO LN-INP-ADDRESS-1 OF LN-MOD8
          MOVE WS-CIRC-ADDRESS-2
            TO LN-INP-ADDRESS-2 OF LN-MOD8
          MOVE WS-CIRC-ADDRESS-3
            TO LN-INP-ADDRESS-3 OF LN-MOD8
          MOVE WS-CIRC-POSTCODE
            TO LN-INP-POSTCODE OF LN-MOD8
          MOVE WS-CIRC-EMAIL
            TO LN-INP-EMAIL OF LN-MOD8
          MOVE WS-CIRC-EXPIRY-DATE
            TO LN-INP-EXPIRY-DATE OF LN-MOD8
          MOVE WS-CIRC-CHANNEL
            TO LN-INP-CONTACT-CHANNEL OF LN-MOD8
          SET V-LN8-FNC-BORROWER-INSERT OF LN-MOD8 TO TRUE

          CALL "PGMOD8" USING LN-MOD8 END-CALL

          PERFORM COPY-LN8-MSG-IN-WS-MSG

          .
       FNC-BORROWER-ADD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-BORROWER-INQUIRY SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD8
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD8
          MOVE WS-TERMINAL-ID TO LN-TERMINAL-ID OF LN-MOD8
          MOVE WS-CIRC-BORROWER-ID
            TO LN-INP-BORROWER-ID OF LN-MOD8
          SET V-LN8-FNC-BORROWER-SELECT OF LN-MOD8 TO TRUE

          CALL "PGMOD8" USING LN-MOD8 END-CALL

          PERFORM COPY-LN8-MSG-IN-WS-MSG

          IF LN-SQLCODE OF LN-MOD8 = 0
          THEN
             MOVE LN-OUT-BORROWER-NAME OF LN-MOD8
               TO WS-CIRC-BORROWER-NAME
             MOVE LN-OUT-PHONE OF LN-MOD8
               TO WS-CIRC-PHONE
             MOVE LN-OUT-BORROWER-STATUS OF LN-MOD8
               TO WS-CIRC-STATUS
             MOVE LN-OUT-BORROWER-CATEGORY OF LN-MOD8
               TO WS-CIRC-CATEGORY
             MOVE LN-OUT-ADDRESS-1 OF LN-MOD8
               TO WS-CIRC-ADDRESS-1
             MOVE LN-OUT-ADDRESS-2 OF LN-MOD8
               TO WS-CIRC-ADDRESS-2
             MOVE LN-OUT-ADDRESS-3 OF LN-MOD8
               TO WS-CIRC-ADDRESS-3
             MOVE LN-OUT-POSTCODE OF LN-MOD8
               TO WS-CIRC-POSTCODE
             MOVE LN-OUT-EMAIL OF LN-MOD8
               TO WS-CIRC-EMAIL
             MOVE LN-OUT-EXPIRY-DATE OF LN-MOD8
               TO WS-CIRC-EXPIRY-DATE
             MOVE LN-OUT-CONTACT-CHANNEL OF LN-MOD8
               TO WS-CIRC-CHANNEL

      *>     a bounced e-mail or text message means the contact
      *>     details need checking with the borrower at the desk
             IF LN-OUT-EMAIL-BOUNCED OF LN-MOD8 = "Y"
             OR LN-OUT-PHONE-BOUNCED OF LN-MOD8 = "Y"
             THEN
                MOVE "A message bounced - check the e-mail / phone."
                  TO WS-MSG-4 OF WS-MSG
             END-IF

      *>     the desk sees outstanding fines whenever the borrower
      *>     is keyed
             MOVE LN-OUT-FINE-BALANCE OF LN-MOD8
               TO WS-BA-BALANCE-EDIT
             IF LN-OUT-FINE-BALANCE OF LN-MOD8 > ZEROES
             THEN
                MOVE SPACES TO WS-MSG-3 OF WS-MSG
                STRING "Outstanding fines: " WS-BA-BALANCE-EDIT
                  DELIMITED BY SIZE
                  INTO WS-MSG-3 OF WS-MSG
                END-STRING
             END-IF
          END-IF

          .
       FNC-BORROWER-INQUIRY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CHECK-OUT SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD8
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD8
          MOVE WS-TERMINAL-ID TO LN-TERMINAL-ID OF LN-MOD8
          MOVE WS-CIRC-BORROWER-ID
            TO LN-INP-BORROWER-ID OF LN-MOD8
          MOVE WS-CIRC-ISBN
            TO LN-INP-ISBN OF LN-MOD8
          MOVE WS-CIRC-COPY-NR
            TO LN-INP-COPY-NR OF LN-MOD8
          SET V-LN8-FNC-CHECK-OUT OF LN-MOD8 TO TRUE

          CALL "PGMOD8" USING LN-MOD8 END-CALL

          PERFORM COPY-LN8-MSG-IN-WS-MSG

      *>  show what went out - the copy lent comes back on the
      *>  screen field so the desk sees which copy to hand over
          IF  LN-SQLCODE OF LN-MOD8 = 0
          AND LN-OUT-ISBN OF LN-MOD8 NOT = ZEROES
          THEN
             MOVE LN-OUT-TITLE OF LN-MOD8
               TO WS-MSG-3 OF WS-MSG
             MOVE LN-OUT-COPY-NR OF LN-MOD8
               TO WS-CIRC-COPY-NR
          END-IF

          .
       FNC-CHECK-OUT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CHECK-IN SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD8
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD8
          MOVE WS-TERMINAL-ID TO LN-TERMINAL-ID OF LN-MOD8
          MOVE WS-CIRC-ISBN
            TO LN-INP-ISBN OF LN-MOD8
          MOVE WS-CIRC-COPY-NR
            TO LN-INP-COPY-NR OF LN-MOD8
          SET V-LN8-FNC-CHECK-IN OF LN-MOD8 TO TRUE

          CALL "PGMOD8" USING LN-MOD8 END-CALL

          PERFORM COPY-LN8-MSG-IN-WS-MSG

      *>  show which copy came back on the screen field too
          IF  LN-SQLCODE OF LN-MOD8 = 0
          AND LN-OUT-ISBN OF LN-MOD8 NOT = ZEROES
          THEN
             MOVE LN-OUT-COPY-NR OF LN-MOD8
               TO WS-CIRC-COPY-NR
          END-IF

          .
       FNC-CHECK-IN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-HOLD-PLACE SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD8
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD8
          MOVE WS-TERMINAL-ID TO LN-TERMINAL-ID OF LN-MOD8
          MOVE WS-CIRC-BORROWER-ID
            TO LN-INP-BORROWER-ID OF LN-MOD8
          MOVE WS-CIRC-ISBN
            TO LN-INP-ISBN OF LN-MOD8
          MOVE WS-CIRC-HOLD-LEVEL
            TO LN-INP-HOLD-LEVEL OF LN-MOD8
          SET V-LN8-FNC-HOLD-PLACE OF LN-MOD8 TO TRUE

          CALL "PGMOD8" USING LN-MOD8 END-CALL

          PERFORM COPY-LN8-MSG-IN-WS-MSG

      *>  show what was reserved
          IF  LN-SQLCODE OF LN-MOD8 = 0
          AND LN-OUT-ISBN OF LN-MOD8 NOT = ZEROES
          THEN
             MOVE LN-OUT-TITLE OF LN-MOD8
               TO WS-MSG-3 OF WS-MSG
          END-IF

          .
       FNC-HOLD-PLACE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-HOLD-CANCEL SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD8
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD8
          MOVE WS-TERMINAL-ID TO LN-TERMINAL-ID OF LN-MOD8
          MOVE WS-CIRC-BORROWER-ID
            TO LN-INP-BORROWER-ID OF LN-MOD8
          MOVE WS-CIRC-ISBN
            TO LN-INP-ISBN OF LN-MOD8
          SET V-LN8-FNC-HOLD-CANCEL OF LN-MOD8 TO TRUE

          CALL "PGMOD8" USING LN-MOD8 END-CALL

          PERFORM COPY-LN8-MSG-IN-WS-MSG

          .
       FNC-HOLD-CANCEL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-RENEW SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD8
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD8
          MOVE WS-TERMINAL-ID TO LN-TERMINAL-ID OF LN-MOD8
          MOVE WS-CIRC-ISBN
            TO LN-INP-ISBN OF LN-MOD8
          MOVE WS-CIRC-COPY-NR
            TO LN-INP-COPY-NR OF LN-MOD8
          SET V-LN8-FNC-RENEW OF LN-MOD8 TO TRUE

          CALL "PGMOD8" USING LN-MOD8 END-CALL

          PERFORM COPY-LN8-MSG-IN-WS-MSG

      *>  show which copy the renewal landed on
          IF  LN-SQLCODE OF LN-MOD8 = 0
          AND LN-OUT-ISBN OF LN-MOD8 NOT = ZEROES
          THEN
             MOVE LN-OUT-COPY-NR OF LN-MOD8
               TO WS-CIRC-COPY-NR
          END-IF

          .
       FNC-RENEW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-MEMBER-RENEW SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE LN-MOD8
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD8
          MOVE WS-TERMINAL-ID TO LN-TERMINAL-ID OF LN-MOD8
          MOVE WS-CIRC-BORROWER-ID
            TO LN-INP-BORROWER-ID OF LN-MOD8
          SET V-LN8-FNC-MEMBER-RENEW OF LN-MOD8 TO TRUE

          CALL "PGMOD8" USING LN-MOD8 END-CALL

          PERFORM COPY-LN8-MSG-IN-WS-MSG

      *>  the new expiry date comes back on the screen field
          IF  LN-SQLCODE OF LN-MOD8 = 0
          AND LN-OUT-EXPIRY-DATE OF LN-MOD8 NOT = SPACES
          THEN
             MOVE LN-OUT-EXPIRY-DATE OF LN-MOD8
               TO WS-CIRC-EXPIRY-DATE
          END-IF

          .
       FNC-MEMBER-RENEW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-LOAN-LOST SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

      *>  the borrower reports the book lost: the loan of the keyed
      *>  copy is closed and the replacement billed by PGMOD8
          IF WS-CIRC-ISBN = ZEROES
          THEN
             MOVE "Key the ISBN and copy number of the lost book."
               TO WS-MSG-1 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE LN-MOD8
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD8
          MOVE WS-TERMINAL-ID TO LN-TERMINAL-ID OF LN-MOD8
          MOVE WS-CIRC-ISBN
            TO LN-INP-ISBN OF LN-MOD8
          MOVE WS-CIRC-COPY-NR
            TO LN-INP-COPY-NR OF LN-MOD8
          SET V-LN8-FNC-LOAN-LOST OF LN-MOD8 TO TRUE

          CALL "PGMOD8" USING LN-MOD8 END-CALL

          PERFORM COPY-LN8-MSG-IN-WS-MSG

          .
       FNC-LOAN-LOST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COPY-LN8-MSG-IN-WS-MSG SECTION.
      *>------------------------------------------------------------------------

          MOVE LN-SQLCODE  OF LN-MOD8     TO WS-SQLCODE OF WS-MSG
          MOVE LN-SQLSTATE OF LN-MOD8     TO WS-SQLSTATE OF WS-MSG
          MOVE LN-MSG-1    OF LN-MOD8     TO WS-MSG-1 OF WS-MSG
          MOVE LN-MSG-2    OF LN-MOD8     TO WS-MSG-2 OF WS-MSG
          MOVE LN-MSG-3    OF LN-MOD8     TO WS-MSG-3 OF WS-MSG
          MOVE LN-MSG-4    OF LN-MOD8     TO WS-MSG-4 OF WS-MSG

          .
       COPY-LN8-MSG-IN-WS-MSG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CAT-SCREEN SECTION.
      *>------------------------------------------------------------------------

      *>  the BORROWER_CATEGORY rules every loan is governed by;
      *>  PGMOD8 holds the save to a supervisor itself
          IF NOT WS-ROLE-SUPERVISOR
          THEN
             MOVE "Category maintenance needs a supervisor sign-on."
               TO WS-MSG-1 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE WS-CAT
          PERFORM FNC-CAT-LIST

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY CAT-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT CAT-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-CAT-LIST

                WHEN V-FNC-F2
                   PERFORM FNC-CAT-SAVE

                WHEN V-FNC-F10
                   EXIT PERFORM
          END-PERFORM

          .
       FNC-CAT-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CAT-LIST SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD8
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD8
          MOVE WS-TERMINAL-ID TO LN-TERMINAL-ID OF LN-MOD8
          SET V-LN8-FNC-CATEGORY-LIST OF LN-MOD8 TO TRUE

          CALL "PGMOD8" USING LN-MOD8 END-CALL

          PERFORM COPY-LN8-MSG-IN-WS-MSG

          .
       FNC-CAT-LIST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CAT-LIST-KEEP-MSG SECTION.
      *>------------------------------------------------------------------------

      *>  refresh the category list without overwriting the
      *>  confirmation already in WS-MSG
          INITIALIZE LN-MOD8
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD8
          MOVE WS-TERMINAL-ID TO LN-TERMINAL-ID OF LN-MOD8
          SET V-LN8-FNC-CATEGORY-LIST OF LN-MOD8 TO TRUE

          CALL "PGMOD8" USING LN-MOD8 END-CALL

          .
       FNC-CAT-LIST-KEEP-MSG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-CAT-SAVE SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD8
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD8
          MOVE WS-TERMINAL-ID TO LN-TERMINAL-ID OF LN-MOD8
          MOVE WS-CAT-CODE TO LN-INP-CAT-CODE OF LN-MOD8
          MOVE WS-CAT-NAME TO LN-INP-CAT-NAME OF LN-MOD8
          MOVE WS-CAT-LOAN-DAYS
            TO LN-INP-CAT-LOAN-DAYS OF LN-MOD8
          MOVE WS-CAT-MAX-LOANS
            TO LN-INP-CAT-MAX-LOANS OF LN-MOD8
          MOVE WS-CAT-MAX-RENEWALS
            TO LN-INP-CAT-MAX-RENEWALS OF LN-MOD8
          MOVE WS-CAT-FINE-PER-DAY
            TO LN-INP-CAT-FINE-PER-DAY OF LN-MOD8
          SET V-LN8-FNC-CATEGORY-SAVE OF LN-MOD8 TO TRUE

          CALL "PGMOD8" USING LN-MOD8 END-CALL

          PERFORM COPY-LN8-MSG-IN-WS-MSG

          IF LN-SQLCODE OF LN-MOD8 = 0
          THEN
             PERFORM FNC-CAT-LIST-KEEP-MSG
          END-IF

          .
       FNC-CAT-SAVE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-MERGE-SCREEN SECTION.
      *>------------------------------------------------------------------------

      *>  a duplicate registration folded into the number the
      *>  borrower keeps; PGMOD8 holds the merge to a supervisor
          IF NOT WS-ROLE-SUPERVISOR
          THEN
             MOVE "Borrower merge needs a supervisor sign-on."
               TO WS-MSG-1 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE WS-MRG
          INITIALIZE LN-MOD8

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY MERGE-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT MERGE-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-BORROWER-MERGE

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WS-MSG-1 OF WS-MSG
             END-EVALUATE
          END-PERFORM

          .
       FNC-MERGE-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-BORROWER-MERGE SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD8
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD8
          MOVE WS-TERMINAL-ID TO LN-TERMINAL-ID OF LN-MOD8
          MOVE WS-MRG-FROM-ID
            TO LN-INP-BORROWER-ID OF LN-MOD8
          MOVE WS-MRG-INTO-ID
            TO LN-INP-BORROWER-ID-2 OF LN-MOD8
          SET V-LN8-FNC-BORROWER-MERGE OF LN-MOD8 TO TRUE

          CALL "PGMOD8" USING LN-MOD8 END-CALL

          PERFORM COPY-LN8-MSG-IN-WS-MSG

          .
       FNC-BORROWER-MERGE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-WORK-SCREEN SECTION.
      *>------------------------------------------------------------------------

      *>  the work the book on the book screen belongs to, with its
      *>  editions; linking and unlinking is the cataloguer's job
      *>  through PGMODW
          IF WS-ISBN OF WS-BOOK = ZEROES
          THEN
             MOVE "Enter an ISBN before maintaining its work."
               TO WS-MSG-1 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE WS-WRK
          MOVE WS-ISBN OF WS-BOOK TO WS-WRK-ISBN
          PERFORM FNC-WORK-EDITIONS

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY WORK-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT WORK-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-WORK-EDITIONS

                WHEN V-FNC-F2
                   PERFORM FNC-EDITION-LINK

                WHEN V-FNC-F3
                   PERFORM FNC-EDITION-UNLINK

                WHEN V-FNC-F4
                   PERFORM FNC-WORK-NEW

                WHEN V-FNC-F5
                   PERFORM FNC-WORK-LIST-SCREEN

                WHEN V-FNC-F10
                   EXIT PERFORM
          END-PERFORM

          .
       FNC-WORK-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-WORK-EDITIONS SECTION.
      *>------------------------------------------------------------------------

      *>  a keyed work number lists that work, otherwise the work
      *>  of the keyed ISBN
          INITIALIZE LN-MODW
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODW
          MOVE WS-WRK-ID TO LN-INP-WORK-ID OF LN-MODW
          MOVE WS-WRK-ISBN TO LN-INP-ISBN OF LN-MODW
          SET V-LNW-FNC-WORK-EDITIONS OF LN-MODW TO TRUE

          CALL "PGMODW" USING LN-MODW END-CALL

          PERFORM COPY-LNW-MSG-IN-WS-MSG

          .
       FNC-WORK-EDITIONS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-WORK-EDITIONS-KEEP-MSG SECTION.
      *>------------------------------------------------------------------------

      *>  refresh the editions list of the work just changed
      *>  without overwriting the confirmation already in WS-MSG
          INITIALIZE LN-MODW
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODW
          MOVE WS-WRK-ID TO LN-INP-WORK-ID OF LN-MODW
          MOVE WS-WRK-ISBN TO LN-INP-ISBN OF LN-MODW
          SET V-LNW-FNC-WORK-EDITIONS OF LN-MODW TO TRUE

          CALL "PGMODW" USING LN-MODW END-CALL

          .
       FNC-WORK-EDITIONS-KEEP-MSG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-WORK-LIST-SCREEN SECTION.
      *>------------------------------------------------------------------------

      *>  the works by title, to find the number of the work an
      *>  edition is to be linked to
          PERFORM FNC-WORK-LIST-FIRST

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY WORK-LIST-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT WORK-LIST-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-WORK-LIST-FIRST

                WHEN V-FNC-F2
                   PERFORM FNC-WORK-LIST-NEXT

                WHEN V-FNC-F10
                   EXIT PERFORM
             END-EVALUATE
          END-PERFORM

      *>  back on the work screen the list has gone from the
      *>  linkage - show the editions of the work keyed (or of the
      *>  ISBN) again
          PERFORM FNC-WORK-EDITIONS-KEEP-MSG

          .
       FNC-WORK-LIST-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-WORK-LIST-FIRST SECTION.
      *>------------------------------------------------------------------------

      *>  one page of works from the keyed title on (blank starts at
      *>  the beginning)
          INITIALIZE LN-MODW
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODW
          MOVE WS-WRK-FROM-TITLE TO LN-INP-WORK-TITLE OF LN-MODW
          SET V-LNW-FNC-WORK-LIST OF LN-MODW TO TRUE

          CALL "PGMODW" USING LN-MODW END-CALL

          PERFORM COPY-LNW-MSG-IN-WS-MSG
          PERFORM SET-WORK-RESTART-POINT

          .
       FNC-WORK-LIST-FIRST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-WORK-LIST-NEXT SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MODW
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODW
          MOVE WS-WRK-LAST-TITLE TO LN-INP-WORK-TITLE OF LN-MODW
          SET V-LNW-FNC-WORK-LIST OF LN-MODW TO TRUE

          CALL "PGMODW" USING LN-MODW END-CALL

          PERFORM COPY-LNW-MSG-IN-WS-MSG
          PERFORM SET-WORK-RESTART-POINT

          .
       FNC-WORK-LIST-NEXT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SET-WORK-RESTART-POINT SECTION.
      *>------------------------------------------------------------------------

      *>  remember the last title on the page just shown - the
      *>  screen shows ten - so F2 continues from it
          MOVE LN-OUT-WORK-TAB-LINE-NR OF LN-MODW TO WS-IND-1
          IF WS-IND-1 > 10
          THEN
             MOVE 10 TO WS-IND-1
          END-IF
          IF WS-IND-1 > 0
          THEN
             MOVE LN-OUT-WORK-TAB-TITLE(WS-IND-1)
               TO WS-WRK-LAST-TITLE
          END-IF

          .
       SET-WORK-RESTART-POINT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-EDITION-LINK SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE LN-MODW
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODW
          MOVE WS-WRK-ID TO LN-INP-WORK-ID OF LN-MODW
          MOVE WS-WRK-ISBN TO LN-INP-ISBN OF LN-MODW
          SET V-LNW-FNC-EDITION-LINK OF LN-MODW TO TRUE

          CALL "PGMODW" USING LN-MODW END-CALL

          PERFORM COPY-LNW-MSG-IN-WS-MSG

          IF LN-SQLCODE OF LN-MODW = 0
          THEN
             PERFORM FNC-WORK-EDITIONS-KEEP-MSG
          END-IF

          .
       FNC-EDITION-LINK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-EDITION-UNLINK SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE LN-MODW
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODW
          MOVE WS-WRK-ISBN TO LN-INP-ISBN OF LN-MODW
          SET V-LNW-FNC-EDITION-UNLINK OF LN-MODW TO TRUE

          CALL "PGMODW" USING LN-MODW END-CALL

          PERFORM COPY-LNW-MSG-IN-WS-MSG

      *>  the unlinked edition has no work any more - list the work
      *>  it left by its number
          IF LN-SQLCODE OF LN-MODW = 0
          AND WS-WRK-ID NOT = ZEROES
          THEN
             PERFORM FNC-WORK-EDITIONS-KEEP-MSG
          END-IF

          .
       FNC-EDITION-UNLINK-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-WORK-NEW SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE LN-MODW
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODW
          MOVE WS-WRK-TITLE TO LN-INP-WORK-TITLE OF LN-MODW
          MOVE WS-WRK-ISBN TO LN-INP-ISBN OF LN-MODW
          SET V-LNW-FNC-WORK-NEW OF LN-MODW TO TRUE

          CALL "PGMODW" USING LN-MODW END-CALL

          PERFORM COPY-LNW-MSG-IN-WS-MSG

      *>  carry on with the new work: its number goes in the field
          IF  LN-SQLCODE OF LN-MODW = 0
          AND LN-OUT-WORK-ID OF LN-MODW NOT = ZEROES
          THEN
             MOVE LN-OUT-WORK-ID OF LN-MODW TO WS-WRK-ID
             PERFORM FNC-WORK-EDITIONS-KEEP-MSG
          END-IF

          .
       FNC-WORK-NEW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COPY-LNW-MSG-IN-WS-MSG SECTION.
      *>------------------------------------------------------------------------

          MOVE LN-SQLCODE  OF LN-MODW     TO WS-SQLCODE OF WS-MSG
          MOVE LN-SQLSTATE OF LN-MODW     TO WS-SQLSTATE OF WS-MSG
          MOVE LN-MSG-1    OF LN-MODW     TO WS-MSG-1 OF WS-MSG
          MOVE LN-MSG-2    OF LN-MODW     TO WS-MSG-2 OF WS-MSG
          MOVE LN-MSG-3    OF LN-MODW     TO WS-MSG-3 OF WS-MSG
          MOVE LN-MSG-4    OF LN-MODW     TO WS-MSG-4 OF WS-MSG

          .
       COPY-LNW-MSG-IN-WS-MSG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-BND-SCREEN SECTION.
      *>------------------------------------------------------------------------

      *>  copies of the book on the book screen sent to the bindery
      *>  and booked back in, through PGMODB
          INITIALIZE WS-BND
          INITIALIZE LN-MODB
          MOVE WS-CPY-NR TO WS-BND-COPY-NR

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY BINDERY-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT BINDERY-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-BND-SEND

                WHEN V-FNC-F2
                   PERFORM FNC-BND-ADD

                WHEN V-FNC-F3
                   PERFORM FNC-BND-LIST

                WHEN V-FNC-F4
                   PERFORM FNC-BND-RECEIVE

                WHEN V-FNC-F10
                   EXIT PERFORM
          END-PERFORM

          .
       FNC-BND-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-BND-SEND SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

          IF WS-BND-COPY-NR = ZEROES
          THEN
             MOVE "Key the copy number to send first."
               TO WS-MSG-1 OF WS-MSG
             EXIT SECTION
          END-IF

      *>  a new shipment with the keyed copy as its first item
          INITIALIZE LN-MODB
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODB
          MOVE WS-BND-VENDOR-CODE TO LN-INP-VENDOR-CODE OF LN-MODB
          MOVE WS-BND-SENT-DATE TO LN-INP-SENT-DATE OF LN-MODB
          MOVE WS-BND-DAYS TO LN-INP-TURNAROUND-DAYS OF LN-MODB
          MOVE 1 TO LN-INP-COPY-TAB-LINE-NR OF LN-MODB
          MOVE WS-ISBN OF WS-BOOK
            TO LN-INP-COPY-TAB-ISBN OF LN-MODB (1)
          MOVE WS-BND-COPY-NR
            TO LN-INP-COPY-TAB-COPY-NR OF LN-MODB (1)
          SET V-LNB-FNC-BATCH-SEND OF LN-MODB TO TRUE

          CALL "PGMODB" USING LN-MODB END-CALL

          PERFORM COPY-LNB-MSG-IN-WS-MSG

      *>  further copies go into the batch just opened (F2)
          IF  LN-SQLCODE OF LN-MODB = 0
          AND LN-OUT-BATCH-NR OF LN-MODB NOT = ZEROES
          THEN
             MOVE LN-OUT-BATCH-NR OF LN-MODB TO WS-BND-BATCH-NR
          END-IF

          .
       FNC-BND-SEND-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-BND-ADD SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

          IF WS-BND-BATCH-NR = ZEROES
          OR WS-BND-COPY-NR = ZEROES
          THEN
             MOVE "Key the batch number and the copy number first."
               TO WS-MSG-1 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE LN-MODB
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODB
          MOVE WS-BND-BATCH-NR TO LN-INP-BATCH-NR OF LN-MODB
          MOVE 1 TO LN-INP-COPY-TAB-LINE-NR OF LN-MODB
          MOVE WS-ISBN OF WS-BOOK
            TO LN-INP-COPY-TAB-ISBN OF LN-MODB (1)
          MOVE WS-BND-COPY-NR
            TO LN-INP-COPY-TAB-COPY-NR OF LN-MODB (1)
          SET V-LNB-FNC-BATCH-ADD OF LN-MODB TO TRUE

          CALL "PGMODB" USING LN-MODB END-CALL

          PERFORM COPY-LNB-MSG-IN-WS-MSG

          .
       FNC-BND-ADD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-BND-LIST SECTION.
      *>------------------------------------------------------------------------

      *>  the keyed batch from its first copy on
          INITIALIZE LN-MODB
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODB
          MOVE WS-BND-BATCH-NR TO LN-INP-BATCH-NR OF LN-MODB
          SET V-LNB-FNC-BATCH-LIST OF LN-MODB TO TRUE

          CALL "PGMODB" USING LN-MODB END-CALL

          PERFORM COPY-LNB-MSG-IN-WS-MSG

          .
       FNC-BND-LIST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-BND-RECEIVE SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

          IF WS-BND-COPY-NR = ZEROES
          THEN
             MOVE "Key the copy number to receive first."
               TO WS-MSG-1 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE LN-MODB
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODB
          MOVE WS-ISBN OF WS-BOOK TO LN-INP-ISBN OF LN-MODB
          MOVE WS-BND-COPY-NR TO LN-INP-COPY-NR OF LN-MODB
          MOVE WS-BND-CHARGE TO LN-INP-CHARGE OF LN-MODB
          MOVE WS-BND-OUTCOME TO LN-INP-OUTCOME OF LN-MODB
          MOVE WS-BND-REASON TO LN-INP-REASON OF LN-MODB
          SET V-LNB-FNC-COPY-RECEIVE OF LN-MODB TO TRUE

          CALL "PGMODB" USING LN-MODB END-CALL

          PERFORM COPY-LNB-MSG-IN-WS-MSG

          .
       FNC-BND-RECEIVE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COPY-LNB-MSG-IN-WS-MSG SECTION.
      *>------------------------------------------------------------------------

          MOVE LN-SQLCODE  OF LN-MODB     TO WS-SQLCODE OF WS-MSG
          MOVE LN-SQLSTATE OF LN-MODB     TO WS-SQLSTATE OF WS-MSG
          MOVE LN-MSG-1    OF LN-MODB     TO WS-MSG-1 OF WS-MSG
          MOVE LN-MSG-2    OF LN-MODB     TO WS-MSG-2 OF WS-MSG
          MOVE LN-MSG-3    OF LN-MODB     TO WS-MSG-3 OF WS-MSG
          MOVE LN-MSG-4    OF LN-MODB     TO WS-MSG-4 OF WS-MSG

          .
       COPY-LNB-MSG-IN-WS-MSG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-PO-SCREEN SECTION.
      *>------------------------------------------------------------------------

      *>  purchase orders to the vendors on the PGMODP vendor
      *>  master, their lines, and receiving what was delivered
          INITIALIZE WS-PO
          INITIALIZE LN-MODP

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY PO-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT PO-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-PO-CREATE

                WHEN V-FNC-F2
                   PERFORM FNC-PO-LINE-ADD

                WHEN V-FNC-F3
                   PERFORM FNC-PO-LINE-LIST

                WHEN V-FNC-F4
                   PERFORM FNC-PO-LINE-CANCEL

                WHEN V-FNC-F5
                   PERFORM FNC-PO-RECEIVE

                WHEN V-FNC-F6
                   PERFORM FNC-VENDOR-SCREEN

                WHEN V-FNC-F10
                   EXIT PERFORM
          END-PERFORM

          .
       FNC-PO-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-PO-CREATE SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE LN-MODP
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODP
          MOVE WS-PO-VENDOR-CODE TO LN-INP-VENDOR-CODE OF LN-MODP
          SET V-LNP-FNC-ORDER-CREATE OF LN-MODP TO TRUE

          CALL "PGMODP" USING LN-MODP END-CALL

          PERFORM COPY-LNP-MSG-IN-WS-MSG

      *>  the lines that follow go on the order just created
          IF  LN-SQLCODE OF LN-MODP = 0
          AND LN-OUT-PO-NR OF LN-MODP NOT = ZEROES
          THEN
             MOVE LN-OUT-PO-NR OF LN-MODP TO WS-PO-NR
          END-IF

          .
       FNC-PO-CREATE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-PO-LINE-ADD SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE LN-MODP
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODP
          MOVE WS-PO-NR TO LN-INP-PO-NR OF LN-MODP
          MOVE WS-PO-ISBN TO LN-INP-ISBN OF LN-MODP
          MOVE WS-PO-AUTHORS TO LN-INP-AUTHORS OF LN-MODP
          MOVE WS-PO-TITLE TO LN-INP-TITLE OF LN-MODP
          MOVE WS-PO-PUB-DATE TO LN-INP-PUB-DATE OF LN-MODP
          MOVE WS-PO-PAGE-NR TO LN-INP-PAGE-NR OF LN-MODP
          MOVE WS-PO-QUANTITY TO LN-INP-QUANTITY OF LN-MODP
          MOVE WS-PO-PRICE TO LN-INP-QUOTED-PRICE OF LN-MODP
          SET V-LNP-FNC-ORDER-LINE-ADD OF LN-MODP TO TRUE

          CALL "PGMODP" USING LN-MODP END-CALL

          PERFORM COPY-LNP-MSG-IN-WS-MSG

          IF LN-SQLCODE OF LN-MODP = 0
          THEN
             PERFORM FNC-PO-LINE-LIST-KEEP-MSG
          END-IF

          .
       FNC-PO-LINE-ADD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-PO-LINE-LIST SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MODP
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODP
          MOVE WS-PO-NR TO LN-INP-PO-NR OF LN-MODP
          SET V-LNP-FNC-ORDER-LINE-LIST OF LN-MODP TO TRUE

          CALL "PGMODP" USING LN-MODP END-CALL

          PERFORM COPY-LNP-MSG-IN-WS-MSG

          .
       FNC-PO-LINE-LIST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-PO-LINE-LIST-KEEP-MSG SECTION.
      *>------------------------------------------------------------------------

      *>  refresh the order lines without overwriting the
      *>  confirmation already in WS-MSG
          INITIALIZE LN-MODP
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODP
          MOVE WS-PO-NR TO LN-INP-PO-NR OF LN-MODP
          SET V-LNP-FNC-ORDER-LINE-LIST OF LN-MODP TO TRUE

          CALL "PGMODP" USING LN-MODP END-CALL

          .
       FNC-PO-LINE-LIST-KEEP-MSG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-PO-LINE-CANCEL SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE LN-MODP
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODP
          MOVE WS-PO-NR TO LN-INP-PO-NR OF LN-MODP
          MOVE WS-PO-LINE-NR TO LN-INP-LINE-NR OF LN-MODP
          SET V-LNP-FNC-ORDER-LINE-CANCEL OF LN-MODP TO TRUE

          CALL "PGMODP" USING LN-MODP END-CALL

          PERFORM COPY-LNP-MSG-IN-WS-MSG

          IF LN-SQLCODE OF LN-MODP = 0
          THEN
             PERFORM FNC-PO-LINE-LIST-KEEP-MSG
          END-IF

          .
       FNC-PO-LINE-CANCEL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-PO-RECEIVE SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

      *>  the delivery is booked in against the keyed line and
      *>  shelved at the keyed location
          INITIALIZE LN-MODP
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODP
          MOVE WS-PO-NR TO LN-INP-PO-NR OF LN-MODP
          MOVE WS-PO-LINE-NR TO LN-INP-LINE-NR OF LN-MODP
          MOVE WS-PO-RECEIVE-QTY TO LN-INP-RECEIVE-QTY OF LN-MODP
          MOVE WS-PO-LOC-CODE TO LN-INP-LOC-CODE OF LN-MODP
          SET V-LNP-FNC-ORDER-RECEIVE OF LN-MODP TO TRUE

          CALL "PGMODP" USING LN-MODP END-CALL

          PERFORM COPY-LNP-MSG-IN-WS-MSG

      *>  a receipt stopped half-way still booked copies in, so the
      *>  lines are refreshed either way
          IF WS-PO-NR NOT = ZEROES
          THEN
             PERFORM FNC-PO-LINE-LIST-KEEP-MSG
          END-IF

          .
       FNC-PO-RECEIVE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-VENDOR-SCREEN SECTION.
      *>------------------------------------------------------------------------

      *>  the vendor master the orders (and the bindery) are placed
      *>  with
          PERFORM FNC-VENDOR-LIST

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY VENDOR-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT VENDOR-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-VENDOR-LIST

                WHEN V-FNC-F2
                   PERFORM FNC-VENDOR-ADD

                WHEN V-FNC-F3
                   PERFORM FNC-VENDOR-CHANGE

                WHEN V-FNC-F10
                   EXIT PERFORM
             END-EVALUATE
          END-PERFORM

      *>  back on the order screen the vendor table has gone from
      *>  the linkage - show the order's lines again
          IF WS-PO-NR NOT = ZEROES
          THEN
             PERFORM FNC-PO-LINE-LIST-KEEP-MSG
          ELSE
             INITIALIZE LN-MODP
          END-IF

          .
       FNC-VENDOR-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-VENDOR-LIST SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MODP
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODP
          SET V-LNP-FNC-VENDOR-LIST OF LN-MODP TO TRUE

          CALL "PGMODP" USING LN-MODP END-CALL

          PERFORM COPY-LNP-MSG-IN-WS-MSG

          .
       FNC-VENDOR-LIST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-VENDOR-LIST-KEEP-MSG SECTION.
      *>------------------------------------------------------------------------

      *>  refresh the vendor list without overwriting the
      *>  confirmation already in WS-MSG
          INITIALIZE LN-MODP
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODP
          SET V-LNP-FNC-VENDOR-LIST OF LN-MODP TO TRUE

          CALL "PGMODP" USING LN-MODP END-CALL

          .
       FNC-VENDOR-LIST-KEEP-MSG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-VENDOR-ADD SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
             EXIT SECTION
          END-IF

          INITIALIZE LN-MODP
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODP
          MOVE WS-PO-VENDOR-CODE TO LN-INP-VENDOR-CODE OF LN-MODP
          MOVE WS-PO-VENDOR-NAME TO LN-INP-VENDOR-NAME OF LN-MODP
          MOVE WS-PO-DELIVERY-DAYS
            TO LN-INP-DELIVERY-DAYS OF LN-MODP
          SET V-LNP-FNC-VENDOR-ADD OF LN-MODP TO TRUE

          CALL "PGMODP" USING LN-MODP END-CALL

          PERFORM COPY-LNP-MSG-IN-WS-MSG

          IF LN-SQLCODE OF LN-MODP = 0
          THEN
             PERFORM FNC-VENDOR-LIST-KEEP-MSG
          END-IF

          .
       FNC-VENDOR-ADD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-VENDOR-CHANGE SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE LN-MODP
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODP
          MOVE WS-PO-VENDOR-CODE TO LN-INP-VENDOR-CODE OF LN-MODP
          MOVE WS-PO-VENDOR-NAME TO LN-INP-VENDOR-NAME OF LN-MODP
          MOVE WS-PO-DELIVERY-DAYS
            TO LN-INP-DELIVERY-DAYS OF LN-MODP
          SET V-LNP-FNC-VENDOR-CHANGE OF LN-MODP TO TRUE

          CALL "PGMODP" USING LN-MODP END-CALL

          PERFORM COPY-LNP-MSG-IN-WS-MSG

          IF LN-SQLCODE OF LN-MODP = 0
          THEN
             PERFORM FNC-VENDOR-LIST-KEEP-MSG
          END-IF

          .
       FNC-VENDOR-CHANGE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COPY-LNP-MSG-IN-WS-MSG SECTION.
      *>------------------------------------------------------------------------

          MOVE LN-SQLCODE  OF LN-MODP     TO WS-SQLCODE OF WS-MSG
          MOVE LN-SQLSTATE OF LN-MODP     TO WS-SQLSTATE OF WS-MSG
          MOVE LN-MSG-1    OF LN-MODP     TO WS-MSG-1 OF WS-MSG
          MOVE LN-MSG-2    OF LN-MODP     TO WS-MSG-2 OF WS-MSG
          MOVE LN-MSG-3    OF LN-MODP     TO WS-MSG-3 OF WS-MSG
          MOVE LN-MSG-4    OF LN-MODP     TO WS-MSG-4 OF WS-MSG

          .
       COPY-LNP-MSG-IN-WS-MSG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-ISSUE-SCREEN SECTION.
      *>------------------------------------------------------------------------

      *>  serial issue check-in against a subscription's predicted
      *>  issues: received and shelved, or claimed from the vendor,
      *>  through PGMODR
          INITIALIZE WS-SER
          INITIALIZE LN-MODR

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY ISSUE-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT ISSUE-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-ISSUE-LIST

                WHEN V-FNC-F2
                   PERFORM FNC-ISSUE-RECEIVE

                WHEN V-FNC-F3
                   PERFORM FNC-ISSUE-CLAIM

                WHEN V-FNC-F4
                   PERFORM FNC-SUBS-SCREEN

                WHEN V-FNC-F10
                   EXIT PERFORM
          END-PERFORM

          .
       FNC-ISSUE-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-SUBS-SCREEN SECTION.
      *>------------------------------------------------------------------------

      *>  the serial titles (keyed on ISSN) and their subscriptions
      *>  with a vendor; a new or renewed subscription predicts the
      *>  issues the check-in screen works on, through PGMODR
          PERFORM FNC-SER-TITLE-LIST

          PERFORM FOREVER
             DISPLAY HEADER-SCREEN END-DISPLAY
             DISPLAY SUBS-SCREEN END-DISPLAY
             DISPLAY MESSAGE-SCREEN END-DISPLAY
             ACCEPT SUBS-SCREEN END-ACCEPT

      *>     init message
             INITIALIZE WS-MSG
             DISPLAY MESSAGE-SCREEN END-DISPLAY

             EVALUATE TRUE
                WHEN V-FNC-F1
                   PERFORM FNC-SER-TITLE-LIST

                WHEN V-FNC-F2
                   PERFORM FNC-SER-TITLE-ADD

                WHEN V-FNC-F3
                   PERFORM FNC-SER-TITLE-CHANGE

                WHEN V-FNC-F4
                   PERFORM FNC-SUB-LIST

                WHEN V-FNC-F5
                   PERFORM FNC-SUB-ADD

                WHEN V-FNC-F6
                   PERFORM FNC-SUB-RENEW

                WHEN V-FNC-F10
                   EXIT PERFORM

                WHEN OTHER
                   MOVE "Please select a valid function key"
                     TO WS-MSG-1 OF WS-MSG
             END-EVALUATE
          END-PERFORM

      *>  back on the issue screen the title and subscription tables
      *>  have gone from the linkage - show the keyed subscription's
      *>  issues again
          IF WS-SER-SUB-NR NOT = ZEROES
          THEN
             PERFORM FNC-ISSUE-LIST-KEEP-MSG
          ELSE
             INITIALIZE LN-MODR
          END-IF

          .
       FNC-SUBS-SCREEN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-SER-TITLE-LIST SECTION.
      *>------------------------------------------------------------------------

      *>  one page of titles from the keyed ISSN on; keying the last
      *>  ISSN shown pages on
          INITIALIZE LN-MODR
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODR
          MOVE WS-SER-ISSN TO LN-INP-ISSN OF LN-MODR
          SET V-LNR-FNC-TITLE-LIST OF LN-MODR TO TRUE

          CALL "PGMODR" USING LN-MODR END-CALL

          PERFORM COPY-LNR-MSG-IN-WS-MSG

          .
       FNC-SER-TITLE-LIST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-SER-TITLE-LIST-KEEP-MSG SECTION.
      *>------------------------------------------------------------------------

      *>  refresh the title list without overwriting the
      *>  confirmation already in WS-MSG
          INITIALIZE LN-MODR
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODR
          MOVE WS-SER-ISSN TO LN-INP-ISSN OF LN-MODR
          SET V-LNR-FNC-TITLE-LIST OF LN-MODR TO TRUE

          CALL "PGMODR" USING LN-MODR END-CALL

          .
       FNC-SER-TITLE-LIST-KEEP-MSG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-SER-TITLE-ADD SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
             EXIT SECTION
          END-IF

          INITIALIZE LN-MODR
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODR
          MOVE WS-SER-ISSN TO LN-INP-ISSN OF LN-MODR
          MOVE WS-SER-TITLE TO LN-INP-SERIAL-TITLE OF LN-MODR
          MOVE WS-SER-PUBLISHER TO LN-INP-PUBLISHER OF LN-MODR
          SET V-LNR-FNC-TITLE-ADD OF LN-MODR TO TRUE

          CALL "PGMODR" USING LN-MODR END-CALL

          PERFORM COPY-LNR-MSG-IN-WS-MSG

          IF LN-SQLCODE OF LN-MODR = 0
          THEN
             PERFORM FNC-SER-TITLE-LIST-KEEP-MSG
          END-IF

          .
       FNC-SER-TITLE-ADD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-SER-TITLE-CHANGE SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
             EXIT SECTION
          END-IF

          INITIALIZE LN-MODR
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODR
          MOVE WS-SER-ISSN TO LN-INP-ISSN OF LN-MODR
          MOVE WS-SER-TITLE TO LN-INP-SERIAL-TITLE OF LN-MODR
          MOVE WS-SER-PUBLISHER TO LN-INP-PUBLISHER OF LN-MODR
          SET V-LNR-FNC-TITLE-CHANGE OF LN-MODR TO TRUE

          CALL "PGMODR" USING LN-MODR END-CALL

          PERFORM COPY-LNR-MSG-IN-WS-MSG

          IF LN-SQLCODE OF LN-MODR = 0
          THEN
             PERFORM FNC-SER-TITLE-LIST-KEEP-MSG
          END-IF

          .
       FNC-SER-TITLE-CHANGE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-SUB-LIST SECTION.
      *>------------------------------------------------------------------------

      *>  the subscriptions of the keyed ISSN, latest first - the
      *>  SUB# the issue screen is keyed with
          INITIALIZE LN-MODR
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODR
          MOVE WS-SER-ISSN TO LN-INP-ISSN OF LN-MODR
          SET V-LNR-FNC-SUB-LIST OF LN-MODR TO TRUE

          CALL "PGMODR" USING LN-MODR END-CALL

          PERFORM COPY-LNR-MSG-IN-WS-MSG

          .
       FNC-SUB-LIST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-SUB-LIST-KEEP-MSG SECTION.
      *>------------------------------------------------------------------------

      *>  refresh the subscription list without overwriting the
      *>  confirmation already in WS-MSG
          INITIALIZE LN-MODR
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODR
          MOVE WS-SER-ISSN TO LN-INP-ISSN OF LN-MODR
          SET V-LNR-FNC-SUB-LIST OF LN-MODR TO TRUE

          CALL "PGMODR" USING LN-MODR END-CALL

          .
       FNC-SUB-LIST-KEEP-MSG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-SUB-ADD SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
             EXIT SECTION
          END-IF

          INITIALIZE LN-MODR
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODR
          MOVE WS-SER-ISSN TO LN-INP-ISSN OF LN-MODR
          MOVE WS-SER-VENDOR-CODE TO LN-INP-VENDOR-CODE OF LN-MODR
          MOVE WS-SER-START-DATE TO LN-INP-START-DATE OF LN-MODR
          MOVE WS-SER-END-DATE TO LN-INP-END-DATE OF LN-MODR
          MOVE WS-SER-FREQUENCY TO LN-INP-FREQUENCY OF LN-MODR
          MOVE WS-SER-CLAIM-DAYS TO LN-INP-CLAIM-DAYS OF LN-MODR
          SET V-LNR-FNC-SUB-ADD OF LN-MODR TO TRUE

          CALL "PGMODR" USING LN-MODR END-CALL

          PERFORM COPY-LNR-MSG-IN-WS-MSG

      *>  the new subscription's number goes in the SUB# field, ready
      *>  for the issue screen
          IF  LN-SQLCODE OF LN-MODR = 0
          AND LN-OUT-SUB-NR OF LN-MODR NOT = ZEROES
          THEN
             MOVE LN-OUT-SUB-NR OF LN-MODR TO WS-SER-SUB-NR
             PERFORM FNC-SUB-LIST-KEEP-MSG
          END-IF

          .
       FNC-SUB-ADD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-SUB-RENEW SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

      *>  the keyed subscription runs on to the keyed END date
          INITIALIZE LN-MODR
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODR
          MOVE WS-SER-SUB-NR TO LN-INP-SUB-NR OF LN-MODR
          MOVE WS-SER-END-DATE TO LN-INP-END-DATE OF LN-MODR
          SET V-LNR-FNC-SUB-RENEW OF LN-MODR TO TRUE

          CALL "PGMODR" USING LN-MODR END-CALL

          PERFORM COPY-LNR-MSG-IN-WS-MSG

          IF  LN-SQLCODE OF LN-MODR = 0
          AND WS-SER-ISSN NOT = SPACES
          THEN
             PERFORM FNC-SUB-LIST-KEEP-MSG
          END-IF

          .
       FNC-SUB-RENEW-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-ISSUE-LIST SECTION.
      *>------------------------------------------------------------------------

          INITIALIZE LN-MODR
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODR
          MOVE WS-SER-SUB-NR TO LN-INP-SUB-NR OF LN-MODR
          MOVE WS-SER-ISSUE-NR TO LN-INP-ISSUE-NR OF LN-MODR
          SET V-LNR-FNC-ISSUE-LIST OF LN-MODR TO TRUE

          CALL "PGMODR" USING LN-MODR END-CALL

          PERFORM COPY-LNR-MSG-IN-WS-MSG

          .
       FNC-ISSUE-LIST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-ISSUE-LIST-KEEP-MSG SECTION.
      *>------------------------------------------------------------------------

      *>  refresh the issue list without overwriting the
      *>  confirmation already in WS-MSG
          INITIALIZE LN-MODR
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODR
          MOVE WS-SER-SUB-NR TO LN-INP-SUB-NR OF LN-MODR
          MOVE WS-SER-ISSUE-NR TO LN-INP-ISSUE-NR OF LN-MODR
          SET V-LNR-FNC-ISSUE-LIST OF LN-MODR TO TRUE

          CALL "PGMODR" USING LN-MODR END-CALL

          .
       FNC-ISSUE-LIST-KEEP-MSG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-ISSUE-RECEIVE SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE LN-MODR
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODR
          MOVE WS-SER-SUB-NR TO LN-INP-SUB-NR OF LN-MODR
          MOVE WS-SER-ISSUE-NR TO LN-INP-ISSUE-NR OF LN-MODR
          MOVE WS-SER-LABEL TO LN-INP-ISSUE-LABEL OF LN-MODR
          MOVE WS-SER-LOC-CODE TO LN-INP-LOC-CODE OF LN-MODR
          SET V-LNR-FNC-ISSUE-RECEIVE OF LN-MODR TO TRUE

          CALL "PGMODR" USING LN-MODR END-CALL

          PERFORM COPY-LNR-MSG-IN-WS-MSG

          IF LN-SQLCODE OF LN-MODR = 0
          THEN
             PERFORM FNC-ISSUE-LIST-KEEP-MSG
          END-IF

          .
       FNC-ISSUE-RECEIVE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       FNC-ISSUE-CLAIM SECTION.
      *>------------------------------------------------------------------------

      *>  maintenance is fenced off for an inquiry-only sign-on,
      *>  the same way PGMOD7 holds the catalog functions
          IF WS-ROLE-INQUIRY
          THEN
             MOVE "Your sign-on is inquiry-only - this function "
               TO WS-MSG-1 OF WS-MSG
             MOVE "needs a cataloguer or supervisor sign-on."
               TO WS-MSG-2 OF WS-MSG
             EXIT SECTION
          END-IF

          INITIALIZE LN-MODR
          MOVE WS-ACT-USER TO LN-USERID OF LN-MODR
          MOVE WS-SER-SUB-NR TO LN-INP-SUB-NR OF LN-MODR
          MOVE WS-SER-ISSUE-NR TO LN-INP-ISSUE-NR OF LN-MODR
          SET V-LNR-FNC-ISSUE-CLAIM OF LN-MODR TO TRUE

          CALL "PGMODR" USING LN-MODR END-CALL

          PERFORM COPY-LNR-MSG-IN-WS-MSG

          IF LN-SQLCODE OF LN-MODR = 0
          THEN
             PERFORM FNC-ISSUE-LIST-KEEP-MSG
          END-IF

          .
       FNC-ISSUE-CLAIM-EX.
          EXIT.

      *>------------------------------------------------------------------------
       COPY-LNR-MSG-IN-WS-MSG SECTION.
      *>------------------------------------------------------------------------

          MOVE LN-SQLCODE  OF LN-MODR     TO WS-SQLCODE OF WS-MSG
          MOVE LN-SQLSTATE OF LN-MODR     TO WS-SQLSTATE OF WS-MSG
          MOVE LN-MSG-1    OF LN-MODR     TO WS-MSG-1 OF WS-MSG
          MOVE LN-MSG-2    OF LN-MODR     TO WS-MSG-2 OF WS-MSG
          MOVE LN-MSG-3    OF LN-MODR     TO WS-MSG-3 OF WS-MSG
          MOVE LN-MSG-4    OF LN-MODR     TO WS-MSG-4 OF WS-MSG

          .
       COPY-LNR-MSG-IN-WS-MSG-EX.
          EXIT.

      *>------------------------------------------------------------------------
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD
          MOVE WS-TERMINAL-ID TO LN-INP-TERMINAL-ID OF LN-MOD
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD
          MOVE WS-ISBN OF WS-BOOK TO LN-INP-ISBN OF LN-MOD
          SET V-LN-FNC-SELECT OF LN-MOD TO TRUE
      *>------------------------------------------------------------------------

          INITIALIZE LN-MOD
          MOVE WS-TERMINAL-ID TO LN-INP-TERMINAL-ID OF LN-MOD
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD
          MOVE WS-ISBN      OF WS-BOOK TO LN-INP-ISBN      OF LN-MOD
          MOVE WS-AUTHORS   OF WS-BOOK TO LN-INP-AUTHORS   OF LN-MOD
          END-IF

          INITIALIZE LN-MOD
          MOVE WS-TERMINAL-ID TO LN-INP-TERMINAL-ID OF LN-MOD
          MOVE WS-ACT-USER TO LN-USERID OF LN-MOD
          MOVE WS-ISBN           OF WS-BOOK TO LN-INP-ISBN OF LN-MOD
          MOVE WS-LUPD-TIMESTAMP OF WS-BOOK
