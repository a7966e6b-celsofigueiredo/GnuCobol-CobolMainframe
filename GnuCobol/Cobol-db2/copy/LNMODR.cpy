      *>************************************************************************
      *> Copybook:    LNMODR.cpy
      *>
      *> Purpose:     Linkage record passed by every caller of PGMODR,
      *>              the serials module:
      *>                 CALL "PGMODR" USING LN-MODR
      *>              Holds the requested function, the input fields for
      *>              that function, the output fields it returns and the
      *>              SQL message block filled in the PGMOD7 manner.
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

       01  LN-MODR.
      *>     requested function
           05  LN-FNC                      PIC X(02).
      *>         the serial titles, keyed on ISSN
               88  V-LNR-FNC-TITLE-LIST        VALUE "TL".
               88  V-LNR-FNC-TITLE-ADD         VALUE "TA".
               88  V-LNR-FNC-TITLE-CHANGE      VALUE "TC".
      *>         subscriptions and their predicted issues
               88  V-LNR-FNC-SUB-ADD           VALUE "SA".
               88  V-LNR-FNC-SUB-RENEW         VALUE "SN".
               88  V-LNR-FNC-SUB-LIST          VALUE "SL".
      *>         issue check-in and claims
               88  V-LNR-FNC-ISSUE-LIST        VALUE "IL".
               88  V-LNR-FNC-ISSUE-RECEIVE     VALUE "IR".
               88  V-LNR-FNC-ISSUE-CLAIM       VALUE "IC".

      *>     the signed-on user, recorded on every change
           05  LN-USERID                   PIC X(20).

      *>     input fields
           05  LN-INPUT.
      *>         as printed on the serial, NNNN-NNNC (C may be X)
               10  LN-INP-ISSN              PIC X(09).
               10  LN-INP-SERIAL-TITLE      PIC X(60).
               10  LN-INP-PUBLISHER         PIC X(40).
               10  LN-INP-SUB-NR            PIC 9(09).
               10  LN-INP-VENDOR-CODE       PIC X(08).
      *>         YYYY-MM-DD; on a renewal the end date is the new one
               10  LN-INP-START-DATE        PIC X(10).
               10  LN-INP-END-DATE          PIC X(10).
               10  LN-INP-FREQUENCY         PIC X(01).
                   88  V-LNR-FREQ-WEEKLY        VALUE "W".
                   88  V-LNR-FREQ-MONTHLY       VALUE "M".
                   88  V-LNR-FREQ-QUARTERLY     VALUE "Q".
      *>         the days after an issue's expected date within which
      *>         the vendor still accepts a claim for it
               10  LN-INP-CLAIM-DAYS        PIC 9(03).
               10  LN-INP-ISSUE-NR          PIC 9(04).
      *>         what the received issue says on its cover, e.g.
      *>         Vol. 12 No. 3 - optional
               10  LN-INP-ISSUE-LABEL       PIC X(20).
      *>         the LOCATION code the received issue is shelved at
               10  LN-INP-LOC-CODE          PIC X(08).

      *>     output fields
           05  LN-OUTPUT.
               10  LN-OUT-SUB-NR            PIC 9(09).
      *>         the issues a new or renewed subscription predicted
               10  LN-OUT-ISSUE-COUNT       PIC 9(04).
               10  LN-OUT-FIRST-ISSUE-DATE  PIC X(10).
               10  LN-OUT-LAST-ISSUE-DATE   PIC X(10).
               10  LN-OUT-TITLE-TAB-LINE-NR PIC 9(04).
               10  LN-OUT-TITLE-TAB-LINE OCCURS 50 TIMES.
                   15  LN-OUT-TITLE-TAB-ISSN      PIC X(09).
                   15  LN-OUT-TITLE-TAB-TITLE     PIC X(60).
                   15  LN-OUT-TITLE-TAB-PUBLISHER PIC X(40).
               10  LN-OUT-SUB-TAB-LINE-NR   PIC 9(04).
               10  LN-OUT-SUB-TAB-LINE OCCURS 20 TIMES.
                   15  LN-OUT-SUB-TAB-SUB-NR      PIC 9(09).
                   15  LN-OUT-SUB-TAB-VENDOR-CODE PIC X(08).
                   15  LN-OUT-SUB-TAB-START-DATE  PIC X(10).
                   15  LN-OUT-SUB-TAB-END-DATE    PIC X(10).
                   15  LN-OUT-SUB-TAB-FREQUENCY   PIC X(01).
                   15  LN-OUT-SUB-TAB-CLAIM-DAYS  PIC 9(03).
               10  LN-OUT-ISSUE-TAB-LINE-NR PIC 9(04).
               10  LN-OUT-ISSUE-TAB-LINE OCCURS 50 TIMES.
                   15  LN-OUT-ISSUE-TAB-ISSUE-NR  PIC 9(04).
                   15  LN-OUT-ISSUE-TAB-EXPECTED  PIC X(10).
      *>             E expected, C claimed, R received
                   15  LN-OUT-ISSUE-TAB-STATUS    PIC X(01).
                   15  LN-OUT-ISSUE-TAB-LABEL     PIC X(20).
                   15  LN-OUT-ISSUE-TAB-RECEIVED  PIC X(10).
                   15  LN-OUT-ISSUE-TAB-LOC-CODE  PIC X(08).
                   15  LN-OUT-ISSUE-TAB-CLAIMS    PIC 9(02).

      *>     blocking message ( SQLCODE / SQLSTATE / business error text )
           05  LN-MSG.
               10  LN-SQLCODE               PIC S9(10).
               10  LN-SQLSTATE              PIC X(05).
               10  LN-MSG-1                 PIC X(80).
               10  LN-MSG-2                 PIC X(80).
               10  LN-MSG-3                 PIC X(80).
               10  LN-MSG-4                 PIC X(80).
