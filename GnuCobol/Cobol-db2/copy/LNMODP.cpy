      *>************************************************************************
      *> Copybook:    LNMODP.cpy
      *>
      *> Purpose:     Linkage record passed by every caller of PGMODP,
      *>              the acquisitions module:
      *>                 CALL "PGMODP" USING LN-MODP
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

       01  LN-MODP.
      *>     requested function
           05  LN-FNC                      PIC X(02).
      *>         the vendor master
               88  V-LNP-FNC-VENDOR-LIST       VALUE "VL".
               88  V-LNP-FNC-VENDOR-ADD        VALUE "VA".
               88  V-LNP-FNC-VENDOR-CHANGE     VALUE "VC".
      *>         purchase orders and their lines
               88  V-LNP-FNC-ORDER-CREATE      VALUE "OC".
               88  V-LNP-FNC-ORDER-LINE-ADD    VALUE "OA".
               88  V-LNP-FNC-ORDER-LINE-LIST   VALUE "OL".
               88  V-LNP-FNC-ORDER-LINE-CANCEL VALUE "OX".
      *>         book in what the vendor delivered against a line
               88  V-LNP-FNC-ORDER-RECEIVE     VALUE "OR".

      *>     the signed-on user, recorded on the order and the receipt
           05  LN-USERID                   PIC X(20).

      *>     input fields
           05  LN-INPUT.
               10  LN-INP-VENDOR-CODE       PIC X(08).
               10  LN-INP-VENDOR-NAME       PIC X(30).
      *>         the days the vendor promises to deliver within
               10  LN-INP-DELIVERY-DAYS     PIC 9(03).
               10  LN-INP-PO-NR             PIC 9(09).
               10  LN-INP-LINE-NR           PIC 9(03).
               10  LN-INP-ISBN              PIC 9(13).
      *>         only needed for a title not yet in the catalog - the
      *>         receipt creates the BOOK row from them
               10  LN-INP-AUTHORS           PIC X(40).
               10  LN-INP-TITLE             PIC X(60).
               10  LN-INP-PUB-DATE          PIC X(10).
               10  LN-INP-PAGE-NR           PIC 9(04).
               10  LN-INP-QUANTITY          PIC 9(03).
               10  LN-INP-QUOTED-PRICE      PIC 9(07)V9(02).
      *>         copies in this delivery; zero books in everything
      *>         still outstanding on the line
               10  LN-INP-RECEIVE-QTY       PIC 9(03).
      *>         the LOCATION code the received copies are shelved at
               10  LN-INP-LOC-CODE          PIC X(08).

      *>     output fields
           05  LN-OUTPUT.
               10  LN-OUT-PO-NR             PIC 9(09).
               10  LN-OUT-LINE-NR           PIC 9(03).
               10  LN-OUT-VENDOR-CODE       PIC X(08).
               10  LN-OUT-ORDER-DATE        PIC X(10).
      *>         what a receipt booked in: the copies added and the
      *>         copy numbers PGMOD7 gave them
               10  LN-OUT-RECEIVED-NR       PIC 9(03).
               10  LN-OUT-FIRST-COPY-NR     PIC 9(03).
               10  LN-OUT-LAST-COPY-NR      PIC 9(03).
               10  LN-OUT-VEND-TAB-LINE-NR  PIC 9(04).
               10  LN-OUT-VEND-TAB-LINE OCCURS 50 TIMES.
                   15  LN-OUT-VEND-TAB-CODE      PIC X(08).
                   15  LN-OUT-VEND-TAB-NAME      PIC X(30).
                   15  LN-OUT-VEND-TAB-DAYS      PIC 9(03).
               10  LN-OUT-LINE-TAB-LINE-NR  PIC 9(04).
               10  LN-OUT-LINE-TAB-LINE OCCURS 50 TIMES.
                   15  LN-OUT-LINE-TAB-PO-LINE   PIC 9(03).
                   15  LN-OUT-LINE-TAB-ISBN      PIC 9(13).
                   15  LN-OUT-LINE-TAB-TITLE     PIC X(60).
                   15  LN-OUT-LINE-TAB-QUANTITY  PIC 9(03).
                   15  LN-OUT-LINE-TAB-PRICE     PIC 9(07)V9(02).
                   15  LN-OUT-LINE-TAB-RECEIVED  PIC 9(03).
      *>             O open, R fully received, C cancelled
                   15  LN-OUT-LINE-TAB-STATUS    PIC X(01).

      *>     blocking message ( SQLCODE / SQLSTATE / business error text )
           05  LN-MSG.
               10  LN-SQLCODE               PIC S9(10).
               10  LN-SQLSTATE              PIC X(05).
               10  LN-MSG-1                 PIC X(80).
               10  LN-MSG-2                 PIC X(80).
               10  LN-MSG-3                 PIC X(80).
               10  LN-MSG-4                 PIC X(80).
