      *>************************************************************************
      *> Copybook:    LNMODB.cpy
      *>
      *> Purpose:     Linkage record passed by every caller of PGMODB,
      *>              the repair and bindery module:
      *>                 CALL "PGMODB" USING LN-MODB
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

       01  LN-MODB.
      *>     requested function
           05  LN-FNC                      PIC X(02).
      *>         a shipment to the bindery, and copies added to it
               88  V-LNB-FNC-BATCH-SEND        VALUE "BS".
               88  V-LNB-FNC-BATCH-ADD         VALUE "BA".
               88  V-LNB-FNC-BATCH-LIST        VALUE "BL".
      *>         one copy back from the bindery
               88  V-LNB-FNC-COPY-RECEIVE      VALUE "BR".

      *>     the signed-on user, recorded on every change
           05  LN-USERID                   PIC X(20).

      *>     input fields
           05  LN-INPUT.
               10  LN-INP-BATCH-NR          PIC 9(09).
               10  LN-INP-VENDOR-CODE       PIC X(08).
      *>         YYYY-MM-DD the shipment left; spaces = today
               10  LN-INP-SENT-DATE         PIC X(10).
      *>         the days the bindery agreed to return the shipment
      *>         in; zero = the vendor's DELIVERY_DAYS
               10  LN-INP-TURNAROUND-DAYS   PIC 9(03).
      *>         the copies going out, for BATCH-SEND / BATCH-ADD
               10  LN-INP-COPY-TAB-LINE-NR  PIC 9(04).
               10  LN-INP-COPY-TAB-LINE OCCURS 20 TIMES.
                   15  LN-INP-COPY-TAB-ISBN       PIC 9(13).
                   15  LN-INP-COPY-TAB-COPY-NR    PIC 9(03).
      *>         the copy received, or where BATCH-LIST pages on from
               10  LN-INP-ISBN              PIC 9(13).
               10  LN-INP-COPY-NR           PIC 9(03).
      *>         what the bindery charged for the copy
               10  LN-INP-CHARGE            PIC 9(05)V9(02).
      *>         S repaired - back on the shelf, D beyond repair -
      *>         discarded, with the reason
               10  LN-INP-OUTCOME           PIC X(01).
                   88  V-LNB-OUTCOME-REPAIRED      VALUE "S".
                   88  V-LNB-OUTCOME-BEYOND-REPAIR VALUE "D".
               10  LN-INP-REASON            PIC X(40).

      *>     output fields
           05  LN-OUTPUT.
               10  LN-OUT-BATCH-NR          PIC 9(09).
               10  LN-OUT-VENDOR-CODE       PIC X(08).
               10  LN-OUT-SENT-DATE         PIC X(10).
               10  LN-OUT-TURNAROUND-DAYS   PIC 9(03).
      *>         sent date plus turnaround - after it the shipment is
      *>         on PGBBNDOV's overdue list
               10  LN-OUT-DUE-DATE          PIC X(10).
      *>         copies put into the batch by this call
               10  LN-OUT-COPY-COUNT        PIC 9(04).
      *>         where a received copy goes back on the shelf
               10  LN-OUT-LOCATION          PIC X(20).
               10  LN-OUT-ITEM-TAB-LINE-NR  PIC 9(04).
               10  LN-OUT-ITEM-TAB-LINE OCCURS 50 TIMES.
                   15  LN-OUT-ITEM-TAB-ISBN       PIC 9(13).
                   15  LN-OUT-ITEM-TAB-COPY-NR    PIC 9(03).
      *>             O out at the bindery, S back on the shelf,
      *>             D beyond repair
                   15  LN-OUT-ITEM-TAB-STATUS     PIC X(01).
                   15  LN-OUT-ITEM-TAB-RETURNED   PIC X(10).
                   15  LN-OUT-ITEM-TAB-CHARGE     PIC 9(05)V9(02).
                   15  LN-OUT-ITEM-TAB-REASON     PIC X(40).

      *>     blocking message ( SQLCODE / SQLSTATE / business error text )
           05  LN-MSG.
               10  LN-SQLCODE               PIC S9(10).
               10  LN-SQLSTATE              PIC X(05).
               10  LN-MSG-1                 PIC X(80).
               10  LN-MSG-2                 PIC X(80).
               10  LN-MSG-3                 PIC X(80).
               10  LN-MSG-4                 PIC X(80).
