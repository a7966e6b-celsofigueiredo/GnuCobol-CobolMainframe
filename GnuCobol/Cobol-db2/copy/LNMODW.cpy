      *>************************************************************************
      *> Copybook:    LNMODW.cpy
      *>
      *> Purpose:     Linkage record passed by every caller of PGMODW,
      *>              the works module:
      *>                 CALL "PGMODW" USING LN-MODW
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

       01  LN-MODW.
      *>     requested function
           05  LN-FNC                      PIC X(02).
      *>         new work in the BOOK_WORK table, optionally with its
      *>         first edition linked
               88  V-LNW-FNC-WORK-NEW          VALUE "WN".
      *>         the works from a title on, for the cataloguer to
      *>         find one
               88  V-LNW-FNC-WORK-LIST         VALUE "WL".
      *>         link an edition (ISBN) to a work
               88  V-LNW-FNC-EDITION-LINK      VALUE "EL".
      *>         unlink an edition from its work
               88  V-LNW-FNC-EDITION-UNLINK    VALUE "EU".
      *>         the editions of one work
               88  V-LNW-FNC-WORK-EDITIONS     VALUE "WE".

           05  LN-USERID                   PIC X(20).

      *>     input fields
           05  LN-INPUT.
      *>         zero on the editions list takes the work of
      *>         LN-INP-ISBN instead
               10  LN-INP-WORK-ID           PIC 9(09).
      *>         the new work's title, or the restart point for the
      *>         work list (spaces start at the beginning)
               10  LN-INP-WORK-TITLE        PIC X(60).
               10  LN-INP-ISBN              PIC 9(13).

      *>     output fields
           05  LN-OUTPUT.
               10  LN-OUT-WORK-ID           PIC 9(09).
               10  LN-OUT-WORK-TITLE        PIC X(60).
               10  LN-OUT-WORK-TAB-LINE-NR  PIC 9(04).
               10  LN-OUT-WORK-TAB-LINE OCCURS 50 TIMES.
                   15  LN-OUT-WORK-TAB-WORK-ID    PIC 9(09).
                   15  LN-OUT-WORK-TAB-TITLE      PIC X(60).
                   15  LN-OUT-WORK-TAB-EDITION-NR PIC 9(04).
               10  LN-OUT-ED-TAB-LINE-NR    PIC 9(04).
               10  LN-OUT-ED-TAB-LINE OCCURS 50 TIMES.
                   15  LN-OUT-ED-TAB-ISBN         PIC 9(13).
                   15  LN-OUT-ED-TAB-TITLE        PIC X(60).

      *>     blocking message ( SQLCODE / SQLSTATE / business error text )
           05  LN-MSG.
               10  LN-SQLCODE               PIC S9(10).
               10  LN-SQLSTATE              PIC X(05).
               10  LN-MSG-1                 PIC X(80).
               10  LN-MSG-2                 PIC X(80).
               10  LN-MSG-3                 PIC X(80).
               10  LN-MSG-4                 PIC X(80).
