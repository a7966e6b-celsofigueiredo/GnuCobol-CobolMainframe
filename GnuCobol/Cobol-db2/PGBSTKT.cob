      *>               record per scanned copy) and reports three
      *>               exception lists with counts:
      *>               - on record but not scanned (missing; a copy
      *>                 out on an open loan, in transit between
      *>                 sites or written off as lost by a borrower
      *>                 is expected absent and never counts as
      *>                 missing)
      *>               - scanned but not expected on the shelf (never
      *>                 accessioned, or on record as discarded or on
      *>                 loan - the note on the line says which)
      *> ========== ============================================================
      *> 2026.09.02 Celso:
      *>            - first version.
      *> 2026.10.15 Celso:
      *>            - a copy in status L (lost by a borrower and billed
      *>              through PGMOD8) is expected absent like one in
      *>              transit, so the sweep neither lists it nor turns
      *>              it into M.
      *>************************************************************************

       IDENTIFICATION DIVISION.

OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(263) VALUE "SELECT C.ISBN, C.COPY_NR, C.LOC"
OCESQL  &  "ATION, C.COPY_STATUS FROM BOOK_COPY C WHERE C.COPY_STATUS N"
OCESQL  &  "OT IN ('D','T','L') AND NOT EXISTS ( SELECT 1 FROM LOAN L W"
OCESQL  &  "HERE L.ISBN = C.ISBN AND L.COPY_NR = C.COPY_NR AND L.RETURN"
OCESQL  &  "_TIMESTAMP IS NULL ) ORDER BY C.ISBN ASC, C.COPY_NR ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL*                , C.LOCATION
OCESQL*                , C.COPY_STATUS
OCESQL*        FROM      BOOK_COPY C
OCESQL*        WHERE     C.COPY_STATUS NOT IN ('D','T','L')
OCESQL*        AND       NOT EXISTS
OCESQL*                  ( SELECT 1
OCESQL*                    FROM   LOAN L
