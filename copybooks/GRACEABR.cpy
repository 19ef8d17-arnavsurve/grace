      *================================================================
      * GRACEABR.cpy
      *
      * Street abbreviation card. COPY into FILE SECTION under an
      * FD for GRACE-ABR-FILE (SELECT ... ASSIGN TO GRACEABR, LINE
      * SEQUENTIAL). One card per word the address standardization
      * step rewrites: the kind of word it is - S street suffix,
      * D directional, U unit designator - the word as customers
      * key it, and the standard postal form it becomes. A new
      * spelling to catch is a card, not a recompile.
      *================================================================
       01 GRACE-ABR-REC.
           05 GRACE-ABR-TYPE PIC X(01).
               88 GRACE-ABR-SUFFIX VALUE 'S'.
               88 GRACE-ABR-DIRECTIONAL VALUE 'D'.
               88 GRACE-ABR-UNIT VALUE 'U'.
               88 GRACE-ABR-VALID-TYPE VALUE 'S' 'D' 'U'.
           05 FILLER PIC X(01).
           05 GRACE-ABR-WORD PIC X(12).
           05 FILLER PIC X(01).
           05 GRACE-ABR-STANDARD PIC X(06).
           05 FILLER PIC X(59).
