      *================================================================
      * GRACETER.cpy
      *
      * Territory reference record. COPY into FILE SECTION under
      * an FD for GRACE-TER-FILE (SELECT ... ASSIGN TO GRACETER,
      * LINE SEQUENTIAL). One row per range of zips - the low and
      * high zip of the range, inclusive, the territory it belongs
      * to and the branch rep who covers it. A territory covers as
      * many ranges as it has rows; ranges of active rows may not
      * overlap, so a zip falls in one territory or none.
      *
      * Rows are appended by GRACEPML, keyed by the range's low
      * zip; a later row for the same low zip replaces an earlier
      * one, so a range is moved to another territory or rep by
      * appending it again, and withdrawn by appending it
      * inactive, never by deleting it. GRACETERH.cpy carries the
      * loaded table and GRACETERP.cpy the load and assignment
      * paragraphs.
      *================================================================
       01 GRACE-TER-REC.
           05 GRACE-TER-ZIP-LOW PIC X(05).
           05 GRACE-TER-ZIP-HIGH PIC X(05).
           05 GRACE-TER-CODE PIC X(04).
           05 GRACE-TER-REP PIC X(20).
           05 GRACE-TER-ACTIVE PIC X(01).
           05 FILLER PIC X(45).
