      *================================================================
      * GRACEHSHH.cpy
      *
      * Whole-record content hash WORKING-STORAGE fields. COPY into
      * WORKING-STORAGE SECTION alongside GRACEHSHP.cpy's
      * paragraphs. Callers zero GRACE-HSH-TOTALS, then for each
      * record MOVE it to GRACE-HSH-REC and PERFORM
      * 9400-HASH-STATE-RECORD; GRACE-HSH-COUNT holds the records
      * seen and GRACE-HSH-TOTAL the content hash. As with the
      * customer check totals (GRACECHKH.cpy) each record's hash is
      * added into the total, so a flat unload and the keyed file
      * reloaded from it agree whatever order they are read in.
      *================================================================
       01 GRACE-HSH-REC PIC X(80) VALUE SPACES.

       01 GRACE-HSH-TOTALS.
           05 GRACE-HSH-COUNT PIC 9(08) VALUE ZERO.
           05 GRACE-HSH-TOTAL PIC 9(10) VALUE ZERO.

       01 GRACE-HSH-WORK.
           05 GRACE-HSH-BYTE-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-HSH-REC-HASH PIC 9(10) VALUE ZERO.
