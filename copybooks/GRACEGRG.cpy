      *================================================================
      * GRACEGRG.cpy
      *
      * Backup generation registry. COPY into FILE SECTION under an
      * FD for GRACE-GRG-FILE (SELECT ... ASSIGN TO GRACEGRG, LINE
      * SEQUENTIAL). GRACEBKP appends one record per state file per
      * backup run: the generation date, the file, and the record
      * count and content hash taken off the finished backup. The
      * DR drill GRACEDRL proves a restore against these. Records
      * written before the hash was kept carry spaces there.
      *================================================================
       01 GRACE-GRG-REC.
           05 GRACE-GRG-DATE PIC 9(08).
           05 GRACE-GRG-FILE-NAME PIC X(08).
           05 GRACE-GRG-REC-COUNT PIC 9(08).
           05 GRACE-GRG-CONTENT-HASH PIC 9(10).
           05 GRACE-GRG-HASH-X REDEFINES GRACE-GRG-CONTENT-HASH
               PIC X(10).
           05 FILLER PIC X(46).
