      *================================================================
      * GRACESLF.cpy
      *
      * Control-file integrity seal. COPY into FILE SECTION under an
      * FD for GRACE-SLF-FILE (SELECT ... ASSIGN TO GRACESLF, LINE
      * SEQUENTIAL). GRACESEL rewrites it at suite end with one
      * record per sealed control file - GRACEPRM, GRACEOSC,
      * GRACEDEP, GRACECAL - giving the moment of sealing, whether
      * the file was there, and its record count and content hash
      * (GRACEHSHP.cpy). GRACEPFL re-hashes the files at the next
      * suite start and compares. GRACEOSC is hashed with its
      * fail-count byte (position 46) blanked: a mistyped sign-on
      * moves that counter between runs without being a change to
      * anyone's access, and is not logged.
      *================================================================
       01 GRACE-SLF-REC.
           05 GRACE-SLF-FILE-NAME PIC X(08).
           05 GRACE-SLF-PRESENT PIC X(01).
               88 GRACE-SLF-FILE-PRESENT VALUE 'Y'.
           05 GRACE-SLF-SEAL-DATE PIC 9(08).
           05 GRACE-SLF-SEAL-TIME PIC 9(06).
           05 GRACE-SLF-REC-COUNT PIC 9(08).
           05 GRACE-SLF-CONTENT-HASH PIC 9(10).
           05 FILLER PIC X(39).
