      *================================================================
      * GRACEDRR.cpy
      *
      * DR drill restore result. COPY into FILE SECTION under an FD
      * for GRACE-DRR-FILE (SELECT ... ASSIGN TO GRACEDRR, LINE
      * SEQUENTIAL). GRACEDRL writes one record per state file it
      * restored into the drill's scratch set: the outcome, the
      * generation restored, the count and content hash GRACEBKP
      * registered for it beside the ones re-read off the restored
      * file, and the wall-clock start and end of that restore.
      * GRACEDRC prints the drill certificate from these. Result
      * PASS, FAIL, or SKIP (no backup and no registry record - the
      * file was absent when the generation was taken). An expected
      * hash of spaces is a registry record older than the hash.
      *================================================================
       01 GRACE-DRR-REC.
           05 GRACE-DRR-FILE-NAME PIC X(08).
           05 GRACE-DRR-RESULT PIC X(04).
               88 GRACE-DRR-PASSED VALUE "PASS".
               88 GRACE-DRR-FAILED VALUE "FAIL".
               88 GRACE-DRR-SKIPPED VALUE "SKIP".
           05 GRACE-DRR-REASON PIC X(10).
           05 GRACE-DRR-GENERATION PIC 9(08).
           05 GRACE-DRR-EXPECT-COUNT PIC 9(08).
           05 GRACE-DRR-ACTUAL-COUNT PIC 9(08).
           05 GRACE-DRR-EXPECT-HASH PIC X(10).
           05 GRACE-DRR-ACTUAL-HASH PIC 9(10).
           05 GRACE-DRR-START-TIME PIC 9(06).
           05 GRACE-DRR-END-TIME PIC 9(06).
           05 FILLER PIC X(02).
