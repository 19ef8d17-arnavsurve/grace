      * CLOSE per record, which dominated TESTPROCNESTED's elapsed
      * time on large loops. Caller call sites (MOVE the fields,
      * PERFORM the paragraph) are unchanged.
      *
      * The GRACE-HXL fields carry each logged GRACERUN/GRACEEXC
      * record across to GRACEHXL, which keeps the keyed
      * GRACERNX/GRACEEXX companions in step as records are
      * logged. A run unit without GRACEHXL in reach says so once
      * and logs on unindexed; GRACEHXC reports the gap.
      *================================================================
       01 GRACE-EXC-LOG-SW PIC X(01) VALUE 'N'.
           88 GRACE-EXC-LOG-OPEN VALUE 'Y'.
               10 GRACE-XBD-COUNT PIC 9(06).
               10 GRACE-XBD-TRIPPED PIC X(01).
               10 GRACE-XBD-SUPPRESSED PIC 9(06).

       01 GRACE-HXL-SW PIC X(01) VALUE 'U'.
           88 GRACE-HXL-UNUSED VALUE 'U'.
           88 GRACE-HXL-IN-USE VALUE 'Y'.
           88 GRACE-HXL-MISSING VALUE 'N'.
       01 GRACE-HXL-KIND PIC X(01) VALUE SPACE.
       01 GRACE-HXL-RECORD PIC X(90) VALUE SPACES.
       01 GRACE-HXL-RESULT PIC X(01) VALUE SPACE.
       01 GRACE-HXL-SAVE-RC PIC S9(04) VALUE ZERO.
