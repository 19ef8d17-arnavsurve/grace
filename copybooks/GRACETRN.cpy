      *================================================================
      * GRACETRN.cpy
      *
      * Training sandbox deck. COPY into FILE SECTION under an FD
      * for GRACE-TRN-FILE (SELECT ... ASSIGN TO GRACETRN). The
      * deck names the sandbox file set a GRACECON training
      * sign-on runs against:
      *
      *   PREFIX   the high-level qualifier every sandbox dataset
      *            must begin with (one card, first on the deck)
      *   ddname   the sandbox dataset that DD is pointed at for
      *            the training session - one card per DD the
      *            console screens open
      *
      * A DD the screens open that is missing from the deck, or a
      * dataset outside the prefix, refuses the training sign-on:
      * GRACECON's guard checks every DD before the first screen
      * is dispatched, so a training session cannot reach a
      * production dataset.
      *================================================================
       01 GRACE-TRN-REC.
           05 GRACE-TRN-DD-NAME PIC X(08).
           05 FILLER PIC X(01).
           05 GRACE-TRN-DATASET PIC X(71).
