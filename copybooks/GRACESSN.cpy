      * when the screen's keyed ID is blank, so an operator
      * authenticates once at the console instead of to every
      * screen separately.
      *
      * GRACE-SSN-MODE is T for a training sign-on: the session
      * runs against the sandbox file set on the GRACETRN deck,
      * and every screen that adopts it carries the TRAINING
      * banner.
      *================================================================
       01 GRACE-SSN-REC.
           05 GRACE-SSN-ACTIVE PIC X(01).
           05 GRACE-SSN-AUTH-LEVEL PIC 9(01).
           05 GRACE-SSN-DATE PIC 9(08).
           05 GRACE-SSN-TIME PIC 9(06).
           05 GRACE-SSN-MODE PIC X(01).
               88 GRACE-SSN-TRAINING VALUE 'T'.
           05 FILLER PIC X(35).
