      * dispatches to adopt that identity rather than prompting
      * again. Callers therefore also need an FD for
      * GRACE-SSN-FILE (SELECT ... ASSIGN TO GRACESSN).
      *
      * An adopted training session sets GRACE-OPS-TRAINING and
      * GRACE-OPS-BANNER; every screen shows the banner on its
      * top line, so a trainee always knows the files are the
      * sandbox's.
      *================================================================
       01 GRACE-OSC-STATUS PIC X(02).
           88 GRACE-OSC-OK VALUE '00'.
       01 GRACE-OPS-ADOPTED-SW PIC X(01) VALUE 'N'.
           88 GRACE-OPS-SESSION-ADOPTED VALUE 'Y'.

       01 GRACE-OPS-TRAINING-SW PIC X(01) VALUE 'N'.
           88 GRACE-OPS-TRAINING VALUE 'Y'.
       01 GRACE-OPS-BANNER PIC X(40) VALUE SPACES.
       01 GRACE-OPS-TRAINING-TEXT PIC X(40)
           VALUE "*** TRAINING - SANDBOX FILES ONLY ***".

      *Set when GRACEOSC held more operators than the table - a
      *rewrite from the truncated load would delete the tail from
      *the security file, so 7400 refuses it.
