      *================================================================
      * GRACEDOV.cpy
      *
      * Duplicate-warning override record. COPY into FILE SECTION
      * under an FD for GRACE-DOV-FILE (SELECT ... ASSIGN TO
      * GRACEDOV, LINE SEQUENTIAL). GRACECMT appends one record
      * each time an operator adds a customer after the probable-
      * duplicate warning, confirming a new person: the customer
      * added, the first probable match shown, how many matches
      * there were, who confirmed it, when, and the reason keyed.
      * Data stewardship reviews the file, and GRACEDUP counts the
      * duplicates that were created despite a warning.
      *================================================================
       01 GRACE-DOV-REC.
           05 GRACE-DOV-NEW-ID PIC 9(06).
           05 GRACE-DOV-MATCH-ID PIC 9(06).
           05 GRACE-DOV-MATCH-COUNT PIC 9(02).
           05 GRACE-DOV-DATE PIC 9(08).
           05 GRACE-DOV-TIME PIC 9(06).
           05 GRACE-DOV-OPER-ID PIC X(08).
           05 GRACE-DOV-REASON PIC X(30).
           05 FILLER PIC X(14).
