      *================================================================
      * GRACETERH.cpy
      *
      * Territory reference WORKING-STORAGE fields. COPY into
      * WORKING-STORAGE SECTION alongside GRACETER.cpy's FD and
      * GRACETERP.cpy's paragraphs. 0330-LOAD-TERRITORY-TABLE
      * fills the table once, the last row for each low zip
      * winning; GRACE-TER-TABLE-ON-FILE says whether there was a
      * reference file to load at all, and GRACE-TER-REFUSED
      * counts the rows left out - zips not five digits, a range
      * that ends before it starts, no territory, or no room.
      *
      * To place a zip, set GRACE-TER-WANT-ZIP and PERFORM
      * 0340-ASSIGN-TERRITORY. The territory and rep come back in
      * GRACE-TER-FOUND, blank when no active range holds the zip
      * (or the zip is not five digits), with GRACE-TER-HIT the
      * range's place in the table.
      *================================================================
       01 GRACE-TER-STATUS PIC X(02).
           88 GRACE-TER-OK VALUE '00'.
           88 GRACE-TER-NOT-FOUND VALUE '35'.

       01 GRACE-TER-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-TER-END-OF-FILE VALUE 'Y'.

       01 GRACE-TER-TABLE-SW PIC X(01) VALUE 'N'.
           88 GRACE-TER-TABLE-ON-FILE VALUE 'Y'.

       01 GRACE-TER-TABLE.
           05 GRACE-TER-COUNT PIC 9(03) VALUE ZERO.
           05 GRACE-TER-ENTRY OCCURS 500 TIMES.
               10 GRACE-TER-T-ZIP-LOW PIC X(05).
               10 GRACE-TER-T-ZIP-HIGH PIC X(05).
               10 GRACE-TER-T-CODE PIC X(04).
               10 GRACE-TER-T-REP PIC X(20).
               10 GRACE-TER-T-ACTIVE PIC X(01).

       01 GRACE-TER-IDX PIC 9(03) VALUE ZERO.
       01 GRACE-TER-HIT PIC 9(03) VALUE ZERO.
       01 GRACE-TER-REFUSED PIC 9(03) VALUE ZERO.

       01 GRACE-TER-WANT-LOW PIC X(05) VALUE SPACES.
       01 GRACE-TER-WANT-ZIP PIC X(05) VALUE SPACES.

       01 GRACE-TER-FOUND.
           05 GRACE-TER-F-CODE PIC X(04) VALUE SPACES.
           05 GRACE-TER-F-REP PIC X(20) VALUE SPACES.
