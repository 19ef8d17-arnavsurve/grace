      *================================================================
      * GRACERJDH.cpy
      *
      * Reject disposition WORKING-STORAGE fields. COPY into
      * WORKING-STORAGE SECTION alongside GRACERJD.cpy's FD and
      * GRACERJDP.cpy's paragraphs. 0400-LOAD-REJECT-DISPOSITIONS
      * fills the table with every reject already worked; to ask
      * after one, set GRACE-RJD-WANT-FILE and GRACE-RJD-WANT-SEQ
      * and PERFORM 0410-FIND-DISPOSITION - GRACE-RJD-HIT comes
      * back zero for a reject still open. 0420-NOTE-DISPOSITION
      * adds the wanted file, number and GRACE-RJD-WANT-ACTION to
      * the table once the row is written, so a reject worked
      * this session is not offered again.
      *================================================================
       01 GRACE-RJD-STATUS PIC X(02).
           88 GRACE-RJD-OK VALUE '00'.
           88 GRACE-RJD-NOT-FOUND VALUE '35'.

       01 GRACE-RJD-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-RJD-END-OF-FILE VALUE 'Y'.

       01 GRACE-RJD-TABLE.
           05 GRACE-RJD-COUNT PIC 9(04) VALUE ZERO.
           05 GRACE-RJD-ENTRY OCCURS 2000 TIMES.
               10 GRACE-RJD-T-FILE-NAME PIC X(08).
               10 GRACE-RJD-T-SEQ PIC 9(08).
               10 GRACE-RJD-T-ACTION PIC X(01).

       01 GRACE-RJD-IDX PIC 9(04) VALUE ZERO.
       01 GRACE-RJD-HIT PIC 9(04) VALUE ZERO.

       01 GRACE-RJD-WANT-FILE PIC X(08) VALUE SPACES.
       01 GRACE-RJD-WANT-SEQ PIC 9(08) VALUE ZERO.
       01 GRACE-RJD-WANT-ACTION PIC X(01) VALUE SPACE.
