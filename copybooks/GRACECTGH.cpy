      *================================================================
      * GRACECTGH.cpy
      *
      * Category master WORKING-STORAGE fields. COPY into
      * WORKING-STORAGE SECTION alongside GRACECTG.cpy's FD and
      * GRACECTGP.cpy's paragraphs. 0300-LOAD-CATEGORY-MASTER fills
      * the table once, the last row for each code winning;
      * GRACE-CTG-MASTER-ON-FILE says whether there was a master to
      * load at all.
      *
      * To judge a category, set GRACE-CTG-WANT-CODE and
      * GRACE-CTG-WANT-DATE and PERFORM 0310-JUDGE-CATEGORY. The
      * verdict comes back in GRACE-CTG-VERDICT - valid, unknown
      * (no row for the code) or inactive (flagged inactive, or
      * the date falls outside its effective dates) - with the
      * row's description and department in GRACE-CTG-FOUND. A
      * blank code is the uncategorized default and always valid;
      * with no master on file every code is valid.
      *================================================================
       01 GRACE-CTG-STATUS PIC X(02).
           88 GRACE-CTG-OK VALUE '00'.
           88 GRACE-CTG-NOT-FOUND VALUE '35'.

       01 GRACE-CTG-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CTG-END-OF-FILE VALUE 'Y'.

       01 GRACE-CTG-MASTER-SW PIC X(01) VALUE 'N'.
           88 GRACE-CTG-MASTER-ON-FILE VALUE 'Y'.

       01 GRACE-CTG-TABLE.
           05 GRACE-CTG-COUNT PIC 9(03) VALUE ZERO.
           05 GRACE-CTG-ENTRY OCCURS 100 TIMES.
               10 GRACE-CTG-T-CODE PIC X(02).
               10 GRACE-CTG-T-DESCRIPTION PIC X(30).
               10 GRACE-CTG-T-DEPARTMENT PIC X(10).
               10 GRACE-CTG-T-ACTIVE PIC X(01).
               10 GRACE-CTG-T-EFF-FROM PIC 9(08).
               10 GRACE-CTG-T-EFF-TO PIC 9(08).

       01 GRACE-CTG-IDX PIC 9(03) VALUE ZERO.
       01 GRACE-CTG-HIT PIC 9(03) VALUE ZERO.

       01 GRACE-CTG-WANT-CODE PIC X(02) VALUE SPACES.
       01 GRACE-CTG-WANT-DATE PIC 9(08) VALUE ZERO.

       01 GRACE-CTG-VERDICT PIC X(01) VALUE 'V'.
           88 GRACE-CTG-VALID VALUE 'V'.
           88 GRACE-CTG-UNKNOWN VALUE 'U'.
           88 GRACE-CTG-INACTIVE VALUE 'I'.

       01 GRACE-CTG-FOUND.
           05 GRACE-CTG-F-DESCRIPTION PIC X(30) VALUE SPACES.
           05 GRACE-CTG-F-DEPARTMENT PIC X(10) VALUE SPACES.
