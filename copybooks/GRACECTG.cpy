      *================================================================
      * GRACECTG.cpy
      *
      * Category master record. COPY into FILE SECTION under an FD
      * for GRACE-CTG-FILE (SELECT ... ASSIGN TO GRACECTG, LINE
      * SEQUENTIAL). One row per transaction category - the two-
      * character code GRACEVAL carries behind the amount and
      * GRACEPRM keys its per-category limits on - naming what the
      * category is, the department that owns it, whether it is
      * active, and the dates it is in force between. A blank
      * from date is in force from the beginning; a blank to date
      * has no end.
      *
      * Rows are appended by GRACEPML; a later row for the same
      * code replaces an earlier one, so a category is retired by
      * appending it inactive, never by deleting it. GRACECTGH.cpy
      * carries the loaded table and GRACECTGP.cpy the load and
      * judge paragraphs.
      *================================================================
       01 GRACE-CTG-REC.
           05 GRACE-CTG-CODE PIC X(02).
           05 GRACE-CTG-DESCRIPTION PIC X(30).
           05 GRACE-CTG-DEPARTMENT PIC X(10).
           05 GRACE-CTG-ACTIVE PIC X(01).
           05 GRACE-CTG-EFF-FROM PIC X(08).
           05 GRACE-CTG-EFF-FROM-N REDEFINES GRACE-CTG-EFF-FROM
               PIC 9(08).
           05 GRACE-CTG-EFF-TO PIC X(08).
           05 GRACE-CTG-EFF-TO-N REDEFINES GRACE-CTG-EFF-TO
               PIC 9(08).
           05 FILLER PIC X(21).
