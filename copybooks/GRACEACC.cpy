      *================================================================
      * GRACEACC.cpy
      *
      * Interest accrual record. COPY into FILE SECTION under an FD
      * for GRACE-ACC-FILE (SELECT ... ASSIGN TO GRACEACC,
      * ORGANIZATION IS INDEXED, RECORD KEY IS GRACE-ACC-CUST-ID).
      * GRACEACR keeps one record per customer that has ever
      * accrued interest. The nightly accrual adds to the accrued
      * amount - six places, so a small balance's daily fraction
      * of a unit is not lost - and never touches the balance on
      * GRACEMST; the month-end posting takes the whole units out
      * as an interest credit and leaves the fraction to carry.
      *
      * The last-accrued date keeps a rerun from accruing the same
      * night twice and measures the days a weekend or holiday
      * leaves between runs. The posted fields hold the last
      * month-end posting, so a rerun of that night rebuilds the
      * same interest transaction instead of posting again.
      *================================================================
       01 GRACE-ACC-REC.
           05 GRACE-ACC-CUST-ID PIC 9(06).
           05 GRACE-ACC-ACCRUED PIC 9(09)V9(06).
           05 GRACE-ACC-LAST-DATE PIC 9(08).
           05 GRACE-ACC-MONTH-DAYS PIC 9(03).
           05 GRACE-ACC-POSTED-DATE PIC 9(08).
           05 GRACE-ACC-POSTED-CYCLE PIC 9(02).
           05 GRACE-ACC-POSTED-AMOUNT PIC 9(09).
           05 FILLER PIC X(29).
