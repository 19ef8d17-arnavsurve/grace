      *================================================================
      * GRACEFAS.cpy
      *
      * Feed arrival state. COPY into FILE SECTION under an FD for
      * GRACE-FAS-FILE (SELECT ... ASSIGN TO GRACEFAS, LINE
      * SEQUENTIAL). One record per site, rewritten whole by each
      * pass of the arrival watch GRACEFAW and again by GRACEMRG
      * once the merge has run. The status is the site's feed for
      * the night on the record: P pending (inside its window or
      * overdue but before cutoff - the merge is held), A arrived,
      * L late (the cutoff passed without it and the merge went on
      * without it), U not watched. The carry fields track a late
      * feed across nights: O outstanding (the feed for the carry
      * date has not yet turned up), C set aside on the site's
      * GRACETCn carry file for tonight's merge. GRACEMRG clears
      * the carry once the set-aside feed is merged.
      *================================================================
       01 GRACE-FAS-REC.
           05 GRACE-FAS-SITE-CODE PIC X(02).
           05 GRACE-FAS-DATE PIC 9(08).
           05 GRACE-FAS-CYCLE PIC 9(02).
           05 GRACE-FAS-FEED-STATUS PIC X(01).
               88 GRACE-FAS-PENDING VALUE 'P'.
               88 GRACE-FAS-ARRIVED VALUE 'A'.
               88 GRACE-FAS-LATE VALUE 'L'.
               88 GRACE-FAS-UNWATCHED VALUE 'U'.
           05 GRACE-FAS-EXPECTED-BY PIC 9(06).
           05 GRACE-FAS-CUTOFF PIC 9(06).
           05 GRACE-FAS-ARRIVED-AT PIC 9(06).
           05 GRACE-FAS-PAGED PIC X(01).
           05 GRACE-FAS-CARRY-STATUS PIC X(01).
               88 GRACE-FAS-NO-CARRY VALUE SPACE.
               88 GRACE-FAS-CARRY-OUTSTANDING VALUE 'O'.
               88 GRACE-FAS-CARRY-SET-ASIDE VALUE 'C'.
           05 GRACE-FAS-CARRY-DATE PIC 9(08).
           05 GRACE-FAS-CARRY-CYCLE PIC 9(02).
           05 FILLER PIC X(37).
