      *================================================================
      * GRACEQAW.cpy
      *
      * Quality-assurance worklist record. COPY into FILE SECTION
      * under an FD for GRACE-QAW-FILE (SELECT ... ASSIGN TO
      * GRACEQAW, ORGANIZATION IS INDEXED, RECORD KEY IS
      * GRACE-QAW-KEY). GRACEQAS puts each applied transaction it
      * samples here, keyed exactly as its GRACEPHS history entry
      * (customer, posting date, cycle, sequence), so an item and
      * the posting it stands for pair up. The posting date is the
      * date the item was sampled.
      *
      * Why it was picked: L the amount reached the GRACEQAC size
      * threshold, which is always sampled; R the random draw.
      *
      * State O is open, waiting for a clerk on GRACEQAM. V the
      * clerk verified it; E the clerk found it in error. Either
      * way the clerk, the date and the clerk's comment are kept.
      *================================================================
       01 GRACE-QAW-REC.
           05 GRACE-QAW-KEY.
               10 GRACE-QAW-SOURCE PIC 9(06).
               10 GRACE-QAW-POST-DATE PIC 9(08).
               10 GRACE-QAW-CYCLE PIC 9(02).
               10 GRACE-QAW-SEQ PIC 9(06).
           05 GRACE-QAW-SITE-CODE PIC X(02).
           05 GRACE-QAW-OP-CODE PIC X(01).
           05 GRACE-QAW-AMOUNT PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 GRACE-QAW-WHY PIC X(01).
               88 GRACE-QAW-LARGE VALUE 'L'.
               88 GRACE-QAW-RANDOM VALUE 'R'.
           05 GRACE-QAW-STATE PIC X(01).
               88 GRACE-QAW-OPEN VALUE 'O'.
               88 GRACE-QAW-VERIFIED VALUE 'V'.
               88 GRACE-QAW-IN-ERROR VALUE 'E'.
           05 GRACE-QAW-REVIEWER-ID PIC X(08).
           05 GRACE-QAW-REVIEW-DATE PIC 9(08).
           05 GRACE-QAW-COMMENT PIC X(30).
           05 GRACE-QAW-TRACE-REF PIC X(18).
           05 FILLER PIC X(19).
