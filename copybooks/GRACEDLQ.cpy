      *================================================================
      * GRACEDLQ.cpy
      *
      * Delinquency record. COPY into FILE SECTION under an FD for
      * GRACE-DLQ-FILE (SELECT ... ASSIGN TO GRACEDLQ, ORGANIZATION
      * IS INDEXED, RECORD KEY IS GRACE-DLQ-CUST-ID). GRACECOL keeps
      * one record per customer whose GRACEMST balance is below
      * zero: the date it first went negative, which collections
      * letter was last sent and when, and the balance last seen.
      * The days past due - and so the letter due - are measured
      * from the first-negative date. A balance back at zero or
      * above deletes the record, so the next time the customer
      * goes negative the cycle starts again from the first
      * letter.
      *
      * Letter stages: 0 none yet, 1 the 15-day reminder, 2 the
      * 30-day second notice, 3 the 60-day final notice. The prior
      * stage holds the stage before the night the last letter
      * went, so a rerun of that night writes the same letter
      * again instead of moving on.
      *================================================================
       01 GRACE-DLQ-REC.
           05 GRACE-DLQ-CUST-ID PIC 9(06).
           05 GRACE-DLQ-NEG-DATE PIC 9(08).
           05 GRACE-DLQ-STAGE PIC 9(01).
           05 GRACE-DLQ-LETTER-DATE PIC 9(08).
           05 GRACE-DLQ-PRIOR-STAGE PIC 9(01).
           05 GRACE-DLQ-BALANCE PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 GRACE-DLQ-SEEN-DATE PIC 9(08).
           05 FILLER PIC X(38).
