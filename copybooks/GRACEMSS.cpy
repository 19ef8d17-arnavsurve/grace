      *================================================================
      * GRACEMSS.cpy
      *
      * Month-end master snapshot record. COPY into FILE SECTION
      * under an FD for GRACE-MSS-FILE (SELECT ... ASSIGN TO
      * GRACEMSS). GRACEMSN writes one per GRACEMST record at the
      * month-end close, tagged with the period (YYYYMM) it closes
      * and the business date it was taken - the master as it
      * stood when the month ended, kept after the next month
      * starts posting. The file accumulates month on month;
      * GRACEMSC compares any two periods on it.
      *
      * The site is the site code on the customer's latest
      * GRACEPHS entry - the site that last posted to the account
      * - or spaces when the customer has no posted history.
      *================================================================
       01 GRACE-MSS-REC.
           05 GRACE-MSS-PERIOD PIC 9(06).
           05 GRACE-MSS-TAKEN-DATE PIC 9(08).
           05 GRACE-MSS-CUST-ID PIC 9(06).
           05 GRACE-MSS-VALUE PIC X(30).
           05 GRACE-MSS-UPD-DATE PIC 9(08).
           05 GRACE-MSS-BALANCE PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 GRACE-MSS-SITE-CODE PIC X(02).
           05 FILLER PIC X(10).
