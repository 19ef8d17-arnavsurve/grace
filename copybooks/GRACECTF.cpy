      *================================================================
      * GRACECTF.cpy
      *
      * Cash-activity filing record. COPY into FILE SECTION under
      * an FD for GRACE-CTF-FILE (SELECT ... ASSIGN TO GRACECTF,
      * ORGANIZATION IS LINE SEQUENTIAL). GRACECTR writes one
      * record for each customer whose posted cash activity for
      * the night, totalled across every account the customer
      * holds and every site it arrived from, went over the daily
      * reporting threshold on the GRACECTC card - the file
      * compliance files from.
      *
      * Cash in and cash out are totalled apart, as the filing
      * wants them; the reason says which went over: I in, O out,
      * B both. The sites are the distinct sites the day's
      * activity arrived from, blank past the site count.
      *================================================================
       01 GRACE-CTF-REC.
           05 GRACE-CTF-CUST-ID PIC 9(06).
           05 GRACE-CTF-ACTIVITY-DATE PIC 9(08).
           05 GRACE-CTF-CYCLE PIC 9(02).
           05 GRACE-CTF-REASON PIC X(01).
               88 GRACE-CTF-OVER-IN VALUE 'I'.
               88 GRACE-CTF-OVER-OUT VALUE 'O'.
               88 GRACE-CTF-OVER-BOTH VALUE 'B'.
           05 GRACE-CTF-CASH-IN PIC 9(11).
           05 GRACE-CTF-CASH-OUT PIC 9(11).
           05 GRACE-CTF-THRESHOLD PIC 9(09).
           05 GRACE-CTF-ENTRY-COUNT PIC 9(05).
           05 GRACE-CTF-SITE-COUNT PIC 9(01).
           05 GRACE-CTF-SITES.
               10 GRACE-CTF-SITE PIC X(02) OCCURS 5 TIMES.
           05 FILLER PIC X(16).
