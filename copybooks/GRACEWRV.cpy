      *================================================================
      * GRACEWRV.cpy
      *
      * Recovery record. COPY into FILE SECTION under an FD for
      * GRACE-WRV-FILE (SELECT ... ASSIGN TO GRACEWRV). GRACEMUP
      * writes one for every credit it applies to a customer
      * written off on GRACEWOF - the transaction's op, site and
      * amount, the amount written off and when, and the total
      * recovered including this credit. GRACEWRR lists them.
      * Recreated each GRACEMUP run.
      *================================================================
       01 GRACE-WRV-REC.
           05 GRACE-WRV-CUST-ID PIC 9(06).
           05 GRACE-WRV-POST-DATE PIC 9(08).
           05 GRACE-WRV-CYCLE PIC 9(02).
           05 GRACE-WRV-OP-CODE PIC X(01).
           05 GRACE-WRV-SITE-CODE PIC X(02).
           05 GRACE-WRV-AMOUNT PIC 9(09).
           05 GRACE-WRV-WRITTEN-OFF-AMT PIC 9(09).
           05 GRACE-WRV-WO-POST-DATE PIC 9(08).
           05 GRACE-WRV-RECOVERED PIC 9(09).
           05 FILLER PIC X(26).
