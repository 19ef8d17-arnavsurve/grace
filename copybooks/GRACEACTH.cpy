      *================================================================
      * GRACEACTH.cpy
      *
      * Account-walk WORKING-STORAGE fields. COPY into
      * WORKING-STORAGE SECTION alongside GRACEACT.cpy's FD and
      * GRACEACTP.cpy's paragraphs. The caller moves the customer
      * to GRACE-ACX-CUST-ID and PERFORMs 8110-FIRST-ACCOUNT, then
      * 8120-NEXT-ACCOUNT until GRACE-ACX-DONE; each account comes
      * back in GRACE-ACX-ACCOUNT with its type and state.
      *================================================================
       01 GRACE-ACT-STATUS PIC X(02).
           88 GRACE-ACT-OK VALUE '00'.
           88 GRACE-ACT-NOT-FOUND VALUE '35'.

       01 GRACE-ACX-FIELDS.
           05 GRACE-ACX-OPEN-SW PIC X(01) VALUE 'N'.
               88 GRACE-ACX-FILE-OPEN VALUE 'Y'.
           05 GRACE-ACX-DONE-SW PIC X(01) VALUE 'Y'.
               88 GRACE-ACX-DONE VALUE 'Y'.
           05 GRACE-ACX-LISTED-SW PIC X(01) VALUE 'N'.
               88 GRACE-ACX-LISTING VALUE 'Y'.
      *The customer's own number, not yet registered as an
      *account, is still walked as the customer's account.
           05 GRACE-ACX-OWN-SW PIC X(01) VALUE 'N'.
               88 GRACE-ACX-OWN-PENDING VALUE 'Y'.
           05 GRACE-ACX-CUST-ID PIC 9(06) VALUE ZERO.
           05 GRACE-ACX-ACCOUNT PIC 9(06) VALUE ZERO.
           05 GRACE-ACX-TYPE PIC X(02) VALUE SPACES.
           05 GRACE-ACX-STATE PIC X(01) VALUE SPACE.
           05 GRACE-ACX-COUNT PIC 9(03) VALUE ZERO.
