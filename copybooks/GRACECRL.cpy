      *================================================================
      * GRACECRL.cpy
      *
      * Cash-activity review list record. COPY into FILE SECTION
      * under an FD for GRACE-CRL-FILE (SELECT ... ASSIGN TO
      * GRACECRL, ORGANIZATION IS INDEXED, RECORD KEY IS
      * GRACE-CRL-KEY). GRACECTR puts a customer here for an
      * analyst when the customer's daily cash activity has come
      * in just under the reporting threshold - at or above the
      * GRACECTC near level - on as many days of the rolling
      * window as the card says is a pattern, tonight among them.
      * The key is the customer and the night the pattern was
      * seen, so a rerun of the same night lists nobody twice.
      *
      * The near days, the first and last of them, and the cash
      * in and out over the whole window are what the analyst
      * starts from; the near level and threshold are the ones
      * in force when the entry was made.
      *
      * State O is open, waiting for an analyst. C the analyst
      * cleared it; F the analyst referred it for filing. Either
      * way the analyst, the date and a comment are kept.
      *================================================================
       01 GRACE-CRL-REC.
           05 GRACE-CRL-KEY.
               10 GRACE-CRL-CUST-ID PIC 9(06).
               10 GRACE-CRL-FLAG-DATE PIC 9(08).
           05 GRACE-CRL-NEAR-DAYS PIC 9(03).
           05 GRACE-CRL-WINDOW-DAYS PIC 9(03).
           05 GRACE-CRL-FIRST-NEAR-DATE PIC 9(08).
           05 GRACE-CRL-LAST-NEAR-DATE PIC 9(08).
           05 GRACE-CRL-WINDOW-IN PIC 9(11).
           05 GRACE-CRL-WINDOW-OUT PIC 9(11).
           05 GRACE-CRL-NEAR-LEVEL PIC 9(09).
           05 GRACE-CRL-THRESHOLD PIC 9(09).
           05 GRACE-CRL-STATE PIC X(01).
               88 GRACE-CRL-OPEN VALUE 'O'.
               88 GRACE-CRL-CLEARED VALUE 'C'.
               88 GRACE-CRL-REFERRED VALUE 'F'.
           05 GRACE-CRL-REVIEWER-ID PIC X(08).
           05 GRACE-CRL-REVIEW-DATE PIC 9(08).
           05 GRACE-CRL-COMMENT PIC X(30).
           05 FILLER PIC X(17).
