      *================================================================
      * GRACELBU.cpy
      *
      * Remittance suspense record. COPY into FILE SECTION under an
      * FD for GRACE-LBU-FILE (SELECT ... ASSIGN TO GRACELBU,
      * ORGANIZATION IS INDEXED, RECORD KEY IS GRACE-LBU-KEY).
      * GRACELBX sets a lockbox payment aside here when it cannot
      * tell whose payment it is - no customer number or one not
      * on GRACECSK, and a payer name GRACENDX knows for no
      * customer or for several - or the customer it fits has no
      * open account to take it. The key is the payment as the
      * bank numbered it: deposit date, batch and item, so a rerun
      * of the same remittance file suspends nothing twice.
      *
      * The payment is kept as it arrived, with the reason it was
      * not matched:
      *
      *   L001 neither the customer number nor the payer name
      *        found a customer
      *   L002 the payer name fits more than one customer
      *   L003 no customer number and no payer name sent
      *   L004 the payment amount is zero
      *   L005 the customer was found but has no open account
      *        to credit
      *
      * State U is unmatched, waiting for a clerk on GRACELBA. A
      * the clerk assigned it to a customer, kept with the clerk
      * and the date; the next GRACELBX run writes the credit to
      * the customer's first open account and sets P, posted, with
      * that run's date and cycle. An item whose customer has no
      * open account stays A until one is opened.
      *================================================================
       01 GRACE-LBU-REC.
           05 GRACE-LBU-KEY.
               10 GRACE-LBU-DEPOSIT-DATE PIC 9(08).
               10 GRACE-LBU-BATCH PIC 9(04).
               10 GRACE-LBU-ITEM PIC 9(04).
           05 GRACE-LBU-LOCKBOX-ID PIC X(07).
           05 GRACE-LBU-SENT-CUST-ID PIC X(06).
           05 GRACE-LBU-PAYER-NAME PIC X(30).
           05 GRACE-LBU-CHECK-NO PIC X(10).
           05 GRACE-LBU-AMOUNT PIC 9(09).
           05 GRACE-LBU-REASON-CODE PIC X(04).
           05 GRACE-LBU-REASON-TEXT PIC X(30).
           05 GRACE-LBU-SUSPENDED-DATE PIC 9(08).
           05 GRACE-LBU-STATE PIC X(01).
               88 GRACE-LBU-UNMATCHED VALUE 'U'.
               88 GRACE-LBU-ASSIGNED VALUE 'A'.
               88 GRACE-LBU-POSTED VALUE 'P'.
           05 GRACE-LBU-ASSIGNED-CUST-ID PIC 9(06).
           05 GRACE-LBU-ASSIGNED-BY PIC X(08).
           05 GRACE-LBU-ASSIGNED-DATE PIC 9(08).
           05 GRACE-LBU-POSTED-DATE PIC 9(08).
           05 GRACE-LBU-POSTED-CYCLE PIC 9(02).
           05 FILLER PIC X(07).
