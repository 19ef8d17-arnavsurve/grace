      *================================================================
      * GRACEACT.cpy
      *
      * Account master record. COPY into FILE SECTION under an FD
      * for GRACE-ACT-FILE (SELECT ... ASSIGN TO GRACEACT,
      * ORGANIZATION IS INDEXED, RECORD KEY IS GRACE-ACT-NUMBER,
      * ALTERNATE RECORD KEY IS GRACE-ACT-CUST-ID WITH DUPLICATES).
      * One record per account. The account number is what
      * GRACE-TXN-SOURCE, GRACE-MST-KEY and the GRACEPHS history
      * are keyed by; the owning GRACE-CST-ID rides here, so one
      * customer may hold any number of accounts and the
      * alternate key walks them.
      *
      * A customer's first account is numbered as the customer -
      * every master record from before accounts is one of these,
      * and GRACEACM registers them as type PR. Further accounts
      * take a number of their own from an account-opening card.
      *
      * Types: PR primary, SV savings, CK checking, LN loan, OT
      * other. State O open, C closed - GRACEMUP rejects anything
      * posted to a closed account, but its balance and history
      * still roll up under the customer.
      *================================================================
       01 GRACE-ACT-REC.
           05 GRACE-ACT-NUMBER PIC 9(06).
           05 GRACE-ACT-CUST-ID PIC 9(06).
           05 GRACE-ACT-TYPE PIC X(02).
               88 GRACE-ACT-VALID-TYPE
                   VALUE 'PR' 'SV' 'CK' 'LN' 'OT'.
           05 GRACE-ACT-STATE PIC X(01).
               88 GRACE-ACT-OPEN VALUE 'O'.
               88 GRACE-ACT-CLOSED VALUE 'C'.
           05 GRACE-ACT-OPEN-DATE PIC 9(08).
           05 GRACE-ACT-CLOSE-DATE PIC 9(08).
           05 FILLER PIC X(49).
