      *================================================================
      * GRACEUCP.cpy
      *
      * Unclaimed-property record. COPY into FILE SECTION under an
      * FD for GRACE-UCP-FILE (SELECT ... ASSIGN TO GRACEUCP,
      * ORGANIZATION IS INDEXED, RECORD KEY IS GRACE-UCP-CUST-ID).
      * One record per dormant customer GRACEUCH found holding a
      * positive balance - money we owe a customer who has gone
      * quiet, which the state of the customer's last known address
      * claims once its holding period runs out.
      *
      * State H is held: the due-diligence letter went out on the
      * letter date, and the balance is due to the state on the
      * due date (last activity plus the state's holding period
      * off GRACEUHP). The balance is the one seen on the last
      * GRACEUCH run. State R is remitted: GRACEURR reported the
      * balance to the state on the remit date and debited it off
      * the master.
      *================================================================
       01 GRACE-UCP-REC.
           05 GRACE-UCP-CUST-ID PIC 9(06).
           05 GRACE-UCP-STATE-CODE PIC X(01).
               88 GRACE-UCP-HELD VALUE 'H'.
               88 GRACE-UCP-REMITTED VALUE 'R'.
           05 GRACE-UCP-LAST-ACT-DATE PIC 9(08).
           05 GRACE-UCP-ADDR-STATE PIC X(02).
           05 GRACE-UCP-BALANCE PIC 9(09).
           05 GRACE-UCP-HELD-DATE PIC 9(08).
           05 GRACE-UCP-LETTER-DATE PIC 9(08).
           05 GRACE-UCP-HOLD-YEARS PIC 9(02).
           05 GRACE-UCP-DUE-DATE PIC 9(08).
           05 GRACE-UCP-REMIT-DATE PIC 9(08).
           05 GRACE-UCP-REMIT-AMOUNT PIC 9(09).
           05 GRACE-UCP-LAST-NAME PIC X(15).
           05 FILLER PIC X(16).
