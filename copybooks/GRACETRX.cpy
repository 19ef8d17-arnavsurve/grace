      *================================================================
      * GRACETRX.cpy
      *
      * Customer territory stamp. COPY into FILE SECTION under an
      * FD for GRACE-TRX-FILE (SELECT ... ASSIGN TO GRACETRX, LINE
      * SEQUENTIAL). GRACETBK writes the file fresh each night,
      * one row per GRACECST customer in GRACECST order: the
      * territory and rep the customer's zip falls to on GRACETER,
      * the zip it was placed by and the run date it was placed
      * on. A blank territory is a customer whose zip falls in no
      * territory. The stamp sits beside the customer master, not
      * on it, the way GRACECPF and GRACEUNF do - GRACECST is
      * recreated field by field by more than one utility.
      *================================================================
       01 GRACE-TRX-REC.
           05 GRACE-TRX-CUST-ID PIC 9(06).
           05 GRACE-TRX-TERRITORY PIC X(04).
           05 GRACE-TRX-REP PIC X(20).
           05 GRACE-TRX-ZIP PIC X(05).
           05 GRACE-TRX-DATE PIC 9(08).
           05 FILLER PIC X(37).
