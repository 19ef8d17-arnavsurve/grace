      *================================================================
      * GRACELBR.cpy
      *
      * Lockbox remittance record. COPY into FILE SECTION under an
      * FD for GRACE-LBR-FILE (SELECT ... ASSIGN TO GRACELBR, LINE
      * SEQUENTIAL). The file the bank's lockbox service sends each
      * day, in the bank's format - one or more batches, each made
      * of:
      *
      *   H  the batch header: batch number, deposit date and the
      *      lockbox the payments were received at
      *   D  one per payment: the batch and item number, the
      *      customer number as written on the remittance slip
      *      (blank when there was none), the amount in whole
      *      units, the check number and the payer's name as the
      *      bank keyed it
      *   T  the batch trailer: the count of D records in the
      *      batch and the sum of their amounts
      *
      * GRACELBX proves each batch against its trailer before it
      * converts a single payment in it.
      *================================================================
       01 GRACE-LBR-REC.
           05 GRACE-LBR-TYPE PIC X(01).
               88 GRACE-LBR-HEADER VALUE 'H'.
               88 GRACE-LBR-DETAIL VALUE 'D'.
               88 GRACE-LBR-TRAILER VALUE 'T'.
           05 GRACE-LBR-BATCH PIC X(04).
           05 GRACE-LBR-BATCH-N REDEFINES GRACE-LBR-BATCH
               PIC 9(04).
           05 GRACE-LBR-ITEM PIC X(04).
           05 GRACE-LBR-ITEM-N REDEFINES GRACE-LBR-ITEM
               PIC 9(04).
           05 GRACE-LBR-CUST-ID PIC X(06).
           05 GRACE-LBR-CUST-ID-N REDEFINES GRACE-LBR-CUST-ID
               PIC 9(06).
           05 GRACE-LBR-AMOUNT PIC X(09).
           05 GRACE-LBR-AMOUNT-N REDEFINES GRACE-LBR-AMOUNT
               PIC 9(09).
           05 GRACE-LBR-CHECK-NO PIC X(10).
           05 GRACE-LBR-PAYER-NAME PIC X(30).
           05 FILLER PIC X(16).

      *Header view of the same 80 bytes.
       01 GRACE-LBR-HEADER-REC.
           05 FILLER PIC X(05).
           05 GRACE-LBR-H-DEPOSIT-DATE PIC X(08).
           05 GRACE-LBR-H-DEPOSIT-DATE-N
               REDEFINES GRACE-LBR-H-DEPOSIT-DATE PIC 9(08).
           05 GRACE-LBR-H-LOCKBOX-ID PIC X(07).
           05 FILLER PIC X(60).

      *Trailer view of the same 80 bytes.
       01 GRACE-LBR-TRAILER-REC.
           05 FILLER PIC X(05).
           05 GRACE-LBR-T-COUNT PIC X(05).
           05 GRACE-LBR-T-COUNT-N REDEFINES GRACE-LBR-T-COUNT
               PIC 9(05).
           05 GRACE-LBR-T-TOTAL PIC X(11).
           05 GRACE-LBR-T-TOTAL-N REDEFINES GRACE-LBR-T-TOTAL
               PIC 9(11).
           05 FILLER PIC X(59).
