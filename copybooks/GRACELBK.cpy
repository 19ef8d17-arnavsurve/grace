      *================================================================
      * GRACELBK.cpy
      *
      * Lockbox deposit control record. COPY into FILE SECTION under
      * an FD for GRACE-LBK-FILE (SELECT ... ASSIGN TO GRACELBK,
      * ORGANIZATION IS INDEXED, RECORD KEY IS GRACE-LBK-KEY).
      * GRACELBX keeps one B record per lockbox batch it has been
      * sent, keyed by deposit date and batch number, holding the
      * batch's trailer figures and what became of its payments -
      * converted to credits for a matched customer, or set aside
      * on GRACELBU suspense. A batch that would not tie to its
      * trailer is kept refused, with the reason, and converts
      * nothing; the bank's corrected batch replaces it. A batch
      * already accepted on an earlier night is refused if sent
      * again, so a resent file cannot pay anyone twice.
      *
      * One R record per run keeps the suspense items released to
      * credits that night: key deposit date is the run's cycle
      * date and batch its cycle number, the matched figures the
      * items released. A rerun of the same cycle replaces its own
      * records. GRACELBD ties the night's records to what posted.
      *================================================================
       01 GRACE-LBK-REC.
           05 GRACE-LBK-KEY.
               10 GRACE-LBK-KIND PIC X(01).
                   88 GRACE-LBK-BATCH-RECORD VALUE 'B'.
                   88 GRACE-LBK-RELEASE-RECORD VALUE 'R'.
               10 GRACE-LBK-DEPOSIT-DATE PIC 9(08).
               10 GRACE-LBK-BATCH PIC 9(04).
           05 GRACE-LBK-LOCKBOX-ID PIC X(07).
           05 GRACE-LBK-RUN-DATE PIC 9(08).
           05 GRACE-LBK-RUN-CYCLE PIC 9(02).
           05 GRACE-LBK-STATE PIC X(01).
               88 GRACE-LBK-ACCEPTED VALUE 'A'.
               88 GRACE-LBK-REFUSED VALUE 'F'.
           05 GRACE-LBK-REFUSE-TEXT PIC X(30).
           05 GRACE-LBK-TRL-COUNT PIC 9(05).
           05 GRACE-LBK-TRL-TOTAL PIC 9(11).
           05 GRACE-LBK-ITEM-COUNT PIC 9(05).
           05 GRACE-LBK-ITEM-TOTAL PIC 9(11).
           05 GRACE-LBK-MATCHED-COUNT PIC 9(05).
           05 GRACE-LBK-MATCHED-TOTAL PIC 9(11).
           05 GRACE-LBK-SUSPENSE-COUNT PIC 9(05).
           05 GRACE-LBK-SUSPENSE-TOTAL PIC 9(11).
           05 FILLER PIC X(15).
