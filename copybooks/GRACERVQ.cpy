      *================================================================
      * GRACERVQ.cpy
      *
      * Amount-review queue record. COPY into FILE SECTION under an
      * FD for GRACE-RVQ-FILE (SELECT ... ASSIGN TO GRACERVQ,
      * LINE SEQUENTIAL). GRACESCN holds a screened transaction
      * here instead of passing it to GRACEMUP; GRACERVW is the
      * supervisor screen that decides it; the next GRACESCN run
      * forwards the decision, stamps the entry with the cycle it
      * went out on, and drops it the cycle after - so a rerun of
      * the same cycle forwards the same decisions again.
      *
      * The held transaction rides in full, in GRACETXN layout, so
      * nothing it arrived with - its transaction reference
      * included - is lost while it waits. The state
      * byte moves H (held) to R (released - applies on the next
      * GRACEMUP run) or X (rejected - written to GRACEMRJ by that
      * run with the review reason). The hold reason is the
      * screening rule that caught it:
      *
      *   R001 - amount over the site/op-code threshold
      *   R002 - customer over the transaction count for the cycle
      *================================================================
       01 GRACE-RVQ-REC.
           05 GRACE-RVQ-TXN-IMAGE PIC X(100).
           05 GRACE-RVQ-HELD-DATE PIC 9(08).
           05 GRACE-RVQ-HELD-CYCLE PIC 9(02).
           05 GRACE-RVQ-REASON-CODE PIC X(04).
           05 GRACE-RVQ-STATE PIC X(01).
               88 GRACE-RVQ-HELD VALUE 'H'.
               88 GRACE-RVQ-RELEASED VALUE 'R'.
               88 GRACE-RVQ-REJECTED VALUE 'X'.
           05 GRACE-RVQ-DECIDED-BY PIC X(08).
           05 GRACE-RVQ-DECIDED-DATE PIC 9(08).
           05 GRACE-RVQ-FWD-DATE PIC 9(08).
           05 GRACE-RVQ-FWD-CYCLE PIC 9(02).
           05 FILLER PIC X(09).
