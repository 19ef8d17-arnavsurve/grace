      * GRACEMUP is the classic master-update that turns the
      * GRACETXN pipeline into a system of record. The transaction
      * layout now carries an operation code (A add, C change, D
      * delete, P posting, W write-off) alongside the
      * GRACE-TXN-SOURCE key -
      * the code rides in what was filler, so TESTVARASSIGN's
      * stream processing is untouched. Transactions are sorted
      * into key order and applied one by one against the
      * GRACEMST indexed master, producing the standard
      * companions:
      *
      *   - an applied-transaction listing
      *   - the GRACEMRJ rejected-transaction file (change,
      *     posting or delete for a missing key, add for an
      *     existing key, a posting with no amount,
      *     unknown op codes, debits past the credit limit,
      *     transactions a supervisor rejected on review, a
      *     write-off not approved or past the amount owed, a
      *     reversal of something already reversed, anything to
      *     a closed account)
      *   - before/after master record counts that must balance
      *     (before + adds - deletes = after), RC=8 when they
      *     do not.
      * 4000-BALANCE-THE-COUNTS still holds across the seam. A
      * clean finish clears the checkpoint so the next cycle
      * starts fresh.
      *
      * Every applied transaction is also written to GRACEPHS, the
      * permanent posted-transaction history keyed by source,
      * posting date, cycle and sequence within the cycle, with
      * the site, op code, signed amount and resulting balance.
      * GRACEMTS still holds only tonight's work; the history is
      * what answers for last month. The sequence is stamped on
      * the GRACEMJL before-image as well, so the two pair up.
      *
      * A debit - an amount-bearing add, change or posting with
      * a negative amount - is checked against the customer's
      * credit limit on the GRACECPF profile. The shop's own
      * charges - postings from sites FE, IN and UP - are not
      * held to it. One that would take the balance below the
      * negative of the limit is rejected E005 and the record is
      * left as it was; suspense does not re-try it, since
      * another night changes nothing. No profile, or no limit
      * on it, means no ceiling, as before.
      *
      * The stream comes through GRACESCN's pre-apply screen. A
      * transaction a supervisor rejected on GRACERVW arrives with
      * 'X' in the review byte and goes to GRACEMRJ as E006
      * without being applied.
      *
      * A posting (P) moves money and nothing else: the amount is
      * applied to the balance of a record already on the master
      * and the value is left as it stands, so a system-generated
      * credit or debit (interest, fees) cannot overwrite a
      * same-night change to the value. The site code says what
      * kind of posting it is - IN for interest - which is what
      * the GL interface maps it by. Postings count with the
      * changes.
      *
      * An amount may arrive in a currency other than the base the
      * master is kept in - the code rides in the transaction
      * behind the amount, blank meaning base. Before anything is
      * applied, the conversion phase translates the amount into
      * base at the GRACEFXR rate dated for the processing date;
      * the history entry keeps the currency, the amount as it
      * arrived and the rate used. A currency with no rate dated
      * for the processing date is rejected E007 rather than
      * converted at an older rate, and one whose base amount will
      * not fit the balance is rejected E008. Both carry the
      * currency to GRACEMRJ, so suspense re-tries them on a night
      * the rate is there.
      *
      * A write-off (W) is a posting of GRACEWOP's: a credit that
      * brings a balance written off back to zero, site WO, which
      * the GL interface maps to bad-debt. It posts only against
      * a GRACEWOF record a supervisor approved, and marks the
      * record written off, so a second copy of the same
      * write-off rejects E011 rather than posting twice; one
      * that is not a credit, or would take the balance above
      * zero, rejects E012. After that, any credit applied to the
      * customer is a recovery: it still applies, but it is added
      * to the recovered amount on GRACEWOF and written to
      * GRACEWRV for GRACEWRR's recovery report instead of going
      * by unremarked.
      *
      * A reversal from GRACEREV is an ordinary transaction that
      * undoes one applied earlier: the same op code and site,
      * the opposite amount, the prior value back - and the
      * posting date, cycle and sequence of the original riding
      * behind the currency. The reference goes onto the
      * reversal's GRACEPHS entry, so the two are linked on the
      * history and the GL interface carries both sides. A second
      * reversal of an original whose reversal is already on the
      * history rejects E013. A reversal is not held to the credit
      * limit - it puts back what was there. A write-off reversal
      * is a debit against a record written off (E014 when there
      * is none) and sends the GRACEWOF record back to proposed
      * for a supervisor to decide again; a reversed credit on a
      * customer written off comes off the amount recovered.
      * Rejected reversals are marked on GRACEMRJ so suspense
      * leaves them for a fresh request.
      *
      * The transaction reference GRACEMRG or GRACEDLM assigned
      * (site, date, cycle and sequence, behind the first 80
      * bytes) is carried unchanged onto GRACEMTS, GRACEMRJ, the
      * GRACEMJL before-image and the GRACEPHS entry - blank for
      * the system-generated feeds, which are not site work.
      *
      * SIMULATE in cols 1-8 of the GRACEMUC card runs the update
      * without applying anything, to see what a doubtful feed
      * would do before it goes near the master. The sort, the
      * conversion, the edits and the apply logic all run as they
      * would for real, but GRACEMST is opened read-only and the
      * adds, changes and deletes land on an image of the record
      * in storage - the stream is in key order, so one image
      * carries a key's earlier transactions into its later ones.
      * Nothing is written to GRACEMST, GRACEMTS, GRACEMJL,
      * GRACEMRJ, GRACEPHS, GRACEWOF or GRACEWRV, the GRACEMUK
      * checkpoint is neither read nor written, and there is no
      * GRACEBAL hand-off. The sort gives the GRACEMUW work file
      * instead of GRACEMTS, so tonight's sorted stream - which
      * GRACEDLP, GRACEBKO and the others read after the real
      * update - is left as the last real update wrote it. The
      * listing shows each transaction that would apply with the
      * balance before and after, each that would reject with its
      * reason, the reject counts by reason and the projected
      * counts and position. A write-off's state change and a
      * reversal's history entry are not carried forward within
      * the run. No card, or any other mode on it, is the nightly
      * update.
      *
      * GRACE-TXN-SOURCE is an account number: a customer may hold
      * several accounts on GRACEACT, each its own master record
      * and history. A transaction to an account GRACEACT shows
      * closed is rejected E015 without being applied, reversals
      * included. The credit limit is the owning customer's - a
      * debit is held to the GRACECPF profile of the customer
      * GRACEACT gives for the account, or of the number itself
      * for an account not registered there.
      *
      * A debit to an account whose owning customer GRACECPF shows
      * frozen by legal order or under fraud review is refused
      * E016. Credits still post, and so do reversals and
      * write-offs, which correct the books rather than move money
      * out of them.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-MUC-FILE ASSIGN TO GRACEMUC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-MUC-STATUS.
           SELECT GRACE-TXN-FILE ASSIGN TO GRACETXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TXN-STATUS.
           SELECT GRACE-MTS-FILE ASSIGN TO GRACEMTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-MTS-STATUS.
           SELECT GRACE-MUW-FILE ASSIGN TO GRACEMUW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-MUW-STATUS.
           SELECT GRACE-MST-FILE ASSIGN TO GRACEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT GRACE-MUK-FILE ASSIGN TO GRACEMUK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-MUK-STATUS.
           SELECT GRACE-PHS-FILE ASSIGN TO GRACEPHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-PHS-KEY
               FILE STATUS IS GRACE-PHS-STATUS.
           SELECT GRACE-CPF-FILE ASSIGN TO GRACECPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-CPF-CUST-ID
               FILE STATUS IS GRACE-CPF-STATUS.
           SELECT GRACE-FXR-FILE ASSIGN TO GRACEFXR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-FXR-STATUS.
           SELECT GRACE-WOF-FILE ASSIGN TO GRACEWOF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-WOF-CUST-ID
               FILE STATUS IS GRACE-WOF-STATUS.
           SELECT GRACE-WRV-FILE ASSIGN TO GRACEWRV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-WRV-STATUS.
           SELECT GRACE-ACT-FILE ASSIGN TO GRACEACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-ACT-NUMBER
               ALTERNATE RECORD KEY IS GRACE-ACT-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS GRACE-ACT-STATUS.
      *A simulation's sorted stream is read through the GRACEMTS
      *record, so the apply logic sees one layout either way.
       I-O-CONTROL.
           SAME RECORD AREA FOR GRACE-MTS-FILE GRACE-MUW-FILE.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY GRACECYC.

      *Run-mode card - SIMULATE applies nothing.
       FD  GRACE-MUC-FILE
           RECORDING MODE IS F.
       01 GRACE-MUC-REC.
           05 GRACE-MUC-MODE PIC X(08).
           05 FILLER PIC X(72).

      *The optional signed amount rides behind the op code, the
      *site stamp and the effective date - blank on a
      *non-amount-bearing transaction, so the old stream shape
      *still applies unchanged. The currency code follows the
      *amount; blank is the base currency.
       FD  GRACE-TXN-FILE
           RECORDING MODE IS F.
       01 GRACE-TXN-REC.
           05 GRACE-TXN-EFF-DATE PIC X(08).
           05 GRACE-TXN-AMT-SIGN PIC X(01).
           05 GRACE-TXN-AMOUNT PIC X(09).
           05 GRACE-TXN-CURRENCY PIC X(03).
           05 FILLER PIC X(40).

       SD  GRACE-SORT-FILE.
       01 GRACE-SORT-REC.
           05 GRACE-SRT-SOURCE PIC 9(6).
           05 GRACE-SRT-S-SOURCE-VALUE PIC X(30).
           05 GRACE-SRT-OP-CODE PIC X(01).
           05 FILLER PIC X(63).

       FD  GRACE-MTS-FILE
           RECORDING MODE IS F.
           05 GRACE-MTS-S-SOURCE-VALUE PIC X(30).
           05 GRACE-MTS-OP-CODE PIC X(01).
           05 GRACE-MTS-SITE-CODE PIC X(02).
               88 GRACE-MTS-SHOP-CHARGE VALUE 'FE' 'IN' 'UP'.
           05 GRACE-MTS-EFF-DATE PIC X(08).
           05 GRACE-MTS-AMT-SIGN PIC X(01).
           05 GRACE-MTS-AMOUNT PIC X(09).
           05 GRACE-MTS-AMOUNT-N REDEFINES GRACE-MTS-AMOUNT
               PIC 9(09).
           05 GRACE-MTS-CURRENCY PIC X(03).
           05 GRACE-MTS-REVERSAL-OF.
               10 GRACE-MTS-REV-DATE PIC X(08).
               10 GRACE-MTS-REV-CYCLE PIC X(02).
               10 GRACE-MTS-REV-SEQ PIC X(06).
           05 FILLER PIC X(02).
           05 GRACE-MTS-REVIEW-SW PIC X(01).
               88 GRACE-MTS-REVIEW-REJECTED VALUE 'X'.
           05 FILLER PIC X(01).
           05 GRACE-MTS-TRACE-REF PIC X(18).
           05 FILLER PIC X(02).

      *Simulation's sorted stream - GRACEMTS layout.
       FD  GRACE-MUW-FILE
           RECORDING MODE IS F.
       01 GRACE-MUW-REC PIC X(100).

      *The running balance rides in what was filler - spaces on a
      *record from before balances, read as zero.
           05 GRACE-MRJ-EFF-DATE PIC X(08).
           05 GRACE-MRJ-AMT-SIGN PIC X(01).
           05 GRACE-MRJ-AMOUNT PIC X(09).
           05 GRACE-MRJ-CURRENCY PIC X(03).
           05 GRACE-MRJ-REVERSAL-SW PIC X(01).
           05 FILLER PIC X(05).
           05 GRACE-MRJ-TRACE-REF PIC X(18).
           05 FILLER PIC X(02).

      *Before-image journal - one record per applied transaction,
      *stamped with the cycle, so GRACEBKO can reverse one
           05 GRACE-MJL-PRIOR-VALUE PIC X(30).
           05 GRACE-MJL-PRIOR-UPD-DATE PIC 9(08).
           05 GRACE-MJL-PRIOR-BALANCE PIC X(10).
           05 GRACE-MJL-SEQ PIC 9(06).
           05 FILLER PIC X(09).
           05 GRACE-MJL-TRACE-REF PIC X(18).
           05 FILLER PIC X(02).

      *Apply-position checkpoint, rewritten as the update
      *proceeds so a crash mid-apply leaves a restart point.
           05 GRACE-MUK-NET-APPLIED PIC S9(11)
               SIGN IS LEADING SEPARATE.

      *Posted-transaction history, accumulated across cycles.
       FD  GRACE-PHS-FILE.
           COPY GRACEPHS.

      *Customer profile - read for the credit limit on debits.
       FD  GRACE-CPF-FILE.
           COPY GRACECPF.

      *Exchange rates - the rows dated for the processing date.
       FD  GRACE-FXR-FILE
           RECORDING MODE IS F.
           COPY GRACEFXR.

      *Write-offs - approved ones to post, posted ones to watch
      *for recoveries.
       FD  GRACE-WOF-FILE.
           COPY GRACEWOF.

       FD  GRACE-WRV-FILE
           RECORDING MODE IS F.
           COPY GRACEWRV.

      *Accounts - read for the state and the owning customer.
       FD  GRACE-ACT-FILE.
           COPY GRACEACT.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

           COPY GRACEFXRH.

           COPY GRACEACTH.

       01 GRACE-MUC-STATUS PIC X(02).
           88 GRACE-MUC-OK VALUE '00'.
           88 GRACE-MUC-NOT-FOUND VALUE '35'.

       01 GRACE-MUP-MODE-SW PIC X(01) VALUE 'U'.
           88 GRACE-MUP-SIMULATING VALUE 'S'.

       01 GRACE-TXN-STATUS PIC X(02).
           88 GRACE-TXN-OK VALUE '00'.
           88 GRACE-TXN-NOT-FOUND VALUE '35'.
           88 GRACE-MTS-OK VALUE '00'.
           88 GRACE-MTS-EOF VALUE '10'.

       01 GRACE-MUW-STATUS PIC X(02).
           88 GRACE-MUW-OK VALUE '00'.

       01 GRACE-MST-STATUS PIC X(02).
           88 GRACE-MST-OK VALUE '00'.
           88 GRACE-MST-NOT-FOUND VALUE '35'.
           88 GRACE-MUK-OK VALUE '00'.
           88 GRACE-MUK-NOT-FOUND VALUE '35'.

       01 GRACE-PHS-STATUS PIC X(02).
           88 GRACE-PHS-OK VALUE '00'.
           88 GRACE-PHS-NOT-FOUND VALUE '35'.

       01 GRACE-CPF-STATUS PIC X(02).
           88 GRACE-CPF-OK VALUE '00'.
           88 GRACE-CPF-NOT-FOUND VALUE '35'.

       01 GRACE-CPF-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-CPF-OPEN VALUE 'Y'.

       01 GRACE-WOF-STATUS PIC X(02).
           88 GRACE-WOF-OK VALUE '00'.
           88 GRACE-WOF-NOT-FOUND VALUE '35'.

       01 GRACE-WRV-STATUS PIC X(02).
           88 GRACE-WRV-OK VALUE '00'.
           88 GRACE-WRV-NOT-FOUND VALUE '35'.

       01 GRACE-WOF-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-WOF-OPEN VALUE 'Y'.

       01 GRACE-MUP-WOF-HIT-SW PIC X(01) VALUE 'N'.
           88 GRACE-MUP-WOF-HIT VALUE 'Y'.

       01 GRACE-MUP-MST-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-MUP-MST-OPEN VALUE 'Y'.

       01 GRACE-MUP-PHS-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-MUP-PHS-OPEN VALUE 'Y'.

       01 GRACE-MUP-MST-FOUND-SW PIC X(01) VALUE 'N'.
           88 GRACE-MUP-MST-FOUND VALUE 'Y'.

       01 GRACE-MUP-MST-DUP-SW PIC X(01) VALUE 'N'.
           88 GRACE-MUP-MST-DUPLICATE VALUE 'Y'.

      *Under simulation, the master record as tonight's work so far
      *would have left it - present with this image, or deleted.
      *It holds one key at a time; the sorted stream brings all of
      *a key's transactions together.
       01 GRACE-MUP-SIMULATED.
           05 GRACE-MUP-SIM-KEY PIC 9(06) VALUE ZERO.
           05 GRACE-MUP-SIM-STATE PIC X(01) VALUE SPACE.
               88 GRACE-MUP-SIM-PRESENT VALUE 'P'.
               88 GRACE-MUP-SIM-GONE VALUE 'G'.
           05 GRACE-MUP-SIM-IMAGE PIC X(80) VALUE SPACES.
           05 GRACE-MUP-SIM-NEW PIC X(80) VALUE SPACES.
           05 GRACE-MUP-SIM-BEFORE-BAL PIC S9(11) VALUE ZERO.
           05 GRACE-MUP-SIM-BEFORE-ED PIC -(10)9 VALUE ZERO.
           05 GRACE-MUP-SIM-AFTER-ED PIC -(10)9 VALUE ZERO.

      *Rejects counted by reason, subscripted by the reason code's
      *number (E001 is entry 1).
       01 GRACE-MUP-REASON-TABLE.
           05 GRACE-MUP-REASON-ENTRY OCCURS 20 TIMES.
               10 GRACE-MUP-REASON-CODE PIC X(04).
               10 GRACE-MUP-REASON-TEXT PIC X(30).
               10 GRACE-MUP-REASON-COUNT PIC 9(06).
       01 GRACE-MUP-REASON-IDX PIC 9(03) VALUE ZERO.

      *A reversal's reference to the original it undoes, and
      *whether the history already shows that original reversed.
       01 GRACE-MUP-REVERSAL.
           05 GRACE-MUP-REVERSAL-SW PIC X(01) VALUE 'N'.
               88 GRACE-MUP-IS-REVERSAL VALUE 'Y'.
           05 GRACE-MUP-REVERSED-SW PIC X(01) VALUE 'N'.
               88 GRACE-MUP-ALREADY-REVERSED VALUE 'Y'.
           05 GRACE-MUP-REV-SCAN-SW PIC X(01) VALUE 'N'.
               88 GRACE-MUP-REV-SCAN-DONE VALUE 'Y'.
           05 GRACE-MUP-REV-DATE PIC 9(08) VALUE ZERO.
           05 GRACE-MUP-REV-CYCLE PIC 9(02) VALUE ZERO.
           05 GRACE-MUP-REV-SEQ PIC 9(06) VALUE ZERO.
           05 GRACE-MUP-REV-REDUCTION PIC 9(09) VALUE ZERO.

       01 GRACE-MUP-RESTART-SW PIC X(01) VALUE 'N'.
           88 GRACE-MUP-RESTARTING VALUE 'Y'.

           05 GRACE-MUP-EXPECTED-BAL PIC S9(11) VALUE ZERO.
           05 GRACE-MUP-BAL-ED PIC -(10)9 VALUE ZERO.

      *Credit-limit check work: the balance the debit would leave
      *and the floor the limit allows.
       01 GRACE-MUP-LIMIT-CHECK.
           05 GRACE-MUP-NEW-BALANCE PIC S9(11) VALUE ZERO.
           05 GRACE-MUP-LIMIT-FLOOR PIC S9(11) VALUE ZERO.
           05 GRACE-MUP-OVER-LIMIT-SW PIC X(01) VALUE 'N'.
               88 GRACE-MUP-OVER-LIMIT VALUE 'Y'.

      *The transaction's account: its owning customer, and whether
      *GRACEACT shows it closed.
       01 GRACE-MUP-ACCOUNT.
           05 GRACE-MUP-OWNER-ID PIC 9(06) VALUE ZERO.
           05 GRACE-MUP-ACT-CLOSED-SW PIC X(01) VALUE 'N'.
               88 GRACE-MUP-ACCOUNT-CLOSED VALUE 'Y'.
           05 GRACE-MUP-FROZEN-SW PIC X(01) VALUE 'N'.
               88 GRACE-MUP-DEBIT-FROZEN VALUE 'Y'.

      *What the applied transaction did to the record's balance,
      *staged by the apply paragraphs for the history entry.
       01 GRACE-MUP-POSTED.
           05 GRACE-MUP-POSTED-AMOUNT PIC S9(09) VALUE ZERO.
           05 GRACE-MUP-POSTED-BALANCE PIC S9(09) VALUE ZERO.

      *The amount as it arrived, in its own currency, before the
      *conversion phase replaced it with the base amount.
       01 GRACE-MUP-ORIG-AMOUNT PIC S9(09) VALUE ZERO.

       01 GRACE-MUP-COUNTS.
           05 GRACE-MUP-BEFORE-COUNT PIC 9(08) VALUE ZERO.
           05 GRACE-MUP-AFTER-COUNT PIC 9(08) VALUE ZERO.
           05 GRACE-MUP-DEL-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-MUP-REJ-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-MUP-TXN-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-MUP-WOF-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-MUP-RCV-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-MUP-RVS-COUNT PIC 9(06) VALUE ZERO.

           COPY GRACERPTH.

           MOVE "GRACEMUP" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 0160-LOAD-EXCHANGE-RATES.
           PERFORM 0190-LOAD-RUN-MODE.
           EVALUATE TRUE
               WHEN GRACE-FXR-OVERFLOW
                   DISPLAY "*** EXCHANGE RATES INCOMPLETE - UPDATE "
                       "NOT RUN ***"
                   MOVE 8 TO RETURN-CODE
               WHEN GRACE-MUP-SIMULATING
                   PERFORM 0110-RUN-THE-SIMULATION
               WHEN OTHER
                   PERFORM 0100-RUN-THE-UPDATE
           END-EVALUATE.
           MOVE GRACE-MUP-TXN-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

       0100-RUN-THE-UPDATE.
           PERFORM 0200-CHECK-FOR-RESTART.
           PERFORM 1000-SORT-TRANSACTIONS.
           PERFORM 1500-OPEN-MASTER.
           IF RETURN-CODE < 8
               PERFORM 0400-CLEAR-CHECKPOINT
           END-IF.

      *----------------------------------------------------------
      * 0110-RUN-THE-SIMULATION - the update with nothing applied:
      * no checkpoint, the master counted once for the before
      * position, and the after position projected from what
      * would have applied.
      *----------------------------------------------------------
       0110-RUN-THE-SIMULATION.
           INITIALIZE GRACE-MUP-REASON-TABLE.
           PERFORM 1000-SORT-TRANSACTIONS.
           PERFORM 1500-OPEN-MASTER.
           PERFORM 1800-COUNT-MASTER.
           MOVE GRACE-MUP-AFTER-COUNT TO GRACE-MUP-BEFORE-COUNT.
           MOVE GRACE-MUP-AFTER-BAL TO GRACE-MUP-BEFORE-BAL.
           PERFORM 2000-APPLY-TRANSACTIONS.
           IF GRACE-MUP-MST-OPEN
               CLOSE GRACE-MST-FILE
           END-IF.
           PERFORM 4400-PRINT-SIMULATION-SUMMARY.

      *A missing card, or any mode but SIMULATE, is the nightly
      *update.
       0190-LOAD-RUN-MODE.
           OPEN INPUT GRACE-MUC-FILE.
           IF GRACE-MUC-NOT-FOUND
               CONTINUE
           ELSE
               READ GRACE-MUC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GRACE-MUC-MODE = "SIMULATE"
                           SET GRACE-MUP-SIMULATING TO TRUE
                           DISPLAY "SIMULATION - NOTHING WILL BE "
                               "APPLIED"
                       END-IF
               END-READ
               CLOSE GRACE-MUC-FILE
           END-IF.

      *----------------------------------------------------------
      * 0200-CHECK-FOR-RESTART - a checkpoint carrying tonight's
           WRITE GRACE-MUK-REC.
           CLOSE GRACE-MUK-FILE.

      *A simulation sorts to its own work file and leaves
      *GRACEMTS alone.
       1000-SORT-TRANSACTIONS.
           IF GRACE-MUP-SIMULATING
               SORT GRACE-SORT-FILE
                   ON ASCENDING KEY GRACE-SRT-SOURCE
                   USING GRACE-TXN-FILE
                   GIVING GRACE-MUW-FILE
           ELSE
               SORT GRACE-SORT-FILE
                   ON ASCENDING KEY GRACE-SRT-SOURCE
                   USING GRACE-TXN-FILE
                   GIVING GRACE-MTS-FILE
           END-IF.

       1500-OPEN-MASTER.
           IF GRACE-MUP-SIMULATING
               OPEN INPUT GRACE-MST-FILE
               IF GRACE-MST-NOT-FOUND
                   DISPLAY "GRACEMST NOT FOUND - SIMULATING AGAINST "
                       "AN EMPTY MASTER"
               ELSE
                   SET GRACE-MUP-MST-OPEN TO TRUE
               END-IF
           ELSE
               OPEN I-O GRACE-MST-FILE
               IF GRACE-MST-NOT-FOUND
                   DISPLAY "GRACEMST NOT FOUND - CREATING AN EMPTY "
                       "MASTER"
                   OPEN OUTPUT GRACE-MST-FILE
                   CLOSE GRACE-MST-FILE
                   OPEN I-O GRACE-MST-FILE
               END-IF
               SET GRACE-MUP-MST-OPEN TO TRUE
           END-IF.

      *----------------------------------------------------------
           MOVE ZERO TO GRACE-MUP-AFTER-COUNT.
           MOVE ZERO TO GRACE-MUP-AFTER-BAL.
           MOVE 'N' TO GRACE-MUP-COUNT-DONE-SW.
           IF GRACE-MUP-MST-OPEN
               MOVE ZERO TO GRACE-MST-KEY
               START GRACE-MST-FILE
                   KEY IS >= GRACE-MST-KEY
                   INVALID KEY
                       SET GRACE-MUP-COUNT-DONE TO TRUE
               END-START
           ELSE
               SET GRACE-MUP-COUNT-DONE TO TRUE
           END-IF.
           PERFORM 1850-COUNT-ONE-RECORD
               UNTIL GRACE-MUP-COUNT-DONE.

           END-READ.

       2000-APPLY-TRANSACTIONS.
           IF GRACE-MUP-SIMULATING
               OPEN INPUT GRACE-MUW-FILE
               PERFORM 2010-OPEN-FOR-SIMULATION
           ELSE
               OPEN INPUT GRACE-MTS-FILE
               PERFORM 2020-OPEN-FOR-UPDATE
           END-IF.
           OPEN INPUT GRACE-CPF-FILE.
           IF GRACE-CPF-NOT-FOUND
               DISPLAY "GRACECPF NOT FOUND - NO CREDIT LIMITS "
                   "ENFORCED"
           ELSE
               SET GRACE-CPF-OPEN TO TRUE
           END-IF.
           PERFORM 8100-OPEN-ACCOUNTS.
           PERFORM 2100-READ-TRANSACTION.
           PERFORM 2200-APPLY-ONE-TRANSACTION
               UNTIL GRACE-MTS-END-OF-FILE.
           IF GRACE-MUP-SIMULATING
               CLOSE GRACE-MUW-FILE
           ELSE
               CLOSE GRACE-MTS-FILE
               CLOSE GRACE-MRJ-FILE
               CLOSE GRACE-MJL-FILE
               CLOSE GRACE-WRV-FILE
           END-IF.
           IF GRACE-MUP-PHS-OPEN
               CLOSE GRACE-PHS-FILE
           END-IF.
           IF GRACE-CPF-OPEN
               CLOSE GRACE-CPF-FILE
           END-IF.
           IF GRACE-WOF-OPEN
               CLOSE GRACE-WOF-FILE
           END-IF.
           PERFORM 8130-CLOSE-ACCOUNTS.

      *A simulation reads the history and the write-offs and
      *writes nothing.
       2010-OPEN-FOR-SIMULATION.
           OPEN INPUT GRACE-PHS-FILE.
           IF GRACE-PHS-NOT-FOUND
               DISPLAY "GRACEPHS NOT FOUND - REVERSALS NOT CHECKED "
                   "AGAINST THE HISTORY"
           ELSE
               SET GRACE-MUP-PHS-OPEN TO TRUE
           END-IF.
           OPEN INPUT GRACE-WOF-FILE.
           IF GRACE-WOF-NOT-FOUND
               DISPLAY "GRACEWOF NOT FOUND - NO WRITE-OFFS TO POST "
                   "OR WATCH"
           ELSE
               SET GRACE-WOF-OPEN TO TRUE
           END-IF.

       2020-OPEN-FOR-UPDATE.
           IF GRACE-MUP-RESTARTING
               OPEN EXTEND GRACE-MRJ-FILE
               IF GRACE-MRJ-NOT-FOUND
           IF GRACE-MJL-NOT-FOUND
               OPEN OUTPUT GRACE-MJL-FILE
           END-IF.
           OPEN I-O GRACE-PHS-FILE.
           IF GRACE-PHS-NOT-FOUND
               DISPLAY "GRACEPHS NOT FOUND - STARTING THE POSTED "
                   "HISTORY"
               OPEN OUTPUT GRACE-PHS-FILE
               CLOSE GRACE-PHS-FILE
               OPEN I-O GRACE-PHS-FILE
           END-IF.
           SET GRACE-MUP-PHS-OPEN TO TRUE.
           OPEN I-O GRACE-WOF-FILE.
           IF GRACE-WOF-NOT-FOUND
               DISPLAY "GRACEWOF NOT FOUND - NO WRITE-OFFS TO POST "
                   "OR WATCH"
           ELSE
               SET GRACE-WOF-OPEN TO TRUE
           END-IF.
           IF GRACE-MUP-RESTARTING
               OPEN EXTEND GRACE-WRV-FILE
               IF GRACE-WRV-NOT-FOUND
                   OPEN OUTPUT GRACE-WRV-FILE
               END-IF
           ELSE
               OPEN OUTPUT GRACE-WRV-FILE
           END-IF.

      *----------------------------------------------------------
      * 2050-SKIP-APPLIED-TRANSACTIONS repositions the sorted
           END-READ.

       2100-READ-TRANSACTION.
           IF GRACE-MUP-SIMULATING
               READ GRACE-MUW-FILE
                   AT END
                       SET GRACE-MTS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO GRACE-MUP-TXN-COUNT
               END-READ
           ELSE
               READ GRACE-MTS-FILE
                   AT END
                       SET GRACE-MTS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO GRACE-MUP-TXN-COUNT
               END-READ
           END-IF.

       2200-APPLY-ONE-TRANSACTION.
           PERFORM 2250-PARSE-SIGNED-AMOUNT.
           PERFORM 2270-CHECK-REVERSAL.
           PERFORM 2190-CHECK-ACCOUNT.
           PERFORM 2195-CHECK-CUSTOMER-FROZEN.
           EVALUATE TRUE
               WHEN GRACE-MTS-REVIEW-REJECTED
                   MOVE "E006" TO GRACE-MRJ-REASON-CODE
                   MOVE "REJECTED ON SUPERVISOR REVIEW"
                       TO GRACE-MRJ-REASON-TEXT
                   PERFORM 3000-WRITE-REJECT
               WHEN GRACE-FXR-NO-RATE
                   MOVE "E007" TO GRACE-MRJ-REASON-CODE
                   MOVE "NO EXCHANGE RATE FOR CURRENCY"
                       TO GRACE-MRJ-REASON-TEXT
                   PERFORM 3000-WRITE-REJECT
               WHEN GRACE-FXR-TOO-LARGE
                   MOVE "E008" TO GRACE-MRJ-REASON-CODE
                   MOVE "CONVERTED AMOUNT TOO LARGE"
                       TO GRACE-MRJ-REASON-TEXT
                   PERFORM 3000-WRITE-REJECT
               WHEN GRACE-MUP-ALREADY-REVERSED
                   MOVE "E013" TO GRACE-MRJ-REASON-CODE
                   MOVE "ORIGINAL ALREADY REVERSED"
                       TO GRACE-MRJ-REASON-TEXT
                   PERFORM 3000-WRITE-REJECT
               WHEN GRACE-MUP-ACCOUNT-CLOSED
                   MOVE "E015" TO GRACE-MRJ-REASON-CODE
                   MOVE "ACCOUNT CLOSED"
                       TO GRACE-MRJ-REASON-TEXT
                   PERFORM 3000-WRITE-REJECT
               WHEN GRACE-MUP-DEBIT-FROZEN
                   MOVE "E016" TO GRACE-MRJ-REASON-CODE
                   MOVE "DEBIT TO FROZEN CUSTOMER"
                       TO GRACE-MRJ-REASON-TEXT
                   PERFORM 3000-WRITE-REJECT
               WHEN GRACE-MTS-OP-CODE = 'A'
                   PERFORM 2300-APPLY-ADD
               WHEN GRACE-MTS-OP-CODE = 'C'
                   PERFORM 2400-APPLY-CHANGE
               WHEN GRACE-MTS-OP-CODE = 'D'
                   PERFORM 2500-APPLY-DELETE
               WHEN GRACE-MTS-OP-CODE = 'P'
                   PERFORM 2600-APPLY-POSTING
               WHEN GRACE-MTS-OP-CODE = 'W'
                       AND GRACE-MUP-IS-REVERSAL
                   PERFORM 2630-REVERSE-WRITE-OFF
               WHEN GRACE-MTS-OP-CODE = 'W'
                   PERFORM 2610-APPLY-WRITE-OFF
               WHEN OTHER
                   MOVE "E004" TO GRACE-MRJ-REASON-CODE
                   MOVE "UNKNOWN OPERATION CODE"
                       TO GRACE-MRJ-REASON-TEXT
                   PERFORM 3000-WRITE-REJECT
           END-EVALUATE.
           IF NOT GRACE-MUP-SIMULATING
               PERFORM 0300-WRITE-CHECKPOINT
           END-IF.
           PERFORM 2100-READ-TRANSACTION.

      *----------------------------------------------------------
      * 2190-CHECK-ACCOUNT looks the transaction's account up on
      * GRACEACT for its owner and state. An account not there is
      * its own customer's, and open.
      *----------------------------------------------------------
       2190-CHECK-ACCOUNT.
           MOVE GRACE-MTS-SOURCE TO GRACE-MUP-OWNER-ID.
           MOVE 'N' TO GRACE-MUP-ACT-CLOSED-SW.
           IF GRACE-ACX-FILE-OPEN
               MOVE GRACE-MTS-SOURCE TO GRACE-ACT-NUMBER
               READ GRACE-ACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GRACE-ACT-CUST-ID TO GRACE-MUP-OWNER-ID
                       IF GRACE-ACT-CLOSED
                           SET GRACE-MUP-ACCOUNT-CLOSED TO TRUE
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------
      * 2195-CHECK-CUSTOMER-FROZEN - a debit, other than a
      * reversal or a write-off, is held to the owning customer's
      * status on the profile.
      *----------------------------------------------------------
       2195-CHECK-CUSTOMER-FROZEN.
           MOVE 'N' TO GRACE-MUP-FROZEN-SW.
           IF GRACE-MUP-AMOUNT-BEARING
                   AND GRACE-MUP-TXN-AMOUNT < ZERO
                   AND GRACE-CPF-OPEN
                   AND NOT GRACE-MUP-IS-REVERSAL
                   AND GRACE-MTS-OP-CODE NOT = 'W'
               MOVE GRACE-MUP-OWNER-ID TO GRACE-CPF-CUST-ID
               READ GRACE-CPF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GRACE-CPF-DEBITS-BLOCKED
                           SET GRACE-MUP-DEBIT-FROZEN TO TRUE
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------
      * 2150-GET-MASTER reads the transaction's master record.
      * Under simulation, a key tonight's work has already
      * touched comes from the image in storage instead, as the
      * update would have left it.
      *----------------------------------------------------------
       2150-GET-MASTER.
           MOVE 'N' TO GRACE-MUP-MST-FOUND-SW.
           IF GRACE-MUP-SIMULATING
                   AND GRACE-MUP-SIM-KEY = GRACE-MTS-SOURCE
                   AND GRACE-MUP-SIM-STATE NOT = SPACE
               IF GRACE-MUP-SIM-PRESENT
                   MOVE GRACE-MUP-SIM-IMAGE TO GRACE-MST-REC
                   SET GRACE-MUP-MST-FOUND TO TRUE
               END-IF
           ELSE
               IF GRACE-MUP-MST-OPEN
                   MOVE GRACE-MTS-SOURCE TO GRACE-MST-KEY
                   READ GRACE-MST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET GRACE-MUP-MST-FOUND TO TRUE
                   END-READ
               END-IF
           END-IF.

      *The new record is built in the record area; a key already
      *there is a duplicate.
       2160-ADD-MASTER.
           MOVE 'N' TO GRACE-MUP-MST-DUP-SW.
           IF GRACE-MUP-SIMULATING
               MOVE GRACE-MST-REC TO GRACE-MUP-SIM-NEW
               PERFORM 2150-GET-MASTER
               IF GRACE-MUP-MST-FOUND
                   SET GRACE-MUP-MST-DUPLICATE TO TRUE
               ELSE
                   MOVE GRACE-MUP-SIM-NEW TO GRACE-MUP-SIM-IMAGE
                   MOVE GRACE-MTS-SOURCE TO GRACE-MUP-SIM-KEY
                   SET GRACE-MUP-SIM-PRESENT TO TRUE
               END-IF
               MOVE GRACE-MUP-SIM-NEW TO GRACE-MST-REC
           ELSE
               WRITE GRACE-MST-REC
                   INVALID KEY
                       SET GRACE-MUP-MST-DUPLICATE TO TRUE
               END-WRITE
           END-IF.

       2170-REWRITE-MASTER.
           IF GRACE-MUP-SIMULATING
               MOVE GRACE-MST-REC TO GRACE-MUP-SIM-IMAGE
               MOVE GRACE-MTS-SOURCE TO GRACE-MUP-SIM-KEY
               SET GRACE-MUP-SIM-PRESENT TO TRUE
           ELSE
               REWRITE GRACE-MST-REC
           END-IF.

       2180-DELETE-MASTER.
           IF GRACE-MUP-SIMULATING
               MOVE GRACE-MTS-SOURCE TO GRACE-MUP-SIM-KEY
               SET GRACE-MUP-SIM-GONE TO TRUE
           ELSE
               DELETE GRACE-MST-FILE
           END-IF.

      *----------------------------------------------------------
      * 2250-PARSE-SIGNED-AMOUNT - nine numeric digits in the
      * amount positions make the transaction amount-bearing; a
      * '-' sign negates. Anything else is the old no-amount
      * shape and moves no money. The conversion phase then puts
      * the amount into base currency, keeping the original.
      *----------------------------------------------------------
       2250-PARSE-SIGNED-AMOUNT.
           MOVE 'N' TO GRACE-MUP-AMOUNT-SW.
                       0 - GRACE-MUP-TXN-AMOUNT
               END-IF
           END-IF.
           MOVE GRACE-MUP-TXN-AMOUNT TO GRACE-MUP-ORIG-AMOUNT.
           PERFORM 2260-CONVERT-TO-BASE.

      *----------------------------------------------------------
      * 2270-CHECK-REVERSAL - a transaction carrying an original's
      * posting date, cycle and sequence is a reversal. The
      * customer's history is read for an entry already carrying
      * the same reference: an original reverses once.
      *----------------------------------------------------------
       2270-CHECK-REVERSAL.
           MOVE 'N' TO GRACE-MUP-REVERSAL-SW.
           MOVE 'N' TO GRACE-MUP-REVERSED-SW.
           IF GRACE-MTS-REV-DATE NUMERIC
                   AND GRACE-MTS-REV-CYCLE NUMERIC
                   AND GRACE-MTS-REV-SEQ NUMERIC
                   AND GRACE-MTS-REV-DATE NOT = "00000000"
               SET GRACE-MUP-IS-REVERSAL TO TRUE
               MOVE GRACE-MTS-REV-DATE TO GRACE-MUP-REV-DATE
               MOVE GRACE-MTS-REV-CYCLE TO GRACE-MUP-REV-CYCLE
               MOVE GRACE-MTS-REV-SEQ TO GRACE-MUP-REV-SEQ
               IF GRACE-MUP-PHS-OPEN
                   PERFORM 2275-START-REVERSAL-SCAN
               END-IF
           END-IF.

       2275-START-REVERSAL-SCAN.
           MOVE 'N' TO GRACE-MUP-REV-SCAN-SW.
           MOVE GRACE-MTS-SOURCE TO GRACE-PHS-SOURCE.
           MOVE ZERO TO GRACE-PHS-POST-DATE.
           MOVE ZERO TO GRACE-PHS-CYCLE.
           MOVE ZERO TO GRACE-PHS-SEQ.
           START GRACE-PHS-FILE
               KEY IS >= GRACE-PHS-KEY
               INVALID KEY
                   SET GRACE-MUP-REV-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2280-SCAN-FOR-REVERSAL
               UNTIL GRACE-MUP-REV-SCAN-DONE.

       2280-SCAN-FOR-REVERSAL.
           READ GRACE-PHS-FILE NEXT RECORD
               AT END
                   SET GRACE-MUP-REV-SCAN-DONE TO TRUE
               NOT AT END
                   IF GRACE-PHS-SOURCE NOT = GRACE-MTS-SOURCE
                       SET GRACE-MUP-REV-SCAN-DONE TO TRUE
                   ELSE
                       IF GRACE-PHS-REV-POST-DATE NUMERIC
                               AND GRACE-PHS-REV-POST-DATE
                                   = GRACE-MUP-REV-DATE
                               AND GRACE-PHS-REV-CYCLE
                                   = GRACE-MUP-REV-CYCLE
                               AND GRACE-PHS-REV-SEQ
                                   = GRACE-MUP-REV-SEQ
                           SET GRACE-MUP-ALREADY-REVERSED TO TRUE
                           SET GRACE-MUP-REV-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * 2260-CONVERT-TO-BASE - the conversion phase. A no-amount
      * transaction or a delete has nothing to convert; an amount
      * in base (or with no currency) passes at rate 1; any other
      * currency converts at tonight's rate or is left unconverted
      * for 2200 to reject.
      *----------------------------------------------------------
       2260-CONVERT-TO-BASE.
           IF GRACE-MUP-AMOUNT-BEARING
                   AND GRACE-MTS-OP-CODE NOT = 'D'
               MOVE GRACE-MTS-CURRENCY TO GRACE-FXR-IN-CURRENCY
               MOVE GRACE-MUP-ORIG-AMOUNT TO GRACE-FXR-IN-AMOUNT
               PERFORM 0170-CONVERT-AMOUNT
               MOVE GRACE-FXR-OUT-AMOUNT TO GRACE-MUP-TXN-AMOUNT
               IF GRACE-FXR-CONVERTED
                       AND GRACE-MTS-CURRENCY NOT = SPACES
                       AND GRACE-MTS-CURRENCY
                       NOT = GRACE-FXR-BASE-CURRENCY
                   DISPLAY "CONVERTED " GRACE-MTS-SOURCE " "
                       GRACE-MTS-CURRENCY " " GRACE-MTS-AMT-SIGN
                       GRACE-MTS-AMOUNT " AT " GRACE-FXR-USED-RATE
               END-IF
           ELSE
               MOVE ZERO TO GRACE-FXR-USED-RATE
               SET GRACE-FXR-CONVERTED TO TRUE
           END-IF.

       2300-APPLY-ADD.
           MOVE ZERO TO GRACE-MUP-WORK-BALANCE.
           PERFORM 2900-CHECK-CREDIT-LIMIT.
           IF GRACE-MUP-OVER-LIMIT
               PERFORM 2950-REJECT-OVER-LIMIT
           ELSE
               PERFORM 2350-WRITE-NEW-RECORD
           END-IF.

       2350-WRITE-NEW-RECORD.
           MOVE SPACES TO GRACE-MST-REC.
           MOVE GRACE-MTS-SOURCE TO GRACE-MST-KEY.
           MOVE GRACE-MTS-S-SOURCE-VALUE TO GRACE-MST-VALUE.
           MOVE GRACE-CYC-DATE TO GRACE-MST-UPD-DATE.
           MOVE GRACE-MUP-TXN-AMOUNT TO GRACE-MST-BALANCE.
           PERFORM 2160-ADD-MASTER.
           IF GRACE-MUP-MST-DUPLICATE
               MOVE "E001" TO GRACE-MRJ-REASON-CODE
               MOVE "ADD FOR KEY ALREADY ON MASTER"
                   TO GRACE-MRJ-REASON-TEXT
               PERFORM 3000-WRITE-REJECT
           ELSE
               ADD 1 TO GRACE-MUP-ADD-COUNT
               IF GRACE-MUP-AMOUNT-BEARING
                   ADD GRACE-MUP-TXN-AMOUNT TO GRACE-MUP-NET-APPLIED
               END-IF
               MOVE SPACES TO GRACE-MUP-PRIOR-VALUE
               MOVE ZERO TO GRACE-MUP-PRIOR-UPD-DATE
               MOVE SPACES TO GRACE-MUP-PRIOR-BALANCE
               MOVE GRACE-MUP-TXN-AMOUNT TO GRACE-MUP-POSTED-AMOUNT
               MOVE GRACE-MUP-TXN-AMOUNT TO GRACE-MUP-POSTED-BALANCE
               PERFORM 2750-RECORD-APPLIED
               IF NOT GRACE-MUP-SIMULATING
                   DISPLAY "APPLIED A " GRACE-MTS-SOURCE " "
                       GRACE-MTS-S-SOURCE-VALUE
               END-IF
           END-IF.

       2400-APPLY-CHANGE.
           PERFORM 2150-GET-MASTER.
           IF NOT GRACE-MUP-MST-FOUND
               MOVE "E002" TO GRACE-MRJ-REASON-CODE
               MOVE "CHANGE FOR KEY NOT ON MASTER"
                   TO GRACE-MRJ-REASON-TEXT
               PERFORM 3000-WRITE-REJECT
           ELSE
               IF GRACE-MST-BALANCE NUMERIC
                   MOVE GRACE-MST-BALANCE TO GRACE-MUP-WORK-BALANCE
               ELSE
                   MOVE ZERO TO GRACE-MUP-WORK-BALANCE
               END-IF
               PERFORM 2900-CHECK-CREDIT-LIMIT
               IF GRACE-MUP-OVER-LIMIT
                   PERFORM 2950-REJECT-OVER-LIMIT
               ELSE
                   PERFORM 2450-REWRITE-CHANGED-RECORD
               END-IF
           END-IF.

       2450-REWRITE-CHANGED-RECORD.
           MOVE GRACE-MST-VALUE TO GRACE-MUP-PRIOR-VALUE.
           MOVE GRACE-MST-UPD-DATE TO GRACE-MUP-PRIOR-UPD-DATE.
           MOVE GRACE-MST-REC(45:10) TO GRACE-MUP-PRIOR-BALANCE.
           MOVE GRACE-MTS-S-SOURCE-VALUE TO GRACE-MST-VALUE.
           MOVE GRACE-CYC-DATE TO GRACE-MST-UPD-DATE.
           IF GRACE-MUP-AMOUNT-BEARING
               COMPUTE GRACE-MST-BALANCE =
                   GRACE-MUP-WORK-BALANCE + GRACE-MUP-TXN-AMOUNT
               ADD GRACE-MUP-TXN-AMOUNT TO GRACE-MUP-NET-APPLIED
           ELSE
               IF GRACE-MST-BALANCE NOT NUMERIC
                   MOVE ZERO TO GRACE-MST-BALANCE
               END-IF
           END-IF.
           PERFORM 2170-REWRITE-MASTER.
           ADD 1 TO GRACE-MUP-CHG-COUNT.
           IF GRACE-MUP-AMOUNT-BEARING
               MOVE GRACE-MUP-TXN-AMOUNT TO GRACE-MUP-POSTED-AMOUNT
           ELSE
               MOVE ZERO TO GRACE-MUP-POSTED-AMOUNT
           END-IF.
           MOVE GRACE-MST-BALANCE TO GRACE-MUP-POSTED-BALANCE.
           PERFORM 2750-RECORD-APPLIED.
           IF NOT GRACE-MUP-SIMULATING
               DISPLAY "APPLIED C " GRACE-MTS-SOURCE " "
                   GRACE-MTS-S-SOURCE-VALUE
           END-IF.
           PERFORM 2680-CHECK-RECOVERY.

      *The delete reads first so the journal holds the image the
      *backout would have to put back.
       2500-APPLY-DELETE.
           PERFORM 2150-GET-MASTER.
           IF NOT GRACE-MUP-MST-FOUND
               MOVE "E003" TO GRACE-MRJ-REASON-CODE
               MOVE "DELETE FOR KEY NOT ON MASTER"
                   TO GRACE-MRJ-REASON-TEXT
               PERFORM 3000-WRITE-REJECT
           ELSE
               MOVE GRACE-MST-VALUE TO GRACE-MUP-PRIOR-VALUE
               MOVE GRACE-MST-UPD-DATE TO GRACE-MUP-PRIOR-UPD-DATE
               MOVE GRACE-MST-REC(45:10) TO GRACE-MUP-PRIOR-BALANCE
               MOVE ZERO TO GRACE-MUP-POSTED-AMOUNT
               IF GRACE-MST-BALANCE NUMERIC
                   SUBTRACT GRACE-MST-BALANCE
                       FROM GRACE-MUP-NET-APPLIED
                   SUBTRACT GRACE-MST-BALANCE
                       FROM GRACE-MUP-POSTED-AMOUNT
               END-IF
               PERFORM 2180-DELETE-MASTER
               ADD 1 TO GRACE-MUP-DEL-COUNT
               MOVE ZERO TO GRACE-MUP-POSTED-BALANCE
               PERFORM 2750-RECORD-APPLIED
               IF NOT GRACE-MUP-SIMULATING
                   DISPLAY "APPLIED D " GRACE-MTS-SOURCE
               END-IF
           END-IF.

      *----------------------------------------------------------
      * 2600-APPLY-POSTING - a posting needs a record to post to
      * and an amount to post; the value stays as it is. A debit
      * posting is held to the credit limit like any other, since
      * a standing instruction or adjustment can post one for the
      * customer. Only the shop's own charges - sites FE, IN and
      * UP - are exempt; an over-limit fee would otherwise never
      * post.
      *----------------------------------------------------------
       2600-APPLY-POSTING.
           PERFORM 2150-GET-MASTER.
           IF NOT GRACE-MUP-MST-FOUND
               MOVE "E009" TO GRACE-MRJ-REASON-CODE
               MOVE "POSTING FOR KEY NOT ON MASTER"
                   TO GRACE-MRJ-REASON-TEXT
               PERFORM 3000-WRITE-REJECT
           ELSE
               IF NOT GRACE-MUP-AMOUNT-BEARING
                   MOVE "E010" TO GRACE-MRJ-REASON-CODE
                   MOVE "POSTING CARRIES NO AMOUNT"
                       TO GRACE-MRJ-REASON-TEXT
                   PERFORM 3000-WRITE-REJECT
               ELSE
                   IF GRACE-MST-BALANCE NUMERIC
                       MOVE GRACE-MST-BALANCE
                           TO GRACE-MUP-WORK-BALANCE
                   ELSE
                       MOVE ZERO TO GRACE-MUP-WORK-BALANCE
                   END-IF
                   MOVE 'N' TO GRACE-MUP-OVER-LIMIT-SW
                   IF NOT GRACE-MTS-SHOP-CHARGE
                       PERFORM 2900-CHECK-CREDIT-LIMIT
                   END-IF
                   IF GRACE-MUP-OVER-LIMIT
                       PERFORM 2950-REJECT-OVER-LIMIT
                   ELSE
                       PERFORM 2650-REWRITE-POSTED-BALANCE
                       PERFORM 2680-CHECK-RECOVERY
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------
      * 2610-APPLY-WRITE-OFF - a write-off is a posting with two
      * more conditions: an approved GRACEWOF record to post
      * against, and a credit no larger than the amount owed.
      *----------------------------------------------------------
       2610-APPLY-WRITE-OFF.
           PERFORM 2150-GET-MASTER.
           IF NOT GRACE-MUP-MST-FOUND
               MOVE "E009" TO GRACE-MRJ-REASON-CODE
               MOVE "POSTING FOR KEY NOT ON MASTER"
                   TO GRACE-MRJ-REASON-TEXT
               PERFORM 3000-WRITE-REJECT
           ELSE
               IF GRACE-MST-BALANCE NUMERIC
                   MOVE GRACE-MST-BALANCE TO GRACE-MUP-WORK-BALANCE
               ELSE
                   MOVE ZERO TO GRACE-MUP-WORK-BALANCE
               END-IF
               PERFORM 2620-CHECK-WRITE-OFF
           END-IF.

       2620-CHECK-WRITE-OFF.
           MOVE 'N' TO GRACE-MUP-WOF-HIT-SW.
           IF GRACE-WOF-OPEN
               MOVE GRACE-MTS-SOURCE TO GRACE-WOF-CUST-ID
               READ GRACE-WOF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GRACE-WOF-APPROVED
                           SET GRACE-MUP-WOF-HIT TO TRUE
                       END-IF
               END-READ
           END-IF.
           COMPUTE GRACE-MUP-NEW-BALANCE =
               GRACE-MUP-WORK-BALANCE + GRACE-MUP-TXN-AMOUNT.
           EVALUATE TRUE
               WHEN NOT GRACE-MUP-AMOUNT-BEARING
                   MOVE "E010" TO GRACE-MRJ-REASON-CODE
                   MOVE "POSTING CARRIES NO AMOUNT"
                       TO GRACE-MRJ-REASON-TEXT
                   PERFORM 3000-WRITE-REJECT
               WHEN NOT GRACE-MUP-WOF-HIT
                   MOVE "E011" TO GRACE-MRJ-REASON-CODE
                   MOVE "WRITE-OFF NOT APPROVED"
                       TO GRACE-MRJ-REASON-TEXT
                   PERFORM 3000-WRITE-REJECT
               WHEN GRACE-MUP-TXN-AMOUNT NOT > ZERO
                       OR GRACE-MUP-NEW-BALANCE > ZERO
                   MOVE "E012" TO GRACE-MRJ-REASON-CODE
                   MOVE "WRITE-OFF EXCEEDS AMOUNT OWED"
                       TO GRACE-MRJ-REASON-TEXT
                   PERFORM 3000-WRITE-REJECT
               WHEN OTHER
                   PERFORM 2650-REWRITE-POSTED-BALANCE
                   MOVE 'W' TO GRACE-WOF-STATE
                   MOVE GRACE-CYC-DATE TO GRACE-WOF-POST-DATE
                   MOVE GRACE-MUP-TXN-AMOUNT
                       TO GRACE-WOF-WRITTEN-OFF-AMT
                   MOVE ZERO TO GRACE-WOF-RECOVERED
                   MOVE ZERO TO GRACE-WOF-RECOVERY-DATE
                   IF NOT GRACE-MUP-SIMULATING
                       REWRITE GRACE-WOF-REC
                   END-IF
                   ADD 1 TO GRACE-MUP-WOF-COUNT
           END-EVALUATE.

      *----------------------------------------------------------
      * 2630-REVERSE-WRITE-OFF - the reversal of a write-off is a
      * debit putting back the balance written off. It needs the
      * GRACEWOF record still written off; the record goes back
      * to proposed, with what it posted and recovered cleared,
      * for a supervisor to decide again.
      *----------------------------------------------------------
       2630-REVERSE-WRITE-OFF.
           PERFORM 2150-GET-MASTER.
           IF NOT GRACE-MUP-MST-FOUND
               MOVE "E009" TO GRACE-MRJ-REASON-CODE
               MOVE "POSTING FOR KEY NOT ON MASTER"
                   TO GRACE-MRJ-REASON-TEXT
               PERFORM 3000-WRITE-REJECT
           ELSE
               IF GRACE-MST-BALANCE NUMERIC
                   MOVE GRACE-MST-BALANCE TO GRACE-MUP-WORK-BALANCE
               ELSE
                   MOVE ZERO TO GRACE-MUP-WORK-BALANCE
               END-IF
               PERFORM 2640-CHECK-WRITE-OFF-REVERSAL
           END-IF.

       2640-CHECK-WRITE-OFF-REVERSAL.
           MOVE 'N' TO GRACE-MUP-WOF-HIT-SW.
           IF GRACE-WOF-OPEN
               MOVE GRACE-MTS-SOURCE TO GRACE-WOF-CUST-ID
               READ GRACE-WOF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GRACE-WOF-WRITTEN-OFF
                           SET GRACE-MUP-WOF-HIT TO TRUE
                       END-IF
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN NOT GRACE-MUP-AMOUNT-BEARING
                   MOVE "E010" TO GRACE-MRJ-REASON-CODE
                   MOVE "POSTING CARRIES NO AMOUNT"
                       TO GRACE-MRJ-REASON-TEXT
                   PERFORM 3000-WRITE-REJECT
               WHEN NOT GRACE-MUP-WOF-HIT
                       OR GRACE-MUP-TXN-AMOUNT NOT < ZERO
                   MOVE "E014" TO GRACE-MRJ-REASON-CODE
                   MOVE "NO WRITE-OFF TO REVERSE"
                       TO GRACE-MRJ-REASON-TEXT
                   PERFORM 3000-WRITE-REJECT
               WHEN OTHER
                   PERFORM 2650-REWRITE-POSTED-BALANCE
                   MOVE 'P' TO GRACE-WOF-STATE
                   MOVE ZERO TO GRACE-WOF-POST-DATE
                   MOVE ZERO TO GRACE-WOF-WRITTEN-OFF-AMT
                   MOVE ZERO TO GRACE-WOF-RECOVERED
                   MOVE ZERO TO GRACE-WOF-RECOVERY-DATE
                   IF NOT GRACE-MUP-SIMULATING
                       REWRITE GRACE-WOF-REC
                       DISPLAY "WRITE-OFF REVERSED " GRACE-MTS-SOURCE
                           " - BACK TO PROPOSED"
                   END-IF
           END-EVALUATE.

       2650-REWRITE-POSTED-BALANCE.
           MOVE GRACE-MST-VALUE TO GRACE-MUP-PRIOR-VALUE.
           MOVE GRACE-MST-UPD-DATE TO GRACE-MUP-PRIOR-UPD-DATE.
           MOVE GRACE-MST-REC(45:10) TO GRACE-MUP-PRIOR-BALANCE.
           MOVE GRACE-CYC-DATE TO GRACE-MST-UPD-DATE.
           COMPUTE GRACE-MST-BALANCE =
               GRACE-MUP-WORK-BALANCE + GRACE-MUP-TXN-AMOUNT.
           ADD GRACE-MUP-TXN-AMOUNT TO GRACE-MUP-NET-APPLIED.
           PERFORM 2170-REWRITE-MASTER.
           ADD 1 TO GRACE-MUP-CHG-COUNT.
           MOVE GRACE-MUP-TXN-AMOUNT TO GRACE-MUP-POSTED-AMOUNT.
           MOVE GRACE-MST-BALANCE TO GRACE-MUP-POSTED-BALANCE.
           PERFORM 2750-RECORD-APPLIED.
           IF NOT GRACE-MUP-SIMULATING
               DISPLAY "APPLIED " GRACE-MTS-OP-CODE " "
                   GRACE-MTS-SOURCE " " GRACE-MTS-SITE-CODE " "
                   GRACE-MUP-TXN-AMOUNT
           END-IF.

      *----------------------------------------------------------
      * 2680-CHECK-RECOVERY - a credit applied to a customer
      * written off is money back on a debt already taken as a
      * loss: it is added to the amount recovered and listed on
      * GRACEWRV.
      *----------------------------------------------------------
       2680-CHECK-RECOVERY.
           IF GRACE-WOF-OPEN
                   AND GRACE-MUP-AMOUNT-BEARING
                   AND (GRACE-MUP-TXN-AMOUNT > ZERO
                       OR GRACE-MUP-IS-REVERSAL)
               MOVE GRACE-MTS-SOURCE TO GRACE-WOF-CUST-ID
               READ GRACE-WOF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GRACE-WOF-WRITTEN-OFF
                           IF GRACE-MUP-TXN-AMOUNT > ZERO
                               PERFORM 2690-RECORD-RECOVERY
                           ELSE
                               PERFORM 2695-REDUCE-RECOVERED
                           END-IF
                       END-IF
               END-READ
           END-IF.

       2690-RECORD-RECOVERY.
           ADD 1 TO GRACE-MUP-RCV-COUNT.
           IF NOT GRACE-MUP-SIMULATING
               PERFORM 2692-WRITE-RECOVERY
           END-IF.

       2692-WRITE-RECOVERY.
           ADD GRACE-MUP-TXN-AMOUNT TO GRACE-WOF-RECOVERED.
           MOVE GRACE-CYC-DATE TO GRACE-WOF-RECOVERY-DATE.
           REWRITE GRACE-WOF-REC.
           MOVE SPACES TO GRACE-WRV-REC.
           MOVE GRACE-MTS-SOURCE TO GRACE-WRV-CUST-ID.
           MOVE GRACE-CYC-DATE TO GRACE-WRV-POST-DATE.
           MOVE GRACE-CYC-NUMBER TO GRACE-WRV-CYCLE.
           MOVE GRACE-MTS-OP-CODE TO GRACE-WRV-OP-CODE.
           MOVE GRACE-MTS-SITE-CODE TO GRACE-WRV-SITE-CODE.
           MOVE GRACE-MUP-TXN-AMOUNT TO GRACE-WRV-AMOUNT.
           MOVE GRACE-WOF-WRITTEN-OFF-AMT
               TO GRACE-WRV-WRITTEN-OFF-AMT.
           MOVE GRACE-WOF-POST-DATE TO GRACE-WRV-WO-POST-DATE.
           MOVE GRACE-WOF-RECOVERED TO GRACE-WRV-RECOVERED.
           WRITE GRACE-WRV-REC.
           DISPLAY "RECOVERY " GRACE-MTS-SOURCE " "
               GRACE-MUP-TXN-AMOUNT " ON A WRITE-OFF OF "
               GRACE-WOF-POST-DATE.

      *A reversed credit was counted as recovered when it applied;
      *it comes back off, never below nothing recovered.
       2695-REDUCE-RECOVERED.
           COMPUTE GRACE-MUP-REV-REDUCTION = 0 - GRACE-MUP-TXN-AMOUNT.
           IF GRACE-MUP-REV-REDUCTION > GRACE-WOF-RECOVERED
               MOVE ZERO TO GRACE-WOF-RECOVERED
           ELSE
               SUBTRACT GRACE-MUP-REV-REDUCTION
                   FROM GRACE-WOF-RECOVERED
           END-IF.
           IF NOT GRACE-MUP-SIMULATING
               REWRITE GRACE-WOF-REC
               DISPLAY "RECOVERY REVERSED " GRACE-MTS-SOURCE " "
                   GRACE-MUP-TXN-AMOUNT
           END-IF.

      *----------------------------------------------------------
      * 2750-RECORD-APPLIED - an applied transaction is journaled
      * and entered on the history; under simulation it is listed
      * instead, with the balance it found and the one it would
      * leave.
      *----------------------------------------------------------
       2750-RECORD-APPLIED.
           IF GRACE-MUP-IS-REVERSAL
               ADD 1 TO GRACE-MUP-RVS-COUNT
           END-IF.
           IF GRACE-MUP-SIMULATING
               COMPUTE GRACE-MUP-SIM-BEFORE-BAL =
                   GRACE-MUP-POSTED-BALANCE - GRACE-MUP-POSTED-AMOUNT
               MOVE GRACE-MUP-SIM-BEFORE-BAL
                   TO GRACE-MUP-SIM-BEFORE-ED
               MOVE GRACE-MUP-POSTED-BALANCE
                   TO GRACE-MUP-SIM-AFTER-ED
               DISPLAY "WOULD APPLY " GRACE-MTS-OP-CODE " "
                   GRACE-MTS-SOURCE " " GRACE-MTS-SITE-CODE
                   " BEFORE " GRACE-MUP-SIM-BEFORE-ED
                   " AFTER " GRACE-MUP-SIM-AFTER-ED
           ELSE
               PERFORM 2700-WRITE-JOURNAL-RECORD
               PERFORM 2800-WRITE-HISTORY-RECORD
           END-IF.

       2700-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO GRACE-MJL-REC.
               TO GRACE-MJL-PRIOR-UPD-DATE.
           MOVE GRACE-MUP-PRIOR-BALANCE
               TO GRACE-MJL-PRIOR-BALANCE.
           MOVE GRACE-MUP-TXN-COUNT TO GRACE-MJL-SEQ.
           MOVE GRACE-MTS-TRACE-REF TO GRACE-MJL-TRACE-REF.
           WRITE GRACE-MJL-REC.

      *----------------------------------------------------------
      * 2800-WRITE-HISTORY-RECORD - one posted-history entry per
      * applied transaction. A duplicate key can only mean a
      * restart re-applied a transaction whose entry was already
      * written before the crash; the entry on file stands.
      *----------------------------------------------------------
       2800-WRITE-HISTORY-RECORD.
           MOVE SPACES TO GRACE-PHS-REC.
           MOVE GRACE-MTS-SOURCE TO GRACE-PHS-SOURCE.
           MOVE GRACE-CYC-DATE TO GRACE-PHS-POST-DATE.
           MOVE GRACE-CYC-NUMBER TO GRACE-PHS-CYCLE.
           MOVE GRACE-MUP-TXN-COUNT TO GRACE-PHS-SEQ.
           MOVE GRACE-MTS-SITE-CODE TO GRACE-PHS-SITE-CODE.
           MOVE GRACE-MTS-OP-CODE TO GRACE-PHS-OP-CODE.
           MOVE GRACE-MTS-EFF-DATE TO GRACE-PHS-EFF-DATE.
           MOVE GRACE-MUP-POSTED-AMOUNT TO GRACE-PHS-AMOUNT.
           MOVE GRACE-MUP-POSTED-BALANCE TO GRACE-PHS-BALANCE.
           MOVE GRACE-MTS-TRACE-REF TO GRACE-PHS-TRACE-REF.
           IF GRACE-MUP-AMOUNT-BEARING
                   AND GRACE-MTS-OP-CODE NOT = 'D'
               IF GRACE-MTS-CURRENCY = SPACES
                   MOVE GRACE-FXR-BASE-CURRENCY TO GRACE-PHS-CURRENCY
               ELSE
                   MOVE GRACE-MTS-CURRENCY TO GRACE-PHS-CURRENCY
               END-IF
               MOVE GRACE-MUP-ORIG-AMOUNT TO GRACE-PHS-ORIG-AMOUNT
               MOVE GRACE-FXR-USED-RATE TO GRACE-PHS-FX-RATE
           ELSE
               MOVE ZERO TO GRACE-PHS-ORIG-AMOUNT
               MOVE ZERO TO GRACE-PHS-FX-RATE
           END-IF.
           IF GRACE-MUP-IS-REVERSAL
               MOVE GRACE-MUP-REV-DATE TO GRACE-PHS-REV-POST-DATE
               MOVE GRACE-MUP-REV-CYCLE TO GRACE-PHS-REV-CYCLE
               MOVE GRACE-MUP-REV-SEQ TO GRACE-PHS-REV-SEQ
           ELSE
               MOVE ZERO TO GRACE-PHS-REV-POST-DATE
               MOVE ZERO TO GRACE-PHS-REV-CYCLE
               MOVE ZERO TO GRACE-PHS-REV-SEQ
           END-IF.
           WRITE GRACE-PHS-REC
               INVALID KEY
                   DISPLAY "GRACEPHS ENTRY ALREADY ON FILE - "
                       GRACE-PHS-KEY
           END-WRITE.

      *----------------------------------------------------------
      * 2900-CHECK-CREDIT-LIMIT - a debit is measured against the
      * customer's profile: the balance it would leave (the work
      * balance plus the negative amount) may not fall below the
      * negative of the limit. Credits, no-amount transactions,
      * customers with no profile and profiles with no limit all
      * pass. 2600 does not call it for the shop's own charges.
      *----------------------------------------------------------
       2900-CHECK-CREDIT-LIMIT.
           MOVE 'N' TO GRACE-MUP-OVER-LIMIT-SW.
           IF GRACE-MUP-AMOUNT-BEARING
                   AND GRACE-MUP-TXN-AMOUNT < ZERO
                   AND GRACE-CPF-OPEN
                   AND NOT GRACE-MUP-IS-REVERSAL
               MOVE GRACE-MUP-OWNER-ID TO GRACE-CPF-CUST-ID
               READ GRACE-CPF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GRACE-CPF-LIMIT-SET
                               AND GRACE-CPF-CREDIT-LIMIT NUMERIC
                           COMPUTE GRACE-MUP-NEW-BALANCE =
                               GRACE-MUP-WORK-BALANCE
                               + GRACE-MUP-TXN-AMOUNT
                           COMPUTE GRACE-MUP-LIMIT-FLOOR =
                               0 - GRACE-CPF-CREDIT-LIMIT
                           IF GRACE-MUP-NEW-BALANCE
                                   < GRACE-MUP-LIMIT-FLOOR
                               SET GRACE-MUP-OVER-LIMIT TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-IF.

       2950-REJECT-OVER-LIMIT.
           MOVE "E005" TO GRACE-MRJ-REASON-CODE.
           MOVE "DEBIT EXCEEDS CREDIT LIMIT" TO GRACE-MRJ-REASON-TEXT.
           PERFORM 3000-WRITE-REJECT.

       3000-WRITE-REJECT.
           ADD 1 TO GRACE-MUP-REJ-COUNT.
           MOVE GRACE-MRJ-REASON-CODE TO GRACE-MUP-SAVE-CODE.
           MOVE GRACE-MTS-EFF-DATE TO GRACE-MRJ-EFF-DATE.
           MOVE GRACE-MTS-AMT-SIGN TO GRACE-MRJ-AMT-SIGN.
           MOVE GRACE-MTS-AMOUNT TO GRACE-MRJ-AMOUNT.
           MOVE GRACE-MTS-CURRENCY TO GRACE-MRJ-CURRENCY.
           MOVE GRACE-MTS-TRACE-REF TO GRACE-MRJ-TRACE-REF.
           IF GRACE-MUP-IS-REVERSAL
               MOVE 'R' TO GRACE-MRJ-REVERSAL-SW
           END-IF.
           IF GRACE-MUP-SIMULATING
               PERFORM 3050-COUNT-REASON
               DISPLAY "WOULD REJECT " GRACE-MTS-OP-CODE " "
                   GRACE-MTS-SOURCE " " GRACE-MRJ-REASON-CODE " - "
                   GRACE-MRJ-REASON-TEXT
           ELSE
               WRITE GRACE-MRJ-REC
               DISPLAY "*** REJECTED " GRACE-MTS-OP-CODE " "
                   GRACE-MTS-SOURCE " - " GRACE-MRJ-REASON-TEXT
                   " ***"
           END-IF.

       3050-COUNT-REASON.
           MOVE ZERO TO GRACE-MUP-REASON-IDX.
           IF GRACE-MUP-SAVE-CODE(2:3) NUMERIC
               MOVE GRACE-MUP-SAVE-CODE(2:3) TO GRACE-MUP-REASON-IDX
           END-IF.
           IF GRACE-MUP-REASON-IDX > ZERO
                   AND GRACE-MUP-REASON-IDX NOT > 20
               MOVE GRACE-MUP-SAVE-CODE
                   TO GRACE-MUP-REASON-CODE(GRACE-MUP-REASON-IDX)
               MOVE GRACE-MUP-SAVE-TEXT
                   TO GRACE-MUP-REASON-TEXT(GRACE-MUP-REASON-IDX)
               ADD 1 TO GRACE-MUP-REASON-COUNT(GRACE-MUP-REASON-IDX)
           END-IF.

      *----------------------------------------------------------
      * 4000-BALANCE-THE-COUNTS - before + adds - deletes must
           DISPLAY "MASTER BEFORE: " GRACE-MUP-BEFORE-COUNT
               "  AFTER: " GRACE-MUP-AFTER-COUNT.
           DISPLAY "APPLIED - ADDS: " GRACE-MUP-ADD-COUNT
               "  CHANGES/POSTINGS: " GRACE-MUP-CHG-COUNT
               "  DELETES: " GRACE-MUP-DEL-COUNT
               "  REJECTED: " GRACE-MUP-REJ-COUNT.
           DISPLAY "WRITE-OFFS POSTED: " GRACE-MUP-WOF-COUNT
               "  RECOVERIES: " GRACE-MUP-RCV-COUNT
               "  REVERSALS: " GRACE-MUP-RVS-COUNT.
           IF GRACE-MUP-EXPECTED-COUNT = GRACE-MUP-AFTER-COUNT
               DISPLAY "COUNTS BALANCE"
               IF GRACE-MUP-REJ-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------
      * 4400-PRINT-SIMULATION-SUMMARY - what the feed would have
      * done: the counts and position the update would have
      * reached, projected from the before figures, and the
      * rejects by reason. Any would-be reject ends the step RC=4.
      *----------------------------------------------------------
       4400-PRINT-SIMULATION-SUMMARY.
           COMPUTE GRACE-MUP-EXPECTED-COUNT =
               GRACE-MUP-BEFORE-COUNT + GRACE-MUP-ADD-COUNT
               - GRACE-MUP-DEL-COUNT.
           MOVE GRACE-MUP-EXPECTED-COUNT TO GRACE-MUP-AFTER-COUNT.
           COMPUTE GRACE-MUP-EXPECTED-BAL =
               GRACE-MUP-BEFORE-BAL + GRACE-MUP-NET-APPLIED.
           DISPLAY "SIMULATION SUMMARY - NOTHING APPLIED".
           DISPLAY "MASTER BEFORE: " GRACE-MUP-BEFORE-COUNT
               "  PROJECTED AFTER: " GRACE-MUP-AFTER-COUNT.
           DISPLAY "WOULD APPLY - ADDS: " GRACE-MUP-ADD-COUNT
               "  CHANGES/POSTINGS: " GRACE-MUP-CHG-COUNT
               "  DELETES: " GRACE-MUP-DEL-COUNT
               "  WOULD REJECT: " GRACE-MUP-REJ-COUNT.
           DISPLAY "WRITE-OFFS: " GRACE-MUP-WOF-COUNT
               "  RECOVERIES: " GRACE-MUP-RCV-COUNT
               "  REVERSALS: " GRACE-MUP-RVS-COUNT.
           IF GRACE-MUP-REJ-COUNT > ZERO
               DISPLAY "REJECTS BY REASON"
               PERFORM 4450-PRINT-REASON-COUNT
                   VARYING GRACE-MUP-REASON-IDX FROM 1 BY 1
                   UNTIL GRACE-MUP-REASON-IDX > 20
           END-IF.
           DISPLAY "PROJECTED POSITION".
           MOVE GRACE-MUP-BEFORE-BAL TO GRACE-MUP-BAL-ED.
           DISPLAY "  BALANCE BEFORE....: " GRACE-MUP-BAL-ED.
           MOVE GRACE-MUP-NET-APPLIED TO GRACE-MUP-BAL-ED.
           DISPLAY "  NET WOULD APPLY...: " GRACE-MUP-BAL-ED.
           MOVE GRACE-MUP-EXPECTED-BAL TO GRACE-MUP-BAL-ED.
           DISPLAY "  BALANCE AFTER.....: " GRACE-MUP-BAL-ED.
           IF GRACE-MUP-REJ-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       4450-PRINT-REASON-COUNT.
           IF GRACE-MUP-REASON-COUNT(GRACE-MUP-REASON-IDX) > ZERO
               DISPLAY "  " GRACE-MUP-REASON-CODE(GRACE-MUP-REASON-IDX)
                   " " GRACE-MUP-REASON-TEXT(GRACE-MUP-REASON-IDX)
                   " " GRACE-MUP-REASON-COUNT(GRACE-MUP-REASON-IDX)
           END-IF.

           COPY GRACERPTP.

           COPY GRACECYCP.

           COPY GRACEFXRP.

           COPY GRACEACTP.
