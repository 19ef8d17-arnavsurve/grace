       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACESCN.
      *----------------------------------------------------------
      * GRACESCN is the pre-apply amount screen, run between
      * GRACETRE and GRACEMUP. A fat-fingered amount on a site
      * feed used to go straight into the master, and the only
      * way back was a GRACEBKO backout of the whole cycle. Now
      * the edited stream (GRACETXE) is screened before the update
      * sees it, and anything that looks wrong waits on the
      * GRACERVQ review queue for a supervisor instead:
      *
      *   R001 - an amount-bearing transaction whose amount (either
      *          sign) is over the threshold for its site and op
      *          code on the GRACESTH threshold cards
      *   R002 - every transaction for a customer with more than
      *          the card's count of transactions in the cycle
      *
      * Threshold cards are "T ss o nnnnnnnnn" - site code ('**'
      * for any site), op code ('*' for any op) and the amount
      * limit - most specific card winning, the same lookup order
      * GRACEGLI uses for its account map; one "N nnnn" card sets
      * the per-customer count. No cards, no screening.
      *
      * Decisions taken on GRACERVW since the last run go out
      * ahead of tonight's work: a released transaction is passed
      * on as it arrived and applies tonight; a rejected one is
      * passed on marked, and GRACEMUP writes it to GRACEMRJ with
      * the review reason instead of applying it. Everything else
      * is passed to GRACETXS, which the update step's
      * transaction DD points at.
      *
      * Forwarded decisions stay on the queue stamped with the
      * cycle they went out on and drop off the cycle after, and
      * a rerun under the same cycle drops the holds it made the
      * first time before screening again - so the step can be
      * rerun without losing a decision or holding twice. A queue
      * too big for the table fails the step RC=8 before anything
      * is written; anything held tonight ends it RC=4.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-STH-FILE ASSIGN TO GRACESTH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-STH-STATUS.
           SELECT GRACE-TXE-FILE ASSIGN TO GRACETXE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TXE-STATUS.
           SELECT GRACE-TXS-FILE ASSIGN TO GRACETXS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TXS-STATUS.
           SELECT GRACE-RVQ-FILE ASSIGN TO GRACERVQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RVQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

      *Threshold card: T site op amount, or N count.
       FD  GRACE-STH-FILE
           RECORDING MODE IS F.
       01 GRACE-STH-REC.
           05 GRACE-STH-TYPE PIC X(01).
               88 GRACE-STH-THRESHOLD-CARD VALUE 'T'.
               88 GRACE-STH-COUNT-CARD VALUE 'N'.
           05 FILLER PIC X(01).
           05 GRACE-STH-SITE-CODE PIC X(02).
           05 FILLER PIC X(01).
           05 GRACE-STH-OP-CODE PIC X(01).
           05 FILLER PIC X(01).
           05 GRACE-STH-AMOUNT PIC 9(09).
           05 FILLER PIC X(64).
       01 GRACE-STH-COUNT-REC.
           05 FILLER PIC X(02).
           05 GRACE-STH-MAX-COUNT PIC 9(04).
           05 FILLER PIC X(74).

      *The edited transaction stream, in GRACETXN layout.
       FD  GRACE-TXE-FILE
           RECORDING MODE IS F.
       01 GRACE-TXE-REC.
           05 GRACE-TXE-SOURCE PIC 9(6).
           05 GRACE-TXE-S-SOURCE-VALUE PIC X(30).
           05 GRACE-TXE-OP-CODE PIC X(01).
           05 GRACE-TXE-SITE-CODE PIC X(02).
           05 GRACE-TXE-EFF-DATE PIC X(08).
           05 GRACE-TXE-AMT-SIGN PIC X(01).
           05 GRACE-TXE-AMOUNT PIC X(09).
           05 GRACE-TXE-AMOUNT-N REDEFINES GRACE-TXE-AMOUNT
               PIC 9(09).
           05 FILLER PIC X(21).
           05 GRACE-TXE-REVIEW-SW PIC X(01).
           05 FILLER PIC X(21).

      *The screened stream GRACEMUP applies. A rejected review
      *decision rides with 'X' in the review byte.
       FD  GRACE-TXS-FILE
           RECORDING MODE IS F.
       01 GRACE-TXS-REC.
           05 FILLER PIC X(78).
           05 GRACE-TXS-REVIEW-SW PIC X(01).
           05 FILLER PIC X(21).

       FD  GRACE-RVQ-FILE
           RECORDING MODE IS F.
           COPY GRACERVQ.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

       01 GRACE-STH-STATUS PIC X(02).
           88 GRACE-STH-OK VALUE '00'.
           88 GRACE-STH-NOT-FOUND VALUE '35'.

       01 GRACE-TXE-STATUS PIC X(02).
           88 GRACE-TXE-OK VALUE '00'.
           88 GRACE-TXE-EOF VALUE '10'.
           88 GRACE-TXE-NOT-FOUND VALUE '35'.

       01 GRACE-TXS-STATUS PIC X(02).
           88 GRACE-TXS-OK VALUE '00'.

       01 GRACE-RVQ-STATUS PIC X(02).
           88 GRACE-RVQ-OK VALUE '00'.
           88 GRACE-RVQ-EOF VALUE '10'.
           88 GRACE-RVQ-NOT-FOUND VALUE '35'.

       01 GRACE-STH-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-STH-END-OF-FILE VALUE 'Y'.

       01 GRACE-TXE-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-TXE-END-OF-FILE VALUE 'Y'.

       01 GRACE-RVQ-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-RVQ-END-OF-FILE VALUE 'Y'.

       01 GRACE-SCN-INPUT-SW PIC X(01) VALUE 'N'.
           88 GRACE-SCN-INPUT-PRESENT VALUE 'Y'.

       01 GRACE-SCN-OVERFLOW-SW PIC X(01) VALUE 'N'.
           88 GRACE-SCN-QUEUE-OVERFLOWED VALUE 'Y'.

      *Amount thresholds off the cards, and the count ceiling
      *(zero = no count rule).
       01 GRACE-SCN-THR-CTL.
           05 GRACE-SCN-THR-USED PIC 9(02) VALUE ZERO.
           05 GRACE-SCN-THR-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-SCN-THR-TABLE OCCURS 50 TIMES.
               10 GRACE-SCN-THR-SITE PIC X(02).
               10 GRACE-SCN-THR-OP PIC X(01).
               10 GRACE-SCN-THR-AMOUNT PIC 9(09).

       01 GRACE-SCN-MAX-COUNT PIC 9(04) VALUE ZERO.

      *Threshold lookup: the rank of the best card found so far
      *(4 exact, 3 any op, 2 any site, 1 both wild).
       01 GRACE-SCN-LOOKUP.
           05 GRACE-SCN-BEST-RANK PIC 9(01) VALUE ZERO.
           05 GRACE-SCN-CARD-RANK PIC 9(01) VALUE ZERO.
           05 GRACE-SCN-LIMIT PIC 9(09) VALUE ZERO.
           05 GRACE-SCN-ABS-AMOUNT PIC 9(09) VALUE ZERO.

      *Transactions per customer in tonight's stream.
       01 GRACE-SCN-CNT-CTL.
           05 GRACE-SCN-CNT-USED PIC 9(03) VALUE ZERO.
           05 GRACE-SCN-CNT-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-SCN-CNT-FOUND PIC 9(03) VALUE ZERO.
           05 GRACE-SCN-CNT-TABLE OCCURS 500 TIMES.
               10 GRACE-SCN-CNT-SOURCE PIC 9(06).
               10 GRACE-SCN-CNT-TOTAL PIC 9(05).

       01 GRACE-SCN-CNT-OVERFLOW-SW PIC X(01) VALUE 'N'.
           88 GRACE-SCN-CNT-OVERFLOWED VALUE 'Y'.

      *The review queue, loaded, worked and rewritten whole.
       01 GRACE-SCN-RVQ-CTL.
           05 GRACE-SCN-RVQ-USED PIC 9(03) VALUE ZERO.
           05 GRACE-SCN-RVQ-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-SCN-RVQ-TABLE OCCURS 500 TIMES.
               10 GRACE-SCN-RVQ-ENTRY PIC X(130).

       01 GRACE-SCN-HOLD-REASON PIC X(04) VALUE SPACES.

       01 GRACE-SCN-COUNTS.
           05 GRACE-SCN-READ-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-SCN-PASS-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-SCN-HOLD-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-SCN-REL-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-SCN-REJ-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-SCN-WAIT-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-SCN-RERUN-COUNT PIC 9(06) VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACESCN" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 1000-LOAD-THRESHOLD-CARDS.
           PERFORM 1500-LOAD-REVIEW-QUEUE.
           IF GRACE-SCN-QUEUE-OVERFLOWED
               DISPLAY "*** GRACERVQ EXCEEDS THE QUEUE TABLE (500) "
                   "- NOTHING SCREENED, NOTHING PASSED: WORK THE "
                   "QUEUE DOWN ON GRACERVW AND RERUN ***"
               MOVE 8 TO RETURN-CODE
               PERFORM 0600-PRINT-GRACE-RPT-FOOTER
               GOBACK
           END-IF.
           PERFORM 2000-COUNT-TRANSACTIONS.
           OPEN OUTPUT GRACE-TXS-FILE.
           PERFORM 3000-FORWARD-ONE-DECISION
               VARYING GRACE-SCN-RVQ-IDX FROM 1 BY 1
               UNTIL GRACE-SCN-RVQ-IDX > GRACE-SCN-RVQ-USED.
           IF GRACE-SCN-INPUT-PRESENT
               PERFORM 4000-SCREEN-TRANSACTIONS
           END-IF.
           CLOSE GRACE-TXS-FILE.
           PERFORM 5000-REWRITE-REVIEW-QUEUE.
           PERFORM 6000-PRINT-SCREENING-REPORT.
           MOVE GRACE-SCN-READ-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           EVALUATE TRUE
               WHEN GRACE-SCN-QUEUE-OVERFLOWED
                   MOVE 8 TO RETURN-CODE
               WHEN GRACE-SCN-HOLD-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       1000-LOAD-THRESHOLD-CARDS.
           OPEN INPUT GRACE-STH-FILE.
           IF GRACE-STH-NOT-FOUND
               DISPLAY "GRACESTH NOT FOUND - NO AMOUNT SCREENING"
           ELSE
               PERFORM 1100-READ-THRESHOLD-CARD
               PERFORM 1200-STORE-THRESHOLD-CARD
                   UNTIL GRACE-STH-END-OF-FILE
               CLOSE GRACE-STH-FILE
           END-IF.

       1100-READ-THRESHOLD-CARD.
           READ GRACE-STH-FILE
               AT END
                   SET GRACE-STH-END-OF-FILE TO TRUE
           END-READ.

       1200-STORE-THRESHOLD-CARD.
           EVALUATE TRUE
               WHEN GRACE-STH-THRESHOLD-CARD
                       AND GRACE-STH-AMOUNT NUMERIC
                   IF GRACE-SCN-THR-USED < 50
                       ADD 1 TO GRACE-SCN-THR-USED
                       MOVE GRACE-STH-SITE-CODE
                           TO GRACE-SCN-THR-SITE(GRACE-SCN-THR-USED)
                       MOVE GRACE-STH-OP-CODE
                           TO GRACE-SCN-THR-OP(GRACE-SCN-THR-USED)
                       MOVE GRACE-STH-AMOUNT
                           TO GRACE-SCN-THR-AMOUNT(GRACE-SCN-THR-USED)
                   ELSE
                       DISPLAY "*** GRACESTH PAST 50 THRESHOLD "
                           "CARDS - EXCESS IGNORED ***"
                   END-IF
               WHEN GRACE-STH-COUNT-CARD
                       AND GRACE-STH-MAX-COUNT NUMERIC
                   MOVE GRACE-STH-MAX-COUNT TO GRACE-SCN-MAX-COUNT
               WHEN OTHER
                   DISPLAY "GRACESTH CARD IGNORED: " GRACE-STH-REC
           END-EVALUATE.
           PERFORM 1100-READ-THRESHOLD-CARD.

      *----------------------------------------------------------
      * 1500-LOAD-REVIEW-QUEUE keeps what still belongs on the
      * queue: entries still held from an earlier cycle, and
      * decisions not yet forwarded or forwarded by a first
      * attempt at tonight's cycle. Holds made by a first attempt
      * at tonight's cycle are dropped - the rerun screens the same
      * stream and holds them again - and decisions forwarded on
      * an earlier cycle are done with.
      *----------------------------------------------------------
       1500-LOAD-REVIEW-QUEUE.
           OPEN INPUT GRACE-RVQ-FILE.
           IF GRACE-RVQ-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1600-READ-QUEUE-ENTRY
               PERFORM 1700-STORE-QUEUE-ENTRY
                   UNTIL GRACE-RVQ-END-OF-FILE
               CLOSE GRACE-RVQ-FILE
           END-IF.

       1600-READ-QUEUE-ENTRY.
           READ GRACE-RVQ-FILE
               AT END
                   SET GRACE-RVQ-END-OF-FILE TO TRUE
           END-READ.

       1700-STORE-QUEUE-ENTRY.
           EVALUATE TRUE
               WHEN GRACE-RVQ-HELD
                       AND GRACE-RVQ-HELD-DATE = GRACE-CYC-DATE
                       AND GRACE-RVQ-HELD-CYCLE = GRACE-CYC-NUMBER
                   ADD 1 TO GRACE-SCN-RERUN-COUNT
               WHEN (GRACE-RVQ-RELEASED OR GRACE-RVQ-REJECTED)
                       AND GRACE-RVQ-FWD-DATE NUMERIC
                       AND GRACE-RVQ-FWD-DATE > ZERO
                       AND (GRACE-RVQ-FWD-DATE NOT = GRACE-CYC-DATE
                       OR GRACE-RVQ-FWD-CYCLE NOT = GRACE-CYC-NUMBER)
                   CONTINUE
               WHEN OTHER
                   IF GRACE-SCN-RVQ-USED >= 500
                       SET GRACE-SCN-QUEUE-OVERFLOWED TO TRUE
                   ELSE
                       ADD 1 TO GRACE-SCN-RVQ-USED
                       MOVE GRACE-RVQ-REC
                           TO GRACE-SCN-RVQ-ENTRY(GRACE-SCN-RVQ-USED)
                   END-IF
           END-EVALUATE.
           PERFORM 1600-READ-QUEUE-ENTRY.

      *----------------------------------------------------------
      * 2000-COUNT-TRANSACTIONS is the first pass over the edited
      * stream: transactions per customer, for the count rule.
      *----------------------------------------------------------
       2000-COUNT-TRANSACTIONS.
           OPEN INPUT GRACE-TXE-FILE.
           IF GRACE-TXE-NOT-FOUND
               DISPLAY "GRACETXE NOT FOUND - NO NEW TRANSACTIONS"
           ELSE
               SET GRACE-SCN-INPUT-PRESENT TO TRUE
               PERFORM 2100-READ-TRANSACTION
               PERFORM 2200-COUNT-ONE-TRANSACTION
                   UNTIL GRACE-TXE-END-OF-FILE
               CLOSE GRACE-TXE-FILE
           END-IF.

       2100-READ-TRANSACTION.
           READ GRACE-TXE-FILE
               AT END
                   SET GRACE-TXE-END-OF-FILE TO TRUE
           END-READ.

       2200-COUNT-ONE-TRANSACTION.
           PERFORM 2300-FIND-CUSTOMER-COUNT.
           IF GRACE-SCN-CNT-FOUND > ZERO
               ADD 1 TO GRACE-SCN-CNT-TOTAL(GRACE-SCN-CNT-FOUND)
           ELSE
               IF GRACE-SCN-CNT-USED < 500
                   ADD 1 TO GRACE-SCN-CNT-USED
                   MOVE GRACE-TXE-SOURCE
                       TO GRACE-SCN-CNT-SOURCE(GRACE-SCN-CNT-USED)
                   MOVE 1 TO GRACE-SCN-CNT-TOTAL(GRACE-SCN-CNT-USED)
               ELSE
                   IF NOT GRACE-SCN-CNT-OVERFLOWED
                       SET GRACE-SCN-CNT-OVERFLOWED TO TRUE
                       DISPLAY "*** PAST 500 CUSTOMERS IN THE "
                           "STREAM - COUNT RULE NOT APPLIED TO "
                           "THE EXCESS ***"
                   END-IF
               END-IF
           END-IF.
           PERFORM 2100-READ-TRANSACTION.

       2300-FIND-CUSTOMER-COUNT.
           MOVE ZERO TO GRACE-SCN-CNT-FOUND.
           PERFORM 2350-MATCH-CUSTOMER-COUNT
               VARYING GRACE-SCN-CNT-IDX FROM 1 BY 1
               UNTIL GRACE-SCN-CNT-IDX > GRACE-SCN-CNT-USED
                  OR GRACE-SCN-CNT-FOUND > ZERO.

       2350-MATCH-CUSTOMER-COUNT.
           IF GRACE-SCN-CNT-SOURCE(GRACE-SCN-CNT-IDX)
                   = GRACE-TXE-SOURCE
               MOVE GRACE-SCN-CNT-IDX TO GRACE-SCN-CNT-FOUND
           END-IF.

      *----------------------------------------------------------
      * 3000-FORWARD-ONE-DECISION passes a decided entry on ahead
      * of tonight's work and stamps it with tonight's cycle. A
      * released transaction goes as it arrived; a rejected one
      * carries 'X' in the review byte for GRACEMUP.
      *----------------------------------------------------------
       3000-FORWARD-ONE-DECISION.
           MOVE GRACE-SCN-RVQ-ENTRY(GRACE-SCN-RVQ-IDX)
               TO GRACE-RVQ-REC.
           IF GRACE-RVQ-RELEASED OR GRACE-RVQ-REJECTED
               MOVE GRACE-RVQ-TXN-IMAGE TO GRACE-TXS-REC
               IF GRACE-RVQ-RELEASED
                   MOVE SPACE TO GRACE-TXS-REVIEW-SW
                   ADD 1 TO GRACE-SCN-REL-COUNT
               ELSE
                   MOVE 'X' TO GRACE-TXS-REVIEW-SW
                   ADD 1 TO GRACE-SCN-REJ-COUNT
               END-IF
               WRITE GRACE-TXS-REC
               MOVE GRACE-CYC-DATE TO GRACE-RVQ-FWD-DATE
               MOVE GRACE-CYC-NUMBER TO GRACE-RVQ-FWD-CYCLE
               MOVE GRACE-RVQ-REC
                   TO GRACE-SCN-RVQ-ENTRY(GRACE-SCN-RVQ-IDX)
           ELSE
               ADD 1 TO GRACE-SCN-WAIT-COUNT
           END-IF.

      *----------------------------------------------------------
      * 4000-SCREEN-TRANSACTIONS is the second pass: each
      * transaction is held or passed on.
      *----------------------------------------------------------
       4000-SCREEN-TRANSACTIONS.
           MOVE 'N' TO GRACE-TXE-EOF-SW.
           OPEN INPUT GRACE-TXE-FILE.
           PERFORM 2100-READ-TRANSACTION.
           PERFORM 4100-SCREEN-ONE-TRANSACTION
               UNTIL GRACE-TXE-END-OF-FILE.
           CLOSE GRACE-TXE-FILE.

       4100-SCREEN-ONE-TRANSACTION.
           ADD 1 TO GRACE-SCN-READ-COUNT.
           MOVE SPACES TO GRACE-SCN-HOLD-REASON.
           IF GRACE-TXE-AMOUNT NUMERIC
               PERFORM 4200-FIND-THRESHOLD
               MOVE GRACE-TXE-AMOUNT-N TO GRACE-SCN-ABS-AMOUNT
               IF GRACE-SCN-BEST-RANK > ZERO
                       AND GRACE-SCN-ABS-AMOUNT > GRACE-SCN-LIMIT
                   MOVE "R001" TO GRACE-SCN-HOLD-REASON
               END-IF
           END-IF.
           IF GRACE-SCN-HOLD-REASON = SPACES
                   AND GRACE-SCN-MAX-COUNT > ZERO
               PERFORM 2300-FIND-CUSTOMER-COUNT
               IF GRACE-SCN-CNT-FOUND > ZERO
                   IF GRACE-SCN-CNT-TOTAL(GRACE-SCN-CNT-FOUND)
                           > GRACE-SCN-MAX-COUNT
                       MOVE "R002" TO GRACE-SCN-HOLD-REASON
                   END-IF
               END-IF
           END-IF.
           IF GRACE-SCN-HOLD-REASON = SPACES
               MOVE GRACE-TXE-REC TO GRACE-TXS-REC
               WRITE GRACE-TXS-REC
               ADD 1 TO GRACE-SCN-PASS-COUNT
           ELSE
               PERFORM 4500-HOLD-TRANSACTION
           END-IF.
           PERFORM 2100-READ-TRANSACTION.

      *Most specific card wins: exact site and op, then the site
      *with any op, then any site with the op, then both wild.
       4200-FIND-THRESHOLD.
           MOVE ZERO TO GRACE-SCN-BEST-RANK.
           MOVE ZERO TO GRACE-SCN-LIMIT.
           PERFORM 4250-RANK-ONE-THRESHOLD
               VARYING GRACE-SCN-THR-IDX FROM 1 BY 1
               UNTIL GRACE-SCN-THR-IDX > GRACE-SCN-THR-USED.

       4250-RANK-ONE-THRESHOLD.
           MOVE ZERO TO GRACE-SCN-CARD-RANK.
           EVALUATE TRUE
               WHEN GRACE-SCN-THR-SITE(GRACE-SCN-THR-IDX)
                       = GRACE-TXE-SITE-CODE
                       AND GRACE-SCN-THR-OP(GRACE-SCN-THR-IDX)
                       = GRACE-TXE-OP-CODE
                   MOVE 4 TO GRACE-SCN-CARD-RANK
               WHEN GRACE-SCN-THR-SITE(GRACE-SCN-THR-IDX)
                       = GRACE-TXE-SITE-CODE
                       AND GRACE-SCN-THR-OP(GRACE-SCN-THR-IDX) = '*'
                   MOVE 3 TO GRACE-SCN-CARD-RANK
               WHEN GRACE-SCN-THR-SITE(GRACE-SCN-THR-IDX) = '**'
                       AND GRACE-SCN-THR-OP(GRACE-SCN-THR-IDX)
                       = GRACE-TXE-OP-CODE
                   MOVE 2 TO GRACE-SCN-CARD-RANK
               WHEN GRACE-SCN-THR-SITE(GRACE-SCN-THR-IDX) = '**'
                       AND GRACE-SCN-THR-OP(GRACE-SCN-THR-IDX) = '*'
                   MOVE 1 TO GRACE-SCN-CARD-RANK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF GRACE-SCN-CARD-RANK > GRACE-SCN-BEST-RANK
               MOVE GRACE-SCN-CARD-RANK TO GRACE-SCN-BEST-RANK
               MOVE GRACE-SCN-THR-AMOUNT(GRACE-SCN-THR-IDX)
                   TO GRACE-SCN-LIMIT
           END-IF.

      *A hold that finds the queue full cannot be parked, and a
      *transaction that was meant to wait must not apply - the
      *step fails so the update does not run.
       4500-HOLD-TRANSACTION.
           IF GRACE-SCN-RVQ-USED >= 500
               SET GRACE-SCN-QUEUE-OVERFLOWED TO TRUE
               DISPLAY "*** GRACERVQ FULL - " GRACE-TXE-OP-CODE " "
                   GRACE-TXE-SOURCE " COULD NOT BE HELD ***"
           ELSE
               ADD 1 TO GRACE-SCN-HOLD-COUNT
               MOVE SPACES TO GRACE-RVQ-REC
               MOVE GRACE-TXE-REC TO GRACE-RVQ-TXN-IMAGE
               MOVE GRACE-CYC-DATE TO GRACE-RVQ-HELD-DATE
               MOVE GRACE-CYC-NUMBER TO GRACE-RVQ-HELD-CYCLE
               MOVE GRACE-SCN-HOLD-REASON TO GRACE-RVQ-REASON-CODE
               MOVE 'H' TO GRACE-RVQ-STATE
               MOVE ZERO TO GRACE-RVQ-DECIDED-DATE
               MOVE ZERO TO GRACE-RVQ-FWD-DATE
               MOVE ZERO TO GRACE-RVQ-FWD-CYCLE
               ADD 1 TO GRACE-SCN-RVQ-USED
               MOVE GRACE-RVQ-REC
                   TO GRACE-SCN-RVQ-ENTRY(GRACE-SCN-RVQ-USED)
               DISPLAY "HELD FOR REVIEW " GRACE-SCN-HOLD-REASON ": "
                   GRACE-TXE-OP-CODE " " GRACE-TXE-SOURCE " SITE "
                   GRACE-TXE-SITE-CODE " " GRACE-TXE-AMT-SIGN
                   GRACE-TXE-AMOUNT
           END-IF.

       5000-REWRITE-REVIEW-QUEUE.
           OPEN OUTPUT GRACE-RVQ-FILE.
           PERFORM 5100-WRITE-ONE-QUEUE-ENTRY
               VARYING GRACE-SCN-RVQ-IDX FROM 1 BY 1
               UNTIL GRACE-SCN-RVQ-IDX > GRACE-SCN-RVQ-USED.
           CLOSE GRACE-RVQ-FILE.

       5100-WRITE-ONE-QUEUE-ENTRY.
           MOVE GRACE-SCN-RVQ-ENTRY(GRACE-SCN-RVQ-IDX)
               TO GRACE-RVQ-REC.
           WRITE GRACE-RVQ-REC.

       6000-PRINT-SCREENING-REPORT.
           DISPLAY "PRE-APPLY SCREEN - CYCLE " GRACE-CYC-DATE
               "/" GRACE-CYC-NUMBER.
           DISPLAY "TRANSACTIONS SCREENED:  " GRACE-SCN-READ-COUNT.
           DISPLAY "  PASSED TO GRACETXS:   " GRACE-SCN-PASS-COUNT.
           DISPLAY "  HELD FOR REVIEW:      " GRACE-SCN-HOLD-COUNT.
           DISPLAY "REVIEW DECISIONS SENT:".
           DISPLAY "  RELEASED TO APPLY:    " GRACE-SCN-REL-COUNT.
           DISPLAY "  REJECTED TO GRACEMRJ: " GRACE-SCN-REJ-COUNT.
           DISPLAY "STILL AWAITING REVIEW:  " GRACE-SCN-WAIT-COUNT.
           IF GRACE-SCN-RERUN-COUNT > ZERO
               DISPLAY "RERUN - EARLIER HOLDS DROPPED AND "
                   "RE-SCREENED: " GRACE-SCN-RERUN-COUNT
           END-IF.
           IF GRACE-SCN-QUEUE-OVERFLOWED
               DISPLAY "*** REVIEW QUEUE OVERFLOWED - STEP FAILED, "
                   "DO NOT RUN THE UPDATE ***"
           END-IF.

           COPY GRACERPTP.

           COPY GRACECYCP.
