       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACETRQ.
      *----------------------------------------------------------
      * GRACETRQ is the transaction trace inquiry. When a site
      * calls about "the change we sent Tuesday" we used to match
      * by key and value and guess. GRACEMRG (and GRACEDLM for
      * the delimited extracts) now give every transaction a
      * reference - site, processing date, cycle and the record's
      * sequence in the site's feed - carried unchanged on every
      * record downstream. Each GRACETQC card names one reference
      * the way it prints, eighteen characters in cols 1-18:
      *
      *   cols  1-2  site (DL for a GRACEDLM extract line)
      *   cols  3-10 processing date
      *   cols 11-12 cycle
      *   cols 13-18 sequence in the feed (the extract line)
      *
      * and the trace reads every file the transaction can be
      * found on, in pipeline order, listing each program that
      * touched it and what happened there:
      *
      *   GRACEFTW  parked on GRACEPND until its effective date
      *   GRACETRE  rejected on GRACETRJ by the referential edit
      *   GRACESCN  held, released or rejected on GRACERVQ
      *   GRACEMUP  in the sorted stream on GRACEMTS, rejected on
      *             GRACEMRJ, journaled on GRACEMJL and posted on
      *             GRACEPHS (with any GRACEREV reversal of it)
      *   GRACESUS  waiting on GRACESPN suspense
      *   GRACEDLP  published on GRACEDLO
      *
      * The cycle files (GRACETRJ, GRACERVQ, GRACEMTS, GRACEMRJ,
      * GRACESPN, GRACEDLO) hold the generation the DDs point at;
      * GRACEMJL and GRACEPHS hold every night. A file that is not
      * there is said so and skipped. A reference found nowhere
      * ends the step RC=4.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-TQC-FILE ASSIGN TO GRACETQC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TQC-STATUS.
           SELECT GRACE-PND-FILE ASSIGN TO GRACEPND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-PND-STATUS.
           SELECT GRACE-TRJ-FILE ASSIGN TO GRACETRJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TRJ-STATUS.
           SELECT GRACE-RVQ-FILE ASSIGN TO GRACERVQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RVQ-STATUS.
           SELECT GRACE-MTS-FILE ASSIGN TO GRACEMTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-MTS-STATUS.
           SELECT GRACE-MRJ-FILE ASSIGN TO GRACEMRJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-MRJ-STATUS.
           SELECT GRACE-SPN-FILE ASSIGN TO GRACESPN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-SPN-STATUS.
           SELECT GRACE-MJL-FILE ASSIGN TO GRACEMJL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-MJL-STATUS.
           SELECT GRACE-PHS-FILE ASSIGN TO GRACEPHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-PHS-KEY
               FILE STATUS IS GRACE-PHS-STATUS.
           SELECT GRACE-DLO-FILE ASSIGN TO GRACEDLO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-DLO-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Trace card - the reference as it prints.
       FD  GRACE-TQC-FILE
           RECORDING MODE IS F.
       01 GRACE-TQC-REC.
           05 GRACE-TQC-TRACE-REF.
               10 GRACE-TQC-REF-SITE PIC X(02).
               10 GRACE-TQC-REF-DATE PIC X(08).
               10 GRACE-TQC-REF-CYCLE PIC X(02).
               10 GRACE-TQC-REF-SEQ PIC X(06).
           05 FILLER PIC X(62).

      *Future-dated warehouse, GRACETXN layout.
       FD  GRACE-PND-FILE
           RECORDING MODE IS F.
       01 GRACE-PND-REC.
           05 GRACE-PND-SOURCE PIC 9(06).
           05 GRACE-PND-S-SOURCE-VALUE PIC X(30).
           05 GRACE-PND-OP-CODE PIC X(01).
           05 GRACE-PND-SITE-CODE PIC X(02).
           05 GRACE-PND-EFF-DATE PIC X(08).
           05 FILLER PIC X(33).
           05 GRACE-PND-TRACE-REF PIC X(18).
           05 FILLER PIC X(02).

       FD  GRACE-TRJ-FILE
           RECORDING MODE IS F.
       01 GRACE-TRJ-REC.
           05 GRACE-TRJ-SOURCE PIC 9(06).
           05 GRACE-TRJ-OP-CODE PIC X(01).
           05 GRACE-TRJ-REASON-CODE PIC X(04).
           05 GRACE-TRJ-REASON-TEXT PIC X(30).
           05 GRACE-TRJ-S-SOURCE-VALUE PIC X(30).
           05 GRACE-TRJ-TRACE-REF PIC X(18).
           05 FILLER PIC X(11).

       FD  GRACE-RVQ-FILE
           RECORDING MODE IS F.
           COPY GRACERVQ.

       FD  GRACE-MTS-FILE
           RECORDING MODE IS F.
       01 GRACE-MTS-REC.
           05 GRACE-MTS-SOURCE PIC 9(06).
           05 GRACE-MTS-S-SOURCE-VALUE PIC X(30).
           05 GRACE-MTS-OP-CODE PIC X(01).
           05 FILLER PIC X(43).
           05 GRACE-MTS-TRACE-REF PIC X(18).
           05 FILLER PIC X(02).

       FD  GRACE-MRJ-FILE
           RECORDING MODE IS F.
       01 GRACE-MRJ-REC.
           05 GRACE-MRJ-SOURCE PIC 9(06).
           05 GRACE-MRJ-OP-CODE PIC X(01).
           05 GRACE-MRJ-REASON-CODE PIC X(04).
           05 GRACE-MRJ-REASON-TEXT PIC X(30).
           05 FILLER PIC X(59).
           05 GRACE-MRJ-TRACE-REF PIC X(18).
           05 FILLER PIC X(02).

       FD  GRACE-SPN-FILE
           RECORDING MODE IS F.
       01 GRACE-SPN-REC.
           05 GRACE-SPN-SOURCE PIC 9(06).
           05 FILLER PIC X(30).
           05 GRACE-SPN-OP-CODE PIC X(01).
           05 GRACE-SPN-REASON-CODE PIC X(04).
           05 GRACE-SPN-AGE-CYCLES PIC 9(03).
           05 GRACE-SPN-FIRST-DATE PIC 9(08).
           05 FILLER PIC X(28).
           05 GRACE-SPN-TRACE-REF PIC X(18).
           05 FILLER PIC X(02).

       FD  GRACE-MJL-FILE
           RECORDING MODE IS F.
       01 GRACE-MJL-REC.
           05 GRACE-MJL-DATE PIC 9(08).
           05 GRACE-MJL-CYCLE PIC 9(02).
           05 GRACE-MJL-OP-CODE PIC X(01).
           05 GRACE-MJL-KEY PIC 9(06).
           05 FILLER PIC X(48).
           05 GRACE-MJL-SEQ PIC 9(06).
           05 FILLER PIC X(09).
           05 GRACE-MJL-TRACE-REF PIC X(18).
           05 FILLER PIC X(02).

       FD  GRACE-PHS-FILE.
           COPY GRACEPHS.

       FD  GRACE-DLO-FILE
           RECORDING MODE IS V.
       01 GRACE-DLO-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 GRACE-TQC-STATUS PIC X(02).
           88 GRACE-TQC-OK VALUE '00'.
           88 GRACE-TQC-NOT-FOUND VALUE '35'.

       01 GRACE-PND-STATUS PIC X(02).
           88 GRACE-PND-OK VALUE '00'.
           88 GRACE-PND-NOT-FOUND VALUE '35'.

       01 GRACE-TRJ-STATUS PIC X(02).
           88 GRACE-TRJ-OK VALUE '00'.
           88 GRACE-TRJ-NOT-FOUND VALUE '35'.

       01 GRACE-RVQ-STATUS PIC X(02).
           88 GRACE-RVQ-OK VALUE '00'.
           88 GRACE-RVQ-NOT-FOUND VALUE '35'.

       01 GRACE-MTS-STATUS PIC X(02).
           88 GRACE-MTS-OK VALUE '00'.
           88 GRACE-MTS-NOT-FOUND VALUE '35'.

       01 GRACE-MRJ-STATUS PIC X(02).
           88 GRACE-MRJ-OK VALUE '00'.
           88 GRACE-MRJ-NOT-FOUND VALUE '35'.

       01 GRACE-SPN-STATUS PIC X(02).
           88 GRACE-SPN-OK VALUE '00'.
           88 GRACE-SPN-NOT-FOUND VALUE '35'.

       01 GRACE-MJL-STATUS PIC X(02).
           88 GRACE-MJL-OK VALUE '00'.
           88 GRACE-MJL-NOT-FOUND VALUE '35'.

       01 GRACE-PHS-STATUS PIC X(02).
           88 GRACE-PHS-OK VALUE '00'.
           88 GRACE-PHS-NOT-FOUND VALUE '35'.

       01 GRACE-DLO-STATUS PIC X(02).
           88 GRACE-DLO-OK VALUE '00'.
           88 GRACE-DLO-NOT-FOUND VALUE '35'.

       01 GRACE-TQC-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-TQC-END-OF-FILE VALUE 'Y'.

      *One switch serves every file's pass - the files are read
      *one at a time.
       01 GRACE-TRQ-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-TRQ-END-OF-FILE VALUE 'Y'.

       01 GRACE-TRQ-SCAN-SW PIC X(01) VALUE 'N'.
           88 GRACE-TRQ-SCAN-DONE VALUE 'Y'.

      *The reference being traced.
       01 GRACE-TRQ-REF PIC X(18) VALUE SPACES.

      *The history entries found for it, looked at again for a
      *reversal once the history pass is over.
       01 GRACE-TRQ-POSTED-CTL.
           05 GRACE-TRQ-POSTED-USED PIC 9(02) VALUE ZERO.
           05 GRACE-TRQ-POSTED-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-TRQ-POSTED-TABLE OCCURS 20 TIMES.
               10 GRACE-TRQ-P-SOURCE PIC 9(06).
               10 GRACE-TRQ-P-DATE PIC 9(08).
               10 GRACE-TRQ-P-CYCLE PIC 9(02).
               10 GRACE-TRQ-P-SEQ PIC 9(06).

      *The history entry being looked at for a reversal.
       01 GRACE-TRQ-ORIGINAL.
           05 GRACE-TRQ-O-SOURCE PIC 9(06).
           05 GRACE-TRQ-O-DATE PIC 9(08).
           05 GRACE-TRQ-O-CYCLE PIC 9(02).
           05 GRACE-TRQ-O-SEQ PIC 9(06).

       01 GRACE-TRQ-WORK.
           05 GRACE-TRQ-STEP-COUNT PIC 9(04) VALUE ZERO.
           05 GRACE-TRQ-TALLY PIC 9(04) VALUE ZERO.
           05 GRACE-TRQ-AMOUNT-ED PIC -(9)9.
           05 GRACE-TRQ-BALANCE-ED PIC -(9)9.

       01 GRACE-TRQ-COUNTS.
           05 GRACE-TRQ-CARD-COUNT PIC 9(04) VALUE ZERO.
           05 GRACE-TRQ-FOUND-COUNT PIC 9(04) VALUE ZERO.
           05 GRACE-TRQ-MISSING-COUNT PIC 9(04) VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACETRQ" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           OPEN INPUT GRACE-TQC-FILE.
           IF GRACE-TQC-NOT-FOUND
               DISPLAY "GRACETQC NOT FOUND - NOTHING TO TRACE"
           ELSE
               PERFORM 1000-READ-TRACE-CARD
               PERFORM 2000-TRACE-ONE-REFERENCE
                   UNTIL GRACE-TQC-END-OF-FILE
               CLOSE GRACE-TQC-FILE
           END-IF.
           DISPLAY "REFERENCES TRACED: " GRACE-TRQ-CARD-COUNT
               "  FOUND: " GRACE-TRQ-FOUND-COUNT
               "  FOUND NOWHERE: " GRACE-TRQ-MISSING-COUNT.
           IF GRACE-TRQ-MISSING-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE GRACE-TRQ-FOUND-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

       1000-READ-TRACE-CARD.
           READ GRACE-TQC-FILE
               AT END
                   SET GRACE-TQC-END-OF-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------
      * 2000-TRACE-ONE-REFERENCE reads the files in the order the
      * transaction would have met them. A card that is not a
      * reference is listed and skipped.
      *----------------------------------------------------------
       2000-TRACE-ONE-REFERENCE.
           IF GRACE-TQC-REF-SITE = SPACES
                   OR GRACE-TQC-REF-DATE NOT NUMERIC
                   OR GRACE-TQC-REF-CYCLE NOT NUMERIC
                   OR GRACE-TQC-REF-SEQ NOT NUMERIC
               DISPLAY "NOT A TRANSACTION REFERENCE - "
                   GRACE-TQC-TRACE-REF
           ELSE
               ADD 1 TO GRACE-TRQ-CARD-COUNT
               MOVE GRACE-TQC-TRACE-REF TO GRACE-TRQ-REF
               MOVE ZERO TO GRACE-TRQ-STEP-COUNT
               DISPLAY " "
               DISPLAY "TRACE OF " GRACE-TRQ-REF
               IF GRACE-TQC-REF-SITE = "DL"
                   DISPLAY "  GRACEDLM  ASSIGNED ON "
                       GRACE-TQC-REF-DATE " CYCLE "
                       GRACE-TQC-REF-CYCLE " - EXTRACT LINE "
                       GRACE-TQC-REF-SEQ
               ELSE
                   DISPLAY "  GRACEMRG  ASSIGNED ON "
                       GRACE-TQC-REF-DATE " CYCLE "
                       GRACE-TQC-REF-CYCLE " - SITE "
                       GRACE-TQC-REF-SITE " FEED RECORD "
                       GRACE-TQC-REF-SEQ
               END-IF
               PERFORM 3000-TRACE-WAREHOUSE
               PERFORM 3100-TRACE-EDIT-REJECTS
               PERFORM 3200-TRACE-REVIEW-QUEUE
               PERFORM 3300-TRACE-SORTED-STREAM
               PERFORM 3400-TRACE-UPDATE-REJECTS
               PERFORM 3500-TRACE-SUSPENSE
               PERFORM 3600-TRACE-JOURNAL
               PERFORM 3700-TRACE-HISTORY
               PERFORM 3800-TRACE-PUBLISHED-DELTAS
               IF GRACE-TRQ-STEP-COUNT = ZERO
                   DISPLAY "  *** NOT FOUND ON ANY FILE ***"
                   ADD 1 TO GRACE-TRQ-MISSING-COUNT
               ELSE
                   ADD 1 TO GRACE-TRQ-FOUND-COUNT
               END-IF
           END-IF.
           PERFORM 1000-READ-TRACE-CARD.

       3000-TRACE-WAREHOUSE.
           MOVE 'N' TO GRACE-TRQ-EOF-SW.
           OPEN INPUT GRACE-PND-FILE.
           IF GRACE-PND-NOT-FOUND
               DISPLAY "  (GRACEPND NOT AVAILABLE)"
           ELSE
               PERFORM 3050-READ-WAREHOUSE
                   UNTIL GRACE-TRQ-END-OF-FILE
               CLOSE GRACE-PND-FILE
           END-IF.

       3050-READ-WAREHOUSE.
           READ GRACE-PND-FILE
               AT END
                   SET GRACE-TRQ-END-OF-FILE TO TRUE
               NOT AT END
                   IF GRACE-PND-TRACE-REF = GRACE-TRQ-REF
                       ADD 1 TO GRACE-TRQ-STEP-COUNT
                       DISPLAY "  GRACEFTW  PARKED ON GRACEPND - OP "
                           GRACE-PND-OP-CODE " KEY "
                           GRACE-PND-SOURCE " EFFECTIVE "
                           GRACE-PND-EFF-DATE
                   END-IF
           END-READ.

       3100-TRACE-EDIT-REJECTS.
           MOVE 'N' TO GRACE-TRQ-EOF-SW.
           OPEN INPUT GRACE-TRJ-FILE.
           IF GRACE-TRJ-NOT-FOUND
               DISPLAY "  (GRACETRJ NOT AVAILABLE)"
           ELSE
               PERFORM 3150-READ-EDIT-REJECT
                   UNTIL GRACE-TRQ-END-OF-FILE
               CLOSE GRACE-TRJ-FILE
           END-IF.

       3150-READ-EDIT-REJECT.
           READ GRACE-TRJ-FILE
               AT END
                   SET GRACE-TRQ-END-OF-FILE TO TRUE
               NOT AT END
                   IF GRACE-TRJ-TRACE-REF = GRACE-TRQ-REF
                       ADD 1 TO GRACE-TRQ-STEP-COUNT
                       DISPLAY "  GRACETRE  REJECTED ON GRACETRJ - OP "
                           GRACE-TRJ-OP-CODE " KEY "
                           GRACE-TRJ-SOURCE " "
                           GRACE-TRJ-REASON-CODE " "
                           GRACE-TRJ-REASON-TEXT
                   END-IF
           END-READ.

       3200-TRACE-REVIEW-QUEUE.
           MOVE 'N' TO GRACE-TRQ-EOF-SW.
           OPEN INPUT GRACE-RVQ-FILE.
           IF GRACE-RVQ-NOT-FOUND
               DISPLAY "  (GRACERVQ NOT AVAILABLE)"
           ELSE
               PERFORM 3250-READ-REVIEW-ENTRY
                   UNTIL GRACE-TRQ-END-OF-FILE
               CLOSE GRACE-RVQ-FILE
           END-IF.

       3250-READ-REVIEW-ENTRY.
           READ GRACE-RVQ-FILE
               AT END
                   SET GRACE-TRQ-END-OF-FILE TO TRUE
               NOT AT END
                   IF GRACE-RVQ-TXN-IMAGE(81:18) = GRACE-TRQ-REF
                       ADD 1 TO GRACE-TRQ-STEP-COUNT
                       EVALUATE TRUE
                           WHEN GRACE-RVQ-HELD
                               DISPLAY "  GRACESCN  HELD FOR REVIEW "
                                   "ON GRACERVQ - "
                                   GRACE-RVQ-REASON-CODE " SINCE "
                                   GRACE-RVQ-HELD-DATE
                           WHEN GRACE-RVQ-RELEASED
                               DISPLAY "  GRACERVW  RELEASED ON "
                                   "GRACERVQ BY "
                                   GRACE-RVQ-DECIDED-BY " ON "
                                   GRACE-RVQ-DECIDED-DATE
                           WHEN GRACE-RVQ-REJECTED
                               DISPLAY "  GRACERVW  REJECTED ON "
                                   "GRACERVQ BY "
                                   GRACE-RVQ-DECIDED-BY " ON "
                                   GRACE-RVQ-DECIDED-DATE
                       END-EVALUATE
                   END-IF
           END-READ.

       3300-TRACE-SORTED-STREAM.
           MOVE 'N' TO GRACE-TRQ-EOF-SW.
           OPEN INPUT GRACE-MTS-FILE.
           IF GRACE-MTS-NOT-FOUND
               DISPLAY "  (GRACEMTS NOT AVAILABLE)"
           ELSE
               PERFORM 3350-READ-SORTED-RECORD
                   UNTIL GRACE-TRQ-END-OF-FILE
               CLOSE GRACE-MTS-FILE
           END-IF.

       3350-READ-SORTED-RECORD.
           READ GRACE-MTS-FILE
               AT END
                   SET GRACE-TRQ-END-OF-FILE TO TRUE
               NOT AT END
                   IF GRACE-MTS-TRACE-REF = GRACE-TRQ-REF
                       ADD 1 TO GRACE-TRQ-STEP-COUNT
                       DISPLAY "  GRACEMUP  SORTED FOR APPLY ON "
                           "GRACEMTS - OP " GRACE-MTS-OP-CODE
                           " KEY " GRACE-MTS-SOURCE " "
                           GRACE-MTS-S-SOURCE-VALUE
                   END-IF
           END-READ.

       3400-TRACE-UPDATE-REJECTS.
           MOVE 'N' TO GRACE-TRQ-EOF-SW.
           OPEN INPUT GRACE-MRJ-FILE.
           IF GRACE-MRJ-NOT-FOUND
               DISPLAY "  (GRACEMRJ NOT AVAILABLE)"
           ELSE
               PERFORM 3450-READ-UPDATE-REJECT
                   UNTIL GRACE-TRQ-END-OF-FILE
               CLOSE GRACE-MRJ-FILE
           END-IF.

       3450-READ-UPDATE-REJECT.
           READ GRACE-MRJ-FILE
               AT END
                   SET GRACE-TRQ-END-OF-FILE TO TRUE
               NOT AT END
                   IF GRACE-MRJ-TRACE-REF = GRACE-TRQ-REF
                       ADD 1 TO GRACE-TRQ-STEP-COUNT
                       DISPLAY "  GRACEMUP  REJECTED ON GRACEMRJ - "
                           GRACE-MRJ-REASON-CODE " "
                           GRACE-MRJ-REASON-TEXT
                   END-IF
           END-READ.

       3500-TRACE-SUSPENSE.
           MOVE 'N' TO GRACE-TRQ-EOF-SW.
           OPEN INPUT GRACE-SPN-FILE.
           IF GRACE-SPN-NOT-FOUND
               DISPLAY "  (GRACESPN NOT AVAILABLE)"
           ELSE
               PERFORM 3550-READ-SUSPENSE
                   UNTIL GRACE-TRQ-END-OF-FILE
               CLOSE GRACE-SPN-FILE
           END-IF.

       3550-READ-SUSPENSE.
           READ GRACE-SPN-FILE
               AT END
                   SET GRACE-TRQ-END-OF-FILE TO TRUE
               NOT AT END
                   IF GRACE-SPN-TRACE-REF = GRACE-TRQ-REF
                       ADD 1 TO GRACE-TRQ-STEP-COUNT
                       DISPLAY "  GRACESUS  SUSPENDED ON GRACESPN - "
                           GRACE-SPN-REASON-CODE " FOR "
                           GRACE-SPN-AGE-CYCLES " CYCLE(S) SINCE "
                           GRACE-SPN-FIRST-DATE
                   END-IF
           END-READ.

       3600-TRACE-JOURNAL.
           MOVE 'N' TO GRACE-TRQ-EOF-SW.
           OPEN INPUT GRACE-MJL-FILE.
           IF GRACE-MJL-NOT-FOUND
               DISPLAY "  (GRACEMJL NOT AVAILABLE)"
           ELSE
               PERFORM 3650-READ-JOURNAL
                   UNTIL GRACE-TRQ-END-OF-FILE
               CLOSE GRACE-MJL-FILE
           END-IF.

       3650-READ-JOURNAL.
           READ GRACE-MJL-FILE
               AT END
                   SET GRACE-TRQ-END-OF-FILE TO TRUE
               NOT AT END
                   IF GRACE-MJL-TRACE-REF = GRACE-TRQ-REF
                       ADD 1 TO GRACE-TRQ-STEP-COUNT
                       DISPLAY "  GRACEMUP  JOURNALED ON GRACEMJL - "
                           GRACE-MJL-DATE " CYCLE " GRACE-MJL-CYCLE
                           " SEQ " GRACE-MJL-SEQ " OP "
                           GRACE-MJL-OP-CODE " KEY " GRACE-MJL-KEY
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * 3700-TRACE-HISTORY passes the whole posted history - it
      * is keyed by customer, not by reference - then goes back
      * to each entry found to see whether GRACEREV reversed it.
      *----------------------------------------------------------
       3700-TRACE-HISTORY.
           MOVE 'N' TO GRACE-TRQ-EOF-SW.
           MOVE ZERO TO GRACE-TRQ-POSTED-USED.
           OPEN INPUT GRACE-PHS-FILE.
           IF GRACE-PHS-NOT-FOUND
               DISPLAY "  (GRACEPHS NOT AVAILABLE)"
           ELSE
               PERFORM 3750-READ-HISTORY
                   UNTIL GRACE-TRQ-END-OF-FILE
               PERFORM 3770-LOOK-FOR-REVERSAL
                   VARYING GRACE-TRQ-POSTED-IDX FROM 1 BY 1
                   UNTIL GRACE-TRQ-POSTED-IDX > GRACE-TRQ-POSTED-USED
               CLOSE GRACE-PHS-FILE
           END-IF.

       3750-READ-HISTORY.
           READ GRACE-PHS-FILE NEXT RECORD
               AT END
                   SET GRACE-TRQ-END-OF-FILE TO TRUE
               NOT AT END
                   IF GRACE-PHS-TRACE-REF = GRACE-TRQ-REF
                       ADD 1 TO GRACE-TRQ-STEP-COUNT
                       MOVE GRACE-PHS-AMOUNT TO GRACE-TRQ-AMOUNT-ED
                       MOVE GRACE-PHS-BALANCE TO GRACE-TRQ-BALANCE-ED
                       DISPLAY "  GRACEMUP  POSTED ON GRACEPHS - KEY "
                           GRACE-PHS-SOURCE " " GRACE-PHS-POST-DATE
                           " CYCLE " GRACE-PHS-CYCLE " SEQ "
                           GRACE-PHS-SEQ " OP " GRACE-PHS-OP-CODE
                       DISPLAY "            AMOUNT "
                           GRACE-TRQ-AMOUNT-ED " BALANCE "
                           GRACE-TRQ-BALANCE-ED
                       PERFORM 3760-REMEMBER-POSTING
                   END-IF
           END-READ.

       3760-REMEMBER-POSTING.
           IF GRACE-TRQ-POSTED-USED < 20
               ADD 1 TO GRACE-TRQ-POSTED-USED
               MOVE GRACE-PHS-SOURCE
                   TO GRACE-TRQ-P-SOURCE(GRACE-TRQ-POSTED-USED)
               MOVE GRACE-PHS-POST-DATE
                   TO GRACE-TRQ-P-DATE(GRACE-TRQ-POSTED-USED)
               MOVE GRACE-PHS-CYCLE
                   TO GRACE-TRQ-P-CYCLE(GRACE-TRQ-POSTED-USED)
               MOVE GRACE-PHS-SEQ
                   TO GRACE-TRQ-P-SEQ(GRACE-TRQ-POSTED-USED)
           END-IF.

       3770-LOOK-FOR-REVERSAL.
           MOVE 'N' TO GRACE-TRQ-SCAN-SW.
           MOVE GRACE-TRQ-P-SOURCE(GRACE-TRQ-POSTED-IDX)
               TO GRACE-TRQ-O-SOURCE.
           MOVE GRACE-TRQ-P-DATE(GRACE-TRQ-POSTED-IDX)
               TO GRACE-TRQ-O-DATE.
           MOVE GRACE-TRQ-P-CYCLE(GRACE-TRQ-POSTED-IDX)
               TO GRACE-TRQ-O-CYCLE.
           MOVE GRACE-TRQ-P-SEQ(GRACE-TRQ-POSTED-IDX)
               TO GRACE-TRQ-O-SEQ.
           MOVE GRACE-TRQ-O-SOURCE TO GRACE-PHS-SOURCE.
           MOVE ZERO TO GRACE-PHS-POST-DATE.
           MOVE ZERO TO GRACE-PHS-CYCLE.
           MOVE ZERO TO GRACE-PHS-SEQ.
           START GRACE-PHS-FILE
               KEY IS >= GRACE-PHS-KEY
               INVALID KEY
                   SET GRACE-TRQ-SCAN-DONE TO TRUE
           END-START.
           PERFORM 3780-READ-FOR-REVERSAL
               UNTIL GRACE-TRQ-SCAN-DONE.

       3780-READ-FOR-REVERSAL.
           READ GRACE-PHS-FILE NEXT RECORD
               AT END
                   SET GRACE-TRQ-SCAN-DONE TO TRUE
               NOT AT END
                   IF GRACE-PHS-SOURCE NOT = GRACE-TRQ-O-SOURCE
                       SET GRACE-TRQ-SCAN-DONE TO TRUE
                   ELSE
                       IF GRACE-PHS-REV-POST-DATE NUMERIC
                               AND GRACE-PHS-REV-POST-DATE
                                   = GRACE-TRQ-O-DATE
                               AND GRACE-PHS-REV-CYCLE
                                   = GRACE-TRQ-O-CYCLE
                               AND GRACE-PHS-REV-SEQ
                                   = GRACE-TRQ-O-SEQ
                           ADD 1 TO GRACE-TRQ-STEP-COUNT
                           DISPLAY "  GRACEREV  REVERSED ON GRACEPHS - "
                               GRACE-PHS-POST-DATE " CYCLE "
                               GRACE-PHS-CYCLE " SEQ " GRACE-PHS-SEQ
                       END-IF
                   END-IF
           END-READ.

      *GRACEDLO is delimited - the reference is its last field.
       3800-TRACE-PUBLISHED-DELTAS.
           MOVE 'N' TO GRACE-TRQ-EOF-SW.
           OPEN INPUT GRACE-DLO-FILE.
           IF GRACE-DLO-NOT-FOUND
               DISPLAY "  (GRACEDLO NOT AVAILABLE)"
           ELSE
               PERFORM 3850-READ-PUBLISHED-DELTA
                   UNTIL GRACE-TRQ-END-OF-FILE
               CLOSE GRACE-DLO-FILE
           END-IF.

       3850-READ-PUBLISHED-DELTA.
           MOVE SPACES TO GRACE-DLO-REC.
           READ GRACE-DLO-FILE
               AT END
                   SET GRACE-TRQ-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE ZERO TO GRACE-TRQ-TALLY
                   INSPECT GRACE-DLO-REC TALLYING GRACE-TRQ-TALLY
                       FOR ALL GRACE-TRQ-REF
                   IF GRACE-TRQ-TALLY > ZERO
                       ADD 1 TO GRACE-TRQ-STEP-COUNT
                       DISPLAY "  GRACEDLP  PUBLISHED ON GRACEDLO - "
                           GRACE-DLO-REC(1:50)
                   END-IF
           END-READ.

           COPY GRACERPTP.
