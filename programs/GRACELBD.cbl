       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACELBD.
      *----------------------------------------------------------
      * GRACELBD is the daily lockbox deposit reconciliation. It
      * runs after GRACEMUP and ties what the bank deposited to
      * what posted, so a payment cannot fall between the
      * remittance file and the customer's balance unnoticed.
      *
      * The night's GRACELBK deposit control records (run date
      * and cycle equal to the GRACECYC card) give each lockbox
      * batch GRACELBX accepted - its trailer figures, the
      * payments converted to credits and those set aside on
      * GRACELBU suspense - and each batch it refused. The
      * night's entries on the GRACEPHS posted history with
      * site LB give what GRACEMUP actually posted, told apart by
      * their reference: LB for a payment converted from tonight's
      * deposit, LR for a suspense item a clerk released.
      *
      *   deposits    each accepted batch must tie to its trailer
      *               and to its credits plus its suspense
      *   posted      tonight's deposits must equal the LB credits
      *               posted plus the payments set aside; the
      *               difference is credits GRACEMUP rejected to
      *               GRACEMRJ or GRACEFTW parked on GRACEPND
      *   releases    the suspense items released must equal the
      *               LR credits posted
      *
      * The report lists each batch, the three ties, any refused
      * batch with its reason, and the suspense still open -
      * unmatched, and assigned but not yet posted - with its age
      * from the oldest deposit. RC=4 on any break, a refused
      * batch, or no GRACELBX run for the cycle at all.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-LBK-FILE ASSIGN TO GRACELBK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-LBK-KEY
               FILE STATUS IS GRACE-LBK-STATUS.
           SELECT GRACE-PHS-FILE ASSIGN TO GRACEPHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-PHS-KEY
               FILE STATUS IS GRACE-PHS-STATUS.
           SELECT GRACE-LBU-FILE ASSIGN TO GRACELBU
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-LBU-KEY
               FILE STATUS IS GRACE-LBU-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

       FD  GRACE-LBK-FILE.
           COPY GRACELBK.

       FD  GRACE-PHS-FILE.
           COPY GRACEPHS.

       FD  GRACE-LBU-FILE.
           COPY GRACELBU.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

       01 GRACE-LBK-STATUS PIC X(02).
           88 GRACE-LBK-OK VALUE '00'.
           88 GRACE-LBK-NOT-FOUND VALUE '35'.

       01 GRACE-PHS-STATUS PIC X(02).
           88 GRACE-PHS-OK VALUE '00'.
           88 GRACE-PHS-NOT-FOUND VALUE '35'.

       01 GRACE-LBU-STATUS PIC X(02).
           88 GRACE-LBU-OK VALUE '00'.
           88 GRACE-LBU-NOT-FOUND VALUE '35'.

       01 GRACE-LBK-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-LBK-END-OF-FILE VALUE 'Y'.

       01 GRACE-PHS-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-PHS-END-OF-FILE VALUE 'Y'.

       01 GRACE-LBU-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-LBU-END-OF-FILE VALUE 'Y'.

       01 GRACE-LBD-RAN-SW PIC X(01) VALUE 'N'.
           88 GRACE-LBD-CONVERTER-RAN VALUE 'Y'.

       01 GRACE-LBD-BREAK-COUNT PIC 9(04) VALUE ZERO.

       01 GRACE-LBD-TOTALS.
           05 GRACE-LBD-BATCH-COUNT PIC 9(04) VALUE ZERO.
           05 GRACE-LBD-DEPOSIT-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-LBD-DEPOSIT-TOTAL PIC 9(11) VALUE ZERO.
           05 GRACE-LBD-MATCHED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-LBD-MATCHED-TOTAL PIC 9(11) VALUE ZERO.
           05 GRACE-LBD-SUSPENSE-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-LBD-SUSPENSE-TOTAL PIC 9(11) VALUE ZERO.
           05 GRACE-LBD-REFUSED-COUNT PIC 9(04) VALUE ZERO.
           05 GRACE-LBD-REFUSED-TOTAL PIC 9(11) VALUE ZERO.
           05 GRACE-LBD-RELEASED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-LBD-RELEASED-TOTAL PIC 9(11) VALUE ZERO.
           05 GRACE-LBD-POSTED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-LBD-POSTED-TOTAL PIC S9(11) VALUE ZERO.
           05 GRACE-LBD-REL-POSTED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-LBD-REL-POSTED-TOTAL PIC S9(11) VALUE ZERO.
           05 GRACE-LBD-OPEN-U-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-LBD-OPEN-U-TOTAL PIC 9(11) VALUE ZERO.
           05 GRACE-LBD-OPEN-A-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-LBD-OPEN-A-TOTAL PIC 9(11) VALUE ZERO.
           05 GRACE-LBD-OLDEST-OPEN PIC 9(08) VALUE ZERO.

       01 GRACE-LBD-DIFFERENCE PIC S9(11) VALUE ZERO.
       01 GRACE-LBD-OPEN-DAYS PIC S9(07) VALUE ZERO.

       01 GRACE-LBD-COUNT-ED PIC Z(05)9 VALUE ZERO.
       01 GRACE-LBD-AMOUNT-ED PIC -(11)9 VALUE ZERO.

      *One batch line.
       01 GRACE-LBD-LINE.
           05 GRACE-LBD-L-DEPOSIT PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-LBD-L-BATCH PIC 9(04).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-LBD-L-LOCKBOX PIC X(07).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-LBD-L-ITEMS PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-LBD-L-TOTAL PIC Z(10)9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-LBD-L-MATCHED PIC Z(10)9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-LBD-L-SUSPENSE PIC Z(10)9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-LBD-L-NOTE PIC X(30).

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACELBD" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           DISPLAY "LOCKBOX DEPOSIT RECONCILIATION FOR "
               GRACE-CYC-DATE " CYCLE " GRACE-CYC-NUMBER.
           PERFORM 1000-READ-DEPOSIT-CONTROL.
           PERFORM 2000-READ-POSTED-CREDITS.
           PERFORM 3000-READ-OPEN-SUSPENSE.
           PERFORM 4000-PRINT-THE-TIES.
           PERFORM 5000-PRINT-OPEN-SUSPENSE.
           IF GRACE-LBD-BREAK-COUNT > ZERO
               DISPLAY "*** LOCKBOX DEPOSITS DO NOT RECONCILE - "
                   GRACE-LBD-BREAK-COUNT " BREAK(S) ***"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "LOCKBOX DEPOSITS RECONCILE"
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE GRACE-LBD-BATCH-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

      *----------------------------------------------------------
      * 1000-READ-DEPOSIT-CONTROL lists and sums the night's
      * batches and takes the night's releases.
      *----------------------------------------------------------
       1000-READ-DEPOSIT-CONTROL.
           OPEN INPUT GRACE-LBK-FILE.
           IF GRACE-LBK-NOT-FOUND
               DISPLAY "GRACELBK NOT FOUND - NO LOCKBOX CONTROL"
           ELSE
               DISPLAY "DEPOSIT  BATC LOCKBOX ITEMS      AMOUNT"
                   "     CREDITS    SUSPENSE"
               PERFORM 1100-READ-CONTROL
               PERFORM 1200-TAKE-ONE-CONTROL
                   UNTIL GRACE-LBK-END-OF-FILE
               CLOSE GRACE-LBK-FILE
           END-IF.
           IF NOT GRACE-LBD-CONVERTER-RAN
               DISPLAY "*** NO GRACELBX RUN FOUND FOR THIS CYCLE ***"
               ADD 1 TO GRACE-LBD-BREAK-COUNT
           END-IF.

       1100-READ-CONTROL.
           READ GRACE-LBK-FILE NEXT RECORD
               AT END
                   SET GRACE-LBK-END-OF-FILE TO TRUE
           END-READ.

       1200-TAKE-ONE-CONTROL.
           IF GRACE-LBK-RUN-DATE = GRACE-CYC-DATE
                   AND GRACE-LBK-RUN-CYCLE = GRACE-CYC-NUMBER
               EVALUATE TRUE
                   WHEN GRACE-LBK-RELEASE-RECORD
                       SET GRACE-LBD-CONVERTER-RAN TO TRUE
                       ADD GRACE-LBK-MATCHED-COUNT
                           TO GRACE-LBD-RELEASED-COUNT
                       ADD GRACE-LBK-MATCHED-TOTAL
                           TO GRACE-LBD-RELEASED-TOTAL
                   WHEN GRACE-LBK-REFUSED
                       PERFORM 1300-LIST-REFUSED-BATCH
                   WHEN OTHER
                       PERFORM 1400-LIST-ACCEPTED-BATCH
               END-EVALUATE
           END-IF.
           PERFORM 1100-READ-CONTROL.

       1300-LIST-REFUSED-BATCH.
           ADD 1 TO GRACE-LBD-REFUSED-COUNT.
           ADD GRACE-LBK-TRL-TOTAL TO GRACE-LBD-REFUSED-TOTAL.
           ADD 1 TO GRACE-LBD-BREAK-COUNT.
           PERFORM 1500-FILL-BATCH-LINE.
           MOVE GRACE-LBK-TRL-COUNT TO GRACE-LBD-L-ITEMS.
           MOVE GRACE-LBK-TRL-TOTAL TO GRACE-LBD-L-TOTAL.
           STRING "REFUSED " DELIMITED BY SIZE
               GRACE-LBK-REFUSE-TEXT DELIMITED BY SIZE
               INTO GRACE-LBD-L-NOTE
           END-STRING.
           DISPLAY GRACE-LBD-LINE.

      *An accepted batch must tie to its trailer and account for
      *every payment as a credit or a suspense item.
       1400-LIST-ACCEPTED-BATCH.
           ADD 1 TO GRACE-LBD-BATCH-COUNT.
           ADD GRACE-LBK-ITEM-COUNT TO GRACE-LBD-DEPOSIT-COUNT.
           ADD GRACE-LBK-ITEM-TOTAL TO GRACE-LBD-DEPOSIT-TOTAL.
           ADD GRACE-LBK-MATCHED-COUNT TO GRACE-LBD-MATCHED-COUNT.
           ADD GRACE-LBK-MATCHED-TOTAL TO GRACE-LBD-MATCHED-TOTAL.
           ADD GRACE-LBK-SUSPENSE-COUNT TO GRACE-LBD-SUSPENSE-COUNT.
           ADD GRACE-LBK-SUSPENSE-TOTAL TO GRACE-LBD-SUSPENSE-TOTAL.
           PERFORM 1500-FILL-BATCH-LINE.
           MOVE GRACE-LBK-ITEM-COUNT TO GRACE-LBD-L-ITEMS.
           MOVE GRACE-LBK-ITEM-TOTAL TO GRACE-LBD-L-TOTAL.
           MOVE GRACE-LBK-MATCHED-TOTAL TO GRACE-LBD-L-MATCHED.
           MOVE GRACE-LBK-SUSPENSE-TOTAL TO GRACE-LBD-L-SUSPENSE.
           EVALUATE TRUE
               WHEN GRACE-LBK-ITEM-COUNT NOT = GRACE-LBK-TRL-COUNT
               WHEN GRACE-LBK-ITEM-TOTAL NOT = GRACE-LBK-TRL-TOTAL
                   MOVE "*** DOES NOT TIE TO TRAILER"
                       TO GRACE-LBD-L-NOTE
                   ADD 1 TO GRACE-LBD-BREAK-COUNT
               WHEN GRACE-LBK-ITEM-COUNT NOT =
                       GRACE-LBK-MATCHED-COUNT
                       + GRACE-LBK-SUSPENSE-COUNT
               WHEN GRACE-LBK-ITEM-TOTAL NOT =
                       GRACE-LBK-MATCHED-TOTAL
                       + GRACE-LBK-SUSPENSE-TOTAL
                   MOVE "*** PAYMENTS NOT ACCOUNTED FOR"
                       TO GRACE-LBD-L-NOTE
                   ADD 1 TO GRACE-LBD-BREAK-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           DISPLAY GRACE-LBD-LINE.

       1500-FILL-BATCH-LINE.
           MOVE SPACES TO GRACE-LBD-L-NOTE.
           MOVE GRACE-LBK-DEPOSIT-DATE TO GRACE-LBD-L-DEPOSIT.
           MOVE GRACE-LBK-BATCH TO GRACE-LBD-L-BATCH.
           MOVE GRACE-LBK-LOCKBOX-ID TO GRACE-LBD-L-LOCKBOX.
           MOVE ZERO TO GRACE-LBD-L-MATCHED.
           MOVE ZERO TO GRACE-LBD-L-SUSPENSE.

      *----------------------------------------------------------
      * 2000-READ-POSTED-CREDITS sums tonight's lockbox entries
      * on the posted history by the reference they arrived with.
      *----------------------------------------------------------
       2000-READ-POSTED-CREDITS.
           OPEN INPUT GRACE-PHS-FILE.
           IF GRACE-PHS-NOT-FOUND
               DISPLAY "GRACEPHS NOT FOUND - NOTHING POSTED"
           ELSE
               PERFORM 2100-READ-HISTORY
               PERFORM 2200-TAKE-ONE-ENTRY
                   UNTIL GRACE-PHS-END-OF-FILE
               CLOSE GRACE-PHS-FILE
           END-IF.

       2100-READ-HISTORY.
           READ GRACE-PHS-FILE NEXT RECORD
               AT END
                   SET GRACE-PHS-END-OF-FILE TO TRUE
           END-READ.

       2200-TAKE-ONE-ENTRY.
           IF GRACE-PHS-POST-DATE = GRACE-CYC-DATE
                   AND GRACE-PHS-CYCLE = GRACE-CYC-NUMBER
                   AND GRACE-PHS-SITE-CODE = "LB"
                   AND GRACE-PHS-OP-CODE = 'P'
               EVALUATE GRACE-PHS-TRACE-REF(1:2)
                   WHEN "LB"
                       ADD 1 TO GRACE-LBD-POSTED-COUNT
                       ADD GRACE-PHS-AMOUNT TO GRACE-LBD-POSTED-TOTAL
                   WHEN "LR"
                       ADD 1 TO GRACE-LBD-REL-POSTED-COUNT
                       ADD GRACE-PHS-AMOUNT
                           TO GRACE-LBD-REL-POSTED-TOTAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 2100-READ-HISTORY.

      *----------------------------------------------------------
      * 3000-READ-OPEN-SUSPENSE - everything not yet posted, and
      * the oldest deposit among it.
      *----------------------------------------------------------
       3000-READ-OPEN-SUSPENSE.
           OPEN INPUT GRACE-LBU-FILE.
           IF GRACE-LBU-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 3100-READ-SUSPENSE
               PERFORM 3200-TAKE-ONE-ITEM
                   UNTIL GRACE-LBU-END-OF-FILE
               CLOSE GRACE-LBU-FILE
           END-IF.

       3100-READ-SUSPENSE.
           READ GRACE-LBU-FILE NEXT RECORD
               AT END
                   SET GRACE-LBU-END-OF-FILE TO TRUE
           END-READ.

       3200-TAKE-ONE-ITEM.
           IF NOT GRACE-LBU-POSTED
               IF GRACE-LBU-ASSIGNED
                   ADD 1 TO GRACE-LBD-OPEN-A-COUNT
                   ADD GRACE-LBU-AMOUNT TO GRACE-LBD-OPEN-A-TOTAL
               ELSE
                   ADD 1 TO GRACE-LBD-OPEN-U-COUNT
                   ADD GRACE-LBU-AMOUNT TO GRACE-LBD-OPEN-U-TOTAL
               END-IF
               IF GRACE-LBD-OLDEST-OPEN = ZERO
                       OR GRACE-LBU-DEPOSIT-DATE < GRACE-LBD-OLDEST-OPEN
                   MOVE GRACE-LBU-DEPOSIT-DATE TO GRACE-LBD-OLDEST-OPEN
               END-IF
           END-IF.
           PERFORM 3100-READ-SUSPENSE.

      *----------------------------------------------------------
      * 4000-PRINT-THE-TIES - deposits to credits and suspense,
      * credits to what posted, releases to what posted.
      *----------------------------------------------------------
       4000-PRINT-THE-TIES.
           DISPLAY " ".
           MOVE GRACE-LBD-DEPOSIT-COUNT TO GRACE-LBD-COUNT-ED.
           MOVE GRACE-LBD-DEPOSIT-TOTAL TO GRACE-LBD-AMOUNT-ED.
           DISPLAY "LOCKBOX DEPOSITS ACCEPTED.......: "
               GRACE-LBD-COUNT-ED " " GRACE-LBD-AMOUNT-ED.
           MOVE GRACE-LBD-MATCHED-COUNT TO GRACE-LBD-COUNT-ED.
           MOVE GRACE-LBD-MATCHED-TOTAL TO GRACE-LBD-AMOUNT-ED.
           DISPLAY "  CONVERTED TO CREDITS..........: "
               GRACE-LBD-COUNT-ED " " GRACE-LBD-AMOUNT-ED.
           MOVE GRACE-LBD-POSTED-COUNT TO GRACE-LBD-COUNT-ED.
           MOVE GRACE-LBD-POSTED-TOTAL TO GRACE-LBD-AMOUNT-ED.
           DISPLAY "  CREDITS POSTED TO GRACEPHS....: "
               GRACE-LBD-COUNT-ED " " GRACE-LBD-AMOUNT-ED.
           MOVE GRACE-LBD-SUSPENSE-COUNT TO GRACE-LBD-COUNT-ED.
           MOVE GRACE-LBD-SUSPENSE-TOTAL TO GRACE-LBD-AMOUNT-ED.
           DISPLAY "  SET ASIDE ON GRACELBU.........: "
               GRACE-LBD-COUNT-ED " " GRACE-LBD-AMOUNT-ED.
           COMPUTE GRACE-LBD-DIFFERENCE = GRACE-LBD-DEPOSIT-TOTAL
               - GRACE-LBD-POSTED-TOTAL - GRACE-LBD-SUSPENSE-TOTAL.
           MOVE GRACE-LBD-DIFFERENCE TO GRACE-LBD-AMOUNT-ED.
           DISPLAY "  DEPOSITS LESS POSTED/SUSPENSE.: "
               "       " GRACE-LBD-AMOUNT-ED.
           IF GRACE-LBD-DIFFERENCE NOT = ZERO
               ADD 1 TO GRACE-LBD-BREAK-COUNT
               DISPLAY "*** BREAK - CREDITS NOT POSTED: SEE GRACEMRJ "
                   "REJECTS AND GRACEPND WAREHOUSED ***"
           END-IF.
           MOVE GRACE-LBD-RELEASED-COUNT TO GRACE-LBD-COUNT-ED.
           MOVE GRACE-LBD-RELEASED-TOTAL TO GRACE-LBD-AMOUNT-ED.
           DISPLAY "SUSPENSE ITEMS RELEASED.........: "
               GRACE-LBD-COUNT-ED " " GRACE-LBD-AMOUNT-ED.
           MOVE GRACE-LBD-REL-POSTED-COUNT TO GRACE-LBD-COUNT-ED.
           MOVE GRACE-LBD-REL-POSTED-TOTAL TO GRACE-LBD-AMOUNT-ED.
           DISPLAY "  RELEASES POSTED TO GRACEPHS...: "
               GRACE-LBD-COUNT-ED " " GRACE-LBD-AMOUNT-ED.
           COMPUTE GRACE-LBD-DIFFERENCE = GRACE-LBD-RELEASED-TOTAL
               - GRACE-LBD-REL-POSTED-TOTAL.
           IF GRACE-LBD-DIFFERENCE NOT = ZERO
               ADD 1 TO GRACE-LBD-BREAK-COUNT
               MOVE GRACE-LBD-DIFFERENCE TO GRACE-LBD-AMOUNT-ED
               DISPLAY "*** BREAK - RELEASES NOT POSTED: "
                   GRACE-LBD-AMOUNT-ED " ***"
           END-IF.
           IF GRACE-LBD-REFUSED-COUNT > ZERO
               MOVE GRACE-LBD-REFUSED-COUNT TO GRACE-LBD-COUNT-ED
               MOVE GRACE-LBD-REFUSED-TOTAL TO GRACE-LBD-AMOUNT-ED
               DISPLAY "BATCHES REFUSED - NOT DEPOSITED.: "
                   GRACE-LBD-COUNT-ED " " GRACE-LBD-AMOUNT-ED
           END-IF.

       5000-PRINT-OPEN-SUSPENSE.
           DISPLAY " ".
           MOVE GRACE-LBD-OPEN-U-COUNT TO GRACE-LBD-COUNT-ED.
           MOVE GRACE-LBD-OPEN-U-TOTAL TO GRACE-LBD-AMOUNT-ED.
           DISPLAY "OPEN SUSPENSE - UNMATCHED.......: "
               GRACE-LBD-COUNT-ED " " GRACE-LBD-AMOUNT-ED.
           MOVE GRACE-LBD-OPEN-A-COUNT TO GRACE-LBD-COUNT-ED.
           MOVE GRACE-LBD-OPEN-A-TOTAL TO GRACE-LBD-AMOUNT-ED.
           DISPLAY "OPEN SUSPENSE - ASSIGNED........: "
               GRACE-LBD-COUNT-ED " " GRACE-LBD-AMOUNT-ED.
           IF GRACE-LBD-OLDEST-OPEN NOT = ZERO
               COMPUTE GRACE-LBD-OPEN-DAYS =
                   FUNCTION INTEGER-OF-DATE(GRACE-CYC-DATE)
                   - FUNCTION INTEGER-OF-DATE(GRACE-LBD-OLDEST-OPEN)
               DISPLAY "OLDEST OPEN DEPOSIT.............: "
                   GRACE-LBD-OLDEST-OPEN " (" GRACE-LBD-OPEN-DAYS
                   " DAYS)"
           END-IF.

           COPY GRACERPTP.

           COPY GRACECYCP.
