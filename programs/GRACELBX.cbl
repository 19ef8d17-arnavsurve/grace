       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACELBX.
      *----------------------------------------------------------
      * GRACELBX converts the bank's lockbox remittance file into
      * payment credits. Customer payments used to arrive as a
      * printed remittance list that a clerk retyped into a site
      * feed, and a payment with a missing or wrong customer
      * number was set aside on paper. The bank now sends the
      * file itself on GRACELBR, in its own format - see
      * GRACELBR.cpy - and this step reads it directly.
      *
      * Each batch is held until its trailer arrives and is proved
      * against it: the count of payments and the sum of their
      * amounts must equal the trailer's, every amount must be a
      * whole number, every payment must carry the batch's number
      * and the deposit date must be a date. A batch that does not
      * tie - or has no trailer, or was accepted on an earlier
      * night already - converts nothing, is kept refused on the
      * GRACELBK deposit control with the reason, and ends the
      * step RC=8 so the bank is asked for it again. Records
      * outside any batch do the same.
      *
      * Each payment of a batch that ties is matched to a
      * customer:
      *
      *   by ID    the customer number sent is numeric and on
      *            GRACECSK
      *   by name  otherwise, the payer name - taken as its first
      *            two words, the way GRACENDX builds its full
      *            name - is on the GRACENDX name index for
      *            exactly one customer still on GRACECSK
      *
      * A matched payment is credited to the customer's first
      * open account, in the order GRACEACT lists them - the
      * customer's own number when GRACEACT has none for it. It
      * becomes a credit on GRACELBT in
      * GRACETXN layout - a posting, op P, site LB, plus sign,
      * effective the deposit date, the batch, item and check
      * number in the value - concatenated behind the night's
      * GRACETXN like GRACEADG's GRACEATX, so GRACEMUP posts it
      * and the history, journal and GL interface carry it. Each
      * carries its transaction reference behind the first 80
      * bytes, as GRACEDLM's do: LB, the GRACECYC date and cycle,
      * and the record's number in the remittance file.
      *
      * A payment that matches nobody, or more than one, or whose
      * customer has no open account, goes to
      * GRACELBU remittance suspense with its reason (see
      * GRACELBU.cpy) for a clerk to assign on GRACELBA. Each run
      * then releases every suspense item a clerk has assigned:
      * the credit is written to the assigned customer's first
      * open account with reference LR and the release's number in
      * the run, and the item is marked posted with the run's date
      * and cycle. An assigned item whose customer has no open
      * account is held as assigned, listed, and tried again the
      * next night. A
      * rerun of the same cycle writes those again, since it
      * rebuilds GRACELBT from the start.
      *
      * GRACELBK keeps each batch's trailer figures and its
      * matched and suspense counts and totals, and the night's
      * releases, for GRACELBD's daily deposit reconciliation.
      * RC=4 when anything went to suspense or was held, or the
      * name index was not there to match against.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-LBR-FILE ASSIGN TO GRACELBR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-LBR-STATUS.
           SELECT GRACE-LBT-FILE ASSIGN TO GRACELBT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-LBT-STATUS.
           SELECT GRACE-CST-FILE ASSIGN TO GRACECSK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-CST-ID
               FILE STATUS IS GRACE-CST-STATUS.
           SELECT GRACE-NAME-INDEX ASSIGN TO GRACENDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-NDX-CUST-ID
               ALTERNATE RECORD KEY IS GRACE-NDX-FULL-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS GRACE-NDX-PHONETIC
                   WITH DUPLICATES
               FILE STATUS IS GRACE-NDX-STATUS.
           SELECT GRACE-ACT-FILE ASSIGN TO GRACEACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-ACT-NUMBER
               ALTERNATE RECORD KEY IS GRACE-ACT-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS GRACE-ACT-STATUS.
           SELECT GRACE-LBU-FILE ASSIGN TO GRACELBU
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-LBU-KEY
               FILE STATUS IS GRACE-LBU-STATUS.
           SELECT GRACE-LBK-FILE ASSIGN TO GRACELBK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-LBK-KEY
               FILE STATUS IS GRACE-LBK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

       FD  GRACE-LBR-FILE
           RECORDING MODE IS F.
           COPY GRACELBR.

      *Payment credits, GRACETXN layout with the reference.
       FD  GRACE-LBT-FILE
           RECORDING MODE IS F.
       01 GRACE-LBT-REC.
           05 GRACE-LBT-SOURCE PIC 9(6).
           05 GRACE-LBT-S-SOURCE-VALUE PIC X(30).
           05 GRACE-LBT-OP-CODE PIC X(01).
           05 GRACE-LBT-SITE-CODE PIC X(02).
           05 GRACE-LBT-EFF-DATE PIC X(08).
           05 GRACE-LBT-AMT-SIGN PIC X(01).
           05 GRACE-LBT-AMOUNT PIC 9(09).
           05 GRACE-LBT-CURRENCY PIC X(03).
           05 FILLER PIC X(20).
           05 GRACE-LBT-TRACE-REF.
               10 GRACE-LBT-REF-SITE PIC X(02).
               10 GRACE-LBT-REF-DATE PIC 9(08).
               10 GRACE-LBT-REF-CYCLE PIC 9(02).
               10 GRACE-LBT-REF-SEQ PIC 9(06).
           05 FILLER PIC X(02).

       FD  GRACE-CST-FILE.
       01 GRACE-CST-REC.
           05 GRACE-CST-ID PIC 9(06).
           05 GRACE-CST-FIRST-NAME PIC X(15).
           05 GRACE-CST-LAST-NAME PIC X(15).
           05 FILLER PIC X(44).

      *Name index, searched by payer name.
       FD  GRACE-NAME-INDEX.
       01 GRACE-NDX-REC.
           05 GRACE-NDX-CUST-ID PIC 9(06).
           05 GRACE-NDX-FULL-NAME PIC X(30).
           05 GRACE-NDX-PHONETIC PIC X(04).
           05 FILLER PIC X(40).

       FD  GRACE-ACT-FILE.
           COPY GRACEACT.

       FD  GRACE-LBU-FILE.
           COPY GRACELBU.

       FD  GRACE-LBK-FILE.
           COPY GRACELBK.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

           COPY GRACEACTH.

       01 GRACE-LBR-STATUS PIC X(02).
           88 GRACE-LBR-OK VALUE '00'.
           88 GRACE-LBR-NOT-FOUND VALUE '35'.

       01 GRACE-LBT-STATUS PIC X(02).
           88 GRACE-LBT-OK VALUE '00'.

       01 GRACE-CST-STATUS PIC X(02).
           88 GRACE-CST-OK VALUE '00'.
           88 GRACE-CST-NOT-FOUND VALUE '35'.

       01 GRACE-NDX-STATUS PIC X(02).
           88 GRACE-NDX-OK VALUE '00'.

       01 GRACE-LBU-STATUS PIC X(02).
           88 GRACE-LBU-OK VALUE '00'.
           88 GRACE-LBU-NOT-FOUND VALUE '35'.

       01 GRACE-LBK-STATUS PIC X(02).
           88 GRACE-LBK-OK VALUE '00'.
           88 GRACE-LBK-NOT-FOUND VALUE '35'.

       01 GRACE-LBR-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-LBR-END-OF-FILE VALUE 'Y'.

       01 GRACE-LBU-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-LBU-END-OF-FILE VALUE 'Y'.

       01 GRACE-NDX-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-NDX-OPEN VALUE 'Y'.

       01 GRACE-CST-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-CST-OPEN VALUE 'Y'.

      *The batch being gathered: its header, whether a trailer has
      *closed it, and the first reason it cannot be accepted.
       01 GRACE-LBX-IN-BATCH-SW PIC X(01) VALUE 'N'.
           88 GRACE-LBX-IN-BATCH VALUE 'Y'.
       01 GRACE-LBX-BATCH-OK-SW PIC X(01) VALUE 'Y'.
           88 GRACE-LBX-BATCH-OK VALUE 'Y'.
       01 GRACE-LBX-BATCH.
           05 GRACE-LBX-B-BATCH PIC 9(04) VALUE ZERO.
           05 GRACE-LBX-B-DEPOSIT-DATE PIC 9(08) VALUE ZERO.
           05 GRACE-LBX-B-LOCKBOX-ID PIC X(07) VALUE SPACES.
           05 GRACE-LBX-B-TRL-COUNT PIC 9(05) VALUE ZERO.
           05 GRACE-LBX-B-TRL-TOTAL PIC 9(11) VALUE ZERO.
           05 GRACE-LBX-B-ITEM-TOTAL PIC 9(11) VALUE ZERO.
           05 GRACE-LBX-B-REFUSE-TEXT PIC X(30) VALUE SPACES.

      *The batch's payments, held until the trailer proves them.
       01 GRACE-LBX-ITEM-CTL.
           05 GRACE-LBX-ITEM-USED PIC 9(04) VALUE ZERO.
           05 GRACE-LBX-ITEM-IDX PIC 9(04) VALUE ZERO.
           05 GRACE-LBX-ITEM-TABLE OCCURS 999 TIMES.
               10 GRACE-LBX-T-REC-NO PIC 9(06).
               10 GRACE-LBX-T-ITEM PIC 9(04).
               10 GRACE-LBX-T-CUST-ID PIC X(06).
               10 GRACE-LBX-T-CUST-ID-N REDEFINES
                   GRACE-LBX-T-CUST-ID PIC 9(06).
               10 GRACE-LBX-T-AMOUNT PIC 9(09).
               10 GRACE-LBX-T-CHECK-NO PIC X(10).
               10 GRACE-LBX-T-PAYER-NAME PIC X(30).

      *A keyed deposit date broken out for the calendar edit.
       01 GRACE-LBX-DATE-CHECK PIC 9(08) VALUE ZERO.
       01 GRACE-LBX-DATE-PARTS REDEFINES GRACE-LBX-DATE-CHECK.
           05 GRACE-LBX-DATE-YEAR PIC 9(04).
           05 GRACE-LBX-DATE-MONTH PIC 9(02).
           05 GRACE-LBX-DATE-DAY PIC 9(02).

      *The customer a payment was matched to, and how.
       01 GRACE-LBX-MATCH-ID PIC 9(06) VALUE ZERO.
       01 GRACE-LBX-MATCH-SW PIC X(01) VALUE 'N'.
           88 GRACE-LBX-MATCHED VALUE 'Y'.
       01 GRACE-LBX-MATCH-HOW PIC X(01) VALUE SPACE.
           88 GRACE-LBX-MATCHED-BY-ID VALUE 'I'.
           88 GRACE-LBX-MATCHED-BY-NAME VALUE 'N'.
       01 GRACE-LBX-NAME-HITS PIC 9(03) VALUE ZERO.
       01 GRACE-LBX-NAME-DONE-SW PIC X(01) VALUE 'N'.
           88 GRACE-LBX-NAME-DONE VALUE 'Y'.
       01 GRACE-LBX-SEARCH-NAME PIC X(30) VALUE SPACES.
       01 GRACE-LBX-NAME-WORD-1 PIC X(30) VALUE SPACES.
       01 GRACE-LBX-NAME-WORD-2 PIC X(30) VALUE SPACES.
       01 GRACE-LBX-REASON-CODE PIC X(04) VALUE SPACES.
       01 GRACE-LBX-REASON-TEXT PIC X(30) VALUE SPACES.
       01 GRACE-LBX-HITS-ED PIC ZZ9 VALUE ZERO.

      *The customer's first open account, found for a credit.
       01 GRACE-LBX-OPEN-ACCOUNT PIC 9(06) VALUE ZERO.
       01 GRACE-LBX-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-LBX-OPEN-FOUND VALUE 'Y'.

      *The credit being written.
       01 GRACE-LBX-CR-ACCOUNT PIC 9(06) VALUE ZERO.
       01 GRACE-LBX-CR-AMOUNT PIC 9(09) VALUE ZERO.
       01 GRACE-LBX-CR-EFF-DATE PIC 9(08) VALUE ZERO.
       01 GRACE-LBX-CR-BATCH PIC 9(04) VALUE ZERO.
       01 GRACE-LBX-CR-ITEM PIC 9(04) VALUE ZERO.
       01 GRACE-LBX-CR-CHECK-NO PIC X(10) VALUE SPACES.
       01 GRACE-LBX-CR-REF-SITE PIC X(02) VALUE SPACES.
       01 GRACE-LBX-CR-REF-SEQ PIC 9(06) VALUE ZERO.

       01 GRACE-LBX-COUNTS.
           05 GRACE-LBX-REC-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-LBX-STRAY-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-LBX-BATCH-COUNT PIC 9(04) VALUE ZERO.
           05 GRACE-LBX-REFUSED-COUNT PIC 9(04) VALUE ZERO.
           05 GRACE-LBX-MATCHED-COUNT PIC 9(05) VALUE ZERO.
           05 GRACE-LBX-MATCHED-TOTAL PIC 9(11) VALUE ZERO.
           05 GRACE-LBX-BY-ID-COUNT PIC 9(05) VALUE ZERO.
           05 GRACE-LBX-BY-NAME-COUNT PIC 9(05) VALUE ZERO.
           05 GRACE-LBX-SUSPENSE-COUNT PIC 9(05) VALUE ZERO.
           05 GRACE-LBX-SUSPENSE-TOTAL PIC 9(11) VALUE ZERO.
           05 GRACE-LBX-ALREADY-COUNT PIC 9(05) VALUE ZERO.
           05 GRACE-LBX-RELEASED-COUNT PIC 9(05) VALUE ZERO.
           05 GRACE-LBX-RELEASED-TOTAL PIC 9(11) VALUE ZERO.
           05 GRACE-LBX-HELD-COUNT PIC 9(05) VALUE ZERO.
           05 GRACE-LBX-CREDIT-COUNT PIC 9(06) VALUE ZERO.

      *This batch's share of the counts, for its control record.
       01 GRACE-LBX-B-COUNTS.
           05 GRACE-LBX-B-MATCHED-COUNT PIC 9(05) VALUE ZERO.
           05 GRACE-LBX-B-MATCHED-TOTAL PIC 9(11) VALUE ZERO.
           05 GRACE-LBX-B-SUSPENSE-COUNT PIC 9(05) VALUE ZERO.
           05 GRACE-LBX-B-SUSPENSE-TOTAL PIC 9(11) VALUE ZERO.

       01 GRACE-LBX-AMOUNT-ED PIC Z(10)9 VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACELBX" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 1000-OPEN-THE-FILES.
           IF NOT GRACE-CST-OPEN
               DISPLAY "*** GRACECSK NOT AVAILABLE - STATUS "
                   GRACE-CST-STATUS " - NOTHING CONVERTED ***"
               CLOSE GRACE-LBT-FILE
               CLOSE GRACE-LBU-FILE
               CLOSE GRACE-LBK-FILE
               IF GRACE-NDX-OPEN
                   CLOSE GRACE-NAME-INDEX
               END-IF
               PERFORM 8130-CLOSE-ACCOUNTS
               MOVE 8 TO RETURN-CODE
               PERFORM 0600-PRINT-GRACE-RPT-FOOTER
               GOBACK
           END-IF.
           OPEN INPUT GRACE-LBR-FILE.
           IF GRACE-LBR-NOT-FOUND
               DISPLAY "GRACELBR NOT FOUND - NO REMITTANCE TONIGHT"
           ELSE
               PERFORM 2000-READ-REMITTANCE
               PERFORM 2100-TAKE-ONE-RECORD
                   UNTIL GRACE-LBR-END-OF-FILE
               IF GRACE-LBX-IN-BATCH
                   MOVE "NO TRAILER BEFORE END OF FILE"
                       TO GRACE-LBX-B-REFUSE-TEXT
                   PERFORM 3000-CLOSE-THE-BATCH
               END-IF
               CLOSE GRACE-LBR-FILE
           END-IF.
           PERFORM 5000-RELEASE-ASSIGNED-ITEMS.
           CLOSE GRACE-LBT-FILE.
           CLOSE GRACE-LBU-FILE.
           CLOSE GRACE-LBK-FILE.
           CLOSE GRACE-CST-FILE.
           IF GRACE-NDX-OPEN
               CLOSE GRACE-NAME-INDEX
           END-IF.
           PERFORM 8130-CLOSE-ACCOUNTS.
           PERFORM 6000-PRINT-RUN-TOTALS.
           EVALUATE TRUE
               WHEN GRACE-LBX-REFUSED-COUNT > ZERO
               WHEN GRACE-LBX-STRAY-COUNT > ZERO
                   DISPLAY "*** REMITTANCE NOT FULLY CONVERTED - "
                       "SEE REFUSED BATCHES ***"
                   MOVE 8 TO RETURN-CODE
               WHEN GRACE-LBX-SUSPENSE-COUNT > ZERO
               WHEN GRACE-LBX-HELD-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN NOT GRACE-NDX-OPEN
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           MOVE GRACE-LBX-CREDIT-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

      *----------------------------------------------------------
      * 1000-OPEN-THE-FILES - suspense and the deposit control
      * are created the first night they are needed. Without the
      * name index payments are matched by ID only.
      *----------------------------------------------------------
       1000-OPEN-THE-FILES.
           OPEN OUTPUT GRACE-LBT-FILE.
           OPEN I-O GRACE-LBU-FILE.
           IF GRACE-LBU-NOT-FOUND
               OPEN OUTPUT GRACE-LBU-FILE
               CLOSE GRACE-LBU-FILE
               OPEN I-O GRACE-LBU-FILE
           END-IF.
           OPEN I-O GRACE-LBK-FILE.
           IF GRACE-LBK-NOT-FOUND
               OPEN OUTPUT GRACE-LBK-FILE
               CLOSE GRACE-LBK-FILE
               OPEN I-O GRACE-LBK-FILE
           END-IF.
           OPEN INPUT GRACE-CST-FILE.
           IF GRACE-CST-OK
               SET GRACE-CST-OPEN TO TRUE
           END-IF.
           OPEN INPUT GRACE-NAME-INDEX.
           IF GRACE-NDX-OK
               SET GRACE-NDX-OPEN TO TRUE
           ELSE
               DISPLAY "GRACENDX NOT AVAILABLE - PAYMENTS ARE "
                   "MATCHED BY CUSTOMER ID ONLY"
           END-IF.
           PERFORM 8100-OPEN-ACCOUNTS.

       2000-READ-REMITTANCE.
           READ GRACE-LBR-FILE
               AT END
                   SET GRACE-LBR-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO GRACE-LBX-REC-COUNT
           END-READ.

      *----------------------------------------------------------
      * 2100-TAKE-ONE-RECORD - a header opens a batch (closing,
      * refused, one left without a trailer), a detail joins the
      * batch open, a trailer proves and closes it.
      *----------------------------------------------------------
       2100-TAKE-ONE-RECORD.
           EVALUATE TRUE
               WHEN GRACE-LBR-HEADER
                   IF GRACE-LBX-IN-BATCH
                       MOVE "NO TRAILER BEFORE NEXT HEADER"
                           TO GRACE-LBX-B-REFUSE-TEXT
                       PERFORM 3000-CLOSE-THE-BATCH
                   END-IF
                   PERFORM 2200-OPEN-THE-BATCH
               WHEN GRACE-LBR-DETAIL AND GRACE-LBX-IN-BATCH
                   PERFORM 2300-HOLD-THE-PAYMENT
               WHEN GRACE-LBR-TRAILER AND GRACE-LBX-IN-BATCH
                   PERFORM 2400-CHECK-THE-TRAILER
                   PERFORM 3000-CLOSE-THE-BATCH
               WHEN OTHER
                   ADD 1 TO GRACE-LBX-STRAY-COUNT
                   DISPLAY "*** RECORD " GRACE-LBX-REC-COUNT
                       " TYPE " GRACE-LBR-TYPE
                       " IS OUTSIDE ANY BATCH - NOT CONVERTED ***"
           END-EVALUATE.
           PERFORM 2000-READ-REMITTANCE.

       2200-OPEN-THE-BATCH.
           SET GRACE-LBX-IN-BATCH TO TRUE.
           MOVE 'Y' TO GRACE-LBX-BATCH-OK-SW.
           MOVE SPACES TO GRACE-LBX-B-REFUSE-TEXT.
           MOVE ZERO TO GRACE-LBX-ITEM-USED.
           MOVE ZERO TO GRACE-LBX-B-ITEM-TOTAL.
           MOVE ZERO TO GRACE-LBX-B-TRL-COUNT.
           MOVE ZERO TO GRACE-LBX-B-TRL-TOTAL.
           MOVE GRACE-LBR-H-LOCKBOX-ID TO GRACE-LBX-B-LOCKBOX-ID.
           IF GRACE-LBR-BATCH NUMERIC
               MOVE GRACE-LBR-BATCH-N TO GRACE-LBX-B-BATCH
           ELSE
               MOVE ZERO TO GRACE-LBX-B-BATCH
               MOVE "BATCH NUMBER NOT NUMERIC"
                   TO GRACE-LBX-B-REFUSE-TEXT
               MOVE 'N' TO GRACE-LBX-BATCH-OK-SW
           END-IF.
           MOVE ZERO TO GRACE-LBX-B-DEPOSIT-DATE.
           IF GRACE-LBR-H-DEPOSIT-DATE NUMERIC
               MOVE GRACE-LBR-H-DEPOSIT-DATE-N
                   TO GRACE-LBX-B-DEPOSIT-DATE
               MOVE GRACE-LBR-H-DEPOSIT-DATE-N
                   TO GRACE-LBX-DATE-CHECK
           ELSE
               MOVE ZERO TO GRACE-LBX-DATE-CHECK
           END-IF.
           IF GRACE-LBX-DATE-YEAR < 1601
                   OR GRACE-LBX-DATE-MONTH < 1
                   OR GRACE-LBX-DATE-MONTH > 12
                   OR GRACE-LBX-DATE-DAY < 1
                   OR GRACE-LBX-DATE-DAY > 31
               IF GRACE-LBX-BATCH-OK
                   MOVE "DEPOSIT DATE IS NOT A DATE"
                       TO GRACE-LBX-B-REFUSE-TEXT
                   MOVE 'N' TO GRACE-LBX-BATCH-OK-SW
               END-IF
           END-IF.

       2300-HOLD-THE-PAYMENT.
           EVALUATE TRUE
               WHEN NOT GRACE-LBX-BATCH-OK
                   CONTINUE
               WHEN GRACE-LBR-BATCH NOT NUMERIC
               WHEN GRACE-LBR-BATCH-N NOT = GRACE-LBX-B-BATCH
                   MOVE "PAYMENT CARRIES ANOTHER BATCH"
                       TO GRACE-LBX-B-REFUSE-TEXT
                   MOVE 'N' TO GRACE-LBX-BATCH-OK-SW
               WHEN GRACE-LBR-ITEM NOT NUMERIC
                   MOVE "ITEM NUMBER NOT NUMERIC"
                       TO GRACE-LBX-B-REFUSE-TEXT
                   MOVE 'N' TO GRACE-LBX-BATCH-OK-SW
               WHEN GRACE-LBR-AMOUNT NOT NUMERIC
                   MOVE "PAYMENT AMOUNT NOT NUMERIC"
                       TO GRACE-LBX-B-REFUSE-TEXT
                   MOVE 'N' TO GRACE-LBX-BATCH-OK-SW
               WHEN GRACE-LBX-ITEM-USED >= 999
                   MOVE "MORE THAN 999 PAYMENTS IN BATCH"
                       TO GRACE-LBX-B-REFUSE-TEXT
                   MOVE 'N' TO GRACE-LBX-BATCH-OK-SW
               WHEN OTHER
                   ADD 1 TO GRACE-LBX-ITEM-USED
                   MOVE GRACE-LBX-REC-COUNT
                       TO GRACE-LBX-T-REC-NO(GRACE-LBX-ITEM-USED)
                   MOVE GRACE-LBR-ITEM-N
                       TO GRACE-LBX-T-ITEM(GRACE-LBX-ITEM-USED)
                   MOVE GRACE-LBR-CUST-ID
                       TO GRACE-LBX-T-CUST-ID(GRACE-LBX-ITEM-USED)
                   MOVE GRACE-LBR-AMOUNT-N
                       TO GRACE-LBX-T-AMOUNT(GRACE-LBX-ITEM-USED)
                   MOVE GRACE-LBR-CHECK-NO
                       TO GRACE-LBX-T-CHECK-NO(GRACE-LBX-ITEM-USED)
                   MOVE GRACE-LBR-PAYER-NAME
                       TO GRACE-LBX-T-PAYER-NAME(GRACE-LBX-ITEM-USED)
                   ADD GRACE-LBR-AMOUNT-N TO GRACE-LBX-B-ITEM-TOTAL
           END-EVALUATE.

      *----------------------------------------------------------
      * 2400-CHECK-THE-TRAILER proves the batch held against the
      * bank's own figures. Only the first reason is kept.
      *----------------------------------------------------------
       2400-CHECK-THE-TRAILER.
           IF GRACE-LBR-T-COUNT NUMERIC
               MOVE GRACE-LBR-T-COUNT-N TO GRACE-LBX-B-TRL-COUNT
           END-IF.
           IF GRACE-LBR-T-TOTAL NUMERIC
               MOVE GRACE-LBR-T-TOTAL-N TO GRACE-LBX-B-TRL-TOTAL
           END-IF.
           EVALUATE TRUE
               WHEN NOT GRACE-LBX-BATCH-OK
                   CONTINUE
               WHEN GRACE-LBR-BATCH NOT NUMERIC
               WHEN GRACE-LBR-BATCH-N NOT = GRACE-LBX-B-BATCH
                   MOVE "TRAILER CARRIES ANOTHER BATCH"
                       TO GRACE-LBX-B-REFUSE-TEXT
                   MOVE 'N' TO GRACE-LBX-BATCH-OK-SW
               WHEN GRACE-LBR-T-COUNT NOT NUMERIC
               WHEN GRACE-LBR-T-TOTAL NOT NUMERIC
                   MOVE "TRAILER FIGURES NOT NUMERIC"
                       TO GRACE-LBX-B-REFUSE-TEXT
                   MOVE 'N' TO GRACE-LBX-BATCH-OK-SW
               WHEN GRACE-LBX-ITEM-USED NOT = GRACE-LBX-B-TRL-COUNT
                   MOVE "PAYMENT COUNT NOT = TRAILER"
                       TO GRACE-LBX-B-REFUSE-TEXT
                   MOVE 'N' TO GRACE-LBX-BATCH-OK-SW
               WHEN GRACE-LBX-B-ITEM-TOTAL NOT = GRACE-LBX-B-TRL-TOTAL
                   MOVE "PAYMENT TOTAL NOT = TRAILER"
                       TO GRACE-LBX-B-REFUSE-TEXT
                   MOVE 'N' TO GRACE-LBX-BATCH-OK-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------
      * 3000-CLOSE-THE-BATCH - a batch already accepted on an
      * earlier night is refused; one accepted earlier this same
      * cycle is a rerun and is converted again. A batch that
      * ties converts each payment it holds. Either way its
      * control record is written or replaced.
      *----------------------------------------------------------
       3000-CLOSE-THE-BATCH.
           MOVE 'N' TO GRACE-LBX-IN-BATCH-SW.
           ADD 1 TO GRACE-LBX-BATCH-COUNT.
           IF GRACE-LBX-B-REFUSE-TEXT NOT = SPACES
               MOVE 'N' TO GRACE-LBX-BATCH-OK-SW
           END-IF.
           MOVE ZERO TO GRACE-LBX-B-MATCHED-COUNT.
           MOVE ZERO TO GRACE-LBX-B-MATCHED-TOTAL.
           MOVE ZERO TO GRACE-LBX-B-SUSPENSE-COUNT.
           MOVE ZERO TO GRACE-LBX-B-SUSPENSE-TOTAL.
           MOVE 'B' TO GRACE-LBK-KIND.
           MOVE GRACE-LBX-B-DEPOSIT-DATE TO GRACE-LBK-DEPOSIT-DATE.
           MOVE GRACE-LBX-B-BATCH TO GRACE-LBK-BATCH.
           READ GRACE-LBK-FILE
               INVALID KEY
                   MOVE SPACES TO GRACE-LBK-STATE
           END-READ.
           IF GRACE-LBX-BATCH-OK
                   AND GRACE-LBK-ACCEPTED
                   AND (GRACE-LBK-RUN-DATE NOT = GRACE-CYC-DATE
                       OR GRACE-LBK-RUN-CYCLE NOT = GRACE-CYC-NUMBER)
               MOVE SPACES TO GRACE-LBX-B-REFUSE-TEXT
               STRING "ALREADY CONVERTED ON " DELIMITED BY SIZE
                   GRACE-LBK-RUN-DATE DELIMITED BY SIZE
                   INTO GRACE-LBX-B-REFUSE-TEXT
               END-STRING
               MOVE 'N' TO GRACE-LBX-BATCH-OK-SW
               DISPLAY "*** BATCH " GRACE-LBX-B-BATCH " DEPOSIT "
                   GRACE-LBX-B-DEPOSIT-DATE " REFUSED - "
                   GRACE-LBX-B-REFUSE-TEXT " ***"
               ADD 1 TO GRACE-LBX-REFUSED-COUNT
           ELSE
               IF GRACE-LBX-BATCH-OK
                   PERFORM 3100-CONVERT-ONE-PAYMENT
                       VARYING GRACE-LBX-ITEM-IDX FROM 1 BY 1
                       UNTIL GRACE-LBX-ITEM-IDX > GRACE-LBX-ITEM-USED
               ELSE
                   DISPLAY "*** BATCH " GRACE-LBX-B-BATCH " DEPOSIT "
                       GRACE-LBX-B-DEPOSIT-DATE " REFUSED - "
                       GRACE-LBX-B-REFUSE-TEXT " ***"
                   ADD 1 TO GRACE-LBX-REFUSED-COUNT
               END-IF
               PERFORM 3900-WRITE-BATCH-CONTROL
           END-IF.
           MOVE GRACE-LBX-B-ITEM-TOTAL TO GRACE-LBX-AMOUNT-ED.
           DISPLAY "BATCH " GRACE-LBX-B-BATCH " DEPOSIT "
               GRACE-LBX-B-DEPOSIT-DATE " LOCKBOX "
               GRACE-LBX-B-LOCKBOX-ID " PAYMENTS "
               GRACE-LBX-ITEM-USED " AMOUNT " GRACE-LBX-AMOUNT-ED
               " MATCHED " GRACE-LBX-B-MATCHED-COUNT
               " SUSPENSE " GRACE-LBX-B-SUSPENSE-COUNT.

      *----------------------------------------------------------
      * 3100-CONVERT-ONE-PAYMENT matches the payment by ID, then
      * by name, finds the customer's open account, and writes the
      * credit or the suspense item.
      *----------------------------------------------------------
       3100-CONVERT-ONE-PAYMENT.
           MOVE 'N' TO GRACE-LBX-MATCH-SW.
           MOVE SPACE TO GRACE-LBX-MATCH-HOW.
           MOVE SPACES TO GRACE-LBX-REASON-CODE.
           MOVE SPACES TO GRACE-LBX-REASON-TEXT.
           MOVE ZERO TO GRACE-LBX-NAME-HITS.
           IF GRACE-LBX-T-AMOUNT(GRACE-LBX-ITEM-IDX) = ZERO
               MOVE "L004" TO GRACE-LBX-REASON-CODE
               MOVE "PAYMENT AMOUNT IS ZERO" TO GRACE-LBX-REASON-TEXT
           ELSE
               PERFORM 3200-MATCH-BY-ID
               IF NOT GRACE-LBX-MATCHED
                   PERFORM 3300-MATCH-BY-NAME
               END-IF
           END-IF.
           IF GRACE-LBX-MATCHED
               PERFORM 3400-FIND-OPEN-ACCOUNT
               IF NOT GRACE-LBX-OPEN-FOUND
                   MOVE 'N' TO GRACE-LBX-MATCH-SW
                   MOVE "L005" TO GRACE-LBX-REASON-CODE
                   STRING "CUSTOMER " DELIMITED BY SIZE
                       GRACE-LBX-MATCH-ID DELIMITED BY SIZE
                       " NO OPEN ACCOUNT" DELIMITED BY SIZE
                       INTO GRACE-LBX-REASON-TEXT
                   END-STRING
               END-IF
           END-IF.
           IF GRACE-LBX-MATCHED
               IF GRACE-LBX-MATCHED-BY-ID
                   ADD 1 TO GRACE-LBX-BY-ID-COUNT
               ELSE
                   ADD 1 TO GRACE-LBX-BY-NAME-COUNT
               END-IF
               MOVE GRACE-LBX-OPEN-ACCOUNT TO GRACE-LBX-CR-ACCOUNT
               MOVE GRACE-LBX-T-AMOUNT(GRACE-LBX-ITEM-IDX)
                   TO GRACE-LBX-CR-AMOUNT
               MOVE GRACE-LBX-B-DEPOSIT-DATE TO GRACE-LBX-CR-EFF-DATE
               MOVE GRACE-LBX-B-BATCH TO GRACE-LBX-CR-BATCH
               MOVE GRACE-LBX-T-ITEM(GRACE-LBX-ITEM-IDX)
                   TO GRACE-LBX-CR-ITEM
               MOVE GRACE-LBX-T-CHECK-NO(GRACE-LBX-ITEM-IDX)
                   TO GRACE-LBX-CR-CHECK-NO
               MOVE "LB" TO GRACE-LBX-CR-REF-SITE
               MOVE GRACE-LBX-T-REC-NO(GRACE-LBX-ITEM-IDX)
                   TO GRACE-LBX-CR-REF-SEQ
               PERFORM 4000-WRITE-CREDIT
               ADD 1 TO GRACE-LBX-B-MATCHED-COUNT
               ADD GRACE-LBX-T-AMOUNT(GRACE-LBX-ITEM-IDX)
                   TO GRACE-LBX-B-MATCHED-TOTAL
               ADD 1 TO GRACE-LBX-MATCHED-COUNT
               ADD GRACE-LBX-T-AMOUNT(GRACE-LBX-ITEM-IDX)
                   TO GRACE-LBX-MATCHED-TOTAL
           ELSE
               PERFORM 3500-WRITE-SUSPENSE
               ADD 1 TO GRACE-LBX-B-SUSPENSE-COUNT
               ADD GRACE-LBX-T-AMOUNT(GRACE-LBX-ITEM-IDX)
                   TO GRACE-LBX-B-SUSPENSE-TOTAL
               ADD 1 TO GRACE-LBX-SUSPENSE-COUNT
               ADD GRACE-LBX-T-AMOUNT(GRACE-LBX-ITEM-IDX)
                   TO GRACE-LBX-SUSPENSE-TOTAL
           END-IF.

       3200-MATCH-BY-ID.
           IF GRACE-LBX-T-CUST-ID(GRACE-LBX-ITEM-IDX) NUMERIC
               IF GRACE-LBX-T-CUST-ID-N(GRACE-LBX-ITEM-IDX)
                       NOT = ZERO
                   MOVE GRACE-LBX-T-CUST-ID-N(GRACE-LBX-ITEM-IDX)
                       TO GRACE-CST-ID
                   READ GRACE-CST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE GRACE-CST-ID TO GRACE-LBX-MATCH-ID
                           SET GRACE-LBX-MATCHED TO TRUE
                           SET GRACE-LBX-MATCHED-BY-ID TO TRUE
                   END-READ
               END-IF
           END-IF.

      *----------------------------------------------------------
      * 3300-MATCH-BY-NAME builds the payer's name the way the
      * index holds it - first word, one space, second word - and
      * counts the index hits still on GRACECSK. One is a match;
      * none or several leave the payment for a clerk.
      *----------------------------------------------------------
       3300-MATCH-BY-NAME.
           MOVE SPACES TO GRACE-LBX-NAME-WORD-1.
           MOVE SPACES TO GRACE-LBX-NAME-WORD-2.
           MOVE SPACES TO GRACE-LBX-SEARCH-NAME.
           UNSTRING GRACE-LBX-T-PAYER-NAME(GRACE-LBX-ITEM-IDX)
               DELIMITED BY ALL SPACE
               INTO GRACE-LBX-NAME-WORD-1 GRACE-LBX-NAME-WORD-2
           END-UNSTRING.
           STRING GRACE-LBX-NAME-WORD-1 DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  GRACE-LBX-NAME-WORD-2 DELIMITED BY SPACE
               INTO GRACE-LBX-SEARCH-NAME
           END-STRING.
           IF GRACE-LBX-NAME-WORD-1 NOT = SPACES
                   AND GRACE-NDX-OPEN
               MOVE GRACE-LBX-SEARCH-NAME TO GRACE-NDX-FULL-NAME
               MOVE 'N' TO GRACE-LBX-NAME-DONE-SW
               START GRACE-NAME-INDEX
                   KEY IS = GRACE-NDX-FULL-NAME
                   INVALID KEY
                       SET GRACE-LBX-NAME-DONE TO TRUE
               END-START
               PERFORM 3310-READ-NAME-MATCH
                   UNTIL GRACE-LBX-NAME-DONE
           END-IF.
           EVALUATE TRUE
               WHEN GRACE-LBX-NAME-HITS = 1
                   SET GRACE-LBX-MATCHED TO TRUE
                   SET GRACE-LBX-MATCHED-BY-NAME TO TRUE
               WHEN GRACE-LBX-NAME-HITS > 1
                   MOVE "L002" TO GRACE-LBX-REASON-CODE
                   MOVE GRACE-LBX-NAME-HITS TO GRACE-LBX-HITS-ED
                   STRING "PAYER NAME FITS " DELIMITED BY SIZE
                       GRACE-LBX-HITS-ED DELIMITED BY SIZE
                       " CUSTOMERS" DELIMITED BY SIZE
                       INTO GRACE-LBX-REASON-TEXT
                   END-STRING
               WHEN GRACE-LBX-NAME-WORD-1 = SPACES
                       AND GRACE-LBX-T-CUST-ID(GRACE-LBX-ITEM-IDX)
                           = SPACES
                   MOVE "L003" TO GRACE-LBX-REASON-CODE
                   MOVE "NO CUSTOMER ID OR PAYER NAME"
                       TO GRACE-LBX-REASON-TEXT
               WHEN OTHER
                   MOVE "L001" TO GRACE-LBX-REASON-CODE
                   MOVE "NO CUSTOMER BY ID OR PAYER NAME"
                       TO GRACE-LBX-REASON-TEXT
           END-EVALUATE.

       3310-READ-NAME-MATCH.
           READ GRACE-NAME-INDEX NEXT RECORD
               AT END
                   SET GRACE-LBX-NAME-DONE TO TRUE
               NOT AT END
                   IF GRACE-NDX-FULL-NAME NOT = GRACE-LBX-SEARCH-NAME
                       SET GRACE-LBX-NAME-DONE TO TRUE
                   ELSE
                       MOVE GRACE-NDX-CUST-ID TO GRACE-CST-ID
                       READ GRACE-CST-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO GRACE-LBX-NAME-HITS
                               MOVE GRACE-CST-ID TO GRACE-LBX-MATCH-ID
                       END-READ
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * 3400-FIND-OPEN-ACCOUNT walks the matched customer's
      * accounts for the first one still open.
      *----------------------------------------------------------
       3400-FIND-OPEN-ACCOUNT.
           MOVE 'N' TO GRACE-LBX-OPEN-SW.
           MOVE ZERO TO GRACE-LBX-OPEN-ACCOUNT.
           MOVE GRACE-LBX-MATCH-ID TO GRACE-ACX-CUST-ID.
           PERFORM 8110-FIRST-ACCOUNT.
           PERFORM 3410-CHECK-ONE-ACCOUNT
               UNTIL GRACE-ACX-DONE
                  OR GRACE-LBX-OPEN-FOUND.

       3410-CHECK-ONE-ACCOUNT.
           IF GRACE-ACX-STATE = 'O'
               MOVE GRACE-ACX-ACCOUNT TO GRACE-LBX-OPEN-ACCOUNT
               SET GRACE-LBX-OPEN-FOUND TO TRUE
           ELSE
               PERFORM 8120-NEXT-ACCOUNT
           END-IF.

      *----------------------------------------------------------
      * 3500-WRITE-SUSPENSE sets the payment aside for a clerk. An
      * item already there is a rerun of the same remittance and
      * is left as it stands.
      *----------------------------------------------------------
       3500-WRITE-SUSPENSE.
           MOVE SPACES TO GRACE-LBU-REC.
           MOVE GRACE-LBX-B-DEPOSIT-DATE TO GRACE-LBU-DEPOSIT-DATE.
           MOVE GRACE-LBX-B-BATCH TO GRACE-LBU-BATCH.
           MOVE GRACE-LBX-T-ITEM(GRACE-LBX-ITEM-IDX)
               TO GRACE-LBU-ITEM.
           MOVE GRACE-LBX-B-LOCKBOX-ID TO GRACE-LBU-LOCKBOX-ID.
           MOVE GRACE-LBX-T-CUST-ID(GRACE-LBX-ITEM-IDX)
               TO GRACE-LBU-SENT-CUST-ID.
           MOVE GRACE-LBX-T-PAYER-NAME(GRACE-LBX-ITEM-IDX)
               TO GRACE-LBU-PAYER-NAME.
           MOVE GRACE-LBX-T-CHECK-NO(GRACE-LBX-ITEM-IDX)
               TO GRACE-LBU-CHECK-NO.
           MOVE GRACE-LBX-T-AMOUNT(GRACE-LBX-ITEM-IDX)
               TO GRACE-LBU-AMOUNT.
           MOVE GRACE-LBX-REASON-CODE TO GRACE-LBU-REASON-CODE.
           MOVE GRACE-LBX-REASON-TEXT TO GRACE-LBU-REASON-TEXT.
           MOVE GRACE-CYC-DATE TO GRACE-LBU-SUSPENDED-DATE.
           MOVE 'U' TO GRACE-LBU-STATE.
           MOVE ZERO TO GRACE-LBU-ASSIGNED-CUST-ID.
           MOVE ZERO TO GRACE-LBU-ASSIGNED-DATE.
           MOVE ZERO TO GRACE-LBU-POSTED-DATE.
           MOVE ZERO TO GRACE-LBU-POSTED-CYCLE.
           WRITE GRACE-LBU-REC
               INVALID KEY
                   ADD 1 TO GRACE-LBX-ALREADY-COUNT
               NOT INVALID KEY
                   DISPLAY "SUSPENSE " GRACE-LBU-DEPOSIT-DATE " "
                       GRACE-LBU-BATCH "-" GRACE-LBU-ITEM " "
                       GRACE-LBU-REASON-CODE " "
                       GRACE-LBU-REASON-TEXT
           END-WRITE.

       3900-WRITE-BATCH-CONTROL.
           MOVE SPACES TO GRACE-LBK-REC.
           MOVE 'B' TO GRACE-LBK-KIND.
           MOVE GRACE-LBX-B-DEPOSIT-DATE TO GRACE-LBK-DEPOSIT-DATE.
           MOVE GRACE-LBX-B-BATCH TO GRACE-LBK-BATCH.
           MOVE GRACE-LBX-B-LOCKBOX-ID TO GRACE-LBK-LOCKBOX-ID.
           MOVE GRACE-CYC-DATE TO GRACE-LBK-RUN-DATE.
           MOVE GRACE-CYC-NUMBER TO GRACE-LBK-RUN-CYCLE.
           IF GRACE-LBX-BATCH-OK
               MOVE 'A' TO GRACE-LBK-STATE
           ELSE
               MOVE 'F' TO GRACE-LBK-STATE
           END-IF.
           MOVE GRACE-LBX-B-REFUSE-TEXT TO GRACE-LBK-REFUSE-TEXT.
           MOVE GRACE-LBX-B-TRL-COUNT TO GRACE-LBK-TRL-COUNT.
           MOVE GRACE-LBX-B-TRL-TOTAL TO GRACE-LBK-TRL-TOTAL.
           MOVE GRACE-LBX-ITEM-USED TO GRACE-LBK-ITEM-COUNT.
           MOVE GRACE-LBX-B-ITEM-TOTAL TO GRACE-LBK-ITEM-TOTAL.
           MOVE GRACE-LBX-B-MATCHED-COUNT TO GRACE-LBK-MATCHED-COUNT.
           MOVE GRACE-LBX-B-MATCHED-TOTAL TO GRACE-LBK-MATCHED-TOTAL.
           MOVE GRACE-LBX-B-SUSPENSE-COUNT
               TO GRACE-LBK-SUSPENSE-COUNT.
           MOVE GRACE-LBX-B-SUSPENSE-TOTAL
               TO GRACE-LBK-SUSPENSE-TOTAL.
           PERFORM 3950-PUT-CONTROL-RECORD.

       3950-PUT-CONTROL-RECORD.
           WRITE GRACE-LBK-REC
               INVALID KEY
                   REWRITE GRACE-LBK-REC
                       INVALID KEY
                           DISPLAY "*** GRACELBK NOT UPDATED FOR "
                               GRACE-LBK-KEY " - STATUS "
                               GRACE-LBK-STATUS " ***"
                   END-REWRITE
           END-WRITE.

      *----------------------------------------------------------
      * 4000-WRITE-CREDIT writes one payment credit for GRACEMUP.
      *----------------------------------------------------------
       4000-WRITE-CREDIT.
           MOVE SPACES TO GRACE-LBT-REC.
           MOVE GRACE-LBX-CR-ACCOUNT TO GRACE-LBT-SOURCE.
           STRING "LOCKBOX " DELIMITED BY SIZE
               GRACE-LBX-CR-BATCH DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               GRACE-LBX-CR-ITEM DELIMITED BY SIZE
               " CK " DELIMITED BY SIZE
               GRACE-LBX-CR-CHECK-NO DELIMITED BY SIZE
               INTO GRACE-LBT-S-SOURCE-VALUE
           END-STRING.
           MOVE 'P' TO GRACE-LBT-OP-CODE.
           MOVE "LB" TO GRACE-LBT-SITE-CODE.
           MOVE GRACE-LBX-CR-EFF-DATE TO GRACE-LBT-EFF-DATE.
           MOVE '+' TO GRACE-LBT-AMT-SIGN.
           MOVE GRACE-LBX-CR-AMOUNT TO GRACE-LBT-AMOUNT.
           MOVE GRACE-LBX-CR-REF-SITE TO GRACE-LBT-REF-SITE.
           MOVE GRACE-CYC-DATE TO GRACE-LBT-REF-DATE.
           MOVE GRACE-CYC-NUMBER TO GRACE-LBT-REF-CYCLE.
           MOVE GRACE-LBX-CR-REF-SEQ TO GRACE-LBT-REF-SEQ.
           WRITE GRACE-LBT-REC.
           ADD 1 TO GRACE-LBX-CREDIT-COUNT.

      *----------------------------------------------------------
      * 5000-RELEASE-ASSIGNED-ITEMS walks suspense for the items
      * a clerk has assigned since the last run, and the items
      * this same cycle already released on an earlier try. An
      * item whose customer has no open account stays assigned.
      *----------------------------------------------------------
       5000-RELEASE-ASSIGNED-ITEMS.
           MOVE 'N' TO GRACE-LBU-EOF-SW.
           MOVE LOW-VALUES TO GRACE-LBU-KEY.
           START GRACE-LBU-FILE
               KEY IS >= GRACE-LBU-KEY
               INVALID KEY
                   SET GRACE-LBU-END-OF-FILE TO TRUE
           END-START.
           PERFORM 5100-READ-SUSPENSE.
           PERFORM 5200-WORK-ONE-ITEM
               UNTIL GRACE-LBU-END-OF-FILE.
           MOVE SPACES TO GRACE-LBK-REC.
           MOVE 'R' TO GRACE-LBK-KIND.
           MOVE GRACE-CYC-DATE TO GRACE-LBK-DEPOSIT-DATE.
           MOVE GRACE-CYC-NUMBER TO GRACE-LBK-BATCH.
           MOVE GRACE-CYC-DATE TO GRACE-LBK-RUN-DATE.
           MOVE GRACE-CYC-NUMBER TO GRACE-LBK-RUN-CYCLE.
           MOVE 'A' TO GRACE-LBK-STATE.
           MOVE ZERO TO GRACE-LBK-TRL-COUNT.
           MOVE ZERO TO GRACE-LBK-TRL-TOTAL.
           MOVE GRACE-LBX-RELEASED-COUNT TO GRACE-LBK-ITEM-COUNT.
           MOVE GRACE-LBX-RELEASED-TOTAL TO GRACE-LBK-ITEM-TOTAL.
           MOVE GRACE-LBX-RELEASED-COUNT TO GRACE-LBK-MATCHED-COUNT.
           MOVE GRACE-LBX-RELEASED-TOTAL TO GRACE-LBK-MATCHED-TOTAL.
           MOVE ZERO TO GRACE-LBK-SUSPENSE-COUNT.
           MOVE ZERO TO GRACE-LBK-SUSPENSE-TOTAL.
           PERFORM 3950-PUT-CONTROL-RECORD.

       5100-READ-SUSPENSE.
           READ GRACE-LBU-FILE NEXT RECORD
               AT END
                   SET GRACE-LBU-END-OF-FILE TO TRUE
           END-READ.

       5200-WORK-ONE-ITEM.
           IF GRACE-LBU-ASSIGNED
                   OR (GRACE-LBU-POSTED
                       AND GRACE-LBU-POSTED-DATE = GRACE-CYC-DATE
                       AND GRACE-LBU-POSTED-CYCLE = GRACE-CYC-NUMBER)
               MOVE GRACE-LBU-ASSIGNED-CUST-ID TO GRACE-LBX-MATCH-ID
               PERFORM 3400-FIND-OPEN-ACCOUNT
               IF GRACE-LBX-OPEN-FOUND
                   PERFORM 5300-RELEASE-ONE-ITEM
               ELSE
                   ADD 1 TO GRACE-LBX-HELD-COUNT
                   DISPLAY "HELD     " GRACE-LBU-DEPOSIT-DATE " "
                       GRACE-LBU-BATCH "-" GRACE-LBU-ITEM
                       " - CUSTOMER " GRACE-LBU-ASSIGNED-CUST-ID
                       " HAS NO OPEN ACCOUNT"
               END-IF
           END-IF.
           PERFORM 5100-READ-SUSPENSE.

       5300-RELEASE-ONE-ITEM.
           ADD 1 TO GRACE-LBX-RELEASED-COUNT.
           ADD GRACE-LBU-AMOUNT TO GRACE-LBX-RELEASED-TOTAL.
           MOVE GRACE-LBX-OPEN-ACCOUNT TO GRACE-LBX-CR-ACCOUNT.
           MOVE GRACE-LBU-AMOUNT TO GRACE-LBX-CR-AMOUNT.
           MOVE GRACE-LBU-DEPOSIT-DATE TO GRACE-LBX-CR-EFF-DATE.
           MOVE GRACE-LBU-BATCH TO GRACE-LBX-CR-BATCH.
           MOVE GRACE-LBU-ITEM TO GRACE-LBX-CR-ITEM.
           MOVE GRACE-LBU-CHECK-NO TO GRACE-LBX-CR-CHECK-NO.
           MOVE "LR" TO GRACE-LBX-CR-REF-SITE.
           MOVE GRACE-LBX-RELEASED-COUNT TO GRACE-LBX-CR-REF-SEQ.
           PERFORM 4000-WRITE-CREDIT.
           MOVE 'P' TO GRACE-LBU-STATE.
           MOVE GRACE-CYC-DATE TO GRACE-LBU-POSTED-DATE.
           MOVE GRACE-CYC-NUMBER TO GRACE-LBU-POSTED-CYCLE.
           REWRITE GRACE-LBU-REC.
           DISPLAY "RELEASED " GRACE-LBU-DEPOSIT-DATE " "
               GRACE-LBU-BATCH "-" GRACE-LBU-ITEM " TO CUSTOMER "
               GRACE-LBU-ASSIGNED-CUST-ID " ACCOUNT "
               GRACE-LBX-CR-ACCOUNT " ASSIGNED BY "
               GRACE-LBU-ASSIGNED-BY.

       6000-PRINT-RUN-TOTALS.
           DISPLAY "LOCKBOX CONVERSION FOR " GRACE-CYC-DATE
               " CYCLE " GRACE-CYC-NUMBER.
           DISPLAY "  REMITTANCE RECORDS READ.....: "
               GRACE-LBX-REC-COUNT.
           DISPLAY "  BATCHES.....................: "
               GRACE-LBX-BATCH-COUNT.
           DISPLAY "  BATCHES REFUSED.............: "
               GRACE-LBX-REFUSED-COUNT.
           DISPLAY "  RECORDS OUTSIDE A BATCH.....: "
               GRACE-LBX-STRAY-COUNT.
           MOVE GRACE-LBX-MATCHED-TOTAL TO GRACE-LBX-AMOUNT-ED.
           DISPLAY "  PAYMENTS MATCHED............: "
               GRACE-LBX-MATCHED-COUNT " " GRACE-LBX-AMOUNT-ED.
           DISPLAY "    BY CUSTOMER ID............: "
               GRACE-LBX-BY-ID-COUNT.
           DISPLAY "    BY PAYER NAME.............: "
               GRACE-LBX-BY-NAME-COUNT.
           MOVE GRACE-LBX-SUSPENSE-TOTAL TO GRACE-LBX-AMOUNT-ED.
           DISPLAY "  PAYMENTS TO SUSPENSE........: "
               GRACE-LBX-SUSPENSE-COUNT " " GRACE-LBX-AMOUNT-ED.
           DISPLAY "    ALREADY ON GRACELBU.......: "
               GRACE-LBX-ALREADY-COUNT.
           MOVE GRACE-LBX-RELEASED-TOTAL TO GRACE-LBX-AMOUNT-ED.
           DISPLAY "  SUSPENSE ITEMS RELEASED.....: "
               GRACE-LBX-RELEASED-COUNT " " GRACE-LBX-AMOUNT-ED.
           DISPLAY "    HELD - NO OPEN ACCOUNT....: "
               GRACE-LBX-HELD-COUNT.
           DISPLAY "  CREDITS WRITTEN TO GRACELBT.: "
               GRACE-LBX-CREDIT-COUNT.

           COPY GRACEACTP.

           COPY GRACERPTP.

           COPY GRACECYCP.
