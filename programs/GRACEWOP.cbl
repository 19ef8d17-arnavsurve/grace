       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEWOP.
      *----------------------------------------------------------
      * GRACEWOP is the nightly write-off step. A balance that
      * stays negative after the last collections letter used to
      * sit on GRACEMST for good and overstate the receivables.
      * Each night this step proposes for write-off every
      * customer GRACECOL has sent the final notice whose balance
      * has been negative at least as long, and is at least as
      * large, as the GRACEWOC card says:
      *
      *   cols  1-4  days past due before a write-off is proposed
      *   cols  6-14 least amount owed worth proposing
      *
      * No card means 90 days and any amount. The proposal goes
      * on GRACEWOF for a supervisor to approve or decline on
      * GRACEWOM. A proposal is refreshed each night with the
      * amount owed, and withdrawn if the customer no longer
      * qualifies - paid down, or cured altogether. A declined
      * proposal is not made again for the same delinquency; a
      * customer who cures and goes negative again is a new one.
      *
      * Each approved write-off becomes a credit on GRACEWTX in
      * GRACETXN layout (op W, site WO) for the amount owed, never
      * more than was approved, concatenated behind the night's
      * GRACETXN like GRACEACR's GRACEITX. It is written again
      * every night until GRACEMUP posts it and marks the record
      * written off - GRACEMUP posts a W only against an approved
      * record, so a second copy rejects instead of posting twice.
      * An approved write-off the customer has since paid off is
      * dropped. A customer already written off who is negative
      * again is listed and left for the account officer.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-WOC-FILE ASSIGN TO GRACEWOC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-WOC-STATUS.
           SELECT GRACE-DLQ-FILE ASSIGN TO GRACEDLQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-DLQ-CUST-ID
               FILE STATUS IS GRACE-DLQ-STATUS.
           SELECT GRACE-MST-FILE ASSIGN TO GRACEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-MST-KEY
               FILE STATUS IS GRACE-MST-STATUS.
           SELECT GRACE-WOF-FILE ASSIGN TO GRACEWOF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-WOF-CUST-ID
               FILE STATUS IS GRACE-WOF-STATUS.
           SELECT GRACE-WTX-FILE ASSIGN TO GRACEWTX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-WTX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

      *Write-off thresholds card.
       FD  GRACE-WOC-FILE
           RECORDING MODE IS F.
       01 GRACE-WOC-REC.
           05 GRACE-WOC-MIN-DAYS PIC 9(04).
           05 FILLER PIC X(01).
           05 GRACE-WOC-MIN-OWED PIC 9(09).
           05 FILLER PIC X(66).

       FD  GRACE-DLQ-FILE.
           COPY GRACEDLQ.

       FD  GRACE-MST-FILE.
       01 GRACE-MST-REC.
           05 GRACE-MST-KEY PIC 9(06).
           05 GRACE-MST-VALUE PIC X(30).
           05 GRACE-MST-UPD-DATE PIC 9(08).
           05 GRACE-MST-BALANCE PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(26).

       FD  GRACE-WOF-FILE.
           COPY GRACEWOF.

      *Write-off credits, GRACETXN layout.
       FD  GRACE-WTX-FILE
           RECORDING MODE IS F.
       01 GRACE-WTX-REC.
           05 GRACE-WTX-SOURCE PIC 9(6).
           05 GRACE-WTX-S-SOURCE-VALUE PIC X(30).
           05 GRACE-WTX-OP-CODE PIC X(01).
           05 GRACE-WTX-SITE-CODE PIC X(02).
           05 GRACE-WTX-EFF-DATE PIC X(08).
           05 GRACE-WTX-AMT-SIGN PIC X(01).
           05 GRACE-WTX-AMOUNT PIC 9(09).
           05 GRACE-WTX-CURRENCY PIC X(03).
           05 FILLER PIC X(40).

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

       01 GRACE-WOC-STATUS PIC X(02).
           88 GRACE-WOC-OK VALUE '00'.
           88 GRACE-WOC-NOT-FOUND VALUE '35'.

       01 GRACE-DLQ-STATUS PIC X(02).
           88 GRACE-DLQ-OK VALUE '00'.
           88 GRACE-DLQ-NOT-FOUND VALUE '35'.

       01 GRACE-MST-STATUS PIC X(02).
           88 GRACE-MST-OK VALUE '00'.
           88 GRACE-MST-NOT-FOUND VALUE '35'.

       01 GRACE-WOF-STATUS PIC X(02).
           88 GRACE-WOF-OK VALUE '00'.
           88 GRACE-WOF-NOT-FOUND VALUE '35'.

       01 GRACE-WTX-STATUS PIC X(02).
           88 GRACE-WTX-OK VALUE '00'.

       01 GRACE-DLQ-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-DLQ-END-OF-FILE VALUE 'Y'.

       01 GRACE-WOF-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-WOF-END-OF-FILE VALUE 'Y'.

       01 GRACE-WOP-DLQ-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-WOP-DLQ-OPEN VALUE 'Y'.

       01 GRACE-WOP-MST-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-WOP-MST-OPEN VALUE 'Y'.

      *Thresholds, off the GRACEWOC card or defaulted.
       01 GRACE-WOP-THRESHOLDS.
           05 GRACE-WOP-MIN-DAYS PIC 9(04) VALUE 90.
           05 GRACE-WOP-MIN-OWED PIC 9(09) VALUE ZERO.

      *The delinquency being measured.
       01 GRACE-WOP-WORK.
           05 GRACE-WOP-DAYS PIC 9(04) VALUE ZERO.
           05 GRACE-WOP-OWED PIC 9(09) VALUE ZERO.
           05 GRACE-WOP-QUALIFY-SW PIC X(01) VALUE 'N'.
               88 GRACE-WOP-QUALIFIES VALUE 'Y'.
           05 GRACE-WOP-CREDIT PIC 9(09) VALUE ZERO.

       01 GRACE-WOP-COUNTS.
           05 GRACE-WOP-PROPOSED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-WOP-REFRESHED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-WOP-WITHDRAWN-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-WOP-PENDING-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-WOP-GENERATED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-WOP-GENERATED-TOTAL PIC 9(11) VALUE ZERO.
           05 GRACE-WOP-DROPPED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-WOP-AGAIN-COUNT PIC 9(06) VALUE ZERO.

       01 GRACE-WOP-AMOUNT-ED PIC Z(10)9 VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEWOP" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 0800-LOAD-THRESHOLDS.
           OPEN OUTPUT GRACE-WTX-FILE.
           OPEN I-O GRACE-WOF-FILE.
           IF GRACE-WOF-NOT-FOUND
               DISPLAY "GRACEWOF NOT FOUND - STARTING THE "
                   "WRITE-OFF FILE"
               OPEN OUTPUT GRACE-WOF-FILE
               CLOSE GRACE-WOF-FILE
               OPEN I-O GRACE-WOF-FILE
           END-IF.
           OPEN INPUT GRACE-DLQ-FILE.
           IF GRACE-DLQ-NOT-FOUND
               DISPLAY "GRACEDLQ NOT FOUND - NOTHING TO PROPOSE"
           ELSE
               SET GRACE-WOP-DLQ-OPEN TO TRUE
               PERFORM 1000-PROPOSE-WRITE-OFFS
           END-IF.
           OPEN INPUT GRACE-MST-FILE.
           IF GRACE-MST-NOT-FOUND
               DISPLAY "GRACEMST NOT FOUND - NO WRITE-OFF CAN BE "
                   "GENERATED"
           ELSE
               SET GRACE-WOP-MST-OPEN TO TRUE
           END-IF.
           PERFORM 3000-WORK-THE-WRITE-OFF-FILE.
           IF GRACE-WOP-DLQ-OPEN
               CLOSE GRACE-DLQ-FILE
           END-IF.
           IF GRACE-WOP-MST-OPEN
               CLOSE GRACE-MST-FILE
           END-IF.
           CLOSE GRACE-WOF-FILE.
           CLOSE GRACE-WTX-FILE.
           PERFORM 6000-PRINT-WRITE-OFF-REPORT.
           MOVE 0 TO RETURN-CODE.
           MOVE GRACE-WOP-GENERATED-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

       0800-LOAD-THRESHOLDS.
           OPEN INPUT GRACE-WOC-FILE.
           IF GRACE-WOC-NOT-FOUND
               DISPLAY "GRACEWOC NOT FOUND - DEFAULT THRESHOLDS"
           ELSE
               READ GRACE-WOC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GRACE-WOC-MIN-DAYS NUMERIC
                           MOVE GRACE-WOC-MIN-DAYS
                               TO GRACE-WOP-MIN-DAYS
                       END-IF
                       IF GRACE-WOC-MIN-OWED NUMERIC
                           MOVE GRACE-WOC-MIN-OWED
                               TO GRACE-WOP-MIN-OWED
                       END-IF
               END-READ
               CLOSE GRACE-WOC-FILE
           END-IF.
           MOVE GRACE-WOP-MIN-OWED TO GRACE-WOP-AMOUNT-ED.
           DISPLAY "PROPOSING WRITE-OFF AT " GRACE-WOP-MIN-DAYS
               " DAYS PAST DUE AND " GRACE-WOP-AMOUNT-ED " OWED".

      *----------------------------------------------------------
      * 1000-PROPOSE-WRITE-OFFS walks the delinquency file for
      * customers who qualify and have no live write-off record.
      *----------------------------------------------------------
       1000-PROPOSE-WRITE-OFFS.
           MOVE ZERO TO GRACE-DLQ-CUST-ID.
           START GRACE-DLQ-FILE
               KEY IS >= GRACE-DLQ-CUST-ID
               INVALID KEY
                   SET GRACE-DLQ-END-OF-FILE TO TRUE
           END-START.
           PERFORM 1050-READ-DELINQUENCY.
           PERFORM 1100-PROPOSE-ONE-CUSTOMER
               UNTIL GRACE-DLQ-END-OF-FILE.

       1050-READ-DELINQUENCY.
           IF NOT GRACE-DLQ-END-OF-FILE
               READ GRACE-DLQ-FILE NEXT RECORD
                   AT END
                       SET GRACE-DLQ-END-OF-FILE TO TRUE
               END-READ
           END-IF.

       1100-PROPOSE-ONE-CUSTOMER.
           PERFORM 2000-MEASURE-DELINQUENCY.
           IF GRACE-WOP-QUALIFIES
               MOVE GRACE-DLQ-CUST-ID TO GRACE-WOF-CUST-ID
               READ GRACE-WOF-FILE
                   INVALID KEY
                       PERFORM 1200-WRITE-PROPOSAL
                   NOT INVALID KEY
                       PERFORM 1300-CHECK-EXISTING-RECORD
               END-READ
           END-IF.
           PERFORM 1050-READ-DELINQUENCY.

       1200-WRITE-PROPOSAL.
           MOVE SPACES TO GRACE-WOF-REC.
           MOVE GRACE-DLQ-CUST-ID TO GRACE-WOF-CUST-ID.
           PERFORM 1250-FILL-PROPOSAL.
           WRITE GRACE-WOF-REC.
           ADD 1 TO GRACE-WOP-PROPOSED-COUNT.
           MOVE GRACE-WOP-OWED TO GRACE-WOP-AMOUNT-ED.
           DISPLAY "PROPOSED  " GRACE-DLQ-CUST-ID " "
               GRACE-WOP-DAYS " DAYS PAST DUE " GRACE-WOP-AMOUNT-ED.

       1250-FILL-PROPOSAL.
           MOVE 'P' TO GRACE-WOF-STATE.
           MOVE GRACE-DLQ-NEG-DATE TO GRACE-WOF-NEG-DATE.
           MOVE GRACE-CYC-DATE TO GRACE-WOF-PROPOSE-DATE.
           MOVE GRACE-WOP-DAYS TO GRACE-WOF-DAYS.
           MOVE GRACE-WOP-OWED TO GRACE-WOF-OWED.
           MOVE ZERO TO GRACE-WOF-DECIDE-DATE.
           MOVE SPACES TO GRACE-WOF-DECIDE-OPER.
           MOVE ZERO TO GRACE-WOF-GEN-DATE.
           MOVE ZERO TO GRACE-WOF-GEN-AMOUNT.
           MOVE ZERO TO GRACE-WOF-POST-DATE.
           MOVE ZERO TO GRACE-WOF-WRITTEN-OFF-AMT.
           MOVE ZERO TO GRACE-WOF-RECOVERED.
           MOVE ZERO TO GRACE-WOF-RECOVERY-DATE.

      *A declined proposal for an earlier delinquency, or one
      *left over from a cure, is replaced by a new proposal.
       1300-CHECK-EXISTING-RECORD.
           EVALUATE TRUE
               WHEN GRACE-WOF-DECLINED
                       AND GRACE-WOF-NEG-DATE NOT = GRACE-DLQ-NEG-DATE
                   PERFORM 1250-FILL-PROPOSAL
                   REWRITE GRACE-WOF-REC
                   ADD 1 TO GRACE-WOP-PROPOSED-COUNT
                   DISPLAY "PROPOSED  " GRACE-DLQ-CUST-ID
                       " AGAIN - NEW DELINQUENCY SINCE DECLINED"
               WHEN GRACE-WOF-WRITTEN-OFF
                   ADD 1 TO GRACE-WOP-AGAIN-COUNT
                   DISPLAY "*** " GRACE-DLQ-CUST-ID " WRITTEN OFF "
                       GRACE-WOF-POST-DATE " AND DELINQUENT AGAIN "
                       "- FOR THE ACCOUNT OFFICER ***"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------
      * 2000-MEASURE-DELINQUENCY - a customer qualifies once the
      * final notice has gone and the days past due and amount
      * owed both reach the thresholds.
      *----------------------------------------------------------
       2000-MEASURE-DELINQUENCY.
           MOVE 'N' TO GRACE-WOP-QUALIFY-SW.
           MOVE ZERO TO GRACE-WOP-DAYS.
           MOVE ZERO TO GRACE-WOP-OWED.
           IF GRACE-DLQ-BALANCE NUMERIC
                   AND GRACE-DLQ-BALANCE < ZERO
               COMPUTE GRACE-WOP-DAYS =
                   FUNCTION INTEGER-OF-DATE(GRACE-CYC-DATE)
                   - FUNCTION INTEGER-OF-DATE(GRACE-DLQ-NEG-DATE)
               COMPUTE GRACE-WOP-OWED = 0 - GRACE-DLQ-BALANCE
               IF GRACE-DLQ-STAGE >= 3
                       AND GRACE-WOP-DAYS >= GRACE-WOP-MIN-DAYS
                       AND GRACE-WOP-OWED >= GRACE-WOP-MIN-OWED
                   SET GRACE-WOP-QUALIFIES TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------
      * 3000-WORK-THE-WRITE-OFF-FILE - proposals are refreshed or
      * withdrawn; approved write-offs are generated or dropped.
      *----------------------------------------------------------
       3000-WORK-THE-WRITE-OFF-FILE.
           MOVE ZERO TO GRACE-WOF-CUST-ID.
           START GRACE-WOF-FILE
               KEY IS >= GRACE-WOF-CUST-ID
               INVALID KEY
                   SET GRACE-WOF-END-OF-FILE TO TRUE
           END-START.
           PERFORM 3050-READ-WRITE-OFF.
           PERFORM 3100-WORK-ONE-RECORD
               UNTIL GRACE-WOF-END-OF-FILE.

       3050-READ-WRITE-OFF.
           IF NOT GRACE-WOF-END-OF-FILE
               READ GRACE-WOF-FILE NEXT RECORD
                   AT END
                       SET GRACE-WOF-END-OF-FILE TO TRUE
               END-READ
           END-IF.

       3100-WORK-ONE-RECORD.
           EVALUATE TRUE
               WHEN GRACE-WOF-PROPOSED
                   PERFORM 3200-REFRESH-PROPOSAL
               WHEN GRACE-WOF-APPROVED
                   PERFORM 3300-GENERATE-WRITE-OFF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 3050-READ-WRITE-OFF.

       3200-REFRESH-PROPOSAL.
           MOVE 'N' TO GRACE-WOP-QUALIFY-SW.
           IF GRACE-WOP-DLQ-OPEN
               MOVE GRACE-WOF-CUST-ID TO GRACE-DLQ-CUST-ID
               READ GRACE-DLQ-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2000-MEASURE-DELINQUENCY
               END-READ
           END-IF.
           IF GRACE-WOP-QUALIFIES
               MOVE GRACE-DLQ-NEG-DATE TO GRACE-WOF-NEG-DATE
               MOVE GRACE-WOP-DAYS TO GRACE-WOF-DAYS
               MOVE GRACE-WOP-OWED TO GRACE-WOF-OWED
               REWRITE GRACE-WOF-REC
               ADD 1 TO GRACE-WOP-PENDING-COUNT
               IF GRACE-WOF-PROPOSE-DATE NOT = GRACE-CYC-DATE
                   ADD 1 TO GRACE-WOP-REFRESHED-COUNT
               END-IF
           ELSE
               ADD 1 TO GRACE-WOP-WITHDRAWN-COUNT
               DISPLAY "WITHDRAWN " GRACE-WOF-CUST-ID
                   " - NO LONGER QUALIFIES"
               DELETE GRACE-WOF-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

      *----------------------------------------------------------
      * 3300-GENERATE-WRITE-OFF credits the amount owed tonight,
      * capped at the amount approved. Nothing owed any more means
      * the write-off is no longer wanted.
      *----------------------------------------------------------
       3300-GENERATE-WRITE-OFF.
           MOVE ZERO TO GRACE-WOP-OWED.
           IF GRACE-WOP-MST-OPEN
               MOVE GRACE-WOF-CUST-ID TO GRACE-MST-KEY
               READ GRACE-MST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GRACE-MST-BALANCE NUMERIC
                               AND GRACE-MST-BALANCE < ZERO
                           COMPUTE GRACE-WOP-OWED =
                               0 - GRACE-MST-BALANCE
                       END-IF
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN NOT GRACE-WOP-MST-OPEN
                   CONTINUE
               WHEN GRACE-WOP-OWED = ZERO
                   ADD 1 TO GRACE-WOP-DROPPED-COUNT
                   DISPLAY "DROPPED   " GRACE-WOF-CUST-ID
                       " - APPROVED WRITE-OFF NO LONGER OWED"
                   DELETE GRACE-WOF-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN OTHER
                   IF GRACE-WOP-OWED > GRACE-WOF-OWED
                       MOVE GRACE-WOF-OWED TO GRACE-WOP-CREDIT
                   ELSE
                       MOVE GRACE-WOP-OWED TO GRACE-WOP-CREDIT
                   END-IF
                   PERFORM 3400-WRITE-WRITE-OFF-CREDIT
                   MOVE GRACE-CYC-DATE TO GRACE-WOF-GEN-DATE
                   MOVE GRACE-WOP-CREDIT TO GRACE-WOF-GEN-AMOUNT
                   REWRITE GRACE-WOF-REC
           END-EVALUATE.

       3400-WRITE-WRITE-OFF-CREDIT.
           MOVE SPACES TO GRACE-WTX-REC.
           MOVE GRACE-WOF-CUST-ID TO GRACE-WTX-SOURCE.
           STRING "WRITE-OFF NEGATIVE SINCE " DELIMITED BY SIZE
               GRACE-WOF-NEG-DATE DELIMITED BY SIZE
               INTO GRACE-WTX-S-SOURCE-VALUE
           END-STRING.
           MOVE 'W' TO GRACE-WTX-OP-CODE.
           MOVE "WO" TO GRACE-WTX-SITE-CODE.
           MOVE GRACE-CYC-DATE TO GRACE-WTX-EFF-DATE.
           MOVE '+' TO GRACE-WTX-AMT-SIGN.
           MOVE GRACE-WOP-CREDIT TO GRACE-WTX-AMOUNT.
           WRITE GRACE-WTX-REC.
           ADD 1 TO GRACE-WOP-GENERATED-COUNT.
           ADD GRACE-WOP-CREDIT TO GRACE-WOP-GENERATED-TOTAL.
           MOVE GRACE-WOP-CREDIT TO GRACE-WOP-AMOUNT-ED.
           DISPLAY "WRITE-OFF " GRACE-WOF-CUST-ID " "
               GRACE-WOP-AMOUNT-ED.

       6000-PRINT-WRITE-OFF-REPORT.
           DISPLAY "WRITE-OFF PROCESSING FOR " GRACE-CYC-DATE.
           DISPLAY "  NEW PROPOSALS..........: "
               GRACE-WOP-PROPOSED-COUNT.
           DISPLAY "  AWAITING A SUPERVISOR..: "
               GRACE-WOP-PENDING-COUNT.
           DISPLAY "  OF WHICH CARRIED OVER..: "
               GRACE-WOP-REFRESHED-COUNT.
           DISPLAY "  WITHDRAWN..............: "
               GRACE-WOP-WITHDRAWN-COUNT.
           DISPLAY "  WRITE-OFFS GENERATED...: "
               GRACE-WOP-GENERATED-COUNT.
           MOVE GRACE-WOP-GENERATED-TOTAL TO GRACE-WOP-AMOUNT-ED.
           DISPLAY "  TOTAL WRITTEN OFF......: " GRACE-WOP-AMOUNT-ED.
           DISPLAY "  APPROVED, NOW PAID.....: "
               GRACE-WOP-DROPPED-COUNT.
           DISPLAY "  DELINQUENT AGAIN.......: "
               GRACE-WOP-AGAIN-COUNT.

           COPY GRACERPTP.

           COPY GRACECYCP.
