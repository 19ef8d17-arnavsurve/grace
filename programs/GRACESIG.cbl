       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACESIG.
      *----------------------------------------------------------
      * GRACESIG is the nightly standing-instruction generator.
      * Customers who have the same transaction every month - a
      * fixed transfer on the 15th, a recurring adjustment - used
      * to have it re-keyed by the site clerks each time. The
      * instructions now live on the GRACESIN master (maintained
      * on GRACESIM), and each night every active instruction
      * that has fallen due becomes a transaction on GRACESTX in
      * GRACETXN layout - the instruction's account, op code,
      * site, value, signed amount and currency, tonight's date -
      * and its next due date moves on by its frequency (W
      * weekly, M monthly, Q quarterly, A annually). GRACESTX is
      * concatenated behind the night's GRACETXN feed like
      * GRACEITX and GRACEFTX, so the transactions go through
      * GRACETRE, GRACESCN and GRACEMUP like any keyed one.
      *
      * An instruction due on a day the GRACECAL calendar marks
      * other than B rolls to the next business day; a date past
      * either end of the calendar counts Saturday and Sunday as
      * the only days off. The roll never moves the schedule
      * itself - the next occurrence is worked from the nominal
      * due date. Nights the generator missed are caught up, one
      * transaction per occurrence, up to 60 for one instruction.
      *
      * An instruction whose account GRACEACT shows closed, or
      * whose owning customer is no longer on GRACECST, is
      * suspended rather than generated and listed on the report,
      * RC=4; it stays suspended until an operator resumes it on
      * GRACESIM. An account GRACEACT does not know is the first
      * account of the customer with that number. An instruction
      * whose next due date passes its end date is ended. A
      * customer master too big for the table suspends nothing
      * for a missing customer that night, RC=4. A rerun of the
      * same night starts each instruction from where the first
      * run found it and writes the same transactions again.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-CAL-FILE ASSIGN TO GRACECAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CAL-STATUS.
           SELECT GRACE-CST-FILE ASSIGN TO GRACECST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CST-STATUS.
           SELECT GRACE-SIN-FILE ASSIGN TO GRACESIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-SIN-KEY
               FILE STATUS IS GRACE-SIN-STATUS.
           SELECT GRACE-ACT-FILE ASSIGN TO GRACEACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-ACT-NUMBER
               ALTERNATE RECORD KEY IS GRACE-ACT-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS GRACE-ACT-STATUS.
           SELECT GRACE-STX-FILE ASSIGN TO GRACESTX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-STX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

      *Shop calendar: one card per date - B business day, H
      *holiday, W weekend - plus the month-end flag.
       FD  GRACE-CAL-FILE
           RECORDING MODE IS F.
       01 GRACE-CAL-REC.
           05 GRACE-CAL-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 GRACE-CAL-DAY-TYPE PIC X(01).
           05 FILLER PIC X(01).
           05 GRACE-CAL-MONTH-END PIC X(01).
           05 FILLER PIC X(68).

       FD  GRACE-CST-FILE
           RECORDING MODE IS F.
       01 GRACE-CST-REC.
           05 GRACE-CST-ID PIC 9(06).
           05 FILLER PIC X(74).

       FD  GRACE-SIN-FILE.
           COPY GRACESIN.

       FD  GRACE-ACT-FILE.
           COPY GRACEACT.

      *Generated transactions, in GRACETXN layout.
       FD  GRACE-STX-FILE
           RECORDING MODE IS F.
       01 GRACE-STX-REC.
           05 GRACE-STX-SOURCE PIC 9(6).
           05 GRACE-STX-S-SOURCE-VALUE PIC X(30).
           05 GRACE-STX-OP-CODE PIC X(01).
           05 GRACE-STX-SITE-CODE PIC X(02).
           05 GRACE-STX-EFF-DATE PIC X(08).
           05 GRACE-STX-AMT-SIGN PIC X(01).
           05 GRACE-STX-AMOUNT PIC 9(09).
           05 GRACE-STX-CURRENCY PIC X(03).
           05 FILLER PIC X(40).

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

       01 GRACE-CAL-STATUS PIC X(02).
           88 GRACE-CAL-OK VALUE '00'.
           88 GRACE-CAL-NOT-FOUND VALUE '35'.

       01 GRACE-CST-STATUS PIC X(02).
           88 GRACE-CST-OK VALUE '00'.
           88 GRACE-CST-NOT-FOUND VALUE '35'.

       01 GRACE-SIN-STATUS PIC X(02).
           88 GRACE-SIN-OK VALUE '00'.
           88 GRACE-SIN-NOT-FOUND VALUE '35'.

       01 GRACE-ACT-STATUS PIC X(02).
           88 GRACE-ACT-OK VALUE '00'.
           88 GRACE-ACT-NOT-FOUND VALUE '35'.

       01 GRACE-STX-STATUS PIC X(02).
           88 GRACE-STX-OK VALUE '00'.

       01 GRACE-CAL-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CAL-END-OF-FILE VALUE 'Y'.

       01 GRACE-CST-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CST-END-OF-FILE VALUE 'Y'.

       01 GRACE-SIN-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-SIN-END-OF-FILE VALUE 'Y'.

      *Calendar days that are not business days, and the span the
      *calendar covers.
       01 GRACE-SIG-CAL-CTL.
           05 GRACE-SIG-CAL-USED PIC 9(03) VALUE ZERO.
           05 GRACE-SIG-CAL-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-SIG-CAL-LOW PIC 9(08) VALUE ZERO.
           05 GRACE-SIG-CAL-HIGH PIC 9(08) VALUE ZERO.
           05 GRACE-SIG-CAL-TABLE OCCURS 400 TIMES.
               10 GRACE-SIG-CAL-OFF-DATE PIC 9(08).

      *Customers on GRACECST.
       01 GRACE-SIG-CST-CTL.
           05 GRACE-SIG-CST-USED PIC 9(03) VALUE ZERO.
           05 GRACE-SIG-CST-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-SIG-CST-OVERFLOW-SW PIC X(01) VALUE 'N'.
               88 GRACE-SIG-CST-OVERFLOWED VALUE 'Y'.
           05 GRACE-SIG-CST-TABLE OCCURS 500 TIMES.
               10 GRACE-SIG-CST-ID PIC 9(06).

      *One instruction.
       01 GRACE-SIG-WORK.
           05 GRACE-SIG-CUSTOMER-SW PIC X(01) VALUE 'N'.
               88 GRACE-SIG-CUSTOMER-ON-FILE VALUE 'Y'.
           05 GRACE-SIG-OWNER-ID PIC 9(06) VALUE ZERO.
           05 GRACE-SIG-CLOSED-SW PIC X(01) VALUE 'N'.
               88 GRACE-SIG-ACCOUNT-CLOSED VALUE 'Y'.
           05 GRACE-SIG-ACT-OPEN-SW PIC X(01) VALUE 'N'.
               88 GRACE-SIG-ACT-FILE-OPEN VALUE 'Y'.
           05 GRACE-SIG-DONE-SW PIC X(01) VALUE 'N'.
               88 GRACE-SIG-DONE VALUE 'Y'.
           05 GRACE-SIG-DAY-OFF-SW PIC X(01) VALUE 'N'.
               88 GRACE-SIG-DAY-OFF VALUE 'Y'.
           05 GRACE-SIG-OCCURRENCES PIC 9(02) VALUE ZERO.
           05 GRACE-SIG-ROLL-STEPS PIC 9(02) VALUE ZERO.
           05 GRACE-SIG-ROLLED PIC 9(08) VALUE ZERO.
           05 GRACE-SIG-WEEKDAY PIC 9(01) VALUE ZERO.
           05 GRACE-SIG-MONTHS PIC 9(02) VALUE ZERO.
           05 GRACE-SIG-MONTH-DAYS PIC 9(02) VALUE ZERO.
           05 GRACE-SIG-DATE PIC 9(08) VALUE ZERO.
           05 GRACE-SIG-DATE-PARTS REDEFINES GRACE-SIG-DATE.
               10 GRACE-SIG-YEAR PIC 9(04).
               10 GRACE-SIG-MONTH PIC 9(02).
               10 GRACE-SIG-DAY PIC 9(02).
           05 GRACE-SIG-FOLLOWING PIC 9(08) VALUE ZERO.
           05 GRACE-SIG-FOLLOWING-PARTS
                   REDEFINES GRACE-SIG-FOLLOWING.
               10 GRACE-SIG-F-YEAR PIC 9(04).
               10 GRACE-SIG-F-MONTH PIC 9(02).
               10 GRACE-SIG-F-DAY PIC 9(02).

       01 GRACE-SIG-COUNTS.
           05 GRACE-SIG-READ-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-SIG-GEN-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-SIG-ROLL-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-SIG-RERUN-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-SIG-SUSP-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-SIG-HELD-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-SIG-ENDED-COUNT PIC 9(06) VALUE ZERO.

       01 GRACE-SIG-AMOUNT-ED PIC Z(08)9 VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACESIG" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 1000-LOAD-CALENDAR.
           PERFORM 1200-LOAD-CUSTOMERS.
           OPEN OUTPUT GRACE-STX-FILE.
           PERFORM 2000-GENERATE-INSTRUCTIONS.
           CLOSE GRACE-STX-FILE.
           PERFORM 6000-PRINT-GENERATOR-REPORT.
           IF GRACE-SIG-SUSP-COUNT > ZERO
                   OR GRACE-SIG-CST-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE GRACE-SIG-GEN-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

      *----------------------------------------------------------
      * 1000-LOAD-CALENDAR keeps the dates that are not business
      * days. Past the 400th such date the rest are treated by the
      * weekend rule, and the span is cut to what was kept.
      *----------------------------------------------------------
       1000-LOAD-CALENDAR.
           OPEN INPUT GRACE-CAL-FILE.
           IF GRACE-CAL-NOT-FOUND
               DISPLAY "GRACECAL ABSENT - WEEKENDS ONLY ARE ROLLED"
           ELSE
               PERFORM 1050-READ-CALENDAR-CARD
               PERFORM 1100-STORE-CALENDAR-CARD
                   UNTIL GRACE-CAL-END-OF-FILE
               CLOSE GRACE-CAL-FILE
           END-IF.

       1050-READ-CALENDAR-CARD.
           READ GRACE-CAL-FILE
               AT END
                   SET GRACE-CAL-END-OF-FILE TO TRUE
           END-READ.

       1100-STORE-CALENDAR-CARD.
           IF GRACE-CAL-DATE NUMERIC
               IF GRACE-SIG-CAL-LOW = ZERO
                       OR GRACE-CAL-DATE < GRACE-SIG-CAL-LOW
                   MOVE GRACE-CAL-DATE TO GRACE-SIG-CAL-LOW
               END-IF
               IF GRACE-CAL-DATE > GRACE-SIG-CAL-HIGH
                       AND GRACE-SIG-CAL-USED < 400
                   MOVE GRACE-CAL-DATE TO GRACE-SIG-CAL-HIGH
               END-IF
               IF GRACE-CAL-DAY-TYPE NOT = 'B'
                   IF GRACE-SIG-CAL-USED < 400
                       ADD 1 TO GRACE-SIG-CAL-USED
                       MOVE GRACE-CAL-DATE TO
                           GRACE-SIG-CAL-OFF-DATE(GRACE-SIG-CAL-USED)
                   END-IF
               END-IF
           END-IF.
           PERFORM 1050-READ-CALENDAR-CARD.

       1200-LOAD-CUSTOMERS.
           OPEN INPUT GRACE-CST-FILE.
           IF GRACE-CST-NOT-FOUND
               DISPLAY "GRACECST NOT FOUND - NO CUSTOMERS ON FILE"
           ELSE
               PERFORM 1250-READ-CUSTOMER
               PERFORM 1300-STORE-CUSTOMER
                   UNTIL GRACE-CST-END-OF-FILE
               CLOSE GRACE-CST-FILE
           END-IF.
           IF GRACE-SIG-CST-OVERFLOWED
               DISPLAY "*** GRACECST EXCEEDS THE CUSTOMER TABLE "
                   "(500) - NO INSTRUCTION SUSPENDED TONIGHT ***"
           END-IF.

       1250-READ-CUSTOMER.
           READ GRACE-CST-FILE
               AT END
                   SET GRACE-CST-END-OF-FILE TO TRUE
           END-READ.

       1300-STORE-CUSTOMER.
           IF GRACE-SIG-CST-USED >= 500
               SET GRACE-SIG-CST-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO GRACE-SIG-CST-USED
               MOVE GRACE-CST-ID
                   TO GRACE-SIG-CST-ID(GRACE-SIG-CST-USED)
           END-IF.
           PERFORM 1250-READ-CUSTOMER.

       2000-GENERATE-INSTRUCTIONS.
           OPEN I-O GRACE-SIN-FILE.
           IF GRACE-SIN-NOT-FOUND
               DISPLAY "GRACESIN NOT FOUND - NO STANDING "
                   "INSTRUCTIONS"
           ELSE
               MOVE LOW-VALUES TO GRACE-SIN-KEY
               START GRACE-SIN-FILE
                   KEY IS >= GRACE-SIN-KEY
                   INVALID KEY
                       SET GRACE-SIN-END-OF-FILE TO TRUE
               END-START
               OPEN INPUT GRACE-ACT-FILE
               IF GRACE-ACT-OK
                   SET GRACE-SIG-ACT-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "GRACEACT NOT AVAILABLE - EACH "
                       "INSTRUCTION TAKEN AS ITS CUSTOMER'S OWN "
                       "ACCOUNT"
               END-IF
               PERFORM 2050-READ-INSTRUCTION
               PERFORM 2100-PROCESS-INSTRUCTION
                   UNTIL GRACE-SIN-END-OF-FILE
               IF GRACE-SIG-ACT-FILE-OPEN
                   CLOSE GRACE-ACT-FILE
               END-IF
               CLOSE GRACE-SIN-FILE
           END-IF.

       2050-READ-INSTRUCTION.
           IF NOT GRACE-SIN-END-OF-FILE
               READ GRACE-SIN-FILE NEXT RECORD
                   AT END
                       SET GRACE-SIN-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO GRACE-SIG-READ-COUNT
               END-READ
           END-IF.

      *----------------------------------------------------------
      * 2100-PROCESS-INSTRUCTION - a record already run tonight is
      * put back as the first run found it, then every record is
      * stamped with tonight's run and how it stood before it.
      *----------------------------------------------------------
       2100-PROCESS-INSTRUCTION.
           IF GRACE-SIN-LAST-RUN = GRACE-CYC-DATE
               MOVE GRACE-SIN-PRIOR-DUE TO GRACE-SIN-NEXT-DUE
               MOVE GRACE-SIN-PRIOR-STATE TO GRACE-SIN-STATE
               ADD 1 TO GRACE-SIG-RERUN-COUNT
           END-IF.
           MOVE GRACE-SIN-NEXT-DUE TO GRACE-SIN-PRIOR-DUE.
           MOVE GRACE-SIN-STATE TO GRACE-SIN-PRIOR-STATE.
           MOVE GRACE-CYC-DATE TO GRACE-SIN-LAST-RUN.
           PERFORM 2200-CHECK-CUSTOMER.
           EVALUATE TRUE
               WHEN GRACE-SIN-SUSPENDED
                   ADD 1 TO GRACE-SIG-HELD-COUNT
               WHEN NOT GRACE-SIN-ACTIVE
                   CONTINUE
               WHEN GRACE-SIG-ACCOUNT-CLOSED
                   MOVE 'S' TO GRACE-SIN-STATE
                   MOVE GRACE-CYC-DATE TO GRACE-SIN-STATE-DATE
                   ADD 1 TO GRACE-SIG-SUSP-COUNT
                   DISPLAY "SUSPENDED " GRACE-SIN-ACCOUNT "-"
                       GRACE-SIN-SEQ " - ACCOUNT CLOSED"
               WHEN NOT GRACE-SIG-CUSTOMER-ON-FILE
                   MOVE 'S' TO GRACE-SIN-STATE
                   MOVE GRACE-CYC-DATE TO GRACE-SIN-STATE-DATE
                   ADD 1 TO GRACE-SIG-SUSP-COUNT
                   DISPLAY "SUSPENDED " GRACE-SIN-ACCOUNT "-"
                       GRACE-SIN-SEQ " - CUSTOMER " GRACE-SIG-OWNER-ID
                       " NOT ON GRACECST"
               WHEN NOT GRACE-SIN-WEEKLY
                       AND NOT GRACE-SIN-MONTHLY
                       AND NOT GRACE-SIN-QUARTERLY
                       AND NOT GRACE-SIN-ANNUAL
                   DISPLAY "SKIPPED " GRACE-SIN-ACCOUNT "-"
                       GRACE-SIN-SEQ " - FREQUENCY '"
                       GRACE-SIN-FREQUENCY "' NOT W, M, Q OR A"
               WHEN OTHER
                   MOVE 'N' TO GRACE-SIG-DONE-SW
                   MOVE ZERO TO GRACE-SIG-OCCURRENCES
                   PERFORM 2300-TAKE-ONE-OCCURRENCE
                       UNTIL GRACE-SIG-DONE
           END-EVALUATE.
           REWRITE GRACE-SIN-REC.
           PERFORM 2050-READ-INSTRUCTION.

      *An account GRACEACT does not know is its own customer's.
       2150-FIND-OWNER.
           MOVE GRACE-SIN-ACCOUNT TO GRACE-SIG-OWNER-ID.
           MOVE 'N' TO GRACE-SIG-CLOSED-SW.
           IF GRACE-SIG-ACT-FILE-OPEN
               MOVE GRACE-SIN-ACCOUNT TO GRACE-ACT-NUMBER
               READ GRACE-ACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GRACE-ACT-CUST-ID TO GRACE-SIG-OWNER-ID
                       IF GRACE-ACT-CLOSED
                           SET GRACE-SIG-ACCOUNT-CLOSED TO TRUE
                       END-IF
               END-READ
           END-IF.

       2200-CHECK-CUSTOMER.
           PERFORM 2150-FIND-OWNER.
           MOVE 'N' TO GRACE-SIG-CUSTOMER-SW.
           IF GRACE-SIG-CST-OVERFLOWED
               SET GRACE-SIG-CUSTOMER-ON-FILE TO TRUE
           ELSE
               PERFORM 2250-MATCH-ONE-CUSTOMER
                   VARYING GRACE-SIG-CST-IDX FROM 1 BY 1
                   UNTIL GRACE-SIG-CST-IDX > GRACE-SIG-CST-USED
                      OR GRACE-SIG-CUSTOMER-ON-FILE
           END-IF.

       2250-MATCH-ONE-CUSTOMER.
           IF GRACE-SIG-CST-ID(GRACE-SIG-CST-IDX)
                   = GRACE-SIG-OWNER-ID
               SET GRACE-SIG-CUSTOMER-ON-FILE TO TRUE
           END-IF.

      *----------------------------------------------------------
      * 2300-TAKE-ONE-OCCURRENCE - an occurrence past the end date
      * ends the instruction; one whose business day has come is
      * generated and the schedule moves on; otherwise the
      * instruction is not due yet.
      *----------------------------------------------------------
       2300-TAKE-ONE-OCCURRENCE.
           PERFORM 2400-ROLL-TO-BUSINESS-DAY.
           EVALUATE TRUE
               WHEN GRACE-SIN-END-DATE NOT = ZERO
                       AND GRACE-SIN-NEXT-DUE > GRACE-SIN-END-DATE
                   MOVE 'E' TO GRACE-SIN-STATE
                   MOVE GRACE-CYC-DATE TO GRACE-SIN-STATE-DATE
                   ADD 1 TO GRACE-SIG-ENDED-COUNT
                   DISPLAY "ENDED     " GRACE-SIN-ACCOUNT "-"
                       GRACE-SIN-SEQ " - PAST END DATE "
                       GRACE-SIN-END-DATE
                   SET GRACE-SIG-DONE TO TRUE
               WHEN GRACE-SIG-ROLLED > GRACE-CYC-DATE
                   SET GRACE-SIG-DONE TO TRUE
               WHEN GRACE-SIG-OCCURRENCES >= 60
                   DISPLAY "*** " GRACE-SIN-ACCOUNT "-"
                       GRACE-SIN-SEQ " STILL DUE AFTER 60 "
                       "OCCURRENCES - REST LEFT FOR TOMORROW ***"
                   SET GRACE-SIG-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO GRACE-SIG-OCCURRENCES
                   PERFORM 2800-WRITE-TRANSACTION
                   PERFORM 2500-ADVANCE-NEXT-DUE
           END-EVALUATE.

      *----------------------------------------------------------
      * 2400-ROLL-TO-BUSINESS-DAY steps the nominal due date
      * forward past days off, at most a month of them.
      *----------------------------------------------------------
       2400-ROLL-TO-BUSINESS-DAY.
           MOVE GRACE-SIN-NEXT-DUE TO GRACE-SIG-ROLLED.
           MOVE ZERO TO GRACE-SIG-ROLL-STEPS.
           PERFORM 2420-CHECK-DAY-OFF.
           PERFORM 2450-STEP-ONE-DAY
               UNTIL NOT GRACE-SIG-DAY-OFF
                  OR GRACE-SIG-ROLL-STEPS >= 31.

       2420-CHECK-DAY-OFF.
           MOVE 'N' TO GRACE-SIG-DAY-OFF-SW.
           IF GRACE-SIG-ROLLED >= GRACE-SIG-CAL-LOW
                   AND GRACE-SIG-ROLLED <= GRACE-SIG-CAL-HIGH
               PERFORM 2430-MATCH-ONE-DAY-OFF
                   VARYING GRACE-SIG-CAL-IDX FROM 1 BY 1
                   UNTIL GRACE-SIG-CAL-IDX > GRACE-SIG-CAL-USED
                      OR GRACE-SIG-DAY-OFF
           ELSE
               COMPUTE GRACE-SIG-WEEKDAY = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(GRACE-SIG-ROLLED) - 1,
                   7)
               IF GRACE-SIG-WEEKDAY >= 5
                   SET GRACE-SIG-DAY-OFF TO TRUE
               END-IF
           END-IF.

       2430-MATCH-ONE-DAY-OFF.
           IF GRACE-SIG-CAL-OFF-DATE(GRACE-SIG-CAL-IDX)
                   = GRACE-SIG-ROLLED
               SET GRACE-SIG-DAY-OFF TO TRUE
           END-IF.

       2450-STEP-ONE-DAY.
           ADD 1 TO GRACE-SIG-ROLL-STEPS.
           COMPUTE GRACE-SIG-ROLLED = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(GRACE-SIG-ROLLED) + 1).
           PERFORM 2420-CHECK-DAY-OFF.

      *----------------------------------------------------------
      * 2500-ADVANCE-NEXT-DUE works the next nominal date: a week
      * on, or one, three or twelve months on to the due day,
      * pulled back to the last day of a month too short for it.
      *----------------------------------------------------------
       2500-ADVANCE-NEXT-DUE.
           EVALUATE TRUE
               WHEN GRACE-SIN-WEEKLY
                   COMPUTE GRACE-SIN-NEXT-DUE =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(GRACE-SIN-NEXT-DUE)
                       + 7)
               WHEN GRACE-SIN-MONTHLY
                   MOVE 1 TO GRACE-SIG-MONTHS
                   PERFORM 2550-ADD-MONTHS
               WHEN GRACE-SIN-QUARTERLY
                   MOVE 3 TO GRACE-SIG-MONTHS
                   PERFORM 2550-ADD-MONTHS
               WHEN GRACE-SIN-ANNUAL
                   MOVE 12 TO GRACE-SIG-MONTHS
                   PERFORM 2550-ADD-MONTHS
           END-EVALUATE.

       2550-ADD-MONTHS.
           MOVE GRACE-SIN-NEXT-DUE TO GRACE-SIG-DATE.
           IF GRACE-SIN-DUE-DAY = ZERO
               MOVE GRACE-SIG-DAY TO GRACE-SIN-DUE-DAY
           END-IF.
           ADD GRACE-SIG-MONTHS TO GRACE-SIG-MONTH.
           IF GRACE-SIG-MONTH > 12
               SUBTRACT 12 FROM GRACE-SIG-MONTH
               ADD 1 TO GRACE-SIG-YEAR
           END-IF.
           MOVE 1 TO GRACE-SIG-DAY.
           MOVE GRACE-SIG-DATE TO GRACE-SIG-FOLLOWING.
           IF GRACE-SIG-F-MONTH = 12
               MOVE 1 TO GRACE-SIG-F-MONTH
               ADD 1 TO GRACE-SIG-F-YEAR
           ELSE
               ADD 1 TO GRACE-SIG-F-MONTH
           END-IF.
           COMPUTE GRACE-SIG-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(GRACE-SIG-FOLLOWING)
               - FUNCTION INTEGER-OF-DATE(GRACE-SIG-DATE).
           IF GRACE-SIN-DUE-DAY > GRACE-SIG-MONTH-DAYS
               MOVE GRACE-SIG-MONTH-DAYS TO GRACE-SIG-DAY
           ELSE
               MOVE GRACE-SIN-DUE-DAY TO GRACE-SIG-DAY
           END-IF.
           MOVE GRACE-SIG-DATE TO GRACE-SIN-NEXT-DUE.

       2800-WRITE-TRANSACTION.
           MOVE SPACES TO GRACE-STX-REC.
           MOVE GRACE-SIN-ACCOUNT TO GRACE-STX-SOURCE.
           MOVE GRACE-SIN-VALUE TO GRACE-STX-S-SOURCE-VALUE.
           MOVE GRACE-SIN-OP-CODE TO GRACE-STX-OP-CODE.
           MOVE GRACE-SIN-SITE-CODE TO GRACE-STX-SITE-CODE.
           MOVE GRACE-CYC-DATE TO GRACE-STX-EFF-DATE.
           MOVE GRACE-SIN-AMT-SIGN TO GRACE-STX-AMT-SIGN.
           IF GRACE-SIN-AMT-SIGN NOT = SPACE
               MOVE GRACE-SIN-AMOUNT TO GRACE-STX-AMOUNT
           END-IF.
           MOVE GRACE-SIN-CURRENCY TO GRACE-STX-CURRENCY.
           WRITE GRACE-STX-REC.
           ADD 1 TO GRACE-SIG-GEN-COUNT.
           MOVE GRACE-SIN-AMOUNT TO GRACE-SIG-AMOUNT-ED.
           IF GRACE-SIG-ROLLED = GRACE-SIN-NEXT-DUE
               DISPLAY "GENERATED " GRACE-SIN-ACCOUNT "-"
                   GRACE-SIN-SEQ " " GRACE-SIN-OP-CODE " "
                   GRACE-SIN-AMT-SIGN GRACE-SIG-AMOUNT-ED
                   " DUE " GRACE-SIN-NEXT-DUE
           ELSE
               ADD 1 TO GRACE-SIG-ROLL-COUNT
               DISPLAY "GENERATED " GRACE-SIN-ACCOUNT "-"
                   GRACE-SIN-SEQ " " GRACE-SIN-OP-CODE " "
                   GRACE-SIN-AMT-SIGN GRACE-SIG-AMOUNT-ED
                   " DUE " GRACE-SIN-NEXT-DUE
                   " ROLLED TO " GRACE-SIG-ROLLED
           END-IF.

       6000-PRINT-GENERATOR-REPORT.
           DISPLAY "STANDING INSTRUCTIONS FOR " GRACE-CYC-DATE.
           DISPLAY "  INSTRUCTIONS READ......: "
               GRACE-SIG-READ-COUNT.
           DISPLAY "  TRANSACTIONS GENERATED.: "
               GRACE-SIG-GEN-COUNT.
           DISPLAY "  OF WHICH ROLLED........: "
               GRACE-SIG-ROLL-COUNT.
           DISPLAY "  SUSPENDED TONIGHT......: "
               GRACE-SIG-SUSP-COUNT.
           DISPLAY "  STILL SUSPENDED........: "
               GRACE-SIG-HELD-COUNT.
           DISPLAY "  ENDED TONIGHT..........: "
               GRACE-SIG-ENDED-COUNT.
           DISPLAY "  RE-RUN INSTRUCTIONS....: "
               GRACE-SIG-RERUN-COUNT.

           COPY GRACERPTP.

           COPY GRACECYCP.
