       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEFBP.
      *----------------------------------------------------------
      * GRACEFBP is the forward balance projection, run after
      * GRACEMUP. GRACEFTW holds future-dated transactions on the
      * GRACEPND warehouse until their effective date, and the
      * GRACESIN standing instructions say what GRACESIG will
      * generate and when - but nobody could see what an account
      * would hold next week until the debit had already bounced
      * off the credit limit. This step starts from each account's
      * GRACE-MST-BALANCE as tonight's run left it and lays the
      * warehoused and scheduled transactions over it in
      * effective-date order for the next 30 days.
      *
      *   - a warehoused transaction counts on its effective date
      *   - an active instruction counts on every date GRACESIG
      *     would generate it inside the horizon - the nominal
      *     due date rolled past GRACECAL days off, stepped on by
      *     the instruction's frequency, stopping at its end date
      *   - a foreign-currency amount is taken at tonight's
      *     GRACEFXR rate; one with no rate tonight is left out
      *     and counted
      *   - a delete ends the account's projection there.
      *
      * An account projected to go below zero is listed with the
      * date and the transaction that takes it there; so is one
      * projected past the owning customer's GRACECPF credit
      * limit, measured as GRACEMUP measures it - reversals,
      * write-offs and the shop's own FE, IN and UP postings are
      * not held to the limit there, so not here. Each is listed
      * once, at the first transaction that does it. An account
      * already below zero tonight is only watched for the limit.
      * RC=4 when anything is listed, so customer service sees
      * the list before the customer sees the bounce; no GRACEMST
      * is RC=8, since there is nothing to project from.
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
           SELECT GRACE-FXR-FILE ASSIGN TO GRACEFXR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-FXR-STATUS.
           SELECT GRACE-PND-FILE ASSIGN TO GRACEPND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-PND-STATUS.
           SELECT GRACE-SIN-FILE ASSIGN TO GRACESIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-SIN-KEY
               FILE STATUS IS GRACE-SIN-STATUS.
           SELECT GRACE-MST-FILE ASSIGN TO GRACEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-MST-KEY
               FILE STATUS IS GRACE-MST-STATUS.
           SELECT GRACE-ACT-FILE ASSIGN TO GRACEACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-ACT-NUMBER
               ALTERNATE RECORD KEY IS GRACE-ACT-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS GRACE-ACT-STATUS.
           SELECT GRACE-CPF-FILE ASSIGN TO GRACECPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-CPF-CUST-ID
               FILE STATUS IS GRACE-CPF-STATUS.
           SELECT GRACE-FBW-FILE ASSIGN TO GRACEFBW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-FBW-STATUS.
           SELECT GRACE-SORT-FILE ASSIGN TO "GRACEFBX".
           SELECT GRACE-FBS-FILE ASSIGN TO GRACEFBS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-FBS-STATUS.

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

       FD  GRACE-FXR-FILE
           RECORDING MODE IS F.
           COPY GRACEFXR.

      *The warehouse, in GRACETXN layout with the effective date.
       FD  GRACE-PND-FILE
           RECORDING MODE IS F.
       01 GRACE-PND-REC.
           05 GRACE-PND-SOURCE PIC 9(6).
           05 GRACE-PND-S-SOURCE-VALUE PIC X(30).
           05 GRACE-PND-OP-CODE PIC X(01).
           05 GRACE-PND-SITE-CODE PIC X(02).
           05 GRACE-PND-EFF-DATE PIC X(08).
           05 GRACE-PND-EFF-DATE-N REDEFINES GRACE-PND-EFF-DATE
               PIC 9(08).
           05 GRACE-PND-AMT-SIGN PIC X(01).
           05 GRACE-PND-AMOUNT PIC X(09).
           05 GRACE-PND-AMOUNT-N REDEFINES GRACE-PND-AMOUNT
               PIC 9(09).
           05 GRACE-PND-CURRENCY PIC X(03).
           05 GRACE-PND-REVERSAL-OF.
               10 GRACE-PND-REV-DATE PIC X(08).
               10 GRACE-PND-REV-CYCLE PIC X(02).
               10 GRACE-PND-REV-SEQ PIC X(06).
           05 FILLER PIC X(24).

       FD  GRACE-SIN-FILE.
           COPY GRACESIN.

       FD  GRACE-MST-FILE.
       01 GRACE-MST-REC.
           05 GRACE-MST-KEY PIC 9(06).
           05 GRACE-MST-VALUE PIC X(30).
           05 GRACE-MST-UPD-DATE PIC 9(08).
           05 GRACE-MST-BALANCE PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(26).

       FD  GRACE-ACT-FILE.
           COPY GRACEACT.

       FD  GRACE-CPF-FILE.
           COPY GRACECPF.

      *One future transaction inside the horizon, amount in the
      *base currency - in the order found here, account and
      *effective-date order once sorted.
       FD  GRACE-FBW-FILE
           RECORDING MODE IS F.
       01 GRACE-FBW-REC.
           05 GRACE-FBW-ACCOUNT PIC 9(06).
           05 GRACE-FBW-EFF-DATE PIC 9(08).
           05 GRACE-FBW-ORDER PIC 9(06).
           05 GRACE-FBW-KIND PIC X(01).
           05 GRACE-FBW-OP-CODE PIC X(01).
           05 GRACE-FBW-SITE-CODE PIC X(02).
           05 GRACE-FBW-AMOUNT-SW PIC X(01).
           05 GRACE-FBW-AMOUNT PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 GRACE-FBW-CURRENCY PIC X(03).
           05 GRACE-FBW-NOTE PIC X(20).
           05 GRACE-FBW-REVERSAL-SW PIC X(01).
           05 FILLER PIC X(21).

       SD  GRACE-SORT-FILE.
       01 GRACE-SORT-REC.
           05 GRACE-SRT-ACCOUNT PIC 9(06).
           05 GRACE-SRT-EFF-DATE PIC 9(08).
           05 GRACE-SRT-ORDER PIC 9(06).
           05 FILLER PIC X(60).

       FD  GRACE-FBS-FILE
           RECORDING MODE IS F.
       01 GRACE-FBS-REC.
           05 GRACE-FBS-ACCOUNT PIC 9(06).
           05 GRACE-FBS-EFF-DATE PIC 9(08).
           05 GRACE-FBS-ORDER PIC 9(06).
           05 GRACE-FBS-KIND PIC X(01).
               88 GRACE-FBS-WAREHOUSED VALUE 'W'.
               88 GRACE-FBS-SCHEDULED VALUE 'S'.
           05 GRACE-FBS-OP-CODE PIC X(01).
           05 GRACE-FBS-SITE-CODE PIC X(02).
               88 GRACE-FBS-SHOP-CHARGE VALUE 'FE' 'IN' 'UP'.
           05 GRACE-FBS-AMOUNT-SW PIC X(01).
               88 GRACE-FBS-AMOUNT-BEARING VALUE 'Y'.
           05 GRACE-FBS-AMOUNT PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 GRACE-FBS-CURRENCY PIC X(03).
           05 GRACE-FBS-NOTE PIC X(20).
           05 GRACE-FBS-REVERSAL-SW PIC X(01).
               88 GRACE-FBS-REVERSAL VALUE 'Y'.
           05 FILLER PIC X(21).

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

           COPY GRACEFXRH.

       01 GRACE-CAL-STATUS PIC X(02).
           88 GRACE-CAL-OK VALUE '00'.
           88 GRACE-CAL-NOT-FOUND VALUE '35'.

       01 GRACE-PND-STATUS PIC X(02).
           88 GRACE-PND-OK VALUE '00'.
           88 GRACE-PND-NOT-FOUND VALUE '35'.

       01 GRACE-SIN-STATUS PIC X(02).
           88 GRACE-SIN-OK VALUE '00'.
           88 GRACE-SIN-NOT-FOUND VALUE '35'.

       01 GRACE-MST-STATUS PIC X(02).
           88 GRACE-MST-OK VALUE '00'.
           88 GRACE-MST-NOT-FOUND VALUE '35'.

       01 GRACE-ACT-STATUS PIC X(02).
           88 GRACE-ACT-OK VALUE '00'.
           88 GRACE-ACT-NOT-FOUND VALUE '35'.

       01 GRACE-CPF-STATUS PIC X(02).
           88 GRACE-CPF-OK VALUE '00'.
           88 GRACE-CPF-NOT-FOUND VALUE '35'.

       01 GRACE-FBW-STATUS PIC X(02).
           88 GRACE-FBW-OK VALUE '00'.

       01 GRACE-FBS-STATUS PIC X(02).
           88 GRACE-FBS-OK VALUE '00'.

       01 GRACE-CAL-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CAL-END-OF-FILE VALUE 'Y'.

       01 GRACE-PND-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-PND-END-OF-FILE VALUE 'Y'.

       01 GRACE-SIN-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-SIN-END-OF-FILE VALUE 'Y'.

       01 GRACE-FBS-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-FBS-END-OF-FILE VALUE 'Y'.

       01 GRACE-FBP-FILES-SW.
           05 GRACE-FBP-ACT-SW PIC X(01) VALUE 'N'.
               88 GRACE-FBP-ACT-OPEN VALUE 'Y'.
           05 GRACE-FBP-CPF-SW PIC X(01) VALUE 'N'.
               88 GRACE-FBP-CPF-OPEN VALUE 'Y'.

      *The horizon - tomorrow through so many days out.
       01 GRACE-FBP-HORIZON PIC 9(03) VALUE 30.
       01 GRACE-FBP-HORIZON-END PIC 9(08) VALUE ZERO.

      *Arrival order, so a sort keeps same-day transactions in
      *the order they were found.
       01 GRACE-FBP-ORDER PIC 9(06) VALUE ZERO.

      *Calendar days that are not business days, and the span the
      *calendar covers.
       01 GRACE-FBP-CAL-CTL.
           05 GRACE-FBP-CAL-USED PIC 9(03) VALUE ZERO.
           05 GRACE-FBP-CAL-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-FBP-CAL-LOW PIC 9(08) VALUE ZERO.
           05 GRACE-FBP-CAL-HIGH PIC 9(08) VALUE ZERO.
           05 GRACE-FBP-CAL-TABLE OCCURS 400 TIMES.
               10 GRACE-FBP-CAL-OFF-DATE PIC 9(08).

      *One instruction's schedule, walked on a copy so GRACESIN
      *is only read.
       01 GRACE-FBP-SCHEDULE.
           05 GRACE-FBP-DONE-SW PIC X(01) VALUE 'N'.
               88 GRACE-FBP-DONE VALUE 'Y'.
           05 GRACE-FBP-DAY-OFF-SW PIC X(01) VALUE 'N'.
               88 GRACE-FBP-DAY-OFF VALUE 'Y'.
           05 GRACE-FBP-NEXT-DUE PIC 9(08) VALUE ZERO.
           05 GRACE-FBP-DUE-DAY PIC 9(02) VALUE ZERO.
           05 GRACE-FBP-OCCURRENCES PIC 9(02) VALUE ZERO.
           05 GRACE-FBP-ROLL-STEPS PIC 9(02) VALUE ZERO.
           05 GRACE-FBP-ROLLED PIC 9(08) VALUE ZERO.
           05 GRACE-FBP-WEEKDAY PIC 9(01) VALUE ZERO.
           05 GRACE-FBP-MONTHS PIC 9(02) VALUE ZERO.
           05 GRACE-FBP-MONTH-DAYS PIC 9(02) VALUE ZERO.
           05 GRACE-FBP-DATE PIC 9(08) VALUE ZERO.
           05 GRACE-FBP-DATE-PARTS REDEFINES GRACE-FBP-DATE.
               10 GRACE-FBP-YEAR PIC 9(04).
               10 GRACE-FBP-MONTH PIC 9(02).
               10 GRACE-FBP-DAY PIC 9(02).
           05 GRACE-FBP-FOLLOWING PIC 9(08) VALUE ZERO.
           05 GRACE-FBP-FOLLOWING-PARTS
                   REDEFINES GRACE-FBP-FOLLOWING.
               10 GRACE-FBP-F-YEAR PIC 9(04).
               10 GRACE-FBP-F-MONTH PIC 9(02).
               10 GRACE-FBP-F-DAY PIC 9(02).

      *The instruction reference shown against a scheduled
      *transaction.
       01 GRACE-FBP-SIN-NOTE.
           05 FILLER PIC X(12) VALUE "INSTRUCTION ".
           05 GRACE-FBP-SIN-NOTE-ACCOUNT PIC 9(06).
           05 FILLER PIC X(01) VALUE "-".
           05 GRACE-FBP-SIN-NOTE-SEQ PIC 9(02).

      *The account being projected.
       01 GRACE-FBP-ACCOUNT-WORK.
           05 GRACE-FBP-ACCOUNT-SW PIC X(01) VALUE 'N'.
               88 GRACE-FBP-ACCOUNT-OPEN VALUE 'Y'.
           05 GRACE-FBP-ACCOUNT PIC 9(06) VALUE ZERO.
           05 GRACE-FBP-OWNER-ID PIC 9(06) VALUE ZERO.
           05 GRACE-FBP-START-BALANCE PIC S9(11) VALUE ZERO.
           05 GRACE-FBP-BALANCE PIC S9(11) VALUE ZERO.
           05 GRACE-FBP-LIMIT-FLOOR PIC S9(11) VALUE ZERO.
           05 GRACE-FBP-LIMIT-SW PIC X(01) VALUE 'N'.
               88 GRACE-FBP-HAS-LIMIT VALUE 'Y'.
           05 GRACE-FBP-ENDED-SW PIC X(01) VALUE 'N'.
               88 GRACE-FBP-ENDED VALUE 'Y'.
           05 GRACE-FBP-NEG-SW PIC X(01) VALUE 'N'.
               88 GRACE-FBP-NEG-SEEN VALUE 'Y'.
           05 GRACE-FBP-OVER-SW PIC X(01) VALUE 'N'.
               88 GRACE-FBP-OVER-SEEN VALUE 'Y'.
           05 GRACE-FBP-LISTED-SW PIC X(01) VALUE 'N'.
               88 GRACE-FBP-LISTED VALUE 'Y'.

       01 GRACE-FBP-WHAT PIC X(10) VALUE SPACES.

       01 GRACE-FBP-COUNTS.
           05 GRACE-FBP-PND-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-FBP-SIN-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-FBP-WARE-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-FBP-SCHED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-FBP-NO-RATE-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-FBP-ACCOUNT-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-FBP-NEW-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-FBP-NEG-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-FBP-OVER-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-FBP-LISTED-COUNT PIC 9(06) VALUE ZERO.

       01 GRACE-FBP-AMOUNT-ED PIC -(10)9 VALUE ZERO.
       01 GRACE-FBP-BALANCE-ED PIC -(10)9 VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEFBP" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           OPEN INPUT GRACE-MST-FILE.
           IF NOT GRACE-MST-OK
               DISPLAY "*** GRACEMST NOT AVAILABLE - NO BALANCES "
                   "TO PROJECT FROM ***"
               MOVE 8 TO RETURN-CODE
               MOVE ZERO TO GRACE-RPT-REC-COUNT
               PERFORM 0600-PRINT-GRACE-RPT-FOOTER
               GOBACK
           END-IF.
           PERFORM 0160-LOAD-EXCHANGE-RATES.
           PERFORM 0800-SET-HORIZON.
           PERFORM 1000-LOAD-CALENDAR.
           OPEN OUTPUT GRACE-FBW-FILE.
           PERFORM 1500-TAKE-WAREHOUSE.
           PERFORM 2000-TAKE-INSTRUCTIONS.
           CLOSE GRACE-FBW-FILE.
           PERFORM 3000-SORT-BY-ACCOUNT.
           PERFORM 4000-PROJECT-ACCOUNTS.
           CLOSE GRACE-MST-FILE.
           PERFORM 6000-PRINT-SUMMARY.
           IF GRACE-FBP-LISTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE GRACE-FBP-LISTED-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

       0800-SET-HORIZON.
           COMPUTE GRACE-FBP-HORIZON-END =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(GRACE-CYC-DATE)
                   + GRACE-FBP-HORIZON).
           DISPLAY "PROJECTING " GRACE-FBP-HORIZON
               " DAYS, AFTER " GRACE-CYC-DATE
               " THROUGH " GRACE-FBP-HORIZON-END.

      *----------------------------------------------------------
      * 1000-LOAD-CALENDAR keeps the dates that are not business
      * days, as GRACESIG does, so an instruction is projected on
      * the day it will really be generated.
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
               IF GRACE-FBP-CAL-LOW = ZERO
                       OR GRACE-CAL-DATE < GRACE-FBP-CAL-LOW
                   MOVE GRACE-CAL-DATE TO GRACE-FBP-CAL-LOW
               END-IF
               IF GRACE-CAL-DATE > GRACE-FBP-CAL-HIGH
                       AND GRACE-FBP-CAL-USED < 400
                   MOVE GRACE-CAL-DATE TO GRACE-FBP-CAL-HIGH
               END-IF
               IF GRACE-CAL-DAY-TYPE NOT = 'B'
                   IF GRACE-FBP-CAL-USED < 400
                       ADD 1 TO GRACE-FBP-CAL-USED
                       MOVE GRACE-CAL-DATE TO
                           GRACE-FBP-CAL-OFF-DATE(GRACE-FBP-CAL-USED)
                   END-IF
               END-IF
           END-IF.
           PERFORM 1050-READ-CALENDAR-CARD.

      *----------------------------------------------------------
      * 1500-TAKE-WAREHOUSE - every parked transaction dated
      * inside the horizon.
      *----------------------------------------------------------
       1500-TAKE-WAREHOUSE.
           OPEN INPUT GRACE-PND-FILE.
           IF GRACE-PND-NOT-FOUND
               DISPLAY "GRACEPND NOT FOUND - WAREHOUSE EMPTY"
           ELSE
               PERFORM 1550-READ-WAREHOUSE
               PERFORM 1600-TAKE-ONE-PARKED
                   UNTIL GRACE-PND-END-OF-FILE
               CLOSE GRACE-PND-FILE
           END-IF.

       1550-READ-WAREHOUSE.
           READ GRACE-PND-FILE
               AT END
                   SET GRACE-PND-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO GRACE-FBP-PND-COUNT
           END-READ.

       1600-TAKE-ONE-PARKED.
           IF GRACE-PND-EFF-DATE NUMERIC
                   AND GRACE-PND-EFF-DATE-N > GRACE-CYC-DATE
                   AND GRACE-PND-EFF-DATE-N
                       NOT > GRACE-FBP-HORIZON-END
               MOVE SPACES TO GRACE-FBW-REC
               MOVE GRACE-PND-SOURCE TO GRACE-FBW-ACCOUNT
               MOVE GRACE-PND-EFF-DATE-N TO GRACE-FBW-EFF-DATE
               MOVE 'W' TO GRACE-FBW-KIND
               MOVE GRACE-PND-OP-CODE TO GRACE-FBW-OP-CODE
               MOVE GRACE-PND-SITE-CODE TO GRACE-FBW-SITE-CODE
               MOVE GRACE-PND-CURRENCY TO GRACE-FBW-CURRENCY
               MOVE GRACE-PND-S-SOURCE-VALUE TO GRACE-FBW-NOTE
               MOVE 'N' TO GRACE-FBW-REVERSAL-SW
               IF GRACE-PND-REV-DATE NUMERIC
                       AND GRACE-PND-REV-CYCLE NUMERIC
                       AND GRACE-PND-REV-SEQ NUMERIC
                       AND GRACE-PND-REV-DATE NOT = "00000000"
                   MOVE 'Y' TO GRACE-FBW-REVERSAL-SW
               END-IF
               MOVE 'N' TO GRACE-FBW-AMOUNT-SW
               MOVE ZERO TO GRACE-FBW-AMOUNT
               IF GRACE-PND-AMOUNT NUMERIC
                   MOVE 'Y' TO GRACE-FBW-AMOUNT-SW
                   MOVE GRACE-PND-AMOUNT-N TO GRACE-FXR-IN-AMOUNT
                   IF GRACE-PND-AMT-SIGN = '-'
                       COMPUTE GRACE-FXR-IN-AMOUNT =
                           0 - GRACE-FXR-IN-AMOUNT
                   END-IF
                   MOVE GRACE-PND-CURRENCY TO GRACE-FXR-IN-CURRENCY
               END-IF
               PERFORM 2900-WRITE-FUTURE-TRANSACTION
               IF GRACE-FXR-CONVERTED
                   ADD 1 TO GRACE-FBP-WARE-COUNT
               END-IF
           END-IF.
           PERFORM 1550-READ-WAREHOUSE.

      *----------------------------------------------------------
      * 2000-TAKE-INSTRUCTIONS - every occurrence of every active
      * instruction GRACESIG will generate inside the horizon.
      *----------------------------------------------------------
       2000-TAKE-INSTRUCTIONS.
           OPEN INPUT GRACE-SIN-FILE.
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
               PERFORM 2050-READ-INSTRUCTION
               PERFORM 2100-TAKE-ONE-INSTRUCTION
                   UNTIL GRACE-SIN-END-OF-FILE
               CLOSE GRACE-SIN-FILE
           END-IF.

       2050-READ-INSTRUCTION.
           IF NOT GRACE-SIN-END-OF-FILE
               READ GRACE-SIN-FILE NEXT RECORD
                   AT END
                       SET GRACE-SIN-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO GRACE-FBP-SIN-COUNT
               END-READ
           END-IF.

       2100-TAKE-ONE-INSTRUCTION.
           IF GRACE-SIN-ACTIVE
                   AND GRACE-SIN-NEXT-DUE NUMERIC
                   AND GRACE-SIN-NEXT-DUE > ZERO
               IF GRACE-SIN-WEEKLY OR GRACE-SIN-MONTHLY
                       OR GRACE-SIN-QUARTERLY OR GRACE-SIN-ANNUAL
                   MOVE GRACE-SIN-NEXT-DUE TO GRACE-FBP-NEXT-DUE
                   MOVE GRACE-SIN-DUE-DAY TO GRACE-FBP-DUE-DAY
                   MOVE 'N' TO GRACE-FBP-DONE-SW
                   MOVE ZERO TO GRACE-FBP-OCCURRENCES
                   PERFORM 2200-TAKE-ONE-OCCURRENCE
                       UNTIL GRACE-FBP-DONE
               END-IF
           END-IF.
           PERFORM 2050-READ-INSTRUCTION.

      *----------------------------------------------------------
      * 2200-TAKE-ONE-OCCURRENCE - past the end date or the
      * horizon the schedule stops; an occurrence GRACESIG has
      * already generated (tonight or before) is on the balance
      * and is stepped past; the rest are projected.
      *----------------------------------------------------------
       2200-TAKE-ONE-OCCURRENCE.
           PERFORM 2400-ROLL-TO-BUSINESS-DAY.
           EVALUATE TRUE
               WHEN GRACE-SIN-END-DATE NOT = ZERO
                       AND GRACE-FBP-NEXT-DUE > GRACE-SIN-END-DATE
                   SET GRACE-FBP-DONE TO TRUE
               WHEN GRACE-FBP-ROLLED > GRACE-FBP-HORIZON-END
                   SET GRACE-FBP-DONE TO TRUE
               WHEN GRACE-FBP-OCCURRENCES >= 60
                   SET GRACE-FBP-DONE TO TRUE
               WHEN GRACE-FBP-ROLLED NOT > GRACE-CYC-DATE
                   ADD 1 TO GRACE-FBP-OCCURRENCES
                   PERFORM 2500-ADVANCE-NEXT-DUE
               WHEN OTHER
                   ADD 1 TO GRACE-FBP-OCCURRENCES
                   PERFORM 2300-SCHEDULE-ONE
                   PERFORM 2500-ADVANCE-NEXT-DUE
           END-EVALUATE.

       2300-SCHEDULE-ONE.
           MOVE SPACES TO GRACE-FBW-REC.
           MOVE GRACE-SIN-ACCOUNT TO GRACE-FBW-ACCOUNT.
           MOVE GRACE-FBP-ROLLED TO GRACE-FBW-EFF-DATE.
           MOVE 'S' TO GRACE-FBW-KIND.
           MOVE GRACE-SIN-OP-CODE TO GRACE-FBW-OP-CODE.
           MOVE GRACE-SIN-SITE-CODE TO GRACE-FBW-SITE-CODE.
           MOVE GRACE-SIN-CURRENCY TO GRACE-FBW-CURRENCY.
           MOVE GRACE-SIN-ACCOUNT TO GRACE-FBP-SIN-NOTE-ACCOUNT.
           MOVE GRACE-SIN-SEQ TO GRACE-FBP-SIN-NOTE-SEQ.
           MOVE GRACE-FBP-SIN-NOTE TO GRACE-FBW-NOTE.
           MOVE 'N' TO GRACE-FBW-REVERSAL-SW.
           MOVE 'N' TO GRACE-FBW-AMOUNT-SW.
           MOVE ZERO TO GRACE-FBW-AMOUNT.
           IF GRACE-SIN-AMT-SIGN NOT = SPACE
                   AND GRACE-SIN-AMOUNT NUMERIC
               MOVE 'Y' TO GRACE-FBW-AMOUNT-SW
               MOVE GRACE-SIN-AMOUNT TO GRACE-FXR-IN-AMOUNT
               IF GRACE-SIN-AMT-SIGN = '-'
                   COMPUTE GRACE-FXR-IN-AMOUNT =
                       0 - GRACE-FXR-IN-AMOUNT
               END-IF
               MOVE GRACE-SIN-CURRENCY TO GRACE-FXR-IN-CURRENCY
           END-IF.
           PERFORM 2900-WRITE-FUTURE-TRANSACTION.
           IF GRACE-FXR-CONVERTED
               ADD 1 TO GRACE-FBP-SCHED-COUNT
           END-IF.

      *----------------------------------------------------------
      * 2400-ROLL-TO-BUSINESS-DAY steps the nominal due date
      * forward past days off, at most a month of them.
      *----------------------------------------------------------
       2400-ROLL-TO-BUSINESS-DAY.
           MOVE GRACE-FBP-NEXT-DUE TO GRACE-FBP-ROLLED.
           MOVE ZERO TO GRACE-FBP-ROLL-STEPS.
           PERFORM 2420-CHECK-DAY-OFF.
           PERFORM 2450-STEP-ONE-DAY
               UNTIL NOT GRACE-FBP-DAY-OFF
                  OR GRACE-FBP-ROLL-STEPS >= 31.

       2420-CHECK-DAY-OFF.
           MOVE 'N' TO GRACE-FBP-DAY-OFF-SW.
           IF GRACE-FBP-ROLLED >= GRACE-FBP-CAL-LOW
                   AND GRACE-FBP-ROLLED <= GRACE-FBP-CAL-HIGH
               PERFORM 2430-MATCH-ONE-DAY-OFF
                   VARYING GRACE-FBP-CAL-IDX FROM 1 BY 1
                   UNTIL GRACE-FBP-CAL-IDX > GRACE-FBP-CAL-USED
                      OR GRACE-FBP-DAY-OFF
           ELSE
               COMPUTE GRACE-FBP-WEEKDAY = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(GRACE-FBP-ROLLED) - 1,
                   7)
               IF GRACE-FBP-WEEKDAY >= 5
                   SET GRACE-FBP-DAY-OFF TO TRUE
               END-IF
           END-IF.

       2430-MATCH-ONE-DAY-OFF.
           IF GRACE-FBP-CAL-OFF-DATE(GRACE-FBP-CAL-IDX)
                   = GRACE-FBP-ROLLED
               SET GRACE-FBP-DAY-OFF TO TRUE
           END-IF.

       2450-STEP-ONE-DAY.
           ADD 1 TO GRACE-FBP-ROLL-STEPS.
           COMPUTE GRACE-FBP-ROLLED = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(GRACE-FBP-ROLLED) + 1).
           PERFORM 2420-CHECK-DAY-OFF.

      *----------------------------------------------------------
      * 2500-ADVANCE-NEXT-DUE works the next nominal date exactly
      * as GRACESIG does: a week on, or one, three or twelve
      * months on to the due day, pulled back to the last day of
      * a month too short for it.
      *----------------------------------------------------------
       2500-ADVANCE-NEXT-DUE.
           EVALUATE TRUE
               WHEN GRACE-SIN-WEEKLY
                   COMPUTE GRACE-FBP-NEXT-DUE =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(GRACE-FBP-NEXT-DUE)
                       + 7)
               WHEN GRACE-SIN-MONTHLY
                   MOVE 1 TO GRACE-FBP-MONTHS
                   PERFORM 2550-ADD-MONTHS
               WHEN GRACE-SIN-QUARTERLY
                   MOVE 3 TO GRACE-FBP-MONTHS
                   PERFORM 2550-ADD-MONTHS
               WHEN GRACE-SIN-ANNUAL
                   MOVE 12 TO GRACE-FBP-MONTHS
                   PERFORM 2550-ADD-MONTHS
           END-EVALUATE.

       2550-ADD-MONTHS.
           MOVE GRACE-FBP-NEXT-DUE TO GRACE-FBP-DATE.
           IF GRACE-FBP-DUE-DAY = ZERO
               MOVE GRACE-FBP-DAY TO GRACE-FBP-DUE-DAY
           END-IF.
           ADD GRACE-FBP-MONTHS TO GRACE-FBP-MONTH.
           IF GRACE-FBP-MONTH > 12
               SUBTRACT 12 FROM GRACE-FBP-MONTH
               ADD 1 TO GRACE-FBP-YEAR
           END-IF.
           MOVE 1 TO GRACE-FBP-DAY.
           MOVE GRACE-FBP-DATE TO GRACE-FBP-FOLLOWING.
           IF GRACE-FBP-F-MONTH = 12
               MOVE 1 TO GRACE-FBP-F-MONTH
               ADD 1 TO GRACE-FBP-F-YEAR
           ELSE
               ADD 1 TO GRACE-FBP-F-MONTH
           END-IF.
           COMPUTE GRACE-FBP-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(GRACE-FBP-FOLLOWING)
               - FUNCTION INTEGER-OF-DATE(GRACE-FBP-DATE).
           IF GRACE-FBP-DUE-DAY > GRACE-FBP-MONTH-DAYS
               MOVE GRACE-FBP-MONTH-DAYS TO GRACE-FBP-DAY
           ELSE
               MOVE GRACE-FBP-DUE-DAY TO GRACE-FBP-DAY
           END-IF.
           MOVE GRACE-FBP-DATE TO GRACE-FBP-NEXT-DUE.

      *----------------------------------------------------------
      * 2900-WRITE-FUTURE-TRANSACTION converts an amount to the
      * base currency at tonight's rate and writes the
      * transaction; one with no rate tonight is left out.
      *----------------------------------------------------------
       2900-WRITE-FUTURE-TRANSACTION.
           SET GRACE-FXR-CONVERTED TO TRUE.
           IF GRACE-FBW-AMOUNT-SW = 'Y'
                   AND GRACE-FBW-OP-CODE NOT = 'D'
               PERFORM 0170-CONVERT-AMOUNT
               MOVE GRACE-FXR-OUT-AMOUNT TO GRACE-FBW-AMOUNT
           END-IF.
           IF GRACE-FXR-CONVERTED
               ADD 1 TO GRACE-FBP-ORDER
               MOVE GRACE-FBP-ORDER TO GRACE-FBW-ORDER
               WRITE GRACE-FBW-REC
           ELSE
               ADD 1 TO GRACE-FBP-NO-RATE-COUNT
               DISPLAY "LEFT OUT " GRACE-FBW-ACCOUNT " "
                   GRACE-FBW-EFF-DATE " - NO " GRACE-FBW-CURRENCY
                   " RATE TONIGHT"
           END-IF.

       3000-SORT-BY-ACCOUNT.
           SORT GRACE-SORT-FILE
               ON ASCENDING KEY GRACE-SRT-ACCOUNT
                   GRACE-SRT-EFF-DATE
                   GRACE-SRT-ORDER
               USING GRACE-FBW-FILE
               GIVING GRACE-FBS-FILE.

      *----------------------------------------------------------
      * 4000-PROJECT-ACCOUNTS walks the sorted transactions once,
      * breaking on each account, and rolls its balance forward.
      *----------------------------------------------------------
       4000-PROJECT-ACCOUNTS.
           OPEN INPUT GRACE-ACT-FILE.
           IF GRACE-ACT-OK
               SET GRACE-FBP-ACT-OPEN TO TRUE
           ELSE
               DISPLAY "GRACEACT NOT AVAILABLE - ONE ACCOUNT PER "
                   "CUSTOMER"
           END-IF.
           OPEN INPUT GRACE-CPF-FILE.
           IF GRACE-CPF-OK
               SET GRACE-FBP-CPF-OPEN TO TRUE
           ELSE
               DISPLAY "GRACECPF NOT AVAILABLE - NO CREDIT LIMITS"
           END-IF.
           OPEN INPUT GRACE-FBS-FILE.
           PERFORM 4050-READ-FUTURE-TRANSACTION.
           PERFORM 4100-TAKE-ONE-TRANSACTION
               UNTIL GRACE-FBS-END-OF-FILE.
           CLOSE GRACE-FBS-FILE.
           IF GRACE-FBP-CPF-OPEN
               CLOSE GRACE-CPF-FILE
           END-IF.
           IF GRACE-FBP-ACT-OPEN
               CLOSE GRACE-ACT-FILE
           END-IF.

       4050-READ-FUTURE-TRANSACTION.
           READ GRACE-FBS-FILE
               AT END
                   SET GRACE-FBS-END-OF-FILE TO TRUE
           END-READ.

       4100-TAKE-ONE-TRANSACTION.
           IF NOT GRACE-FBP-ACCOUNT-OPEN
                   OR GRACE-FBS-ACCOUNT NOT = GRACE-FBP-ACCOUNT
               PERFORM 4200-OPEN-ACCOUNT
           END-IF.
           IF NOT GRACE-FBP-ENDED
               PERFORM 4300-APPLY-TRANSACTION
           END-IF.
           PERFORM 4050-READ-FUTURE-TRANSACTION.

      *----------------------------------------------------------
      * 4200-OPEN-ACCOUNT - tonight's balance off GRACEMST (an
      * account not yet on it, such as one a warehoused add will
      * open, starts from zero), the owner off GRACEACT and the
      * owner's limit off GRACECPF.
      *----------------------------------------------------------
       4200-OPEN-ACCOUNT.
           SET GRACE-FBP-ACCOUNT-OPEN TO TRUE.
           MOVE GRACE-FBS-ACCOUNT TO GRACE-FBP-ACCOUNT.
           ADD 1 TO GRACE-FBP-ACCOUNT-COUNT.
           MOVE 'N' TO GRACE-FBP-ENDED-SW.
           MOVE 'N' TO GRACE-FBP-NEG-SW.
           MOVE 'N' TO GRACE-FBP-OVER-SW.
           MOVE 'N' TO GRACE-FBP-LISTED-SW.
           MOVE 'N' TO GRACE-FBP-LIMIT-SW.
           MOVE ZERO TO GRACE-FBP-START-BALANCE.
           MOVE GRACE-FBP-ACCOUNT TO GRACE-MST-KEY.
           READ GRACE-MST-FILE
               INVALID KEY
                   ADD 1 TO GRACE-FBP-NEW-COUNT
               NOT INVALID KEY
                   IF GRACE-MST-BALANCE NUMERIC
                       MOVE GRACE-MST-BALANCE
                           TO GRACE-FBP-START-BALANCE
                   END-IF
           END-READ.
           MOVE GRACE-FBP-START-BALANCE TO GRACE-FBP-BALANCE.
           MOVE GRACE-FBP-ACCOUNT TO GRACE-FBP-OWNER-ID.
           IF GRACE-FBP-ACT-OPEN
               MOVE GRACE-FBP-ACCOUNT TO GRACE-ACT-NUMBER
               READ GRACE-ACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GRACE-ACT-CUST-ID TO GRACE-FBP-OWNER-ID
               END-READ
           END-IF.
           IF GRACE-FBP-CPF-OPEN
               MOVE GRACE-FBP-OWNER-ID TO GRACE-CPF-CUST-ID
               READ GRACE-CPF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GRACE-CPF-LIMIT-SET
                               AND GRACE-CPF-CREDIT-LIMIT NUMERIC
                           SET GRACE-FBP-HAS-LIMIT TO TRUE
                           COMPUTE GRACE-FBP-LIMIT-FLOOR =
                               0 - GRACE-CPF-CREDIT-LIMIT
                       END-IF
               END-READ
           END-IF.
           IF GRACE-FBP-BALANCE < ZERO
               SET GRACE-FBP-NEG-SEEN TO TRUE
           END-IF.
           IF GRACE-FBP-HAS-LIMIT
                   AND GRACE-FBP-BALANCE < GRACE-FBP-LIMIT-FLOOR
               SET GRACE-FBP-OVER-SEEN TO TRUE
           END-IF.

      *----------------------------------------------------------
      * 4300-APPLY-TRANSACTION - a delete ends the projection; an
      * amount moves the balance, and the first debit to take it
      * below zero, or below the negative of the limit, is listed.
      * The limit holds only the debits GRACEMUP would hold to
      * it: not a reversal, a write-off (W), or a posting from
      * the shop's own charge sites FE, IN and UP.
      *----------------------------------------------------------
       4300-APPLY-TRANSACTION.
           IF GRACE-FBS-OP-CODE = 'D'
               SET GRACE-FBP-ENDED TO TRUE
           ELSE
               IF GRACE-FBS-AMOUNT-BEARING
                   ADD GRACE-FBS-AMOUNT TO GRACE-FBP-BALANCE
                   IF GRACE-FBS-AMOUNT < ZERO
                       PERFORM 4400-CHECK-THRESHOLDS
                   END-IF
               END-IF
           END-IF.

       4400-CHECK-THRESHOLDS.
           IF NOT GRACE-FBP-NEG-SEEN
                   AND GRACE-FBP-BALANCE < ZERO
               SET GRACE-FBP-NEG-SEEN TO TRUE
               ADD 1 TO GRACE-FBP-NEG-COUNT
               MOVE "NEGATIVE  " TO GRACE-FBP-WHAT
               PERFORM 4500-LIST-ACCOUNT
           END-IF.
           IF GRACE-FBP-HAS-LIMIT
                   AND NOT GRACE-FBP-OVER-SEEN
                   AND GRACE-FBP-BALANCE < GRACE-FBP-LIMIT-FLOOR
                   AND NOT GRACE-FBS-REVERSAL
                   AND GRACE-FBS-OP-CODE NOT = 'W'
                   AND NOT (GRACE-FBS-OP-CODE = 'P'
                            AND GRACE-FBS-SHOP-CHARGE)
               SET GRACE-FBP-OVER-SEEN TO TRUE
               ADD 1 TO GRACE-FBP-OVER-COUNT
               MOVE "OVER LIMIT" TO GRACE-FBP-WHAT
               PERFORM 4500-LIST-ACCOUNT
           END-IF.

       4500-LIST-ACCOUNT.
           IF NOT GRACE-FBP-LISTED
               SET GRACE-FBP-LISTED TO TRUE
               ADD 1 TO GRACE-FBP-LISTED-COUNT
               MOVE GRACE-FBP-START-BALANCE TO GRACE-FBP-BALANCE-ED
               DISPLAY " "
               DISPLAY "ACCOUNT " GRACE-FBP-ACCOUNT
                   "  CUSTOMER " GRACE-FBP-OWNER-ID
                   "  BALANCE TONIGHT " GRACE-FBP-BALANCE-ED
           END-IF.
           MOVE GRACE-FBS-AMOUNT TO GRACE-FBP-AMOUNT-ED.
           MOVE GRACE-FBP-BALANCE TO GRACE-FBP-BALANCE-ED.
           DISPLAY "  " GRACE-FBP-WHAT " ON " GRACE-FBS-EFF-DATE
               "  " GRACE-FBS-KIND " " GRACE-FBS-OP-CODE " "
               GRACE-FBS-SITE-CODE " " GRACE-FBS-NOTE
               GRACE-FBP-AMOUNT-ED " LEAVES " GRACE-FBP-BALANCE-ED.

       6000-PRINT-SUMMARY.
           DISPLAY " ".
           DISPLAY "BALANCE PROJECTION FROM " GRACE-CYC-DATE
               " THROUGH " GRACE-FBP-HORIZON-END.
           DISPLAY "  (W WAREHOUSED ON GRACEPND, S STANDING "
               "INSTRUCTION ON GRACESIN)".
           DISPLAY "  WAREHOUSE RECORDS READ.: " GRACE-FBP-PND-COUNT.
           DISPLAY "  INSTRUCTIONS READ......: " GRACE-FBP-SIN-COUNT.
           DISPLAY "  WAREHOUSED IN HORIZON..: "
               GRACE-FBP-WARE-COUNT.
           DISPLAY "  SCHEDULED IN HORIZON...: "
               GRACE-FBP-SCHED-COUNT.
           DISPLAY "  LEFT OUT - NO RATE.....: "
               GRACE-FBP-NO-RATE-COUNT.
           DISPLAY "  ACCOUNTS PROJECTED.....: "
               GRACE-FBP-ACCOUNT-COUNT.
           DISPLAY "  NOT YET ON GRACEMST....: " GRACE-FBP-NEW-COUNT.
           DISPLAY "  PROJECTED NEGATIVE.....: " GRACE-FBP-NEG-COUNT.
           DISPLAY "  PROJECTED OVER LIMIT...: "
               GRACE-FBP-OVER-COUNT.
           DISPLAY "  ACCOUNTS LISTED........: "
               GRACE-FBP-LISTED-COUNT.

           COPY GRACEFXRP.

           COPY GRACERPTP.

           COPY GRACECYCP.
