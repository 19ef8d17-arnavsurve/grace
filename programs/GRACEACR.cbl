       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEACR.
      *----------------------------------------------------------
      * GRACEACR is the nightly interest accrual. A customer with
      * a credit balance on GRACEMST is owed interest, and nothing
      * used to work it out. Each night every positive
      * GRACE-MST-BALANCE earns a day's interest at the rate card
      * in force, and the interest is added to the customer's
      * GRACEACC accrual record - the balance itself is not
      * touched until the interest is posted.
      *
      * The GRACEIRT rate card is tiered and effective-dated like
      * GRACEPRM:
      *
      *   cols  1-8  effective date (YYYYMMDD)
      *   cols 10-18 tier floor - the balance the tier starts at
      *   cols 20-25 annual rate, percent, four places (012500 is
      *              1.25 percent)
      *
      * The card in force is every row carrying the latest
      * effective date not after the GRACECYC date, so a new card
      * is keyed as a whole set of tiers under one date. The tier
      * whose floor the balance reaches (the highest such) sets
      * the rate for the whole balance. A day's interest is
      * balance x rate / 100 / 365, and a run after a weekend or
      * holiday accrues every calendar day since the last one.
      *
      * On the last business day of the month - the GRACEMEF flag
      * GRACEPFL sets from GRACECAL - the whole units accrued are
      * posted: one interest credit per customer goes out on
      * GRACEITX in GRACETXN layout (op P, site IN, tonight's
      * date) and comes off the accrual, the fraction carrying
      * into next month. GRACEITX is concatenated behind the
      * night's GRACETXN feed, so the credits go through
      * GRACETRE, GRACESCN and GRACEMUP - the journal, the posted
      * history and the GL interface - like any other posting.
      *
      * A rerun of the same night accrues nothing twice and
      * writes the same credits again from what the accrual
      * records say was posted. No rate card means nothing
      * accrues, RC=4.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-MEF-FILE ASSIGN TO GRACEMEF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-MEF-STATUS.
           SELECT GRACE-IRT-FILE ASSIGN TO GRACEIRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-IRT-STATUS.
           SELECT GRACE-MST-FILE ASSIGN TO GRACEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-MST-KEY
               FILE STATUS IS GRACE-MST-STATUS.
           SELECT GRACE-ACC-FILE ASSIGN TO GRACEACC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-ACC-CUST-ID
               FILE STATUS IS GRACE-ACC-STATUS.
           SELECT GRACE-ITX-FILE ASSIGN TO GRACEITX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-ITX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

      *Month-end flag for tonight's date, written by GRACEPFL.
       FD  GRACE-MEF-FILE
           RECORDING MODE IS F.
       01 GRACE-MEF-REC.
           05 GRACE-MEF-FLAG PIC X(01).
           05 GRACE-MEF-DATE PIC 9(08).
           05 FILLER PIC X(71).

      *Interest rate card - see the header for the columns.
       FD  GRACE-IRT-FILE
           RECORDING MODE IS F.
       01 GRACE-IRT-REC.
           05 GRACE-IRT-EFF-DATE PIC X(08).
           05 GRACE-IRT-EFF-DATE-N REDEFINES GRACE-IRT-EFF-DATE
               PIC 9(08).
           05 FILLER PIC X(01).
           05 GRACE-IRT-FLOOR PIC X(09).
           05 GRACE-IRT-FLOOR-N REDEFINES GRACE-IRT-FLOOR
               PIC 9(09).
           05 FILLER PIC X(01).
           05 GRACE-IRT-RATE PIC X(06).
           05 GRACE-IRT-RATE-N REDEFINES GRACE-IRT-RATE
               PIC 9(02)V9(04).
           05 FILLER PIC X(55).

       FD  GRACE-MST-FILE.
       01 GRACE-MST-REC.
           05 GRACE-MST-KEY PIC 9(06).
           05 GRACE-MST-VALUE PIC X(30).
           05 GRACE-MST-UPD-DATE PIC 9(08).
           05 GRACE-MST-BALANCE PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(26).

       FD  GRACE-ACC-FILE.
           COPY GRACEACC.

      *Interest credits, in GRACETXN layout.
       FD  GRACE-ITX-FILE
           RECORDING MODE IS F.
       01 GRACE-ITX-REC.
           05 GRACE-ITX-SOURCE PIC 9(6).
           05 GRACE-ITX-S-SOURCE-VALUE PIC X(30).
           05 GRACE-ITX-OP-CODE PIC X(01).
           05 GRACE-ITX-SITE-CODE PIC X(02).
           05 GRACE-ITX-EFF-DATE PIC X(08).
           05 GRACE-ITX-AMT-SIGN PIC X(01).
           05 GRACE-ITX-AMOUNT PIC 9(09).
           05 GRACE-ITX-CURRENCY PIC X(03).
           05 FILLER PIC X(40).

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

       01 GRACE-MEF-STATUS PIC X(02).
           88 GRACE-MEF-OK VALUE '00'.
           88 GRACE-MEF-NOT-FOUND VALUE '35'.

       01 GRACE-IRT-STATUS PIC X(02).
           88 GRACE-IRT-OK VALUE '00'.
           88 GRACE-IRT-NOT-FOUND VALUE '35'.

       01 GRACE-MST-STATUS PIC X(02).
           88 GRACE-MST-OK VALUE '00'.
           88 GRACE-MST-NOT-FOUND VALUE '35'.

       01 GRACE-ACC-STATUS PIC X(02).
           88 GRACE-ACC-OK VALUE '00'.
           88 GRACE-ACC-NOT-FOUND VALUE '35'.

       01 GRACE-ITX-STATUS PIC X(02).
           88 GRACE-ITX-OK VALUE '00'.

       01 GRACE-IRT-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-IRT-END-OF-FILE VALUE 'Y'.

       01 GRACE-MST-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-MST-END-OF-FILE VALUE 'Y'.

       01 GRACE-ACC-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-ACC-END-OF-FILE VALUE 'Y'.

       01 GRACE-ACR-MONTH-END-SW PIC X(01) VALUE 'N'.
           88 GRACE-ACR-MONTH-END VALUE 'Y'.

       01 GRACE-ACR-ACC-FOUND-SW PIC X(01) VALUE 'N'.
           88 GRACE-ACR-ACC-ON-FILE VALUE 'Y'.

      *The rate card in force: the tiers of the latest effective
      *date not after tonight.
       01 GRACE-ACR-TIER-CTL.
           05 GRACE-ACR-CARD-DATE PIC 9(08) VALUE ZERO.
           05 GRACE-ACR-TIER-USED PIC 9(02) VALUE ZERO.
           05 GRACE-ACR-TIER-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-ACR-TIER-TABLE OCCURS 50 TIMES.
               10 GRACE-ACR-TIER-FLOOR PIC 9(09).
               10 GRACE-ACR-TIER-RATE PIC 9(02)V9(04).

       01 GRACE-ACR-TIER-OVERFLOW-SW PIC X(01) VALUE 'N'.
           88 GRACE-ACR-TIER-OVERFLOWED VALUE 'Y'.

      *One customer's accrual work.
       01 GRACE-ACR-WORK.
           05 GRACE-ACR-BALANCE PIC S9(09) VALUE ZERO.
           05 GRACE-ACR-BEST-FLOOR PIC 9(09) VALUE ZERO.
           05 GRACE-ACR-RATE PIC 9(02)V9(04) VALUE ZERO.
           05 GRACE-ACR-DAYS PIC 9(05) VALUE ZERO.
           05 GRACE-ACR-TONIGHT PIC 9(09)V9(06) VALUE ZERO.
           05 GRACE-ACR-POST-AMOUNT PIC 9(09) VALUE ZERO.

       01 GRACE-ACR-COUNTS.
           05 GRACE-ACR-MST-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-ACR-ACCRUED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-ACR-RERUN-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-ACR-POSTED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-ACR-TONIGHT-TOTAL PIC 9(11)V9(06) VALUE ZERO.
           05 GRACE-ACR-POSTED-TOTAL PIC 9(11) VALUE ZERO.

       01 GRACE-ACR-TOTAL-ED PIC Z(10)9.999999 VALUE ZERO.
       01 GRACE-ACR-AMOUNT-ED PIC Z(10)9 VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEACR" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 0800-CHECK-MONTH-END.
           PERFORM 1000-LOAD-RATE-CARD.
           PERFORM 1500-OPEN-ACCRUALS.
           OPEN OUTPUT GRACE-ITX-FILE.
           IF GRACE-ACR-TIER-USED > ZERO
               PERFORM 2000-ACCRUE-TONIGHT
           END-IF.
           IF GRACE-ACR-MONTH-END
               PERFORM 3000-POST-MONTH-END
           END-IF.
           CLOSE GRACE-ITX-FILE.
           CLOSE GRACE-ACC-FILE.
           PERFORM 6000-PRINT-ACCRUAL-REPORT.
           MOVE GRACE-ACR-MST-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           IF GRACE-ACR-TIER-USED = ZERO
                   OR GRACE-ACR-TIER-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------
      * 0800-CHECK-MONTH-END - interest posts only on a night the
      * GRACEMEF flag, stamped with tonight's date, says is the
      * month's last business day. No flag means no posting: a
      * month-end posting is never made on a guess.
      *----------------------------------------------------------
       0800-CHECK-MONTH-END.
           OPEN INPUT GRACE-MEF-FILE.
           IF GRACE-MEF-NOT-FOUND
               DISPLAY "NO GRACEMEF FLAG - ACCRUAL ONLY, NO POSTING"
           ELSE
               READ GRACE-MEF-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GRACE-MEF-FLAG = 'Y'
                               AND GRACE-MEF-DATE = GRACE-CYC-DATE
                           SET GRACE-ACR-MONTH-END TO TRUE
                           DISPLAY "MONTH-END NIGHT - ACCRUED "
                               "INTEREST WILL BE POSTED"
                       END-IF
               END-READ
               CLOSE GRACE-MEF-FILE
           END-IF.

      *----------------------------------------------------------
      * 1000-LOAD-RATE-CARD keeps the tiers of the latest
      * effective date not after tonight - a row with a later
      * date than the tiers held so far starts the table over.
      *----------------------------------------------------------
       1000-LOAD-RATE-CARD.
           OPEN INPUT GRACE-IRT-FILE.
           IF GRACE-IRT-NOT-FOUND
               DISPLAY "GRACEIRT NOT FOUND - NO INTEREST ACCRUED"
           ELSE
               PERFORM 1100-READ-RATE-ROW
               PERFORM 1200-TAKE-RATE-ROW
                   UNTIL GRACE-IRT-END-OF-FILE
               CLOSE GRACE-IRT-FILE
           END-IF.
           DISPLAY "RATE CARD OF " GRACE-ACR-CARD-DATE " - "
               GRACE-ACR-TIER-USED " TIER(S)".

       1100-READ-RATE-ROW.
           READ GRACE-IRT-FILE
               AT END
                   SET GRACE-IRT-END-OF-FILE TO TRUE
           END-READ.

       1200-TAKE-RATE-ROW.
           EVALUATE TRUE
               WHEN GRACE-IRT-EFF-DATE NOT NUMERIC
                       OR GRACE-IRT-FLOOR NOT NUMERIC
                       OR GRACE-IRT-RATE NOT NUMERIC
                   DISPLAY "GRACEIRT ROW IGNORED - NOT NUMERIC: "
                       GRACE-IRT-REC(1:25)
               WHEN GRACE-IRT-EFF-DATE-N > GRACE-CYC-DATE
                   CONTINUE
               WHEN GRACE-IRT-EFF-DATE-N < GRACE-ACR-CARD-DATE
                   CONTINUE
               WHEN OTHER
                   IF GRACE-IRT-EFF-DATE-N > GRACE-ACR-CARD-DATE
                       MOVE GRACE-IRT-EFF-DATE-N
                           TO GRACE-ACR-CARD-DATE
                       MOVE ZERO TO GRACE-ACR-TIER-USED
                   END-IF
                   IF GRACE-ACR-TIER-USED < 50
                       ADD 1 TO GRACE-ACR-TIER-USED
                       MOVE GRACE-IRT-FLOOR-N
                           TO GRACE-ACR-TIER-FLOOR(GRACE-ACR-TIER-USED)
                       MOVE GRACE-IRT-RATE-N
                           TO GRACE-ACR-TIER-RATE(GRACE-ACR-TIER-USED)
                   ELSE
                       SET GRACE-ACR-TIER-OVERFLOWED TO TRUE
                       DISPLAY "*** GRACEIRT TIER TABLE FULL - TIER "
                           GRACE-IRT-FLOOR " IGNORED ***"
                   END-IF
           END-EVALUATE.
           PERFORM 1100-READ-RATE-ROW.

       1500-OPEN-ACCRUALS.
           OPEN I-O GRACE-ACC-FILE.
           IF GRACE-ACC-NOT-FOUND
               DISPLAY "GRACEACC NOT FOUND - STARTING THE ACCRUALS"
               OPEN OUTPUT GRACE-ACC-FILE
               CLOSE GRACE-ACC-FILE
               OPEN I-O GRACE-ACC-FILE
           END-IF.

      *----------------------------------------------------------
      * 2000-ACCRUE-TONIGHT walks the master in key order.
      *----------------------------------------------------------
       2000-ACCRUE-TONIGHT.
           OPEN INPUT GRACE-MST-FILE.
           IF GRACE-MST-NOT-FOUND
               DISPLAY "GRACEMST NOT FOUND - NOTHING TO ACCRUE ON"
           ELSE
               MOVE ZERO TO GRACE-MST-KEY
               START GRACE-MST-FILE
                   KEY IS >= GRACE-MST-KEY
                   INVALID KEY
                       SET GRACE-MST-END-OF-FILE TO TRUE
               END-START
               PERFORM 2100-READ-MASTER
               PERFORM 2200-ACCRUE-ONE-CUSTOMER
                   UNTIL GRACE-MST-END-OF-FILE
               CLOSE GRACE-MST-FILE
           END-IF.

       2100-READ-MASTER.
           IF NOT GRACE-MST-END-OF-FILE
               READ GRACE-MST-FILE NEXT RECORD
                   AT END
                       SET GRACE-MST-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO GRACE-ACR-MST-COUNT
               END-READ
           END-IF.

      *----------------------------------------------------------
      * 2200-ACCRUE-ONE-CUSTOMER - a customer already accrued
      * tonight is skipped (the rerun case). Days are counted
      * from the last accrual; a customer's first night counts
      * one. A balance that is not positive earns nothing, but
      * an existing record still moves its last date on, so the
      * days are not counted again once the balance turns.
      *----------------------------------------------------------
       2200-ACCRUE-ONE-CUSTOMER.
           IF GRACE-MST-BALANCE NUMERIC
               MOVE GRACE-MST-BALANCE TO GRACE-ACR-BALANCE
           ELSE
               MOVE ZERO TO GRACE-ACR-BALANCE
           END-IF.
           MOVE GRACE-MST-KEY TO GRACE-ACC-CUST-ID.
           MOVE 'N' TO GRACE-ACR-ACC-FOUND-SW.
           READ GRACE-ACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GRACE-ACR-ACC-ON-FILE TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN GRACE-ACR-ACC-ON-FILE
                       AND GRACE-ACC-LAST-DATE >= GRACE-CYC-DATE
                   ADD 1 TO GRACE-ACR-RERUN-COUNT
               WHEN GRACE-ACR-BALANCE > ZERO
                   PERFORM 2300-ADD-TONIGHTS-INTEREST
               WHEN GRACE-ACR-ACC-ON-FILE
                   MOVE GRACE-CYC-DATE TO GRACE-ACC-LAST-DATE
                   REWRITE GRACE-ACC-REC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 2100-READ-MASTER.

       2300-ADD-TONIGHTS-INTEREST.
           IF GRACE-ACR-ACC-ON-FILE
                   AND GRACE-ACC-LAST-DATE > ZERO
               COMPUTE GRACE-ACR-DAYS =
                   FUNCTION INTEGER-OF-DATE(GRACE-CYC-DATE)
                   - FUNCTION INTEGER-OF-DATE(GRACE-ACC-LAST-DATE)
           ELSE
               MOVE 1 TO GRACE-ACR-DAYS
           END-IF.
           PERFORM 2400-PICK-TIER-RATE.
           COMPUTE GRACE-ACR-TONIGHT ROUNDED =
               GRACE-ACR-BALANCE * GRACE-ACR-RATE * GRACE-ACR-DAYS
               / 36500.
           IF NOT GRACE-ACR-ACC-ON-FILE
               MOVE SPACES TO GRACE-ACC-REC
               MOVE GRACE-MST-KEY TO GRACE-ACC-CUST-ID
               MOVE ZERO TO GRACE-ACC-ACCRUED
               MOVE ZERO TO GRACE-ACC-MONTH-DAYS
               MOVE ZERO TO GRACE-ACC-POSTED-DATE
               MOVE ZERO TO GRACE-ACC-POSTED-CYCLE
               MOVE ZERO TO GRACE-ACC-POSTED-AMOUNT
           END-IF.
           ADD GRACE-ACR-TONIGHT TO GRACE-ACC-ACCRUED.
           ADD GRACE-ACR-DAYS TO GRACE-ACC-MONTH-DAYS.
           MOVE GRACE-CYC-DATE TO GRACE-ACC-LAST-DATE.
           IF GRACE-ACR-ACC-ON-FILE
               REWRITE GRACE-ACC-REC
           ELSE
               WRITE GRACE-ACC-REC
           END-IF.
           ADD 1 TO GRACE-ACR-ACCRUED-COUNT.
           ADD GRACE-ACR-TONIGHT TO GRACE-ACR-TONIGHT-TOTAL.

       2400-PICK-TIER-RATE.
           MOVE ZERO TO GRACE-ACR-RATE.
           MOVE ZERO TO GRACE-ACR-BEST-FLOOR.
           PERFORM 2450-JUDGE-ONE-TIER
               VARYING GRACE-ACR-TIER-IDX FROM 1 BY 1
               UNTIL GRACE-ACR-TIER-IDX > GRACE-ACR-TIER-USED.

       2450-JUDGE-ONE-TIER.
           IF GRACE-ACR-TIER-FLOOR(GRACE-ACR-TIER-IDX)
                   <= GRACE-ACR-BALANCE
                   AND GRACE-ACR-TIER-FLOOR(GRACE-ACR-TIER-IDX)
                   >= GRACE-ACR-BEST-FLOOR
               MOVE GRACE-ACR-TIER-FLOOR(GRACE-ACR-TIER-IDX)
                   TO GRACE-ACR-BEST-FLOOR
               MOVE GRACE-ACR-TIER-RATE(GRACE-ACR-TIER-IDX)
                   TO GRACE-ACR-RATE
           END-IF.

      *----------------------------------------------------------
      * 3000-POST-MONTH-END walks the accrual file. The whole
      * units accrued become one interest credit and come off the
      * accrual; a record posted earlier tonight (the rerun case)
      * writes its credit again from the posted amount.
      *----------------------------------------------------------
       3000-POST-MONTH-END.
           MOVE 'N' TO GRACE-ACC-EOF-SW.
           MOVE ZERO TO GRACE-ACC-CUST-ID.
           START GRACE-ACC-FILE
               KEY IS >= GRACE-ACC-CUST-ID
               INVALID KEY
                   SET GRACE-ACC-END-OF-FILE TO TRUE
           END-START.
           PERFORM 3100-READ-ACCRUAL.
           PERFORM 3200-POST-ONE-ACCRUAL
               UNTIL GRACE-ACC-END-OF-FILE.

       3100-READ-ACCRUAL.
           IF NOT GRACE-ACC-END-OF-FILE
               READ GRACE-ACC-FILE NEXT RECORD
                   AT END
                       SET GRACE-ACC-END-OF-FILE TO TRUE
               END-READ
           END-IF.

       3200-POST-ONE-ACCRUAL.
           IF GRACE-ACC-POSTED-DATE = GRACE-CYC-DATE
               MOVE GRACE-ACC-POSTED-AMOUNT TO GRACE-ACR-POST-AMOUNT
           ELSE
               MOVE GRACE-ACC-ACCRUED TO GRACE-ACR-POST-AMOUNT
               IF GRACE-ACR-POST-AMOUNT > ZERO
                   SUBTRACT GRACE-ACR-POST-AMOUNT
                       FROM GRACE-ACC-ACCRUED
                   MOVE GRACE-CYC-DATE TO GRACE-ACC-POSTED-DATE
                   MOVE GRACE-CYC-NUMBER TO GRACE-ACC-POSTED-CYCLE
                   MOVE GRACE-ACR-POST-AMOUNT
                       TO GRACE-ACC-POSTED-AMOUNT
                   MOVE ZERO TO GRACE-ACC-MONTH-DAYS
                   REWRITE GRACE-ACC-REC
               END-IF
           END-IF.
           IF GRACE-ACR-POST-AMOUNT > ZERO
               PERFORM 3300-WRITE-INTEREST-CREDIT
           END-IF.
           PERFORM 3100-READ-ACCRUAL.

       3300-WRITE-INTEREST-CREDIT.
           MOVE SPACES TO GRACE-ITX-REC.
           MOVE GRACE-ACC-CUST-ID TO GRACE-ITX-SOURCE.
           MOVE "INTEREST CREDIT" TO GRACE-ITX-S-SOURCE-VALUE.
           MOVE 'P' TO GRACE-ITX-OP-CODE.
           MOVE "IN" TO GRACE-ITX-SITE-CODE.
           MOVE GRACE-CYC-DATE TO GRACE-ITX-EFF-DATE.
           MOVE '+' TO GRACE-ITX-AMT-SIGN.
           MOVE GRACE-ACR-POST-AMOUNT TO GRACE-ITX-AMOUNT.
           WRITE GRACE-ITX-REC.
           ADD 1 TO GRACE-ACR-POSTED-COUNT.
           ADD GRACE-ACR-POST-AMOUNT TO GRACE-ACR-POSTED-TOTAL.
           MOVE GRACE-ACR-POST-AMOUNT TO GRACE-ACR-AMOUNT-ED.
           DISPLAY "INTEREST CREDIT " GRACE-ACC-CUST-ID " "
               GRACE-ACR-AMOUNT-ED.

       6000-PRINT-ACCRUAL-REPORT.
           DISPLAY "INTEREST ACCRUAL FOR " GRACE-CYC-DATE.
           DISPLAY "  MASTER RECORDS READ........: "
               GRACE-ACR-MST-COUNT.
           DISPLAY "  CUSTOMERS ACCRUED TONIGHT..: "
               GRACE-ACR-ACCRUED-COUNT.
           DISPLAY "  ALREADY ACCRUED (RERUN)....: "
               GRACE-ACR-RERUN-COUNT.
           MOVE GRACE-ACR-TONIGHT-TOTAL TO GRACE-ACR-TOTAL-ED.
           DISPLAY "  INTEREST ACCRUED TONIGHT...: "
               GRACE-ACR-TOTAL-ED.
           IF GRACE-ACR-MONTH-END
               DISPLAY "  INTEREST CREDITS POSTED....: "
                   GRACE-ACR-POSTED-COUNT
               MOVE GRACE-ACR-POSTED-TOTAL TO GRACE-ACR-AMOUNT-ED
               DISPLAY "  TOTAL INTEREST POSTED......: "
                   GRACE-ACR-AMOUNT-ED
           END-IF.

           COPY GRACERPTP.

           COPY GRACECYCP.
