       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEUCH.
      *----------------------------------------------------------
      * GRACEUCH is the unclaimed-property holding step, run
      * ahead of GRACECIA's dormant archive with the same GRACEIAC
      * card. GRACECIA would roll a dormant customer off GRACECST
      * even with a positive GRACEMST balance we owe them - money
      * that is, by law, unclaimed property belonging in the end
      * to the state of the customer's last known address.
      *
      * The step walks GRACECST and judges every customer against
      * the archive's own dormancy cutoff (the GRACECYC date less
      * the GRACEIAC cycle count). A dormant customer holding a
      * positive balance is put on GRACEUCP, held, with the
      * last-activity date, the state off the address, and the
      * date the balance falls due to that state - last activity
      * plus the state's holding period in years off the GRACEUHP
      * card file (the ** card is the period for any state not
      * listed). The due-diligence letter goes to GRACEUDL in the
      * GRACELTR layout as stage 4, for GRACELTP to print through
      * the mail room with the collections letters. A held
      * customer gets one letter; each night after only the
      * balance is refreshed.
      *
      * A held customer who comes back to life - a transaction
      * applied since the cutoff, or the balance paid down to
      * nothing - has claimed the property and comes off GRACEUCP.
      * Remitted records stay as the history of what went to the
      * state. GRACECIA leaves a dormant customer with a positive
      * balance on GRACECST until GRACEURR remits it.
      *
      * A customer is judged over every account GRACEACT shows
      * them owning: the balance held is the sum of the accounts,
      * and the last activity is the latest update on any of
      * them, so one live account keeps the customer active.
      *
      * Only an archive card (A nnnn) is acted on; a restore card
      * means no archive tonight and nothing is done.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-IAC-FILE ASSIGN TO GRACEIAC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-IAC-STATUS.
           SELECT GRACE-UHP-FILE ASSIGN TO GRACEUHP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-UHP-STATUS.
           SELECT GRACE-CST-FILE ASSIGN TO GRACECST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CST-STATUS.
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
           SELECT GRACE-UCP-FILE ASSIGN TO GRACEUCP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-UCP-CUST-ID
               FILE STATUS IS GRACE-UCP-STATUS.
           SELECT GRACE-LTR-FILE ASSIGN TO GRACEUDL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-LTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

      *The GRACECIA function card - the cycle count is read here
      *too so both steps agree on who is dormant.
       FD  GRACE-IAC-FILE
           RECORDING MODE IS F.
       01 GRACE-IAC-REC.
           05 GRACE-IAC-FUNCTION PIC X(01).
           05 FILLER PIC X(01).
           05 GRACE-IAC-CYCLES PIC 9(04).
           05 FILLER PIC X(74).

      *Holding period card: state, years before the balance is
      *due to it. State ** covers any state not listed.
       FD  GRACE-UHP-FILE
           RECORDING MODE IS F.
       01 GRACE-UHP-REC.
           05 GRACE-UHP-STATE PIC X(02).
           05 FILLER PIC X(01).
           05 GRACE-UHP-YEARS PIC 9(02).
           05 FILLER PIC X(75).

       FD  GRACE-CST-FILE
           RECORDING MODE IS F.
       01 GRACE-CST-REC.
           05 GRACE-CST-ID PIC 9(06).
           05 GRACE-CST-FIRST-NAME PIC X(15).
           05 GRACE-CST-LAST-NAME PIC X(15).
           05 GRACE-CST-STREET PIC X(20).
           05 GRACE-CST-CITY PIC X(12).
           05 GRACE-CST-STATE PIC X(02).
           05 GRACE-CST-ZIP PIC X(05).
           05 FILLER PIC X(05).

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

       FD  GRACE-UCP-FILE.
           COPY GRACEUCP.

      *Due-diligence letters, GRACELTR layout.
       FD  GRACE-LTR-FILE
           RECORDING MODE IS F.
           COPY GRACELTR.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

           COPY GRACEACTH.

       01 GRACE-IAC-STATUS PIC X(02).
           88 GRACE-IAC-OK VALUE '00'.
           88 GRACE-IAC-NOT-FOUND VALUE '35'.

       01 GRACE-UHP-STATUS PIC X(02).
           88 GRACE-UHP-OK VALUE '00'.
           88 GRACE-UHP-NOT-FOUND VALUE '35'.

       01 GRACE-CST-STATUS PIC X(02).
           88 GRACE-CST-OK VALUE '00'.
           88 GRACE-CST-NOT-FOUND VALUE '35'.

       01 GRACE-MST-STATUS PIC X(02).
           88 GRACE-MST-OK VALUE '00'.
           88 GRACE-MST-NOT-FOUND VALUE '35'.

       01 GRACE-UCP-STATUS PIC X(02).
           88 GRACE-UCP-OK VALUE '00'.
           88 GRACE-UCP-NOT-FOUND VALUE '35'.

       01 GRACE-LTR-STATUS PIC X(02).
           88 GRACE-LTR-OK VALUE '00'.

       01 GRACE-UHP-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-UHP-END-OF-FILE VALUE 'Y'.

       01 GRACE-CST-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CST-END-OF-FILE VALUE 'Y'.

       01 GRACE-UCH-FUNCTION PIC X(01) VALUE SPACE.
           88 GRACE-UCH-ARCHIVE-RUN VALUE 'A'.

       01 GRACE-UCH-CYCLES PIC 9(04) VALUE ZERO.

      *Holding periods by state, off GRACEUHP.
       01 GRACE-UCH-UHP-CTL.
           05 GRACE-UCH-UHP-USED PIC 9(03) VALUE ZERO.
           05 GRACE-UCH-UHP-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-UCH-DEFAULT-YEARS PIC 9(02) VALUE 3.
           05 GRACE-UCH-UHP-TABLE OCCURS 100 TIMES.
               10 GRACE-UCH-UHP-STATE PIC X(02).
               10 GRACE-UCH-UHP-YEARS PIC 9(02).

      *Cutoff: processing date minus the configured cycles, as
      *GRACECIA computes it.
       01 GRACE-UCH-CUTOFF-DATE PIC 9(08) VALUE ZERO.
       01 GRACE-UCH-DATE-INT PIC 9(08) VALUE ZERO.

       01 GRACE-UCH-CUSTOMER.
           05 GRACE-UCH-BALANCE PIC S9(09) VALUE ZERO.
           05 GRACE-UCH-LAST-ACT PIC 9(08) VALUE ZERO.
           05 GRACE-UCH-YEARS PIC 9(02) VALUE ZERO.
           05 GRACE-UCH-DUE-DATE PIC 9(08) VALUE ZERO.
           05 GRACE-UCH-DUE-PARTS REDEFINES GRACE-UCH-DUE-DATE.
               10 GRACE-UCH-DUE-YYYY PIC 9(04).
               10 GRACE-UCH-DUE-MMDD PIC 9(04).
           05 GRACE-UCH-DORMANT-SW PIC X(01) VALUE 'N'.
               88 GRACE-UCH-DORMANT VALUE 'Y'.
           05 GRACE-UCH-HAS-MASTER-SW PIC X(01) VALUE 'N'.
               88 GRACE-UCH-HAS-MASTER VALUE 'Y'.

       01 GRACE-UCH-COUNTS.
           05 GRACE-UCH-READ-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-UCH-NEW-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-UCH-HELD-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-UCH-CLAIM-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-UCH-HELD-AMOUNT PIC 9(11) VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEUCH" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 0800-LOAD-FUNCTION-CARD.
           EVALUATE TRUE
               WHEN NOT GRACE-UCH-ARCHIVE-RUN
                   DISPLAY "NOT AN ARCHIVE RUN - NOTHING HELD"
                   MOVE 0 TO RETURN-CODE
               WHEN GRACE-UCH-CYCLES = ZERO
                   DISPLAY "*** ARCHIVE CARD HAS NO CYCLE COUNT - "
                       "NOTHING HELD ***"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 0900-LOAD-HOLDING-PERIODS
                   PERFORM 1000-COMPUTE-CUTOFF
                   PERFORM 2000-HOLD-DORMANT-BALANCES
                   PERFORM 6000-PRINT-SUMMARY
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           MOVE GRACE-UCH-READ-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

       0800-LOAD-FUNCTION-CARD.
           OPEN INPUT GRACE-IAC-FILE.
           IF GRACE-IAC-NOT-FOUND
               CONTINUE
           ELSE
               READ GRACE-IAC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GRACE-IAC-FUNCTION TO GRACE-UCH-FUNCTION
                       IF GRACE-IAC-CYCLES NUMERIC
                           MOVE GRACE-IAC-CYCLES TO GRACE-UCH-CYCLES
                       END-IF
               END-READ
               CLOSE GRACE-IAC-FILE
           END-IF.

       0900-LOAD-HOLDING-PERIODS.
           OPEN INPUT GRACE-UHP-FILE.
           IF GRACE-UHP-NOT-FOUND
               DISPLAY "GRACEUHP NOT FOUND - EVERY STATE HOLDS "
                   GRACE-UCH-DEFAULT-YEARS " YEARS"
           ELSE
               PERFORM 0910-READ-HOLDING-PERIOD
               PERFORM 0920-STORE-HOLDING-PERIOD
                   UNTIL GRACE-UHP-END-OF-FILE
               CLOSE GRACE-UHP-FILE
           END-IF.

       0910-READ-HOLDING-PERIOD.
           READ GRACE-UHP-FILE
               AT END
                   SET GRACE-UHP-END-OF-FILE TO TRUE
           END-READ.

       0920-STORE-HOLDING-PERIOD.
           EVALUATE TRUE
               WHEN GRACE-UHP-YEARS NOT NUMERIC
                   DISPLAY "*** GRACEUHP CARD FOR " GRACE-UHP-STATE
                       " HAS NO YEARS - IGNORED ***"
               WHEN GRACE-UHP-STATE = "**"
                   MOVE GRACE-UHP-YEARS TO GRACE-UCH-DEFAULT-YEARS
               WHEN GRACE-UCH-UHP-USED >= 100
                   DISPLAY "*** GRACEUHP PAST 100 STATES - "
                       GRACE-UHP-STATE " TAKES THE DEFAULT ***"
               WHEN OTHER
                   ADD 1 TO GRACE-UCH-UHP-USED
                   MOVE GRACE-UHP-STATE
                       TO GRACE-UCH-UHP-STATE(GRACE-UCH-UHP-USED)
                   MOVE GRACE-UHP-YEARS
                       TO GRACE-UCH-UHP-YEARS(GRACE-UCH-UHP-USED)
           END-EVALUATE.
           PERFORM 0910-READ-HOLDING-PERIOD.

       1000-COMPUTE-CUTOFF.
           COMPUTE GRACE-UCH-DATE-INT =
               FUNCTION INTEGER-OF-DATE(GRACE-CYC-DATE)
               - GRACE-UCH-CYCLES.
           COMPUTE GRACE-UCH-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(GRACE-UCH-DATE-INT).

      *----------------------------------------------------------
      * 2000-HOLD-DORMANT-BALANCES walks GRACECST once, reading
      * each customer's account masters and unclaimed-property
      * record.
      *----------------------------------------------------------
       2000-HOLD-DORMANT-BALANCES.
           OPEN INPUT GRACE-CST-FILE.
           IF GRACE-CST-NOT-FOUND
               DISPLAY "GRACECST NOT FOUND - NOTHING TO HOLD"
               SET GRACE-CST-END-OF-FILE TO TRUE
           END-IF.
           OPEN INPUT GRACE-MST-FILE.
           PERFORM 8100-OPEN-ACCOUNTS.
           OPEN I-O GRACE-UCP-FILE.
           IF GRACE-UCP-NOT-FOUND
               OPEN OUTPUT GRACE-UCP-FILE
               CLOSE GRACE-UCP-FILE
               OPEN I-O GRACE-UCP-FILE
           END-IF.
           OPEN OUTPUT GRACE-LTR-FILE.
           PERFORM 2050-READ-CUSTOMER.
           PERFORM 2100-JUDGE-ONE-CUSTOMER
               UNTIL GRACE-CST-END-OF-FILE.
           CLOSE GRACE-LTR-FILE.
           CLOSE GRACE-UCP-FILE.
           PERFORM 8130-CLOSE-ACCOUNTS.
           CLOSE GRACE-MST-FILE.
           IF NOT GRACE-CST-NOT-FOUND
               CLOSE GRACE-CST-FILE
           END-IF.

       2050-READ-CUSTOMER.
           READ GRACE-CST-FILE
               AT END
                   SET GRACE-CST-END-OF-FILE TO TRUE
           END-READ.

      *A customer with no master record has no balance to hold
      *and is left to the archive.
       2100-JUDGE-ONE-CUSTOMER.
           ADD 1 TO GRACE-UCH-READ-COUNT.
           MOVE 'N' TO GRACE-UCH-DORMANT-SW.
           MOVE 'N' TO GRACE-UCH-HAS-MASTER-SW.
           MOVE ZERO TO GRACE-UCH-BALANCE.
           MOVE ZERO TO GRACE-UCH-LAST-ACT.
           MOVE GRACE-CST-ID TO GRACE-ACX-CUST-ID.
           PERFORM 8110-FIRST-ACCOUNT.
           PERFORM 2150-READ-ONE-ACCOUNT
               UNTIL GRACE-ACX-DONE.
           IF GRACE-UCH-HAS-MASTER
               IF GRACE-UCH-LAST-ACT < GRACE-UCH-CUTOFF-DATE
                   SET GRACE-UCH-DORMANT TO TRUE
               END-IF
           END-IF.
           MOVE GRACE-CST-ID TO GRACE-UCP-CUST-ID.
           READ GRACE-UCP-FILE
               INVALID KEY
                   IF GRACE-UCH-DORMANT
                           AND GRACE-UCH-BALANCE > ZERO
                       PERFORM 2200-HOLD-NEW-PROPERTY
                   END-IF
               NOT INVALID KEY
                   IF GRACE-UCP-HELD
                       PERFORM 2300-REVIEW-HELD-PROPERTY
                   END-IF
           END-READ.
           PERFORM 2050-READ-CUSTOMER.

      *The balance summed and the latest update taken over all
      *the customer's accounts.
       2150-READ-ONE-ACCOUNT.
           MOVE GRACE-ACX-ACCOUNT TO GRACE-MST-KEY.
           READ GRACE-MST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GRACE-UCH-HAS-MASTER TO TRUE
                   IF GRACE-MST-BALANCE NUMERIC
                       ADD GRACE-MST-BALANCE TO GRACE-UCH-BALANCE
                   END-IF
                   IF GRACE-MST-UPD-DATE > GRACE-UCH-LAST-ACT
                       MOVE GRACE-MST-UPD-DATE TO GRACE-UCH-LAST-ACT
                   END-IF
           END-READ.
           PERFORM 8120-NEXT-ACCOUNT.

       2200-HOLD-NEW-PROPERTY.
           PERFORM 2250-FIND-HOLDING-PERIOD.
           MOVE SPACES TO GRACE-UCP-REC.
           MOVE GRACE-CST-ID TO GRACE-UCP-CUST-ID.
           MOVE 'H' TO GRACE-UCP-STATE-CODE.
           MOVE GRACE-UCH-LAST-ACT TO GRACE-UCP-LAST-ACT-DATE.
           MOVE GRACE-CST-STATE TO GRACE-UCP-ADDR-STATE.
           MOVE GRACE-UCH-BALANCE TO GRACE-UCP-BALANCE.
           MOVE GRACE-CYC-DATE TO GRACE-UCP-HELD-DATE.
           MOVE GRACE-CYC-DATE TO GRACE-UCP-LETTER-DATE.
           MOVE GRACE-UCH-YEARS TO GRACE-UCP-HOLD-YEARS.
           MOVE GRACE-UCH-DUE-DATE TO GRACE-UCP-DUE-DATE.
           MOVE ZERO TO GRACE-UCP-REMIT-DATE.
           MOVE ZERO TO GRACE-UCP-REMIT-AMOUNT.
           MOVE GRACE-CST-LAST-NAME TO GRACE-UCP-LAST-NAME.
           WRITE GRACE-UCP-REC.
           ADD 1 TO GRACE-UCH-NEW-COUNT.
           ADD 1 TO GRACE-UCH-HELD-COUNT.
           ADD GRACE-UCH-BALANCE TO GRACE-UCH-HELD-AMOUNT.
           PERFORM 2400-WRITE-DUE-DILIGENCE-LETTER.
           DISPLAY "HELD     " GRACE-CST-ID " " GRACE-CST-STATE
               " LAST ACTIVITY " GRACE-UCH-LAST-ACT " DUE "
               GRACE-UCH-DUE-DATE " " GRACE-UCH-BALANCE.

      *----------------------------------------------------------
      * 2250-FIND-HOLDING-PERIOD - the due date is the last
      * activity date moved on by the state's years; a 29
      * February falls due on the 28th when the year is not leap.
      *----------------------------------------------------------
       2250-FIND-HOLDING-PERIOD.
           MOVE GRACE-UCH-DEFAULT-YEARS TO GRACE-UCH-YEARS.
           PERFORM 2260-MATCH-HOLDING-PERIOD
               VARYING GRACE-UCH-UHP-IDX FROM 1 BY 1
               UNTIL GRACE-UCH-UHP-IDX > GRACE-UCH-UHP-USED.
           MOVE GRACE-UCH-LAST-ACT TO GRACE-UCH-DUE-DATE.
           ADD GRACE-UCH-YEARS TO GRACE-UCH-DUE-YYYY.
           IF GRACE-UCH-DUE-MMDD = 0229
               IF FUNCTION MOD(GRACE-UCH-DUE-YYYY, 4) NOT = 0
                   MOVE 0228 TO GRACE-UCH-DUE-MMDD
               END-IF
           END-IF.

       2260-MATCH-HOLDING-PERIOD.
           IF GRACE-UCH-UHP-STATE(GRACE-UCH-UHP-IDX) = GRACE-CST-STATE
               MOVE GRACE-UCH-UHP-YEARS(GRACE-UCH-UHP-IDX)
                   TO GRACE-UCH-YEARS
           END-IF.

      *A held customer active again or with nothing left owing
      *has claimed the property.
       2300-REVIEW-HELD-PROPERTY.
           IF GRACE-UCH-DORMANT AND GRACE-UCH-BALANCE > ZERO
               MOVE GRACE-UCH-BALANCE TO GRACE-UCP-BALANCE
               MOVE GRACE-CST-LAST-NAME TO GRACE-UCP-LAST-NAME
               REWRITE GRACE-UCP-REC
               ADD 1 TO GRACE-UCH-HELD-COUNT
               ADD GRACE-UCH-BALANCE TO GRACE-UCH-HELD-AMOUNT
           ELSE
               DELETE GRACE-UCP-FILE
               ADD 1 TO GRACE-UCH-CLAIM-COUNT
               DISPLAY "CLAIMED  " GRACE-CST-ID " - HELD SINCE "
                   GRACE-UCP-HELD-DATE
           END-IF.

       2400-WRITE-DUE-DILIGENCE-LETTER.
           MOVE SPACES TO GRACE-LTR-REC.
           MOVE GRACE-CST-ID TO GRACE-LTR-CUST-ID.
           MOVE 4 TO GRACE-LTR-STAGE.
           MOVE ZERO TO GRACE-LTR-DAYS.
           MOVE GRACE-UCH-LAST-ACT TO GRACE-LTR-NEG-DATE.
           MOVE GRACE-CYC-DATE TO GRACE-LTR-LETTER-DATE.
           MOVE GRACE-UCH-BALANCE TO GRACE-LTR-BALANCE.
           MOVE GRACE-CST-FIRST-NAME TO GRACE-LTR-FIRST-NAME.
           MOVE GRACE-CST-LAST-NAME TO GRACE-LTR-LAST-NAME.
           MOVE GRACE-CST-STREET TO GRACE-LTR-STREET.
           MOVE GRACE-CST-CITY TO GRACE-LTR-CITY.
           MOVE GRACE-CST-STATE TO GRACE-LTR-STATE.
           MOVE GRACE-CST-ZIP TO GRACE-LTR-ZIP.
           WRITE GRACE-LTR-REC.

       6000-PRINT-SUMMARY.
           DISPLAY "DORMANCY CUTOFF.............: "
               GRACE-UCH-CUTOFF-DATE.
           DISPLAY "CUSTOMERS READ..............: "
               GRACE-UCH-READ-COUNT.
           DISPLAY "NEWLY HELD (LETTER SENT)....: "
               GRACE-UCH-NEW-COUNT.
           DISPLAY "HELD IN ALL.................: "
               GRACE-UCH-HELD-COUNT.
           DISPLAY "AMOUNT HELD.................: "
               GRACE-UCH-HELD-AMOUNT.
           DISPLAY "CLAIMED (RELEASED)..........: "
               GRACE-UCH-CLAIM-COUNT.

           COPY GRACEACTP.

           COPY GRACERPTP.

           COPY GRACECYCP.
