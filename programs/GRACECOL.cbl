       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACECOL.
      *----------------------------------------------------------
      * GRACECOL is the nightly collections tracker. A customer
      * whose GRACEMST balance went negative used to just stay
      * negative - nothing chased them. Each night every master
      * record is measured: a negative balance with no GRACEDLQ
      * delinquency record starts one, dated tonight; one already
      * tracked is aged from the date it first went negative and
      * stepped through the letter sequence -
      *
      *   15 days past due   stage 1  reminder
      *   30 days past due   stage 2  second notice
      *   60 days past due   stage 3  final notice
      *
      * - each letter going out once, on the first night it is
      * due. A customer who crosses two thresholds between runs
      * gets the later letter only. The letter goes to GRACELTR
      * with the name and address off GRACECST, for GRACELTP to
      * print in zip sequence through the mail room. A customer
      * with no GRACECST address gets no letter and stays at the
      * stage it was, so the letter goes the first night there is
      * an address to send it to; these are listed, RC=4.
      *
      * A balance back at zero or above deletes the delinquency
      * record - the cycle resets, and the next time the customer
      * goes negative it starts again from the first letter. So
      * does a customer gone from GRACEMST. A rerun of the same
      * night writes the same letters again.
      *
      * GRACEMST is keyed by account, so each account is tracked
      * and lettered on its own; the letter is addressed to the
      * account's owner off GRACEACT - the account number itself
      * for an account not registered there.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-CST-FILE ASSIGN TO GRACECST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CST-STATUS.
           SELECT GRACE-MST-FILE ASSIGN TO GRACEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-MST-KEY
               FILE STATUS IS GRACE-MST-STATUS.
           SELECT GRACE-ACT-FILE ASSIGN TO GRACEACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-ACT-NUMBER
               ALTERNATE RECORD KEY IS GRACE-ACT-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS GRACE-ACT-STATUS.
           SELECT GRACE-DLQ-FILE ASSIGN TO GRACEDLQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-DLQ-CUST-ID
               FILE STATUS IS GRACE-DLQ-STATUS.
           SELECT GRACE-LTR-FILE ASSIGN TO GRACELTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-LTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

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

       FD  GRACE-DLQ-FILE.
           COPY GRACEDLQ.

       FD  GRACE-LTR-FILE
           RECORDING MODE IS F.
           COPY GRACELTR.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

           COPY GRACEACTH.

       01 GRACE-CST-STATUS PIC X(02).
           88 GRACE-CST-OK VALUE '00'.
           88 GRACE-CST-NOT-FOUND VALUE '35'.

       01 GRACE-MST-STATUS PIC X(02).
           88 GRACE-MST-OK VALUE '00'.
           88 GRACE-MST-NOT-FOUND VALUE '35'.

       01 GRACE-DLQ-STATUS PIC X(02).
           88 GRACE-DLQ-OK VALUE '00'.
           88 GRACE-DLQ-NOT-FOUND VALUE '35'.

       01 GRACE-LTR-STATUS PIC X(02).
           88 GRACE-LTR-OK VALUE '00'.

       01 GRACE-CST-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CST-END-OF-FILE VALUE 'Y'.

       01 GRACE-MST-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-MST-END-OF-FILE VALUE 'Y'.

       01 GRACE-DLQ-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-DLQ-END-OF-FILE VALUE 'Y'.

      *Days past due at which each letter falls due.
       01 GRACE-COL-THRESHOLDS.
           05 GRACE-COL-STAGE-1-DAYS PIC 9(04) VALUE 15.
           05 GRACE-COL-STAGE-2-DAYS PIC 9(04) VALUE 30.
           05 GRACE-COL-STAGE-3-DAYS PIC 9(04) VALUE 60.

      *Customer names and addresses, loaded.
       01 GRACE-COL-CST-CTL.
           05 GRACE-COL-CST-USED PIC 9(03) VALUE ZERO.
           05 GRACE-COL-CST-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-COL-CST-FOUND PIC 9(03) VALUE ZERO.
           05 GRACE-COL-CST-OVERFLOW-SW PIC X(01) VALUE 'N'.
               88 GRACE-COL-CST-OVERFLOWED VALUE 'Y'.
           05 GRACE-COL-CST-TABLE OCCURS 500 TIMES.
               10 GRACE-COL-CST-ID PIC 9(06).
               10 GRACE-COL-CST-FIRST PIC X(15).
               10 GRACE-COL-CST-LAST PIC X(15).
               10 GRACE-COL-CST-STREET PIC X(20).
               10 GRACE-COL-CST-CITY PIC X(12).
               10 GRACE-COL-CST-STATE PIC X(02).
               10 GRACE-COL-CST-ZIP PIC X(05).

      *One customer.
       01 GRACE-COL-WORK.
           05 GRACE-COL-BALANCE PIC S9(09) VALUE ZERO.
           05 GRACE-COL-OWNER-ID PIC 9(06) VALUE ZERO.
           05 GRACE-COL-DAYS PIC 9(04) VALUE ZERO.
           05 GRACE-COL-DUE-STAGE PIC 9(01) VALUE ZERO.
           05 GRACE-COL-TRACKED-SW PIC X(01) VALUE 'N'.
               88 GRACE-COL-TRACKED VALUE 'Y'.

       01 GRACE-COL-COUNTS.
           05 GRACE-COL-MST-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-COL-NEW-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-COL-TRACKED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-COL-CURED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-COL-PURGED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-COL-LETTER-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-COL-STAGE-COUNT PIC 9(06) OCCURS 3 TIMES.
           05 GRACE-COL-NO-ADDR-COUNT PIC 9(06) VALUE ZERO.

       01 GRACE-COL-AMOUNT-ED PIC -(10)9 VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACECOL" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           MOVE ZERO TO GRACE-COL-STAGE-COUNT(1).
           MOVE ZERO TO GRACE-COL-STAGE-COUNT(2).
           MOVE ZERO TO GRACE-COL-STAGE-COUNT(3).
           PERFORM 1000-LOAD-CUSTOMERS.
           OPEN OUTPUT GRACE-LTR-FILE.
           OPEN I-O GRACE-DLQ-FILE.
           IF GRACE-DLQ-NOT-FOUND
               DISPLAY "GRACEDLQ NOT FOUND - STARTING THE "
                   "DELINQUENCY FILE"
               OPEN OUTPUT GRACE-DLQ-FILE
               CLOSE GRACE-DLQ-FILE
               OPEN I-O GRACE-DLQ-FILE
           END-IF.
           OPEN INPUT GRACE-MST-FILE.
           IF GRACE-MST-NOT-FOUND
               DISPLAY "GRACEMST NOT FOUND - NO BALANCES TO TRACK"
           ELSE
               PERFORM 8100-OPEN-ACCOUNTS
               PERFORM 2000-TRACK-CUSTOMERS
               PERFORM 5000-PURGE-DEPARTED-CUSTOMERS
               PERFORM 8130-CLOSE-ACCOUNTS
               CLOSE GRACE-MST-FILE
           END-IF.
           CLOSE GRACE-DLQ-FILE.
           CLOSE GRACE-LTR-FILE.
           PERFORM 6000-PRINT-COLLECTIONS-REPORT.
           IF GRACE-COL-NO-ADDR-COUNT > ZERO
                   OR GRACE-COL-CST-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE GRACE-COL-LETTER-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

       1000-LOAD-CUSTOMERS.
           OPEN INPUT GRACE-CST-FILE.
           IF GRACE-CST-NOT-FOUND
               DISPLAY "GRACECST NOT FOUND - NO LETTER CAN BE "
                   "ADDRESSED"
           ELSE
               PERFORM 1050-READ-CUSTOMER
               PERFORM 1100-STORE-CUSTOMER
                   UNTIL GRACE-CST-END-OF-FILE
               CLOSE GRACE-CST-FILE
           END-IF.
           IF GRACE-COL-CST-OVERFLOWED
               DISPLAY "*** GRACECST EXCEEDS THE CUSTOMER TABLE "
                   "(500) - CUSTOMERS PAST IT GET NO LETTER ***"
           END-IF.

       1050-READ-CUSTOMER.
           READ GRACE-CST-FILE
               AT END
                   SET GRACE-CST-END-OF-FILE TO TRUE
           END-READ.

       1100-STORE-CUSTOMER.
           IF GRACE-COL-CST-USED >= 500
               SET GRACE-COL-CST-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO GRACE-COL-CST-USED
               MOVE GRACE-CST-ID TO GRACE-COL-CST-ID(GRACE-COL-CST-USED)
               MOVE GRACE-CST-FIRST-NAME
                   TO GRACE-COL-CST-FIRST(GRACE-COL-CST-USED)
               MOVE GRACE-CST-LAST-NAME
                   TO GRACE-COL-CST-LAST(GRACE-COL-CST-USED)
               MOVE GRACE-CST-STREET
                   TO GRACE-COL-CST-STREET(GRACE-COL-CST-USED)
               MOVE GRACE-CST-CITY
                   TO GRACE-COL-CST-CITY(GRACE-COL-CST-USED)
               MOVE GRACE-CST-STATE
                   TO GRACE-COL-CST-STATE(GRACE-COL-CST-USED)
               MOVE GRACE-CST-ZIP
                   TO GRACE-COL-CST-ZIP(GRACE-COL-CST-USED)
           END-IF.
           PERFORM 1050-READ-CUSTOMER.

       2000-TRACK-CUSTOMERS.
           MOVE ZERO TO GRACE-MST-KEY.
           START GRACE-MST-FILE
               KEY IS >= GRACE-MST-KEY
               INVALID KEY
                   SET GRACE-MST-END-OF-FILE TO TRUE
           END-START.
           PERFORM 2050-READ-MASTER.
           PERFORM 2100-TRACK-ONE-CUSTOMER
               UNTIL GRACE-MST-END-OF-FILE.

       2050-READ-MASTER.
           IF NOT GRACE-MST-END-OF-FILE
               READ GRACE-MST-FILE NEXT RECORD
                   AT END
                       SET GRACE-MST-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO GRACE-COL-MST-COUNT
               END-READ
           END-IF.

      *----------------------------------------------------------
      * 2100-TRACK-ONE-CUSTOMER - negative and untracked starts
      * the clock; negative and tracked ages; zero or above on a
      * tracked customer resets the cycle.
      *----------------------------------------------------------
       2100-TRACK-ONE-CUSTOMER.
           IF GRACE-MST-BALANCE NUMERIC
               MOVE GRACE-MST-BALANCE TO GRACE-COL-BALANCE
           ELSE
               MOVE ZERO TO GRACE-COL-BALANCE
           END-IF.
           MOVE GRACE-MST-KEY TO GRACE-DLQ-CUST-ID.
           READ GRACE-DLQ-FILE
               INVALID KEY
                   MOVE 'N' TO GRACE-COL-TRACKED-SW
               NOT INVALID KEY
                   SET GRACE-COL-TRACKED TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN GRACE-COL-BALANCE < ZERO
                       AND NOT GRACE-COL-TRACKED
                   PERFORM 2200-START-DELINQUENCY
               WHEN GRACE-COL-BALANCE < ZERO
                   PERFORM 2300-AGE-DELINQUENCY
               WHEN GRACE-COL-TRACKED
                   ADD 1 TO GRACE-COL-CURED-COUNT
                   DISPLAY "CURED     " GRACE-MST-KEY
                       " - BALANCE BACK AT ZERO OR ABOVE, CYCLE "
                       "RESET"
                   DELETE GRACE-DLQ-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 2050-READ-MASTER.

       2200-START-DELINQUENCY.
           MOVE SPACES TO GRACE-DLQ-REC.
           MOVE GRACE-MST-KEY TO GRACE-DLQ-CUST-ID.
           MOVE GRACE-CYC-DATE TO GRACE-DLQ-NEG-DATE.
           MOVE ZERO TO GRACE-DLQ-STAGE.
           MOVE ZERO TO GRACE-DLQ-LETTER-DATE.
           MOVE ZERO TO GRACE-DLQ-PRIOR-STAGE.
           MOVE GRACE-COL-BALANCE TO GRACE-DLQ-BALANCE.
           MOVE GRACE-CYC-DATE TO GRACE-DLQ-SEEN-DATE.
           WRITE GRACE-DLQ-REC.
           ADD 1 TO GRACE-COL-NEW-COUNT.
           ADD 1 TO GRACE-COL-TRACKED-COUNT.

      *----------------------------------------------------------
      * 2300-AGE-DELINQUENCY - a letter written earlier tonight
      * is put back first, so a rerun decides it again the same
      * way. The highest stage the days past due reach is the one
      * due; a stage above the last letter sent writes it.
      *----------------------------------------------------------
       2300-AGE-DELINQUENCY.
           ADD 1 TO GRACE-COL-TRACKED-COUNT.
           IF GRACE-DLQ-LETTER-DATE = GRACE-CYC-DATE
               MOVE GRACE-DLQ-PRIOR-STAGE TO GRACE-DLQ-STAGE
           END-IF.
           COMPUTE GRACE-COL-DAYS =
               FUNCTION INTEGER-OF-DATE(GRACE-CYC-DATE)
               - FUNCTION INTEGER-OF-DATE(GRACE-DLQ-NEG-DATE).
           EVALUATE TRUE
               WHEN GRACE-COL-DAYS >= GRACE-COL-STAGE-3-DAYS
                   MOVE 3 TO GRACE-COL-DUE-STAGE
               WHEN GRACE-COL-DAYS >= GRACE-COL-STAGE-2-DAYS
                   MOVE 2 TO GRACE-COL-DUE-STAGE
               WHEN GRACE-COL-DAYS >= GRACE-COL-STAGE-1-DAYS
                   MOVE 1 TO GRACE-COL-DUE-STAGE
               WHEN OTHER
                   MOVE 0 TO GRACE-COL-DUE-STAGE
           END-EVALUATE.
           MOVE GRACE-COL-BALANCE TO GRACE-DLQ-BALANCE.
           MOVE GRACE-CYC-DATE TO GRACE-DLQ-SEEN-DATE.
           IF GRACE-COL-DUE-STAGE > GRACE-DLQ-STAGE
               PERFORM 2400-FIND-ADDRESS
               IF GRACE-COL-CST-FOUND = ZERO
                   ADD 1 TO GRACE-COL-NO-ADDR-COUNT
                   DISPLAY "*** NO GRACECST ADDRESS FOR "
                       GRACE-COL-OWNER-ID " - LETTER "
                       GRACE-COL-DUE-STAGE " HELD ***"
               ELSE
                   PERFORM 2500-WRITE-LETTER
                   MOVE GRACE-DLQ-STAGE TO GRACE-DLQ-PRIOR-STAGE
                   MOVE GRACE-COL-DUE-STAGE TO GRACE-DLQ-STAGE
                   MOVE GRACE-CYC-DATE TO GRACE-DLQ-LETTER-DATE
               END-IF
           END-IF.
           REWRITE GRACE-DLQ-REC.

       2400-FIND-ADDRESS.
           PERFORM 2420-FIND-OWNER.
           MOVE ZERO TO GRACE-COL-CST-FOUND.
           PERFORM 2450-MATCH-ONE-CUSTOMER
               VARYING GRACE-COL-CST-IDX FROM 1 BY 1
               UNTIL GRACE-COL-CST-IDX > GRACE-COL-CST-USED
                  OR GRACE-COL-CST-FOUND > ZERO.

      *An account GRACEACT does not know is its own customer's.
       2420-FIND-OWNER.
           MOVE GRACE-MST-KEY TO GRACE-COL-OWNER-ID.
           IF GRACE-ACX-FILE-OPEN
               MOVE GRACE-MST-KEY TO GRACE-ACT-NUMBER
               READ GRACE-ACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GRACE-ACT-CUST-ID TO GRACE-COL-OWNER-ID
               END-READ
           END-IF.

       2450-MATCH-ONE-CUSTOMER.
           IF GRACE-COL-CST-ID(GRACE-COL-CST-IDX) = GRACE-COL-OWNER-ID
               MOVE GRACE-COL-CST-IDX TO GRACE-COL-CST-FOUND
           END-IF.

       2500-WRITE-LETTER.
           MOVE SPACES TO GRACE-LTR-REC.
           MOVE GRACE-MST-KEY TO GRACE-LTR-CUST-ID.
           MOVE GRACE-COL-DUE-STAGE TO GRACE-LTR-STAGE.
           MOVE GRACE-COL-DAYS TO GRACE-LTR-DAYS.
           MOVE GRACE-DLQ-NEG-DATE TO GRACE-LTR-NEG-DATE.
           MOVE GRACE-CYC-DATE TO GRACE-LTR-LETTER-DATE.
           MOVE GRACE-COL-BALANCE TO GRACE-LTR-BALANCE.
           MOVE GRACE-COL-CST-FIRST(GRACE-COL-CST-FOUND)
               TO GRACE-LTR-FIRST-NAME.
           MOVE GRACE-COL-CST-LAST(GRACE-COL-CST-FOUND)
               TO GRACE-LTR-LAST-NAME.
           MOVE GRACE-COL-CST-STREET(GRACE-COL-CST-FOUND)
               TO GRACE-LTR-STREET.
           MOVE GRACE-COL-CST-CITY(GRACE-COL-CST-FOUND)
               TO GRACE-LTR-CITY.
           MOVE GRACE-COL-CST-STATE(GRACE-COL-CST-FOUND)
               TO GRACE-LTR-STATE.
           MOVE GRACE-COL-CST-ZIP(GRACE-COL-CST-FOUND)
               TO GRACE-LTR-ZIP.
           WRITE GRACE-LTR-REC.
           ADD 1 TO GRACE-COL-LETTER-COUNT.
           ADD 1 TO GRACE-COL-STAGE-COUNT(GRACE-COL-DUE-STAGE).
           MOVE GRACE-COL-BALANCE TO GRACE-COL-AMOUNT-ED.
           DISPLAY "LETTER " GRACE-COL-DUE-STAGE " " GRACE-MST-KEY
               " " GRACE-COL-DAYS " DAYS PAST DUE "
               GRACE-COL-AMOUNT-ED.

      *----------------------------------------------------------
      * 5000-PURGE-DEPARTED-CUSTOMERS drops delinquency records
      * for customers no longer on GRACEMST.
      *----------------------------------------------------------
       5000-PURGE-DEPARTED-CUSTOMERS.
           MOVE ZERO TO GRACE-DLQ-CUST-ID.
           START GRACE-DLQ-FILE
               KEY IS >= GRACE-DLQ-CUST-ID
               INVALID KEY
                   SET GRACE-DLQ-END-OF-FILE TO TRUE
           END-START.
           PERFORM 5050-READ-DELINQUENCY.
           PERFORM 5100-CHECK-ONE-DELINQUENCY
               UNTIL GRACE-DLQ-END-OF-FILE.

       5050-READ-DELINQUENCY.
           IF NOT GRACE-DLQ-END-OF-FILE
               READ GRACE-DLQ-FILE NEXT RECORD
                   AT END
                       SET GRACE-DLQ-END-OF-FILE TO TRUE
               END-READ
           END-IF.

       5100-CHECK-ONE-DELINQUENCY.
           MOVE GRACE-DLQ-CUST-ID TO GRACE-MST-KEY.
           READ GRACE-MST-FILE
               INVALID KEY
                   ADD 1 TO GRACE-COL-PURGED-COUNT
                   DISPLAY "PURGED    " GRACE-DLQ-CUST-ID
                       " - NO LONGER ON GRACEMST"
                   DELETE GRACE-DLQ-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-READ.
           PERFORM 5050-READ-DELINQUENCY.

       6000-PRINT-COLLECTIONS-REPORT.
           DISPLAY "COLLECTIONS CYCLE FOR " GRACE-CYC-DATE.
           DISPLAY "  MASTER RECORDS READ....: " GRACE-COL-MST-COUNT.
           DISPLAY "  DELINQUENT CUSTOMERS...: "
               GRACE-COL-TRACKED-COUNT.
           DISPLAY "  OF WHICH NEW TONIGHT...: " GRACE-COL-NEW-COUNT.
           DISPLAY "  CURED (CYCLE RESET)....: "
               GRACE-COL-CURED-COUNT.
           DISPLAY "  PURGED (OFF GRACEMST)..: "
               GRACE-COL-PURGED-COUNT.
           DISPLAY "  LETTERS WRITTEN........: "
               GRACE-COL-LETTER-COUNT.
           DISPLAY "    REMINDER (15 DAYS)...: "
               GRACE-COL-STAGE-COUNT(1).
           DISPLAY "    SECOND NOTICE (30)...: "
               GRACE-COL-STAGE-COUNT(2).
           DISPLAY "    FINAL NOTICE (60)....: "
               GRACE-COL-STAGE-COUNT(3).
           DISPLAY "  HELD - NO ADDRESS......: "
               GRACE-COL-NO-ADDR-COUNT.

           COPY GRACEACTP.

           COPY GRACERPTP.

           COPY GRACECYCP.
