       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACECLR.
      *----------------------------------------------------------
      * GRACECLR is the nightly credit-limit report. GRACEMUP
      * refuses a debit that would take a customer past the limit
      * on the GRACECPF profile; this lists the customers getting
      * close, so the account officers hear about them before the
      * rejects start:
      *
      *   - every customer whose GRACE-MST-BALANCE has used 90%
      *     or more of the credit limit - within 10% of it
      *   - flagged OVER where the balance is already past the
      *     limit, which happens when a limit is lowered under a
      *     balance that was inside the old one
      *
      * The profile is read in key order and each limited
      * customer's accounts are walked off GRACEACT, each
      * account's balance read from GRACEMST and measured against
      * the customer's limit, as GRACEMUP measures a debit to it;
      * each account near or over the limit gets its own line.
      * The name comes from GRACECST. A customer with no limit,
      * or with no master record, is not listed. Any account over
      * the limit ends the step RC=4 so it shows on the morning
      * turnover.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-CPF-FILE ASSIGN TO GRACECPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRACE-CPF-CUST-ID
               FILE STATUS IS GRACE-CPF-STATUS.
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
           SELECT GRACE-CST-FILE ASSIGN TO GRACECST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

       FD  GRACE-CPF-FILE.
           COPY GRACECPF.

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

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

           COPY GRACEACTH.

       01 GRACE-CPF-STATUS PIC X(02).
           88 GRACE-CPF-OK VALUE '00'.
           88 GRACE-CPF-EOF VALUE '10'.
           88 GRACE-CPF-NOT-FOUND VALUE '35'.

       01 GRACE-MST-STATUS PIC X(02).
           88 GRACE-MST-OK VALUE '00'.
           88 GRACE-MST-NOT-FOUND VALUE '35'.

       01 GRACE-CST-STATUS PIC X(02).
           88 GRACE-CST-OK VALUE '00'.
           88 GRACE-CST-EOF VALUE '10'.
           88 GRACE-CST-NOT-FOUND VALUE '35'.

       01 GRACE-CPF-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CPF-END-OF-FILE VALUE 'Y'.

       01 GRACE-CST-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CST-END-OF-FILE VALUE 'Y'.

       01 GRACE-CLR-MASTER-SW PIC X(01) VALUE 'N'.
           88 GRACE-CLR-MASTER-OPEN VALUE 'Y'.

      *Customer names for the report lines.
       01 GRACE-CLR-NAME-CTL.
           05 GRACE-CLR-NAME-USED PIC 9(03) VALUE ZERO.
           05 GRACE-CLR-NAME-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-CLR-NAME-TABLE OCCURS 500 TIMES.
               10 GRACE-CLR-NAME-ID PIC 9(06).
               10 GRACE-CLR-NAME-LAST PIC X(15).

       01 GRACE-CLR-LAST-NAME PIC X(15) VALUE SPACES.

      *Limit arithmetic: the balance the customer is carrying,
      *the floor the limit allows, the 90% warning line, and the
      *share of the limit used.
       01 GRACE-CLR-WORK.
           05 GRACE-CLR-BALANCE PIC S9(09) VALUE ZERO.
           05 GRACE-CLR-LIMIT-FLOOR PIC S9(11) VALUE ZERO.
           05 GRACE-CLR-WARN-FLOOR PIC S9(11) VALUE ZERO.
           05 GRACE-CLR-PCT-USED PIC 9(05) VALUE ZERO.
           05 GRACE-CLR-CONDITION PIC X(04) VALUE SPACES.

       01 GRACE-CLR-EDITED.
           05 GRACE-CLR-LIMIT-ED PIC Z(08)9.
           05 GRACE-CLR-BAL-ED PIC -(10)9.
           05 GRACE-CLR-PCT-ED PIC ZZZZ9.

       01 GRACE-CLR-COUNTS.
           05 GRACE-CLR-PROFILE-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-CLR-LIMITED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-CLR-NEAR-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-CLR-OVER-COUNT PIC 9(06) VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACECLR" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 1000-LOAD-CUSTOMER-NAMES.
           DISPLAY "CREDIT LIMIT REPORT - CYCLE " GRACE-CYC-DATE
               "/" GRACE-CYC-NUMBER.
           DISPLAY "CUSTOMER  ACCOUNT  LAST NAME        CREDIT LIMIT"
               "      BALANCE  USED%".
           OPEN INPUT GRACE-MST-FILE.
           IF GRACE-MST-NOT-FOUND
               DISPLAY "GRACEMST NOT FOUND - NO BALANCES TO REPORT"
           ELSE
               SET GRACE-CLR-MASTER-OPEN TO TRUE
               PERFORM 8100-OPEN-ACCOUNTS
           END-IF.
           OPEN INPUT GRACE-CPF-FILE.
           IF GRACE-CPF-NOT-FOUND
               DISPLAY "GRACECPF NOT FOUND - NO CREDIT LIMITS ON "
                   "FILE"
           ELSE
               PERFORM 2000-READ-PROFILE
               PERFORM 2100-CHECK-ONE-PROFILE
                   UNTIL GRACE-CPF-END-OF-FILE
               CLOSE GRACE-CPF-FILE
           END-IF.
           IF GRACE-CLR-MASTER-OPEN
               PERFORM 8130-CLOSE-ACCOUNTS
               CLOSE GRACE-MST-FILE
           END-IF.
           DISPLAY "PROFILES READ:        " GRACE-CLR-PROFILE-COUNT.
           DISPLAY "  WITH A LIMIT:       " GRACE-CLR-LIMITED-COUNT.
           DISPLAY "  WITHIN 10% OF LIMIT:" GRACE-CLR-NEAR-COUNT.
           DISPLAY "  OVER LIMIT:         " GRACE-CLR-OVER-COUNT.
           COMPUTE GRACE-RPT-REC-COUNT =
               GRACE-CLR-NEAR-COUNT + GRACE-CLR-OVER-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           IF GRACE-CLR-OVER-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-LOAD-CUSTOMER-NAMES.
           OPEN INPUT GRACE-CST-FILE.
           IF GRACE-CST-NOT-FOUND
               DISPLAY "GRACECST NOT FOUND - REPORT WITHOUT NAMES"
           ELSE
               PERFORM 1100-READ-CUSTOMER
               PERFORM 1200-STORE-CUSTOMER-NAME
                   UNTIL GRACE-CST-END-OF-FILE
               CLOSE GRACE-CST-FILE
           END-IF.

       1100-READ-CUSTOMER.
           READ GRACE-CST-FILE
               AT END
                   SET GRACE-CST-END-OF-FILE TO TRUE
           END-READ.

       1200-STORE-CUSTOMER-NAME.
           IF GRACE-CLR-NAME-USED < 500
               ADD 1 TO GRACE-CLR-NAME-USED
               MOVE GRACE-CST-ID
                   TO GRACE-CLR-NAME-ID(GRACE-CLR-NAME-USED)
               MOVE GRACE-CST-LAST-NAME
                   TO GRACE-CLR-NAME-LAST(GRACE-CLR-NAME-USED)
           END-IF.
           PERFORM 1100-READ-CUSTOMER.

       2000-READ-PROFILE.
           READ GRACE-CPF-FILE NEXT RECORD
               AT END
                   SET GRACE-CPF-END-OF-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------
      * 2100-CHECK-ONE-PROFILE - the warning line is 90% of the
      * limit below zero; an account balance at or under it is
      * listed, and one under the full limit is flagged OVER. A
      * zero limit lists any negative balance.
      *----------------------------------------------------------
       2100-CHECK-ONE-PROFILE.
           ADD 1 TO GRACE-CLR-PROFILE-COUNT.
           IF GRACE-CPF-LIMIT-SET
                   AND GRACE-CPF-CREDIT-LIMIT NUMERIC
                   AND GRACE-CLR-MASTER-OPEN
               ADD 1 TO GRACE-CLR-LIMITED-COUNT
               MOVE GRACE-CPF-CUST-ID TO GRACE-ACX-CUST-ID
               PERFORM 8110-FIRST-ACCOUNT
               PERFORM 2150-CHECK-ONE-ACCOUNT
                   UNTIL GRACE-ACX-DONE
           END-IF.
           PERFORM 2000-READ-PROFILE.

       2150-CHECK-ONE-ACCOUNT.
           MOVE GRACE-ACX-ACCOUNT TO GRACE-MST-KEY.
           READ GRACE-MST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2200-MEASURE-BALANCE
           END-READ.
           PERFORM 8120-NEXT-ACCOUNT.

       2200-MEASURE-BALANCE.
           IF GRACE-MST-BALANCE NUMERIC
               MOVE GRACE-MST-BALANCE TO GRACE-CLR-BALANCE
           ELSE
               MOVE ZERO TO GRACE-CLR-BALANCE
           END-IF.
           COMPUTE GRACE-CLR-LIMIT-FLOOR =
               0 - GRACE-CPF-CREDIT-LIMIT.
           COMPUTE GRACE-CLR-WARN-FLOOR =
               0 - (GRACE-CPF-CREDIT-LIMIT * 90 / 100).
           IF GRACE-CLR-BALANCE < ZERO
                   AND GRACE-CLR-BALANCE NOT > GRACE-CLR-WARN-FLOOR
               IF GRACE-CLR-BALANCE < GRACE-CLR-LIMIT-FLOOR
                   MOVE "OVER" TO GRACE-CLR-CONDITION
                   ADD 1 TO GRACE-CLR-OVER-COUNT
               ELSE
                   MOVE SPACES TO GRACE-CLR-CONDITION
                   ADD 1 TO GRACE-CLR-NEAR-COUNT
               END-IF
               PERFORM 2300-PRINT-REPORT-LINE
           END-IF.

       2300-PRINT-REPORT-LINE.
           IF GRACE-CPF-CREDIT-LIMIT > ZERO
               COMPUTE GRACE-CLR-PCT-USED =
                   (0 - GRACE-CLR-BALANCE) * 100
                   / GRACE-CPF-CREDIT-LIMIT
           ELSE
               MOVE 99999 TO GRACE-CLR-PCT-USED
           END-IF.
           MOVE SPACES TO GRACE-CLR-LAST-NAME.
           PERFORM 2350-MATCH-CUSTOMER-NAME
               VARYING GRACE-CLR-NAME-IDX FROM 1 BY 1
               UNTIL GRACE-CLR-NAME-IDX > GRACE-CLR-NAME-USED.
           MOVE GRACE-CPF-CREDIT-LIMIT TO GRACE-CLR-LIMIT-ED.
           MOVE GRACE-CLR-BALANCE TO GRACE-CLR-BAL-ED.
           MOVE GRACE-CLR-PCT-USED TO GRACE-CLR-PCT-ED.
           DISPLAY GRACE-CPF-CUST-ID "    " GRACE-ACX-ACCOUNT
               "   " GRACE-CLR-LAST-NAME
               "  " GRACE-CLR-LIMIT-ED "  " GRACE-CLR-BAL-ED
               "  " GRACE-CLR-PCT-ED " " GRACE-CLR-CONDITION.

       2350-MATCH-CUSTOMER-NAME.
           IF GRACE-CLR-NAME-ID(GRACE-CLR-NAME-IDX)
                   = GRACE-CPF-CUST-ID
               MOVE GRACE-CLR-NAME-LAST(GRACE-CLR-NAME-IDX)
                   TO GRACE-CLR-LAST-NAME
           END-IF.

           COPY GRACEACTP.

           COPY GRACERPTP.

           COPY GRACECYCP.
