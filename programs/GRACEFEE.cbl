       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEFEE.
      *----------------------------------------------------------
      * GRACEFEE is the fee assessment engine. Maintenance,
      * returned-mail and over-limit fees used to be assessed by
      * hand, when anyone remembered. Now every customer on
      * GRACEMST is measured against the GRACEFSD fee schedule
      * each night, and each fee that applies becomes a fee debit
      * on GRACEFTX in GRACETXN layout (op P, site FE, the fee
      * code and description in the value). GRACEFTX is
      * concatenated behind the night's GRACETXN feed like
      * GRACEACR's GRACEITX, so fees go through GRACETRE, GRACESCN
      * and GRACEMUP, the journal, the posted history and the GL
      * interface like any other posting.
      *
      * Fee schedule card:
      *
      *   cols  1-4  fee code
      *   cols  6-14 fee amount
      *   col  16    frequency - M monthly, on the month-end night
      *              (GRACEMEF); O once a month, the first night
      *              the condition holds; N nightly, every night
      *              it holds
      *   cols 18-19 qualifying condition - AL every customer,
      *              BL balance below the minimum, UN flagged
      *              undeliverable on GRACEUNF, OL balance past
      *              the GRACECPF credit limit
      *   col  21    minimum balance sign (BL only; blank or -)
      *   cols 22-30 minimum balance (BL only)
      *   cols 32-51 description
      *
      * The GRACEFWV waiver file lets customer service exempt one
      * customer from one fee code ('****' for every fee) between
      * two dates, inclusive:
      *
      *   cols  1-6  customer, col 8-11 fee code,
      *   cols 13-20 from date, cols 22-29 through date,
      *   cols 31-38 operator who granted it
      *
      * The GRACEFAH assessment history holds the last night each
      * customer was charged each fee and what, so a once-a-month
      * fee is not charged twice in a month and a rerun of the
      * same night writes the same fees again rather than new
      * ones. A schedule or waiver file too big for its table
      * fails the step RC=8 before any fee is written; waived
      * fees are counted on the report.
      *
      * GRACEMST is keyed by account, so a customer is assessed
      * once, when the walk reaches the account numbered as the
      * customer, over all the accounts GRACEACT shows the
      * customer owning. BL measures the customer's balance
      * across every account; OL holds when any one account is
      * past the customer's limit, as GRACEMUP measures it. The
      * undeliverable flag, the waivers, the credit limit and the
      * GRACEFAH history are all the customer's, and a fee posts
      * to the customer's first open account. A customer with no
      * open account is not charged.
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
           SELECT GRACE-FSD-FILE ASSIGN TO GRACEFSD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-FSD-STATUS.
           SELECT GRACE-FWV-FILE ASSIGN TO GRACEFWV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-FWV-STATUS.
           SELECT GRACE-UNF-FILE ASSIGN TO GRACEUNF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-UNF-STATUS.
           SELECT GRACE-MST-FILE ASSIGN TO GRACEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-MST-KEY
               FILE STATUS IS GRACE-MST-STATUS.
           SELECT GRACE-CPF-FILE ASSIGN TO GRACECPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-CPF-CUST-ID
               FILE STATUS IS GRACE-CPF-STATUS.
           SELECT GRACE-ACT-FILE ASSIGN TO GRACEACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-ACT-NUMBER
               ALTERNATE RECORD KEY IS GRACE-ACT-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS GRACE-ACT-STATUS.
           SELECT GRACE-FAH-FILE ASSIGN TO GRACEFAH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-FAH-KEY
               FILE STATUS IS GRACE-FAH-STATUS.
           SELECT GRACE-FTX-FILE ASSIGN TO GRACEFTX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-FTX-STATUS.

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

      *Fee schedule card - see the header for the columns.
       FD  GRACE-FSD-FILE
           RECORDING MODE IS F.
       01 GRACE-FSD-REC.
           05 GRACE-FSD-FEE-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 GRACE-FSD-AMOUNT PIC X(09).
           05 GRACE-FSD-AMOUNT-N REDEFINES GRACE-FSD-AMOUNT
               PIC 9(09).
           05 FILLER PIC X(01).
           05 GRACE-FSD-FREQUENCY PIC X(01).
           05 FILLER PIC X(01).
           05 GRACE-FSD-CONDITION PIC X(02).
           05 FILLER PIC X(01).
           05 GRACE-FSD-MIN-SIGN PIC X(01).
           05 GRACE-FSD-MIN-BALANCE PIC X(09).
           05 GRACE-FSD-MIN-BALANCE-N REDEFINES GRACE-FSD-MIN-BALANCE
               PIC 9(09).
           05 FILLER PIC X(01).
           05 GRACE-FSD-DESCRIPTION PIC X(20).
           05 FILLER PIC X(29).

      *Fee waiver - see the header for the columns.
       FD  GRACE-FWV-FILE
           RECORDING MODE IS F.
       01 GRACE-FWV-REC.
           05 GRACE-FWV-CUST-ID PIC X(06).
           05 GRACE-FWV-CUST-ID-N REDEFINES GRACE-FWV-CUST-ID
               PIC 9(06).
           05 FILLER PIC X(01).
           05 GRACE-FWV-FEE-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 GRACE-FWV-FROM-DATE PIC X(08).
           05 GRACE-FWV-FROM-DATE-N REDEFINES GRACE-FWV-FROM-DATE
               PIC 9(08).
           05 FILLER PIC X(01).
           05 GRACE-FWV-THRU-DATE PIC X(08).
           05 GRACE-FWV-THRU-DATE-N REDEFINES GRACE-FWV-THRU-DATE
               PIC 9(08).
           05 FILLER PIC X(01).
           05 GRACE-FWV-OPERATOR PIC X(08).
           05 FILLER PIC X(42).

      *Undeliverable flags - customers GRACERML marked off the
      *returned mail.
       FD  GRACE-UNF-FILE
           RECORDING MODE IS F.
       01 GRACE-UNF-REC.
           05 GRACE-UNF-CUST-ID PIC 9(06).
           05 GRACE-UNF-FLAG-DATE PIC 9(08).
           05 FILLER PIC X(66).

       FD  GRACE-MST-FILE.
       01 GRACE-MST-REC.
           05 GRACE-MST-KEY PIC 9(06).
           05 GRACE-MST-VALUE PIC X(30).
           05 GRACE-MST-UPD-DATE PIC 9(08).
           05 GRACE-MST-BALANCE PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(26).

      *Customer profile - read for the credit limit.
       FD  GRACE-CPF-FILE.
           COPY GRACECPF.

       FD  GRACE-ACT-FILE.
           COPY GRACEACT.

      *Assessment history - the last charge of each fee to each
      *customer.
       FD  GRACE-FAH-FILE.
       01 GRACE-FAH-REC.
           05 GRACE-FAH-KEY.
               10 GRACE-FAH-CUST-ID PIC 9(06).
               10 GRACE-FAH-FEE-CODE PIC X(04).
           05 GRACE-FAH-LAST-DATE PIC 9(08).
           05 GRACE-FAH-LAST-AMOUNT PIC 9(09).
           05 FILLER PIC X(53).

      *Fee debits, in GRACETXN layout.
       FD  GRACE-FTX-FILE
           RECORDING MODE IS F.
       01 GRACE-FTX-REC.
           05 GRACE-FTX-SOURCE PIC 9(6).
           05 GRACE-FTX-S-SOURCE-VALUE PIC X(30).
           05 GRACE-FTX-OP-CODE PIC X(01).
           05 GRACE-FTX-SITE-CODE PIC X(02).
           05 GRACE-FTX-EFF-DATE PIC X(08).
           05 GRACE-FTX-AMT-SIGN PIC X(01).
           05 GRACE-FTX-AMOUNT PIC 9(09).
           05 GRACE-FTX-CURRENCY PIC X(03).
           05 FILLER PIC X(40).

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

           COPY GRACEACTH.

       01 GRACE-MEF-STATUS PIC X(02).
           88 GRACE-MEF-OK VALUE '00'.
           88 GRACE-MEF-NOT-FOUND VALUE '35'.

       01 GRACE-FSD-STATUS PIC X(02).
           88 GRACE-FSD-OK VALUE '00'.
           88 GRACE-FSD-NOT-FOUND VALUE '35'.

       01 GRACE-FWV-STATUS PIC X(02).
           88 GRACE-FWV-OK VALUE '00'.
           88 GRACE-FWV-NOT-FOUND VALUE '35'.

       01 GRACE-UNF-STATUS PIC X(02).
           88 GRACE-UNF-OK VALUE '00'.
           88 GRACE-UNF-NOT-FOUND VALUE '35'.

       01 GRACE-MST-STATUS PIC X(02).
           88 GRACE-MST-OK VALUE '00'.
           88 GRACE-MST-NOT-FOUND VALUE '35'.

       01 GRACE-CPF-STATUS PIC X(02).
           88 GRACE-CPF-OK VALUE '00'.
           88 GRACE-CPF-NOT-FOUND VALUE '35'.

       01 GRACE-FAH-STATUS PIC X(02).
           88 GRACE-FAH-OK VALUE '00'.
           88 GRACE-FAH-NOT-FOUND VALUE '35'.

       01 GRACE-FTX-STATUS PIC X(02).
           88 GRACE-FTX-OK VALUE '00'.

       01 GRACE-FSD-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-FSD-END-OF-FILE VALUE 'Y'.

       01 GRACE-FWV-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-FWV-END-OF-FILE VALUE 'Y'.

       01 GRACE-UNF-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-UNF-END-OF-FILE VALUE 'Y'.

       01 GRACE-MST-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-MST-END-OF-FILE VALUE 'Y'.

       01 GRACE-CPF-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-CPF-OPEN VALUE 'Y'.

       01 GRACE-FEE-MONTH-END-SW PIC X(01) VALUE 'N'.
           88 GRACE-FEE-MONTH-END VALUE 'Y'.

       01 GRACE-FEE-OVERFLOW-SW PIC X(01) VALUE 'N'.
           88 GRACE-FEE-TABLE-OVERFLOWED VALUE 'Y'.

      *The fee schedule, loaded.
       01 GRACE-FEE-SCHED-CTL.
           05 GRACE-FEE-SCHED-USED PIC 9(02) VALUE ZERO.
           05 GRACE-FEE-SCHED-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-FEE-SCHED-TABLE OCCURS 50 TIMES.
               10 GRACE-FEE-S-CODE PIC X(04).
               10 GRACE-FEE-S-AMOUNT PIC 9(09).
               10 GRACE-FEE-S-FREQUENCY PIC X(01).
               10 GRACE-FEE-S-CONDITION PIC X(02).
               10 GRACE-FEE-S-MIN-BALANCE PIC S9(09).
               10 GRACE-FEE-S-DESCRIPTION PIC X(20).

      *The waivers, loaded.
       01 GRACE-FEE-WAIVE-CTL.
           05 GRACE-FEE-WAIVE-USED PIC 9(03) VALUE ZERO.
           05 GRACE-FEE-WAIVE-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-FEE-WAIVE-TABLE OCCURS 500 TIMES.
               10 GRACE-FEE-W-CUST-ID PIC 9(06).
               10 GRACE-FEE-W-CODE PIC X(04).
               10 GRACE-FEE-W-FROM PIC 9(08).
               10 GRACE-FEE-W-THRU PIC 9(08).

      *Customers flagged undeliverable, loaded.
       01 GRACE-FEE-UNF-CTL.
           05 GRACE-FEE-UNF-USED PIC 9(03) VALUE ZERO.
           05 GRACE-FEE-UNF-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-FEE-UNF-TABLE OCCURS 500 TIMES.
               10 GRACE-FEE-UNF-ID PIC 9(06).

      *One customer, one fee.
       01 GRACE-FEE-WORK.
           05 GRACE-FEE-OWNER-ID PIC 9(06) VALUE ZERO.
           05 GRACE-FEE-ACCOUNT PIC 9(06) VALUE ZERO.
           05 GRACE-FEE-RESUME-KEY PIC 9(06) VALUE ZERO.
           05 GRACE-FEE-BALANCE PIC S9(11) VALUE ZERO.
           05 GRACE-FEE-LOWEST-BALANCE PIC S9(09) VALUE ZERO.
           05 GRACE-FEE-LIMIT-FLOOR PIC S9(10) VALUE ZERO.
           05 GRACE-FEE-CHARGE PIC 9(09) VALUE ZERO.
           05 GRACE-FEE-UNDELIVERABLE-SW PIC X(01) VALUE 'N'.
               88 GRACE-FEE-UNDELIVERABLE VALUE 'Y'.
           05 GRACE-FEE-OVER-LIMIT-SW PIC X(01) VALUE 'N'.
               88 GRACE-FEE-OVER-LIMIT VALUE 'Y'.
           05 GRACE-FEE-QUALIFIES-SW PIC X(01) VALUE 'N'.
               88 GRACE-FEE-QUALIFIES VALUE 'Y'.
           05 GRACE-FEE-WAIVED-SW PIC X(01) VALUE 'N'.
               88 GRACE-FEE-WAIVED VALUE 'Y'.
           05 GRACE-FEE-FAH-SW PIC X(01) VALUE 'N'.
               88 GRACE-FEE-FAH-ON-FILE VALUE 'Y'.
           05 GRACE-FEE-CYC-MONTH PIC 9(06) VALUE ZERO.
           05 GRACE-FEE-FAH-MONTH PIC 9(06) VALUE ZERO.

       01 GRACE-FEE-COUNTS.
           05 GRACE-FEE-CUST-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-FEE-CHARGED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-FEE-RERUN-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-FEE-WAIVED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-FEE-CHARGED-TOTAL PIC 9(11) VALUE ZERO.

       01 GRACE-FEE-AMOUNT-ED PIC Z(10)9 VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEFEE" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           COMPUTE GRACE-FEE-CYC-MONTH = GRACE-CYC-DATE / 100.
           PERFORM 0800-CHECK-MONTH-END.
           PERFORM 1000-LOAD-FEE-SCHEDULE.
           PERFORM 1200-LOAD-WAIVERS.
           PERFORM 1400-LOAD-UNDELIVERABLE-FLAGS.
           IF GRACE-FEE-TABLE-OVERFLOWED
               DISPLAY "*** FEE SCHEDULE OR WAIVER FILE EXCEEDS ITS "
                   "TABLE - NO FEES ASSESSED ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT GRACE-FTX-FILE
               IF GRACE-FEE-SCHED-USED > ZERO
                   PERFORM 2000-ASSESS-CUSTOMERS
               END-IF
               CLOSE GRACE-FTX-FILE
               PERFORM 6000-PRINT-FEE-REPORT
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE GRACE-FEE-CHARGED-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

       0800-CHECK-MONTH-END.
           OPEN INPUT GRACE-MEF-FILE.
           IF GRACE-MEF-NOT-FOUND
               DISPLAY "NO GRACEMEF FLAG - MONTHLY FEES NOT ASSESSED"
           ELSE
               READ GRACE-MEF-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GRACE-MEF-FLAG = 'Y'
                               AND GRACE-MEF-DATE = GRACE-CYC-DATE
                           SET GRACE-FEE-MONTH-END TO TRUE
                           DISPLAY "MONTH-END NIGHT - MONTHLY FEES "
                               "WILL BE ASSESSED"
                       END-IF
               END-READ
               CLOSE GRACE-MEF-FILE
           END-IF.

      *----------------------------------------------------------
      * 1000-LOAD-FEE-SCHEDULE - a card with an unknown frequency
      * or condition, or a non-numeric amount, is listed and
      * left out rather than guessed at.
      *----------------------------------------------------------
       1000-LOAD-FEE-SCHEDULE.
           OPEN INPUT GRACE-FSD-FILE.
           IF GRACE-FSD-NOT-FOUND
               DISPLAY "GRACEFSD NOT FOUND - NO FEES ASSESSED"
           ELSE
               PERFORM 1050-READ-SCHEDULE-CARD
               PERFORM 1100-STORE-SCHEDULE-CARD
                   UNTIL GRACE-FSD-END-OF-FILE
               CLOSE GRACE-FSD-FILE
           END-IF.
           DISPLAY "FEE SCHEDULE CARDS LOADED: "
               GRACE-FEE-SCHED-USED.

       1050-READ-SCHEDULE-CARD.
           READ GRACE-FSD-FILE
               AT END
                   SET GRACE-FSD-END-OF-FILE TO TRUE
           END-READ.

       1100-STORE-SCHEDULE-CARD.
           EVALUATE TRUE
               WHEN GRACE-FSD-FEE-CODE = SPACES
                   CONTINUE
               WHEN GRACE-FSD-AMOUNT NOT NUMERIC
                   DISPLAY "FEE " GRACE-FSD-FEE-CODE
                       " IGNORED - AMOUNT NOT NUMERIC"
               WHEN GRACE-FSD-FREQUENCY NOT = 'M'
                       AND GRACE-FSD-FREQUENCY NOT = 'O'
                       AND GRACE-FSD-FREQUENCY NOT = 'N'
                   DISPLAY "FEE " GRACE-FSD-FEE-CODE
                       " IGNORED - FREQUENCY NOT M, O OR N"
               WHEN GRACE-FSD-CONDITION NOT = "AL"
                       AND GRACE-FSD-CONDITION NOT = "BL"
                       AND GRACE-FSD-CONDITION NOT = "UN"
                       AND GRACE-FSD-CONDITION NOT = "OL"
                   DISPLAY "FEE " GRACE-FSD-FEE-CODE
                       " IGNORED - CONDITION NOT AL, BL, UN OR OL"
               WHEN GRACE-FSD-CONDITION = "BL"
                       AND GRACE-FSD-MIN-BALANCE NOT NUMERIC
                   DISPLAY "FEE " GRACE-FSD-FEE-CODE
                       " IGNORED - MINIMUM BALANCE NOT NUMERIC"
               WHEN GRACE-FEE-SCHED-USED >= 50
                   SET GRACE-FEE-TABLE-OVERFLOWED TO TRUE
               WHEN OTHER
                   ADD 1 TO GRACE-FEE-SCHED-USED
                   MOVE GRACE-FSD-FEE-CODE
                       TO GRACE-FEE-S-CODE(GRACE-FEE-SCHED-USED)
                   MOVE GRACE-FSD-AMOUNT-N
                       TO GRACE-FEE-S-AMOUNT(GRACE-FEE-SCHED-USED)
                   MOVE GRACE-FSD-FREQUENCY
                       TO GRACE-FEE-S-FREQUENCY(GRACE-FEE-SCHED-USED)
                   MOVE GRACE-FSD-CONDITION
                       TO GRACE-FEE-S-CONDITION(GRACE-FEE-SCHED-USED)
                   MOVE GRACE-FSD-DESCRIPTION TO
                       GRACE-FEE-S-DESCRIPTION(GRACE-FEE-SCHED-USED)
                   MOVE ZERO
                       TO GRACE-FEE-S-MIN-BALANCE(GRACE-FEE-SCHED-USED)
                   IF GRACE-FSD-CONDITION = "BL"
                       MOVE GRACE-FSD-MIN-BALANCE-N TO
                           GRACE-FEE-S-MIN-BALANCE(GRACE-FEE-SCHED-USED)
                       IF GRACE-FSD-MIN-SIGN = '-'
                           COMPUTE GRACE-FEE-S-MIN-BALANCE
                               (GRACE-FEE-SCHED-USED) = 0 -
                               GRACE-FEE-S-MIN-BALANCE
                               (GRACE-FEE-SCHED-USED)
                       END-IF
                   END-IF
           END-EVALUATE.
           PERFORM 1050-READ-SCHEDULE-CARD.

      *A waiver with unusable dates or key waives nothing.
       1200-LOAD-WAIVERS.
           OPEN INPUT GRACE-FWV-FILE.
           IF GRACE-FWV-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1250-READ-WAIVER
               PERFORM 1300-STORE-WAIVER
                   UNTIL GRACE-FWV-END-OF-FILE
               CLOSE GRACE-FWV-FILE
           END-IF.
           DISPLAY "FEE WAIVERS LOADED: " GRACE-FEE-WAIVE-USED.

       1250-READ-WAIVER.
           READ GRACE-FWV-FILE
               AT END
                   SET GRACE-FWV-END-OF-FILE TO TRUE
           END-READ.

       1300-STORE-WAIVER.
           EVALUATE TRUE
               WHEN GRACE-FWV-CUST-ID NOT NUMERIC
                       OR GRACE-FWV-FROM-DATE NOT NUMERIC
                       OR GRACE-FWV-THRU-DATE NOT NUMERIC
                   DISPLAY "WAIVER IGNORED - NOT NUMERIC: "
                       GRACE-FWV-REC(1:29)
               WHEN GRACE-FWV-THRU-DATE-N < GRACE-CYC-DATE
                   CONTINUE
               WHEN GRACE-FEE-WAIVE-USED >= 500
                   SET GRACE-FEE-TABLE-OVERFLOWED TO TRUE
               WHEN OTHER
                   ADD 1 TO GRACE-FEE-WAIVE-USED
                   MOVE GRACE-FWV-CUST-ID-N
                       TO GRACE-FEE-W-CUST-ID(GRACE-FEE-WAIVE-USED)
                   MOVE GRACE-FWV-FEE-CODE
                       TO GRACE-FEE-W-CODE(GRACE-FEE-WAIVE-USED)
                   MOVE GRACE-FWV-FROM-DATE-N
                       TO GRACE-FEE-W-FROM(GRACE-FEE-WAIVE-USED)
                   MOVE GRACE-FWV-THRU-DATE-N
                       TO GRACE-FEE-W-THRU(GRACE-FEE-WAIVE-USED)
           END-EVALUATE.
           PERFORM 1250-READ-WAIVER.

       1400-LOAD-UNDELIVERABLE-FLAGS.
           OPEN INPUT GRACE-UNF-FILE.
           IF GRACE-UNF-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1450-READ-FLAG-RECORD
               PERFORM 1500-STORE-FLAG-RECORD
                   UNTIL GRACE-UNF-END-OF-FILE
               CLOSE GRACE-UNF-FILE
           END-IF.

       1450-READ-FLAG-RECORD.
           READ GRACE-UNF-FILE
               AT END
                   SET GRACE-UNF-END-OF-FILE TO TRUE
           END-READ.

       1500-STORE-FLAG-RECORD.
           IF GRACE-FEE-UNF-USED < 500
               ADD 1 TO GRACE-FEE-UNF-USED
               MOVE GRACE-UNF-CUST-ID
                   TO GRACE-FEE-UNF-ID(GRACE-FEE-UNF-USED)
           END-IF.
           PERFORM 1450-READ-FLAG-RECORD.

      *----------------------------------------------------------
      * 2000-ASSESS-CUSTOMERS walks the master in key order and
      * puts every customer through every fee on the schedule.
      *----------------------------------------------------------
       2000-ASSESS-CUSTOMERS.
           OPEN I-O GRACE-FAH-FILE.
           IF GRACE-FAH-NOT-FOUND
               DISPLAY "GRACEFAH NOT FOUND - STARTING THE FEE "
                   "HISTORY"
               OPEN OUTPUT GRACE-FAH-FILE
               CLOSE GRACE-FAH-FILE
               OPEN I-O GRACE-FAH-FILE
           END-IF.
           OPEN INPUT GRACE-CPF-FILE.
           IF GRACE-CPF-NOT-FOUND
               CONTINUE
           ELSE
               SET GRACE-CPF-OPEN TO TRUE
           END-IF.
           PERFORM 8100-OPEN-ACCOUNTS.
           OPEN INPUT GRACE-MST-FILE.
           IF GRACE-MST-NOT-FOUND
               DISPLAY "GRACEMST NOT FOUND - NO CUSTOMERS TO ASSESS"
           ELSE
               MOVE ZERO TO GRACE-MST-KEY
               START GRACE-MST-FILE
                   KEY IS >= GRACE-MST-KEY
                   INVALID KEY
                       SET GRACE-MST-END-OF-FILE TO TRUE
               END-START
               PERFORM 2100-READ-MASTER
               PERFORM 2200-ASSESS-ONE-CUSTOMER
                   UNTIL GRACE-MST-END-OF-FILE
               CLOSE GRACE-MST-FILE
           END-IF.
           PERFORM 8130-CLOSE-ACCOUNTS.
           IF GRACE-CPF-OPEN
               CLOSE GRACE-CPF-FILE
           END-IF.
           CLOSE GRACE-FAH-FILE.

       2100-READ-MASTER.
           IF NOT GRACE-MST-END-OF-FILE
               READ GRACE-MST-FILE NEXT RECORD
                   AT END
                       SET GRACE-MST-END-OF-FILE TO TRUE
               END-READ
           END-IF.

      *A further account is passed over here - its customer is
      *assessed at the account numbered as the customer.
       2200-ASSESS-ONE-CUSTOMER.
           PERFORM 2150-FIND-OWNER.
           IF GRACE-FEE-OWNER-ID = GRACE-MST-KEY
               MOVE GRACE-MST-KEY TO GRACE-FEE-RESUME-KEY
               PERFORM 2250-MEASURE-ACCOUNTS
               IF GRACE-FEE-ACCOUNT NOT = ZERO
                   ADD 1 TO GRACE-FEE-CUST-COUNT
                   PERFORM 2300-CHECK-UNDELIVERABLE
                   PERFORM 2400-CHECK-OVER-LIMIT
                   PERFORM 2500-ASSESS-ONE-FEE
                       VARYING GRACE-FEE-SCHED-IDX FROM 1 BY 1
                       UNTIL GRACE-FEE-SCHED-IDX
                           > GRACE-FEE-SCHED-USED
               END-IF
               PERFORM 2290-RESUME-MASTER
           END-IF.
           PERFORM 2100-READ-MASTER.

      *An account GRACEACT does not know is its own customer's.
       2150-FIND-OWNER.
           MOVE GRACE-MST-KEY TO GRACE-FEE-OWNER-ID.
           IF GRACE-ACX-FILE-OPEN
               MOVE GRACE-MST-KEY TO GRACE-ACT-NUMBER
               READ GRACE-ACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GRACE-ACT-CUST-ID TO GRACE-FEE-OWNER-ID
               END-READ
           END-IF.

      *The customer's balance over every account, the lowest
      *single account balance, and the first open account on the
      *master - the one a fee posts to.
       2250-MEASURE-ACCOUNTS.
           MOVE ZERO TO GRACE-FEE-BALANCE.
           MOVE ZERO TO GRACE-FEE-LOWEST-BALANCE.
           MOVE ZERO TO GRACE-FEE-ACCOUNT.
           MOVE GRACE-FEE-OWNER-ID TO GRACE-ACX-CUST-ID.
           PERFORM 8110-FIRST-ACCOUNT.
           PERFORM 2260-MEASURE-ONE-ACCOUNT
               UNTIL GRACE-ACX-DONE.

       2260-MEASURE-ONE-ACCOUNT.
           MOVE GRACE-ACX-ACCOUNT TO GRACE-MST-KEY.
           READ GRACE-MST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GRACE-MST-BALANCE NUMERIC
                       ADD GRACE-MST-BALANCE TO GRACE-FEE-BALANCE
                       IF GRACE-MST-BALANCE
                               < GRACE-FEE-LOWEST-BALANCE
                           MOVE GRACE-MST-BALANCE
                               TO GRACE-FEE-LOWEST-BALANCE
                       END-IF
                   END-IF
                   IF GRACE-FEE-ACCOUNT = ZERO
                           AND GRACE-ACX-STATE NOT = 'C'
                       MOVE GRACE-ACX-ACCOUNT TO GRACE-FEE-ACCOUNT
                   END-IF
           END-READ.
           PERFORM 8120-NEXT-ACCOUNT.

      *The reads by account moved the master; the walk picks up
      *after the account it stopped at.
       2290-RESUME-MASTER.
           MOVE GRACE-FEE-RESUME-KEY TO GRACE-MST-KEY.
           START GRACE-MST-FILE
               KEY IS > GRACE-MST-KEY
               INVALID KEY
                   SET GRACE-MST-END-OF-FILE TO TRUE
           END-START.

       2300-CHECK-UNDELIVERABLE.
           MOVE 'N' TO GRACE-FEE-UNDELIVERABLE-SW.
           PERFORM 2350-MATCH-ONE-FLAG
               VARYING GRACE-FEE-UNF-IDX FROM 1 BY 1
               UNTIL GRACE-FEE-UNF-IDX > GRACE-FEE-UNF-USED
                  OR GRACE-FEE-UNDELIVERABLE.

       2350-MATCH-ONE-FLAG.
           IF GRACE-FEE-UNF-ID(GRACE-FEE-UNF-IDX)
                   = GRACE-FEE-OWNER-ID
               SET GRACE-FEE-UNDELIVERABLE TO TRUE
           END-IF.

       2400-CHECK-OVER-LIMIT.
           MOVE 'N' TO GRACE-FEE-OVER-LIMIT-SW.
           IF GRACE-CPF-OPEN
                   AND GRACE-FEE-LOWEST-BALANCE < ZERO
               MOVE GRACE-FEE-OWNER-ID TO GRACE-CPF-CUST-ID
               READ GRACE-CPF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GRACE-CPF-LIMIT-SET
                               AND GRACE-CPF-CREDIT-LIMIT NUMERIC
                           COMPUTE GRACE-FEE-LIMIT-FLOOR =
                               0 - GRACE-CPF-CREDIT-LIMIT
                           IF GRACE-FEE-LOWEST-BALANCE
                                   < GRACE-FEE-LIMIT-FLOOR
                               SET GRACE-FEE-OVER-LIMIT TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------
      * 2500-ASSESS-ONE-FEE - a fee charged earlier tonight (the
      * rerun case) is written again as it was. Otherwise the
      * frequency and the condition must both hold, a monthly or
      * once-a-month fee must not have been charged yet this
      * month, and no waiver may cover the customer tonight.
      *----------------------------------------------------------
       2500-ASSESS-ONE-FEE.
           MOVE GRACE-FEE-OWNER-ID TO GRACE-FAH-CUST-ID.
           MOVE GRACE-FEE-S-CODE(GRACE-FEE-SCHED-IDX)
               TO GRACE-FAH-FEE-CODE.
           MOVE 'N' TO GRACE-FEE-FAH-SW.
           MOVE ZERO TO GRACE-FEE-FAH-MONTH.
           READ GRACE-FAH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GRACE-FEE-FAH-ON-FILE TO TRUE
                   COMPUTE GRACE-FEE-FAH-MONTH =
                       GRACE-FAH-LAST-DATE / 100
           END-READ.
           IF GRACE-FEE-FAH-ON-FILE
                   AND GRACE-FAH-LAST-DATE = GRACE-CYC-DATE
               ADD 1 TO GRACE-FEE-RERUN-COUNT
               MOVE GRACE-FAH-LAST-AMOUNT TO GRACE-FEE-CHARGE
               PERFORM 2800-WRITE-FEE-DEBIT
           ELSE
               PERFORM 2600-JUDGE-QUALIFICATION
               IF GRACE-FEE-QUALIFIES
                   PERFORM 2700-CHECK-WAIVERS
                   IF GRACE-FEE-WAIVED
                       ADD 1 TO GRACE-FEE-WAIVED-COUNT
                       DISPLAY "WAIVED " GRACE-FEE-OWNER-ID " "
                           GRACE-FEE-S-CODE(GRACE-FEE-SCHED-IDX)
                   ELSE
                       MOVE GRACE-FEE-S-AMOUNT(GRACE-FEE-SCHED-IDX)
                           TO GRACE-FEE-CHARGE
                       PERFORM 2750-RECORD-ASSESSMENT
                       PERFORM 2800-WRITE-FEE-DEBIT
                   END-IF
               END-IF
           END-IF.

       2600-JUDGE-QUALIFICATION.
           MOVE 'N' TO GRACE-FEE-QUALIFIES-SW.
           EVALUATE GRACE-FEE-S-CONDITION(GRACE-FEE-SCHED-IDX)
               WHEN "AL"
                   SET GRACE-FEE-QUALIFIES TO TRUE
               WHEN "BL"
                   IF GRACE-FEE-BALANCE <
                           GRACE-FEE-S-MIN-BALANCE(GRACE-FEE-SCHED-IDX)
                       SET GRACE-FEE-QUALIFIES TO TRUE
                   END-IF
               WHEN "UN"
                   IF GRACE-FEE-UNDELIVERABLE
                       SET GRACE-FEE-QUALIFIES TO TRUE
                   END-IF
               WHEN "OL"
                   IF GRACE-FEE-OVER-LIMIT
                       SET GRACE-FEE-QUALIFIES TO TRUE
                   END-IF
           END-EVALUATE.
           EVALUATE GRACE-FEE-S-FREQUENCY(GRACE-FEE-SCHED-IDX)
               WHEN 'M'
                   IF NOT GRACE-FEE-MONTH-END
                           OR GRACE-FEE-FAH-MONTH
                           = GRACE-FEE-CYC-MONTH
                       MOVE 'N' TO GRACE-FEE-QUALIFIES-SW
                   END-IF
               WHEN 'O'
                   IF GRACE-FEE-FAH-MONTH = GRACE-FEE-CYC-MONTH
                       MOVE 'N' TO GRACE-FEE-QUALIFIES-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2700-CHECK-WAIVERS.
           MOVE 'N' TO GRACE-FEE-WAIVED-SW.
           PERFORM 2720-MATCH-ONE-WAIVER
               VARYING GRACE-FEE-WAIVE-IDX FROM 1 BY 1
               UNTIL GRACE-FEE-WAIVE-IDX > GRACE-FEE-WAIVE-USED
                  OR GRACE-FEE-WAIVED.

       2720-MATCH-ONE-WAIVER.
           IF GRACE-FEE-W-CUST-ID(GRACE-FEE-WAIVE-IDX)
                   = GRACE-FEE-OWNER-ID
                   AND (GRACE-FEE-W-CODE(GRACE-FEE-WAIVE-IDX)
                   = GRACE-FEE-S-CODE(GRACE-FEE-SCHED-IDX)
                    OR GRACE-FEE-W-CODE(GRACE-FEE-WAIVE-IDX)
                   = "****")
                   AND GRACE-FEE-W-FROM(GRACE-FEE-WAIVE-IDX)
                   <= GRACE-CYC-DATE
                   AND GRACE-FEE-W-THRU(GRACE-FEE-WAIVE-IDX)
                   >= GRACE-CYC-DATE
               SET GRACE-FEE-WAIVED TO TRUE
           END-IF.

       2750-RECORD-ASSESSMENT.
           MOVE GRACE-CYC-DATE TO GRACE-FAH-LAST-DATE.
           MOVE GRACE-FEE-CHARGE TO GRACE-FAH-LAST-AMOUNT.
           IF GRACE-FEE-FAH-ON-FILE
               REWRITE GRACE-FAH-REC
           ELSE
               MOVE SPACES TO GRACE-FAH-REC(28:53)
               WRITE GRACE-FAH-REC
           END-IF.

       2800-WRITE-FEE-DEBIT.
           MOVE SPACES TO GRACE-FTX-REC.
           MOVE GRACE-FEE-ACCOUNT TO GRACE-FTX-SOURCE.
           STRING "FEE " DELIMITED BY SIZE
               GRACE-FEE-S-CODE(GRACE-FEE-SCHED-IDX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-FEE-S-DESCRIPTION(GRACE-FEE-SCHED-IDX)
                   DELIMITED BY SIZE
               INTO GRACE-FTX-S-SOURCE-VALUE
           END-STRING.
           MOVE 'P' TO GRACE-FTX-OP-CODE.
           MOVE "FE" TO GRACE-FTX-SITE-CODE.
           MOVE GRACE-CYC-DATE TO GRACE-FTX-EFF-DATE.
           MOVE '-' TO GRACE-FTX-AMT-SIGN.
           MOVE GRACE-FEE-CHARGE TO GRACE-FTX-AMOUNT.
           WRITE GRACE-FTX-REC.
           ADD 1 TO GRACE-FEE-CHARGED-COUNT.
           ADD GRACE-FEE-CHARGE TO GRACE-FEE-CHARGED-TOTAL.
           MOVE GRACE-FEE-CHARGE TO GRACE-FEE-AMOUNT-ED.
           DISPLAY "FEE " GRACE-FEE-S-CODE(GRACE-FEE-SCHED-IDX) " "
               GRACE-FEE-OWNER-ID " ACCOUNT " GRACE-FEE-ACCOUNT " "
               GRACE-FEE-AMOUNT-ED.

       6000-PRINT-FEE-REPORT.
           DISPLAY "FEE ASSESSMENT FOR " GRACE-CYC-DATE.
           DISPLAY "  CUSTOMERS ASSESSED.....: " GRACE-FEE-CUST-COUNT.
           DISPLAY "  FEES CHARGED...........: "
               GRACE-FEE-CHARGED-COUNT.
           DISPLAY "  OF WHICH RE-WRITTEN....: "
               GRACE-FEE-RERUN-COUNT.
           DISPLAY "  FEES WAIVED............: "
               GRACE-FEE-WAIVED-COUNT.
           MOVE GRACE-FEE-CHARGED-TOTAL TO GRACE-FEE-AMOUNT-ED.
           DISPLAY "  TOTAL FEES CHARGED.....: " GRACE-FEE-AMOUNT-ED.

           COPY GRACEACTP.

           COPY GRACERPTP.

           COPY GRACECYCP.
