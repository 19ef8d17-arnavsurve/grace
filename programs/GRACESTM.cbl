       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACESTM.
      *----------------------------------------------------------
      * GRACESTM is the month-end customer statement run. The
      * balance has lived on GRACEMST for years, and the activity
      * now accumulates on the GRACEPHS posted history, so the
      * statement is finally just a join: for every customer with
      * a master record it prints name and address off GRACECST,
      * the opening balance, each posting in the month (date,
      * site, op code, signed amount) and the closing balance.
      *
      * The opening balance comes from the history, not from the
      * master - the balance the last pre-month entry left, or,
      * when the customer's history starts inside the month, the
      * first entry's balance less its amount - and opening plus
      * the month's activity must equal the GRACEMST closing
      * balance. A statement that does not prove is refused, not
      * printed, and listed with the difference (RC=4), because a
      * statement that does not foot is worse than no statement.
      *
      * Customers are taken in zip sequence, the same presort
      * order GRACELBP's full labels use, so the print file can go
      * through the same mail-room path. A customer flagged
      * undeliverable on GRACEUNF gets a statement all the same,
      * but it goes to the STMHOLD hold-mail list instead of the
      * mail stream - it would only come back again.
      *
      * The run gates on the GRACEMEF month-end flag GRACEPFL
      * writes: an 'N' flag ends the step quietly, RC=0. No flag
      * at all means a run on request, and the statement month
      * is the GRACECYC date's month either way.
      *
      * A customer may hold several accounts on GRACEACT, and the
      * statement is the customer's: one name and address, then a
      * section for each account with a master record - its
      * number and type, opening balance, postings and closing
      * balance, each proved as above - and the totals across
      * all of them. If any one account does not prove, the whole
      * statement is refused, and each account that missed is
      * listed with its difference.
      *
      * A customer GRACECPF shows closed or deceased gets no
      * statement and is counted on the run totals instead.
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
           SELECT GRACE-CST-FILE ASSIGN TO GRACECST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CST-STATUS.
           SELECT GRACE-SORT-FILE ASSIGN TO "GRACESSR".
           SELECT GRACE-CSZ-FILE ASSIGN TO GRACESCZ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CSZ-STATUS.
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
           SELECT GRACE-PHS-FILE ASSIGN TO GRACEPHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-PHS-KEY
               FILE STATUS IS GRACE-PHS-STATUS.
           SELECT GRACE-UNF-FILE ASSIGN TO GRACEUNF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-UNF-STATUS.
           SELECT GRACE-CPF-FILE ASSIGN TO GRACECPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-CPF-CUST-ID
               FILE STATUS IS GRACE-CPF-STATUS.
           SELECT GRACE-PRT-FILE ASSIGN TO STMPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-PRT-STATUS.
           SELECT GRACE-HLD-FILE ASSIGN TO STMHOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-HLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

      *Month-end flag for tonight's date, off GRACEPFL.
       FD  GRACE-MEF-FILE
           RECORDING MODE IS F.
       01 GRACE-MEF-REC.
           05 GRACE-MEF-FLAG PIC X(01).
           05 GRACE-MEF-DATE PIC 9(08).
           05 FILLER PIC X(71).

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

       SD  GRACE-SORT-FILE.
       01 GRACE-SORT-REC.
           05 GRACE-SRT-ID PIC 9(06).
           05 GRACE-SRT-FIRST PIC X(15).
           05 GRACE-SRT-LAST PIC X(15).
           05 GRACE-SRT-STREET PIC X(20).
           05 GRACE-SRT-CITY PIC X(12).
           05 GRACE-SRT-STATE PIC X(02).
           05 GRACE-SRT-ZIP PIC X(05).
           05 FILLER PIC X(05).

       FD  GRACE-CSZ-FILE
           RECORDING MODE IS F.
       01 GRACE-CSZ-REC.
           05 GRACE-CSZ-ID PIC 9(06).
           05 GRACE-CSZ-FIRST PIC X(15).
           05 GRACE-CSZ-LAST PIC X(15).
           05 GRACE-CSZ-STREET PIC X(20).
           05 GRACE-CSZ-CITY PIC X(12).
           05 GRACE-CSZ-STATE PIC X(02).
           05 GRACE-CSZ-ZIP PIC X(05).
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

       FD  GRACE-PHS-FILE.
           COPY GRACEPHS.

      *Undeliverable flags - customers GRACERML marked off the
      *returned mail; their statements go to hold mail.
       FD  GRACE-UNF-FILE
           RECORDING MODE IS F.
       01 GRACE-UNF-REC.
           05 GRACE-UNF-CUST-ID PIC 9(06).
           05 GRACE-UNF-FLAG-DATE PIC 9(08).
           05 FILLER PIC X(66).

      *Customer profile - closed and deceased get no statement.
       FD  GRACE-CPF-FILE.
           COPY GRACECPF.

       FD  GRACE-PRT-FILE
           RECORDING MODE IS F.
       01 GRACE-PRT-REC PIC X(132).

       FD  GRACE-HLD-FILE
           RECORDING MODE IS F.
       01 GRACE-HLD-REC PIC X(132).

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

           COPY GRACEACTH.

       01 GRACE-CPF-STATUS PIC X(02).
           88 GRACE-CPF-OK VALUE '00'.
           88 GRACE-CPF-NOT-FOUND VALUE '35'.

       01 GRACE-CPF-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-CPF-OPEN VALUE 'Y'.

       01 GRACE-CPF-FOUND-SW PIC X(01) VALUE 'N'.
           88 GRACE-CPF-ON-FILE VALUE 'Y'.

       01 GRACE-MEF-STATUS PIC X(02).
           88 GRACE-MEF-OK VALUE '00'.
           88 GRACE-MEF-NOT-FOUND VALUE '35'.

       01 GRACE-CST-STATUS PIC X(02).
           88 GRACE-CST-OK VALUE '00'.
           88 GRACE-CST-NOT-FOUND VALUE '35'.

       01 GRACE-CSZ-STATUS PIC X(02).
           88 GRACE-CSZ-OK VALUE '00'.
           88 GRACE-CSZ-EOF VALUE '10'.

       01 GRACE-MST-STATUS PIC X(02).
           88 GRACE-MST-OK VALUE '00'.
           88 GRACE-MST-NOT-FOUND VALUE '35'.

       01 GRACE-PHS-STATUS PIC X(02).
           88 GRACE-PHS-OK VALUE '00'.
           88 GRACE-PHS-NOT-FOUND VALUE '35'.

       01 GRACE-UNF-STATUS PIC X(02).
           88 GRACE-UNF-OK VALUE '00'.
           88 GRACE-UNF-NOT-FOUND VALUE '35'.

       01 GRACE-PRT-STATUS PIC X(02).
           88 GRACE-PRT-OK VALUE '00'.

       01 GRACE-HLD-STATUS PIC X(02).
           88 GRACE-HLD-OK VALUE '00'.

       01 GRACE-CSZ-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CSZ-END-OF-FILE VALUE 'Y'.

       01 GRACE-UNF-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-UNF-END-OF-FILE VALUE 'Y'.

       01 GRACE-STM-PHS-DONE-SW PIC X(01) VALUE 'N'.
           88 GRACE-STM-PHS-DONE VALUE 'Y'.

       01 GRACE-STM-HISTORY-SW PIC X(01) VALUE 'N'.
           88 GRACE-STM-HISTORY-OPEN VALUE 'Y'.

       01 GRACE-STM-MONTH-END-SW PIC X(01) VALUE 'Y'.
           88 GRACE-STM-NOT-MONTH-END VALUE 'N'.

      *Where the statement being built is going - the mail
      *stream, or hold mail for an undeliverable address.
       01 GRACE-STM-DEST-SW PIC X(01) VALUE 'M'.
           88 GRACE-STM-TO-MAIL VALUE 'M'.
           88 GRACE-STM-TO-HOLD VALUE 'H'.

      *Statement month: the first of the GRACECYC date's month
      *through the cycle date itself.
       01 GRACE-STM-PERIOD.
           05 GRACE-STM-FROM-DATE PIC 9(08) VALUE ZERO.
           05 GRACE-STM-FROM-PARTS REDEFINES GRACE-STM-FROM-DATE.
               10 GRACE-STM-FROM-YYYYMM PIC 9(06).
               10 GRACE-STM-FROM-DD PIC 9(02).
           05 GRACE-STM-THRU-DATE PIC 9(08) VALUE ZERO.

      *Flagged customers loaded for the hold-mail check.
       01 GRACE-STM-UNF-CTL.
           05 GRACE-STM-UNF-USED PIC 9(03) VALUE ZERO.
           05 GRACE-STM-UNF-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-STM-UNF-HIT-SW PIC X(01) VALUE 'N'.
               88 GRACE-STM-UNDELIVERABLE VALUE 'Y'.
           05 GRACE-STM-UNF-TABLE OCCURS 500 TIMES.
               10 GRACE-STM-UNF-ID PIC 9(06).

      *One statement's figures, proved before anything prints.
       01 GRACE-STM-FIGURES.
           05 GRACE-STM-OPENING PIC S9(11) VALUE ZERO.
           05 GRACE-STM-ACTIVITY PIC S9(11) VALUE ZERO.
           05 GRACE-STM-CLOSING PIC S9(11) VALUE ZERO.
           05 GRACE-STM-PROVED-BAL PIC S9(11) VALUE ZERO.
           05 GRACE-STM-DIFFERENCE PIC S9(11) VALUE ZERO.
           05 GRACE-STM-ENTRY-COUNT PIC 9(05) VALUE ZERO.
           05 GRACE-STM-OPENING-SW PIC X(01) VALUE 'N'.
               88 GRACE-STM-OPENING-KNOWN VALUE 'Y'.

      *The customer's figures across all its accounts.
       01 GRACE-STM-CUSTOMER.
           05 GRACE-STM-CUST-OPENING PIC S9(11) VALUE ZERO.
           05 GRACE-STM-CUST-CLOSING PIC S9(11) VALUE ZERO.
           05 GRACE-STM-MST-COUNT PIC 9(03) VALUE ZERO.
           05 GRACE-STM-MISSED-COUNT PIC 9(03) VALUE ZERO.

       01 GRACE-STM-COUNTS.
           05 GRACE-STM-CST-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-STM-NO-MST-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-STM-MAIL-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-STM-HOLD-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-STM-REFUSED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-STM-GONE-COUNT PIC 9(06) VALUE ZERO.

       01 GRACE-STM-EDITS.
           05 GRACE-STM-AMT-ED PIC -(10)9.
           05 GRACE-STM-LINE PIC X(132) VALUE SPACES.
           05 GRACE-STM-CSZ-LINE PIC X(40) VALUE SPACES.
           05 GRACE-STM-STATE-TEXT PIC X(08) VALUE SPACES.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACESTM" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 0800-CHECK-MONTH-END.
           IF GRACE-STM-NOT-MONTH-END
               DISPLAY "NOT A MONTH-END NIGHT - NO STATEMENTS RUN"
               MOVE 0 TO RETURN-CODE
           ELSE
               PERFORM 0900-SET-STATEMENT-PERIOD
               PERFORM 0950-LOAD-UNDELIVERABLE-FLAGS
               PERFORM 1000-PRINT-STATEMENTS
               PERFORM 8000-PRINT-RUN-TOTALS
               IF GRACE-STM-REFUSED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           COMPUTE GRACE-RPT-REC-COUNT =
               GRACE-STM-MAIL-COUNT + GRACE-STM-HOLD-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

       0800-CHECK-MONTH-END.
           OPEN INPUT GRACE-MEF-FILE.
           IF GRACE-MEF-NOT-FOUND
               DISPLAY "NO GRACEMEF FLAG - STATEMENTS RUN ON REQUEST"
           ELSE
               READ GRACE-MEF-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GRACE-MEF-FLAG = 'N'
                           MOVE 'N' TO GRACE-STM-MONTH-END-SW
                       END-IF
               END-READ
               CLOSE GRACE-MEF-FILE
           END-IF.

       0900-SET-STATEMENT-PERIOD.
           MOVE GRACE-CYC-DATE TO GRACE-STM-FROM-DATE.
           MOVE 01 TO GRACE-STM-FROM-DD.
           MOVE GRACE-CYC-DATE TO GRACE-STM-THRU-DATE.
           DISPLAY "STATEMENT PERIOD " GRACE-STM-FROM-DATE
               " THROUGH " GRACE-STM-THRU-DATE.

       0950-LOAD-UNDELIVERABLE-FLAGS.
           OPEN INPUT GRACE-UNF-FILE.
           IF GRACE-UNF-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 0960-READ-FLAG-RECORD
               PERFORM 0970-STORE-FLAG-RECORD
                   UNTIL GRACE-UNF-END-OF-FILE
               CLOSE GRACE-UNF-FILE
           END-IF.

       0960-READ-FLAG-RECORD.
           READ GRACE-UNF-FILE
               AT END
                   SET GRACE-UNF-END-OF-FILE TO TRUE
           END-READ.

       0970-STORE-FLAG-RECORD.
           IF GRACE-STM-UNF-USED < 500
               ADD 1 TO GRACE-STM-UNF-USED
               MOVE GRACE-UNF-CUST-ID
                   TO GRACE-STM-UNF-ID(GRACE-STM-UNF-USED)
           END-IF.
           PERFORM 0960-READ-FLAG-RECORD.

      *----------------------------------------------------------
      * 1000-PRINT-STATEMENTS sorts the customer master into zip
      * sequence and builds one statement per customer that has
      * a master record for at least one of its accounts.
      * GRACEPHS missing means no posted history
      * yet: every statement opens and closes on the master
      * balance with no activity, which still proves.
      *----------------------------------------------------------
       1000-PRINT-STATEMENTS.
           SORT GRACE-SORT-FILE
               ON ASCENDING KEY GRACE-SRT-ZIP
               USING GRACE-CST-FILE
               GIVING GRACE-CSZ-FILE.
           OPEN INPUT GRACE-MST-FILE.
           IF GRACE-MST-NOT-FOUND
               DISPLAY "GRACEMST NOT FOUND - NO STATEMENTS TO PRINT"
           ELSE
               OPEN INPUT GRACE-PHS-FILE
               IF GRACE-PHS-NOT-FOUND
                   DISPLAY "GRACEPHS NOT FOUND - STATEMENTS CARRY NO "
                       "ACTIVITY"
               ELSE
                   SET GRACE-STM-HISTORY-OPEN TO TRUE
               END-IF
               PERFORM 8100-OPEN-ACCOUNTS
               OPEN INPUT GRACE-CPF-FILE
               IF GRACE-CPF-OK
                   SET GRACE-CPF-OPEN TO TRUE
               END-IF
               OPEN OUTPUT GRACE-PRT-FILE
               OPEN OUTPUT GRACE-HLD-FILE
               OPEN INPUT GRACE-CSZ-FILE
               PERFORM 1100-READ-SORTED-CUSTOMER
               PERFORM 2000-STATEMENT-ONE-CUSTOMER
                   UNTIL GRACE-CSZ-END-OF-FILE
               CLOSE GRACE-CSZ-FILE
               CLOSE GRACE-PRT-FILE
               CLOSE GRACE-HLD-FILE
               IF GRACE-STM-HISTORY-OPEN
                   CLOSE GRACE-PHS-FILE
               END-IF
               PERFORM 8130-CLOSE-ACCOUNTS
               IF GRACE-CPF-OPEN
                   CLOSE GRACE-CPF-FILE
               END-IF
               CLOSE GRACE-MST-FILE
           END-IF.

       1100-READ-SORTED-CUSTOMER.
           READ GRACE-CSZ-FILE
               AT END
                   SET GRACE-CSZ-END-OF-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------
      * 2000-STATEMENT-ONE-CUSTOMER proves every account the
      * customer holds before anything prints; one account that
      * misses refuses the customer's statement. A customer who
      * is closed or deceased is passed over.
      *----------------------------------------------------------
       2000-STATEMENT-ONE-CUSTOMER.
           ADD 1 TO GRACE-STM-CST-COUNT.
           MOVE 'N' TO GRACE-CPF-FOUND-SW.
           IF GRACE-CPF-OPEN
               MOVE GRACE-CSZ-ID TO GRACE-CPF-CUST-ID
               READ GRACE-CPF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO GRACE-CPF-FOUND-SW
               END-READ
           END-IF.
           IF GRACE-CPF-ON-FILE AND GRACE-CPF-CUST-GONE
               ADD 1 TO GRACE-STM-GONE-COUNT
           ELSE
               PERFORM 2050-PROVE-CUSTOMER
           END-IF.
           PERFORM 1100-READ-SORTED-CUSTOMER.

       2050-PROVE-CUSTOMER.
           MOVE ZERO TO GRACE-STM-CUST-OPENING.
           MOVE ZERO TO GRACE-STM-CUST-CLOSING.
           MOVE ZERO TO GRACE-STM-MST-COUNT.
           MOVE ZERO TO GRACE-STM-MISSED-COUNT.
           MOVE GRACE-CSZ-ID TO GRACE-ACX-CUST-ID.
           PERFORM 8110-FIRST-ACCOUNT.
           PERFORM 2100-PROVE-ONE-ACCOUNT
               UNTIL GRACE-ACX-DONE.
           EVALUATE TRUE
               WHEN GRACE-STM-MST-COUNT = ZERO
                   ADD 1 TO GRACE-STM-NO-MST-COUNT
               WHEN GRACE-STM-MISSED-COUNT > ZERO
                   PERFORM 3900-REFUSE-STATEMENT
               WHEN OTHER
                   PERFORM 4000-PRINT-STATEMENT
           END-EVALUATE.

       2100-PROVE-ONE-ACCOUNT.
           MOVE GRACE-ACX-ACCOUNT TO GRACE-MST-KEY.
           READ GRACE-MST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO GRACE-STM-MST-COUNT
                   PERFORM 3000-PROVE-STATEMENT
                   ADD GRACE-STM-OPENING TO GRACE-STM-CUST-OPENING
                   ADD GRACE-STM-CLOSING TO GRACE-STM-CUST-CLOSING
                   IF GRACE-STM-PROVED-BAL NOT = GRACE-STM-CLOSING
                       PERFORM 3950-LIST-ACCOUNT-MISSED
                   END-IF
           END-READ.
           PERFORM 8120-NEXT-ACCOUNT.

      *----------------------------------------------------------
      * 3000-PROVE-STATEMENT makes the first pass over the
      * account's history: the balance the last entry before the
      * month left is the opening balance; the month's entries
      * sum to the activity. With no pre-month entry the first
      * month entry's balance less its amount opens the month,
      * and with no entries at all the master balance stands for
      * both ends.
      *----------------------------------------------------------
       3000-PROVE-STATEMENT.
           MOVE ZERO TO GRACE-STM-OPENING.
           MOVE ZERO TO GRACE-STM-ACTIVITY.
           MOVE ZERO TO GRACE-STM-ENTRY-COUNT.
           MOVE 'N' TO GRACE-STM-OPENING-SW.
           IF GRACE-MST-BALANCE NUMERIC
               MOVE GRACE-MST-BALANCE TO GRACE-STM-CLOSING
           ELSE
               MOVE ZERO TO GRACE-STM-CLOSING
           END-IF.
           IF GRACE-STM-HISTORY-OPEN
               PERFORM 3100-START-ACCOUNT-HISTORY
               PERFORM 3200-PROVE-ONE-ENTRY
                   UNTIL GRACE-STM-PHS-DONE
           END-IF.
           IF NOT GRACE-STM-OPENING-KNOWN
               MOVE GRACE-STM-CLOSING TO GRACE-STM-OPENING
           END-IF.
           COMPUTE GRACE-STM-PROVED-BAL =
               GRACE-STM-OPENING + GRACE-STM-ACTIVITY.

       3100-START-ACCOUNT-HISTORY.
           MOVE 'N' TO GRACE-STM-PHS-DONE-SW.
           MOVE GRACE-ACX-ACCOUNT TO GRACE-PHS-SOURCE.
           MOVE ZERO TO GRACE-PHS-POST-DATE.
           MOVE ZERO TO GRACE-PHS-CYCLE.
           MOVE ZERO TO GRACE-PHS-SEQ.
           START GRACE-PHS-FILE
               KEY IS >= GRACE-PHS-KEY
               INVALID KEY
                   SET GRACE-STM-PHS-DONE TO TRUE
           END-START.

       3200-PROVE-ONE-ENTRY.
           READ GRACE-PHS-FILE NEXT RECORD
               AT END
                   SET GRACE-STM-PHS-DONE TO TRUE
               NOT AT END
                   IF GRACE-PHS-SOURCE NOT = GRACE-ACX-ACCOUNT
                           OR GRACE-PHS-POST-DATE
                           > GRACE-STM-THRU-DATE
                       SET GRACE-STM-PHS-DONE TO TRUE
                   ELSE
                       PERFORM 3250-TAKE-ONE-ENTRY
                   END-IF
           END-READ.

       3250-TAKE-ONE-ENTRY.
           IF GRACE-PHS-POST-DATE < GRACE-STM-FROM-DATE
               MOVE GRACE-PHS-BALANCE TO GRACE-STM-OPENING
               SET GRACE-STM-OPENING-KNOWN TO TRUE
           ELSE
               IF NOT GRACE-STM-OPENING-KNOWN
                   COMPUTE GRACE-STM-OPENING =
                       GRACE-PHS-BALANCE - GRACE-PHS-AMOUNT
                   SET GRACE-STM-OPENING-KNOWN TO TRUE
               END-IF
               ADD GRACE-PHS-AMOUNT TO GRACE-STM-ACTIVITY
               ADD 1 TO GRACE-STM-ENTRY-COUNT
           END-IF.

      *A statement that does not foot to the master is listed with
      *the accounts that missed and never printed.
       3900-REFUSE-STATEMENT.
           ADD 1 TO GRACE-STM-REFUSED-COUNT.
           DISPLAY "*** STATEMENT REFUSED FOR " GRACE-CSZ-ID
               " - " GRACE-STM-MISSED-COUNT
               " ACCOUNT(S) DO NOT PROVE ***".

       3950-LIST-ACCOUNT-MISSED.
           ADD 1 TO GRACE-STM-MISSED-COUNT.
           COMPUTE GRACE-STM-DIFFERENCE =
               GRACE-STM-CLOSING - GRACE-STM-PROVED-BAL.
           MOVE GRACE-STM-DIFFERENCE TO GRACE-STM-AMT-ED.
           DISPLAY "    ACCOUNT " GRACE-ACX-ACCOUNT " OF "
               GRACE-CSZ-ID " - OPENING PLUS ACTIVITY MISSES "
               "GRACEMST BY " GRACE-STM-AMT-ED.

      *----------------------------------------------------------
      * 4000-PRINT-STATEMENT - heading, name and address, then
      * each account's section, and the customer's totals. An
      * undeliverable address sends the whole statement to hold
      * mail.
      *----------------------------------------------------------
       4000-PRINT-STATEMENT.
           PERFORM 4050-CHECK-UNDELIVERABLE.
           IF GRACE-STM-UNDELIVERABLE
               SET GRACE-STM-TO-HOLD TO TRUE
               ADD 1 TO GRACE-STM-HOLD-COUNT
           ELSE
               SET GRACE-STM-TO-MAIL TO TRUE
               ADD 1 TO GRACE-STM-MAIL-COUNT
           END-IF.
           MOVE SPACES TO GRACE-STM-LINE.
           STRING "CUSTOMER STATEMENT " DELIMITED BY SIZE
               GRACE-CSZ-ID DELIMITED BY SIZE
               "   PERIOD " DELIMITED BY SIZE
               GRACE-STM-FROM-DATE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               GRACE-STM-THRU-DATE DELIMITED BY SIZE
               INTO GRACE-STM-LINE
           END-STRING.
           PERFORM 5900-WRITE-STATEMENT-LINE.
           MOVE SPACES TO GRACE-STM-CSZ-LINE.
           STRING GRACE-CSZ-FIRST DELIMITED BY "  "
               " " DELIMITED BY SIZE
               GRACE-CSZ-LAST DELIMITED BY "  "
               INTO GRACE-STM-CSZ-LINE
           END-STRING.
           MOVE GRACE-STM-CSZ-LINE TO GRACE-STM-LINE.
           PERFORM 5900-WRITE-STATEMENT-LINE.
           MOVE GRACE-CSZ-STREET TO GRACE-STM-LINE.
           PERFORM 5900-WRITE-STATEMENT-LINE.
           MOVE SPACES TO GRACE-STM-CSZ-LINE.
           STRING GRACE-CSZ-CITY DELIMITED BY "  "
               " " DELIMITED BY SIZE
               GRACE-CSZ-STATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-CSZ-ZIP DELIMITED BY SIZE
               INTO GRACE-STM-CSZ-LINE
           END-STRING.
           MOVE GRACE-STM-CSZ-LINE TO GRACE-STM-LINE.
           PERFORM 5900-WRITE-STATEMENT-LINE.
           PERFORM 8110-FIRST-ACCOUNT.
           PERFORM 4100-PRINT-ONE-ACCOUNT
               UNTIL GRACE-ACX-DONE.
           MOVE SPACES TO GRACE-STM-LINE.
           PERFORM 5900-WRITE-STATEMENT-LINE.
           MOVE GRACE-STM-CUST-OPENING TO GRACE-STM-AMT-ED.
           MOVE SPACES TO GRACE-STM-LINE.
           STRING "OPENING, ALL ACCOUNTS    " DELIMITED BY SIZE
               GRACE-STM-AMT-ED DELIMITED BY SIZE
               INTO GRACE-STM-LINE
           END-STRING.
           PERFORM 5900-WRITE-STATEMENT-LINE.
           MOVE GRACE-STM-CUST-CLOSING TO GRACE-STM-AMT-ED.
           MOVE SPACES TO GRACE-STM-LINE.
           STRING "CLOSING, ALL ACCOUNTS    " DELIMITED BY SIZE
               GRACE-STM-AMT-ED DELIMITED BY SIZE
               INTO GRACE-STM-LINE
           END-STRING.
           PERFORM 5900-WRITE-STATEMENT-LINE.
           MOVE ALL "-" TO GRACE-STM-LINE(1:72).
           PERFORM 5900-WRITE-STATEMENT-LINE.

       4050-CHECK-UNDELIVERABLE.
           MOVE 'N' TO GRACE-STM-UNF-HIT-SW.
           PERFORM 4060-MATCH-FLAGGED-ID
               VARYING GRACE-STM-UNF-IDX FROM 1 BY 1
               UNTIL GRACE-STM-UNF-IDX > GRACE-STM-UNF-USED.

       4060-MATCH-FLAGGED-ID.
           IF GRACE-STM-UNF-ID(GRACE-STM-UNF-IDX) = GRACE-CSZ-ID
               SET GRACE-STM-UNDELIVERABLE TO TRUE
           END-IF.

      *----------------------------------------------------------
      * 4100-PRINT-ONE-ACCOUNT - an account with a master record
      * gets its number and type, opening balance, the month's
      * postings off a second pass over its history, and its
      * closing balance.
      *----------------------------------------------------------
       4100-PRINT-ONE-ACCOUNT.
           MOVE GRACE-ACX-ACCOUNT TO GRACE-MST-KEY.
           READ GRACE-MST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 3000-PROVE-STATEMENT
                   PERFORM 4150-PRINT-ACCOUNT-SECTION
           END-READ.
           PERFORM 8120-NEXT-ACCOUNT.

       4150-PRINT-ACCOUNT-SECTION.
           MOVE SPACES TO GRACE-STM-LINE.
           PERFORM 5900-WRITE-STATEMENT-LINE.
           IF GRACE-ACX-STATE = 'C'
               MOVE "CLOSED" TO GRACE-STM-STATE-TEXT
           ELSE
               MOVE SPACES TO GRACE-STM-STATE-TEXT
           END-IF.
           MOVE SPACES TO GRACE-STM-LINE.
           STRING "ACCOUNT " DELIMITED BY SIZE
               GRACE-ACX-ACCOUNT DELIMITED BY SIZE
               "  TYPE " DELIMITED BY SIZE
               GRACE-ACX-TYPE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GRACE-STM-STATE-TEXT DELIMITED BY SIZE
               INTO GRACE-STM-LINE
           END-STRING.
           PERFORM 5900-WRITE-STATEMENT-LINE.
           MOVE GRACE-STM-OPENING TO GRACE-STM-AMT-ED.
           MOVE SPACES TO GRACE-STM-LINE.
           STRING "OPENING BALANCE          " DELIMITED BY SIZE
               GRACE-STM-AMT-ED DELIMITED BY SIZE
               INTO GRACE-STM-LINE
           END-STRING.
           PERFORM 5900-WRITE-STATEMENT-LINE.
           IF GRACE-STM-ENTRY-COUNT > ZERO
               PERFORM 3100-START-ACCOUNT-HISTORY
               PERFORM 4200-PRINT-ONE-ENTRY
                   UNTIL GRACE-STM-PHS-DONE
           ELSE
               MOVE "  NO ACTIVITY THIS PERIOD" TO GRACE-STM-LINE
               PERFORM 5900-WRITE-STATEMENT-LINE
           END-IF.
           MOVE GRACE-STM-CLOSING TO GRACE-STM-AMT-ED.
           MOVE SPACES TO GRACE-STM-LINE.
           STRING "CLOSING BALANCE          " DELIMITED BY SIZE
               GRACE-STM-AMT-ED DELIMITED BY SIZE
               INTO GRACE-STM-LINE
           END-STRING.
           PERFORM 5900-WRITE-STATEMENT-LINE.

       4200-PRINT-ONE-ENTRY.
           READ GRACE-PHS-FILE NEXT RECORD
               AT END
                   SET GRACE-STM-PHS-DONE TO TRUE
               NOT AT END
                   IF GRACE-PHS-SOURCE NOT = GRACE-ACX-ACCOUNT
                           OR GRACE-PHS-POST-DATE
                           > GRACE-STM-THRU-DATE
                       SET GRACE-STM-PHS-DONE TO TRUE
                   ELSE
                       IF GRACE-PHS-POST-DATE
                               NOT < GRACE-STM-FROM-DATE
                           PERFORM 4300-FORMAT-ENTRY-LINE
                       END-IF
                   END-IF
           END-READ.

       4300-FORMAT-ENTRY-LINE.
           MOVE GRACE-PHS-AMOUNT TO GRACE-STM-AMT-ED.
           MOVE SPACES TO GRACE-STM-LINE.
           STRING "  " DELIMITED BY SIZE
               GRACE-PHS-POST-DATE DELIMITED BY SIZE
               "  SITE " DELIMITED BY SIZE
               GRACE-PHS-SITE-CODE DELIMITED BY SIZE
               "  OP " DELIMITED BY SIZE
               GRACE-PHS-OP-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-STM-AMT-ED DELIMITED BY SIZE
               INTO GRACE-STM-LINE
           END-STRING.
           PERFORM 5900-WRITE-STATEMENT-LINE.

       5900-WRITE-STATEMENT-LINE.
           IF GRACE-STM-TO-HOLD
               WRITE GRACE-HLD-REC FROM GRACE-STM-LINE
           ELSE
               WRITE GRACE-PRT-REC FROM GRACE-STM-LINE
           END-IF.
           MOVE SPACES TO GRACE-STM-LINE.

       8000-PRINT-RUN-TOTALS.
           DISPLAY "CUSTOMERS READ.............: "
               GRACE-STM-CST-COUNT.
           DISPLAY "NO MASTER RECORD (SKIPPED).: "
               GRACE-STM-NO-MST-COUNT.
           DISPLAY "STATEMENTS TO THE MAIL.....: "
               GRACE-STM-MAIL-COUNT.
           DISPLAY "STATEMENTS TO HOLD MAIL....: "
               GRACE-STM-HOLD-COUNT.
           DISPLAY "STATEMENTS REFUSED.........: "
               GRACE-STM-REFUSED-COUNT.
           DISPLAY "CLOSED OR DECEASED (SKIPPED): "
               GRACE-STM-GONE-COUNT.

           COPY GRACERPTP.

           COPY GRACECYCP.

           COPY GRACEACTP.
