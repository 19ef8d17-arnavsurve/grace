       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEYES.
      *----------------------------------------------------------
      * GRACEYES is the year-end customer activity and interest
      * summary. Every January somebody asks what interest we
      * credited a customer last year, what fees we charged and
      * what the balance was at the end of the year - for tax
      * reporting and for customer letters - and the answer was a
      * manual pull. The GRACEPHS posted history already holds
      * every amount that applied, so this is a summary of it.
      *
      * The GRACEYEC card gives the year and the reporting
      * thresholds:
      *
      *   cols  1-4   year to summarize - blank or zero means the
      *               year before the GRACECYC date's year, so the
      *               January run needs no card change; any past
      *               year can be rerun
      *   cols  6-14  interest threshold
      *   cols 16-24  fee threshold
      *
      * For each customer on GRACECST, taken in zip sequence like
      * the GRACESTM statements, each account GRACEACT shows the
      * customer owning is proved from its own history: the
      * opening balance (the balance the last entry before the
      * year left, or the first entry in the year less its
      * amount), the year's interest (site IN), fees (site FE,
      * net of fee credits) and other activity, and the ending
      * balance at 31 December. Opening plus the year's activity
      * must equal the ending balance; an account that misses is
      * listed and its customer refused, RC=4 - the GRACESTM
      * rule. An account with no history at all stands at its
      * GRACEMST balance at both ends; with no master either, it
      * is passed over. The customer's year is the sum of the
      * accounts', and a customer with none is skipped.
      *
      * Every summarized customer gets a GRACEYRS record. One
      * whose interest or fees reach the thresholds is marked
      * reportable and gets a printed year-end notice on
      * YENPRINT.
      *
      * The control total page walks the whole year's history
      * again the way GRACEGLI journals it - net by night, cycle,
      * site and op code, each net a debit and a credit against
      * the GRACEGLM accounts - and prints the year's debits and
      * credits by site and op, so it ties to the GL interface
      * batches finance loaded. The interest, fee and net totals
      * on GRACEYRS must agree with the same totals off the
      * history; a difference (history for a customer no longer
      * on GRACECST, or a refused customer) is printed, RC=4.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-YEC-FILE ASSIGN TO GRACEYEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-YEC-STATUS.
           SELECT GRACE-CST-FILE ASSIGN TO GRACECST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CST-STATUS.
           SELECT GRACE-SORT-FILE ASSIGN TO "GRACEYSR".
           SELECT GRACE-CSZ-FILE ASSIGN TO GRACEYCZ
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
           SELECT GRACE-GLM-FILE ASSIGN TO GRACEGLM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-GLM-STATUS.
           SELECT GRACE-GLS-FILE ASSIGN TO "GRACEYGS".
           SELECT GRACE-YRS-FILE ASSIGN TO GRACEYRS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-YRS-STATUS.
           SELECT GRACE-PRT-FILE ASSIGN TO YENPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-PRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

      *Year and thresholds - see the header for the columns.
       FD  GRACE-YEC-FILE
           RECORDING MODE IS F.
       01 GRACE-YEC-REC.
           05 GRACE-YEC-YEAR PIC X(04).
           05 FILLER PIC X(01).
           05 GRACE-YEC-INT-THRESHOLD PIC X(09).
           05 FILLER PIC X(01).
           05 GRACE-YEC-FEE-THRESHOLD PIC X(09).
           05 FILLER PIC X(56).

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

      *Account-mapping cards, the GRACEGLI layout.
       FD  GRACE-GLM-FILE
           RECORDING MODE IS F.
       01 GRACE-GLM-REC.
           05 GRACE-GLM-SITE-CODE PIC X(02).
           05 FILLER PIC X(01).
           05 GRACE-GLM-OP-CODE PIC X(01).
           05 FILLER PIC X(01).
           05 GRACE-GLM-DR-ACCOUNT PIC X(10).
           05 FILLER PIC X(01).
           05 GRACE-GLM-CR-ACCOUNT PIC X(10).
           05 FILLER PIC X(54).

      *The year's history entries in journal order - night,
      *cycle, site, op.
       SD  GRACE-GLS-FILE.
       01 GRACE-GLS-REC.
           05 GRACE-GLS-POST-DATE PIC 9(08).
           05 GRACE-GLS-CYCLE PIC 9(02).
           05 GRACE-GLS-SITE-CODE PIC X(02).
           05 GRACE-GLS-OP-CODE PIC X(01).
           05 GRACE-GLS-AMOUNT PIC S9(09)
               SIGN IS LEADING SEPARATE.

       FD  GRACE-YRS-FILE
           RECORDING MODE IS F.
           COPY GRACEYRS.

       FD  GRACE-PRT-FILE
           RECORDING MODE IS F.
       01 GRACE-PRT-REC PIC X(132).

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

           COPY GRACEACTH.

       01 GRACE-YEC-STATUS PIC X(02).
           88 GRACE-YEC-OK VALUE '00'.
           88 GRACE-YEC-NOT-FOUND VALUE '35'.

       01 GRACE-CST-STATUS PIC X(02).
           88 GRACE-CST-OK VALUE '00'.
           88 GRACE-CST-NOT-FOUND VALUE '35'.

       01 GRACE-CSZ-STATUS PIC X(02).
           88 GRACE-CSZ-OK VALUE '00'.

       01 GRACE-MST-STATUS PIC X(02).
           88 GRACE-MST-OK VALUE '00'.
           88 GRACE-MST-NOT-FOUND VALUE '35'.

       01 GRACE-PHS-STATUS PIC X(02).
           88 GRACE-PHS-OK VALUE '00'.
           88 GRACE-PHS-NOT-FOUND VALUE '35'.

       01 GRACE-GLM-STATUS PIC X(02).
           88 GRACE-GLM-OK VALUE '00'.
           88 GRACE-GLM-NOT-FOUND VALUE '35'.

       01 GRACE-YRS-STATUS PIC X(02).
           88 GRACE-YRS-OK VALUE '00'.

       01 GRACE-PRT-STATUS PIC X(02).
           88 GRACE-PRT-OK VALUE '00'.

       01 GRACE-CSZ-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CSZ-END-OF-FILE VALUE 'Y'.

       01 GRACE-GLM-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-GLM-END-OF-FILE VALUE 'Y'.

       01 GRACE-GLS-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-GLS-END-OF-FILE VALUE 'Y'.

       01 GRACE-YES-PHS-DONE-SW PIC X(01) VALUE 'N'.
           88 GRACE-YES-PHS-DONE VALUE 'Y'.

       01 GRACE-YES-HISTORY-SW PIC X(01) VALUE 'N'.
           88 GRACE-YES-HISTORY-OPEN VALUE 'Y'.

      *The year summarized and its first and last days.
       01 GRACE-YES-PERIOD.
           05 GRACE-YES-YEAR PIC 9(04) VALUE ZERO.
           05 GRACE-YES-FROM-DATE PIC 9(08) VALUE ZERO.
           05 GRACE-YES-FROM-PARTS REDEFINES GRACE-YES-FROM-DATE.
               10 GRACE-YES-FROM-YYYY PIC 9(04).
               10 GRACE-YES-FROM-MMDD PIC 9(04).
           05 GRACE-YES-THRU-DATE PIC 9(08) VALUE ZERO.
           05 GRACE-YES-THRU-PARTS REDEFINES GRACE-YES-THRU-DATE.
               10 GRACE-YES-THRU-YYYY PIC 9(04).
               10 GRACE-YES-THRU-MMDD PIC 9(04).

       01 GRACE-YES-THRESHOLDS.
           05 GRACE-YES-INT-THRESHOLD PIC 9(09) VALUE ZERO.
           05 GRACE-YES-FEE-THRESHOLD PIC 9(09) VALUE ZERO.

      *One account's year, proved before it is added in.
       01 GRACE-YES-FIGURES.
           05 GRACE-YES-OPENING PIC S9(11) VALUE ZERO.
           05 GRACE-YES-INTEREST PIC S9(11) VALUE ZERO.
           05 GRACE-YES-FEES PIC S9(11) VALUE ZERO.
           05 GRACE-YES-OTHER PIC S9(11) VALUE ZERO.
           05 GRACE-YES-CLOSING PIC S9(11) VALUE ZERO.
           05 GRACE-YES-PROVED-BAL PIC S9(11) VALUE ZERO.
           05 GRACE-YES-DIFFERENCE PIC S9(11) VALUE ZERO.
           05 GRACE-YES-ENTRY-COUNT PIC 9(05) VALUE ZERO.
           05 GRACE-YES-SEEN-COUNT PIC 9(05) VALUE ZERO.
           05 GRACE-YES-OPENING-SW PIC X(01) VALUE 'N'.
               88 GRACE-YES-OPENING-KNOWN VALUE 'Y'.
           05 GRACE-YES-CLOSING-SW PIC X(01) VALUE 'N'.
               88 GRACE-YES-CLOSING-KNOWN VALUE 'Y'.
           05 GRACE-YES-MASTER-SW PIC X(01) VALUE 'N'.
               88 GRACE-YES-HAS-MASTER VALUE 'Y'.

      *The customer's year - the sum of the accounts proved.
       01 GRACE-YES-CUST-FIGURES.
           05 GRACE-YES-CUST-OPENING PIC S9(11) VALUE ZERO.
           05 GRACE-YES-CUST-INTEREST PIC S9(11) VALUE ZERO.
           05 GRACE-YES-CUST-FEES PIC S9(11) VALUE ZERO.
           05 GRACE-YES-CUST-OTHER PIC S9(11) VALUE ZERO.
           05 GRACE-YES-CUST-CLOSING PIC S9(11) VALUE ZERO.
           05 GRACE-YES-CUST-ENTRIES PIC 9(05) VALUE ZERO.
           05 GRACE-YES-PROVED-COUNT PIC 9(03) VALUE ZERO.
           05 GRACE-YES-MISSED-COUNT PIC 9(03) VALUE ZERO.

      *Mapping cards as loaded, for the accounts on the control
      *page.
       01 GRACE-YES-MAP-CTL.
           05 GRACE-YES-MAP-USED PIC 9(03) VALUE ZERO.
           05 GRACE-YES-MAP-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-YES-MAP-FOUND PIC 9(03) VALUE ZERO.
           05 GRACE-YES-MAP-TABLE OCCURS 200 TIMES.
               10 GRACE-YES-MAP-SITE PIC X(02).
               10 GRACE-YES-MAP-OP PIC X(01).
               10 GRACE-YES-MAP-DR PIC X(10).
               10 GRACE-YES-MAP-CR PIC X(10).
       01 GRACE-YES-WANT-SITE PIC X(02) VALUE SPACES.
       01 GRACE-YES-WANT-OP PIC X(01) VALUE SPACES.

      *The year's journal by site and op: the nightly nets that
      *raised balances and those that lowered them.
       01 GRACE-YES-GL-CTL.
           05 GRACE-YES-GL-USED PIC 9(03) VALUE ZERO.
           05 GRACE-YES-GL-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-YES-GL-FOUND PIC 9(03) VALUE ZERO.
           05 GRACE-YES-GL-OVERFLOW-SW PIC X(01) VALUE 'N'.
               88 GRACE-YES-GL-OVERFLOWED VALUE 'Y'.
           05 GRACE-YES-GL-TABLE OCCURS 200 TIMES.
               10 GRACE-YES-GL-SITE PIC X(02).
               10 GRACE-YES-GL-OP PIC X(01).
               10 GRACE-YES-GL-RAISED PIC 9(13).
               10 GRACE-YES-GL-LOWERED PIC 9(13).

      *The nightly net being built - one night, cycle, site, op.
       01 GRACE-YES-NIGHT.
           05 GRACE-YES-NIGHT-DATE PIC 9(08) VALUE ZERO.
           05 GRACE-YES-NIGHT-CYCLE PIC 9(02) VALUE ZERO.
           05 GRACE-YES-NIGHT-SITE PIC X(02) VALUE SPACES.
           05 GRACE-YES-NIGHT-OP PIC X(01) VALUE SPACES.
           05 GRACE-YES-NIGHT-NET PIC S9(11) VALUE ZERO.
           05 GRACE-YES-NIGHT-SW PIC X(01) VALUE 'N'.
               88 GRACE-YES-NIGHT-OPEN VALUE 'Y'.

      *Totals off the history, and off the summary records.
       01 GRACE-YES-CONTROL.
           05 GRACE-YES-HST-INTEREST PIC S9(13) VALUE ZERO.
           05 GRACE-YES-HST-FEES PIC S9(13) VALUE ZERO.
           05 GRACE-YES-HST-NET PIC S9(13) VALUE ZERO.
           05 GRACE-YES-HST-COUNT PIC 9(08) VALUE ZERO.
           05 GRACE-YES-SUM-INTEREST PIC S9(13) VALUE ZERO.
           05 GRACE-YES-SUM-FEES PIC S9(13) VALUE ZERO.
           05 GRACE-YES-SUM-NET PIC S9(13) VALUE ZERO.
           05 GRACE-YES-GL-DEBITS PIC 9(13) VALUE ZERO.
           05 GRACE-YES-GL-CREDITS PIC 9(13) VALUE ZERO.
           05 GRACE-YES-ABS-NET PIC 9(11) VALUE ZERO.
           05 GRACE-YES-CTL-DIFF PIC S9(13) VALUE ZERO.
           05 GRACE-YES-UNTIED-SW PIC X(01) VALUE 'N'.
               88 GRACE-YES-UNTIED VALUE 'Y'.

       01 GRACE-YES-COUNTS.
           05 GRACE-YES-CST-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-YES-SKIP-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-YES-SUMMARY-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-YES-NOTICE-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-YES-REFUSED-COUNT PIC 9(06) VALUE ZERO.

       01 GRACE-YES-EDITS.
           05 GRACE-YES-AMT-ED PIC -(10)9.
           05 GRACE-YES-BIG-ED PIC -(12)9.
           05 GRACE-YES-BIG2-ED PIC -(12)9.
           05 GRACE-YES-BIG3-ED PIC -(12)9.
           05 GRACE-YES-LINE PIC X(132) VALUE SPACES.
           05 GRACE-YES-CSZ-LINE PIC X(40) VALUE SPACES.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEYES" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 0800-LOAD-YEAR-CARD.
           DISPLAY "YEAR-END SUMMARY FOR " GRACE-YES-YEAR
               " - " GRACE-YES-FROM-DATE " THROUGH "
               GRACE-YES-THRU-DATE.
           DISPLAY "INTEREST THRESHOLD " GRACE-YES-INT-THRESHOLD
               "  FEE THRESHOLD " GRACE-YES-FEE-THRESHOLD.
           PERFORM 0900-LOAD-ACCOUNT-MAP.
           PERFORM 1000-SUMMARIZE-CUSTOMERS.
           PERFORM 5000-BUILD-CONTROL-TOTALS.
           PERFORM 6000-PRINT-CONTROL-PAGE.
           IF GRACE-YES-REFUSED-COUNT > ZERO
                   OR GRACE-YES-UNTIED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE GRACE-YES-SUMMARY-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

       0800-LOAD-YEAR-CARD.
           MOVE GRACE-CYC-DATE(1:4) TO GRACE-YES-YEAR.
           SUBTRACT 1 FROM GRACE-YES-YEAR.
           OPEN INPUT GRACE-YEC-FILE.
           IF GRACE-YEC-NOT-FOUND
               DISPLAY "GRACEYEC NOT FOUND - PRIOR YEAR, NO "
                   "THRESHOLDS"
           ELSE
               READ GRACE-YEC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GRACE-YEC-YEAR NUMERIC
                               AND GRACE-YEC-YEAR NOT = "0000"
                           MOVE GRACE-YEC-YEAR TO GRACE-YES-YEAR
                       END-IF
                       IF GRACE-YEC-INT-THRESHOLD NUMERIC
                           MOVE GRACE-YEC-INT-THRESHOLD
                               TO GRACE-YES-INT-THRESHOLD
                       END-IF
                       IF GRACE-YEC-FEE-THRESHOLD NUMERIC
                           MOVE GRACE-YEC-FEE-THRESHOLD
                               TO GRACE-YES-FEE-THRESHOLD
                       END-IF
               END-READ
               CLOSE GRACE-YEC-FILE
           END-IF.
           MOVE GRACE-YES-YEAR TO GRACE-YES-FROM-YYYY.
           MOVE 0101 TO GRACE-YES-FROM-MMDD.
           MOVE GRACE-YES-YEAR TO GRACE-YES-THRU-YYYY.
           MOVE 1231 TO GRACE-YES-THRU-MMDD.

       0900-LOAD-ACCOUNT-MAP.
           OPEN INPUT GRACE-GLM-FILE.
           IF GRACE-GLM-NOT-FOUND
               DISPLAY "GRACEGLM NOT FOUND - CONTROL PAGE CARRIES "
                   "NO ACCOUNTS"
           ELSE
               PERFORM 0910-READ-MAP-CARD
               PERFORM 0920-STORE-MAP-CARD
                   UNTIL GRACE-GLM-END-OF-FILE
               CLOSE GRACE-GLM-FILE
           END-IF.

       0910-READ-MAP-CARD.
           READ GRACE-GLM-FILE
               AT END
                   SET GRACE-GLM-END-OF-FILE TO TRUE
           END-READ.

       0920-STORE-MAP-CARD.
           IF GRACE-GLM-SITE-CODE NOT = SPACES
                   AND GRACE-YES-MAP-USED < 200
               ADD 1 TO GRACE-YES-MAP-USED
               MOVE GRACE-GLM-SITE-CODE
                   TO GRACE-YES-MAP-SITE(GRACE-YES-MAP-USED)
               MOVE GRACE-GLM-OP-CODE
                   TO GRACE-YES-MAP-OP(GRACE-YES-MAP-USED)
               MOVE GRACE-GLM-DR-ACCOUNT
                   TO GRACE-YES-MAP-DR(GRACE-YES-MAP-USED)
               MOVE GRACE-GLM-CR-ACCOUNT
                   TO GRACE-YES-MAP-CR(GRACE-YES-MAP-USED)
           END-IF.
           PERFORM 0910-READ-MAP-CARD.

      *----------------------------------------------------------
      * 1000-SUMMARIZE-CUSTOMERS sorts the customer master into
      * zip sequence and summarizes each customer's year.
      *----------------------------------------------------------
       1000-SUMMARIZE-CUSTOMERS.
           SORT GRACE-SORT-FILE
               ON ASCENDING KEY GRACE-SRT-ZIP
               USING GRACE-CST-FILE
               GIVING GRACE-CSZ-FILE.
           OPEN INPUT GRACE-MST-FILE.
           PERFORM 8100-OPEN-ACCOUNTS.
           OPEN INPUT GRACE-PHS-FILE.
           IF GRACE-PHS-NOT-FOUND
               DISPLAY "GRACEPHS NOT FOUND - NO ACTIVITY TO SUMMARIZE"
           ELSE
               SET GRACE-YES-HISTORY-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT GRACE-YRS-FILE.
           OPEN OUTPUT GRACE-PRT-FILE.
           OPEN INPUT GRACE-CSZ-FILE.
           PERFORM 1100-READ-SORTED-CUSTOMER.
           PERFORM 2000-SUMMARIZE-ONE-CUSTOMER
               UNTIL GRACE-CSZ-END-OF-FILE.
           CLOSE GRACE-CSZ-FILE.
           CLOSE GRACE-PRT-FILE.
           CLOSE GRACE-YRS-FILE.
           IF GRACE-YES-HISTORY-OPEN
               CLOSE GRACE-PHS-FILE
           END-IF.
           PERFORM 8130-CLOSE-ACCOUNTS.
           CLOSE GRACE-MST-FILE.

       1100-READ-SORTED-CUSTOMER.
           READ GRACE-CSZ-FILE
               AT END
                   SET GRACE-CSZ-END-OF-FILE TO TRUE
           END-READ.

       2000-SUMMARIZE-ONE-CUSTOMER.
           ADD 1 TO GRACE-YES-CST-COUNT.
           MOVE ZERO TO GRACE-YES-CUST-OPENING.
           MOVE ZERO TO GRACE-YES-CUST-INTEREST.
           MOVE ZERO TO GRACE-YES-CUST-FEES.
           MOVE ZERO TO GRACE-YES-CUST-OTHER.
           MOVE ZERO TO GRACE-YES-CUST-CLOSING.
           MOVE ZERO TO GRACE-YES-CUST-ENTRIES.
           MOVE ZERO TO GRACE-YES-PROVED-COUNT.
           MOVE ZERO TO GRACE-YES-MISSED-COUNT.
           MOVE GRACE-CSZ-ID TO GRACE-ACX-CUST-ID.
           PERFORM 8110-FIRST-ACCOUNT.
           PERFORM 2100-PROVE-ONE-ACCOUNT
               UNTIL GRACE-ACX-DONE.
           EVALUATE TRUE
               WHEN GRACE-YES-PROVED-COUNT = ZERO
                   ADD 1 TO GRACE-YES-SKIP-COUNT
               WHEN GRACE-YES-MISSED-COUNT > ZERO
                   PERFORM 3900-REFUSE-CUSTOMER
               WHEN OTHER
                   PERFORM 4000-WRITE-SUMMARY
           END-EVALUATE.
           PERFORM 1100-READ-SORTED-CUSTOMER.

      *An account with neither history nor master is passed over.
       2100-PROVE-ONE-ACCOUNT.
           MOVE 'N' TO GRACE-YES-MASTER-SW.
           MOVE GRACE-ACX-ACCOUNT TO GRACE-MST-KEY.
           READ GRACE-MST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GRACE-YES-HAS-MASTER TO TRUE
           END-READ.
           PERFORM 3000-PROVE-ACCOUNT-YEAR.
           IF GRACE-YES-SEEN-COUNT > ZERO OR GRACE-YES-HAS-MASTER
               ADD 1 TO GRACE-YES-PROVED-COUNT
               ADD GRACE-YES-OPENING TO GRACE-YES-CUST-OPENING
               ADD GRACE-YES-INTEREST TO GRACE-YES-CUST-INTEREST
               ADD GRACE-YES-FEES TO GRACE-YES-CUST-FEES
               ADD GRACE-YES-OTHER TO GRACE-YES-CUST-OTHER
               ADD GRACE-YES-CLOSING TO GRACE-YES-CUST-CLOSING
               ADD GRACE-YES-ENTRY-COUNT TO GRACE-YES-CUST-ENTRIES
               IF GRACE-YES-PROVED-BAL NOT = GRACE-YES-CLOSING
                   PERFORM 3950-LIST-ACCOUNT-MISSED
               END-IF
           END-IF.
           PERFORM 8120-NEXT-ACCOUNT.

      *----------------------------------------------------------
      * 3000-PROVE-ACCOUNT-YEAR reads the account's history
      * from the start. The last entry on or before 31 December
      * closes the year; with none, the first later entry's
      * balance less its amount is what the year closed on. The
      * last entry before the year opens it; with none, the first
      * entry in the year less its amount. No history at all puts
      * the master balance at both ends.
      *----------------------------------------------------------
       3000-PROVE-ACCOUNT-YEAR.
           MOVE ZERO TO GRACE-YES-OPENING.
           MOVE ZERO TO GRACE-YES-INTEREST.
           MOVE ZERO TO GRACE-YES-FEES.
           MOVE ZERO TO GRACE-YES-OTHER.
           MOVE ZERO TO GRACE-YES-CLOSING.
           MOVE ZERO TO GRACE-YES-ENTRY-COUNT.
           MOVE ZERO TO GRACE-YES-SEEN-COUNT.
           MOVE 'N' TO GRACE-YES-OPENING-SW.
           MOVE 'N' TO GRACE-YES-CLOSING-SW.
           IF GRACE-YES-HISTORY-OPEN
               PERFORM 3100-START-ACCOUNT-HISTORY
               PERFORM 3200-TAKE-ONE-ENTRY
                   UNTIL GRACE-YES-PHS-DONE
           END-IF.
           IF NOT GRACE-YES-CLOSING-KNOWN
               IF GRACE-YES-HAS-MASTER
                       AND GRACE-MST-BALANCE NUMERIC
                   MOVE GRACE-MST-BALANCE TO GRACE-YES-CLOSING
               END-IF
           END-IF.
           IF NOT GRACE-YES-OPENING-KNOWN
               MOVE GRACE-YES-CLOSING TO GRACE-YES-OPENING
           END-IF.
           COMPUTE GRACE-YES-PROVED-BAL =
               GRACE-YES-OPENING + GRACE-YES-INTEREST
               - GRACE-YES-FEES + GRACE-YES-OTHER.

       3100-START-ACCOUNT-HISTORY.
           MOVE 'N' TO GRACE-YES-PHS-DONE-SW.
           MOVE GRACE-ACX-ACCOUNT TO GRACE-PHS-SOURCE.
           MOVE ZERO TO GRACE-PHS-POST-DATE.
           MOVE ZERO TO GRACE-PHS-CYCLE.
           MOVE ZERO TO GRACE-PHS-SEQ.
           START GRACE-PHS-FILE
               KEY IS >= GRACE-PHS-KEY
               INVALID KEY
                   SET GRACE-YES-PHS-DONE TO TRUE
           END-START.

       3200-TAKE-ONE-ENTRY.
           READ GRACE-PHS-FILE NEXT RECORD
               AT END
                   SET GRACE-YES-PHS-DONE TO TRUE
               NOT AT END
                   IF GRACE-PHS-SOURCE NOT = GRACE-ACX-ACCOUNT
                       SET GRACE-YES-PHS-DONE TO TRUE
                   ELSE
                       ADD 1 TO GRACE-YES-SEEN-COUNT
                       PERFORM 3250-PLACE-ONE-ENTRY
                   END-IF
           END-READ.

       3250-PLACE-ONE-ENTRY.
           EVALUATE TRUE
               WHEN GRACE-PHS-POST-DATE < GRACE-YES-FROM-DATE
                   MOVE GRACE-PHS-BALANCE TO GRACE-YES-OPENING
                   SET GRACE-YES-OPENING-KNOWN TO TRUE
                   MOVE GRACE-PHS-BALANCE TO GRACE-YES-CLOSING
                   SET GRACE-YES-CLOSING-KNOWN TO TRUE
               WHEN GRACE-PHS-POST-DATE > GRACE-YES-THRU-DATE
                   IF NOT GRACE-YES-CLOSING-KNOWN
                       COMPUTE GRACE-YES-CLOSING =
                           GRACE-PHS-BALANCE - GRACE-PHS-AMOUNT
                       SET GRACE-YES-CLOSING-KNOWN TO TRUE
                   END-IF
                   SET GRACE-YES-PHS-DONE TO TRUE
               WHEN OTHER
                   IF NOT GRACE-YES-OPENING-KNOWN
                       COMPUTE GRACE-YES-OPENING =
                           GRACE-PHS-BALANCE - GRACE-PHS-AMOUNT
                       SET GRACE-YES-OPENING-KNOWN TO TRUE
                   END-IF
                   MOVE GRACE-PHS-BALANCE TO GRACE-YES-CLOSING
                   SET GRACE-YES-CLOSING-KNOWN TO TRUE
                   ADD 1 TO GRACE-YES-ENTRY-COUNT
                   EVALUATE GRACE-PHS-SITE-CODE
                       WHEN "IN"
                           ADD GRACE-PHS-AMOUNT TO GRACE-YES-INTEREST
                       WHEN "FE"
                           SUBTRACT GRACE-PHS-AMOUNT
                               FROM GRACE-YES-FEES
                       WHEN OTHER
                           ADD GRACE-PHS-AMOUNT TO GRACE-YES-OTHER
                   END-EVALUATE
           END-EVALUATE.

      *A year that does not foot is listed with the accounts
      *that missed and never written.
       3900-REFUSE-CUSTOMER.
           ADD 1 TO GRACE-YES-REFUSED-COUNT.
           DISPLAY "*** YEAR REFUSED FOR " GRACE-CSZ-ID
               " - " GRACE-YES-MISSED-COUNT
               " ACCOUNT(S) DO NOT PROVE ***".

       3950-LIST-ACCOUNT-MISSED.
           ADD 1 TO GRACE-YES-MISSED-COUNT.
           COMPUTE GRACE-YES-DIFFERENCE =
               GRACE-YES-CLOSING - GRACE-YES-PROVED-BAL.
           MOVE GRACE-YES-DIFFERENCE TO GRACE-YES-AMT-ED.
           DISPLAY "    ACCOUNT " GRACE-ACX-ACCOUNT " OF "
               GRACE-CSZ-ID " - OPENING PLUS ACTIVITY MISSES THE "
               "ENDING BALANCE BY " GRACE-YES-AMT-ED.

       4000-WRITE-SUMMARY.
           MOVE SPACES TO GRACE-YRS-REC.
           MOVE GRACE-YES-YEAR TO GRACE-YRS-YEAR.
           MOVE GRACE-CSZ-ID TO GRACE-YRS-CUST-ID.
           MOVE GRACE-YES-CUST-OPENING TO GRACE-YRS-OPEN-BALANCE.
           MOVE GRACE-YES-CUST-INTEREST TO GRACE-YRS-INTEREST.
           MOVE GRACE-YES-CUST-FEES TO GRACE-YRS-FEES.
           MOVE GRACE-YES-CUST-OTHER TO GRACE-YRS-OTHER.
           MOVE GRACE-YES-CUST-CLOSING TO GRACE-YRS-END-BALANCE.
           MOVE GRACE-YES-CUST-ENTRIES TO GRACE-YRS-ENTRY-COUNT.
           MOVE 'N' TO GRACE-YRS-REPORTABLE.
           IF (GRACE-YES-CUST-INTEREST > ZERO
                   AND GRACE-YES-CUST-INTEREST
                       NOT < GRACE-YES-INT-THRESHOLD)
               OR (GRACE-YES-CUST-FEES > ZERO
                   AND GRACE-YES-CUST-FEES
                       NOT < GRACE-YES-FEE-THRESHOLD)
               MOVE 'Y' TO GRACE-YRS-REPORTABLE
           END-IF.
           MOVE GRACE-CSZ-LAST TO GRACE-YRS-LAST-NAME.
           MOVE GRACE-CSZ-FIRST TO GRACE-YRS-FIRST-NAME.
           MOVE GRACE-CSZ-STATE TO GRACE-YRS-STATE.
           MOVE GRACE-CSZ-ZIP TO GRACE-YRS-ZIP.
           WRITE GRACE-YRS-REC.
           ADD 1 TO GRACE-YES-SUMMARY-COUNT.
           ADD GRACE-YES-CUST-INTEREST TO GRACE-YES-SUM-INTEREST.
           ADD GRACE-YES-CUST-FEES TO GRACE-YES-SUM-FEES.
           COMPUTE GRACE-YES-SUM-NET = GRACE-YES-SUM-NET
               + GRACE-YES-CUST-CLOSING - GRACE-YES-CUST-OPENING.
           IF GRACE-YRS-IS-REPORTABLE
               PERFORM 4100-PRINT-NOTICE
           END-IF.

      *----------------------------------------------------------
      * 4100-PRINT-NOTICE - the customer's year-end notice: name
      * and address, the interest credited and fees charged, and
      * the balances the year opened and closed on.
      *----------------------------------------------------------
       4100-PRINT-NOTICE.
           ADD 1 TO GRACE-YES-NOTICE-COUNT.
           STRING "YEAR-END ACCOUNT SUMMARY " DELIMITED BY SIZE
               GRACE-YES-YEAR DELIMITED BY SIZE
               "   ACCOUNT " DELIMITED BY SIZE
               GRACE-CSZ-ID DELIMITED BY SIZE
               INTO GRACE-YES-LINE
           END-STRING.
           PERFORM 5900-WRITE-NOTICE-LINE.
           PERFORM 5900-WRITE-NOTICE-LINE.
           MOVE SPACES TO GRACE-YES-CSZ-LINE.
           STRING GRACE-CSZ-FIRST DELIMITED BY "  "
               " " DELIMITED BY SIZE
               GRACE-CSZ-LAST DELIMITED BY "  "
               INTO GRACE-YES-CSZ-LINE
           END-STRING.
           MOVE GRACE-YES-CSZ-LINE TO GRACE-YES-LINE.
           PERFORM 5900-WRITE-NOTICE-LINE.
           MOVE GRACE-CSZ-STREET TO GRACE-YES-LINE.
           PERFORM 5900-WRITE-NOTICE-LINE.
           MOVE SPACES TO GRACE-YES-CSZ-LINE.
           STRING GRACE-CSZ-CITY DELIMITED BY "  "
               " " DELIMITED BY SIZE
               GRACE-CSZ-STATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-CSZ-ZIP DELIMITED BY SIZE
               INTO GRACE-YES-CSZ-LINE
           END-STRING.
           MOVE GRACE-YES-CSZ-LINE TO GRACE-YES-LINE.
           PERFORM 5900-WRITE-NOTICE-LINE.
           PERFORM 5900-WRITE-NOTICE-LINE.
           MOVE GRACE-YES-CUST-OPENING TO GRACE-YES-AMT-ED.
           STRING "BALANCE AT 1 JANUARY     " DELIMITED BY SIZE
               GRACE-YES-AMT-ED DELIMITED BY SIZE
               INTO GRACE-YES-LINE
           END-STRING.
           PERFORM 5900-WRITE-NOTICE-LINE.
           MOVE GRACE-YES-CUST-INTEREST TO GRACE-YES-AMT-ED.
           STRING "INTEREST CREDITED        " DELIMITED BY SIZE
               GRACE-YES-AMT-ED DELIMITED BY SIZE
               INTO GRACE-YES-LINE
           END-STRING.
           PERFORM 5900-WRITE-NOTICE-LINE.
           MOVE GRACE-YES-CUST-FEES TO GRACE-YES-AMT-ED.
           STRING "FEES CHARGED             " DELIMITED BY SIZE
               GRACE-YES-AMT-ED DELIMITED BY SIZE
               INTO GRACE-YES-LINE
           END-STRING.
           PERFORM 5900-WRITE-NOTICE-LINE.
           MOVE GRACE-YES-CUST-OTHER TO GRACE-YES-AMT-ED.
           STRING "OTHER ACTIVITY (NET)     " DELIMITED BY SIZE
               GRACE-YES-AMT-ED DELIMITED BY SIZE
               INTO GRACE-YES-LINE
           END-STRING.
           PERFORM 5900-WRITE-NOTICE-LINE.
           MOVE GRACE-YES-CUST-CLOSING TO GRACE-YES-AMT-ED.
           STRING "BALANCE AT 31 DECEMBER   " DELIMITED BY SIZE
               GRACE-YES-AMT-ED DELIMITED BY SIZE
               INTO GRACE-YES-LINE
           END-STRING.
           PERFORM 5900-WRITE-NOTICE-LINE.
           MOVE ALL "-" TO GRACE-YES-LINE(1:72).
           PERFORM 5900-WRITE-NOTICE-LINE.

       5900-WRITE-NOTICE-LINE.
           WRITE GRACE-PRT-REC FROM GRACE-YES-LINE.
           MOVE SPACES TO GRACE-YES-LINE.

      *----------------------------------------------------------
      * 5000-BUILD-CONTROL-TOTALS sorts the year's history into
      * journal order and nets it night by night as GRACEGLI did.
      *----------------------------------------------------------
       5000-BUILD-CONTROL-TOTALS.
           IF GRACE-YES-HISTORY-OPEN
               SORT GRACE-GLS-FILE
                   ON ASCENDING KEY GRACE-GLS-POST-DATE
                   ON ASCENDING KEY GRACE-GLS-CYCLE
                   ON ASCENDING KEY GRACE-GLS-SITE-CODE
                   ON ASCENDING KEY GRACE-GLS-OP-CODE
                   INPUT PROCEDURE IS 5100-RELEASE-YEAR-ENTRIES
                   OUTPUT PROCEDURE IS 5300-NET-BY-NIGHT
           END-IF.

       5100-RELEASE-YEAR-ENTRIES.
           OPEN INPUT GRACE-PHS-FILE.
           MOVE 'N' TO GRACE-YES-PHS-DONE-SW.
           PERFORM 5150-RELEASE-ONE-ENTRY
               UNTIL GRACE-YES-PHS-DONE.
           CLOSE GRACE-PHS-FILE.

       5150-RELEASE-ONE-ENTRY.
           READ GRACE-PHS-FILE NEXT RECORD
               AT END
                   SET GRACE-YES-PHS-DONE TO TRUE
               NOT AT END
                   IF GRACE-PHS-POST-DATE NOT < GRACE-YES-FROM-DATE
                           AND GRACE-PHS-POST-DATE
                               NOT > GRACE-YES-THRU-DATE
                           AND GRACE-PHS-AMOUNT NOT = ZERO
                       PERFORM 5200-TOTAL-HISTORY-ENTRY
                       MOVE GRACE-PHS-POST-DATE TO GRACE-GLS-POST-DATE
                       MOVE GRACE-PHS-CYCLE TO GRACE-GLS-CYCLE
                       MOVE GRACE-PHS-SITE-CODE TO GRACE-GLS-SITE-CODE
                       MOVE GRACE-PHS-OP-CODE TO GRACE-GLS-OP-CODE
                       MOVE GRACE-PHS-AMOUNT TO GRACE-GLS-AMOUNT
                       RELEASE GRACE-GLS-REC
                   END-IF
           END-READ.

       5200-TOTAL-HISTORY-ENTRY.
           ADD 1 TO GRACE-YES-HST-COUNT.
           ADD GRACE-PHS-AMOUNT TO GRACE-YES-HST-NET.
           EVALUATE GRACE-PHS-SITE-CODE
               WHEN "IN"
                   ADD GRACE-PHS-AMOUNT TO GRACE-YES-HST-INTEREST
               WHEN "FE"
                   SUBTRACT GRACE-PHS-AMOUNT FROM GRACE-YES-HST-FEES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       5300-NET-BY-NIGHT.
           MOVE 'N' TO GRACE-GLS-EOF-SW.
           MOVE 'N' TO GRACE-YES-NIGHT-SW.
           PERFORM 5350-RETURN-JOURNAL-ENTRY.
           PERFORM 5400-NET-ONE-ENTRY
               UNTIL GRACE-GLS-END-OF-FILE.
           IF GRACE-YES-NIGHT-OPEN
               PERFORM 5500-CLOSE-NIGHT-NET
           END-IF.

       5350-RETURN-JOURNAL-ENTRY.
           RETURN GRACE-GLS-FILE
               AT END
                   SET GRACE-GLS-END-OF-FILE TO TRUE
           END-RETURN.

       5400-NET-ONE-ENTRY.
           IF GRACE-YES-NIGHT-OPEN
               IF GRACE-GLS-POST-DATE NOT = GRACE-YES-NIGHT-DATE
                       OR GRACE-GLS-CYCLE NOT = GRACE-YES-NIGHT-CYCLE
                       OR GRACE-GLS-SITE-CODE
                           NOT = GRACE-YES-NIGHT-SITE
                       OR GRACE-GLS-OP-CODE NOT = GRACE-YES-NIGHT-OP
                   PERFORM 5500-CLOSE-NIGHT-NET
               END-IF
           END-IF.
           IF NOT GRACE-YES-NIGHT-OPEN
               MOVE GRACE-GLS-POST-DATE TO GRACE-YES-NIGHT-DATE
               MOVE GRACE-GLS-CYCLE TO GRACE-YES-NIGHT-CYCLE
               MOVE GRACE-GLS-SITE-CODE TO GRACE-YES-NIGHT-SITE
               MOVE GRACE-GLS-OP-CODE TO GRACE-YES-NIGHT-OP
               MOVE ZERO TO GRACE-YES-NIGHT-NET
               SET GRACE-YES-NIGHT-OPEN TO TRUE
           END-IF.
           ADD GRACE-GLS-AMOUNT TO GRACE-YES-NIGHT-NET.
           PERFORM 5350-RETURN-JOURNAL-ENTRY.

      *A nightly net became one debit and one credit of the same
      *amount on the GL interface.
       5500-CLOSE-NIGHT-NET.
           MOVE 'N' TO GRACE-YES-NIGHT-SW.
           IF GRACE-YES-NIGHT-NET NOT = ZERO
               PERFORM 5600-FIND-GL-SLOT
               IF GRACE-YES-NIGHT-NET > ZERO
                   MOVE GRACE-YES-NIGHT-NET TO GRACE-YES-ABS-NET
               ELSE
                   COMPUTE GRACE-YES-ABS-NET =
                       0 - GRACE-YES-NIGHT-NET
               END-IF
               ADD GRACE-YES-ABS-NET TO GRACE-YES-GL-DEBITS
               ADD GRACE-YES-ABS-NET TO GRACE-YES-GL-CREDITS
               IF GRACE-YES-GL-FOUND > ZERO
                   IF GRACE-YES-NIGHT-NET > ZERO
                       ADD GRACE-YES-ABS-NET
                           TO GRACE-YES-GL-RAISED(GRACE-YES-GL-FOUND)
                   ELSE
                       ADD GRACE-YES-ABS-NET
                           TO GRACE-YES-GL-LOWERED(GRACE-YES-GL-FOUND)
                   END-IF
               END-IF
           END-IF.

       5600-FIND-GL-SLOT.
           MOVE ZERO TO GRACE-YES-GL-FOUND.
           PERFORM 5650-MATCH-GL-SLOT
               VARYING GRACE-YES-GL-IDX FROM 1 BY 1
               UNTIL GRACE-YES-GL-IDX > GRACE-YES-GL-USED
                  OR GRACE-YES-GL-FOUND > ZERO.
           IF GRACE-YES-GL-FOUND = ZERO
               IF GRACE-YES-GL-USED < 200
                   ADD 1 TO GRACE-YES-GL-USED
                   MOVE GRACE-YES-NIGHT-SITE
                       TO GRACE-YES-GL-SITE(GRACE-YES-GL-USED)
                   MOVE GRACE-YES-NIGHT-OP
                       TO GRACE-YES-GL-OP(GRACE-YES-GL-USED)
                   MOVE ZERO TO GRACE-YES-GL-RAISED(GRACE-YES-GL-USED)
                   MOVE ZERO
                       TO GRACE-YES-GL-LOWERED(GRACE-YES-GL-USED)
                   MOVE GRACE-YES-GL-USED TO GRACE-YES-GL-FOUND
               ELSE
                   SET GRACE-YES-GL-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       5650-MATCH-GL-SLOT.
           IF GRACE-YES-GL-SITE(GRACE-YES-GL-IDX)
                   = GRACE-YES-NIGHT-SITE
                   AND GRACE-YES-GL-OP(GRACE-YES-GL-IDX)
                   = GRACE-YES-NIGHT-OP
               MOVE GRACE-YES-GL-IDX TO GRACE-YES-GL-FOUND
           END-IF.

      *----------------------------------------------------------
      * 6000-PRINT-CONTROL-PAGE - the year's journal by site and
      * op code with its accounts, then the summary file tied to
      * the history.
      *----------------------------------------------------------
       6000-PRINT-CONTROL-PAGE.
           DISPLAY " ".
           DISPLAY "CONTROL TOTALS - YEAR " GRACE-YES-YEAR.
           DISPLAY "SITE OP DR ACCOUNT CR ACCOUNT   BALANCES RAISED"
               "  BALANCES LOWERED".
           PERFORM 6100-PRINT-GL-LINE
               VARYING GRACE-YES-GL-IDX FROM 1 BY 1
               UNTIL GRACE-YES-GL-IDX > GRACE-YES-GL-USED.
           IF GRACE-YES-GL-OVERFLOWED
               DISPLAY "*** MORE THAN 200 SITE/OP PAIRS - LINES "
                   "MISSING ABOVE, TOTALS COMPLETE ***"
           END-IF.
           MOVE GRACE-YES-GL-DEBITS TO GRACE-YES-BIG-ED.
           DISPLAY "GL DEBITS FOR THE YEAR.....: " GRACE-YES-BIG-ED.
           MOVE GRACE-YES-GL-CREDITS TO GRACE-YES-BIG-ED.
           DISPLAY "GL CREDITS FOR THE YEAR....: " GRACE-YES-BIG-ED.
           DISPLAY "HISTORY ENTRIES IN YEAR....: "
               GRACE-YES-HST-COUNT.
           DISPLAY " ".
           DISPLAY "                     HISTORY      SUMMARY FILE"
               "       DIFFERENCE".
           MOVE GRACE-YES-HST-INTEREST TO GRACE-YES-BIG-ED.
           MOVE GRACE-YES-SUM-INTEREST TO GRACE-YES-BIG2-ED.
           COMPUTE GRACE-YES-CTL-DIFF =
               GRACE-YES-HST-INTEREST - GRACE-YES-SUM-INTEREST.
           PERFORM 6200-NOTE-DIFFERENCE.
           DISPLAY "INTEREST   " GRACE-YES-BIG-ED "  "
               GRACE-YES-BIG2-ED "  " GRACE-YES-BIG3-ED.
           MOVE GRACE-YES-HST-FEES TO GRACE-YES-BIG-ED.
           MOVE GRACE-YES-SUM-FEES TO GRACE-YES-BIG2-ED.
           COMPUTE GRACE-YES-CTL-DIFF =
               GRACE-YES-HST-FEES - GRACE-YES-SUM-FEES.
           PERFORM 6200-NOTE-DIFFERENCE.
           DISPLAY "FEES       " GRACE-YES-BIG-ED "  "
               GRACE-YES-BIG2-ED "  " GRACE-YES-BIG3-ED.
           MOVE GRACE-YES-HST-NET TO GRACE-YES-BIG-ED.
           MOVE GRACE-YES-SUM-NET TO GRACE-YES-BIG2-ED.
           COMPUTE GRACE-YES-CTL-DIFF =
               GRACE-YES-HST-NET - GRACE-YES-SUM-NET.
           PERFORM 6200-NOTE-DIFFERENCE.
           DISPLAY "NET CHANGE " GRACE-YES-BIG-ED "  "
               GRACE-YES-BIG2-ED "  " GRACE-YES-BIG3-ED.
           IF GRACE-YES-UNTIED
               DISPLAY "*** SUMMARY DOES NOT TIE TO THE HISTORY - "
                   "SEE REFUSED CUSTOMERS AND HISTORY FOR "
                   "CUSTOMERS OFF GRACECST ***"
           ELSE
               DISPLAY "SUMMARY TIES TO THE HISTORY AND THE GL"
           END-IF.
           DISPLAY " ".
           DISPLAY "CUSTOMERS READ.............: "
               GRACE-YES-CST-COUNT.
           DISPLAY "NO MASTER OR HISTORY.......: "
               GRACE-YES-SKIP-COUNT.
           DISPLAY "SUMMARY RECORDS WRITTEN....: "
               GRACE-YES-SUMMARY-COUNT.
           DISPLAY "NOTICES PRINTED............: "
               GRACE-YES-NOTICE-COUNT.
           DISPLAY "CUSTOMERS REFUSED..........: "
               GRACE-YES-REFUSED-COUNT.

       6100-PRINT-GL-LINE.
           MOVE GRACE-YES-GL-SITE(GRACE-YES-GL-IDX)
               TO GRACE-YES-WANT-SITE.
           MOVE GRACE-YES-GL-OP(GRACE-YES-GL-IDX)
               TO GRACE-YES-WANT-OP.
           PERFORM 6150-FIND-MAPPING.
           MOVE GRACE-YES-GL-RAISED(GRACE-YES-GL-IDX)
               TO GRACE-YES-BIG-ED.
           MOVE GRACE-YES-GL-LOWERED(GRACE-YES-GL-IDX)
               TO GRACE-YES-BIG2-ED.
           IF GRACE-YES-MAP-FOUND > ZERO
               DISPLAY GRACE-YES-GL-SITE(GRACE-YES-GL-IDX) "   "
                   GRACE-YES-GL-OP(GRACE-YES-GL-IDX) "  "
                   GRACE-YES-MAP-DR(GRACE-YES-MAP-FOUND) " "
                   GRACE-YES-MAP-CR(GRACE-YES-MAP-FOUND) " "
                   GRACE-YES-BIG-ED " " GRACE-YES-BIG2-ED
           ELSE
               DISPLAY GRACE-YES-GL-SITE(GRACE-YES-GL-IDX) "   "
                   GRACE-YES-GL-OP(GRACE-YES-GL-IDX) "  "
                   "UNMAPPED              "
                   GRACE-YES-BIG-ED " " GRACE-YES-BIG2-ED
           END-IF.

      *The most specific card wins, as in GRACEGLI.
       6150-FIND-MAPPING.
           PERFORM 6160-SCAN-MAPPING.
           IF GRACE-YES-MAP-FOUND = ZERO
               MOVE "**" TO GRACE-YES-WANT-SITE
               PERFORM 6160-SCAN-MAPPING
           END-IF.
           IF GRACE-YES-MAP-FOUND = ZERO
               MOVE GRACE-YES-GL-SITE(GRACE-YES-GL-IDX)
                   TO GRACE-YES-WANT-SITE
               MOVE "*" TO GRACE-YES-WANT-OP
               PERFORM 6160-SCAN-MAPPING
           END-IF.
           IF GRACE-YES-MAP-FOUND = ZERO
               MOVE "**" TO GRACE-YES-WANT-SITE
               PERFORM 6160-SCAN-MAPPING
           END-IF.

       6160-SCAN-MAPPING.
           MOVE ZERO TO GRACE-YES-MAP-FOUND.
           PERFORM 6170-MATCH-MAPPING
               VARYING GRACE-YES-MAP-IDX FROM 1 BY 1
               UNTIL GRACE-YES-MAP-IDX > GRACE-YES-MAP-USED
                  OR GRACE-YES-MAP-FOUND > ZERO.

       6170-MATCH-MAPPING.
           IF GRACE-YES-MAP-SITE(GRACE-YES-MAP-IDX)
                   = GRACE-YES-WANT-SITE
                   AND GRACE-YES-MAP-OP(GRACE-YES-MAP-IDX)
                   = GRACE-YES-WANT-OP
               MOVE GRACE-YES-MAP-IDX TO GRACE-YES-MAP-FOUND
           END-IF.

       6200-NOTE-DIFFERENCE.
           MOVE GRACE-YES-CTL-DIFF TO GRACE-YES-BIG3-ED.
           IF GRACE-YES-CTL-DIFF NOT = ZERO
               SET GRACE-YES-UNTIED TO TRUE
           END-IF.

           COPY GRACEACTP.

           COPY GRACERPTP.

           COPY GRACECYCP.
