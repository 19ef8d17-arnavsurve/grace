       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEPFT.
      *----------------------------------------------------------
      * GRACEPFT is the monthly customer profitability report -
      * which customers, and which households, make us money.
      * Every ingredient was already kept: GRACEMST balances, the
      * GRACEPHS posted history, the GRACEHHX households GRACEHHG
      * forms and the GRACECST addresses. This step joins them.
      *
      * The GRACEPFC card gives the month and the cost rate:
      *
      *   cols  1-6   month to report, YYYYMM - blank or zero
      *               means the GRACECYC date's month, so the
      *               month-end run needs no card change; any
      *               past month can be rerun
      *   cols  8-14  cost per transaction, two places implied
      *               (0000025 is 0.25)
      *
      * For each customer on GRACECST the month's history of
      * every account GRACEACT shows the customer owning gives,
      * the way GRACEYES reads a year, and added over the
      * customer's accounts:
      *
      *   - fee income - site FE, net of fee credits
      *   - interest paid - site IN
      *   - transactions - every other posting in the month
      *   - average balance - the balance each day of the month
      *     held, averaged over the month's days: the month opens
      *     on the balance the last entry before it left (or the
      *     first entry in it less its amount), and each entry's
      *     balance holds from its posting date on. An account
      *     with no history stands at its GRACEMST balance all
      *     month; with no master either, it is passed over, and
      *     a customer with no account measured is skipped
      *   - cost - transactions at the card's rate
      *   - profit - fee income less interest paid less cost
      *
      * Customers are added into their GRACEHHX household - a
      * customer GRACEHHG has not householded (not mailable, or
      * new since it last ran) is a household of one - and into
      * their state. Households are ranked by profit, most
      * profitable first, and split into ten deciles of as near
      * equal size as the count allows.
      *
      * The PFTPRINT report lists each customer, the household
      * ranking, a summary by decile and a summary by state. The
      * same figures go to the GRACEPFX extract for marketing -
      * see GRACEPFX.cpy. No cost card prices transactions at
      * zero, and a household or state table too small for the
      * month leaves those summaries short; either ends the step
      * RC=4.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-PFC-FILE ASSIGN TO GRACEPFC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-PFC-STATUS.
           SELECT GRACE-CST-FILE ASSIGN TO GRACECST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CST-STATUS.
           SELECT GRACE-HHX-FILE ASSIGN TO GRACEHHX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-HHX-STATUS.
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
           SELECT GRACE-RNK-FILE ASSIGN TO "GRACEPFS".
           SELECT GRACE-PFX-FILE ASSIGN TO GRACEPFX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-PFX-STATUS.
           SELECT GRACE-PRT-FILE ASSIGN TO PFTPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-PRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

      *Month and cost rate - see the header for the columns.
       FD  GRACE-PFC-FILE
           RECORDING MODE IS F.
       01 GRACE-PFC-REC.
           05 GRACE-PFC-MONTH PIC X(06).
           05 FILLER PIC X(01).
           05 GRACE-PFC-COST-RATE PIC X(07).
           05 GRACE-PFC-COST-RATE-N REDEFINES GRACE-PFC-COST-RATE
               PIC 9(05)V99.
           05 FILLER PIC X(66).

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

      *Household cross-reference, the GRACEHHG layout.
       FD  GRACE-HHX-FILE
           RECORDING MODE IS F.
       01 GRACE-HHX-REC.
           05 GRACE-HHX-HOUSEHOLD-KEY PIC 9(06).
           05 GRACE-HHX-CUST-ID PIC 9(06).
           05 GRACE-HHX-STREET PIC X(20).
           05 GRACE-HHX-ZIP PIC X(05).
           05 GRACE-HHX-HEAD-FLAG PIC X(01).
           05 FILLER PIC X(42).

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

      *Households by profit - the profit and the household's
      *place in the table.
       SD  GRACE-RNK-FILE.
       01 GRACE-RNK-REC.
           05 GRACE-RNK-PROFIT PIC S9(11)V99
               SIGN IS LEADING SEPARATE.
           05 GRACE-RNK-SLOT PIC 9(05).

       FD  GRACE-PFX-FILE
           RECORDING MODE IS F.
           COPY GRACEPFX.

       FD  GRACE-PRT-FILE
           RECORDING MODE IS F.
       01 GRACE-PRT-REC PIC X(132).

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

           COPY GRACEACTH.

       01 GRACE-PFC-STATUS PIC X(02).
           88 GRACE-PFC-OK VALUE '00'.
           88 GRACE-PFC-NOT-FOUND VALUE '35'.

       01 GRACE-CST-STATUS PIC X(02).
           88 GRACE-CST-OK VALUE '00'.
           88 GRACE-CST-NOT-FOUND VALUE '35'.

       01 GRACE-HHX-STATUS PIC X(02).
           88 GRACE-HHX-OK VALUE '00'.
           88 GRACE-HHX-NOT-FOUND VALUE '35'.

       01 GRACE-MST-STATUS PIC X(02).
           88 GRACE-MST-OK VALUE '00'.
           88 GRACE-MST-NOT-FOUND VALUE '35'.

       01 GRACE-PHS-STATUS PIC X(02).
           88 GRACE-PHS-OK VALUE '00'.
           88 GRACE-PHS-NOT-FOUND VALUE '35'.

       01 GRACE-PFX-STATUS PIC X(02).
           88 GRACE-PFX-OK VALUE '00'.

       01 GRACE-PRT-STATUS PIC X(02).
           88 GRACE-PRT-OK VALUE '00'.

       01 GRACE-CST-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CST-END-OF-FILE VALUE 'Y'.

       01 GRACE-HHX-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-HHX-END-OF-FILE VALUE 'Y'.

       01 GRACE-RNK-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-RNK-END-OF-FILE VALUE 'Y'.

       01 GRACE-PFT-PHS-DONE-SW PIC X(01) VALUE 'N'.
           88 GRACE-PFT-PHS-DONE VALUE 'Y'.

       01 GRACE-PFT-HISTORY-SW PIC X(01) VALUE 'N'.
           88 GRACE-PFT-HISTORY-OPEN VALUE 'Y'.

       01 GRACE-PFT-SHORT-SW PIC X(01) VALUE 'N'.
           88 GRACE-PFT-SHORT VALUE 'Y'.

      *The month reported, its first and last days, and the
      *same days as day numbers for the balance weighting.
       01 GRACE-PFT-PERIOD.
           05 GRACE-PFT-MONTH PIC 9(06) VALUE ZERO.
           05 GRACE-PFT-MONTH-PARTS REDEFINES GRACE-PFT-MONTH.
               10 GRACE-PFT-MONTH-YYYY PIC 9(04).
               10 GRACE-PFT-MONTH-MM PIC 9(02).
           05 GRACE-PFT-FROM-DATE PIC 9(08) VALUE ZERO.
           05 GRACE-PFT-FROM-PARTS REDEFINES GRACE-PFT-FROM-DATE.
               10 GRACE-PFT-FROM-YYYYMM PIC 9(06).
               10 GRACE-PFT-FROM-DD PIC 9(02).
           05 GRACE-PFT-NEXT-DATE PIC 9(08) VALUE ZERO.
           05 GRACE-PFT-NEXT-PARTS REDEFINES GRACE-PFT-NEXT-DATE.
               10 GRACE-PFT-NEXT-YYYY PIC 9(04).
               10 GRACE-PFT-NEXT-MM PIC 9(02).
               10 GRACE-PFT-NEXT-DD PIC 9(02).
           05 GRACE-PFT-THRU-DATE PIC 9(08) VALUE ZERO.
           05 GRACE-PFT-FROM-DAY PIC 9(07) VALUE ZERO.
           05 GRACE-PFT-THRU-DAY PIC 9(07) VALUE ZERO.
           05 GRACE-PFT-MONTH-DAYS PIC 9(02) VALUE ZERO.

       01 GRACE-PFT-COST-RATE PIC 9(05)V99 VALUE ZERO.

      *One customer's month. Fees, interest and transactions add
      *up over the accounts as their entries are taken; opening,
      *closing and the balance weighting are the account's own.
       01 GRACE-PFT-FIGURES.
           05 GRACE-PFT-OPENING PIC S9(11) VALUE ZERO.
           05 GRACE-PFT-CLOSING PIC S9(11) VALUE ZERO.
           05 GRACE-PFT-RUNNING PIC S9(11) VALUE ZERO.
           05 GRACE-PFT-FEES PIC S9(11) VALUE ZERO.
           05 GRACE-PFT-INTEREST PIC S9(11) VALUE ZERO.
           05 GRACE-PFT-AVG-BALANCE PIC S9(11) VALUE ZERO.
           05 GRACE-PFT-ACCT-AVG PIC S9(11) VALUE ZERO.
           05 GRACE-PFT-MEASURED-COUNT PIC 9(03) VALUE ZERO.
           05 GRACE-PFT-TXN-COUNT PIC 9(07) VALUE ZERO.
           05 GRACE-PFT-COST PIC 9(09)V99 VALUE ZERO.
           05 GRACE-PFT-PROFIT PIC S9(11)V99 VALUE ZERO.
           05 GRACE-PFT-BALANCE-DAYS PIC S9(15) VALUE ZERO.
           05 GRACE-PFT-LAST-DAY PIC 9(07) VALUE ZERO.
           05 GRACE-PFT-ENTRY-DAY PIC 9(07) VALUE ZERO.
           05 GRACE-PFT-MONTH-ENTRIES PIC 9(05) VALUE ZERO.
           05 GRACE-PFT-SEEN-COUNT PIC 9(05) VALUE ZERO.
           05 GRACE-PFT-OPENING-SW PIC X(01) VALUE 'N'.
               88 GRACE-PFT-OPENING-KNOWN VALUE 'Y'.
           05 GRACE-PFT-CLOSING-SW PIC X(01) VALUE 'N'.
               88 GRACE-PFT-CLOSING-KNOWN VALUE 'Y'.
           05 GRACE-PFT-MASTER-SW PIC X(01) VALUE 'N'.
               88 GRACE-PFT-HAS-MASTER VALUE 'Y'.

      *GRACEHHX as loaded - customer, household, head flag.
       01 GRACE-PFT-XRF-CTL.
           05 GRACE-PFT-XRF-USED PIC 9(05) VALUE ZERO.
           05 GRACE-PFT-XRF-IDX PIC 9(05) VALUE ZERO.
           05 GRACE-PFT-XRF-FOUND PIC 9(05) VALUE ZERO.
           05 GRACE-PFT-XRF-TABLE OCCURS 5000 TIMES.
               10 GRACE-PFT-XRF-CUST-ID PIC 9(06).
               10 GRACE-PFT-XRF-HOUSEHOLD PIC 9(06).
               10 GRACE-PFT-XRF-HEAD-FLAG PIC X(01).

      *The customer's household - zero when not householded.
       01 GRACE-PFT-CUR-HOUSEHOLD PIC 9(06) VALUE ZERO.
       01 GRACE-PFT-CUR-HEAD-FLAG PIC X(01) VALUE SPACES.

      *Households as their members are added in.
       01 GRACE-PFT-HH-CTL.
           05 GRACE-PFT-HH-USED PIC 9(05) VALUE ZERO.
           05 GRACE-PFT-HH-IDX PIC 9(05) VALUE ZERO.
           05 GRACE-PFT-HH-FOUND PIC 9(05) VALUE ZERO.
           05 GRACE-PFT-HH-TABLE OCCURS 5000 TIMES.
               10 GRACE-PFT-HH-KEY PIC 9(06).
               10 GRACE-PFT-HH-HEAD-ID PIC 9(06).
               10 GRACE-PFT-HH-STATE PIC X(02).
               10 GRACE-PFT-HH-MEMBERS PIC 9(05).
               10 GRACE-PFT-HH-FEES PIC S9(11).
               10 GRACE-PFT-HH-INTEREST PIC S9(11).
               10 GRACE-PFT-HH-AVG-BALANCE PIC S9(11).
               10 GRACE-PFT-HH-TXN-COUNT PIC 9(07).
               10 GRACE-PFT-HH-COST PIC 9(09)V99.
               10 GRACE-PFT-HH-PROFIT PIC S9(11)V99.

      *States in the order they are first met.
       01 GRACE-PFT-ST-CTL.
           05 GRACE-PFT-ST-USED PIC 9(03) VALUE ZERO.
           05 GRACE-PFT-ST-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-PFT-ST-FOUND PIC 9(03) VALUE ZERO.
           05 GRACE-PFT-ST-TABLE OCCURS 70 TIMES.
               10 GRACE-PFT-ST-STATE PIC X(02).
               10 GRACE-PFT-ST-CUSTOMERS PIC 9(05).
               10 GRACE-PFT-ST-FEES PIC S9(11).
               10 GRACE-PFT-ST-INTEREST PIC S9(11).
               10 GRACE-PFT-ST-AVG-BALANCE PIC S9(11).
               10 GRACE-PFT-ST-TXN-COUNT PIC 9(07).
               10 GRACE-PFT-ST-COST PIC 9(09)V99.
               10 GRACE-PFT-ST-PROFIT PIC S9(11)V99.

      *Deciles, 1 the most profitable tenth of the households.
       01 GRACE-PFT-DEC-TABLE.
           05 GRACE-PFT-DEC-ENTRY OCCURS 10 TIMES.
               10 GRACE-PFT-DEC-HOUSEHOLDS PIC 9(05).
               10 GRACE-PFT-DEC-FEES PIC S9(11).
               10 GRACE-PFT-DEC-INTEREST PIC S9(11).
               10 GRACE-PFT-DEC-COST PIC 9(09)V99.
               10 GRACE-PFT-DEC-PROFIT PIC S9(11)V99.
       01 GRACE-PFT-DEC-IDX PIC 9(02) VALUE ZERO.
       01 GRACE-PFT-RANK PIC 9(05) VALUE ZERO.
       01 GRACE-PFT-DECILE PIC 9(02) VALUE ZERO.

       01 GRACE-PFT-TOTALS.
           05 GRACE-PFT-TOT-FEES PIC S9(13) VALUE ZERO.
           05 GRACE-PFT-TOT-INTEREST PIC S9(13) VALUE ZERO.
           05 GRACE-PFT-TOT-AVG-BALANCE PIC S9(13) VALUE ZERO.
           05 GRACE-PFT-TOT-TXN-COUNT PIC 9(09) VALUE ZERO.
           05 GRACE-PFT-TOT-COST PIC 9(11)V99 VALUE ZERO.
           05 GRACE-PFT-TOT-PROFIT PIC S9(13)V99 VALUE ZERO.

       01 GRACE-PFT-COUNTS.
           05 GRACE-PFT-CST-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-PFT-SKIP-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-PFT-REPORTED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-PFT-LONE-COUNT PIC 9(06) VALUE ZERO.

       01 GRACE-PFT-EDITS.
           05 GRACE-PFT-FEES-ED PIC -(10)9.
           05 GRACE-PFT-INT-ED PIC -(10)9.
           05 GRACE-PFT-AVG-ED PIC -(12)9.
           05 GRACE-PFT-TXN-ED PIC Z(06)9.
           05 GRACE-PFT-COST-ED PIC Z(08)9.99.
           05 GRACE-PFT-PROFIT-ED PIC -(10)9.99.
           05 GRACE-PFT-COUNT-ED PIC Z(04)9.
           05 GRACE-PFT-RANK-ED PIC Z(04)9.
           05 GRACE-PFT-RATE-ED PIC Z(04)9.99.
           05 GRACE-PFT-LINE PIC X(132) VALUE SPACES.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEPFT" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 0800-LOAD-PROFIT-CARD.
           PERFORM 0850-SET-MONTH-BOUNDS.
           DISPLAY "CUSTOMER PROFITABILITY FOR " GRACE-PFT-MONTH
               " - " GRACE-PFT-FROM-DATE " THROUGH "
               GRACE-PFT-THRU-DATE.
           PERFORM 0900-LOAD-HOUSEHOLDS.
           OPEN OUTPUT GRACE-PFX-FILE.
           OPEN OUTPUT GRACE-PRT-FILE.
           PERFORM 1000-MEASURE-CUSTOMERS.
           PERFORM 5000-RANK-HOUSEHOLDS.
           PERFORM 6000-PRINT-DECILE-SUMMARY.
           PERFORM 6500-PRINT-STATE-SUMMARY.
           CLOSE GRACE-PRT-FILE.
           CLOSE GRACE-PFX-FILE.
           DISPLAY "CUSTOMERS READ     " GRACE-PFT-CST-COUNT.
           DISPLAY "CUSTOMERS REPORTED " GRACE-PFT-REPORTED-COUNT.
           DISPLAY "SKIPPED (NO MASTER OR HISTORY) "
               GRACE-PFT-SKIP-COUNT.
           DISPLAY "HOUSEHOLDS RANKED  " GRACE-PFT-HH-USED.
           DISPLAY "NOT HOUSEHOLDED    " GRACE-PFT-LONE-COUNT.
           IF GRACE-PFT-SHORT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE GRACE-PFT-REPORTED-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

       0800-LOAD-PROFIT-CARD.
           MOVE GRACE-CYC-DATE(1:6) TO GRACE-PFT-MONTH.
           OPEN INPUT GRACE-PFC-FILE.
           IF GRACE-PFC-NOT-FOUND
               DISPLAY "GRACEPFC NOT FOUND - CYCLE MONTH, "
                   "TRANSACTIONS NOT COSTED"
               SET GRACE-PFT-SHORT TO TRUE
           ELSE
               READ GRACE-PFC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GRACE-PFC-MONTH NUMERIC
                               AND GRACE-PFC-MONTH NOT = "000000"
                           MOVE GRACE-PFC-MONTH TO GRACE-PFT-MONTH
                       END-IF
                       IF GRACE-PFC-COST-RATE NUMERIC
                           MOVE GRACE-PFC-COST-RATE-N
                               TO GRACE-PFT-COST-RATE
                       END-IF
               END-READ
               CLOSE GRACE-PFC-FILE
               IF GRACE-PFT-COST-RATE = ZERO
                   DISPLAY "GRACEPFC CARRIES NO COST RATE - "
                       "TRANSACTIONS NOT COSTED"
                   SET GRACE-PFT-SHORT TO TRUE
               END-IF
           END-IF.

      *The month runs from its first to the day before the first
      *of the next month.
       0850-SET-MONTH-BOUNDS.
           MOVE GRACE-PFT-MONTH TO GRACE-PFT-FROM-YYYYMM.
           MOVE 01 TO GRACE-PFT-FROM-DD.
           MOVE GRACE-PFT-MONTH-YYYY TO GRACE-PFT-NEXT-YYYY.
           MOVE GRACE-PFT-MONTH-MM TO GRACE-PFT-NEXT-MM.
           MOVE 01 TO GRACE-PFT-NEXT-DD.
           IF GRACE-PFT-NEXT-MM = 12
               ADD 1 TO GRACE-PFT-NEXT-YYYY
               MOVE 01 TO GRACE-PFT-NEXT-MM
           ELSE
               ADD 1 TO GRACE-PFT-NEXT-MM
           END-IF.
           COMPUTE GRACE-PFT-FROM-DAY =
               FUNCTION INTEGER-OF-DATE(GRACE-PFT-FROM-DATE).
           COMPUTE GRACE-PFT-THRU-DAY =
               FUNCTION INTEGER-OF-DATE(GRACE-PFT-NEXT-DATE) - 1.
           COMPUTE GRACE-PFT-THRU-DATE =
               FUNCTION DATE-OF-INTEGER(GRACE-PFT-THRU-DAY).
           COMPUTE GRACE-PFT-MONTH-DAYS =
               GRACE-PFT-THRU-DAY - GRACE-PFT-FROM-DAY + 1.

       0900-LOAD-HOUSEHOLDS.
           OPEN INPUT GRACE-HHX-FILE.
           IF GRACE-HHX-NOT-FOUND
               DISPLAY "GRACEHHX NOT FOUND - EVERY CUSTOMER IS A "
                   "HOUSEHOLD OF ONE"
           ELSE
               PERFORM 0910-READ-HOUSEHOLD-XREF
               PERFORM 0920-STORE-HOUSEHOLD-XREF
                   UNTIL GRACE-HHX-END-OF-FILE
               CLOSE GRACE-HHX-FILE
           END-IF.

       0910-READ-HOUSEHOLD-XREF.
           READ GRACE-HHX-FILE
               AT END
                   SET GRACE-HHX-END-OF-FILE TO TRUE
           END-READ.

       0920-STORE-HOUSEHOLD-XREF.
           IF GRACE-PFT-XRF-USED < 5000
               ADD 1 TO GRACE-PFT-XRF-USED
               MOVE GRACE-HHX-CUST-ID
                   TO GRACE-PFT-XRF-CUST-ID(GRACE-PFT-XRF-USED)
               MOVE GRACE-HHX-HOUSEHOLD-KEY
                   TO GRACE-PFT-XRF-HOUSEHOLD(GRACE-PFT-XRF-USED)
               MOVE GRACE-HHX-HEAD-FLAG
                   TO GRACE-PFT-XRF-HEAD-FLAG(GRACE-PFT-XRF-USED)
           ELSE
               IF NOT GRACE-PFT-SHORT
                   DISPLAY "*** GRACEHHX TABLE FULL - LATER "
                       "CUSTOMERS ARE HOUSEHOLDS OF ONE ***"
               END-IF
               SET GRACE-PFT-SHORT TO TRUE
           END-IF.
           PERFORM 0910-READ-HOUSEHOLD-XREF.

      *----------------------------------------------------------
      * 1000-MEASURE-CUSTOMERS walks GRACECST, measuring each
      * customer's month and listing it on the report.
      *----------------------------------------------------------
       1000-MEASURE-CUSTOMERS.
           MOVE SPACES TO GRACE-PFT-LINE.
           MOVE GRACE-PFT-COST-RATE TO GRACE-PFT-RATE-ED.
           STRING "CUSTOMER PROFITABILITY " DELIMITED BY SIZE
               GRACE-PFT-MONTH DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               GRACE-PFT-FROM-DATE DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               GRACE-PFT-THRU-DATE DELIMITED BY SIZE
               "   COST PER TRANSACTION " DELIMITED BY SIZE
               GRACE-PFT-RATE-ED DELIMITED BY SIZE
               INTO GRACE-PFT-LINE
           END-STRING.
           PERFORM 7900-WRITE-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE.
           MOVE "BY CUSTOMER" TO GRACE-PFT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE.
           MOVE "CUST    HHOLD  ST   FEE INCOME    INTEREST  "
               TO GRACE-PFT-LINE.
           MOVE "  AVERAGE BALANCE    TXNS         COST  "
               TO GRACE-PFT-LINE(46:40).
           MOVE "       PROFIT" TO GRACE-PFT-LINE(86:13).
           PERFORM 7900-WRITE-REPORT-LINE.
           OPEN INPUT GRACE-MST-FILE.
           PERFORM 8100-OPEN-ACCOUNTS.
           OPEN INPUT GRACE-PHS-FILE.
           IF GRACE-PHS-NOT-FOUND
               DISPLAY "GRACEPHS NOT FOUND - BALANCES FROM GRACEMST, "
                   "NO ACTIVITY"
           ELSE
               SET GRACE-PFT-HISTORY-OPEN TO TRUE
           END-IF.
           OPEN INPUT GRACE-CST-FILE.
           IF GRACE-CST-NOT-FOUND
               DISPLAY "GRACECST NOT FOUND - NO CUSTOMERS TO MEASURE"
           ELSE
               PERFORM 1100-READ-CUSTOMER
               PERFORM 2000-MEASURE-ONE-CUSTOMER
                   UNTIL GRACE-CST-END-OF-FILE
               CLOSE GRACE-CST-FILE
           END-IF.
           IF GRACE-PFT-HISTORY-OPEN
               CLOSE GRACE-PHS-FILE
           END-IF.
           PERFORM 8130-CLOSE-ACCOUNTS.
           CLOSE GRACE-MST-FILE.

       1100-READ-CUSTOMER.
           READ GRACE-CST-FILE
               AT END
                   SET GRACE-CST-END-OF-FILE TO TRUE
           END-READ.

       2000-MEASURE-ONE-CUSTOMER.
           ADD 1 TO GRACE-PFT-CST-COUNT.
           MOVE ZERO TO GRACE-PFT-FEES.
           MOVE ZERO TO GRACE-PFT-INTEREST.
           MOVE ZERO TO GRACE-PFT-TXN-COUNT.
           MOVE ZERO TO GRACE-PFT-AVG-BALANCE.
           MOVE ZERO TO GRACE-PFT-MEASURED-COUNT.
           MOVE GRACE-CST-ID TO GRACE-ACX-CUST-ID.
           PERFORM 8110-FIRST-ACCOUNT.
           PERFORM 2100-MEASURE-ONE-ACCOUNT
               UNTIL GRACE-ACX-DONE.
           COMPUTE GRACE-PFT-COST =
               GRACE-PFT-TXN-COUNT * GRACE-PFT-COST-RATE.
           COMPUTE GRACE-PFT-PROFIT = GRACE-PFT-FEES
               - GRACE-PFT-INTEREST - GRACE-PFT-COST.
           IF GRACE-PFT-MEASURED-COUNT = ZERO
               ADD 1 TO GRACE-PFT-SKIP-COUNT
           ELSE
               PERFORM 3400-FIND-CUSTOMER-HOUSEHOLD
               PERFORM 3500-ADD-TO-HOUSEHOLD
               PERFORM 3600-ADD-TO-STATE
               PERFORM 4000-REPORT-CUSTOMER
           END-IF.
           PERFORM 1100-READ-CUSTOMER.

      *An account with neither history nor master is passed over.
       2100-MEASURE-ONE-ACCOUNT.
           MOVE 'N' TO GRACE-PFT-MASTER-SW.
           MOVE GRACE-ACX-ACCOUNT TO GRACE-MST-KEY.
           READ GRACE-MST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GRACE-PFT-HAS-MASTER TO TRUE
           END-READ.
           PERFORM 3000-MEASURE-ACCOUNT-MONTH.
           IF GRACE-PFT-SEEN-COUNT > ZERO OR GRACE-PFT-HAS-MASTER
               ADD 1 TO GRACE-PFT-MEASURED-COUNT
               ADD GRACE-PFT-ACCT-AVG TO GRACE-PFT-AVG-BALANCE
           END-IF.
           PERFORM 8120-NEXT-ACCOUNT.

      *----------------------------------------------------------
      * 3000-MEASURE-ACCOUNT-MONTH reads the account's history
      * from the start, as GRACEYES does for a year. The running
      * balance is weighted by the days it was held: each entry
      * in the month closes the stretch the balance before it
      * stood for, and the last balance stands to month end.
      *----------------------------------------------------------
       3000-MEASURE-ACCOUNT-MONTH.
           MOVE ZERO TO GRACE-PFT-OPENING.
           MOVE ZERO TO GRACE-PFT-CLOSING.
           MOVE ZERO TO GRACE-PFT-RUNNING.
           MOVE ZERO TO GRACE-PFT-BALANCE-DAYS.
           MOVE ZERO TO GRACE-PFT-MONTH-ENTRIES.
           MOVE ZERO TO GRACE-PFT-SEEN-COUNT.
           MOVE GRACE-PFT-FROM-DAY TO GRACE-PFT-LAST-DAY.
           MOVE 'N' TO GRACE-PFT-OPENING-SW.
           MOVE 'N' TO GRACE-PFT-CLOSING-SW.
           IF GRACE-PFT-HISTORY-OPEN
               PERFORM 3100-START-ACCOUNT-HISTORY
               PERFORM 3200-TAKE-ONE-ENTRY
                   UNTIL GRACE-PFT-PHS-DONE
           END-IF.
           IF NOT GRACE-PFT-CLOSING-KNOWN
               IF GRACE-PFT-HAS-MASTER
                       AND GRACE-MST-BALANCE NUMERIC
                   MOVE GRACE-MST-BALANCE TO GRACE-PFT-CLOSING
               END-IF
           END-IF.
           IF NOT GRACE-PFT-OPENING-KNOWN
               MOVE GRACE-PFT-CLOSING TO GRACE-PFT-OPENING
           END-IF.
           IF GRACE-PFT-MONTH-ENTRIES = ZERO
               MOVE GRACE-PFT-OPENING TO GRACE-PFT-ACCT-AVG
           ELSE
               COMPUTE GRACE-PFT-BALANCE-DAYS =
                   GRACE-PFT-BALANCE-DAYS + GRACE-PFT-RUNNING
                   * (GRACE-PFT-THRU-DAY + 1 - GRACE-PFT-LAST-DAY)
               COMPUTE GRACE-PFT-ACCT-AVG ROUNDED =
                   GRACE-PFT-BALANCE-DAYS / GRACE-PFT-MONTH-DAYS
           END-IF.

       3100-START-ACCOUNT-HISTORY.
           MOVE 'N' TO GRACE-PFT-PHS-DONE-SW.
           MOVE GRACE-ACX-ACCOUNT TO GRACE-PHS-SOURCE.
           MOVE ZERO TO GRACE-PHS-POST-DATE.
           MOVE ZERO TO GRACE-PHS-CYCLE.
           MOVE ZERO TO GRACE-PHS-SEQ.
           START GRACE-PHS-FILE
               KEY IS >= GRACE-PHS-KEY
               INVALID KEY
                   SET GRACE-PFT-PHS-DONE TO TRUE
           END-START.

       3200-TAKE-ONE-ENTRY.
           READ GRACE-PHS-FILE NEXT RECORD
               AT END
                   SET GRACE-PFT-PHS-DONE TO TRUE
               NOT AT END
                   IF GRACE-PHS-SOURCE NOT = GRACE-ACX-ACCOUNT
                       SET GRACE-PFT-PHS-DONE TO TRUE
                   ELSE
                       ADD 1 TO GRACE-PFT-SEEN-COUNT
                       PERFORM 3250-PLACE-ONE-ENTRY
                   END-IF
           END-READ.

       3250-PLACE-ONE-ENTRY.
           EVALUATE TRUE
               WHEN GRACE-PHS-POST-DATE < GRACE-PFT-FROM-DATE
                   MOVE GRACE-PHS-BALANCE TO GRACE-PFT-OPENING
                   SET GRACE-PFT-OPENING-KNOWN TO TRUE
                   MOVE GRACE-PHS-BALANCE TO GRACE-PFT-CLOSING
                   SET GRACE-PFT-CLOSING-KNOWN TO TRUE
               WHEN GRACE-PHS-POST-DATE > GRACE-PFT-THRU-DATE
                   IF NOT GRACE-PFT-CLOSING-KNOWN
                       COMPUTE GRACE-PFT-CLOSING =
                           GRACE-PHS-BALANCE - GRACE-PHS-AMOUNT
                       SET GRACE-PFT-CLOSING-KNOWN TO TRUE
                   END-IF
                   SET GRACE-PFT-PHS-DONE TO TRUE
               WHEN OTHER
                   PERFORM 3300-TAKE-MONTH-ENTRY
           END-EVALUATE.

       3300-TAKE-MONTH-ENTRY.
           IF NOT GRACE-PFT-OPENING-KNOWN
               COMPUTE GRACE-PFT-OPENING =
                   GRACE-PHS-BALANCE - GRACE-PHS-AMOUNT
               SET GRACE-PFT-OPENING-KNOWN TO TRUE
           END-IF.
           IF GRACE-PFT-MONTH-ENTRIES = ZERO
               MOVE GRACE-PFT-OPENING TO GRACE-PFT-RUNNING
           END-IF.
           ADD 1 TO GRACE-PFT-MONTH-ENTRIES.
           COMPUTE GRACE-PFT-ENTRY-DAY =
               FUNCTION INTEGER-OF-DATE(GRACE-PHS-POST-DATE).
           COMPUTE GRACE-PFT-BALANCE-DAYS =
               GRACE-PFT-BALANCE-DAYS + GRACE-PFT-RUNNING
               * (GRACE-PFT-ENTRY-DAY - GRACE-PFT-LAST-DAY).
           MOVE GRACE-PHS-BALANCE TO GRACE-PFT-RUNNING.
           MOVE GRACE-PFT-ENTRY-DAY TO GRACE-PFT-LAST-DAY.
           MOVE GRACE-PHS-BALANCE TO GRACE-PFT-CLOSING.
           SET GRACE-PFT-CLOSING-KNOWN TO TRUE.
           EVALUATE GRACE-PHS-SITE-CODE
               WHEN "IN"
                   ADD GRACE-PHS-AMOUNT TO GRACE-PFT-INTEREST
               WHEN "FE"
                   SUBTRACT GRACE-PHS-AMOUNT FROM GRACE-PFT-FEES
               WHEN OTHER
                   ADD 1 TO GRACE-PFT-TXN-COUNT
           END-EVALUATE.

       3400-FIND-CUSTOMER-HOUSEHOLD.
           MOVE ZERO TO GRACE-PFT-CUR-HOUSEHOLD.
           MOVE SPACES TO GRACE-PFT-CUR-HEAD-FLAG.
           MOVE ZERO TO GRACE-PFT-XRF-FOUND.
           PERFORM 3410-MATCH-ONE-XREF
               VARYING GRACE-PFT-XRF-IDX FROM 1 BY 1
               UNTIL GRACE-PFT-XRF-IDX > GRACE-PFT-XRF-USED
               OR GRACE-PFT-XRF-FOUND > ZERO.
           IF GRACE-PFT-XRF-FOUND > ZERO
               MOVE GRACE-PFT-XRF-HOUSEHOLD(GRACE-PFT-XRF-FOUND)
                   TO GRACE-PFT-CUR-HOUSEHOLD
               MOVE GRACE-PFT-XRF-HEAD-FLAG(GRACE-PFT-XRF-FOUND)
                   TO GRACE-PFT-CUR-HEAD-FLAG
           ELSE
               ADD 1 TO GRACE-PFT-LONE-COUNT
           END-IF.

       3410-MATCH-ONE-XREF.
           IF GRACE-PFT-XRF-CUST-ID(GRACE-PFT-XRF-IDX) = GRACE-CST-ID
               MOVE GRACE-PFT-XRF-IDX TO GRACE-PFT-XRF-FOUND
           END-IF.

      *----------------------------------------------------------
      * 3500-ADD-TO-HOUSEHOLD - a customer not householded opens
      * a household of its own (key zero). The head is the member
      * GRACEHHG flagged, or the first one met until it is.
      *----------------------------------------------------------
       3500-ADD-TO-HOUSEHOLD.
           MOVE ZERO TO GRACE-PFT-HH-FOUND.
           IF GRACE-PFT-CUR-HOUSEHOLD > ZERO
               PERFORM 3510-MATCH-ONE-HOUSEHOLD
                   VARYING GRACE-PFT-HH-IDX FROM 1 BY 1
                   UNTIL GRACE-PFT-HH-IDX > GRACE-PFT-HH-USED
                   OR GRACE-PFT-HH-FOUND > ZERO
           END-IF.
           IF GRACE-PFT-HH-FOUND = ZERO
               IF GRACE-PFT-HH-USED < 5000
                   ADD 1 TO GRACE-PFT-HH-USED
                   MOVE GRACE-PFT-HH-USED TO GRACE-PFT-HH-FOUND
                   PERFORM 3520-OPEN-HOUSEHOLD
               ELSE
                   IF NOT GRACE-PFT-SHORT
                       DISPLAY "*** HOUSEHOLD TABLE FULL - "
                           "RANKING IS SHORT ***"
                   END-IF
                   SET GRACE-PFT-SHORT TO TRUE
               END-IF
           END-IF.
           IF GRACE-PFT-HH-FOUND > ZERO
               PERFORM 3530-ADD-HOUSEHOLD-MEMBER
           END-IF.

       3510-MATCH-ONE-HOUSEHOLD.
           IF GRACE-PFT-HH-KEY(GRACE-PFT-HH-IDX)
                   = GRACE-PFT-CUR-HOUSEHOLD
               MOVE GRACE-PFT-HH-IDX TO GRACE-PFT-HH-FOUND
           END-IF.

       3520-OPEN-HOUSEHOLD.
           MOVE GRACE-PFT-CUR-HOUSEHOLD
               TO GRACE-PFT-HH-KEY(GRACE-PFT-HH-FOUND).
           MOVE GRACE-CST-ID
               TO GRACE-PFT-HH-HEAD-ID(GRACE-PFT-HH-FOUND).
           MOVE GRACE-CST-STATE
               TO GRACE-PFT-HH-STATE(GRACE-PFT-HH-FOUND).
           MOVE ZERO TO GRACE-PFT-HH-MEMBERS(GRACE-PFT-HH-FOUND).
           MOVE ZERO TO GRACE-PFT-HH-FEES(GRACE-PFT-HH-FOUND).
           MOVE ZERO TO GRACE-PFT-HH-INTEREST(GRACE-PFT-HH-FOUND).
           MOVE ZERO TO GRACE-PFT-HH-AVG-BALANCE(GRACE-PFT-HH-FOUND).
           MOVE ZERO TO GRACE-PFT-HH-TXN-COUNT(GRACE-PFT-HH-FOUND).
           MOVE ZERO TO GRACE-PFT-HH-COST(GRACE-PFT-HH-FOUND).
           MOVE ZERO TO GRACE-PFT-HH-PROFIT(GRACE-PFT-HH-FOUND).

       3530-ADD-HOUSEHOLD-MEMBER.
           IF GRACE-PFT-CUR-HEAD-FLAG = 'H'
               MOVE GRACE-CST-ID
                   TO GRACE-PFT-HH-HEAD-ID(GRACE-PFT-HH-FOUND)
               MOVE GRACE-CST-STATE
                   TO GRACE-PFT-HH-STATE(GRACE-PFT-HH-FOUND)
           END-IF.
           ADD 1 TO GRACE-PFT-HH-MEMBERS(GRACE-PFT-HH-FOUND).
           ADD GRACE-PFT-FEES TO GRACE-PFT-HH-FEES(GRACE-PFT-HH-FOUND).
           ADD GRACE-PFT-INTEREST
               TO GRACE-PFT-HH-INTEREST(GRACE-PFT-HH-FOUND).
           ADD GRACE-PFT-AVG-BALANCE
               TO GRACE-PFT-HH-AVG-BALANCE(GRACE-PFT-HH-FOUND).
           ADD GRACE-PFT-TXN-COUNT
               TO GRACE-PFT-HH-TXN-COUNT(GRACE-PFT-HH-FOUND).
           ADD GRACE-PFT-COST TO GRACE-PFT-HH-COST(GRACE-PFT-HH-FOUND).
           ADD GRACE-PFT-PROFIT
               TO GRACE-PFT-HH-PROFIT(GRACE-PFT-HH-FOUND).

       3600-ADD-TO-STATE.
           MOVE ZERO TO GRACE-PFT-ST-FOUND.
           PERFORM 3610-MATCH-ONE-STATE
               VARYING GRACE-PFT-ST-IDX FROM 1 BY 1
               UNTIL GRACE-PFT-ST-IDX > GRACE-PFT-ST-USED
               OR GRACE-PFT-ST-FOUND > ZERO.
           IF GRACE-PFT-ST-FOUND = ZERO
               IF GRACE-PFT-ST-USED < 70
                   ADD 1 TO GRACE-PFT-ST-USED
                   MOVE GRACE-PFT-ST-USED TO GRACE-PFT-ST-FOUND
                   PERFORM 3620-OPEN-STATE
               ELSE
                   IF NOT GRACE-PFT-SHORT
                       DISPLAY "*** STATE TABLE FULL - STATE "
                           "SUMMARY IS SHORT ***"
                   END-IF
                   SET GRACE-PFT-SHORT TO TRUE
               END-IF
           END-IF.
           IF GRACE-PFT-ST-FOUND > ZERO
               PERFORM 3630-ADD-STATE-CUSTOMER
           END-IF.

       3610-MATCH-ONE-STATE.
           IF GRACE-PFT-ST-STATE(GRACE-PFT-ST-IDX) = GRACE-CST-STATE
               MOVE GRACE-PFT-ST-IDX TO GRACE-PFT-ST-FOUND
           END-IF.

       3620-OPEN-STATE.
           MOVE GRACE-CST-STATE
               TO GRACE-PFT-ST-STATE(GRACE-PFT-ST-FOUND).
           MOVE ZERO TO GRACE-PFT-ST-CUSTOMERS(GRACE-PFT-ST-FOUND).
           MOVE ZERO TO GRACE-PFT-ST-FEES(GRACE-PFT-ST-FOUND).
           MOVE ZERO TO GRACE-PFT-ST-INTEREST(GRACE-PFT-ST-FOUND).
           MOVE ZERO TO GRACE-PFT-ST-AVG-BALANCE(GRACE-PFT-ST-FOUND).
           MOVE ZERO TO GRACE-PFT-ST-TXN-COUNT(GRACE-PFT-ST-FOUND).
           MOVE ZERO TO GRACE-PFT-ST-COST(GRACE-PFT-ST-FOUND).
           MOVE ZERO TO GRACE-PFT-ST-PROFIT(GRACE-PFT-ST-FOUND).

       3630-ADD-STATE-CUSTOMER.
           ADD 1 TO GRACE-PFT-ST-CUSTOMERS(GRACE-PFT-ST-FOUND).
           ADD GRACE-PFT-FEES TO GRACE-PFT-ST-FEES(GRACE-PFT-ST-FOUND).
           ADD GRACE-PFT-INTEREST
               TO GRACE-PFT-ST-INTEREST(GRACE-PFT-ST-FOUND).
           ADD GRACE-PFT-AVG-BALANCE
               TO GRACE-PFT-ST-AVG-BALANCE(GRACE-PFT-ST-FOUND).
           ADD GRACE-PFT-TXN-COUNT
               TO GRACE-PFT-ST-TXN-COUNT(GRACE-PFT-ST-FOUND).
           ADD GRACE-PFT-COST TO GRACE-PFT-ST-COST(GRACE-PFT-ST-FOUND).
           ADD GRACE-PFT-PROFIT
               TO GRACE-PFT-ST-PROFIT(GRACE-PFT-ST-FOUND).

       4000-REPORT-CUSTOMER.
           ADD 1 TO GRACE-PFT-REPORTED-COUNT.
           ADD GRACE-PFT-FEES TO GRACE-PFT-TOT-FEES.
           ADD GRACE-PFT-INTEREST TO GRACE-PFT-TOT-INTEREST.
           ADD GRACE-PFT-AVG-BALANCE TO GRACE-PFT-TOT-AVG-BALANCE.
           ADD GRACE-PFT-TXN-COUNT TO GRACE-PFT-TOT-TXN-COUNT.
           ADD GRACE-PFT-COST TO GRACE-PFT-TOT-COST.
           ADD GRACE-PFT-PROFIT TO GRACE-PFT-TOT-PROFIT.
           MOVE GRACE-PFT-FEES TO GRACE-PFT-FEES-ED.
           MOVE GRACE-PFT-INTEREST TO GRACE-PFT-INT-ED.
           MOVE GRACE-PFT-AVG-BALANCE TO GRACE-PFT-AVG-ED.
           MOVE GRACE-PFT-TXN-COUNT TO GRACE-PFT-TXN-ED.
           MOVE GRACE-PFT-COST TO GRACE-PFT-COST-ED.
           MOVE GRACE-PFT-PROFIT TO GRACE-PFT-PROFIT-ED.
           STRING GRACE-CST-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GRACE-PFT-CUR-HOUSEHOLD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-CST-STATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-PFT-FEES-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-PFT-INT-ED DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               GRACE-PFT-AVG-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-PFT-TXN-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-PFT-COST-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-PFT-PROFIT-ED DELIMITED BY SIZE
               INTO GRACE-PFT-LINE
           END-STRING.
           PERFORM 7900-WRITE-REPORT-LINE.
           MOVE SPACES TO GRACE-PFX-REC.
           SET GRACE-PFX-CUSTOMER TO TRUE.
           MOVE GRACE-CST-ID TO GRACE-PFX-KEY.
           MOVE GRACE-PFT-CUR-HOUSEHOLD TO GRACE-PFX-HOUSEHOLD-KEY.
           MOVE GRACE-CST-STATE TO GRACE-PFX-STATE.
           MOVE ZERO TO GRACE-PFX-DECILE.
           MOVE 1 TO GRACE-PFX-MEMBERS.
           MOVE GRACE-PFT-FEES TO GRACE-PFX-FEES.
           MOVE GRACE-PFT-INTEREST TO GRACE-PFX-INTEREST.
           MOVE GRACE-PFT-AVG-BALANCE TO GRACE-PFX-AVG-BALANCE.
           MOVE GRACE-PFT-TXN-COUNT TO GRACE-PFX-TXN-COUNT.
           MOVE GRACE-PFT-COST TO GRACE-PFX-COST.
           MOVE GRACE-PFT-PROFIT TO GRACE-PFX-PROFIT.
           PERFORM 7950-WRITE-EXTRACT.

      *----------------------------------------------------------
      * 5000-RANK-HOUSEHOLDS sorts the households by profit, most
      * profitable first. The household ranked r of n falls in
      * decile (r - 1) x 10 / n + 1, so the ten deciles differ in
      * size by one household at most.
      *----------------------------------------------------------
       5000-RANK-HOUSEHOLDS.
           INITIALIZE GRACE-PFT-DEC-TABLE.
           PERFORM 7900-WRITE-REPORT-LINE.
           MOVE "HOUSEHOLDS BY PROFIT" TO GRACE-PFT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE.
           MOVE "RANK DEC HHOLD  HEAD   ST MEMB   FEE INCOME    "
               TO GRACE-PFT-LINE.
           MOVE "INTEREST  AVERAGE BALANCE    TXNS         COST"
               TO GRACE-PFT-LINE(50:46).
           MOVE "        PROFIT" TO GRACE-PFT-LINE(96:14).
           PERFORM 7900-WRITE-REPORT-LINE.
           MOVE ZERO TO GRACE-PFT-RANK.
           SORT GRACE-RNK-FILE
               ON DESCENDING KEY GRACE-RNK-PROFIT
               INPUT PROCEDURE IS 5100-RELEASE-HOUSEHOLDS
               OUTPUT PROCEDURE IS 5300-TAKE-RANKED-HOUSEHOLDS.

       5100-RELEASE-HOUSEHOLDS.
           PERFORM 5150-RELEASE-ONE-HOUSEHOLD
               VARYING GRACE-PFT-HH-IDX FROM 1 BY 1
               UNTIL GRACE-PFT-HH-IDX > GRACE-PFT-HH-USED.

       5150-RELEASE-ONE-HOUSEHOLD.
           MOVE GRACE-PFT-HH-PROFIT(GRACE-PFT-HH-IDX)
               TO GRACE-RNK-PROFIT.
           MOVE GRACE-PFT-HH-IDX TO GRACE-RNK-SLOT.
           RELEASE GRACE-RNK-REC.

       5300-TAKE-RANKED-HOUSEHOLDS.
           MOVE 'N' TO GRACE-RNK-EOF-SW.
           PERFORM 5350-RETURN-RANKED-HOUSEHOLD.
           PERFORM 5400-RANK-ONE-HOUSEHOLD
               UNTIL GRACE-RNK-END-OF-FILE.

       5350-RETURN-RANKED-HOUSEHOLD.
           RETURN GRACE-RNK-FILE
               AT END
                   SET GRACE-RNK-END-OF-FILE TO TRUE
           END-RETURN.

       5400-RANK-ONE-HOUSEHOLD.
           ADD 1 TO GRACE-PFT-RANK.
           MOVE GRACE-RNK-SLOT TO GRACE-PFT-HH-IDX.
           COMPUTE GRACE-PFT-DECILE =
               (GRACE-PFT-RANK - 1) * 10 / GRACE-PFT-HH-USED + 1.
           ADD 1 TO GRACE-PFT-DEC-HOUSEHOLDS(GRACE-PFT-DECILE).
           ADD GRACE-PFT-HH-FEES(GRACE-PFT-HH-IDX)
               TO GRACE-PFT-DEC-FEES(GRACE-PFT-DECILE).
           ADD GRACE-PFT-HH-INTEREST(GRACE-PFT-HH-IDX)
               TO GRACE-PFT-DEC-INTEREST(GRACE-PFT-DECILE).
           ADD GRACE-PFT-HH-COST(GRACE-PFT-HH-IDX)
               TO GRACE-PFT-DEC-COST(GRACE-PFT-DECILE).
           ADD GRACE-PFT-HH-PROFIT(GRACE-PFT-HH-IDX)
               TO GRACE-PFT-DEC-PROFIT(GRACE-PFT-DECILE).
           MOVE GRACE-PFT-RANK TO GRACE-PFT-RANK-ED.
           MOVE GRACE-PFT-HH-MEMBERS(GRACE-PFT-HH-IDX)
               TO GRACE-PFT-COUNT-ED.
           MOVE GRACE-PFT-HH-FEES(GRACE-PFT-HH-IDX)
               TO GRACE-PFT-FEES-ED.
           MOVE GRACE-PFT-HH-INTEREST(GRACE-PFT-HH-IDX)
               TO GRACE-PFT-INT-ED.
           MOVE GRACE-PFT-HH-AVG-BALANCE(GRACE-PFT-HH-IDX)
               TO GRACE-PFT-AVG-ED.
           MOVE GRACE-PFT-HH-TXN-COUNT(GRACE-PFT-HH-IDX)
               TO GRACE-PFT-TXN-ED.
           MOVE GRACE-PFT-HH-COST(GRACE-PFT-HH-IDX)
               TO GRACE-PFT-COST-ED.
           MOVE GRACE-PFT-HH-PROFIT(GRACE-PFT-HH-IDX)
               TO GRACE-PFT-PROFIT-ED.
           STRING GRACE-PFT-RANK-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GRACE-PFT-DECILE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-PFT-HH-KEY(GRACE-PFT-HH-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-PFT-HH-HEAD-ID(GRACE-PFT-HH-IDX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-PFT-HH-STATE(GRACE-PFT-HH-IDX) DELIMITED BY SIZE
               GRACE-PFT-COUNT-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-PFT-FEES-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-PFT-INT-ED DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               GRACE-PFT-AVG-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-PFT-TXN-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-PFT-COST-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-PFT-PROFIT-ED DELIMITED BY SIZE
               INTO GRACE-PFT-LINE
           END-STRING.
           PERFORM 7900-WRITE-REPORT-LINE.
           MOVE SPACES TO GRACE-PFX-REC.
           SET GRACE-PFX-HOUSEHOLD TO TRUE.
           MOVE GRACE-PFT-HH-HEAD-ID(GRACE-PFT-HH-IDX)
               TO GRACE-PFX-KEY.
           MOVE GRACE-PFT-HH-KEY(GRACE-PFT-HH-IDX)
               TO GRACE-PFX-HOUSEHOLD-KEY.
           MOVE GRACE-PFT-HH-STATE(GRACE-PFT-HH-IDX)
               TO GRACE-PFX-STATE.
           MOVE GRACE-PFT-DECILE TO GRACE-PFX-DECILE.
           MOVE GRACE-PFT-HH-MEMBERS(GRACE-PFT-HH-IDX)
               TO GRACE-PFX-MEMBERS.
           MOVE GRACE-PFT-HH-FEES(GRACE-PFT-HH-IDX) TO GRACE-PFX-FEES.
           MOVE GRACE-PFT-HH-INTEREST(GRACE-PFT-HH-IDX)
               TO GRACE-PFX-INTEREST.
           MOVE GRACE-PFT-HH-AVG-BALANCE(GRACE-PFT-HH-IDX)
               TO GRACE-PFX-AVG-BALANCE.
           MOVE GRACE-PFT-HH-TXN-COUNT(GRACE-PFT-HH-IDX)
               TO GRACE-PFX-TXN-COUNT.
           MOVE GRACE-PFT-HH-COST(GRACE-PFT-HH-IDX) TO GRACE-PFX-COST.
           MOVE GRACE-PFT-HH-PROFIT(GRACE-PFT-HH-IDX)
               TO GRACE-PFX-PROFIT.
           PERFORM 7950-WRITE-EXTRACT.
           PERFORM 5350-RETURN-RANKED-HOUSEHOLD.

       6000-PRINT-DECILE-SUMMARY.
           PERFORM 7900-WRITE-REPORT-LINE.
           MOVE "BY DECILE" TO GRACE-PFT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE.
           MOVE "DECILE HHOLDS   FEE INCOME    INTEREST" TO
               GRACE-PFT-LINE.
           MOVE "         COST        PROFIT" TO GRACE-PFT-LINE(39:27).
           PERFORM 7900-WRITE-REPORT-LINE.
           PERFORM 6100-PRINT-ONE-DECILE
               VARYING GRACE-PFT-DEC-IDX FROM 1 BY 1
               UNTIL GRACE-PFT-DEC-IDX > 10.

       6100-PRINT-ONE-DECILE.
           MOVE GRACE-PFT-DEC-HOUSEHOLDS(GRACE-PFT-DEC-IDX)
               TO GRACE-PFT-COUNT-ED.
           MOVE GRACE-PFT-DEC-FEES(GRACE-PFT-DEC-IDX)
               TO GRACE-PFT-FEES-ED.
           MOVE GRACE-PFT-DEC-INTEREST(GRACE-PFT-DEC-IDX)
               TO GRACE-PFT-INT-ED.
           MOVE GRACE-PFT-DEC-COST(GRACE-PFT-DEC-IDX)
               TO GRACE-PFT-COST-ED.
           MOVE GRACE-PFT-DEC-PROFIT(GRACE-PFT-DEC-IDX)
               TO GRACE-PFT-PROFIT-ED.
           STRING "    " DELIMITED BY SIZE
               GRACE-PFT-DEC-IDX DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-PFT-COUNT-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-PFT-FEES-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-PFT-INT-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-PFT-COST-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-PFT-PROFIT-ED DELIMITED BY SIZE
               INTO GRACE-PFT-LINE
           END-STRING.
           PERFORM 7900-WRITE-REPORT-LINE.

       6500-PRINT-STATE-SUMMARY.
           PERFORM 7900-WRITE-REPORT-LINE.
           MOVE "BY STATE" TO GRACE-PFT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE.
           MOVE "ST  CUSTS   FEE INCOME    INTEREST  AVERAGE BALANCE"
               TO GRACE-PFT-LINE.
           MOVE "    TXNS         COST        PROFIT"
               TO GRACE-PFT-LINE(55:35).
           PERFORM 7900-WRITE-REPORT-LINE.
           PERFORM 6600-PRINT-ONE-STATE
               VARYING GRACE-PFT-ST-IDX FROM 1 BY 1
               UNTIL GRACE-PFT-ST-IDX > GRACE-PFT-ST-USED.
           MOVE GRACE-PFT-REPORTED-COUNT TO GRACE-PFT-COUNT-ED.
           MOVE GRACE-PFT-TOT-FEES TO GRACE-PFT-FEES-ED.
           MOVE GRACE-PFT-TOT-INTEREST TO GRACE-PFT-INT-ED.
           MOVE GRACE-PFT-TOT-AVG-BALANCE TO GRACE-PFT-AVG-ED.
           MOVE GRACE-PFT-TOT-TXN-COUNT TO GRACE-PFT-TXN-ED.
           MOVE GRACE-PFT-TOT-COST TO GRACE-PFT-COST-ED.
           MOVE GRACE-PFT-TOT-PROFIT TO GRACE-PFT-PROFIT-ED.
           PERFORM 6700-PRINT-STATE-LINE.
           MOVE "**" TO GRACE-PFT-LINE(1:2).
           PERFORM 7900-WRITE-REPORT-LINE.

       6600-PRINT-ONE-STATE.
           MOVE GRACE-PFT-ST-CUSTOMERS(GRACE-PFT-ST-IDX)
               TO GRACE-PFT-COUNT-ED.
           MOVE GRACE-PFT-ST-FEES(GRACE-PFT-ST-IDX)
               TO GRACE-PFT-FEES-ED.
           MOVE GRACE-PFT-ST-INTEREST(GRACE-PFT-ST-IDX)
               TO GRACE-PFT-INT-ED.
           MOVE GRACE-PFT-ST-AVG-BALANCE(GRACE-PFT-ST-IDX)
               TO GRACE-PFT-AVG-ED.
           MOVE GRACE-PFT-ST-TXN-COUNT(GRACE-PFT-ST-IDX)
               TO GRACE-PFT-TXN-ED.
           MOVE GRACE-PFT-ST-COST(GRACE-PFT-ST-IDX)
               TO GRACE-PFT-COST-ED.
           MOVE GRACE-PFT-ST-PROFIT(GRACE-PFT-ST-IDX)
               TO GRACE-PFT-PROFIT-ED.
           PERFORM 6700-PRINT-STATE-LINE.
           MOVE GRACE-PFT-ST-STATE(GRACE-PFT-ST-IDX)
               TO GRACE-PFT-LINE(1:2).
           PERFORM 7900-WRITE-REPORT-LINE.
           MOVE SPACES TO GRACE-PFX-REC.
           SET GRACE-PFX-STATE-ROW TO TRUE.
           MOVE ZERO TO GRACE-PFX-HOUSEHOLD-KEY.
           MOVE GRACE-PFT-ST-STATE(GRACE-PFT-ST-IDX) TO GRACE-PFX-STATE.
           MOVE ZERO TO GRACE-PFX-DECILE.
           MOVE GRACE-PFT-ST-CUSTOMERS(GRACE-PFT-ST-IDX)
               TO GRACE-PFX-MEMBERS.
           MOVE GRACE-PFT-ST-FEES(GRACE-PFT-ST-IDX) TO GRACE-PFX-FEES.
           MOVE GRACE-PFT-ST-INTEREST(GRACE-PFT-ST-IDX)
               TO GRACE-PFX-INTEREST.
           MOVE GRACE-PFT-ST-AVG-BALANCE(GRACE-PFT-ST-IDX)
               TO GRACE-PFX-AVG-BALANCE.
           MOVE GRACE-PFT-ST-TXN-COUNT(GRACE-PFT-ST-IDX)
               TO GRACE-PFX-TXN-COUNT.
           MOVE GRACE-PFT-ST-COST(GRACE-PFT-ST-IDX) TO GRACE-PFX-COST.
           MOVE GRACE-PFT-ST-PROFIT(GRACE-PFT-ST-IDX)
               TO GRACE-PFX-PROFIT.
           PERFORM 7950-WRITE-EXTRACT.

      *The figures columns of a state or total line; the caller
      *puts the state (or ** for the total) in columns 1-2.
       6700-PRINT-STATE-LINE.
           STRING "  " DELIMITED BY SIZE
               GRACE-PFT-COUNT-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-PFT-FEES-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-PFT-INT-ED DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               GRACE-PFT-AVG-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-PFT-TXN-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-PFT-COST-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-PFT-PROFIT-ED DELIMITED BY SIZE
               INTO GRACE-PFT-LINE
           END-STRING.

       7900-WRITE-REPORT-LINE.
           WRITE GRACE-PRT-REC FROM GRACE-PFT-LINE.
           MOVE SPACES TO GRACE-PFT-LINE.

       7950-WRITE-EXTRACT.
           MOVE GRACE-PFT-MONTH TO GRACE-PFX-MONTH.
           WRITE GRACE-PFX-REC.

           COPY GRACEACTP.

           COPY GRACERPTP.

           COPY GRACECYCP.
