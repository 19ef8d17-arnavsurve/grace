       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACECTR.
      *----------------------------------------------------------
      * GRACECTR is the nightly cash-activity compliance step,
      * run after GRACEMUP. Every other check in the pipeline
      * looks at one transaction at a time, so a customer can
      * stay under any single-transaction limit by splitting the
      * money across the three GRACEMRG sites, across accounts,
      * or across consecutive nights. This step looks at the
      * total: it takes the cash entries off GRACEPHS for the
      * rolling window, finds the customer behind each account
      * on GRACEACT, and totals each customer's cash in and cash
      * out by day across every site and account.
      *
      * A customer whose cash in or cash out for tonight goes
      * over the daily reporting threshold gets a record on the
      * GRACECTF filing file. A customer who stays under it but
      * has come in at or above the near level on enough days of
      * the window - tonight one of them - goes on the GRACECRL
      * review list for an analyst. The GRACECTC card sets it:
      *
      *   cols  1-9  daily reporting threshold - over it is filed
      *   cols 11-19 near level - a day from here up to the
      *              threshold counts toward a pattern
      *   cols 21-23 rolling window, days back from tonight
      *              counting tonight
      *   cols 25-26 near days in the window that make a pattern
      *
      * No card means 10000, 8000, 10 days and 3. A near level
      * not below the threshold is taken as eight tenths of it.
      *
      * Cash activity is a history entry with an amount, other
      * than a delete, taken at a site where the customer's cash
      * comes or goes - the three GRACEMRG sites 01, 02 and 03
      * and the lockbox, LB - whatever its op code. The shop's
      * own entries are not the customer's cash and are left
      * out: interest (IN), fees (FE), unclaimed property (UP),
      * write-offs (WO), conversion balances (CV) and GRACEADG
      * adjustments (AJ), as is any other site. A reversal entry
      * and the entry it undid are both left in, the cash having
      * passed either way. An account GRACEACT
      * does not know is taken as its customer's own number. A
      * customer already listed for tonight stays as listed.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-CTC-FILE ASSIGN TO GRACECTC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CTC-STATUS.
           SELECT GRACE-PHS-FILE ASSIGN TO GRACEPHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-PHS-KEY
               FILE STATUS IS GRACE-PHS-STATUS.
           SELECT GRACE-ACT-FILE ASSIGN TO GRACEACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-ACT-NUMBER
               ALTERNATE RECORD KEY IS GRACE-ACT-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS GRACE-ACT-STATUS.
           SELECT GRACE-CTW-FILE ASSIGN TO GRACECTW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CTW-STATUS.
           SELECT GRACE-SORT-FILE ASSIGN TO "GRACECTX".
           SELECT GRACE-CTS-FILE ASSIGN TO GRACECTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CTS-STATUS.
           SELECT GRACE-CTF-FILE ASSIGN TO GRACECTF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CTF-STATUS.
           SELECT GRACE-CRL-FILE ASSIGN TO GRACECRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-CRL-KEY
               FILE STATUS IS GRACE-CRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

      *Threshold, near level, window and pattern card.
       FD  GRACE-CTC-FILE
           RECORDING MODE IS F.
       01 GRACE-CTC-REC.
           05 GRACE-CTC-THRESHOLD PIC 9(09).
           05 FILLER PIC X(01).
           05 GRACE-CTC-NEAR-LEVEL PIC 9(09).
           05 FILLER PIC X(01).
           05 GRACE-CTC-WINDOW PIC 9(03).
           05 FILLER PIC X(01).
           05 GRACE-CTC-PATTERN PIC 9(02).
           05 FILLER PIC X(54).

       FD  GRACE-PHS-FILE.
           COPY GRACEPHS.

       FD  GRACE-ACT-FILE.
           COPY GRACEACT.

      *One cash entry in the window, put to its customer - in
      *history order here, customer and day order once sorted.
       FD  GRACE-CTW-FILE
           RECORDING MODE IS F.
       01 GRACE-CTW-REC.
           05 GRACE-CTW-CUST-ID PIC 9(06).
           05 GRACE-CTW-POST-DATE PIC 9(08).
           05 GRACE-CTW-SITE-CODE PIC X(02).
           05 GRACE-CTW-DIRECTION PIC X(01).
           05 GRACE-CTW-AMOUNT PIC 9(09).
           05 GRACE-CTW-ACCOUNT PIC 9(06).
           05 FILLER PIC X(08).

       SD  GRACE-SORT-FILE.
       01 GRACE-SORT-REC.
           05 GRACE-SRT-CUST-ID PIC 9(06).
           05 GRACE-SRT-POST-DATE PIC 9(08).
           05 GRACE-SRT-SITE-CODE PIC X(02).
           05 GRACE-SRT-DIRECTION PIC X(01).
           05 GRACE-SRT-AMOUNT PIC 9(09).
           05 GRACE-SRT-ACCOUNT PIC 9(06).
           05 FILLER PIC X(08).

       FD  GRACE-CTS-FILE
           RECORDING MODE IS F.
       01 GRACE-CTS-REC.
           05 GRACE-CTS-CUST-ID PIC 9(06).
           05 GRACE-CTS-POST-DATE PIC 9(08).
           05 GRACE-CTS-SITE-CODE PIC X(02).
           05 GRACE-CTS-DIRECTION PIC X(01).
               88 GRACE-CTS-CASH-IN VALUE 'I'.
               88 GRACE-CTS-CASH-OUT VALUE 'O'.
           05 GRACE-CTS-AMOUNT PIC 9(09).
           05 GRACE-CTS-ACCOUNT PIC 9(06).
           05 FILLER PIC X(08).

       FD  GRACE-CTF-FILE
           RECORDING MODE IS F.
           COPY GRACECTF.

       FD  GRACE-CRL-FILE.
           COPY GRACECRL.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

       01 GRACE-CTC-STATUS PIC X(02).
           88 GRACE-CTC-OK VALUE '00'.
           88 GRACE-CTC-NOT-FOUND VALUE '35'.

       01 GRACE-PHS-STATUS PIC X(02).
           88 GRACE-PHS-OK VALUE '00'.
           88 GRACE-PHS-NOT-FOUND VALUE '35'.

       01 GRACE-ACT-STATUS PIC X(02).
           88 GRACE-ACT-OK VALUE '00'.
           88 GRACE-ACT-NOT-FOUND VALUE '35'.

       01 GRACE-CTW-STATUS PIC X(02).
           88 GRACE-CTW-OK VALUE '00'.

       01 GRACE-CTS-STATUS PIC X(02).
           88 GRACE-CTS-OK VALUE '00'.

       01 GRACE-CTF-STATUS PIC X(02).
           88 GRACE-CTF-OK VALUE '00'.

       01 GRACE-CRL-STATUS PIC X(02).
           88 GRACE-CRL-OK VALUE '00'.
           88 GRACE-CRL-NOT-FOUND VALUE '35'.

       01 GRACE-PHS-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-PHS-END-OF-FILE VALUE 'Y'.

       01 GRACE-CTS-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CTS-END-OF-FILE VALUE 'Y'.

       01 GRACE-CTR-ACT-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-CTR-ACT-OPEN VALUE 'Y'.

      *Compliance settings, off the GRACECTC card or defaulted.
       01 GRACE-CTR-SETTINGS.
           05 GRACE-CTR-THRESHOLD PIC 9(09) VALUE 10000.
           05 GRACE-CTR-NEAR-LEVEL PIC 9(09) VALUE 8000.
           05 GRACE-CTR-WINDOW PIC 9(03) VALUE 10.
           05 GRACE-CTR-PATTERN PIC 9(02) VALUE 3.

      *First posting date inside the rolling window.
       01 GRACE-CTR-WINDOW-START PIC 9(08) VALUE ZERO.

      *The customer being totalled, and the window so far.
       01 GRACE-CTR-CUSTOMER.
           05 GRACE-CTR-CUST-SW PIC X(01) VALUE 'N'.
               88 GRACE-CTR-CUST-OPEN VALUE 'Y'.
           05 GRACE-CTR-CUST-ID PIC 9(06) VALUE ZERO.
           05 GRACE-CTR-NEAR-DAYS PIC 9(03) VALUE ZERO.
           05 GRACE-CTR-FIRST-NEAR PIC 9(08) VALUE ZERO.
           05 GRACE-CTR-LAST-NEAR PIC 9(08) VALUE ZERO.
           05 GRACE-CTR-TONIGHT-SW PIC X(01) VALUE 'N'.
               88 GRACE-CTR-TONIGHT-NEAR VALUE 'Y'.
           05 GRACE-CTR-WINDOW-IN PIC 9(11) VALUE ZERO.
           05 GRACE-CTR-WINDOW-OUT PIC 9(11) VALUE ZERO.

      *The customer's day being totalled, and the sites seen.
       01 GRACE-CTR-DAY.
           05 GRACE-CTR-DAY-DATE PIC 9(08) VALUE ZERO.
           05 GRACE-CTR-DAY-IN PIC 9(11) VALUE ZERO.
           05 GRACE-CTR-DAY-OUT PIC 9(11) VALUE ZERO.
           05 GRACE-CTR-DAY-LARGEST PIC 9(11) VALUE ZERO.
           05 GRACE-CTR-DAY-ENTRIES PIC 9(05) VALUE ZERO.
           05 GRACE-CTR-SITE-COUNT PIC 9(01) VALUE ZERO.
           05 GRACE-CTR-SITES.
               10 GRACE-CTR-SITE PIC X(02) OCCURS 5 TIMES.

       01 GRACE-CTR-CASH-SITE-SW PIC X(01) VALUE 'N'.
           88 GRACE-CTR-CASH-SITE VALUE 'Y'.

       01 GRACE-CTR-SITE-SUB PIC 9(02) VALUE ZERO.
       01 GRACE-CTR-SITE-FOUND-SW PIC X(01) VALUE 'N'.
           88 GRACE-CTR-SITE-FOUND VALUE 'Y'.

       01 GRACE-CTR-COUNTS.
           05 GRACE-CTR-HISTORY-COUNT PIC 9(08) VALUE ZERO.
           05 GRACE-CTR-CASH-COUNT PIC 9(08) VALUE ZERO.
           05 GRACE-CTR-CUSTOMER-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-CTR-DAY-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-CTR-NEAR-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-CTR-FILED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-CTR-LISTED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-CTR-ALREADY-COUNT PIC 9(06) VALUE ZERO.

       01 GRACE-CTR-AMOUNT-ED PIC Z(10)9 VALUE ZERO.
       01 GRACE-CTR-AMOUNT-ED2 PIC Z(10)9 VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACECTR" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 0800-LOAD-SETTINGS.
           OPEN INPUT GRACE-PHS-FILE.
           IF GRACE-PHS-NOT-FOUND
               DISPLAY "GRACEPHS NOT FOUND - NO CASH ACTIVITY TO "
                   "REVIEW"
           ELSE
               PERFORM 1000-EXTRACT-CASH-ACTIVITY
               CLOSE GRACE-PHS-FILE
               PERFORM 2000-SORT-BY-CUSTOMER
               PERFORM 3000-TOTAL-BY-CUSTOMER
           END-IF.
           PERFORM 6000-PRINT-SUMMARY.
           MOVE 0 TO RETURN-CODE.
           COMPUTE GRACE-RPT-REC-COUNT =
               GRACE-CTR-FILED-COUNT + GRACE-CTR-LISTED-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

      *----------------------------------------------------------
      * 0800-LOAD-SETTINGS reads the GRACECTC card and works out
      * where the rolling window starts.
      *----------------------------------------------------------
       0800-LOAD-SETTINGS.
           OPEN INPUT GRACE-CTC-FILE.
           IF GRACE-CTC-NOT-FOUND
               DISPLAY "GRACECTC NOT FOUND - DEFAULT THRESHOLDS"
           ELSE
               READ GRACE-CTC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GRACE-CTC-THRESHOLD NUMERIC
                               AND GRACE-CTC-THRESHOLD > ZERO
                           MOVE GRACE-CTC-THRESHOLD
                               TO GRACE-CTR-THRESHOLD
                       END-IF
                       IF GRACE-CTC-NEAR-LEVEL NUMERIC
                               AND GRACE-CTC-NEAR-LEVEL > ZERO
                           MOVE GRACE-CTC-NEAR-LEVEL
                               TO GRACE-CTR-NEAR-LEVEL
                       END-IF
                       IF GRACE-CTC-WINDOW NUMERIC
                               AND GRACE-CTC-WINDOW > ZERO
                           MOVE GRACE-CTC-WINDOW TO GRACE-CTR-WINDOW
                       END-IF
                       IF GRACE-CTC-PATTERN NUMERIC
                               AND GRACE-CTC-PATTERN > ZERO
                           MOVE GRACE-CTC-PATTERN
                               TO GRACE-CTR-PATTERN
                       END-IF
               END-READ
               CLOSE GRACE-CTC-FILE
           END-IF.
           IF GRACE-CTR-NEAR-LEVEL NOT < GRACE-CTR-THRESHOLD
               COMPUTE GRACE-CTR-NEAR-LEVEL =
                   GRACE-CTR-THRESHOLD * 8 / 10
               DISPLAY "NEAR LEVEL NOT BELOW THE THRESHOLD - "
                   "EIGHT TENTHS OF IT USED"
           END-IF.
           COMPUTE GRACE-CTR-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(GRACE-CYC-DATE)
                   - GRACE-CTR-WINDOW + 1).
           MOVE GRACE-CTR-THRESHOLD TO GRACE-CTR-AMOUNT-ED.
           MOVE GRACE-CTR-NEAR-LEVEL TO GRACE-CTR-AMOUNT-ED2.
           DISPLAY "FILING OVER " GRACE-CTR-AMOUNT-ED
               " A DAY, NEAR FROM " GRACE-CTR-AMOUNT-ED2.
           DISPLAY "PATTERN IS " GRACE-CTR-PATTERN
               " NEAR DAYS IN " GRACE-CTR-WINDOW
               " FROM " GRACE-CTR-WINDOW-START
               " TO " GRACE-CYC-DATE.

      *----------------------------------------------------------
      * 1000-EXTRACT-CASH-ACTIVITY walks the history once and
      * writes each cash entry in the window to GRACECTW under
      * the customer who holds the account.
      *----------------------------------------------------------
       1000-EXTRACT-CASH-ACTIVITY.
           OPEN INPUT GRACE-ACT-FILE.
           IF GRACE-ACT-OK
               SET GRACE-CTR-ACT-OPEN TO TRUE
           ELSE
               DISPLAY "GRACEACT NOT AVAILABLE - ONE ACCOUNT PER "
                   "CUSTOMER"
           END-IF.
           OPEN OUTPUT GRACE-CTW-FILE.
           MOVE LOW-VALUES TO GRACE-PHS-KEY.
           START GRACE-PHS-FILE
               KEY IS >= GRACE-PHS-KEY
               INVALID KEY
                   SET GRACE-PHS-END-OF-FILE TO TRUE
           END-START.
           PERFORM 1050-READ-HISTORY.
           PERFORM 1100-CONSIDER-ONE-ENTRY
               UNTIL GRACE-PHS-END-OF-FILE.
           CLOSE GRACE-CTW-FILE.
           IF GRACE-CTR-ACT-OPEN
               CLOSE GRACE-ACT-FILE
           END-IF.

       1050-READ-HISTORY.
           IF NOT GRACE-PHS-END-OF-FILE
               READ GRACE-PHS-FILE NEXT RECORD
                   AT END
                       SET GRACE-PHS-END-OF-FILE TO TRUE
               END-READ
           END-IF.

       1100-CONSIDER-ONE-ENTRY.
           ADD 1 TO GRACE-CTR-HISTORY-COUNT.
           EVALUATE GRACE-PHS-SITE-CODE
               WHEN "01"
               WHEN "02"
               WHEN "03"
               WHEN "LB"
                   MOVE 'Y' TO GRACE-CTR-CASH-SITE-SW
               WHEN OTHER
                   MOVE 'N' TO GRACE-CTR-CASH-SITE-SW
           END-EVALUATE.
           IF GRACE-PHS-POST-DATE NOT < GRACE-CTR-WINDOW-START
                   AND GRACE-PHS-POST-DATE NOT > GRACE-CYC-DATE
                   AND GRACE-PHS-OP-CODE NOT = 'D'
                   AND GRACE-CTR-CASH-SITE
                   AND GRACE-PHS-AMOUNT NUMERIC
               IF GRACE-PHS-AMOUNT NOT = ZERO
                   PERFORM 1200-EXTRACT-ONE-ENTRY
               END-IF
           END-IF.
           PERFORM 1050-READ-HISTORY.

       1200-EXTRACT-ONE-ENTRY.
           MOVE SPACES TO GRACE-CTW-REC.
           MOVE GRACE-PHS-SOURCE TO GRACE-CTW-ACCOUNT.
           MOVE GRACE-PHS-SOURCE TO GRACE-CTW-CUST-ID.
           IF GRACE-CTR-ACT-OPEN
               MOVE GRACE-PHS-SOURCE TO GRACE-ACT-NUMBER
               READ GRACE-ACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GRACE-ACT-CUST-ID TO GRACE-CTW-CUST-ID
               END-READ
           END-IF.
           MOVE GRACE-PHS-POST-DATE TO GRACE-CTW-POST-DATE.
           MOVE GRACE-PHS-SITE-CODE TO GRACE-CTW-SITE-CODE.
           IF GRACE-PHS-AMOUNT < ZERO
               MOVE 'O' TO GRACE-CTW-DIRECTION
               COMPUTE GRACE-CTW-AMOUNT = 0 - GRACE-PHS-AMOUNT
           ELSE
               MOVE 'I' TO GRACE-CTW-DIRECTION
               MOVE GRACE-PHS-AMOUNT TO GRACE-CTW-AMOUNT
           END-IF.
           WRITE GRACE-CTW-REC.
           ADD 1 TO GRACE-CTR-CASH-COUNT.

       2000-SORT-BY-CUSTOMER.
           SORT GRACE-SORT-FILE
               ON ASCENDING KEY GRACE-SRT-CUST-ID
                   GRACE-SRT-POST-DATE
               USING GRACE-CTW-FILE
               GIVING GRACE-CTS-FILE.

      *----------------------------------------------------------
      * 3000-TOTAL-BY-CUSTOMER walks the sorted postings once,
      * breaking on each day within each customer. A day closes
      * into the customer's window; a customer closes into the
      * pattern test.
      *----------------------------------------------------------
       3000-TOTAL-BY-CUSTOMER.
           OPEN OUTPUT GRACE-CTF-FILE.
           OPEN I-O GRACE-CRL-FILE.
           IF GRACE-CRL-NOT-FOUND
               DISPLAY "GRACECRL NOT FOUND - STARTING THE REVIEW "
                   "LIST"
               OPEN OUTPUT GRACE-CRL-FILE
               CLOSE GRACE-CRL-FILE
               OPEN I-O GRACE-CRL-FILE
           END-IF.
           OPEN INPUT GRACE-CTS-FILE.
           PERFORM 3050-READ-SORTED-POSTING.
           PERFORM 3100-TAKE-ONE-POSTING
               UNTIL GRACE-CTS-END-OF-FILE.
           IF GRACE-CTR-CUST-OPEN
               PERFORM 3400-CLOSE-DAY
               PERFORM 3500-CLOSE-CUSTOMER
           END-IF.
           CLOSE GRACE-CTS-FILE.
           CLOSE GRACE-CRL-FILE.
           CLOSE GRACE-CTF-FILE.

       3050-READ-SORTED-POSTING.
           READ GRACE-CTS-FILE
               AT END
                   SET GRACE-CTS-END-OF-FILE TO TRUE
           END-READ.

       3100-TAKE-ONE-POSTING.
           IF NOT GRACE-CTR-CUST-OPEN
               PERFORM 3200-OPEN-CUSTOMER
           ELSE
               IF GRACE-CTS-CUST-ID NOT = GRACE-CTR-CUST-ID
                   PERFORM 3400-CLOSE-DAY
                   PERFORM 3500-CLOSE-CUSTOMER
                   PERFORM 3200-OPEN-CUSTOMER
               ELSE
                   IF GRACE-CTS-POST-DATE NOT = GRACE-CTR-DAY-DATE
                       PERFORM 3400-CLOSE-DAY
                       PERFORM 3250-OPEN-DAY
                   END-IF
               END-IF
           END-IF.
           IF GRACE-CTS-CASH-OUT
               ADD GRACE-CTS-AMOUNT TO GRACE-CTR-DAY-OUT
           ELSE
               ADD GRACE-CTS-AMOUNT TO GRACE-CTR-DAY-IN
           END-IF.
           ADD 1 TO GRACE-CTR-DAY-ENTRIES.
           PERFORM 3300-NOTE-SITE.
           PERFORM 3050-READ-SORTED-POSTING.

       3200-OPEN-CUSTOMER.
           SET GRACE-CTR-CUST-OPEN TO TRUE.
           MOVE GRACE-CTS-CUST-ID TO GRACE-CTR-CUST-ID.
           MOVE ZERO TO GRACE-CTR-NEAR-DAYS.
           MOVE ZERO TO GRACE-CTR-FIRST-NEAR.
           MOVE ZERO TO GRACE-CTR-LAST-NEAR.
           MOVE 'N' TO GRACE-CTR-TONIGHT-SW.
           MOVE ZERO TO GRACE-CTR-WINDOW-IN.
           MOVE ZERO TO GRACE-CTR-WINDOW-OUT.
           ADD 1 TO GRACE-CTR-CUSTOMER-COUNT.
           PERFORM 3250-OPEN-DAY.

       3250-OPEN-DAY.
           MOVE GRACE-CTS-POST-DATE TO GRACE-CTR-DAY-DATE.
           MOVE ZERO TO GRACE-CTR-DAY-IN.
           MOVE ZERO TO GRACE-CTR-DAY-OUT.
           MOVE ZERO TO GRACE-CTR-DAY-ENTRIES.
           MOVE ZERO TO GRACE-CTR-SITE-COUNT.
           MOVE SPACES TO GRACE-CTR-SITES.

      *----------------------------------------------------------
      * 3300-NOTE-SITE keeps the distinct sites the day's cash
      * arrived from, so the filing shows a split across sites.
      *----------------------------------------------------------
       3300-NOTE-SITE.
           MOVE 'N' TO GRACE-CTR-SITE-FOUND-SW.
           PERFORM 3350-CHECK-ONE-SITE
               VARYING GRACE-CTR-SITE-SUB FROM 1 BY 1
               UNTIL GRACE-CTR-SITE-SUB > GRACE-CTR-SITE-COUNT
                   OR GRACE-CTR-SITE-FOUND.
           IF NOT GRACE-CTR-SITE-FOUND
                   AND GRACE-CTR-SITE-COUNT < 5
               ADD 1 TO GRACE-CTR-SITE-COUNT
               MOVE GRACE-CTS-SITE-CODE
                   TO GRACE-CTR-SITE(GRACE-CTR-SITE-COUNT)
           END-IF.

       3350-CHECK-ONE-SITE.
           IF GRACE-CTR-SITE(GRACE-CTR-SITE-SUB)
                   = GRACE-CTS-SITE-CODE
               SET GRACE-CTR-SITE-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------
      * 3400-CLOSE-DAY - a day over the threshold is filed when
      * it is tonight (earlier nights filed their own); a day
      * from the near level up to the threshold is a near day.
      *----------------------------------------------------------
       3400-CLOSE-DAY.
           ADD 1 TO GRACE-CTR-DAY-COUNT.
           ADD GRACE-CTR-DAY-IN TO GRACE-CTR-WINDOW-IN.
           ADD GRACE-CTR-DAY-OUT TO GRACE-CTR-WINDOW-OUT.
           IF GRACE-CTR-DAY-IN > GRACE-CTR-DAY-OUT
               MOVE GRACE-CTR-DAY-IN TO GRACE-CTR-DAY-LARGEST
           ELSE
               MOVE GRACE-CTR-DAY-OUT TO GRACE-CTR-DAY-LARGEST
           END-IF.
           EVALUATE TRUE
               WHEN GRACE-CTR-DAY-LARGEST > GRACE-CTR-THRESHOLD
                   IF GRACE-CTR-DAY-DATE = GRACE-CYC-DATE
                       PERFORM 4000-WRITE-FILING
                   END-IF
               WHEN GRACE-CTR-DAY-LARGEST
                       NOT < GRACE-CTR-NEAR-LEVEL
                   ADD 1 TO GRACE-CTR-NEAR-DAYS
                   ADD 1 TO GRACE-CTR-NEAR-COUNT
                   IF GRACE-CTR-FIRST-NEAR = ZERO
                       MOVE GRACE-CTR-DAY-DATE
                           TO GRACE-CTR-FIRST-NEAR
                   END-IF
                   MOVE GRACE-CTR-DAY-DATE TO GRACE-CTR-LAST-NEAR
                   IF GRACE-CTR-DAY-DATE = GRACE-CYC-DATE
                       SET GRACE-CTR-TONIGHT-NEAR TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3500-CLOSE-CUSTOMER.
           IF GRACE-CTR-TONIGHT-NEAR
                   AND GRACE-CTR-NEAR-DAYS NOT < GRACE-CTR-PATTERN
               PERFORM 4500-LIST-FOR-REVIEW
           END-IF.
           MOVE 'N' TO GRACE-CTR-CUST-SW.

       4000-WRITE-FILING.
           MOVE SPACES TO GRACE-CTF-REC.
           MOVE GRACE-CTR-CUST-ID TO GRACE-CTF-CUST-ID.
           MOVE GRACE-CTR-DAY-DATE TO GRACE-CTF-ACTIVITY-DATE.
           MOVE GRACE-CYC-NUMBER TO GRACE-CTF-CYCLE.
           EVALUATE TRUE
               WHEN GRACE-CTR-DAY-IN > GRACE-CTR-THRESHOLD
                       AND GRACE-CTR-DAY-OUT > GRACE-CTR-THRESHOLD
                   SET GRACE-CTF-OVER-BOTH TO TRUE
               WHEN GRACE-CTR-DAY-IN > GRACE-CTR-THRESHOLD
                   SET GRACE-CTF-OVER-IN TO TRUE
               WHEN OTHER
                   SET GRACE-CTF-OVER-OUT TO TRUE
           END-EVALUATE.
           MOVE GRACE-CTR-DAY-IN TO GRACE-CTF-CASH-IN.
           MOVE GRACE-CTR-DAY-OUT TO GRACE-CTF-CASH-OUT.
           MOVE GRACE-CTR-THRESHOLD TO GRACE-CTF-THRESHOLD.
           MOVE GRACE-CTR-DAY-ENTRIES TO GRACE-CTF-ENTRY-COUNT.
           MOVE GRACE-CTR-SITE-COUNT TO GRACE-CTF-SITE-COUNT.
           MOVE GRACE-CTR-SITES TO GRACE-CTF-SITES.
           WRITE GRACE-CTF-REC.
           ADD 1 TO GRACE-CTR-FILED-COUNT.
           MOVE GRACE-CTR-DAY-IN TO GRACE-CTR-AMOUNT-ED.
           MOVE GRACE-CTR-DAY-OUT TO GRACE-CTR-AMOUNT-ED2.
           DISPLAY "FILED    " GRACE-CTR-CUST-ID
               "  IN " GRACE-CTR-AMOUNT-ED
               "  OUT " GRACE-CTR-AMOUNT-ED2
               "  SITES " GRACE-CTR-SITE-COUNT.

       4500-LIST-FOR-REVIEW.
           MOVE SPACES TO GRACE-CRL-REC.
           MOVE GRACE-CTR-CUST-ID TO GRACE-CRL-CUST-ID.
           MOVE GRACE-CYC-DATE TO GRACE-CRL-FLAG-DATE.
           MOVE GRACE-CTR-NEAR-DAYS TO GRACE-CRL-NEAR-DAYS.
           MOVE GRACE-CTR-WINDOW TO GRACE-CRL-WINDOW-DAYS.
           MOVE GRACE-CTR-FIRST-NEAR TO GRACE-CRL-FIRST-NEAR-DATE.
           MOVE GRACE-CTR-LAST-NEAR TO GRACE-CRL-LAST-NEAR-DATE.
           MOVE GRACE-CTR-WINDOW-IN TO GRACE-CRL-WINDOW-IN.
           MOVE GRACE-CTR-WINDOW-OUT TO GRACE-CRL-WINDOW-OUT.
           MOVE GRACE-CTR-NEAR-LEVEL TO GRACE-CRL-NEAR-LEVEL.
           MOVE GRACE-CTR-THRESHOLD TO GRACE-CRL-THRESHOLD.
           MOVE 'O' TO GRACE-CRL-STATE.
           MOVE SPACES TO GRACE-CRL-REVIEWER-ID.
           MOVE ZERO TO GRACE-CRL-REVIEW-DATE.
           MOVE SPACES TO GRACE-CRL-COMMENT.
           WRITE GRACE-CRL-REC
               INVALID KEY
                   ADD 1 TO GRACE-CTR-ALREADY-COUNT
               NOT INVALID KEY
                   ADD 1 TO GRACE-CTR-LISTED-COUNT
                   DISPLAY "REVIEW   " GRACE-CTR-CUST-ID
                       "  " GRACE-CTR-NEAR-DAYS
                       " NEAR DAYS FROM " GRACE-CTR-FIRST-NEAR
                       " TO " GRACE-CTR-LAST-NEAR
           END-WRITE.

       6000-PRINT-SUMMARY.
           DISPLAY "CASH ACTIVITY REVIEW FOR " GRACE-CYC-DATE
               " CYCLE " GRACE-CYC-NUMBER.
           DISPLAY "  HISTORY ENTRIES READ...: "
               GRACE-CTR-HISTORY-COUNT.
           DISPLAY "  CASH POSTINGS IN WINDOW: "
               GRACE-CTR-CASH-COUNT.
           DISPLAY "  CUSTOMERS TOTALLED.....: "
               GRACE-CTR-CUSTOMER-COUNT.
           DISPLAY "  CUSTOMER DAYS..........: "
               GRACE-CTR-DAY-COUNT.
           DISPLAY "  NEAR-THRESHOLD DAYS....: "
               GRACE-CTR-NEAR-COUNT.
           DISPLAY "  FILED ON GRACECTF......: "
               GRACE-CTR-FILED-COUNT.
           DISPLAY "  LISTED ON GRACECRL.....: "
               GRACE-CTR-LISTED-COUNT.
           DISPLAY "  ALREADY ON GRACECRL....: "
               GRACE-CTR-ALREADY-COUNT.

           COPY GRACERPTP.

           COPY GRACECYCP.
