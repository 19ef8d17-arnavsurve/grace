       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEMSC.
      *----------------------------------------------------------
      * GRACEMSC compares two month-end master snapshots off
      * GRACEMSS - normally last month against the month before,
      * but any two periods GRACEMSN has taken. The GRACEMSQ card
      * names them:
      *
      *   cols  1-6   earlier period, YYYYMM
      *   cols  8-13  later period, YYYYMM
      *
      * The report shows:
      *
      *   - customers added (on the later snapshot only) and
      *     dropped (on the earlier only), each listed
      *   - balance movement by site - the site on the later
      *     snapshot, or the earlier one for a dropped customer
      *   - balance movement by balance band - the band the
      *     customer's later balance falls in, or the earlier
      *     balance for a dropped customer
      *   - the twenty largest increases and the twenty largest
      *     decreases among customers on both snapshots
      *
      * Both periods are sorted together by customer off the
      * GRACEGSR sort work; each balance change is staged on the
      * GRACEMCM work file and sorted by the size of the change
      * into GRACEMCD for the largest-movement lists. A missing
      * card, or a period with no snapshot, is RC=8.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-MSQ-FILE ASSIGN TO GRACEMSQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-MSQ-STATUS.
           SELECT GRACE-MSS-FILE ASSIGN TO GRACEMSS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-MSS-STATUS.
           SELECT GRACE-SORT-FILE ASSIGN TO "GRACEGSR".
           SELECT GRACE-MCM-FILE ASSIGN TO GRACEMCM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-MCM-STATUS.
           SELECT GRACE-MVS-FILE ASSIGN TO "GRACEMVS".
           SELECT GRACE-MCD-FILE ASSIGN TO GRACEMCD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-MCD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *The two periods to compare - see the header.
       FD  GRACE-MSQ-FILE
           RECORDING MODE IS F.
       01 GRACE-MSQ-REC.
           05 GRACE-MSQ-FROM-PERIOD PIC X(06).
           05 FILLER PIC X(01).
           05 GRACE-MSQ-TO-PERIOD PIC X(06).
           05 FILLER PIC X(67).

       FD  GRACE-MSS-FILE
           RECORDING MODE IS F.
           COPY GRACEMSS.

       SD  GRACE-SORT-FILE.
       01 GRACE-SORT-REC.
           05 GRACE-SRT-PERIOD PIC 9(06).
           05 GRACE-SRT-TAKEN-DATE PIC 9(08).
           05 GRACE-SRT-CUST-ID PIC 9(06).
           05 FILLER PIC X(30).
           05 GRACE-SRT-UPD-DATE PIC 9(08).
           05 GRACE-SRT-BALANCE PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 GRACE-SRT-SITE-CODE PIC X(02).
           05 FILLER PIC X(10).

      *One balance change between the two snapshots.
       FD  GRACE-MCM-FILE
           RECORDING MODE IS F.
       01 GRACE-MCM-REC.
           05 GRACE-MCM-CUST-ID PIC 9(06).
           05 GRACE-MCM-SITE-CODE PIC X(02).
           05 GRACE-MCM-FROM-BALANCE PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 GRACE-MCM-TO-BALANCE PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 GRACE-MCM-MOVEMENT PIC S9(10)
               SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(08).

       SD  GRACE-MVS-FILE.
       01 GRACE-MVS-REC.
           05 FILLER PIC X(28).
           05 GRACE-MVS-MOVEMENT PIC S9(10)
               SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(08).

       FD  GRACE-MCD-FILE
           RECORDING MODE IS F.
       01 GRACE-MCD-REC.
           05 GRACE-MCD-CUST-ID PIC 9(06).
           05 GRACE-MCD-SITE-CODE PIC X(02).
           05 GRACE-MCD-FROM-BALANCE PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 GRACE-MCD-TO-BALANCE PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 GRACE-MCD-MOVEMENT PIC S9(10)
               SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(08).

       WORKING-STORAGE SECTION.
       01 GRACE-MSQ-STATUS PIC X(02).
           88 GRACE-MSQ-OK VALUE '00'.
           88 GRACE-MSQ-NOT-FOUND VALUE '35'.

       01 GRACE-MSS-STATUS PIC X(02).
           88 GRACE-MSS-OK VALUE '00'.
           88 GRACE-MSS-NOT-FOUND VALUE '35'.

       01 GRACE-MCM-STATUS PIC X(02).
           88 GRACE-MCM-OK VALUE '00'.

       01 GRACE-MCD-STATUS PIC X(02).
           88 GRACE-MCD-OK VALUE '00'.

       01 GRACE-MSS-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-MSS-END-OF-FILE VALUE 'Y'.

       01 GRACE-SRT-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-SRT-END-OF-FILE VALUE 'Y'.

       01 GRACE-MCD-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-MCD-END-OF-FILE VALUE 'Y'.

       01 GRACE-MSC-PERIODS.
           05 GRACE-MSC-FROM-PERIOD PIC 9(06) VALUE ZERO.
           05 GRACE-MSC-TO-PERIOD PIC 9(06) VALUE ZERO.
           05 GRACE-MSC-FROM-ROWS PIC 9(07) VALUE ZERO.
           05 GRACE-MSC-TO-ROWS PIC 9(07) VALUE ZERO.

      *The customer being paired across the two snapshots.
       01 GRACE-MSC-CUSTOMER.
           05 GRACE-MSC-CUST-ID PIC 9(06) VALUE ZERO.
           05 GRACE-MSC-FROM-SW PIC X(01) VALUE 'N'.
               88 GRACE-MSC-ON-FROM VALUE 'Y'.
           05 GRACE-MSC-TO-SW PIC X(01) VALUE 'N'.
               88 GRACE-MSC-ON-TO VALUE 'Y'.
           05 GRACE-MSC-FROM-BALANCE PIC S9(09) VALUE ZERO.
           05 GRACE-MSC-TO-BALANCE PIC S9(09) VALUE ZERO.
           05 GRACE-MSC-FROM-SITE PIC X(02) VALUE SPACES.
           05 GRACE-MSC-TO-SITE PIC X(02) VALUE SPACES.
           05 GRACE-MSC-OPEN-SW PIC X(01) VALUE 'N'.
               88 GRACE-MSC-CUSTOMER-OPEN VALUE 'Y'.
           05 GRACE-MSC-MOVEMENT PIC S9(10) VALUE ZERO.
           05 GRACE-MSC-WANT-SITE PIC X(02) VALUE SPACES.
           05 GRACE-MSC-BAND-BALANCE PIC S9(09) VALUE ZERO.

      *Balance bands: below zero, zero, then the lowest amount
      *in each band above zero.
       01 GRACE-MSC-BAND-VALUES.
           05 FILLER PIC X(23) VALUE "000000000BELOW ZERO    ".
           05 FILLER PIC X(23) VALUE "000000000ZERO          ".
           05 FILLER PIC X(23) VALUE "0000000011-999         ".
           05 FILLER PIC X(23) VALUE "0000010001000-9999     ".
           05 FILLER PIC X(23) VALUE "00001000010000-99999   ".
           05 FILLER PIC X(23) VALUE "000100000100000 AND UP ".
       01 GRACE-MSC-BAND-TABLE REDEFINES GRACE-MSC-BAND-VALUES.
           05 GRACE-MSC-BAND-ENTRY OCCURS 6 TIMES.
               10 GRACE-MSC-BAND-FROM PIC 9(09).
               10 GRACE-MSC-BAND-LABEL PIC X(14).

       01 GRACE-MSC-BAND-TOTALS.
           05 GRACE-MSC-BAND-TOTAL OCCURS 6 TIMES.
               10 GRACE-MSC-BAND-COUNT PIC 9(07).
               10 GRACE-MSC-BAND-FROM-BAL PIC S9(13).
               10 GRACE-MSC-BAND-TO-BAL PIC S9(13).
       01 GRACE-MSC-BAND-IDX PIC 9(02) VALUE ZERO.
       01 GRACE-MSC-BAND-SLOT PIC 9(02) VALUE ZERO.

      *One slot per site seen on either snapshot.
       01 GRACE-MSC-SITE-CTL.
           05 GRACE-MSC-SITE-USED PIC 9(03) VALUE ZERO.
           05 GRACE-MSC-SITE-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-MSC-SITE-FOUND PIC 9(03) VALUE ZERO.
           05 GRACE-MSC-SITE-TABLE OCCURS 100 TIMES.
               10 GRACE-MSC-SITE-CODE PIC X(02).
               10 GRACE-MSC-SITE-FROM-COUNT PIC 9(07).
               10 GRACE-MSC-SITE-TO-COUNT PIC 9(07).
               10 GRACE-MSC-SITE-ADDED PIC 9(07).
               10 GRACE-MSC-SITE-DROPPED PIC 9(07).
               10 GRACE-MSC-SITE-FROM-BAL PIC S9(13).
               10 GRACE-MSC-SITE-TO-BAL PIC S9(13).

       01 GRACE-MSC-TOTALS.
           05 GRACE-MSC-ADDED-COUNT PIC 9(07) VALUE ZERO.
           05 GRACE-MSC-DROPPED-COUNT PIC 9(07) VALUE ZERO.
           05 GRACE-MSC-BOTH-COUNT PIC 9(07) VALUE ZERO.
           05 GRACE-MSC-CHANGED-COUNT PIC 9(07) VALUE ZERO.
           05 GRACE-MSC-FROM-TOTAL PIC S9(13) VALUE ZERO.
           05 GRACE-MSC-TO-TOTAL PIC S9(13) VALUE ZERO.
           05 GRACE-MSC-SITE-OVERFLOW PIC 9(07) VALUE ZERO.
           05 GRACE-MSC-LISTED PIC 9(03) VALUE ZERO.
           05 GRACE-MSC-DIRECTION-SW PIC X(01) VALUE 'I'.
               88 GRACE-MSC-LISTING-INCREASES VALUE 'I'.
               88 GRACE-MSC-LISTING-DECREASES VALUE 'D'.

       01 GRACE-MSC-EDITS.
           05 GRACE-MSC-BAL-ED PIC -(10)9.
           05 GRACE-MSC-BAL2-ED PIC -(10)9.
           05 GRACE-MSC-BIG-ED PIC -(12)9.
           05 GRACE-MSC-BIG2-ED PIC -(12)9.
           05 GRACE-MSC-BIG3-ED PIC -(12)9.
           05 GRACE-MSC-COUNT-ED PIC Z(06)9.
           05 GRACE-MSC-COUNT2-ED PIC Z(06)9.
           05 GRACE-MSC-COUNT3-ED PIC Z(06)9.
           05 GRACE-MSC-COUNT4-ED PIC Z(06)9.
           05 GRACE-MSC-SIGNED PIC S9(13) VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEMSC" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0800-LOAD-PERIOD-CARD.
           IF GRACE-MSC-FROM-PERIOD = ZERO
                   OR GRACE-MSC-TO-PERIOD = ZERO
               DISPLAY "*** GRACEMSQ CARD MISSING OR A PERIOD ZERO "
                   "- NOTHING COMPARED ***"
               MOVE 8 TO RETURN-CODE
               PERFORM 0600-PRINT-GRACE-RPT-FOOTER
               GOBACK
           END-IF.
           DISPLAY "MASTER SNAPSHOT COMPARISON - "
               GRACE-MSC-FROM-PERIOD " TO " GRACE-MSC-TO-PERIOD.
           PERFORM 0900-CLEAR-BAND-TOTALS
               VARYING GRACE-MSC-BAND-IDX FROM 1 BY 1
               UNTIL GRACE-MSC-BAND-IDX > 6.
           PERFORM 1000-PAIR-SNAPSHOTS.
           IF GRACE-MSC-FROM-ROWS = ZERO
                   OR GRACE-MSC-TO-ROWS = ZERO
               DISPLAY "*** NO SNAPSHOT ON GRACEMSS FOR "
                   "ONE OF THE PERIODS - EARLIER ROWS "
                   GRACE-MSC-FROM-ROWS " LATER ROWS "
                   GRACE-MSC-TO-ROWS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM 0600-PRINT-GRACE-RPT-FOOTER
               GOBACK
           END-IF.
           PERFORM 5000-PRINT-SITE-MOVEMENT.
           PERFORM 5500-PRINT-BAND-MOVEMENT.
           PERFORM 6000-PRINT-LARGEST-INCREASES.
           PERFORM 6500-PRINT-LARGEST-DECREASES.
           PERFORM 7000-PRINT-TOTALS.
           MOVE GRACE-MSC-TO-ROWS TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0800-LOAD-PERIOD-CARD.
           OPEN INPUT GRACE-MSQ-FILE.
           IF GRACE-MSQ-NOT-FOUND
               CONTINUE
           ELSE
               READ GRACE-MSQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GRACE-MSQ-FROM-PERIOD NUMERIC
                           MOVE GRACE-MSQ-FROM-PERIOD
                               TO GRACE-MSC-FROM-PERIOD
                       END-IF
                       IF GRACE-MSQ-TO-PERIOD NUMERIC
                           MOVE GRACE-MSQ-TO-PERIOD
                               TO GRACE-MSC-TO-PERIOD
                       END-IF
               END-READ
               CLOSE GRACE-MSQ-FILE
           END-IF.

       0900-CLEAR-BAND-TOTALS.
           MOVE ZERO TO GRACE-MSC-BAND-COUNT(GRACE-MSC-BAND-IDX).
           MOVE ZERO TO GRACE-MSC-BAND-FROM-BAL(GRACE-MSC-BAND-IDX).
           MOVE ZERO TO GRACE-MSC-BAND-TO-BAL(GRACE-MSC-BAND-IDX).

      *----------------------------------------------------------
      * 1000-PAIR-SNAPSHOTS sorts both periods' rows by customer
      * and period, so each customer's earlier row, if any, comes
      * just ahead of the later one.
      *----------------------------------------------------------
       1000-PAIR-SNAPSHOTS.
           OPEN OUTPUT GRACE-MCM-FILE.
           SORT GRACE-SORT-FILE
               ON ASCENDING KEY GRACE-SRT-CUST-ID
               ON ASCENDING KEY GRACE-SRT-PERIOD
               INPUT PROCEDURE IS 1100-RELEASE-TWO-PERIODS
               OUTPUT PROCEDURE IS 2000-COMPARE-CUSTOMERS.
           CLOSE GRACE-MCM-FILE.

       1100-RELEASE-TWO-PERIODS.
           OPEN INPUT GRACE-MSS-FILE.
           IF GRACE-MSS-NOT-FOUND
               DISPLAY "GRACEMSS NOT FOUND - NO SNAPSHOTS TAKEN"
           ELSE
               PERFORM 1200-READ-SNAPSHOT
               PERFORM 1300-RELEASE-ONE-ROW
                   UNTIL GRACE-MSS-END-OF-FILE
               CLOSE GRACE-MSS-FILE
           END-IF.

       1200-READ-SNAPSHOT.
           READ GRACE-MSS-FILE
               AT END
                   SET GRACE-MSS-END-OF-FILE TO TRUE
           END-READ.

       1300-RELEASE-ONE-ROW.
           EVALUATE GRACE-MSS-PERIOD
               WHEN GRACE-MSC-FROM-PERIOD
                   ADD 1 TO GRACE-MSC-FROM-ROWS
                   RELEASE GRACE-SORT-REC FROM GRACE-MSS-REC
               WHEN GRACE-MSC-TO-PERIOD
                   ADD 1 TO GRACE-MSC-TO-ROWS
                   RELEASE GRACE-SORT-REC FROM GRACE-MSS-REC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 1200-READ-SNAPSHOT.

       2000-COMPARE-CUSTOMERS.
           PERFORM 2100-RETURN-SORTED-ROW.
           PERFORM 2200-TAKE-ONE-ROW
               UNTIL GRACE-SRT-END-OF-FILE.
           IF GRACE-MSC-CUSTOMER-OPEN
               PERFORM 3000-CLASSIFY-CUSTOMER
           END-IF.

       2100-RETURN-SORTED-ROW.
           RETURN GRACE-SORT-FILE
               AT END
                   SET GRACE-SRT-END-OF-FILE TO TRUE
           END-RETURN.

       2200-TAKE-ONE-ROW.
           IF GRACE-MSC-CUSTOMER-OPEN
                   AND GRACE-SRT-CUST-ID NOT = GRACE-MSC-CUST-ID
               PERFORM 3000-CLASSIFY-CUSTOMER
           END-IF.
           IF NOT GRACE-MSC-CUSTOMER-OPEN
               MOVE GRACE-SRT-CUST-ID TO GRACE-MSC-CUST-ID
               MOVE 'N' TO GRACE-MSC-FROM-SW
               MOVE 'N' TO GRACE-MSC-TO-SW
               MOVE ZERO TO GRACE-MSC-FROM-BALANCE
               MOVE ZERO TO GRACE-MSC-TO-BALANCE
               MOVE SPACES TO GRACE-MSC-FROM-SITE
               MOVE SPACES TO GRACE-MSC-TO-SITE
               SET GRACE-MSC-CUSTOMER-OPEN TO TRUE
           END-IF.
           IF GRACE-SRT-PERIOD = GRACE-MSC-FROM-PERIOD
               SET GRACE-MSC-ON-FROM TO TRUE
               MOVE GRACE-SRT-BALANCE TO GRACE-MSC-FROM-BALANCE
               MOVE GRACE-SRT-SITE-CODE TO GRACE-MSC-FROM-SITE
           ELSE
               SET GRACE-MSC-ON-TO TO TRUE
               MOVE GRACE-SRT-BALANCE TO GRACE-MSC-TO-BALANCE
               MOVE GRACE-SRT-SITE-CODE TO GRACE-MSC-TO-SITE
           END-IF.
           PERFORM 2100-RETURN-SORTED-ROW.

      *----------------------------------------------------------
      * 3000-CLASSIFY-CUSTOMER - added, dropped or on both; the
      * balances go to the customer's site and band, and a
      * balance that moved is staged for the largest-movement
      * lists.
      *----------------------------------------------------------
       3000-CLASSIFY-CUSTOMER.
           MOVE 'N' TO GRACE-MSC-OPEN-SW.
           IF GRACE-MSC-ON-TO
               MOVE GRACE-MSC-TO-SITE TO GRACE-MSC-WANT-SITE
               MOVE GRACE-MSC-TO-BALANCE TO GRACE-MSC-BAND-BALANCE
           ELSE
               MOVE GRACE-MSC-FROM-SITE TO GRACE-MSC-WANT-SITE
               MOVE GRACE-MSC-FROM-BALANCE TO GRACE-MSC-BAND-BALANCE
           END-IF.
           PERFORM 3500-FIND-OR-ADD-SITE.
           PERFORM 3600-FIND-BAND.
           ADD GRACE-MSC-FROM-BALANCE TO GRACE-MSC-FROM-TOTAL.
           ADD GRACE-MSC-TO-BALANCE TO GRACE-MSC-TO-TOTAL.
           ADD 1 TO GRACE-MSC-BAND-COUNT(GRACE-MSC-BAND-SLOT).
           ADD GRACE-MSC-FROM-BALANCE
               TO GRACE-MSC-BAND-FROM-BAL(GRACE-MSC-BAND-SLOT).
           ADD GRACE-MSC-TO-BALANCE
               TO GRACE-MSC-BAND-TO-BAL(GRACE-MSC-BAND-SLOT).
           IF GRACE-MSC-SITE-FOUND > ZERO
               ADD GRACE-MSC-FROM-BALANCE
                   TO GRACE-MSC-SITE-FROM-BAL(GRACE-MSC-SITE-FOUND)
               ADD GRACE-MSC-TO-BALANCE
                   TO GRACE-MSC-SITE-TO-BAL(GRACE-MSC-SITE-FOUND)
               IF GRACE-MSC-ON-FROM
                   ADD 1 TO
                       GRACE-MSC-SITE-FROM-COUNT(GRACE-MSC-SITE-FOUND)
               END-IF
               IF GRACE-MSC-ON-TO
                   ADD 1 TO
                       GRACE-MSC-SITE-TO-COUNT(GRACE-MSC-SITE-FOUND)
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN GRACE-MSC-ON-FROM AND GRACE-MSC-ON-TO
                   PERFORM 3100-COMPARE-BALANCES
               WHEN GRACE-MSC-ON-TO
                   PERFORM 3200-LIST-ADDED
               WHEN OTHER
                   PERFORM 3300-LIST-DROPPED
           END-EVALUATE.

       3100-COMPARE-BALANCES.
           ADD 1 TO GRACE-MSC-BOTH-COUNT.
           COMPUTE GRACE-MSC-MOVEMENT =
               GRACE-MSC-TO-BALANCE - GRACE-MSC-FROM-BALANCE.
           IF GRACE-MSC-MOVEMENT NOT = ZERO
               ADD 1 TO GRACE-MSC-CHANGED-COUNT
               MOVE SPACES TO GRACE-MCM-REC
               MOVE GRACE-MSC-CUST-ID TO GRACE-MCM-CUST-ID
               MOVE GRACE-MSC-WANT-SITE TO GRACE-MCM-SITE-CODE
               MOVE GRACE-MSC-FROM-BALANCE TO GRACE-MCM-FROM-BALANCE
               MOVE GRACE-MSC-TO-BALANCE TO GRACE-MCM-TO-BALANCE
               MOVE GRACE-MSC-MOVEMENT TO GRACE-MCM-MOVEMENT
               WRITE GRACE-MCM-REC
           END-IF.

       3200-LIST-ADDED.
           ADD 1 TO GRACE-MSC-ADDED-COUNT.
           IF GRACE-MSC-SITE-FOUND > ZERO
               ADD 1 TO GRACE-MSC-SITE-ADDED(GRACE-MSC-SITE-FOUND)
           END-IF.
           MOVE GRACE-MSC-TO-BALANCE TO GRACE-MSC-BAL-ED.
           DISPLAY "ADDED    " GRACE-MSC-CUST-ID "  SITE "
               GRACE-MSC-TO-SITE "  BALANCE " GRACE-MSC-BAL-ED.

       3300-LIST-DROPPED.
           ADD 1 TO GRACE-MSC-DROPPED-COUNT.
           IF GRACE-MSC-SITE-FOUND > ZERO
               ADD 1 TO GRACE-MSC-SITE-DROPPED(GRACE-MSC-SITE-FOUND)
           END-IF.
           MOVE GRACE-MSC-FROM-BALANCE TO GRACE-MSC-BAL-ED.
           DISPLAY "DROPPED  " GRACE-MSC-CUST-ID "  SITE "
               GRACE-MSC-FROM-SITE "  BALANCE " GRACE-MSC-BAL-ED.

       3500-FIND-OR-ADD-SITE.
           MOVE ZERO TO GRACE-MSC-SITE-FOUND.
           PERFORM 3550-MATCH-SITE
               VARYING GRACE-MSC-SITE-IDX FROM 1 BY 1
               UNTIL GRACE-MSC-SITE-IDX > GRACE-MSC-SITE-USED
                  OR GRACE-MSC-SITE-FOUND > ZERO.
           IF GRACE-MSC-SITE-FOUND = ZERO
               IF GRACE-MSC-SITE-USED < 100
                   ADD 1 TO GRACE-MSC-SITE-USED
                   MOVE GRACE-MSC-WANT-SITE
                       TO GRACE-MSC-SITE-CODE(GRACE-MSC-SITE-USED)
                   MOVE ZERO
                       TO GRACE-MSC-SITE-FROM-COUNT(GRACE-MSC-SITE-USED)
                   MOVE ZERO
                       TO GRACE-MSC-SITE-TO-COUNT(GRACE-MSC-SITE-USED)
                   MOVE ZERO
                       TO GRACE-MSC-SITE-ADDED(GRACE-MSC-SITE-USED)
                   MOVE ZERO
                       TO GRACE-MSC-SITE-DROPPED(GRACE-MSC-SITE-USED)
                   MOVE ZERO
                       TO GRACE-MSC-SITE-FROM-BAL(GRACE-MSC-SITE-USED)
                   MOVE ZERO
                       TO GRACE-MSC-SITE-TO-BAL(GRACE-MSC-SITE-USED)
                   MOVE GRACE-MSC-SITE-USED TO GRACE-MSC-SITE-FOUND
               ELSE
                   ADD 1 TO GRACE-MSC-SITE-OVERFLOW
               END-IF
           END-IF.

       3550-MATCH-SITE.
           IF GRACE-MSC-SITE-CODE(GRACE-MSC-SITE-IDX)
                   = GRACE-MSC-WANT-SITE
               MOVE GRACE-MSC-SITE-IDX TO GRACE-MSC-SITE-FOUND
           END-IF.

       3600-FIND-BAND.
           EVALUATE TRUE
               WHEN GRACE-MSC-BAND-BALANCE < ZERO
                   MOVE 1 TO GRACE-MSC-BAND-SLOT
               WHEN GRACE-MSC-BAND-BALANCE = ZERO
                   MOVE 2 TO GRACE-MSC-BAND-SLOT
               WHEN OTHER
                   MOVE 3 TO GRACE-MSC-BAND-SLOT
                   PERFORM 3650-CHECK-BAND
                       VARYING GRACE-MSC-BAND-IDX FROM 4 BY 1
                       UNTIL GRACE-MSC-BAND-IDX > 6
           END-EVALUATE.

       3650-CHECK-BAND.
           IF GRACE-MSC-BAND-BALANCE
                   NOT < GRACE-MSC-BAND-FROM(GRACE-MSC-BAND-IDX)
               MOVE GRACE-MSC-BAND-IDX TO GRACE-MSC-BAND-SLOT
           END-IF.

       5000-PRINT-SITE-MOVEMENT.
           DISPLAY " ".
           DISPLAY "BALANCE MOVEMENT BY SITE".
           DISPLAY "SITE  EARLIER   LATER   ADDED DROPPED"
               "    EARLIER BALANCE   LATER BALANCE      MOVEMENT".
           PERFORM 5100-PRINT-ONE-SITE
               VARYING GRACE-MSC-SITE-IDX FROM 1 BY 1
               UNTIL GRACE-MSC-SITE-IDX > GRACE-MSC-SITE-USED.
           IF GRACE-MSC-SITE-OVERFLOW > ZERO
               DISPLAY "*** SITE TABLE FULL - " GRACE-MSC-SITE-OVERFLOW
                   " CUSTOMER(S) NOT IN THE SITE LINES ***"
           END-IF.

       5100-PRINT-ONE-SITE.
           MOVE GRACE-MSC-SITE-FROM-COUNT(GRACE-MSC-SITE-IDX)
               TO GRACE-MSC-COUNT-ED.
           MOVE GRACE-MSC-SITE-TO-COUNT(GRACE-MSC-SITE-IDX)
               TO GRACE-MSC-COUNT2-ED.
           MOVE GRACE-MSC-SITE-ADDED(GRACE-MSC-SITE-IDX)
               TO GRACE-MSC-COUNT3-ED.
           MOVE GRACE-MSC-SITE-DROPPED(GRACE-MSC-SITE-IDX)
               TO GRACE-MSC-COUNT4-ED.
           MOVE GRACE-MSC-SITE-FROM-BAL(GRACE-MSC-SITE-IDX)
               TO GRACE-MSC-BIG-ED.
           MOVE GRACE-MSC-SITE-TO-BAL(GRACE-MSC-SITE-IDX)
               TO GRACE-MSC-BIG2-ED.
           COMPUTE GRACE-MSC-SIGNED =
               GRACE-MSC-SITE-TO-BAL(GRACE-MSC-SITE-IDX)
               - GRACE-MSC-SITE-FROM-BAL(GRACE-MSC-SITE-IDX).
           MOVE GRACE-MSC-SIGNED TO GRACE-MSC-BIG3-ED.
           DISPLAY GRACE-MSC-SITE-CODE(GRACE-MSC-SITE-IDX) "  "
               GRACE-MSC-COUNT-ED " " GRACE-MSC-COUNT2-ED " "
               GRACE-MSC-COUNT3-ED " " GRACE-MSC-COUNT4-ED " "
               GRACE-MSC-BIG-ED " " GRACE-MSC-BIG2-ED " "
               GRACE-MSC-BIG3-ED.

       5500-PRINT-BAND-MOVEMENT.
           DISPLAY " ".
           DISPLAY "BALANCE MOVEMENT BY BALANCE BAND".
           DISPLAY "BAND           CUSTOMERS    EARLIER BALANCE"
               "   LATER BALANCE      MOVEMENT".
           PERFORM 5600-PRINT-ONE-BAND
               VARYING GRACE-MSC-BAND-IDX FROM 1 BY 1
               UNTIL GRACE-MSC-BAND-IDX > 6.

       5600-PRINT-ONE-BAND.
           MOVE GRACE-MSC-BAND-COUNT(GRACE-MSC-BAND-IDX)
               TO GRACE-MSC-COUNT-ED.
           MOVE GRACE-MSC-BAND-FROM-BAL(GRACE-MSC-BAND-IDX)
               TO GRACE-MSC-BIG-ED.
           MOVE GRACE-MSC-BAND-TO-BAL(GRACE-MSC-BAND-IDX)
               TO GRACE-MSC-BIG2-ED.
           COMPUTE GRACE-MSC-SIGNED =
               GRACE-MSC-BAND-TO-BAL(GRACE-MSC-BAND-IDX)
               - GRACE-MSC-BAND-FROM-BAL(GRACE-MSC-BAND-IDX).
           MOVE GRACE-MSC-SIGNED TO GRACE-MSC-BIG3-ED.
           DISPLAY GRACE-MSC-BAND-LABEL(GRACE-MSC-BAND-IDX) " "
               GRACE-MSC-COUNT-ED "  " GRACE-MSC-BIG-ED " "
               GRACE-MSC-BIG2-ED " " GRACE-MSC-BIG3-ED.

      *----------------------------------------------------------
      * 6000/6500 sort the staged balance changes largest first,
      * then smallest first, and list twenty of each.
      *----------------------------------------------------------
       6000-PRINT-LARGEST-INCREASES.
           DISPLAY " ".
           DISPLAY "TWENTY LARGEST INCREASES".
           SET GRACE-MSC-LISTING-INCREASES TO TRUE.
           SORT GRACE-MVS-FILE
               ON DESCENDING KEY GRACE-MVS-MOVEMENT
               USING GRACE-MCM-FILE
               GIVING GRACE-MCD-FILE.
           PERFORM 6100-LIST-MOVEMENTS.

       6500-PRINT-LARGEST-DECREASES.
           DISPLAY " ".
           DISPLAY "TWENTY LARGEST DECREASES".
           SET GRACE-MSC-LISTING-DECREASES TO TRUE.
           SORT GRACE-MVS-FILE
               ON ASCENDING KEY GRACE-MVS-MOVEMENT
               USING GRACE-MCM-FILE
               GIVING GRACE-MCD-FILE.
           PERFORM 6100-LIST-MOVEMENTS.

       6100-LIST-MOVEMENTS.
           DISPLAY "CUSTOMER SITE     EARLIER       LATER"
               "    MOVEMENT".
           MOVE ZERO TO GRACE-MSC-LISTED.
           MOVE 'N' TO GRACE-MCD-EOF-SW.
           OPEN INPUT GRACE-MCD-FILE.
           PERFORM 6200-READ-MOVEMENT.
           PERFORM 6300-LIST-ONE-MOVEMENT
               UNTIL GRACE-MCD-END-OF-FILE
                  OR GRACE-MSC-LISTED = 20.
           CLOSE GRACE-MCD-FILE.

       6200-READ-MOVEMENT.
           READ GRACE-MCD-FILE
               AT END
                   SET GRACE-MCD-END-OF-FILE TO TRUE
           END-READ.

      *The list stops at the first change going the other way.
       6300-LIST-ONE-MOVEMENT.
           IF (GRACE-MSC-LISTING-INCREASES
                   AND GRACE-MCD-MOVEMENT < ZERO)
                   OR (GRACE-MSC-LISTING-DECREASES
                       AND GRACE-MCD-MOVEMENT > ZERO)
               SET GRACE-MCD-END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO GRACE-MSC-LISTED
               MOVE GRACE-MCD-FROM-BALANCE TO GRACE-MSC-BAL-ED
               MOVE GRACE-MCD-TO-BALANCE TO GRACE-MSC-BAL2-ED
               MOVE GRACE-MCD-MOVEMENT TO GRACE-MSC-BIG-ED
               DISPLAY GRACE-MCD-CUST-ID "   " GRACE-MCD-SITE-CODE
                   " " GRACE-MSC-BAL-ED " " GRACE-MSC-BAL2-ED " "
                   GRACE-MSC-BIG-ED
               PERFORM 6200-READ-MOVEMENT
           END-IF.

       7000-PRINT-TOTALS.
           DISPLAY " ".
           DISPLAY "EARLIER SNAPSHOT CUSTOMERS.: " GRACE-MSC-FROM-ROWS.
           DISPLAY "LATER SNAPSHOT CUSTOMERS...: " GRACE-MSC-TO-ROWS.
           DISPLAY "CUSTOMERS ADDED............: "
               GRACE-MSC-ADDED-COUNT.
           DISPLAY "CUSTOMERS DROPPED..........: "
               GRACE-MSC-DROPPED-COUNT.
           DISPLAY "ON BOTH, BALANCE CHANGED...: "
               GRACE-MSC-CHANGED-COUNT " OF " GRACE-MSC-BOTH-COUNT.
           MOVE GRACE-MSC-FROM-TOTAL TO GRACE-MSC-BIG-ED.
           DISPLAY "EARLIER TOTAL BALANCE......: " GRACE-MSC-BIG-ED.
           MOVE GRACE-MSC-TO-TOTAL TO GRACE-MSC-BIG-ED.
           DISPLAY "LATER TOTAL BALANCE........: " GRACE-MSC-BIG-ED.
           COMPUTE GRACE-MSC-SIGNED =
               GRACE-MSC-TO-TOTAL - GRACE-MSC-FROM-TOTAL.
           MOVE GRACE-MSC-SIGNED TO GRACE-MSC-BIG-ED.
           DISPLAY "NET MOVEMENT...............: " GRACE-MSC-BIG-ED.

           COPY GRACERPTP.
