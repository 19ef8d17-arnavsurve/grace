       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEACN.
      *----------------------------------------------------------
      * GRACEACN is the nightly address-change notice step. An
      * address change used to take effect silently, and changing
      * the address and then redirecting the statements is the
      * classic first move of an account takeover. Every move
      * logged to GRACECCL on the cycle date - an M record, from
      * GRACECMT or the GRACECOA vendor load - now gets two
      * pieces of mail:
      *
      *   - a confirmation notice to the new address, off GRACEACF
      *   - a "your address was changed" notice to the old
      *     address, off GRACEACO
      *
      * Both files are in GRACECST layout, one record per notice,
      * and go through the label print path: GRACELBP in full mode
      * with GRACECST pointed at the file and a GRACELBM card of
      * FN, so the notices are presorted like any other full run
      * and go whatever the customer's mail preferences. The new
      * address is the one on GRACECST tonight; the old comes off
      * the M record. A move for a customer no longer on the
      * master gets no notice and is listed.
      *
      * The same pass keeps the watch list. A customer whose
      * address changed in the last 10 days (the cycle date
      * counted) is watched, and tonight's activity against a
      * watched customer is flagged:
      *
      *   - any monetary adjustment keyed on GRACEADE tonight,
      *     whatever its state
      *   - any transaction posted tonight to one of the
      *     customer's accounts moving at least the threshold
      *
      * The GRACEAWC card sets the window in days (cols 1-3) and
      * the threshold (cols 5-13); no card means 10 days and
      * 100000. RC=4 when anything was flagged or a move could
      * not be noticed.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-AWC-FILE ASSIGN TO GRACEAWC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-AWC-STATUS.
           SELECT GRACE-CST-FILE ASSIGN TO GRACECST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CST-STATUS.
           SELECT GRACE-CCL-FILE ASSIGN TO GRACECCL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CCL-STATUS.
           SELECT GRACE-ACF-FILE ASSIGN TO GRACEACF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-ACF-STATUS.
           SELECT GRACE-ACO-FILE ASSIGN TO GRACEACO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-ACO-STATUS.
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
           SELECT GRACE-ADJ-FILE ASSIGN TO GRACEADJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-ADJ-KEY
               FILE STATUS IS GRACE-ADJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

      *Watch window in days and large-transaction threshold.
       FD  GRACE-AWC-FILE
           RECORDING MODE IS F.
       01 GRACE-AWC-REC.
           05 GRACE-AWC-DAYS PIC 9(03).
           05 FILLER PIC X(01).
           05 GRACE-AWC-THRESHOLD PIC 9(09).
           05 FILLER PIC X(67).

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

      *Before/after change log. Only the M records are read here.
       FD  GRACE-CCL-FILE
           RECORDING MODE IS F.
       01 GRACE-CCL-REC.
           05 GRACE-CCL-FUNCTION PIC X(01).
               88 GRACE-CCL-ADDRESS-MOVE VALUE 'M'.
           05 GRACE-CCL-CUST-ID PIC 9(06).
           05 GRACE-CCL-OLD-FIRST PIC X(15).
           05 GRACE-CCL-OLD-LAST PIC X(15).
           05 GRACE-CCL-NEW-FIRST PIC X(15).
           05 GRACE-CCL-NEW-LAST PIC X(15).
           05 GRACE-CCL-DATE PIC 9(08).
           05 FILLER PIC X(05).
           COPY GRACECCLM.

      *Confirmation notices to the new address, GRACECST layout.
       FD  GRACE-ACF-FILE
           RECORDING MODE IS F.
       01 GRACE-ACF-REC.
           05 GRACE-ACF-ID PIC 9(06).
           05 GRACE-ACF-FIRST-NAME PIC X(15).
           05 GRACE-ACF-LAST-NAME PIC X(15).
           05 GRACE-ACF-STREET PIC X(20).
           05 GRACE-ACF-CITY PIC X(12).
           05 GRACE-ACF-STATE PIC X(02).
           05 GRACE-ACF-ZIP PIC X(05).
           05 FILLER PIC X(05).

      *Address-changed notices to the old address, GRACECST layout.
       FD  GRACE-ACO-FILE
           RECORDING MODE IS F.
       01 GRACE-ACO-REC.
           05 GRACE-ACO-ID PIC 9(06).
           05 GRACE-ACO-FIRST-NAME PIC X(15).
           05 GRACE-ACO-LAST-NAME PIC X(15).
           05 GRACE-ACO-STREET PIC X(20).
           05 GRACE-ACO-CITY PIC X(12).
           05 GRACE-ACO-STATE PIC X(02).
           05 GRACE-ACO-ZIP PIC X(05).
           05 FILLER PIC X(05).

       FD  GRACE-ACT-FILE.
           COPY GRACEACT.

       FD  GRACE-PHS-FILE.
           COPY GRACEPHS.

       FD  GRACE-ADJ-FILE.
           COPY GRACEADJ.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

           COPY GRACEACTH.

       01 GRACE-AWC-STATUS PIC X(02).
           88 GRACE-AWC-OK VALUE '00'.
           88 GRACE-AWC-NOT-FOUND VALUE '35'.

       01 GRACE-CST-STATUS PIC X(02).
           88 GRACE-CST-OK VALUE '00'.
           88 GRACE-CST-NOT-FOUND VALUE '35'.

       01 GRACE-CCL-STATUS PIC X(02).
           88 GRACE-CCL-OK VALUE '00'.
           88 GRACE-CCL-NOT-FOUND VALUE '35'.

       01 GRACE-ACF-STATUS PIC X(02).
           88 GRACE-ACF-OK VALUE '00'.

       01 GRACE-ACO-STATUS PIC X(02).
           88 GRACE-ACO-OK VALUE '00'.

       01 GRACE-PHS-STATUS PIC X(02).
           88 GRACE-PHS-OK VALUE '00'.
           88 GRACE-PHS-NOT-FOUND VALUE '35'.

       01 GRACE-ADJ-STATUS PIC X(02).
           88 GRACE-ADJ-OK VALUE '00'.
           88 GRACE-ADJ-NOT-FOUND VALUE '35'.

       01 GRACE-CST-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CST-END-OF-FILE VALUE 'Y'.

       01 GRACE-CCL-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CCL-END-OF-FILE VALUE 'Y'.

       01 GRACE-PHS-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-PHS-END-OF-FILE VALUE 'Y'.

       01 GRACE-ADJ-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-ADJ-END-OF-FILE VALUE 'Y'.

      *Watch settings, off the GRACEAWC card or defaulted.
       01 GRACE-ACN-SETTINGS.
           05 GRACE-ACN-DAYS PIC 9(03) VALUE 10.
           05 GRACE-ACN-THRESHOLD PIC 9(09) VALUE 100000.
           05 GRACE-ACN-WINDOW-START PIC 9(08) VALUE ZERO.

      *Customer master, for the name and the new address.
       01 GRACE-ACN-TABLE-CTL.
           05 GRACE-ACN-USED PIC 9(03) VALUE ZERO.
           05 GRACE-ACN-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-ACN-FOUND-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-ACN-TABLE OCCURS 500 TIMES.
               10 GRACE-ACN-TBL-ID PIC 9(06).
               10 GRACE-ACN-TBL-FIRST PIC X(15).
               10 GRACE-ACN-TBL-LAST PIC X(15).
               10 GRACE-ACN-TBL-STREET PIC X(20).
               10 GRACE-ACN-TBL-CITY PIC X(12).
               10 GRACE-ACN-TBL-STATE PIC X(02).
               10 GRACE-ACN-TBL-ZIP PIC X(05).

       01 GRACE-ACN-OVERFLOW-SW PIC X(01) VALUE 'N'.
           88 GRACE-ACN-MASTER-OVERFLOWED VALUE 'Y'.

      *Customers whose address changed inside the window, with
      *the latest change date seen.
       01 GRACE-AWL-TABLE-CTL.
           05 GRACE-AWL-USED PIC 9(03) VALUE ZERO.
           05 GRACE-AWL-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-AWL-FOUND-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-AWL-TABLE OCCURS 500 TIMES.
               10 GRACE-AWL-TBL-ID PIC 9(06).
               10 GRACE-AWL-TBL-DATE PIC 9(08).

       01 GRACE-AWL-OVERFLOW-SW PIC X(01) VALUE 'N'.
           88 GRACE-AWL-OVERFLOWED VALUE 'Y'.

       01 GRACE-ACN-SIZE PIC 9(09) VALUE ZERO.
       01 GRACE-ACN-AMOUNT-ED PIC Z(08)9 VALUE ZERO.

       01 GRACE-ACN-COUNTS.
           05 GRACE-ACN-CCL-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-ACN-MOVE-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-ACN-NEW-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-ACN-OLD-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-ACN-MISSING-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-ACN-ADJ-FLAGS PIC 9(06) VALUE ZERO.
           05 GRACE-ACN-TXN-FLAGS PIC 9(06) VALUE ZERO.

      *The customer owning the adjusted account.
       01 GRACE-ACN-ADJ-OWNER-ID PIC 9(06) VALUE ZERO.

       01 GRACE-ACN-NOTICE-LINE.
           05 GRACE-ACN-NTC-CUST-ID PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 GRACE-ACN-NTC-SOURCE PIC X(05).
           05 FILLER PIC X(02) VALUE SPACES.
           05 GRACE-ACN-NTC-OLD-STREET PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-ACN-NTC-OLD-ZIP PIC X(05).
           05 FILLER PIC X(04) VALUE " -> ".
           05 GRACE-ACN-NTC-NEW-STREET PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-ACN-NTC-NEW-ZIP PIC X(05).

       01 GRACE-ACN-FLAG-LINE.
           05 GRACE-ACN-FLG-CUST-ID PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 GRACE-ACN-FLG-MOVED PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 GRACE-ACN-FLG-KIND PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 GRACE-ACN-FLG-AMOUNT PIC -(09)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 GRACE-ACN-FLG-DETAIL PIC X(30).

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEACN" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 0800-LOAD-SETTINGS.
           PERFORM 1000-LOAD-CUSTOMER-MASTER.
           OPEN OUTPUT GRACE-ACF-FILE.
           OPEN OUTPUT GRACE-ACO-FILE.
           OPEN INPUT GRACE-CCL-FILE.
           IF GRACE-CCL-NOT-FOUND
               DISPLAY "GRACECCL NOT FOUND - NO ADDRESS CHANGES"
           ELSE
               DISPLAY "CUSTOMER  SOURCE  OLD ADDRESS"
                   "                  NEW ADDRESS"
               PERFORM 2000-READ-CHANGE-LOG
               PERFORM 2100-TAKE-ONE-CHANGE
                   UNTIL GRACE-CCL-END-OF-FILE
               CLOSE GRACE-CCL-FILE
           END-IF.
           CLOSE GRACE-ACF-FILE.
           CLOSE GRACE-ACO-FILE.
           IF GRACE-AWL-USED > ZERO
               DISPLAY "CUSTOMER  MOVED     FLAG        "
                   "    AMOUNT  DETAIL"
               PERFORM 4000-WATCH-TRANSACTIONS
               PERFORM 5000-WATCH-ADJUSTMENTS
           END-IF.
           PERFORM 6000-PRINT-TOTALS.
           IF GRACE-ACN-MISSING-COUNT > ZERO
                   OR GRACE-ACN-ADJ-FLAGS > ZERO
                   OR GRACE-ACN-TXN-FLAGS > ZERO
                   OR GRACE-ACN-MASTER-OVERFLOWED
                   OR GRACE-AWL-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE GRACE-ACN-MOVE-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

      *----------------------------------------------------------
      * 0800-LOAD-SETTINGS reads the GRACEAWC card and works out
      * the first day of the watch window.
      *----------------------------------------------------------
       0800-LOAD-SETTINGS.
           OPEN INPUT GRACE-AWC-FILE.
           IF GRACE-AWC-NOT-FOUND
               DISPLAY "GRACEAWC NOT FOUND - DEFAULT WATCH LIST"
           ELSE
               READ GRACE-AWC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GRACE-AWC-DAYS NUMERIC
                               AND GRACE-AWC-DAYS > ZERO
                           MOVE GRACE-AWC-DAYS TO GRACE-ACN-DAYS
                       END-IF
                       IF GRACE-AWC-THRESHOLD NUMERIC
                               AND GRACE-AWC-THRESHOLD > ZERO
                           MOVE GRACE-AWC-THRESHOLD
                               TO GRACE-ACN-THRESHOLD
                       END-IF
               END-READ
               CLOSE GRACE-AWC-FILE
           END-IF.
           COMPUTE GRACE-ACN-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(GRACE-CYC-DATE)
               - GRACE-ACN-DAYS + 1).
           MOVE GRACE-ACN-THRESHOLD TO GRACE-ACN-AMOUNT-ED.
           DISPLAY "ADDRESS CHANGE NOTICES FOR " GRACE-CYC-DATE
               ", WATCHING MOVES SINCE " GRACE-ACN-WINDOW-START
               " FOR " GRACE-ACN-AMOUNT-ED " AND OVER".

       1000-LOAD-CUSTOMER-MASTER.
           OPEN INPUT GRACE-CST-FILE.
           IF GRACE-CST-NOT-FOUND
               DISPLAY "GRACECST NOT FOUND - NO NOTICE CAN BE "
                   "ADDRESSED"
           ELSE
               PERFORM 1100-READ-CUSTOMER
               PERFORM 1200-STORE-CUSTOMER
                   UNTIL GRACE-CST-END-OF-FILE
               CLOSE GRACE-CST-FILE
           END-IF.

       1100-READ-CUSTOMER.
           READ GRACE-CST-FILE
               AT END
                   SET GRACE-CST-END-OF-FILE TO TRUE
           END-READ.

       1200-STORE-CUSTOMER.
           IF GRACE-ACN-USED < 500
               ADD 1 TO GRACE-ACN-USED
               MOVE GRACE-CST-ID TO GRACE-ACN-TBL-ID(GRACE-ACN-USED)
               MOVE GRACE-CST-FIRST-NAME
                   TO GRACE-ACN-TBL-FIRST(GRACE-ACN-USED)
               MOVE GRACE-CST-LAST-NAME
                   TO GRACE-ACN-TBL-LAST(GRACE-ACN-USED)
               MOVE GRACE-CST-STREET
                   TO GRACE-ACN-TBL-STREET(GRACE-ACN-USED)
               MOVE GRACE-CST-CITY
                   TO GRACE-ACN-TBL-CITY(GRACE-ACN-USED)
               MOVE GRACE-CST-STATE
                   TO GRACE-ACN-TBL-STATE(GRACE-ACN-USED)
               MOVE GRACE-CST-ZIP
                   TO GRACE-ACN-TBL-ZIP(GRACE-ACN-USED)
           ELSE
               SET GRACE-ACN-MASTER-OVERFLOWED TO TRUE
           END-IF.
           PERFORM 1100-READ-CUSTOMER.

       2000-READ-CHANGE-LOG.
           READ GRACE-CCL-FILE
               AT END
                   SET GRACE-CCL-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO GRACE-ACN-CCL-COUNT
           END-READ.

      *----------------------------------------------------------
      * 2100-TAKE-ONE-CHANGE - a move inside the window puts the
      * customer on the watch list; a move made tonight is also
      * noticed to both addresses.
      *----------------------------------------------------------
       2100-TAKE-ONE-CHANGE.
           IF GRACE-CCL-ADDRESS-MOVE
                   AND GRACE-CCL-DATE >= GRACE-ACN-WINDOW-START
                   AND GRACE-CCL-DATE <= GRACE-CYC-DATE
               PERFORM 2300-WATCH-CUSTOMER
               IF GRACE-CCL-DATE = GRACE-CYC-DATE
                   PERFORM 2500-WRITE-NOTICES
               END-IF
           END-IF.
           PERFORM 2000-READ-CHANGE-LOG.

       2300-WATCH-CUSTOMER.
           MOVE ZERO TO GRACE-AWL-FOUND-IDX.
           PERFORM 2350-MATCH-WATCHED
               VARYING GRACE-AWL-IDX FROM 1 BY 1
               UNTIL GRACE-AWL-IDX > GRACE-AWL-USED
                   OR GRACE-AWL-FOUND-IDX > ZERO.
           EVALUATE TRUE
               WHEN GRACE-AWL-FOUND-IDX > ZERO
                   IF GRACE-CCL-DATE
                           > GRACE-AWL-TBL-DATE(GRACE-AWL-FOUND-IDX)
                       MOVE GRACE-CCL-DATE
                           TO GRACE-AWL-TBL-DATE(GRACE-AWL-FOUND-IDX)
                   END-IF
               WHEN GRACE-AWL-USED < 500
                   ADD 1 TO GRACE-AWL-USED
                   MOVE GRACE-CCL-CUST-ID
                       TO GRACE-AWL-TBL-ID(GRACE-AWL-USED)
                   MOVE GRACE-CCL-DATE
                       TO GRACE-AWL-TBL-DATE(GRACE-AWL-USED)
               WHEN OTHER
                   SET GRACE-AWL-OVERFLOWED TO TRUE
           END-EVALUATE.

       2350-MATCH-WATCHED.
           IF GRACE-AWL-TBL-ID(GRACE-AWL-IDX) = GRACE-CCL-CUST-ID
               MOVE GRACE-AWL-IDX TO GRACE-AWL-FOUND-IDX
           END-IF.

      *----------------------------------------------------------
      * 2500-WRITE-NOTICES addresses the confirmation to the
      * customer's address on the master and the warning to the
      * address the M record says was left.
      *----------------------------------------------------------
       2500-WRITE-NOTICES.
           ADD 1 TO GRACE-ACN-MOVE-COUNT.
           MOVE ZERO TO GRACE-ACN-FOUND-IDX.
           PERFORM 2550-MATCH-CUSTOMER
               VARYING GRACE-ACN-IDX FROM 1 BY 1
               UNTIL GRACE-ACN-IDX > GRACE-ACN-USED
                   OR GRACE-ACN-FOUND-IDX > ZERO.
           MOVE GRACE-CCL-CUST-ID TO GRACE-ACN-NTC-CUST-ID.
           MOVE GRACE-CCL-SOURCE TO GRACE-ACN-NTC-SOURCE.
           MOVE GRACE-CCL-OLD-STREET TO GRACE-ACN-NTC-OLD-STREET.
           MOVE GRACE-CCL-OLD-ZIP TO GRACE-ACN-NTC-OLD-ZIP.
           IF GRACE-ACN-FOUND-IDX = ZERO
               ADD 1 TO GRACE-ACN-MISSING-COUNT
               MOVE "NOT ON GRACECST - NO NOTICE"
                   TO GRACE-ACN-NTC-NEW-STREET
               MOVE SPACES TO GRACE-ACN-NTC-NEW-ZIP
           ELSE
               MOVE SPACES TO GRACE-ACF-REC
               MOVE GRACE-CCL-CUST-ID TO GRACE-ACF-ID
               MOVE GRACE-ACN-TBL-FIRST(GRACE-ACN-FOUND-IDX)
                   TO GRACE-ACF-FIRST-NAME
               MOVE GRACE-ACN-TBL-LAST(GRACE-ACN-FOUND-IDX)
                   TO GRACE-ACF-LAST-NAME
               MOVE GRACE-ACN-TBL-STREET(GRACE-ACN-FOUND-IDX)
                   TO GRACE-ACF-STREET
               MOVE GRACE-ACN-TBL-CITY(GRACE-ACN-FOUND-IDX)
                   TO GRACE-ACF-CITY
               MOVE GRACE-ACN-TBL-STATE(GRACE-ACN-FOUND-IDX)
                   TO GRACE-ACF-STATE
               MOVE GRACE-ACN-TBL-ZIP(GRACE-ACN-FOUND-IDX)
                   TO GRACE-ACF-ZIP
               WRITE GRACE-ACF-REC
               ADD 1 TO GRACE-ACN-NEW-COUNT
               MOVE SPACES TO GRACE-ACO-REC
               MOVE GRACE-CCL-CUST-ID TO GRACE-ACO-ID
               MOVE GRACE-ACF-FIRST-NAME TO GRACE-ACO-FIRST-NAME
               MOVE GRACE-ACF-LAST-NAME TO GRACE-ACO-LAST-NAME
               MOVE GRACE-CCL-OLD-STREET TO GRACE-ACO-STREET
               MOVE GRACE-CCL-OLD-CITY TO GRACE-ACO-CITY
               MOVE GRACE-CCL-OLD-STATE TO GRACE-ACO-STATE
               MOVE GRACE-CCL-OLD-ZIP TO GRACE-ACO-ZIP
               WRITE GRACE-ACO-REC
               ADD 1 TO GRACE-ACN-OLD-COUNT
               MOVE GRACE-ACF-STREET TO GRACE-ACN-NTC-NEW-STREET
               MOVE GRACE-ACF-ZIP TO GRACE-ACN-NTC-NEW-ZIP
           END-IF.
           DISPLAY GRACE-ACN-NOTICE-LINE.

       2550-MATCH-CUSTOMER.
           IF GRACE-ACN-TBL-ID(GRACE-ACN-IDX) = GRACE-CCL-CUST-ID
               MOVE GRACE-ACN-IDX TO GRACE-ACN-FOUND-IDX
           END-IF.

      *----------------------------------------------------------
      * 4000-WATCH-TRANSACTIONS walks each watched customer's
      * accounts for tonight's postings on GRACEPHS.
      *----------------------------------------------------------
       4000-WATCH-TRANSACTIONS.
           OPEN INPUT GRACE-PHS-FILE.
           IF GRACE-PHS-NOT-FOUND
               DISPLAY "GRACEPHS NOT FOUND - NO POSTINGS WATCHED"
           ELSE
               PERFORM 8100-OPEN-ACCOUNTS
               PERFORM 4100-WATCH-ONE-CUSTOMER
                   VARYING GRACE-AWL-IDX FROM 1 BY 1
                   UNTIL GRACE-AWL-IDX > GRACE-AWL-USED
               PERFORM 8130-CLOSE-ACCOUNTS
               CLOSE GRACE-PHS-FILE
           END-IF.

       4100-WATCH-ONE-CUSTOMER.
           MOVE GRACE-AWL-TBL-ID(GRACE-AWL-IDX) TO GRACE-ACX-CUST-ID.
           PERFORM 8110-FIRST-ACCOUNT.
           PERFORM 4200-WATCH-ONE-ACCOUNT
               UNTIL GRACE-ACX-DONE.

       4200-WATCH-ONE-ACCOUNT.
           MOVE 'N' TO GRACE-PHS-EOF-SW.
           MOVE GRACE-ACX-ACCOUNT TO GRACE-PHS-SOURCE.
           MOVE GRACE-CYC-DATE TO GRACE-PHS-POST-DATE.
           MOVE GRACE-CYC-NUMBER TO GRACE-PHS-CYCLE.
           MOVE ZERO TO GRACE-PHS-SEQ.
           START GRACE-PHS-FILE
               KEY IS >= GRACE-PHS-KEY
               INVALID KEY
                   SET GRACE-PHS-END-OF-FILE TO TRUE
           END-START.
           PERFORM 4300-READ-HISTORY.
           PERFORM 4400-CONSIDER-ONE-ENTRY
               UNTIL GRACE-PHS-END-OF-FILE.
           PERFORM 8120-NEXT-ACCOUNT.

       4300-READ-HISTORY.
           IF NOT GRACE-PHS-END-OF-FILE
               READ GRACE-PHS-FILE NEXT RECORD
                   AT END
                       SET GRACE-PHS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF GRACE-PHS-SOURCE NOT = GRACE-ACX-ACCOUNT
                               OR GRACE-PHS-POST-DATE
                               NOT = GRACE-CYC-DATE
                               OR GRACE-PHS-CYCLE
                               NOT = GRACE-CYC-NUMBER
                           SET GRACE-PHS-END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-IF.

       4400-CONSIDER-ONE-ENTRY.
           MOVE ZERO TO GRACE-ACN-SIZE.
           IF GRACE-PHS-AMOUNT NUMERIC
               IF GRACE-PHS-AMOUNT < ZERO
                   COMPUTE GRACE-ACN-SIZE = 0 - GRACE-PHS-AMOUNT
               ELSE
                   MOVE GRACE-PHS-AMOUNT TO GRACE-ACN-SIZE
               END-IF
           END-IF.
           IF GRACE-ACN-SIZE >= GRACE-ACN-THRESHOLD
               ADD 1 TO GRACE-ACN-TXN-FLAGS
               MOVE GRACE-AWL-TBL-ID(GRACE-AWL-IDX)
                   TO GRACE-ACN-FLG-CUST-ID
               MOVE GRACE-AWL-TBL-DATE(GRACE-AWL-IDX)
                   TO GRACE-ACN-FLG-MOVED
               MOVE "LARGE TXN" TO GRACE-ACN-FLG-KIND
               MOVE GRACE-PHS-AMOUNT TO GRACE-ACN-FLG-AMOUNT
               MOVE SPACES TO GRACE-ACN-FLG-DETAIL
               STRING "ACCOUNT " DELIMITED BY SIZE
                   GRACE-PHS-SOURCE DELIMITED BY SIZE
                   " OP " DELIMITED BY SIZE
                   GRACE-PHS-OP-CODE DELIMITED BY SIZE
                   " SEQ " DELIMITED BY SIZE
                   GRACE-PHS-SEQ DELIMITED BY SIZE
                   INTO GRACE-ACN-FLG-DETAIL
               END-STRING
               DISPLAY GRACE-ACN-FLAG-LINE
           END-IF.
           PERFORM 4300-READ-HISTORY.

      *----------------------------------------------------------
      * 5000-WATCH-ADJUSTMENTS reads the adjustments keyed on the
      * cycle date - the key leads with the entry date - and
      * flags those against an account a watched customer owns.
      *----------------------------------------------------------
       5000-WATCH-ADJUSTMENTS.
           OPEN INPUT GRACE-ADJ-FILE.
           IF GRACE-ADJ-NOT-FOUND
               DISPLAY "GRACEADJ NOT FOUND - NO ADJUSTMENTS WATCHED"
           ELSE
               MOVE LOW-VALUES TO GRACE-ADJ-KEY
               MOVE GRACE-CYC-DATE TO GRACE-ADJ-ENTRY-DATE
               START GRACE-ADJ-FILE
                   KEY IS >= GRACE-ADJ-KEY
                   INVALID KEY
                       SET GRACE-ADJ-END-OF-FILE TO TRUE
               END-START
               PERFORM 8100-OPEN-ACCOUNTS
               PERFORM 5100-READ-ADJUSTMENT
               PERFORM 5200-CONSIDER-ONE-ADJUSTMENT
                   UNTIL GRACE-ADJ-END-OF-FILE
               PERFORM 8130-CLOSE-ACCOUNTS
               CLOSE GRACE-ADJ-FILE
           END-IF.

       5100-READ-ADJUSTMENT.
           IF NOT GRACE-ADJ-END-OF-FILE
               READ GRACE-ADJ-FILE NEXT RECORD
                   AT END
                       SET GRACE-ADJ-END-OF-FILE TO TRUE
                   NOT AT END
                       IF GRACE-ADJ-ENTRY-DATE NOT = GRACE-CYC-DATE
                           SET GRACE-ADJ-END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-IF.

      *An account GRACEACT does not know is its own customer's.
       5150-FIND-OWNER.
           MOVE GRACE-ADJ-ACCOUNT TO GRACE-ACN-ADJ-OWNER-ID.
           IF GRACE-ACX-FILE-OPEN
               MOVE GRACE-ADJ-ACCOUNT TO GRACE-ACT-NUMBER
               READ GRACE-ACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GRACE-ACT-CUST-ID TO GRACE-ACN-ADJ-OWNER-ID
               END-READ
           END-IF.

       5200-CONSIDER-ONE-ADJUSTMENT.
           PERFORM 5150-FIND-OWNER.
           MOVE ZERO TO GRACE-AWL-FOUND-IDX.
           PERFORM 5250-MATCH-ADJUSTED
               VARYING GRACE-AWL-IDX FROM 1 BY 1
               UNTIL GRACE-AWL-IDX > GRACE-AWL-USED
                   OR GRACE-AWL-FOUND-IDX > ZERO.
           IF GRACE-AWL-FOUND-IDX > ZERO
               ADD 1 TO GRACE-ACN-ADJ-FLAGS
               MOVE GRACE-ACN-ADJ-OWNER-ID TO GRACE-ACN-FLG-CUST-ID
               MOVE GRACE-AWL-TBL-DATE(GRACE-AWL-FOUND-IDX)
                   TO GRACE-ACN-FLG-MOVED
               MOVE "ADJUSTMENT" TO GRACE-ACN-FLG-KIND
               IF GRACE-ADJ-AMT-SIGN = '-'
                   COMPUTE GRACE-ACN-FLG-AMOUNT =
                       0 - GRACE-ADJ-AMOUNT
               ELSE
                   MOVE GRACE-ADJ-AMOUNT TO GRACE-ACN-FLG-AMOUNT
               END-IF
               MOVE SPACES TO GRACE-ACN-FLG-DETAIL
               STRING "BY " DELIMITED BY SIZE
                   GRACE-ADJ-MAKER-ID DELIMITED BY SPACE
                   " REASON " DELIMITED BY SIZE
                   GRACE-ADJ-REASON DELIMITED BY SIZE
                   " STATE " DELIMITED BY SIZE
                   GRACE-ADJ-STATE DELIMITED BY SIZE
                   INTO GRACE-ACN-FLG-DETAIL
               END-STRING
               DISPLAY GRACE-ACN-FLAG-LINE
           END-IF.
           PERFORM 5100-READ-ADJUSTMENT.

       5250-MATCH-ADJUSTED.
           IF GRACE-AWL-TBL-ID(GRACE-AWL-IDX)
                   = GRACE-ACN-ADJ-OWNER-ID
               MOVE GRACE-AWL-IDX TO GRACE-AWL-FOUND-IDX
           END-IF.

       6000-PRINT-TOTALS.
           DISPLAY "CHANGE LOG RECORDS READ....: "
               GRACE-ACN-CCL-COUNT.
           DISPLAY "ADDRESS CHANGES TONIGHT....: "
               GRACE-ACN-MOVE-COUNT.
           DISPLAY "  NOTICES TO NEW ADDRESS...: "
               GRACE-ACN-NEW-COUNT.
           DISPLAY "  NOTICES TO OLD ADDRESS...: "
               GRACE-ACN-OLD-COUNT.
           DISPLAY "  NOT ON MASTER - NO NOTICE: "
               GRACE-ACN-MISSING-COUNT.
           DISPLAY "CUSTOMERS ON WATCH LIST....: "
               GRACE-AWL-USED.
           DISPLAY "  ADJUSTMENTS FLAGGED......: "
               GRACE-ACN-ADJ-FLAGS.
           DISPLAY "  LARGE POSTINGS FLAGGED...: "
               GRACE-ACN-TXN-FLAGS.
           IF GRACE-ACN-MASTER-OVERFLOWED
               DISPLAY "GRACECST OVER 500 CUSTOMERS - LATER "
                   "CUSTOMERS NOT NOTICED"
           END-IF.
           IF GRACE-AWL-OVERFLOWED
               DISPLAY "WATCH LIST OVER 500 CUSTOMERS - LATER "
                   "MOVES NOT WATCHED"
           END-IF.

           COPY GRACERPTP.

           COPY GRACECYCP.

           COPY GRACEACTP.
