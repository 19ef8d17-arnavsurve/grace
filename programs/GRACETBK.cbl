       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACETBK.
      *----------------------------------------------------------
      * GRACETBK is the nightly territory assignment. Each branch
      * rep covers a set of zips, kept as ranges on the GRACETER
      * territory reference GRACEPML maintains; this step places
      * every GRACECST customer in the territory its address zip
      * falls to and stamps it on GRACETRX - see GRACETRX.cpy -
      * so "whose customer is this" is answered from last night's
      * file, not a spreadsheet.
      *
      * The TERPRINT report is the book of business by
      * territory, as of the GRACECYC run date:
      *
      *   - customers stamped to the territory
      *   - their total balance - every account each customer
      *     owns on GRACEACT, at its GRACEMST balance
      *   - new customers this month - added on GRACECMT (a
      *     GRACECCL add) in the run date's month
      *   - closed customers this month - whose last lifecycle
      *     change on GRACECSH in the month left them closed or
      *     deceased
      *   - undeliverables - customers GRACEUNF flags off the
      *     returned mail
      *
      * with a line for the customers in no territory and a total,
      * then those unassigned customers listed one by one - a zip
      * no range covers, or no usable zip at all. Every territory
      * with an active range is shown, customers or not.
      *
      * Any unassigned customer, a GRACETER row refused, no
      * GRACETER at all, or a table too small for the night ends
      * the step RC=4; the stamps written stand.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-TER-FILE ASSIGN TO GRACETER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TER-STATUS.
           SELECT GRACE-CST-FILE ASSIGN TO GRACECST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CST-STATUS.
           SELECT GRACE-CCL-FILE ASSIGN TO GRACECCL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CCL-STATUS.
           SELECT GRACE-CSH-FILE ASSIGN TO GRACECSH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CSH-STATUS.
           SELECT GRACE-UNF-FILE ASSIGN TO GRACEUNF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-UNF-STATUS.
           SELECT GRACE-ACT-FILE ASSIGN TO GRACEACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-ACT-NUMBER
               ALTERNATE RECORD KEY IS GRACE-ACT-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS GRACE-ACT-STATUS.
           SELECT GRACE-MST-FILE ASSIGN TO GRACEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-MST-KEY
               FILE STATUS IS GRACE-MST-STATUS.
           SELECT GRACE-TRX-FILE ASSIGN TO GRACETRX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TRX-STATUS.
           SELECT GRACE-PRT-FILE ASSIGN TO TERPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-PRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

       FD  GRACE-TER-FILE
           RECORDING MODE IS F.
           COPY GRACETER.

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

      *Customer change log - an A record is a customer added.
       FD  GRACE-CCL-FILE
           RECORDING MODE IS F.
       01 GRACE-CCL-REC.
           05 GRACE-CCL-FUNCTION PIC X(01).
           05 GRACE-CCL-CUST-ID PIC 9(06).
           05 GRACE-CCL-OLD-FIRST PIC X(15).
           05 GRACE-CCL-OLD-LAST PIC X(15).
           05 GRACE-CCL-NEW-FIRST PIC X(15).
           05 GRACE-CCL-NEW-LAST PIC X(15).
           05 GRACE-CCL-DATE PIC 9(08).
           05 FILLER PIC X(05).

       FD  GRACE-CSH-FILE
           RECORDING MODE IS F.
           COPY GRACECSH.

      *Undeliverable flags - customers GRACERML marked off the
      *returned mail.
       FD  GRACE-UNF-FILE
           RECORDING MODE IS F.
       01 GRACE-UNF-REC.
           05 GRACE-UNF-CUST-ID PIC 9(06).
           05 GRACE-UNF-FLAG-DATE PIC 9(08).
           05 FILLER PIC X(66).

       FD  GRACE-ACT-FILE.
           COPY GRACEACT.

       FD  GRACE-MST-FILE.
       01 GRACE-MST-REC.
           05 GRACE-MST-KEY PIC 9(06).
           05 GRACE-MST-VALUE PIC X(30).
           05 GRACE-MST-UPD-DATE PIC 9(08).
           05 GRACE-MST-BALANCE PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(26).

       FD  GRACE-TRX-FILE
           RECORDING MODE IS F.
           COPY GRACETRX.

       FD  GRACE-PRT-FILE
           RECORDING MODE IS F.
       01 GRACE-PRT-REC PIC X(132).

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

           COPY GRACETERH.

           COPY GRACEACTH.

       01 GRACE-CST-STATUS PIC X(02).
           88 GRACE-CST-OK VALUE '00'.
           88 GRACE-CST-NOT-FOUND VALUE '35'.

       01 GRACE-CCL-STATUS PIC X(02).
           88 GRACE-CCL-OK VALUE '00'.
           88 GRACE-CCL-NOT-FOUND VALUE '35'.

       01 GRACE-CSH-STATUS PIC X(02).
           88 GRACE-CSH-OK VALUE '00'.
           88 GRACE-CSH-NOT-FOUND VALUE '35'.

       01 GRACE-UNF-STATUS PIC X(02).
           88 GRACE-UNF-OK VALUE '00'.
           88 GRACE-UNF-NOT-FOUND VALUE '35'.

       01 GRACE-MST-STATUS PIC X(02).
           88 GRACE-MST-OK VALUE '00'.
           88 GRACE-MST-NOT-FOUND VALUE '35'.

       01 GRACE-TRX-STATUS PIC X(02).
           88 GRACE-TRX-OK VALUE '00'.

       01 GRACE-PRT-STATUS PIC X(02).
           88 GRACE-PRT-OK VALUE '00'.

       01 GRACE-CST-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CST-END-OF-FILE VALUE 'Y'.

       01 GRACE-CCL-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CCL-END-OF-FILE VALUE 'Y'.

       01 GRACE-CSH-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CSH-END-OF-FILE VALUE 'Y'.

       01 GRACE-UNF-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-UNF-END-OF-FILE VALUE 'Y'.

       01 GRACE-TBK-MASTER-SW PIC X(01) VALUE 'N'.
           88 GRACE-TBK-MASTER-OPEN VALUE 'Y'.

       01 GRACE-TBK-SHORT-SW PIC X(01) VALUE 'N'.
           88 GRACE-TBK-SHORT VALUE 'Y'.

       01 GRACE-TBK-MONTH PIC 9(06) VALUE ZERO.

      *Customers added this month, off GRACECCL.
       01 GRACE-TBK-NEW-CTL.
           05 GRACE-TBK-NEW-USED PIC 9(04) VALUE ZERO.
           05 GRACE-TBK-NEW-IDX PIC 9(04) VALUE ZERO.
           05 GRACE-TBK-NEW-ID OCCURS 2000 TIMES PIC 9(06).

      *Customers whose status changed this month, with the status
      *the last change left them in.
       01 GRACE-TBK-CSH-CTL.
           05 GRACE-TBK-CSH-USED PIC 9(04) VALUE ZERO.
           05 GRACE-TBK-CSH-IDX PIC 9(04) VALUE ZERO.
           05 GRACE-TBK-CSH-HIT PIC 9(04) VALUE ZERO.
           05 GRACE-TBK-CSH-WANT PIC 9(06) VALUE ZERO.
           05 GRACE-TBK-CSH-ENTRY OCCURS 2000 TIMES.
               10 GRACE-TBK-CSH-ID PIC 9(06).
               10 GRACE-TBK-CSH-STATUS PIC X(01).

      *Customers flagged undeliverable.
       01 GRACE-TBK-UNF-CTL.
           05 GRACE-TBK-UNF-USED PIC 9(04) VALUE ZERO.
           05 GRACE-TBK-UNF-IDX PIC 9(04) VALUE ZERO.
           05 GRACE-TBK-UNF-ID OCCURS 2000 TIMES PIC 9(06).

      *One customer, as placed.
       01 GRACE-TBK-CUSTOMER.
           05 GRACE-TBK-BALANCE PIC S9(11) VALUE ZERO.
           05 GRACE-TBK-NEW-SW PIC X(01) VALUE 'N'.
               88 GRACE-TBK-IS-NEW VALUE 'Y'.
           05 GRACE-TBK-CLOSED-SW PIC X(01) VALUE 'N'.
               88 GRACE-TBK-IS-CLOSED VALUE 'Y'.
           05 GRACE-TBK-UNDELIV-SW PIC X(01) VALUE 'N'.
               88 GRACE-TBK-IS-UNDELIVERABLE VALUE 'Y'.

      *The book of business, one entry per territory in the order
      *GRACETER first names it; the unassigned customers are kept
      *in an entry of their own, GRACE-TBK-BK-UNASSIGNED.
       01 GRACE-TBK-BK-CTL.
           05 GRACE-TBK-BK-USED PIC 9(03) VALUE ZERO.
           05 GRACE-TBK-BK-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-TBK-BK-HIT PIC 9(03) VALUE ZERO.
           05 GRACE-TBK-BK-ENTRY OCCURS 201 TIMES.
               10 GRACE-TBK-BK-CODE PIC X(04).
               10 GRACE-TBK-BK-REP PIC X(20).
               10 GRACE-TBK-BK-RANGES PIC 9(03).
               10 GRACE-TBK-BK-CUSTOMERS PIC 9(06).
               10 GRACE-TBK-BK-BALANCE PIC S9(13).
               10 GRACE-TBK-BK-NEW PIC 9(05).
               10 GRACE-TBK-BK-CLOSED PIC 9(05).
               10 GRACE-TBK-BK-UNDELIV PIC 9(05).
       01 GRACE-TBK-BK-UNASSIGNED PIC 9(03) VALUE 201.

      *The unassigned customers, to be listed after the book.
       01 GRACE-TBK-UNA-CTL.
           05 GRACE-TBK-UNA-USED PIC 9(04) VALUE ZERO.
           05 GRACE-TBK-UNA-IDX PIC 9(04) VALUE ZERO.
           05 GRACE-TBK-UNA-ENTRY OCCURS 1000 TIMES.
               10 GRACE-TBK-UNA-ID PIC 9(06).
               10 GRACE-TBK-UNA-NAME PIC X(31).
               10 GRACE-TBK-UNA-ZIP PIC X(05).
               10 GRACE-TBK-UNA-STATE PIC X(02).
               10 GRACE-TBK-UNA-BALANCE PIC S9(11).

       01 GRACE-TBK-TOTALS.
           05 GRACE-TBK-TOT-CUSTOMERS PIC 9(06) VALUE ZERO.
           05 GRACE-TBK-TOT-BALANCE PIC S9(13) VALUE ZERO.
           05 GRACE-TBK-TOT-NEW PIC 9(05) VALUE ZERO.
           05 GRACE-TBK-TOT-CLOSED PIC 9(05) VALUE ZERO.
           05 GRACE-TBK-TOT-UNDELIV PIC 9(05) VALUE ZERO.

       01 GRACE-TBK-EDITS.
           05 GRACE-TBK-RANGES-ED PIC ZZ9.
           05 GRACE-TBK-CUSTOMERS-ED PIC Z(05)9.
           05 GRACE-TBK-BALANCE-ED PIC -(13)9.
           05 GRACE-TBK-NEW-ED PIC Z(04)9.
           05 GRACE-TBK-CLOSED-ED PIC Z(04)9.
           05 GRACE-TBK-UNDELIV-ED PIC Z(04)9.
           05 GRACE-TBK-CST-BAL-ED PIC -(11)9.
           05 GRACE-TBK-LINE PIC X(132) VALUE SPACES.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACETBK" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           MOVE GRACE-CYC-DATE(1:6) TO GRACE-TBK-MONTH.
           PERFORM 0330-LOAD-TERRITORY-TABLE.
           IF NOT GRACE-TER-TABLE-ON-FILE
                   OR GRACE-TER-REFUSED > ZERO
               SET GRACE-TBK-SHORT TO TRUE
           END-IF.
           PERFORM 1000-OPEN-THE-BOOK.
           PERFORM 1100-LOAD-NEW-CUSTOMERS.
           PERFORM 1200-LOAD-STATUS-CHANGES.
           PERFORM 1300-LOAD-UNDELIVERABLE-FLAGS.
           OPEN OUTPUT GRACE-TRX-FILE.
           PERFORM 2000-STAMP-CUSTOMERS.
           CLOSE GRACE-TRX-FILE.
           OPEN OUTPUT GRACE-PRT-FILE.
           PERFORM 5000-PRINT-THE-BOOK.
           PERFORM 6000-LIST-UNASSIGNED.
           CLOSE GRACE-PRT-FILE.
           DISPLAY "CUSTOMERS STAMPED  " GRACE-TBK-TOT-CUSTOMERS.
           DISPLAY "TERRITORIES        " GRACE-TBK-BK-USED.
           DISPLAY "UNASSIGNED         "
               GRACE-TBK-BK-CUSTOMERS(GRACE-TBK-BK-UNASSIGNED).
           IF GRACE-TBK-BK-CUSTOMERS(GRACE-TBK-BK-UNASSIGNED) > ZERO
               SET GRACE-TBK-SHORT TO TRUE
           END-IF.
           IF GRACE-TBK-SHORT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE GRACE-TBK-TOT-CUSTOMERS TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

      *----------------------------------------------------------
      * 1000-OPEN-THE-BOOK gives every territory with an active
      * range its entry, so a territory with no customers still
      * shows. The rep is the one on its first range.
      *----------------------------------------------------------
       1000-OPEN-THE-BOOK.
           INITIALIZE GRACE-TBK-BK-CTL.
           MOVE "NONE" TO GRACE-TBK-BK-CODE(GRACE-TBK-BK-UNASSIGNED).
           MOVE "UNASSIGNED"
               TO GRACE-TBK-BK-REP(GRACE-TBK-BK-UNASSIGNED).
           PERFORM 1050-ENTER-ONE-RANGE
               VARYING GRACE-TER-IDX FROM 1 BY 1
               UNTIL GRACE-TER-IDX > GRACE-TER-COUNT.

       1050-ENTER-ONE-RANGE.
           IF GRACE-TER-T-ACTIVE(GRACE-TER-IDX) = 'Y'
               MOVE GRACE-TER-T-CODE(GRACE-TER-IDX) TO GRACE-TER-F-CODE
               MOVE GRACE-TER-T-REP(GRACE-TER-IDX) TO GRACE-TER-F-REP
               PERFORM 2300-FIND-BOOK-ENTRY
               IF GRACE-TBK-BK-HIT > ZERO
                   ADD 1 TO GRACE-TBK-BK-RANGES(GRACE-TBK-BK-HIT)
               END-IF
           END-IF.

       1100-LOAD-NEW-CUSTOMERS.
           OPEN INPUT GRACE-CCL-FILE.
           IF GRACE-CCL-NOT-FOUND
               DISPLAY "GRACECCL NOT FOUND - NO NEW CUSTOMERS COUNTED"
           ELSE
               PERFORM 1150-READ-CHANGE-LOG
               PERFORM 1160-TAKE-CHANGE-LOG-ROW
                   UNTIL GRACE-CCL-END-OF-FILE
               CLOSE GRACE-CCL-FILE
           END-IF.

       1150-READ-CHANGE-LOG.
           READ GRACE-CCL-FILE
               AT END
                   SET GRACE-CCL-END-OF-FILE TO TRUE
           END-READ.

       1160-TAKE-CHANGE-LOG-ROW.
           IF GRACE-CCL-FUNCTION = 'A'
                   AND GRACE-CCL-DATE(1:6) = GRACE-TBK-MONTH
               IF GRACE-TBK-NEW-USED < 2000
                   ADD 1 TO GRACE-TBK-NEW-USED
                   MOVE GRACE-CCL-CUST-ID
                       TO GRACE-TBK-NEW-ID(GRACE-TBK-NEW-USED)
               ELSE
                   IF NOT GRACE-TBK-SHORT
                       DISPLAY "*** NEW-CUSTOMER TABLE FULL - NEW "
                           "COUNTS ARE SHORT ***"
                   END-IF
                   SET GRACE-TBK-SHORT TO TRUE
               END-IF
           END-IF.
           PERFORM 1150-READ-CHANGE-LOG.

       1200-LOAD-STATUS-CHANGES.
           OPEN INPUT GRACE-CSH-FILE.
           IF GRACE-CSH-NOT-FOUND
               DISPLAY "GRACECSH NOT FOUND - NO CLOSED CUSTOMERS "
                   "COUNTED"
           ELSE
               PERFORM 1250-READ-STATUS-HISTORY
               PERFORM 1260-TAKE-STATUS-CHANGE
                   UNTIL GRACE-CSH-END-OF-FILE
               CLOSE GRACE-CSH-FILE
           END-IF.

       1250-READ-STATUS-HISTORY.
           READ GRACE-CSH-FILE
               AT END
                   SET GRACE-CSH-END-OF-FILE TO TRUE
           END-READ.

      *GRACECSH is appended as changes are made, so a later
      *change for the customer overwrites an earlier one.
       1260-TAKE-STATUS-CHANGE.
           IF GRACE-CSH-DATE(1:6) = GRACE-TBK-MONTH
               MOVE GRACE-CSH-CUST-ID TO GRACE-TBK-CSH-WANT
               PERFORM 2500-FIND-STATUS-CHANGE
               IF GRACE-TBK-CSH-HIT = ZERO
                   IF GRACE-TBK-CSH-USED < 2000
                       ADD 1 TO GRACE-TBK-CSH-USED
                       MOVE GRACE-TBK-CSH-USED TO GRACE-TBK-CSH-HIT
                       MOVE GRACE-CSH-CUST-ID
                           TO GRACE-TBK-CSH-ID(GRACE-TBK-CSH-HIT)
                   ELSE
                       IF NOT GRACE-TBK-SHORT
                           DISPLAY "*** STATUS-CHANGE TABLE FULL - "
                               "CLOSED COUNTS ARE SHORT ***"
                       END-IF
                       SET GRACE-TBK-SHORT TO TRUE
                   END-IF
               END-IF
               IF GRACE-TBK-CSH-HIT > ZERO
                   MOVE GRACE-CSH-NEW-STATUS
                       TO GRACE-TBK-CSH-STATUS(GRACE-TBK-CSH-HIT)
               END-IF
           END-IF.
           PERFORM 1250-READ-STATUS-HISTORY.

       1300-LOAD-UNDELIVERABLE-FLAGS.
           OPEN INPUT GRACE-UNF-FILE.
           IF GRACE-UNF-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1350-READ-FLAG-RECORD
               PERFORM 1360-STORE-FLAG-RECORD
                   UNTIL GRACE-UNF-END-OF-FILE
               CLOSE GRACE-UNF-FILE
           END-IF.

       1350-READ-FLAG-RECORD.
           READ GRACE-UNF-FILE
               AT END
                   SET GRACE-UNF-END-OF-FILE TO TRUE
           END-READ.

       1360-STORE-FLAG-RECORD.
           IF GRACE-TBK-UNF-USED < 2000
               ADD 1 TO GRACE-TBK-UNF-USED
               MOVE GRACE-UNF-CUST-ID
                   TO GRACE-TBK-UNF-ID(GRACE-TBK-UNF-USED)
           ELSE
               IF NOT GRACE-TBK-SHORT
                   DISPLAY "*** UNDELIVERABLE TABLE FULL - COUNTS "
                       "ARE SHORT ***"
               END-IF
               SET GRACE-TBK-SHORT TO TRUE
           END-IF.
           PERFORM 1350-READ-FLAG-RECORD.

      *----------------------------------------------------------
      * 2000-STAMP-CUSTOMERS walks GRACECST, places each customer
      * by zip, writes its stamp and adds it into its territory.
      *----------------------------------------------------------
       2000-STAMP-CUSTOMERS.
           OPEN INPUT GRACE-MST-FILE.
           IF GRACE-MST-OK
               SET GRACE-TBK-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "GRACEMST NOT AVAILABLE - BALANCES NOT SHOWN"
           END-IF.
           PERFORM 8100-OPEN-ACCOUNTS.
           OPEN INPUT GRACE-CST-FILE.
           IF GRACE-CST-NOT-FOUND
               DISPLAY "GRACECST NOT FOUND - NO CUSTOMERS TO STAMP"
           ELSE
               PERFORM 2050-READ-CUSTOMER
               PERFORM 2100-STAMP-ONE-CUSTOMER
                   UNTIL GRACE-CST-END-OF-FILE
               CLOSE GRACE-CST-FILE
           END-IF.
           PERFORM 8130-CLOSE-ACCOUNTS.
           IF GRACE-TBK-MASTER-OPEN
               CLOSE GRACE-MST-FILE
           END-IF.

       2050-READ-CUSTOMER.
           READ GRACE-CST-FILE
               AT END
                   SET GRACE-CST-END-OF-FILE TO TRUE
           END-READ.

       2100-STAMP-ONE-CUSTOMER.
           MOVE GRACE-CST-ZIP TO GRACE-TER-WANT-ZIP.
           PERFORM 0340-ASSIGN-TERRITORY.
           PERFORM 2200-TOTAL-CUSTOMER-BALANCE.
           PERFORM 2400-FIND-NEW-CUSTOMER.
           PERFORM 2450-FIND-CLOSED-CUSTOMER.
           PERFORM 2550-FIND-UNDELIVERABLE.
           MOVE SPACES TO GRACE-TRX-REC.
           MOVE GRACE-CST-ID TO GRACE-TRX-CUST-ID.
           MOVE GRACE-TER-F-CODE TO GRACE-TRX-TERRITORY.
           MOVE GRACE-TER-F-REP TO GRACE-TRX-REP.
           MOVE GRACE-CST-ZIP TO GRACE-TRX-ZIP.
           MOVE GRACE-CYC-DATE TO GRACE-TRX-DATE.
           WRITE GRACE-TRX-REC.
           IF GRACE-TER-F-CODE = SPACES
               MOVE GRACE-TBK-BK-UNASSIGNED TO GRACE-TBK-BK-HIT
               PERFORM 2600-LIST-UNASSIGNED-CUSTOMER
           ELSE
               PERFORM 2300-FIND-BOOK-ENTRY
           END-IF.
           IF GRACE-TBK-BK-HIT > ZERO
               PERFORM 2700-ADD-TO-BOOK
           END-IF.
           ADD 1 TO GRACE-TBK-TOT-CUSTOMERS.
           ADD GRACE-TBK-BALANCE TO GRACE-TBK-TOT-BALANCE.
           IF GRACE-TBK-IS-NEW
               ADD 1 TO GRACE-TBK-TOT-NEW
           END-IF.
           IF GRACE-TBK-IS-CLOSED
               ADD 1 TO GRACE-TBK-TOT-CLOSED
           END-IF.
           IF GRACE-TBK-IS-UNDELIVERABLE
               ADD 1 TO GRACE-TBK-TOT-UNDELIV
           END-IF.
           PERFORM 2050-READ-CUSTOMER.

      *Every account the customer owns, at its GRACEMST balance.
       2200-TOTAL-CUSTOMER-BALANCE.
           MOVE ZERO TO GRACE-TBK-BALANCE.
           IF GRACE-TBK-MASTER-OPEN
               MOVE GRACE-CST-ID TO GRACE-ACX-CUST-ID
               PERFORM 8110-FIRST-ACCOUNT
               PERFORM 2250-ADD-ACCOUNT-BALANCE
                   UNTIL GRACE-ACX-DONE
           END-IF.

       2250-ADD-ACCOUNT-BALANCE.
           MOVE GRACE-ACX-ACCOUNT TO GRACE-MST-KEY.
           READ GRACE-MST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GRACE-MST-BALANCE NUMERIC
                       ADD GRACE-MST-BALANCE TO GRACE-TBK-BALANCE
                   END-IF
           END-READ.
           PERFORM 8120-NEXT-ACCOUNT.

      *The territory's book entry, opened when first met.
       2300-FIND-BOOK-ENTRY.
           MOVE ZERO TO GRACE-TBK-BK-HIT.
           PERFORM 2350-MATCH-ONE-BOOK-ENTRY
               VARYING GRACE-TBK-BK-IDX FROM 1 BY 1
               UNTIL GRACE-TBK-BK-IDX > GRACE-TBK-BK-USED
               OR GRACE-TBK-BK-HIT > ZERO.
           IF GRACE-TBK-BK-HIT = ZERO
               IF GRACE-TBK-BK-USED < 200
                   ADD 1 TO GRACE-TBK-BK-USED
                   MOVE GRACE-TBK-BK-USED TO GRACE-TBK-BK-HIT
                   MOVE GRACE-TER-F-CODE
                       TO GRACE-TBK-BK-CODE(GRACE-TBK-BK-HIT)
                   MOVE GRACE-TER-F-REP
                       TO GRACE-TBK-BK-REP(GRACE-TBK-BK-HIT)
               ELSE
                   IF NOT GRACE-TBK-SHORT
                       DISPLAY "*** TERRITORY TABLE FULL - BOOK "
                           "IS SHORT ***"
                   END-IF
                   SET GRACE-TBK-SHORT TO TRUE
               END-IF
           END-IF.

       2350-MATCH-ONE-BOOK-ENTRY.
           IF GRACE-TBK-BK-CODE(GRACE-TBK-BK-IDX) = GRACE-TER-F-CODE
               MOVE GRACE-TBK-BK-IDX TO GRACE-TBK-BK-HIT
           END-IF.

       2400-FIND-NEW-CUSTOMER.
           MOVE 'N' TO GRACE-TBK-NEW-SW.
           PERFORM 2420-MATCH-ONE-NEW-ID
               VARYING GRACE-TBK-NEW-IDX FROM 1 BY 1
               UNTIL GRACE-TBK-NEW-IDX > GRACE-TBK-NEW-USED
               OR GRACE-TBK-IS-NEW.

       2420-MATCH-ONE-NEW-ID.
           IF GRACE-TBK-NEW-ID(GRACE-TBK-NEW-IDX) = GRACE-CST-ID
               SET GRACE-TBK-IS-NEW TO TRUE
           END-IF.

       2450-FIND-CLOSED-CUSTOMER.
           MOVE 'N' TO GRACE-TBK-CLOSED-SW.
           MOVE GRACE-CST-ID TO GRACE-TBK-CSH-WANT.
           PERFORM 2500-FIND-STATUS-CHANGE.
           IF GRACE-TBK-CSH-HIT > ZERO
               IF GRACE-TBK-CSH-STATUS(GRACE-TBK-CSH-HIT) = 'C'
                       OR GRACE-TBK-CSH-STATUS(GRACE-TBK-CSH-HIT) = 'D'
                   SET GRACE-TBK-IS-CLOSED TO TRUE
               END-IF
           END-IF.

      *The month's status change for GRACE-TBK-CSH-WANT, if any.
       2500-FIND-STATUS-CHANGE.
           MOVE ZERO TO GRACE-TBK-CSH-HIT.
           PERFORM 2520-MATCH-ONE-STATUS-CHANGE
               VARYING GRACE-TBK-CSH-IDX FROM 1 BY 1
               UNTIL GRACE-TBK-CSH-IDX > GRACE-TBK-CSH-USED
               OR GRACE-TBK-CSH-HIT > ZERO.

       2520-MATCH-ONE-STATUS-CHANGE.
           IF GRACE-TBK-CSH-ID(GRACE-TBK-CSH-IDX) = GRACE-TBK-CSH-WANT
               MOVE GRACE-TBK-CSH-IDX TO GRACE-TBK-CSH-HIT
           END-IF.

       2550-FIND-UNDELIVERABLE.
           MOVE 'N' TO GRACE-TBK-UNDELIV-SW.
           PERFORM 2570-MATCH-ONE-FLAG
               VARYING GRACE-TBK-UNF-IDX FROM 1 BY 1
               UNTIL GRACE-TBK-UNF-IDX > GRACE-TBK-UNF-USED
               OR GRACE-TBK-IS-UNDELIVERABLE.

       2570-MATCH-ONE-FLAG.
           IF GRACE-TBK-UNF-ID(GRACE-TBK-UNF-IDX) = GRACE-CST-ID
               SET GRACE-TBK-IS-UNDELIVERABLE TO TRUE
           END-IF.

       2600-LIST-UNASSIGNED-CUSTOMER.
           IF GRACE-TBK-UNA-USED < 1000
               ADD 1 TO GRACE-TBK-UNA-USED
               MOVE GRACE-CST-ID TO GRACE-TBK-UNA-ID(GRACE-TBK-UNA-USED)
               MOVE SPACES TO GRACE-TBK-UNA-NAME(GRACE-TBK-UNA-USED)
               STRING GRACE-CST-FIRST-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   GRACE-CST-LAST-NAME DELIMITED BY SIZE
                   INTO GRACE-TBK-UNA-NAME(GRACE-TBK-UNA-USED)
               END-STRING
               MOVE GRACE-CST-ZIP
                   TO GRACE-TBK-UNA-ZIP(GRACE-TBK-UNA-USED)
               MOVE GRACE-CST-STATE
                   TO GRACE-TBK-UNA-STATE(GRACE-TBK-UNA-USED)
               MOVE GRACE-TBK-BALANCE
                   TO GRACE-TBK-UNA-BALANCE(GRACE-TBK-UNA-USED)
           END-IF.

       2700-ADD-TO-BOOK.
           ADD 1 TO GRACE-TBK-BK-CUSTOMERS(GRACE-TBK-BK-HIT).
           ADD GRACE-TBK-BALANCE
               TO GRACE-TBK-BK-BALANCE(GRACE-TBK-BK-HIT).
           IF GRACE-TBK-IS-NEW
               ADD 1 TO GRACE-TBK-BK-NEW(GRACE-TBK-BK-HIT)
           END-IF.
           IF GRACE-TBK-IS-CLOSED
               ADD 1 TO GRACE-TBK-BK-CLOSED(GRACE-TBK-BK-HIT)
           END-IF.
           IF GRACE-TBK-IS-UNDELIVERABLE
               ADD 1 TO GRACE-TBK-BK-UNDELIV(GRACE-TBK-BK-HIT)
           END-IF.

      *----------------------------------------------------------
      * 5000-PRINT-THE-BOOK - one line per territory, then the
      * unassigned line and the total.
      *----------------------------------------------------------
       5000-PRINT-THE-BOOK.
           STRING "TERRITORY BOOK OF BUSINESS - MONTH "
               DELIMITED BY SIZE
               GRACE-TBK-MONTH DELIMITED BY SIZE
               " AS OF " DELIMITED BY SIZE
               GRACE-CYC-DATE DELIMITED BY SIZE
               INTO GRACE-TBK-LINE
           END-STRING.
           PERFORM 7900-WRITE-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE.
           MOVE "TERR REP                  RANGES CUSTOMERS"
               TO GRACE-TBK-LINE.
           MOVE "    TOTAL BALANCE   NEW CLOSED UNDELIV"
               TO GRACE-TBK-LINE(44:38).
           PERFORM 7900-WRITE-REPORT-LINE.
           PERFORM 5100-PRINT-ONE-TERRITORY
               VARYING GRACE-TBK-BK-IDX FROM 1 BY 1
               UNTIL GRACE-TBK-BK-IDX > GRACE-TBK-BK-USED.
           MOVE GRACE-TBK-BK-UNASSIGNED TO GRACE-TBK-BK-IDX.
           PERFORM 5100-PRINT-ONE-TERRITORY.
           MOVE GRACE-TBK-TOT-CUSTOMERS TO GRACE-TBK-CUSTOMERS-ED.
           MOVE GRACE-TBK-TOT-BALANCE TO GRACE-TBK-BALANCE-ED.
           MOVE GRACE-TBK-TOT-NEW TO GRACE-TBK-NEW-ED.
           MOVE GRACE-TBK-TOT-CLOSED TO GRACE-TBK-CLOSED-ED.
           MOVE GRACE-TBK-TOT-UNDELIV TO GRACE-TBK-UNDELIV-ED.
           MOVE "** TOTAL" TO GRACE-TBK-LINE.
           PERFORM 5200-FILL-FIGURES.
           PERFORM 7900-WRITE-REPORT-LINE.

       5100-PRINT-ONE-TERRITORY.
           MOVE GRACE-TBK-BK-CUSTOMERS(GRACE-TBK-BK-IDX)
               TO GRACE-TBK-CUSTOMERS-ED.
           MOVE GRACE-TBK-BK-BALANCE(GRACE-TBK-BK-IDX)
               TO GRACE-TBK-BALANCE-ED.
           MOVE GRACE-TBK-BK-NEW(GRACE-TBK-BK-IDX) TO GRACE-TBK-NEW-ED.
           MOVE GRACE-TBK-BK-CLOSED(GRACE-TBK-BK-IDX)
               TO GRACE-TBK-CLOSED-ED.
           MOVE GRACE-TBK-BK-UNDELIV(GRACE-TBK-BK-IDX)
               TO GRACE-TBK-UNDELIV-ED.
           MOVE GRACE-TBK-BK-CODE(GRACE-TBK-BK-IDX)
               TO GRACE-TBK-LINE(1:4).
           MOVE GRACE-TBK-BK-REP(GRACE-TBK-BK-IDX)
               TO GRACE-TBK-LINE(6:20).
           IF GRACE-TBK-BK-IDX NOT = GRACE-TBK-BK-UNASSIGNED
               MOVE GRACE-TBK-BK-RANGES(GRACE-TBK-BK-IDX)
                   TO GRACE-TBK-RANGES-ED
               MOVE GRACE-TBK-RANGES-ED TO GRACE-TBK-LINE(30:3)
           END-IF.
           PERFORM 5200-FILL-FIGURES.
           PERFORM 7900-WRITE-REPORT-LINE.

      *The figures columns, from the edited fields.
       5200-FILL-FIGURES.
           MOVE GRACE-TBK-CUSTOMERS-ED TO GRACE-TBK-LINE(38:6).
           MOVE GRACE-TBK-BALANCE-ED TO GRACE-TBK-LINE(47:14).
           MOVE GRACE-TBK-NEW-ED TO GRACE-TBK-LINE(62:5).
           MOVE GRACE-TBK-CLOSED-ED TO GRACE-TBK-LINE(69:5).
           MOVE GRACE-TBK-UNDELIV-ED TO GRACE-TBK-LINE(77:5).

       6000-LIST-UNASSIGNED.
           PERFORM 7900-WRITE-REPORT-LINE.
           MOVE "CUSTOMERS IN NO TERRITORY" TO GRACE-TBK-LINE.
           PERFORM 7900-WRITE-REPORT-LINE.
           IF GRACE-TBK-UNA-USED = ZERO
               MOVE "  NONE" TO GRACE-TBK-LINE
               PERFORM 7900-WRITE-REPORT-LINE
           ELSE
               MOVE "CUST   NAME                            ZIP   ST"
                   TO GRACE-TBK-LINE
               MOVE "     BALANCE" TO GRACE-TBK-LINE(51:12)
               PERFORM 7900-WRITE-REPORT-LINE
               PERFORM 6100-LIST-ONE-UNASSIGNED
                   VARYING GRACE-TBK-UNA-IDX FROM 1 BY 1
                   UNTIL GRACE-TBK-UNA-IDX > GRACE-TBK-UNA-USED
           END-IF.
           IF GRACE-TBK-BK-CUSTOMERS(GRACE-TBK-BK-UNASSIGNED)
                   > GRACE-TBK-UNA-USED
               MOVE "  ... AND MORE - THE LIST IS FULL"
                   TO GRACE-TBK-LINE
               PERFORM 7900-WRITE-REPORT-LINE
           END-IF.

       6100-LIST-ONE-UNASSIGNED.
           MOVE GRACE-TBK-UNA-BALANCE(GRACE-TBK-UNA-IDX)
               TO GRACE-TBK-CST-BAL-ED.
           STRING GRACE-TBK-UNA-ID(GRACE-TBK-UNA-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-TBK-UNA-NAME(GRACE-TBK-UNA-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-TBK-UNA-ZIP(GRACE-TBK-UNA-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-TBK-UNA-STATE(GRACE-TBK-UNA-IDX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-TBK-CST-BAL-ED DELIMITED BY SIZE
               INTO GRACE-TBK-LINE
           END-STRING.
           PERFORM 7900-WRITE-REPORT-LINE.

       7900-WRITE-REPORT-LINE.
           WRITE GRACE-PRT-REC FROM GRACE-TBK-LINE.
           MOVE SPACES TO GRACE-TBK-LINE.

           COPY GRACETERP.

           COPY GRACEACTP.

           COPY GRACERPTP.

           COPY GRACECYCP.
