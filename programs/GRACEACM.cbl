       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEACM.
      *----------------------------------------------------------
      * GRACEACM is the nightly account maintenance step, run
      * ahead of GRACEMUP. GRACEACT holds one record per account -
      * its own number, the GRACE-CST-ID that owns it, a type and
      * a state - so a customer may hold several accounts, each
      * its own GRACEMST record and GRACEPHS history.
      *
      * First every GRACEMST key not yet on GRACEACT is registered
      * as an account of its own: the customer of the same
      * number owns it, type PR, open from the cycle date. A
      * master from before accounts is the customer's first
      * account and keeps its number.
      *
      * Then the GRACEAOC cards are applied:
      *
      *   O  open an account - a new number for a customer on
      *      GRACECST, of a valid type. The number may not be on
      *      GRACEACT or GRACEMST already, nor be another
      *      customer's ID. The account goes on GRACEACT and an
      *      add for it on GRACEAOX in GRACETXN layout,
      *      concatenated behind the night's GRACETXN like
      *      GRACEWOP's GRACEWTX, so GRACEMUP builds its master.
      *   R  re-own an account to another customer on GRACECST -
      *      how a second account kept under an invented customer
      *      ID is brought home to the real customer.
      *   C  close an account. GRACEMUP rejects anything posted to
      *      it from then on; its balance and history stay.
      *
      * Each card is listed with what was done or why it was
      * refused. Any refused card sets RC=4.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
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
           SELECT GRACE-CST-FILE ASSIGN TO GRACECST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CST-STATUS.
           SELECT GRACE-AOC-FILE ASSIGN TO GRACEAOC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-AOC-STATUS.
           SELECT GRACE-AOX-FILE ASSIGN TO GRACEAOX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-AOX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

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
           05 FILLER PIC X(74).

      *Account card: action, account, customer, type.
       FD  GRACE-AOC-FILE
           RECORDING MODE IS F.
       01 GRACE-AOC-REC.
           05 GRACE-AOC-ACTION PIC X(01).
               88 GRACE-AOC-OPEN VALUE 'O'.
               88 GRACE-AOC-REOWN VALUE 'R'.
               88 GRACE-AOC-CLOSE VALUE 'C'.
           05 FILLER PIC X(01).
           05 GRACE-AOC-ACCOUNT PIC X(06).
           05 GRACE-AOC-ACCOUNT-N REDEFINES GRACE-AOC-ACCOUNT
               PIC 9(06).
           05 FILLER PIC X(01).
           05 GRACE-AOC-CUST-ID PIC X(06).
           05 GRACE-AOC-CUST-ID-N REDEFINES GRACE-AOC-CUST-ID
               PIC 9(06).
           05 FILLER PIC X(01).
           05 GRACE-AOC-TYPE PIC X(02).
               88 GRACE-AOC-VALID-TYPE
                   VALUE 'PR' 'SV' 'CK' 'LN' 'OT'.
           05 FILLER PIC X(62).

      *Account adds, GRACETXN layout.
       FD  GRACE-AOX-FILE
           RECORDING MODE IS F.
       01 GRACE-AOX-REC.
           05 GRACE-AOX-SOURCE PIC 9(6).
           05 GRACE-AOX-S-SOURCE-VALUE PIC X(30).
           05 GRACE-AOX-OP-CODE PIC X(01).
           05 GRACE-AOX-SITE-CODE PIC X(02).
           05 GRACE-AOX-EFF-DATE PIC X(08).
           05 GRACE-AOX-AMT-SIGN PIC X(01).
           05 GRACE-AOX-AMOUNT PIC 9(09).
           05 GRACE-AOX-CURRENCY PIC X(03).
           05 FILLER PIC X(40).

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

           COPY GRACEACTH.

       01 GRACE-MST-STATUS PIC X(02).
           88 GRACE-MST-OK VALUE '00'.
           88 GRACE-MST-NOT-FOUND VALUE '35'.

       01 GRACE-CST-STATUS PIC X(02).
           88 GRACE-CST-OK VALUE '00'.
           88 GRACE-CST-NOT-FOUND VALUE '35'.

       01 GRACE-AOC-STATUS PIC X(02).
           88 GRACE-AOC-OK VALUE '00'.
           88 GRACE-AOC-NOT-FOUND VALUE '35'.

       01 GRACE-AOX-STATUS PIC X(02).
           88 GRACE-AOX-OK VALUE '00'.

       01 GRACE-MST-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-MST-OPEN VALUE 'Y'.

       01 GRACE-MST-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-MST-END-OF-FILE VALUE 'Y'.

       01 GRACE-CST-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CST-END-OF-FILE VALUE 'Y'.

       01 GRACE-AOC-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-AOC-END-OF-FILE VALUE 'Y'.

      *What the GRACECST scan found for the card: the customer it
      *names, and a customer whose ID is the card's account number.
       01 GRACE-ACM-SCAN.
           05 GRACE-ACM-OWNER-SW PIC X(01) VALUE 'N'.
               88 GRACE-ACM-OWNER-FOUND VALUE 'Y'.
           05 GRACE-ACM-TAKEN-SW PIC X(01) VALUE 'N'.
               88 GRACE-ACM-NUMBER-TAKEN VALUE 'Y'.

      *Whether the card's account is on GRACEACT (registered from
      *its master first if need be), and on GRACEMST.
       01 GRACE-ACM-ACT-FOUND-SW PIC X(01) VALUE 'N'.
           88 GRACE-ACM-ACT-FOUND VALUE 'Y'.
       01 GRACE-ACM-MST-FOUND-SW PIC X(01) VALUE 'N'.
           88 GRACE-ACM-MST-FOUND VALUE 'Y'.

       01 GRACE-ACM-REFUSAL PIC X(40) VALUE SPACES.
       01 GRACE-ACM-PRIOR-OWNER PIC 9(06) VALUE ZERO.

       01 GRACE-ACM-COUNTS.
           05 GRACE-ACM-REGISTERED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-ACM-CARD-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-ACM-OPENED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-ACM-REOWNED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-ACM-CLOSED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-ACM-REFUSED-COUNT PIC 9(06) VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEACM" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           OPEN I-O GRACE-ACT-FILE.
           IF GRACE-ACT-NOT-FOUND
               DISPLAY "GRACEACT NOT FOUND - STARTING THE ACCOUNT "
                   "MASTER"
               OPEN OUTPUT GRACE-ACT-FILE
               CLOSE GRACE-ACT-FILE
               OPEN I-O GRACE-ACT-FILE
           END-IF.
           OPEN INPUT GRACE-MST-FILE.
           IF GRACE-MST-NOT-FOUND
               DISPLAY "GRACEMST NOT FOUND - NO ACCOUNTS TO REGISTER"
           ELSE
               SET GRACE-MST-OPEN TO TRUE
               PERFORM 1000-REGISTER-MASTERS
           END-IF.
           OPEN OUTPUT GRACE-AOX-FILE.
           PERFORM 2000-APPLY-CARDS.
           CLOSE GRACE-AOX-FILE.
           IF GRACE-MST-OPEN
               CLOSE GRACE-MST-FILE
           END-IF.
           CLOSE GRACE-ACT-FILE.
           PERFORM 6000-PRINT-TOTALS.
           IF GRACE-ACM-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE GRACE-ACM-CARD-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

      *----------------------------------------------------------
      * 1000-REGISTER-MASTERS gives every master record not yet on
      * GRACEACT an account record of its own number.
      *----------------------------------------------------------
       1000-REGISTER-MASTERS.
           MOVE LOW-VALUES TO GRACE-MST-KEY.
           START GRACE-MST-FILE
               KEY IS >= GRACE-MST-KEY
               INVALID KEY
                   SET GRACE-MST-END-OF-FILE TO TRUE
           END-START.
           PERFORM 1050-READ-MASTER.
           PERFORM 1100-REGISTER-ONE-MASTER
               UNTIL GRACE-MST-END-OF-FILE.

       1050-READ-MASTER.
           IF NOT GRACE-MST-END-OF-FILE
               READ GRACE-MST-FILE NEXT RECORD
                   AT END
                       SET GRACE-MST-END-OF-FILE TO TRUE
               END-READ
           END-IF.

       1100-REGISTER-ONE-MASTER.
           MOVE GRACE-MST-KEY TO GRACE-ACT-NUMBER.
           READ GRACE-ACT-FILE
               INVALID KEY
                   PERFORM 1200-WRITE-OWN-ACCOUNT
           END-READ.
           PERFORM 1050-READ-MASTER.

      *The customer of the same number owns it, as it always had.
       1200-WRITE-OWN-ACCOUNT.
           MOVE SPACES TO GRACE-ACT-REC.
           MOVE GRACE-MST-KEY TO GRACE-ACT-NUMBER.
           MOVE GRACE-MST-KEY TO GRACE-ACT-CUST-ID.
           MOVE "PR" TO GRACE-ACT-TYPE.
           MOVE 'O' TO GRACE-ACT-STATE.
           MOVE GRACE-CYC-DATE TO GRACE-ACT-OPEN-DATE.
           MOVE ZERO TO GRACE-ACT-CLOSE-DATE.
           WRITE GRACE-ACT-REC.
           ADD 1 TO GRACE-ACM-REGISTERED-COUNT.
           DISPLAY "REGISTERED " GRACE-ACT-NUMBER " TYPE PR OF "
               GRACE-ACT-CUST-ID.

       2000-APPLY-CARDS.
           OPEN INPUT GRACE-AOC-FILE.
           IF GRACE-AOC-NOT-FOUND
               DISPLAY "GRACEAOC NOT FOUND - NO ACCOUNT CHANGES"
           ELSE
               PERFORM 2050-READ-CARD
               PERFORM 2100-APPLY-ONE-CARD
                   UNTIL GRACE-AOC-END-OF-FILE
               CLOSE GRACE-AOC-FILE
           END-IF.

       2050-READ-CARD.
           READ GRACE-AOC-FILE
               AT END
                   SET GRACE-AOC-END-OF-FILE TO TRUE
           END-READ.

       2100-APPLY-ONE-CARD.
           ADD 1 TO GRACE-ACM-CARD-COUNT.
           MOVE SPACES TO GRACE-ACM-REFUSAL.
           EVALUATE TRUE
               WHEN GRACE-AOC-ACCOUNT NOT NUMERIC
                       OR GRACE-AOC-ACCOUNT-N = ZERO
                   MOVE "ACCOUNT MUST BE SIX DIGITS"
                       TO GRACE-ACM-REFUSAL
               WHEN GRACE-AOC-OPEN
                   PERFORM 2200-OPEN-ACCOUNT
               WHEN GRACE-AOC-REOWN
                   PERFORM 2300-REOWN-ACCOUNT
               WHEN GRACE-AOC-CLOSE
                   PERFORM 2400-CLOSE-ACCOUNT
               WHEN OTHER
                   MOVE "ACTION MUST BE O, R OR C"
                       TO GRACE-ACM-REFUSAL
           END-EVALUATE.
           IF GRACE-ACM-REFUSAL NOT = SPACES
               ADD 1 TO GRACE-ACM-REFUSED-COUNT
               DISPLAY "REFUSED " GRACE-AOC-ACTION " "
                   GRACE-AOC-ACCOUNT " " GRACE-AOC-CUST-ID " "
                   GRACE-AOC-TYPE " - " GRACE-ACM-REFUSAL
           END-IF.
           PERFORM 2050-READ-CARD.

      *----------------------------------------------------------
      * 2200-OPEN-ACCOUNT - a new number for a customer on
      * GRACECST. A number already in use anywhere, or another
      * customer's own number, is refused.
      *----------------------------------------------------------
       2200-OPEN-ACCOUNT.
           PERFORM 2800-SCAN-CUSTOMERS.
           PERFORM 2700-FIND-MASTER.
           MOVE GRACE-AOC-ACCOUNT-N TO GRACE-ACT-NUMBER.
           READ GRACE-ACT-FILE
               INVALID KEY
                   MOVE 'N' TO GRACE-ACM-ACT-FOUND-SW
               NOT INVALID KEY
                   SET GRACE-ACM-ACT-FOUND TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT GRACE-ACM-OWNER-FOUND
                   MOVE "CUSTOMER NOT ON GRACECST"
                       TO GRACE-ACM-REFUSAL
               WHEN NOT GRACE-AOC-VALID-TYPE
                   MOVE "TYPE MUST BE PR, SV, CK, LN OR OT"
                       TO GRACE-ACM-REFUSAL
               WHEN GRACE-ACM-ACT-FOUND
                   MOVE "ACCOUNT ALREADY ON GRACEACT"
                       TO GRACE-ACM-REFUSAL
               WHEN GRACE-ACM-MST-FOUND
                   MOVE "ACCOUNT ALREADY ON GRACEMST"
                       TO GRACE-ACM-REFUSAL
               WHEN GRACE-ACM-NUMBER-TAKEN
                   MOVE "NUMBER IS ANOTHER CUSTOMER'S ID"
                       TO GRACE-ACM-REFUSAL
               WHEN OTHER
                   PERFORM 2250-WRITE-NEW-ACCOUNT
           END-EVALUATE.

       2250-WRITE-NEW-ACCOUNT.
           MOVE SPACES TO GRACE-ACT-REC.
           MOVE GRACE-AOC-ACCOUNT-N TO GRACE-ACT-NUMBER.
           MOVE GRACE-AOC-CUST-ID-N TO GRACE-ACT-CUST-ID.
           MOVE GRACE-AOC-TYPE TO GRACE-ACT-TYPE.
           MOVE 'O' TO GRACE-ACT-STATE.
           MOVE GRACE-CYC-DATE TO GRACE-ACT-OPEN-DATE.
           MOVE ZERO TO GRACE-ACT-CLOSE-DATE.
           WRITE GRACE-ACT-REC.
           MOVE SPACES TO GRACE-AOX-REC.
           MOVE GRACE-ACT-NUMBER TO GRACE-AOX-SOURCE.
           STRING "ACCOUNT " DELIMITED BY SIZE
               GRACE-ACT-TYPE DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               GRACE-ACT-CUST-ID DELIMITED BY SIZE
               INTO GRACE-AOX-S-SOURCE-VALUE
           END-STRING.
           MOVE 'A' TO GRACE-AOX-OP-CODE.
           MOVE "AC" TO GRACE-AOX-SITE-CODE.
           MOVE GRACE-CYC-DATE TO GRACE-AOX-EFF-DATE.
           WRITE GRACE-AOX-REC.
           ADD 1 TO GRACE-ACM-OPENED-COUNT.
           DISPLAY "OPENED     " GRACE-ACT-NUMBER " TYPE "
               GRACE-ACT-TYPE " OF " GRACE-ACT-CUST-ID.

      *----------------------------------------------------------
      * 2300-REOWN-ACCOUNT moves an account to the customer on the
      * card, who must be on GRACECST.
      *----------------------------------------------------------
       2300-REOWN-ACCOUNT.
           PERFORM 2800-SCAN-CUSTOMERS.
           PERFORM 2600-GET-ACCOUNT.
           EVALUATE TRUE
               WHEN NOT GRACE-ACM-OWNER-FOUND
                   MOVE "CUSTOMER NOT ON GRACECST"
                       TO GRACE-ACM-REFUSAL
               WHEN NOT GRACE-ACM-ACT-FOUND
                   MOVE "ACCOUNT NOT ON GRACEACT OR GRACEMST"
                       TO GRACE-ACM-REFUSAL
               WHEN GRACE-ACT-CUST-ID = GRACE-AOC-CUST-ID-N
                   MOVE "CUSTOMER ALREADY OWNS THE ACCOUNT"
                       TO GRACE-ACM-REFUSAL
               WHEN OTHER
                   MOVE GRACE-ACT-CUST-ID TO GRACE-ACM-PRIOR-OWNER
                   MOVE GRACE-AOC-CUST-ID-N TO GRACE-ACT-CUST-ID
                   REWRITE GRACE-ACT-REC
                   ADD 1 TO GRACE-ACM-REOWNED-COUNT
                   DISPLAY "RE-OWNED   " GRACE-ACT-NUMBER " FROM "
                       GRACE-ACM-PRIOR-OWNER " TO "
                       GRACE-ACT-CUST-ID
           END-EVALUATE.

       2400-CLOSE-ACCOUNT.
           PERFORM 2600-GET-ACCOUNT.
           EVALUATE TRUE
               WHEN NOT GRACE-ACM-ACT-FOUND
                   MOVE "ACCOUNT NOT ON GRACEACT OR GRACEMST"
                       TO GRACE-ACM-REFUSAL
               WHEN GRACE-ACT-CLOSED
                   MOVE "ACCOUNT ALREADY CLOSED"
                       TO GRACE-ACM-REFUSAL
               WHEN OTHER
                   MOVE 'C' TO GRACE-ACT-STATE
                   MOVE GRACE-CYC-DATE TO GRACE-ACT-CLOSE-DATE
                   REWRITE GRACE-ACT-REC
                   ADD 1 TO GRACE-ACM-CLOSED-COUNT
                   DISPLAY "CLOSED     " GRACE-ACT-NUMBER " OF "
                       GRACE-ACT-CUST-ID
           END-EVALUATE.

      *----------------------------------------------------------
      * 2600-GET-ACCOUNT reads the card's account off GRACEACT. A
      * master record not yet registered is registered first, so
      * it can be re-owned or closed the night it is first seen.
      *----------------------------------------------------------
       2600-GET-ACCOUNT.
           MOVE GRACE-AOC-ACCOUNT-N TO GRACE-ACT-NUMBER.
           READ GRACE-ACT-FILE
               INVALID KEY
                   MOVE 'N' TO GRACE-ACM-ACT-FOUND-SW
               NOT INVALID KEY
                   SET GRACE-ACM-ACT-FOUND TO TRUE
           END-READ.
           IF NOT GRACE-ACM-ACT-FOUND
               PERFORM 2700-FIND-MASTER
               IF GRACE-ACM-MST-FOUND
                   PERFORM 1200-WRITE-OWN-ACCOUNT
                   SET GRACE-ACM-ACT-FOUND TO TRUE
               END-IF
           END-IF.

       2700-FIND-MASTER.
           MOVE 'N' TO GRACE-ACM-MST-FOUND-SW.
           IF GRACE-MST-OPEN
               MOVE GRACE-AOC-ACCOUNT-N TO GRACE-MST-KEY
               READ GRACE-MST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET GRACE-ACM-MST-FOUND TO TRUE
               END-READ
           END-IF.

      *----------------------------------------------------------
      * 2800-SCAN-CUSTOMERS reads GRACECST for the customer on the
      * card, and for a customer whose own ID the card's account
      * number would take.
      *----------------------------------------------------------
       2800-SCAN-CUSTOMERS.
           MOVE 'N' TO GRACE-ACM-OWNER-SW.
           MOVE 'N' TO GRACE-ACM-TAKEN-SW.
           MOVE 'N' TO GRACE-CST-EOF-SW.
           IF GRACE-AOC-CUST-ID NUMERIC
               OPEN INPUT GRACE-CST-FILE
               IF GRACE-CST-OK
                   PERFORM 2850-READ-CUSTOMER
                       UNTIL GRACE-CST-END-OF-FILE
                   CLOSE GRACE-CST-FILE
               END-IF
           END-IF.

       2850-READ-CUSTOMER.
           READ GRACE-CST-FILE
               AT END
                   SET GRACE-CST-END-OF-FILE TO TRUE
               NOT AT END
                   IF GRACE-CST-ID = GRACE-AOC-CUST-ID-N
                       SET GRACE-ACM-OWNER-FOUND TO TRUE
                   END-IF
                   IF GRACE-CST-ID = GRACE-AOC-ACCOUNT-N
                           AND GRACE-CST-ID NOT = GRACE-AOC-CUST-ID-N
                       SET GRACE-ACM-NUMBER-TAKEN TO TRUE
                   END-IF
           END-READ.

       6000-PRINT-TOTALS.
           DISPLAY "ACCOUNT MAINTENANCE FOR " GRACE-CYC-DATE.
           DISPLAY "  MASTERS REGISTERED.....: "
               GRACE-ACM-REGISTERED-COUNT.
           DISPLAY "  CARDS READ.............: " GRACE-ACM-CARD-COUNT.
           DISPLAY "  ACCOUNTS OPENED........: "
               GRACE-ACM-OPENED-COUNT.
           DISPLAY "  ACCOUNTS RE-OWNED......: "
               GRACE-ACM-REOWNED-COUNT.
           DISPLAY "  ACCOUNTS CLOSED........: "
               GRACE-ACM-CLOSED-COUNT.
           DISPLAY "  CARDS REFUSED..........: "
               GRACE-ACM-REFUSED-COUNT.

           COPY GRACERPTP.

           COPY GRACECYCP.
