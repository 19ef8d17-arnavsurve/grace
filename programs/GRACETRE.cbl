      * customer master; unknowns route to the GRACETRJ reject
      * file with reason codes the way GRACECRJ carries them,
      * before GRACEMUP ever sees them. Clean transactions pass
      * through to GRACETXE, which GRACESCN screens for review
      * before the update step sees it.
      *
      * The GRACEOVR override card file carries the key ranges
      * that are legitimately master-only (low key, high key, one
      * range per card) - a source inside an override range
      * passes without a GRACECST row. RC=4 when anything
      * rejected.
      *
      * The customer is looked up by key on the GRACECSK keyed
      * master, one read per transaction, so there is no longer
      * a table of customer IDs to outgrow.
      *
      * A reject keeps the transaction reference GRACEMRG or
      * GRACEDLM gave it, so GRACETRQ can say where it stopped.
      *
      * GRACE-TXN-SOURCE is an account number, so the customer
      * checked is the account's owner off GRACEACT - the number
      * itself for an account not registered there. A customer
      * whose GRACECPF status is closed or deceased has every
      * transaction rejected, R002 and R003, override range or
      * not: nothing more posts to a customer who has gone.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT GRACE-TXN-FILE ASSIGN TO GRACETXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TXN-STATUS.
           SELECT GRACE-CST-FILE ASSIGN TO GRACECSK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-CST-ID
               FILE STATUS IS GRACE-CST-STATUS.
           SELECT GRACE-OVR-FILE ASSIGN TO GRACEOVR
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT GRACE-TRJ-FILE ASSIGN TO GRACETRJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TRJ-STATUS.
           SELECT GRACE-ACT-FILE ASSIGN TO GRACEACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-ACT-NUMBER
               ALTERNATE RECORD KEY IS GRACE-ACT-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS GRACE-ACT-STATUS.
           SELECT GRACE-CPF-FILE ASSIGN TO GRACECPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-CPF-CUST-ID
               FILE STATUS IS GRACE-CPF-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 GRACE-TXN-S-SOURCE-VALUE PIC X(30).
           05 GRACE-TXN-OP-CODE PIC X(01).
           05 FILLER PIC X(43).
           05 GRACE-TXN-TRACE-REF PIC X(18).
           05 FILLER PIC X(02).

       FD  GRACE-CST-FILE.
       01 GRACE-CST-REC.
           05 GRACE-CST-ID PIC 9(06).
           05 GRACE-CST-FIRST-NAME PIC X(15).

       FD  GRACE-TXE-FILE
           RECORDING MODE IS F.
       01 GRACE-TXE-REC PIC X(100).

       FD  GRACE-TRJ-FILE
           RECORDING MODE IS F.
           05 GRACE-TRJ-REASON-CODE PIC X(04).
           05 GRACE-TRJ-REASON-TEXT PIC X(30).
           05 GRACE-TRJ-S-SOURCE-VALUE PIC X(30).
           05 GRACE-TRJ-TRACE-REF PIC X(18).
           05 FILLER PIC X(11).

       FD  GRACE-ACT-FILE.
           COPY GRACEACT.

      *Customer profile - the customer's lifecycle status.
       FD  GRACE-CPF-FILE.
           COPY GRACECPF.

       WORKING-STORAGE SECTION.
           COPY GRACEACTH.

       01 GRACE-CPF-STATUS PIC X(02).
           88 GRACE-CPF-OK VALUE '00'.
           88 GRACE-CPF-NOT-FOUND VALUE '35'.

       01 GRACE-CPF-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-CPF-OPEN VALUE 'Y'.

      *The transaction's owning customer, and why it is rejected.
       01 GRACE-TRE-OWNER-ID PIC 9(06) VALUE ZERO.
       01 GRACE-TRE-GONE-SW PIC X(01) VALUE 'N'.
           88 GRACE-TRE-CUSTOMER-GONE VALUE 'Y'.
       01 GRACE-TRE-REASON-CODE PIC X(04) VALUE SPACES.
       01 GRACE-TRE-REASON-TEXT PIC X(30) VALUE SPACES.
       01 GRACE-TXN-STATUS PIC X(02).
           88 GRACE-TXN-OK VALUE '00'.
           88 GRACE-TXN-EOF VALUE '10'.
       01 GRACE-TXN-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-TXN-END-OF-FILE VALUE 'Y'.

       01 GRACE-CST-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-CST-OPEN VALUE 'Y'.

       01 GRACE-OVR-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-OVR-END-OF-FILE VALUE 'Y'.

       01 GRACE-TRE-ID-FOUND-SW PIC X(01) VALUE 'N'.
           88 GRACE-TRE-ID-KNOWN VALUE 'Y'.

      *Override ranges loaded off GRACEOVR.
       01 GRACE-TRE-OVR-CTL.
           05 GRACE-TRE-CLEAN-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-TRE-OVR-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-TRE-REJECT-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-TRE-GONE-COUNT PIC 9(06) VALUE ZERO.

           COPY GRACERPTH.

       MAIN SECTION.
           MOVE "GRACETRE" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0700-OPEN-CUSTOMER-MASTER.
           PERFORM 0800-LOAD-OVERRIDE-RANGES.
           PERFORM 8100-OPEN-ACCOUNTS.
           OPEN INPUT GRACE-CPF-FILE.
           IF GRACE-CPF-OK
               SET GRACE-CPF-OPEN TO TRUE
           END-IF.
           OPEN INPUT GRACE-TXN-FILE.
           IF GRACE-TXN-NOT-FOUND
               CLOSE GRACE-TXE-FILE
               CLOSE GRACE-TRJ-FILE
           END-IF.
           PERFORM 8130-CLOSE-ACCOUNTS.
           IF GRACE-CPF-OPEN
               CLOSE GRACE-CPF-FILE
           END-IF.
           IF GRACE-CST-OPEN
               CLOSE GRACE-CST-FILE
           END-IF.
           MOVE GRACE-TRE-READ-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           DISPLAY "READ: " GRACE-TRE-READ-COUNT "  PASSED: "
               GRACE-TRE-CLEAN-COUNT "  BY OVERRIDE: "
               GRACE-TRE-OVR-COUNT "  REJECTED: "
               GRACE-TRE-REJECT-COUNT.
           DISPLAY "REJECTED, CUSTOMER CLOSED OR DECEASED: "
               GRACE-TRE-GONE-COUNT.
           IF GRACE-TRE-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
           END-IF.
           GOBACK.

       0700-OPEN-CUSTOMER-MASTER.
           OPEN INPUT GRACE-CST-FILE.
           IF GRACE-CST-OK
               SET GRACE-CST-OPEN TO TRUE
           ELSE
               DISPLAY "GRACECSK NOT AVAILABLE - ONLY OVERRIDE "
                   "RANGES CAN PASS"
           END-IF.

       0800-LOAD-OVERRIDE-RANGES.
           OPEN INPUT GRACE-OVR-FILE.
           IF GRACE-OVR-NOT-FOUND
           END-READ.

       2000-EDIT-ONE-TRANSACTION.
           PERFORM 2050-FIND-OWNER.
           PERFORM 2100-CHECK-CUSTOMER-EXISTS.
           PERFORM 2200-CHECK-CUSTOMER-STATUS.
           IF GRACE-TRE-CUSTOMER-GONE
               ADD 1 TO GRACE-TRE-GONE-COUNT
               PERFORM 3500-WRITE-REJECT-RECORD
           ELSE
               IF GRACE-TRE-ID-KNOWN
                   WRITE GRACE-TXE-REC FROM GRACE-TXN-REC
                   ADD 1 TO GRACE-TRE-CLEAN-COUNT
               ELSE
                   PERFORM 2300-CHECK-OVERRIDE-RANGES
                   IF GRACE-TRE-OVERRIDDEN
                       WRITE GRACE-TXE-REC FROM GRACE-TXN-REC
                       ADD 1 TO GRACE-TRE-CLEAN-COUNT
                       ADD 1 TO GRACE-TRE-OVR-COUNT
                   ELSE
                       MOVE "R001" TO GRACE-TRE-REASON-CODE
                       MOVE "SOURCE NOT ON CUSTOMER MASTER"
                           TO GRACE-TRE-REASON-TEXT
                       PERFORM 3500-WRITE-REJECT-RECORD
                   END-IF
               END-IF
           END-IF.
           PERFORM 1000-READ-TRANSACTION.

      *An account GRACEACT does not know is its own customer's.
       2050-FIND-OWNER.
           MOVE GRACE-TXN-SOURCE TO GRACE-TRE-OWNER-ID.
           IF GRACE-ACX-FILE-OPEN
               MOVE GRACE-TXN-SOURCE TO GRACE-ACT-NUMBER
               READ GRACE-ACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GRACE-ACT-CUST-ID TO GRACE-TRE-OWNER-ID
               END-READ
           END-IF.

       2100-CHECK-CUSTOMER-EXISTS.
           MOVE 'N' TO GRACE-TRE-ID-FOUND-SW.
           IF GRACE-CST-OPEN
               MOVE GRACE-TRE-OWNER-ID TO GRACE-CST-ID
               READ GRACE-CST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET GRACE-TRE-ID-KNOWN TO TRUE
               END-READ
           END-IF.

       2200-CHECK-CUSTOMER-STATUS.
           MOVE 'N' TO GRACE-TRE-GONE-SW.
           IF GRACE-CPF-OPEN
               MOVE GRACE-TRE-OWNER-ID TO GRACE-CPF-CUST-ID
               READ GRACE-CPF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN GRACE-CPF-CUST-CLOSED
                               SET GRACE-TRE-CUSTOMER-GONE TO TRUE
                               MOVE "R002" TO GRACE-TRE-REASON-CODE
                               MOVE "CUSTOMER CLOSED"
                                   TO GRACE-TRE-REASON-TEXT
                           WHEN GRACE-CPF-CUST-DECEASED
                               SET GRACE-TRE-CUSTOMER-GONE TO TRUE
                               MOVE "R003" TO GRACE-TRE-REASON-CODE
                               MOVE "CUSTOMER DECEASED"
                                   TO GRACE-TRE-REASON-TEXT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.

       2300-CHECK-OVERRIDE-RANGES.
           MOVE SPACES TO GRACE-TRJ-REC.
           MOVE GRACE-TXN-SOURCE TO GRACE-TRJ-SOURCE.
           MOVE GRACE-TXN-OP-CODE TO GRACE-TRJ-OP-CODE.
           MOVE GRACE-TRE-REASON-CODE TO GRACE-TRJ-REASON-CODE.
           MOVE GRACE-TRE-REASON-TEXT TO GRACE-TRJ-REASON-TEXT.
           MOVE GRACE-TXN-S-SOURCE-VALUE
               TO GRACE-TRJ-S-SOURCE-VALUE.
           MOVE GRACE-TXN-TRACE-REF TO GRACE-TRJ-TRACE-REF.
           WRITE GRACE-TRJ-REC.
           ADD 1 TO GRACE-TRE-REJECT-COUNT.
           DISPLAY "*** REJECTED " GRACE-TXN-OP-CODE " "
               GRACE-TXN-SOURCE " - " GRACE-TRE-REASON-TEXT " ***".

           COPY GRACERPTP.

           COPY GRACEACTP.
