       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACECIA.
      *----------------------------------------------------------
      * GRACECIA rolls dormant customers off GRACECSK so the
      * master and the GRACENDX build stop growing with records
      * nobody has touched in a year - and the duplicate-name
      * merge reviews stop wasting time on them.
      * the GRACEIAC card's cycle count (one cycle a night), or
      * the customer has no master record at all. Dormant rows
      * move to the GRACECSA archive stamped with the archive
      * date and are deleted from the keyed master by key.
      *
      * A dormant customer whose master still shows a positive
      * balance is not archived: that balance is unclaimed
      * property, held on GRACEUCP by the GRACEUCH step that runs
      * ahead of this one, and the customer stays on GRACECSK
      * until GRACEURR remits it to the state or the customer
      * claims it.
      *
      * Every account GRACEACT shows the customer owning is
      * judged: the customer is active while any account has
      * been updated since the cutoff, and kept while any account
      * still holds a positive balance.
      *
      * The GRACEIAC card picks the function:
      *   A nnnn     - archive customers dormant nnnn cycles
      *   R nnnnnn   - restore customer nnnnnn from the archive
      *                back onto GRACECSK (the comeback path);
      *                refused while the ID is on the master
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT GRACE-IAC-FILE ASSIGN TO GRACEIAC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-IAC-STATUS.
           SELECT GRACE-CST-FILE ASSIGN TO GRACECSK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-CST-ID
               FILE STATUS IS GRACE-CST-STATUS.
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
           SELECT GRACE-CSA-FILE ASSIGN TO GRACECSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CSA-STATUS.
           05 GRACE-IAC-CUST-ID PIC 9(06).
           05 FILLER PIC X(67).

       FD  GRACE-CST-FILE.
       01 GRACE-CST-REC.
           05 GRACE-CST-ID PIC 9(06).
           05 GRACE-CST-FIRST-NAME PIC X(15).
           05 GRACE-MST-KEY PIC 9(06).
           05 GRACE-MST-VALUE PIC X(30).
           05 GRACE-MST-UPD-DATE PIC 9(08).
           05 GRACE-MST-BALANCE PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(26).

       FD  GRACE-ACT-FILE.
           COPY GRACEACT.

      *Dated archive - the GRACECST row plus the date it rolled
      *off and the master update date that made it dormant.
       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

           COPY GRACEACTH.

       01 GRACE-IAC-STATUS PIC X(02).
           88 GRACE-IAC-OK VALUE '00'.
           88 GRACE-IAC-NOT-FOUND VALUE '35'.
       01 GRACE-CIA-DORMANT-SW PIC X(01) VALUE 'N'.
           88 GRACE-CIA-DORMANT VALUE 'Y'.

      *Over the customer's accounts: any master record at all,
      *and any positive balance.
       01 GRACE-CIA-HAS-MASTER-SW PIC X(01) VALUE 'N'.
           88 GRACE-CIA-HAS-MASTER VALUE 'Y'.

       01 GRACE-CIA-POSITIVE-SW PIC X(01) VALUE 'N'.
           88 GRACE-CIA-BALANCE-POSITIVE VALUE 'Y'.

       01 GRACE-CIA-RESTORED-SW PIC X(01) VALUE 'N'.
           88 GRACE-CIA-RESTORED VALUE 'Y'.

       01 GRACE-CIA-ON-MASTER-SW PIC X(01) VALUE 'N'.
           88 GRACE-CIA-ID-ON-MASTER VALUE 'Y'.

       01 GRACE-CIA-COUNTS.
           05 GRACE-CIA-READ-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-CIA-KEPT-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-CIA-ARCH-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-CIA-CARRY-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-CIA-HELD-COUNT PIC 9(06) VALUE ZERO.

           COPY GRACERPTH.

           END-IF.

      *----------------------------------------------------------
      * 2000-ARCHIVE-DORMANT walks GRACECSK once, judging each
      * customer against the cutoff off the GRACEMST update date.
      * Active rows stay where they are; dormant rows append to
      * the dated archive and are deleted from the master.
      *----------------------------------------------------------
       2000-ARCHIVE-DORMANT.
           IF GRACE-CIA-CYCLES = ZERO
           ELSE
               PERFORM 2100-COMPUTE-CUTOFF
               PERFORM 2200-SPLIT-THE-MASTER
               DISPLAY "CUSTOMERS READ:     " GRACE-CIA-READ-COUNT
               DISPLAY "CUSTOMERS KEPT:     " GRACE-CIA-KEPT-COUNT
               DISPLAY "CUSTOMERS ARCHIVED: " GRACE-CIA-ARCH-COUNT
               DISPLAY "DORMANT BUT HELD:   " GRACE-CIA-HELD-COUNT
               DISPLAY "CUTOFF DATE:        " GRACE-CIA-CUTOFF-DATE
               MOVE 0 TO RETURN-CODE
           END-IF.
               FUNCTION DATE-OF-INTEGER(GRACE-CIA-DATE-INT).

       2200-SPLIT-THE-MASTER.
           OPEN I-O GRACE-CST-FILE.
           IF NOT GRACE-CST-OK
               DISPLAY "GRACECSK NOT AVAILABLE - NOTHING TO ARCHIVE"
               SET GRACE-CST-END-OF-FILE TO TRUE
           END-IF.
           OPEN I-O GRACE-MST-FILE.
               CLOSE GRACE-MST-FILE
               OPEN I-O GRACE-MST-FILE
           END-IF.
           OPEN EXTEND GRACE-CSA-FILE.
           IF GRACE-CSA-NOT-FOUND
               OPEN OUTPUT GRACE-CSA-FILE
           END-IF.
           IF NOT GRACE-CST-END-OF-FILE
               PERFORM 8100-OPEN-ACCOUNTS
               PERFORM 2300-READ-CUSTOMER
               PERFORM 2400-JUDGE-ONE-CUSTOMER
                   UNTIL GRACE-CST-END-OF-FILE
               PERFORM 8130-CLOSE-ACCOUNTS
               CLOSE GRACE-CST-FILE
           END-IF.
           CLOSE GRACE-CSA-FILE.
           CLOSE GRACE-MST-FILE.

       2300-READ-CUSTOMER.
           READ GRACE-CST-FILE NEXT RECORD
               AT END
                   SET GRACE-CST-END-OF-FILE TO TRUE
           END-READ.
       2400-JUDGE-ONE-CUSTOMER.
           ADD 1 TO GRACE-CIA-READ-COUNT.
           MOVE 'N' TO GRACE-CIA-DORMANT-SW.
           MOVE 'N' TO GRACE-CIA-HAS-MASTER-SW.
           MOVE 'N' TO GRACE-CIA-POSITIVE-SW.
           MOVE ZERO TO GRACE-CIA-LAST-UPD.
           MOVE GRACE-CST-ID TO GRACE-ACX-CUST-ID.
           PERFORM 8110-FIRST-ACCOUNT.
           PERFORM 2420-READ-ONE-ACCOUNT
               UNTIL GRACE-ACX-DONE.
           IF NOT GRACE-CIA-HAS-MASTER
               SET GRACE-CIA-DORMANT TO TRUE
           ELSE
               IF GRACE-CIA-LAST-UPD < GRACE-CIA-CUTOFF-DATE
                   SET GRACE-CIA-DORMANT TO TRUE
                   PERFORM 2450-CHECK-UNCLAIMED-BALANCE
               END-IF
           END-IF.
           IF GRACE-CIA-DORMANT
               ADD 1 TO GRACE-CIA-ARCH-COUNT
               PERFORM 2500-WRITE-ARCHIVE-RECORD
               DELETE GRACE-CST-FILE
                   INVALID KEY
                       DISPLAY "*** GRACECSK DELETE FAILED FOR "
                           GRACE-CST-ID " - STATUS "
                           GRACE-CST-STATUS " ***"
               END-DELETE
           ELSE
               ADD 1 TO GRACE-CIA-KEPT-COUNT
           END-IF.
           PERFORM 2300-READ-CUSTOMER.

      *The latest update and any positive balance over all the
      *customer's accounts.
       2420-READ-ONE-ACCOUNT.
           MOVE GRACE-ACX-ACCOUNT TO GRACE-MST-KEY.
           READ GRACE-MST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GRACE-CIA-HAS-MASTER TO TRUE
                   IF GRACE-MST-UPD-DATE > GRACE-CIA-LAST-UPD
                       MOVE GRACE-MST-UPD-DATE TO GRACE-CIA-LAST-UPD
                   END-IF
                   IF GRACE-MST-BALANCE NUMERIC
                       IF GRACE-MST-BALANCE > ZERO
                           SET GRACE-CIA-BALANCE-POSITIVE TO TRUE
                       END-IF
                   END-IF
           END-READ.
           PERFORM 8120-NEXT-ACCOUNT.

      *A positive balance keeps the customer - it is unclaimed
      *property until remitted or claimed.
       2450-CHECK-UNCLAIMED-BALANCE.
           IF GRACE-CIA-BALANCE-POSITIVE
               MOVE 'N' TO GRACE-CIA-DORMANT-SW
               ADD 1 TO GRACE-CIA-HELD-COUNT
               DISPLAY "HELD     " GRACE-CST-ID " - BALANCE "
                   "OUTSTANDING, NOT ARCHIVED"
           END-IF.

       2500-WRITE-ARCHIVE-RECORD.
           MOVE SPACES TO GRACE-CSA-REC.
           MOVE GRACE-CST-ID TO GRACE-CSA-ID.
               GRACE-CST-LAST-NAME " - LAST ACTIVITY "
               GRACE-CIA-LAST-UPD.

       2850-READ-WORKSPACE.
           READ GRACE-CSW-FILE
               AT END
                   SET GRACE-CSW-END-OF-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------
      * 6000-RESTORE-ONE-CUSTOMER is the comeback path: the named
      * customer's newest archive row goes back onto GRACECSK and
      * off the archive. The archive is rewritten through the
      * GRACECSW workspace. A customer ID already back on the
      * master - re-added by hand since it was archived - is
      * refused rather than overwritten.
      *----------------------------------------------------------
       6000-RESTORE-ONE-CUSTOMER.
           IF GRACE-CIA-RESTORE-ID = ZERO
                   DISPLAY "GRACECSA NOT FOUND - NOTHING TO RESTORE"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 6020-OPEN-FOR-RESTORE
                   IF GRACE-CIA-ID-ON-MASTER
                       DISPLAY "*** CUSTOMER " GRACE-CIA-RESTORE-ID
                           " IS ALREADY ON GRACECSK - NOTHING "
                           "RESTORED ***"
                       CLOSE GRACE-CST-FILE
                       CLOSE GRACE-CSA-FILE
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 6050-SIFT-THE-ARCHIVE
                   END-IF
               END-IF
           END-IF.

       6020-OPEN-FOR-RESTORE.
           MOVE 'N' TO GRACE-CIA-ON-MASTER-SW.
           OPEN I-O GRACE-CST-FILE.
           IF GRACE-CST-NOT-FOUND
               OPEN OUTPUT GRACE-CST-FILE
               CLOSE GRACE-CST-FILE
               OPEN I-O GRACE-CST-FILE
           END-IF.
           MOVE GRACE-CIA-RESTORE-ID TO GRACE-CST-ID.
           READ GRACE-CST-FILE
               KEY IS GRACE-CST-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GRACE-CIA-ID-ON-MASTER TO TRUE
           END-READ.

       6050-SIFT-THE-ARCHIVE.
           OPEN OUTPUT GRACE-CSW-FILE.
           PERFORM 6100-READ-ARCHIVE.
           PERFORM 6200-SIFT-ONE-ARCHIVE-ROW
               UNTIL GRACE-CSA-END-OF-FILE.
                   SET GRACE-CSA-END-OF-FILE TO TRUE
           END-READ.

      *The archive is in the order rows rolled off, so a later row
      *for the customer replaces an earlier one already restored.
       6200-SIFT-ONE-ARCHIVE-ROW.
           ADD 1 TO GRACE-CIA-READ-COUNT.
           IF GRACE-CSA-ID = GRACE-CIA-RESTORE-ID
               PERFORM 6300-WRITE-RESTORED-ROW
               SET GRACE-CIA-RESTORED TO TRUE
           ELSE
               ADD 1 TO GRACE-CIA-CARRY-COUNT
               MOVE GRACE-CSA-REC TO GRACE-CSW-REC
           MOVE GRACE-CSA-CITY TO GRACE-CST-CITY.
           MOVE GRACE-CSA-STATE TO GRACE-CST-STATE.
           MOVE GRACE-CSA-ZIP TO GRACE-CST-ZIP.
           IF GRACE-CIA-RESTORED
               REWRITE GRACE-CST-REC
           ELSE
               WRITE GRACE-CST-REC
           END-IF.

       6500-REWRITE-ARCHIVE.
           OPEN INPUT GRACE-CSW-FILE.
           WRITE GRACE-CSA-REC.
           PERFORM 2850-READ-WORKSPACE.

           COPY GRACEACTP.

           COPY GRACERPTP.

           COPY GRACECYCP.
