      * used to take four file dumps. For a keyed GRACE-CST-ID it
      * shows, on one listing:
      *
      *   - the customer's record on the keyed GRACECSK master
      *     (name and address), read by ID
      *   - the customer's relationships on GRACEREL, both those
      *     kept on the customer and those naming the customer as
      *     the related party, each with its dates and whether it
      *     is still in force
      *   - for each of the customer's accounts on GRACEACT: the
      *     current GRACEMST value, update date and balance, the
      *     applied transactions off the GRACEMTS listing from the
      *     latest update run, and the posted history off
      *     GRACEPHS, from an optional keyed from-date forward
      *     (blank shows it all)
      *   - the number of accounts and their balances rolled up
      *   - the last few GRACECCL maintenance changes
      *   - the customer's open service cases on GRACECAS, found
      *     by the customer key, each with its category, subject,
      *     status, target date and number of notes - a case past
      *     its target is flagged, so the rep taking the third
      *     call about the same problem sees the first two
      *
      * Entry is a GRACEMNT-style screen; any of the
      * companion files missing is reported and the rest still
      * shows - a service rep with three answers out of four is
      * still ahead of a service rep with none.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CST-FILE ASSIGN TO GRACECSK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
           SELECT GRACE-MTS-FILE ASSIGN TO GRACEMTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-MTS-STATUS.
           SELECT GRACE-CCL-FILE ASSIGN TO GRACECCL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CCL-STATUS.
           SELECT GRACE-PHS-FILE ASSIGN TO GRACEPHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-PHS-KEY
               FILE STATUS IS GRACE-PHS-STATUS.
           SELECT GRACE-REL-FILE ASSIGN TO GRACEREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-REL-KEY
               ALTERNATE RECORD KEY IS GRACE-REL-PARTY-ID
                   WITH DUPLICATES
               FILE STATUS IS GRACE-REL-STATUS.
           SELECT GRACE-CAS-FILE ASSIGN TO GRACECAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-CAS-NUMBER
               ALTERNATE RECORD KEY IS GRACE-CAS-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS GRACE-CAS-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
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

       FD  GRACE-MTS-FILE
           RECORDING MODE IS F.
           05 GRACE-MTS-SOURCE PIC 9(6).
           05 GRACE-MTS-S-SOURCE-VALUE PIC X(30).
           05 GRACE-MTS-OP-CODE PIC X(01).
           05 FILLER PIC X(63).

       FD  GRACE-CCL-FILE
           RECORDING MODE IS F.
           05 GRACE-CCL-DATE PIC 9(08).
           05 FILLER PIC X(05).

       FD  GRACE-PHS-FILE.
           COPY GRACEPHS.

       FD  GRACE-REL-FILE.
           COPY GRACEREL.

       FD  GRACE-CAS-FILE.
           COPY GRACECAS.

       WORKING-STORAGE SECTION.
           COPY GRACEACTH.

           COPY GRACERELH.

       01 GRACE-CST-STATUS PIC X(02).
           88 GRACE-CST-OK VALUE '00'.
           88 GRACE-CST-EOF VALUE '10'.
           88 GRACE-CCL-EOF VALUE '10'.
           88 GRACE-CCL-NOT-FOUND VALUE '35'.

       01 GRACE-PHS-STATUS PIC X(02).
           88 GRACE-PHS-OK VALUE '00'.
           88 GRACE-PHS-NOT-FOUND VALUE '35'.

       01 GRACE-CAS-STATUS-CODE PIC X(02).
           88 GRACE-CAS-OK VALUE '00'.
           88 GRACE-CAS-NOT-FOUND VALUE '35'.

       01 GRACE-MTS-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-MTS-END-OF-FILE VALUE 'Y'.
       01 GRACE-360-IN-ID PIC X(06) VALUE SPACES.
       01 GRACE-360-IN-ID-NUM REDEFINES GRACE-360-IN-ID PIC 9(06).

       01 GRACE-360-FROM-DATE PIC X(08) VALUE SPACES.
       01 GRACE-360-FROM-DATE-NUM REDEFINES GRACE-360-FROM-DATE
           PIC 9(08).

       01 GRACE-360-PHS-DONE-SW PIC X(01) VALUE 'N'.
           88 GRACE-360-PHS-DONE VALUE 'Y'.

       01 GRACE-360-PHS-COUNT PIC 9(04) VALUE ZERO.
       01 GRACE-360-TOTAL-BAL PIC S9(11) VALUE ZERO.
       01 GRACE-360-TOTAL-ED PIC -(11)9.
       01 GRACE-360-AMT-ED PIC -(09)9.
       01 GRACE-360-TODAY PIC 9(08) VALUE ZERO.

      *One relationship as listed.
       01 GRACE-360-REL-LINE.
           05 GRACE-360-REL-ROLE PIC X(22).
           05 GRACE-360-REL-OTHER PIC 9(06).
           05 FILLER PIC X(06) VALUE " FROM ".
           05 GRACE-360-REL-EFF PIC 9(08).
           05 FILLER PIC X(04) VALUE " TO ".
           05 GRACE-360-REL-END PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-360-REL-STATE PIC X(08).
       01 GRACE-360-REL-TYPE-NAME PIC X(16) VALUE SPACES.
       01 GRACE-360-BAL-ED PIC -(09)9.

       01 GRACE-360-AGAIN PIC X(01) VALUE 'N'.
           88 GRACE-360-INQUIRE-AGAIN VALUE 'Y' 'y'.

       01 GRACE-360-CST-FOUND-SW PIC X(01) VALUE 'N'.
           88 GRACE-360-CST-FOUND VALUE 'Y'.

       01 GRACE-360-CAS-DONE-SW PIC X(01) VALUE 'N'.
           88 GRACE-360-CAS-DONE VALUE 'Y'.
       01 GRACE-360-CAS-COUNT PIC 9(04) VALUE ZERO.
       01 GRACE-360-CAS-FLAG PIC X(12) VALUE SPACES.

       01 GRACE-360-TXN-COUNT PIC 9(04) VALUE ZERO.
       01 GRACE-360-CHG-COUNT PIC 9(04) VALUE ZERO.

           05 LINE 2 COLUMN 10 VALUE "CUSTOMER 360 INQUIRY".
           05 LINE 4 COLUMN 10 VALUE "CUSTOMER ID.........: ".
           05 LINE 4 COLUMN 32 PIC X(06) TO GRACE-360-IN-ID.
           05 LINE 5 COLUMN 10 VALUE "HISTORY FROM DATE...: ".
           05 LINE 5 COLUMN 32 PIC X(08) TO GRACE-360-FROM-DATE.

       01 GRACE-360-AGAIN-SCREEN.
           05 LINE 23 COLUMN 10 VALUE "ANOTHER INQUIRY (Y/N): ".

       PROCEDURE DIVISION.
       MAIN SECTION.
           ACCEPT GRACE-360-TODAY FROM DATE YYYYMMDD.
           PERFORM 1000-INQUIRE-ONCE.
           PERFORM 1000-INQUIRE-ONCE
               UNTIL NOT GRACE-360-INQUIRE-AGAIN.

       1000-INQUIRE-ONCE.
           MOVE SPACES TO GRACE-360-IN-ID.
           MOVE SPACES TO GRACE-360-FROM-DATE.
           DISPLAY GRACE-360-KEY-SCREEN.
           ACCEPT GRACE-360-KEY-SCREEN.
           MOVE 'N' TO GRACE-360-AGAIN.
                       GRACE-360-IN-ID
               ELSE
                   PERFORM 2000-SHOW-CUSTOMER-RECORD
                   PERFORM 2300-SHOW-RELATIONSHIPS
                   PERFORM 2500-SHOW-ACCOUNTS
                   PERFORM 5000-SHOW-RECENT-CHANGES
                   PERFORM 5800-SHOW-OPEN-CASES
               END-IF
               DISPLAY GRACE-360-AGAIN-SCREEN
               ACCEPT GRACE-360-AGAIN-SCREEN
           END-IF.

      *----------------------------------------------------------
      * 2000-SHOW-CUSTOMER-RECORD - the customer's master row,
      * read by key: who and where. A missing customer still
      * shows the other sections, because an orphan master record
      * is itself an answer.
      *----------------------------------------------------------
       2000-SHOW-CUSTOMER-RECORD.
           DISPLAY "-------- CUSTOMER " GRACE-360-IN-ID " --------".
           MOVE 'N' TO GRACE-360-CST-FOUND-SW.
           OPEN INPUT GRACE-CST-FILE.
           IF NOT GRACE-CST-OK
               DISPLAY "GRACECSK NOT AVAILABLE"
           ELSE
               PERFORM 2100-READ-CUSTOMER
               CLOSE GRACE-CST-FILE
               IF NOT GRACE-360-CST-FOUND
                   DISPLAY "NOT ON THE CUSTOMER MASTER"
               END-IF
           END-IF.

       2100-READ-CUSTOMER.
           MOVE GRACE-360-IN-ID-NUM TO GRACE-CST-ID.
           READ GRACE-CST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GRACE-360-CST-FOUND TO TRUE
                   DISPLAY "NAME   : " GRACE-CST-FIRST-NAME " "
                       GRACE-CST-LAST-NAME
                   DISPLAY "STREET : " GRACE-CST-STREET
                   DISPLAY "CITY   : " GRACE-CST-CITY " "
                       GRACE-CST-STATE " " GRACE-CST-ZIP
           END-READ.

      *----------------------------------------------------------
      * 2300-SHOW-RELATIONSHIPS lists the customer's links on
      * GRACEREL both ways round: the parties related to the
      * customer, and the customers this one is a party to.
      *----------------------------------------------------------
       2300-SHOW-RELATIONSHIPS.
           DISPLAY "-------- RELATIONSHIPS --------".
           MOVE 'N' TO GRACE-RLX-OPEN-SW.
           OPEN INPUT GRACE-REL-FILE.
           IF GRACE-REL-OK
               SET GRACE-RLX-FILE-OPEN TO TRUE
               MOVE GRACE-360-IN-ID-NUM TO GRACE-RLX-CUST-ID
               MOVE GRACE-360-TODAY TO GRACE-RLX-TODAY
               PERFORM 8200-FIRST-RELATION
               PERFORM 2350-SHOW-ONE-RELATIONSHIP
                   UNTIL GRACE-RLX-DONE
               CLOSE GRACE-REL-FILE
               IF GRACE-RLX-COUNT = ZERO
                   DISPLAY "NO RELATIONSHIPS ON FILE"
               ELSE
                   DISPLAY "RELATIONSHIPS: " GRACE-RLX-COUNT
                       "  IN FORCE: " GRACE-RLX-ACTIVE-COUNT
               END-IF
           ELSE
               DISPLAY "GRACEREL NOT AVAILABLE"
           END-IF.

       2350-SHOW-ONE-RELATIONSHIP.
           EVALUATE TRUE
               WHEN GRACE-REL-JOINT-OWNER
                   MOVE "JOINT OWNER" TO GRACE-360-REL-TYPE-NAME
               WHEN GRACE-REL-AUTH-USER
                   MOVE "AUTHORIZED USER" TO GRACE-360-REL-TYPE-NAME
               WHEN GRACE-REL-GUARDIAN
                   MOVE "GUARDIAN" TO GRACE-360-REL-TYPE-NAME
               WHEN GRACE-REL-HOUSEHOLD-HEAD
                   MOVE "HOUSEHOLD HEAD" TO GRACE-360-REL-TYPE-NAME
               WHEN OTHER
                   MOVE GRACE-REL-TYPE TO GRACE-360-REL-TYPE-NAME
           END-EVALUATE.
           MOVE SPACES TO GRACE-360-REL-ROLE.
           IF GRACE-RLX-AS-CUSTOMER
               STRING "HAS " DELIMITED BY SIZE
                   GRACE-360-REL-TYPE-NAME DELIMITED BY SIZE
                   INTO GRACE-360-REL-ROLE
               END-STRING
           ELSE
               STRING "IS " DELIMITED BY SIZE
                   GRACE-360-REL-TYPE-NAME DELIMITED BY "  "
                   " OF" DELIMITED BY SIZE
                   INTO GRACE-360-REL-ROLE
               END-STRING
           END-IF.
           MOVE GRACE-RLX-OTHER-ID TO GRACE-360-REL-OTHER.
           MOVE GRACE-REL-EFF-DATE TO GRACE-360-REL-EFF.
           IF GRACE-REL-OPEN-ENDED
               MOVE "OPEN" TO GRACE-360-REL-END
           ELSE
               MOVE GRACE-REL-END-DATE TO GRACE-360-REL-END
           END-IF.
           IF GRACE-RLX-ACTIVE
               MOVE "IN FORCE" TO GRACE-360-REL-STATE
           ELSE
               MOVE "ENDED" TO GRACE-360-REL-STATE
           END-IF.
           DISPLAY GRACE-360-REL-LINE.
           PERFORM 8210-NEXT-RELATION.

      *----------------------------------------------------------
      * 2500-SHOW-ACCOUNTS walks the customer's accounts, each
      * with its own master value, transactions and history, and
      * rolls their balances up under the customer.
      *----------------------------------------------------------
       2500-SHOW-ACCOUNTS.
           MOVE ZERO TO GRACE-360-TOTAL-BAL.
           PERFORM 8100-OPEN-ACCOUNTS.
           MOVE GRACE-360-IN-ID-NUM TO GRACE-ACX-CUST-ID.
           PERFORM 8110-FIRST-ACCOUNT.
           PERFORM 2600-SHOW-ONE-ACCOUNT
               UNTIL GRACE-ACX-DONE.
           PERFORM 8130-CLOSE-ACCOUNTS.
           MOVE GRACE-360-TOTAL-BAL TO GRACE-360-TOTAL-ED.
           DISPLAY "-------- ALL ACCOUNTS --------".
           DISPLAY "ACCOUNTS: " GRACE-ACX-COUNT
               "  TOTAL BALANCE: " GRACE-360-TOTAL-ED.

       2600-SHOW-ONE-ACCOUNT.
           DISPLAY "======== ACCOUNT " GRACE-ACX-ACCOUNT
               " TYPE " GRACE-ACX-TYPE " STATE " GRACE-ACX-STATE
               " ========".
           PERFORM 3000-SHOW-MASTER-VALUE.
           PERFORM 4000-SHOW-APPLIED-TXNS.
           PERFORM 4500-SHOW-POSTED-HISTORY.
           PERFORM 8120-NEXT-ACCOUNT.

       3000-SHOW-MASTER-VALUE.
           DISPLAY "-------- MASTER VALUE --------".
           IF GRACE-MST-NOT-FOUND
               DISPLAY "GRACEMST NOT AVAILABLE"
           ELSE
               MOVE GRACE-ACX-ACCOUNT TO GRACE-MST-KEY
               READ GRACE-MST-FILE
                   INVALID KEY
                       DISPLAY "NO MASTER RECORD FOR THE ACCOUNT"
                   NOT INVALID KEY
                       DISPLAY "VALUE  : " GRACE-MST-VALUE
                       DISPLAY "UPDATED: " GRACE-MST-UPD-DATE
                       IF GRACE-MST-BALANCE NUMERIC
                           MOVE GRACE-MST-BALANCE TO GRACE-360-BAL-ED
                           ADD GRACE-MST-BALANCE
                               TO GRACE-360-TOTAL-BAL
                       ELSE
                           MOVE ZERO TO GRACE-360-BAL-ED
                       END-IF
                       DISPLAY "BALANCE: " GRACE-360-BAL-ED
               END-READ
               CLOSE GRACE-MST-FILE
           END-IF.
           END-READ.

       4200-MATCH-TRANSACTION.
           IF GRACE-MTS-SOURCE = GRACE-ACX-ACCOUNT
               ADD 1 TO GRACE-360-TXN-COUNT
               DISPLAY GRACE-MTS-OP-CODE " "
                   GRACE-MTS-S-SOURCE-VALUE
           END-IF.
           PERFORM 4100-READ-TRANSACTION.

      *----------------------------------------------------------
      * 4500-SHOW-POSTED-HISTORY - the account's GRACEPHS entries
      * in posting order, from the keyed from-date forward. A
      * blank or non-numeric from-date starts at the first entry.
      *----------------------------------------------------------
       4500-SHOW-POSTED-HISTORY.
           DISPLAY "-------- POSTED HISTORY --------".
           MOVE ZERO TO GRACE-360-PHS-COUNT.
           MOVE 'N' TO GRACE-360-PHS-DONE-SW.
           OPEN INPUT GRACE-PHS-FILE.
           IF GRACE-PHS-NOT-FOUND
               DISPLAY "GRACEPHS NOT AVAILABLE - NO POSTED HISTORY"
           ELSE
               MOVE LOW-VALUES TO GRACE-PHS-KEY
               MOVE GRACE-ACX-ACCOUNT TO GRACE-PHS-SOURCE
               IF GRACE-360-FROM-DATE NUMERIC
                   MOVE GRACE-360-FROM-DATE-NUM
                       TO GRACE-PHS-POST-DATE
               ELSE
                   MOVE ZERO TO GRACE-PHS-POST-DATE
               END-IF
               MOVE ZERO TO GRACE-PHS-CYCLE
               MOVE ZERO TO GRACE-PHS-SEQ
               START GRACE-PHS-FILE
                   KEY IS >= GRACE-PHS-KEY
                   INVALID KEY
                       SET GRACE-360-PHS-DONE TO TRUE
               END-START
               PERFORM 4600-SHOW-ONE-HISTORY-ENTRY
                   UNTIL GRACE-360-PHS-DONE
               CLOSE GRACE-PHS-FILE
               IF GRACE-360-PHS-COUNT = ZERO
                   DISPLAY "NO POSTED HISTORY FOR THE ACCOUNT"
               END-IF
           END-IF.

       4600-SHOW-ONE-HISTORY-ENTRY.
           READ GRACE-PHS-FILE NEXT RECORD
               AT END
                   SET GRACE-360-PHS-DONE TO TRUE
               NOT AT END
                   IF GRACE-PHS-SOURCE NOT = GRACE-ACX-ACCOUNT
                       SET GRACE-360-PHS-DONE TO TRUE
                   ELSE
                       ADD 1 TO GRACE-360-PHS-COUNT
                       MOVE GRACE-PHS-AMOUNT TO GRACE-360-AMT-ED
                       MOVE GRACE-PHS-BALANCE TO GRACE-360-BAL-ED
                       DISPLAY GRACE-PHS-POST-DATE " "
                           GRACE-PHS-CYCLE " " GRACE-PHS-SITE-CODE
                           " " GRACE-PHS-OP-CODE " "
                           GRACE-360-AMT-ED " " GRACE-360-BAL-ED
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * 5000-SHOW-RECENT-CHANGES keeps only the last five GRACECCL
      * rows for the ID (the log accumulates for every customer
           ELSE
               ADD 1 TO GRACE-360-RING-IDX
           END-IF.

      *----------------------------------------------------------
      * 5800-SHOW-OPEN-CASES lists the customer's cases still open
      * or waiting on the customer, by the customer key; resolved
      * cases are left to the case screen.
      *----------------------------------------------------------
       5800-SHOW-OPEN-CASES.
           DISPLAY "-------- OPEN SERVICE CASES --------".
           MOVE ZERO TO GRACE-360-CAS-COUNT.
           MOVE 'N' TO GRACE-360-CAS-DONE-SW.
           OPEN INPUT GRACE-CAS-FILE.
           IF NOT GRACE-CAS-OK
               DISPLAY "GRACECAS NOT AVAILABLE - NO CASE HISTORY"
           ELSE
               MOVE GRACE-360-IN-ID-NUM TO GRACE-CAS-CUST-ID
               START GRACE-CAS-FILE
                   KEY IS = GRACE-CAS-CUST-ID
                   INVALID KEY
                       SET GRACE-360-CAS-DONE TO TRUE
               END-START
               PERFORM 5850-SHOW-ONE-CASE
                   UNTIL GRACE-360-CAS-DONE
               CLOSE GRACE-CAS-FILE
               IF GRACE-360-CAS-COUNT = ZERO
                   DISPLAY "NO OPEN CASES"
               ELSE
                   DISPLAY "OPEN CASES: " GRACE-360-CAS-COUNT
               END-IF
           END-IF.

       5850-SHOW-ONE-CASE.
           READ GRACE-CAS-FILE NEXT RECORD
               AT END
                   SET GRACE-360-CAS-DONE TO TRUE
               NOT AT END
                   IF GRACE-CAS-CUST-ID NOT = GRACE-360-IN-ID-NUM
                       SET GRACE-360-CAS-DONE TO TRUE
                   ELSE
                       IF GRACE-CAS-OPEN
                           ADD 1 TO GRACE-360-CAS-COUNT
                           IF GRACE-CAS-TARGET-DATE < GRACE-360-TODAY
                               MOVE "PAST TARGET" TO GRACE-360-CAS-FLAG
                           ELSE
                               MOVE SPACES TO GRACE-360-CAS-FLAG
                           END-IF
                           DISPLAY GRACE-CAS-NUMBER " "
                               GRACE-CAS-CATEGORY " "
                               GRACE-CAS-SUBJECT " " GRACE-CAS-STATUS
                               " OPENED " GRACE-CAS-OPENED-DATE
                               " TARGET " GRACE-CAS-TARGET-DATE
                               " NOTES " GRACE-CAS-NOTE-COUNT " "
                               GRACE-360-CAS-FLAG
                       END-IF
                   END-IF
           END-READ.

           COPY GRACEACTP.

           COPY GRACERELP.
