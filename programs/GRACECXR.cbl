      * one per card) and get back:
      *
      *   - GRACEXRS, one response record per matched ID joining
      *     the GRACECSK row, the date of the customer's last
      *     GRACECCL maintenance change, and the customer's
      *     accounts on GRACEACT rolled up: how many there are,
      *     their balances totalled, and the GRACEMST value and
      *     update date of the one most recently updated
      *   - unmatched IDs reported back on GRACEXRU with the
      *     requesting department, so "we asked and heard
      *     nothing" cannot happen.
      *
      * A customer who has opted out of list sharing on the
      * GRACECPF profile is not extracted: the card goes back on
      * GRACEXRU as opted out, so the requester knows why, and the
      * suppressions are counted with the run counts.
      *
      * The customer is read by key off the GRACECSK keyed master.
      * The request cards are taken in first, up to 500 a run, so
      * the change dates can be folded in against them on one
      * pass of GRACECCL; a card past the 500th goes back on
      * GRACEXRU to be resubmitted with the next batch.
      *
      * RC=4 when any ID went unmatched.
      *----------------------------------------------------------

           SELECT GRACE-XRQ-FILE ASSIGN TO GRACEXRQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-XRQ-STATUS.
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
           SELECT GRACE-CPF-FILE ASSIGN TO GRACECPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-CPF-CUST-ID
               FILE STATUS IS GRACE-CPF-STATUS.
           SELECT GRACE-CCL-FILE ASSIGN TO GRACECCL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CCL-STATUS.
           05 GRACE-XRQ-CUST-ID PIC 9(06).
           05 FILLER PIC X(65).

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

      *Customer profile - the contact preferences.
       FD  GRACE-CPF-FILE.
           COPY GRACECPF.

       FD  GRACE-CCL-FILE
           RECORDING MODE IS F.
           05 GRACE-XRS-MST-VALUE PIC X(30).
           05 GRACE-XRS-MST-UPD-DATE PIC 9(08).
           05 GRACE-XRS-LAST-CHG-DATE PIC 9(08).
           05 GRACE-XRS-ACCOUNT-COUNT PIC 9(03).
           05 GRACE-XRS-TOTAL-BALANCE PIC S9(11)
               SIGN IS LEADING SEPARATE.

       FD  GRACE-XRU-FILE
           RECORDING MODE IS F.
           05 FILLER PIC X(36).

       WORKING-STORAGE SECTION.
           COPY GRACEACTH.

       01 GRACE-XRQ-STATUS PIC X(02).
           88 GRACE-XRQ-OK VALUE '00'.
           88 GRACE-XRQ-EOF VALUE '10'.
           88 GRACE-MST-OK VALUE '00'.
           88 GRACE-MST-NOT-FOUND VALUE '35'.

       01 GRACE-CPF-STATUS PIC X(02).
           88 GRACE-CPF-OK VALUE '00'.
           88 GRACE-CPF-NOT-FOUND VALUE '35'.

       01 GRACE-CPF-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-CPF-OPEN VALUE 'Y'.

       01 GRACE-CXR-OPTOUT-SW PIC X(01) VALUE 'N'.
           88 GRACE-CXR-OPTED-OUT VALUE 'Y'.

       01 GRACE-CCL-STATUS PIC X(02).
           88 GRACE-CCL-OK VALUE '00'.
           88 GRACE-CCL-EOF VALUE '10'.
       01 GRACE-XRQ-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-XRQ-END-OF-FILE VALUE 'Y'.

       01 GRACE-CST-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-CST-OPEN VALUE 'Y'.

       01 GRACE-CCL-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CCL-END-OF-FILE VALUE 'Y'.

      *The run's request cards, with each customer's last change
      *date folded in off GRACECCL.
       01 GRACE-CXR-TABLE-CTL.
           05 GRACE-CXR-USED PIC 9(03) VALUE ZERO.
           05 GRACE-CXR-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-CXR-TABLE OCCURS 500 TIMES.
               10 GRACE-CXR-TBL-DEPARTMENT PIC X(08).
               10 GRACE-CXR-TBL-ID PIC 9(06).
               10 GRACE-CXR-TBL-CHG-DATE PIC 9(08).

       01 GRACE-CXR-FOUND-SW PIC X(01) VALUE 'N'.
           88 GRACE-CXR-CUSTOMER-FOUND VALUE 'Y'.

       01 GRACE-CXR-COUNTS.
           05 GRACE-CXR-CARD-COUNT PIC 9(04) VALUE ZERO.
           05 GRACE-CXR-MATCH-COUNT PIC 9(04) VALUE ZERO.
           05 GRACE-CXR-UNMATCHED PIC 9(04) VALUE ZERO.
           05 GRACE-CXR-OPTOUT-COUNT PIC 9(04) VALUE ZERO.

           COPY GRACERPTH.

       MAIN SECTION.
           MOVE "GRACECXR" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 1000-OPEN-CUSTOMER-MASTER.
           OPEN OUTPUT GRACE-XRS-FILE.
           OPEN OUTPUT GRACE-XRU-FILE.
           PERFORM 1300-LOAD-REQUEST-CARDS.
           PERFORM 1500-FOLD-IN-CHANGE-DATES.
           OPEN INPUT GRACE-MST-FILE.
           IF GRACE-MST-NOT-FOUND
               DISPLAY "GRACEMST NOT FOUND - VALUES WILL RETURN "
                   "BLANK"
           END-IF.
           PERFORM 8100-OPEN-ACCOUNTS.
           OPEN INPUT GRACE-CPF-FILE.
           IF GRACE-CPF-OK
               SET GRACE-CPF-OPEN TO TRUE
           END-IF.
           PERFORM 2200-SERVE-ONE-REQUEST
               VARYING GRACE-CXR-IDX FROM 1 BY 1
               UNTIL GRACE-CXR-IDX > GRACE-CXR-USED.
           CLOSE GRACE-XRS-FILE.
           CLOSE GRACE-XRU-FILE.
           IF GRACE-CST-OPEN
               CLOSE GRACE-CST-FILE
           END-IF.
           PERFORM 8130-CLOSE-ACCOUNTS.
           IF GRACE-CPF-OPEN
               CLOSE GRACE-CPF-FILE
           END-IF.
           IF NOT GRACE-MST-NOT-FOUND
               CLOSE GRACE-MST-FILE
           END-IF.
           DISPLAY "REQUEST CARDS: " GRACE-CXR-CARD-COUNT
               "  MATCHED: " GRACE-CXR-MATCH-COUNT
               "  UNMATCHED: " GRACE-CXR-UNMATCHED.
           DISPLAY "SUPPRESSED - OPTED OUT OF SHARING: "
               GRACE-CXR-OPTOUT-COUNT.
           MOVE GRACE-CXR-CARD-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           IF GRACE-CXR-UNMATCHED > ZERO
           END-IF.
           GOBACK.

       1000-OPEN-CUSTOMER-MASTER.
           OPEN INPUT GRACE-CST-FILE.
           IF GRACE-CST-OK
               SET GRACE-CST-OPEN TO TRUE
           ELSE
               DISPLAY "GRACECSK NOT AVAILABLE - EVERY REQUEST WILL "
                   "RETURN UNMATCHED"
           END-IF.

       1300-LOAD-REQUEST-CARDS.
           OPEN INPUT GRACE-XRQ-FILE.
           IF GRACE-XRQ-NOT-FOUND
               DISPLAY "GRACEXRQ NOT FOUND - NO REQUESTS"
           ELSE
               PERFORM 2100-READ-REQUEST-CARD
               PERFORM 1400-STORE-REQUEST-CARD
                   UNTIL GRACE-XRQ-END-OF-FILE
               CLOSE GRACE-XRQ-FILE
           END-IF.

       1400-STORE-REQUEST-CARD.
           ADD 1 TO GRACE-CXR-CARD-COUNT.
           IF GRACE-CXR-USED < 500
               ADD 1 TO GRACE-CXR-USED
               MOVE GRACE-XRQ-DEPARTMENT
                   TO GRACE-CXR-TBL-DEPARTMENT(GRACE-CXR-USED)
               MOVE GRACE-XRQ-CUST-ID
                   TO GRACE-CXR-TBL-ID(GRACE-CXR-USED)
               MOVE ZERO TO GRACE-CXR-TBL-CHG-DATE(GRACE-CXR-USED)
           ELSE
               ADD 1 TO GRACE-CXR-UNMATCHED
               MOVE SPACES TO GRACE-XRU-REC
               MOVE GRACE-XRQ-DEPARTMENT TO GRACE-XRU-DEPARTMENT
               MOVE GRACE-XRQ-CUST-ID TO GRACE-XRU-CUST-ID
               MOVE "PAST 500 CARDS - RESUBMIT" TO GRACE-XRU-REASON
               WRITE GRACE-XRU-REC
           END-IF.
           PERFORM 2100-READ-REQUEST-CARD.

      *----------------------------------------------------------
      * 1500-FOLD-IN-CHANGE-DATES walks the append-only GRACECCL
                   TO GRACE-CXR-TBL-CHG-DATE(GRACE-CXR-IDX)
           END-IF.

       2100-READ-REQUEST-CARD.
           READ GRACE-XRQ-FILE
               AT END
           END-READ.

       2200-SERVE-ONE-REQUEST.
           PERFORM 2300-FIND-CUSTOMER.
           IF NOT GRACE-CXR-CUSTOMER-FOUND
               ADD 1 TO GRACE-CXR-UNMATCHED
               MOVE SPACES TO GRACE-XRU-REC
               MOVE GRACE-CXR-TBL-DEPARTMENT(GRACE-CXR-IDX)
                   TO GRACE-XRU-DEPARTMENT
               MOVE GRACE-CXR-TBL-ID(GRACE-CXR-IDX)
                   TO GRACE-XRU-CUST-ID
               MOVE "NOT ON CUSTOMER MASTER" TO GRACE-XRU-REASON
               WRITE GRACE-XRU-REC
               DISPLAY "*** " GRACE-CXR-TBL-DEPARTMENT(GRACE-CXR-IDX)
                   " REQUESTED " GRACE-CXR-TBL-ID(GRACE-CXR-IDX)
                   " - NOT ON FILE ***"
           ELSE
               PERFORM 2400-CHECK-PREFERENCES
               IF GRACE-CXR-OPTED-OUT
                   ADD 1 TO GRACE-CXR-OPTOUT-COUNT
                   MOVE SPACES TO GRACE-XRU-REC
                   MOVE GRACE-CXR-TBL-DEPARTMENT(GRACE-CXR-IDX)
                       TO GRACE-XRU-DEPARTMENT
                   MOVE GRACE-CXR-TBL-ID(GRACE-CXR-IDX)
                       TO GRACE-XRU-CUST-ID
                   MOVE "CUSTOMER OPTED OUT OF SHARING"
                       TO GRACE-XRU-REASON
                   WRITE GRACE-XRU-REC
               ELSE
                   ADD 1 TO GRACE-CXR-MATCH-COUNT
                   PERFORM 3000-WRITE-RESPONSE-RECORD
               END-IF
           END-IF.

       2300-FIND-CUSTOMER.
           MOVE 'N' TO GRACE-CXR-FOUND-SW.
           IF GRACE-CST-OPEN
               MOVE GRACE-CXR-TBL-ID(GRACE-CXR-IDX) TO GRACE-CST-ID
               READ GRACE-CST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET GRACE-CXR-CUSTOMER-FOUND TO TRUE
               END-READ
           END-IF.

       2400-CHECK-PREFERENCES.
           MOVE 'N' TO GRACE-CXR-OPTOUT-SW.
           IF GRACE-CPF-OPEN
               MOVE GRACE-CXR-TBL-ID(GRACE-CXR-IDX)
                   TO GRACE-CPF-CUST-ID
               READ GRACE-CPF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GRACE-CPF-LIST-OPTED-OUT
                           SET GRACE-CXR-OPTED-OUT TO TRUE
                       END-IF
               END-READ
           END-IF.

       3000-WRITE-RESPONSE-RECORD.
           MOVE SPACES TO GRACE-XRS-REC.
           MOVE GRACE-CXR-TBL-DEPARTMENT(GRACE-CXR-IDX)
               TO GRACE-XRS-DEPARTMENT.
           MOVE GRACE-CST-ID TO GRACE-XRS-CUST-ID.
           MOVE GRACE-CST-FIRST-NAME TO GRACE-XRS-FIRST-NAME.
           MOVE GRACE-CST-LAST-NAME TO GRACE-XRS-LAST-NAME.
           MOVE GRACE-CST-STREET TO GRACE-XRS-STREET.
           MOVE GRACE-CST-CITY TO GRACE-XRS-CITY.
           MOVE GRACE-CST-STATE TO GRACE-XRS-STATE.
           MOVE GRACE-CST-ZIP TO GRACE-XRS-ZIP.
           MOVE GRACE-CXR-TBL-CHG-DATE(GRACE-CXR-IDX)
               TO GRACE-XRS-LAST-CHG-DATE.
           MOVE SPACES TO GRACE-XRS-MST-VALUE.
           MOVE ZERO TO GRACE-XRS-MST-UPD-DATE.
           MOVE ZERO TO GRACE-XRS-TOTAL-BALANCE.
           MOVE GRACE-CST-ID TO GRACE-ACX-CUST-ID.
           PERFORM 8110-FIRST-ACCOUNT.
           PERFORM 3100-ROLL-UP-ONE-ACCOUNT
               UNTIL GRACE-ACX-DONE.
           MOVE GRACE-ACX-COUNT TO GRACE-XRS-ACCOUNT-COUNT.
           WRITE GRACE-XRS-REC.

      *----------------------------------------------------------
      * 3100-ROLL-UP-ONE-ACCOUNT adds an account's balance to the
      * customer's total; the value and update date returned are
      * the most recently updated account's.
      *----------------------------------------------------------
       3100-ROLL-UP-ONE-ACCOUNT.
           IF NOT GRACE-MST-NOT-FOUND
               MOVE GRACE-ACX-ACCOUNT TO GRACE-MST-KEY
               READ GRACE-MST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GRACE-MST-BALANCE NUMERIC
                           ADD GRACE-MST-BALANCE
                               TO GRACE-XRS-TOTAL-BALANCE
                       END-IF
                       IF GRACE-MST-UPD-DATE NUMERIC
                               AND GRACE-MST-UPD-DATE
                               NOT < GRACE-XRS-MST-UPD-DATE
                           MOVE GRACE-MST-VALUE
                               TO GRACE-XRS-MST-VALUE
                           MOVE GRACE-MST-UPD-DATE
                               TO GRACE-XRS-MST-UPD-DATE
                       END-IF
               END-READ
           END-IF.
           PERFORM 8120-NEXT-ACCOUNT.

           COPY GRACERPTP.

           COPY GRACEACTP.
