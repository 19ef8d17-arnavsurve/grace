       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACELBA.
      *----------------------------------------------------------
      * GRACELBA is the remittance suspense screen. A lockbox
      * payment GRACELBX could not match to a customer used to be
      * set aside on paper; it now waits on GRACELBU, with the
      * customer number and payer name the bank sent and the
      * reason it was not matched, for a clerk to say whose it
      * is. The next GRACELBX run writes the credit to the
      * customer assigned and marks the item posted.
      *
      * Functions are A assign, C clear, L list, I inquire and X
      * exit. An item is keyed by its deposit date, batch and
      * item number, as the bank numbered it:
      *
      *   A  assigns the item to a customer on GRACECSK. An item
      *      already assigned may be assigned again, to correct
      *      the clerk's own mistake, until it has posted.
      *   C  clears an assignment not yet posted - the item goes
      *      back to unmatched.
      *   L  lists the items still unmatched or assigned, twelve
      *      at a time, from the deposit date keyed (or from the
      *      oldest when none is keyed).
      *   I  shows one item, whatever its state.
      *
      * Entry is gated by GRACEOSC like the other screens: level
      * 1 may list and inquire, level 2 and up may update. Every
      * accepted update writes a GRACECHG record - the field name
      * is LB with the batch and item, the old and new values the
      * item's state and customer.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CST-FILE ASSIGN TO GRACECSK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-CST-ID
               FILE STATUS IS GRACE-CST-STATUS.
           SELECT GRACE-LBU-FILE ASSIGN TO GRACELBU
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-LBU-KEY
               FILE STATUS IS GRACE-LBU-STATUS.
           SELECT GRACE-OSC-FILE ASSIGN TO GRACEOSC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-OSC-STATUS.
           SELECT GRACE-SSN-FILE ASSIGN TO GRACESSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-SSN-STATUS.
           SELECT GRACE-CHG-FILE ASSIGN TO GRACECHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CST-FILE.
       01 GRACE-CST-REC.
           05 GRACE-CST-ID PIC 9(06).
           05 GRACE-CST-FIRST-NAME PIC X(15).
           05 GRACE-CST-LAST-NAME PIC X(15).
           05 FILLER PIC X(44).

       FD  GRACE-LBU-FILE.
           COPY GRACELBU.

       FD  GRACE-OSC-FILE
           RECORDING MODE IS F.
           COPY GRACEOSC.

       FD  GRACE-SSN-FILE
           RECORDING MODE IS F.
           COPY GRACESSN.

       FD  GRACE-CHG-FILE
           RECORDING MODE IS F.
           COPY GRACECHGR.

       WORKING-STORAGE SECTION.
           COPY GRACEOPSH.

           COPY GRACECHGH.

       01 GRACE-CST-STATUS PIC X(02).
           88 GRACE-CST-OK VALUE '00'.
           88 GRACE-CST-NOT-FOUND VALUE '35'.

       01 GRACE-LBU-STATUS PIC X(02).
           88 GRACE-LBU-OK VALUE '00'.
           88 GRACE-LBU-NOT-FOUND VALUE '35'.

       01 GRACE-LBA-TODAY PIC 9(08) VALUE ZERO.

       01 GRACE-LBA-FUNCTION PIC X(01) VALUE SPACE.
           88 GRACE-LBA-ASSIGN VALUE 'A' 'a'.
           88 GRACE-LBA-CLEAR VALUE 'C' 'c'.
           88 GRACE-LBA-LIST VALUE 'L' 'l'.
           88 GRACE-LBA-INQUIRE VALUE 'I' 'i'.
           88 GRACE-LBA-EXIT VALUE 'X' 'x'.

      *Keyed fields.
       01 GRACE-LBA-IN-DATE PIC X(08) VALUE SPACES.
       01 GRACE-LBA-IN-DATE-NUM REDEFINES GRACE-LBA-IN-DATE
           PIC 9(08).
       01 GRACE-LBA-IN-BATCH PIC X(04) VALUE SPACES.
       01 GRACE-LBA-IN-BATCH-NUM REDEFINES GRACE-LBA-IN-BATCH
           PIC 9(04).
       01 GRACE-LBA-IN-ITEM PIC X(04) VALUE SPACES.
       01 GRACE-LBA-IN-ITEM-NUM REDEFINES GRACE-LBA-IN-ITEM
           PIC 9(04).
       01 GRACE-LBA-IN-ID PIC X(06) VALUE SPACES.
       01 GRACE-LBA-IN-ID-NUM REDEFINES GRACE-LBA-IN-ID PIC 9(06).
       01 GRACE-LBA-CONFIRM PIC X(01) VALUE 'N'.
           88 GRACE-LBA-CONFIRMED VALUE 'Y' 'y'.

       01 GRACE-LBA-EDIT-OK-SW PIC X(01) VALUE 'Y'.
           88 GRACE-LBA-EDIT-OK VALUE 'Y'.

       01 GRACE-LBA-ON-FILE-SW PIC X(01) VALUE 'N'.
           88 GRACE-LBA-ON-FILE VALUE 'Y'.

       01 GRACE-LBA-CUSTOMER-SW PIC X(01) VALUE 'N'.
           88 GRACE-LBA-CUSTOMER-FOUND VALUE 'Y'.

       01 GRACE-LBA-LIST-SW PIC X(01) VALUE 'N'.
           88 GRACE-LBA-LIST-DONE VALUE 'Y'.

      *Items listed per L, and the count so far.
       01 GRACE-LBA-PAGE-SIZE PIC 9(02) VALUE 12.
       01 GRACE-LBA-LISTED PIC 9(02) VALUE ZERO.

      *The item summarised for the change record.
       01 GRACE-LBA-SUMMARY.
           05 GRACE-LBA-SUM-STATE PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-LBA-SUM-CUST-ID PIC 9(06).
           05 FILLER PIC X(10) VALUE SPACES.

       01 GRACE-LBA-OLD-SUMMARY PIC X(18) VALUE SPACES.

       01 GRACE-LBA-AMOUNT-ED PIC Z(08)9 VALUE ZERO.

       01 GRACE-LBA-UPDATE-COUNT PIC 9(04) VALUE ZERO.

       SCREEN SECTION.
       01 GRACE-LBA-SIGNON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10
               VALUE "REMITTANCE SUSPENSE SIGN-ON".
           05 LINE 4 COLUMN 10 VALUE "OPERATOR ID.........: ".
           05 LINE 4 COLUMN 32 PIC X(08) TO GRACE-OPS-SIGNON-ID.
           05 LINE 5 COLUMN 10 VALUE "PASSWORD............: ".
           05 LINE 5 COLUMN 32 PIC X(08) TO GRACE-OPS-SIGNON-PWD
               SECURE.

       01 GRACE-LBA-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10
               VALUE "GRACELBU REMITTANCE SUSPENSE".
           05 LINE 4 COLUMN 10
               VALUE "FUNCTION (A/C/L/I, X=EXIT): ".
           05 LINE 4 COLUMN 38 PIC X(01) TO GRACE-LBA-FUNCTION.
           05 LINE 6 COLUMN 10 VALUE "DEPOSIT DATE........: ".
           05 LINE 6 COLUMN 32 PIC X(08) TO GRACE-LBA-IN-DATE.
           05 LINE 7 COLUMN 10 VALUE "BATCH...............: ".
           05 LINE 7 COLUMN 32 PIC X(04) TO GRACE-LBA-IN-BATCH.
           05 LINE 8 COLUMN 10 VALUE "ITEM................: ".
           05 LINE 8 COLUMN 32 PIC X(04) TO GRACE-LBA-IN-ITEM.
           05 LINE 9 COLUMN 10 VALUE "CUSTOMER ID (ASSIGN): ".
           05 LINE 9 COLUMN 32 PIC X(06) TO GRACE-LBA-IN-ID.
           05 LINE 11 COLUMN 10 VALUE "CONFIRM (Y/N).......: ".
           05 LINE 11 COLUMN 32 PIC X(01) TO GRACE-LBA-CONFIRM.

       PROCEDURE DIVISION.
       MAIN SECTION.
           ACCEPT GRACE-LBA-TODAY FROM DATE YYYYMMDD.
           PERFORM 7070-NOTE-TRAINING-SESSION.
           DISPLAY GRACE-LBA-SIGNON-SCREEN.
           ACCEPT GRACE-LBA-SIGNON-SCREEN.
           PERFORM 7000-VERIFY-OPERATOR.
           IF GRACE-OPS-NO-ACCESS
               DISPLAY "OPERATOR " GRACE-OPS-SIGNON-ID
                   " NOT AUTHORIZED - SESSION ENDED"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O GRACE-LBU-FILE.
           IF GRACE-LBU-NOT-FOUND
               DISPLAY "GRACELBU NOT FOUND - NO PAYMENTS IN SUSPENSE"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-TAKE-ONE-FUNCTION
               UNTIL GRACE-LBA-EXIT.
           CLOSE GRACE-LBU-FILE.
           DISPLAY "SUSPENSE UPDATES THIS SESSION: "
               GRACE-LBA-UPDATE-COUNT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------
      * 2000-TAKE-ONE-FUNCTION presents the screen and applies one
      * function. List and inquiry need no confirm and no update
      * level.
      *----------------------------------------------------------
       2000-TAKE-ONE-FUNCTION.
           MOVE SPACE TO GRACE-LBA-FUNCTION.
           MOVE SPACES TO GRACE-LBA-IN-DATE.
           MOVE SPACES TO GRACE-LBA-IN-BATCH.
           MOVE SPACES TO GRACE-LBA-IN-ITEM.
           MOVE SPACES TO GRACE-LBA-IN-ID.
           MOVE 'N' TO GRACE-LBA-CONFIRM.
           DISPLAY GRACE-LBA-SCREEN.
           ACCEPT GRACE-LBA-SCREEN.
           EVALUATE TRUE
               WHEN GRACE-LBA-EXIT
                   CONTINUE
               WHEN GRACE-LBA-LIST
                   PERFORM 3800-LIST-OPEN-ITEMS
               WHEN GRACE-LBA-INQUIRE
                   PERFORM 3900-SHOW-ITEM
               WHEN NOT GRACE-LBA-CONFIRMED
                   DISPLAY "NOT CONFIRMED - NO UPDATE APPLIED"
               WHEN NOT GRACE-OPS-MAY-UPDATE
                   DISPLAY "OPERATOR " GRACE-OPS-SIGNON-ID
                       " IS INQUIRY ONLY - NO UPDATE APPLIED"
               WHEN GRACE-LBA-ASSIGN
                   PERFORM 3000-APPLY-ASSIGN
               WHEN GRACE-LBA-CLEAR
                   PERFORM 3300-APPLY-CLEAR
               WHEN OTHER
                   DISPLAY "UNKNOWN FUNCTION - KEY A, C, L, I OR X"
           END-EVALUATE.

       2550-EDIT-ITEM-KEY.
           MOVE 'Y' TO GRACE-LBA-EDIT-OK-SW.
           IF GRACE-LBA-IN-DATE NOT NUMERIC
               MOVE 'N' TO GRACE-LBA-EDIT-OK-SW
               DISPLAY "DEPOSIT DATE MUST BE YYYYMMDD - KEYED: "
                   GRACE-LBA-IN-DATE
           END-IF.
           IF GRACE-LBA-IN-BATCH NOT NUMERIC
               MOVE 'N' TO GRACE-LBA-EDIT-OK-SW
               DISPLAY "BATCH MUST BE FOUR DIGITS - KEYED: "
                   GRACE-LBA-IN-BATCH
           END-IF.
           IF GRACE-LBA-IN-ITEM NOT NUMERIC
               MOVE 'N' TO GRACE-LBA-EDIT-OK-SW
               DISPLAY "ITEM MUST BE FOUR DIGITS - KEYED: "
                   GRACE-LBA-IN-ITEM
           END-IF.

       2700-READ-ITEM.
           MOVE GRACE-LBA-IN-DATE-NUM TO GRACE-LBU-DEPOSIT-DATE.
           MOVE GRACE-LBA-IN-BATCH-NUM TO GRACE-LBU-BATCH.
           MOVE GRACE-LBA-IN-ITEM-NUM TO GRACE-LBU-ITEM.
           READ GRACE-LBU-FILE
               INVALID KEY
                   MOVE 'N' TO GRACE-LBA-ON-FILE-SW
               NOT INVALID KEY
                   MOVE 'Y' TO GRACE-LBA-ON-FILE-SW
           END-READ.

       2800-FIND-CUSTOMER.
           MOVE 'N' TO GRACE-LBA-CUSTOMER-SW.
           MOVE SPACES TO GRACE-CST-FIRST-NAME.
           MOVE SPACES TO GRACE-CST-LAST-NAME.
           OPEN INPUT GRACE-CST-FILE.
           IF GRACE-CST-OK
               MOVE GRACE-LBA-IN-ID-NUM TO GRACE-CST-ID
               READ GRACE-CST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET GRACE-LBA-CUSTOMER-FOUND TO TRUE
               END-READ
               CLOSE GRACE-CST-FILE
           END-IF.

      *----------------------------------------------------------
      * 3000-APPLY-ASSIGN gives an unmatched or assigned item to
      * the customer keyed. A posted item is past changing here.
      *----------------------------------------------------------
       3000-APPLY-ASSIGN.
           PERFORM 2550-EDIT-ITEM-KEY.
           IF GRACE-LBA-IN-ID NOT NUMERIC
               MOVE 'N' TO GRACE-LBA-EDIT-OK-SW
               DISPLAY "CUSTOMER ID MUST BE NUMERIC - KEYED: "
                   GRACE-LBA-IN-ID
           END-IF.
           IF GRACE-LBA-EDIT-OK
               PERFORM 2700-READ-ITEM
               PERFORM 2800-FIND-CUSTOMER
               EVALUATE TRUE
                   WHEN NOT GRACE-LBA-ON-FILE
                       DISPLAY "ITEM " GRACE-LBA-IN-DATE " "
                           GRACE-LBA-IN-BATCH "-" GRACE-LBA-IN-ITEM
                           " NOT IN SUSPENSE - ASSIGN REJECTED"
                   WHEN GRACE-LBU-POSTED
                       DISPLAY "ITEM ALREADY POSTED ON "
                           GRACE-LBU-POSTED-DATE " TO CUSTOMER "
                           GRACE-LBU-ASSIGNED-CUST-ID
                           " - ASSIGN REJECTED"
                   WHEN NOT GRACE-LBA-CUSTOMER-FOUND
                       DISPLAY "CUSTOMER " GRACE-LBA-IN-ID
                           " NOT ON GRACECSK - ASSIGN REJECTED"
                   WHEN OTHER
                       PERFORM 3700-SUMMARISE-ITEM
                       MOVE GRACE-LBA-SUMMARY TO GRACE-LBA-OLD-SUMMARY
                       MOVE 'A' TO GRACE-LBU-STATE
                       MOVE GRACE-LBA-IN-ID-NUM
                           TO GRACE-LBU-ASSIGNED-CUST-ID
                       MOVE GRACE-OPS-SIGNON-ID
                           TO GRACE-LBU-ASSIGNED-BY
                       MOVE GRACE-LBA-TODAY TO GRACE-LBU-ASSIGNED-DATE
                       REWRITE GRACE-LBU-REC
                       PERFORM 4000-WRITE-CHANGE-RECORD
                       DISPLAY "ITEM " GRACE-LBU-DEPOSIT-DATE " "
                           GRACE-LBU-BATCH "-" GRACE-LBU-ITEM
                           " ASSIGNED TO " GRACE-CST-ID " "
                           GRACE-CST-FIRST-NAME " " GRACE-CST-LAST-NAME
               END-EVALUATE
           END-IF.

       3300-APPLY-CLEAR.
           PERFORM 2550-EDIT-ITEM-KEY.
           IF GRACE-LBA-EDIT-OK
               PERFORM 2700-READ-ITEM
               EVALUATE TRUE
                   WHEN NOT GRACE-LBA-ON-FILE
                       DISPLAY "ITEM " GRACE-LBA-IN-DATE " "
                           GRACE-LBA-IN-BATCH "-" GRACE-LBA-IN-ITEM
                           " NOT IN SUSPENSE - CLEAR REJECTED"
                   WHEN NOT GRACE-LBU-ASSIGNED
                       DISPLAY "ITEM IS NOT AWAITING POSTING TO A "
                           "CUSTOMER - CLEAR REJECTED"
                   WHEN OTHER
                       PERFORM 3700-SUMMARISE-ITEM
                       MOVE GRACE-LBA-SUMMARY TO GRACE-LBA-OLD-SUMMARY
                       MOVE 'U' TO GRACE-LBU-STATE
                       MOVE ZERO TO GRACE-LBU-ASSIGNED-CUST-ID
                       MOVE GRACE-OPS-SIGNON-ID
                           TO GRACE-LBU-ASSIGNED-BY
                       MOVE GRACE-LBA-TODAY TO GRACE-LBU-ASSIGNED-DATE
                       REWRITE GRACE-LBU-REC
                       PERFORM 4000-WRITE-CHANGE-RECORD
                       DISPLAY "ITEM " GRACE-LBU-DEPOSIT-DATE " "
                           GRACE-LBU-BATCH "-" GRACE-LBU-ITEM
                           " BACK TO UNMATCHED"
               END-EVALUATE
           END-IF.

       3700-SUMMARISE-ITEM.
           MOVE GRACE-LBU-STATE TO GRACE-LBA-SUM-STATE.
           MOVE GRACE-LBU-ASSIGNED-CUST-ID TO GRACE-LBA-SUM-CUST-ID.

      *----------------------------------------------------------
      * 3800-LIST-OPEN-ITEMS - the unmatched and assigned items
      * from the deposit date keyed, oldest first.
      *----------------------------------------------------------
       3800-LIST-OPEN-ITEMS.
           MOVE LOW-VALUES TO GRACE-LBU-KEY.
           IF GRACE-LBA-IN-DATE NUMERIC
               MOVE GRACE-LBA-IN-DATE-NUM TO GRACE-LBU-DEPOSIT-DATE
               MOVE ZERO TO GRACE-LBU-BATCH
               MOVE ZERO TO GRACE-LBU-ITEM
           END-IF.
           MOVE ZERO TO GRACE-LBA-LISTED.
           MOVE 'N' TO GRACE-LBA-LIST-SW.
           START GRACE-LBU-FILE
               KEY IS >= GRACE-LBU-KEY
               INVALID KEY
                   SET GRACE-LBA-LIST-DONE TO TRUE
           END-START.
           DISPLAY "DEPOSIT  BATCH-ITEM ST CUST      AMOUNT "
               "PAYER NAME                     REASON".
           PERFORM 3810-LIST-ONE-ITEM
               UNTIL GRACE-LBA-LIST-DONE.
           IF GRACE-LBA-LISTED = ZERO
               DISPLAY "  NO OPEN ITEMS"
           END-IF.

       3810-LIST-ONE-ITEM.
           READ GRACE-LBU-FILE NEXT RECORD
               AT END
                   SET GRACE-LBA-LIST-DONE TO TRUE
               NOT AT END
                   IF NOT GRACE-LBU-POSTED
                       ADD 1 TO GRACE-LBA-LISTED
                       MOVE GRACE-LBU-AMOUNT TO GRACE-LBA-AMOUNT-ED
                       DISPLAY GRACE-LBU-DEPOSIT-DATE " "
                           GRACE-LBU-BATCH "-" GRACE-LBU-ITEM "  "
                           GRACE-LBU-STATE "  "
                           GRACE-LBU-ASSIGNED-CUST-ID " "
                           GRACE-LBA-AMOUNT-ED " "
                           GRACE-LBU-PAYER-NAME " "
                           GRACE-LBU-REASON-CODE
                       IF GRACE-LBA-LISTED >= GRACE-LBA-PAGE-SIZE
                           SET GRACE-LBA-LIST-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * 3900-SHOW-ITEM - the payment as the bank sent it, why it
      * was not matched, and what has been done with it since.
      *----------------------------------------------------------
       3900-SHOW-ITEM.
           PERFORM 2550-EDIT-ITEM-KEY.
           IF GRACE-LBA-EDIT-OK
               PERFORM 2700-READ-ITEM
               IF NOT GRACE-LBA-ON-FILE
                   DISPLAY "ITEM " GRACE-LBA-IN-DATE " "
                       GRACE-LBA-IN-BATCH "-" GRACE-LBA-IN-ITEM
                       " NOT IN SUSPENSE"
               ELSE
                   MOVE GRACE-LBU-AMOUNT TO GRACE-LBA-AMOUNT-ED
                   DISPLAY "ITEM " GRACE-LBU-DEPOSIT-DATE " "
                       GRACE-LBU-BATCH "-" GRACE-LBU-ITEM
                       " LOCKBOX " GRACE-LBU-LOCKBOX-ID
                       " AMOUNT " GRACE-LBA-AMOUNT-ED
                   DISPLAY "  SENT CUSTOMER " GRACE-LBU-SENT-CUST-ID
                       " PAYER " GRACE-LBU-PAYER-NAME
                       " CHECK " GRACE-LBU-CHECK-NO
                   DISPLAY "  SUSPENDED " GRACE-LBU-SUSPENDED-DATE
                       " " GRACE-LBU-REASON-CODE " "
                       GRACE-LBU-REASON-TEXT
                   EVALUATE TRUE
                       WHEN GRACE-LBU-UNMATCHED
                           DISPLAY "  UNMATCHED"
                       WHEN GRACE-LBU-ASSIGNED
                           DISPLAY "  ASSIGNED TO "
                               GRACE-LBU-ASSIGNED-CUST-ID
                               " BY " GRACE-LBU-ASSIGNED-BY
                               " ON " GRACE-LBU-ASSIGNED-DATE
                               " - POSTS ON THE NEXT RUN"
                       WHEN GRACE-LBU-POSTED
                           DISPLAY "  POSTED TO "
                               GRACE-LBU-ASSIGNED-CUST-ID
                               " ON " GRACE-LBU-POSTED-DATE
                               " CYCLE " GRACE-LBU-POSTED-CYCLE
                               " ASSIGNED BY " GRACE-LBU-ASSIGNED-BY
                   END-EVALUATE
               END-IF
           END-IF.

      *----------------------------------------------------------
      * 4000-WRITE-CHANGE-RECORD stamps the update on GRACECHG:
      * field LB plus batch and item, the item before and after.
      *----------------------------------------------------------
       4000-WRITE-CHANGE-RECORD.
           MOVE SPACES TO GRACE-CHG-REC.
           MOVE "GRACELBU" TO GRACE-CHG-FILE-NAME.
           STRING "LB" DELIMITED BY SIZE
               GRACE-LBU-BATCH DELIMITED BY SIZE
               GRACE-LBU-ITEM DELIMITED BY SIZE
               INTO GRACE-CHG-FIELD-NAME
           END-STRING.
           MOVE GRACE-LBA-OLD-SUMMARY TO GRACE-CHG-OLD-VALUE.
           PERFORM 3700-SUMMARISE-ITEM.
           MOVE GRACE-LBA-SUMMARY TO GRACE-CHG-NEW-VALUE.
           PERFORM 8900-WRITE-CHANGE-RECORD.
           ADD 1 TO GRACE-LBA-UPDATE-COUNT.

           COPY GRACEOPSP.

           COPY GRACECHGP.
