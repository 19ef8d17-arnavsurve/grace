      *================================================================
      * GRACEACTP.cpy
      *
      * Account-walk paragraphs. COPY into PROCEDURE DIVISION
      * alongside GRACEACT.cpy's FD and GRACEACTH.cpy's fields.
      * PERFORM 8100-OPEN-ACCOUNTS once before the first walk and
      * 8130-CLOSE-ACCOUNTS once after the last. A customer's
      * accounts are those GRACEACT shows the customer owning, in
      * account order, and then the customer's own number when no
      * account of that number is registered to anyone - so a
      * customer from before accounts, or a missing GRACEACT,
      * walks exactly the one account it always had.
      *================================================================
       8100-OPEN-ACCOUNTS.
           MOVE 'N' TO GRACE-ACX-OPEN-SW.
           OPEN INPUT GRACE-ACT-FILE.
           IF GRACE-ACT-OK
               SET GRACE-ACX-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "GRACEACT NOT AVAILABLE - ONE ACCOUNT PER "
                   "CUSTOMER"
           END-IF.

       8110-FIRST-ACCOUNT.
           MOVE 'N' TO GRACE-ACX-DONE-SW.
           MOVE 'Y' TO GRACE-ACX-OWN-SW.
           MOVE 'N' TO GRACE-ACX-LISTED-SW.
           MOVE ZERO TO GRACE-ACX-COUNT.
           IF GRACE-ACX-FILE-OPEN
               MOVE GRACE-ACX-CUST-ID TO GRACE-ACT-NUMBER
               READ GRACE-ACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO GRACE-ACX-OWN-SW
               END-READ
               MOVE GRACE-ACX-CUST-ID TO GRACE-ACT-CUST-ID
               START GRACE-ACT-FILE
                   KEY IS = GRACE-ACT-CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET GRACE-ACX-LISTING TO TRUE
               END-START
           END-IF.
           PERFORM 8120-NEXT-ACCOUNT.

       8120-NEXT-ACCOUNT.
           IF GRACE-ACX-LISTING
               READ GRACE-ACT-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO GRACE-ACX-LISTED-SW
                   NOT AT END
                       IF GRACE-ACT-CUST-ID NOT = GRACE-ACX-CUST-ID
                           MOVE 'N' TO GRACE-ACX-LISTED-SW
                       ELSE
                           MOVE GRACE-ACT-NUMBER
                               TO GRACE-ACX-ACCOUNT
                           MOVE GRACE-ACT-TYPE TO GRACE-ACX-TYPE
                           MOVE GRACE-ACT-STATE TO GRACE-ACX-STATE
                       END-IF
               END-READ
           END-IF.
           IF NOT GRACE-ACX-LISTING
               IF GRACE-ACX-OWN-PENDING
                   MOVE 'N' TO GRACE-ACX-OWN-SW
                   MOVE GRACE-ACX-CUST-ID TO GRACE-ACX-ACCOUNT
                   MOVE "PR" TO GRACE-ACX-TYPE
                   MOVE 'O' TO GRACE-ACX-STATE
               ELSE
                   SET GRACE-ACX-DONE TO TRUE
               END-IF
           END-IF.
           IF NOT GRACE-ACX-DONE
               ADD 1 TO GRACE-ACX-COUNT
           END-IF.

       8130-CLOSE-ACCOUNTS.
           IF GRACE-ACX-FILE-OPEN
               CLOSE GRACE-ACT-FILE
           END-IF.
