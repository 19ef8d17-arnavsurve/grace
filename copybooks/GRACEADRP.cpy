      *================================================================
      * GRACEADRP.cpy
      *
      * Address-edit paragraphs. COPY into PROCEDURE DIVISION
      * alongside GRACESTC.cpy's FD and GRACEADRH.cpy's fields.
      * These are the edits GRACEAED applies ahead of the label
      * runs, kept here so any program that changes an address
      * holds it to the same rules:
      *
      *   A001-A003 street, city and state must be present
      *   A004      the state code must be on GRACESTC
      *   A005      the zip must be five numeric digits
      *   A006      the zip's 3-digit prefix must fall in the
      *             state's range
      *
      * The first edit failed names the reason, one per address.
      *================================================================
       9100-LOAD-STATE-TABLE.
           MOVE ZERO TO GRACE-ADX-STATE-USED.
           MOVE 'N' TO GRACE-ADX-EOF-SW.
           OPEN INPUT GRACE-STC-FILE.
           IF GRACE-STC-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 9110-READ-STATE-CARD
               PERFORM 9120-STORE-STATE-CARD
                   UNTIL GRACE-ADX-STC-END
               CLOSE GRACE-STC-FILE
               DISPLAY "STATE REFERENCE TABLE LOADED - "
                   GRACE-ADX-STATE-USED " STATE(S)"
           END-IF.

       9110-READ-STATE-CARD.
           READ GRACE-STC-FILE
               AT END
                   SET GRACE-ADX-STC-END TO TRUE
           END-READ.

       9120-STORE-STATE-CARD.
           IF GRACE-ADX-STATE-USED < 100
                   AND GRACE-STC-STATE NOT = SPACES
               ADD 1 TO GRACE-ADX-STATE-USED
               MOVE GRACE-STC-STATE
                   TO GRACE-ADX-TBL-STATE(GRACE-ADX-STATE-USED)
               MOVE GRACE-STC-ZIP-LOW
                   TO GRACE-ADX-TBL-ZIP-LOW(GRACE-ADX-STATE-USED)
               MOVE GRACE-STC-ZIP-HIGH
                   TO GRACE-ADX-TBL-ZIP-HIGH(GRACE-ADX-STATE-USED)
               MOVE GRACE-STC-STATE-NAME
                   TO GRACE-ADX-TBL-NAME(GRACE-ADX-STATE-USED)
           END-IF.
           PERFORM 9110-READ-STATE-CARD.

       9150-EDIT-ADDRESS.
           MOVE 'Y' TO GRACE-ADX-VALID-SW.
           MOVE SPACES TO GRACE-ADX-REASON-CODE.
           MOVE SPACES TO GRACE-ADX-REASON-TEXT.
           IF GRACE-ADX-STREET = SPACES
               MOVE 'N' TO GRACE-ADX-VALID-SW
               MOVE "A001" TO GRACE-ADX-REASON-CODE
               MOVE "STREET BLANK" TO GRACE-ADX-REASON-TEXT
           END-IF.
           IF GRACE-ADX-VALID
                   AND GRACE-ADX-CITY = SPACES
               MOVE 'N' TO GRACE-ADX-VALID-SW
               MOVE "A002" TO GRACE-ADX-REASON-CODE
               MOVE "CITY BLANK" TO GRACE-ADX-REASON-TEXT
           END-IF.
           IF GRACE-ADX-VALID
                   AND GRACE-ADX-STATE = SPACES
               MOVE 'N' TO GRACE-ADX-VALID-SW
               MOVE "A003" TO GRACE-ADX-REASON-CODE
               MOVE "STATE BLANK" TO GRACE-ADX-REASON-TEXT
           END-IF.
           IF GRACE-ADX-VALID
               PERFORM 9160-FIND-STATE-CARD
               IF GRACE-ADX-STATE-FOUND = ZERO
                   MOVE 'N' TO GRACE-ADX-VALID-SW
                   MOVE "A004" TO GRACE-ADX-REASON-CODE
                   MOVE "STATE CODE NOT IN TABLE"
                       TO GRACE-ADX-REASON-TEXT
               END-IF
           END-IF.
           IF GRACE-ADX-VALID
                   AND GRACE-ADX-ZIP NOT NUMERIC
               MOVE 'N' TO GRACE-ADX-VALID-SW
               MOVE "A005" TO GRACE-ADX-REASON-CODE
               MOVE "ZIP NOT FIVE NUMERIC DIGITS"
                   TO GRACE-ADX-REASON-TEXT
           END-IF.
           IF GRACE-ADX-VALID
               MOVE GRACE-ADX-ZIP(1:3) TO GRACE-ADX-ZIP-PREFIX
               IF GRACE-ADX-ZIP-PREFIX-N <
                       GRACE-ADX-TBL-ZIP-LOW(GRACE-ADX-STATE-FOUND)
                   OR GRACE-ADX-ZIP-PREFIX-N >
                       GRACE-ADX-TBL-ZIP-HIGH(GRACE-ADX-STATE-FOUND)
                   MOVE 'N' TO GRACE-ADX-VALID-SW
                   MOVE "A006" TO GRACE-ADX-REASON-CODE
                   MOVE "ZIP NOT IN STATE RANGE"
                       TO GRACE-ADX-REASON-TEXT
               END-IF
           END-IF.

       9160-FIND-STATE-CARD.
           MOVE ZERO TO GRACE-ADX-STATE-FOUND.
           PERFORM 9170-MATCH-STATE-CARD
               VARYING GRACE-ADX-STATE-IDX FROM 1 BY 1
               UNTIL GRACE-ADX-STATE-IDX > GRACE-ADX-STATE-USED.

       9170-MATCH-STATE-CARD.
           IF GRACE-ADX-TBL-STATE(GRACE-ADX-STATE-IDX)
                   = GRACE-ADX-STATE
               MOVE GRACE-ADX-STATE-IDX TO GRACE-ADX-STATE-FOUND
           END-IF.
