      *================================================================
      * GRACENMEP.cpy
      *
      * Customer-name edit paragraphs. COPY into PROCEDURE
      * DIVISION alongside GRACENMEH.cpy's fields. These are the
      * name edits GRACECED applies ahead of the GRACENDX build,
      * kept here so any program that adds customers holds the
      * names to the same rules:
      *
      *   E003 first name must be present
      *   E004 last name must be present
      *   E005 first name free of non-printable characters
      *   E006 last name free of non-printable characters
      *
      * The first edit failed names the reason, one per customer.
      *================================================================
       9200-EDIT-CUSTOMER-NAME.
           MOVE 'Y' TO GRACE-NMX-VALID-SW.
           MOVE SPACES TO GRACE-NMX-REASON-CODE.
           MOVE SPACES TO GRACE-NMX-REASON-TEXT.
           IF GRACE-NMX-FIRST-NAME = SPACES
               MOVE 'N' TO GRACE-NMX-VALID-SW
               MOVE "E003" TO GRACE-NMX-REASON-CODE
               MOVE "FIRST NAME BLANK" TO GRACE-NMX-REASON-TEXT
           END-IF.
           IF GRACE-NMX-VALID
                   AND GRACE-NMX-LAST-NAME = SPACES
               MOVE 'N' TO GRACE-NMX-VALID-SW
               MOVE "E004" TO GRACE-NMX-REASON-CODE
               MOVE "LAST NAME BLANK" TO GRACE-NMX-REASON-TEXT
           END-IF.
           IF GRACE-NMX-VALID
               MOVE GRACE-NMX-FIRST-NAME TO GRACE-NMX-SCAN-NAME
               PERFORM 9210-SCAN-FOR-BAD-CHARACTERS
               IF GRACE-NMX-BAD-CHAR
                   MOVE 'N' TO GRACE-NMX-VALID-SW
                   MOVE "E005" TO GRACE-NMX-REASON-CODE
                   MOVE "FIRST NAME HAS NON-PRINTABLES"
                       TO GRACE-NMX-REASON-TEXT
               END-IF
           END-IF.
           IF GRACE-NMX-VALID
               MOVE GRACE-NMX-LAST-NAME TO GRACE-NMX-SCAN-NAME
               PERFORM 9210-SCAN-FOR-BAD-CHARACTERS
               IF GRACE-NMX-BAD-CHAR
                   MOVE 'N' TO GRACE-NMX-VALID-SW
                   MOVE "E006" TO GRACE-NMX-REASON-CODE
                   MOVE "LAST NAME HAS NON-PRINTABLES"
                       TO GRACE-NMX-REASON-TEXT
               END-IF
           END-IF.

      *----------------------------------------------------------
      * 9210-SCAN-FOR-BAD-CHARACTERS walks the staged name byte by
      * byte; anything below SPACE in the collating sequence is a
      * control character that has no business in a name field.
      *----------------------------------------------------------
       9210-SCAN-FOR-BAD-CHARACTERS.
           MOVE 'N' TO GRACE-NMX-BAD-CHAR-SW.
           PERFORM 9220-CHECK-ONE-CHARACTER
               VARYING GRACE-NMX-CHAR-IDX FROM 1 BY 1
               UNTIL GRACE-NMX-CHAR-IDX > 15.

       9220-CHECK-ONE-CHARACTER.
           IF GRACE-NMX-SCAN-NAME(GRACE-NMX-CHAR-IDX:1) < SPACE
               SET GRACE-NMX-BAD-CHAR TO TRUE
           END-IF.
