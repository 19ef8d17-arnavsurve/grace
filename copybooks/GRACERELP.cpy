      *================================================================
      * GRACERELP.cpy
      *
      * Relationship-walk paragraphs. COPY into PROCEDURE DIVISION
      * alongside GRACEREL.cpy's FD and GRACERELH.cpy's fields; the
      * file is opened by the caller with ACCESS MODE DYNAMIC. A
      * customer's relationships are those kept on the customer,
      * by primary key, and then those naming the customer as the
      * related party, by the alternate key. One not yet ended as
      * of GRACE-RLX-TODAY is active, including one that has yet
      * to take effect; one ended on its effective date never was.
      * 8250-COUNT-ACTIVE-RELATIONS walks them all and leaves the
      * count in GRACE-RLX-ACTIVE-COUNT.
      *================================================================
       8200-FIRST-RELATION.
           MOVE 'N' TO GRACE-RLX-DONE-SW.
           MOVE ZERO TO GRACE-RLX-COUNT.
           MOVE ZERO TO GRACE-RLX-ACTIVE-COUNT.
           SET GRACE-RLX-AS-CUSTOMER TO TRUE.
           IF GRACE-RLX-FILE-OPEN
               MOVE GRACE-RLX-CUST-ID TO GRACE-REL-CUST-ID
               MOVE ZERO TO GRACE-REL-PARTY-ID
               MOVE SPACES TO GRACE-REL-TYPE
               START GRACE-REL-FILE
                   KEY IS >= GRACE-REL-KEY
                   INVALID KEY
                       PERFORM 8220-START-PARTY-PASS
               END-START
           ELSE
               SET GRACE-RLX-DONE TO TRUE
           END-IF.
           IF NOT GRACE-RLX-DONE
               PERFORM 8210-NEXT-RELATION
           END-IF.

       8210-NEXT-RELATION.
           MOVE 'N' TO GRACE-RLX-FOUND-SW.
           IF GRACE-RLX-AS-CUSTOMER
               READ GRACE-REL-FILE NEXT RECORD
                   AT END
                       PERFORM 8220-START-PARTY-PASS
                   NOT AT END
                       IF GRACE-REL-CUST-ID = GRACE-RLX-CUST-ID
                           SET GRACE-RLX-FOUND TO TRUE
                           MOVE GRACE-REL-PARTY-ID
                               TO GRACE-RLX-OTHER-ID
                       ELSE
                           PERFORM 8220-START-PARTY-PASS
                       END-IF
               END-READ
           END-IF.
           IF GRACE-RLX-AS-PARTY
                   AND NOT GRACE-RLX-FOUND
                   AND NOT GRACE-RLX-DONE
               READ GRACE-REL-FILE NEXT RECORD
                   AT END
                       SET GRACE-RLX-DONE TO TRUE
                   NOT AT END
                       IF GRACE-REL-PARTY-ID = GRACE-RLX-CUST-ID
                           SET GRACE-RLX-FOUND TO TRUE
                           MOVE GRACE-REL-CUST-ID
                               TO GRACE-RLX-OTHER-ID
                       ELSE
                           SET GRACE-RLX-DONE TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF GRACE-RLX-FOUND
               ADD 1 TO GRACE-RLX-COUNT
               IF GRACE-REL-OPEN-ENDED
                       OR (GRACE-REL-END-DATE > GRACE-RLX-TODAY
                       AND GRACE-REL-END-DATE > GRACE-REL-EFF-DATE)
                   SET GRACE-RLX-ACTIVE TO TRUE
                   ADD 1 TO GRACE-RLX-ACTIVE-COUNT
               ELSE
                   MOVE 'N' TO GRACE-RLX-ACTIVE-SW
               END-IF
           END-IF.

       8220-START-PARTY-PASS.
           SET GRACE-RLX-AS-PARTY TO TRUE.
           MOVE GRACE-RLX-CUST-ID TO GRACE-REL-PARTY-ID.
           START GRACE-REL-FILE
               KEY IS = GRACE-REL-PARTY-ID
               INVALID KEY
                   SET GRACE-RLX-DONE TO TRUE
           END-START.

       8250-COUNT-ACTIVE-RELATIONS.
           PERFORM 8200-FIRST-RELATION.
           PERFORM 8210-NEXT-RELATION
               UNTIL GRACE-RLX-DONE.
