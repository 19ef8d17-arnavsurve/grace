      *================================================================
      * GRACERJDP.cpy
      *
      * Reject disposition paragraphs. COPY into PROCEDURE DIVISION
      * alongside GRACERJD.cpy's FD and GRACERJDH.cpy's fields.
      * No GRACERJD file means nothing has been worked yet. Rows
      * past the table's 2000 are refused with a message - those
      * rejects would show as open again, so the message asks for
      * the worked rows to be archived.
      *================================================================
       0400-LOAD-REJECT-DISPOSITIONS.
           MOVE ZERO TO GRACE-RJD-COUNT.
           MOVE 'N' TO GRACE-RJD-EOF-SW.
           OPEN INPUT GRACE-RJD-FILE.
           IF GRACE-RJD-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 0402-READ-DISPOSITION
               PERFORM 0404-TAKE-DISPOSITION
                   UNTIL GRACE-RJD-END-OF-FILE
               CLOSE GRACE-RJD-FILE
           END-IF.

       0402-READ-DISPOSITION.
           READ GRACE-RJD-FILE
               AT END
                   SET GRACE-RJD-END-OF-FILE TO TRUE
           END-READ.

       0404-TAKE-DISPOSITION.
           IF GRACE-RJD-FILE-NAME NOT = SPACES
               MOVE GRACE-RJD-FILE-NAME TO GRACE-RJD-WANT-FILE
               MOVE GRACE-RJD-SEQ TO GRACE-RJD-WANT-SEQ
               MOVE GRACE-RJD-ACTION TO GRACE-RJD-WANT-ACTION
               PERFORM 0420-NOTE-DISPOSITION
           END-IF.
           PERFORM 0402-READ-DISPOSITION.

       0410-FIND-DISPOSITION.
           MOVE ZERO TO GRACE-RJD-HIT.
           PERFORM 0412-MATCH-ONE-DISPOSITION
               VARYING GRACE-RJD-IDX FROM 1 BY 1
               UNTIL GRACE-RJD-IDX > GRACE-RJD-COUNT
               OR GRACE-RJD-HIT > ZERO.

       0412-MATCH-ONE-DISPOSITION.
           IF GRACE-RJD-T-SEQ(GRACE-RJD-IDX) = GRACE-RJD-WANT-SEQ
                   AND GRACE-RJD-T-FILE-NAME(GRACE-RJD-IDX)
                       = GRACE-RJD-WANT-FILE
               MOVE GRACE-RJD-IDX TO GRACE-RJD-HIT
           END-IF.

       0420-NOTE-DISPOSITION.
           IF GRACE-RJD-COUNT < 2000
               ADD 1 TO GRACE-RJD-COUNT
               MOVE GRACE-RJD-WANT-FILE
                   TO GRACE-RJD-T-FILE-NAME(GRACE-RJD-COUNT)
               MOVE GRACE-RJD-WANT-SEQ
                   TO GRACE-RJD-T-SEQ(GRACE-RJD-COUNT)
               MOVE GRACE-RJD-WANT-ACTION
                   TO GRACE-RJD-T-ACTION(GRACE-RJD-COUNT)
           ELSE
               DISPLAY "*** GRACERJD TABLE FULL - " GRACE-RJD-WANT-FILE
                   " REJECT " GRACE-RJD-WANT-SEQ " SHOWS OPEN - "
                   "ARCHIVE THE WORKED ROWS ***"
           END-IF.
