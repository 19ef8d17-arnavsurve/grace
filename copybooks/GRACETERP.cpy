      *================================================================
      * GRACETERP.cpy
      *
      * Territory reference paragraphs. COPY into PROCEDURE
      * DIVISION alongside GRACETER.cpy's FD and GRACETERH.cpy's
      * fields; PERFORM 0330-LOAD-TERRITORY-TABLE once, then
      * 0340-ASSIGN-TERRITORY per zip. No GRACETER file means no
      * territories - every zip comes back unassigned. A row that
      * cannot be a range, or past the table's 500, is refused
      * with a message; the ranges already loaded stand.
      *================================================================
       0330-LOAD-TERRITORY-TABLE.
           MOVE ZERO TO GRACE-TER-COUNT.
           MOVE ZERO TO GRACE-TER-REFUSED.
           MOVE 'N' TO GRACE-TER-EOF-SW.
           MOVE 'N' TO GRACE-TER-TABLE-SW.
           OPEN INPUT GRACE-TER-FILE.
           IF GRACE-TER-NOT-FOUND
               DISPLAY "GRACETER NOT FOUND - NO TERRITORIES"
           ELSE
               SET GRACE-TER-TABLE-ON-FILE TO TRUE
               PERFORM 0332-READ-TERRITORY-ROW
               PERFORM 0334-TAKE-TERRITORY-ROW
                   UNTIL GRACE-TER-END-OF-FILE
               CLOSE GRACE-TER-FILE
           END-IF.

       0332-READ-TERRITORY-ROW.
           READ GRACE-TER-FILE
               AT END
                   SET GRACE-TER-END-OF-FILE TO TRUE
           END-READ.

       0334-TAKE-TERRITORY-ROW.
           EVALUATE TRUE
               WHEN GRACE-TER-ZIP-LOW = SPACES
                   CONTINUE
               WHEN GRACE-TER-ZIP-LOW NOT NUMERIC
                       OR GRACE-TER-ZIP-HIGH NOT NUMERIC
                       OR GRACE-TER-ZIP-HIGH < GRACE-TER-ZIP-LOW
                       OR GRACE-TER-CODE = SPACES
                   ADD 1 TO GRACE-TER-REFUSED
                   DISPLAY "*** GRACETER ROW " GRACE-TER-ZIP-LOW "-"
                       GRACE-TER-ZIP-HIGH " '" GRACE-TER-CODE
                       "' IS NOT A RANGE - REFUSED ***"
               WHEN OTHER
                   MOVE GRACE-TER-ZIP-LOW TO GRACE-TER-WANT-LOW
                   PERFORM 0345-LOCATE-TERRITORY-ROW
                   IF GRACE-TER-HIT = ZERO
                       IF GRACE-TER-COUNT < 500
                           ADD 1 TO GRACE-TER-COUNT
                           MOVE GRACE-TER-COUNT TO GRACE-TER-HIT
                       ELSE
                           ADD 1 TO GRACE-TER-REFUSED
                           DISPLAY "*** GRACETER TABLE FULL - RANGE "
                               GRACE-TER-ZIP-LOW " REFUSED ***"
                       END-IF
                   END-IF
                   IF GRACE-TER-HIT > ZERO
                       PERFORM 0336-STORE-TERRITORY-ROW
                   END-IF
           END-EVALUATE.
           PERFORM 0332-READ-TERRITORY-ROW.

       0336-STORE-TERRITORY-ROW.
           MOVE GRACE-TER-ZIP-LOW TO GRACE-TER-T-ZIP-LOW(GRACE-TER-HIT).
           MOVE GRACE-TER-ZIP-HIGH
               TO GRACE-TER-T-ZIP-HIGH(GRACE-TER-HIT).
           MOVE GRACE-TER-CODE TO GRACE-TER-T-CODE(GRACE-TER-HIT).
           MOVE GRACE-TER-REP TO GRACE-TER-T-REP(GRACE-TER-HIT).
           MOVE GRACE-TER-ACTIVE TO GRACE-TER-T-ACTIVE(GRACE-TER-HIT).

      *----------------------------------------------------------
      * 0340-ASSIGN-TERRITORY - the active range holding the zip.
      *----------------------------------------------------------
       0340-ASSIGN-TERRITORY.
           MOVE SPACES TO GRACE-TER-FOUND.
           MOVE ZERO TO GRACE-TER-HIT.
           IF GRACE-TER-WANT-ZIP NUMERIC
               PERFORM 0350-MATCH-ONE-RANGE
                   VARYING GRACE-TER-IDX FROM 1 BY 1
                   UNTIL GRACE-TER-IDX > GRACE-TER-COUNT
                   OR GRACE-TER-HIT > ZERO
           END-IF.
           IF GRACE-TER-HIT > ZERO
               MOVE GRACE-TER-T-CODE(GRACE-TER-HIT) TO GRACE-TER-F-CODE
               MOVE GRACE-TER-T-REP(GRACE-TER-HIT) TO GRACE-TER-F-REP
           END-IF.

       0345-LOCATE-TERRITORY-ROW.
           MOVE ZERO TO GRACE-TER-HIT.
           PERFORM 0348-MATCH-ONE-ROW
               VARYING GRACE-TER-IDX FROM 1 BY 1
               UNTIL GRACE-TER-IDX > GRACE-TER-COUNT
               OR GRACE-TER-HIT > ZERO.

       0348-MATCH-ONE-ROW.
           IF GRACE-TER-T-ZIP-LOW(GRACE-TER-IDX) = GRACE-TER-WANT-LOW
               MOVE GRACE-TER-IDX TO GRACE-TER-HIT
           END-IF.

       0350-MATCH-ONE-RANGE.
           IF GRACE-TER-T-ACTIVE(GRACE-TER-IDX) = 'Y'
                   AND GRACE-TER-T-ZIP-LOW(GRACE-TER-IDX)
                       <= GRACE-TER-WANT-ZIP
                   AND GRACE-TER-T-ZIP-HIGH(GRACE-TER-IDX)
                       >= GRACE-TER-WANT-ZIP
               MOVE GRACE-TER-IDX TO GRACE-TER-HIT
           END-IF.
