      *================================================================
      * GRACERBKP.cpy
      *
      * Runbook paragraphs. COPY into PROCEDURE DIVISION alongside
      * GRACERBK.cpy's FD and GRACERBKH.cpy's fields; PERFORM
      * 0180-LOAD-RUNBOOK once, then 0190-FIND-RUNBOOK-ENTRY per
      * look-up. No GRACERBK file means no entries - every look-up
      * comes back not found. Rows past the table's 200 are
      * refused with a message; the entries already loaded stand.
      *================================================================
       0180-LOAD-RUNBOOK.
           MOVE ZERO TO GRACE-RBK-COUNT.
           MOVE 'N' TO GRACE-RBK-EOF-SW.
           OPEN INPUT GRACE-RBK-FILE.
           IF GRACE-RBK-NOT-FOUND
               DISPLAY "GRACERBK NOT FOUND - NO RUNBOOK ENTRIES"
           ELSE
               PERFORM 0182-READ-RUNBOOK-ROW
               PERFORM 0184-TAKE-RUNBOOK-ROW
                   UNTIL GRACE-RBK-END-OF-FILE
               CLOSE GRACE-RBK-FILE
           END-IF.

       0182-READ-RUNBOOK-ROW.
           READ GRACE-RBK-FILE
               AT END
                   SET GRACE-RBK-END-OF-FILE TO TRUE
           END-READ.

       0184-TAKE-RUNBOOK-ROW.
           IF GRACE-RBK-PROGRAM NOT = SPACES
               MOVE GRACE-RBK-PROGRAM TO GRACE-RBK-WANT-PROGRAM
               MOVE GRACE-RBK-CONDITION TO GRACE-RBK-SEEK-CONDITION
               PERFORM 0195-LOCATE-ROW
               IF GRACE-RBK-HIT = ZERO
                   IF GRACE-RBK-COUNT < 200
                       ADD 1 TO GRACE-RBK-COUNT
                       MOVE GRACE-RBK-COUNT TO GRACE-RBK-HIT
                   ELSE
                       DISPLAY "*** GRACERBK TABLE FULL - ENTRY FOR "
                           GRACE-RBK-PROGRAM " REFUSED ***"
                   END-IF
               END-IF
               IF GRACE-RBK-HIT > ZERO
                   PERFORM 0186-STORE-RUNBOOK-ROW
               END-IF
           END-IF.
           PERFORM 0182-READ-RUNBOOK-ROW.

       0186-STORE-RUNBOOK-ROW.
           MOVE GRACE-RBK-PROGRAM
               TO GRACE-RBK-T-PROGRAM(GRACE-RBK-HIT).
           MOVE GRACE-RBK-CONDITION
               TO GRACE-RBK-T-CONDITION(GRACE-RBK-HIT).
           MOVE GRACE-RBK-REFERENCE
               TO GRACE-RBK-T-REFERENCE(GRACE-RBK-HIT).
           MOVE GRACE-RBK-OWNER-TEAM
               TO GRACE-RBK-T-OWNER-TEAM(GRACE-RBK-HIT).
           MOVE GRACE-RBK-ESCALATION
               TO GRACE-RBK-T-ESCALATION(GRACE-RBK-HIT).
           MOVE GRACE-RBK-RECOVERY
               TO GRACE-RBK-T-RECOVERY(GRACE-RBK-HIT).
           MOVE GRACE-RBK-RESTART
               TO GRACE-RBK-T-RESTART(GRACE-RBK-HIT).

      *The exact condition first, then the program's blank
      *(any-condition) row. A withdrawn row - blank reference -
      *is no entry, so the any-condition row still applies.
       0190-FIND-RUNBOOK-ENTRY.
           MOVE 'N' TO GRACE-RBK-FOUND-SW.
           MOVE SPACES TO GRACE-RBK-FOUND.
           MOVE GRACE-RBK-WANT-CONDITION TO GRACE-RBK-SEEK-CONDITION.
           PERFORM 0192-TAKE-LOCATED-ROW.
           IF NOT GRACE-RBK-ENTRY-FOUND
                   AND GRACE-RBK-WANT-CONDITION NOT = SPACES
               MOVE SPACES TO GRACE-RBK-SEEK-CONDITION
               PERFORM 0192-TAKE-LOCATED-ROW
           END-IF.

       0192-TAKE-LOCATED-ROW.
           PERFORM 0195-LOCATE-ROW.
           IF GRACE-RBK-HIT > ZERO
               IF GRACE-RBK-T-REFERENCE(GRACE-RBK-HIT) NOT = SPACES
                   SET GRACE-RBK-ENTRY-FOUND TO TRUE
                   MOVE GRACE-RBK-T-CONDITION(GRACE-RBK-HIT)
                       TO GRACE-RBK-F-CONDITION
                   MOVE GRACE-RBK-T-REFERENCE(GRACE-RBK-HIT)
                       TO GRACE-RBK-F-REFERENCE
                   MOVE GRACE-RBK-T-OWNER-TEAM(GRACE-RBK-HIT)
                       TO GRACE-RBK-F-OWNER-TEAM
                   MOVE GRACE-RBK-T-ESCALATION(GRACE-RBK-HIT)
                       TO GRACE-RBK-F-ESCALATION
                   MOVE GRACE-RBK-T-RECOVERY(GRACE-RBK-HIT)
                       TO GRACE-RBK-F-RECOVERY
                   MOVE GRACE-RBK-T-RESTART(GRACE-RBK-HIT)
                       TO GRACE-RBK-F-RESTART
               END-IF
           END-IF.

       0195-LOCATE-ROW.
           MOVE ZERO TO GRACE-RBK-HIT.
           PERFORM 0196-TRY-ONE-ROW
               VARYING GRACE-RBK-IDX FROM 1 BY 1
               UNTIL GRACE-RBK-IDX > GRACE-RBK-COUNT
                  OR GRACE-RBK-HIT > ZERO.

      *SYSEXC and GRACEEXC carry the program in 15 bytes, so a
      *wanted name no longer than that matches on the first 15.
       0196-TRY-ONE-ROW.
           IF GRACE-RBK-T-CONDITION(GRACE-RBK-IDX)
                   = GRACE-RBK-SEEK-CONDITION
               IF GRACE-RBK-T-PROGRAM(GRACE-RBK-IDX)
                       = GRACE-RBK-WANT-PROGRAM
                   MOVE GRACE-RBK-IDX TO GRACE-RBK-HIT
               ELSE
                   IF GRACE-RBK-WANT-PROGRAM(16:5) = SPACES
                           AND GRACE-RBK-T-PROGRAM(GRACE-RBK-IDX)(1:15)
                           = GRACE-RBK-WANT-PROGRAM(1:15)
                       MOVE GRACE-RBK-IDX TO GRACE-RBK-HIT
                   END-IF
               END-IF
           END-IF.
