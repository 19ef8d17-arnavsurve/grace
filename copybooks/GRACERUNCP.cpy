      * GRACECYCH.cpy run-cycle fields (PERFORM 0150-LOAD-RUN-CYCLE
      * at the top of the run to load them); a program that never
      * loaded the card gets today's date as cycle 01.
      *
      * Each record written is handed to GRACEHXL (9730) to be
      * entered on the keyed GRACERNX companion; RETURN-CODE is
      * carried across the CALL untouched.
      *================================================================
       9700-LOG-RUN-CONTROL.
           IF GRACE-CYC-DATE = ZERO
               SET GRACE-RUNC-LOG-OPEN TO TRUE
           END-IF.
           WRITE GRACE-RUNC-REC.
           IF NOT GRACE-HXL-MISSING
               MOVE 'R' TO GRACE-HXL-KIND
               MOVE GRACE-RUNC-REC TO GRACE-HXL-RECORD
               PERFORM 9730-CALL-HISTORY-INDEX
           END-IF.

      *----------------------------------------------------------
      * 9710-CLOSE-RUN-CONTROL-LOG - PERFORM once at program end.
               CLOSE GRACE-RUNC-FILE
               MOVE 'N' TO GRACE-RUNC-LOG-SW
           END-IF.
           IF GRACE-HXL-IN-USE
               MOVE 'C' TO GRACE-HXL-KIND
               PERFORM 9730-CALL-HISTORY-INDEX
               SET GRACE-HXL-UNUSED TO TRUE
           END-IF.

       9730-CALL-HISTORY-INDEX.
           MOVE RETURN-CODE TO GRACE-HXL-SAVE-RC.
           SET GRACE-HXL-IN-USE TO TRUE.
           CALL "GRACEHXL" USING GRACE-HXL-KIND
               GRACE-HXL-RECORD GRACE-HXL-RESULT
               ON EXCEPTION
                   SET GRACE-HXL-MISSING TO TRUE
                   DISPLAY "*** GRACEHXL NOT AVAILABLE - HISTORY "
                       "INDEX NOT MAINTAINED THIS RUN ***"
           END-CALL.
           MOVE GRACE-HXL-SAVE-RC TO RETURN-CODE.
