      * events are silently counted - reported by
      * 8510-CLOSE-EXCEPTION-LOG - so one runaway cannot bury
      * GRACEEXC for every other control that reads it.
      *
      * Each record written is handed to GRACEHXL (8550) to be
      * entered on the keyed GRACEEXX companion; RETURN-CODE is
      * carried across the CALL untouched.
      *================================================================
       8500-LOG-EXCEPTION.
           IF GRACE-CYC-DATE = ZERO
               CLOSE GRACE-EXC-FILE
               MOVE 'N' TO GRACE-EXC-LOG-SW
           END-IF.
           IF GRACE-HXL-IN-USE
               MOVE 'C' TO GRACE-HXL-KIND
               PERFORM 8550-CALL-HISTORY-INDEX
               SET GRACE-HXL-UNUSED TO TRUE
           END-IF.

       8515-REPORT-ONE-BUDGET.
           IF GRACE-XBD-TRIPPED(GRACE-XBD-IDX) = 'Y'
               SET GRACE-EXC-LOG-OPEN TO TRUE
           END-IF.
           WRITE GRACE-EXC-REC.
           IF NOT GRACE-HXL-MISSING
               MOVE 'E' TO GRACE-HXL-KIND
               MOVE GRACE-EXC-REC TO GRACE-HXL-RECORD
               PERFORM 8550-CALL-HISTORY-INDEX
           END-IF.

       8550-CALL-HISTORY-INDEX.
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

