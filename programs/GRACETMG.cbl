      * recreated empty (the archive-and-clear pattern GRACEARC
      * uses), so night 2 never re-merges night 1's records and a
      * rerun of the convergence step cannot double-count tonight.
      *
      * The track steps carry no GRACERNX/GRACEEXX DDs, so every
      * run-control and exception record merged here is also
      * entered on its keyed companion through GRACEHXL as it is
      * appended - the same CALL the shared log paragraphs make.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 GRACE-TMG-PRR-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-TMG-BAL-COUNT PIC 9(06) VALUE ZERO.

           COPY GRACELOGH.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
               INPUT PROCEDURE IS 3000-RELEASE-PRR-TRACKS
               OUTPUT PROCEDURE IS 3500-APPEND-PRR-STREAM.
           PERFORM 3800-APPEND-BAL-TRACKS.
           IF GRACE-HXL-IN-USE
               MOVE 'C' TO GRACE-HXL-KIND
               PERFORM 4500-CALL-HISTORY-INDEX
           END-IF.
           PERFORM 4000-CLEAR-TRACK-FILES.
           COMPUTE GRACE-RPT-REC-COUNT = GRACE-TMG-RUN-COUNT
               + GRACE-TMG-EXC-COUNT + GRACE-TMG-PRR-COUNT
                   MOVE GRACE-RUN-SORT-REC TO GRACE-RUNC-REC
                   WRITE GRACE-RUNC-REC
                   ADD 1 TO GRACE-TMG-RUN-COUNT
                   MOVE 'R' TO GRACE-HXL-KIND
                   MOVE GRACE-RUNC-REC TO GRACE-HXL-RECORD
                   PERFORM 4500-CALL-HISTORY-INDEX
           END-RETURN.

       2000-RELEASE-EXC-TRACKS.
                   MOVE GRACE-EXC-SORT-REC TO GRACE-EXC-REC
                   WRITE GRACE-EXC-REC
                   ADD 1 TO GRACE-TMG-EXC-COUNT
                   MOVE 'E' TO GRACE-HXL-KIND
                   MOVE GRACE-EXC-REC TO GRACE-HXL-RECORD
                   PERFORM 4500-CALL-HISTORY-INDEX
           END-RETURN.

       3000-RELEASE-PRR-TRACKS.
               CLOSE GRACE-BL3-FILE
           END-IF.

      *----------------------------------------------------------
      * 4500-CALL-HISTORY-INDEX enters one merged record on its
      * keyed companion. A GRACEHXL out of reach is reported once
      * and the merge carries on - GRACEHXC reports the gap.
      *----------------------------------------------------------
       4500-CALL-HISTORY-INDEX.
           IF NOT GRACE-HXL-MISSING
               SET GRACE-HXL-IN-USE TO TRUE
               CALL "GRACEHXL" USING GRACE-HXL-KIND
                   GRACE-HXL-RECORD GRACE-HXL-RESULT
                   ON EXCEPTION
                       SET GRACE-HXL-MISSING TO TRUE
                       DISPLAY "*** GRACEHXL NOT AVAILABLE - MERGED "
                           "RECORDS NOT INDEXED ***"
               END-CALL
           END-IF.

           COPY GRACERPTP.
