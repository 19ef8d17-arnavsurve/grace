      *================================================================
      * GRACEEXXP.cpy
      *
      * GRACEEXC range reader. COPY into PROCEDURE DIVISION
      * alongside GRACEEXC.cpy's FD for GRACE-EXC-FILE, GRACEEXX.cpy's
      * FD for GRACE-EXX-FILE (ACCESS DYNAMIC), GRACEHXH.cpy in
      * WORKING-STORAGE, and the caller's GRACE-EXC-STATUS (88
      * GRACE-EXC-NOT-FOUND) and GRACE-EXC-EOF-SW (88
      * GRACE-EXC-END-OF-FILE). MOVE the dates wanted to
      * GRACE-HXR-EXC-FROM and -TO, PERFORM 9660-OPEN-EXC-RANGE,
      * then 9670-READ-EXC-RANGE until GRACE-EXC-END-OF-FILE and
      * 9680-CLOSE-EXC-RANGE. Each record read lands in
      * GRACE-EXC-REC as though GRACEEXC itself had been read.
      *
      * With GRACEEXX on hand the read STARTs at the from-date and
      * stops past the to-date, in date/cycle/program order - one
      * program's events stay in the order they were logged. With
      * no index the whole of GRACEEXC is read in logged order, so
      * a caller keeps its own date tests either way.
      *================================================================
       9660-OPEN-EXC-RANGE.
           MOVE 'N' TO GRACE-EXC-EOF-SW.
           OPEN INPUT GRACE-EXX-FILE.
           IF GRACE-EXX-OK
               SET GRACE-HXR-EXC-INDEXED TO TRUE
               MOVE GRACE-HXR-EXC-FROM TO GRACE-EXX-DATE
               MOVE ZERO TO GRACE-EXX-CYCLE
               MOVE LOW-VALUES TO GRACE-EXX-PROGRAM
               MOVE ZERO TO GRACE-EXX-SEQ
               START GRACE-EXX-FILE
                   KEY IS NOT LESS THAN GRACE-EXX-KEY
                   INVALID KEY
                       SET GRACE-EXC-END-OF-FILE TO TRUE
               END-START
           ELSE
               OPEN INPUT GRACE-EXC-FILE
               IF GRACE-EXC-NOT-FOUND
                   SET GRACE-HXR-EXC-MISSING TO TRUE
                   SET GRACE-EXC-END-OF-FILE TO TRUE
               ELSE
                   SET GRACE-HXR-EXC-SEQUENTIAL TO TRUE
                   DISPLAY "GRACEEXX NOT AVAILABLE (STATUS "
                       GRACE-EXX-STATUS ") - READING ALL OF GRACEEXC"
               END-IF
           END-IF.

       9670-READ-EXC-RANGE.
           IF GRACE-EXC-END-OF-FILE
               CONTINUE
           ELSE
               IF GRACE-HXR-EXC-INDEXED
                   READ GRACE-EXX-FILE NEXT RECORD
                       AT END
                           SET GRACE-EXC-END-OF-FILE TO TRUE
                       NOT AT END
                           IF GRACE-EXX-DATE > GRACE-HXR-EXC-TO
                               SET GRACE-EXC-END-OF-FILE TO TRUE
                           ELSE
                               MOVE GRACE-EXX-EXC-IMAGE
                                   TO GRACE-EXC-REC
                           END-IF
                   END-READ
               ELSE
                   READ GRACE-EXC-FILE
                       AT END
                           SET GRACE-EXC-END-OF-FILE TO TRUE
                   END-READ
               END-IF
           END-IF.

       9680-CLOSE-EXC-RANGE.
           EVALUATE TRUE
               WHEN GRACE-HXR-EXC-INDEXED
                   CLOSE GRACE-EXX-FILE
               WHEN GRACE-HXR-EXC-SEQUENTIAL
                   CLOSE GRACE-EXC-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           SET GRACE-HXR-EXC-MISSING TO TRUE.
