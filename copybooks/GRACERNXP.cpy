      *================================================================
      * GRACERNXP.cpy
      *
      * GRACERUN range reader. COPY into PROCEDURE DIVISION
      * alongside GRACERUNC.cpy's FD for GRACE-RUNC-FILE, GRACERNX.cpy's
      * FD for GRACE-RNX-FILE (ACCESS DYNAMIC), GRACEHXH.cpy in
      * WORKING-STORAGE, and the caller's GRACE-RUNC-STATUS (88
      * GRACE-RUNC-NOT-FOUND) and GRACE-RUNC-EOF-SW (88
      * GRACE-RUNC-END-OF-FILE). MOVE the dates wanted to
      * GRACE-HXR-RUN-FROM and -TO, PERFORM 9620-OPEN-RUN-RANGE,
      * then 9630-READ-RUN-RANGE until GRACE-RUNC-END-OF-FILE and
      * 9640-CLOSE-RUN-RANGE. Each record read lands in
      * GRACE-RUNC-REC as though GRACERUN itself had been read.
      *
      * With GRACERNX on hand the read STARTs at the from-date and
      * stops past the to-date, in date/cycle/program order. With
      * no index the whole of GRACERUN is read in logged order, so
      * a caller keeps its own date tests either way.
      *================================================================
       9620-OPEN-RUN-RANGE.
           MOVE 'N' TO GRACE-RUNC-EOF-SW.
           OPEN INPUT GRACE-RNX-FILE.
           IF GRACE-RNX-OK
               SET GRACE-HXR-RUN-INDEXED TO TRUE
               MOVE GRACE-HXR-RUN-FROM TO GRACE-RNX-DATE
               MOVE ZERO TO GRACE-RNX-CYCLE
               MOVE LOW-VALUES TO GRACE-RNX-PROGRAM
               MOVE ZERO TO GRACE-RNX-SEQ
               START GRACE-RNX-FILE
                   KEY IS NOT LESS THAN GRACE-RNX-KEY
                   INVALID KEY
                       SET GRACE-RUNC-END-OF-FILE TO TRUE
               END-START
           ELSE
               OPEN INPUT GRACE-RUNC-FILE
               IF GRACE-RUNC-NOT-FOUND
                   SET GRACE-HXR-RUN-MISSING TO TRUE
                   SET GRACE-RUNC-END-OF-FILE TO TRUE
               ELSE
                   SET GRACE-HXR-RUN-SEQUENTIAL TO TRUE
                   DISPLAY "GRACERNX NOT AVAILABLE (STATUS "
                       GRACE-RNX-STATUS ") - READING ALL OF GRACERUN"
               END-IF
           END-IF.

       9630-READ-RUN-RANGE.
           IF GRACE-RUNC-END-OF-FILE
               CONTINUE
           ELSE
               IF GRACE-HXR-RUN-INDEXED
                   READ GRACE-RNX-FILE NEXT RECORD
                       AT END
                           SET GRACE-RUNC-END-OF-FILE TO TRUE
                       NOT AT END
                           IF GRACE-RNX-DATE > GRACE-HXR-RUN-TO
                               SET GRACE-RUNC-END-OF-FILE TO TRUE
                           ELSE
                               MOVE GRACE-RNX-RUN-IMAGE
                                   TO GRACE-RUNC-REC
                           END-IF
                   END-READ
               ELSE
                   READ GRACE-RUNC-FILE
                       AT END
                           SET GRACE-RUNC-END-OF-FILE TO TRUE
                   END-READ
               END-IF
           END-IF.

       9640-CLOSE-RUN-RANGE.
           EVALUATE TRUE
               WHEN GRACE-HXR-RUN-INDEXED
                   CLOSE GRACE-RNX-FILE
               WHEN GRACE-HXR-RUN-SEQUENTIAL
                   CLOSE GRACE-RUNC-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           SET GRACE-HXR-RUN-MISSING TO TRUE.

      *----------------------------------------------------------
      * 9650-SKIP-PAST-RUN-DATE - on the index, repositions past
      * every remaining entry for the date just read, so a caller
      * that only wants the distinct run dates reads one entry per
      * date instead of the whole night. Without the index there
      * is nothing to skip and the next read simply follows on.
      *----------------------------------------------------------
       9650-SKIP-PAST-RUN-DATE.
           IF GRACE-HXR-RUN-INDEXED
                   AND NOT GRACE-RUNC-END-OF-FILE
               MOVE GRACE-RUNC-DATE TO GRACE-RNX-DATE
               MOVE 99 TO GRACE-RNX-CYCLE
               MOVE HIGH-VALUES TO GRACE-RNX-PROGRAM
               MOVE 9999 TO GRACE-RNX-SEQ
               START GRACE-RNX-FILE
                   KEY IS GREATER THAN GRACE-RNX-KEY
                   INVALID KEY
                       SET GRACE-RUNC-END-OF-FILE TO TRUE
               END-START
           END-IF.
