      * that cannot be trusted is worse than none. A registry
      * record per file lands on GRACEGRG so the restore operator
      * can see what each generation holds.
      *
      * The verify pass also hashes every byte of the finished
      * backup (GRACEHSHP.cpy), and the registry record carries
      * that content hash beside the count, so the DR drill
      * (GRACEDRL) can prove a restored file holds exactly what
      * was backed up, not merely as many records.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
      *Generation registry - one record per file per backup run.
       FD  GRACE-GRG-FILE
           RECORDING MODE IS F.
           COPY GRACEGRG.

       WORKING-STORAGE SECTION.
       01 GRACE-RTY-STATUS PIC X(02).
           05 GRACE-BKP-VERIFY-COUNT PIC 9(08) VALUE ZERO.
           05 GRACE-BKP-FAIL-COUNT PIC 9(02) VALUE ZERO.

           COPY GRACEHSHH.
           COPY GRACERPTH.

       PROCEDURE DIVISION.

       1500-VERIFY-RTY-BACKUP.
           MOVE ZERO TO GRACE-BKP-VERIFY-COUNT.
           MOVE ZERO TO GRACE-HSH-TOTALS.
           MOVE 'N' TO GRACE-BKP-EOF-SW.
           OPEN INPUT GRACE-BK1-FILE.
           PERFORM 1600-COUNT-ONE-BK1
                   SET GRACE-BKP-FILE-DONE TO TRUE
               NOT AT END
                   ADD 1 TO GRACE-BKP-VERIFY-COUNT
                   MOVE GRACE-BK1-REC TO GRACE-HSH-REC
                   PERFORM 9400-HASH-STATE-RECORD
           END-READ.

       2000-BACKUP-GRACECKP.

       2500-VERIFY-CKP-BACKUP.
           MOVE ZERO TO GRACE-BKP-VERIFY-COUNT.
           MOVE ZERO TO GRACE-HSH-TOTALS.
           MOVE 'N' TO GRACE-BKP-EOF-SW.
           OPEN INPUT GRACE-BK2-FILE.
           PERFORM 2600-COUNT-ONE-BK2
                   SET GRACE-BKP-FILE-DONE TO TRUE
               NOT AT END
                   ADD 1 TO GRACE-BKP-VERIFY-COUNT
                   MOVE GRACE-BK2-REC TO GRACE-HSH-REC
                   PERFORM 9400-HASH-STATE-RECORD
           END-READ.

       3000-BACKUP-GRACERST.

       3500-VERIFY-RST-BACKUP.
           MOVE ZERO TO GRACE-BKP-VERIFY-COUNT.
           MOVE ZERO TO GRACE-HSH-TOTALS.
           MOVE 'N' TO GRACE-BKP-EOF-SW.
           OPEN INPUT GRACE-BK3-FILE.
           PERFORM 3600-COUNT-ONE-BK3
                   SET GRACE-BKP-FILE-DONE TO TRUE
               NOT AT END
                   ADD 1 TO GRACE-BKP-VERIFY-COUNT
                   MOVE GRACE-BK3-REC TO GRACE-HSH-REC
                   PERFORM 9400-HASH-STATE-RECORD
           END-READ.

       4000-BACKUP-GRACEPRM.

       4500-VERIFY-PRM-BACKUP.
           MOVE ZERO TO GRACE-BKP-VERIFY-COUNT.
           MOVE ZERO TO GRACE-HSH-TOTALS.
           MOVE 'N' TO GRACE-BKP-EOF-SW.
           OPEN INPUT GRACE-BK4-FILE.
           PERFORM 4600-COUNT-ONE-BK4
                   SET GRACE-BKP-FILE-DONE TO TRUE
               NOT AT END
                   ADD 1 TO GRACE-BKP-VERIFY-COUNT
                   MOVE GRACE-BK4-REC TO GRACE-HSH-REC
                   PERFORM 9400-HASH-STATE-RECORD
           END-READ.

       5000-BACKUP-GRACENDX.

       5500-VERIFY-NDX-BACKUP.
           MOVE ZERO TO GRACE-BKP-VERIFY-COUNT.
           MOVE ZERO TO GRACE-HSH-TOTALS.
           MOVE 'N' TO GRACE-BKP-EOF-SW.
           OPEN INPUT GRACE-BK5-FILE.
           PERFORM 5600-COUNT-ONE-BK5
                   SET GRACE-BKP-FILE-DONE TO TRUE
               NOT AT END
                   ADD 1 TO GRACE-BKP-VERIFY-COUNT
                   MOVE GRACE-BK5-REC TO GRACE-HSH-REC
                   PERFORM 9400-HASH-STATE-RECORD
           END-READ.

      *----------------------------------------------------------
      * 8000-JUDGE-ONE-BACKUP - read, written and verified counts
      * must all agree; a clean copy gets its registry record,
      * carrying the content hash taken on the verify pass.
      *----------------------------------------------------------
       8000-JUDGE-ONE-BACKUP.
           IF GRACE-BKP-READ-COUNT = GRACE-BKP-WRITE-COUNT
                   AND GRACE-BKP-WRITE-COUNT
                   = GRACE-BKP-VERIFY-COUNT
               DISPLAY GRACE-BKP-FILE-NAME " BACKED UP - "
                   GRACE-BKP-VERIFY-COUNT " RECORD(S) VERIFIED, "
                   "HASH " GRACE-HSH-TOTAL
               OPEN EXTEND GRACE-GRG-FILE
               IF GRACE-GRG-NOT-FOUND
                   OPEN OUTPUT GRACE-GRG-FILE
               MOVE GRACE-BKP-TODAY TO GRACE-GRG-DATE
               MOVE GRACE-BKP-FILE-NAME TO GRACE-GRG-FILE-NAME
               MOVE GRACE-BKP-VERIFY-COUNT TO GRACE-GRG-REC-COUNT
               MOVE GRACE-HSH-TOTAL TO GRACE-GRG-CONTENT-HASH
               WRITE GRACE-GRG-REC
               CLOSE GRACE-GRG-FILE
           ELSE
                   " VERIFIED " GRACE-BKP-VERIFY-COUNT " ***"
           END-IF.

           COPY GRACEHSHP.
           COPY GRACERPTP.
