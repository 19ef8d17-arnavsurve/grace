       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEDRL.
      *----------------------------------------------------------
      * GRACEDRL is the restore half of the disaster-recovery
      * drill. GRACERES puts back one state file at a time on a
      * bad night; the drill proves the whole shop could be
      * brought back from one generation. Every state file
      * GRACEBKP backs up - GRACERTY, GRACECKP, GRACERST,
      * GRACEPRM, GRACENDX - is restored from the chosen
      * generation (the BKP... DDs) into the drill's scratch set
      * (the DRL... DDs), never over the live files. The indexed
      * files are reloaded through their keys from the flat
      * unload, the flat files copied record for record, exactly
      * as GRACERES would do it.
      *
      * Each restored file is then re-read and its record count
      * and content hash (GRACEHSHP.cpy) compared with what
      * GRACEBKP registered on GRACEGRG for that generation. The
      * GRACEDRQ card names the generation by its backup date;
      * without one the latest generation on the registry is
      * drilled. A file with a backup but no registry record, or
      * a registry record but no backup, fails - the generation
      * cannot be proven. A registry record older than the hash
      * can only be proven by count; that passes at RC=4.
      *
      * One GRACEDRR result per file, with the time each restore
      * started and finished, goes to GRACEDRC for the drill
      * certificate once GRACEPFL has pre-flighted the restored
      * set. Any file that fails ends the step RC=8.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-DRQ-FILE ASSIGN TO GRACEDRQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-DRQ-STATUS.
           SELECT GRACE-GRG-FILE ASSIGN TO GRACEGRG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-GRG-STATUS.
           SELECT GRACE-BK1-FILE ASSIGN TO BKPRTY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-BK1-STATUS.
           SELECT GRACE-RTY-FILE ASSIGN TO DRLRTY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-RTY-PROGRAM
               FILE STATUS IS GRACE-RTY-STATUS.
           SELECT GRACE-BK2-FILE ASSIGN TO BKPCKP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-BK2-STATUS.
           SELECT GRACE-DR2-FILE ASSIGN TO DRLCKP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-DR2-STATUS.
           SELECT GRACE-BK3-FILE ASSIGN TO BKPRST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-BK3-STATUS.
           SELECT GRACE-DR3-FILE ASSIGN TO DRLRST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-DR3-STATUS.
           SELECT GRACE-BK4-FILE ASSIGN TO BKPPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-BK4-STATUS.
           SELECT GRACE-DR4-FILE ASSIGN TO DRLPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-DR4-STATUS.
           SELECT GRACE-BK5-FILE ASSIGN TO BKPNDX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-BK5-STATUS.
           SELECT GRACE-NAME-INDEX ASSIGN TO DRLNDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-NDX-CUST-ID
               ALTERNATE RECORD KEY IS GRACE-NDX-FULL-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS GRACE-NDX-PHONETIC
                   WITH DUPLICATES
               FILE STATUS IS GRACE-NDX-STATUS.
           SELECT GRACE-DRR-FILE ASSIGN TO GRACEDRR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-DRR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Drill request card: the backup date of the generation the
      *JCL's BKP... DDs point at. Zero or blank drills the latest
      *generation on the registry.
       FD  GRACE-DRQ-FILE
           RECORDING MODE IS F.
       01 GRACE-DRQ-REC.
           05 GRACE-DRQ-GENERATION PIC 9(08).
           05 GRACE-DRQ-GENERATION-X REDEFINES GRACE-DRQ-GENERATION
               PIC X(08).
           05 FILLER PIC X(72).

       FD  GRACE-GRG-FILE
           RECORDING MODE IS F.
           COPY GRACEGRG.

       FD  GRACE-BK1-FILE
           RECORDING MODE IS F.
       01 GRACE-BK1-REC PIC X(80).

       FD  GRACE-RTY-FILE.
       01 GRACE-RTY-REC.
           05 GRACE-RTY-PROGRAM PIC X(20).
           05 FILLER PIC X(60).

       FD  GRACE-BK2-FILE
           RECORDING MODE IS F.
       01 GRACE-BK2-REC PIC X(80).

       FD  GRACE-DR2-FILE
           RECORDING MODE IS F.
       01 GRACE-DR2-REC PIC X(80).

       FD  GRACE-BK3-FILE
           RECORDING MODE IS F.
       01 GRACE-BK3-REC PIC X(80).

       FD  GRACE-DR3-FILE
           RECORDING MODE IS F.
       01 GRACE-DR3-REC PIC X(80).

       FD  GRACE-BK4-FILE
           RECORDING MODE IS F.
       01 GRACE-BK4-REC PIC X(80).

       FD  GRACE-DR4-FILE
           RECORDING MODE IS F.
       01 GRACE-DR4-REC PIC X(80).

       FD  GRACE-BK5-FILE
           RECORDING MODE IS F.
       01 GRACE-BK5-REC PIC X(80).

       FD  GRACE-NAME-INDEX.
       01 GRACE-NDX-REC.
           05 GRACE-NDX-CUST-ID PIC 9(06).
           05 GRACE-NDX-FULL-NAME PIC X(30).
           05 GRACE-NDX-PHONETIC PIC X(04).
           05 FILLER PIC X(40).

       FD  GRACE-DRR-FILE
           RECORDING MODE IS F.
           COPY GRACEDRR.

       WORKING-STORAGE SECTION.
       01 GRACE-DRQ-STATUS PIC X(02).
           88 GRACE-DRQ-NOT-FOUND VALUE '35'.
       01 GRACE-GRG-STATUS PIC X(02).
           88 GRACE-GRG-NOT-FOUND VALUE '35'.
       01 GRACE-BK1-STATUS PIC X(02).
           88 GRACE-BK1-NOT-FOUND VALUE '35'.
       01 GRACE-RTY-STATUS PIC X(02).
           88 GRACE-RTY-OK VALUE '00'.
       01 GRACE-BK2-STATUS PIC X(02).
           88 GRACE-BK2-NOT-FOUND VALUE '35'.
       01 GRACE-DR2-STATUS PIC X(02).
       01 GRACE-BK3-STATUS PIC X(02).
           88 GRACE-BK3-NOT-FOUND VALUE '35'.
       01 GRACE-DR3-STATUS PIC X(02).
       01 GRACE-BK4-STATUS PIC X(02).
           88 GRACE-BK4-NOT-FOUND VALUE '35'.
       01 GRACE-DR4-STATUS PIC X(02).
       01 GRACE-BK5-STATUS PIC X(02).
           88 GRACE-BK5-NOT-FOUND VALUE '35'.
       01 GRACE-NDX-STATUS PIC X(02).
           88 GRACE-NDX-OK VALUE '00'.
       01 GRACE-DRR-STATUS PIC X(02).

       01 GRACE-DRL-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-DRL-FILE-DONE VALUE 'Y'.
       01 GRACE-GRG-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-GRG-END-OF-FILE VALUE 'Y'.

      *The registry record for each state file in the drilled
      *generation, in the order GRACEBKP takes them.
       01 GRACE-DRL-REGISTRY-VALUES.
           05 FILLER PIC X(08) VALUE "GRACERTY".
           05 FILLER PIC X(08) VALUE "GRACECKP".
           05 FILLER PIC X(08) VALUE "GRACERST".
           05 FILLER PIC X(08) VALUE "GRACEPRM".
           05 FILLER PIC X(08) VALUE "GRACENDX".
       01 GRACE-DRL-REGISTRY-NAMES REDEFINES
               GRACE-DRL-REGISTRY-VALUES.
           05 GRACE-DRL-REG-NAME PIC X(08) OCCURS 5 TIMES.
       01 GRACE-DRL-REGISTRY.
           05 GRACE-DRL-REG-ENTRY OCCURS 5 TIMES.
               10 GRACE-DRL-REG-FOUND PIC X(01).
               10 GRACE-DRL-REG-COUNT PIC 9(08).
               10 GRACE-DRL-REG-HASH PIC X(10).

       01 GRACE-DRL-GENERATION PIC 9(08) VALUE ZERO.
       01 GRACE-DRL-REG-IDX PIC 9(01) VALUE ZERO.
       01 GRACE-DRL-TIME-RAW PIC 9(08) VALUE ZERO.

       01 GRACE-DRL-WORK.
           05 GRACE-DRL-FILE-NAME PIC X(08) VALUE SPACES.
           05 GRACE-DRL-FILE-IDX PIC 9(01) VALUE ZERO.
           05 GRACE-DRL-BACKUP-SW PIC X(01) VALUE 'N'.
               88 GRACE-DRL-BACKUP-PRESENT VALUE 'Y'.
           05 GRACE-DRL-READ-COUNT PIC 9(08) VALUE ZERO.
           05 GRACE-DRL-WRITE-COUNT PIC 9(08) VALUE ZERO.
           05 GRACE-DRL-START-TIME PIC 9(06) VALUE ZERO.
           05 GRACE-DRL-END-TIME PIC 9(06) VALUE ZERO.

       01 GRACE-DRL-TOTALS.
           05 GRACE-DRL-PASS-COUNT PIC 9(02) VALUE ZERO.
           05 GRACE-DRL-FAIL-COUNT PIC 9(02) VALUE ZERO.
           05 GRACE-DRL-SKIP-COUNT PIC 9(02) VALUE ZERO.
           05 GRACE-DRL-COUNT-ONLY PIC 9(02) VALUE ZERO.

           COPY GRACEHSHH.
           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEDRL" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0800-LOAD-DRILL-REQUEST.
           PERFORM 0900-LOAD-REGISTRY.
           IF GRACE-DRL-GENERATION = ZERO
               DISPLAY "*** NO GENERATION ON GRACEGRG TO DRILL - "
                   "NOTHING RESTORED ***"
               MOVE ZERO TO GRACE-RPT-REC-COUNT
               PERFORM 0600-PRINT-GRACE-RPT-FOOTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "DR DRILL OF GENERATION " GRACE-DRL-GENERATION
               " INTO THE SCRATCH SET".
           OPEN OUTPUT GRACE-DRR-FILE.
           PERFORM 1000-DRILL-GRACERTY.
           PERFORM 2000-DRILL-GRACECKP.
           PERFORM 3000-DRILL-GRACERST.
           PERFORM 4000-DRILL-GRACEPRM.
           PERFORM 5000-DRILL-GRACENDX.
           CLOSE GRACE-DRR-FILE.
           COMPUTE GRACE-RPT-REC-COUNT =
               GRACE-DRL-PASS-COUNT + GRACE-DRL-FAIL-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           DISPLAY "FILES PASSED " GRACE-DRL-PASS-COUNT
               "  FAILED " GRACE-DRL-FAIL-COUNT
               "  SKIPPED " GRACE-DRL-SKIP-COUNT.
           EVALUATE TRUE
               WHEN GRACE-DRL-FAIL-COUNT > ZERO
                   DISPLAY "*** " GRACE-DRL-FAIL-COUNT " FILE(S) "
                       "DID NOT RESTORE AND VERIFY - GENERATION "
                       GRACE-DRL-GENERATION " NOT PROVEN ***"
                   MOVE 8 TO RETURN-CODE
               WHEN GRACE-DRL-COUNT-ONLY > ZERO
                   DISPLAY "GENERATION RESTORED - "
                       GRACE-DRL-COUNT-ONLY " FILE(S) PROVEN BY "
                       "COUNT ONLY (REGISTERED BEFORE THE HASH)"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "EVERY STATE FILE RESTORED AND VERIFIED "
                       "BY COUNT AND HASH"
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       0800-LOAD-DRILL-REQUEST.
           OPEN INPUT GRACE-DRQ-FILE.
           IF GRACE-DRQ-NOT-FOUND
               DISPLAY "GRACEDRQ NOT FOUND - DRILLING THE LATEST "
                   "GENERATION"
           ELSE
               READ GRACE-DRQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GRACE-DRQ-GENERATION NUMERIC
                           MOVE GRACE-DRQ-GENERATION
                               TO GRACE-DRL-GENERATION
                       ELSE
                           IF GRACE-DRQ-GENERATION-X NOT = SPACES
                               DISPLAY "*** GRACEDRQ GENERATION '"
                                   GRACE-DRQ-GENERATION-X
                                   "' NOT A DATE - DRILLING THE "
                                   "LATEST GENERATION ***"
                           END-IF
                       END-IF
               END-READ
               CLOSE GRACE-DRQ-FILE
           END-IF.

      *----------------------------------------------------------
      * 0900-LOAD-REGISTRY - with no generation asked for, a first
      * pass finds the latest backup date on GRACEGRG. The second
      * pass keeps each state file's record for that date; a file
      * backed up twice the same day keeps its later record.
      *----------------------------------------------------------
       0900-LOAD-REGISTRY.
           MOVE SPACES TO GRACE-DRL-REGISTRY.
           OPEN INPUT GRACE-GRG-FILE.
           IF GRACE-GRG-NOT-FOUND
               DISPLAY "*** GRACEGRG NOT FOUND - NO BACKUP HAS "
                   "EVER BEEN REGISTERED ***"
               MOVE ZERO TO GRACE-DRL-GENERATION
           ELSE
               IF GRACE-DRL-GENERATION = ZERO
                   PERFORM 0910-READ-REGISTRY
                   PERFORM 0920-NOTE-LATEST-DATE
                       UNTIL GRACE-GRG-END-OF-FILE
                   CLOSE GRACE-GRG-FILE
                   MOVE 'N' TO GRACE-GRG-EOF-SW
                   OPEN INPUT GRACE-GRG-FILE
               END-IF
               PERFORM 0910-READ-REGISTRY
               PERFORM 0930-KEEP-REGISTRY-RECORD
                   UNTIL GRACE-GRG-END-OF-FILE
               CLOSE GRACE-GRG-FILE
           END-IF.

       0910-READ-REGISTRY.
           READ GRACE-GRG-FILE
               AT END
                   SET GRACE-GRG-END-OF-FILE TO TRUE
           END-READ.

       0920-NOTE-LATEST-DATE.
           IF GRACE-GRG-DATE NUMERIC
                   AND GRACE-GRG-DATE > GRACE-DRL-GENERATION
               MOVE GRACE-GRG-DATE TO GRACE-DRL-GENERATION
           END-IF.
           PERFORM 0910-READ-REGISTRY.

       0930-KEEP-REGISTRY-RECORD.
           IF GRACE-GRG-DATE = GRACE-DRL-GENERATION
               PERFORM 0940-MATCH-REGISTRY-NAME
                   VARYING GRACE-DRL-REG-IDX FROM 1 BY 1
                   UNTIL GRACE-DRL-REG-IDX > 5
           END-IF.
           PERFORM 0910-READ-REGISTRY.

       0940-MATCH-REGISTRY-NAME.
           IF GRACE-GRG-FILE-NAME
                   = GRACE-DRL-REG-NAME(GRACE-DRL-REG-IDX)
               MOVE 'Y' TO GRACE-DRL-REG-FOUND(GRACE-DRL-REG-IDX)
               MOVE GRACE-GRG-REC-COUNT
                   TO GRACE-DRL-REG-COUNT(GRACE-DRL-REG-IDX)
               MOVE GRACE-GRG-HASH-X
                   TO GRACE-DRL-REG-HASH(GRACE-DRL-REG-IDX)
           END-IF.

      *----------------------------------------------------------
      * 1000-DRILL-GRACERTY reloads the keyed attempt-count file
      * into the scratch cluster from the generation's unload,
      * then re-reads the reloaded file through its key.
      *----------------------------------------------------------
       1000-DRILL-GRACERTY.
           MOVE "GRACERTY" TO GRACE-DRL-FILE-NAME.
           MOVE 1 TO GRACE-DRL-FILE-IDX.
           PERFORM 7000-START-ONE-RESTORE.
           OPEN INPUT GRACE-BK1-FILE.
           IF NOT GRACE-BK1-NOT-FOUND
               SET GRACE-DRL-BACKUP-PRESENT TO TRUE
               OPEN OUTPUT GRACE-RTY-FILE
               PERFORM 1100-READ-BK1
               PERFORM 1200-RELOAD-ONE-RTY
                   UNTIL GRACE-DRL-FILE-DONE
               CLOSE GRACE-BK1-FILE
               CLOSE GRACE-RTY-FILE
               PERFORM 1500-VERIFY-RESTORED-RTY
           END-IF.
           PERFORM 8000-JUDGE-ONE-RESTORE.

       1100-READ-BK1.
           READ GRACE-BK1-FILE
               AT END
                   SET GRACE-DRL-FILE-DONE TO TRUE
               NOT AT END
                   ADD 1 TO GRACE-DRL-READ-COUNT
           END-READ.

       1200-RELOAD-ONE-RTY.
           MOVE GRACE-BK1-REC TO GRACE-RTY-REC.
           WRITE GRACE-RTY-REC
               INVALID KEY
                   DISPLAY "*** DUPLICATE KEY IN BACKUP - "
                       GRACE-RTY-PROGRAM " NOT RELOADED ***"
               NOT INVALID KEY
                   ADD 1 TO GRACE-DRL-WRITE-COUNT
           END-WRITE.
           PERFORM 1100-READ-BK1.

       1500-VERIFY-RESTORED-RTY.
           MOVE 'N' TO GRACE-DRL-EOF-SW.
           OPEN INPUT GRACE-RTY-FILE.
           IF NOT GRACE-RTY-OK
               SET GRACE-DRL-FILE-DONE TO TRUE
           ELSE
               MOVE LOW-VALUES TO GRACE-RTY-PROGRAM
               START GRACE-RTY-FILE
                   KEY IS >= GRACE-RTY-PROGRAM
                   INVALID KEY
                       SET GRACE-DRL-FILE-DONE TO TRUE
               END-START
           END-IF.
           PERFORM 1600-HASH-ONE-RTY
               UNTIL GRACE-DRL-FILE-DONE.
           CLOSE GRACE-RTY-FILE.

       1600-HASH-ONE-RTY.
           READ GRACE-RTY-FILE NEXT RECORD
               AT END
                   SET GRACE-DRL-FILE-DONE TO TRUE
               NOT AT END
                   MOVE GRACE-RTY-REC TO GRACE-HSH-REC
                   PERFORM 9400-HASH-STATE-RECORD
           END-READ.

       2000-DRILL-GRACECKP.
           MOVE "GRACECKP" TO GRACE-DRL-FILE-NAME.
           MOVE 2 TO GRACE-DRL-FILE-IDX.
           PERFORM 7000-START-ONE-RESTORE.
           OPEN INPUT GRACE-BK2-FILE.
           IF NOT GRACE-BK2-NOT-FOUND
               SET GRACE-DRL-BACKUP-PRESENT TO TRUE
               OPEN OUTPUT GRACE-DR2-FILE
               PERFORM 2100-COPY-ONE-CKP
                   UNTIL GRACE-DRL-FILE-DONE
               CLOSE GRACE-BK2-FILE
               CLOSE GRACE-DR2-FILE
               PERFORM 2500-VERIFY-RESTORED-CKP
           END-IF.
           PERFORM 8000-JUDGE-ONE-RESTORE.

       2100-COPY-ONE-CKP.
           READ GRACE-BK2-FILE
               AT END
                   SET GRACE-DRL-FILE-DONE TO TRUE
               NOT AT END
                   ADD 1 TO GRACE-DRL-READ-COUNT
                   WRITE GRACE-DR2-REC FROM GRACE-BK2-REC
                   ADD 1 TO GRACE-DRL-WRITE-COUNT
           END-READ.

       2500-VERIFY-RESTORED-CKP.
           MOVE 'N' TO GRACE-DRL-EOF-SW.
           OPEN INPUT GRACE-DR2-FILE.
           PERFORM 2600-HASH-ONE-CKP
               UNTIL GRACE-DRL-FILE-DONE.
           CLOSE GRACE-DR2-FILE.

       2600-HASH-ONE-CKP.
           READ GRACE-DR2-FILE
               AT END
                   SET GRACE-DRL-FILE-DONE TO TRUE
               NOT AT END
                   MOVE GRACE-DR2-REC TO GRACE-HSH-REC
                   PERFORM 9400-HASH-STATE-RECORD
           END-READ.

       3000-DRILL-GRACERST.
           MOVE "GRACERST" TO GRACE-DRL-FILE-NAME.
           MOVE 3 TO GRACE-DRL-FILE-IDX.
           PERFORM 7000-START-ONE-RESTORE.
           OPEN INPUT GRACE-BK3-FILE.
           IF NOT GRACE-BK3-NOT-FOUND
               SET GRACE-DRL-BACKUP-PRESENT TO TRUE
               OPEN OUTPUT GRACE-DR3-FILE
               PERFORM 3100-COPY-ONE-RST
                   UNTIL GRACE-DRL-FILE-DONE
               CLOSE GRACE-BK3-FILE
               CLOSE GRACE-DR3-FILE
               PERFORM 3500-VERIFY-RESTORED-RST
           END-IF.
           PERFORM 8000-JUDGE-ONE-RESTORE.

       3100-COPY-ONE-RST.
           READ GRACE-BK3-FILE
               AT END
                   SET GRACE-DRL-FILE-DONE TO TRUE
               NOT AT END
                   ADD 1 TO GRACE-DRL-READ-COUNT
                   WRITE GRACE-DR3-REC FROM GRACE-BK3-REC
                   ADD 1 TO GRACE-DRL-WRITE-COUNT
           END-READ.

       3500-VERIFY-RESTORED-RST.
           MOVE 'N' TO GRACE-DRL-EOF-SW.
           OPEN INPUT GRACE-DR3-FILE.
           PERFORM 3600-HASH-ONE-RST
               UNTIL GRACE-DRL-FILE-DONE.
           CLOSE GRACE-DR3-FILE.

       3600-HASH-ONE-RST.
           READ GRACE-DR3-FILE
               AT END
                   SET GRACE-DRL-FILE-DONE TO TRUE
               NOT AT END
                   MOVE GRACE-DR3-REC TO GRACE-HSH-REC
                   PERFORM 9400-HASH-STATE-RECORD
           END-READ.

       4000-DRILL-GRACEPRM.
           MOVE "GRACEPRM" TO GRACE-DRL-FILE-NAME.
           MOVE 4 TO GRACE-DRL-FILE-IDX.
           PERFORM 7000-START-ONE-RESTORE.
           OPEN INPUT GRACE-BK4-FILE.
           IF NOT GRACE-BK4-NOT-FOUND
               SET GRACE-DRL-BACKUP-PRESENT TO TRUE
               OPEN OUTPUT GRACE-DR4-FILE
               PERFORM 4100-COPY-ONE-PRM
                   UNTIL GRACE-DRL-FILE-DONE
               CLOSE GRACE-BK4-FILE
               CLOSE GRACE-DR4-FILE
               PERFORM 4500-VERIFY-RESTORED-PRM
           END-IF.
           PERFORM 8000-JUDGE-ONE-RESTORE.

       4100-COPY-ONE-PRM.
           READ GRACE-BK4-FILE
               AT END
                   SET GRACE-DRL-FILE-DONE TO TRUE
               NOT AT END
                   ADD 1 TO GRACE-DRL-READ-COUNT
                   WRITE GRACE-DR4-REC FROM GRACE-BK4-REC
                   ADD 1 TO GRACE-DRL-WRITE-COUNT
           END-READ.

       4500-VERIFY-RESTORED-PRM.
           MOVE 'N' TO GRACE-DRL-EOF-SW.
           OPEN INPUT GRACE-DR4-FILE.
           PERFORM 4600-HASH-ONE-PRM
               UNTIL GRACE-DRL-FILE-DONE.
           CLOSE GRACE-DR4-FILE.

       4600-HASH-ONE-PRM.
           READ GRACE-DR4-FILE
               AT END
                   SET GRACE-DRL-FILE-DONE TO TRUE
               NOT AT END
                   MOVE GRACE-DR4-REC TO GRACE-HSH-REC
                   PERFORM 9400-HASH-STATE-RECORD
           END-READ.

       5000-DRILL-GRACENDX.
           MOVE "GRACENDX" TO GRACE-DRL-FILE-NAME.
           MOVE 5 TO GRACE-DRL-FILE-IDX.
           PERFORM 7000-START-ONE-RESTORE.
           OPEN INPUT GRACE-BK5-FILE.
           IF NOT GRACE-BK5-NOT-FOUND
               SET GRACE-DRL-BACKUP-PRESENT TO TRUE
               OPEN OUTPUT GRACE-NAME-INDEX
               PERFORM 5100-READ-BK5
               PERFORM 5200-RELOAD-ONE-NDX
                   UNTIL GRACE-DRL-FILE-DONE
               CLOSE GRACE-BK5-FILE
               CLOSE GRACE-NAME-INDEX
               PERFORM 5500-VERIFY-RESTORED-NDX
           END-IF.
           PERFORM 8000-JUDGE-ONE-RESTORE.

       5100-READ-BK5.
           READ GRACE-BK5-FILE
               AT END
                   SET GRACE-DRL-FILE-DONE TO TRUE
               NOT AT END
                   ADD 1 TO GRACE-DRL-READ-COUNT
           END-READ.

       5200-RELOAD-ONE-NDX.
           MOVE GRACE-BK5-REC TO GRACE-NDX-REC.
           WRITE GRACE-NDX-REC
               INVALID KEY
                   DISPLAY "*** DUPLICATE KEY IN BACKUP - ID "
                       GRACE-NDX-CUST-ID " NOT RELOADED ***"
               NOT INVALID KEY
                   ADD 1 TO GRACE-DRL-WRITE-COUNT
           END-WRITE.
           PERFORM 5100-READ-BK5.

       5500-VERIFY-RESTORED-NDX.
           MOVE 'N' TO GRACE-DRL-EOF-SW.
           OPEN INPUT GRACE-NAME-INDEX.
           IF NOT GRACE-NDX-OK
               SET GRACE-DRL-FILE-DONE TO TRUE
           ELSE
               MOVE ZERO TO GRACE-NDX-CUST-ID
               START GRACE-NAME-INDEX
                   KEY IS >= GRACE-NDX-CUST-ID
                   INVALID KEY
                       SET GRACE-DRL-FILE-DONE TO TRUE
               END-START
           END-IF.
           PERFORM 5600-HASH-ONE-NDX
               UNTIL GRACE-DRL-FILE-DONE.
           CLOSE GRACE-NAME-INDEX.

       5600-HASH-ONE-NDX.
           READ GRACE-NAME-INDEX NEXT RECORD
               AT END
                   SET GRACE-DRL-FILE-DONE TO TRUE
               NOT AT END
                   MOVE GRACE-NDX-REC TO GRACE-HSH-REC
                   PERFORM 9400-HASH-STATE-RECORD
           END-READ.

       7000-START-ONE-RESTORE.
           MOVE 'N' TO GRACE-DRL-EOF-SW.
           MOVE 'N' TO GRACE-DRL-BACKUP-SW.
           MOVE ZERO TO GRACE-DRL-READ-COUNT.
           MOVE ZERO TO GRACE-DRL-WRITE-COUNT.
           MOVE ZERO TO GRACE-HSH-TOTALS.
           ACCEPT GRACE-DRL-TIME-RAW FROM TIME.
           COMPUTE GRACE-DRL-START-TIME = GRACE-DRL-TIME-RAW / 100.

      *----------------------------------------------------------
      * 8000-JUDGE-ONE-RESTORE - the restore must have reloaded
      * every record it read, and the restored file must re-read
      * to the registered count and hash. The outcome goes to
      * GRACEDRR for the certificate.
      *----------------------------------------------------------
       8000-JUDGE-ONE-RESTORE.
           ACCEPT GRACE-DRL-TIME-RAW FROM TIME.
           COMPUTE GRACE-DRL-END-TIME = GRACE-DRL-TIME-RAW / 100.
           MOVE SPACES TO GRACE-DRR-REC.
           MOVE GRACE-DRL-FILE-NAME TO GRACE-DRR-FILE-NAME.
           MOVE GRACE-DRL-GENERATION TO GRACE-DRR-GENERATION.
           MOVE GRACE-DRL-REG-COUNT(GRACE-DRL-FILE-IDX)
               TO GRACE-DRR-EXPECT-COUNT.
           MOVE GRACE-DRL-REG-HASH(GRACE-DRL-FILE-IDX)
               TO GRACE-DRR-EXPECT-HASH.
           MOVE GRACE-HSH-COUNT TO GRACE-DRR-ACTUAL-COUNT.
           MOVE GRACE-HSH-TOTAL TO GRACE-DRR-ACTUAL-HASH.
           MOVE GRACE-DRL-START-TIME TO GRACE-DRR-START-TIME.
           MOVE GRACE-DRL-END-TIME TO GRACE-DRR-END-TIME.
           EVALUATE TRUE
               WHEN NOT GRACE-DRL-BACKUP-PRESENT
                       AND GRACE-DRL-REG-FOUND(GRACE-DRL-FILE-IDX)
                       NOT = 'Y'
                   MOVE ZERO TO GRACE-DRR-EXPECT-COUNT
                   MOVE "SKIP" TO GRACE-DRR-RESULT
                   MOVE "NOT TAKEN" TO GRACE-DRR-REASON
               WHEN NOT GRACE-DRL-BACKUP-PRESENT
                   MOVE "FAIL" TO GRACE-DRR-RESULT
                   MOVE "NO BACKUP" TO GRACE-DRR-REASON
               WHEN GRACE-DRL-REG-FOUND(GRACE-DRL-FILE-IDX)
                       NOT = 'Y'
                   MOVE ZERO TO GRACE-DRR-EXPECT-COUNT
                   MOVE "FAIL" TO GRACE-DRR-RESULT
                   MOVE "NOT IN REG" TO GRACE-DRR-REASON
               WHEN GRACE-DRL-WRITE-COUNT NOT = GRACE-DRL-READ-COUNT
                   MOVE "FAIL" TO GRACE-DRR-RESULT
                   MOVE "RELOAD" TO GRACE-DRR-REASON
               WHEN GRACE-HSH-COUNT NOT = GRACE-DRR-EXPECT-COUNT
                   MOVE "FAIL" TO GRACE-DRR-RESULT
                   MOVE "COUNT" TO GRACE-DRR-REASON
               WHEN GRACE-DRR-EXPECT-HASH = SPACES
                   MOVE "PASS" TO GRACE-DRR-RESULT
                   MOVE "COUNT ONLY" TO GRACE-DRR-REASON
                   ADD 1 TO GRACE-DRL-COUNT-ONLY
               WHEN GRACE-DRR-EXPECT-HASH NOT = GRACE-DRR-ACTUAL-HASH
                   MOVE "FAIL" TO GRACE-DRR-RESULT
                   MOVE "HASH" TO GRACE-DRR-REASON
               WHEN OTHER
                   MOVE "PASS" TO GRACE-DRR-RESULT
                   MOVE "VERIFIED" TO GRACE-DRR-REASON
           END-EVALUATE.
           EVALUATE TRUE
               WHEN GRACE-DRR-PASSED
                   ADD 1 TO GRACE-DRL-PASS-COUNT
                   DISPLAY GRACE-DRL-FILE-NAME " RESTORED - "
                       GRACE-HSH-COUNT " RECORD(S), HASH "
                       GRACE-HSH-TOTAL " - " GRACE-DRR-REASON
               WHEN GRACE-DRR-SKIPPED
                   ADD 1 TO GRACE-DRL-SKIP-COUNT
                   DISPLAY GRACE-DRL-FILE-NAME " NOT IN THIS "
                       "GENERATION - NOTHING TO RESTORE"
               WHEN OTHER
                   ADD 1 TO GRACE-DRL-FAIL-COUNT
                   DISPLAY "*** " GRACE-DRL-FILE-NAME " FAILED ("
                       GRACE-DRR-REASON ") - REGISTERED "
                       GRACE-DRR-EXPECT-COUNT "/"
                       GRACE-DRR-EXPECT-HASH " RESTORED "
                       GRACE-HSH-COUNT "/" GRACE-HSH-TOTAL " ***"
           END-EVALUATE.
           WRITE GRACE-DRR-REC.

           COPY GRACEHSHP.
           COPY GRACERPTP.
