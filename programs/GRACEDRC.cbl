       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEDRC.
      *----------------------------------------------------------
      * GRACEDRC prints the disaster-recovery drill certificate,
      * the last step of the drill job. GRACEDRL has restored the
      * chosen backup generation of every state file into the
      * scratch set and left one GRACEDRR result per file; the
      * GRACEPFL pre-flight has then been run against the
      * restored set, and the JCL passes its outcome in on the
      * GRACEDPF card (PASS or FAIL - which of two alternative
      * steps runs depends on the pre-flight's return code).
      *
      * The certificate lists, per file, pass or fail with the
      * reason, the registered and restored record counts and
      * content hashes, and the time the restore started,
      * finished and took. The drill passes only when no file
      * failed, at least one file was restored, and the restored
      * set pre-flighted clean. Every drill is appended to the
      * GRACEDRH history; the certificate shows the last drill
      * that passed before this one, and this one when it passes,
      * so the audit question "when did we last prove it" has an
      * answer on paper. A failed drill ends RC=8.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-DRR-FILE ASSIGN TO GRACEDRR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-DRR-STATUS.
           SELECT GRACE-DPF-FILE ASSIGN TO GRACEDPF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-DPF-STATUS.
           SELECT GRACE-DRH-FILE ASSIGN TO GRACEDRH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-DRH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-DRR-FILE
           RECORDING MODE IS F.
           COPY GRACEDRR.

      *Pre-flight outcome card: PASS or FAIL for the GRACEPFL run
      *against the restored set.
       FD  GRACE-DPF-FILE
           RECORDING MODE IS F.
       01 GRACE-DPF-REC.
           05 GRACE-DPF-RESULT PIC X(04).
           05 FILLER PIC X(76).

      *Drill history - one record per drill, appended.
       FD  GRACE-DRH-FILE
           RECORDING MODE IS F.
       01 GRACE-DRH-REC.
           05 GRACE-DRH-DATE PIC 9(08).
           05 GRACE-DRH-TIME PIC 9(06).
           05 GRACE-DRH-GENERATION PIC 9(08).
           05 GRACE-DRH-RESULT PIC X(04).
           05 GRACE-DRH-PFL-RESULT PIC X(04).
           05 GRACE-DRH-FILES-PASSED PIC 9(02).
           05 GRACE-DRH-FILES-FAILED PIC 9(02).
           05 GRACE-DRH-ELAPSED-SECS PIC 9(06).
           05 FILLER PIC X(40).

       WORKING-STORAGE SECTION.
       01 GRACE-DRR-STATUS PIC X(02).
           88 GRACE-DRR-NOT-FOUND VALUE '35'.
       01 GRACE-DPF-STATUS PIC X(02).
           88 GRACE-DPF-NOT-FOUND VALUE '35'.
       01 GRACE-DRH-STATUS PIC X(02).
           88 GRACE-DRH-NOT-FOUND VALUE '35'.

       01 GRACE-DRR-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-DRR-END-OF-FILE VALUE 'Y'.
       01 GRACE-DRH-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-DRH-END-OF-FILE VALUE 'Y'.

       01 GRACE-DRC-TODAY PIC 9(08) VALUE ZERO.
       01 GRACE-DRC-TIME-RAW PIC 9(08) VALUE ZERO.
       01 GRACE-DRC-NOW PIC 9(06) VALUE ZERO.
       01 GRACE-DRC-GENERATION PIC 9(08) VALUE ZERO.
       01 GRACE-DRC-LAST-PASS PIC 9(08) VALUE ZERO.
       01 GRACE-DRC-PFL-RESULT PIC X(04) VALUE SPACES.
           88 GRACE-DRC-PFL-PASSED VALUE "PASS".
       01 GRACE-DRC-RESULT PIC X(04) VALUE SPACES.
           88 GRACE-DRC-DRILL-PASSED VALUE "PASS".

       01 GRACE-DRC-TOTALS.
           05 GRACE-DRC-PASS-COUNT PIC 9(02) VALUE ZERO.
           05 GRACE-DRC-FAIL-COUNT PIC 9(02) VALUE ZERO.
           05 GRACE-DRC-SKIP-COUNT PIC 9(02) VALUE ZERO.
           05 GRACE-DRC-TOTAL-SECS PIC 9(06) VALUE ZERO.

       01 GRACE-DRC-TIMING.
           05 GRACE-DRC-SECS PIC S9(08) VALUE ZERO.
           05 GRACE-DRC-START-SECS PIC 9(08) VALUE ZERO.
           05 GRACE-DRC-END-SECS PIC 9(08) VALUE ZERO.
           05 GRACE-DRC-HH PIC 9(02) VALUE ZERO.
           05 GRACE-DRC-MM PIC 9(02) VALUE ZERO.
           05 GRACE-DRC-SS PIC 9(02) VALUE ZERO.
           05 GRACE-DRC-TIME-WORK PIC 9(06) VALUE ZERO.

       01 GRACE-DRC-EDITED.
           05 GRACE-DRC-SECS-ED PIC ZZZ,ZZ9.
           05 GRACE-DRC-TOTAL-ED PIC ZZZ,ZZ9.
           05 GRACE-DRC-LAST-PASS-ED PIC X(08).

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEDRC" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           ACCEPT GRACE-DRC-TODAY FROM DATE YYYYMMDD.
           ACCEPT GRACE-DRC-TIME-RAW FROM TIME.
           COMPUTE GRACE-DRC-NOW = GRACE-DRC-TIME-RAW / 100.
           PERFORM 1000-LOAD-DRILL-HISTORY.
           PERFORM 1500-LOAD-PREFLIGHT-OUTCOME.
           DISPLAY "DISASTER-RECOVERY DRILL CERTIFICATE".
           DISPLAY "DRILL RUN " GRACE-DRC-TODAY " AT " GRACE-DRC-NOW.
           DISPLAY " ".
           DISPLAY "FILE     RSLT REASON     REGISTERED/HASH"
               "       RESTORED/HASH         START   END    SECS".
           PERFORM 2000-LIST-RESTORE-RESULTS.
           PERFORM 3000-JUDGE-THE-DRILL.
           PERFORM 4000-PRINT-CERTIFICATE.
           PERFORM 5000-RECORD-THE-DRILL.
           COMPUTE GRACE-RPT-REC-COUNT = GRACE-DRC-PASS-COUNT
               + GRACE-DRC-FAIL-COUNT + GRACE-DRC-SKIP-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           IF GRACE-DRC-DRILL-PASSED
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------
      * 1000-LOAD-DRILL-HISTORY finds the latest drill on record
      * that passed. The history is read before this drill is
      * appended, so it is the one before tonight's.
      *----------------------------------------------------------
       1000-LOAD-DRILL-HISTORY.
           OPEN INPUT GRACE-DRH-FILE.
           IF GRACE-DRH-NOT-FOUND
               DISPLAY "GRACEDRH NOT FOUND - FIRST DRILL ON RECORD"
           ELSE
               PERFORM 1100-READ-DRILL-HISTORY
               PERFORM 1200-NOTE-PASSED-DRILL
                   UNTIL GRACE-DRH-END-OF-FILE
               CLOSE GRACE-DRH-FILE
           END-IF.

       1100-READ-DRILL-HISTORY.
           READ GRACE-DRH-FILE
               AT END
                   SET GRACE-DRH-END-OF-FILE TO TRUE
           END-READ.

       1200-NOTE-PASSED-DRILL.
           IF GRACE-DRH-RESULT = "PASS"
                   AND GRACE-DRH-DATE NUMERIC
                   AND GRACE-DRH-DATE > GRACE-DRC-LAST-PASS
               MOVE GRACE-DRH-DATE TO GRACE-DRC-LAST-PASS
           END-IF.
           PERFORM 1100-READ-DRILL-HISTORY.

      *A missing card means the pre-flight step never ran -
      *the restored set is unproven.
       1500-LOAD-PREFLIGHT-OUTCOME.
           OPEN INPUT GRACE-DPF-FILE.
           IF GRACE-DPF-NOT-FOUND
               MOVE "NONE" TO GRACE-DRC-PFL-RESULT
           ELSE
               READ GRACE-DPF-FILE
                   AT END
                       MOVE "NONE" TO GRACE-DRC-PFL-RESULT
                   NOT AT END
                       MOVE GRACE-DPF-RESULT TO GRACE-DRC-PFL-RESULT
               END-READ
               CLOSE GRACE-DPF-FILE
           END-IF.

       2000-LIST-RESTORE-RESULTS.
           OPEN INPUT GRACE-DRR-FILE.
           IF GRACE-DRR-NOT-FOUND
               DISPLAY "*** GRACEDRR NOT FOUND - THE RESTORE STEP "
                   "LEFT NO RESULTS ***"
           ELSE
               PERFORM 2100-READ-RESTORE-RESULT
               PERFORM 2200-LIST-ONE-RESULT
                   UNTIL GRACE-DRR-END-OF-FILE
               CLOSE GRACE-DRR-FILE
           END-IF.

       2100-READ-RESTORE-RESULT.
           READ GRACE-DRR-FILE
               AT END
                   SET GRACE-DRR-END-OF-FILE TO TRUE
           END-READ.

       2200-LIST-ONE-RESULT.
           MOVE GRACE-DRR-GENERATION TO GRACE-DRC-GENERATION.
           PERFORM 2300-COMPUTE-ELAPSED.
           ADD GRACE-DRC-SECS TO GRACE-DRC-TOTAL-SECS.
           MOVE GRACE-DRC-SECS TO GRACE-DRC-SECS-ED.
           EVALUATE TRUE
               WHEN GRACE-DRR-PASSED
                   ADD 1 TO GRACE-DRC-PASS-COUNT
               WHEN GRACE-DRR-SKIPPED
                   ADD 1 TO GRACE-DRC-SKIP-COUNT
               WHEN OTHER
                   ADD 1 TO GRACE-DRC-FAIL-COUNT
           END-EVALUATE.
           DISPLAY GRACE-DRR-FILE-NAME " " GRACE-DRR-RESULT " "
               GRACE-DRR-REASON " " GRACE-DRR-EXPECT-COUNT "/"
               GRACE-DRR-EXPECT-HASH " " GRACE-DRR-ACTUAL-COUNT "/"
               GRACE-DRR-ACTUAL-HASH " " GRACE-DRR-START-TIME " "
               GRACE-DRR-END-TIME " " GRACE-DRC-SECS-ED.
           PERFORM 2100-READ-RESTORE-RESULT.

      *An end time below the start time crossed midnight.
       2300-COMPUTE-ELAPSED.
           MOVE GRACE-DRR-START-TIME TO GRACE-DRC-TIME-WORK.
           PERFORM 2350-TIME-TO-SECONDS.
           MOVE GRACE-DRC-SECS TO GRACE-DRC-START-SECS.
           MOVE GRACE-DRR-END-TIME TO GRACE-DRC-TIME-WORK.
           PERFORM 2350-TIME-TO-SECONDS.
           MOVE GRACE-DRC-SECS TO GRACE-DRC-END-SECS.
           COMPUTE GRACE-DRC-SECS =
               GRACE-DRC-END-SECS - GRACE-DRC-START-SECS.
           IF GRACE-DRC-SECS < ZERO
               ADD 86400 TO GRACE-DRC-SECS
           END-IF.

       2350-TIME-TO-SECONDS.
           MOVE GRACE-DRC-TIME-WORK(1:2) TO GRACE-DRC-HH.
           MOVE GRACE-DRC-TIME-WORK(3:2) TO GRACE-DRC-MM.
           MOVE GRACE-DRC-TIME-WORK(5:2) TO GRACE-DRC-SS.
           COMPUTE GRACE-DRC-SECS = GRACE-DRC-HH * 3600
               + GRACE-DRC-MM * 60 + GRACE-DRC-SS.

       3000-JUDGE-THE-DRILL.
           IF GRACE-DRC-FAIL-COUNT = ZERO
                   AND GRACE-DRC-PASS-COUNT > ZERO
                   AND GRACE-DRC-PFL-PASSED
               MOVE "PASS" TO GRACE-DRC-RESULT
           ELSE
               MOVE "FAIL" TO GRACE-DRC-RESULT
           END-IF.

       4000-PRINT-CERTIFICATE.
           MOVE GRACE-DRC-TOTAL-SECS TO GRACE-DRC-TOTAL-ED.
           IF GRACE-DRC-LAST-PASS = ZERO
               MOVE "NONE" TO GRACE-DRC-LAST-PASS-ED
           ELSE
               MOVE GRACE-DRC-LAST-PASS TO GRACE-DRC-LAST-PASS-ED
           END-IF.
           DISPLAY " ".
           DISPLAY "GENERATION DRILLED         " GRACE-DRC-GENERATION.
           DISPLAY "FILES PASSED/FAILED/SKIP   " GRACE-DRC-PASS-COUNT
               "/" GRACE-DRC-FAIL-COUNT "/" GRACE-DRC-SKIP-COUNT.
           DISPLAY "TOTAL RESTORE SECONDS      " GRACE-DRC-TOTAL-ED.
           IF GRACE-DRC-PFL-RESULT = "NONE"
               DISPLAY "PRE-FLIGHT OF RESTORED SET NOT RUN"
           ELSE
               DISPLAY "PRE-FLIGHT OF RESTORED SET "
                   GRACE-DRC-PFL-RESULT
           END-IF.
           DISPLAY "PREVIOUS SUCCESSFUL DRILL  "
               GRACE-DRC-LAST-PASS-ED.
           IF GRACE-DRC-DRILL-PASSED
               DISPLAY "DRILL RESULT: PASSED - THE SHOP CAN BE "
                   "RESTORED FROM GENERATION " GRACE-DRC-GENERATION
               DISPLAY "LAST SUCCESSFUL DRILL      " GRACE-DRC-TODAY
           ELSE
               DISPLAY "*** DRILL RESULT: FAILED - RESTORE NOT "
                   "PROVEN ***"
               DISPLAY "LAST SUCCESSFUL DRILL      "
                   GRACE-DRC-LAST-PASS-ED
           END-IF.

       5000-RECORD-THE-DRILL.
           OPEN EXTEND GRACE-DRH-FILE.
           IF GRACE-DRH-NOT-FOUND
               OPEN OUTPUT GRACE-DRH-FILE
           END-IF.
           MOVE SPACES TO GRACE-DRH-REC.
           MOVE GRACE-DRC-TODAY TO GRACE-DRH-DATE.
           MOVE GRACE-DRC-NOW TO GRACE-DRH-TIME.
           MOVE GRACE-DRC-GENERATION TO GRACE-DRH-GENERATION.
           MOVE GRACE-DRC-RESULT TO GRACE-DRH-RESULT.
           MOVE GRACE-DRC-PFL-RESULT TO GRACE-DRH-PFL-RESULT.
           MOVE GRACE-DRC-PASS-COUNT TO GRACE-DRH-FILES-PASSED.
           MOVE GRACE-DRC-FAIL-COUNT TO GRACE-DRH-FILES-FAILED.
           MOVE GRACE-DRC-TOTAL-SECS TO GRACE-DRH-ELAPSED-SECS.
           WRITE GRACE-DRH-REC.
           CLOSE GRACE-DRH-FILE.

           COPY GRACERPTP.
