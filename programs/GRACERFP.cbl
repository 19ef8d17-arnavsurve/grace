       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACERFP.
      *----------------------------------------------------------
      * GRACERFP is the nightly balance roll-forward proof on the
      * GRACEMST master. GRACEMCR proves each record changed only
      * through GRACEMUP; this proves the money:
      *
      *   last night's master total (and record count)
      *   + tonight's net applied amounts
      *   = tonight's actual master total (and count)
      *
      * Last night's figures come off GRACERFS, the balance
      * snapshot this step wrote at the end of its previous run,
      * one record per master key stamped with that run's date
      * and cycle. Tonight's applied amounts come off the GRACEPHS
      * posted history - every entry posted after the snapshot's
      * date and cycle, up to tonight's - which is the applied
      * subset of GRACEMTS with the balances deletes gave back.
      *
      * The snapshot and the master are matched key by key, so a
      * difference is isolated to the customer it sits on: prior
      * balance plus that key's postings must equal the balance
      * on the master now. Each miss is listed, and any miss - or
      * a total or count that will not roll forward - ends the
      * step RC=8 and is logged to GRACERUN, so it shows on the
      * GRACECTLR control report and the morning turnover instead
      * of waiting for the quarterly audit to rebuild it by hand.
      *
      * Tonight's master is written to GRACERFN as the snapshot
      * the next run proves against (rolled into GRACERFS between
      * runs). No GRACERFS at all is the first-ever run: the
      * baseline is taken and nothing is proved.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-MST-FILE ASSIGN TO GRACEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-MST-KEY
               FILE STATUS IS GRACE-MST-STATUS.
           SELECT GRACE-PHS-FILE ASSIGN TO GRACEPHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-PHS-KEY
               FILE STATUS IS GRACE-PHS-STATUS.
           SELECT GRACE-RFS-FILE ASSIGN TO GRACERFS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RFS-STATUS.
           SELECT GRACE-RFN-FILE ASSIGN TO GRACERFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RFN-STATUS.
           SELECT GRACE-RUNC-FILE ASSIGN TO GRACERUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

       FD  GRACE-MST-FILE.
       01 GRACE-MST-REC.
           05 GRACE-MST-KEY PIC 9(06).
           05 GRACE-MST-VALUE PIC X(30).
           05 GRACE-MST-UPD-DATE PIC 9(08).
           05 GRACE-MST-BALANCE PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(26).

       FD  GRACE-PHS-FILE.
           COPY GRACEPHS.

      *Balance snapshot - last run's (RFS) and tonight's (RFN).
       FD  GRACE-RFS-FILE
           RECORDING MODE IS F.
       01 GRACE-RFS-REC.
           05 GRACE-RFS-KEY PIC 9(06).
           05 GRACE-RFS-BALANCE PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 GRACE-RFS-STAMP.
               10 GRACE-RFS-DATE PIC 9(08).
               10 GRACE-RFS-CYCLE PIC 9(02).
           05 FILLER PIC X(54).

       FD  GRACE-RFN-FILE
           RECORDING MODE IS F.
       01 GRACE-RFN-REC.
           05 GRACE-RFN-KEY PIC 9(06).
           05 GRACE-RFN-BALANCE PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 GRACE-RFN-DATE PIC 9(08).
           05 GRACE-RFN-CYCLE PIC 9(02).
           05 FILLER PIC X(54).

       FD  GRACE-RUNC-FILE
           RECORDING MODE IS F.
           COPY GRACERUNC.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

           COPY GRACELOGH.

       01 GRACE-MST-STATUS PIC X(02).
           88 GRACE-MST-OK VALUE '00'.
           88 GRACE-MST-NOT-FOUND VALUE '35'.

       01 GRACE-PHS-STATUS PIC X(02).
           88 GRACE-PHS-OK VALUE '00'.
           88 GRACE-PHS-NOT-FOUND VALUE '35'.

       01 GRACE-RFS-STATUS PIC X(02).
           88 GRACE-RFS-OK VALUE '00'.
           88 GRACE-RFS-NOT-FOUND VALUE '35'.

       01 GRACE-RFN-STATUS PIC X(02).
           88 GRACE-RFN-OK VALUE '00'.

       01 GRACE-RUNC-STATUS PIC X(02).
           88 GRACE-RUNC-OK VALUE '00'.
           88 GRACE-RUNC-NOT-FOUND VALUE '35'.

       01 GRACE-RFP-BASELINE-SW PIC X(01) VALUE 'N'.
           88 GRACE-RFP-BASELINE-RUN VALUE 'Y'.

       01 GRACE-RFP-HISTORY-SW PIC X(01) VALUE 'N'.
           88 GRACE-RFP-HISTORY-OPEN VALUE 'Y'.

       01 GRACE-RFP-MST-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-RFP-MST-DONE VALUE 'Y'.

       01 GRACE-RFP-RFS-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-RFP-RFS-DONE VALUE 'Y'.

       01 GRACE-RFP-PHS-DONE-SW PIC X(01) VALUE 'N'.
           88 GRACE-RFP-PHS-DONE VALUE 'Y'.

      *The merge keys - a finished file parks at all nines so the
      *other runs out on its own.
       01 GRACE-RFP-MST-KEY PIC 9(06) VALUE ZERO.
       01 GRACE-RFP-RFS-KEY PIC 9(06) VALUE ZERO.
       01 GRACE-RFP-CUR-KEY PIC 9(06) VALUE ZERO.

      *The posting window: after the snapshot's date and cycle,
      *up to and including tonight's.
       01 GRACE-RFP-WINDOW.
           05 GRACE-RFP-SNAP-STAMP.
               10 GRACE-RFP-SNAP-DATE PIC 9(08) VALUE ZERO.
               10 GRACE-RFP-SNAP-CYCLE PIC 9(02) VALUE ZERO.
           05 GRACE-RFP-TONIGHT-STAMP.
               10 GRACE-RFP-TONIGHT-DATE PIC 9(08) VALUE ZERO.
               10 GRACE-RFP-TONIGHT-CYCLE PIC 9(02) VALUE ZERO.
           05 GRACE-RFP-ENTRY-STAMP.
               10 GRACE-RFP-ENTRY-DATE PIC 9(08) VALUE ZERO.
               10 GRACE-RFP-ENTRY-CYCLE PIC 9(02) VALUE ZERO.

      *One key's roll-forward.
       01 GRACE-RFP-KEY-FIGURES.
           05 GRACE-RFP-PRIOR-BAL PIC S9(11) VALUE ZERO.
           05 GRACE-RFP-KEY-NET PIC S9(11) VALUE ZERO.
           05 GRACE-RFP-ACTUAL-BAL PIC S9(11) VALUE ZERO.
           05 GRACE-RFP-KEY-DIFF PIC S9(11) VALUE ZERO.

       01 GRACE-RFP-TOTALS.
           05 GRACE-RFP-PRIOR-COUNT PIC 9(08) VALUE ZERO.
           05 GRACE-RFP-PRIOR-TOTAL PIC S9(13) VALUE ZERO.
           05 GRACE-RFP-NET-TOTAL PIC S9(13) VALUE ZERO.
           05 GRACE-RFP-ACTUAL-COUNT PIC 9(08) VALUE ZERO.
           05 GRACE-RFP-ACTUAL-TOTAL PIC S9(13) VALUE ZERO.
           05 GRACE-RFP-EXPECTED-TOTAL PIC S9(13) VALUE ZERO.
           05 GRACE-RFP-ADD-COUNT PIC 9(08) VALUE ZERO.
           05 GRACE-RFP-DEL-COUNT PIC 9(08) VALUE ZERO.
           05 GRACE-RFP-EXPECTED-COUNT PIC S9(09) VALUE ZERO.
           05 GRACE-RFP-DIFF-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-RFP-AMT-ED PIC -(12)9.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACERFP" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           MOVE GRACE-CYC-DATE TO GRACE-RFP-TONIGHT-DATE.
           MOVE GRACE-CYC-NUMBER TO GRACE-RFP-TONIGHT-CYCLE.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-MATCH-ONE-KEY
               UNTIL GRACE-RFP-MST-DONE AND GRACE-RFP-RFS-DONE.
           PERFORM 1900-CLOSE-FILES.
           PERFORM 4000-PROVE-THE-TOTALS.
           MOVE "GRACERFP" TO GRACE-RUNC-PROGRAM.
           MOVE RETURN-CODE TO GRACE-RUNC-RC.
           MOVE GRACE-RFP-DIFF-COUNT TO GRACE-RUNC-EXCEPTION-COUNT.
           PERFORM 9700-LOG-RUN-CONTROL.
           PERFORM 9710-CLOSE-RUN-CONTROL-LOG.
           MOVE GRACE-RFP-ACTUAL-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT GRACE-MST-FILE.
           IF GRACE-MST-NOT-FOUND
               DISPLAY "GRACEMST NOT FOUND - AN EMPTY MASTER"
               SET GRACE-RFP-MST-DONE TO TRUE
               MOVE 999999 TO GRACE-RFP-MST-KEY
           ELSE
               MOVE ZERO TO GRACE-MST-KEY
               START GRACE-MST-FILE
                   KEY IS >= GRACE-MST-KEY
                   INVALID KEY
                       SET GRACE-RFP-MST-DONE TO TRUE
                       MOVE 999999 TO GRACE-RFP-MST-KEY
               END-START
               PERFORM 1100-READ-MASTER
           END-IF.
           OPEN INPUT GRACE-RFS-FILE.
           IF GRACE-RFS-NOT-FOUND
               DISPLAY "GRACERFS NOT FOUND - BASELINE RUN, NOTHING "
                   "TO PROVE"
               SET GRACE-RFP-BASELINE-RUN TO TRUE
               SET GRACE-RFP-RFS-DONE TO TRUE
               MOVE 999999 TO GRACE-RFP-RFS-KEY
           ELSE
               PERFORM 1200-READ-SNAPSHOT
               IF NOT GRACE-RFP-RFS-DONE
                   MOVE GRACE-RFS-STAMP TO GRACE-RFP-SNAP-STAMP
                   DISPLAY "PROVING FROM SNAPSHOT OF "
                       GRACE-RFP-SNAP-DATE " CYCLE "
                       GRACE-RFP-SNAP-CYCLE
               END-IF
           END-IF.
           OPEN INPUT GRACE-PHS-FILE.
           IF GRACE-PHS-NOT-FOUND
               DISPLAY "GRACEPHS NOT FOUND - NO POSTINGS TO ROLL"
           ELSE
               SET GRACE-RFP-HISTORY-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT GRACE-RFN-FILE.

       1100-READ-MASTER.
           IF NOT GRACE-RFP-MST-DONE
               READ GRACE-MST-FILE NEXT RECORD
                   AT END
                       SET GRACE-RFP-MST-DONE TO TRUE
                       MOVE 999999 TO GRACE-RFP-MST-KEY
                   NOT AT END
                       MOVE GRACE-MST-KEY TO GRACE-RFP-MST-KEY
               END-READ
           END-IF.

       1200-READ-SNAPSHOT.
           READ GRACE-RFS-FILE
               AT END
                   SET GRACE-RFP-RFS-DONE TO TRUE
                   MOVE 999999 TO GRACE-RFP-RFS-KEY
               NOT AT END
                   MOVE GRACE-RFS-KEY TO GRACE-RFP-RFS-KEY
           END-READ.

       1900-CLOSE-FILES.
           IF NOT GRACE-MST-NOT-FOUND
               CLOSE GRACE-MST-FILE
           END-IF.
           IF NOT GRACE-RFP-BASELINE-RUN
               CLOSE GRACE-RFS-FILE
           END-IF.
           IF GRACE-RFP-HISTORY-OPEN
               CLOSE GRACE-PHS-FILE
           END-IF.
           CLOSE GRACE-RFN-FILE.

      *----------------------------------------------------------
      * 2000-MATCH-ONE-KEY takes the lower of the two keys. A key
      * only on the snapshot was deleted since; a key only on the
      * master was added since; either way its postings must
      * carry it from the one balance to the other.
      *----------------------------------------------------------
       2000-MATCH-ONE-KEY.
           MOVE ZERO TO GRACE-RFP-PRIOR-BAL.
           MOVE ZERO TO GRACE-RFP-ACTUAL-BAL.
           IF GRACE-RFP-RFS-KEY < GRACE-RFP-MST-KEY
               MOVE GRACE-RFP-RFS-KEY TO GRACE-RFP-CUR-KEY
           ELSE
               MOVE GRACE-RFP-MST-KEY TO GRACE-RFP-CUR-KEY
           END-IF.
           IF GRACE-RFP-RFS-KEY = GRACE-RFP-CUR-KEY
               PERFORM 2100-TAKE-SNAPSHOT-SIDE
           END-IF.
           IF GRACE-RFP-MST-KEY = GRACE-RFP-CUR-KEY
               PERFORM 2200-TAKE-MASTER-SIDE
           END-IF.
           IF NOT GRACE-RFP-BASELINE-RUN
               PERFORM 3000-ROLL-ONE-KEY
           END-IF.

       2100-TAKE-SNAPSHOT-SIDE.
           ADD 1 TO GRACE-RFP-PRIOR-COUNT.
           IF GRACE-RFS-BALANCE NUMERIC
               MOVE GRACE-RFS-BALANCE TO GRACE-RFP-PRIOR-BAL
           END-IF.
           ADD GRACE-RFP-PRIOR-BAL TO GRACE-RFP-PRIOR-TOTAL.
           PERFORM 1200-READ-SNAPSHOT.

       2200-TAKE-MASTER-SIDE.
           ADD 1 TO GRACE-RFP-ACTUAL-COUNT.
           IF GRACE-MST-BALANCE NUMERIC
               MOVE GRACE-MST-BALANCE TO GRACE-RFP-ACTUAL-BAL
           END-IF.
           ADD GRACE-RFP-ACTUAL-BAL TO GRACE-RFP-ACTUAL-TOTAL.
           MOVE SPACES TO GRACE-RFN-REC.
           MOVE GRACE-MST-KEY TO GRACE-RFN-KEY.
           MOVE GRACE-RFP-ACTUAL-BAL TO GRACE-RFN-BALANCE.
           MOVE GRACE-CYC-DATE TO GRACE-RFN-DATE.
           MOVE GRACE-CYC-NUMBER TO GRACE-RFN-CYCLE.
           WRITE GRACE-RFN-REC.
           PERFORM 1100-READ-MASTER.

       3000-ROLL-ONE-KEY.
           MOVE ZERO TO GRACE-RFP-KEY-NET.
           IF GRACE-RFP-HISTORY-OPEN
               PERFORM 3100-START-KEY-WINDOW
               PERFORM 3200-TAKE-ONE-POSTING
                   UNTIL GRACE-RFP-PHS-DONE
           END-IF.
           ADD GRACE-RFP-KEY-NET TO GRACE-RFP-NET-TOTAL.
           COMPUTE GRACE-RFP-KEY-DIFF =
               GRACE-RFP-ACTUAL-BAL
               - (GRACE-RFP-PRIOR-BAL + GRACE-RFP-KEY-NET).
           IF GRACE-RFP-KEY-DIFF NOT = ZERO
               ADD 1 TO GRACE-RFP-DIFF-COUNT
               MOVE GRACE-RFP-KEY-DIFF TO GRACE-RFP-AMT-ED
               DISPLAY "*** KEY " GRACE-RFP-CUR-KEY
                   " DOES NOT ROLL FORWARD - DIFFERENCE "
                   GRACE-RFP-AMT-ED " ***"
           END-IF.

       3100-START-KEY-WINDOW.
           MOVE 'N' TO GRACE-RFP-PHS-DONE-SW.
           MOVE GRACE-RFP-CUR-KEY TO GRACE-PHS-SOURCE.
           MOVE GRACE-RFP-SNAP-DATE TO GRACE-PHS-POST-DATE.
           MOVE GRACE-RFP-SNAP-CYCLE TO GRACE-PHS-CYCLE.
           MOVE ZERO TO GRACE-PHS-SEQ.
           START GRACE-PHS-FILE
               KEY IS >= GRACE-PHS-KEY
               INVALID KEY
                   SET GRACE-RFP-PHS-DONE TO TRUE
           END-START.

      *Entries stamped with the snapshot's own date and cycle
      *were already in the snapshot balance and are passed over.
       3200-TAKE-ONE-POSTING.
           READ GRACE-PHS-FILE NEXT RECORD
               AT END
                   SET GRACE-RFP-PHS-DONE TO TRUE
               NOT AT END
                   MOVE GRACE-PHS-POST-DATE TO GRACE-RFP-ENTRY-DATE
                   MOVE GRACE-PHS-CYCLE TO GRACE-RFP-ENTRY-CYCLE
                   IF GRACE-PHS-SOURCE NOT = GRACE-RFP-CUR-KEY
                           OR GRACE-RFP-ENTRY-STAMP
                           > GRACE-RFP-TONIGHT-STAMP
                       SET GRACE-RFP-PHS-DONE TO TRUE
                   ELSE
                       IF GRACE-RFP-ENTRY-STAMP
                               > GRACE-RFP-SNAP-STAMP
                           ADD GRACE-PHS-AMOUNT TO GRACE-RFP-KEY-NET
                           PERFORM 3300-COUNT-ADD-OR-DELETE
                       END-IF
                   END-IF
           END-READ.

       3300-COUNT-ADD-OR-DELETE.
           IF GRACE-PHS-OP-CODE = 'A'
               ADD 1 TO GRACE-RFP-ADD-COUNT
           END-IF.
           IF GRACE-PHS-OP-CODE = 'D'
               ADD 1 TO GRACE-RFP-DEL-COUNT
           END-IF.

      *----------------------------------------------------------
      * 4000-PROVE-THE-TOTALS - the roll-forward report: prior
      * total + net applied = actual total, prior count + adds -
      * deletes = actual count, and no key-level difference.
      *----------------------------------------------------------
       4000-PROVE-THE-TOTALS.
           COMPUTE GRACE-RFP-EXPECTED-TOTAL =
               GRACE-RFP-PRIOR-TOTAL + GRACE-RFP-NET-TOTAL.
           COMPUTE GRACE-RFP-EXPECTED-COUNT =
               GRACE-RFP-PRIOR-COUNT + GRACE-RFP-ADD-COUNT
               - GRACE-RFP-DEL-COUNT.
           DISPLAY "BALANCE ROLL-FORWARD".
           MOVE GRACE-RFP-PRIOR-TOTAL TO GRACE-RFP-AMT-ED.
           DISPLAY "  PRIOR MASTER TOTAL....: " GRACE-RFP-AMT-ED
               "  RECORDS " GRACE-RFP-PRIOR-COUNT.
           MOVE GRACE-RFP-NET-TOTAL TO GRACE-RFP-AMT-ED.
           DISPLAY "  NET APPLIED SINCE.....: " GRACE-RFP-AMT-ED
               "  ADDS " GRACE-RFP-ADD-COUNT
               "  DELETES " GRACE-RFP-DEL-COUNT.
           MOVE GRACE-RFP-ACTUAL-TOTAL TO GRACE-RFP-AMT-ED.
           DISPLAY "  ACTUAL MASTER TOTAL...: " GRACE-RFP-AMT-ED
               "  RECORDS " GRACE-RFP-ACTUAL-COUNT.
           EVALUATE TRUE
               WHEN GRACE-RFP-BASELINE-RUN
                   DISPLAY "  BASELINE TAKEN - PROOF STARTS NEXT RUN"
                   MOVE 0 TO RETURN-CODE
               WHEN GRACE-RFP-EXPECTED-TOTAL
                       NOT = GRACE-RFP-ACTUAL-TOTAL
                   MOVE GRACE-RFP-EXPECTED-TOTAL TO GRACE-RFP-AMT-ED
                   DISPLAY "*** TOTAL DOES NOT ROLL FORWARD - "
                       "EXPECTED " GRACE-RFP-AMT-ED " ***"
                   MOVE 8 TO RETURN-CODE
               WHEN GRACE-RFP-EXPECTED-COUNT
                       NOT = GRACE-RFP-ACTUAL-COUNT
                   DISPLAY "*** COUNT DOES NOT ROLL FORWARD - "
                       "EXPECTED " GRACE-RFP-EXPECTED-COUNT " ***"
                   MOVE 8 TO RETURN-CODE
               WHEN GRACE-RFP-DIFF-COUNT > ZERO
                   DISPLAY "*** " GRACE-RFP-DIFF-COUNT
                       " KEY(S) DO NOT ROLL FORWARD ***"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "  ROLL-FORWARD PROVES"
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           COPY GRACERPTP.

           COPY GRACECYCP.

           COPY GRACERUNCP.
