           SELECT GRACE-TXN-FILE ASSIGN TO GRACETXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TXN-STATUS.
           SELECT GRACE-RIV-FILE ASSIGN TO GRACERIV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RIV-STATUS.
           SELECT GRACE-CKPT-FILE ASSIGN TO GRACECKP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CKPT-STATUS.
       01 GRACE-TXN-REC.
           05 GRACE-TXN-SOURCE PIC 9(6).
           05 GRACE-TXN-S-SOURCE-VALUE PIC X(30).
           05 FILLER PIC X(64).

      *Corrected rejects GRACERWK released, in the GRACETXN layout.
      *They go into the sort ahead of GRACETXN and the file is
      *emptied once the run finishes clean.
       FD  GRACE-RIV-FILE
           RECORDING MODE IS F.
       01 GRACE-RIV-REC.
           05 GRACE-RIV-SOURCE PIC 9(6).
           05 GRACE-RIV-S-SOURCE-VALUE PIC X(30).
           05 FILLER PIC X(64).

       SD  GRACE-SORT-FILE.
       01 GRACE-SORT-REC.
           05 GRACE-SRT-SOURCE PIC 9(6).
           05 GRACE-SRT-S-SOURCE-VALUE PIC X(30).
           05 FILLER PIC X(64).

      *Sorted transaction file that 2000-PROCESS-FILE reads from, so
      *records are worked in ascending GRACE-TXN-SOURCE order instead
           05 GRACE-TSR-SOURCE PIC 9(6).
           05 GRACE-TSR-S-SOURCE-VALUE PIC X(30).
           05 FILLER PIC X(44).
           05 GRACE-TSR-TRACE-REF PIC X(18).
           05 FILLER PIC X(02).

       FD  GRACE-CKPT-FILE
           RECORDING MODE IS F.

      *Rejected transactions -- SOURCE values that fail the edit
      *check in 2050-EDIT-SOURCE-VALUE never reach MOVE SOURCE TO
      *DEST; they land here instead with a reason code, the whole
      *transaction and the processing date, and wait for GRACERWK
      *to release them corrected to GRACERIV or write them off.
      *The transaction's trace reference rides along in the same
      *bytes it occupies on GRACETXN, so a released reject keeps it.
       FD  GRACE-REJECT-FILE
           RECORDING MODE IS F.
       01 GRACE-REJECT-REC.
           05 GRACE-RJT-SOURCE PIC X(06).
           05 GRACE-RJT-REASON-CODE PIC X(04).
           05 GRACE-RJT-REASON-TEXT PIC X(30).
           05 GRACE-RJT-S-SOURCE-VALUE PIC X(30).
           05 GRACE-RJT-REJ-DATE PIC 9(08).
           05 FILLER PIC X(02).
           05 GRACE-RJT-TRACE-REF PIC X(18).
           05 FILLER PIC X(02).

       FD  GRACE-SYSX-FILE
           RECORDING MODE IS F.
       01 GRACE-TXN-STATUS PIC X(02).
           88 GRACE-TXN-OK VALUE '00'.
           88 GRACE-TXN-EOF VALUE '10'.
           88 GRACE-TXN-NOT-FOUND VALUE '35'.
       01 GRACE-TXN-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-TXN-END-OF-FILE VALUE 'Y'.
       01 GRACE-RIV-STATUS PIC X(02).
           88 GRACE-RIV-OK VALUE '00'.
           88 GRACE-RIV-NOT-FOUND VALUE '35'.
       01 GRACE-RIV-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-RIV-END-OF-FILE VALUE 'Y'.
       01 GRACE-REENTRY-COUNT PIC 9(8) VALUE ZERO.
       01 GRACE-CKPT-STATUS PIC X(02).
           88 GRACE-CKPT-OK VALUE '00'.
           88 GRACE-CKPT-NOT-FOUND VALUE '35'.
      *----------------------------------------------------------
      * 1050-SORT-TRANSACTIONS orders GRACETXN by GRACE-TXN-SOURCE
      * ahead of processing, so records are worked in key sequence
      * instead of raw arrival order on the input file. The
      * corrected rejects on GRACERIV are released to the sort
      * first; duplicates keep their released order, so a
      * re-entered transaction is worked ahead of a GRACETXN one
      * on the same key and the GRACETXN one is the duplicate.
      *----------------------------------------------------------
       1050-SORT-TRANSACTIONS.
           SORT GRACE-SORT-FILE
               ON ASCENDING KEY GRACE-SRT-SOURCE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 1060-RELEASE-TRANSACTIONS
               GIVING GRACE-TXN-SRT-FILE.

       1060-RELEASE-TRANSACTIONS.
           OPEN INPUT GRACE-RIV-FILE.
           IF GRACE-RIV-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1070-READ-REENTERED-TRANS
               PERFORM 1080-RELEASE-REENTERED-TRANS
                   UNTIL GRACE-RIV-END-OF-FILE
               CLOSE GRACE-RIV-FILE
           END-IF.
           IF GRACE-REENTRY-COUNT > ZERO
               DISPLAY "RE-ENTERED TRANSACTIONS RELEASED: "
                   GRACE-REENTRY-COUNT
           END-IF.
           OPEN INPUT GRACE-TXN-FILE.
           IF GRACE-TXN-NOT-FOUND
               DISPLAY "GRACETXN NOT FOUND - NO NEW TRANSACTIONS"
           ELSE
               PERFORM 1090-READ-NEW-TRANS
               PERFORM 1095-RELEASE-NEW-TRANS
                   UNTIL GRACE-TXN-END-OF-FILE
               CLOSE GRACE-TXN-FILE
           END-IF.

       1070-READ-REENTERED-TRANS.
           READ GRACE-RIV-FILE
               AT END
                   SET GRACE-RIV-END-OF-FILE TO TRUE
           END-READ.

       1080-RELEASE-REENTERED-TRANS.
           ADD 1 TO GRACE-REENTRY-COUNT.
           RELEASE GRACE-SORT-REC FROM GRACE-RIV-REC.
           PERFORM 1070-READ-REENTERED-TRANS.

       1090-READ-NEW-TRANS.
           READ GRACE-TXN-FILE
               AT END
                   SET GRACE-TXN-END-OF-FILE TO TRUE
           END-READ.

       1095-RELEASE-NEW-TRANS.
           RELEASE GRACE-SORT-REC FROM GRACE-TXN-REC.
           PERFORM 1090-READ-NEW-TRANS.

       1100-LOAD-CHECKPOINT.
           OPEN INPUT GRACE-CKPT-FILE.
           MOVE "GRACECKP" TO GRACE-FSC-FILE-NAME.
      *----------------------------------------------------------
       2050-EDIT-SOURCE-VALUE.
           SET GRACE-SOURCE-VALID TO TRUE.
           MOVE SPACES TO GRACE-REJECT-REC.
           IF GRACE-TSR-SOURCE NOT NUMERIC
               MOVE 'N' TO GRACE-SOURCE-VALID-SW
               MOVE GRACE-TSR-SOURCE TO GRACE-RJT-SOURCE
           END-IF.
           IF NOT GRACE-SOURCE-VALID
               ADD 1 TO GRACE-REJECT-COUNT
               MOVE GRACE-TSR-S-SOURCE-VALUE TO GRACE-RJT-S-SOURCE-VALUE
               MOVE GRACE-CYC-DATE TO GRACE-RJT-REJ-DATE
               MOVE GRACE-TSR-TRACE-REF TO GRACE-RJT-TRACE-REF
               WRITE GRACE-REJECT-REC
               MOVE "GRC3004W" TO GRACE-MSG-ID
               MOVE GRACE-RJT-REASON-TEXT TO GRACE-MSG-SUB1
           IF GRACE-HAVE-PREV-DEST
               AND GRACE-TSR-SOURCE = GRACE-PREV-DEST
               MOVE 'N' TO GRACE-SOURCE-VALID-SW
               MOVE SPACES TO GRACE-REJECT-REC
               ADD 1 TO GRACE-DUPLICATE-COUNT
               ADD 1 TO GRACE-REJECT-COUNT
               MOVE GRACE-TSR-SOURCE TO GRACE-RJT-SOURCE
               MOVE "E003" TO GRACE-RJT-REASON-CODE
               MOVE "DUPLICATE DEST KEY" TO GRACE-RJT-REASON-TEXT
               MOVE GRACE-TSR-S-SOURCE-VALUE TO GRACE-RJT-S-SOURCE-VALUE
               MOVE GRACE-CYC-DATE TO GRACE-RJT-REJ-DATE
               MOVE GRACE-TSR-TRACE-REF TO GRACE-RJT-TRACE-REF
               WRITE GRACE-REJECT-REC
               MOVE "GRC3004W" TO GRACE-MSG-ID
               MOVE GRACE-RJT-REASON-TEXT TO GRACE-MSG-SUB1
           MOVE ZERO TO GRACE-BAL-AMOUNT-HASH.
           PERFORM 9800-WRITE-BALANCING-RECORD.
           PERFORM 1450-CLEAR-CHECKPOINT.
           IF GRACE-REENTRY-COUNT > ZERO
               PERFORM 1460-CLEAR-REENTRIES
           END-IF.
           DISPLAY "TESTVARASSIGN COMPLETE - " GRACE-REC-COUNT
               " RECORD(S) PROCESSED".
           DISPLAY "TRANSACTIONS REJECTED...........: "
           WRITE GRACE-CKPT-REC.
           CLOSE GRACE-CKPT-FILE.

      *----------------------------------------------------------
      * 1460-CLEAR-REENTRIES empties GRACERIV on a clean finish,
      * once its transactions have been worked - not before, so
      * a restart after an abend sorts them in again.
      *----------------------------------------------------------
       1460-CLEAR-REENTRIES.
           OPEN OUTPUT GRACE-RIV-FILE.
           CLOSE GRACE-RIV-FILE.

           COPY GRACEFSCP.

           COPY GRACESYSXP.
