      * this program reverses one cycle from that journal:
      *
      *   - applied adds are deleted
      *   - applied changes, postings and write-offs get their
      *     prior image re-written
      *   - applied deletes get their prior image written back
      *
      * The journal is replayed newest-first so a key touched
      * applied listing less the GRACEMRJ rejects from the same
      * run - a disagreement means the journal cannot be trusted
      * and the step ends RC=8 with the master untouched.
      *
      * GRACEWOF is put back with the master: a write-off undone
      * goes back to approved, so GRACEWOP generates it again, and
      * a credit undone on a customer written off comes off the
      * amount recovered.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-MST-KEY
               FILE STATUS IS GRACE-MST-STATUS.
           SELECT GRACE-WOF-FILE ASSIGN TO GRACEWOF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-WOF-CUST-ID
               FILE STATUS IS GRACE-WOF-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 GRACE-MJL-PRIOR-VALUE PIC X(30).
           05 GRACE-MJL-PRIOR-UPD-DATE PIC 9(08).
           05 GRACE-MJL-PRIOR-BALANCE PIC X(10).
           05 FILLER PIC X(35).

       FD  GRACE-MTS-FILE
           RECORDING MODE IS F.
           05 GRACE-MTS-SOURCE PIC 9(6).
           05 GRACE-MTS-S-SOURCE-VALUE PIC X(30).
           05 GRACE-MTS-OP-CODE PIC X(01).
           05 FILLER PIC X(63).

       FD  GRACE-MRJ-FILE
           RECORDING MODE IS F.
           05 GRACE-MRJ-EFF-DATE PIC X(08).
           05 GRACE-MRJ-AMT-SIGN PIC X(01).
           05 GRACE-MRJ-AMOUNT PIC X(09).
           05 FILLER PIC X(29).

       FD  GRACE-MST-FILE.
       01 GRACE-MST-REC.
               SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(26).

       FD  GRACE-WOF-FILE.
           COPY GRACEWOF.

       WORKING-STORAGE SECTION.
       01 GRACE-BKC-STATUS PIC X(02).
           88 GRACE-BKC-OK VALUE '00'.
           88 GRACE-MST-OK VALUE '00'.
           88 GRACE-MST-NOT-FOUND VALUE '35'.

       01 GRACE-WOF-STATUS PIC X(02).
           88 GRACE-WOF-OK VALUE '00'.
           88 GRACE-WOF-NOT-FOUND VALUE '35'.

       01 GRACE-WOF-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-WOF-OPEN VALUE 'Y'.

       01 GRACE-BKO-CREDIT PIC S9(10) VALUE ZERO.

       01 GRACE-BKO-PRIOR-IMAGE PIC X(10) VALUE SPACES.
       01 GRACE-BKO-PRIOR-BALANCE REDEFINES GRACE-BKO-PRIOR-IMAGE
           PIC S9(09) SIGN IS LEADING SEPARATE.

       01 GRACE-MJL-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-MJL-END-OF-FILE VALUE 'Y'.

           05 GRACE-BKO-UNDO-ADD PIC 9(06) VALUE ZERO.
           05 GRACE-BKO-UNDO-CHG PIC 9(06) VALUE ZERO.
           05 GRACE-BKO-UNDO-DEL PIC 9(06) VALUE ZERO.
           05 GRACE-BKO-UNDO-WOF PIC 9(06) VALUE ZERO.
           05 GRACE-BKO-FAIL-COUNT PIC 9(06) VALUE ZERO.

           COPY GRACERPTH.
                   "REVERSE AGAINST ***"
               ADD 1 TO GRACE-BKO-FAIL-COUNT
           ELSE
               OPEN I-O GRACE-WOF-FILE
               IF GRACE-WOF-OK
                   SET GRACE-WOF-OPEN TO TRUE
               END-IF
               PERFORM 3100-REVERSE-ONE-RECORD
                   VARYING GRACE-BKO-JRNL-IDX
                   FROM GRACE-BKO-JRNL-USED BY -1
                   UNTIL GRACE-BKO-JRNL-IDX < 1
               CLOSE GRACE-MST-FILE
               IF GRACE-WOF-OPEN
                   CLOSE GRACE-WOF-FILE
               END-IF
           END-IF.

       3100-REVERSE-ONE-RECORD.
               WHEN 'A'
                   PERFORM 3200-UNDO-ADD
               WHEN 'C'
               WHEN 'P'
                   PERFORM 3300-UNDO-CHANGE
               WHEN 'W'
                   PERFORM 3300-UNDO-CHANGE
                   PERFORM 3500-REOPEN-WRITE-OFF
               WHEN 'D'
                   PERFORM 3400-UNDO-DELETE
               WHEN OTHER
                   DISPLAY "*** UNDO CHANGE - KEY " GRACE-MST-KEY
                       " NOT ON MASTER ***"
               NOT INVALID KEY
                   PERFORM 3350-CHECK-RECOVERY-UNDONE
                   MOVE GRACE-BKO-JRNL-VALUE(GRACE-BKO-JRNL-IDX)
                       TO GRACE-MST-VALUE
                   MOVE GRACE-BKO-JRNL-UPD-DATE(GRACE-BKO-JRNL-IDX)
                   DISPLAY "UNDID C " GRACE-MST-KEY
           END-READ.

      *A credit undone on a customer written off was counted as
      *recovered by GRACEMUP; the credit is the balance now less
      *the balance journaled before it.
       3350-CHECK-RECOVERY-UNDONE.
           MOVE GRACE-BKO-JRNL-BALANCE(GRACE-BKO-JRNL-IDX)
               TO GRACE-BKO-PRIOR-IMAGE.
           IF GRACE-WOF-OPEN
                   AND GRACE-BKO-JRNL-OP(GRACE-BKO-JRNL-IDX) NOT = 'W'
                   AND GRACE-MST-BALANCE NUMERIC
                   AND GRACE-BKO-PRIOR-BALANCE NUMERIC
               MOVE GRACE-MST-KEY TO GRACE-WOF-CUST-ID
               READ GRACE-WOF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 3360-REDUCE-RECOVERED
               END-READ
           END-IF.

       3360-REDUCE-RECOVERED.
           COMPUTE GRACE-BKO-CREDIT =
               GRACE-MST-BALANCE - GRACE-BKO-PRIOR-BALANCE.
           IF GRACE-WOF-WRITTEN-OFF
                   AND GRACE-WOF-RECOVERY-DATE = GRACE-BKO-WANTED-DATE
                   AND GRACE-BKO-CREDIT > ZERO
               IF GRACE-BKO-CREDIT > GRACE-WOF-RECOVERED
                   MOVE ZERO TO GRACE-WOF-RECOVERED
               ELSE
                   SUBTRACT GRACE-BKO-CREDIT FROM GRACE-WOF-RECOVERED
               END-IF
               REWRITE GRACE-WOF-REC
               DISPLAY "RECOVERY UNDONE " GRACE-WOF-CUST-ID
           END-IF.

      *A write-off undone is approved again, for GRACEWOP to
      *generate on its next run.
       3500-REOPEN-WRITE-OFF.
           IF GRACE-WOF-OPEN
               MOVE GRACE-BKO-JRNL-KEY(GRACE-BKO-JRNL-IDX)
                   TO GRACE-WOF-CUST-ID
               READ GRACE-WOF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GRACE-WOF-WRITTEN-OFF
                           MOVE 'A' TO GRACE-WOF-STATE
                           MOVE ZERO TO GRACE-WOF-POST-DATE
                           MOVE ZERO TO GRACE-WOF-WRITTEN-OFF-AMT
                           MOVE ZERO TO GRACE-WOF-RECOVERED
                           MOVE ZERO TO GRACE-WOF-RECOVERY-DATE
                           REWRITE GRACE-WOF-REC
                           ADD 1 TO GRACE-BKO-UNDO-WOF
                           DISPLAY "REOPENED WRITE-OFF "
                               GRACE-WOF-CUST-ID
                       END-IF
               END-READ
           END-IF.

       3400-UNDO-DELETE.
           MOVE SPACES TO GRACE-MST-REC.
           MOVE GRACE-BKO-JRNL-KEY(GRACE-BKO-JRNL-IDX)
           DISPLAY "CHANGES UNDONE:          " GRACE-BKO-UNDO-CHG.
           DISPLAY "DELETES UNDONE (REBUILT): "
               GRACE-BKO-UNDO-DEL.
           DISPLAY "WRITE-OFFS REOPENED:     " GRACE-BKO-UNDO-WOF.
           DISPLAY "FAILURES:                " GRACE-BKO-FAIL-COUNT.

           COPY GRACERPTP.
