       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEREV.
      *----------------------------------------------------------
      * GRACEREV reverses single transactions. GRACEBKO can only
      * back out a whole cycle, so one bad transaction among a
      * night's thousands used to mean losing the night or
      * hand-editing GRACEMST. Instead, each GRACERVC card names
      * one applied transaction by its GRACEMJL journal reference:
      *
      *   cols  1-8  posting (cycle) date
      *   cols 10-11 cycle number
      *   cols 13-18 sequence within the cycle
      *
      * For each card the journal gives the key and the image the
      * transaction replaced, and the GRACEPHS entry gives the
      * site, effective date and the signed amount it posted. The
      * compensating transaction goes on GRACEVTX in GRACETXN
      * layout, concatenated behind the night's GRACETXN like the
      * other generated feeds, so GRACEMUP posts it and the
      * journal, the posted history and the GL interface carry
      * both sides:
      *
      *   - an add is deleted
      *   - a delete is added back with its old value and balance
      *   - a change puts the old value back and takes back the
      *     amount it posted
      *   - a posting or write-off is posted again, negated
      *
      * The original's date, cycle and sequence ride in positions
      * 61-76 of the compensating transaction; GRACEMUP stamps
      * them on the new history entry, which links the pair and
      * lets a second reversal of the same original be refused -
      * here, and again by GRACEMUP if two get through together.
      * A card is refused, and listed, when the transaction is not
      * on the journal or the history, is itself a reversal, has
      * already been reversed, is named twice, or is an add the
      * account has posted against since.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-RVC-FILE ASSIGN TO GRACERVC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RVC-STATUS.
           SELECT GRACE-MJL-FILE ASSIGN TO GRACEMJL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-MJL-STATUS.
           SELECT GRACE-PHS-FILE ASSIGN TO GRACEPHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-PHS-KEY
               FILE STATUS IS GRACE-PHS-STATUS.
           SELECT GRACE-VTX-FILE ASSIGN TO GRACEVTX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-VTX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

      *Reversal request card.
       FD  GRACE-RVC-FILE
           RECORDING MODE IS F.
       01 GRACE-RVC-REC.
           05 GRACE-RVC-DATE PIC X(08).
           05 FILLER PIC X(01).
           05 GRACE-RVC-CYCLE PIC X(02).
           05 FILLER PIC X(01).
           05 GRACE-RVC-SEQ PIC X(06).
           05 FILLER PIC X(62).

       FD  GRACE-MJL-FILE
           RECORDING MODE IS F.
       01 GRACE-MJL-REC.
           05 GRACE-MJL-DATE PIC 9(08).
           05 GRACE-MJL-CYCLE PIC 9(02).
           05 GRACE-MJL-OP-CODE PIC X(01).
           05 GRACE-MJL-KEY PIC 9(06).
           05 GRACE-MJL-PRIOR-VALUE PIC X(30).
           05 GRACE-MJL-PRIOR-UPD-DATE PIC 9(08).
           05 GRACE-MJL-PRIOR-BALANCE PIC X(10).
           05 GRACE-MJL-SEQ PIC 9(06).
           05 FILLER PIC X(29).

       FD  GRACE-PHS-FILE.
           COPY GRACEPHS.

      *Compensating transactions, GRACETXN layout.
       FD  GRACE-VTX-FILE
           RECORDING MODE IS F.
       01 GRACE-VTX-REC.
           05 GRACE-VTX-SOURCE PIC 9(6).
           05 GRACE-VTX-S-SOURCE-VALUE PIC X(30).
           05 GRACE-VTX-OP-CODE PIC X(01).
           05 GRACE-VTX-SITE-CODE PIC X(02).
           05 GRACE-VTX-EFF-DATE PIC X(08).
           05 GRACE-VTX-AMT-SIGN PIC X(01).
           05 GRACE-VTX-AMOUNT PIC 9(09).
           05 GRACE-VTX-CURRENCY PIC X(03).
           05 GRACE-VTX-REVERSAL-OF.
               10 GRACE-VTX-REV-DATE PIC 9(08).
               10 GRACE-VTX-REV-CYCLE PIC 9(02).
               10 GRACE-VTX-REV-SEQ PIC 9(06).
           05 FILLER PIC X(24).

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

       01 GRACE-RVC-STATUS PIC X(02).
           88 GRACE-RVC-OK VALUE '00'.
           88 GRACE-RVC-NOT-FOUND VALUE '35'.

       01 GRACE-MJL-STATUS PIC X(02).
           88 GRACE-MJL-OK VALUE '00'.
           88 GRACE-MJL-NOT-FOUND VALUE '35'.

       01 GRACE-PHS-STATUS PIC X(02).
           88 GRACE-PHS-OK VALUE '00'.
           88 GRACE-PHS-NOT-FOUND VALUE '35'.

       01 GRACE-VTX-STATUS PIC X(02).
           88 GRACE-VTX-OK VALUE '00'.

       01 GRACE-RVC-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-RVC-END-OF-FILE VALUE 'Y'.

       01 GRACE-MJL-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-MJL-END-OF-FILE VALUE 'Y'.

       01 GRACE-REV-PHS-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-REV-PHS-OPEN VALUE 'Y'.

      *The night's requests, with what the journal said of each.
       01 GRACE-REV-TABLE.
           05 GRACE-REV-USED PIC 9(04) VALUE ZERO.
           05 GRACE-REV-ENTRY OCCURS 500 TIMES.
               10 GRACE-REV-T-DATE PIC 9(08).
               10 GRACE-REV-T-CYCLE PIC 9(02).
               10 GRACE-REV-T-SEQ PIC 9(06).
               10 GRACE-REV-T-FOUND-SW PIC X(01).
                   88 GRACE-REV-T-ON-JOURNAL VALUE 'Y'.
               10 GRACE-REV-T-OP-CODE PIC X(01).
               10 GRACE-REV-T-KEY PIC 9(06).
               10 GRACE-REV-T-PRIOR-VALUE PIC X(30).

       01 GRACE-REV-IDX PIC 9(04) VALUE ZERO.
       01 GRACE-REV-DUP-IDX PIC 9(04) VALUE ZERO.

      *The request being worked.
       01 GRACE-REV-WORK.
           05 GRACE-REV-REFUSE-SW PIC X(01) VALUE 'N'.
               88 GRACE-REV-REFUSED VALUE 'Y'.
           05 GRACE-REV-REASON PIC X(30) VALUE SPACES.
           05 GRACE-REV-DUP-SW PIC X(01) VALUE 'N'.
               88 GRACE-REV-IS-DUPLICATE VALUE 'Y'.
           05 GRACE-REV-SCAN-SW PIC X(01) VALUE 'N'.
               88 GRACE-REV-SCAN-DONE VALUE 'Y'.
           05 GRACE-REV-DONE-SW PIC X(01) VALUE 'N'.
               88 GRACE-REV-ALREADY-DONE VALUE 'Y'.
           05 GRACE-REV-LATER-SW PIC X(01) VALUE 'N'.
               88 GRACE-REV-POSTED-SINCE VALUE 'Y'.
           05 GRACE-REV-ORIG-KEY.
               10 GRACE-REV-ORIG-SOURCE PIC 9(06).
               10 GRACE-REV-ORIG-DATE PIC 9(08).
               10 GRACE-REV-ORIG-CYCLE PIC 9(02).
               10 GRACE-REV-ORIG-SEQ PIC 9(06).
           05 GRACE-REV-ORIG-SITE PIC X(02).
           05 GRACE-REV-ORIG-EFF-DATE PIC X(08).
           05 GRACE-REV-ORIG-AMOUNT PIC S9(09) VALUE ZERO.
           05 GRACE-REV-BACK-AMOUNT PIC S9(09) VALUE ZERO.

       01 GRACE-REV-COUNTS.
           05 GRACE-REV-CARD-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-REV-GENERATED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-REV-REFUSED-COUNT PIC 9(06) VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEREV" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           OPEN OUTPUT GRACE-VTX-FILE.
           PERFORM 1000-LOAD-REQUESTS.
           IF GRACE-REV-USED = ZERO
               DISPLAY "NO REVERSALS REQUESTED"
           ELSE
               PERFORM 2000-READ-THE-JOURNAL
               OPEN INPUT GRACE-PHS-FILE
               IF GRACE-PHS-NOT-FOUND
                   DISPLAY "GRACEPHS NOT FOUND - NO HISTORY TO "
                       "REVERSE AGAINST"
               ELSE
                   SET GRACE-REV-PHS-OPEN TO TRUE
               END-IF
               PERFORM 3000-WORK-ONE-REQUEST
                   VARYING GRACE-REV-IDX FROM 1 BY 1
                   UNTIL GRACE-REV-IDX > GRACE-REV-USED
               IF GRACE-REV-PHS-OPEN
                   CLOSE GRACE-PHS-FILE
               END-IF
           END-IF.
           CLOSE GRACE-VTX-FILE.
           PERFORM 6000-PRINT-REVERSAL-REPORT.
           IF GRACE-REV-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE GRACE-REV-GENERATED-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

      *----------------------------------------------------------
      * 1000-LOAD-REQUESTS - a card that is not a date, cycle and
      * sequence is refused on the spot; a card naming the same
      * transaction as an earlier one is refused as a duplicate.
      *----------------------------------------------------------
       1000-LOAD-REQUESTS.
           OPEN INPUT GRACE-RVC-FILE.
           IF GRACE-RVC-NOT-FOUND
               DISPLAY "GRACERVC NOT FOUND - NO REVERSAL CARDS"
           ELSE
               PERFORM 1100-READ-REQUEST
               PERFORM 1200-STORE-REQUEST
                   UNTIL GRACE-RVC-END-OF-FILE
               CLOSE GRACE-RVC-FILE
           END-IF.

       1100-READ-REQUEST.
           READ GRACE-RVC-FILE
               AT END
                   SET GRACE-RVC-END-OF-FILE TO TRUE
           END-READ.

       1200-STORE-REQUEST.
           ADD 1 TO GRACE-REV-CARD-COUNT.
           EVALUATE TRUE
               WHEN GRACE-RVC-DATE NOT NUMERIC
                       OR GRACE-RVC-CYCLE NOT NUMERIC
                       OR GRACE-RVC-SEQ NOT NUMERIC
                   DISPLAY "REFUSED " GRACE-RVC-REC(1:18)
                       " CARD IS NOT DATE CYCLE SEQUENCE"
                   ADD 1 TO GRACE-REV-REFUSED-COUNT
               WHEN GRACE-REV-USED >= 500
                   DISPLAY "REVERSAL TABLE FULL - REFUSED "
                       GRACE-RVC-REC(1:18)
                   ADD 1 TO GRACE-REV-REFUSED-COUNT
               WHEN OTHER
                   PERFORM 1300-CHECK-DUPLICATE
                   IF GRACE-REV-IS-DUPLICATE
                       DISPLAY "REFUSED " GRACE-RVC-REC(1:18)
                           " NAMED TWICE"
                       ADD 1 TO GRACE-REV-REFUSED-COUNT
                   ELSE
                       ADD 1 TO GRACE-REV-USED
                       MOVE GRACE-RVC-DATE
                           TO GRACE-REV-T-DATE(GRACE-REV-USED)
                       MOVE GRACE-RVC-CYCLE
                           TO GRACE-REV-T-CYCLE(GRACE-REV-USED)
                       MOVE GRACE-RVC-SEQ
                           TO GRACE-REV-T-SEQ(GRACE-REV-USED)
                       MOVE 'N'
                           TO GRACE-REV-T-FOUND-SW(GRACE-REV-USED)
                   END-IF
           END-EVALUATE.
           PERFORM 1100-READ-REQUEST.

       1300-CHECK-DUPLICATE.
           MOVE 'N' TO GRACE-REV-DUP-SW.
           PERFORM 1350-COMPARE-ONE-REQUEST
               VARYING GRACE-REV-DUP-IDX FROM 1 BY 1
               UNTIL GRACE-REV-DUP-IDX > GRACE-REV-USED
                   OR GRACE-REV-IS-DUPLICATE.

       1350-COMPARE-ONE-REQUEST.
           IF GRACE-REV-T-DATE(GRACE-REV-DUP-IDX) = GRACE-RVC-DATE
                   AND GRACE-REV-T-CYCLE(GRACE-REV-DUP-IDX)
                       = GRACE-RVC-CYCLE
                   AND GRACE-REV-T-SEQ(GRACE-REV-DUP-IDX)
                       = GRACE-RVC-SEQ
               SET GRACE-REV-IS-DUPLICATE TO TRUE
           END-IF.

      *----------------------------------------------------------
      * 2000-READ-THE-JOURNAL - one pass of GRACEMJL finds every
      * requested transaction.
      *----------------------------------------------------------
       2000-READ-THE-JOURNAL.
           OPEN INPUT GRACE-MJL-FILE.
           IF GRACE-MJL-NOT-FOUND
               DISPLAY "GRACEMJL NOT FOUND - NO JOURNAL TO REVERSE "
                   "FROM"
           ELSE
               PERFORM 2100-READ-JOURNAL
               PERFORM 2200-MATCH-JOURNAL-RECORD
                   UNTIL GRACE-MJL-END-OF-FILE
               CLOSE GRACE-MJL-FILE
           END-IF.

       2100-READ-JOURNAL.
           READ GRACE-MJL-FILE
               AT END
                   SET GRACE-MJL-END-OF-FILE TO TRUE
           END-READ.

       2200-MATCH-JOURNAL-RECORD.
           IF GRACE-MJL-SEQ NUMERIC
               PERFORM 2250-MATCH-ONE-REQUEST
                   VARYING GRACE-REV-DUP-IDX FROM 1 BY 1
                   UNTIL GRACE-REV-DUP-IDX > GRACE-REV-USED
           END-IF.
           PERFORM 2100-READ-JOURNAL.

       2250-MATCH-ONE-REQUEST.
           IF GRACE-REV-T-DATE(GRACE-REV-DUP-IDX) = GRACE-MJL-DATE
                   AND GRACE-REV-T-CYCLE(GRACE-REV-DUP-IDX)
                       = GRACE-MJL-CYCLE
                   AND GRACE-REV-T-SEQ(GRACE-REV-DUP-IDX)
                       = GRACE-MJL-SEQ
               MOVE 'Y' TO GRACE-REV-T-FOUND-SW(GRACE-REV-DUP-IDX)
               MOVE GRACE-MJL-OP-CODE
                   TO GRACE-REV-T-OP-CODE(GRACE-REV-DUP-IDX)
               MOVE GRACE-MJL-KEY
                   TO GRACE-REV-T-KEY(GRACE-REV-DUP-IDX)
               MOVE GRACE-MJL-PRIOR-VALUE
                   TO GRACE-REV-T-PRIOR-VALUE(GRACE-REV-DUP-IDX)
           END-IF.

      *----------------------------------------------------------
      * 3000-WORK-ONE-REQUEST checks a request against the
      * journal and the history and, if it stands, writes the
      * compensating transaction.
      *----------------------------------------------------------
       3000-WORK-ONE-REQUEST.
           MOVE 'N' TO GRACE-REV-REFUSE-SW.
           MOVE SPACES TO GRACE-REV-REASON.
           IF NOT GRACE-REV-T-ON-JOURNAL(GRACE-REV-IDX)
               SET GRACE-REV-REFUSED TO TRUE
               MOVE "NOT ON THE JOURNAL" TO GRACE-REV-REASON
           END-IF.
           IF NOT GRACE-REV-REFUSED
               PERFORM 3100-READ-ORIGINAL-HISTORY
           END-IF.
           IF NOT GRACE-REV-REFUSED
               PERFORM 3200-SCAN-ACCOUNT-HISTORY
           END-IF.
           IF GRACE-REV-REFUSED
               DISPLAY "REFUSED " GRACE-REV-T-DATE(GRACE-REV-IDX)
                   " " GRACE-REV-T-CYCLE(GRACE-REV-IDX)
                   " " GRACE-REV-T-SEQ(GRACE-REV-IDX)
                   " " GRACE-REV-REASON
               ADD 1 TO GRACE-REV-REFUSED-COUNT
           ELSE
               PERFORM 4000-WRITE-COMPENSATION
           END-IF.

       3100-READ-ORIGINAL-HISTORY.
           MOVE GRACE-REV-T-KEY(GRACE-REV-IDX)
               TO GRACE-REV-ORIG-SOURCE.
           MOVE GRACE-REV-T-DATE(GRACE-REV-IDX)
               TO GRACE-REV-ORIG-DATE.
           MOVE GRACE-REV-T-CYCLE(GRACE-REV-IDX)
               TO GRACE-REV-ORIG-CYCLE.
           MOVE GRACE-REV-T-SEQ(GRACE-REV-IDX)
               TO GRACE-REV-ORIG-SEQ.
           IF NOT GRACE-REV-PHS-OPEN
               SET GRACE-REV-REFUSED TO TRUE
               MOVE "NOT ON THE POSTED HISTORY" TO GRACE-REV-REASON
           ELSE
               MOVE GRACE-REV-ORIG-KEY TO GRACE-PHS-KEY
               READ GRACE-PHS-FILE
                   INVALID KEY
                       SET GRACE-REV-REFUSED TO TRUE
                       MOVE "NOT ON THE POSTED HISTORY"
                           TO GRACE-REV-REASON
                   NOT INVALID KEY
                       MOVE GRACE-PHS-SITE-CODE
                           TO GRACE-REV-ORIG-SITE
                       MOVE GRACE-PHS-EFF-DATE
                           TO GRACE-REV-ORIG-EFF-DATE
                       MOVE GRACE-PHS-AMOUNT
                           TO GRACE-REV-ORIG-AMOUNT
                       IF GRACE-PHS-REV-POST-DATE NUMERIC
                               AND GRACE-PHS-REV-POST-DATE
                                   NOT = ZERO
                           SET GRACE-REV-REFUSED TO TRUE
                           MOVE "IS ITSELF A REVERSAL"
                               TO GRACE-REV-REASON
                       END-IF
               END-READ
           END-IF.

      *The account's whole history is read once: for an entry
      *already reversing this one, and for anything after an add.
       3200-SCAN-ACCOUNT-HISTORY.
           MOVE 'N' TO GRACE-REV-SCAN-SW.
           MOVE 'N' TO GRACE-REV-DONE-SW.
           MOVE 'N' TO GRACE-REV-LATER-SW.
           MOVE GRACE-REV-ORIG-SOURCE TO GRACE-PHS-SOURCE.
           MOVE ZERO TO GRACE-PHS-POST-DATE.
           MOVE ZERO TO GRACE-PHS-CYCLE.
           MOVE ZERO TO GRACE-PHS-SEQ.
           START GRACE-PHS-FILE
               KEY IS >= GRACE-PHS-KEY
               INVALID KEY
                   SET GRACE-REV-SCAN-DONE TO TRUE
           END-START.
           PERFORM 3250-SCAN-ONE-ENTRY
               UNTIL GRACE-REV-SCAN-DONE.
           EVALUATE TRUE
               WHEN GRACE-REV-ALREADY-DONE
                   SET GRACE-REV-REFUSED TO TRUE
                   MOVE "ALREADY REVERSED" TO GRACE-REV-REASON
               WHEN GRACE-REV-T-OP-CODE(GRACE-REV-IDX) = 'A'
                       AND GRACE-REV-POSTED-SINCE
                   SET GRACE-REV-REFUSED TO TRUE
                   MOVE "ACCOUNT HAS POSTED SINCE THE ADD"
                       TO GRACE-REV-REASON
           END-EVALUATE.

       3250-SCAN-ONE-ENTRY.
           READ GRACE-PHS-FILE NEXT RECORD
               AT END
                   SET GRACE-REV-SCAN-DONE TO TRUE
               NOT AT END
                   IF GRACE-PHS-SOURCE NOT = GRACE-REV-ORIG-SOURCE
                       SET GRACE-REV-SCAN-DONE TO TRUE
                   ELSE
                       IF GRACE-PHS-KEY > GRACE-REV-ORIG-KEY
                           SET GRACE-REV-POSTED-SINCE TO TRUE
                       END-IF
                       IF GRACE-PHS-REV-POST-DATE NUMERIC
                               AND GRACE-PHS-REV-POST-DATE
                                   = GRACE-REV-ORIG-DATE
                               AND GRACE-PHS-REV-CYCLE
                                   = GRACE-REV-ORIG-CYCLE
                               AND GRACE-PHS-REV-SEQ
                                   = GRACE-REV-ORIG-SEQ
                           SET GRACE-REV-ALREADY-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * 4000-WRITE-COMPENSATION - the compensating amount is the
      * history amount negated: for a delete that is the balance
      * the record held, for the rest what the original moved. An
      * original that moved no money gets no amount back.
      *----------------------------------------------------------
       4000-WRITE-COMPENSATION.
           MOVE SPACES TO GRACE-VTX-REC.
           MOVE GRACE-REV-ORIG-SOURCE TO GRACE-VTX-SOURCE.
           MOVE GRACE-REV-ORIG-SITE TO GRACE-VTX-SITE-CODE.
           MOVE GRACE-REV-ORIG-EFF-DATE TO GRACE-VTX-EFF-DATE.
           EVALUATE GRACE-REV-T-OP-CODE(GRACE-REV-IDX)
               WHEN 'A'
                   MOVE 'D' TO GRACE-VTX-OP-CODE
               WHEN 'D'
                   MOVE 'A' TO GRACE-VTX-OP-CODE
                   MOVE GRACE-REV-T-PRIOR-VALUE(GRACE-REV-IDX)
                       TO GRACE-VTX-S-SOURCE-VALUE
               WHEN 'C'
                   MOVE 'C' TO GRACE-VTX-OP-CODE
                   MOVE GRACE-REV-T-PRIOR-VALUE(GRACE-REV-IDX)
                       TO GRACE-VTX-S-SOURCE-VALUE
               WHEN OTHER
                   MOVE GRACE-REV-T-OP-CODE(GRACE-REV-IDX)
                       TO GRACE-VTX-OP-CODE
                   MOVE "REVERSAL" TO GRACE-VTX-S-SOURCE-VALUE
           END-EVALUATE.
           IF GRACE-REV-T-OP-CODE(GRACE-REV-IDX) NOT = 'A'
                   AND GRACE-REV-ORIG-AMOUNT NOT = ZERO
               COMPUTE GRACE-REV-BACK-AMOUNT =
                   0 - GRACE-REV-ORIG-AMOUNT
               IF GRACE-REV-BACK-AMOUNT < ZERO
                   MOVE '-' TO GRACE-VTX-AMT-SIGN
                   COMPUTE GRACE-VTX-AMOUNT =
                       0 - GRACE-REV-BACK-AMOUNT
               ELSE
                   MOVE '+' TO GRACE-VTX-AMT-SIGN
                   MOVE GRACE-REV-BACK-AMOUNT TO GRACE-VTX-AMOUNT
               END-IF
           ELSE
               MOVE ZERO TO GRACE-REV-BACK-AMOUNT
           END-IF.
           MOVE GRACE-REV-ORIG-DATE TO GRACE-VTX-REV-DATE.
           MOVE GRACE-REV-ORIG-CYCLE TO GRACE-VTX-REV-CYCLE.
           MOVE GRACE-REV-ORIG-SEQ TO GRACE-VTX-REV-SEQ.
           WRITE GRACE-VTX-REC.
           ADD 1 TO GRACE-REV-GENERATED-COUNT.
           DISPLAY "REVERSAL " GRACE-REV-ORIG-DATE " "
               GRACE-REV-ORIG-CYCLE " " GRACE-REV-ORIG-SEQ " "
               GRACE-REV-T-OP-CODE(GRACE-REV-IDX) " "
               GRACE-REV-ORIG-SOURCE " AS " GRACE-VTX-OP-CODE " "
               GRACE-VTX-AMT-SIGN GRACE-VTX-AMOUNT.

       6000-PRINT-REVERSAL-REPORT.
           DISPLAY "REVERSALS REQUESTED FOR " GRACE-CYC-DATE.
           DISPLAY "  CARDS READ.............: " GRACE-REV-CARD-COUNT.
           DISPLAY "  REVERSALS GENERATED....: "
               GRACE-REV-GENERATED-COUNT.
           DISPLAY "  REFUSED................: "
               GRACE-REV-REFUSED-COUNT.

           COPY GRACERPTP.

           COPY GRACECYCP.
