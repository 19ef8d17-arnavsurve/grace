       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEQAS.
      *----------------------------------------------------------
      * GRACEQAS is the nightly quality-assurance sample, run
      * after GRACEMUP. The balancing reports show the totals
      * agree; audit also wants to see that someone looks at what
      * posted. Each night this step takes tonight's applied
      * transactions off GRACEPHS and puts a sample of them on the
      * GRACEQAW worklist for a clerk to check on GRACEQAM. The
      * GRACEQAC card sets the sample:
      *
      *   cols  1-3  percent of tonight's transactions to sample
      *   cols  5-8  least number to sample, however few posted
      *   cols 10-18 size threshold - every transaction moving at
      *              least this much is sampled, whatever the draw
      *
      * No card means 5 percent, at least 10, and 100000. A zero
      * threshold samples nothing by size. The rest are drawn at
      * random - so many wanted out of so many left, transaction
      * by transaction, which yields exactly the count asked for.
      * The draw is seeded from the cycle, so a rerun of the same
      * night picks the same transactions; one already on the
      * worklist is left as it stands.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-QAC-FILE ASSIGN TO GRACEQAC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-QAC-STATUS.
           SELECT GRACE-PHS-FILE ASSIGN TO GRACEPHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-PHS-KEY
               FILE STATUS IS GRACE-PHS-STATUS.
           SELECT GRACE-QAW-FILE ASSIGN TO GRACEQAW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-QAW-KEY
               FILE STATUS IS GRACE-QAW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

      *Sample rate, least count and size threshold card.
       FD  GRACE-QAC-FILE
           RECORDING MODE IS F.
       01 GRACE-QAC-REC.
           05 GRACE-QAC-RATE PIC 9(03).
           05 FILLER PIC X(01).
           05 GRACE-QAC-MINIMUM PIC 9(04).
           05 FILLER PIC X(01).
           05 GRACE-QAC-THRESHOLD PIC 9(09).
           05 FILLER PIC X(62).

       FD  GRACE-PHS-FILE.
           COPY GRACEPHS.

       FD  GRACE-QAW-FILE.
           COPY GRACEQAW.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

       01 GRACE-QAC-STATUS PIC X(02).
           88 GRACE-QAC-OK VALUE '00'.
           88 GRACE-QAC-NOT-FOUND VALUE '35'.

       01 GRACE-PHS-STATUS PIC X(02).
           88 GRACE-PHS-OK VALUE '00'.
           88 GRACE-PHS-NOT-FOUND VALUE '35'.

       01 GRACE-QAW-STATUS PIC X(02).
           88 GRACE-QAW-OK VALUE '00'.
           88 GRACE-QAW-NOT-FOUND VALUE '35'.

       01 GRACE-PHS-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-PHS-END-OF-FILE VALUE 'Y'.

      *Sample settings, off the GRACEQAC card or defaulted.
       01 GRACE-QAS-SETTINGS.
           05 GRACE-QAS-RATE PIC 9(03) VALUE 5.
           05 GRACE-QAS-MINIMUM PIC 9(04) VALUE 10.
           05 GRACE-QAS-THRESHOLD PIC 9(09) VALUE 100000.

      *The random draw - so many wanted out of so many left.
       01 GRACE-QAS-DRAW-WORK.
           05 GRACE-QAS-SEED PIC 9(10) VALUE ZERO.
           05 GRACE-QAS-DRAW PIC V9(09) VALUE ZERO.
           05 GRACE-QAS-WANTED PIC 9(08) VALUE ZERO.
           05 GRACE-QAS-LEFT PIC 9(08) VALUE ZERO.
           05 GRACE-QAS-SIZE PIC 9(09) VALUE ZERO.

       01 GRACE-QAS-LARGE-SW PIC X(01) VALUE 'N'.
           88 GRACE-QAS-IS-LARGE VALUE 'Y'.

       01 GRACE-QAS-PASS-SW PIC X(01) VALUE '1'.
           88 GRACE-QAS-COUNTING VALUE '1'.
           88 GRACE-QAS-SAMPLING VALUE '2'.

       01 GRACE-QAS-COUNTS.
           05 GRACE-QAS-TONIGHT-COUNT PIC 9(08) VALUE ZERO.
           05 GRACE-QAS-LARGE-COUNT PIC 9(08) VALUE ZERO.
           05 GRACE-QAS-POOL-COUNT PIC 9(08) VALUE ZERO.
           05 GRACE-QAS-TARGET PIC 9(08) VALUE ZERO.
           05 GRACE-QAS-RANDOM-COUNT PIC 9(08) VALUE ZERO.
           05 GRACE-QAS-ADDED-COUNT PIC 9(08) VALUE ZERO.
           05 GRACE-QAS-ALREADY-COUNT PIC 9(08) VALUE ZERO.

       01 GRACE-QAS-AMOUNT-ED PIC Z(08)9 VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEQAS" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 0800-LOAD-SETTINGS.
           OPEN INPUT GRACE-PHS-FILE.
           IF GRACE-PHS-NOT-FOUND
               DISPLAY "GRACEPHS NOT FOUND - NOTHING POSTED TO "
                   "SAMPLE"
           ELSE
               SET GRACE-QAS-COUNTING TO TRUE
               PERFORM 1000-READ-TONIGHTS-POSTINGS
               PERFORM 2000-SET-THE-TARGET
               OPEN I-O GRACE-QAW-FILE
               IF GRACE-QAW-NOT-FOUND
                   DISPLAY "GRACEQAW NOT FOUND - STARTING THE "
                       "WORKLIST"
                   OPEN OUTPUT GRACE-QAW-FILE
                   CLOSE GRACE-QAW-FILE
                   OPEN I-O GRACE-QAW-FILE
               END-IF
               SET GRACE-QAS-SAMPLING TO TRUE
               PERFORM 1000-READ-TONIGHTS-POSTINGS
               CLOSE GRACE-QAW-FILE
               CLOSE GRACE-PHS-FILE
           END-IF.
           PERFORM 6000-PRINT-SAMPLE-REPORT.
           MOVE 0 TO RETURN-CODE.
           MOVE GRACE-QAS-ADDED-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

       0800-LOAD-SETTINGS.
           OPEN INPUT GRACE-QAC-FILE.
           IF GRACE-QAC-NOT-FOUND
               DISPLAY "GRACEQAC NOT FOUND - DEFAULT SAMPLE"
           ELSE
               READ GRACE-QAC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GRACE-QAC-RATE NUMERIC
                               AND GRACE-QAC-RATE <= 100
                           MOVE GRACE-QAC-RATE TO GRACE-QAS-RATE
                       END-IF
                       IF GRACE-QAC-MINIMUM NUMERIC
                           MOVE GRACE-QAC-MINIMUM
                               TO GRACE-QAS-MINIMUM
                       END-IF
                       IF GRACE-QAC-THRESHOLD NUMERIC
                           MOVE GRACE-QAC-THRESHOLD
                               TO GRACE-QAS-THRESHOLD
                       END-IF
               END-READ
               CLOSE GRACE-QAC-FILE
           END-IF.
           MOVE GRACE-QAS-THRESHOLD TO GRACE-QAS-AMOUNT-ED.
           DISPLAY "SAMPLING " GRACE-QAS-RATE " PERCENT, AT LEAST "
               GRACE-QAS-MINIMUM ", ALL OF " GRACE-QAS-AMOUNT-ED
               " AND OVER".

      *----------------------------------------------------------
      * 1000-READ-TONIGHTS-POSTINGS walks the history for this
      * cycle's entries - once to count them, once to sample.
      *----------------------------------------------------------
       1000-READ-TONIGHTS-POSTINGS.
           MOVE 'N' TO GRACE-PHS-EOF-SW.
           MOVE LOW-VALUES TO GRACE-PHS-KEY.
           START GRACE-PHS-FILE
               KEY IS >= GRACE-PHS-KEY
               INVALID KEY
                   SET GRACE-PHS-END-OF-FILE TO TRUE
           END-START.
           PERFORM 1050-READ-HISTORY.
           PERFORM 1100-CONSIDER-ONE-ENTRY
               UNTIL GRACE-PHS-END-OF-FILE.

       1050-READ-HISTORY.
           IF NOT GRACE-PHS-END-OF-FILE
               READ GRACE-PHS-FILE NEXT RECORD
                   AT END
                       SET GRACE-PHS-END-OF-FILE TO TRUE
               END-READ
           END-IF.

       1100-CONSIDER-ONE-ENTRY.
           IF GRACE-PHS-POST-DATE = GRACE-CYC-DATE
                   AND GRACE-PHS-CYCLE = GRACE-CYC-NUMBER
               PERFORM 1200-MEASURE-ENTRY
               IF GRACE-QAS-COUNTING
                   ADD 1 TO GRACE-QAS-TONIGHT-COUNT
                   IF GRACE-QAS-IS-LARGE
                       ADD 1 TO GRACE-QAS-LARGE-COUNT
                   ELSE
                       ADD 1 TO GRACE-QAS-POOL-COUNT
                   END-IF
               ELSE
                   PERFORM 3000-SAMPLE-ONE-ENTRY
               END-IF
           END-IF.
           PERFORM 1050-READ-HISTORY.

       1200-MEASURE-ENTRY.
           MOVE 'N' TO GRACE-QAS-LARGE-SW.
           IF GRACE-PHS-AMOUNT NUMERIC
               IF GRACE-PHS-AMOUNT < ZERO
                   COMPUTE GRACE-QAS-SIZE = 0 - GRACE-PHS-AMOUNT
               ELSE
                   MOVE GRACE-PHS-AMOUNT TO GRACE-QAS-SIZE
               END-IF
               IF GRACE-QAS-THRESHOLD > ZERO
                       AND GRACE-QAS-SIZE >= GRACE-QAS-THRESHOLD
                   SET GRACE-QAS-IS-LARGE TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------
      * 2000-SET-THE-TARGET - the rate of tonight's postings,
      * rounded up, raised to the least count, and never more
      * than the transactions the size rule did not already take.
      *----------------------------------------------------------
       2000-SET-THE-TARGET.
           COMPUTE GRACE-QAS-TARGET =
               (GRACE-QAS-TONIGHT-COUNT * GRACE-QAS-RATE + 99) / 100.
           IF GRACE-QAS-TARGET < GRACE-QAS-MINIMUM
               MOVE GRACE-QAS-MINIMUM TO GRACE-QAS-TARGET
           END-IF.
           IF GRACE-QAS-TARGET > GRACE-QAS-LARGE-COUNT
               SUBTRACT GRACE-QAS-LARGE-COUNT FROM GRACE-QAS-TARGET
           ELSE
               MOVE ZERO TO GRACE-QAS-TARGET
           END-IF.
           IF GRACE-QAS-TARGET > GRACE-QAS-POOL-COUNT
               MOVE GRACE-QAS-POOL-COUNT TO GRACE-QAS-TARGET
           END-IF.
           MOVE GRACE-QAS-TARGET TO GRACE-QAS-WANTED.
           MOVE GRACE-QAS-POOL-COUNT TO GRACE-QAS-LEFT.
           COMPUTE GRACE-QAS-SEED =
               GRACE-CYC-DATE * 100 + GRACE-CYC-NUMBER.
           COMPUTE GRACE-QAS-DRAW = FUNCTION RANDOM(GRACE-QAS-SEED).

      *----------------------------------------------------------
      * 3000-SAMPLE-ONE-ENTRY - a large entry always goes on the
      * worklist; any other goes on when the draw falls inside
      * the share still wanted of those still left.
      *----------------------------------------------------------
       3000-SAMPLE-ONE-ENTRY.
           IF GRACE-QAS-IS-LARGE
               MOVE 'L' TO GRACE-QAW-WHY
               PERFORM 3100-ADD-TO-WORKLIST
           ELSE
               IF GRACE-QAS-WANTED > ZERO
                   COMPUTE GRACE-QAS-DRAW = FUNCTION RANDOM
                   IF GRACE-QAS-DRAW * GRACE-QAS-LEFT
                           < GRACE-QAS-WANTED
                       SUBTRACT 1 FROM GRACE-QAS-WANTED
                       ADD 1 TO GRACE-QAS-RANDOM-COUNT
                       MOVE 'R' TO GRACE-QAW-WHY
                       PERFORM 3100-ADD-TO-WORKLIST
                   END-IF
               END-IF
               SUBTRACT 1 FROM GRACE-QAS-LEFT
           END-IF.

       3100-ADD-TO-WORKLIST.
           MOVE GRACE-PHS-SOURCE TO GRACE-QAW-SOURCE.
           MOVE GRACE-PHS-POST-DATE TO GRACE-QAW-POST-DATE.
           MOVE GRACE-PHS-CYCLE TO GRACE-QAW-CYCLE.
           MOVE GRACE-PHS-SEQ TO GRACE-QAW-SEQ.
           MOVE GRACE-PHS-SITE-CODE TO GRACE-QAW-SITE-CODE.
           MOVE GRACE-PHS-OP-CODE TO GRACE-QAW-OP-CODE.
           IF GRACE-PHS-AMOUNT NUMERIC
               MOVE GRACE-PHS-AMOUNT TO GRACE-QAW-AMOUNT
           ELSE
               MOVE ZERO TO GRACE-QAW-AMOUNT
           END-IF.
           MOVE 'O' TO GRACE-QAW-STATE.
           MOVE SPACES TO GRACE-QAW-REVIEWER-ID.
           MOVE ZERO TO GRACE-QAW-REVIEW-DATE.
           MOVE SPACES TO GRACE-QAW-COMMENT.
           MOVE GRACE-PHS-TRACE-REF TO GRACE-QAW-TRACE-REF.
           WRITE GRACE-QAW-REC
               INVALID KEY
                   ADD 1 TO GRACE-QAS-ALREADY-COUNT
               NOT INVALID KEY
                   ADD 1 TO GRACE-QAS-ADDED-COUNT
           END-WRITE.

       6000-PRINT-SAMPLE-REPORT.
           DISPLAY "QA SAMPLE FOR " GRACE-CYC-DATE
               " CYCLE " GRACE-CYC-NUMBER.
           DISPLAY "  TRANSACTIONS APPLIED...: "
               GRACE-QAS-TONIGHT-COUNT.
           DISPLAY "  SAMPLED BY SIZE........: "
               GRACE-QAS-LARGE-COUNT.
           DISPLAY "  SAMPLED AT RANDOM......: "
               GRACE-QAS-RANDOM-COUNT.
           DISPLAY "  ADDED TO GRACEQAW......: "
               GRACE-QAS-ADDED-COUNT.
           DISPLAY "  ALREADY ON GRACEQAW....: "
               GRACE-QAS-ALREADY-COUNT.

           COPY GRACERPTP.

           COPY GRACECYCP.
