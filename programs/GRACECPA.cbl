       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACECPA.
      *----------------------------------------------------------
      * GRACECPA is the weekly critical-path analysis of the
      * nightly suite. GRACESEQ knows the order programs must run
      * in and GRACEELP knows how long each one takes; this puts
      * the two together and says which chain of programs
      * actually decides when the suite finishes:
      *
      *   - the GRACEDEP cards give each program's predecessors
      *   - the GRACETRA track assignment (GRACETAS's output),
      *     when present, adds the in-track order: a program
      *     waits for the one ahead of it on its track
      *   - each program is weighted at its trailing elapsed
      *     average off the timed GRACERUN history - GRACETAS's
      *     estimate, sixty seconds for an untimed program and
      *     nothing for a program whose run flag is 'N'
      *
      * Every program gets its earliest start and finish from
      * the longest chain ahead of it, and its latest finish from
      * the chains behind it. The report lists each program with
      * its slack - how far it can slip before the suite does -
      * marks the zero-slack critical path, prints the path in
      * order, and gives the finish time the path predicts from
      * the suite's start: the START card's time, or else the
      * first start stamped on GRACERUN for the latest cycle.
      *
      * Optional GRACECPW what-if cards test a change before
      * anyone touches the real deck:
      *
      *   DROP     program  predecessor - run without that one
      *                                   GRACEDEP dependency
      *   MOVE     program  track       - run the program last
      *                                   on track 1, 2 or 3
      *   START    hhmmss               - suite start time
      *
      * With what-if cards the current deck is analysed first,
      * then the changed deck, and the change in predicted finish
      * is shown. A DROP or MOVE that names nothing in the deck
      * is listed and ignored, RC=4. A dependency cycle in either
      * deck ends the step RC=8 with the programs in it named.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-DEP-FILE ASSIGN TO GRACEDEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-DEP-STATUS.
           SELECT GRACE-TRA-FILE ASSIGN TO GRACETRA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TRA-STATUS.
           SELECT GRACE-RUNC-FILE ASSIGN TO GRACERUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RUNC-STATUS.
           SELECT GRACE-CPW-FILE ASSIGN TO GRACECPW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CPW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-DEP-FILE
           RECORDING MODE IS F.
       01 GRACE-DEP-REC.
           05 GRACE-DEP-PROGRAM PIC X(20).
           05 GRACE-DEP-RUN-FLAG PIC X(01).
           05 GRACE-DEP-PRED-1 PIC X(20).
           05 GRACE-DEP-PRED-2 PIC X(20).
           05 FILLER PIC X(19).

       FD  GRACE-TRA-FILE
           RECORDING MODE IS F.
       01 GRACE-TRA-REC.
           05 GRACE-TRA-TRACK PIC 9(01).
           05 FILLER PIC X(01).
           05 GRACE-TRA-SEQ PIC 9(02).
           05 FILLER PIC X(01).
           05 GRACE-TRA-PROGRAM PIC X(20).
           05 FILLER PIC X(01).
           05 GRACE-TRA-EST-SECS PIC 9(08).
           05 FILLER PIC X(46).

       FD  GRACE-RUNC-FILE
           RECORDING MODE IS F.
           COPY GRACERUNC.

      *What-if card: DROP program/predecessor, MOVE program/track
      *(the track in the first operand byte), START hhmmss (in
      *the program positions).
       FD  GRACE-CPW-FILE
           RECORDING MODE IS F.
       01 GRACE-CPW-REC.
           05 GRACE-CPW-VERB PIC X(08).
           05 FILLER PIC X(01).
           05 GRACE-CPW-PROGRAM PIC X(20).
           05 GRACE-CPW-OPERAND PIC X(20).
           05 FILLER PIC X(31).

       WORKING-STORAGE SECTION.
       01 GRACE-DEP-STATUS PIC X(02).
           88 GRACE-DEP-OK VALUE '00'.
           88 GRACE-DEP-EOF VALUE '10'.
           88 GRACE-DEP-NOT-FOUND VALUE '35'.

       01 GRACE-TRA-STATUS PIC X(02).
           88 GRACE-TRA-OK VALUE '00'.
           88 GRACE-TRA-EOF VALUE '10'.
           88 GRACE-TRA-NOT-FOUND VALUE '35'.

       01 GRACE-RUNC-STATUS PIC X(02).
           88 GRACE-RUNC-OK VALUE '00'.
           88 GRACE-RUNC-EOF VALUE '10'.
           88 GRACE-RUNC-NOT-FOUND VALUE '35'.

       01 GRACE-CPW-STATUS PIC X(02).
           88 GRACE-CPW-OK VALUE '00'.
           88 GRACE-CPW-EOF VALUE '10'.
           88 GRACE-CPW-NOT-FOUND VALUE '35'.

       01 GRACE-DEP-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-DEP-END-OF-FILE VALUE 'Y'.

       01 GRACE-TRA-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-TRA-END-OF-FILE VALUE 'Y'.

       01 GRACE-RUNC-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-RUNC-END-OF-FILE VALUE 'Y'.

       01 GRACE-CPW-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CPW-END-OF-FILE VALUE 'Y'.

      *The suite as a graph. GRACE-CPA-PRED-IX holds the resolved
      *predecessors - the two GRACEDEP cards' and the one ahead
      *on the track. GRACE-CPA-STATE: W = waiting, D = done in
      *the forward pass. GRACE-CPA-CRIT is 'C' on the path.
       01 GRACE-CPA-TABLE-CTL.
           05 GRACE-CPA-USED PIC 9(02) VALUE ZERO.
           05 GRACE-CPA-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-CPA-CHK-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-CPA-FOUND-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-CPA-PRD-IDX PIC 9(01) VALUE ZERO.
           05 GRACE-CPA-TABLE OCCURS 50 TIMES.
               10 GRACE-CPA-PROGRAM PIC X(20).
               10 GRACE-CPA-RUN-FLAG PIC X(01).
               10 GRACE-CPA-PRED-1 PIC X(20).
               10 GRACE-CPA-PRED-2 PIC X(20).
               10 GRACE-CPA-TRACK PIC 9(01).
               10 GRACE-CPA-SEQ PIC 9(03).
               10 GRACE-CPA-HIST-SECS PIC 9(10).
               10 GRACE-CPA-HIST-COUNT PIC 9(05).
               10 GRACE-CPA-EST-SECS PIC 9(08).
               10 GRACE-CPA-PRED-IX PIC 9(02) OCCURS 3 TIMES.
               10 GRACE-CPA-STATE PIC X(01).
               10 GRACE-CPA-EARLY-START PIC 9(08).
               10 GRACE-CPA-EARLY-FINISH PIC 9(08).
               10 GRACE-CPA-LATE-FINISH PIC 9(08).
               10 GRACE-CPA-CRIT PIC X(01).

      *Forward-pass order, so the backward pass can walk it in
      *reverse, and the critical path as traced from its end.
       01 GRACE-CPA-ORDER-CTL.
           05 GRACE-CPA-ORD-USED PIC 9(02) VALUE ZERO.
           05 GRACE-CPA-ORD-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-CPA-ORDER PIC 9(02) OCCURS 50 TIMES.
           05 GRACE-CPA-PATH-USED PIC 9(02) VALUE ZERO.
           05 GRACE-CPA-PATH-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-CPA-PATH PIC 9(02) OCCURS 50 TIMES.

       01 GRACE-CPA-WHATIF-CTL.
           05 GRACE-CPA-WIF-USED PIC 9(02) VALUE ZERO.
           05 GRACE-CPA-WIF-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-CPA-WHATIF OCCURS 20 TIMES.
               10 GRACE-CPA-WIF-VERB PIC X(08).
               10 GRACE-CPA-WIF-PROGRAM PIC X(20).
               10 GRACE-CPA-WIF-OPERAND PIC X(20).

       01 GRACE-CPA-WORK.
           05 GRACE-CPA-SECS PIC S9(08) VALUE ZERO.
           05 GRACE-CPA-START-SECS PIC 9(08) VALUE ZERO.
           05 GRACE-CPA-END-SECS PIC 9(08) VALUE ZERO.
           05 GRACE-CPA-HH PIC 9(02) VALUE ZERO.
           05 GRACE-CPA-MM PIC 9(02) VALUE ZERO.
           05 GRACE-CPA-SS PIC 9(02) VALUE ZERO.
           05 GRACE-CPA-TIME-WORK PIC 9(06) VALUE ZERO.
           05 GRACE-CPA-CLOCK-SECS PIC 9(08) VALUE ZERO.
           05 GRACE-CPA-CLOCK-ED PIC X(08) VALUE SPACES.
           05 GRACE-CPA-PASS-PLACED PIC 9(02) VALUE ZERO.
           05 GRACE-CPA-READY-SW PIC X(01) VALUE 'N'.
               88 GRACE-CPA-NODE-READY VALUE 'Y'.
           05 GRACE-CPA-CHECK-NAME PIC X(20) VALUE SPACES.
           05 GRACE-CPA-NODE-START PIC 9(08) VALUE ZERO.
           05 GRACE-CPA-NODE-LATE PIC 9(08) VALUE ZERO.
           05 GRACE-CPA-FINISH-SECS PIC 9(08) VALUE ZERO.
           05 GRACE-CPA-END-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-CPA-NEXT-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-CPA-SLACK PIC 9(08) VALUE ZERO.
           05 GRACE-CPA-MOVE-TRACK PIC 9(01) VALUE ZERO.
           05 GRACE-CPA-TRACK-LAST PIC 9(03) VALUE ZERO.
           05 GRACE-CPA-DECK-LABEL PIC X(14) VALUE SPACES.
           05 GRACE-CPA-RUN-NO PIC 9(01) VALUE ZERO.
           05 GRACE-CPA-BASE-FINISH PIC 9(08) VALUE ZERO.
           05 GRACE-CPA-CHANGE-SECS PIC S9(08) VALUE ZERO.
           05 GRACE-CPA-CHANGE-ED PIC -(8)9.
           05 GRACE-CPA-REFUSE-COUNT PIC 9(02) VALUE ZERO.
           05 GRACE-CPA-TRA-SW PIC X(01) VALUE 'N'.
               88 GRACE-CPA-TRACKS-KNOWN VALUE 'Y'.
           05 GRACE-CPA-CYCLE-SW PIC X(01) VALUE 'N'.
               88 GRACE-CPA-DECK-CYCLES VALUE 'Y'.
           05 GRACE-CPA-START-SW PIC X(01) VALUE 'N'.
               88 GRACE-CPA-START-CARDED VALUE 'Y'.

      *The suite start off GRACERUN: the first start stamped for
      *the latest run cycle on file.
       01 GRACE-CPA-SUITE-START.
           05 GRACE-CPA-LAST-DATE PIC 9(08) VALUE ZERO.
           05 GRACE-CPA-LAST-CYCLE PIC 9(02) VALUE ZERO.
           05 GRACE-CPA-SUITE-START-SECS PIC 9(08) VALUE ZERO.

       01 GRACE-CPA-REPORT-LINE.
           05 GRACE-CPA-RPT-MARK PIC X(02).
           05 GRACE-CPA-RPT-PROGRAM PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-CPA-RPT-TRACK PIC X(01).
           05 FILLER PIC X(02) VALUE SPACES.
           05 GRACE-CPA-RPT-EST PIC Z(7)9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-CPA-RPT-START PIC Z(7)9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-CPA-RPT-FINISH PIC Z(7)9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-CPA-RPT-SLACK PIC Z(7)9.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACECPA" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 1000-LOAD-DEPENDENCY-DECK.
           IF GRACE-CPA-USED = ZERO
               DISPLAY "GRACEDEP EMPTY OR MISSING - NOTHING TO "
                   "ANALYSE"
               MOVE 8 TO RETURN-CODE
               PERFORM 0600-PRINT-GRACE-RPT-FOOTER
               GOBACK
           END-IF.
           PERFORM 1500-LOAD-TRACK-ASSIGNMENT.
           PERFORM 2000-LOAD-ELAPSED-AVERAGES.
           PERFORM 3000-LOAD-WHAT-IF-CARDS.
           MOVE 1 TO GRACE-CPA-RUN-NO.
           MOVE "CURRENT DECK" TO GRACE-CPA-DECK-LABEL.
           PERFORM 4000-ANALYSE-THE-DECK.
           MOVE GRACE-CPA-FINISH-SECS TO GRACE-CPA-BASE-FINISH.
           IF GRACE-CPA-WIF-USED > ZERO
                   AND NOT GRACE-CPA-DECK-CYCLES
               PERFORM 5000-APPLY-WHAT-IF-CARDS
               MOVE 2 TO GRACE-CPA-RUN-NO
               MOVE "WHAT-IF DECK" TO GRACE-CPA-DECK-LABEL
               PERFORM 4000-ANALYSE-THE-DECK
               PERFORM 6000-SHOW-WHAT-IF-CHANGE
           END-IF.
           MOVE GRACE-CPA-USED TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           EVALUATE TRUE
               WHEN GRACE-CPA-DECK-CYCLES
                   MOVE 8 TO RETURN-CODE
               WHEN GRACE-CPA-REFUSE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       1000-LOAD-DEPENDENCY-DECK.
           OPEN INPUT GRACE-DEP-FILE.
           IF GRACE-DEP-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1100-READ-DEPENDENCY-CARD
               PERFORM 1200-STORE-DEPENDENCY-CARD
                   UNTIL GRACE-DEP-END-OF-FILE
               CLOSE GRACE-DEP-FILE
           END-IF.

       1100-READ-DEPENDENCY-CARD.
           READ GRACE-DEP-FILE
               AT END
                   SET GRACE-DEP-END-OF-FILE TO TRUE
           END-READ.

       1200-STORE-DEPENDENCY-CARD.
           MOVE GRACE-DEP-PROGRAM TO GRACE-CPA-CHECK-NAME.
           PERFORM 1300-ADD-PROGRAM.
           IF GRACE-CPA-FOUND-IDX > ZERO
               MOVE GRACE-DEP-RUN-FLAG
                   TO GRACE-CPA-RUN-FLAG(GRACE-CPA-FOUND-IDX)
               MOVE GRACE-DEP-PRED-1
                   TO GRACE-CPA-PRED-1(GRACE-CPA-FOUND-IDX)
               MOVE GRACE-DEP-PRED-2
                   TO GRACE-CPA-PRED-2(GRACE-CPA-FOUND-IDX)
           END-IF.
           PERFORM 1100-READ-DEPENDENCY-CARD.

      *----------------------------------------------------------
      * 1300-ADD-PROGRAM finds GRACE-CPA-CHECK-NAME in the graph
      * or adds it with no predecessors, no track and a run flag
      * of 'Y'. GRACE-CPA-FOUND-IDX is zero only when the table
      * is full.
      *----------------------------------------------------------
       1300-ADD-PROGRAM.
           PERFORM 1350-FIND-PROGRAM.
           IF GRACE-CPA-FOUND-IDX = ZERO
               IF GRACE-CPA-USED < 50
                   ADD 1 TO GRACE-CPA-USED
                   MOVE GRACE-CPA-USED TO GRACE-CPA-FOUND-IDX
                   MOVE GRACE-CPA-CHECK-NAME
                       TO GRACE-CPA-PROGRAM(GRACE-CPA-USED)
                   MOVE 'Y' TO GRACE-CPA-RUN-FLAG(GRACE-CPA-USED)
                   MOVE SPACES TO GRACE-CPA-PRED-1(GRACE-CPA-USED)
                   MOVE SPACES TO GRACE-CPA-PRED-2(GRACE-CPA-USED)
                   MOVE ZERO TO GRACE-CPA-TRACK(GRACE-CPA-USED)
                   MOVE ZERO TO GRACE-CPA-SEQ(GRACE-CPA-USED)
                   MOVE ZERO TO GRACE-CPA-HIST-SECS(GRACE-CPA-USED)
                   MOVE ZERO TO GRACE-CPA-HIST-COUNT(GRACE-CPA-USED)
                   MOVE ZERO TO GRACE-CPA-EST-SECS(GRACE-CPA-USED)
               ELSE
                   DISPLAY "*** PROGRAM TABLE FULL - "
                       GRACE-CPA-CHECK-NAME " NOT ANALYSED ***"
               END-IF
           END-IF.

       1350-FIND-PROGRAM.
           MOVE ZERO TO GRACE-CPA-FOUND-IDX.
           IF GRACE-CPA-CHECK-NAME NOT = SPACES
               PERFORM 1380-MATCH-PROGRAM
                   VARYING GRACE-CPA-CHK-IDX FROM 1 BY 1
                   UNTIL GRACE-CPA-CHK-IDX > GRACE-CPA-USED
           END-IF.

       1380-MATCH-PROGRAM.
           IF GRACE-CPA-PROGRAM(GRACE-CPA-CHK-IDX)
                   = GRACE-CPA-CHECK-NAME
               MOVE GRACE-CPA-CHK-IDX TO GRACE-CPA-FOUND-IDX
           END-IF.

      *No GRACETRA means no parallel-track deck to respect - the
      *analysis runs on the GRACEDEP dependencies alone.
       1500-LOAD-TRACK-ASSIGNMENT.
           OPEN INPUT GRACE-TRA-FILE.
           IF GRACE-TRA-NOT-FOUND
               DISPLAY "GRACETRA NOT FOUND - GRACEDEP DEPENDENCIES "
                   "ONLY, NO TRACK ORDER"
           ELSE
               SET GRACE-CPA-TRACKS-KNOWN TO TRUE
               PERFORM 1600-READ-TRACK-RECORD
               PERFORM 1700-STORE-TRACK-RECORD
                   UNTIL GRACE-TRA-END-OF-FILE
               CLOSE GRACE-TRA-FILE
           END-IF.

       1600-READ-TRACK-RECORD.
           READ GRACE-TRA-FILE
               AT END
                   SET GRACE-TRA-END-OF-FILE TO TRUE
           END-READ.

       1700-STORE-TRACK-RECORD.
           MOVE GRACE-TRA-PROGRAM TO GRACE-CPA-CHECK-NAME.
           PERFORM 1300-ADD-PROGRAM.
           IF GRACE-CPA-FOUND-IDX > ZERO
                   AND GRACE-TRA-TRACK NUMERIC
                   AND GRACE-TRA-SEQ NUMERIC
               MOVE GRACE-TRA-TRACK
                   TO GRACE-CPA-TRACK(GRACE-CPA-FOUND-IDX)
               MOVE GRACE-TRA-SEQ
                   TO GRACE-CPA-SEQ(GRACE-CPA-FOUND-IDX)
           END-IF.
           PERFORM 1600-READ-TRACK-RECORD.

      *----------------------------------------------------------
      * 2000-LOAD-ELAPSED-AVERAGES rolls the timed GRACERUN
      * history into each program's trailing average, GRACETAS's
      * way, and notes the suite's first start on the latest
      * cycle for the predicted finish.
      *----------------------------------------------------------
       2000-LOAD-ELAPSED-AVERAGES.
           OPEN INPUT GRACE-RUNC-FILE.
           IF GRACE-RUNC-NOT-FOUND
               DISPLAY "GRACERUN NOT FOUND - EVERY PROGRAM "
                   "ESTIMATES AT 60 SECONDS"
           ELSE
               PERFORM 2100-READ-RUN-CONTROL
               PERFORM 2200-TALLY-ONE-RECORD
                   UNTIL GRACE-RUNC-END-OF-FILE
               CLOSE GRACE-RUNC-FILE
           END-IF.
           PERFORM 2600-AVERAGE-ONE-PROGRAM
               VARYING GRACE-CPA-IDX FROM 1 BY 1
               UNTIL GRACE-CPA-IDX > GRACE-CPA-USED.

       2100-READ-RUN-CONTROL.
           READ GRACE-RUNC-FILE
               AT END
                   SET GRACE-RUNC-END-OF-FILE TO TRUE
           END-READ.

       2200-TALLY-ONE-RECORD.
           IF GRACE-RUNC-START-TIME NUMERIC
                   AND GRACE-RUNC-END-TIME NUMERIC
               PERFORM 2300-COMPUTE-ELAPSED
               PERFORM 2400-ROLL-INTO-GRAPH
                   VARYING GRACE-CPA-IDX FROM 1 BY 1
                   UNTIL GRACE-CPA-IDX > GRACE-CPA-USED
               PERFORM 2500-NOTE-SUITE-START
           END-IF.
           PERFORM 2100-READ-RUN-CONTROL.

       2300-COMPUTE-ELAPSED.
           MOVE GRACE-RUNC-START-TIME TO GRACE-CPA-TIME-WORK.
           PERFORM 2350-TIME-TO-SECONDS.
           MOVE GRACE-CPA-SECS TO GRACE-CPA-START-SECS.
           MOVE GRACE-RUNC-END-TIME TO GRACE-CPA-TIME-WORK.
           PERFORM 2350-TIME-TO-SECONDS.
           MOVE GRACE-CPA-SECS TO GRACE-CPA-END-SECS.
           COMPUTE GRACE-CPA-SECS =
               GRACE-CPA-END-SECS - GRACE-CPA-START-SECS.
           IF GRACE-CPA-SECS < ZERO
               ADD 86400 TO GRACE-CPA-SECS
           END-IF.

       2350-TIME-TO-SECONDS.
           MOVE GRACE-CPA-TIME-WORK(1:2) TO GRACE-CPA-HH.
           MOVE GRACE-CPA-TIME-WORK(3:2) TO GRACE-CPA-MM.
           MOVE GRACE-CPA-TIME-WORK(5:2) TO GRACE-CPA-SS.
           COMPUTE GRACE-CPA-SECS = GRACE-CPA-HH * 3600
               + GRACE-CPA-MM * 60 + GRACE-CPA-SS.

       2400-ROLL-INTO-GRAPH.
           IF GRACE-CPA-PROGRAM(GRACE-CPA-IDX) = GRACE-RUNC-PROGRAM
               ADD GRACE-CPA-SECS
                   TO GRACE-CPA-HIST-SECS(GRACE-CPA-IDX)
               ADD 1 TO GRACE-CPA-HIST-COUNT(GRACE-CPA-IDX)
           END-IF.

      *A later cycle restarts the search for its first start. A
      *start after midnight on a cycle that began the evening
      *before is not taken as earlier than the evening's.
       2500-NOTE-SUITE-START.
           IF GRACE-RUNC-DATE > GRACE-CPA-LAST-DATE
                   OR (GRACE-RUNC-DATE = GRACE-CPA-LAST-DATE
                   AND GRACE-RUNC-CYCLE > GRACE-CPA-LAST-CYCLE)
               MOVE GRACE-RUNC-DATE TO GRACE-CPA-LAST-DATE
               MOVE GRACE-RUNC-CYCLE TO GRACE-CPA-LAST-CYCLE
               MOVE GRACE-CPA-START-SECS
                   TO GRACE-CPA-SUITE-START-SECS
           ELSE
               IF GRACE-RUNC-DATE = GRACE-CPA-LAST-DATE
                       AND GRACE-RUNC-CYCLE = GRACE-CPA-LAST-CYCLE
                       AND GRACE-CPA-START-SECS
                           < GRACE-CPA-SUITE-START-SECS
                       AND GRACE-CPA-SUITE-START-SECS
                           - GRACE-CPA-START-SECS < 43200
                   MOVE GRACE-CPA-START-SECS
                       TO GRACE-CPA-SUITE-START-SECS
               END-IF
           END-IF.

       2600-AVERAGE-ONE-PROGRAM.
           EVALUATE TRUE
               WHEN GRACE-CPA-RUN-FLAG(GRACE-CPA-IDX) = 'N'
                   MOVE ZERO TO GRACE-CPA-EST-SECS(GRACE-CPA-IDX)
               WHEN GRACE-CPA-HIST-COUNT(GRACE-CPA-IDX) > ZERO
                   COMPUTE GRACE-CPA-EST-SECS(GRACE-CPA-IDX) =
                       GRACE-CPA-HIST-SECS(GRACE-CPA-IDX)
                       / GRACE-CPA-HIST-COUNT(GRACE-CPA-IDX)
               WHEN OTHER
                   MOVE 60 TO GRACE-CPA-EST-SECS(GRACE-CPA-IDX)
           END-EVALUATE.

      *A START card takes effect at once; DROP and MOVE cards are
      *held until the current deck has been analysed.
       3000-LOAD-WHAT-IF-CARDS.
           OPEN INPUT GRACE-CPW-FILE.
           IF GRACE-CPW-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 3100-READ-WHAT-IF-CARD
               PERFORM 3200-STORE-WHAT-IF-CARD
                   UNTIL GRACE-CPW-END-OF-FILE
               CLOSE GRACE-CPW-FILE
           END-IF.

       3100-READ-WHAT-IF-CARD.
           READ GRACE-CPW-FILE
               AT END
                   SET GRACE-CPW-END-OF-FILE TO TRUE
           END-READ.

       3200-STORE-WHAT-IF-CARD.
           EVALUATE GRACE-CPW-VERB
               WHEN "START"
                   IF GRACE-CPW-PROGRAM(1:6) NUMERIC
                       MOVE GRACE-CPW-PROGRAM(1:6)
                           TO GRACE-CPA-TIME-WORK
                       PERFORM 2350-TIME-TO-SECONDS
                       MOVE GRACE-CPA-SECS
                           TO GRACE-CPA-SUITE-START-SECS
                       SET GRACE-CPA-START-CARDED TO TRUE
                   ELSE
                       ADD 1 TO GRACE-CPA-REFUSE-COUNT
                       DISPLAY "*** START CARD TIME NOT HHMMSS - "
                           "IGNORED ***"
                   END-IF
               WHEN "DROP"
               WHEN "MOVE"
                   IF GRACE-CPA-WIF-USED < 20
                       ADD 1 TO GRACE-CPA-WIF-USED
                       MOVE GRACE-CPW-VERB
                           TO GRACE-CPA-WIF-VERB(GRACE-CPA-WIF-USED)
                       MOVE GRACE-CPW-PROGRAM TO
                           GRACE-CPA-WIF-PROGRAM(GRACE-CPA-WIF-USED)
                       MOVE GRACE-CPW-OPERAND TO
                           GRACE-CPA-WIF-OPERAND(GRACE-CPA-WIF-USED)
                   ELSE
                       ADD 1 TO GRACE-CPA-REFUSE-COUNT
                       DISPLAY "*** WHAT-IF TABLE FULL - CARD "
                           "IGNORED: " GRACE-CPW-VERB " "
                           GRACE-CPW-PROGRAM " ***"
                   END-IF
               WHEN OTHER
                   ADD 1 TO GRACE-CPA-REFUSE-COUNT
                   DISPLAY "*** UNKNOWN WHAT-IF CARD IGNORED: "
                       GRACE-CPW-VERB " ***"
           END-EVALUATE.
           PERFORM 3100-READ-WHAT-IF-CARD.

      *----------------------------------------------------------
      * 4000-ANALYSE-THE-DECK runs one full analysis of the deck
      * as the table stands: resolve every program's
      * predecessors, the forward pass for earliest start and
      * finish, the backward pass for latest finish, the trace
      * of the critical path, and the report.
      *----------------------------------------------------------
       4000-ANALYSE-THE-DECK.
           DISPLAY " ".
           DISPLAY "CRITICAL PATH - " GRACE-CPA-DECK-LABEL.
           PERFORM 4100-RESOLVE-PREDECESSORS
               VARYING GRACE-CPA-IDX FROM 1 BY 1
               UNTIL GRACE-CPA-IDX > GRACE-CPA-USED.
           PERFORM 4300-FORWARD-PASS.
           IF GRACE-CPA-ORD-USED < GRACE-CPA-USED
               SET GRACE-CPA-DECK-CYCLES TO TRUE
               DISPLAY "*** DEPENDENCY CYCLE - NO CRITICAL PATH "
                   "FOR THE " GRACE-CPA-DECK-LABEL " ***"
               PERFORM 4390-REPORT-ONE-WAITER
                   VARYING GRACE-CPA-IDX FROM 1 BY 1
                   UNTIL GRACE-CPA-IDX > GRACE-CPA-USED
           ELSE
               PERFORM 4500-BACKWARD-PASS
               PERFORM 4700-TRACE-CRITICAL-PATH
               PERFORM 4800-PRINT-THE-ANALYSIS
           END-IF.

      *Slot 1 and 2 are the GRACEDEP predecessors, slot 3 the
      *program ahead on the same track. A predecessor named on a
      *card but in neither deck constrains nothing.
       4100-RESOLVE-PREDECESSORS.
           MOVE GRACE-CPA-PRED-1(GRACE-CPA-IDX)
               TO GRACE-CPA-CHECK-NAME.
           PERFORM 1350-FIND-PROGRAM.
           MOVE GRACE-CPA-FOUND-IDX TO GRACE-CPA-PRED-IX(
               GRACE-CPA-IDX, 1).
           PERFORM 4150-NOTE-UNKNOWN-PREDECESSOR.
           MOVE GRACE-CPA-PRED-2(GRACE-CPA-IDX)
               TO GRACE-CPA-CHECK-NAME.
           PERFORM 1350-FIND-PROGRAM.
           MOVE GRACE-CPA-FOUND-IDX TO GRACE-CPA-PRED-IX(
               GRACE-CPA-IDX, 2).
           PERFORM 4150-NOTE-UNKNOWN-PREDECESSOR.
           MOVE ZERO TO GRACE-CPA-PRED-IX(GRACE-CPA-IDX, 3).
           MOVE ZERO TO GRACE-CPA-TRACK-LAST.
           IF GRACE-CPA-TRACK(GRACE-CPA-IDX) > ZERO
               PERFORM 4200-FIND-TRACK-PREDECESSOR
                   VARYING GRACE-CPA-CHK-IDX FROM 1 BY 1
                   UNTIL GRACE-CPA-CHK-IDX > GRACE-CPA-USED
           END-IF.

       4150-NOTE-UNKNOWN-PREDECESSOR.
           IF GRACE-CPA-FOUND-IDX = ZERO
                   AND GRACE-CPA-CHECK-NAME NOT = SPACES
                   AND GRACE-CPA-RUN-NO = 1
               DISPLAY "*** PREDECESSOR " GRACE-CPA-CHECK-NAME
                   " OF " GRACE-CPA-PROGRAM(GRACE-CPA-IDX)
                   " NOT IN DECK - TREATED AS SATISFIED ***"
           END-IF.

      *The track predecessor is the program with the highest
      *sequence below this one's on the same track.
       4200-FIND-TRACK-PREDECESSOR.
           IF GRACE-CPA-TRACK(GRACE-CPA-CHK-IDX)
                   = GRACE-CPA-TRACK(GRACE-CPA-IDX)
                   AND GRACE-CPA-SEQ(GRACE-CPA-CHK-IDX)
                       < GRACE-CPA-SEQ(GRACE-CPA-IDX)
                   AND GRACE-CPA-SEQ(GRACE-CPA-CHK-IDX)
                       >= GRACE-CPA-TRACK-LAST
                   AND GRACE-CPA-CHK-IDX NOT = GRACE-CPA-IDX
               MOVE GRACE-CPA-SEQ(GRACE-CPA-CHK-IDX)
                   TO GRACE-CPA-TRACK-LAST
               MOVE GRACE-CPA-CHK-IDX
                   TO GRACE-CPA-PRED-IX(GRACE-CPA-IDX, 3)
           END-IF.

      *----------------------------------------------------------
      * 4300-FORWARD-PASS schedules, pass by pass, every program
      * whose predecessors are all done: it starts when the last
      * of them finishes. Passes stop when one schedules nothing;
      * anything left waiting is a cycle.
      *----------------------------------------------------------
       4300-FORWARD-PASS.
           MOVE ZERO TO GRACE-CPA-ORD-USED.
           MOVE ZERO TO GRACE-CPA-FINISH-SECS.
           MOVE ZERO TO GRACE-CPA-END-IDX.
           PERFORM 4310-CLEAR-ONE-NODE
               VARYING GRACE-CPA-IDX FROM 1 BY 1
               UNTIL GRACE-CPA-IDX > GRACE-CPA-USED.
           PERFORM 4320-SCHEDULE-READY-NODES
               WITH TEST AFTER
               UNTIL GRACE-CPA-PASS-PLACED = ZERO.

       4310-CLEAR-ONE-NODE.
           MOVE 'W' TO GRACE-CPA-STATE(GRACE-CPA-IDX).
           MOVE ZERO TO GRACE-CPA-EARLY-START(GRACE-CPA-IDX).
           MOVE ZERO TO GRACE-CPA-EARLY-FINISH(GRACE-CPA-IDX).
           MOVE ZERO TO GRACE-CPA-LATE-FINISH(GRACE-CPA-IDX).
           MOVE SPACE TO GRACE-CPA-CRIT(GRACE-CPA-IDX).

       4320-SCHEDULE-READY-NODES.
           MOVE ZERO TO GRACE-CPA-PASS-PLACED.
           PERFORM 4330-TRY-ONE-NODE
               VARYING GRACE-CPA-IDX FROM 1 BY 1
               UNTIL GRACE-CPA-IDX > GRACE-CPA-USED.

       4330-TRY-ONE-NODE.
           IF GRACE-CPA-STATE(GRACE-CPA-IDX) = 'W'
               MOVE 'Y' TO GRACE-CPA-READY-SW
               MOVE ZERO TO GRACE-CPA-NODE-START
               PERFORM 4340-CHECK-ONE-PREDECESSOR
                   VARYING GRACE-CPA-PRD-IDX FROM 1 BY 1
                   UNTIL GRACE-CPA-PRD-IDX > 3
               IF GRACE-CPA-NODE-READY
                   PERFORM 4350-SCHEDULE-NODE
               END-IF
           END-IF.

       4340-CHECK-ONE-PREDECESSOR.
           MOVE GRACE-CPA-PRED-IX(GRACE-CPA-IDX, GRACE-CPA-PRD-IDX)
               TO GRACE-CPA-CHK-IDX.
           IF GRACE-CPA-CHK-IDX > ZERO
               IF GRACE-CPA-STATE(GRACE-CPA-CHK-IDX) = 'W'
                   MOVE 'N' TO GRACE-CPA-READY-SW
               ELSE
                   IF GRACE-CPA-EARLY-FINISH(GRACE-CPA-CHK-IDX)
                           > GRACE-CPA-NODE-START
                       MOVE GRACE-CPA-EARLY-FINISH(
                           GRACE-CPA-CHK-IDX)
                           TO GRACE-CPA-NODE-START
                   END-IF
               END-IF
           END-IF.

       4350-SCHEDULE-NODE.
           ADD 1 TO GRACE-CPA-PASS-PLACED.
           MOVE 'D' TO GRACE-CPA-STATE(GRACE-CPA-IDX).
           MOVE GRACE-CPA-NODE-START
               TO GRACE-CPA-EARLY-START(GRACE-CPA-IDX).
           COMPUTE GRACE-CPA-EARLY-FINISH(GRACE-CPA-IDX) =
               GRACE-CPA-NODE-START
               + GRACE-CPA-EST-SECS(GRACE-CPA-IDX).
           ADD 1 TO GRACE-CPA-ORD-USED.
           MOVE GRACE-CPA-IDX TO GRACE-CPA-ORDER(GRACE-CPA-ORD-USED).
           IF GRACE-CPA-END-IDX = ZERO
                   OR GRACE-CPA-EARLY-FINISH(GRACE-CPA-IDX)
                       > GRACE-CPA-FINISH-SECS
               MOVE GRACE-CPA-EARLY-FINISH(GRACE-CPA-IDX)
                   TO GRACE-CPA-FINISH-SECS
               MOVE GRACE-CPA-IDX TO GRACE-CPA-END-IDX
           END-IF.

       4390-REPORT-ONE-WAITER.
           IF GRACE-CPA-STATE(GRACE-CPA-IDX) = 'W'
               DISPLAY "*** IN CYCLE: "
                   GRACE-CPA-PROGRAM(GRACE-CPA-IDX) " ***"
           END-IF.

      *----------------------------------------------------------
      * 4500-BACKWARD-PASS walks the forward order in reverse.
      * Every program may finish as late as the suite's finish,
      * and each one pulls its predecessors' latest finish back
      * to its own latest start - by the time a program is
      * reached every successor has already done so.
      *----------------------------------------------------------
       4500-BACKWARD-PASS.
           PERFORM 4510-OPEN-LATE-FINISH
               VARYING GRACE-CPA-IDX FROM 1 BY 1
               UNTIL GRACE-CPA-IDX > GRACE-CPA-USED.
           PERFORM 4520-PULL-BACK-ONE-NODE
               VARYING GRACE-CPA-ORD-IDX FROM GRACE-CPA-ORD-USED
               BY -1 UNTIL GRACE-CPA-ORD-IDX < 1.

       4510-OPEN-LATE-FINISH.
           MOVE GRACE-CPA-FINISH-SECS
               TO GRACE-CPA-LATE-FINISH(GRACE-CPA-IDX).

       4520-PULL-BACK-ONE-NODE.
           MOVE GRACE-CPA-ORDER(GRACE-CPA-ORD-IDX) TO GRACE-CPA-IDX.
           COMPUTE GRACE-CPA-NODE-LATE =
               GRACE-CPA-LATE-FINISH(GRACE-CPA-IDX)
               - GRACE-CPA-EST-SECS(GRACE-CPA-IDX).
           PERFORM 4530-PULL-BACK-ONE-PREDECESSOR
               VARYING GRACE-CPA-PRD-IDX FROM 1 BY 1
               UNTIL GRACE-CPA-PRD-IDX > 3.

       4530-PULL-BACK-ONE-PREDECESSOR.
           MOVE GRACE-CPA-PRED-IX(GRACE-CPA-IDX, GRACE-CPA-PRD-IDX)
               TO GRACE-CPA-CHK-IDX.
           IF GRACE-CPA-CHK-IDX > ZERO
               IF GRACE-CPA-NODE-LATE
                       < GRACE-CPA-LATE-FINISH(GRACE-CPA-CHK-IDX)
                   MOVE GRACE-CPA-NODE-LATE
                       TO GRACE-CPA-LATE-FINISH(GRACE-CPA-CHK-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------
      * 4700-TRACE-CRITICAL-PATH starts from the program that
      * finishes last and steps back, each time to the
      * predecessor whose finish set this program's start, until
      * it reaches a program that starts the suite.
      *----------------------------------------------------------
       4700-TRACE-CRITICAL-PATH.
           MOVE ZERO TO GRACE-CPA-PATH-USED.
           MOVE GRACE-CPA-END-IDX TO GRACE-CPA-IDX.
           PERFORM 4710-STEP-BACK-ONE-NODE
               UNTIL GRACE-CPA-IDX = ZERO.

       4710-STEP-BACK-ONE-NODE.
           MOVE 'C' TO GRACE-CPA-CRIT(GRACE-CPA-IDX).
           ADD 1 TO GRACE-CPA-PATH-USED.
           MOVE GRACE-CPA-IDX TO GRACE-CPA-PATH(GRACE-CPA-PATH-USED).
           MOVE ZERO TO GRACE-CPA-NEXT-IDX.
           IF GRACE-CPA-EARLY-START(GRACE-CPA-IDX) > ZERO
               PERFORM 4720-MATCH-DRIVING-PREDECESSOR
                   VARYING GRACE-CPA-PRD-IDX FROM 1 BY 1
                   UNTIL GRACE-CPA-PRD-IDX > 3
           END-IF.
           MOVE GRACE-CPA-NEXT-IDX TO GRACE-CPA-IDX.

       4720-MATCH-DRIVING-PREDECESSOR.
           MOVE GRACE-CPA-PRED-IX(GRACE-CPA-IDX, GRACE-CPA-PRD-IDX)
               TO GRACE-CPA-CHK-IDX.
           IF GRACE-CPA-CHK-IDX > ZERO
                   AND GRACE-CPA-NEXT-IDX = ZERO
               IF GRACE-CPA-EARLY-FINISH(GRACE-CPA-CHK-IDX)
                       = GRACE-CPA-EARLY-START(GRACE-CPA-IDX)
                   MOVE GRACE-CPA-CHK-IDX TO GRACE-CPA-NEXT-IDX
               END-IF
           END-IF.

      *----------------------------------------------------------
      * 4800-PRINT-THE-ANALYSIS lists every program in running
      * order - estimate, earliest start and finish in seconds
      * from the suite start, and slack - with the critical path
      * marked '*', then the path itself and the finish it
      * predicts.
      *----------------------------------------------------------
       4800-PRINT-THE-ANALYSIS.
           DISPLAY "  PROGRAM              T  ESTIMATE    START "
               "  FINISH    SLACK".
           PERFORM 4810-PRINT-ONE-PROGRAM
               VARYING GRACE-CPA-ORD-IDX FROM 1 BY 1
               UNTIL GRACE-CPA-ORD-IDX > GRACE-CPA-ORD-USED.
           DISPLAY "CRITICAL PATH (" GRACE-CPA-PATH-USED
               " PROGRAM(S)):".
           PERFORM 4850-PRINT-ONE-PATH-STEP
               VARYING GRACE-CPA-PATH-IDX FROM GRACE-CPA-PATH-USED
               BY -1 UNTIL GRACE-CPA-PATH-IDX < 1.
           DISPLAY "CRITICAL PATH LENGTH: " GRACE-CPA-FINISH-SECS
               " S".
           IF GRACE-CPA-START-CARDED
                   OR GRACE-CPA-LAST-DATE > ZERO
               MOVE GRACE-CPA-SUITE-START-SECS
                   TO GRACE-CPA-CLOCK-SECS
               PERFORM 4900-EDIT-CLOCK-TIME
               DISPLAY "SUITE START:          " GRACE-CPA-CLOCK-ED
               COMPUTE GRACE-CPA-CLOCK-SECS =
                   GRACE-CPA-SUITE-START-SECS
                   + GRACE-CPA-FINISH-SECS
               PERFORM 4900-EDIT-CLOCK-TIME
               DISPLAY "PREDICTED FINISH:     " GRACE-CPA-CLOCK-ED
           ELSE
               DISPLAY "NO SUITE START KNOWN - FINISH SHOWN AS "
                   "LENGTH ONLY"
           END-IF.

       4810-PRINT-ONE-PROGRAM.
           MOVE GRACE-CPA-ORDER(GRACE-CPA-ORD-IDX) TO GRACE-CPA-IDX.
           MOVE SPACES TO GRACE-CPA-RPT-MARK.
           IF GRACE-CPA-CRIT(GRACE-CPA-IDX) = 'C'
               MOVE "* " TO GRACE-CPA-RPT-MARK
           END-IF.
           MOVE GRACE-CPA-PROGRAM(GRACE-CPA-IDX)
               TO GRACE-CPA-RPT-PROGRAM.
           IF GRACE-CPA-TRACK(GRACE-CPA-IDX) > ZERO
               MOVE GRACE-CPA-TRACK(GRACE-CPA-IDX)
                   TO GRACE-CPA-RPT-TRACK
           ELSE
               MOVE "-" TO GRACE-CPA-RPT-TRACK
           END-IF.
           MOVE GRACE-CPA-EST-SECS(GRACE-CPA-IDX)
               TO GRACE-CPA-RPT-EST.
           MOVE GRACE-CPA-EARLY-START(GRACE-CPA-IDX)
               TO GRACE-CPA-RPT-START.
           MOVE GRACE-CPA-EARLY-FINISH(GRACE-CPA-IDX)
               TO GRACE-CPA-RPT-FINISH.
           COMPUTE GRACE-CPA-SLACK =
               GRACE-CPA-LATE-FINISH(GRACE-CPA-IDX)
               - GRACE-CPA-EARLY-FINISH(GRACE-CPA-IDX).
           MOVE GRACE-CPA-SLACK TO GRACE-CPA-RPT-SLACK.
           DISPLAY GRACE-CPA-REPORT-LINE.

       4850-PRINT-ONE-PATH-STEP.
           MOVE GRACE-CPA-PATH(GRACE-CPA-PATH-IDX) TO GRACE-CPA-IDX.
           DISPLAY "  " GRACE-CPA-PROGRAM(GRACE-CPA-IDX) " "
               GRACE-CPA-EST-SECS(GRACE-CPA-IDX) " S".

      *Seconds from midnight to HH:MM:SS; a finish past midnight
      *wraps to the next morning's clock.
       4900-EDIT-CLOCK-TIME.
           IF GRACE-CPA-CLOCK-SECS >= 86400
               DIVIDE GRACE-CPA-CLOCK-SECS BY 86400
                   GIVING GRACE-CPA-SECS
                   REMAINDER GRACE-CPA-CLOCK-SECS
           END-IF.
           DIVIDE GRACE-CPA-CLOCK-SECS BY 3600
               GIVING GRACE-CPA-HH REMAINDER GRACE-CPA-SECS.
           DIVIDE GRACE-CPA-SECS BY 60
               GIVING GRACE-CPA-MM REMAINDER GRACE-CPA-SS.
           MOVE SPACES TO GRACE-CPA-CLOCK-ED.
           STRING GRACE-CPA-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               GRACE-CPA-MM DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               GRACE-CPA-SS DELIMITED BY SIZE
               INTO GRACE-CPA-CLOCK-ED
           END-STRING.

      *----------------------------------------------------------
      * 5000-APPLY-WHAT-IF-CARDS changes the deck in the table
      * only - GRACEDEP and GRACETRA are never written.
      *----------------------------------------------------------
       5000-APPLY-WHAT-IF-CARDS.
           DISPLAY " ".
           DISPLAY "WHAT-IF CHANGES:".
           PERFORM 5100-APPLY-ONE-CARD
               VARYING GRACE-CPA-WIF-IDX FROM 1 BY 1
               UNTIL GRACE-CPA-WIF-IDX > GRACE-CPA-WIF-USED.

       5100-APPLY-ONE-CARD.
           MOVE GRACE-CPA-WIF-PROGRAM(GRACE-CPA-WIF-IDX)
               TO GRACE-CPA-CHECK-NAME.
           PERFORM 1350-FIND-PROGRAM.
           EVALUATE TRUE
               WHEN GRACE-CPA-FOUND-IDX = ZERO
                   ADD 1 TO GRACE-CPA-REFUSE-COUNT
                   DISPLAY "*** " GRACE-CPA-WIF-VERB(
                       GRACE-CPA-WIF-IDX) " "
                       GRACE-CPA-CHECK-NAME
                       " - PROGRAM NOT IN DECK, IGNORED ***"
               WHEN GRACE-CPA-WIF-VERB(GRACE-CPA-WIF-IDX) = "DROP"
                   PERFORM 5200-DROP-DEPENDENCY
               WHEN OTHER
                   PERFORM 5300-MOVE-TO-TRACK
           END-EVALUATE.

       5200-DROP-DEPENDENCY.
           EVALUATE GRACE-CPA-WIF-OPERAND(GRACE-CPA-WIF-IDX)
               WHEN SPACES
                   ADD 1 TO GRACE-CPA-REFUSE-COUNT
                   DISPLAY "*** DROP " GRACE-CPA-CHECK-NAME
                       " - NO PREDECESSOR NAMED, IGNORED ***"
               WHEN GRACE-CPA-PRED-1(GRACE-CPA-FOUND-IDX)
                   MOVE SPACES
                       TO GRACE-CPA-PRED-1(GRACE-CPA-FOUND-IDX)
                   DISPLAY "  DROP " GRACE-CPA-CHECK-NAME " AFTER "
                       GRACE-CPA-WIF-OPERAND(GRACE-CPA-WIF-IDX)
               WHEN GRACE-CPA-PRED-2(GRACE-CPA-FOUND-IDX)
                   MOVE SPACES
                       TO GRACE-CPA-PRED-2(GRACE-CPA-FOUND-IDX)
                   DISPLAY "  DROP " GRACE-CPA-CHECK-NAME " AFTER "
                       GRACE-CPA-WIF-OPERAND(GRACE-CPA-WIF-IDX)
               WHEN OTHER
                   ADD 1 TO GRACE-CPA-REFUSE-COUNT
                   DISPLAY "*** DROP " GRACE-CPA-CHECK-NAME " AFTER "
                       GRACE-CPA-WIF-OPERAND(GRACE-CPA-WIF-IDX)
                       " - NOT A GRACEDEP DEPENDENCY, IGNORED ***"
           END-EVALUATE.

      *The moved program goes last on its new track, so the
      *sequence is set past anything GRACETRA can carry.
       5300-MOVE-TO-TRACK.
           IF GRACE-CPA-WIF-OPERAND(GRACE-CPA-WIF-IDX)(1:1)
                   = "1" OR "2" OR "3"
               MOVE GRACE-CPA-WIF-OPERAND(GRACE-CPA-WIF-IDX)(1:1)
                   TO GRACE-CPA-MOVE-TRACK
               MOVE ZERO TO GRACE-CPA-TRACK-LAST
               PERFORM 5350-FIND-TRACK-END
                   VARYING GRACE-CPA-CHK-IDX FROM 1 BY 1
                   UNTIL GRACE-CPA-CHK-IDX > GRACE-CPA-USED
               IF GRACE-CPA-TRACK-LAST < 100
                   MOVE 100 TO GRACE-CPA-TRACK-LAST
               END-IF
               MOVE GRACE-CPA-MOVE-TRACK
                   TO GRACE-CPA-TRACK(GRACE-CPA-FOUND-IDX)
               ADD 1 TO GRACE-CPA-TRACK-LAST
                   GIVING GRACE-CPA-SEQ(GRACE-CPA-FOUND-IDX)
               DISPLAY "  MOVE " GRACE-CPA-CHECK-NAME
                   " TO THE END OF TRACK " GRACE-CPA-MOVE-TRACK
               IF NOT GRACE-CPA-TRACKS-KNOWN
                   DISPLAY "    (NO GRACETRA - THE TRACK ORDERS "
                       "ONLY WHAT IS MOVED ONTO IT)"
               END-IF
           ELSE
               ADD 1 TO GRACE-CPA-REFUSE-COUNT
               DISPLAY "*** MOVE " GRACE-CPA-CHECK-NAME
                   " - TRACK MUST BE 1, 2 OR 3, IGNORED ***"
           END-IF.

       5350-FIND-TRACK-END.
           IF GRACE-CPA-TRACK(GRACE-CPA-CHK-IDX)
                   = GRACE-CPA-MOVE-TRACK
                   AND GRACE-CPA-CHK-IDX NOT = GRACE-CPA-FOUND-IDX
                   AND GRACE-CPA-SEQ(GRACE-CPA-CHK-IDX)
                       > GRACE-CPA-TRACK-LAST
               MOVE GRACE-CPA-SEQ(GRACE-CPA-CHK-IDX)
                   TO GRACE-CPA-TRACK-LAST
           END-IF.

       6000-SHOW-WHAT-IF-CHANGE.
           IF NOT GRACE-CPA-DECK-CYCLES
               DISPLAY " "
               COMPUTE GRACE-CPA-CHANGE-SECS =
                   GRACE-CPA-FINISH-SECS - GRACE-CPA-BASE-FINISH
               MOVE GRACE-CPA-CHANGE-SECS TO GRACE-CPA-CHANGE-ED
               DISPLAY "CURRENT DECK PATH:    "
                   GRACE-CPA-BASE-FINISH " S"
               DISPLAY "WHAT-IF DECK PATH:    "
                   GRACE-CPA-FINISH-SECS " S"
               DISPLAY "CHANGE IN FINISH:     "
                   GRACE-CPA-CHANGE-ED " S"
           END-IF.

           COPY GRACERPTP.
