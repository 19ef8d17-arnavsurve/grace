      * A program flagged skip ('N') is left out of the emitted
      * list but still satisfies its successors' dependencies, the
      * same way a COND-bypassed step doesn't block the chain.
      *
      * Period-end work is carded on GRACEPEJ - a GRACEDEP card
      * plus the period types (M, Q, Y) the job runs on - and the
      * GRACECAL calendar's period-end column says what tonight
      * is for the GRACECYC run date. A period-end card that
      * applies tonight is ordered like any other card and its
      * step carries tonight's period type on GRACESTP, so
      * GRACEJGN marks it in the deck; one that does not apply is
      * treated as a skipped card. A calendar that predates the
      * column still carries its month-end flag, which is taken
      * as a month-end night.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT GRACE-STP-FILE ASSIGN TO GRACESTP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-STP-STATUS.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-CAL-FILE ASSIGN TO GRACECAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CAL-STATUS.
           SELECT GRACE-PEJ-FILE ASSIGN TO GRACEPEJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-PEJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 GRACE-STP-PROGRAM PIC X(20).
           05 FILLER PIC X(01).
           05 GRACE-STP-GATE PIC X(40).
           05 GRACE-STP-PERIOD PIC X(01).
           05 FILLER PIC X(15).

       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

      *Shop calendar: date, day type, month-end flag, and the
      *period-end type - M month, Q quarter, Y year, blank none.
       FD  GRACE-CAL-FILE
           RECORDING MODE IS F.
       01 GRACE-CAL-REC.
           05 GRACE-CAL-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 GRACE-CAL-DAY-TYPE PIC X(01).
           05 FILLER PIC X(01).
           05 GRACE-CAL-MONTH-END PIC X(01).
           05 FILLER PIC X(01).
           05 GRACE-CAL-PERIOD-END PIC X(01).
           05 FILLER PIC X(66).

       FD  GRACE-PEJ-FILE
           RECORDING MODE IS F.
           COPY GRACEPEJ.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

       01 GRACE-DEP-STATUS PIC X(02).
           88 GRACE-DEP-OK VALUE '00'.
           88 GRACE-DEP-EOF VALUE '10'.
       01 GRACE-STP-STATUS PIC X(02).
           88 GRACE-STP-OK VALUE '00'.

       01 GRACE-CAL-STATUS PIC X(02).
           88 GRACE-CAL-OK VALUE '00'.
           88 GRACE-CAL-NOT-FOUND VALUE '35'.

       01 GRACE-PEJ-STATUS PIC X(02).
           88 GRACE-PEJ-OK VALUE '00'.
           88 GRACE-PEJ-NOT-FOUND VALUE '35'.

       01 GRACE-DEP-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-DEP-END-OF-FILE VALUE 'Y'.

       01 GRACE-CAL-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CAL-END-OF-FILE VALUE 'Y'.

       01 GRACE-PEJ-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-PEJ-END-OF-FILE VALUE 'Y'.

      *Tonight's period type off the calendar. A year-end night
      *is a quarter-end and a month-end night too.
       01 GRACE-SEQ-PERIOD-TYPE PIC X(01) VALUE SPACE.
           88 GRACE-SEQ-MONTH-END VALUE 'M' 'Q' 'Y'.
           88 GRACE-SEQ-QUARTER-END VALUE 'Q' 'Y'.
           88 GRACE-SEQ-YEAR-END VALUE 'Y'.
       01 GRACE-SEQ-PERIOD-NAME PIC X(11) VALUE "NIGHTLY".

      *The dependency deck. GRACE-SEQ-TBL-STATE: W = waiting,
      *P = placed in the emitted order, S = skipped-but-satisfied.
      *GRACE-SEQ-TBL-PERIODS is blank for a nightly card and the
      *carded period types for a period-end card; OFF-PERIOD is
      *'Y' on a period-end card that does not apply tonight.
       01 GRACE-SEQ-TABLE-CTL.
           05 GRACE-SEQ-USED PIC 9(02) VALUE ZERO.
           05 GRACE-SEQ-IDX PIC 9(02) VALUE ZERO.
               10 GRACE-SEQ-TBL-PRED-2 PIC X(20).
               10 GRACE-SEQ-TBL-STATE PIC X(01).
               10 GRACE-SEQ-TBL-STEP-NO PIC 9(02).
               10 GRACE-SEQ-TBL-PERIODS PIC X(03).
               10 GRACE-SEQ-TBL-OFF-PERIOD PIC X(01).

       01 GRACE-SEQ-WORK.
           05 GRACE-SEQ-PASS-PLACED PIC 9(02) VALUE ZERO.
           05 GRACE-SEQ-CHK-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-SEQ-GATE-WORK PIC X(40) VALUE SPACES.
           05 GRACE-SEQ-GATE-2 PIC X(20) VALUE SPACES.
           05 GRACE-SEQ-PE-COUNT PIC 9(02) VALUE ZERO.
           05 GRACE-SEQ-M-HITS PIC 9(01) VALUE ZERO.
           05 GRACE-SEQ-Q-HITS PIC 9(01) VALUE ZERO.
           05 GRACE-SEQ-Y-HITS PIC 9(01) VALUE ZERO.
           05 GRACE-SEQ-APPLIES-SW PIC X(01) VALUE 'N'.
               88 GRACE-SEQ-APPLIES-TONIGHT VALUE 'Y'.

           COPY GRACERPTH.

       MAIN SECTION.
           MOVE "GRACESEQ" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 0900-FIND-PERIOD-TYPE.
           PERFORM 1000-LOAD-DEPENDENCY-DECK.
           PERFORM 1500-LOAD-PERIOD-END-CARDS.
           IF GRACE-SEQ-USED = ZERO
               DISPLAY "NO DEPENDENCY CARDS - NOTHING TO SEQUENCE"
               MOVE 0 TO RETURN-CODE
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

      *----------------------------------------------------------
      * 0900-FIND-PERIOD-TYPE looks the run date up on GRACECAL.
      * No calendar, or a date not on it, is a nightly run - the
      * pre-flight is where an uncalendared date is stopped.
      *----------------------------------------------------------
       0900-FIND-PERIOD-TYPE.
           OPEN INPUT GRACE-CAL-FILE.
           IF GRACE-CAL-NOT-FOUND
               DISPLAY "GRACECAL ABSENT - NO PERIOD-END STEPS"
           ELSE
               PERFORM 0940-READ-CALENDAR-CARD
               PERFORM 0950-MATCH-CALENDAR-CARD
                   UNTIL GRACE-CAL-END-OF-FILE
               CLOSE GRACE-CAL-FILE
           END-IF.
           EVALUATE TRUE
               WHEN GRACE-SEQ-YEAR-END
                   MOVE "YEAR-END" TO GRACE-SEQ-PERIOD-NAME
               WHEN GRACE-SEQ-QUARTER-END
                   MOVE "QUARTER-END" TO GRACE-SEQ-PERIOD-NAME
               WHEN GRACE-SEQ-MONTH-END
                   MOVE "MONTH-END" TO GRACE-SEQ-PERIOD-NAME
               WHEN OTHER
                   MOVE SPACE TO GRACE-SEQ-PERIOD-TYPE
           END-EVALUATE.
           DISPLAY "RUN DATE " GRACE-CYC-DATE " - "
               GRACE-SEQ-PERIOD-NAME " RUN".

       0940-READ-CALENDAR-CARD.
           READ GRACE-CAL-FILE
               AT END
                   SET GRACE-CAL-END-OF-FILE TO TRUE
           END-READ.

       0950-MATCH-CALENDAR-CARD.
           IF GRACE-CAL-DATE = GRACE-CYC-DATE
               IF GRACE-CAL-PERIOD-END = SPACE
                       AND GRACE-CAL-MONTH-END = 'Y'
                   MOVE 'M' TO GRACE-SEQ-PERIOD-TYPE
               ELSE
                   MOVE GRACE-CAL-PERIOD-END
                       TO GRACE-SEQ-PERIOD-TYPE
               END-IF
           END-IF.
           PERFORM 0940-READ-CALENDAR-CARD.

       1000-LOAD-DEPENDENCY-DECK.
           OPEN INPUT GRACE-DEP-FILE.
           IF GRACE-DEP-NOT-FOUND
                   TO GRACE-SEQ-TBL-PRED-2(GRACE-SEQ-USED)
               MOVE 'W' TO GRACE-SEQ-TBL-STATE(GRACE-SEQ-USED)
               MOVE ZERO TO GRACE-SEQ-TBL-STEP-NO(GRACE-SEQ-USED)
               MOVE SPACES TO GRACE-SEQ-TBL-PERIODS(GRACE-SEQ-USED)
               MOVE 'N' TO GRACE-SEQ-TBL-OFF-PERIOD(GRACE-SEQ-USED)
           END-IF.
           PERFORM 1100-READ-DEPENDENCY-CARD.

      *----------------------------------------------------------
      * 1500-LOAD-PERIOD-END-CARDS adds the GRACEPEJ cards to the
      * deck. A card for tonight's period runs under its own run
      * flag; any other is held in the deck as a skip so a card
      * naming it as predecessor is still satisfied.
      *----------------------------------------------------------
       1500-LOAD-PERIOD-END-CARDS.
           OPEN INPUT GRACE-PEJ-FILE.
           IF GRACE-PEJ-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1600-READ-PERIOD-END-CARD
               PERFORM 1700-STORE-PERIOD-END-CARD
                   UNTIL GRACE-PEJ-END-OF-FILE
               CLOSE GRACE-PEJ-FILE
           END-IF.
           IF GRACE-SEQ-PE-COUNT > ZERO
               DISPLAY GRACE-SEQ-PE-COUNT " PERIOD-END JOB(S) "
                   "ADDED FOR THE " GRACE-SEQ-PERIOD-NAME " RUN"
           END-IF.

       1600-READ-PERIOD-END-CARD.
           READ GRACE-PEJ-FILE
               AT END
                   SET GRACE-PEJ-END-OF-FILE TO TRUE
           END-READ.

       1700-STORE-PERIOD-END-CARD.
           IF GRACE-SEQ-USED >= 50
               DISPLAY "*** GRACEPEJ CARD IGNORED - TABLE FULL: "
                   GRACE-PEJ-PROGRAM " ***"
           ELSE
               PERFORM 1800-CHECK-PERIOD-APPLIES
               ADD 1 TO GRACE-SEQ-USED
               MOVE GRACE-PEJ-PROGRAM
                   TO GRACE-SEQ-TBL-PROGRAM(GRACE-SEQ-USED)
               MOVE GRACE-PEJ-PRED-1
                   TO GRACE-SEQ-TBL-PRED-1(GRACE-SEQ-USED)
               MOVE GRACE-PEJ-PRED-2
                   TO GRACE-SEQ-TBL-PRED-2(GRACE-SEQ-USED)
               MOVE 'W' TO GRACE-SEQ-TBL-STATE(GRACE-SEQ-USED)
               MOVE ZERO TO GRACE-SEQ-TBL-STEP-NO(GRACE-SEQ-USED)
               MOVE GRACE-PEJ-PERIODS
                   TO GRACE-SEQ-TBL-PERIODS(GRACE-SEQ-USED)
               IF GRACE-SEQ-APPLIES-TONIGHT
                   IF GRACE-PEJ-RUN-FLAG NOT = 'N'
                       ADD 1 TO GRACE-SEQ-PE-COUNT
                   END-IF
                   MOVE GRACE-PEJ-RUN-FLAG
                       TO GRACE-SEQ-TBL-RUN-FLAG(GRACE-SEQ-USED)
                   MOVE 'N'
                       TO GRACE-SEQ-TBL-OFF-PERIOD(GRACE-SEQ-USED)
               ELSE
                   MOVE 'N' TO GRACE-SEQ-TBL-RUN-FLAG(GRACE-SEQ-USED)
                   MOVE 'Y'
                       TO GRACE-SEQ-TBL-OFF-PERIOD(GRACE-SEQ-USED)
               END-IF
           END-IF.
           PERFORM 1600-READ-PERIOD-END-CARD.

       1800-CHECK-PERIOD-APPLIES.
           MOVE ZERO TO GRACE-SEQ-M-HITS.
           MOVE ZERO TO GRACE-SEQ-Q-HITS.
           MOVE ZERO TO GRACE-SEQ-Y-HITS.
           INSPECT GRACE-PEJ-PERIODS TALLYING
               GRACE-SEQ-M-HITS FOR ALL 'M'
               GRACE-SEQ-Q-HITS FOR ALL 'Q'
               GRACE-SEQ-Y-HITS FOR ALL 'Y'.
           IF (GRACE-SEQ-M-HITS > ZERO AND GRACE-SEQ-MONTH-END)
                   OR (GRACE-SEQ-Q-HITS > ZERO
                       AND GRACE-SEQ-QUARTER-END)
                   OR (GRACE-SEQ-Y-HITS > ZERO
                       AND GRACE-SEQ-YEAR-END)
               MOVE 'Y' TO GRACE-SEQ-APPLIES-SW
           ELSE
               MOVE 'N' TO GRACE-SEQ-APPLIES-SW
           END-IF.

      *----------------------------------------------------------
      * 2000-PLACE-READY-ENTRIES makes one pass over the waiting
      * entries, placing every one whose predecessors are already
      *----------------------------------------------------------
       2500-PLACE-ENTRY.
           ADD 1 TO GRACE-SEQ-TOTAL-PLACED.
           EVALUATE TRUE
               WHEN GRACE-SEQ-TBL-OFF-PERIOD(GRACE-SEQ-IDX) = 'Y'
                   MOVE 'S' TO GRACE-SEQ-TBL-STATE(GRACE-SEQ-IDX)
               WHEN GRACE-SEQ-TBL-RUN-FLAG(GRACE-SEQ-IDX) = 'N'
                   MOVE 'S' TO GRACE-SEQ-TBL-STATE(GRACE-SEQ-IDX)
                   DISPLAY "SKIP  "
                       GRACE-SEQ-TBL-PROGRAM(GRACE-SEQ-IDX)
                       " (RUN FLAG N)"
               WHEN OTHER
                   PERFORM 2550-EMIT-STEP
           END-EVALUATE.

       2550-EMIT-STEP.
           MOVE 'P' TO GRACE-SEQ-TBL-STATE(GRACE-SEQ-IDX).
           ADD 1 TO GRACE-SEQ-NEXT-STEP.
           MOVE GRACE-SEQ-NEXT-STEP
               TO GRACE-SEQ-TBL-STEP-NO(GRACE-SEQ-IDX).
           PERFORM 2600-BUILD-GATE-TEXT.
           MOVE SPACES TO GRACE-STP-REC.
           MOVE GRACE-SEQ-NEXT-STEP TO GRACE-STP-SEQ.
           MOVE GRACE-SEQ-TBL-PROGRAM(GRACE-SEQ-IDX)
               TO GRACE-STP-PROGRAM.
           MOVE GRACE-SEQ-GATE-WORK TO GRACE-STP-GATE.
           IF GRACE-SEQ-TBL-PERIODS(GRACE-SEQ-IDX) NOT = SPACES
               MOVE GRACE-SEQ-PERIOD-TYPE TO GRACE-STP-PERIOD
           END-IF.
           WRITE GRACE-STP-REC.
           IF GRACE-STP-PERIOD NOT = SPACE
               DISPLAY "STEP" GRACE-SEQ-NEXT-STEP " "
                   GRACE-SEQ-TBL-PROGRAM(GRACE-SEQ-IDX) " "
                   GRACE-SEQ-GATE-WORK " ("
                   GRACE-SEQ-PERIOD-NAME ")"
           ELSE
               DISPLAY "STEP" GRACE-SEQ-NEXT-STEP " "
                   GRACE-SEQ-TBL-PROGRAM(GRACE-SEQ-IDX) " "
                   GRACE-SEQ-GATE-WORK
           END-IF.

           COPY GRACERPTP.

           COPY GRACECYCP.
