      * against nothing. The calendar's month-end flag for the
      * date is written to GRACEMEF, so month-end-only steps gate
      * on a file instead of a sticky note on the console.
      *
      * The calendar's period-end column makes the night a
      * month-, quarter- or year-end run (a calendar without the
      * column still gives month-end off its flag). The period
      * type is shown and written to GRACEMEF beside the flag,
      * and the GRACEPEJ period-end cards are edited and the
      * steps they add tonight listed - the same cards GRACESEQ
      * folds into tonight's deck - so the operator sees the
      * extra work at launch, not at 02:00. A card with a period
      * type other than M, Q or Y fails the pre-flight.
      *
      * The control files GRACESEL sealed at the end of the last
      * suite - GRACEPRM, GRACEOSC, GRACEDEP, GRACECAL - are
      * re-hashed here, before GRACEATT snapshots them, and
      * compared with the GRACESLF seal. A file that changed is
      * accepted only when a screen change was logged against it
      * since the seal: a GRACECHG record, or an approved GRACEPND
      * entry. Anything else is an edit made behind the screens'
      * back: it fails the pre-flight and pages the supervisor on
      * the GRACEALP feed, indexed on GRACEALT like any page. No
      * seal on file (a first run) is reported and allowed.
      *
      * The GRACECTG category master is edited card by card -
      * code and description present, active flag Y or N,
      * effective dates numeric-or-blank and in order - and a
      * GRACEPRM limit row keyed on a category the master does
      * not know fails the pre-flight: it is a typo that would
      * never match a value. GRACEVAL is then judged against the
      * master for the run date and every value carrying an
      * unknown or inactive category is listed as the reject
      * TESTCONST will make of it (E002/E003), so the night's
      * rejects are known at launch. A limit row for a retired
      * category, and the rejects themselves, are reported and
      * allowed. No master on file leaves categories unjudged,
      * as before there was one.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT GRACE-COV-FILE ASSIGN TO GRACECOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-COV-STATUS.
           SELECT GRACE-PEJ-FILE ASSIGN TO GRACEPEJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-PEJ-STATUS.
           SELECT GRACE-MEF-FILE ASSIGN TO GRACEMEF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-MEF-STATUS.
           SELECT GRACE-PARM-FILE ASSIGN TO GRACEPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-PARM-STATUS.
           SELECT GRACE-CTG-FILE ASSIGN TO GRACECTG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CTG-STATUS.
           SELECT GRACE-VALUE-FILE ASSIGN TO GRACEVAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-VAL-STATUS.
           SELECT GRACE-RMX-FILE ASSIGN TO GRACERMX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RMX-STATUS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-RTY-PROGRAM
               FILE STATUS IS GRACE-RTY-STATUS.
           SELECT GRACE-OSC-FILE ASSIGN TO GRACEOSC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-OSC-STATUS.
           SELECT GRACE-DEP-FILE ASSIGN TO GRACEDEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-DEP-STATUS.
           SELECT GRACE-SLF-FILE ASSIGN TO GRACESLF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-SLF-STATUS.
           SELECT GRACE-CHG-FILE ASSIGN TO GRACECHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CHG-STATUS.
           SELECT GRACE-PND-FILE ASSIGN TO GRACEPND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-PND-STATUS.
           SELECT GRACE-ALP-FILE ASSIGN TO GRACEALP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-ALP-STATUS.
           SELECT GRACE-ALT-FILE ASSIGN TO GRACEALT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-ALT-STATUS.
           SELECT GRACE-NAME-INDEX ASSIGN TO GRACENDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           COPY GRACECYC.

      *Shop calendar: one card per date - B business day, H
      *holiday, W weekend - plus the month-end flag and the
      *period-end type: M month, Q quarter, Y year, blank none.
       FD  GRACE-CAL-FILE
           RECORDING MODE IS F.
       01 GRACE-CAL-REC.
           05 GRACE-CAL-DAY-TYPE PIC X(01).
           05 FILLER PIC X(01).
           05 GRACE-CAL-MONTH-END PIC X(01).
           05 FILLER PIC X(01).
           05 GRACE-CAL-PERIOD-END PIC X(01).
           05 FILLER PIC X(66).

      *Override card: Y in column one runs a non-business day on
      *purpose - and on the record.
           05 FILLER PIC X(79).

      *Month-end flag for tonight's date, exposed for the steps
      *that only run at month end, and the night's period type.
       FD  GRACE-MEF-FILE
           RECORDING MODE IS F.
       01 GRACE-MEF-REC.
           05 GRACE-MEF-FLAG PIC X(01).
           05 GRACE-MEF-DATE PIC 9(08).
           05 GRACE-MEF-PERIOD PIC X(01).
           05 FILLER PIC X(70).

       FD  GRACE-PEJ-FILE
           RECORDING MODE IS F.
           COPY GRACEPEJ.

       FD  GRACE-LCK-FILE
           RECORDING MODE IS F.
       01 GRACE-PARM-REC.
           05 GRACE-PARM-MAX-VALUE PIC X(06).
           05 GRACE-PARM-EFF-DATE PIC X(08).
           05 GRACE-PARM-CATEGORY PIC X(02).
           05 FILLER PIC X(64).

       FD  GRACE-CTG-FILE
           RECORDING MODE IS F.
           COPY GRACECTG.

       FD  GRACE-VALUE-FILE
           RECORDING MODE IS F.
       01 GRACE-VALUE-REC.
           05 GRACE-VAL-AMOUNT PIC 9(06).
           05 GRACE-VAL-CATEGORY PIC X(02).
           05 FILLER PIC X(72).

       FD  GRACE-RMX-FILE
           RECORDING MODE IS F.
           05 GRACE-NDX-PHONETIC PIC X(04).
           05 FILLER PIC X(40).

       FD  GRACE-OSC-FILE
           RECORDING MODE IS F.
           COPY GRACEOSC.

       FD  GRACE-DEP-FILE
           RECORDING MODE IS F.
       01 GRACE-DEP-REC PIC X(80).

       FD  GRACE-SLF-FILE
           RECORDING MODE IS F.
           COPY GRACESLF.

       FD  GRACE-CHG-FILE
           RECORDING MODE IS F.
           COPY GRACECHGR.

      *Pending-approval queue (GRACEAPR): an A entry is a change
      *a checker approved and applied.
       FD  GRACE-PND-FILE
           RECORDING MODE IS F.
       01 GRACE-PND-REC.
           05 GRACE-PND-MAKER-ID PIC X(08).
           05 GRACE-PND-DATE PIC 9(08).
           05 GRACE-PND-TIME PIC 9(06).
           05 GRACE-PND-FILE-NAME PIC X(08).
           05 FILLER PIC X(46).
           05 GRACE-PND-STATE PIC X(01).
           05 FILLER PIC X(03).

       FD  GRACE-ALP-FILE
           RECORDING MODE IS F.
       01 GRACE-ALP-REC PIC X(80).

       FD  GRACE-ALT-FILE
           RECORDING MODE IS F.
       01 GRACE-ALT-REC.
           05 GRACE-ALT-DATE PIC 9(08).
           05 GRACE-ALT-SEQ PIC 9(04).
           05 GRACE-ALT-TIME PIC 9(06).
           05 GRACE-ALT-SOURCE PIC X(08).
           05 GRACE-ALT-TEXT PIC X(50).
           05 FILLER PIC X(04).

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

       01 GRACE-MEF-STATUS PIC X(02).
           88 GRACE-MEF-OK VALUE '00'.

       01 GRACE-PEJ-STATUS PIC X(02).
           88 GRACE-PEJ-OK VALUE '00'.
           88 GRACE-PEJ-NOT-FOUND VALUE '35'.

       01 GRACE-PEJ-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-PEJ-END-OF-FILE VALUE 'Y'.

       01 GRACE-CAL-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CAL-END-OF-FILE VALUE 'Y'.

           05 GRACE-PFL-MONTH-END PIC X(01) VALUE 'N'.
           05 GRACE-PFL-OVERRIDE-SW PIC X(01) VALUE 'N'.
               88 GRACE-PFL-OVERRIDDEN VALUE 'Y'.
      *A year-end night is a quarter-end and month-end night too.
           05 GRACE-PFL-PERIOD-TYPE PIC X(01) VALUE SPACE.
               88 GRACE-PFL-MONTH-END-RUN VALUE 'M' 'Q' 'Y'.
               88 GRACE-PFL-QUARTER-END-RUN VALUE 'Q' 'Y'.
               88 GRACE-PFL-YEAR-END-RUN VALUE 'Y'.
           05 GRACE-PFL-PERIOD-NAME PIC X(11) VALUE "NIGHTLY".
           05 GRACE-PFL-PE-COUNT PIC 9(02) VALUE ZERO.
           05 GRACE-PFL-M-HITS PIC 9(01) VALUE ZERO.
           05 GRACE-PFL-Q-HITS PIC 9(01) VALUE ZERO.
           05 GRACE-PFL-Y-HITS PIC 9(01) VALUE ZERO.
           05 GRACE-PFL-BLANK-HITS PIC 9(01) VALUE ZERO.

       01 GRACE-PARM-STATUS PIC X(02).
           88 GRACE-PARM-OK VALUE '00'.
       01 GRACE-GPM-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-GPM-END-OF-FILE VALUE 'Y'.

       01 GRACE-OSC-STATUS PIC X(02).
           88 GRACE-OSC-NOT-FOUND VALUE '35'.
       01 GRACE-DEP-STATUS PIC X(02).
           88 GRACE-DEP-NOT-FOUND VALUE '35'.
       01 GRACE-SLF-STATUS PIC X(02).
           88 GRACE-SLF-NOT-FOUND VALUE '35'.
       01 GRACE-CHG-STATUS PIC X(02).
           88 GRACE-CHG-NOT-FOUND VALUE '35'.
       01 GRACE-PND-STATUS PIC X(02).
           88 GRACE-PND-NOT-FOUND VALUE '35'.
       01 GRACE-ALP-STATUS PIC X(02).
           88 GRACE-ALP-NOT-FOUND VALUE '35'.
       01 GRACE-ALT-STATUS PIC X(02).
           88 GRACE-ALT-NOT-FOUND VALUE '35'.

       01 GRACE-SEAL-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-SEAL-FILE-DONE VALUE 'Y'.
       01 GRACE-ALT-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-ALT-END-OF-FILE VALUE 'Y'.

      *The sealed control files, in GRACESEL's order, with the
      *seal as loaded and the file as it stands tonight.
       01 GRACE-PFL-SEAL-NAME-VALUES.
           05 FILLER PIC X(08) VALUE "GRACEPRM".
           05 FILLER PIC X(08) VALUE "GRACEOSC".
           05 FILLER PIC X(08) VALUE "GRACEDEP".
           05 FILLER PIC X(08) VALUE "GRACECAL".
       01 GRACE-PFL-SEAL-NAMES REDEFINES GRACE-PFL-SEAL-NAME-VALUES.
           05 GRACE-PFL-SEAL-NAME PIC X(08) OCCURS 4 TIMES.
       01 GRACE-PFL-SEAL-TABLE.
           05 GRACE-PFL-SEAL OCCURS 4 TIMES.
               10 GRACE-PFL-S-LOADED PIC X(01).
               10 GRACE-PFL-S-PRESENT PIC X(01).
               10 GRACE-PFL-S-STAMP PIC 9(14).
               10 GRACE-PFL-S-DATE PIC 9(08).
               10 GRACE-PFL-S-COUNT PIC 9(08).
               10 GRACE-PFL-S-HASH PIC 9(10).
               10 GRACE-PFL-S-BROKEN PIC X(01).
               10 GRACE-PFL-S-EXPLAINED PIC X(01).
       01 GRACE-PFL-SEAL-WORK.
           05 GRACE-PFL-SEAL-IDX PIC 9(01) VALUE ZERO.
           05 GRACE-PFL-SEALS-LOADED PIC 9(01) VALUE ZERO.
           05 GRACE-PFL-SEALS-BROKEN PIC 9(01) VALUE ZERO.
           05 GRACE-PFL-NOW-PRESENT PIC X(01) VALUE 'N'.
           05 GRACE-PFL-CHG-STAMP PIC 9(14) VALUE ZERO.
           05 GRACE-PFL-TIME-RAW PIC 9(08) VALUE ZERO.
           05 GRACE-PFL-NOW-TIME PIC 9(06) VALUE ZERO.
           05 GRACE-PFL-NEXT-PAGE-SEQ PIC 9(04) VALUE ZERO.
           05 GRACE-PFL-PAGE-LINE PIC X(80) VALUE SPACES.

       01 GRACE-PFL-FAIL-COUNT PIC 9(03) VALUE ZERO.
       01 GRACE-PFL-SW-IDX PIC 9(01) VALUE ZERO.
       01 GRACE-PFL-OPD-PRESENT-SW PIC X(01) VALUE 'N'.
           88 GRACE-PFL-OPD-PRESENT VALUE 'Y'.

       01 GRACE-VAL-STATUS PIC X(02).
           88 GRACE-VAL-OK VALUE '00'.
           88 GRACE-VAL-NOT-FOUND VALUE '35'.

       01 GRACE-VAL-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-VAL-END-OF-FILE VALUE 'Y'.

       01 GRACE-PFL-CTG-BAD-VALUES PIC 9(06) VALUE ZERO.

           COPY GRACECTGH.

           COPY GRACEFSCH.

           COPY GRACEHSHH.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 0700-TAKE-THE-BATCH-LOCK.
           PERFORM 0900-CHECK-PROCESSING-CALENDAR.
           PERFORM 6900-CHECK-CATEGORY-MASTER.
           PERFORM 1000-CHECK-GRACEPRM.
           PERFORM 6950-CHECK-VALUE-CATEGORIES.
           PERFORM 2000-CHECK-GRACERMX.
           PERFORM 3000-CHECK-GRACEPSL.
           PERFORM 4000-CHECK-GRACEGPM.
           PERFORM 5000-CHECK-STATE-FILES.
           PERFORM 6000-CHECK-OPERAND-PAIRING.
           PERFORM 6500-CHECK-CONTROL-SEALS.
           MOVE GRACE-PFL-FAIL-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           IF GRACE-PFL-FAIL-COUNT > ZERO
               CLOSE GRACE-CAL-FILE
               PERFORM 0960-JUDGE-THE-RUN-DATE
           END-IF.
           PERFORM 0970-NAME-THE-PERIOD.
           PERFORM 0980-EXPOSE-MONTH-END-FLAG.
           PERFORM 0990-LIST-PERIOD-END-STEPS.

       0920-LOAD-OVERRIDE-CARD.
           OPEN INPUT GRACE-COV-FILE.
               SET GRACE-PFL-DATE-ON-CALENDAR TO TRUE
               MOVE GRACE-CAL-DAY-TYPE TO GRACE-PFL-DAY-TYPE
               MOVE GRACE-CAL-MONTH-END TO GRACE-PFL-MONTH-END
               IF GRACE-CAL-PERIOD-END = SPACE
                       AND GRACE-CAL-MONTH-END = 'Y'
                   MOVE 'M' TO GRACE-PFL-PERIOD-TYPE
               ELSE
                   MOVE GRACE-CAL-PERIOD-END
                       TO GRACE-PFL-PERIOD-TYPE
               END-IF
           END-IF.
           PERFORM 0940-READ-CALENDAR-CARD.

                   END-IF
           END-EVALUATE.

       0970-NAME-THE-PERIOD.
           EVALUATE TRUE
               WHEN GRACE-PFL-YEAR-END-RUN
                   MOVE "YEAR-END" TO GRACE-PFL-PERIOD-NAME
               WHEN GRACE-PFL-QUARTER-END-RUN
                   MOVE "QUARTER-END" TO GRACE-PFL-PERIOD-NAME
               WHEN GRACE-PFL-MONTH-END-RUN
                   MOVE "MONTH-END" TO GRACE-PFL-PERIOD-NAME
               WHEN OTHER
                   MOVE SPACE TO GRACE-PFL-PERIOD-TYPE
           END-EVALUATE.
           DISPLAY "TONIGHT'S PERIOD TYPE: " GRACE-PFL-PERIOD-NAME.

       0980-EXPOSE-MONTH-END-FLAG.
           OPEN OUTPUT GRACE-MEF-FILE.
           MOVE SPACES TO GRACE-MEF-REC.
           MOVE GRACE-PFL-MONTH-END TO GRACE-MEF-FLAG.
           MOVE GRACE-CYC-DATE TO GRACE-MEF-DATE.
           MOVE GRACE-PFL-PERIOD-TYPE TO GRACE-MEF-PERIOD.
           WRITE GRACE-MEF-REC.
           CLOSE GRACE-MEF-FILE.
           IF GRACE-PFL-MONTH-END = 'Y'
               DISPLAY "MONTH-END NIGHT - GRACEMEF FLAG SET"
           END-IF.

      *----------------------------------------------------------
      * 0990-LIST-PERIOD-END-STEPS edits every GRACEPEJ card and
      * lists the ones GRACESEQ will add tonight. A card with no
      * period type, or one other than M, Q or Y, fails the
      * pre-flight.
      *----------------------------------------------------------
       0990-LIST-PERIOD-END-STEPS.
           OPEN INPUT GRACE-PEJ-FILE.
           IF GRACE-PEJ-NOT-FOUND
               DISPLAY "GRACEPEJ ABSENT - NO PERIOD-END STEPS CARDED"
           ELSE
               PERFORM 0992-READ-PERIOD-END-CARD
               PERFORM 0995-EDIT-PERIOD-END-CARD
                   UNTIL GRACE-PEJ-END-OF-FILE
               CLOSE GRACE-PEJ-FILE
               IF GRACE-PFL-PE-COUNT > ZERO
                   DISPLAY GRACE-PFL-PERIOD-NAME " RUN ADDS "
                       GRACE-PFL-PE-COUNT " PERIOD-END STEP(S)"
               ELSE
                   DISPLAY "NO PERIOD-END STEPS TONIGHT"
               END-IF
           END-IF.

       0992-READ-PERIOD-END-CARD.
           READ GRACE-PEJ-FILE
               AT END
                   SET GRACE-PEJ-END-OF-FILE TO TRUE
           END-READ.

       0995-EDIT-PERIOD-END-CARD.
           MOVE ZERO TO GRACE-PFL-M-HITS.
           MOVE ZERO TO GRACE-PFL-Q-HITS.
           MOVE ZERO TO GRACE-PFL-Y-HITS.
           MOVE ZERO TO GRACE-PFL-BLANK-HITS.
           INSPECT GRACE-PEJ-PERIODS TALLYING
               GRACE-PFL-M-HITS FOR ALL 'M'
               GRACE-PFL-Q-HITS FOR ALL 'Q'
               GRACE-PFL-Y-HITS FOR ALL 'Y'
               GRACE-PFL-BLANK-HITS FOR ALL SPACE.
           EVALUATE TRUE
               WHEN GRACE-PFL-M-HITS + GRACE-PFL-Q-HITS
                       + GRACE-PFL-Y-HITS + GRACE-PFL-BLANK-HITS
                       NOT = 3
                   OR GRACE-PFL-BLANK-HITS = 3
                   ADD 1 TO GRACE-PFL-FAIL-COUNT
                   DISPLAY "*** GRACEPEJ CARD FOR " GRACE-PEJ-PROGRAM
                       " HAS PERIOD TYPES '" GRACE-PEJ-PERIODS
                       "' - M, Q OR Y ONLY ***"
               WHEN GRACE-PEJ-RUN-FLAG = 'N'
                   CONTINUE
               WHEN (GRACE-PFL-M-HITS > ZERO
                       AND GRACE-PFL-MONTH-END-RUN)
                   OR (GRACE-PFL-Q-HITS > ZERO
                       AND GRACE-PFL-QUARTER-END-RUN)
                   OR (GRACE-PFL-Y-HITS > ZERO
                       AND GRACE-PFL-YEAR-END-RUN)
                   ADD 1 TO GRACE-PFL-PE-COUNT
                   DISPLAY "  PERIOD-END STEP ADDED TONIGHT: "
                       GRACE-PEJ-PROGRAM " (CARDED "
                       GRACE-PEJ-PERIODS ")"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 0992-READ-PERIOD-END-CARD.

       1000-CHECK-GRACEPRM.
           OPEN INPUT GRACE-PARM-FILE.
           IF GRACE-PARM-NOT-FOUND
               DISPLAY "*** GRACEPRM EFFECTIVE DATE NOT NUMERIC: '"
                   GRACE-PARM-EFF-DATE "' ***"
           END-IF.
           IF GRACE-PARM-CATEGORY NOT = SPACES
               MOVE GRACE-PARM-CATEGORY TO GRACE-CTG-WANT-CODE
               MOVE GRACE-CYC-DATE TO GRACE-CTG-WANT-DATE
               PERFORM 0310-JUDGE-CATEGORY
               IF GRACE-CTG-UNKNOWN
                   ADD 1 TO GRACE-PFL-FAIL-COUNT
                   DISPLAY "*** GRACEPRM LIMIT ROW FOR CATEGORY '"
                       GRACE-PARM-CATEGORY "' - NOT ON GRACECTG ***"
               END-IF
               IF GRACE-CTG-INACTIVE
                   DISPLAY "GRACEPRM LIMIT ROW FOR INACTIVE CATEGORY '"
                       GRACE-PARM-CATEGORY "' - ALLOWED"
               END-IF
           END-IF.
           PERFORM 1100-READ-PARM-ROW.

       2000-CHECK-GRACERMX.
               CLOSE GRACE-CTL-FILE
           END-IF.

      *----------------------------------------------------------
      * 6500-CHECK-CONTROL-SEALS - re-hash each sealed control
      * file the way GRACESEL did and compare with its seal. Only
      * when something changed are the change logs read for the
      * screen changes that would explain it.
      *----------------------------------------------------------
       6500-CHECK-CONTROL-SEALS.
           MOVE SPACES TO GRACE-PFL-SEAL-TABLE.
           MOVE ZERO TO GRACE-PFL-SEALS-LOADED.
           MOVE ZERO TO GRACE-PFL-SEALS-BROKEN.
           PERFORM 6510-LOAD-SEALS.
           IF GRACE-PFL-SEALS-LOADED = ZERO
               DISPLAY "GRACESLF ABSENT - CONTROL FILES NOT "
                   "SEAL-CHECKED, ALLOWED"
           ELSE
               PERFORM 6530-HASH-GRACEPRM
               PERFORM 6540-HASH-GRACEOSC
               PERFORM 6550-HASH-GRACEDEP
               PERFORM 6560-HASH-GRACECAL
               IF GRACE-PFL-SEALS-BROKEN > ZERO
                   PERFORM 6600-SCAN-CHANGE-LOG
                   PERFORM 6650-SCAN-PENDING-QUEUE
               END-IF
               PERFORM 6700-JUDGE-ONE-SEAL
                   VARYING GRACE-PFL-SEAL-IDX FROM 1 BY 1
                   UNTIL GRACE-PFL-SEAL-IDX > 4
           END-IF.

       6510-LOAD-SEALS.
           MOVE 'N' TO GRACE-SEAL-EOF-SW.
           OPEN INPUT GRACE-SLF-FILE.
           IF NOT GRACE-SLF-NOT-FOUND
               PERFORM 6515-READ-SEAL
               PERFORM 6520-KEEP-ONE-SEAL
                   UNTIL GRACE-SEAL-FILE-DONE
               CLOSE GRACE-SLF-FILE
           END-IF.

       6515-READ-SEAL.
           READ GRACE-SLF-FILE
               AT END
                   SET GRACE-SEAL-FILE-DONE TO TRUE
           END-READ.

       6520-KEEP-ONE-SEAL.
           PERFORM 6525-MATCH-SEAL-NAME
               VARYING GRACE-PFL-SEAL-IDX FROM 1 BY 1
               UNTIL GRACE-PFL-SEAL-IDX > 4.
           PERFORM 6515-READ-SEAL.

       6525-MATCH-SEAL-NAME.
           IF GRACE-SLF-FILE-NAME
                   = GRACE-PFL-SEAL-NAME(GRACE-PFL-SEAL-IDX)
               IF GRACE-PFL-S-LOADED(GRACE-PFL-SEAL-IDX) NOT = 'Y'
                   ADD 1 TO GRACE-PFL-SEALS-LOADED
               END-IF
               MOVE 'Y' TO GRACE-PFL-S-LOADED(GRACE-PFL-SEAL-IDX)
               MOVE GRACE-SLF-PRESENT
                   TO GRACE-PFL-S-PRESENT(GRACE-PFL-SEAL-IDX)
               COMPUTE GRACE-PFL-S-STAMP(GRACE-PFL-SEAL-IDX) =
                   GRACE-SLF-SEAL-DATE * 1000000
                   + GRACE-SLF-SEAL-TIME
               MOVE GRACE-SLF-SEAL-DATE
                   TO GRACE-PFL-S-DATE(GRACE-PFL-SEAL-IDX)
               MOVE GRACE-SLF-REC-COUNT
                   TO GRACE-PFL-S-COUNT(GRACE-PFL-SEAL-IDX)
               MOVE GRACE-SLF-CONTENT-HASH
                   TO GRACE-PFL-S-HASH(GRACE-PFL-SEAL-IDX)
           END-IF.

       6530-HASH-GRACEPRM.
           MOVE 1 TO GRACE-PFL-SEAL-IDX.
           PERFORM 6570-START-ONE-HASH.
           OPEN INPUT GRACE-PARM-FILE.
           IF NOT GRACE-PARM-NOT-FOUND
               MOVE 'Y' TO GRACE-PFL-NOW-PRESENT
               PERFORM 6535-HASH-ONE-PRM
                   UNTIL GRACE-SEAL-FILE-DONE
               CLOSE GRACE-PARM-FILE
           END-IF.
           PERFORM 6580-COMPARE-ONE-SEAL.

       6535-HASH-ONE-PRM.
           READ GRACE-PARM-FILE
               AT END
                   SET GRACE-SEAL-FILE-DONE TO TRUE
               NOT AT END
                   MOVE GRACE-PARM-REC TO GRACE-HSH-REC
                   PERFORM 9400-HASH-STATE-RECORD
           END-READ.

       6540-HASH-GRACEOSC.
           MOVE 2 TO GRACE-PFL-SEAL-IDX.
           PERFORM 6570-START-ONE-HASH.
           OPEN INPUT GRACE-OSC-FILE.
           IF NOT GRACE-OSC-NOT-FOUND
               MOVE 'Y' TO GRACE-PFL-NOW-PRESENT
               PERFORM 6545-HASH-ONE-OSC
                   UNTIL GRACE-SEAL-FILE-DONE
               CLOSE GRACE-OSC-FILE
           END-IF.
           PERFORM 6580-COMPARE-ONE-SEAL.

      *The fail count is left out of the seal - see GRACESLF.cpy.
       6545-HASH-ONE-OSC.
           READ GRACE-OSC-FILE
               AT END
                   SET GRACE-SEAL-FILE-DONE TO TRUE
               NOT AT END
                   MOVE GRACE-OSC-REC TO GRACE-HSH-REC
                   MOVE SPACE TO GRACE-HSH-REC(46:1)
                   PERFORM 9400-HASH-STATE-RECORD
           END-READ.

       6550-HASH-GRACEDEP.
           MOVE 3 TO GRACE-PFL-SEAL-IDX.
           PERFORM 6570-START-ONE-HASH.
           OPEN INPUT GRACE-DEP-FILE.
           IF NOT GRACE-DEP-NOT-FOUND
               MOVE 'Y' TO GRACE-PFL-NOW-PRESENT
               PERFORM 6555-HASH-ONE-DEP
                   UNTIL GRACE-SEAL-FILE-DONE
               CLOSE GRACE-DEP-FILE
           END-IF.
           PERFORM 6580-COMPARE-ONE-SEAL.

       6555-HASH-ONE-DEP.
           READ GRACE-DEP-FILE
               AT END
                   SET GRACE-SEAL-FILE-DONE TO TRUE
               NOT AT END
                   MOVE GRACE-DEP-REC TO GRACE-HSH-REC
                   PERFORM 9400-HASH-STATE-RECORD
           END-READ.

       6560-HASH-GRACECAL.
           MOVE 4 TO GRACE-PFL-SEAL-IDX.
           PERFORM 6570-START-ONE-HASH.
           OPEN INPUT GRACE-CAL-FILE.
           IF NOT GRACE-CAL-NOT-FOUND
               MOVE 'Y' TO GRACE-PFL-NOW-PRESENT
               PERFORM 6565-HASH-ONE-CAL
                   UNTIL GRACE-SEAL-FILE-DONE
               CLOSE GRACE-CAL-FILE
           END-IF.
           PERFORM 6580-COMPARE-ONE-SEAL.

       6565-HASH-ONE-CAL.
           READ GRACE-CAL-FILE
               AT END
                   SET GRACE-SEAL-FILE-DONE TO TRUE
               NOT AT END
                   MOVE GRACE-CAL-REC TO GRACE-HSH-REC
                   PERFORM 9400-HASH-STATE-RECORD
           END-READ.

       6570-START-ONE-HASH.
           MOVE 'N' TO GRACE-SEAL-EOF-SW.
           MOVE 'N' TO GRACE-PFL-NOW-PRESENT.
           MOVE ZERO TO GRACE-HSH-TOTALS.

      *A file with no seal record of its own is not judged.
       6580-COMPARE-ONE-SEAL.
           MOVE 'N' TO GRACE-PFL-S-BROKEN(GRACE-PFL-SEAL-IDX).
           MOVE 'N' TO GRACE-PFL-S-EXPLAINED(GRACE-PFL-SEAL-IDX).
           IF GRACE-PFL-S-LOADED(GRACE-PFL-SEAL-IDX) = 'Y'
               IF GRACE-PFL-NOW-PRESENT
                       NOT = GRACE-PFL-S-PRESENT(GRACE-PFL-SEAL-IDX)
                   OR GRACE-HSH-COUNT
                       NOT = GRACE-PFL-S-COUNT(GRACE-PFL-SEAL-IDX)
                   OR GRACE-HSH-TOTAL
                       NOT = GRACE-PFL-S-HASH(GRACE-PFL-SEAL-IDX)
                   MOVE 'Y' TO GRACE-PFL-S-BROKEN(GRACE-PFL-SEAL-IDX)
                   ADD 1 TO GRACE-PFL-SEALS-BROKEN
                   DISPLAY GRACE-PFL-SEAL-NAME(GRACE-PFL-SEAL-IDX)
                       " DIFFERS FROM ITS SEAL - SEALED "
                       GRACE-PFL-S-COUNT(GRACE-PFL-SEAL-IDX) "/"
                       GRACE-PFL-S-HASH(GRACE-PFL-SEAL-IDX) " NOW "
                       GRACE-HSH-COUNT "/" GRACE-HSH-TOTAL
               END-IF
           END-IF.

      *----------------------------------------------------------
      * 6600-SCAN-CHANGE-LOG - a GRACECHG record against a broken
      * file, stamped at or after that file's seal, explains it.
      *----------------------------------------------------------
       6600-SCAN-CHANGE-LOG.
           MOVE 'N' TO GRACE-SEAL-EOF-SW.
           OPEN INPUT GRACE-CHG-FILE.
           IF NOT GRACE-CHG-NOT-FOUND
               PERFORM 6610-READ-CHANGE-RECORD
               PERFORM 6620-WEIGH-ONE-CHANGE
                   UNTIL GRACE-SEAL-FILE-DONE
               CLOSE GRACE-CHG-FILE
           END-IF.

       6610-READ-CHANGE-RECORD.
           READ GRACE-CHG-FILE
               AT END
                   SET GRACE-SEAL-FILE-DONE TO TRUE
           END-READ.

       6620-WEIGH-ONE-CHANGE.
           IF GRACE-CHG-DATE NUMERIC AND GRACE-CHG-TIME NUMERIC
               COMPUTE GRACE-PFL-CHG-STAMP =
                   GRACE-CHG-DATE * 1000000 + GRACE-CHG-TIME
               PERFORM 6630-MATCH-CHANGE-TO-SEAL
                   VARYING GRACE-PFL-SEAL-IDX FROM 1 BY 1
                   UNTIL GRACE-PFL-SEAL-IDX > 4
           END-IF.
           PERFORM 6610-READ-CHANGE-RECORD.

       6630-MATCH-CHANGE-TO-SEAL.
           IF GRACE-CHG-FILE-NAME
                   = GRACE-PFL-SEAL-NAME(GRACE-PFL-SEAL-IDX)
                   AND GRACE-PFL-S-BROKEN(GRACE-PFL-SEAL-IDX) = 'Y'
                   AND GRACE-PFL-CHG-STAMP
                   >= GRACE-PFL-S-STAMP(GRACE-PFL-SEAL-IDX)
               MOVE 'Y' TO GRACE-PFL-S-EXPLAINED(GRACE-PFL-SEAL-IDX)
           END-IF.

      *An approved GRACEPND change dated on or after the seal day
      *explains its file too - the approval followed the maker.
       6650-SCAN-PENDING-QUEUE.
           MOVE 'N' TO GRACE-SEAL-EOF-SW.
           OPEN INPUT GRACE-PND-FILE.
           IF NOT GRACE-PND-NOT-FOUND
               PERFORM 6660-READ-PENDING-ENTRY
               PERFORM 6670-WEIGH-ONE-PENDING
                   UNTIL GRACE-SEAL-FILE-DONE
               CLOSE GRACE-PND-FILE
           END-IF.

       6660-READ-PENDING-ENTRY.
           READ GRACE-PND-FILE
               AT END
                   SET GRACE-SEAL-FILE-DONE TO TRUE
           END-READ.

       6670-WEIGH-ONE-PENDING.
           IF GRACE-PND-STATE = 'A'
               PERFORM 6680-MATCH-PENDING-TO-SEAL
                   VARYING GRACE-PFL-SEAL-IDX FROM 1 BY 1
                   UNTIL GRACE-PFL-SEAL-IDX > 4
           END-IF.
           PERFORM 6660-READ-PENDING-ENTRY.

       6680-MATCH-PENDING-TO-SEAL.
           IF GRACE-PND-FILE-NAME
                   = GRACE-PFL-SEAL-NAME(GRACE-PFL-SEAL-IDX)
                   AND GRACE-PFL-S-BROKEN(GRACE-PFL-SEAL-IDX) = 'Y'
                   AND GRACE-PND-DATE
                   >= GRACE-PFL-S-DATE(GRACE-PFL-SEAL-IDX)
               MOVE 'Y' TO GRACE-PFL-S-EXPLAINED(GRACE-PFL-SEAL-IDX)
           END-IF.

       6700-JUDGE-ONE-SEAL.
           EVALUATE TRUE
               WHEN GRACE-PFL-S-LOADED(GRACE-PFL-SEAL-IDX) NOT = 'Y'
                   DISPLAY GRACE-PFL-SEAL-NAME(GRACE-PFL-SEAL-IDX)
                       " HAS NO SEAL ON GRACESLF - NOT CHECKED"
               WHEN GRACE-PFL-S-BROKEN(GRACE-PFL-SEAL-IDX) NOT = 'Y'
                   DISPLAY GRACE-PFL-SEAL-NAME(GRACE-PFL-SEAL-IDX)
                       " MATCHES ITS SEAL"
               WHEN GRACE-PFL-S-EXPLAINED(GRACE-PFL-SEAL-IDX) = 'Y'
                   DISPLAY GRACE-PFL-SEAL-NAME(GRACE-PFL-SEAL-IDX)
                       " CHANGED SINCE ITS SEAL - EXPLAINED BY A "
                       "LOGGED SCREEN CHANGE"
               WHEN OTHER
                   ADD 1 TO GRACE-PFL-FAIL-COUNT
                   DISPLAY "*** "
                       GRACE-PFL-SEAL-NAME(GRACE-PFL-SEAL-IDX)
                       " CHANGED SINCE ITS SEAL WITH NO LOGGED "
                       "SCREEN CHANGE - EDITED OUTSIDE THE SCREENS "
                       "***"
                   PERFORM 6800-PAGE-THE-SUPERVISOR
           END-EVALUATE.

      *----------------------------------------------------------
      * 6800-PAGE-THE-SUPERVISOR - a page-class alert on the
      * GRACEALP feed and its GRACEALT index entry, the sequence
      * continuing past tonight's highest, as GRACESTL and
      * GRACEFAW page.
      *----------------------------------------------------------
       6800-PAGE-THE-SUPERVISOR.
           ACCEPT GRACE-PFL-TIME-RAW FROM TIME.
           COMPUTE GRACE-PFL-NOW-TIME = GRACE-PFL-TIME-RAW / 100.
           MOVE SPACES TO GRACE-PFL-PAGE-LINE.
           STRING "P " DELIMITED BY SIZE
               GRACE-CYC-DATE DELIMITED BY SIZE
               " GRACEPFL SUPERVISOR - " DELIMITED BY SIZE
               GRACE-PFL-SEAL-NAME(GRACE-PFL-SEAL-IDX)
                   DELIMITED BY SIZE
               " SEAL BROKEN, NO LOGGED CHANGE" DELIMITED BY SIZE
               INTO GRACE-PFL-PAGE-LINE
           END-STRING.
           OPEN EXTEND GRACE-ALP-FILE.
           IF GRACE-ALP-NOT-FOUND
               OPEN OUTPUT GRACE-ALP-FILE
           END-IF.
           WRITE GRACE-ALP-REC FROM GRACE-PFL-PAGE-LINE.
           CLOSE GRACE-ALP-FILE.
           MOVE ZERO TO GRACE-PFL-NEXT-PAGE-SEQ.
           MOVE 'N' TO GRACE-ALT-EOF-SW.
           OPEN INPUT GRACE-ALT-FILE.
           IF NOT GRACE-ALT-NOT-FOUND
               PERFORM 6810-READ-PAGE-INDEX
               PERFORM 6820-NOTE-ONE-INDEX-ENTRY
                   UNTIL GRACE-ALT-END-OF-FILE
               CLOSE GRACE-ALT-FILE
           END-IF.
           ADD 1 TO GRACE-PFL-NEXT-PAGE-SEQ.
           OPEN EXTEND GRACE-ALT-FILE.
           IF GRACE-ALT-NOT-FOUND
               OPEN OUTPUT GRACE-ALT-FILE
           END-IF.
           MOVE SPACES TO GRACE-ALT-REC.
           MOVE GRACE-CYC-DATE TO GRACE-ALT-DATE.
           MOVE GRACE-PFL-NEXT-PAGE-SEQ TO GRACE-ALT-SEQ.
           MOVE GRACE-PFL-NOW-TIME TO GRACE-ALT-TIME.
           MOVE "GRACEPFL" TO GRACE-ALT-SOURCE.
           STRING "SUPERVISOR - " DELIMITED BY SIZE
               GRACE-PFL-SEAL-NAME(GRACE-PFL-SEAL-IDX)
                   DELIMITED BY SIZE
               " EDITED OUTSIDE THE SCREENS" DELIMITED BY SIZE
               INTO GRACE-ALT-TEXT
           END-STRING.
           WRITE GRACE-ALT-REC.
           CLOSE GRACE-ALT-FILE.

       6810-READ-PAGE-INDEX.
           READ GRACE-ALT-FILE
               AT END
                   SET GRACE-ALT-END-OF-FILE TO TRUE
           END-READ.

       6820-NOTE-ONE-INDEX-ENTRY.
           IF GRACE-ALT-DATE = GRACE-CYC-DATE
                   AND GRACE-ALT-SEQ > GRACE-PFL-NEXT-PAGE-SEQ
               MOVE GRACE-ALT-SEQ TO GRACE-PFL-NEXT-PAGE-SEQ
           END-IF.
           PERFORM 6810-READ-PAGE-INDEX.


      *----------------------------------------------------------
      * 6900-CHECK-CATEGORY-MASTER edits every GRACECTG card, then
      * loads the master the GRACEPRM and GRACEVAL checks judge
      * categories against.
      *----------------------------------------------------------
       6900-CHECK-CATEGORY-MASTER.
           MOVE 'N' TO GRACE-CTG-EOF-SW.
           OPEN INPUT GRACE-CTG-FILE.
           IF GRACE-CTG-OK
               PERFORM 0302-READ-CATEGORY-ROW
               PERFORM 6910-EDIT-CATEGORY-CARD
                   UNTIL GRACE-CTG-END-OF-FILE
               CLOSE GRACE-CTG-FILE
           END-IF.
           PERFORM 0300-LOAD-CATEGORY-MASTER.

       6910-EDIT-CATEGORY-CARD.
           IF GRACE-CTG-CODE = SPACES
                   OR GRACE-CTG-DESCRIPTION = SPACES
               ADD 1 TO GRACE-PFL-FAIL-COUNT
               DISPLAY "*** GRACECTG CARD WITHOUT CODE OR "
                   "DESCRIPTION: '" GRACE-CTG-CODE "' ***"
           END-IF.
           IF GRACE-CTG-ACTIVE NOT = 'Y'
                   AND GRACE-CTG-ACTIVE NOT = 'N'
               ADD 1 TO GRACE-PFL-FAIL-COUNT
               DISPLAY "*** GRACECTG CATEGORY '" GRACE-CTG-CODE
                   "' ACTIVE FLAG '" GRACE-CTG-ACTIVE
                   "' - MUST BE Y OR N ***"
           END-IF.
           IF (GRACE-CTG-EFF-FROM NOT = SPACES
                   AND GRACE-CTG-EFF-FROM NOT NUMERIC)
                   OR (GRACE-CTG-EFF-TO NOT = SPACES
                   AND GRACE-CTG-EFF-TO NOT NUMERIC)
               ADD 1 TO GRACE-PFL-FAIL-COUNT
               DISPLAY "*** GRACECTG CATEGORY '" GRACE-CTG-CODE
                   "' EFFECTIVE DATES NOT NUMERIC ***"
           ELSE
               IF GRACE-CTG-EFF-FROM NUMERIC
                       AND GRACE-CTG-EFF-TO NUMERIC
                       AND GRACE-CTG-EFF-TO-N > ZERO
                       AND GRACE-CTG-EFF-TO-N < GRACE-CTG-EFF-FROM-N
                   ADD 1 TO GRACE-PFL-FAIL-COUNT
                   DISPLAY "*** GRACECTG CATEGORY '" GRACE-CTG-CODE
                       "' ENDS BEFORE IT STARTS ***"
               END-IF
           END-IF.
           PERFORM 0302-READ-CATEGORY-ROW.

      *----------------------------------------------------------
      * 6950-CHECK-VALUE-CATEGORIES lists each GRACEVAL value
      * TESTCONST will reject for its category tonight. These are
      * data rejects with a home on GRACERJC, not a broken card,
      * so they are counted and allowed.
      *----------------------------------------------------------
       6950-CHECK-VALUE-CATEGORIES.
           IF GRACE-CTG-MASTER-ON-FILE
               MOVE 'N' TO GRACE-VAL-EOF-SW
               OPEN INPUT GRACE-VALUE-FILE
               IF GRACE-VAL-OK
                   PERFORM 6960-READ-VALUE
                   PERFORM 6970-JUDGE-ONE-VALUE
                       UNTIL GRACE-VAL-END-OF-FILE
                   CLOSE GRACE-VALUE-FILE
               END-IF
               IF GRACE-PFL-CTG-BAD-VALUES > ZERO
                   DISPLAY GRACE-PFL-CTG-BAD-VALUES " GRACEVAL "
                       "VALUE(S) CARRY AN UNKNOWN OR INACTIVE "
                       "CATEGORY - TESTCONST WILL REJECT THEM"
               END-IF
           END-IF.

       6960-READ-VALUE.
           READ GRACE-VALUE-FILE
               AT END
                   SET GRACE-VAL-END-OF-FILE TO TRUE
           END-READ.

       6970-JUDGE-ONE-VALUE.
           MOVE GRACE-VAL-CATEGORY TO GRACE-CTG-WANT-CODE.
           MOVE GRACE-CYC-DATE TO GRACE-CTG-WANT-DATE.
           PERFORM 0310-JUDGE-CATEGORY.
           IF GRACE-CTG-UNKNOWN
               ADD 1 TO GRACE-PFL-CTG-BAD-VALUES
               DISPLAY "GRACEVAL AMOUNT " GRACE-VAL-AMOUNT
                   " CATEGORY '" GRACE-VAL-CATEGORY
                   "' NOT ON GRACECTG - REJECT E002"
           END-IF.
           IF GRACE-CTG-INACTIVE
               ADD 1 TO GRACE-PFL-CTG-BAD-VALUES
               DISPLAY "GRACEVAL AMOUNT " GRACE-VAL-AMOUNT
                   " CATEGORY '" GRACE-VAL-CATEGORY
                   "' INACTIVE - REJECT E003"
           END-IF.
           PERFORM 6960-READ-VALUE.

           COPY GRACERPTP.

           COPY GRACECTGP.

           COPY GRACEFSCP.

           COPY GRACEHSHP.

           COPY GRACECYCP.

           COPY GRACELCKP.
