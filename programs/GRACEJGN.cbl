      * A step with no template cards is a visible gap: a console
      * line, a comment statement in the deck where its DDs
      * belong, and RC=4 - never a silently incomplete step.
      *
      * A period-end step - one GRACESEQ took off the GRACEPEJ
      * cards for tonight's month-, quarter- or year-end - is
      * preceded by a comment statement naming the period, and
      * the count of them is shown at the end, so the night's
      * extra work is plain in the deck itself.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 GRACE-STP-PROGRAM PIC X(20).
           05 FILLER PIC X(01).
           05 GRACE-STP-GATE PIC X(40).
           05 GRACE-STP-PERIOD PIC X(01).
               88 GRACE-STP-MONTH-END VALUE 'M'.
               88 GRACE-STP-QUARTER-END VALUE 'Q'.
               88 GRACE-STP-YEAR-END VALUE 'Y'.
           05 FILLER PIC X(15).

      *Template library card: one DD line per card, per program,
      *in the order the step wants them.
           05 GRACE-JGN-STEP-COUNT PIC 9(02) VALUE ZERO.
           05 GRACE-JGN-LINE-COUNT PIC 9(04) VALUE ZERO.
           05 GRACE-JGN-GAP-COUNT PIC 9(02) VALUE ZERO.
           05 GRACE-JGN-PERIOD-COUNT PIC 9(02) VALUE ZERO.

           COPY GRACERPTH.

           DISPLAY "DECK BUILT - " GRACE-JGN-STEP-COUNT
               " STEP(S), " GRACE-JGN-LINE-COUNT
               " LINE(S) TO THE INTERNAL READER".
           IF GRACE-JGN-PERIOD-COUNT > ZERO
               DISPLAY GRACE-JGN-PERIOD-COUNT " OF THEM PERIOD-END "
                   "STEP(S) FROM GRACEPEJ"
           END-IF.
           MOVE GRACE-JGN-LINE-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           IF GRACE-JGN-GAP-COUNT > ZERO
               INTO GRACE-JGN-STEP-NAME
           END-STRING.
           MOVE GRACE-STP-PROGRAM TO GRACE-JGN-PGM-SHORT.
           IF GRACE-STP-PERIOD NOT = SPACE
               PERFORM 2500-MARK-PERIOD-END-STEP
           END-IF.
           MOVE SPACES TO GRACE-JGN-DECK-LINE.
           IF GRACE-STP-GATE = SPACES
               STRING "//" DELIMITED BY SIZE
           PERFORM 5000-WRITE-DECK-LINE.
           PERFORM 1100-READ-STEP-RECORD.

       2500-MARK-PERIOD-END-STEP.
           ADD 1 TO GRACE-JGN-PERIOD-COUNT.
           EVALUATE TRUE
               WHEN GRACE-STP-YEAR-END
                   MOVE "//* PERIOD-END STEP - YEAR-END RUN"
                       TO GRACE-JGN-DECK-LINE
               WHEN GRACE-STP-QUARTER-END
                   MOVE "//* PERIOD-END STEP - QUARTER-END RUN"
                       TO GRACE-JGN-DECK-LINE
               WHEN OTHER
                   MOVE "//* PERIOD-END STEP - MONTH-END RUN"
                       TO GRACE-JGN-DECK-LINE
           END-EVALUATE.
           PERFORM 5000-WRITE-DECK-LINE.

       3000-COPY-TEMPLATE-LINES.
           MOVE ZERO TO GRACE-JGN-TPL-HITS.
           PERFORM 3100-COPY-ONE-TEMPLATE
