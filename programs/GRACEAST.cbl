       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEAST.
      *----------------------------------------------------------
      * GRACEAST is the street address standardization step that
      * runs after GRACEAED. GRACEHHG households on exact street
      * plus zip, so "1 MAIN ST" and "1 MAIN STREET" were two
      * households and two pieces of mail. This step rewrites each
      * mailable street into one standard form before anything
      * compares or sorts on it:
      *
      *   - upper case, periods and commas dropped, and runs of
      *     spaces closed to one
      *   - the street suffix (STREET, AVENUE, ...) as the last
      *     word of the street name
      *   - a directional (NORTH, SOUTHWEST, ...) leading the
      *     street name or trailing it
      *   - a unit designator (APARTMENT, SUITE, ...) after the
      *     street name
      *
      * each abbreviated from the GRACEABR abbreviation table, one
      * card per word, so a new spelling is a card and not a
      * recompile. A word is only abbreviated in its own position:
      * the NORTH of "1 NORTH ST" and the COURT of "5 COURT ST"
      * are street names and stay as keyed.
      *
      * GRACECSM, the mailable customers GRACEAED passed, is read
      * and written again to GRACECSS with the street
      * standardized; GRACEHHG, the label runs and their presort
      * read GRACECSS as their GRACECST. The master keeps the
      * street as the customer gave it, and the GRACESAD file
      * carries the keyed street beside the standardized one for
      * every customer. Every address the step changed is listed.
      * No abbreviation table passes the streets through with
      * only the spacing closed up, at RC=4.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-ABR-FILE ASSIGN TO GRACEABR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-ABR-STATUS.
           SELECT GRACE-CSM-FILE ASSIGN TO GRACECSM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CSM-STATUS.
           SELECT GRACE-CSS-FILE ASSIGN TO GRACECSS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CSS-STATUS.
           SELECT GRACE-SAD-FILE ASSIGN TO GRACESAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-SAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

       FD  GRACE-ABR-FILE
           RECORDING MODE IS F.
           COPY GRACEABR.

      *Mailable customers as GRACEAED passed them.
       FD  GRACE-CSM-FILE
           RECORDING MODE IS F.
       01 GRACE-CST-REC.
           05 GRACE-CST-ID PIC 9(06).
           05 GRACE-CST-FIRST-NAME PIC X(15).
           05 GRACE-CST-LAST-NAME PIC X(15).
           05 GRACE-CST-STREET PIC X(20).
           05 GRACE-CST-CITY PIC X(12).
           05 GRACE-CST-STATE PIC X(02).
           05 GRACE-CST-ZIP PIC X(05).
           05 FILLER PIC X(05).

      *The same customers with the street standardized.
       FD  GRACE-CSS-FILE
           RECORDING MODE IS F.
       01 GRACE-CSS-REC PIC X(80).

       FD  GRACE-SAD-FILE
           RECORDING MODE IS F.
           COPY GRACESAD.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

       01 GRACE-ABR-STATUS PIC X(02).
           88 GRACE-ABR-OK VALUE '00'.
           88 GRACE-ABR-NOT-FOUND VALUE '35'.

       01 GRACE-CSM-STATUS PIC X(02).
           88 GRACE-CSM-OK VALUE '00'.
           88 GRACE-CSM-NOT-FOUND VALUE '35'.

       01 GRACE-CSS-STATUS PIC X(02).
           88 GRACE-CSS-OK VALUE '00'.

       01 GRACE-SAD-STATUS PIC X(02).
           88 GRACE-SAD-OK VALUE '00'.

       01 GRACE-ABR-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-ABR-END-OF-FILE VALUE 'Y'.

       01 GRACE-CSM-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CSM-END-OF-FILE VALUE 'Y'.

      *Abbreviation table off the GRACEABR cards.
       01 GRACE-AST-ABR-CTL.
           05 GRACE-AST-ABR-USED PIC 9(03) VALUE ZERO.
           05 GRACE-AST-ABR-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-AST-ABR-BAD PIC 9(03) VALUE ZERO.
           05 GRACE-AST-ABR-TABLE OCCURS 300 TIMES.
               10 GRACE-AST-ABR-TYPE PIC X(01).
               10 GRACE-AST-ABR-WORD PIC X(12).
               10 GRACE-AST-ABR-STD PIC X(06).

      *The street being standardized, split into its words.
       01 GRACE-AST-WORK-STREET PIC X(20) VALUE SPACES.
       01 GRACE-AST-WORDS-CTL.
           05 GRACE-AST-WORD-COUNT PIC 9(02) VALUE ZERO.
           05 GRACE-AST-WORD-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-AST-WORD OCCURS 10 TIMES PIC X(20).
       01 GRACE-AST-NEXT-WORD PIC X(20) VALUE SPACES.
       01 GRACE-AST-SPLIT-PTR PIC 9(03) VALUE ZERO.

      *Where the street name lies among the words: it starts
      *after any house number and ends before any unit designator,
      *trailing directional and suffix.
       01 GRACE-AST-POSITIONS.
           05 GRACE-AST-NAME-START PIC 9(02) VALUE ZERO.
           05 GRACE-AST-NAME-END PIC 9(02) VALUE ZERO.
           05 GRACE-AST-UNIT-POS PIC 9(02) VALUE ZERO.

      *One table lookup - the word and kind asked for, and the
      *standard form when the table has it.
       01 GRACE-AST-LOOK-WORD PIC X(20) VALUE SPACES.
       01 GRACE-AST-LOOK-TYPE PIC X(01) VALUE SPACE.
       01 GRACE-AST-LOOK-STD PIC X(06) VALUE SPACES.
       01 GRACE-AST-LOOK-FOUND-SW PIC X(01) VALUE 'N'.
           88 GRACE-AST-LOOK-FOUND VALUE 'Y'.

      *The street put back together - oversized so a result too
      *long for the street field shows up past column 20.
       01 GRACE-AST-STD-STAGE PIC X(40) VALUE SPACES.
       01 GRACE-AST-STD-PTR PIC 9(03) VALUE ZERO.
       01 GRACE-AST-STD-STREET PIC X(20) VALUE SPACES.

       01 GRACE-AST-COUNTS.
           05 GRACE-AST-READ-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-AST-CHANGED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-AST-SAME-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-AST-LONG-COUNT PIC 9(06) VALUE ZERO.

       01 GRACE-AST-DETAIL-LINE.
           05 GRACE-AST-DTL-CUST-ID PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 GRACE-AST-DTL-KEYED PIC X(20).
           05 FILLER PIC X(04) VALUE " -> ".
           05 GRACE-AST-DTL-STD PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 GRACE-AST-DTL-ZIP PIC X(05).

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEAST" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 0900-LOAD-ABBREVIATIONS.
           OPEN INPUT GRACE-CSM-FILE.
           IF GRACE-CSM-NOT-FOUND
               DISPLAY "GRACECSM NOT FOUND - NOTHING TO STANDARDIZE"
           ELSE
               OPEN OUTPUT GRACE-CSS-FILE
               OPEN OUTPUT GRACE-SAD-FILE
               DISPLAY "ADDRESSES CHANGED BY STANDARDIZATION"
               DISPLAY "CUSTOMER  STREET AS KEYED            "
                   "STANDARDIZED STREET   ZIP"
               PERFORM 1000-READ-CUSTOMER
               PERFORM 2000-STANDARDIZE-ONE-ADDRESS
                   UNTIL GRACE-CSM-END-OF-FILE
               CLOSE GRACE-CSM-FILE
               CLOSE GRACE-CSS-FILE
               CLOSE GRACE-SAD-FILE
           END-IF.
           PERFORM 4000-PRINT-TOTALS.
           MOVE GRACE-AST-READ-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           IF GRACE-AST-ABR-USED = ZERO
                   OR GRACE-AST-LONG-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------
      * 0900-LOAD-ABBREVIATIONS loads the GRACEABR cards. A card
      * with an unknown kind, or no word or standard form, is
      * skipped and counted.
      *----------------------------------------------------------
       0900-LOAD-ABBREVIATIONS.
           OPEN INPUT GRACE-ABR-FILE.
           IF GRACE-ABR-NOT-FOUND
               DISPLAY "GRACEABR NOT FOUND - STREETS PASS THROUGH "
                   "WITH SPACING CLOSED UP ONLY"
           ELSE
               PERFORM 0910-READ-ABBREVIATION
               PERFORM 0920-STORE-ABBREVIATION
                   UNTIL GRACE-ABR-END-OF-FILE
               CLOSE GRACE-ABR-FILE
               DISPLAY "ABBREVIATION TABLE LOADED - "
                   GRACE-AST-ABR-USED " WORD(S)"
               IF GRACE-AST-ABR-BAD > ZERO
                   DISPLAY "GRACEABR CARDS SKIPPED AS INVALID - "
                       GRACE-AST-ABR-BAD
               END-IF
           END-IF.

       0910-READ-ABBREVIATION.
           READ GRACE-ABR-FILE
               AT END
                   SET GRACE-ABR-END-OF-FILE TO TRUE
           END-READ.

       0920-STORE-ABBREVIATION.
           IF GRACE-ABR-VALID-TYPE
                   AND GRACE-ABR-WORD NOT = SPACES
                   AND GRACE-ABR-STANDARD NOT = SPACES
                   AND GRACE-AST-ABR-USED < 300
               ADD 1 TO GRACE-AST-ABR-USED
               MOVE GRACE-ABR-TYPE
                   TO GRACE-AST-ABR-TYPE(GRACE-AST-ABR-USED)
               MOVE GRACE-ABR-WORD
                   TO GRACE-AST-ABR-WORD(GRACE-AST-ABR-USED)
               MOVE GRACE-ABR-STANDARD
                   TO GRACE-AST-ABR-STD(GRACE-AST-ABR-USED)
           ELSE
               ADD 1 TO GRACE-AST-ABR-BAD
           END-IF.
           PERFORM 0910-READ-ABBREVIATION.

       1000-READ-CUSTOMER.
           READ GRACE-CSM-FILE
               AT END
                   SET GRACE-CSM-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO GRACE-AST-READ-COUNT
           END-READ.

      *----------------------------------------------------------
      * 2000-STANDARDIZE-ONE-ADDRESS standardizes the street,
      * writes the customer to GRACECSS under it, keeps the keyed
      * and standard streets side by side on GRACESAD, and lists
      * the customer when the two differ.
      *----------------------------------------------------------
       2000-STANDARDIZE-ONE-ADDRESS.
           PERFORM 2100-SPLIT-STREET.
           PERFORM 2200-FIND-STREET-NAME.
           PERFORM 2300-ABBREVIATE-WORDS.
           PERFORM 2500-REBUILD-STREET.
           MOVE SPACES TO GRACE-SAD-REC.
           MOVE GRACE-CST-ID TO GRACE-SAD-CUST-ID.
           MOVE GRACE-CST-STREET TO GRACE-SAD-KEYED-STREET.
           MOVE GRACE-AST-STD-STREET TO GRACE-SAD-STD-STREET.
           MOVE GRACE-CST-ZIP TO GRACE-SAD-ZIP.
           MOVE GRACE-CYC-DATE TO GRACE-SAD-DATE.
           IF GRACE-AST-STD-STREET = GRACE-CST-STREET
               MOVE 'N' TO GRACE-SAD-CHANGED-FLAG
               ADD 1 TO GRACE-AST-SAME-COUNT
           ELSE
               MOVE 'Y' TO GRACE-SAD-CHANGED-FLAG
               ADD 1 TO GRACE-AST-CHANGED-COUNT
               MOVE GRACE-CST-ID TO GRACE-AST-DTL-CUST-ID
               MOVE GRACE-CST-STREET TO GRACE-AST-DTL-KEYED
               MOVE GRACE-AST-STD-STREET TO GRACE-AST-DTL-STD
               MOVE GRACE-CST-ZIP TO GRACE-AST-DTL-ZIP
               DISPLAY GRACE-AST-DETAIL-LINE
           END-IF.
           WRITE GRACE-SAD-REC.
           MOVE GRACE-AST-STD-STREET TO GRACE-CST-STREET.
           WRITE GRACE-CSS-REC FROM GRACE-CST-REC.
           PERFORM 1000-READ-CUSTOMER.

      *----------------------------------------------------------
      * 2100-SPLIT-STREET upper-cases the street, drops periods
      * and commas, and splits it into words on any run of
      * spaces.
      *----------------------------------------------------------
       2100-SPLIT-STREET.
           MOVE GRACE-CST-STREET TO GRACE-AST-WORK-STREET.
           INSPECT GRACE-AST-WORK-STREET
               CONVERTING "abcdefghijklmnopqrstuvwxyz.,"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ  ".
           MOVE ZERO TO GRACE-AST-WORD-COUNT.
           MOVE 1 TO GRACE-AST-SPLIT-PTR.
           PERFORM 2110-TAKE-ONE-WORD
               UNTIL GRACE-AST-SPLIT-PTR > 20
                   OR GRACE-AST-WORD-COUNT = 10.

       2110-TAKE-ONE-WORD.
           MOVE SPACES TO GRACE-AST-NEXT-WORD.
           UNSTRING GRACE-AST-WORK-STREET
               DELIMITED BY ALL SPACE
               INTO GRACE-AST-NEXT-WORD
               WITH POINTER GRACE-AST-SPLIT-PTR
           END-UNSTRING.
           IF GRACE-AST-NEXT-WORD NOT = SPACES
               ADD 1 TO GRACE-AST-WORD-COUNT
               MOVE GRACE-AST-NEXT-WORD
                   TO GRACE-AST-WORD(GRACE-AST-WORD-COUNT)
           END-IF.

      *----------------------------------------------------------
      * 2200-FIND-STREET-NAME marks where the street name starts
      * - after the house number when the street has one - and
      * finds the first unit designator past it, which ends the
      * street proper.
      *----------------------------------------------------------
       2200-FIND-STREET-NAME.
           MOVE 1 TO GRACE-AST-NAME-START.
           IF GRACE-AST-WORD-COUNT > 1
                   AND GRACE-AST-WORD(1)(1:1) NUMERIC
               MOVE 2 TO GRACE-AST-NAME-START
           END-IF.
           MOVE GRACE-AST-WORD-COUNT TO GRACE-AST-NAME-END.
           MOVE ZERO TO GRACE-AST-UNIT-POS.
           MOVE 'U' TO GRACE-AST-LOOK-TYPE.
           PERFORM 2210-CHECK-UNIT-WORD
               VARYING GRACE-AST-WORD-IDX
                   FROM GRACE-AST-NAME-START BY 1
               UNTIL GRACE-AST-WORD-IDX > GRACE-AST-WORD-COUNT
                   OR GRACE-AST-UNIT-POS > ZERO.

       2210-CHECK-UNIT-WORD.
           IF GRACE-AST-WORD-IDX > GRACE-AST-NAME-START
               MOVE GRACE-AST-WORD(GRACE-AST-WORD-IDX)
                   TO GRACE-AST-LOOK-WORD
               PERFORM 2400-LOOK-UP-WORD
               IF GRACE-AST-LOOK-FOUND
                   MOVE GRACE-AST-WORD-IDX TO GRACE-AST-UNIT-POS
                   MOVE GRACE-AST-LOOK-STD
                       TO GRACE-AST-WORD(GRACE-AST-WORD-IDX)
                   COMPUTE GRACE-AST-NAME-END =
                       GRACE-AST-WORD-IDX - 1
               END-IF
           END-IF.

      *----------------------------------------------------------
      * 2300-ABBREVIATE-WORDS works inward from the end of the
      * street proper: a trailing directional, then the suffix,
      * then a leading directional - each only while at least one
      * word of street name is left between them, so a street
      * named NORTH or COURT keeps its name.
      *----------------------------------------------------------
       2300-ABBREVIATE-WORDS.
           IF GRACE-AST-NAME-END > GRACE-AST-NAME-START + 1
               MOVE 'D' TO GRACE-AST-LOOK-TYPE
               MOVE GRACE-AST-WORD(GRACE-AST-NAME-END)
                   TO GRACE-AST-LOOK-WORD
               PERFORM 2400-LOOK-UP-WORD
               IF GRACE-AST-LOOK-FOUND
                   MOVE GRACE-AST-LOOK-STD
                       TO GRACE-AST-WORD(GRACE-AST-NAME-END)
                   SUBTRACT 1 FROM GRACE-AST-NAME-END
               END-IF
           END-IF.
           IF GRACE-AST-NAME-END > GRACE-AST-NAME-START
               MOVE 'S' TO GRACE-AST-LOOK-TYPE
               MOVE GRACE-AST-WORD(GRACE-AST-NAME-END)
                   TO GRACE-AST-LOOK-WORD
               PERFORM 2400-LOOK-UP-WORD
               IF GRACE-AST-LOOK-FOUND
                   MOVE GRACE-AST-LOOK-STD
                       TO GRACE-AST-WORD(GRACE-AST-NAME-END)
                   SUBTRACT 1 FROM GRACE-AST-NAME-END
               END-IF
           END-IF.
           IF GRACE-AST-NAME-END > GRACE-AST-NAME-START
               MOVE 'D' TO GRACE-AST-LOOK-TYPE
               MOVE GRACE-AST-WORD(GRACE-AST-NAME-START)
                   TO GRACE-AST-LOOK-WORD
               PERFORM 2400-LOOK-UP-WORD
               IF GRACE-AST-LOOK-FOUND
                   MOVE GRACE-AST-LOOK-STD
                       TO GRACE-AST-WORD(GRACE-AST-NAME-START)
               END-IF
           END-IF.

       2400-LOOK-UP-WORD.
           MOVE 'N' TO GRACE-AST-LOOK-FOUND-SW.
           MOVE SPACES TO GRACE-AST-LOOK-STD.
           PERFORM 2410-MATCH-ABBREVIATION
               VARYING GRACE-AST-ABR-IDX FROM 1 BY 1
               UNTIL GRACE-AST-ABR-IDX > GRACE-AST-ABR-USED
                   OR GRACE-AST-LOOK-FOUND.

       2410-MATCH-ABBREVIATION.
           IF GRACE-AST-ABR-TYPE(GRACE-AST-ABR-IDX)
                   = GRACE-AST-LOOK-TYPE
                   AND GRACE-AST-ABR-WORD(GRACE-AST-ABR-IDX)
                       = GRACE-AST-LOOK-WORD
               SET GRACE-AST-LOOK-FOUND TO TRUE
               MOVE GRACE-AST-ABR-STD(GRACE-AST-ABR-IDX)
                   TO GRACE-AST-LOOK-STD
           END-IF.

      *----------------------------------------------------------
      * 2500-REBUILD-STREET puts the words back one space apart.
      * A result that will not fit the street field leaves the
      * street as keyed, counted and listed for a look.
      *----------------------------------------------------------
       2500-REBUILD-STREET.
           MOVE SPACES TO GRACE-AST-STD-STAGE.
           MOVE 1 TO GRACE-AST-STD-PTR.
           PERFORM 2510-APPEND-ONE-WORD
               VARYING GRACE-AST-WORD-IDX FROM 1 BY 1
               UNTIL GRACE-AST-WORD-IDX > GRACE-AST-WORD-COUNT.
           IF GRACE-AST-STD-STAGE(21:) NOT = SPACES
               ADD 1 TO GRACE-AST-LONG-COUNT
               DISPLAY "*** CUSTOMER " GRACE-CST-ID " STREET "
                   "TOO LONG STANDARDIZED - KEPT AS KEYED ***"
               MOVE GRACE-CST-STREET TO GRACE-AST-STD-STREET
           ELSE
               MOVE GRACE-AST-STD-STAGE TO GRACE-AST-STD-STREET
           END-IF.

       2510-APPEND-ONE-WORD.
           IF GRACE-AST-WORD-IDX > 1
               STRING " " DELIMITED BY SIZE
                   INTO GRACE-AST-STD-STAGE
                   WITH POINTER GRACE-AST-STD-PTR
               END-STRING
           END-IF.
           STRING GRACE-AST-WORD(GRACE-AST-WORD-IDX)
                   DELIMITED BY SPACE
               INTO GRACE-AST-STD-STAGE
               WITH POINTER GRACE-AST-STD-PTR
           END-STRING.

       4000-PRINT-TOTALS.
           DISPLAY "CUSTOMERS READ.............: "
               GRACE-AST-READ-COUNT.
           DISPLAY "ADDRESSES CHANGED..........: "
               GRACE-AST-CHANGED-COUNT.
           DISPLAY "ADDRESSES ALREADY STANDARD.: "
               GRACE-AST-SAME-COUNT.
           DISPLAY "TOO LONG - KEPT AS KEYED...: "
               GRACE-AST-LONG-COUNT.

           COPY GRACERPTP.

           COPY GRACECYCP.
