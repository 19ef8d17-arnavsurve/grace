      * points, default 10) flags RC=4 - a silent upstream shift
      * in the amounts is exactly what invalidates the MAX_VALUE
      * threshold reviews.
      *
      * The same figures are broken down by category: one block
      * per category code seen on GRACEVAL, headed with the
      * description and owning department off the GRACECTG
      * category master, so a review of a category's limit sees
      * that category's population. Uncategorized values, codes
      * the master does not know, and categories inactive today
      * are called out as such.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT GRACE-DTL-FILE ASSIGN TO GRACEDTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-DTL-STATUS.
           SELECT GRACE-CTG-FILE ASSIGN TO GRACECTG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CTG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01 GRACE-VALUE-REC.
           05 GRACE-VAL-AMOUNT PIC 9(6).
           05 GRACE-VAL-CATEGORY PIC X(02).
           05 FILLER PIC X(72).

       FD  GRACE-PARM-FILE
           RECORDING MODE IS F.
           05 GRACE-DTL-TOLERANCE PIC 9(03).
           05 FILLER PIC X(77).

       FD  GRACE-CTG-FILE
           RECORDING MODE IS F.
           COPY GRACECTG.

       WORKING-STORAGE SECTION.
       01 GRACE-BND-STATUS PIC X(02).
           88 GRACE-BND-OK VALUE '00'.
           05 GRACE-STA-PCT-DIFF PIC S9(04) VALUE ZERO.
           05 GRACE-STA-DRIFT-COUNT PIC 9(02) VALUE ZERO.

      *Per-category figures, in the order the codes first appear
      *on GRACEVAL. The blank code is the uncategorized values.
       01 GRACE-STA-CAT-CTL.
           05 GRACE-STA-CAT-USED PIC 9(02) VALUE ZERO.
           05 GRACE-STA-CAT-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-STA-CAT-HIT PIC 9(02) VALUE ZERO.
           05 GRACE-STA-CAT-MEAN PIC 9(08) VALUE ZERO.
           05 GRACE-STA-CAT-TABLE OCCURS 50 TIMES.
               10 GRACE-STA-CAT-CODE PIC X(02).
               10 GRACE-STA-CAT-COUNT PIC 9(08).
               10 GRACE-STA-CAT-TOTAL PIC 9(12).
               10 GRACE-STA-CAT-MIN PIC 9(06).
               10 GRACE-STA-CAT-MAX PIC 9(06).

       01 GRACE-STA-CAT-OVERFLOW PIC 9(08) VALUE ZERO.
       01 GRACE-STA-CAT-HEADING PIC X(50) VALUE SPACES.

           COPY GRACECTGH.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
           ACCEPT GRACE-STA-TODAY FROM DATE YYYYMMDD.
           PERFORM 1000-LOAD-BAND-WIDTH.
           PERFORM 1500-LOAD-MAX-VALUE.
           PERFORM 0300-LOAD-CATEGORY-MASTER.
           PERFORM 2000-GATHER-AMOUNTS.
           IF GRACE-STA-COUNT > ZERO
               PERFORM 3000-COMPUTE-AND-BAND
               PERFORM 4000-PRINT-STATISTICS
               PERFORM 4500-PRINT-CATEGORY-BREAKDOWN
               PERFORM 5000-CHECK-DISTRIBUTION-DRIFT
               PERFORM 5800-RECORD-HISTOGRAM
           ELSE
               DISPLAY "*** AMOUNT TABLE FULL - HISTOGRAM COVERS "
                   "FIRST 5000 RECORDS ONLY ***"
           END-IF.
           PERFORM 2300-TALLY-CATEGORY.
           PERFORM 2100-READ-VALUE.

       2300-TALLY-CATEGORY.
           MOVE ZERO TO GRACE-STA-CAT-HIT.
           PERFORM 2350-MATCH-ONE-CATEGORY
               VARYING GRACE-STA-CAT-IDX FROM 1 BY 1
               UNTIL GRACE-STA-CAT-IDX > GRACE-STA-CAT-USED
               OR GRACE-STA-CAT-HIT > ZERO.
           IF GRACE-STA-CAT-HIT = ZERO
               IF GRACE-STA-CAT-USED < 50
                   ADD 1 TO GRACE-STA-CAT-USED
                   MOVE GRACE-STA-CAT-USED TO GRACE-STA-CAT-HIT
                   MOVE GRACE-VAL-CATEGORY
                       TO GRACE-STA-CAT-CODE(GRACE-STA-CAT-HIT)
                   MOVE ZERO TO GRACE-STA-CAT-COUNT(GRACE-STA-CAT-HIT)
                   MOVE ZERO TO GRACE-STA-CAT-TOTAL(GRACE-STA-CAT-HIT)
                   MOVE 999999 TO GRACE-STA-CAT-MIN(GRACE-STA-CAT-HIT)
                   MOVE ZERO TO GRACE-STA-CAT-MAX(GRACE-STA-CAT-HIT)
               ELSE
                   ADD 1 TO GRACE-STA-CAT-OVERFLOW
               END-IF
           END-IF.
           IF GRACE-STA-CAT-HIT > ZERO
               ADD 1 TO GRACE-STA-CAT-COUNT(GRACE-STA-CAT-HIT)
               ADD GRACE-VAL-AMOUNT
                   TO GRACE-STA-CAT-TOTAL(GRACE-STA-CAT-HIT)
               IF GRACE-VAL-AMOUNT
                       < GRACE-STA-CAT-MIN(GRACE-STA-CAT-HIT)
                   MOVE GRACE-VAL-AMOUNT
                       TO GRACE-STA-CAT-MIN(GRACE-STA-CAT-HIT)
               END-IF
               IF GRACE-VAL-AMOUNT
                       > GRACE-STA-CAT-MAX(GRACE-STA-CAT-HIT)
                   MOVE GRACE-VAL-AMOUNT
                       TO GRACE-STA-CAT-MAX(GRACE-STA-CAT-HIT)
               END-IF
           END-IF.

       2350-MATCH-ONE-CATEGORY.
           IF GRACE-STA-CAT-CODE(GRACE-STA-CAT-IDX)
                   = GRACE-VAL-CATEGORY
               MOVE GRACE-STA-CAT-IDX TO GRACE-STA-CAT-HIT
           END-IF.

       3000-COMPUTE-AND-BAND.
           PERFORM 3050-ZERO-ONE-BAND
               VARYING GRACE-STA-BAND-IDX FROM 1 BY 1
               END-IF
           END-IF.

      *----------------------------------------------------------
      * 4500-PRINT-CATEGORY-BREAKDOWN - one block per category,
      * headed by its GRACECTG description and department as of
      * today.
      *----------------------------------------------------------
       4500-PRINT-CATEGORY-BREAKDOWN.
           DISPLAY "BY CATEGORY:".
           PERFORM 4600-PRINT-ONE-CATEGORY
               VARYING GRACE-STA-CAT-IDX FROM 1 BY 1
               UNTIL GRACE-STA-CAT-IDX > GRACE-STA-CAT-USED.
           IF GRACE-STA-CAT-OVERFLOW > ZERO
               DISPLAY "*** CATEGORY TABLE FULL - "
                   GRACE-STA-CAT-OVERFLOW " RECORD(S) OUTSIDE THE "
                   "BREAKDOWN ***"
           END-IF.

       4600-PRINT-ONE-CATEGORY.
           MOVE GRACE-STA-CAT-CODE(GRACE-STA-CAT-IDX)
               TO GRACE-CTG-WANT-CODE.
           MOVE GRACE-STA-TODAY TO GRACE-CTG-WANT-DATE.
           PERFORM 0310-JUDGE-CATEGORY.
           MOVE SPACES TO GRACE-STA-CAT-HEADING.
           EVALUATE TRUE
               WHEN GRACE-CTG-WANT-CODE = SPACES
                   MOVE "(NO CATEGORY - DEFAULT LIMIT)"
                       TO GRACE-STA-CAT-HEADING
               WHEN NOT GRACE-CTG-MASTER-ON-FILE
                   MOVE "(NO CATEGORY MASTER ON FILE)"
                       TO GRACE-STA-CAT-HEADING
               WHEN GRACE-CTG-UNKNOWN
                   MOVE "*** NOT ON CATEGORY MASTER ***"
                       TO GRACE-STA-CAT-HEADING
               WHEN OTHER
                   STRING GRACE-CTG-F-DESCRIPTION DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       GRACE-CTG-F-DEPARTMENT DELIMITED BY SIZE
                       INTO GRACE-STA-CAT-HEADING
                   END-STRING
                   IF GRACE-CTG-INACTIVE
                       MOVE "INACTIVE" TO GRACE-STA-CAT-HEADING(43:8)
                   END-IF
           END-EVALUATE.
           COMPUTE GRACE-STA-CAT-MEAN =
               GRACE-STA-CAT-TOTAL(GRACE-STA-CAT-IDX)
               / GRACE-STA-CAT-COUNT(GRACE-STA-CAT-IDX).
           DISPLAY "  '" GRACE-STA-CAT-CODE(GRACE-STA-CAT-IDX) "' "
               GRACE-STA-CAT-HEADING.
           DISPLAY "      RECORDS "
               GRACE-STA-CAT-COUNT(GRACE-STA-CAT-IDX)
               " TOTAL " GRACE-STA-CAT-TOTAL(GRACE-STA-CAT-IDX)
               " MIN " GRACE-STA-CAT-MIN(GRACE-STA-CAT-IDX)
               " MAX " GRACE-STA-CAT-MAX(GRACE-STA-CAT-IDX)
               " MEAN " GRACE-STA-CAT-MEAN.

      *----------------------------------------------------------
      * 5000-CHECK-DISTRIBUTION-DRIFT loads the trailing window
      * (same-width records only - shares across differently
               TO GRACE-SHH-BAND-COUNT(GRACE-STA-BAND-IDX).

           COPY GRACERPTP.

           COPY GRACECTGP.
