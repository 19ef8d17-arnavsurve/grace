       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACERAG.
      *----------------------------------------------------------
      * GRACERAG is the nightly reject aging report. It lists
      * every reject on GRACERJC (TESTCONST) and GRACERJV
      * (TESTVARASSIGN) that has not been released or written off
      * on GRACERWK - that is, has no row on GRACERJD - with its
      * reject number, the date it was rejected, its age in days
      * to the GRACECYC date, and the reason. The open rejects
      * are counted into age buckets -
      *
      *   TODAY   1-2 DAYS   3-6 DAYS   7+ DAYS
      *
      * - per file and in total. A reject written before the
      * reject files carried a date cannot be aged and is listed
      * and counted as UNDATED. The step ends with return code 4
      * when any reject is a week old or more, or undated, so the
      * schedule shows someone a backlog nobody is working.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-RJC-FILE ASSIGN TO GRACERJC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RJC-STATUS.
           SELECT GRACE-RJV-FILE ASSIGN TO GRACERJV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RJV-STATUS.
           SELECT GRACE-RJD-FILE ASSIGN TO GRACERJD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RJD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

       FD  GRACE-RJC-FILE
           RECORDING MODE IS F.
       01 GRACE-RJC-REC.
           05 GRACE-RJC-AMOUNT PIC 9(6).
           05 GRACE-RJC-REASON-CODE PIC X(04).
           05 GRACE-RJC-REASON-TEXT PIC X(30).
           05 GRACE-RJC-CATEGORY PIC X(02).
           05 GRACE-RJC-REJ-DATE PIC X(08).
           05 GRACE-RJC-REJ-DATE-N REDEFINES GRACE-RJC-REJ-DATE
               PIC 9(08).
           05 FILLER PIC X(26).

       FD  GRACE-RJV-FILE
           RECORDING MODE IS F.
       01 GRACE-RJV-REC.
           05 GRACE-RJV-SOURCE PIC X(06).
           05 GRACE-RJV-REASON-CODE PIC X(04).
           05 GRACE-RJV-REASON-TEXT PIC X(30).
           05 GRACE-RJV-S-SOURCE-VALUE PIC X(30).
           05 GRACE-RJV-REJ-DATE PIC X(08).
           05 GRACE-RJV-REJ-DATE-N REDEFINES GRACE-RJV-REJ-DATE
               PIC 9(08).
           05 FILLER PIC X(22).

       FD  GRACE-RJD-FILE
           RECORDING MODE IS F.
           COPY GRACERJD.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

           COPY GRACERJDH.

       01 GRACE-RJC-STATUS PIC X(02).
           88 GRACE-RJC-NOT-FOUND VALUE '35'.
       01 GRACE-RJC-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-RJC-END-OF-FILE VALUE 'Y'.

       01 GRACE-RJV-STATUS PIC X(02).
           88 GRACE-RJV-NOT-FOUND VALUE '35'.
       01 GRACE-RJV-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-RJV-END-OF-FILE VALUE 'Y'.

      *Age buckets: the lowest day count in each. Slot 5 holds
      *the undated rejects.
       01 GRACE-RAG-DAY-VALUES.
           05 FILLER PIC X(14) VALUE "0000TODAY     ".
           05 FILLER PIC X(14) VALUE "00011-2 DAYS  ".
           05 FILLER PIC X(14) VALUE "00033-6 DAYS  ".
           05 FILLER PIC X(14) VALUE "00077+ DAYS   ".
           05 FILLER PIC X(14) VALUE "9999UNDATED   ".
       01 GRACE-RAG-DAY-TABLE REDEFINES GRACE-RAG-DAY-VALUES.
           05 GRACE-RAG-DAY-ENTRY OCCURS 5 TIMES.
               10 GRACE-RAG-DAY-FROM PIC 9(04).
               10 GRACE-RAG-DAY-LABEL PIC X(10).

       01 GRACE-RAG-TOTALS.
           05 GRACE-RAG-DAY-TOTAL OCCURS 5 TIMES.
               10 GRACE-RAG-RJC-COUNT PIC 9(06).
               10 GRACE-RAG-RJV-COUNT PIC 9(06).
           05 GRACE-RAG-OPEN-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-RAG-WORKED-COUNT PIC 9(06) VALUE ZERO.

      *One reject.
       01 GRACE-RAG-WORK.
           05 GRACE-RAG-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-RAG-DAY-SLOT PIC 9(02) VALUE ZERO.
           05 GRACE-RAG-SEQ PIC 9(08) VALUE ZERO.
           05 GRACE-RAG-DAYS PIC 9(04) VALUE ZERO.
           05 GRACE-RAG-REJ-DATE PIC X(08) VALUE SPACES.
           05 GRACE-RAG-REJ-DATE-N REDEFINES GRACE-RAG-REJ-DATE
               PIC 9(08).

       01 GRACE-RAG-EDITS.
           05 GRACE-RAG-COUNT-ED PIC Z(05)9.
           05 GRACE-RAG-COUNT2-ED PIC Z(05)9.
           05 GRACE-RAG-DAYS-ED PIC Z(03)9.
           05 GRACE-RAG-SEQ-ED PIC Z(07)9.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACERAG" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 0400-LOAD-REJECT-DISPOSITIONS.
           PERFORM 1000-CLEAR-TOTALS
               VARYING GRACE-RAG-IDX FROM 1 BY 1
               UNTIL GRACE-RAG-IDX > 5.
           DISPLAY "OPEN REJECTS AS OF " GRACE-CYC-DATE.
           DISPLAY "FILE      REJECT# REJECTED  DAYS REASON".
           PERFORM 2000-AGE-TESTCONST-REJECTS.
           PERFORM 3000-AGE-TESTVARASSIGN-REJECTS.
           PERFORM 6000-PRINT-AGING-SUMMARY.
           IF GRACE-RAG-RJC-COUNT(4) + GRACE-RAG-RJV-COUNT(4)
                   + GRACE-RAG-RJC-COUNT(5) + GRACE-RAG-RJV-COUNT(5)
                   > ZERO
               DISPLAY "*** REJECTS OPEN A WEEK OR MORE - WORK THEM "
                   "ON GRACERWK ***"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE GRACE-RAG-OPEN-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

       1000-CLEAR-TOTALS.
           MOVE ZERO TO GRACE-RAG-RJC-COUNT(GRACE-RAG-IDX).
           MOVE ZERO TO GRACE-RAG-RJV-COUNT(GRACE-RAG-IDX).

      *----------------------------------------------------------
      * 2000-AGE-TESTCONST-REJECTS - a reject's number is its
      * place on the file, the key GRACERWK records it under.
      *----------------------------------------------------------
       2000-AGE-TESTCONST-REJECTS.
           MOVE ZERO TO GRACE-RAG-SEQ.
           OPEN INPUT GRACE-RJC-FILE.
           IF GRACE-RJC-NOT-FOUND
               DISPLAY "GRACERJC NOT FOUND - NO TESTCONST REJECTS"
           ELSE
               PERFORM 2050-READ-RJC-REJECT
               PERFORM 2100-AGE-ONE-RJC-REJECT
                   UNTIL GRACE-RJC-END-OF-FILE
               CLOSE GRACE-RJC-FILE
           END-IF.

       2050-READ-RJC-REJECT.
           READ GRACE-RJC-FILE
               AT END
                   SET GRACE-RJC-END-OF-FILE TO TRUE
           END-READ.

       2100-AGE-ONE-RJC-REJECT.
           ADD 1 TO GRACE-RAG-SEQ.
           MOVE "GRACERJC" TO GRACE-RJD-WANT-FILE.
           MOVE GRACE-RAG-SEQ TO GRACE-RJD-WANT-SEQ.
           PERFORM 0410-FIND-DISPOSITION.
           IF GRACE-RJD-HIT > ZERO
               ADD 1 TO GRACE-RAG-WORKED-COUNT
           ELSE
               MOVE GRACE-RJC-REJ-DATE TO GRACE-RAG-REJ-DATE
               PERFORM 4000-AGE-REJECT
               ADD 1 TO GRACE-RAG-RJC-COUNT(GRACE-RAG-DAY-SLOT)
               PERFORM 4100-FORMAT-AGE
               DISPLAY "GRACERJC " GRACE-RAG-SEQ-ED " "
                   GRACE-RAG-REJ-DATE " " GRACE-RAG-DAYS-ED " "
                   GRACE-RJC-REASON-CODE " " GRACE-RJC-REASON-TEXT
           END-IF.
           PERFORM 2050-READ-RJC-REJECT.

       3000-AGE-TESTVARASSIGN-REJECTS.
           MOVE ZERO TO GRACE-RAG-SEQ.
           OPEN INPUT GRACE-RJV-FILE.
           IF GRACE-RJV-NOT-FOUND
               DISPLAY "GRACERJV NOT FOUND - NO TESTVARASSIGN REJECTS"
           ELSE
               PERFORM 3050-READ-RJV-REJECT
               PERFORM 3100-AGE-ONE-RJV-REJECT
                   UNTIL GRACE-RJV-END-OF-FILE
               CLOSE GRACE-RJV-FILE
           END-IF.

       3050-READ-RJV-REJECT.
           READ GRACE-RJV-FILE
               AT END
                   SET GRACE-RJV-END-OF-FILE TO TRUE
           END-READ.

       3100-AGE-ONE-RJV-REJECT.
           ADD 1 TO GRACE-RAG-SEQ.
           MOVE "GRACERJV" TO GRACE-RJD-WANT-FILE.
           MOVE GRACE-RAG-SEQ TO GRACE-RJD-WANT-SEQ.
           PERFORM 0410-FIND-DISPOSITION.
           IF GRACE-RJD-HIT > ZERO
               ADD 1 TO GRACE-RAG-WORKED-COUNT
           ELSE
               MOVE GRACE-RJV-REJ-DATE TO GRACE-RAG-REJ-DATE
               PERFORM 4000-AGE-REJECT
               ADD 1 TO GRACE-RAG-RJV-COUNT(GRACE-RAG-DAY-SLOT)
               PERFORM 4100-FORMAT-AGE
               DISPLAY "GRACERJV " GRACE-RAG-SEQ-ED " "
                   GRACE-RAG-REJ-DATE " " GRACE-RAG-DAYS-ED " "
                   GRACE-RJV-REASON-CODE " " GRACE-RJV-REASON-TEXT
           END-IF.
           PERFORM 3050-READ-RJV-REJECT.

      *----------------------------------------------------------
      * 4000-AGE-REJECT buckets the reject in hand. A date that
      * is blank, not numeric, or after the cycle date is not one
      * the reject can be aged from.
      *----------------------------------------------------------
       4000-AGE-REJECT.
           ADD 1 TO GRACE-RAG-OPEN-COUNT.
           MOVE ZERO TO GRACE-RAG-DAYS.
           IF GRACE-RAG-REJ-DATE NOT NUMERIC
                   OR GRACE-RAG-REJ-DATE-N = ZERO
                   OR GRACE-RAG-REJ-DATE-N > GRACE-CYC-DATE
               MOVE 5 TO GRACE-RAG-DAY-SLOT
           ELSE
               COMPUTE GRACE-RAG-DAYS =
                   FUNCTION INTEGER-OF-DATE(GRACE-CYC-DATE)
                   - FUNCTION INTEGER-OF-DATE(GRACE-RAG-REJ-DATE-N)
               MOVE 1 TO GRACE-RAG-DAY-SLOT
               PERFORM 4050-FIND-DAY-BUCKET
                   VARYING GRACE-RAG-IDX FROM 2 BY 1
                   UNTIL GRACE-RAG-IDX > 4
           END-IF.

       4050-FIND-DAY-BUCKET.
           IF GRACE-RAG-DAYS >= GRACE-RAG-DAY-FROM(GRACE-RAG-IDX)
               MOVE GRACE-RAG-IDX TO GRACE-RAG-DAY-SLOT
           END-IF.

       4100-FORMAT-AGE.
           MOVE GRACE-RAG-SEQ TO GRACE-RAG-SEQ-ED.
           MOVE GRACE-RAG-DAYS TO GRACE-RAG-DAYS-ED.
           IF GRACE-RAG-DAY-SLOT = 5
               MOVE "UNDATED" TO GRACE-RAG-REJ-DATE
           END-IF.

       6000-PRINT-AGING-SUMMARY.
           DISPLAY " ".
           DISPLAY "BY AGE         GRACERJC  GRACERJV".
           PERFORM 6100-PRINT-DAY-BUCKET
               VARYING GRACE-RAG-IDX FROM 1 BY 1
               UNTIL GRACE-RAG-IDX > 5.
           MOVE GRACE-RAG-OPEN-COUNT TO GRACE-RAG-COUNT-ED.
           DISPLAY "  TOTAL OPEN     " GRACE-RAG-COUNT-ED.
           DISPLAY " ".
           DISPLAY "RELEASED OR WRITTEN OFF: " GRACE-RAG-WORKED-COUNT.

       6100-PRINT-DAY-BUCKET.
           MOVE GRACE-RAG-RJC-COUNT(GRACE-RAG-IDX)
               TO GRACE-RAG-COUNT-ED.
           MOVE GRACE-RAG-RJV-COUNT(GRACE-RAG-IDX)
               TO GRACE-RAG-COUNT2-ED.
           DISPLAY "  " GRACE-RAG-DAY-LABEL(GRACE-RAG-IDX) "   "
               GRACE-RAG-COUNT-ED "    " GRACE-RAG-COUNT2-ED.

           COPY GRACERPTP.

           COPY GRACECYCP.

           COPY GRACERJDP.
