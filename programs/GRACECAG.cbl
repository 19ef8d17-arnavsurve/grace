       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACECAG.
      *----------------------------------------------------------
      * GRACECAG is the weekly customer service case report, for
      * the seven days ending on the cycle date. Off the GRACECAS
      * case file GRACECSM maintains it shows:
      *
      *   - the week's movement: cases opened, and cases resolved,
      *     in the seven days;
      *   - every case still open (O) or waiting on the customer
      *     (W) at the cycle date, by category and by age - the
      *     days since it was opened, in bands of 0-7, 8-14,
      *     15-30, 31-60 and over 60 days;
      *   - every open case past its target resolution date, with
      *     its customer, who opened it and how many days over.
      *
      * A code off the category list counts under ?? so the
      * totals still add up. A case past its target sets RC=4;
      * no GRACECAS file means no cases and RC=0.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-CAS-FILE ASSIGN TO GRACECAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-CAS-NUMBER
               ALTERNATE RECORD KEY IS GRACE-CAS-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS GRACE-CAS-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

       FD  GRACE-CAS-FILE.
           COPY GRACECAS.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

       01 GRACE-CAS-STATUS-CODE PIC X(02).
           88 GRACE-CAS-OK VALUE '00'.
           88 GRACE-CAS-NOT-FOUND VALUE '35'.

       01 GRACE-CAS-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CAS-END-OF-FILE VALUE 'Y'.

      *The categories reported, in order; the last row takes any
      *code not on the list.
       01 GRACE-CAG-CATEGORY-VALUES.
           05 FILLER PIC X(20) VALUE "BIBILLING           ".
           05 FILLER PIC X(20) VALUE "PAPAYMENT           ".
           05 FILLER PIC X(20) VALUE "ACACCOUNT DETAILS   ".
           05 FILLER PIC X(20) VALUE "SESERVICE REQUEST   ".
           05 FILLER PIC X(20) VALUE "COCOMPLAINT         ".
           05 FILLER PIC X(20) VALUE "OTOTHER             ".
           05 FILLER PIC X(20) VALUE "??UNCATEGORIZED     ".
       01 GRACE-CAG-CATEGORY-TABLE
           REDEFINES GRACE-CAG-CATEGORY-VALUES.
           05 GRACE-CAG-CATEGORY OCCURS 7 TIMES.
               10 GRACE-CAG-CAT-CODE PIC X(02).
               10 GRACE-CAG-CAT-NAME PIC X(18).

      *Open cases by category and age band, and the totals.
       01 GRACE-CAG-AGE-CTL.
           05 GRACE-CAG-CAT-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-CAG-CAT-HIT PIC 9(02) VALUE ZERO.
           05 GRACE-CAG-BAND-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-CAG-ROW OCCURS 7 TIMES.
               10 GRACE-CAG-ROW-BAND PIC 9(06) OCCURS 5 TIMES.
               10 GRACE-CAG-ROW-TOTAL PIC 9(06).
           05 GRACE-CAG-BAND-TOTAL PIC 9(06) OCCURS 5 TIMES.
           05 GRACE-CAG-OPEN-TOTAL PIC 9(06) VALUE ZERO.

       01 GRACE-CAG-COUNTS.
           05 GRACE-CAG-READ-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-CAG-OPENED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-CAG-RESOLVED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-CAG-LATE-COUNT PIC 9(06) VALUE ZERO.

       01 GRACE-CAG-DATES.
           05 GRACE-CAG-WEEK-START PIC 9(08) VALUE ZERO.
           05 GRACE-CAG-AGE PIC 9(06) VALUE ZERO.
           05 GRACE-CAG-DAYS-OVER PIC 9(06) VALUE ZERO.

       01 GRACE-CAG-LINE.
           05 GRACE-CAG-L-CODE PIC X(02).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-CAG-L-NAME PIC X(18).
           05 GRACE-CAG-L-BAND OCCURS 5 TIMES.
               10 GRACE-CAG-L-COUNT PIC Z(06)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 GRACE-CAG-L-TOTAL PIC Z(06)9.

       01 GRACE-CAG-OVER-ED PIC Z(05)9.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACECAG" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           COMPUTE GRACE-CAG-WEEK-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(GRACE-CYC-DATE) - 6).
           DISPLAY "SERVICE CASE REPORT FOR THE WEEK "
               GRACE-CAG-WEEK-START " TO " GRACE-CYC-DATE.
           INITIALIZE GRACE-CAG-AGE-CTL.
           OPEN INPUT GRACE-CAS-FILE.
           IF NOT GRACE-CAS-OK
               DISPLAY "GRACECAS NOT FOUND - NO CASES ON FILE"
           ELSE
               DISPLAY "OPEN CASES PAST THEIR TARGET DATE:"
               DISPLAY "  CASE     CUSTOMER CAT OPENED   TARGET   "
                   "DAYS OVER S OPENED BY SUBJECT"
               PERFORM 1000-WORK-THE-CASES
               CLOSE GRACE-CAS-FILE
               IF GRACE-CAG-LATE-COUNT = ZERO
                   DISPLAY "  NONE"
               END-IF
           END-IF.
           PERFORM 6000-PRINT-AGE-REPORT.
           IF GRACE-CAG-LATE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE GRACE-CAG-READ-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

      *----------------------------------------------------------
      * 1000-WORK-THE-CASES reads every case in number order.
      *----------------------------------------------------------
       1000-WORK-THE-CASES.
           MOVE 'N' TO GRACE-CAS-EOF-SW.
           MOVE ZERO TO GRACE-CAS-NUMBER.
           START GRACE-CAS-FILE
               KEY IS >= GRACE-CAS-NUMBER
               INVALID KEY
                   SET GRACE-CAS-END-OF-FILE TO TRUE
           END-START.
           PERFORM 1050-READ-CASE.
           PERFORM 1100-WORK-ONE-CASE
               UNTIL GRACE-CAS-END-OF-FILE.

       1050-READ-CASE.
           IF NOT GRACE-CAS-END-OF-FILE
               READ GRACE-CAS-FILE NEXT RECORD
                   AT END
                       SET GRACE-CAS-END-OF-FILE TO TRUE
               END-READ
           END-IF.

       1100-WORK-ONE-CASE.
           ADD 1 TO GRACE-CAG-READ-COUNT.
           IF GRACE-CAS-OPENED-DATE >= GRACE-CAG-WEEK-START
                   AND GRACE-CAS-OPENED-DATE <= GRACE-CYC-DATE
               ADD 1 TO GRACE-CAG-OPENED-COUNT
           END-IF.
           IF GRACE-CAS-RESOLVED
                   AND GRACE-CAS-STATUS-DATE >= GRACE-CAG-WEEK-START
                   AND GRACE-CAS-STATUS-DATE <= GRACE-CYC-DATE
               ADD 1 TO GRACE-CAG-RESOLVED-COUNT
           END-IF.
           IF GRACE-CAS-OPEN
                   AND GRACE-CAS-OPENED-DATE <= GRACE-CYC-DATE
               PERFORM 2000-AGE-ONE-CASE
               IF GRACE-CAS-TARGET-DATE < GRACE-CYC-DATE
                   PERFORM 3000-LIST-LATE-CASE
               END-IF
           END-IF.
           PERFORM 1050-READ-CASE.

      *----------------------------------------------------------
      * 2000-AGE-ONE-CASE counts an open case under its category
      * and the band its age falls in.
      *----------------------------------------------------------
       2000-AGE-ONE-CASE.
           COMPUTE GRACE-CAG-AGE =
               FUNCTION INTEGER-OF-DATE(GRACE-CYC-DATE)
               - FUNCTION INTEGER-OF-DATE(GRACE-CAS-OPENED-DATE).
           EVALUATE TRUE
               WHEN GRACE-CAG-AGE <= 7
                   MOVE 1 TO GRACE-CAG-BAND-IDX
               WHEN GRACE-CAG-AGE <= 14
                   MOVE 2 TO GRACE-CAG-BAND-IDX
               WHEN GRACE-CAG-AGE <= 30
                   MOVE 3 TO GRACE-CAG-BAND-IDX
               WHEN GRACE-CAG-AGE <= 60
                   MOVE 4 TO GRACE-CAG-BAND-IDX
               WHEN OTHER
                   MOVE 5 TO GRACE-CAG-BAND-IDX
           END-EVALUATE.
           MOVE 7 TO GRACE-CAG-CAT-HIT.
           PERFORM 2050-MATCH-ONE-CATEGORY
               VARYING GRACE-CAG-CAT-IDX FROM 1 BY 1
               UNTIL GRACE-CAG-CAT-IDX > 6.
           ADD 1 TO GRACE-CAG-ROW-BAND(GRACE-CAG-CAT-HIT,
               GRACE-CAG-BAND-IDX).
           ADD 1 TO GRACE-CAG-ROW-TOTAL(GRACE-CAG-CAT-HIT).
           ADD 1 TO GRACE-CAG-BAND-TOTAL(GRACE-CAG-BAND-IDX).
           ADD 1 TO GRACE-CAG-OPEN-TOTAL.

       2050-MATCH-ONE-CATEGORY.
           IF GRACE-CAG-CAT-CODE(GRACE-CAG-CAT-IDX)
                   = GRACE-CAS-CATEGORY
               MOVE GRACE-CAG-CAT-IDX TO GRACE-CAG-CAT-HIT
           END-IF.

       3000-LIST-LATE-CASE.
           ADD 1 TO GRACE-CAG-LATE-COUNT.
           COMPUTE GRACE-CAG-DAYS-OVER =
               FUNCTION INTEGER-OF-DATE(GRACE-CYC-DATE)
               - FUNCTION INTEGER-OF-DATE(GRACE-CAS-TARGET-DATE).
           MOVE GRACE-CAG-DAYS-OVER TO GRACE-CAG-OVER-ED.
           DISPLAY "  " GRACE-CAS-NUMBER " " GRACE-CAS-CUST-ID "   "
               GRACE-CAS-CATEGORY "  " GRACE-CAS-OPENED-DATE " "
               GRACE-CAS-TARGET-DATE "    " GRACE-CAG-OVER-ED " "
               GRACE-CAS-STATUS " " GRACE-CAS-OPENED-BY "  "
               GRACE-CAS-SUBJECT.

      *----------------------------------------------------------
      * 6000-PRINT-AGE-REPORT - the week's movement, then the open
      * cases by category across the age bands.
      *----------------------------------------------------------
       6000-PRINT-AGE-REPORT.
           DISPLAY "CASES OPENED THIS WEEK.....: "
               GRACE-CAG-OPENED-COUNT.
           DISPLAY "CASES RESOLVED THIS WEEK...: "
               GRACE-CAG-RESOLVED-COUNT.
           DISPLAY "OPEN CASES BY CATEGORY AND AGE IN DAYS:".
           DISPLAY "                         0-7   8-14  15-30  31-60"
               "    60+    TOTAL".
           PERFORM 6100-PRINT-ONE-CATEGORY
               VARYING GRACE-CAG-CAT-IDX FROM 1 BY 1
               UNTIL GRACE-CAG-CAT-IDX > 7.
           MOVE SPACES TO GRACE-CAG-L-CODE.
           MOVE "ALL CATEGORIES" TO GRACE-CAG-L-NAME.
           PERFORM 6200-EDIT-BAND-TOTAL
               VARYING GRACE-CAG-BAND-IDX FROM 1 BY 1
               UNTIL GRACE-CAG-BAND-IDX > 5.
           MOVE GRACE-CAG-OPEN-TOTAL TO GRACE-CAG-L-TOTAL.
           DISPLAY GRACE-CAG-LINE.
           DISPLAY "OPEN CASES PAST THEIR TARGET DATE: "
               GRACE-CAG-LATE-COUNT.

      *The ?? row shows only when a code off the list was met.
       6100-PRINT-ONE-CATEGORY.
           IF GRACE-CAG-CAT-IDX < 7
                   OR GRACE-CAG-ROW-TOTAL(GRACE-CAG-CAT-IDX) > ZERO
               MOVE GRACE-CAG-CAT-CODE(GRACE-CAG-CAT-IDX)
                   TO GRACE-CAG-L-CODE
               MOVE GRACE-CAG-CAT-NAME(GRACE-CAG-CAT-IDX)
                   TO GRACE-CAG-L-NAME
               PERFORM 6150-EDIT-ROW-BAND
                   VARYING GRACE-CAG-BAND-IDX FROM 1 BY 1
                   UNTIL GRACE-CAG-BAND-IDX > 5
               MOVE GRACE-CAG-ROW-TOTAL(GRACE-CAG-CAT-IDX)
                   TO GRACE-CAG-L-TOTAL
               DISPLAY GRACE-CAG-LINE
           END-IF.

       6150-EDIT-ROW-BAND.
           MOVE GRACE-CAG-ROW-BAND(GRACE-CAG-CAT-IDX,
               GRACE-CAG-BAND-IDX)
               TO GRACE-CAG-L-COUNT(GRACE-CAG-BAND-IDX).

       6200-EDIT-BAND-TOTAL.
           MOVE GRACE-CAG-BAND-TOTAL(GRACE-CAG-BAND-IDX)
               TO GRACE-CAG-L-COUNT(GRACE-CAG-BAND-IDX).

           COPY GRACERPTP.

           COPY GRACECYCP.
