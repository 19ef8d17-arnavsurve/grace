       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEQAR.
      *----------------------------------------------------------
      * GRACEQAR is the weekly quality-assurance report, for the
      * seven days ending on the cycle date. It shows, by site:
      *
      *   - coverage: the transactions applied that week off
      *     GRACEPHS against those GRACEQAS sampled onto GRACEQAW;
      *   - the error rate: items the clerks found in error as a
      *     share of the week's items reviewed on GRACEQAM.
      *
      * Then it lists every item, of any week, not reviewed within
      * two business days of being sampled - still open more than
      * two business days on, or reviewed later than that. Days
      * off come from the GRACECAL calendar as GRACESIG uses it;
      * outside the calendar only weekends are off. An overdue
      * item sets RC=4.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-CAL-FILE ASSIGN TO GRACECAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CAL-STATUS.
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

      *Shop calendar: one card per date - B business day, H
      *holiday, W weekend - plus the month-end flag.
       FD  GRACE-CAL-FILE
           RECORDING MODE IS F.
       01 GRACE-CAL-REC.
           05 GRACE-CAL-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 GRACE-CAL-DAY-TYPE PIC X(01).
           05 FILLER PIC X(01).
           05 GRACE-CAL-MONTH-END PIC X(01).
           05 FILLER PIC X(68).

       FD  GRACE-PHS-FILE.
           COPY GRACEPHS.

       FD  GRACE-QAW-FILE.
           COPY GRACEQAW.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

       01 GRACE-CAL-STATUS PIC X(02).
           88 GRACE-CAL-OK VALUE '00'.
           88 GRACE-CAL-NOT-FOUND VALUE '35'.

       01 GRACE-PHS-STATUS PIC X(02).
           88 GRACE-PHS-OK VALUE '00'.
           88 GRACE-PHS-NOT-FOUND VALUE '35'.

       01 GRACE-QAW-STATUS PIC X(02).
           88 GRACE-QAW-OK VALUE '00'.
           88 GRACE-QAW-NOT-FOUND VALUE '35'.

       01 GRACE-CAL-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CAL-END-OF-FILE VALUE 'Y'.

       01 GRACE-PHS-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-PHS-END-OF-FILE VALUE 'Y'.

       01 GRACE-QAW-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-QAW-END-OF-FILE VALUE 'Y'.

      *Dates that are not business days, off the calendar.
       01 GRACE-QAR-CAL-CTL.
           05 GRACE-QAR-CAL-USED PIC 9(03) VALUE ZERO.
           05 GRACE-QAR-CAL-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-QAR-CAL-LOW PIC 9(08) VALUE ZERO.
           05 GRACE-QAR-CAL-HIGH PIC 9(08) VALUE ZERO.
           05 GRACE-QAR-CAL-TABLE OCCURS 400 TIMES.
               10 GRACE-QAR-CAL-OFF-DATE PIC 9(08).

      *The week reported and the business-day measure.
       01 GRACE-QAR-DATES.
           05 GRACE-QAR-WEEK-START PIC 9(08) VALUE ZERO.
           05 GRACE-QAR-DAY PIC 9(08) VALUE ZERO.
           05 GRACE-QAR-UNTIL PIC 9(08) VALUE ZERO.
           05 GRACE-QAR-BUSINESS-DAYS PIC 9(02) VALUE ZERO.
           05 GRACE-QAR-WEEKDAY PIC 9(01) VALUE ZERO.
           05 GRACE-QAR-DAY-OFF-SW PIC X(01) VALUE 'N'.
               88 GRACE-QAR-DAY-OFF VALUE 'Y'.

      *One entry per site seen in the week.
       01 GRACE-QAR-SITE-CTL.
           05 GRACE-QAR-SITE-USED PIC 9(03) VALUE ZERO.
           05 GRACE-QAR-SITE-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-QAR-SITE-FOUND PIC 9(03) VALUE ZERO.
           05 GRACE-QAR-SITE-WANTED PIC X(02) VALUE SPACES.
           05 GRACE-QAR-SITE-TABLE OCCURS 50 TIMES.
               10 GRACE-QAR-SITE-CODE PIC X(02).
               10 GRACE-QAR-SITE-APPLIED PIC 9(08).
               10 GRACE-QAR-SITE-SAMPLED PIC 9(08).
               10 GRACE-QAR-SITE-REVIEWED PIC 9(08).
               10 GRACE-QAR-SITE-ERRORS PIC 9(08).

       01 GRACE-QAR-TOTALS.
           05 GRACE-QAR-TOT-APPLIED PIC 9(08) VALUE ZERO.
           05 GRACE-QAR-TOT-SAMPLED PIC 9(08) VALUE ZERO.
           05 GRACE-QAR-TOT-REVIEWED PIC 9(08) VALUE ZERO.
           05 GRACE-QAR-TOT-ERRORS PIC 9(08) VALUE ZERO.
           05 GRACE-QAR-OVERDUE-COUNT PIC 9(06) VALUE ZERO.

       01 GRACE-QAR-PERCENT PIC 9(03)V9(02) VALUE ZERO.
       01 GRACE-QAR-PERCENT-ED PIC ZZ9.99 VALUE ZERO.
       01 GRACE-QAR-PERCENT-2-ED PIC ZZ9.99 VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEQAR" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           COMPUTE GRACE-QAR-WEEK-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(GRACE-CYC-DATE) - 6).
           DISPLAY "QA SAMPLE REPORT FOR THE WEEK "
               GRACE-QAR-WEEK-START " TO " GRACE-CYC-DATE.
           PERFORM 1000-LOAD-CALENDAR.
           PERFORM 2000-COUNT-THE-WEEKS-POSTINGS.
           OPEN INPUT GRACE-QAW-FILE.
           IF GRACE-QAW-NOT-FOUND
               DISPLAY "GRACEQAW NOT FOUND - NOTHING SAMPLED"
           ELSE
               DISPLAY "NOT REVIEWED WITHIN TWO BUSINESS DAYS:"
               PERFORM 3000-WORK-THE-WORKLIST
               CLOSE GRACE-QAW-FILE
           END-IF.
           PERFORM 6000-PRINT-SITE-REPORT.
           IF GRACE-QAR-OVERDUE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE GRACE-QAR-TOT-SAMPLED TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

      *----------------------------------------------------------
      * 1000-LOAD-CALENDAR keeps the dates that are not business
      * days. Past the 400th such date the rest are treated by the
      * weekend rule, and the span is cut to what was kept.
      *----------------------------------------------------------
       1000-LOAD-CALENDAR.
           OPEN INPUT GRACE-CAL-FILE.
           IF GRACE-CAL-NOT-FOUND
               DISPLAY "GRACECAL ABSENT - ONLY WEEKENDS ARE OFF"
           ELSE
               PERFORM 1050-READ-CALENDAR-CARD
               PERFORM 1100-STORE-CALENDAR-CARD
                   UNTIL GRACE-CAL-END-OF-FILE
               CLOSE GRACE-CAL-FILE
           END-IF.

       1050-READ-CALENDAR-CARD.
           READ GRACE-CAL-FILE
               AT END
                   SET GRACE-CAL-END-OF-FILE TO TRUE
           END-READ.

       1100-STORE-CALENDAR-CARD.
           IF GRACE-CAL-DATE NUMERIC
               IF GRACE-QAR-CAL-LOW = ZERO
                       OR GRACE-CAL-DATE < GRACE-QAR-CAL-LOW
                   MOVE GRACE-CAL-DATE TO GRACE-QAR-CAL-LOW
               END-IF
               IF GRACE-CAL-DATE > GRACE-QAR-CAL-HIGH
                       AND GRACE-QAR-CAL-USED < 400
                   MOVE GRACE-CAL-DATE TO GRACE-QAR-CAL-HIGH
               END-IF
               IF GRACE-CAL-DAY-TYPE NOT = 'B'
                   IF GRACE-QAR-CAL-USED < 400
                       ADD 1 TO GRACE-QAR-CAL-USED
                       MOVE GRACE-CAL-DATE TO
                           GRACE-QAR-CAL-OFF-DATE(GRACE-QAR-CAL-USED)
                   END-IF
               END-IF
           END-IF.
           PERFORM 1050-READ-CALENDAR-CARD.

       2000-COUNT-THE-WEEKS-POSTINGS.
           OPEN INPUT GRACE-PHS-FILE.
           IF GRACE-PHS-NOT-FOUND
               DISPLAY "GRACEPHS NOT FOUND - NOTHING POSTED"
           ELSE
               MOVE LOW-VALUES TO GRACE-PHS-KEY
               START GRACE-PHS-FILE
                   KEY IS >= GRACE-PHS-KEY
                   INVALID KEY
                       SET GRACE-PHS-END-OF-FILE TO TRUE
               END-START
               PERFORM 2050-READ-HISTORY
               PERFORM 2100-COUNT-ONE-ENTRY
                   UNTIL GRACE-PHS-END-OF-FILE
               CLOSE GRACE-PHS-FILE
           END-IF.

       2050-READ-HISTORY.
           IF NOT GRACE-PHS-END-OF-FILE
               READ GRACE-PHS-FILE NEXT RECORD
                   AT END
                       SET GRACE-PHS-END-OF-FILE TO TRUE
               END-READ
           END-IF.

       2100-COUNT-ONE-ENTRY.
           IF GRACE-PHS-POST-DATE >= GRACE-QAR-WEEK-START
                   AND GRACE-PHS-POST-DATE <= GRACE-CYC-DATE
               MOVE GRACE-PHS-SITE-CODE TO GRACE-QAR-SITE-WANTED
               PERFORM 4000-FIND-SITE
               IF GRACE-QAR-SITE-FOUND > ZERO
                   ADD 1 TO GRACE-QAR-SITE-APPLIED(GRACE-QAR-SITE-FOUND)
               END-IF
               ADD 1 TO GRACE-QAR-TOT-APPLIED
           END-IF.
           PERFORM 2050-READ-HISTORY.

      *----------------------------------------------------------
      * 3000-WORK-THE-WORKLIST counts the week's sample by site
      * and lists any item of any week reviewed late or not yet.
      *----------------------------------------------------------
       3000-WORK-THE-WORKLIST.
           MOVE LOW-VALUES TO GRACE-QAW-KEY.
           START GRACE-QAW-FILE
               KEY IS >= GRACE-QAW-KEY
               INVALID KEY
                   SET GRACE-QAW-END-OF-FILE TO TRUE
           END-START.
           PERFORM 3050-READ-ITEM.
           PERFORM 3100-WORK-ONE-ITEM
               UNTIL GRACE-QAW-END-OF-FILE.

       3050-READ-ITEM.
           IF NOT GRACE-QAW-END-OF-FILE
               READ GRACE-QAW-FILE NEXT RECORD
                   AT END
                       SET GRACE-QAW-END-OF-FILE TO TRUE
               END-READ
           END-IF.

       3100-WORK-ONE-ITEM.
           IF GRACE-QAW-POST-DATE >= GRACE-QAR-WEEK-START
                   AND GRACE-QAW-POST-DATE <= GRACE-CYC-DATE
               MOVE GRACE-QAW-SITE-CODE TO GRACE-QAR-SITE-WANTED
               PERFORM 4000-FIND-SITE
               ADD 1 TO GRACE-QAR-TOT-SAMPLED
               IF GRACE-QAR-SITE-FOUND > ZERO
                   ADD 1 TO GRACE-QAR-SITE-SAMPLED(GRACE-QAR-SITE-FOUND)
               END-IF
               IF NOT GRACE-QAW-OPEN
                   ADD 1 TO GRACE-QAR-TOT-REVIEWED
                   IF GRACE-QAR-SITE-FOUND > ZERO
                       ADD 1 TO
                           GRACE-QAR-SITE-REVIEWED(GRACE-QAR-SITE-FOUND)
                   END-IF
               END-IF
               IF GRACE-QAW-IN-ERROR
                   ADD 1 TO GRACE-QAR-TOT-ERRORS
                   IF GRACE-QAR-SITE-FOUND > ZERO
                       ADD 1 TO
                           GRACE-QAR-SITE-ERRORS(GRACE-QAR-SITE-FOUND)
                   END-IF
               END-IF
           END-IF.
           PERFORM 3200-CHECK-TIMELINESS.
           PERFORM 3050-READ-ITEM.

      *An open item is measured to the cycle date, a reviewed one
      *from the week to its review date.
       3200-CHECK-TIMELINESS.
           MOVE ZERO TO GRACE-QAR-UNTIL.
           IF GRACE-QAW-OPEN
               IF GRACE-QAW-POST-DATE < GRACE-CYC-DATE
                   MOVE GRACE-CYC-DATE TO GRACE-QAR-UNTIL
               END-IF
           ELSE
               IF GRACE-QAW-POST-DATE >= GRACE-QAR-WEEK-START
                       AND GRACE-QAW-POST-DATE <= GRACE-CYC-DATE
                       AND GRACE-QAW-REVIEW-DATE
                           > GRACE-QAW-POST-DATE
                   MOVE GRACE-QAW-REVIEW-DATE TO GRACE-QAR-UNTIL
               END-IF
           END-IF.
           IF GRACE-QAR-UNTIL > ZERO
               PERFORM 5000-COUNT-BUSINESS-DAYS
               IF GRACE-QAR-BUSINESS-DAYS > 2
                   ADD 1 TO GRACE-QAR-OVERDUE-COUNT
                   IF GRACE-QAW-OPEN
                       DISPLAY "  " GRACE-QAW-SOURCE " "
                           GRACE-QAW-POST-DATE " " GRACE-QAW-CYCLE
                           " " GRACE-QAW-SEQ " SITE "
                           GRACE-QAW-SITE-CODE " STILL OPEN"
                   ELSE
                       DISPLAY "  " GRACE-QAW-SOURCE " "
                           GRACE-QAW-POST-DATE " " GRACE-QAW-CYCLE
                           " " GRACE-QAW-SEQ " SITE "
                           GRACE-QAW-SITE-CODE " REVIEWED "
                           GRACE-QAW-REVIEW-DATE " BY "
                           GRACE-QAW-REVIEWER-ID
                   END-IF
               END-IF
           END-IF.

      *A site past the fiftieth is counted in the totals only.
       4000-FIND-SITE.
           MOVE ZERO TO GRACE-QAR-SITE-FOUND.
           PERFORM 4050-MATCH-ONE-SITE
               VARYING GRACE-QAR-SITE-IDX FROM 1 BY 1
               UNTIL GRACE-QAR-SITE-IDX > GRACE-QAR-SITE-USED
                  OR GRACE-QAR-SITE-FOUND > ZERO.
           IF GRACE-QAR-SITE-FOUND = ZERO
                   AND GRACE-QAR-SITE-USED < 50
               ADD 1 TO GRACE-QAR-SITE-USED
               MOVE GRACE-QAR-SITE-USED TO GRACE-QAR-SITE-FOUND
               MOVE GRACE-QAR-SITE-WANTED
                   TO GRACE-QAR-SITE-CODE(GRACE-QAR-SITE-FOUND)
               MOVE ZERO
                   TO GRACE-QAR-SITE-APPLIED(GRACE-QAR-SITE-FOUND)
               MOVE ZERO
                   TO GRACE-QAR-SITE-SAMPLED(GRACE-QAR-SITE-FOUND)
               MOVE ZERO
                   TO GRACE-QAR-SITE-REVIEWED(GRACE-QAR-SITE-FOUND)
               MOVE ZERO
                   TO GRACE-QAR-SITE-ERRORS(GRACE-QAR-SITE-FOUND)
           END-IF.

       4050-MATCH-ONE-SITE.
           IF GRACE-QAR-SITE-CODE(GRACE-QAR-SITE-IDX)
                   = GRACE-QAR-SITE-WANTED
               MOVE GRACE-QAR-SITE-IDX TO GRACE-QAR-SITE-FOUND
           END-IF.

      *----------------------------------------------------------
      * 5000-COUNT-BUSINESS-DAYS counts the business days after
      * the item was sampled up to and including the end date -
      * no further than three, which is enough to call it late.
      *----------------------------------------------------------
       5000-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO GRACE-QAR-BUSINESS-DAYS.
           MOVE GRACE-QAW-POST-DATE TO GRACE-QAR-DAY.
           PERFORM 5050-STEP-ONE-DAY
               UNTIL GRACE-QAR-DAY >= GRACE-QAR-UNTIL
                  OR GRACE-QAR-BUSINESS-DAYS > 2.

       5050-STEP-ONE-DAY.
           COMPUTE GRACE-QAR-DAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(GRACE-QAR-DAY) + 1).
           PERFORM 5100-CHECK-DAY-OFF.
           IF NOT GRACE-QAR-DAY-OFF
               ADD 1 TO GRACE-QAR-BUSINESS-DAYS
           END-IF.

       5100-CHECK-DAY-OFF.
           MOVE 'N' TO GRACE-QAR-DAY-OFF-SW.
           IF GRACE-QAR-DAY >= GRACE-QAR-CAL-LOW
                   AND GRACE-QAR-DAY <= GRACE-QAR-CAL-HIGH
               PERFORM 5150-MATCH-ONE-DAY-OFF
                   VARYING GRACE-QAR-CAL-IDX FROM 1 BY 1
                   UNTIL GRACE-QAR-CAL-IDX > GRACE-QAR-CAL-USED
                      OR GRACE-QAR-DAY-OFF
           ELSE
               COMPUTE GRACE-QAR-WEEKDAY = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(GRACE-QAR-DAY) - 1,
                   7)
               IF GRACE-QAR-WEEKDAY >= 5
                   SET GRACE-QAR-DAY-OFF TO TRUE
               END-IF
           END-IF.

       5150-MATCH-ONE-DAY-OFF.
           IF GRACE-QAR-CAL-OFF-DATE(GRACE-QAR-CAL-IDX)
                   = GRACE-QAR-DAY
               SET GRACE-QAR-DAY-OFF TO TRUE
           END-IF.

       6000-PRINT-SITE-REPORT.
           DISPLAY "SITE   APPLIED  SAMPLED COVERAGE% "
               "REVIEWED   ERRORS  ERROR%".
           PERFORM 6100-PRINT-ONE-SITE
               VARYING GRACE-QAR-SITE-IDX FROM 1 BY 1
               UNTIL GRACE-QAR-SITE-IDX > GRACE-QAR-SITE-USED.
           MOVE ZERO TO GRACE-QAR-PERCENT.
           IF GRACE-QAR-TOT-APPLIED > ZERO
               COMPUTE GRACE-QAR-PERCENT ROUNDED =
                   GRACE-QAR-TOT-SAMPLED * 100
                   / GRACE-QAR-TOT-APPLIED
           END-IF.
           MOVE GRACE-QAR-PERCENT TO GRACE-QAR-PERCENT-ED.
           MOVE ZERO TO GRACE-QAR-PERCENT.
           IF GRACE-QAR-TOT-REVIEWED > ZERO
               COMPUTE GRACE-QAR-PERCENT ROUNDED =
                   GRACE-QAR-TOT-ERRORS * 100
                   / GRACE-QAR-TOT-REVIEWED
           END-IF.
           MOVE GRACE-QAR-PERCENT TO GRACE-QAR-PERCENT-2-ED.
           DISPLAY "ALL  " GRACE-QAR-TOT-APPLIED " "
               GRACE-QAR-TOT-SAMPLED "    " GRACE-QAR-PERCENT-ED
               " " GRACE-QAR-TOT-REVIEWED " " GRACE-QAR-TOT-ERRORS
               "  " GRACE-QAR-PERCENT-2-ED.
           DISPLAY "ITEMS NOT REVIEWED WITHIN TWO BUSINESS DAYS: "
               GRACE-QAR-OVERDUE-COUNT.

       6100-PRINT-ONE-SITE.
           MOVE ZERO TO GRACE-QAR-PERCENT.
           IF GRACE-QAR-SITE-APPLIED(GRACE-QAR-SITE-IDX) > ZERO
               COMPUTE GRACE-QAR-PERCENT ROUNDED =
                   GRACE-QAR-SITE-SAMPLED(GRACE-QAR-SITE-IDX) * 100
                   / GRACE-QAR-SITE-APPLIED(GRACE-QAR-SITE-IDX)
           END-IF.
           MOVE GRACE-QAR-PERCENT TO GRACE-QAR-PERCENT-ED.
           MOVE ZERO TO GRACE-QAR-PERCENT.
           IF GRACE-QAR-SITE-REVIEWED(GRACE-QAR-SITE-IDX) > ZERO
               COMPUTE GRACE-QAR-PERCENT ROUNDED =
                   GRACE-QAR-SITE-ERRORS(GRACE-QAR-SITE-IDX) * 100
                   / GRACE-QAR-SITE-REVIEWED(GRACE-QAR-SITE-IDX)
           END-IF.
           MOVE GRACE-QAR-PERCENT TO GRACE-QAR-PERCENT-2-ED.
           DISPLAY GRACE-QAR-SITE-CODE(GRACE-QAR-SITE-IDX) "   "
               GRACE-QAR-SITE-APPLIED(GRACE-QAR-SITE-IDX) " "
               GRACE-QAR-SITE-SAMPLED(GRACE-QAR-SITE-IDX) "    "
               GRACE-QAR-PERCENT-ED " "
               GRACE-QAR-SITE-REVIEWED(GRACE-QAR-SITE-IDX) " "
               GRACE-QAR-SITE-ERRORS(GRACE-QAR-SITE-IDX) "  "
               GRACE-QAR-PERCENT-2-ED.

           COPY GRACERPTP.

           COPY GRACECYCP.
