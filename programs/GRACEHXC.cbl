       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEHXC.
      *----------------------------------------------------------
      * GRACEHXC is the nightly agreement check between the
      * sequential histories and their keyed companions:
      *
      *   GRACERUN against GRACERNX
      *   GRACEEXC against GRACEEXX
      *
      * The period and trend reports read only the companion's
      * date range, so a companion that has drifted - a logging
      * run that could not reach GRACEHXL, a GRACEARC trim not
      * followed by a GRACEHXB rebuild - would quietly short
      * them. Both sides are counted per run date and cycle and
      * in total; every date/cycle whose counts differ is listed,
      * each history out of step raises a GRACEALM morning-review
      * line naming GRACEHXB as the fix, and the step ends RC=8.
      * Agreement ends RC=0.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-RUNC-FILE ASSIGN TO GRACERUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RUNC-STATUS.
           SELECT GRACE-EXC-FILE ASSIGN TO GRACEEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-EXC-STATUS.
           SELECT GRACE-RNX-FILE ASSIGN TO GRACERNX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-RNX-KEY
               FILE STATUS IS GRACE-RNX-STATUS.
           SELECT GRACE-EXX-FILE ASSIGN TO GRACEEXX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-EXX-KEY
               FILE STATUS IS GRACE-EXX-STATUS.
           SELECT GRACE-ALM-FILE ASSIGN TO GRACEALM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-ALM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-RUNC-FILE
           RECORDING MODE IS F.
           COPY GRACERUNC.

       FD  GRACE-EXC-FILE
           RECORDING MODE IS F.
           COPY GRACEEXC.

       FD  GRACE-RNX-FILE.
           COPY GRACERNX.

       FD  GRACE-EXX-FILE.
           COPY GRACEEXX.

       FD  GRACE-ALM-FILE
           RECORDING MODE IS F.
       01 GRACE-ALM-REC PIC X(80).

       WORKING-STORAGE SECTION.
           COPY GRACEHXH.

       01 GRACE-RUNC-STATUS PIC X(02).
           88 GRACE-RUNC-NOT-FOUND VALUE '35'.

       01 GRACE-EXC-STATUS PIC X(02).
           88 GRACE-EXC-NOT-FOUND VALUE '35'.

       01 GRACE-ALM-STATUS PIC X(02).
           88 GRACE-ALM-NOT-FOUND VALUE '35'.

       01 GRACE-HXC-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-HXC-END-OF-FILE VALUE 'Y'.

      *One slot per run date and cycle seen on either side.
       01 GRACE-HXC-TABLE-CTL.
           05 GRACE-HXC-USED PIC 9(04) VALUE ZERO.
           05 GRACE-HXC-IDX PIC 9(04) VALUE ZERO.
           05 GRACE-HXC-FOUND PIC 9(04) VALUE ZERO.
           05 GRACE-HXC-FULL-SW PIC X(01) VALUE 'N'.
               88 GRACE-HXC-TABLE-FULL VALUE 'Y'.
           05 GRACE-HXC-TABLE OCCURS 1500 TIMES.
               10 GRACE-HXC-DATE PIC 9(08).
               10 GRACE-HXC-CYCLE PIC 9(02).
               10 GRACE-HXC-RUN-SEQ PIC 9(07).
               10 GRACE-HXC-RUN-IDX PIC 9(07).
               10 GRACE-HXC-EXC-SEQ PIC 9(07).
               10 GRACE-HXC-EXC-IDX PIC 9(07).

       01 GRACE-HXC-WANT-DATE PIC 9(08) VALUE ZERO.
       01 GRACE-HXC-WANT-CYCLE PIC 9(02) VALUE ZERO.

       01 GRACE-HXC-TOTALS.
           05 GRACE-HXC-TOT-RUN-SEQ PIC 9(08) VALUE ZERO.
           05 GRACE-HXC-TOT-RUN-IDX PIC 9(08) VALUE ZERO.
           05 GRACE-HXC-TOT-EXC-SEQ PIC 9(08) VALUE ZERO.
           05 GRACE-HXC-TOT-EXC-IDX PIC 9(08) VALUE ZERO.
           05 GRACE-HXC-RUN-BAD PIC 9(04) VALUE ZERO.
           05 GRACE-HXC-EXC-BAD PIC 9(04) VALUE ZERO.

       01 GRACE-HXC-TODAY PIC 9(08) VALUE ZERO.
       01 GRACE-HXC-ALERT-TEXT PIC X(60) VALUE SPACES.
       01 GRACE-HXC-ALERT-LINE PIC X(80) VALUE SPACES.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEHXC" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           ACCEPT GRACE-HXC-TODAY FROM DATE YYYYMMDD.
           PERFORM 1000-COUNT-RUN-HISTORY.
           PERFORM 1500-COUNT-RUN-COMPANION.
           PERFORM 2000-COUNT-EXC-HISTORY.
           PERFORM 2500-COUNT-EXC-COMPANION.
           PERFORM 3000-COMPARE-COUNTS.
           PERFORM 4000-PRINT-TOTALS.
           MOVE GRACE-HXC-USED TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           IF GRACE-HXC-RUN-BAD > ZERO OR GRACE-HXC-EXC-BAD > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------
      * 1000-COUNT-RUN-HISTORY / 1500-COUNT-RUN-COMPANION count
      * GRACERUN and GRACERNX into the date/cycle slots. A side
      * that is not on file simply counts zero.
      *----------------------------------------------------------
       1000-COUNT-RUN-HISTORY.
           MOVE 'N' TO GRACE-HXC-EOF-SW.
           OPEN INPUT GRACE-RUNC-FILE.
           IF GRACE-RUNC-NOT-FOUND
               DISPLAY "GRACERUN NOT FOUND - COUNTED AS EMPTY"
           ELSE
               PERFORM 1100-READ-RUN-CONTROL
               PERFORM 1200-COUNT-ONE-RUN
                   UNTIL GRACE-HXC-END-OF-FILE
               CLOSE GRACE-RUNC-FILE
           END-IF.

       1100-READ-RUN-CONTROL.
           READ GRACE-RUNC-FILE
               AT END
                   SET GRACE-HXC-END-OF-FILE TO TRUE
           END-READ.

       1200-COUNT-ONE-RUN.
           ADD 1 TO GRACE-HXC-TOT-RUN-SEQ.
           MOVE GRACE-RUNC-DATE TO GRACE-HXC-WANT-DATE.
           MOVE GRACE-RUNC-CYCLE TO GRACE-HXC-WANT-CYCLE.
           PERFORM 5000-FIND-OR-ADD-SLOT.
           IF GRACE-HXC-FOUND > ZERO
               ADD 1 TO GRACE-HXC-RUN-SEQ(GRACE-HXC-FOUND)
           END-IF.
           PERFORM 1100-READ-RUN-CONTROL.

       1500-COUNT-RUN-COMPANION.
           MOVE 'N' TO GRACE-HXC-EOF-SW.
           OPEN INPUT GRACE-RNX-FILE.
           IF GRACE-RNX-OK
               PERFORM 1600-READ-RUN-COMPANION
               PERFORM 1700-COUNT-ONE-RUN-ENTRY
                   UNTIL GRACE-HXC-END-OF-FILE
               CLOSE GRACE-RNX-FILE
           ELSE
               DISPLAY "GRACERNX NOT AVAILABLE (STATUS "
                   GRACE-RNX-STATUS ") - COUNTED AS EMPTY"
           END-IF.

       1600-READ-RUN-COMPANION.
           READ GRACE-RNX-FILE NEXT RECORD
               AT END
                   SET GRACE-HXC-END-OF-FILE TO TRUE
           END-READ.

       1700-COUNT-ONE-RUN-ENTRY.
           ADD 1 TO GRACE-HXC-TOT-RUN-IDX.
           MOVE GRACE-RNX-DATE TO GRACE-HXC-WANT-DATE.
           MOVE GRACE-RNX-CYCLE TO GRACE-HXC-WANT-CYCLE.
           PERFORM 5000-FIND-OR-ADD-SLOT.
           IF GRACE-HXC-FOUND > ZERO
               ADD 1 TO GRACE-HXC-RUN-IDX(GRACE-HXC-FOUND)
           END-IF.
           PERFORM 1600-READ-RUN-COMPANION.

      *----------------------------------------------------------
      * 2000-COUNT-EXC-HISTORY / 2500-COUNT-EXC-COMPANION - the
      * same count for GRACEEXC and GRACEEXX.
      *----------------------------------------------------------
       2000-COUNT-EXC-HISTORY.
           MOVE 'N' TO GRACE-HXC-EOF-SW.
           OPEN INPUT GRACE-EXC-FILE.
           IF GRACE-EXC-NOT-FOUND
               DISPLAY "GRACEEXC NOT FOUND - COUNTED AS EMPTY"
           ELSE
               PERFORM 2100-READ-EXCEPTION
               PERFORM 2200-COUNT-ONE-EXCEPTION
                   UNTIL GRACE-HXC-END-OF-FILE
               CLOSE GRACE-EXC-FILE
           END-IF.

       2100-READ-EXCEPTION.
           READ GRACE-EXC-FILE
               AT END
                   SET GRACE-HXC-END-OF-FILE TO TRUE
           END-READ.

       2200-COUNT-ONE-EXCEPTION.
           ADD 1 TO GRACE-HXC-TOT-EXC-SEQ.
           MOVE GRACE-EXC-DATE TO GRACE-HXC-WANT-DATE.
           MOVE GRACE-EXC-CYCLE TO GRACE-HXC-WANT-CYCLE.
           PERFORM 5000-FIND-OR-ADD-SLOT.
           IF GRACE-HXC-FOUND > ZERO
               ADD 1 TO GRACE-HXC-EXC-SEQ(GRACE-HXC-FOUND)
           END-IF.
           PERFORM 2100-READ-EXCEPTION.

       2500-COUNT-EXC-COMPANION.
           MOVE 'N' TO GRACE-HXC-EOF-SW.
           OPEN INPUT GRACE-EXX-FILE.
           IF GRACE-EXX-OK
               PERFORM 2600-READ-EXC-COMPANION
               PERFORM 2700-COUNT-ONE-EXC-ENTRY
                   UNTIL GRACE-HXC-END-OF-FILE
               CLOSE GRACE-EXX-FILE
           ELSE
               DISPLAY "GRACEEXX NOT AVAILABLE (STATUS "
                   GRACE-EXX-STATUS ") - COUNTED AS EMPTY"
           END-IF.

       2600-READ-EXC-COMPANION.
           READ GRACE-EXX-FILE NEXT RECORD
               AT END
                   SET GRACE-HXC-END-OF-FILE TO TRUE
           END-READ.

       2700-COUNT-ONE-EXC-ENTRY.
           ADD 1 TO GRACE-HXC-TOT-EXC-IDX.
           MOVE GRACE-EXX-DATE TO GRACE-HXC-WANT-DATE.
           MOVE GRACE-EXX-CYCLE TO GRACE-HXC-WANT-CYCLE.
           PERFORM 5000-FIND-OR-ADD-SLOT.
           IF GRACE-HXC-FOUND > ZERO
               ADD 1 TO GRACE-HXC-EXC-IDX(GRACE-HXC-FOUND)
           END-IF.
           PERFORM 2600-READ-EXC-COMPANION.

      *----------------------------------------------------------
      * 3000-COMPARE-COUNTS lists every date/cycle out of step
      * and raises one alert per history that disagrees. With the
      * slot table full the per-date listing is partial, but the
      * totals are still compared in full.
      *----------------------------------------------------------
       3000-COMPARE-COUNTS.
           DISPLAY "DATE     CY  GRACERUN  GRACERNX  GRACEEXC  "
               "GRACEEXX".
           PERFORM 3100-COMPARE-ONE-SLOT
               VARYING GRACE-HXC-IDX FROM 1 BY 1
               UNTIL GRACE-HXC-IDX > GRACE-HXC-USED.
           IF GRACE-HXC-TABLE-FULL
               DISPLAY "*** DATE/CYCLE TABLE FULL - LISTING ABOVE "
                   "IS PARTIAL, TOTALS BELOW ARE COMPLETE ***"
           END-IF.
           IF GRACE-HXC-TOT-RUN-SEQ NOT = GRACE-HXC-TOT-RUN-IDX
                   AND GRACE-HXC-RUN-BAD = ZERO
               ADD 1 TO GRACE-HXC-RUN-BAD
           END-IF.
           IF GRACE-HXC-TOT-EXC-SEQ NOT = GRACE-HXC-TOT-EXC-IDX
                   AND GRACE-HXC-EXC-BAD = ZERO
               ADD 1 TO GRACE-HXC-EXC-BAD
           END-IF.
           IF GRACE-HXC-RUN-BAD > ZERO
               MOVE "GRACERNX OUT OF STEP WITH GRACERUN - RUN GRACEHXB"
                   TO GRACE-HXC-ALERT-TEXT
               PERFORM 3500-WRITE-ALERT
           END-IF.
           IF GRACE-HXC-EXC-BAD > ZERO
               MOVE "GRACEEXX OUT OF STEP WITH GRACEEXC - RUN GRACEHXB"
                   TO GRACE-HXC-ALERT-TEXT
               PERFORM 3500-WRITE-ALERT
           END-IF.

       3100-COMPARE-ONE-SLOT.
           IF GRACE-HXC-RUN-SEQ(GRACE-HXC-IDX)
                   NOT = GRACE-HXC-RUN-IDX(GRACE-HXC-IDX)
                   OR GRACE-HXC-EXC-SEQ(GRACE-HXC-IDX)
                   NOT = GRACE-HXC-EXC-IDX(GRACE-HXC-IDX)
               DISPLAY GRACE-HXC-DATE(GRACE-HXC-IDX) " "
                   GRACE-HXC-CYCLE(GRACE-HXC-IDX) "  "
                   GRACE-HXC-RUN-SEQ(GRACE-HXC-IDX) "   "
                   GRACE-HXC-RUN-IDX(GRACE-HXC-IDX) "   "
                   GRACE-HXC-EXC-SEQ(GRACE-HXC-IDX) "   "
                   GRACE-HXC-EXC-IDX(GRACE-HXC-IDX) "  ***"
           END-IF.
           IF GRACE-HXC-RUN-SEQ(GRACE-HXC-IDX)
                   NOT = GRACE-HXC-RUN-IDX(GRACE-HXC-IDX)
               ADD 1 TO GRACE-HXC-RUN-BAD
           END-IF.
           IF GRACE-HXC-EXC-SEQ(GRACE-HXC-IDX)
                   NOT = GRACE-HXC-EXC-IDX(GRACE-HXC-IDX)
               ADD 1 TO GRACE-HXC-EXC-BAD
           END-IF.

      *----------------------------------------------------------
      * 3500-WRITE-ALERT - a morning-review line on the GRACEALM
      * feed, in GRACEALR's layout, appended so the nightly
      * feed's own lines are left alone.
      *----------------------------------------------------------
       3500-WRITE-ALERT.
           MOVE SPACES TO GRACE-HXC-ALERT-LINE.
           STRING "M " DELIMITED BY SIZE
               GRACE-HXC-TODAY DELIMITED BY SIZE
               " GRACEHXC " DELIMITED BY SIZE
               GRACE-HXC-ALERT-TEXT DELIMITED BY SIZE
               INTO GRACE-HXC-ALERT-LINE
           END-STRING.
           OPEN EXTEND GRACE-ALM-FILE.
           IF GRACE-ALM-NOT-FOUND
               OPEN OUTPUT GRACE-ALM-FILE
           END-IF.
           WRITE GRACE-ALM-REC FROM GRACE-HXC-ALERT-LINE.
           CLOSE GRACE-ALM-FILE.
           DISPLAY "ALERT: " GRACE-HXC-ALERT-TEXT.

       4000-PRINT-TOTALS.
           DISPLAY "TOTAL    GRACERUN " GRACE-HXC-TOT-RUN-SEQ
               "  GRACERNX " GRACE-HXC-TOT-RUN-IDX
               "  DATE/CYCLES OUT OF STEP " GRACE-HXC-RUN-BAD.
           DISPLAY "TOTAL    GRACEEXC " GRACE-HXC-TOT-EXC-SEQ
               "  GRACEEXX " GRACE-HXC-TOT-EXC-IDX
               "  DATE/CYCLES OUT OF STEP " GRACE-HXC-EXC-BAD.
           IF GRACE-HXC-RUN-BAD = ZERO AND GRACE-HXC-EXC-BAD = ZERO
               DISPLAY "HISTORIES AND COMPANIONS AGREE"
           END-IF.

      *----------------------------------------------------------
      * 5000-FIND-OR-ADD-SLOT - the histories are logged in date
      * order, so the slot just used is tried before the table is
      * searched.
      *----------------------------------------------------------
       5000-FIND-OR-ADD-SLOT.
           MOVE ZERO TO GRACE-HXC-FOUND.
           IF GRACE-HXC-IDX > ZERO
                   AND GRACE-HXC-IDX <= GRACE-HXC-USED
               IF GRACE-HXC-DATE(GRACE-HXC-IDX) = GRACE-HXC-WANT-DATE
                       AND GRACE-HXC-CYCLE(GRACE-HXC-IDX)
                       = GRACE-HXC-WANT-CYCLE
                   MOVE GRACE-HXC-IDX TO GRACE-HXC-FOUND
               END-IF
           END-IF.
           IF GRACE-HXC-FOUND = ZERO
               PERFORM 5100-MATCH-SLOT
                   VARYING GRACE-HXC-IDX FROM 1 BY 1
                   UNTIL GRACE-HXC-IDX > GRACE-HXC-USED
                   OR GRACE-HXC-FOUND > ZERO
           END-IF.
           IF GRACE-HXC-FOUND = ZERO
               IF GRACE-HXC-USED < 1500
                   ADD 1 TO GRACE-HXC-USED
                   MOVE GRACE-HXC-WANT-DATE
                       TO GRACE-HXC-DATE(GRACE-HXC-USED)
                   MOVE GRACE-HXC-WANT-CYCLE
                       TO GRACE-HXC-CYCLE(GRACE-HXC-USED)
                   MOVE ZERO TO GRACE-HXC-RUN-SEQ(GRACE-HXC-USED)
                   MOVE ZERO TO GRACE-HXC-RUN-IDX(GRACE-HXC-USED)
                   MOVE ZERO TO GRACE-HXC-EXC-SEQ(GRACE-HXC-USED)
                   MOVE ZERO TO GRACE-HXC-EXC-IDX(GRACE-HXC-USED)
                   MOVE GRACE-HXC-USED TO GRACE-HXC-FOUND
               ELSE
                   SET GRACE-HXC-TABLE-FULL TO TRUE
               END-IF
           END-IF.
           MOVE GRACE-HXC-FOUND TO GRACE-HXC-IDX.

       5100-MATCH-SLOT.
           IF GRACE-HXC-DATE(GRACE-HXC-IDX) = GRACE-HXC-WANT-DATE
                   AND GRACE-HXC-CYCLE(GRACE-HXC-IDX)
                   = GRACE-HXC-WANT-CYCLE
               MOVE GRACE-HXC-IDX TO GRACE-HXC-FOUND
           END-IF.

           COPY GRACERPTP.
