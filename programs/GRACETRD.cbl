      * program whose recent grid turns all-PASS gets its ticket
      * marked PROPOSED for closure here, and GRACETOV prints the
      * open tickets on the turnover.
      *
      * With the keyed companions (GRACERNX, GRACEEXX) on hand the
      * history is not read from the top: the first pass reads
      * one entry per run date, and the grid pass and the symptom
      * lookup read only the window's dates. Without them the
      * whole history is read as before.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT GRACE-RUNC-FILE ASSIGN TO GRACERUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RUNC-STATUS.
           SELECT GRACE-RNX-FILE ASSIGN TO GRACERNX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-RNX-KEY
               FILE STATUS IS GRACE-RNX-STATUS.
           SELECT GRACE-PTK-FILE ASSIGN TO GRACEPTK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-PTK-STATUS.
           SELECT GRACE-EXC-FILE ASSIGN TO GRACEEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-EXC-STATUS.
           SELECT GRACE-EXX-FILE ASSIGN TO GRACEEXX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-EXX-KEY
               FILE STATUS IS GRACE-EXX-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY GRACERUNC.

       FD  GRACE-RNX-FILE.
           COPY GRACERNX.

      *Problem ticket - one per chronic program, worked by the
      *GRACEPTS screen. Status O open, A assigned, P proposed
      *for closure, C closed.
           RECORDING MODE IS F.
           COPY GRACEEXC.

       FD  GRACE-EXX-FILE.
           COPY GRACEEXX.

       WORKING-STORAGE SECTION.
           COPY GRACEHXH.

       01 GRACE-TRP-STATUS PIC X(02).
           88 GRACE-TRP-OK VALUE '00'.
           88 GRACE-TRP-NOT-FOUND VALUE '35'.
      * GRACERUN history, keeping the most recent distinct run
      * dates in newest-first order. Dates older than the window
      * fall off the bottom of the table as newer ones push in.
      * On the index each date's remaining entries are skipped,
      * so the pass costs one read per run date.
      *----------------------------------------------------------
       2000-COLLECT-RUN-DATES.
           MOVE ZERO TO GRACE-HXR-RUN-FROM.
           MOVE 99999999 TO GRACE-HXR-RUN-TO.
           PERFORM 9620-OPEN-RUN-RANGE.
           IF GRACE-HXR-RUN-MISSING
               DISPLAY "GRACERUN NOT FOUND - NO HISTORY TO TREND"
               SET GRACE-RUNC-END-OF-FILE TO TRUE
           ELSE
               PERFORM 2100-READ-RUN-CONTROL
               PERFORM 2200-NOTE-RUN-DATE
                   UNTIL GRACE-RUNC-END-OF-FILE
               PERFORM 9640-CLOSE-RUN-RANGE
           END-IF.

       2100-READ-RUN-CONTROL.
           PERFORM 9630-READ-RUN-RANGE.
           IF NOT GRACE-RUNC-END-OF-FILE
               ADD 1 TO GRACE-TRD-HIST-COUNT
           END-IF.

       2200-NOTE-RUN-DATE.
           MOVE ZERO TO GRACE-TRD-DATE-FOUND-IDX.
           IF GRACE-TRD-DATE-FOUND-IDX = ZERO
               PERFORM 2300-INSERT-RUN-DATE
           END-IF.
           PERFORM 9650-SKIP-PAST-RUN-DATE.
           PERFORM 2100-READ-RUN-CONTROL.

       2250-MATCH-RUN-DATE.
      *----------------------------------------------------------
       3000-BUILD-OUTCOME-GRID.
           IF GRACE-TRD-DATE-USED > ZERO
               MOVE GRACE-TRD-DATE(GRACE-TRD-DATE-USED)
                   TO GRACE-HXR-RUN-FROM
               MOVE GRACE-TRD-DATE(1) TO GRACE-HXR-RUN-TO
               PERFORM 9620-OPEN-RUN-RANGE
               PERFORM 3100-READ-RUN-CONTROL
               PERFORM 3200-GRID-ONE-RECORD
                   UNTIL GRACE-RUNC-END-OF-FILE
               PERFORM 9640-CLOSE-RUN-RANGE
           END-IF.

       3100-READ-RUN-CONTROL.
           PERFORM 9630-READ-RUN-RANGE.

       3200-GRID-ONE-RECORD.
           MOVE ZERO TO GRACE-TRD-DATE-FOUND-IDX.
           END-IF.

      *The last GRACEEXC record for the program wins - the log is
      *append-only, and the index keeps one program's events in
      *date order as logged, so last seen is newest. On the index
      *only the window's dates are read - a chronic program's
      *symptom is one it logged while failing in the window.
       5400-FETCH-LATEST-SYMPTOM.
           MOVE "NO EXCEPTION ON RECORD"
               TO GRACE-TRD-SYMPTOM-WORK.
           MOVE GRACE-TRD-DATE(GRACE-TRD-DATE-USED)
               TO GRACE-HXR-EXC-FROM.
           MOVE GRACE-TRD-DATE(1) TO GRACE-HXR-EXC-TO.
           PERFORM 9660-OPEN-EXC-RANGE.
           IF GRACE-HXR-EXC-MISSING
               CONTINUE
           ELSE
               PERFORM 5450-READ-EXCEPTION
               PERFORM 5480-MATCH-EXCEPTION
                   UNTIL GRACE-EXC-END-OF-FILE
               PERFORM 9680-CLOSE-EXC-RANGE
           END-IF.

       5450-READ-EXCEPTION.
           PERFORM 9670-READ-EXC-RANGE.

       5480-MATCH-EXCEPTION.
           IF GRACE-EXC-PROGRAM
               TO GRACE-PTK-CLOSED-DATE.
           WRITE GRACE-PTK-REC.

           COPY GRACERNXP.

           COPY GRACEEXXP.

           COPY GRACERPTP.
