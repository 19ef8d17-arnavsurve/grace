       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEHXB.
      *----------------------------------------------------------
      * GRACEHXB builds the keyed history companions afresh from
      * the sequential histories:
      *
      *   GRACERUN -> GRACERNX  (date, cycle, program, sequence)
      *   GRACEEXC -> GRACEEXX  (date, cycle, program, sequence)
      *
      * Each companion is recreated empty and every record of its
      * history is entered through GRACEHXL - the same CALL the
      * shared log paragraphs make as records are logged, so a
      * built entry and a logged one are keyed alike.
      *
      * Run once to bring the companions into service, again
      * after GRACEARC trims the histories (the GRACEARC job runs
      * it as its second step), and whenever GRACEHXC reports the
      * two out of step. A history not on file builds an empty
      * companion at RC=4; a companion that cannot be created, or
      * a record that could not be entered, ends RC=8.
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

       WORKING-STORAGE SECTION.
           COPY GRACEHXH.

           COPY GRACELOGH.

       01 GRACE-RUNC-STATUS PIC X(02).
           88 GRACE-RUNC-NOT-FOUND VALUE '35'.

       01 GRACE-EXC-STATUS PIC X(02).
           88 GRACE-EXC-NOT-FOUND VALUE '35'.

       01 GRACE-RUNC-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-RUNC-END-OF-FILE VALUE 'Y'.

       01 GRACE-EXC-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-EXC-END-OF-FILE VALUE 'Y'.

       01 GRACE-HXB-COUNTS.
           05 GRACE-HXB-RUN-READ PIC 9(08) VALUE ZERO.
           05 GRACE-HXB-RUN-ENTERED PIC 9(08) VALUE ZERO.
           05 GRACE-HXB-EXC-READ PIC 9(08) VALUE ZERO.
           05 GRACE-HXB-EXC-ENTERED PIC 9(08) VALUE ZERO.
           05 GRACE-HXB-RC PIC 9(02) VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEHXB" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 1000-CREATE-COMPANIONS.
           IF GRACE-HXB-RC = 8
               PERFORM 0600-PRINT-GRACE-RPT-FOOTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-ENTER-RUN-HISTORY.
           PERFORM 3000-ENTER-EXC-HISTORY.
           MOVE 'C' TO GRACE-HXL-KIND.
           PERFORM 9000-CALL-HISTORY-INDEX.
           PERFORM 4000-PRINT-BUILD-TOTALS.
           COMPUTE GRACE-RPT-REC-COUNT =
               GRACE-HXB-RUN-ENTERED + GRACE-HXB-EXC-ENTERED.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           MOVE GRACE-HXB-RC TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------
      * 1000-CREATE-COMPANIONS recreates both companions empty,
      * so a rebuild never carries an entry the trimmed history
      * no longer holds.
      *----------------------------------------------------------
       1000-CREATE-COMPANIONS.
           OPEN OUTPUT GRACE-RNX-FILE.
           IF GRACE-RNX-OK
               CLOSE GRACE-RNX-FILE
           ELSE
               DISPLAY "*** GRACERNX CANNOT BE CREATED (STATUS "
                   GRACE-RNX-STATUS ") - NOTHING BUILT ***"
               MOVE 8 TO GRACE-HXB-RC
           END-IF.
           OPEN OUTPUT GRACE-EXX-FILE.
           IF GRACE-EXX-OK
               CLOSE GRACE-EXX-FILE
           ELSE
               DISPLAY "*** GRACEEXX CANNOT BE CREATED (STATUS "
                   GRACE-EXX-STATUS ") - NOTHING BUILT ***"
               MOVE 8 TO GRACE-HXB-RC
           END-IF.

       2000-ENTER-RUN-HISTORY.
           OPEN INPUT GRACE-RUNC-FILE.
           IF GRACE-RUNC-NOT-FOUND
               DISPLAY "GRACERUN NOT FOUND - GRACERNX BUILT EMPTY"
               PERFORM 9100-NOTE-WARNING
           ELSE
               PERFORM 2100-READ-RUN-CONTROL
               PERFORM 2200-ENTER-ONE-RUN
                   UNTIL GRACE-RUNC-END-OF-FILE
               CLOSE GRACE-RUNC-FILE
           END-IF.

       2100-READ-RUN-CONTROL.
           READ GRACE-RUNC-FILE
               AT END
                   SET GRACE-RUNC-END-OF-FILE TO TRUE
           END-READ.

       2200-ENTER-ONE-RUN.
           ADD 1 TO GRACE-HXB-RUN-READ.
           MOVE 'R' TO GRACE-HXL-KIND.
           MOVE GRACE-RUNC-REC TO GRACE-HXL-RECORD.
           PERFORM 9000-CALL-HISTORY-INDEX.
           IF GRACE-HXL-RESULT = 'Y'
               ADD 1 TO GRACE-HXB-RUN-ENTERED
           END-IF.
           PERFORM 2100-READ-RUN-CONTROL.

       3000-ENTER-EXC-HISTORY.
           OPEN INPUT GRACE-EXC-FILE.
           IF GRACE-EXC-NOT-FOUND
               DISPLAY "GRACEEXC NOT FOUND - GRACEEXX BUILT EMPTY"
               PERFORM 9100-NOTE-WARNING
           ELSE
               PERFORM 3100-READ-EXCEPTION
               PERFORM 3200-ENTER-ONE-EXCEPTION
                   UNTIL GRACE-EXC-END-OF-FILE
               CLOSE GRACE-EXC-FILE
           END-IF.

       3100-READ-EXCEPTION.
           READ GRACE-EXC-FILE
               AT END
                   SET GRACE-EXC-END-OF-FILE TO TRUE
           END-READ.

       3200-ENTER-ONE-EXCEPTION.
           ADD 1 TO GRACE-HXB-EXC-READ.
           MOVE 'E' TO GRACE-HXL-KIND.
           MOVE GRACE-EXC-REC TO GRACE-HXL-RECORD.
           PERFORM 9000-CALL-HISTORY-INDEX.
           IF GRACE-HXL-RESULT = 'Y'
               ADD 1 TO GRACE-HXB-EXC-ENTERED
           END-IF.
           PERFORM 3100-READ-EXCEPTION.

       4000-PRINT-BUILD-TOTALS.
           DISPLAY "GRACERUN RECORDS READ:    " GRACE-HXB-RUN-READ
               "  ENTERED ON GRACERNX: " GRACE-HXB-RUN-ENTERED.
           DISPLAY "GRACEEXC RECORDS READ:    " GRACE-HXB-EXC-READ
               "  ENTERED ON GRACEEXX: " GRACE-HXB-EXC-ENTERED.
           IF GRACE-HXB-RUN-ENTERED NOT = GRACE-HXB-RUN-READ
                   OR GRACE-HXB-EXC-ENTERED NOT = GRACE-HXB-EXC-READ
               DISPLAY "*** NOT EVERY RECORD WAS ENTERED - THE "
                   "COMPANIONS ARE INCOMPLETE ***"
               MOVE 8 TO GRACE-HXB-RC
           END-IF.

       9000-CALL-HISTORY-INDEX.
           MOVE 'N' TO GRACE-HXL-RESULT.
           IF NOT GRACE-HXL-MISSING
               CALL "GRACEHXL" USING GRACE-HXL-KIND
                   GRACE-HXL-RECORD GRACE-HXL-RESULT
                   ON EXCEPTION
                       SET GRACE-HXL-MISSING TO TRUE
                       DISPLAY "*** GRACEHXL NOT AVAILABLE - "
                           "NOTHING ENTERED ***"
               END-CALL
           END-IF.

       9100-NOTE-WARNING.
           IF GRACE-HXB-RC < 4
               MOVE 4 TO GRACE-HXB-RC
           END-IF.

           COPY GRACERPTP.
