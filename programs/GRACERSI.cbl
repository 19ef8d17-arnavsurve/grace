      * or the calls start now. A program with no timed history
      * is called out - the projection is only as good as what
      * it could count.
      *
      * Called from a GRACECON training session, every refresh
      * carries the TRAINING banner.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT GRACE-RN3-FILE ASSIGN TO GRACERN3
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RN3-STATUS.
           SELECT GRACE-SSN-FILE ASSIGN TO GRACESSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-SSN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 GRACE-RN3-END PIC X(06).
           05 FILLER PIC X(08).

       FD  GRACE-SSN-FILE
           RECORDING MODE IS F.
           COPY GRACESSN.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

       01 GRACE-RN3-STATUS PIC X(02).
           88 GRACE-RN3-NOT-FOUND VALUE '35'.

       01 GRACE-SSN-STATUS PIC X(02).
           88 GRACE-SSN-NOT-FOUND VALUE '35'.
       01 GRACE-RSI-BANNER PIC X(40) VALUE SPACES.
       01 GRACE-RSI-TRAINING-TEXT PIC X(40)
           VALUE "*** TRAINING - SANDBOX FILES ONLY ***".

      *One result staged here per record, whichever file it came
      *off, so the classify/mark logic lives once.
       01 GRACE-RSI-STAGE.

       SCREEN SECTION.
       01 GRACE-RSI-REFRESH-SCREEN.
           05 LINE 22 COLUMN 10 PIC X(40) FROM GRACE-RSI-BANNER.
           05 LINE 23 COLUMN 10 VALUE "REFRESH (Y/N).......: ".
           05 LINE 23 COLUMN 32 PIC X(01) TO GRACE-RSI-REFRESH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM 0900-NOTE-TRAINING-SESSION.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 1000-LOAD-SUITE-ROSTER.
           PERFORM 1500-LOAD-ELAPSED-AVERAGES.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------
      * 0900-NOTE-TRAINING-SESSION - a live GRACECON training
      * session (GRACESSN mode T) puts the TRAINING banner up.
      *----------------------------------------------------------
       0900-NOTE-TRAINING-SESSION.
           MOVE SPACES TO GRACE-RSI-BANNER.
           OPEN INPUT GRACE-SSN-FILE.
           IF NOT GRACE-SSN-NOT-FOUND
               READ GRACE-SSN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GRACE-SSN-ACTIVE = 'Y'
                               AND GRACE-SSN-TRAINING
                           MOVE GRACE-RSI-TRAINING-TEXT
                               TO GRACE-RSI-BANNER
                       END-IF
               END-READ
               CLOSE GRACE-SSN-FILE
           END-IF.

       1000-LOAD-SUITE-ROSTER.
           OPEN INPUT GRACE-ROS-FILE.
           IF GRACE-ROS-NOT-FOUND
               VARYING GRACE-RSI-ROS-IDX FROM 1 BY 1
               UNTIL GRACE-RSI-ROS-IDX > GRACE-RSI-ROS-USED.
           DISPLAY " ".
           IF GRACE-RSI-BANNER NOT = SPACES
               DISPLAY GRACE-RSI-BANNER
           END-IF.
           DISPLAY "RUN STATUS - CYCLE " GRACE-CYC-DATE "/"
               GRACE-CYC-NUMBER.
           OPEN INPUT GRACE-RUNC-FILE.
