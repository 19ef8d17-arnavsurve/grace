      * workspace) before appending, so a close that died between
      * the summary write and the control record reruns without
      * double-counting.
      *
      * Both histories are read through their keyed companions
      * (GRACERNX, GRACEEXX) from the first to the last day of
      * the period only; without a companion the whole history is
      * read as before.
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
           SELECT GRACE-EXC-FILE ASSIGN TO GRACEEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-EXC-STATUS.
           SELECT GRACE-EXX-FILE ASSIGN TO GRACEEXX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-EXX-KEY
               FILE STATUS IS GRACE-EXX-STATUS.
           SELECT GRACE-PCS-FILE ASSIGN TO GRACEPCS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-PCS-STATUS.
           RECORDING MODE IS F.
           COPY GRACERUNC.

       FD  GRACE-RNX-FILE.
           COPY GRACERNX.

       FD  GRACE-EXC-FILE
           RECORDING MODE IS F.
           COPY GRACEEXC.

       FD  GRACE-EXX-FILE.
           COPY GRACEEXX.

      *Per-program monthly summary record.
       FD  GRACE-PCS-FILE
           RECORDING MODE IS F.
           05 FILLER PIC X(66).

       WORKING-STORAGE SECTION.
           COPY GRACEHXH.

       01 GRACE-PCC-STATUS PIC X(02).
           88 GRACE-PCC-OK VALUE '00'.
           88 GRACE-PCC-NOT-FOUND VALUE '35'.
           PERFORM 1100-READ-CLOSE-CONTROL.

       2000-ROLL-UP-RUN-CONTROL.
           COMPUTE GRACE-HXR-RUN-FROM = GRACE-PCL-PERIOD * 100 + 1.
           COMPUTE GRACE-HXR-RUN-TO = GRACE-PCL-PERIOD * 100 + 31.
           PERFORM 9620-OPEN-RUN-RANGE.
           IF GRACE-HXR-RUN-MISSING
               DISPLAY "GRACERUN NOT FOUND - NO RUNS TO ROLL UP"
           ELSE
               PERFORM 2100-READ-RUN-CONTROL
               PERFORM 2200-TALLY-ONE-RUN
                   UNTIL GRACE-RUNC-END-OF-FILE
               PERFORM 9640-CLOSE-RUN-RANGE
           END-IF.

       2100-READ-RUN-CONTROL.
           PERFORM 9630-READ-RUN-RANGE.

       2200-TALLY-ONE-RUN.
           COMPUTE GRACE-PCL-REC-PERIOD = GRACE-RUNC-DATE / 100.
           PERFORM 2100-READ-RUN-CONTROL.

       3000-ROLL-UP-EXCEPTIONS.
           COMPUTE GRACE-HXR-EXC-FROM = GRACE-PCL-PERIOD * 100 + 1.
           COMPUTE GRACE-HXR-EXC-TO = GRACE-PCL-PERIOD * 100 + 31.
           PERFORM 9660-OPEN-EXC-RANGE.
           IF GRACE-HXR-EXC-MISSING
               DISPLAY "GRACEEXC NOT FOUND - NO EXCEPTIONS TO "
                   "ROLL UP"
           ELSE
               PERFORM 3100-READ-EXCEPTION
               PERFORM 3200-TALLY-ONE-EXCEPTION
                   UNTIL GRACE-EXC-END-OF-FILE
               PERFORM 9680-CLOSE-EXC-RANGE
           END-IF.

       3100-READ-EXCEPTION.
           PERFORM 9670-READ-EXC-RANGE.

       3200-TALLY-ONE-EXCEPTION.
           COMPUTE GRACE-PCL-REC-PERIOD = GRACE-EXC-DATE / 100.
           DISPLAY "PERIOD " GRACE-PCL-PERIOD " CLOSED "
               GRACE-PCL-TODAY.

           COPY GRACERNXP.

           COPY GRACEEXXP.

           COPY GRACERPTP.
