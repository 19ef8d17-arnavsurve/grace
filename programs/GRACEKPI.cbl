      *
      * The GRACEKPC card carries the period (YYYYMM) and
      * optionally the deadline (HHMMSS).
      *
      * Both histories are read through their keyed companions
      * (GRACERNX, GRACEEXX) from the first day of the prior
      * period to the last day of this one - the prior period
      * for the exception trend and for a hold's routing FAIL
      * logged the month before its disposition. Without a
      * companion the whole history is read as before.
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
           SELECT GRACE-RSD-FILE ASSIGN TO GRACERSD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RSD-STATUS.
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

       FD  GRACE-RSD-FILE
           RECORDING MODE IS F.
       01 GRACE-RSD-REC.
           RECORDING MODE IS F.
           COPY GRACEEXC.

       FD  GRACE-EXX-FILE.
           COPY GRACEEXX.

       WORKING-STORAGE SECTION.
           COPY GRACEHXH.

       01 GRACE-KPC-STATUS PIC X(02).
           88 GRACE-KPC-OK VALUE '00'.
           88 GRACE-KPC-NOT-FOUND VALUE '35'.
      * latest FAIL date for the dwell pairing.
      *----------------------------------------------------------
       1000-SCAN-RUN-CONTROL.
           COMPUTE GRACE-HXR-RUN-FROM =
               GRACE-KPI-PRIOR-PERIOD * 100 + 1.
           COMPUTE GRACE-HXR-RUN-TO = GRACE-KPI-PERIOD * 100 + 31.
           PERFORM 9620-OPEN-RUN-RANGE.
           IF GRACE-HXR-RUN-MISSING
               DISPLAY "GRACERUN NOT FOUND - NO RUN HISTORY"
           ELSE
               PERFORM 1100-READ-RUN-CONTROL
               PERFORM 1200-SCAN-ONE-RUN
                   UNTIL GRACE-RUNC-END-OF-FILE
               PERFORM 9640-CLOSE-RUN-RANGE
           END-IF.
           PERFORM 1500-JUDGE-ONE-NIGHT
               VARYING GRACE-KPI-DAY-SLOT FROM 1 BY 1
               UNTIL GRACE-KPI-DAY-SLOT > 31.

       1100-READ-RUN-CONTROL.
           PERFORM 9630-READ-RUN-RANGE.

       1200-SCAN-ONE-RUN.
           COMPUTE GRACE-KPI-REC-PERIOD = GRACE-RUNC-DATE / 100.
           END-IF.

       4000-SCORE-EXCEPTION-TREND.
           COMPUTE GRACE-HXR-EXC-FROM =
               GRACE-KPI-PRIOR-PERIOD * 100 + 1.
           COMPUTE GRACE-HXR-EXC-TO = GRACE-KPI-PERIOD * 100 + 31.
           PERFORM 9660-OPEN-EXC-RANGE.
           IF GRACE-HXR-EXC-MISSING
               DISPLAY "GRACEEXC NOT FOUND - NO EXCEPTION HISTORY"
           ELSE
               PERFORM 4100-READ-EXCEPTION
               PERFORM 4200-COUNT-ONE-EXCEPTION
                   UNTIL GRACE-EXC-END-OF-FILE
               PERFORM 9680-CLOSE-EXC-RANGE
           END-IF.
           COMPUTE GRACE-KPI-EXC-DELTA =
               GRACE-KPI-EXC-THIS - GRACE-KPI-EXC-PRIOR.

       4100-READ-EXCEPTION.
           PERFORM 9670-READ-EXC-RANGE.

       4200-COUNT-ONE-EXCEPTION.
           COMPUTE GRACE-KPI-REC-PERIOD = GRACE-EXC-DATE / 100.
               " THIS PERIOD VS " GRACE-KPI-EXC-PRIOR
               " PRIOR (DELTA " GRACE-KPI-EXC-DELTA-ED ")".

           COPY GRACERNXP.

           COPY GRACEEXXP.

           COPY GRACERPTP.
