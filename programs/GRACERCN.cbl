      * GRACE-EXC-PROGRAM is fifteen characters against the run
      * control's twenty, so matching is on the first fifteen.
      * RC=4 when any discrepancy is flagged.
      *
      * Both histories are read through their keyed companions
      * (GRACERNX, GRACEEXX) for tonight's cycle date only;
      * without a companion the whole history is read as before.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT GRACE-EXC-FILE ASSIGN TO GRACEEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-EXC-STATUS.
           SELECT GRACE-EXX-FILE ASSIGN TO GRACEEXX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-EXX-KEY
               FILE STATUS IS GRACE-EXX-STATUS.
           SELECT GRACE-RUNC-FILE ASSIGN TO GRACERUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RUNC-STATUS.
           SELECT GRACE-RNX-FILE ASSIGN TO GRACERNX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-RNX-KEY
               FILE STATUS IS GRACE-RNX-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY GRACEEXC.

       FD  GRACE-EXX-FILE.
           COPY GRACEEXX.

       FD  GRACE-RUNC-FILE
           RECORDING MODE IS F.
           COPY GRACERUNC.

       FD  GRACE-RNX-FILE.
           COPY GRACERNX.

       WORKING-STORAGE SECTION.
           COPY GRACEHXH.

           COPY GRACECYCH.

       01 GRACE-EXC-STATUS PIC X(02).
           GOBACK.

       1000-TALLY-TONIGHT-EXCEPTIONS.
           MOVE GRACE-CYC-DATE TO GRACE-HXR-EXC-FROM.
           MOVE GRACE-CYC-DATE TO GRACE-HXR-EXC-TO.
           PERFORM 9660-OPEN-EXC-RANGE.
           IF GRACE-HXR-EXC-MISSING
               DISPLAY "GRACEEXC NOT FOUND - NO EXCEPTIONS LOGGED"
           ELSE
               PERFORM 1100-READ-EXCEPTION
               PERFORM 1200-TALLY-ONE-EXCEPTION
                   UNTIL GRACE-EXC-END-OF-FILE
               PERFORM 9680-CLOSE-EXC-RANGE
           END-IF.

       1100-READ-EXCEPTION.
           PERFORM 9670-READ-EXC-RANGE.

       1200-TALLY-ONE-EXCEPTION.
           IF GRACE-EXC-DATE = GRACE-CYC-DATE
      * holds for it.
      *----------------------------------------------------------
       2000-RECONCILE-RUN-CONTROL.
           MOVE GRACE-CYC-DATE TO GRACE-HXR-RUN-FROM.
           MOVE GRACE-CYC-DATE TO GRACE-HXR-RUN-TO.
           PERFORM 9620-OPEN-RUN-RANGE.
           IF GRACE-HXR-RUN-MISSING
               DISPLAY "GRACERUN NOT FOUND - NOTHING TO RECONCILE"
           ELSE
               PERFORM 2100-READ-RUN-CONTROL
               PERFORM 2200-RECONCILE-ONE-PROGRAM
                   UNTIL GRACE-RUNC-END-OF-FILE
               PERFORM 9640-CLOSE-RUN-RANGE
           END-IF.

       2100-READ-RUN-CONTROL.
           PERFORM 9630-READ-RUN-RANGE.

       2200-RECONCILE-ONE-PROGRAM.
           IF GRACE-RUNC-DATE = GRACE-CYC-DATE
                   TO GRACE-RCN-LOGGED
           END-IF.

           COPY GRACERNXP.

           COPY GRACEEXXP.

           COPY GRACERPTP.

           COPY GRACECYCP.
