      *
      * The date range rides on the GRACEPAP card (from-date and
      * to-date, YYYYMMDD). No card at all reports the whole
      * history. The range is read through the keyed GRACEEXX
      * companion, so only its dates are touched; without the
      * companion the whole of GRACEEXC is read as before.
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
           SELECT GRACE-SUP-FILE ASSIGN TO GRACESUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-SUP-STATUS.
           RECORDING MODE IS F.
           COPY GRACEEXC.

       FD  GRACE-EXX-FILE.
           COPY GRACEEXX.

       FD  GRACE-SUP-FILE
           RECORDING MODE IS F.
           COPY GRACESUPR.

       WORKING-STORAGE SECTION.
           COPY GRACEHXH.

           COPY GRACECYCH.

           COPY GRACESUPH.
               GRACE-PAR-TO-DATE.

      *----------------------------------------------------------
      * 2000-TALLY-EXCEPTIONS walks the GRACEEXC history for the
      * range and rolls every in-range event into its
      * program/field slot.
      *----------------------------------------------------------
       2000-TALLY-EXCEPTIONS.
           MOVE GRACE-PAR-FROM-DATE TO GRACE-HXR-EXC-FROM.
           MOVE GRACE-PAR-TO-DATE TO GRACE-HXR-EXC-TO.
           PERFORM 9660-OPEN-EXC-RANGE.
           IF GRACE-HXR-EXC-MISSING
               DISPLAY "GRACEEXC NOT FOUND - NO EXCEPTION HISTORY"
               SET GRACE-EXC-END-OF-FILE TO TRUE
           ELSE
               PERFORM 2100-READ-EXCEPTION
               PERFORM 2200-TALLY-ONE-EVENT
                   UNTIL GRACE-EXC-END-OF-FILE
               PERFORM 9680-CLOSE-EXC-RANGE
           END-IF.

       2100-READ-EXCEPTION.
           PERFORM 9670-READ-EXC-RANGE.

       2200-TALLY-ONE-EVENT.
           IF GRACE-EXC-DATE >= GRACE-PAR-FROM-DATE
               GRACE-PAR-FIRST-SEEN(GRACE-PAR-IDX) " "
               GRACE-PAR-LAST-SEEN(GRACE-PAR-IDX).

           COPY GRACEEXXP.

           COPY GRACERPTP.

           COPY GRACESUPP.
