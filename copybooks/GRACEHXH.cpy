      *================================================================
      * GRACEHXH.cpy
      *
      * Working storage for the history range readers. COPY into
      * WORKING-STORAGE SECTION alongside GRACERNXP.cpy and/or
      * GRACEEXXP.cpy. The caller sets the date range it needs
      * (GRACE-HXR-RUN-FROM/-TO for GRACERUN, GRACE-HXR-EXC-FROM/
      * -TO for GRACEEXC) before opening the range. The mode
      * switches say how the open went:
      *
      *   I - the keyed companion (GRACERNX/GRACEEXX) is open and
      *       only the range is read
      *   S - no companion; the sequential history is read from
      *       the top and the caller's own date tests do the work
      *   M - neither file is there; nothing to read
      *================================================================
       01 GRACE-RNX-STATUS PIC X(02).
           88 GRACE-RNX-OK VALUE '00'.
           88 GRACE-RNX-NOT-FOUND VALUE '35'.

       01 GRACE-EXX-STATUS PIC X(02).
           88 GRACE-EXX-OK VALUE '00'.
           88 GRACE-EXX-NOT-FOUND VALUE '35'.

       01 GRACE-HXR-RUN-SW PIC X(01) VALUE 'M'.
           88 GRACE-HXR-RUN-INDEXED VALUE 'I'.
           88 GRACE-HXR-RUN-SEQUENTIAL VALUE 'S'.
           88 GRACE-HXR-RUN-MISSING VALUE 'M'.

       01 GRACE-HXR-EXC-SW PIC X(01) VALUE 'M'.
           88 GRACE-HXR-EXC-INDEXED VALUE 'I'.
           88 GRACE-HXR-EXC-SEQUENTIAL VALUE 'S'.
           88 GRACE-HXR-EXC-MISSING VALUE 'M'.

       01 GRACE-HXR-RANGES.
           05 GRACE-HXR-RUN-FROM PIC 9(08) VALUE ZERO.
           05 GRACE-HXR-RUN-TO PIC 9(08) VALUE 99999999.
           05 GRACE-HXR-EXC-FROM PIC 9(08) VALUE ZERO.
           05 GRACE-HXR-EXC-TO PIC 9(08) VALUE 99999999.
