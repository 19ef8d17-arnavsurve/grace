      *================================================================
      * GRACEEXX.cpy
      *
      * Keyed companion to the GRACEEXC exception-log history. COPY
      * into FILE SECTION under an FD for GRACE-EXX-FILE (SELECT ...
      * ASSIGN TO GRACEEXX, ORGANIZATION INDEXED, RECORD KEY
      * GRACE-EXX-KEY). One entry per GRACEEXC record, keyed on the
      * event's run date, cycle and program, with a sequence number
      * keeping the program's events in the order they were logged.
      * GRACE-EXX-EXC-IMAGE carries the GRACEEXC.cpy record as
      * logged, so a reader MOVEs it to GRACE-EXC-REC.
      *
      * Maintained by GRACEHXL as events are logged, built afresh
      * by GRACEHXB, and checked against GRACEEXC by GRACEHXC.
      *================================================================
       01 GRACE-EXX-REC.
           05 GRACE-EXX-KEY.
               10 GRACE-EXX-PREFIX.
                   15 GRACE-EXX-DATE PIC 9(08).
                   15 GRACE-EXX-CYCLE PIC 9(02).
                   15 GRACE-EXX-PROGRAM PIC X(15).
               10 GRACE-EXX-SEQ PIC 9(06).
           05 GRACE-EXX-EXC-IMAGE PIC X(90).
           05 FILLER PIC X(09).
