      *================================================================
      * GRACEPEJ.cpy
      *
      * Period-end job card. COPY into FILE SECTION under an FD for
      * GRACE-PEJ-FILE (SELECT ... ASSIGN TO GRACEPEJ, LINE
      * SEQUENTIAL). One card per job that runs only at a period
      * end - the GRACEDEP card layout (program, run flag, two
      * predecessors) plus the period types it runs on: any of
      * M (month-end), Q (quarter-end), Y (year-end). A year-end
      * night is also a quarter-end and a month-end night, so a
      * job carded M runs on all three and a job carded Y only at
      * year-end. GRACESEQ folds the cards that apply tonight into
      * the ordered step list; GRACEPFL lists them at pre-flight.
      *================================================================
       01 GRACE-PEJ-REC.
           05 GRACE-PEJ-PROGRAM PIC X(20).
           05 GRACE-PEJ-RUN-FLAG PIC X(01).
           05 GRACE-PEJ-PRED-1 PIC X(20).
           05 GRACE-PEJ-PRED-2 PIC X(20).
           05 GRACE-PEJ-PERIODS PIC X(03).
           05 FILLER PIC X(16).
