      *================================================================
      * GRACERNX.cpy
      *
      * Keyed companion to the GRACERUN run-control history. COPY
      * into FILE SECTION under an FD for GRACE-RNX-FILE (SELECT ...
      * ASSIGN TO GRACERNX, ORGANIZATION INDEXED, RECORD KEY
      * GRACE-RNX-KEY). One entry per GRACERUN record, keyed on run
      * date, cycle and program, with a sequence number so a
      * program's reruns inside one cycle stay separate entries.
      * GRACE-RNX-RUN-IMAGE carries the GRACERUNC.cpy record as
      * logged, so a reader MOVEs it to GRACE-RUNC-REC and carries
      * on exactly as if it had read GRACERUN.
      *
      * GRACEHXL adds an entry as each run-control record is
      * logged; GRACEHXB builds the file afresh from GRACERUN;
      * GRACEHXC checks every night that the two agree on counts.
      *================================================================
       01 GRACE-RNX-REC.
           05 GRACE-RNX-KEY.
               10 GRACE-RNX-PREFIX.
                   15 GRACE-RNX-DATE PIC 9(08).
                   15 GRACE-RNX-CYCLE PIC 9(02).
                   15 GRACE-RNX-PROGRAM PIC X(20).
               10 GRACE-RNX-SEQ PIC 9(04).
           05 GRACE-RNX-RUN-IMAGE PIC X(59).
           05 FILLER PIC X(07).
