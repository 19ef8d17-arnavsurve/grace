       PROGRAM-ID. GRACEDLM.
      *----------------------------------------------------------
      * GRACEDLM converts the distributed team's comma-delimited
      * transaction extracts into GRACETXN's fixed layout,
      * ending the hand-fixing every exchange used to need. Each
      * line parses as: key, value, optional operation code -
      * quoted fields are honored, so an embedded comma inside
      * layout is a documented interface, like the GRACEEVT
      * scheduler feed - changes to it are coordinated with the
      * sending side, not made casually.
      *
      * Each converted record carries its transaction reference
      * behind GRACETXN's first 80 bytes: site DL, the GRACECYC
      * processing date and cycle, and the line number in the
      * extract - the same number GRACEDLA acknowledges a reject
      * by - carried unchanged downstream for GRACETRQ to trace.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-DLF-FILE ASSIGN TO GRACEDLF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-DLF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

       FD  GRACE-DLF-FILE
           RECORDING MODE IS V.
       01 GRACE-DLF-REC PIC X(100).
           05 GRACE-TXN-OP-CODE PIC X(01).
           05 GRACE-TXN-SITE-CODE PIC X(02).
           05 FILLER PIC X(41).
           05 GRACE-TXN-TRACE-REF.
               10 GRACE-TXN-REF-SITE PIC X(02).
               10 GRACE-TXN-REF-DATE PIC 9(08).
               10 GRACE-TXN-REF-CYCLE PIC 9(02).
               10 GRACE-TXN-REF-SEQ PIC 9(06).
           05 FILLER PIC X(02).

       FD  GRACE-DLR-FILE
           RECORDING MODE IS F.
           05 FILLER PIC X(38).

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

       01 GRACE-DLF-STATUS PIC X(02).
           88 GRACE-DLF-OK VALUE '00'.
           88 GRACE-DLF-EOF VALUE '10'.
       MAIN SECTION.
           MOVE "GRACEDLM" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           OPEN INPUT GRACE-DLF-FILE.
           IF GRACE-DLF-NOT-FOUND
               DISPLAY "GRACEDLF NOT FOUND - NOTHING TO CONVERT"
                           TO GRACE-TXN-S-SOURCE-VALUE
                       MOVE GRACE-DLM-FIELD(3)(1:1)
                           TO GRACE-TXN-OP-CODE
                       MOVE "DL" TO GRACE-TXN-REF-SITE
                       MOVE GRACE-CYC-DATE TO GRACE-TXN-REF-DATE
                       MOVE GRACE-CYC-NUMBER TO GRACE-TXN-REF-CYCLE
                       MOVE GRACE-DLM-IN-COUNT TO GRACE-TXN-REF-SEQ
                       WRITE GRACE-TXN-REC
                       ADD 1 TO GRACE-DLM-OUT-COUNT
                   END-IF
           WRITE GRACE-DLA-RJ-REC.

           COPY GRACERPTP.

           COPY GRACECYCP.
