           05 GRACE-TXN-EFF-DATE PIC X(08).
           05 GRACE-TXN-EFF-DATE-N REDEFINES GRACE-TXN-EFF-DATE
               PIC 9(08).
           05 FILLER PIC X(53).

       FD  GRACE-PND-FILE
           RECORDING MODE IS F.
           05 GRACE-PND-EFF-DATE PIC X(08).
           05 GRACE-PND-EFF-DATE-N REDEFINES GRACE-PND-EFF-DATE
               PIC 9(08).
           05 FILLER PIC X(53).

       FD  GRACE-TXR-FILE
           RECORDING MODE IS F.
       01 GRACE-TXR-REC PIC X(100).

       FD  GRACE-PNW-FILE
           RECORDING MODE IS F.
       01 GRACE-PNW-REC PIC X(100).

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.
