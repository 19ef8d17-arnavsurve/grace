           05 GRACE-TXN-S-SOURCE-VALUE PIC X(30).
           05 GRACE-TXN-OP-CODE PIC X(01).
           05 GRACE-TXN-SITE-CODE PIC X(02).
           05 FILLER PIC X(61).

       FD  GRACE-SVH-FILE
           RECORDING MODE IS F.
