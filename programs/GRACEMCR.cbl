      * layout, cut before the night's update). Every difference
      * - an add, a changed value or balance, a delete - must be
      * explained by an applied transaction on the GRACEMTS
      * listing (less the GRACEMRJ rejects) - a changed balance
      * with the value untouched may be a posting (op P) or a
      * write-off (op W) as well as a change. A difference with
      * no transaction behind it is an integrity exception,
      * logged through 8500-LOG-EXCEPTION and reported, RC=4.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 GRACE-MTS-SOURCE PIC 9(6).
           05 GRACE-MTS-S-SOURCE-VALUE PIC X(30).
           05 GRACE-MTS-OP-CODE PIC X(01).
           05 FILLER PIC X(63).

       FD  GRACE-MRJ-FILE
           RECORDING MODE IS F.
           05 GRACE-MRJ-EFF-DATE PIC X(08).
           05 GRACE-MRJ-AMT-SIGN PIC X(01).
           05 GRACE-MRJ-AMOUNT PIC X(09).
           05 FILLER PIC X(29).

       FD  GRACE-EXC-FILE
           RECORDING MODE IS F.
           IF GRACE-MCR-TXN-SPENT(GRACE-MCR-TXN-IDX) = 'N'
                   AND GRACE-MCR-TXN-SOURCE(GRACE-MCR-TXN-IDX)
                   = GRACE-MCR-WANT-KEY
                   AND (GRACE-MCR-TXN-OP(GRACE-MCR-TXN-IDX)
                   = GRACE-MCR-WANT-OP
                    OR (GRACE-MCR-WANT-OP = 'C'
                   AND (GRACE-MCR-TXN-OP(GRACE-MCR-TXN-IDX) = 'P'
                    OR GRACE-MCR-TXN-OP(GRACE-MCR-TXN-IDX) = 'W')))
               SET GRACE-MCR-TXN-EXPLAINS TO TRUE
               MOVE 'Y' TO GRACE-MCR-TXN-SPENT(GRACE-MCR-TXN-IDX)
           END-IF.
