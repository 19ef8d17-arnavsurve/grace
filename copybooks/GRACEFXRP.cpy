      *================================================================
      * GRACEFXRP.cpy
      *
      * Exchange-rate paragraphs. COPY into PROCEDURE DIVISION
      * alongside GRACEFXR.cpy's FD and GRACEFXRH.cpy's fields;
      * PERFORM 0160-LOAD-EXCHANGE-RATES once, after
      * 0150-LOAD-RUN-CYCLE, then 0170-CONVERT-AMOUNT per amount.
      * No GRACEFXR file means no rates: base amounts still pass,
      * every other currency has no rate. Rows past the table's
      * 500 are refused with GRACE-FXR-OVERFLOW set, for the caller
      * to fail the step on.
      *================================================================
       0160-LOAD-EXCHANGE-RATES.
           MOVE ZERO TO GRACE-FXR-COUNT.
           MOVE 'N' TO GRACE-FXR-EOF-SW.
           OPEN INPUT GRACE-FXR-FILE.
           IF GRACE-FXR-NOT-FOUND
               DISPLAY "GRACEFXR NOT FOUND - BASE CURRENCY ONLY"
           ELSE
               PERFORM 0165-READ-RATE-ROW
               PERFORM 0166-TAKE-RATE-ROW
                   UNTIL GRACE-FXR-END-OF-FILE
               CLOSE GRACE-FXR-FILE
           END-IF.
           DISPLAY "BASE CURRENCY " GRACE-FXR-BASE-CURRENCY " - "
               GRACE-FXR-COUNT " RATE(S) DATED " GRACE-CYC-DATE.

       0165-READ-RATE-ROW.
           READ GRACE-FXR-FILE
               AT END
                   SET GRACE-FXR-END-OF-FILE TO TRUE
           END-READ.

       0166-TAKE-RATE-ROW.
           EVALUATE TRUE
               WHEN GRACE-FXR-BASE-ROW
                   IF GRACE-FXR-CURRENCY NOT = SPACES
                       MOVE GRACE-FXR-CURRENCY
                           TO GRACE-FXR-BASE-CURRENCY
                   END-IF
               WHEN GRACE-FXR-RATE-DATE NOT NUMERIC
                       OR GRACE-FXR-RATE NOT NUMERIC
                       OR GRACE-FXR-CURRENCY = SPACES
                   CONTINUE
               WHEN GRACE-FXR-RATE-DATE-N NOT = GRACE-CYC-DATE
                   CONTINUE
               WHEN GRACE-FXR-RATE-N = ZERO
                   CONTINUE
               WHEN OTHER
                   MOVE GRACE-FXR-CURRENCY TO GRACE-FXR-IN-CURRENCY
                   PERFORM 0175-FIND-RATE
                   IF GRACE-FXR-HIT > ZERO
                       MOVE GRACE-FXR-RATE-N
                           TO GRACE-FXR-T-RATE(GRACE-FXR-HIT)
                   ELSE
                       IF GRACE-FXR-COUNT < 500
                           ADD 1 TO GRACE-FXR-COUNT
                           MOVE GRACE-FXR-CURRENCY
                               TO GRACE-FXR-T-CURRENCY(GRACE-FXR-COUNT)
                           MOVE GRACE-FXR-RATE-N
                               TO GRACE-FXR-T-RATE(GRACE-FXR-COUNT)
                       ELSE
                           SET GRACE-FXR-OVERFLOW TO TRUE
                           DISPLAY "*** GRACEFXR TABLE FULL - RATE "
                               "FOR " GRACE-FXR-CURRENCY
                               " REFUSED ***"
                       END-IF
                   END-IF
           END-EVALUATE.
           PERFORM 0165-READ-RATE-ROW.

       0170-CONVERT-AMOUNT.
           MOVE ZERO TO GRACE-FXR-OUT-AMOUNT.
           MOVE ZERO TO GRACE-FXR-USED-RATE.
           IF GRACE-FXR-IN-CURRENCY = SPACES
                   OR GRACE-FXR-IN-CURRENCY = GRACE-FXR-BASE-CURRENCY
               MOVE 1 TO GRACE-FXR-USED-RATE
               MOVE GRACE-FXR-IN-AMOUNT TO GRACE-FXR-OUT-AMOUNT
               SET GRACE-FXR-CONVERTED TO TRUE
           ELSE
               PERFORM 0175-FIND-RATE
               IF GRACE-FXR-HIT = ZERO
                   SET GRACE-FXR-NO-RATE TO TRUE
               ELSE
                   MOVE GRACE-FXR-T-RATE(GRACE-FXR-HIT)
                       TO GRACE-FXR-USED-RATE
                   SET GRACE-FXR-CONVERTED TO TRUE
                   COMPUTE GRACE-FXR-OUT-AMOUNT ROUNDED =
                       GRACE-FXR-IN-AMOUNT * GRACE-FXR-USED-RATE
                       ON SIZE ERROR
                           MOVE ZERO TO GRACE-FXR-OUT-AMOUNT
                           SET GRACE-FXR-TOO-LARGE TO TRUE
                   END-COMPUTE
               END-IF
           END-IF.

       0175-FIND-RATE.
           MOVE ZERO TO GRACE-FXR-HIT.
           PERFORM 0176-MATCH-ONE-RATE
               VARYING GRACE-FXR-IDX FROM 1 BY 1
               UNTIL GRACE-FXR-IDX > GRACE-FXR-COUNT
                  OR GRACE-FXR-HIT > ZERO.

       0176-MATCH-ONE-RATE.
           IF GRACE-FXR-T-CURRENCY(GRACE-FXR-IDX)
                   = GRACE-FXR-IN-CURRENCY
               MOVE GRACE-FXR-IDX TO GRACE-FXR-HIT
           END-IF.
