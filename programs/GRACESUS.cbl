      * on GRACEMRJ, so they fall off suspense by themselves -
      * most rejects are ordering accidents that clear on night
      * two without a steward touching anything.
      *
      * A debit rejected for the customer's credit limit (E005) is
      * not an ordering accident - it would reject again every
      * night - so it is listed and left off suspense for the
      * customer's account officer to take up. Neither is a
      * transaction a supervisor rejected on review (E006): that
      * was a decision, and re-trying it would undo it. A foreign
      * amount with no rate for the night (E007) is suspended like
      * any other reject - the re-try converts at the rate dated
      * for the night it finally applies. A rejected write-off
      * (op W) is not suspended either: GRACEWOP writes it again
      * every night until it posts, so a suspended copy would
      * only reject as a second write-off. Nor is a rejected
      * reversal (marked R on GRACEMRJ): a re-try rebuilt from
      * the reject would have lost its link to the original, so
      * it is listed for a fresh GRACEREV request instead. A
      * transaction to a closed account (E015) is listed and left
      * off too - it stays closed until someone reopens it. A
      * debit refused because the customer is frozen (E016) is
      * suspended like any other reject, so it posts once the
      * freeze is lifted, or ages off if it never is.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY GRACECYC.

      *Suspense record - the rejected transaction in full (value,
      *site stamp, effective date, signed amount and its
      *currency, and its transaction reference), plus how many
      *cycles it has been circling and since when.
       FD  GRACE-SPN-FILE
           RECORDING MODE IS F.
           05 GRACE-SPN-EFF-DATE PIC X(08).
           05 GRACE-SPN-AMT-SIGN PIC X(01).
           05 GRACE-SPN-AMOUNT PIC X(09).
           05 GRACE-SPN-CURRENCY PIC X(03).
           05 FILLER PIC X(05).
           05 GRACE-SPN-TRACE-REF PIC X(18).
           05 FILLER PIC X(02).

       FD  GRACE-TXN-FILE
           RECORDING MODE IS F.
           05 GRACE-TXN-EFF-DATE PIC X(08).
           05 GRACE-TXN-AMT-SIGN PIC X(01).
           05 GRACE-TXN-AMOUNT PIC X(09).
           05 GRACE-TXN-CURRENCY PIC X(03).
           05 FILLER PIC X(20).
           05 GRACE-TXN-TRACE-REF PIC X(18).
           05 FILLER PIC X(02).

      *Combined stream: suspense first, then tonight's work.
       FD  GRACE-TXC-FILE
           RECORDING MODE IS F.
       01 GRACE-TXC-REC PIC X(100).

       FD  GRACE-MRJ-FILE
           RECORDING MODE IS F.
           05 GRACE-MRJ-EFF-DATE PIC X(08).
           05 GRACE-MRJ-AMT-SIGN PIC X(01).
           05 GRACE-MRJ-AMOUNT PIC X(09).
           05 GRACE-MRJ-CURRENCY PIC X(03).
           05 GRACE-MRJ-REVERSAL-SW PIC X(01).
               88 GRACE-MRJ-IS-REVERSAL VALUE 'R'.
           05 FILLER PIC X(05).
           05 GRACE-MRJ-TRACE-REF PIC X(18).
           05 FILLER PIC X(02).

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.
           05 GRACE-SUS-CARRY-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-SUS-DROP-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-SUS-NEW-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-SUS-LIMIT-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-SUS-REVIEW-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-SUS-CLOSED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-SUS-WOF-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-SUS-RVS-COUNT PIC 9(06) VALUE ZERO.

           COPY GRACERPTH.

           MOVE GRACE-SPN-EFF-DATE TO GRACE-TXN-EFF-DATE.
           MOVE GRACE-SPN-AMT-SIGN TO GRACE-TXN-AMT-SIGN.
           MOVE GRACE-SPN-AMOUNT TO GRACE-TXN-AMOUNT.
           MOVE GRACE-SPN-CURRENCY TO GRACE-TXN-CURRENCY.
           MOVE GRACE-SPN-TRACE-REF TO GRACE-TXN-TRACE-REF.
           WRITE GRACE-TXC-REC FROM GRACE-TXN-REC.
           PERFORM 2100-READ-SUSPENSE.


       5400-SUSPEND-ONE-REJECT.
           ADD 1 TO GRACE-SUS-REJ-COUNT.
           EVALUATE TRUE
               WHEN GRACE-MRJ-IS-REVERSAL
                   ADD 1 TO GRACE-SUS-RVS-COUNT
                   DISPLAY "NOT SUSPENDED - REVERSAL, REQUEST AGAIN: "
                       GRACE-MRJ-OP-CODE " " GRACE-MRJ-SOURCE " "
                       GRACE-MRJ-REASON-CODE
               WHEN GRACE-MRJ-OP-CODE = 'W'
                   ADD 1 TO GRACE-SUS-WOF-COUNT
                   DISPLAY "NOT SUSPENDED - WRITE-OFF REGENERATED: "
                       GRACE-MRJ-SOURCE " " GRACE-MRJ-REASON-CODE
               WHEN GRACE-MRJ-REASON-CODE = "E005"
                   ADD 1 TO GRACE-SUS-LIMIT-COUNT
                   DISPLAY "NOT SUSPENDED - OVER CREDIT LIMIT: "
                       GRACE-MRJ-OP-CODE " " GRACE-MRJ-SOURCE " "
                       GRACE-MRJ-AMT-SIGN GRACE-MRJ-AMOUNT
               WHEN GRACE-MRJ-REASON-CODE = "E006"
                   ADD 1 TO GRACE-SUS-REVIEW-COUNT
                   DISPLAY "NOT SUSPENDED - REJECTED ON REVIEW: "
                       GRACE-MRJ-OP-CODE " " GRACE-MRJ-SOURCE " "
                       GRACE-MRJ-AMT-SIGN GRACE-MRJ-AMOUNT
               WHEN GRACE-MRJ-REASON-CODE = "E015"
                   ADD 1 TO GRACE-SUS-CLOSED-COUNT
                   DISPLAY "NOT SUSPENDED - ACCOUNT CLOSED: "
                       GRACE-MRJ-OP-CODE " " GRACE-MRJ-SOURCE " "
                       GRACE-MRJ-AMT-SIGN GRACE-MRJ-AMOUNT
               WHEN OTHER
                   PERFORM 5450-CARRY-ONE-REJECT
           END-EVALUATE.
           PERFORM 5300-READ-REJECT.

       5450-CARRY-ONE-REJECT.
           PERFORM 5500-FIND-PRIOR-RECORD.
           IF GRACE-SUS-PRIOR-FOUND > ZERO
               COMPUTE GRACE-SUS-NEW-AGE =
               MOVE GRACE-MRJ-EFF-DATE TO GRACE-SPN-EFF-DATE
               MOVE GRACE-MRJ-AMT-SIGN TO GRACE-SPN-AMT-SIGN
               MOVE GRACE-MRJ-AMOUNT TO GRACE-SPN-AMOUNT
               MOVE GRACE-MRJ-CURRENCY TO GRACE-SPN-CURRENCY
               MOVE GRACE-MRJ-TRACE-REF TO GRACE-SPN-TRACE-REF
               WRITE GRACE-SPN-REC
           END-IF.

       5500-FIND-PRIOR-RECORD.
           MOVE ZERO TO GRACE-SUS-PRIOR-FOUND.
           DISPLAY "  NEW TO SUSPENSE:    " GRACE-SUS-NEW-COUNT.
           DISPLAY "  CARRIED (AGED):     " GRACE-SUS-CARRY-COUNT.
           DISPLAY "  DROPPED AT CEILING: " GRACE-SUS-DROP-COUNT.
           DISPLAY "  OVER CREDIT LIMIT:  " GRACE-SUS-LIMIT-COUNT.
           DISPLAY "  REJECTED ON REVIEW: " GRACE-SUS-REVIEW-COUNT.
           DISPLAY "  ACCOUNT CLOSED:     " GRACE-SUS-CLOSED-COUNT.
           DISPLAY "  WRITE-OFFS:         " GRACE-SUS-WOF-COUNT.
           DISPLAY "  REVERSALS:          " GRACE-SUS-RVS-COUNT.
           DISPLAY "DROP CEILING:         " GRACE-SUS-MAX-CYCLES
               " CYCLE(S)".

