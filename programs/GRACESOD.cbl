       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACESOD.
      *----------------------------------------------------------
      * GRACESOD is the weekly segregation-of-duties report for
      * the compliance officer. Each screen enforces its own rules,
      * but nothing caught one operator moving a customer's address
      * on GRACECMT and then keying an adjustment for the same
      * customer, or keying a GRACEMDC merge decision for a
      * customer they had edited themselves. This run gathers who
      * did what to which customer or parameter card from four
      * places:
      *
      *   GRACECCL - the customer change log (add, change, delete,
      *              address move, relationship link and end). It
      *              carries no operator, so each record takes the
      *              operator of the same day's GRACECHG record for
      *              that customer. An address move from the
      *              address vendor has no operator and is skipped.
      *   GRACECHG - adjustments keyed and approved, write-offs
      *              approved, and the checker's stamp on an
      *              approved parameter change.
      *   GRACEPND - the maker of each pending parameter change.
      *   GRACEMDC - the steward on each merge decision card, for
      *              the survivor and the retired customer both,
      *              dated the day GRACEMEX executed it (or the
      *              week's end when the card is still waiting).
      *
      * and judges them against the GRACESDR conflict rules (see
      * GRACESDR.cpy for the actions). A violation is two actions
      * named on one rule, by one operator, on one customer or
      * card, within the rule's days of each other, the later of
      * the two falling in the report week - so a violation is
      * reported in the week it is completed and not again.
      *
      * The week ends on the GRACESDQ card's date, or today with
      * no card. RC=0 with no violations, RC=4 with violations or
      * anything left unjudged (an unknown action on a rule, a
      * full event table, a customer change with no operator), and
      * RC=8 when there are no rules to judge by.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-SDQ-FILE ASSIGN TO GRACESDQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-SDQ-STATUS.
           SELECT GRACE-SDR-FILE ASSIGN TO GRACESDR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-SDR-STATUS.
           SELECT GRACE-PND-FILE ASSIGN TO GRACEPND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-PND-STATUS.
           SELECT GRACE-CHG-FILE ASSIGN TO GRACECHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CHG-STATUS.
           SELECT GRACE-CCL-FILE ASSIGN TO GRACECCL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CCL-STATUS.
           SELECT GRACE-MDC-FILE ASSIGN TO GRACEMDC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-MDC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Week card: the last day of the week reported, YYYYMMDD.
       FD  GRACE-SDQ-FILE
           RECORDING MODE IS F.
       01 GRACE-SDQ-REC.
           05 GRACE-SDQ-WEEK-END PIC 9(08).
           05 FILLER PIC X(72).

       FD  GRACE-SDR-FILE
           RECORDING MODE IS F.
           COPY GRACESDR.

       FD  GRACE-PND-FILE
           RECORDING MODE IS F.
       01 GRACE-PND-REC.
           05 GRACE-PND-MAKER-ID PIC X(08).
           05 GRACE-PND-DATE PIC 9(08).
           05 GRACE-PND-TIME PIC 9(06).
           05 GRACE-PND-FILE-NAME PIC X(08).
           05 GRACE-PND-FIELD-NAME PIC X(10).
           05 GRACE-PND-OLD-VALUE PIC X(18).
           05 GRACE-PND-NEW-VALUE PIC X(18).
           05 GRACE-PND-STATE PIC X(01).
           05 GRACE-PND-CATEGORY PIC X(02).
           05 FILLER PIC X(01).

       FD  GRACE-CHG-FILE
           RECORDING MODE IS F.
           COPY GRACECHGR.

       FD  GRACE-CCL-FILE
           RECORDING MODE IS F.
       01 GRACE-CCL-REC.
           05 GRACE-CCL-FUNCTION PIC X(01).
           05 GRACE-CCL-CUST-ID PIC 9(06).
           05 GRACE-CCL-OLD-FIRST PIC X(15).
           05 GRACE-CCL-OLD-LAST PIC X(15).
           05 GRACE-CCL-NEW-FIRST PIC X(15).
           05 GRACE-CCL-NEW-LAST PIC X(15).
           05 GRACE-CCL-DATE PIC 9(08).
           05 FILLER PIC X(05).
           COPY GRACECCLM.

      *Steward decision card - one confirmed duplicate per card.
       FD  GRACE-MDC-FILE
           RECORDING MODE IS F.
       01 GRACE-MDC-REC.
           05 GRACE-MDC-SURVIVOR-ID PIC 9(06).
           05 GRACE-MDC-RETIRED-ID PIC 9(06).
           05 GRACE-MDC-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(60).

       WORKING-STORAGE SECTION.
       01 GRACE-SDQ-STATUS PIC X(02).
           88 GRACE-SDQ-NOT-FOUND VALUE '35'.
       01 GRACE-SDR-STATUS PIC X(02).
           88 GRACE-SDR-NOT-FOUND VALUE '35'.
       01 GRACE-PND-STATUS PIC X(02).
           88 GRACE-PND-NOT-FOUND VALUE '35'.
       01 GRACE-CHG-STATUS PIC X(02).
           88 GRACE-CHG-NOT-FOUND VALUE '35'.
       01 GRACE-CCL-STATUS PIC X(02).
           88 GRACE-CCL-NOT-FOUND VALUE '35'.
       01 GRACE-MDC-STATUS PIC X(02).
           88 GRACE-MDC-NOT-FOUND VALUE '35'.

       01 GRACE-SOD-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-SOD-FILE-DONE VALUE 'Y'.

       01 GRACE-SOD-TODAY PIC 9(08) VALUE ZERO.
       01 GRACE-SOD-WEEK-END PIC 9(08) VALUE ZERO.
       01 GRACE-SOD-WEEK-START PIC 9(08) VALUE ZERO.
       01 GRACE-SOD-LOW-DATE PIC 9(08) VALUE ZERO.
       01 GRACE-SOD-WEEK-START-DAY PIC 9(07) VALUE ZERO.
       01 GRACE-SOD-MAX-DAYS PIC 9(03) VALUE ZERO.

      *The actions a rule may name - see GRACESDR.cpy.
       01 GRACE-SOD-ACTION-VALUES.
           05 FILLER PIC X(08) VALUE "CUSTADD".
           05 FILLER PIC X(08) VALUE "CUSTCHG".
           05 FILLER PIC X(08) VALUE "CUSTDEL".
           05 FILLER PIC X(08) VALUE "ADDRMOVE".
           05 FILLER PIC X(08) VALUE "RELLINK".
           05 FILLER PIC X(08) VALUE "RELEND".
           05 FILLER PIC X(08) VALUE "ADJKEY".
           05 FILLER PIC X(08) VALUE "ADJAPPR".
           05 FILLER PIC X(08) VALUE "WOFAPPR".
           05 FILLER PIC X(08) VALUE "MERGE".
           05 FILLER PIC X(08) VALUE "PARMKEY".
           05 FILLER PIC X(08) VALUE "PARMAPPR".
       01 GRACE-SOD-ACTIONS REDEFINES GRACE-SOD-ACTION-VALUES.
           05 GRACE-SOD-ACTION-NAME PIC X(08) OCCURS 12 TIMES.

       01 GRACE-SOD-RULE-TABLE.
           05 GRACE-SOD-RULES-USED PIC 9(02) VALUE ZERO.
           05 GRACE-SOD-RULE OCCURS 50 TIMES.
               10 GRACE-SOD-R-ID PIC X(06).
               10 GRACE-SOD-R-ACTION-1 PIC X(08).
               10 GRACE-SOD-R-ACTION-2 PIC X(08).
               10 GRACE-SOD-R-DAYS PIC 9(03).
               10 GRACE-SOD-R-TEXT PIC X(40).

      *Pending parameter changes, to name the card a checker's
      *GRACECHG stamp belongs to.
       01 GRACE-SOD-PND-TABLE.
           05 GRACE-SOD-PND-USED PIC 9(03) VALUE ZERO.
           05 GRACE-SOD-PND OCCURS 200 TIMES.
               10 GRACE-SOD-P-MAKER PIC X(08).
               10 GRACE-SOD-P-DATE PIC 9(08).
               10 GRACE-SOD-P-FILE PIC X(08).
               10 GRACE-SOD-P-FIELD PIC X(10).
               10 GRACE-SOD-P-OLD PIC X(18).
               10 GRACE-SOD-P-NEW PIC X(18).
               10 GRACE-SOD-P-STATE PIC X(01).
               10 GRACE-SOD-P-CATEGORY PIC X(02).

      *Who touched which customer on which day, per GRACECHG - the
      *operator a GRACECCL record is attributed to. Kind C is a
      *customer record change, R a relationship change.
       01 GRACE-SOD-TOUCH-TABLE.
           05 GRACE-SOD-TOUCH-USED PIC 9(04) VALUE ZERO.
           05 GRACE-SOD-TOUCH OCCURS 2000 TIMES.
               10 GRACE-SOD-T-DATE PIC 9(08).
               10 GRACE-SOD-T-CUST PIC X(06).
               10 GRACE-SOD-T-KIND PIC X(01).
               10 GRACE-SOD-T-OPERATOR PIC X(08).

      *Merges GRACEMEX has executed, to date the decision cards.
       01 GRACE-SOD-MERGE-TABLE.
           05 GRACE-SOD-MERGE-USED PIC 9(03) VALUE ZERO.
           05 GRACE-SOD-MERGE OCCURS 500 TIMES.
               10 GRACE-SOD-M-RETIRED PIC X(06).
               10 GRACE-SOD-M-SURVIVOR PIC X(06).
               10 GRACE-SOD-M-DATE PIC 9(08).

      *Every action found, in the order found.
       01 GRACE-SOD-EVENT-TABLE.
           05 GRACE-SOD-EVENTS-USED PIC 9(04) VALUE ZERO.
           05 GRACE-SOD-EVENT OCCURS 2000 TIMES.
               10 GRACE-SOD-E-OPERATOR PIC X(08).
               10 GRACE-SOD-E-ACTION PIC X(08).
               10 GRACE-SOD-E-SUBJECT PIC X(07).
               10 GRACE-SOD-E-DATE PIC 9(08).
               10 GRACE-SOD-E-DAY PIC 9(07).

       01 GRACE-SOD-IDX PIC 9(04) VALUE ZERO.
       01 GRACE-SOD-JDX PIC 9(04) VALUE ZERO.
       01 GRACE-SOD-RDX PIC 9(02) VALUE ZERO.
       01 GRACE-SOD-ADX PIC 9(02) VALUE ZERO.
       01 GRACE-SOD-FOUND-IDX PIC 9(04) VALUE ZERO.
       01 GRACE-SOD-KNOWN-1 PIC X(01) VALUE 'N'.
       01 GRACE-SOD-KNOWN-2 PIC X(01) VALUE 'N'.
       01 GRACE-SOD-WANTED-SW PIC X(01) VALUE 'N'.
           88 GRACE-SOD-ACTION-WANTED VALUE 'Y'.
       01 GRACE-SOD-FULL-SW PIC X(01) VALUE 'N'.
           88 GRACE-SOD-TABLE-FULL VALUE 'Y'.

      *The action being posted.
       01 GRACE-SOD-NEW-EVENT.
           05 GRACE-SOD-N-OPERATOR PIC X(08).
           05 GRACE-SOD-N-ACTION PIC X(08).
           05 GRACE-SOD-N-SUBJECT PIC X(07).
           05 GRACE-SOD-N-DATE PIC 9(08).
       01 GRACE-SOD-CUST-KEY.
           05 FILLER PIC X(01) VALUE 'C'.
           05 GRACE-SOD-CUST-KEY-ID PIC X(06).
       01 GRACE-SOD-CARD-KEY.
           05 FILLER PIC X(01) VALUE 'P'.
           05 GRACE-SOD-CARD-KEY-CAT PIC X(02).
           05 FILLER PIC X(04) VALUE SPACES.
       01 GRACE-SOD-TOUCH-CUST PIC X(06) VALUE SPACES.
       01 GRACE-SOD-TOUCH-KIND PIC X(01) VALUE SPACE.
       01 GRACE-SOD-GAP PIC S9(07) VALUE ZERO.
       01 GRACE-SOD-LATER-DAY PIC 9(07) VALUE ZERO.
       01 GRACE-SOD-SUBJECT-SHOWN PIC X(11) VALUE SPACES.

       01 GRACE-SOD-COUNTS.
           05 GRACE-SOD-VIOLATIONS PIC 9(05) VALUE ZERO.
           05 GRACE-SOD-BAD-RULES PIC 9(03) VALUE ZERO.
           05 GRACE-SOD-UNATTRIBUTED PIC 9(05) VALUE ZERO.
           05 GRACE-SOD-DROPPED PIC 9(05) VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACESOD" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           ACCEPT GRACE-SOD-TODAY FROM DATE YYYYMMDD.
           PERFORM 1000-READ-WEEK-CARD.
           PERFORM 1100-LOAD-CONFLICT-RULES.
           IF GRACE-SOD-RULES-USED = ZERO
               DISPLAY "*** NO CONFLICT RULES ON GRACESDR - NOTHING "
                   "TO JUDGE BY ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE GRACE-SOD-LOW-DATE = FUNCTION DATE-OF-INTEGER(
               GRACE-SOD-WEEK-START-DAY - GRACE-SOD-MAX-DAYS).
           PERFORM 2000-LOAD-PENDING-CHANGES.
           PERFORM 3000-SCAN-CHANGE-LOG.
           PERFORM 4000-SCAN-CUSTOMER-LOG.
           PERFORM 5000-SCAN-MERGE-DECISIONS.
           DISPLAY " ".
           DISPLAY "RULE   OPERATOR SUBJECT     FIRST ACTION      "
               "SECOND ACTION".
           PERFORM 6000-JUDGE-ONE-EVENT
               VARYING GRACE-SOD-IDX FROM 1 BY 1
               UNTIL GRACE-SOD-IDX > GRACE-SOD-EVENTS-USED.
           PERFORM 6900-PRINT-TOTALS.
           MOVE GRACE-SOD-EVENTS-USED TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           IF GRACE-SOD-VIOLATIONS > ZERO
                   OR GRACE-SOD-BAD-RULES > ZERO
                   OR GRACE-SOD-UNATTRIBUTED > ZERO
                   OR GRACE-SOD-DROPPED > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-READ-WEEK-CARD.
           MOVE GRACE-SOD-TODAY TO GRACE-SOD-WEEK-END.
           OPEN INPUT GRACE-SDQ-FILE.
           IF NOT GRACE-SDQ-NOT-FOUND
               READ GRACE-SDQ-FILE
                   NOT AT END
                       IF GRACE-SDQ-WEEK-END NUMERIC
                               AND GRACE-SDQ-WEEK-END > ZERO
                           MOVE GRACE-SDQ-WEEK-END
                               TO GRACE-SOD-WEEK-END
                       END-IF
               END-READ
               CLOSE GRACE-SDQ-FILE
           END-IF.
           COMPUTE GRACE-SOD-WEEK-START-DAY =
               FUNCTION INTEGER-OF-DATE(GRACE-SOD-WEEK-END) - 6.
           COMPUTE GRACE-SOD-WEEK-START = FUNCTION DATE-OF-INTEGER(
               GRACE-SOD-WEEK-START-DAY).
           DISPLAY "SEGREGATION OF DUTIES - WEEK " GRACE-SOD-WEEK-START
               " TO " GRACE-SOD-WEEK-END.

      *----------------------------------------------------------
      * 1100-LOAD-CONFLICT-RULES - a rule naming an action this
      * report does not know could never fire, so it is named and
      * left out rather than read as a clean bill.
      *----------------------------------------------------------
       1100-LOAD-CONFLICT-RULES.
           MOVE 'N' TO GRACE-SOD-EOF-SW.
           OPEN INPUT GRACE-SDR-FILE.
           IF NOT GRACE-SDR-NOT-FOUND
               PERFORM 1110-READ-RULE-CARD
               PERFORM 1120-STORE-RULE-CARD
                   UNTIL GRACE-SOD-FILE-DONE
               CLOSE GRACE-SDR-FILE
           END-IF.

       1110-READ-RULE-CARD.
           READ GRACE-SDR-FILE
               AT END
                   SET GRACE-SOD-FILE-DONE TO TRUE
           END-READ.

       1120-STORE-RULE-CARD.
           MOVE 'N' TO GRACE-SOD-KNOWN-1.
           MOVE 'N' TO GRACE-SOD-KNOWN-2.
           PERFORM 1130-CHECK-RULE-ACTIONS
               VARYING GRACE-SOD-ADX FROM 1 BY 1
               UNTIL GRACE-SOD-ADX > 12.
           EVALUATE TRUE
               WHEN GRACE-SOD-KNOWN-1 = 'N'
                       OR GRACE-SOD-KNOWN-2 = 'N'
                       OR GRACE-SDR-DAYS NOT NUMERIC
                   ADD 1 TO GRACE-SOD-BAD-RULES
                   DISPLAY "RULE " GRACE-SDR-RULE-ID
                       " NAMES AN UNKNOWN ACTION OR NO DAYS - "
                       "LEFT OUT"
               WHEN GRACE-SOD-RULES-USED >= 50
                   ADD 1 TO GRACE-SOD-BAD-RULES
                   DISPLAY "RULE " GRACE-SDR-RULE-ID
                       " PAST THE RULE TABLE (50) - LEFT OUT"
               WHEN OTHER
                   ADD 1 TO GRACE-SOD-RULES-USED
                   MOVE GRACE-SDR-RULE-ID
                       TO GRACE-SOD-R-ID(GRACE-SOD-RULES-USED)
                   MOVE GRACE-SDR-ACTION-1
                       TO GRACE-SOD-R-ACTION-1(GRACE-SOD-RULES-USED)
                   MOVE GRACE-SDR-ACTION-2
                       TO GRACE-SOD-R-ACTION-2(GRACE-SOD-RULES-USED)
                   MOVE GRACE-SDR-DAYS
                       TO GRACE-SOD-R-DAYS(GRACE-SOD-RULES-USED)
                   MOVE GRACE-SDR-DESCRIPTION
                       TO GRACE-SOD-R-TEXT(GRACE-SOD-RULES-USED)
                   IF GRACE-SDR-DAYS > GRACE-SOD-MAX-DAYS
                       MOVE GRACE-SDR-DAYS TO GRACE-SOD-MAX-DAYS
                   END-IF
           END-EVALUATE.
           PERFORM 1110-READ-RULE-CARD.

       1130-CHECK-RULE-ACTIONS.
           IF GRACE-SDR-ACTION-1 = GRACE-SOD-ACTION-NAME(GRACE-SOD-ADX)
               MOVE 'Y' TO GRACE-SOD-KNOWN-1
           END-IF.
           IF GRACE-SDR-ACTION-2 = GRACE-SOD-ACTION-NAME(GRACE-SOD-ADX)
               MOVE 'Y' TO GRACE-SOD-KNOWN-2
           END-IF.

      *----------------------------------------------------------
      * 2000-LOAD-PENDING-CHANGES - every maker is a PARMKEY on
      * the card (category) the change is for; the entries are
      * kept to recognise the checker's stamp on GRACECHG.
      *----------------------------------------------------------
       2000-LOAD-PENDING-CHANGES.
           MOVE 'N' TO GRACE-SOD-EOF-SW.
           OPEN INPUT GRACE-PND-FILE.
           IF NOT GRACE-PND-NOT-FOUND
               PERFORM 2100-READ-PENDING-CHANGE
               PERFORM 2200-STORE-PENDING-CHANGE
                   UNTIL GRACE-SOD-FILE-DONE
               CLOSE GRACE-PND-FILE
           END-IF.

       2100-READ-PENDING-CHANGE.
           READ GRACE-PND-FILE
               AT END
                   SET GRACE-SOD-FILE-DONE TO TRUE
           END-READ.

       2200-STORE-PENDING-CHANGE.
           IF GRACE-PND-DATE NUMERIC
               IF GRACE-SOD-PND-USED < 200
                   ADD 1 TO GRACE-SOD-PND-USED
                   MOVE GRACE-PND-MAKER-ID
                       TO GRACE-SOD-P-MAKER(GRACE-SOD-PND-USED)
                   MOVE GRACE-PND-DATE
                       TO GRACE-SOD-P-DATE(GRACE-SOD-PND-USED)
                   MOVE GRACE-PND-FILE-NAME
                       TO GRACE-SOD-P-FILE(GRACE-SOD-PND-USED)
                   MOVE GRACE-PND-FIELD-NAME
                       TO GRACE-SOD-P-FIELD(GRACE-SOD-PND-USED)
                   MOVE GRACE-PND-OLD-VALUE
                       TO GRACE-SOD-P-OLD(GRACE-SOD-PND-USED)
                   MOVE GRACE-PND-NEW-VALUE
                       TO GRACE-SOD-P-NEW(GRACE-SOD-PND-USED)
                   MOVE GRACE-PND-STATE
                       TO GRACE-SOD-P-STATE(GRACE-SOD-PND-USED)
                   MOVE GRACE-PND-CATEGORY
                       TO GRACE-SOD-P-CATEGORY(GRACE-SOD-PND-USED)
               ELSE
                   ADD 1 TO GRACE-SOD-DROPPED
               END-IF
               MOVE GRACE-PND-CATEGORY TO GRACE-SOD-CARD-KEY-CAT
               MOVE GRACE-PND-MAKER-ID TO GRACE-SOD-N-OPERATOR
               MOVE "PARMKEY" TO GRACE-SOD-N-ACTION
               MOVE GRACE-SOD-CARD-KEY TO GRACE-SOD-N-SUBJECT
               MOVE GRACE-PND-DATE TO GRACE-SOD-N-DATE
               PERFORM 8000-POST-ONE-EVENT
           END-IF.
           PERFORM 2100-READ-PENDING-CHANGE.

      *----------------------------------------------------------
      * 3000-SCAN-CHANGE-LOG - the operator-stamped actions, the
      * customer touches GRACECCL is attributed from, and the
      * executed merges.
      *----------------------------------------------------------
       3000-SCAN-CHANGE-LOG.
           MOVE 'N' TO GRACE-SOD-EOF-SW.
           OPEN INPUT GRACE-CHG-FILE.
           IF GRACE-CHG-NOT-FOUND
               DISPLAY "GRACECHG NOT FOUND - NO OPERATOR ACTIONS"
           ELSE
               PERFORM 3100-READ-CHANGE-RECORD
               PERFORM 3200-SORT-ONE-CHANGE-RECORD
                   UNTIL GRACE-SOD-FILE-DONE
               CLOSE GRACE-CHG-FILE
           END-IF.

       3100-READ-CHANGE-RECORD.
           READ GRACE-CHG-FILE
               AT END
                   SET GRACE-SOD-FILE-DONE TO TRUE
           END-READ.

       3200-SORT-ONE-CHANGE-RECORD.
           IF GRACE-CHG-DATE NUMERIC
                   AND GRACE-CHG-DATE >= GRACE-SOD-LOW-DATE
                   AND GRACE-CHG-DATE <= GRACE-SOD-WEEK-END
               MOVE GRACE-CHG-OPERATOR-ID TO GRACE-SOD-N-OPERATOR
               MOVE GRACE-CHG-DATE TO GRACE-SOD-N-DATE
               MOVE SPACES TO GRACE-SOD-N-ACTION
               EVALUATE TRUE
                   WHEN GRACE-CHG-FILE-NAME = "GRACECST"
                           AND GRACE-CHG-FIELD-NAME = "CUSTOMER"
                       MOVE GRACE-CHG-OLD-VALUE(6:6)
                           TO GRACE-SOD-TOUCH-CUST
                       MOVE 'C' TO GRACE-SOD-TOUCH-KIND
                       PERFORM 3300-NOTE-CUSTOMER-TOUCH
                   WHEN GRACE-CHG-FILE-NAME = "GRACEREL"
                       MOVE GRACE-CHG-OLD-VALUE(1:6)
                           TO GRACE-SOD-TOUCH-CUST
                       MOVE 'R' TO GRACE-SOD-TOUCH-KIND
                       PERFORM 3300-NOTE-CUSTOMER-TOUCH
                   WHEN GRACE-CHG-FILE-NAME = "GRACECST"
                           AND GRACE-CHG-FIELD-NAME = "MERGE"
                       PERFORM 3400-NOTE-EXECUTED-MERGE
                   WHEN GRACE-CHG-FILE-NAME = "GRACEADJ"
                           AND GRACE-CHG-FIELD-NAME = "KEYED"
                       MOVE "ADJKEY" TO GRACE-SOD-N-ACTION
                       MOVE GRACE-CHG-NEW-VALUE(1:6)
                           TO GRACE-SOD-CUST-KEY-ID
                   WHEN GRACE-CHG-FILE-NAME = "GRACEADJ"
                           AND GRACE-CHG-FIELD-NAME = "APPROVE"
                       MOVE "ADJAPPR" TO GRACE-SOD-N-ACTION
                       MOVE GRACE-CHG-NEW-VALUE(1:6)
                           TO GRACE-SOD-CUST-KEY-ID
                   WHEN GRACE-CHG-FILE-NAME = "GRACEWOF"
                           AND GRACE-CHG-FIELD-NAME = "APPROVE"
                       MOVE "WOFAPPR" TO GRACE-SOD-N-ACTION
                       MOVE GRACE-CHG-OLD-VALUE(4:6)
                           TO GRACE-SOD-CUST-KEY-ID
                   WHEN OTHER
                       PERFORM 3500-MATCH-APPROVED-CHANGE
               END-EVALUATE
               IF GRACE-SOD-N-ACTION NOT = SPACES
                   IF GRACE-SOD-N-ACTION NOT = "PARMAPPR"
                       MOVE GRACE-SOD-CUST-KEY TO GRACE-SOD-N-SUBJECT
                   END-IF
                   PERFORM 8000-POST-ONE-EVENT
               END-IF
           END-IF.
           PERFORM 3100-READ-CHANGE-RECORD.

       3300-NOTE-CUSTOMER-TOUCH.
           IF GRACE-SOD-TOUCH-USED < 2000
               ADD 1 TO GRACE-SOD-TOUCH-USED
               MOVE GRACE-CHG-DATE
                   TO GRACE-SOD-T-DATE(GRACE-SOD-TOUCH-USED)
               MOVE GRACE-SOD-TOUCH-CUST
                   TO GRACE-SOD-T-CUST(GRACE-SOD-TOUCH-USED)
               MOVE GRACE-SOD-TOUCH-KIND
                   TO GRACE-SOD-T-KIND(GRACE-SOD-TOUCH-USED)
               MOVE GRACE-CHG-OPERATOR-ID
                   TO GRACE-SOD-T-OPERATOR(GRACE-SOD-TOUCH-USED)
           ELSE
               ADD 1 TO GRACE-SOD-DROPPED
           END-IF.

       3400-NOTE-EXECUTED-MERGE.
           IF GRACE-SOD-MERGE-USED < 500
               ADD 1 TO GRACE-SOD-MERGE-USED
               MOVE GRACE-CHG-OLD-VALUE(9:6)
                   TO GRACE-SOD-M-RETIRED(GRACE-SOD-MERGE-USED)
               MOVE GRACE-CHG-NEW-VALUE(10:6)
                   TO GRACE-SOD-M-SURVIVOR(GRACE-SOD-MERGE-USED)
               MOVE GRACE-CHG-DATE
                   TO GRACE-SOD-M-DATE(GRACE-SOD-MERGE-USED)
           ELSE
               ADD 1 TO GRACE-SOD-DROPPED
           END-IF.

      *A stamp that repeats an approved pending entry's file, field
      *and values, on or after the day it was keyed, by someone
      *other than its maker, is the checker's approval.
       3500-MATCH-APPROVED-CHANGE.
           MOVE ZERO TO GRACE-SOD-FOUND-IDX.
           PERFORM 3510-MATCH-ONE-PENDING
               VARYING GRACE-SOD-JDX FROM 1 BY 1
               UNTIL GRACE-SOD-JDX > GRACE-SOD-PND-USED.
           IF GRACE-SOD-FOUND-IDX > ZERO
               MOVE "PARMAPPR" TO GRACE-SOD-N-ACTION
               MOVE GRACE-SOD-P-CATEGORY(GRACE-SOD-FOUND-IDX)
                   TO GRACE-SOD-CARD-KEY-CAT
               MOVE GRACE-SOD-CARD-KEY TO GRACE-SOD-N-SUBJECT
           END-IF.

       3510-MATCH-ONE-PENDING.
           IF GRACE-SOD-P-STATE(GRACE-SOD-JDX) = 'A'
                   AND GRACE-SOD-P-FILE(GRACE-SOD-JDX)
                       = GRACE-CHG-FILE-NAME
                   AND GRACE-SOD-P-FIELD(GRACE-SOD-JDX)
                       = GRACE-CHG-FIELD-NAME
                   AND GRACE-SOD-P-OLD(GRACE-SOD-JDX)
                       = GRACE-CHG-OLD-VALUE
                   AND GRACE-SOD-P-NEW(GRACE-SOD-JDX)
                       = GRACE-CHG-NEW-VALUE
                   AND GRACE-SOD-P-DATE(GRACE-SOD-JDX)
                       <= GRACE-CHG-DATE
                   AND GRACE-SOD-P-MAKER(GRACE-SOD-JDX)
                       NOT = GRACE-CHG-OPERATOR-ID
               MOVE GRACE-SOD-JDX TO GRACE-SOD-FOUND-IDX
           END-IF.

      *----------------------------------------------------------
      * 4000-SCAN-CUSTOMER-LOG - each GRACECCL record becomes the
      * action its function names, by the operator of the same
      * day's GRACECHG record for the customer.
      *----------------------------------------------------------
       4000-SCAN-CUSTOMER-LOG.
           MOVE 'N' TO GRACE-SOD-EOF-SW.
           OPEN INPUT GRACE-CCL-FILE.
           IF GRACE-CCL-NOT-FOUND
               DISPLAY "GRACECCL NOT FOUND - NO CUSTOMER CHANGES"
           ELSE
               PERFORM 4100-READ-CUSTOMER-CHANGE
               PERFORM 4200-POST-CUSTOMER-CHANGE
                   UNTIL GRACE-SOD-FILE-DONE
               CLOSE GRACE-CCL-FILE
           END-IF.

       4100-READ-CUSTOMER-CHANGE.
           READ GRACE-CCL-FILE
               AT END
                   SET GRACE-SOD-FILE-DONE TO TRUE
           END-READ.

       4200-POST-CUSTOMER-CHANGE.
           MOVE SPACES TO GRACE-SOD-N-ACTION.
           MOVE 'C' TO GRACE-SOD-TOUCH-KIND.
           EVALUATE GRACE-CCL-FUNCTION
               WHEN 'A'
                   MOVE "CUSTADD" TO GRACE-SOD-N-ACTION
               WHEN 'C'
                   MOVE "CUSTCHG" TO GRACE-SOD-N-ACTION
               WHEN 'D'
                   MOVE "CUSTDEL" TO GRACE-SOD-N-ACTION
               WHEN 'M'
                   IF GRACE-CCL-SOURCE = "CMT"
                       MOVE "ADDRMOVE" TO GRACE-SOD-N-ACTION
                   END-IF
               WHEN 'L'
                   MOVE "RELLINK" TO GRACE-SOD-N-ACTION
                   MOVE 'R' TO GRACE-SOD-TOUCH-KIND
               WHEN 'E'
                   MOVE "RELEND" TO GRACE-SOD-N-ACTION
                   MOVE 'R' TO GRACE-SOD-TOUCH-KIND
           END-EVALUATE.
           IF GRACE-SOD-N-ACTION NOT = SPACES
                   AND GRACE-CCL-DATE NUMERIC
                   AND GRACE-CCL-DATE >= GRACE-SOD-LOW-DATE
                   AND GRACE-CCL-DATE <= GRACE-SOD-WEEK-END
               MOVE GRACE-CCL-CUST-ID TO GRACE-SOD-TOUCH-CUST
               MOVE ZERO TO GRACE-SOD-FOUND-IDX
               PERFORM 4300-MATCH-ONE-TOUCH
                   VARYING GRACE-SOD-JDX FROM 1 BY 1
                   UNTIL GRACE-SOD-JDX > GRACE-SOD-TOUCH-USED
               IF GRACE-SOD-FOUND-IDX = ZERO
                   ADD 1 TO GRACE-SOD-UNATTRIBUTED
               ELSE
                   MOVE GRACE-SOD-T-OPERATOR(GRACE-SOD-FOUND-IDX)
                       TO GRACE-SOD-N-OPERATOR
                   MOVE GRACE-CCL-CUST-ID TO GRACE-SOD-CUST-KEY-ID
                   MOVE GRACE-SOD-CUST-KEY TO GRACE-SOD-N-SUBJECT
                   MOVE GRACE-CCL-DATE TO GRACE-SOD-N-DATE
                   PERFORM 8000-POST-ONE-EVENT
               END-IF
           END-IF.
           PERFORM 4100-READ-CUSTOMER-CHANGE.

       4300-MATCH-ONE-TOUCH.
           IF GRACE-SOD-T-DATE(GRACE-SOD-JDX) = GRACE-CCL-DATE
                   AND GRACE-SOD-T-CUST(GRACE-SOD-JDX)
                       = GRACE-SOD-TOUCH-CUST
                   AND GRACE-SOD-T-KIND(GRACE-SOD-JDX)
                       = GRACE-SOD-TOUCH-KIND
               MOVE GRACE-SOD-JDX TO GRACE-SOD-FOUND-IDX
           END-IF.

      *----------------------------------------------------------
      * 5000-SCAN-MERGE-DECISIONS - the steward keyed the merge
      * of both customers on the card.
      *----------------------------------------------------------
       5000-SCAN-MERGE-DECISIONS.
           MOVE 'N' TO GRACE-SOD-EOF-SW.
           OPEN INPUT GRACE-MDC-FILE.
           IF NOT GRACE-MDC-NOT-FOUND
               PERFORM 5100-READ-MERGE-DECISION
               PERFORM 5200-POST-MERGE-DECISION
                   UNTIL GRACE-SOD-FILE-DONE
               CLOSE GRACE-MDC-FILE
           END-IF.

       5100-READ-MERGE-DECISION.
           READ GRACE-MDC-FILE
               AT END
                   SET GRACE-SOD-FILE-DONE TO TRUE
           END-READ.

       5200-POST-MERGE-DECISION.
           MOVE GRACE-SOD-WEEK-END TO GRACE-SOD-N-DATE.
           PERFORM 5300-DATE-ONE-DECISION
               VARYING GRACE-SOD-JDX FROM 1 BY 1
               UNTIL GRACE-SOD-JDX > GRACE-SOD-MERGE-USED.
           MOVE GRACE-MDC-OPERATOR-ID TO GRACE-SOD-N-OPERATOR.
           MOVE "MERGE" TO GRACE-SOD-N-ACTION.
           MOVE GRACE-MDC-SURVIVOR-ID TO GRACE-SOD-CUST-KEY-ID.
           MOVE GRACE-SOD-CUST-KEY TO GRACE-SOD-N-SUBJECT.
           PERFORM 8000-POST-ONE-EVENT.
           MOVE GRACE-MDC-RETIRED-ID TO GRACE-SOD-CUST-KEY-ID.
           MOVE GRACE-SOD-CUST-KEY TO GRACE-SOD-N-SUBJECT.
           PERFORM 8000-POST-ONE-EVENT.
           PERFORM 5100-READ-MERGE-DECISION.

       5300-DATE-ONE-DECISION.
           IF GRACE-SOD-M-RETIRED(GRACE-SOD-JDX)
                   = GRACE-MDC-RETIRED-ID
                   AND GRACE-SOD-M-SURVIVOR(GRACE-SOD-JDX)
                       = GRACE-MDC-SURVIVOR-ID
               MOVE GRACE-SOD-M-DATE(GRACE-SOD-JDX)
                   TO GRACE-SOD-N-DATE
           END-IF.

      *----------------------------------------------------------
      * 6000-JUDGE-ONE-EVENT - pairs each action with every later
      * one found, by the same operator on the same subject, and
      * tries the pair against each rule.
      *----------------------------------------------------------
       6000-JUDGE-ONE-EVENT.
           COMPUTE GRACE-SOD-JDX = GRACE-SOD-IDX + 1.
           PERFORM 6100-JUDGE-ONE-PAIR
               UNTIL GRACE-SOD-JDX > GRACE-SOD-EVENTS-USED.

       6100-JUDGE-ONE-PAIR.
           IF GRACE-SOD-E-OPERATOR(GRACE-SOD-JDX)
                   = GRACE-SOD-E-OPERATOR(GRACE-SOD-IDX)
                   AND GRACE-SOD-E-SUBJECT(GRACE-SOD-JDX)
                       = GRACE-SOD-E-SUBJECT(GRACE-SOD-IDX)
               COMPUTE GRACE-SOD-GAP =
                   GRACE-SOD-E-DAY(GRACE-SOD-JDX)
                   - GRACE-SOD-E-DAY(GRACE-SOD-IDX)
               IF GRACE-SOD-GAP < ZERO
                   COMPUTE GRACE-SOD-GAP = ZERO - GRACE-SOD-GAP
                   MOVE GRACE-SOD-E-DAY(GRACE-SOD-IDX)
                       TO GRACE-SOD-LATER-DAY
               ELSE
                   MOVE GRACE-SOD-E-DAY(GRACE-SOD-JDX)
                       TO GRACE-SOD-LATER-DAY
               END-IF
               IF GRACE-SOD-LATER-DAY >= GRACE-SOD-WEEK-START-DAY
                   PERFORM 6200-TRY-ONE-RULE
                       VARYING GRACE-SOD-RDX FROM 1 BY 1
                       UNTIL GRACE-SOD-RDX > GRACE-SOD-RULES-USED
               END-IF
           END-IF.
           ADD 1 TO GRACE-SOD-JDX.

       6200-TRY-ONE-RULE.
           IF GRACE-SOD-GAP <= GRACE-SOD-R-DAYS(GRACE-SOD-RDX)
               IF (GRACE-SOD-E-ACTION(GRACE-SOD-IDX)
                       = GRACE-SOD-R-ACTION-1(GRACE-SOD-RDX)
                   AND GRACE-SOD-E-ACTION(GRACE-SOD-JDX)
                       = GRACE-SOD-R-ACTION-2(GRACE-SOD-RDX))
                 OR (GRACE-SOD-E-ACTION(GRACE-SOD-IDX)
                       = GRACE-SOD-R-ACTION-2(GRACE-SOD-RDX)
                   AND GRACE-SOD-E-ACTION(GRACE-SOD-JDX)
                       = GRACE-SOD-R-ACTION-1(GRACE-SOD-RDX))
                   PERFORM 6300-PRINT-VIOLATION
               END-IF
           END-IF.

       6300-PRINT-VIOLATION.
           ADD 1 TO GRACE-SOD-VIOLATIONS.
           MOVE SPACES TO GRACE-SOD-SUBJECT-SHOWN.
           IF GRACE-SOD-E-SUBJECT(GRACE-SOD-IDX)(1:1) = 'C'
               STRING "CUST " DELIMITED BY SIZE
                   GRACE-SOD-E-SUBJECT(GRACE-SOD-IDX)(2:6)
                       DELIMITED BY SIZE
                   INTO GRACE-SOD-SUBJECT-SHOWN
               END-STRING
           ELSE
               STRING "PARM CAT " DELIMITED BY SIZE
                   GRACE-SOD-E-SUBJECT(GRACE-SOD-IDX)(2:2)
                       DELIMITED BY SIZE
                   INTO GRACE-SOD-SUBJECT-SHOWN
               END-STRING
           END-IF.
           DISPLAY GRACE-SOD-R-ID(GRACE-SOD-RDX) " "
               GRACE-SOD-E-OPERATOR(GRACE-SOD-IDX) " "
               GRACE-SOD-SUBJECT-SHOWN " "
               GRACE-SOD-E-ACTION(GRACE-SOD-IDX) " "
               GRACE-SOD-E-DATE(GRACE-SOD-IDX) " "
               GRACE-SOD-E-ACTION(GRACE-SOD-JDX) " "
               GRACE-SOD-E-DATE(GRACE-SOD-JDX).
           DISPLAY "       " GRACE-SOD-R-TEXT(GRACE-SOD-RDX)
               " - WITHIN " GRACE-SOD-R-DAYS(GRACE-SOD-RDX)
               " DAYS".

       6900-PRINT-TOTALS.
           DISPLAY " ".
           DISPLAY "RULES JUDGED BY.........: " GRACE-SOD-RULES-USED.
           DISPLAY "RULES LEFT OUT..........: " GRACE-SOD-BAD-RULES.
           DISPLAY "ACTIONS GATHERED........: "
               GRACE-SOD-EVENTS-USED.
           DISPLAY "CUSTOMER CHANGES WITH NO "
               "OPERATOR: " GRACE-SOD-UNATTRIBUTED.
           DISPLAY "DROPPED - TABLE FULL....: " GRACE-SOD-DROPPED.
           DISPLAY "VIOLATIONS..............: " GRACE-SOD-VIOLATIONS.

      *----------------------------------------------------------
      * 8000-POST-ONE-EVENT - only actions some rule names, and
      * only inside the reach of the week's widest rule.
      *----------------------------------------------------------
       8000-POST-ONE-EVENT.
           MOVE 'N' TO GRACE-SOD-WANTED-SW.
           PERFORM 8010-CHECK-ACTION-WANTED
               VARYING GRACE-SOD-RDX FROM 1 BY 1
               UNTIL GRACE-SOD-RDX > GRACE-SOD-RULES-USED.
           IF GRACE-SOD-ACTION-WANTED
                   AND GRACE-SOD-N-DATE NUMERIC
                   AND GRACE-SOD-N-DATE >= GRACE-SOD-LOW-DATE
                   AND GRACE-SOD-N-DATE <= GRACE-SOD-WEEK-END
               IF GRACE-SOD-EVENTS-USED < 2000
                   ADD 1 TO GRACE-SOD-EVENTS-USED
                   MOVE GRACE-SOD-N-OPERATOR
                       TO GRACE-SOD-E-OPERATOR(GRACE-SOD-EVENTS-USED)
                   MOVE GRACE-SOD-N-ACTION
                       TO GRACE-SOD-E-ACTION(GRACE-SOD-EVENTS-USED)
                   MOVE GRACE-SOD-N-SUBJECT
                       TO GRACE-SOD-E-SUBJECT(GRACE-SOD-EVENTS-USED)
                   MOVE GRACE-SOD-N-DATE
                       TO GRACE-SOD-E-DATE(GRACE-SOD-EVENTS-USED)
                   COMPUTE GRACE-SOD-E-DAY(GRACE-SOD-EVENTS-USED) =
                       FUNCTION INTEGER-OF-DATE(GRACE-SOD-N-DATE)
               ELSE
                   ADD 1 TO GRACE-SOD-DROPPED
                   IF NOT GRACE-SOD-TABLE-FULL
                       SET GRACE-SOD-TABLE-FULL TO TRUE
                       DISPLAY "*** ACTION TABLE FULL (2000) - LATER "
                           "ACTIONS NOT JUDGED ***"
                   END-IF
               END-IF
           END-IF.

       8010-CHECK-ACTION-WANTED.
           IF GRACE-SOD-N-ACTION = GRACE-SOD-R-ACTION-1(GRACE-SOD-RDX)
                   OR GRACE-SOD-N-ACTION
                       = GRACE-SOD-R-ACTION-2(GRACE-SOD-RDX)
               MOVE 'Y' TO GRACE-SOD-WANTED-SW
           END-IF.

           COPY GRACERPTP.
