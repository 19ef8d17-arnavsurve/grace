       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACECOA.
      *----------------------------------------------------------
      * GRACECOA loads the address vendor's change-of-address
      * response to the GRACECOX extract back onto GRACECSK.
      * GRACERML only ever learns that a customer's mail came
      * back; this is where we learn where the customer went.
      *
      * Each GRACECOR move is taken only when it is safe to:
      *
      *   - the customer must still be on GRACECSK
      *   - the vendor's confidence in the match must reach the
      *     GRACECOT threshold card (default 090)
      *   - the new address must pass the GRACEAED edits, held
      *     here through the same GRACEADRP paragraphs
      *
      * Anything else goes to the GRACECOQ review listing with
      * its reason, for a clerk to key on GRACECMT or discard. A
      * move to the address already on file is counted and
      * passed over.
      *
      * A move taken replaces the street, city, state and zip and
      * writes an M record to GRACECCL in the GRACECCLM layout:
      * the whole old address, the new state and zip, and the
      * vendor's source code. A customer on GRACEUNF has the
      * undeliverable flag cleared - the new address mails again.
      * Each move is rewritten by key on the GRACECSK keyed
      * master as it is taken, so there is no table of customers
      * to outgrow. RC=4 when anything went to review.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-STC-FILE ASSIGN TO GRACESTC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-STC-STATUS.
           SELECT GRACE-COT-FILE ASSIGN TO GRACECOT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-COT-STATUS.
           SELECT GRACE-CST-FILE ASSIGN TO GRACECSK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-CST-ID
               FILE STATUS IS GRACE-CST-STATUS.
           SELECT GRACE-COR-FILE ASSIGN TO GRACECOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-COR-STATUS.
           SELECT GRACE-CCL-FILE ASSIGN TO GRACECCL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CCL-STATUS.
           SELECT GRACE-UNF-FILE ASSIGN TO GRACEUNF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-UNF-STATUS.
           SELECT GRACE-COQ-FILE ASSIGN TO GRACECOQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-COQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

       FD  GRACE-STC-FILE
           RECORDING MODE IS F.
           COPY GRACESTC.

      *Threshold card: the lowest vendor confidence taken.
       FD  GRACE-COT-FILE
           RECORDING MODE IS F.
       01 GRACE-COT-REC.
           05 GRACE-COT-MIN-CONFIDENCE PIC 9(03).
           05 FILLER PIC X(77).

       FD  GRACE-CST-FILE.
       01 GRACE-CST-REC.
           05 GRACE-CST-ID PIC 9(06).
           05 GRACE-CST-FIRST-NAME PIC X(15).
           05 GRACE-CST-LAST-NAME PIC X(15).
           05 GRACE-CST-STREET PIC X(20).
           05 GRACE-CST-CITY PIC X(12).
           05 GRACE-CST-STATE PIC X(02).
           05 GRACE-CST-ZIP PIC X(05).
           05 FILLER PIC X(05).

       FD  GRACE-COR-FILE
           RECORDING MODE IS F.
           COPY GRACECOR.

      *Before/after change log. A move is logged as function M
      *with the address images in the name columns.
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

       FD  GRACE-UNF-FILE
           RECORDING MODE IS F.
       01 GRACE-UNF-REC.
           05 GRACE-UNF-CUST-ID PIC 9(06).
           05 GRACE-UNF-FLAG-DATE PIC 9(08).
           05 FILLER PIC X(66).

      *Review listing - a move not taken, and why.
       FD  GRACE-COQ-FILE
           RECORDING MODE IS F.
       01 GRACE-COQ-REC.
           05 GRACE-COQ-CUST-ID PIC 9(06).
           05 FILLER PIC X(01).
           05 GRACE-COQ-REASON PIC X(30).
           05 FILLER PIC X(01).
           05 GRACE-COQ-CONFIDENCE PIC 9(03).
           05 FILLER PIC X(01).
           05 GRACE-COQ-NEW-STREET PIC X(20).
           05 FILLER PIC X(01).
           05 GRACE-COQ-NEW-CITY PIC X(12).
           05 FILLER PIC X(01).
           05 GRACE-COQ-NEW-STATE PIC X(02).
           05 FILLER PIC X(01).
           05 GRACE-COQ-NEW-ZIP PIC X(05).
           05 FILLER PIC X(01).
           05 GRACE-COQ-SOURCE PIC X(05).

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

           COPY GRACEADRH.

       01 GRACE-COT-STATUS PIC X(02).
           88 GRACE-COT-OK VALUE '00'.
           88 GRACE-COT-NOT-FOUND VALUE '35'.

       01 GRACE-CST-STATUS PIC X(02).
           88 GRACE-CST-OK VALUE '00'.
           88 GRACE-CST-EOF VALUE '10'.
           88 GRACE-CST-NOT-FOUND VALUE '35'.

       01 GRACE-COR-STATUS PIC X(02).
           88 GRACE-COR-OK VALUE '00'.
           88 GRACE-COR-EOF VALUE '10'.
           88 GRACE-COR-NOT-FOUND VALUE '35'.

       01 GRACE-CCL-STATUS PIC X(02).
           88 GRACE-CCL-OK VALUE '00'.
           88 GRACE-CCL-NOT-FOUND VALUE '35'.

       01 GRACE-UNF-STATUS PIC X(02).
           88 GRACE-UNF-OK VALUE '00'.
           88 GRACE-UNF-EOF VALUE '10'.
           88 GRACE-UNF-NOT-FOUND VALUE '35'.

       01 GRACE-COQ-STATUS PIC X(02).
           88 GRACE-COQ-OK VALUE '00'.

       01 GRACE-CST-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-CST-OPEN VALUE 'Y'.

       01 GRACE-COR-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-COR-END-OF-FILE VALUE 'Y'.

       01 GRACE-UNF-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-UNF-END-OF-FILE VALUE 'Y'.

       01 GRACE-COA-MIN-CONFIDENCE PIC 9(03) VALUE 090.

       01 GRACE-COA-FOUND-SW PIC X(01) VALUE 'N'.
           88 GRACE-COA-CUSTOMER-FOUND VALUE 'Y'.

      *Customers moved this run, whose undeliverable flags clear.
       01 GRACE-COA-MOVED-CTL.
           05 GRACE-COA-MOVED-USED PIC 9(03) VALUE ZERO.
           05 GRACE-COA-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-COA-MOVED-HIT-SW PIC X(01) VALUE 'N'.
               88 GRACE-COA-MOVED-HIT VALUE 'Y'.
           05 GRACE-COA-MOVED-ID OCCURS 500 TIMES PIC 9(06).

      *Flag file staged for the clearing rewrite.
       01 GRACE-COA-UNF-CTL.
           05 GRACE-COA-UNF-USED PIC 9(03) VALUE ZERO.
           05 GRACE-COA-UNF-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-COA-UNF-TABLE OCCURS 500 TIMES.
               10 GRACE-COA-UNF-ID PIC 9(06).
               10 GRACE-COA-UNF-DATE PIC 9(08).

       01 GRACE-COA-COUNTS.
           05 GRACE-COA-RESPONSE-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-COA-APPLIED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-COA-SAME-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-COA-REVIEW-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-COA-CLEARED-COUNT PIC 9(06) VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACECOA" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 9100-LOAD-STATE-TABLE.
           IF GRACE-ADX-STATE-USED = ZERO
               DISPLAY "*** GRACESTC REFERENCE TABLE MISSING OR "
                   "EMPTY - NO MOVE CAN BE EDITED, NOTHING APPLIED "
                   "***"
               MOVE 8 TO RETURN-CODE
               PERFORM 0600-PRINT-GRACE-RPT-FOOTER
               GOBACK
           END-IF.
           PERFORM 0800-LOAD-THRESHOLD.
           PERFORM 1000-OPEN-CUSTOMER-MASTER.
           OPEN INPUT GRACE-COR-FILE.
           IF GRACE-COR-NOT-FOUND
               DISPLAY "GRACECOR NOT FOUND - NO MOVES TO LOAD"
           ELSE
               OPEN OUTPUT GRACE-COQ-FILE
               OPEN EXTEND GRACE-CCL-FILE
               IF GRACE-CCL-NOT-FOUND
                   OPEN OUTPUT GRACE-CCL-FILE
               END-IF
               PERFORM 2000-READ-RESPONSE
               PERFORM 3000-TAKE-ONE-MOVE
                   UNTIL GRACE-COR-END-OF-FILE
               CLOSE GRACE-COR-FILE
               CLOSE GRACE-COQ-FILE
               CLOSE GRACE-CCL-FILE
           END-IF.
           IF GRACE-CST-OPEN
               CLOSE GRACE-CST-FILE
           END-IF.
           IF GRACE-COA-APPLIED-COUNT > ZERO
               PERFORM 6000-CLEAR-UNDELIVERABLE-FLAGS
           END-IF.
           DISPLAY "MOVES RECEIVED.............: "
               GRACE-COA-RESPONSE-COUNT.
           DISPLAY "MOVES APPLIED..............: "
               GRACE-COA-APPLIED-COUNT.
           DISPLAY "ALREADY AT THAT ADDRESS....: "
               GRACE-COA-SAME-COUNT.
           DISPLAY "SENT TO REVIEW.............: "
               GRACE-COA-REVIEW-COUNT.
           DISPLAY "UNDELIVERABLE FLAGS CLEARED: "
               GRACE-COA-CLEARED-COUNT.
           MOVE GRACE-COA-RESPONSE-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           IF GRACE-COA-REVIEW-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0800-LOAD-THRESHOLD.
           OPEN INPUT GRACE-COT-FILE.
           IF GRACE-COT-NOT-FOUND
               CONTINUE
           ELSE
               READ GRACE-COT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GRACE-COT-MIN-CONFIDENCE NUMERIC
                           MOVE GRACE-COT-MIN-CONFIDENCE
                               TO GRACE-COA-MIN-CONFIDENCE
                       END-IF
               END-READ
               CLOSE GRACE-COT-FILE
           END-IF.
           DISPLAY "LOWEST CONFIDENCE APPLIED: "
               GRACE-COA-MIN-CONFIDENCE.

       1000-OPEN-CUSTOMER-MASTER.
           OPEN I-O GRACE-CST-FILE.
           IF GRACE-CST-OK
               SET GRACE-CST-OPEN TO TRUE
           ELSE
               DISPLAY "GRACECSK NOT AVAILABLE - EVERY MOVE GOES TO "
                   "REVIEW"
           END-IF.

       2000-READ-RESPONSE.
           READ GRACE-COR-FILE
               AT END
                   SET GRACE-COR-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO GRACE-COA-RESPONSE-COUNT
           END-READ.

      *----------------------------------------------------------
      * 3000-TAKE-ONE-MOVE applies a move or sends it to review.
      * The checks run in order and the first that fails names
      * the review reason.
      *----------------------------------------------------------
       3000-TAKE-ONE-MOVE.
           PERFORM 3100-FIND-CUSTOMER.
           MOVE GRACE-COR-NEW-STREET TO GRACE-ADX-STREET.
           MOVE GRACE-COR-NEW-CITY TO GRACE-ADX-CITY.
           MOVE GRACE-COR-NEW-STATE TO GRACE-ADX-STATE.
           MOVE GRACE-COR-NEW-ZIP TO GRACE-ADX-ZIP.
           EVALUATE TRUE
               WHEN GRACE-COR-CUST-ID NOT NUMERIC
                   MOVE "CUSTOMER ID NOT NUMERIC"
                       TO GRACE-ADX-REASON-TEXT
                   PERFORM 3500-WRITE-REVIEW-RECORD
               WHEN NOT GRACE-COA-CUSTOMER-FOUND
                   MOVE "NOT ON CUSTOMER MASTER"
                       TO GRACE-ADX-REASON-TEXT
                   PERFORM 3500-WRITE-REVIEW-RECORD
               WHEN GRACE-COR-CONFIDENCE NOT NUMERIC
                   MOVE "CONFIDENCE NOT NUMERIC"
                       TO GRACE-ADX-REASON-TEXT
                   PERFORM 3500-WRITE-REVIEW-RECORD
               WHEN GRACE-COR-CONFIDENCE < GRACE-COA-MIN-CONFIDENCE
                   MOVE "LOW CONFIDENCE MATCH"
                       TO GRACE-ADX-REASON-TEXT
                   PERFORM 3500-WRITE-REVIEW-RECORD
               WHEN OTHER
                   PERFORM 9150-EDIT-ADDRESS
                   IF GRACE-ADX-VALID
                       PERFORM 3200-APPLY-MOVE
                   ELSE
                       PERFORM 3500-WRITE-REVIEW-RECORD
                   END-IF
           END-EVALUATE.
           PERFORM 2000-READ-RESPONSE.

       3100-FIND-CUSTOMER.
           MOVE 'N' TO GRACE-COA-FOUND-SW.
           IF GRACE-COR-CUST-ID NUMERIC
                   AND GRACE-CST-OPEN
               MOVE GRACE-COR-CUST-ID TO GRACE-CST-ID
               READ GRACE-CST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET GRACE-COA-CUSTOMER-FOUND TO TRUE
               END-READ
           END-IF.

       3200-APPLY-MOVE.
           IF GRACE-CST-STREET = GRACE-COR-NEW-STREET
                   AND GRACE-CST-CITY = GRACE-COR-NEW-CITY
                   AND GRACE-CST-STATE = GRACE-COR-NEW-STATE
                   AND GRACE-CST-ZIP = GRACE-COR-NEW-ZIP
               ADD 1 TO GRACE-COA-SAME-COUNT
           ELSE
               MOVE SPACES TO GRACE-CCL-REC
               MOVE 'M' TO GRACE-CCL-FUNCTION
               MOVE GRACE-COR-CUST-ID TO GRACE-CCL-CUST-ID
               MOVE GRACE-CST-STREET TO GRACE-CCL-OLD-STREET
               MOVE GRACE-CST-CITY TO GRACE-CCL-OLD-CITY
               MOVE GRACE-CST-STATE TO GRACE-CCL-OLD-STATE
               MOVE GRACE-CST-ZIP TO GRACE-CCL-OLD-ZIP
               MOVE GRACE-COR-NEW-STATE TO GRACE-CCL-NEW-STATE
               MOVE GRACE-COR-NEW-ZIP TO GRACE-CCL-NEW-ZIP
               MOVE GRACE-CYC-DATE TO GRACE-CCL-DATE
               MOVE GRACE-COR-SOURCE TO GRACE-CCL-SOURCE
               WRITE GRACE-CCL-REC
               MOVE GRACE-COR-NEW-STREET TO GRACE-CST-STREET
               MOVE GRACE-COR-NEW-CITY TO GRACE-CST-CITY
               MOVE GRACE-COR-NEW-STATE TO GRACE-CST-STATE
               MOVE GRACE-COR-NEW-ZIP TO GRACE-CST-ZIP
               REWRITE GRACE-CST-REC
                   INVALID KEY
                       DISPLAY "*** GRACECSK REWRITE FAILED FOR "
                           GRACE-CST-ID " - STATUS "
                           GRACE-CST-STATUS " ***"
               END-REWRITE
               IF GRACE-COA-MOVED-USED < 500
                   ADD 1 TO GRACE-COA-MOVED-USED
                   MOVE GRACE-CST-ID
                       TO GRACE-COA-MOVED-ID(GRACE-COA-MOVED-USED)
               END-IF
               ADD 1 TO GRACE-COA-APPLIED-COUNT
           END-IF.

       3500-WRITE-REVIEW-RECORD.
           MOVE SPACES TO GRACE-COQ-REC.
           MOVE GRACE-COR-CUST-ID TO GRACE-COQ-CUST-ID.
           MOVE GRACE-ADX-REASON-TEXT TO GRACE-COQ-REASON.
           MOVE GRACE-COR-CONFIDENCE TO GRACE-COQ-CONFIDENCE.
           MOVE GRACE-COR-NEW-STREET TO GRACE-COQ-NEW-STREET.
           MOVE GRACE-COR-NEW-CITY TO GRACE-COQ-NEW-CITY.
           MOVE GRACE-COR-NEW-STATE TO GRACE-COQ-NEW-STATE.
           MOVE GRACE-COR-NEW-ZIP TO GRACE-COQ-NEW-ZIP.
           MOVE GRACE-COR-SOURCE TO GRACE-COQ-SOURCE.
           WRITE GRACE-COQ-REC.
           ADD 1 TO GRACE-COA-REVIEW-COUNT.

      *----------------------------------------------------------
      * 6000-CLEAR-UNDELIVERABLE-FLAGS rewrites GRACEUNF without
      * the customers who moved - the same clearing GRACECMT does
      * on an address change.
      *----------------------------------------------------------
       6000-CLEAR-UNDELIVERABLE-FLAGS.
           OPEN INPUT GRACE-UNF-FILE.
           IF GRACE-UNF-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 6100-READ-FLAG-RECORD
               PERFORM 6200-STAGE-ONE-FLAG
                   UNTIL GRACE-UNF-END-OF-FILE
               CLOSE GRACE-UNF-FILE
               OPEN OUTPUT GRACE-UNF-FILE
               PERFORM 6500-WRITE-ONE-KEPT-FLAG
                   VARYING GRACE-COA-UNF-IDX FROM 1 BY 1
                   UNTIL GRACE-COA-UNF-IDX > GRACE-COA-UNF-USED
               CLOSE GRACE-UNF-FILE
           END-IF.

       6100-READ-FLAG-RECORD.
           READ GRACE-UNF-FILE
               AT END
                   SET GRACE-UNF-END-OF-FILE TO TRUE
           END-READ.

       6200-STAGE-ONE-FLAG.
           MOVE 'N' TO GRACE-COA-MOVED-HIT-SW.
           PERFORM 6300-MATCH-MOVED-ID
               VARYING GRACE-COA-IDX FROM 1 BY 1
               UNTIL GRACE-COA-IDX > GRACE-COA-MOVED-USED.
           IF GRACE-COA-MOVED-HIT
               ADD 1 TO GRACE-COA-CLEARED-COUNT
           ELSE
               IF GRACE-COA-UNF-USED < 500
                   ADD 1 TO GRACE-COA-UNF-USED
                   MOVE GRACE-UNF-CUST-ID
                       TO GRACE-COA-UNF-ID(GRACE-COA-UNF-USED)
                   MOVE GRACE-UNF-FLAG-DATE
                       TO GRACE-COA-UNF-DATE(GRACE-COA-UNF-USED)
               END-IF
           END-IF.
           PERFORM 6100-READ-FLAG-RECORD.

       6300-MATCH-MOVED-ID.
           IF GRACE-COA-MOVED-ID(GRACE-COA-IDX) = GRACE-UNF-CUST-ID
               SET GRACE-COA-MOVED-HIT TO TRUE
           END-IF.

       6500-WRITE-ONE-KEPT-FLAG.
           MOVE SPACES TO GRACE-UNF-REC.
           MOVE GRACE-COA-UNF-ID(GRACE-COA-UNF-IDX)
               TO GRACE-UNF-CUST-ID.
           MOVE GRACE-COA-UNF-DATE(GRACE-COA-UNF-IDX)
               TO GRACE-UNF-FLAG-DATE.
           WRITE GRACE-UNF-REC.

           COPY GRACERPTP.

           COPY GRACECYCP.

           COPY GRACEADRP.
