       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEAGE.
      *----------------------------------------------------------
      * GRACEAGE is the weekly collections aging report. It reads
      * the GRACEDLQ delinquency file GRACECOL keeps and buckets
      * every customer still carrying a negative balance two
      * ways: by days past due, counted from the date the balance
      * first went negative to the GRACECYC date -
      *
      *   0-14   15-29   30-59   60-89   90 AND OVER
      *
      * - with the number of customers and the amount owed in
      * each; and by the amount owed -
      *
      *   UNDER 100   100-999   1000-9999   10000 AND OVER
      *
      * - with the number of customers in each. Each delinquent
      * customer is listed too, with the letter stage reached.
      * The balance is the one GRACECOL saw on its last run, so
      * the report is run after GRACECOL in the week's last
      * nightly cycle.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-DLQ-FILE ASSIGN TO GRACEDLQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRACE-DLQ-CUST-ID
               FILE STATUS IS GRACE-DLQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

       FD  GRACE-DLQ-FILE.
           COPY GRACEDLQ.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

       01 GRACE-DLQ-STATUS PIC X(02).
           88 GRACE-DLQ-OK VALUE '00'.
           88 GRACE-DLQ-NOT-FOUND VALUE '35'.

       01 GRACE-DLQ-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-DLQ-END-OF-FILE VALUE 'Y'.

      *Days-past-due buckets: the lowest day count in each.
       01 GRACE-AGE-DAY-VALUES.
           05 FILLER PIC X(16) VALUE "0000  0-14 DAYS ".
           05 FILLER PIC X(16) VALUE "0015 15-29 DAYS ".
           05 FILLER PIC X(16) VALUE "0030 30-59 DAYS ".
           05 FILLER PIC X(16) VALUE "0060 60-89 DAYS ".
           05 FILLER PIC X(16) VALUE "0090 90+ DAYS   ".
       01 GRACE-AGE-DAY-TABLE REDEFINES GRACE-AGE-DAY-VALUES.
           05 GRACE-AGE-DAY-ENTRY OCCURS 5 TIMES.
               10 GRACE-AGE-DAY-FROM PIC 9(04).
               10 GRACE-AGE-DAY-LABEL PIC X(12).

      *Amount-owed bands: the lowest amount in each.
       01 GRACE-AGE-BAND-VALUES.
           05 FILLER PIC X(21) VALUE "000000000UNDER 100   ".
           05 FILLER PIC X(21) VALUE "000000100100-999     ".
           05 FILLER PIC X(21) VALUE "0000010001000-9999   ".
           05 FILLER PIC X(21) VALUE "00001000010000 AND UP".
       01 GRACE-AGE-BAND-TABLE REDEFINES GRACE-AGE-BAND-VALUES.
           05 GRACE-AGE-BAND-ENTRY OCCURS 4 TIMES.
               10 GRACE-AGE-BAND-FROM PIC 9(09).
               10 GRACE-AGE-BAND-LABEL PIC X(12).

       01 GRACE-AGE-TOTALS.
           05 GRACE-AGE-DAY-TOTAL OCCURS 5 TIMES.
               10 GRACE-AGE-DAY-COUNT PIC 9(06).
               10 GRACE-AGE-DAY-AMOUNT PIC 9(11).
           05 GRACE-AGE-BAND-COUNT PIC 9(06) OCCURS 4 TIMES.
           05 GRACE-AGE-ALL-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-AGE-ALL-AMOUNT PIC 9(11) VALUE ZERO.
           05 GRACE-AGE-CURED-COUNT PIC 9(06) VALUE ZERO.

      *One customer.
       01 GRACE-AGE-WORK.
           05 GRACE-AGE-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-AGE-DAY-SLOT PIC 9(02) VALUE ZERO.
           05 GRACE-AGE-BAND-SLOT PIC 9(02) VALUE ZERO.
           05 GRACE-AGE-DAYS PIC 9(04) VALUE ZERO.
           05 GRACE-AGE-OWED PIC 9(09) VALUE ZERO.

       01 GRACE-AGE-EDITS.
           05 GRACE-AGE-COUNT-ED PIC Z(05)9.
           05 GRACE-AGE-AMOUNT-ED PIC Z(10)9.
           05 GRACE-AGE-DAYS-ED PIC Z(03)9.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEAGE" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 1000-CLEAR-TOTALS
               VARYING GRACE-AGE-IDX FROM 1 BY 1
               UNTIL GRACE-AGE-IDX > 5.
           DISPLAY "COLLECTIONS AGING AS OF " GRACE-CYC-DATE.
           DISPLAY "CUSTOMER  DAYS STAGE NEGATIVE SINCE    OWED".
           OPEN INPUT GRACE-DLQ-FILE.
           IF GRACE-DLQ-NOT-FOUND
               DISPLAY "GRACEDLQ NOT FOUND - NO DELINQUENT CUSTOMERS"
           ELSE
               PERFORM 2050-READ-DELINQUENCY
               PERFORM 2000-AGE-ONE-CUSTOMER
                   UNTIL GRACE-DLQ-END-OF-FILE
               CLOSE GRACE-DLQ-FILE
           END-IF.
           PERFORM 6000-PRINT-AGING-SUMMARY.
           MOVE 0 TO RETURN-CODE.
           MOVE GRACE-AGE-ALL-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

       1000-CLEAR-TOTALS.
           MOVE ZERO TO GRACE-AGE-DAY-COUNT(GRACE-AGE-IDX).
           MOVE ZERO TO GRACE-AGE-DAY-AMOUNT(GRACE-AGE-IDX).
           IF GRACE-AGE-IDX <= 4
               MOVE ZERO TO GRACE-AGE-BAND-COUNT(GRACE-AGE-IDX)
           END-IF.

       2050-READ-DELINQUENCY.
           READ GRACE-DLQ-FILE NEXT RECORD
               AT END
                   SET GRACE-DLQ-END-OF-FILE TO TRUE
           END-READ.

      *----------------------------------------------------------
      * 2000-AGE-ONE-CUSTOMER - a record whose last balance was
      * not negative is waiting for GRACECOL to reset it and is
      * only counted.
      *----------------------------------------------------------
       2000-AGE-ONE-CUSTOMER.
           IF GRACE-DLQ-BALANCE NOT NUMERIC
                   OR GRACE-DLQ-BALANCE NOT < ZERO
               ADD 1 TO GRACE-AGE-CURED-COUNT
           ELSE
               COMPUTE GRACE-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(GRACE-CYC-DATE)
                   - FUNCTION INTEGER-OF-DATE(GRACE-DLQ-NEG-DATE)
               COMPUTE GRACE-AGE-OWED = 0 - GRACE-DLQ-BALANCE
               MOVE 1 TO GRACE-AGE-DAY-SLOT
               PERFORM 2100-FIND-DAY-BUCKET
                   VARYING GRACE-AGE-IDX FROM 2 BY 1
                   UNTIL GRACE-AGE-IDX > 5
               MOVE 1 TO GRACE-AGE-BAND-SLOT
               PERFORM 2200-FIND-AMOUNT-BAND
                   VARYING GRACE-AGE-IDX FROM 2 BY 1
                   UNTIL GRACE-AGE-IDX > 4
               ADD 1 TO GRACE-AGE-DAY-COUNT(GRACE-AGE-DAY-SLOT)
               ADD GRACE-AGE-OWED
                   TO GRACE-AGE-DAY-AMOUNT(GRACE-AGE-DAY-SLOT)
               ADD 1 TO GRACE-AGE-BAND-COUNT(GRACE-AGE-BAND-SLOT)
               ADD 1 TO GRACE-AGE-ALL-COUNT
               ADD GRACE-AGE-OWED TO GRACE-AGE-ALL-AMOUNT
               MOVE GRACE-AGE-DAYS TO GRACE-AGE-DAYS-ED
               MOVE GRACE-AGE-OWED TO GRACE-AGE-AMOUNT-ED
               DISPLAY GRACE-DLQ-CUST-ID "  " GRACE-AGE-DAYS-ED
                   "   " GRACE-DLQ-STAGE "   " GRACE-DLQ-NEG-DATE
                   " " GRACE-AGE-AMOUNT-ED
           END-IF.
           PERFORM 2050-READ-DELINQUENCY.

       2100-FIND-DAY-BUCKET.
           IF GRACE-AGE-DAYS >= GRACE-AGE-DAY-FROM(GRACE-AGE-IDX)
               MOVE GRACE-AGE-IDX TO GRACE-AGE-DAY-SLOT
           END-IF.

       2200-FIND-AMOUNT-BAND.
           IF GRACE-AGE-OWED >= GRACE-AGE-BAND-FROM(GRACE-AGE-IDX)
               MOVE GRACE-AGE-IDX TO GRACE-AGE-BAND-SLOT
           END-IF.

       6000-PRINT-AGING-SUMMARY.
           DISPLAY " ".
           DISPLAY "BY DAYS PAST DUE   CUSTOMERS        AMOUNT OWED".
           PERFORM 6100-PRINT-DAY-BUCKET
               VARYING GRACE-AGE-IDX FROM 1 BY 1
               UNTIL GRACE-AGE-IDX > 5.
           MOVE GRACE-AGE-ALL-COUNT TO GRACE-AGE-COUNT-ED.
           MOVE GRACE-AGE-ALL-AMOUNT TO GRACE-AGE-AMOUNT-ED.
           DISPLAY "  TOTAL             " GRACE-AGE-COUNT-ED
               "        " GRACE-AGE-AMOUNT-ED.
           DISPLAY " ".
           DISPLAY "BY AMOUNT OWED     CUSTOMERS".
           PERFORM 6200-PRINT-AMOUNT-BAND
               VARYING GRACE-AGE-IDX FROM 1 BY 1
               UNTIL GRACE-AGE-IDX > 4.
           DISPLAY " ".
           DISPLAY "AWAITING RESET (BALANCE CURED): "
               GRACE-AGE-CURED-COUNT.

       6100-PRINT-DAY-BUCKET.
           MOVE GRACE-AGE-DAY-COUNT(GRACE-AGE-IDX)
               TO GRACE-AGE-COUNT-ED.
           MOVE GRACE-AGE-DAY-AMOUNT(GRACE-AGE-IDX)
               TO GRACE-AGE-AMOUNT-ED.
           DISPLAY "  " GRACE-AGE-DAY-LABEL(GRACE-AGE-IDX) "      "
               GRACE-AGE-COUNT-ED "        " GRACE-AGE-AMOUNT-ED.

       6200-PRINT-AMOUNT-BAND.
           MOVE GRACE-AGE-BAND-COUNT(GRACE-AGE-IDX)
               TO GRACE-AGE-COUNT-ED.
           DISPLAY "  " GRACE-AGE-BAND-LABEL(GRACE-AGE-IDX) "      "
               GRACE-AGE-COUNT-ED.

           COPY GRACERPTP.

           COPY GRACECYCP.
