       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACECSR.
      *----------------------------------------------------------
      * GRACECSR is the nightly customer status change report. It
      * lists every lifecycle status change GRACECMT logged to
      * GRACECSH on the cycle date - the customer, the status
      * before and after, the time, the operator who set it and
      * the reason keyed - then counts them by new status. No
      * history file, or no change that day, is a quiet night.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-CSH-FILE ASSIGN TO GRACECSH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CSH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

       FD  GRACE-CSH-FILE
           RECORDING MODE IS F.
           COPY GRACECSH.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

       01 GRACE-CSH-STATUS PIC X(02).
           88 GRACE-CSH-OK VALUE '00'.
           88 GRACE-CSH-NOT-FOUND VALUE '35'.

       01 GRACE-CSH-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CSH-END-OF-FILE VALUE 'Y'.

       01 GRACE-CSR-COUNTS.
           05 GRACE-CSR-READ-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-CSR-CHANGE-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-CSR-ACTIVE-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-CSR-CLOSED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-CSR-DECEASED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-CSR-FROZEN-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-CSR-REVIEW-COUNT PIC 9(06) VALUE ZERO.

      *The new status, for counting.
       01 GRACE-CSR-NEW-STATUS PIC X(01) VALUE SPACE.
           88 GRACE-CSR-TO-ACTIVE VALUE 'A' SPACE.
           88 GRACE-CSR-TO-CLOSED VALUE 'C'.
           88 GRACE-CSR-TO-DECEASED VALUE 'D'.
           88 GRACE-CSR-TO-FROZEN VALUE 'F'.
           88 GRACE-CSR-TO-REVIEW VALUE 'R'.

       01 GRACE-CSR-DETAIL-LINE.
           05 GRACE-CSR-DTL-CUST-ID PIC 9(06).
           05 FILLER PIC X(04) VALUE SPACES.
           05 GRACE-CSR-DTL-OLD PIC X(01).
           05 FILLER PIC X(04) VALUE " -> ".
           05 GRACE-CSR-DTL-NEW PIC X(01).
           05 FILLER PIC X(03) VALUE SPACES.
           05 GRACE-CSR-DTL-TIME PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 GRACE-CSR-DTL-OPER-ID PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 GRACE-CSR-DTL-REASON PIC X(30).

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACECSR" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           DISPLAY "CUSTOMER STATUS CHANGES FOR " GRACE-CYC-DATE.
           OPEN INPUT GRACE-CSH-FILE.
           IF GRACE-CSH-NOT-FOUND
               DISPLAY "GRACECSH NOT FOUND - NO STATUS CHANGES"
           ELSE
               DISPLAY "CUSTOMER  OLD    NEW  TIME    OPERATOR  "
                   "REASON"
               PERFORM 1000-READ-HISTORY
               PERFORM 2000-REPORT-ONE-CHANGE
                   UNTIL GRACE-CSH-END-OF-FILE
               CLOSE GRACE-CSH-FILE
           END-IF.
           PERFORM 3000-PRINT-TOTALS.
           MOVE 0 TO RETURN-CODE.
           MOVE GRACE-CSR-CHANGE-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

       1000-READ-HISTORY.
           READ GRACE-CSH-FILE
               AT END
                   SET GRACE-CSH-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO GRACE-CSR-READ-COUNT
           END-READ.

      *----------------------------------------------------------
      * 2000-REPORT-ONE-CHANGE lists a change made on the cycle
      * date. Changes of other days were reported on their own
      * nights.
      *----------------------------------------------------------
       2000-REPORT-ONE-CHANGE.
           IF GRACE-CSH-DATE = GRACE-CYC-DATE
               ADD 1 TO GRACE-CSR-CHANGE-COUNT
               MOVE GRACE-CSH-CUST-ID TO GRACE-CSR-DTL-CUST-ID
               MOVE GRACE-CSH-OLD-STATUS TO GRACE-CSR-DTL-OLD
               MOVE GRACE-CSH-NEW-STATUS TO GRACE-CSR-DTL-NEW
               MOVE GRACE-CSH-TIME TO GRACE-CSR-DTL-TIME
               MOVE GRACE-CSH-OPER-ID TO GRACE-CSR-DTL-OPER-ID
               MOVE GRACE-CSH-REASON TO GRACE-CSR-DTL-REASON
               DISPLAY GRACE-CSR-DETAIL-LINE
               MOVE GRACE-CSH-NEW-STATUS TO GRACE-CSR-NEW-STATUS
               EVALUATE TRUE
                   WHEN GRACE-CSR-TO-ACTIVE
                       ADD 1 TO GRACE-CSR-ACTIVE-COUNT
                   WHEN GRACE-CSR-TO-CLOSED
                       ADD 1 TO GRACE-CSR-CLOSED-COUNT
                   WHEN GRACE-CSR-TO-DECEASED
                       ADD 1 TO GRACE-CSR-DECEASED-COUNT
                   WHEN GRACE-CSR-TO-FROZEN
                       ADD 1 TO GRACE-CSR-FROZEN-COUNT
                   WHEN GRACE-CSR-TO-REVIEW
                       ADD 1 TO GRACE-CSR-REVIEW-COUNT
               END-EVALUATE
           END-IF.
           PERFORM 1000-READ-HISTORY.

       3000-PRINT-TOTALS.
           DISPLAY "HISTORY RECORDS READ.......: "
               GRACE-CSR-READ-COUNT.
           DISPLAY "STATUS CHANGES ON THE DATE.: "
               GRACE-CSR-CHANGE-COUNT.
           DISPLAY "  TO ACTIVE................: "
               GRACE-CSR-ACTIVE-COUNT.
           DISPLAY "  TO CLOSED................: "
               GRACE-CSR-CLOSED-COUNT.
           DISPLAY "  TO DECEASED..............: "
               GRACE-CSR-DECEASED-COUNT.
           DISPLAY "  TO FROZEN................: "
               GRACE-CSR-FROZEN-COUNT.
           DISPLAY "  TO FRAUD REVIEW..........: "
               GRACE-CSR-REVIEW-COUNT.

           COPY GRACERPTP.

           COPY GRACECYCP.
