       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEWRR.
      *----------------------------------------------------------
      * GRACEWRR is the write-off recovery report, run after
      * GRACEMUP. It lists every recovery GRACEMUP flagged on
      * GRACEWRV this cycle - a credit applied to a customer
      * already written off on GRACEWOF - with the amount written
      * off, when, and the total recovered so far. It then walks
      * GRACEWOF for the standing position: customers written off,
      * the amount written off, the amount recovered and the
      * amount still lost, and the proposals and approvals still
      * waiting to post.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-WRV-FILE ASSIGN TO GRACEWRV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-WRV-STATUS.
           SELECT GRACE-WOF-FILE ASSIGN TO GRACEWOF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRACE-WOF-CUST-ID
               FILE STATUS IS GRACE-WOF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

       FD  GRACE-WRV-FILE
           RECORDING MODE IS F.
           COPY GRACEWRV.

       FD  GRACE-WOF-FILE.
           COPY GRACEWOF.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

       01 GRACE-WRV-STATUS PIC X(02).
           88 GRACE-WRV-OK VALUE '00'.
           88 GRACE-WRV-NOT-FOUND VALUE '35'.

       01 GRACE-WRV-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-WRV-END-OF-FILE VALUE 'Y'.

       01 GRACE-WOF-STATUS PIC X(02).
           88 GRACE-WOF-OK VALUE '00'.
           88 GRACE-WOF-NOT-FOUND VALUE '35'.

       01 GRACE-WOF-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-WOF-END-OF-FILE VALUE 'Y'.

       01 GRACE-WRR-TOTALS.
           05 GRACE-WRR-RCV-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-WRR-RCV-AMOUNT PIC 9(11) VALUE ZERO.
           05 GRACE-WRR-WO-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-WRR-WO-AMOUNT PIC 9(11) VALUE ZERO.
           05 GRACE-WRR-RECOVERED PIC 9(11) VALUE ZERO.
           05 GRACE-WRR-LOST PIC S9(11) VALUE ZERO.
           05 GRACE-WRR-PROPOSED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-WRR-APPROVED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-WRR-DECLINED-COUNT PIC 9(06) VALUE ZERO.

       01 GRACE-WRR-EDITS.
           05 GRACE-WRR-AMOUNT-ED PIC Z(08)9.
           05 GRACE-WRR-WO-AMT-ED PIC Z(08)9.
           05 GRACE-WRR-RCV-ED PIC Z(08)9.
           05 GRACE-WRR-TOTAL-ED PIC Z(10)9.
           05 GRACE-WRR-LOST-ED PIC -Z(10)9.
           05 GRACE-WRR-COUNT-ED PIC Z(05)9.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEWRR" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           DISPLAY "WRITE-OFF RECOVERIES FOR CYCLE " GRACE-CYC-DATE
               " " GRACE-CYC-NUMBER.
           DISPLAY "CUSTOMER OP SITE  RECOVERED WRITTEN OFF"
               "       ON TOTAL BACK".
           OPEN INPUT GRACE-WRV-FILE.
           IF GRACE-WRV-NOT-FOUND
               DISPLAY "GRACEWRV NOT FOUND - NO RECOVERIES THIS CYCLE"
           ELSE
               PERFORM 1050-READ-RECOVERY
               PERFORM 1000-LIST-RECOVERY
                   UNTIL GRACE-WRV-END-OF-FILE
               CLOSE GRACE-WRV-FILE
           END-IF.
           MOVE GRACE-WRR-RCV-COUNT TO GRACE-WRR-COUNT-ED.
           MOVE GRACE-WRR-RCV-AMOUNT TO GRACE-WRR-TOTAL-ED.
           DISPLAY "RECOVERIES THIS CYCLE: " GRACE-WRR-COUNT-ED
               "  AMOUNT: " GRACE-WRR-TOTAL-ED.
           DISPLAY " ".
           OPEN INPUT GRACE-WOF-FILE.
           IF GRACE-WOF-NOT-FOUND
               DISPLAY "GRACEWOF NOT FOUND - NOTHING WRITTEN OFF"
           ELSE
               PERFORM 2050-READ-WRITE-OFF
               PERFORM 2000-TOTAL-WRITE-OFF
                   UNTIL GRACE-WOF-END-OF-FILE
               CLOSE GRACE-WOF-FILE
               PERFORM 3000-PRINT-POSITION
           END-IF.
           MOVE 0 TO RETURN-CODE.
           MOVE GRACE-WRR-RCV-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

       1050-READ-RECOVERY.
           READ GRACE-WRV-FILE
               AT END
                   SET GRACE-WRV-END-OF-FILE TO TRUE
           END-READ.

       1000-LIST-RECOVERY.
           ADD 1 TO GRACE-WRR-RCV-COUNT.
           ADD GRACE-WRV-AMOUNT TO GRACE-WRR-RCV-AMOUNT.
           MOVE GRACE-WRV-AMOUNT TO GRACE-WRR-AMOUNT-ED.
           MOVE GRACE-WRV-WRITTEN-OFF-AMT TO GRACE-WRR-WO-AMT-ED.
           MOVE GRACE-WRV-RECOVERED TO GRACE-WRR-RCV-ED.
           DISPLAY GRACE-WRV-CUST-ID "   " GRACE-WRV-OP-CODE "  "
               GRACE-WRV-SITE-CODE "  " GRACE-WRR-AMOUNT-ED "   "
               GRACE-WRR-WO-AMT-ED " " GRACE-WRV-WO-POST-DATE " "
               GRACE-WRR-RCV-ED.
           PERFORM 1050-READ-RECOVERY.

       2050-READ-WRITE-OFF.
           READ GRACE-WOF-FILE NEXT RECORD
               AT END
                   SET GRACE-WOF-END-OF-FILE TO TRUE
           END-READ.

       2000-TOTAL-WRITE-OFF.
           EVALUATE TRUE
               WHEN GRACE-WOF-WRITTEN-OFF
                   ADD 1 TO GRACE-WRR-WO-COUNT
                   ADD GRACE-WOF-WRITTEN-OFF-AMT TO GRACE-WRR-WO-AMOUNT
                   ADD GRACE-WOF-RECOVERED TO GRACE-WRR-RECOVERED
               WHEN GRACE-WOF-PROPOSED
                   ADD 1 TO GRACE-WRR-PROPOSED-COUNT
               WHEN GRACE-WOF-APPROVED
                   ADD 1 TO GRACE-WRR-APPROVED-COUNT
               WHEN GRACE-WOF-DECLINED
                   ADD 1 TO GRACE-WRR-DECLINED-COUNT
           END-EVALUATE.
           PERFORM 2050-READ-WRITE-OFF.

      *----------------------------------------------------------
      * 3000-PRINT-POSITION - the amount still lost is what was
      * written off less what has come back; a customer who has
      * paid back more than was written off shows it negative.
      *----------------------------------------------------------
       3000-PRINT-POSITION.
           COMPUTE GRACE-WRR-LOST =
               GRACE-WRR-WO-AMOUNT - GRACE-WRR-RECOVERED.
           DISPLAY "WRITE-OFF POSITION".
           MOVE GRACE-WRR-WO-COUNT TO GRACE-WRR-COUNT-ED.
           DISPLAY "  CUSTOMERS WRITTEN OFF.....: " GRACE-WRR-COUNT-ED.
           MOVE GRACE-WRR-WO-AMOUNT TO GRACE-WRR-TOTAL-ED.
           DISPLAY "  AMOUNT WRITTEN OFF........: " GRACE-WRR-TOTAL-ED.
           MOVE GRACE-WRR-RECOVERED TO GRACE-WRR-TOTAL-ED.
           DISPLAY "  AMOUNT RECOVERED..........: " GRACE-WRR-TOTAL-ED.
           MOVE GRACE-WRR-LOST TO GRACE-WRR-LOST-ED.
           DISPLAY "  AMOUNT STILL LOST.........: " GRACE-WRR-LOST-ED.
           MOVE GRACE-WRR-PROPOSED-COUNT TO GRACE-WRR-COUNT-ED.
           DISPLAY "  PROPOSED, NOT DECIDED.....: " GRACE-WRR-COUNT-ED.
           MOVE GRACE-WRR-APPROVED-COUNT TO GRACE-WRR-COUNT-ED.
           DISPLAY "  APPROVED, NOT YET POSTED..: " GRACE-WRR-COUNT-ED.
           MOVE GRACE-WRR-DECLINED-COUNT TO GRACE-WRR-COUNT-ED.
           DISPLAY "  DECLINED..................: " GRACE-WRR-COUNT-ED.

           COPY GRACERPTP.

           COPY GRACECYCP.
