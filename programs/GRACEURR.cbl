       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEURR.
      *----------------------------------------------------------
      * GRACEURR is the annual unclaimed-property remittance,
      * run once a year ahead of GRACEMUP on the night the
      * reports are due to the states. Every customer GRACEUCH
      * holds on GRACEUCP whose due date - last activity plus the
      * state's holding period - has come is remitted: the
      * balance still on GRACEMST is reported to the state of the
      * last known address, the record is marked remitted with
      * the date and amount, and a debit for the amount goes to
      * GRACEUTX in the GRACETXN layout (op P, site UP),
      * concatenated behind GRACETXN like the other generated
      * feeds, so GRACEMUP takes the balance off the master and
      * GRACECIA can archive the customer.
      *
      * A held customer whose master shows activity since the
      * record was held, or nothing left owing, has claimed the
      * property and comes off GRACEUCP instead.
      *
      * The report lists the remitted customers state by state
      * with a total for each state and for the run. A rerun of
      * the same night reports the same remittances again; the
      * debit is regenerated only for what is still on the
      * master, so it cannot take the balance twice.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-UCP-FILE ASSIGN TO GRACEUCP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-UCP-CUST-ID
               FILE STATUS IS GRACE-UCP-STATUS.
           SELECT GRACE-MST-FILE ASSIGN TO GRACEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-MST-KEY
               FILE STATUS IS GRACE-MST-STATUS.
           SELECT GRACE-UTX-FILE ASSIGN TO GRACEUTX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-UTX-STATUS.
           SELECT GRACE-URW-FILE ASSIGN TO GRACEURW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-URW-STATUS.
           SELECT GRACE-SORT-FILE ASSIGN TO "GRACEUSR".
           SELECT GRACE-URS-FILE ASSIGN TO GRACEURS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-URS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

       FD  GRACE-UCP-FILE.
           COPY GRACEUCP.

       FD  GRACE-MST-FILE.
       01 GRACE-MST-REC.
           05 GRACE-MST-KEY PIC 9(06).
           05 GRACE-MST-VALUE PIC X(30).
           05 GRACE-MST-UPD-DATE PIC 9(08).
           05 GRACE-MST-BALANCE PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(26).

      *Remittance debits, GRACETXN layout.
       FD  GRACE-UTX-FILE
           RECORDING MODE IS F.
       01 GRACE-UTX-REC.
           05 GRACE-UTX-SOURCE PIC 9(6).
           05 GRACE-UTX-S-SOURCE-VALUE PIC X(30).
           05 GRACE-UTX-OP-CODE PIC X(01).
           05 GRACE-UTX-SITE-CODE PIC X(02).
           05 GRACE-UTX-EFF-DATE PIC X(08).
           05 GRACE-UTX-AMT-SIGN PIC X(01).
           05 GRACE-UTX-AMOUNT PIC 9(09).
           05 GRACE-UTX-CURRENCY PIC X(03).
           05 FILLER PIC X(40).

      *Tonight's remittances, for the sort into state order.
       FD  GRACE-URW-FILE
           RECORDING MODE IS F.
       01 GRACE-URW-REC PIC X(100).

       SD  GRACE-SORT-FILE.
       01 GRACE-SORT-REC.
           05 GRACE-SRT-CUST-ID PIC 9(06).
           05 FILLER PIC X(09).
           05 GRACE-SRT-STATE PIC X(02).
           05 FILLER PIC X(83).

      *The remittances in state sequence, GRACEUCP layout.
       FD  GRACE-URS-FILE
           RECORDING MODE IS F.
       01 GRACE-URS-REC.
           05 GRACE-URS-CUST-ID PIC 9(06).
           05 GRACE-URS-STATE-CODE PIC X(01).
           05 GRACE-URS-LAST-ACT-DATE PIC 9(08).
           05 GRACE-URS-ADDR-STATE PIC X(02).
           05 GRACE-URS-BALANCE PIC 9(09).
           05 GRACE-URS-HELD-DATE PIC 9(08).
           05 GRACE-URS-LETTER-DATE PIC 9(08).
           05 GRACE-URS-HOLD-YEARS PIC 9(02).
           05 GRACE-URS-DUE-DATE PIC 9(08).
           05 GRACE-URS-REMIT-DATE PIC 9(08).
           05 GRACE-URS-REMIT-AMOUNT PIC 9(09).
           05 GRACE-URS-LAST-NAME PIC X(15).
           05 FILLER PIC X(16).

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

       01 GRACE-UCP-STATUS PIC X(02).
           88 GRACE-UCP-OK VALUE '00'.
           88 GRACE-UCP-NOT-FOUND VALUE '35'.

       01 GRACE-MST-STATUS PIC X(02).
           88 GRACE-MST-OK VALUE '00'.
           88 GRACE-MST-NOT-FOUND VALUE '35'.

       01 GRACE-UTX-STATUS PIC X(02).
           88 GRACE-UTX-OK VALUE '00'.

       01 GRACE-URW-STATUS PIC X(02).
           88 GRACE-URW-OK VALUE '00'.

       01 GRACE-URS-STATUS PIC X(02).
           88 GRACE-URS-OK VALUE '00'.

       01 GRACE-UCP-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-UCP-END-OF-FILE VALUE 'Y'.

       01 GRACE-URS-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-URS-END-OF-FILE VALUE 'Y'.

       01 GRACE-URR-WORK.
           05 GRACE-URR-BALANCE PIC S9(09) VALUE ZERO.
           05 GRACE-URR-DEBIT PIC 9(09) VALUE ZERO.
           05 GRACE-URR-PRIOR-STATE PIC X(02) VALUE SPACES.
           05 GRACE-URR-YEAR PIC 9(04) VALUE ZERO.

       01 GRACE-URR-COUNTS.
           05 GRACE-URR-REMIT-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-URR-REMIT-AMOUNT PIC 9(11) VALUE ZERO.
           05 GRACE-URR-STATE-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-URR-STATE-AMOUNT PIC 9(11) VALUE ZERO.
           05 GRACE-URR-CLAIM-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-URR-TXN-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-URR-NOT-DUE-COUNT PIC 9(06) VALUE ZERO.

       01 GRACE-URR-EDITS.
           05 GRACE-URR-AMOUNT-ED PIC Z(08)9.
           05 GRACE-URR-TOTAL-ED PIC Z(10)9.
           05 GRACE-URR-COUNT-ED PIC Z(05)9.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEURR" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           MOVE GRACE-CYC-DATE(1:4) TO GRACE-URR-YEAR.
           OPEN OUTPUT GRACE-UTX-FILE.
           OPEN I-O GRACE-UCP-FILE.
           IF GRACE-UCP-NOT-FOUND
               DISPLAY "GRACEUCP NOT FOUND - NOTHING HELD TO REMIT"
           ELSE
               PERFORM 1000-SELECT-REMITTANCES
               CLOSE GRACE-UCP-FILE
               PERFORM 3000-PRINT-REMITTANCE-REPORT
           END-IF.
           CLOSE GRACE-UTX-FILE.
           MOVE 0 TO RETURN-CODE.
           MOVE GRACE-URR-REMIT-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

      *----------------------------------------------------------
      * 1000-SELECT-REMITTANCES walks GRACEUCP and writes each
      * remittance due tonight - new, or remitted earlier tonight
      * on a run being repeated - to the GRACEURW workspace.
      *----------------------------------------------------------
       1000-SELECT-REMITTANCES.
           OPEN INPUT GRACE-MST-FILE.
           OPEN OUTPUT GRACE-URW-FILE.
           MOVE ZERO TO GRACE-UCP-CUST-ID.
           START GRACE-UCP-FILE
               KEY IS >= GRACE-UCP-CUST-ID
               INVALID KEY
                   SET GRACE-UCP-END-OF-FILE TO TRUE
           END-START.
           PERFORM 1100-READ-PROPERTY.
           PERFORM 1200-JUDGE-ONE-PROPERTY
               UNTIL GRACE-UCP-END-OF-FILE.
           CLOSE GRACE-URW-FILE.
           CLOSE GRACE-MST-FILE.

       1100-READ-PROPERTY.
           IF NOT GRACE-UCP-END-OF-FILE
               READ GRACE-UCP-FILE NEXT RECORD
                   AT END
                       SET GRACE-UCP-END-OF-FILE TO TRUE
               END-READ
           END-IF.

       1200-JUDGE-ONE-PROPERTY.
           EVALUATE TRUE
               WHEN GRACE-UCP-HELD
                       AND GRACE-UCP-DUE-DATE > GRACE-CYC-DATE
                   ADD 1 TO GRACE-URR-NOT-DUE-COUNT
               WHEN GRACE-UCP-HELD
                   PERFORM 1300-READ-MASTER-BALANCE
                   PERFORM 1400-REMIT-ONE-PROPERTY
               WHEN GRACE-UCP-REMITTED
                       AND GRACE-UCP-REMIT-DATE = GRACE-CYC-DATE
                   PERFORM 1300-READ-MASTER-BALANCE
                   PERFORM 1600-WRITE-REMITTANCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 1100-READ-PROPERTY.

       1300-READ-MASTER-BALANCE.
           MOVE ZERO TO GRACE-URR-BALANCE.
           MOVE GRACE-UCP-CUST-ID TO GRACE-MST-KEY.
           READ GRACE-MST-FILE
               INVALID KEY
                   MOVE ZERO TO GRACE-MST-UPD-DATE
               NOT INVALID KEY
                   IF GRACE-MST-BALANCE NUMERIC
                       MOVE GRACE-MST-BALANCE TO GRACE-URR-BALANCE
                   END-IF
           END-READ.

      *A master touched since the customer was held, or with
      *nothing left owing, means the property was claimed.
       1400-REMIT-ONE-PROPERTY.
           IF GRACE-URR-BALANCE NOT > ZERO
                   OR GRACE-MST-UPD-DATE > GRACE-UCP-LAST-ACT-DATE
               DELETE GRACE-UCP-FILE
               ADD 1 TO GRACE-URR-CLAIM-COUNT
               DISPLAY "CLAIMED  " GRACE-UCP-CUST-ID
                   " - NOT REMITTED"
           ELSE
               MOVE 'R' TO GRACE-UCP-STATE-CODE
               MOVE GRACE-CYC-DATE TO GRACE-UCP-REMIT-DATE
               MOVE GRACE-URR-BALANCE TO GRACE-UCP-REMIT-AMOUNT
               MOVE GRACE-URR-BALANCE TO GRACE-UCP-BALANCE
               REWRITE GRACE-UCP-REC
               PERFORM 1600-WRITE-REMITTANCE
           END-IF.

      *The debit is what is still on the master, up to the amount
      *remitted - nothing once GRACEMUP has posted it.
       1600-WRITE-REMITTANCE.
           MOVE GRACE-UCP-REC TO GRACE-URW-REC.
           WRITE GRACE-URW-REC.
           IF GRACE-URR-BALANCE > GRACE-UCP-REMIT-AMOUNT
               MOVE GRACE-UCP-REMIT-AMOUNT TO GRACE-URR-DEBIT
           ELSE
               IF GRACE-URR-BALANCE > ZERO
                   MOVE GRACE-URR-BALANCE TO GRACE-URR-DEBIT
               ELSE
                   MOVE ZERO TO GRACE-URR-DEBIT
               END-IF
           END-IF.
           IF GRACE-URR-DEBIT > ZERO
               PERFORM 1700-WRITE-REMITTANCE-DEBIT
           END-IF.

       1700-WRITE-REMITTANCE-DEBIT.
           MOVE SPACES TO GRACE-UTX-REC.
           MOVE GRACE-UCP-CUST-ID TO GRACE-UTX-SOURCE.
           STRING "UNCLAIMED PROPERTY TO " DELIMITED BY SIZE
               GRACE-UCP-ADDR-STATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-URR-YEAR DELIMITED BY SIZE
               INTO GRACE-UTX-S-SOURCE-VALUE
           END-STRING.
           MOVE 'P' TO GRACE-UTX-OP-CODE.
           MOVE "UP" TO GRACE-UTX-SITE-CODE.
           MOVE GRACE-CYC-DATE TO GRACE-UTX-EFF-DATE.
           MOVE '-' TO GRACE-UTX-AMT-SIGN.
           MOVE GRACE-URR-DEBIT TO GRACE-UTX-AMOUNT.
           WRITE GRACE-UTX-REC.
           ADD 1 TO GRACE-URR-TXN-COUNT.

      *----------------------------------------------------------
      * 3000-PRINT-REMITTANCE-REPORT sorts tonight's remittances
      * into state order and prints them with a total per state.
      *----------------------------------------------------------
       3000-PRINT-REMITTANCE-REPORT.
           SORT GRACE-SORT-FILE
               ON ASCENDING KEY GRACE-SRT-STATE
               ON ASCENDING KEY GRACE-SRT-CUST-ID
               USING GRACE-URW-FILE
               GIVING GRACE-URS-FILE.
           DISPLAY "UNCLAIMED PROPERTY REMITTANCE FOR "
               GRACE-URR-YEAR " - RUN " GRACE-CYC-DATE.
           DISPLAY "ST CUSTOMER LAST NAME       LAST ACTIVITY "
               "HELD     YRS    AMOUNT".
           OPEN INPUT GRACE-URS-FILE.
           PERFORM 3100-READ-SORTED-REMITTANCE.
           IF NOT GRACE-URS-END-OF-FILE
               MOVE GRACE-URS-ADDR-STATE TO GRACE-URR-PRIOR-STATE
           END-IF.
           PERFORM 3200-PRINT-ONE-REMITTANCE
               UNTIL GRACE-URS-END-OF-FILE.
           IF GRACE-URR-REMIT-COUNT > ZERO
               PERFORM 3300-PRINT-STATE-TOTAL
           END-IF.
           CLOSE GRACE-URS-FILE.
           DISPLAY " ".
           MOVE GRACE-URR-REMIT-COUNT TO GRACE-URR-COUNT-ED.
           MOVE GRACE-URR-REMIT-AMOUNT TO GRACE-URR-TOTAL-ED.
           DISPLAY "REMITTED, ALL STATES........: " GRACE-URR-COUNT-ED
               "  " GRACE-URR-TOTAL-ED.
           DISPLAY "CLAIMED BEFORE REMITTANCE...: "
               GRACE-URR-CLAIM-COUNT.
           DISPLAY "HELD, NOT YET DUE...........: "
               GRACE-URR-NOT-DUE-COUNT.
           DISPLAY "DEBITS WRITTEN TO GRACEUTX..: "
               GRACE-URR-TXN-COUNT.

       3100-READ-SORTED-REMITTANCE.
           READ GRACE-URS-FILE
               AT END
                   SET GRACE-URS-END-OF-FILE TO TRUE
           END-READ.

       3200-PRINT-ONE-REMITTANCE.
           IF GRACE-URS-ADDR-STATE NOT = GRACE-URR-PRIOR-STATE
               PERFORM 3300-PRINT-STATE-TOTAL
               MOVE GRACE-URS-ADDR-STATE TO GRACE-URR-PRIOR-STATE
           END-IF.
           ADD 1 TO GRACE-URR-STATE-COUNT.
           ADD GRACE-URS-REMIT-AMOUNT TO GRACE-URR-STATE-AMOUNT.
           ADD 1 TO GRACE-URR-REMIT-COUNT.
           ADD GRACE-URS-REMIT-AMOUNT TO GRACE-URR-REMIT-AMOUNT.
           MOVE GRACE-URS-REMIT-AMOUNT TO GRACE-URR-AMOUNT-ED.
           DISPLAY GRACE-URS-ADDR-STATE " " GRACE-URS-CUST-ID "   "
               GRACE-URS-LAST-NAME " " GRACE-URS-LAST-ACT-DATE
               "      " GRACE-URS-HELD-DATE " " GRACE-URS-HOLD-YEARS
               " " GRACE-URR-AMOUNT-ED.
           PERFORM 3100-READ-SORTED-REMITTANCE.

       3300-PRINT-STATE-TOTAL.
           MOVE GRACE-URR-STATE-COUNT TO GRACE-URR-COUNT-ED.
           MOVE GRACE-URR-STATE-AMOUNT TO GRACE-URR-TOTAL-ED.
           DISPLAY "   TOTAL " GRACE-URR-PRIOR-STATE "  CUSTOMERS "
               GRACE-URR-COUNT-ED "  AMOUNT " GRACE-URR-TOTAL-ED.
           MOVE ZERO TO GRACE-URR-STATE-COUNT.
           MOVE ZERO TO GRACE-URR-STATE-AMOUNT.

           COPY GRACERPTP.

           COPY GRACECYCP.
