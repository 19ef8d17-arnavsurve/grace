       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACECHB.
      *----------------------------------------------------------
      * GRACECHB is the monthly job-accounting chargeback. The
      * suite serves several departments - marketing's name
      * matching, finance's extracts, the mail room's label runs
      * - and its cost is split among them by what they used.
      *
      * For the period on the GRACEPCC card (YYYYMM, the card
      * GRACEPCL closes the month off), each GRACERUN record is
      * charged to the department that owns its program on the
      * GRACEOWN card: elapsed run time for the program's first
      * run of a cycle, rerun and retry time for every later run
      * of the same program in the same cycle. The record volumes
      * the producing steps hand off on GRACEBAL (producer rows
      * stamped in the period; consumption rows are the same
      * records again and are not charged) are charged to the
      * producing step's department. The GRACECHR rate card
      * prices the three: a rate per elapsed second, a rate per
      * rerun/retry second and a rate per thousand records.
      *
      * The report is one block per department with its share of
      * the suite charge, the suite totals counted independently
      * of the departments, and a reconciliation line proving the
      * department shares add up to the suite total - RC=8 if
      * they do not. A program with no GRACEOWN card is charged
      * to UNASSIGNED and named, RC=4, so it gets carded; no rate
      * card prices everything at zero, also RC=4. Records from
      * before time capture count as runs with no elapsed time.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-PCC-FILE ASSIGN TO GRACEPCC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-PCC-STATUS.
           SELECT GRACE-CHR-FILE ASSIGN TO GRACECHR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CHR-STATUS.
           SELECT GRACE-OWN-FILE ASSIGN TO GRACEOWN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-OWN-STATUS.
           SELECT GRACE-RUNC-FILE ASSIGN TO GRACERUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RUNC-STATUS.
           SELECT GRACE-BAL-FILE ASSIGN TO GRACEBAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-BAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Period card: the month to charge back, YYYYMM.
       FD  GRACE-PCC-FILE
           RECORDING MODE IS F.
       01 GRACE-PCC-REC.
           05 GRACE-PCC-PERIOD PIC 9(06).
           05 FILLER PIC X(74).

      *Rate card: per elapsed second, per rerun/retry second, per
      *thousand records handed off.
       FD  GRACE-CHR-FILE
           RECORDING MODE IS F.
       01 GRACE-CHR-REC.
           05 GRACE-CHR-ELAPSED-RATE PIC 9(03)V9(04).
           05 GRACE-CHR-RERUN-RATE PIC 9(03)V9(04).
           05 GRACE-CHR-VOLUME-RATE PIC 9(03)V9(04).
           05 FILLER PIC X(59).

       FD  GRACE-OWN-FILE
           RECORDING MODE IS F.
           COPY GRACEOWN.

       FD  GRACE-RUNC-FILE
           RECORDING MODE IS F.
           COPY GRACERUNC.

       FD  GRACE-BAL-FILE
           RECORDING MODE IS F.
           COPY GRACEBAL.

       WORKING-STORAGE SECTION.
       01 GRACE-PCC-STATUS PIC X(02).
           88 GRACE-PCC-OK VALUE '00'.
           88 GRACE-PCC-NOT-FOUND VALUE '35'.

       01 GRACE-CHR-STATUS PIC X(02).
           88 GRACE-CHR-OK VALUE '00'.
           88 GRACE-CHR-NOT-FOUND VALUE '35'.

       01 GRACE-OWN-STATUS PIC X(02).
           88 GRACE-OWN-OK VALUE '00'.
           88 GRACE-OWN-EOF VALUE '10'.
           88 GRACE-OWN-NOT-FOUND VALUE '35'.

       01 GRACE-RUNC-STATUS PIC X(02).
           88 GRACE-RUNC-OK VALUE '00'.
           88 GRACE-RUNC-EOF VALUE '10'.
           88 GRACE-RUNC-NOT-FOUND VALUE '35'.

       01 GRACE-BAL-STATUS PIC X(02).
           88 GRACE-BAL-OK VALUE '00'.
           88 GRACE-BAL-EOF VALUE '10'.
           88 GRACE-BAL-NOT-FOUND VALUE '35'.

       01 GRACE-OWN-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-OWN-END-OF-FILE VALUE 'Y'.

       01 GRACE-RUNC-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-RUNC-END-OF-FILE VALUE 'Y'.

       01 GRACE-BAL-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-BAL-END-OF-FILE VALUE 'Y'.

       01 GRACE-CHB-PERIOD PIC 9(06) VALUE ZERO.
       01 GRACE-CHB-REC-PERIOD PIC 9(06) VALUE ZERO.

       01 GRACE-CHB-RATES.
           05 GRACE-CHB-ELAPSED-RATE PIC 9(03)V9(04) VALUE ZERO.
           05 GRACE-CHB-RERUN-RATE PIC 9(03)V9(04) VALUE ZERO.
           05 GRACE-CHB-VOLUME-RATE PIC 9(03)V9(04) VALUE ZERO.
           05 GRACE-CHB-RATE-SW PIC X(01) VALUE 'N'.
               88 GRACE-CHB-RATES-LOADED VALUE 'Y'.

      *Ownership cards loaded for the look-ups.
       01 GRACE-CHB-OWNER-CTL.
           05 GRACE-CHB-OWN-USED PIC 9(03) VALUE ZERO.
           05 GRACE-CHB-OWN-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-CHB-OWN-HIT PIC 9(03) VALUE ZERO.
           05 GRACE-CHB-OWNER OCCURS 300 TIMES.
               10 GRACE-CHB-OWN-PROGRAM PIC X(20).
               10 GRACE-CHB-OWN-DEPT PIC X(10).

      *One slot per program or hand-off step met in the period:
      *its department, and the cycle of its last run so a second
      *run in the same cycle is known for a rerun or retry.
       01 GRACE-CHB-PROGRAM-CTL.
           05 GRACE-CHB-PGM-USED PIC 9(03) VALUE ZERO.
           05 GRACE-CHB-PGM-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-CHB-PGM-HIT PIC 9(03) VALUE ZERO.
           05 GRACE-CHB-PGM OCCURS 300 TIMES.
               10 GRACE-CHB-PGM-NAME PIC X(20).
               10 GRACE-CHB-PGM-DEPT-IDX PIC 9(03).
               10 GRACE-CHB-PGM-LAST-DATE PIC 9(08).
               10 GRACE-CHB-PGM-LAST-CYCLE PIC 9(02).

      *One slot per department charged.
       01 GRACE-CHB-DEPT-CTL.
           05 GRACE-CHB-DEPT-USED PIC 9(02) VALUE ZERO.
           05 GRACE-CHB-DEPT-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-CHB-DEPT-HIT PIC 9(02) VALUE ZERO.
           05 GRACE-CHB-DEPT OCCURS 50 TIMES.
               10 GRACE-CHB-D-NAME PIC X(10).
               10 GRACE-CHB-D-RUNS PIC 9(06).
               10 GRACE-CHB-D-RERUNS PIC 9(06).
               10 GRACE-CHB-D-RUN-SECS PIC 9(09).
               10 GRACE-CHB-D-RERUN-SECS PIC 9(09).
               10 GRACE-CHB-D-RECORDS PIC 9(11).
               10 GRACE-CHB-D-RUN-CHG PIC 9(09)V9(07).
               10 GRACE-CHB-D-RERUN-CHG PIC 9(09)V9(07).
               10 GRACE-CHB-D-VOL-CHG PIC 9(09)V9(07).
               10 GRACE-CHB-D-TOT-CHG PIC 9(09)V9(07).

      *The suite as a whole, counted record by record apart from
      *the departments, and the department shares summed back up
      *- the two sides of the reconciliation.
       01 GRACE-CHB-SUITE.
           05 GRACE-CHB-S-RUNS PIC 9(06) VALUE ZERO.
           05 GRACE-CHB-S-RERUNS PIC 9(06) VALUE ZERO.
           05 GRACE-CHB-S-RUN-SECS PIC 9(09) VALUE ZERO.
           05 GRACE-CHB-S-RERUN-SECS PIC 9(09) VALUE ZERO.
           05 GRACE-CHB-S-RECORDS PIC 9(11) VALUE ZERO.
           05 GRACE-CHB-S-RUN-CHG PIC 9(09)V9(07) VALUE ZERO.
           05 GRACE-CHB-S-RERUN-CHG PIC 9(09)V9(07) VALUE ZERO.
           05 GRACE-CHB-S-VOL-CHG PIC 9(09)V9(07) VALUE ZERO.
           05 GRACE-CHB-S-TOT-CHG PIC 9(09)V9(07) VALUE ZERO.

       01 GRACE-CHB-SHARES.
           05 GRACE-CHB-H-RUN-SECS PIC 9(09) VALUE ZERO.
           05 GRACE-CHB-H-RERUN-SECS PIC 9(09) VALUE ZERO.
           05 GRACE-CHB-H-RECORDS PIC 9(11) VALUE ZERO.
           05 GRACE-CHB-H-TOT-CHG PIC 9(09)V9(07) VALUE ZERO.

       01 GRACE-CHB-WORK.
           05 GRACE-CHB-WANT-PGM PIC X(20) VALUE SPACES.
           05 GRACE-CHB-WANT-DEPT PIC X(10) VALUE SPACES.
           05 GRACE-CHB-SECS PIC S9(08) VALUE ZERO.
           05 GRACE-CHB-START-SECS PIC 9(08) VALUE ZERO.
           05 GRACE-CHB-END-SECS PIC 9(08) VALUE ZERO.
           05 GRACE-CHB-HH PIC 9(02) VALUE ZERO.
           05 GRACE-CHB-MM PIC 9(02) VALUE ZERO.
           05 GRACE-CHB-SS PIC 9(02) VALUE ZERO.
           05 GRACE-CHB-TIME-WORK PIC 9(06) VALUE ZERO.
           05 GRACE-CHB-RERUN-SW PIC X(01) VALUE 'N'.
               88 GRACE-CHB-IS-RERUN VALUE 'Y'.
           05 GRACE-CHB-UNASSIGNED-COUNT PIC 9(03) VALUE ZERO.
           05 GRACE-CHB-UNDATED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-CHB-SHARE-PCT PIC 9(03)V9(01) VALUE ZERO.
           05 GRACE-CHB-BALANCE-SW PIC X(01) VALUE 'Y'.
               88 GRACE-CHB-IN-BALANCE VALUE 'Y'.

       01 GRACE-CHB-EDITED.
           05 GRACE-CHB-COUNT-ED PIC ZZZ,ZZ9.
           05 GRACE-CHB-COUNT2-ED PIC ZZZ,ZZ9.
           05 GRACE-CHB-SECS-ED PIC ZZZ,ZZZ,ZZ9.
           05 GRACE-CHB-SECS2-ED PIC ZZZ,ZZZ,ZZ9.
           05 GRACE-CHB-RECS-ED PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 GRACE-CHB-MONEY-ED PIC ZZZ,ZZZ,ZZ9.99.
           05 GRACE-CHB-MONEY2-ED PIC ZZZ,ZZZ,ZZ9.99.
           05 GRACE-CHB-MONEY3-ED PIC ZZZ,ZZZ,ZZ9.99.
           05 GRACE-CHB-MONEY4-ED PIC ZZZ,ZZZ,ZZ9.99.
           05 GRACE-CHB-PCT-ED PIC ZZ9.9.
           05 GRACE-CHB-RATE-ED PIC ZZ9.9999.
           05 GRACE-CHB-RATE2-ED PIC ZZ9.9999.
           05 GRACE-CHB-RATE3-ED PIC ZZ9.9999.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACECHB" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0800-LOAD-PERIOD-CARD.
           IF GRACE-CHB-PERIOD = ZERO
               DISPLAY "*** GRACEPCC CARD MISSING OR PERIOD ZERO "
                   "- NO CHARGEBACK ***"
               MOVE 8 TO RETURN-CODE
               PERFORM 0600-PRINT-GRACE-RPT-FOOTER
               GOBACK
           END-IF.
           PERFORM 1000-LOAD-RATE-CARD.
           PERFORM 1500-LOAD-OWNERS.
           PERFORM 2000-CHARGE-RUN-CONTROL.
           PERFORM 3000-CHARGE-HAND-OFFS.
           PERFORM 5000-PRICE-THE-CHARGES.
           PERFORM 6000-PRINT-CHARGEBACK.
           PERFORM 7000-RECONCILE-SHARES.
           MOVE GRACE-CHB-DEPT-USED TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           EVALUATE TRUE
               WHEN NOT GRACE-CHB-IN-BALANCE
                   MOVE 8 TO RETURN-CODE
               WHEN GRACE-CHB-UNASSIGNED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN NOT GRACE-CHB-RATES-LOADED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       0800-LOAD-PERIOD-CARD.
           OPEN INPUT GRACE-PCC-FILE.
           IF GRACE-PCC-NOT-FOUND
               CONTINUE
           ELSE
               READ GRACE-PCC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GRACE-PCC-PERIOD NUMERIC
                           MOVE GRACE-PCC-PERIOD TO GRACE-CHB-PERIOD
                       END-IF
               END-READ
               CLOSE GRACE-PCC-FILE
           END-IF.

       1000-LOAD-RATE-CARD.
           OPEN INPUT GRACE-CHR-FILE.
           IF GRACE-CHR-NOT-FOUND
               DISPLAY "GRACECHR NOT FOUND - CHARGES PRICED AT ZERO"
           ELSE
               READ GRACE-CHR-FILE
                   AT END
                       DISPLAY "GRACECHR EMPTY - CHARGES PRICED AT "
                           "ZERO"
                   NOT AT END
                       IF GRACE-CHR-ELAPSED-RATE NUMERIC
                               AND GRACE-CHR-RERUN-RATE NUMERIC
                               AND GRACE-CHR-VOLUME-RATE NUMERIC
                           MOVE GRACE-CHR-ELAPSED-RATE
                               TO GRACE-CHB-ELAPSED-RATE
                           MOVE GRACE-CHR-RERUN-RATE
                               TO GRACE-CHB-RERUN-RATE
                           MOVE GRACE-CHR-VOLUME-RATE
                               TO GRACE-CHB-VOLUME-RATE
                           SET GRACE-CHB-RATES-LOADED TO TRUE
                       ELSE
                           DISPLAY "GRACECHR RATES NOT NUMERIC - "
                               "CHARGES PRICED AT ZERO"
                       END-IF
               END-READ
               CLOSE GRACE-CHR-FILE
           END-IF.

       1500-LOAD-OWNERS.
           OPEN INPUT GRACE-OWN-FILE.
           IF GRACE-OWN-NOT-FOUND
               DISPLAY "GRACEOWN NOT FOUND - EVERY PROGRAM "
                   "UNASSIGNED"
           ELSE
               PERFORM 1600-READ-OWNER-CARD
               PERFORM 1700-STORE-OWNER-CARD
                   UNTIL GRACE-OWN-END-OF-FILE
               CLOSE GRACE-OWN-FILE
           END-IF.

       1600-READ-OWNER-CARD.
           READ GRACE-OWN-FILE
               AT END
                   SET GRACE-OWN-END-OF-FILE TO TRUE
           END-READ.

       1700-STORE-OWNER-CARD.
           IF GRACE-OWN-PROGRAM NOT = SPACES
               IF GRACE-CHB-OWN-USED < 300
                   ADD 1 TO GRACE-CHB-OWN-USED
                   MOVE GRACE-OWN-PROGRAM
                       TO GRACE-CHB-OWN-PROGRAM(GRACE-CHB-OWN-USED)
                   MOVE GRACE-OWN-DEPARTMENT
                       TO GRACE-CHB-OWN-DEPT(GRACE-CHB-OWN-USED)
               ELSE
                   DISPLAY "*** GRACEOWN TABLE FULL - CARD FOR "
                       GRACE-OWN-PROGRAM " IGNORED ***"
               END-IF
           END-IF.
           PERFORM 1600-READ-OWNER-CARD.

      *----------------------------------------------------------
      * 2000-CHARGE-RUN-CONTROL charges each of the period's run
      * records to its program's department: the first run of a
      * cycle as elapsed time, any later run of the same program
      * in the same cycle as rerun/retry time. GRACERUN is in the
      * order the runs finished, so "later" is simply "read
      * later".
      *----------------------------------------------------------
       2000-CHARGE-RUN-CONTROL.
           OPEN INPUT GRACE-RUNC-FILE.
           IF GRACE-RUNC-NOT-FOUND
               DISPLAY "GRACERUN NOT FOUND - NO RUN TIME TO CHARGE"
           ELSE
               PERFORM 2100-READ-RUN-CONTROL
               PERFORM 2200-CHARGE-ONE-RUN
                   UNTIL GRACE-RUNC-END-OF-FILE
               CLOSE GRACE-RUNC-FILE
           END-IF.

       2100-READ-RUN-CONTROL.
           READ GRACE-RUNC-FILE
               AT END
                   SET GRACE-RUNC-END-OF-FILE TO TRUE
           END-READ.

       2200-CHARGE-ONE-RUN.
           COMPUTE GRACE-CHB-REC-PERIOD = GRACE-RUNC-DATE / 100.
           IF GRACE-CHB-REC-PERIOD = GRACE-CHB-PERIOD
               MOVE ZERO TO GRACE-CHB-SECS
               IF GRACE-RUNC-START-TIME NUMERIC
                       AND GRACE-RUNC-END-TIME NUMERIC
                   PERFORM 2300-COMPUTE-ELAPSED
               END-IF
               MOVE GRACE-RUNC-PROGRAM TO GRACE-CHB-WANT-PGM
               PERFORM 4000-FIND-OR-ADD-PROGRAM
               MOVE 'N' TO GRACE-CHB-RERUN-SW
               IF GRACE-CHB-PGM-HIT > ZERO
                   IF GRACE-CHB-PGM-LAST-DATE(GRACE-CHB-PGM-HIT)
                           = GRACE-RUNC-DATE
                           AND GRACE-CHB-PGM-LAST-CYCLE(
                           GRACE-CHB-PGM-HIT) = GRACE-RUNC-CYCLE
                       SET GRACE-CHB-IS-RERUN TO TRUE
                   END-IF
                   MOVE GRACE-RUNC-DATE
                       TO GRACE-CHB-PGM-LAST-DATE(GRACE-CHB-PGM-HIT)
                   MOVE GRACE-RUNC-CYCLE
                       TO GRACE-CHB-PGM-LAST-CYCLE(GRACE-CHB-PGM-HIT)
                   MOVE GRACE-CHB-PGM-DEPT-IDX(GRACE-CHB-PGM-HIT)
                       TO GRACE-CHB-DEPT-HIT
               ELSE
                   MOVE ZERO TO GRACE-CHB-DEPT-HIT
               END-IF
               IF GRACE-CHB-IS-RERUN
                   ADD 1 TO GRACE-CHB-S-RERUNS
                   ADD GRACE-CHB-SECS TO GRACE-CHB-S-RERUN-SECS
               ELSE
                   ADD 1 TO GRACE-CHB-S-RUNS
                   ADD GRACE-CHB-SECS TO GRACE-CHB-S-RUN-SECS
               END-IF
               IF GRACE-CHB-DEPT-HIT > ZERO
                   PERFORM 2400-CHARGE-RUN-TO-DEPT
               END-IF
           END-IF.
           PERFORM 2100-READ-RUN-CONTROL.

      *An end time below the start time crossed midnight.
       2300-COMPUTE-ELAPSED.
           MOVE GRACE-RUNC-START-TIME TO GRACE-CHB-TIME-WORK.
           PERFORM 2350-TIME-TO-SECONDS.
           MOVE GRACE-CHB-SECS TO GRACE-CHB-START-SECS.
           MOVE GRACE-RUNC-END-TIME TO GRACE-CHB-TIME-WORK.
           PERFORM 2350-TIME-TO-SECONDS.
           MOVE GRACE-CHB-SECS TO GRACE-CHB-END-SECS.
           COMPUTE GRACE-CHB-SECS =
               GRACE-CHB-END-SECS - GRACE-CHB-START-SECS.
           IF GRACE-CHB-SECS < ZERO
               ADD 86400 TO GRACE-CHB-SECS
           END-IF.

       2350-TIME-TO-SECONDS.
           MOVE GRACE-CHB-TIME-WORK(1:2) TO GRACE-CHB-HH.
           MOVE GRACE-CHB-TIME-WORK(3:2) TO GRACE-CHB-MM.
           MOVE GRACE-CHB-TIME-WORK(5:2) TO GRACE-CHB-SS.
           COMPUTE GRACE-CHB-SECS = GRACE-CHB-HH * 3600
               + GRACE-CHB-MM * 60 + GRACE-CHB-SS.

       2400-CHARGE-RUN-TO-DEPT.
           IF GRACE-CHB-IS-RERUN
               ADD 1 TO GRACE-CHB-D-RERUNS(GRACE-CHB-DEPT-HIT)
               ADD GRACE-CHB-SECS
                   TO GRACE-CHB-D-RERUN-SECS(GRACE-CHB-DEPT-HIT)
           ELSE
               ADD 1 TO GRACE-CHB-D-RUNS(GRACE-CHB-DEPT-HIT)
               ADD GRACE-CHB-SECS
                   TO GRACE-CHB-D-RUN-SECS(GRACE-CHB-DEPT-HIT)
           END-IF.

      *----------------------------------------------------------
      * 3000-CHARGE-HAND-OFFS charges the record counts the
      * producing steps wrote to GRACEBAL in the period. Rows
      * from before the date stamp cannot be placed in a month
      * and are counted aside; consumption rows are skipped.
      *----------------------------------------------------------
       3000-CHARGE-HAND-OFFS.
           OPEN INPUT GRACE-BAL-FILE.
           IF GRACE-BAL-NOT-FOUND
               DISPLAY "GRACEBAL NOT FOUND - NO RECORD VOLUMES TO "
                   "CHARGE"
           ELSE
               PERFORM 3100-READ-HAND-OFF
               PERFORM 3200-CHARGE-ONE-HAND-OFF
                   UNTIL GRACE-BAL-END-OF-FILE
               CLOSE GRACE-BAL-FILE
           END-IF.
           IF GRACE-CHB-UNDATED-COUNT > ZERO
               DISPLAY "UNDATED GRACEBAL ROWS NOT CHARGED: "
                   GRACE-CHB-UNDATED-COUNT
           END-IF.

       3100-READ-HAND-OFF.
           READ GRACE-BAL-FILE
               AT END
                   SET GRACE-BAL-END-OF-FILE TO TRUE
           END-READ.

       3200-CHARGE-ONE-HAND-OFF.
           EVALUATE TRUE
               WHEN GRACE-BAL-REC-TYPE NOT = 'P'
                       AND GRACE-BAL-REC-TYPE NOT = SPACE
                   CONTINUE
               WHEN GRACE-BAL-STAMP-DATE NOT NUMERIC
                   ADD 1 TO GRACE-CHB-UNDATED-COUNT
               WHEN GRACE-BAL-REC-COUNT NOT NUMERIC
                   CONTINUE
               WHEN OTHER
                   COMPUTE GRACE-CHB-REC-PERIOD =
                       GRACE-BAL-STAMP-DATE / 100
                   IF GRACE-CHB-REC-PERIOD = GRACE-CHB-PERIOD
                       PERFORM 3300-CHARGE-HAND-OFF-RECORDS
                   END-IF
           END-EVALUATE.
           PERFORM 3100-READ-HAND-OFF.

       3300-CHARGE-HAND-OFF-RECORDS.
           ADD GRACE-BAL-REC-COUNT TO GRACE-CHB-S-RECORDS.
           MOVE GRACE-BAL-STEP-NAME TO GRACE-CHB-WANT-PGM.
           PERFORM 4000-FIND-OR-ADD-PROGRAM.
           IF GRACE-CHB-PGM-HIT > ZERO
               MOVE GRACE-CHB-PGM-DEPT-IDX(GRACE-CHB-PGM-HIT)
                   TO GRACE-CHB-DEPT-HIT
               IF GRACE-CHB-DEPT-HIT > ZERO
                   ADD GRACE-BAL-REC-COUNT
                       TO GRACE-CHB-D-RECORDS(GRACE-CHB-DEPT-HIT)
               END-IF
           END-IF.

      *----------------------------------------------------------
      * 4000-FIND-OR-ADD-PROGRAM finds the program (or hand-off
      * step) in the period's table, adding it with its owning
      * department the first time it is met. A program with no
      * GRACEOWN card is named once and charged to UNASSIGNED.
      *----------------------------------------------------------
       4000-FIND-OR-ADD-PROGRAM.
           MOVE ZERO TO GRACE-CHB-PGM-HIT.
           PERFORM 4050-MATCH-PROGRAM
               VARYING GRACE-CHB-PGM-IDX FROM 1 BY 1
               UNTIL GRACE-CHB-PGM-IDX > GRACE-CHB-PGM-USED
                  OR GRACE-CHB-PGM-HIT > ZERO.
           IF GRACE-CHB-PGM-HIT = ZERO
               IF GRACE-CHB-PGM-USED < 300
                   ADD 1 TO GRACE-CHB-PGM-USED
                   MOVE GRACE-CHB-PGM-USED TO GRACE-CHB-PGM-HIT
                   MOVE GRACE-CHB-WANT-PGM
                       TO GRACE-CHB-PGM-NAME(GRACE-CHB-PGM-HIT)
                   MOVE ZERO
                       TO GRACE-CHB-PGM-LAST-DATE(GRACE-CHB-PGM-HIT)
                   MOVE ZERO
                       TO GRACE-CHB-PGM-LAST-CYCLE(GRACE-CHB-PGM-HIT)
                   PERFORM 4100-FIND-OWNER
                   PERFORM 4200-FIND-OR-ADD-DEPT
                   MOVE GRACE-CHB-DEPT-HIT
                       TO GRACE-CHB-PGM-DEPT-IDX(GRACE-CHB-PGM-HIT)
               ELSE
                   DISPLAY "*** PROGRAM TABLE FULL - "
                       GRACE-CHB-WANT-PGM " NOT CHARGED ***"
               END-IF
           END-IF.

       4050-MATCH-PROGRAM.
           IF GRACE-CHB-PGM-NAME(GRACE-CHB-PGM-IDX)
                   = GRACE-CHB-WANT-PGM
               MOVE GRACE-CHB-PGM-IDX TO GRACE-CHB-PGM-HIT
           END-IF.

      *A GRACEBAL step name is the program's first 8 bytes, so a
      *name no longer than that matches a card on its first 8.
       4100-FIND-OWNER.
           MOVE ZERO TO GRACE-CHB-OWN-HIT.
           PERFORM 4150-MATCH-OWNER
               VARYING GRACE-CHB-OWN-IDX FROM 1 BY 1
               UNTIL GRACE-CHB-OWN-IDX > GRACE-CHB-OWN-USED
                  OR GRACE-CHB-OWN-HIT > ZERO.
           IF GRACE-CHB-OWN-HIT = ZERO
                   AND GRACE-CHB-WANT-PGM(9:12) = SPACES
               PERFORM 4160-MATCH-OWNER-PREFIX
                   VARYING GRACE-CHB-OWN-IDX FROM 1 BY 1
                   UNTIL GRACE-CHB-OWN-IDX > GRACE-CHB-OWN-USED
                      OR GRACE-CHB-OWN-HIT > ZERO
           END-IF.
           IF GRACE-CHB-OWN-HIT > ZERO
               MOVE GRACE-CHB-OWN-DEPT(GRACE-CHB-OWN-HIT)
                   TO GRACE-CHB-WANT-DEPT
           ELSE
               MOVE "UNASSIGNED" TO GRACE-CHB-WANT-DEPT
               ADD 1 TO GRACE-CHB-UNASSIGNED-COUNT
               DISPLAY "NO GRACEOWN CARD - " GRACE-CHB-WANT-PGM
                   " CHARGED TO UNASSIGNED"
           END-IF.

       4150-MATCH-OWNER.
           IF GRACE-CHB-OWN-PROGRAM(GRACE-CHB-OWN-IDX)
                   = GRACE-CHB-WANT-PGM
               MOVE GRACE-CHB-OWN-IDX TO GRACE-CHB-OWN-HIT
           END-IF.

       4160-MATCH-OWNER-PREFIX.
           IF GRACE-CHB-OWN-PROGRAM(GRACE-CHB-OWN-IDX)(1:8)
                   = GRACE-CHB-WANT-PGM(1:8)
               MOVE GRACE-CHB-OWN-IDX TO GRACE-CHB-OWN-HIT
           END-IF.

       4200-FIND-OR-ADD-DEPT.
           MOVE ZERO TO GRACE-CHB-DEPT-HIT.
           PERFORM 4250-MATCH-DEPT
               VARYING GRACE-CHB-DEPT-IDX FROM 1 BY 1
               UNTIL GRACE-CHB-DEPT-IDX > GRACE-CHB-DEPT-USED
                  OR GRACE-CHB-DEPT-HIT > ZERO.
           IF GRACE-CHB-DEPT-HIT = ZERO
               IF GRACE-CHB-DEPT-USED < 50
                   ADD 1 TO GRACE-CHB-DEPT-USED
                   MOVE GRACE-CHB-DEPT-USED TO GRACE-CHB-DEPT-HIT
                   INITIALIZE GRACE-CHB-DEPT(GRACE-CHB-DEPT-HIT)
                   MOVE GRACE-CHB-WANT-DEPT
                       TO GRACE-CHB-D-NAME(GRACE-CHB-DEPT-HIT)
               ELSE
                   DISPLAY "*** DEPARTMENT TABLE FULL - "
                       GRACE-CHB-WANT-DEPT " NOT CHARGED ***"
               END-IF
           END-IF.

       4250-MATCH-DEPT.
           IF GRACE-CHB-D-NAME(GRACE-CHB-DEPT-IDX)
                   = GRACE-CHB-WANT-DEPT
               MOVE GRACE-CHB-DEPT-IDX TO GRACE-CHB-DEPT-HIT
           END-IF.

      *----------------------------------------------------------
      * 5000-PRICE-THE-CHARGES prices each department and the
      * suite from the rate card. The charges are carried to
      * seven places so the shares add up to the suite total
      * exactly; the report rounds them to the cent.
      *----------------------------------------------------------
       5000-PRICE-THE-CHARGES.
           PERFORM 5100-PRICE-ONE-DEPT
               VARYING GRACE-CHB-DEPT-IDX FROM 1 BY 1
               UNTIL GRACE-CHB-DEPT-IDX > GRACE-CHB-DEPT-USED.
           COMPUTE GRACE-CHB-S-RUN-CHG =
               GRACE-CHB-S-RUN-SECS * GRACE-CHB-ELAPSED-RATE.
           COMPUTE GRACE-CHB-S-RERUN-CHG =
               GRACE-CHB-S-RERUN-SECS * GRACE-CHB-RERUN-RATE.
           COMPUTE GRACE-CHB-S-VOL-CHG =
               GRACE-CHB-S-RECORDS * GRACE-CHB-VOLUME-RATE / 1000.
           COMPUTE GRACE-CHB-S-TOT-CHG = GRACE-CHB-S-RUN-CHG
               + GRACE-CHB-S-RERUN-CHG + GRACE-CHB-S-VOL-CHG.

       5100-PRICE-ONE-DEPT.
           COMPUTE GRACE-CHB-D-RUN-CHG(GRACE-CHB-DEPT-IDX) =
               GRACE-CHB-D-RUN-SECS(GRACE-CHB-DEPT-IDX)
               * GRACE-CHB-ELAPSED-RATE.
           COMPUTE GRACE-CHB-D-RERUN-CHG(GRACE-CHB-DEPT-IDX) =
               GRACE-CHB-D-RERUN-SECS(GRACE-CHB-DEPT-IDX)
               * GRACE-CHB-RERUN-RATE.
           COMPUTE GRACE-CHB-D-VOL-CHG(GRACE-CHB-DEPT-IDX) =
               GRACE-CHB-D-RECORDS(GRACE-CHB-DEPT-IDX)
               * GRACE-CHB-VOLUME-RATE / 1000.
           COMPUTE GRACE-CHB-D-TOT-CHG(GRACE-CHB-DEPT-IDX) =
               GRACE-CHB-D-RUN-CHG(GRACE-CHB-DEPT-IDX)
               + GRACE-CHB-D-RERUN-CHG(GRACE-CHB-DEPT-IDX)
               + GRACE-CHB-D-VOL-CHG(GRACE-CHB-DEPT-IDX).

      *----------------------------------------------------------
      * 6000-PRINT-CHARGEBACK prints two lines per department -
      * what it used, then what that cost and its share of the
      * suite - and the suite totals in the same form.
      *----------------------------------------------------------
       6000-PRINT-CHARGEBACK.
           DISPLAY "JOB-ACCOUNTING CHARGEBACK FOR PERIOD "
               GRACE-CHB-PERIOD.
           MOVE GRACE-CHB-ELAPSED-RATE TO GRACE-CHB-RATE-ED.
           MOVE GRACE-CHB-RERUN-RATE TO GRACE-CHB-RATE2-ED.
           MOVE GRACE-CHB-VOLUME-RATE TO GRACE-CHB-RATE3-ED.
           DISPLAY "RATES PER ELAPSED SEC" GRACE-CHB-RATE-ED
               "  PER RERUN SEC" GRACE-CHB-RATE2-ED
               "  PER 1000 RECS" GRACE-CHB-RATE3-ED.
           DISPLAY "DEPARTMENT    RUNS  ELAPSED-S  RERUNS"
               "    RERUN-S         RECORDS".
           DISPLAY "              RUN-CHARGE   RERUN-CHARGE"
               "  VOLUME-CHARGE   TOTAL-CHARGE  SHARE%".
           PERFORM 6100-PRINT-ONE-DEPT
               VARYING GRACE-CHB-DEPT-IDX FROM 1 BY 1
               UNTIL GRACE-CHB-DEPT-IDX > GRACE-CHB-DEPT-USED.
           MOVE GRACE-CHB-S-RUNS TO GRACE-CHB-COUNT-ED.
           MOVE GRACE-CHB-S-RUN-SECS TO GRACE-CHB-SECS-ED.
           MOVE GRACE-CHB-S-RERUNS TO GRACE-CHB-COUNT2-ED.
           MOVE GRACE-CHB-S-RERUN-SECS TO GRACE-CHB-SECS2-ED.
           MOVE GRACE-CHB-S-RECORDS TO GRACE-CHB-RECS-ED.
           DISPLAY "SUITE TOTAL" GRACE-CHB-COUNT-ED
               GRACE-CHB-SECS-ED GRACE-CHB-COUNT2-ED
               GRACE-CHB-SECS2-ED GRACE-CHB-RECS-ED.
           COMPUTE GRACE-CHB-MONEY-ED ROUNDED = GRACE-CHB-S-RUN-CHG.
           COMPUTE GRACE-CHB-MONEY2-ED ROUNDED =
               GRACE-CHB-S-RERUN-CHG.
           COMPUTE GRACE-CHB-MONEY3-ED ROUNDED = GRACE-CHB-S-VOL-CHG.
           COMPUTE GRACE-CHB-MONEY4-ED ROUNDED = GRACE-CHB-S-TOT-CHG.
           DISPLAY "          " GRACE-CHB-MONEY-ED " "
               GRACE-CHB-MONEY2-ED " " GRACE-CHB-MONEY3-ED " "
               GRACE-CHB-MONEY4-ED "  100.0".

       6100-PRINT-ONE-DEPT.
           MOVE GRACE-CHB-D-RUNS(GRACE-CHB-DEPT-IDX)
               TO GRACE-CHB-COUNT-ED.
           MOVE GRACE-CHB-D-RUN-SECS(GRACE-CHB-DEPT-IDX)
               TO GRACE-CHB-SECS-ED.
           MOVE GRACE-CHB-D-RERUNS(GRACE-CHB-DEPT-IDX)
               TO GRACE-CHB-COUNT2-ED.
           MOVE GRACE-CHB-D-RERUN-SECS(GRACE-CHB-DEPT-IDX)
               TO GRACE-CHB-SECS2-ED.
           MOVE GRACE-CHB-D-RECORDS(GRACE-CHB-DEPT-IDX)
               TO GRACE-CHB-RECS-ED.
           DISPLAY GRACE-CHB-D-NAME(GRACE-CHB-DEPT-IDX) " "
               GRACE-CHB-COUNT-ED GRACE-CHB-SECS-ED
               GRACE-CHB-COUNT2-ED GRACE-CHB-SECS2-ED
               GRACE-CHB-RECS-ED.
           IF GRACE-CHB-S-TOT-CHG > ZERO
               COMPUTE GRACE-CHB-SHARE-PCT ROUNDED =
                   GRACE-CHB-D-TOT-CHG(GRACE-CHB-DEPT-IDX) * 100
                   / GRACE-CHB-S-TOT-CHG
           ELSE
               MOVE ZERO TO GRACE-CHB-SHARE-PCT
           END-IF.
           MOVE GRACE-CHB-SHARE-PCT TO GRACE-CHB-PCT-ED.
           COMPUTE GRACE-CHB-MONEY-ED ROUNDED =
               GRACE-CHB-D-RUN-CHG(GRACE-CHB-DEPT-IDX).
           COMPUTE GRACE-CHB-MONEY2-ED ROUNDED =
               GRACE-CHB-D-RERUN-CHG(GRACE-CHB-DEPT-IDX).
           COMPUTE GRACE-CHB-MONEY3-ED ROUNDED =
               GRACE-CHB-D-VOL-CHG(GRACE-CHB-DEPT-IDX).
           COMPUTE GRACE-CHB-MONEY4-ED ROUNDED =
               GRACE-CHB-D-TOT-CHG(GRACE-CHB-DEPT-IDX).
           DISPLAY "          " GRACE-CHB-MONEY-ED " "
               GRACE-CHB-MONEY2-ED " " GRACE-CHB-MONEY3-ED " "
               GRACE-CHB-MONEY4-ED "  " GRACE-CHB-PCT-ED.

      *----------------------------------------------------------
      * 7000-RECONCILE-SHARES sums the department shares back up
      * and holds them against the suite totals counted apart
      * from them. Anything a full table refused to charge shows
      * here as an out-of-balance suite, not as a quiet gap.
      *----------------------------------------------------------
       7000-RECONCILE-SHARES.
           PERFORM 7100-ADD-ONE-SHARE
               VARYING GRACE-CHB-DEPT-IDX FROM 1 BY 1
               UNTIL GRACE-CHB-DEPT-IDX > GRACE-CHB-DEPT-USED.
           IF GRACE-CHB-H-RUN-SECS NOT = GRACE-CHB-S-RUN-SECS
                   OR GRACE-CHB-H-RERUN-SECS
                      NOT = GRACE-CHB-S-RERUN-SECS
                   OR GRACE-CHB-H-RECORDS NOT = GRACE-CHB-S-RECORDS
                   OR GRACE-CHB-H-TOT-CHG NOT = GRACE-CHB-S-TOT-CHG
               MOVE 'N' TO GRACE-CHB-BALANCE-SW
           END-IF.
           COMPUTE GRACE-CHB-MONEY-ED ROUNDED = GRACE-CHB-H-TOT-CHG.
           COMPUTE GRACE-CHB-MONEY2-ED ROUNDED = GRACE-CHB-S-TOT-CHG.
           IF GRACE-CHB-IN-BALANCE
               DISPLAY "RECONCILIATION: DEPARTMENT SHARES "
                   GRACE-CHB-MONEY-ED " = SUITE TOTAL "
                   GRACE-CHB-MONEY2-ED " - IN BALANCE"
           ELSE
               DISPLAY "RECONCILIATION: DEPARTMENT SHARES "
                   GRACE-CHB-MONEY-ED " VS SUITE TOTAL "
                   GRACE-CHB-MONEY2-ED
               DISPLAY "*** CHARGEBACK OUT OF BALANCE - SHARES DO "
                   "NOT ADD UP TO THE SUITE ***"
           END-IF.

       7100-ADD-ONE-SHARE.
           ADD GRACE-CHB-D-RUN-SECS(GRACE-CHB-DEPT-IDX)
               TO GRACE-CHB-H-RUN-SECS.
           ADD GRACE-CHB-D-RERUN-SECS(GRACE-CHB-DEPT-IDX)
               TO GRACE-CHB-H-RERUN-SECS.
           ADD GRACE-CHB-D-RECORDS(GRACE-CHB-DEPT-IDX)
               TO GRACE-CHB-H-RECORDS.
           ADD GRACE-CHB-D-TOT-CHG(GRACE-CHB-DEPT-IDX)
               TO GRACE-CHB-H-TOT-CHG.

           COPY GRACERPTP.
