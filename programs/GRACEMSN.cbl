       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEMSN.
      *----------------------------------------------------------
      * GRACEMSN is the month-end master snapshot. GRACEMST is
      * only ever "as of now" - once September starts posting,
      * nobody can say what the master looked like at the close
      * of August. Run at the month-end close, next to GRACEPCL
      * and off the same GRACEPCC card (YYYYMM), this copies
      * every GRACEMST record with its balance onto GRACEMSS,
      * tagged with the period and the business date it was
      * taken, and GRACEMSC compares any two periods.
      *
      * Each snapshot record carries the site code off the
      * customer's latest GRACEPHS entry, so the comparison can
      * show balance movement by site.
      *
      * A period's snapshot is frozen once GRACEPCL has written
      * the period's GRACEPCR close control record: a rerun for
      * a closed period that already has its snapshot is refused,
      * RC=8. Before the close, a rerun purges the period's rows
      * through the GRACEMSW workspace first - the GRACEPCL rule
      * - so a snapshot that died half-written is simply taken
      * again.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-PCC-FILE ASSIGN TO GRACEPCC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-PCC-STATUS.
           SELECT GRACE-PCR-FILE ASSIGN TO GRACEPCR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-PCR-STATUS.
           SELECT GRACE-MST-FILE ASSIGN TO GRACEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRACE-MST-KEY
               FILE STATUS IS GRACE-MST-STATUS.
           SELECT GRACE-PHS-FILE ASSIGN TO GRACEPHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-PHS-KEY
               FILE STATUS IS GRACE-PHS-STATUS.
           SELECT GRACE-MSS-FILE ASSIGN TO GRACEMSS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-MSS-STATUS.
           SELECT GRACE-MSW-FILE ASSIGN TO GRACEMSW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-MSW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

      *Close request card: the period closing, YYYYMM.
       FD  GRACE-PCC-FILE
           RECORDING MODE IS F.
       01 GRACE-PCC-REC.
           05 GRACE-PCC-PERIOD PIC 9(06).
           05 FILLER PIC X(74).

      *Period-close control record - one per closed period.
       FD  GRACE-PCR-FILE
           RECORDING MODE IS F.
       01 GRACE-PCR-REC.
           05 GRACE-PCR-PERIOD PIC 9(06).
           05 GRACE-PCR-CLOSED-DATE PIC 9(08).
           05 FILLER PIC X(66).

       FD  GRACE-MST-FILE.
       01 GRACE-MST-REC.
           05 GRACE-MST-KEY PIC 9(06).
           05 GRACE-MST-VALUE PIC X(30).
           05 GRACE-MST-UPD-DATE PIC 9(08).
           05 GRACE-MST-BALANCE PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(26).

       FD  GRACE-PHS-FILE.
           COPY GRACEPHS.

       FD  GRACE-MSS-FILE
           RECORDING MODE IS F.
           COPY GRACEMSS.

      *Rewrite workspace - the snapshot file less the period's
      *rows is staged here before the fresh rows append.
       FD  GRACE-MSW-FILE
           RECORDING MODE IS F.
       01 GRACE-MSW-REC PIC X(80).

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

       01 GRACE-PCC-STATUS PIC X(02).
           88 GRACE-PCC-OK VALUE '00'.
           88 GRACE-PCC-NOT-FOUND VALUE '35'.

       01 GRACE-PCR-STATUS PIC X(02).
           88 GRACE-PCR-OK VALUE '00'.
           88 GRACE-PCR-NOT-FOUND VALUE '35'.

       01 GRACE-MST-STATUS PIC X(02).
           88 GRACE-MST-OK VALUE '00'.
           88 GRACE-MST-NOT-FOUND VALUE '35'.

       01 GRACE-PHS-STATUS PIC X(02).
           88 GRACE-PHS-OK VALUE '00'.
           88 GRACE-PHS-NOT-FOUND VALUE '35'.

       01 GRACE-MSS-STATUS PIC X(02).
           88 GRACE-MSS-OK VALUE '00'.
           88 GRACE-MSS-NOT-FOUND VALUE '35'.

       01 GRACE-MSW-STATUS PIC X(02).
           88 GRACE-MSW-OK VALUE '00'.

       01 GRACE-PCR-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-PCR-END-OF-FILE VALUE 'Y'.

       01 GRACE-MST-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-MST-END-OF-FILE VALUE 'Y'.

       01 GRACE-MSS-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-MSS-END-OF-FILE VALUE 'Y'.

       01 GRACE-MSW-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-MSW-END-OF-FILE VALUE 'Y'.

       01 GRACE-MSN-PHS-DONE-SW PIC X(01) VALUE 'N'.
           88 GRACE-MSN-PHS-DONE VALUE 'Y'.

       01 GRACE-MSN-HISTORY-SW PIC X(01) VALUE 'N'.
           88 GRACE-MSN-HISTORY-OPEN VALUE 'Y'.

       01 GRACE-MSN-CLOSED-SW PIC X(01) VALUE 'N'.
           88 GRACE-MSN-PERIOD-CLOSED VALUE 'Y'.

       01 GRACE-MSN-PERIOD PIC 9(06) VALUE ZERO.
       01 GRACE-MSN-SITE-CODE PIC X(02) VALUE SPACES.

       01 GRACE-MSN-COUNTS.
           05 GRACE-MSN-PURGED-COUNT PIC 9(07) VALUE ZERO.
           05 GRACE-MSN-TAKEN-COUNT PIC 9(07) VALUE ZERO.
           05 GRACE-MSN-NO-SITE-COUNT PIC 9(07) VALUE ZERO.

       01 GRACE-MSN-TOTAL-BALANCE PIC S9(13) VALUE ZERO.
       01 GRACE-MSN-TOTAL-ED PIC -(12)9.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEMSN" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 0800-LOAD-PERIOD-CARD.
           IF GRACE-MSN-PERIOD = ZERO
               DISPLAY "*** GRACEPCC CARD MISSING OR PERIOD ZERO "
                   "- NO SNAPSHOT TAKEN ***"
               MOVE 8 TO RETURN-CODE
               PERFORM 0600-PRINT-GRACE-RPT-FOOTER
               GOBACK
           END-IF.
           PERFORM 1000-CHECK-PERIOD-CLOSED.
           PERFORM 2000-PURGE-PERIOD-ROWS.
           IF GRACE-MSN-PERIOD-CLOSED
                   AND GRACE-MSN-PURGED-COUNT > ZERO
               DISPLAY "*** PERIOD " GRACE-MSN-PERIOD " IS CLOSED "
                   "AND ITS SNAPSHOT IS FROZEN - NOT RETAKEN ***"
               MOVE 8 TO RETURN-CODE
               PERFORM 0600-PRINT-GRACE-RPT-FOOTER
               GOBACK
           END-IF.
           PERFORM 3000-TAKE-SNAPSHOT.
           PERFORM 6000-PRINT-SUMMARY.
           MOVE GRACE-MSN-TAKEN-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           MOVE 0 TO RETURN-CODE.
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
                           MOVE GRACE-PCC-PERIOD TO GRACE-MSN-PERIOD
                       END-IF
               END-READ
               CLOSE GRACE-PCC-FILE
           END-IF.

       1000-CHECK-PERIOD-CLOSED.
           OPEN INPUT GRACE-PCR-FILE.
           IF GRACE-PCR-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1100-READ-CLOSE-CONTROL
               PERFORM 1200-MATCH-CLOSE-CONTROL
                   UNTIL GRACE-PCR-END-OF-FILE
               CLOSE GRACE-PCR-FILE
           END-IF.

       1100-READ-CLOSE-CONTROL.
           READ GRACE-PCR-FILE
               AT END
                   SET GRACE-PCR-END-OF-FILE TO TRUE
           END-READ.

       1200-MATCH-CLOSE-CONTROL.
           IF GRACE-PCR-PERIOD = GRACE-MSN-PERIOD
               SET GRACE-MSN-PERIOD-CLOSED TO TRUE
           END-IF.
           PERFORM 1100-READ-CLOSE-CONTROL.

      *----------------------------------------------------------
      * 2000-PURGE-PERIOD-ROWS stages the snapshot file less the
      * period's rows through the workspace. A closed period's
      * rows are only counted - the file is left as it stands.
      *----------------------------------------------------------
       2000-PURGE-PERIOD-ROWS.
           MOVE ZERO TO GRACE-MSN-PURGED-COUNT.
           OPEN INPUT GRACE-MSS-FILE.
           IF GRACE-MSS-NOT-FOUND
               CONTINUE
           ELSE
               OPEN OUTPUT GRACE-MSW-FILE
               PERFORM 2100-READ-SNAPSHOT
               PERFORM 2200-SIFT-ONE-SNAPSHOT
                   UNTIL GRACE-MSS-END-OF-FILE
               CLOSE GRACE-MSW-FILE
               CLOSE GRACE-MSS-FILE
               IF GRACE-MSN-PURGED-COUNT > ZERO
                       AND NOT GRACE-MSN-PERIOD-CLOSED
                   PERFORM 2300-RESTORE-KEPT-ROWS
                   DISPLAY "PURGED " GRACE-MSN-PURGED-COUNT
                       " ROW(S) OF AN EARLIER SNAPSHOT FOR PERIOD "
                       GRACE-MSN-PERIOD
               END-IF
           END-IF.

       2100-READ-SNAPSHOT.
           READ GRACE-MSS-FILE
               AT END
                   SET GRACE-MSS-END-OF-FILE TO TRUE
           END-READ.

       2200-SIFT-ONE-SNAPSHOT.
           IF GRACE-MSS-PERIOD = GRACE-MSN-PERIOD
               ADD 1 TO GRACE-MSN-PURGED-COUNT
           ELSE
               MOVE GRACE-MSS-REC TO GRACE-MSW-REC
               WRITE GRACE-MSW-REC
           END-IF.
           PERFORM 2100-READ-SNAPSHOT.

       2300-RESTORE-KEPT-ROWS.
           OPEN INPUT GRACE-MSW-FILE.
           OPEN OUTPUT GRACE-MSS-FILE.
           PERFORM 2400-READ-WORKSPACE.
           PERFORM 2500-COPY-ONE-KEPT-ROW
               UNTIL GRACE-MSW-END-OF-FILE.
           CLOSE GRACE-MSS-FILE.
           CLOSE GRACE-MSW-FILE.

       2400-READ-WORKSPACE.
           READ GRACE-MSW-FILE
               AT END
                   SET GRACE-MSW-END-OF-FILE TO TRUE
           END-READ.

       2500-COPY-ONE-KEPT-ROW.
           MOVE GRACE-MSW-REC TO GRACE-MSS-REC.
           WRITE GRACE-MSS-REC.
           PERFORM 2400-READ-WORKSPACE.

      *----------------------------------------------------------
      * 3000-TAKE-SNAPSHOT walks the master in key order and
      * appends one dated snapshot row per record.
      *----------------------------------------------------------
       3000-TAKE-SNAPSHOT.
           OPEN INPUT GRACE-MST-FILE.
           IF GRACE-MST-NOT-FOUND
               DISPLAY "GRACEMST NOT FOUND - EMPTY SNAPSHOT"
           ELSE
               OPEN INPUT GRACE-PHS-FILE
               IF GRACE-PHS-NOT-FOUND
                   DISPLAY "GRACEPHS NOT FOUND - SNAPSHOT CARRIES "
                       "NO SITES"
               ELSE
                   SET GRACE-MSN-HISTORY-OPEN TO TRUE
               END-IF
               OPEN EXTEND GRACE-MSS-FILE
               IF GRACE-MSS-NOT-FOUND
                   OPEN OUTPUT GRACE-MSS-FILE
               END-IF
               PERFORM 3100-READ-MASTER
               PERFORM 3200-SNAP-ONE-MASTER
                   UNTIL GRACE-MST-END-OF-FILE
               CLOSE GRACE-MSS-FILE
               IF GRACE-MSN-HISTORY-OPEN
                   CLOSE GRACE-PHS-FILE
               END-IF
               CLOSE GRACE-MST-FILE
           END-IF.

       3100-READ-MASTER.
           READ GRACE-MST-FILE NEXT RECORD
               AT END
                   SET GRACE-MST-END-OF-FILE TO TRUE
           END-READ.

       3200-SNAP-ONE-MASTER.
           PERFORM 3300-FIND-LATEST-SITE.
           MOVE SPACES TO GRACE-MSS-REC.
           MOVE GRACE-MSN-PERIOD TO GRACE-MSS-PERIOD.
           MOVE GRACE-CYC-DATE TO GRACE-MSS-TAKEN-DATE.
           MOVE GRACE-MST-KEY TO GRACE-MSS-CUST-ID.
           MOVE GRACE-MST-VALUE TO GRACE-MSS-VALUE.
           MOVE GRACE-MST-UPD-DATE TO GRACE-MSS-UPD-DATE.
           IF GRACE-MST-BALANCE NUMERIC
               MOVE GRACE-MST-BALANCE TO GRACE-MSS-BALANCE
           ELSE
               MOVE ZERO TO GRACE-MSS-BALANCE
           END-IF.
           MOVE GRACE-MSN-SITE-CODE TO GRACE-MSS-SITE-CODE.
           WRITE GRACE-MSS-REC.
           ADD 1 TO GRACE-MSN-TAKEN-COUNT.
           ADD GRACE-MSS-BALANCE TO GRACE-MSN-TOTAL-BALANCE.
           IF GRACE-MSN-SITE-CODE = SPACES
               ADD 1 TO GRACE-MSN-NO-SITE-COUNT
           END-IF.
           PERFORM 3100-READ-MASTER.

       3300-FIND-LATEST-SITE.
           MOVE SPACES TO GRACE-MSN-SITE-CODE.
           IF GRACE-MSN-HISTORY-OPEN
               MOVE 'N' TO GRACE-MSN-PHS-DONE-SW
               MOVE GRACE-MST-KEY TO GRACE-PHS-SOURCE
               MOVE ZERO TO GRACE-PHS-POST-DATE
               MOVE ZERO TO GRACE-PHS-CYCLE
               MOVE ZERO TO GRACE-PHS-SEQ
               START GRACE-PHS-FILE
                   KEY IS >= GRACE-PHS-KEY
                   INVALID KEY
                       SET GRACE-MSN-PHS-DONE TO TRUE
               END-START
               PERFORM 3350-READ-CUSTOMER-ENTRY
                   UNTIL GRACE-MSN-PHS-DONE
           END-IF.

       3350-READ-CUSTOMER-ENTRY.
           READ GRACE-PHS-FILE NEXT RECORD
               AT END
                   SET GRACE-MSN-PHS-DONE TO TRUE
               NOT AT END
                   IF GRACE-PHS-SOURCE NOT = GRACE-MST-KEY
                       SET GRACE-MSN-PHS-DONE TO TRUE
                   ELSE
                       MOVE GRACE-PHS-SITE-CODE TO GRACE-MSN-SITE-CODE
                   END-IF
           END-READ.

       6000-PRINT-SUMMARY.
           DISPLAY "MONTH-END SNAPSHOT - PERIOD " GRACE-MSN-PERIOD
               " TAKEN " GRACE-CYC-DATE.
           DISPLAY "MASTER RECORDS SNAPPED.....: "
               GRACE-MSN-TAKEN-COUNT.
           DISPLAY "WITH NO POSTED HISTORY.....: "
               GRACE-MSN-NO-SITE-COUNT.
           MOVE GRACE-MSN-TOTAL-BALANCE TO GRACE-MSN-TOTAL-ED.
           DISPLAY "TOTAL BALANCE..............: "
               GRACE-MSN-TOTAL-ED.

           COPY GRACERPTP.

           COPY GRACECYCP.
