       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEGLI.
      *----------------------------------------------------------
      * GRACEGLI is the general-ledger interface. Every amount
      * GRACEMUP applies to GRACE-MST-BALANCE used to reach
      * accounting only as totals re-keyed off the GRACEMTS
      * listing; this step turns tonight's applied amounts into
      * the nightly GL journal file finance loads instead.
      *
      * Tonight's entries are read off the GRACEPHS posted history
      * (posting date and cycle equal to the GRACECYC card) - the
      * history holds only what actually applied, where GRACEMTS
      * also carries the transactions that rejected. They are
      * summed by site code and transaction type (op code), and
      * each non-zero net becomes a balanced debit/credit pair
      * against the GL accounts the GRACEGLM mapping cards name:
      *
      *   cols  1-2  site code, '**' for any site
      *   col   4    op code, '*' for any op code
      *   cols  6-15 GL account debited when the net raises
      *              customer balances
      *   cols 17-26 GL account credited when it does
      *
      * A net that lowers balances reverses the pair. The most
      * specific card wins: site and op, then any site, then any
      * op, then the '** *' catch-all.
      *
      * The journal carries an H batch header (date, cycle) and a
      * T trailer with the entry count and debit and credit
      * totals. A site/type no card maps, or debits that do not
      * equal credits, fail the step RC=8 and leave the journal
      * empty - an out-of-balance batch is never shipped.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-PHS-FILE ASSIGN TO GRACEPHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-PHS-KEY
               FILE STATUS IS GRACE-PHS-STATUS.
           SELECT GRACE-GLM-FILE ASSIGN TO GRACEGLM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-GLM-STATUS.
           SELECT GRACE-GLJ-FILE ASSIGN TO GRACEGLJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-GLJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

       FD  GRACE-PHS-FILE.
           COPY GRACEPHS.

      *Account-mapping card - see the header for the columns.
       FD  GRACE-GLM-FILE
           RECORDING MODE IS F.
       01 GRACE-GLM-REC.
           05 GRACE-GLM-SITE-CODE PIC X(02).
           05 FILLER PIC X(01).
           05 GRACE-GLM-OP-CODE PIC X(01).
           05 FILLER PIC X(01).
           05 GRACE-GLM-DR-ACCOUNT PIC X(10).
           05 FILLER PIC X(01).
           05 GRACE-GLM-CR-ACCOUNT PIC X(10).
           05 FILLER PIC X(54).

      *GL journal - H header, D entries, T trailer, 80 bytes.
       FD  GRACE-GLJ-FILE
           RECORDING MODE IS F.
       01 GRACE-GLJ-REC.
           05 GRACE-GLJ-REC-TYPE PIC X(01).
           05 GRACE-GLJ-BODY PIC X(79).
       01 GRACE-GLJ-HEADER-REC.
           05 FILLER PIC X(01).
           05 GRACE-GLJ-HDR-SYSTEM PIC X(08).
           05 GRACE-GLJ-HDR-DATE PIC 9(08).
           05 GRACE-GLJ-HDR-CYCLE PIC 9(02).
           05 FILLER PIC X(61).
       01 GRACE-GLJ-ENTRY-REC.
           05 FILLER PIC X(01).
           05 GRACE-GLJ-ACCOUNT PIC X(10).
           05 GRACE-GLJ-DR-CR PIC X(01).
           05 GRACE-GLJ-AMOUNT PIC 9(11).
           05 GRACE-GLJ-SITE-CODE PIC X(02).
           05 GRACE-GLJ-OP-CODE PIC X(01).
           05 GRACE-GLJ-POST-DATE PIC 9(08).
           05 FILLER PIC X(46).
       01 GRACE-GLJ-TRAILER-REC.
           05 FILLER PIC X(01).
           05 GRACE-GLJ-TRL-COUNT PIC 9(06).
           05 GRACE-GLJ-TRL-DEBITS PIC 9(13).
           05 GRACE-GLJ-TRL-CREDITS PIC 9(13).
           05 FILLER PIC X(47).

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

       01 GRACE-PHS-STATUS PIC X(02).
           88 GRACE-PHS-OK VALUE '00'.
           88 GRACE-PHS-NOT-FOUND VALUE '35'.

       01 GRACE-GLM-STATUS PIC X(02).
           88 GRACE-GLM-OK VALUE '00'.
           88 GRACE-GLM-NOT-FOUND VALUE '35'.

       01 GRACE-GLJ-STATUS PIC X(02).
           88 GRACE-GLJ-OK VALUE '00'.

       01 GRACE-PHS-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-PHS-END-OF-FILE VALUE 'Y'.

       01 GRACE-GLM-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-GLM-END-OF-FILE VALUE 'Y'.

       01 GRACE-GLI-FAIL-SW PIC X(01) VALUE 'N'.
           88 GRACE-GLI-FAILED VALUE 'Y'.

      *Mapping cards as loaded.
       01 GRACE-GLI-MAP-CTL.
           05 GRACE-GLI-MAP-USED PIC 9(03) VALUE ZERO.
           05 GRACE-GLI-MAP-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-GLI-MAP-FOUND PIC 9(03) VALUE ZERO.
           05 GRACE-GLI-MAP-TABLE OCCURS 200 TIMES.
               10 GRACE-GLI-MAP-SITE PIC X(02).
               10 GRACE-GLI-MAP-OP PIC X(01).
               10 GRACE-GLI-MAP-DR PIC X(10).
               10 GRACE-GLI-MAP-CR PIC X(10).

      *Search key for the mapping lookup - tried exact, then
      *with the wildcards substituted.
       01 GRACE-GLI-WANT-SITE PIC X(02) VALUE SPACES.
       01 GRACE-GLI-WANT-OP PIC X(01) VALUE SPACES.

      *Tonight's applied amounts, net by site and op code.
       01 GRACE-GLI-SUM-CTL.
           05 GRACE-GLI-SUM-USED PIC 9(03) VALUE ZERO.
           05 GRACE-GLI-SUM-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-GLI-SUM-FOUND PIC 9(03) VALUE ZERO.
           05 GRACE-GLI-SUM-TABLE OCCURS 200 TIMES.
               10 GRACE-GLI-SUM-SITE PIC X(02).
               10 GRACE-GLI-SUM-OP PIC X(01).
               10 GRACE-GLI-SUM-NET PIC S9(11).

      *Journal entries staged so the batch can be proved before a
      *byte of it is written.
       01 GRACE-GLI-ENT-CTL.
           05 GRACE-GLI-ENT-USED PIC 9(03) VALUE ZERO.
           05 GRACE-GLI-ENT-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-GLI-ENT-TABLE OCCURS 400 TIMES.
               10 GRACE-GLI-ENT-ACCOUNT PIC X(10).
               10 GRACE-GLI-ENT-DR-CR PIC X(01).
               10 GRACE-GLI-ENT-AMOUNT PIC 9(11).
               10 GRACE-GLI-ENT-SITE PIC X(02).
               10 GRACE-GLI-ENT-OP PIC X(01).

       01 GRACE-GLI-TOTALS.
           05 GRACE-GLI-PHS-READ PIC 9(08) VALUE ZERO.
           05 GRACE-GLI-PHS-TONIGHT PIC 9(08) VALUE ZERO.
           05 GRACE-GLI-DEBIT-TOTAL PIC 9(13) VALUE ZERO.
           05 GRACE-GLI-CREDIT-TOTAL PIC 9(13) VALUE ZERO.
           05 GRACE-GLI-ABS-NET PIC 9(11) VALUE ZERO.
           05 GRACE-GLI-AMT-ED PIC Z(12)9.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEGLI" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 1000-LOAD-ACCOUNT-MAP.
           PERFORM 2000-SUMMARIZE-TONIGHT.
           PERFORM 3000-BUILD-ENTRIES.
           PERFORM 4000-PROVE-THE-BATCH.
           PERFORM 5000-WRITE-JOURNAL.
           IF GRACE-GLI-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE GRACE-GLI-ENT-USED TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

       1000-LOAD-ACCOUNT-MAP.
           OPEN INPUT GRACE-GLM-FILE.
           IF GRACE-GLM-NOT-FOUND
               DISPLAY "GRACEGLM NOT FOUND - NO ACCOUNT MAPPING"
           ELSE
               PERFORM 1100-READ-MAP-CARD
               PERFORM 1200-STORE-MAP-CARD
                   UNTIL GRACE-GLM-END-OF-FILE
               CLOSE GRACE-GLM-FILE
           END-IF.
           DISPLAY "GL MAPPING CARDS LOADED: " GRACE-GLI-MAP-USED.

       1100-READ-MAP-CARD.
           READ GRACE-GLM-FILE
               AT END
                   SET GRACE-GLM-END-OF-FILE TO TRUE
           END-READ.

       1200-STORE-MAP-CARD.
           IF GRACE-GLM-SITE-CODE NOT = SPACES
               IF GRACE-GLI-MAP-USED < 200
                   ADD 1 TO GRACE-GLI-MAP-USED
                   MOVE GRACE-GLM-SITE-CODE
                       TO GRACE-GLI-MAP-SITE(GRACE-GLI-MAP-USED)
                   MOVE GRACE-GLM-OP-CODE
                       TO GRACE-GLI-MAP-OP(GRACE-GLI-MAP-USED)
                   MOVE GRACE-GLM-DR-ACCOUNT
                       TO GRACE-GLI-MAP-DR(GRACE-GLI-MAP-USED)
                   MOVE GRACE-GLM-CR-ACCOUNT
                       TO GRACE-GLI-MAP-CR(GRACE-GLI-MAP-USED)
               ELSE
                   DISPLAY "*** GL MAPPING TABLE FULL - CARD FOR "
                       GRACE-GLM-SITE-CODE " " GRACE-GLM-OP-CODE
                       " IGNORED ***"
               END-IF
           END-IF.
           PERFORM 1100-READ-MAP-CARD.

      *----------------------------------------------------------
      * 2000-SUMMARIZE-TONIGHT walks the posted history for the
      * entries stamped with tonight's date and cycle and nets
      * their amounts by site and op code.
      *----------------------------------------------------------
       2000-SUMMARIZE-TONIGHT.
           OPEN INPUT GRACE-PHS-FILE.
           IF GRACE-PHS-NOT-FOUND
               DISPLAY "GRACEPHS NOT FOUND - NOTHING POSTED TO "
                   "JOURNAL"
           ELSE
               PERFORM 2100-READ-HISTORY
               PERFORM 2200-SUM-ONE-ENTRY
                   UNTIL GRACE-PHS-END-OF-FILE
               CLOSE GRACE-PHS-FILE
           END-IF.
           DISPLAY "HISTORY ENTRIES READ: " GRACE-GLI-PHS-READ
               "  TONIGHT: " GRACE-GLI-PHS-TONIGHT.

       2100-READ-HISTORY.
           READ GRACE-PHS-FILE NEXT RECORD
               AT END
                   SET GRACE-PHS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO GRACE-GLI-PHS-READ
           END-READ.

       2200-SUM-ONE-ENTRY.
           IF GRACE-PHS-POST-DATE = GRACE-CYC-DATE
                   AND GRACE-PHS-CYCLE = GRACE-CYC-NUMBER
                   AND GRACE-PHS-AMOUNT NOT = ZERO
               ADD 1 TO GRACE-GLI-PHS-TONIGHT
               PERFORM 2300-FIND-SUMMARY-SLOT
               IF GRACE-GLI-SUM-FOUND > ZERO
                   ADD GRACE-PHS-AMOUNT
                       TO GRACE-GLI-SUM-NET(GRACE-GLI-SUM-FOUND)
               END-IF
           END-IF.
           PERFORM 2100-READ-HISTORY.

      *A full summary table cannot be journaled around - the
      *batch would be short, so the step fails.
       2300-FIND-SUMMARY-SLOT.
           MOVE ZERO TO GRACE-GLI-SUM-FOUND.
           PERFORM 2350-MATCH-SUMMARY-SLOT
               VARYING GRACE-GLI-SUM-IDX FROM 1 BY 1
               UNTIL GRACE-GLI-SUM-IDX > GRACE-GLI-SUM-USED
                  OR GRACE-GLI-SUM-FOUND > ZERO.
           IF GRACE-GLI-SUM-FOUND = ZERO
               IF GRACE-GLI-SUM-USED < 200
                   ADD 1 TO GRACE-GLI-SUM-USED
                   MOVE GRACE-PHS-SITE-CODE
                       TO GRACE-GLI-SUM-SITE(GRACE-GLI-SUM-USED)
                   MOVE GRACE-PHS-OP-CODE
                       TO GRACE-GLI-SUM-OP(GRACE-GLI-SUM-USED)
                   MOVE ZERO TO GRACE-GLI-SUM-NET(GRACE-GLI-SUM-USED)
                   MOVE GRACE-GLI-SUM-USED TO GRACE-GLI-SUM-FOUND
               ELSE
                   SET GRACE-GLI-FAILED TO TRUE
                   DISPLAY "*** SUMMARY TABLE FULL - SITE "
                       GRACE-PHS-SITE-CODE " OP " GRACE-PHS-OP-CODE
                       " CANNOT BE JOURNALED ***"
               END-IF
           END-IF.

       2350-MATCH-SUMMARY-SLOT.
           IF GRACE-GLI-SUM-SITE(GRACE-GLI-SUM-IDX)
                   = GRACE-PHS-SITE-CODE
                   AND GRACE-GLI-SUM-OP(GRACE-GLI-SUM-IDX)
                   = GRACE-PHS-OP-CODE
               MOVE GRACE-GLI-SUM-IDX TO GRACE-GLI-SUM-FOUND
           END-IF.

      *----------------------------------------------------------
      * 3000-BUILD-ENTRIES turns each non-zero net into its
      * debit/credit pair off the most specific mapping card.
      *----------------------------------------------------------
       3000-BUILD-ENTRIES.
           PERFORM 3100-BUILD-ONE-PAIR
               VARYING GRACE-GLI-SUM-IDX FROM 1 BY 1
               UNTIL GRACE-GLI-SUM-IDX > GRACE-GLI-SUM-USED.

       3100-BUILD-ONE-PAIR.
           IF GRACE-GLI-SUM-NET(GRACE-GLI-SUM-IDX) NOT = ZERO
               PERFORM 3200-FIND-MAPPING
               IF GRACE-GLI-MAP-FOUND = ZERO
                   SET GRACE-GLI-FAILED TO TRUE
                   DISPLAY "*** NO GRACEGLM CARD MAPS SITE "
                       GRACE-GLI-SUM-SITE(GRACE-GLI-SUM-IDX) " OP "
                       GRACE-GLI-SUM-OP(GRACE-GLI-SUM-IDX) " ***"
               ELSE
                   PERFORM 3400-STAGE-PAIR
               END-IF
           END-IF.

       3200-FIND-MAPPING.
           MOVE GRACE-GLI-SUM-SITE(GRACE-GLI-SUM-IDX)
               TO GRACE-GLI-WANT-SITE.
           MOVE GRACE-GLI-SUM-OP(GRACE-GLI-SUM-IDX)
               TO GRACE-GLI-WANT-OP.
           PERFORM 3300-SCAN-MAPPING.
           IF GRACE-GLI-MAP-FOUND = ZERO
               MOVE "**" TO GRACE-GLI-WANT-SITE
               PERFORM 3300-SCAN-MAPPING
           END-IF.
           IF GRACE-GLI-MAP-FOUND = ZERO
               MOVE GRACE-GLI-SUM-SITE(GRACE-GLI-SUM-IDX)
                   TO GRACE-GLI-WANT-SITE
               MOVE "*" TO GRACE-GLI-WANT-OP
               PERFORM 3300-SCAN-MAPPING
           END-IF.
           IF GRACE-GLI-MAP-FOUND = ZERO
               MOVE "**" TO GRACE-GLI-WANT-SITE
               PERFORM 3300-SCAN-MAPPING
           END-IF.

       3300-SCAN-MAPPING.
           PERFORM 3350-MATCH-MAPPING
               VARYING GRACE-GLI-MAP-IDX FROM 1 BY 1
               UNTIL GRACE-GLI-MAP-IDX > GRACE-GLI-MAP-USED
                  OR GRACE-GLI-MAP-FOUND > ZERO.

       3350-MATCH-MAPPING.
           IF GRACE-GLI-MAP-SITE(GRACE-GLI-MAP-IDX)
                   = GRACE-GLI-WANT-SITE
                   AND GRACE-GLI-MAP-OP(GRACE-GLI-MAP-IDX)
                   = GRACE-GLI-WANT-OP
               MOVE GRACE-GLI-MAP-IDX TO GRACE-GLI-MAP-FOUND
           END-IF.

      *A net that raises balances debits the card's DR account
      *and credits its CR account; a net that lowers them swaps.
       3400-STAGE-PAIR.
           IF GRACE-GLI-ENT-USED > 398
               SET GRACE-GLI-FAILED TO TRUE
               DISPLAY "*** JOURNAL ENTRY TABLE FULL ***"
           ELSE
               IF GRACE-GLI-SUM-NET(GRACE-GLI-SUM-IDX) > ZERO
                   MOVE GRACE-GLI-SUM-NET(GRACE-GLI-SUM-IDX)
                       TO GRACE-GLI-ABS-NET
               ELSE
                   COMPUTE GRACE-GLI-ABS-NET =
                       0 - GRACE-GLI-SUM-NET(GRACE-GLI-SUM-IDX)
               END-IF
               ADD 1 TO GRACE-GLI-ENT-USED
               MOVE 'D' TO GRACE-GLI-ENT-DR-CR(GRACE-GLI-ENT-USED)
               PERFORM 3450-FILL-STAGED-ENTRY
               ADD 1 TO GRACE-GLI-ENT-USED
               MOVE 'C' TO GRACE-GLI-ENT-DR-CR(GRACE-GLI-ENT-USED)
               PERFORM 3450-FILL-STAGED-ENTRY
           END-IF.

       3450-FILL-STAGED-ENTRY.
           IF (GRACE-GLI-SUM-NET(GRACE-GLI-SUM-IDX) > ZERO
                   AND GRACE-GLI-ENT-DR-CR(GRACE-GLI-ENT-USED) = 'D')
               OR (GRACE-GLI-SUM-NET(GRACE-GLI-SUM-IDX) < ZERO
                   AND GRACE-GLI-ENT-DR-CR(GRACE-GLI-ENT-USED) = 'C')
               MOVE GRACE-GLI-MAP-DR(GRACE-GLI-MAP-FOUND)
                   TO GRACE-GLI-ENT-ACCOUNT(GRACE-GLI-ENT-USED)
           ELSE
               MOVE GRACE-GLI-MAP-CR(GRACE-GLI-MAP-FOUND)
                   TO GRACE-GLI-ENT-ACCOUNT(GRACE-GLI-ENT-USED)
           END-IF.
           MOVE GRACE-GLI-ABS-NET
               TO GRACE-GLI-ENT-AMOUNT(GRACE-GLI-ENT-USED).
           MOVE GRACE-GLI-SUM-SITE(GRACE-GLI-SUM-IDX)
               TO GRACE-GLI-ENT-SITE(GRACE-GLI-ENT-USED).
           MOVE GRACE-GLI-SUM-OP(GRACE-GLI-SUM-IDX)
               TO GRACE-GLI-ENT-OP(GRACE-GLI-ENT-USED).

      *----------------------------------------------------------
      * 4000-PROVE-THE-BATCH - debits must equal credits over the
      * staged entries, or the batch is not shipped.
      *----------------------------------------------------------
       4000-PROVE-THE-BATCH.
           PERFORM 4100-TOTAL-ONE-ENTRY
               VARYING GRACE-GLI-ENT-IDX FROM 1 BY 1
               UNTIL GRACE-GLI-ENT-IDX > GRACE-GLI-ENT-USED.
           MOVE GRACE-GLI-DEBIT-TOTAL TO GRACE-GLI-AMT-ED.
           DISPLAY "JOURNAL DEBITS.: " GRACE-GLI-AMT-ED.
           MOVE GRACE-GLI-CREDIT-TOTAL TO GRACE-GLI-AMT-ED.
           DISPLAY "JOURNAL CREDITS: " GRACE-GLI-AMT-ED.
           IF GRACE-GLI-DEBIT-TOTAL NOT = GRACE-GLI-CREDIT-TOTAL
               SET GRACE-GLI-FAILED TO TRUE
               DISPLAY "*** JOURNAL OUT OF BALANCE ***"
           END-IF.

       4100-TOTAL-ONE-ENTRY.
           IF GRACE-GLI-ENT-DR-CR(GRACE-GLI-ENT-IDX) = 'D'
               ADD GRACE-GLI-ENT-AMOUNT(GRACE-GLI-ENT-IDX)
                   TO GRACE-GLI-DEBIT-TOTAL
           ELSE
               ADD GRACE-GLI-ENT-AMOUNT(GRACE-GLI-ENT-IDX)
                   TO GRACE-GLI-CREDIT-TOTAL
           END-IF.

      *A failed batch still opens the journal, so last night's
      *batch cannot be picked up again in its place.
       5000-WRITE-JOURNAL.
           OPEN OUTPUT GRACE-GLJ-FILE.
           IF GRACE-GLI-FAILED
               DISPLAY "*** GL JOURNAL NOT WRITTEN - STEP FAILED ***"
           ELSE
               MOVE SPACES TO GRACE-GLJ-HEADER-REC
               MOVE 'H' TO GRACE-GLJ-REC-TYPE
               MOVE "GRACE" TO GRACE-GLJ-HDR-SYSTEM
               MOVE GRACE-CYC-DATE TO GRACE-GLJ-HDR-DATE
               MOVE GRACE-CYC-NUMBER TO GRACE-GLJ-HDR-CYCLE
               WRITE GRACE-GLJ-HEADER-REC
               PERFORM 5100-WRITE-ONE-ENTRY
                   VARYING GRACE-GLI-ENT-IDX FROM 1 BY 1
                   UNTIL GRACE-GLI-ENT-IDX > GRACE-GLI-ENT-USED
               MOVE SPACES TO GRACE-GLJ-TRAILER-REC
               MOVE 'T' TO GRACE-GLJ-REC-TYPE
               MOVE GRACE-GLI-ENT-USED TO GRACE-GLJ-TRL-COUNT
               MOVE GRACE-GLI-DEBIT-TOTAL TO GRACE-GLJ-TRL-DEBITS
               MOVE GRACE-GLI-CREDIT-TOTAL TO GRACE-GLJ-TRL-CREDITS
               WRITE GRACE-GLJ-TRAILER-REC
               DISPLAY "GL JOURNAL WRITTEN - " GRACE-GLI-ENT-USED
                   " ENTRIES"
           END-IF.
           CLOSE GRACE-GLJ-FILE.

       5100-WRITE-ONE-ENTRY.
           MOVE SPACES TO GRACE-GLJ-ENTRY-REC.
           MOVE 'D' TO GRACE-GLJ-REC-TYPE.
           MOVE GRACE-GLI-ENT-ACCOUNT(GRACE-GLI-ENT-IDX)
               TO GRACE-GLJ-ACCOUNT.
           MOVE GRACE-GLI-ENT-DR-CR(GRACE-GLI-ENT-IDX)
               TO GRACE-GLJ-DR-CR.
           MOVE GRACE-GLI-ENT-AMOUNT(GRACE-GLI-ENT-IDX)
               TO GRACE-GLJ-AMOUNT.
           MOVE GRACE-GLI-ENT-SITE(GRACE-GLI-ENT-IDX)
               TO GRACE-GLJ-SITE-CODE.
           MOVE GRACE-GLI-ENT-OP(GRACE-GLI-ENT-IDX)
               TO GRACE-GLJ-OP-CODE.
           MOVE GRACE-CYC-DATE TO GRACE-GLJ-POST-DATE.
           WRITE GRACE-GLJ-ENTRY-REC.

           COPY GRACERPTP.

           COPY GRACECYCP.
