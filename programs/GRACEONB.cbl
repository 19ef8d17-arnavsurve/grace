       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEONB.
      *----------------------------------------------------------
      * GRACEONB is the bulk onboarding load for a book of
      * customers taken over from another office. Keying such a
      * book into GRACECMT one customer at a time took a clerk a
      * week; the sending office now builds a GRACEOBF conversion
      * file instead - see GRACEOBF.cpy - and this step loads it
      * in one run.
      *
      * The first pass judges every D record, the first edit
      * failed naming the reject reason:
      *
      *   C001 not a D record
      *   C002 no ID on the old system
      *   C003 the old ID sent twice in the file
      *   E003-E006 the GRACECED name edits, held here through
      *        the same GRACENMEP paragraphs
      *   A001-A006 the GRACEAED address edits, held here
      *        through the same GRACEADRP paragraphs
      *   C004 opening balance not a signed whole amount
      *   C005 a probable duplicate of a customer already on the
      *        master - found on the GRACENDX name index by the
      *        full name or the sound of the last name, still on
      *        GRACECSK at the same zip, GRACECMT's rule
      *   C006 a probable duplicate, by the same rule, of a
      *        customer earlier in the file
      *
      * and counts the records in, the records that would load
      * and those rejected, and sums the opening balances. Those
      * figures must tie to the file's trailer - one T record,
      * last, carrying the count of D records and the sum of
      * their balances - before anything is committed. A file
      * that does not tie, or has no trailer, loads nothing and
      * ends the step RC=8; the listing says why.
      *
      * A file that ties is loaded in a second pass. Each
      * customer that passed takes the next free customer ID -
      * one past the highest number already used on GRACECSK,
      * the GRACECSA archive, GRACEMST or GRACEACT, since the
      * customer's first account is numbered as the customer -
      * and is added to GRACECSK with an A record to GRACECCL, as
      * GRACECMT adds one, and an add to GRACENDC so the name
      * index learns of it on its next run. The opening balance
      * goes on GRACEOBX in GRACETXN layout - an add, op A, site
      * CV for conversion, the old ID in the value - concatenated
      * behind the night's GRACETXN like GRACEACM's GRACEAOX, so
      * GRACEMUP builds the customer's master record at the
      * opening balance and the history, the journal and the GL
      * interface carry it like any other add. GRACEACM registers
      * the account as the customer's PR account the night after,
      * as it does every master from before accounts.
      *
      * Rejected records go to GRACEOBJ with the reason and the
      * whole conversion record behind it, so the sending office
      * can correct them and send them again under a trailer of
      * their own. The ONBPRINT listing carries the cross-
      * reference of old ID to new ID for every customer loaded,
      * the rejects with their reasons, and the control totals
      * against the trailer. RC=4 when anything rejected, or when
      * the name index was not there to check against.
      *
      * A book is loaded once. A rerun under a cycle whose
      * GRACEOBX already holds opening balances written that
      * cycle would add every customer again under new IDs, so it
      * is refused before anything is read: the listing and the
      * log give the cycle and the count of customers already
      * loaded, and the step ends RC=8. A GRACEOBX left from an
      * earlier cycle is replaced as usual.
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
           SELECT GRACE-OBF-FILE ASSIGN TO GRACEOBF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-OBF-STATUS.
           SELECT GRACE-CST-FILE ASSIGN TO GRACECSK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-CST-ID
               FILE STATUS IS GRACE-CST-STATUS.
           SELECT GRACE-CSA-FILE ASSIGN TO GRACECSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CSA-STATUS.
           SELECT GRACE-MST-FILE ASSIGN TO GRACEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-MST-KEY
               FILE STATUS IS GRACE-MST-STATUS.
           SELECT GRACE-ACT-FILE ASSIGN TO GRACEACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-ACT-NUMBER
               ALTERNATE RECORD KEY IS GRACE-ACT-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS GRACE-ACT-STATUS.
           SELECT GRACE-NAME-INDEX ASSIGN TO GRACENDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-NDX-CUST-ID
               ALTERNATE RECORD KEY IS GRACE-NDX-FULL-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS GRACE-NDX-PHONETIC
                   WITH DUPLICATES
               FILE STATUS IS GRACE-NDX-STATUS.
           SELECT GRACE-CCL-FILE ASSIGN TO GRACECCL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CCL-STATUS.
           SELECT GRACE-NDC-FILE ASSIGN TO GRACENDC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-NDC-STATUS.
           SELECT GRACE-OBX-FILE ASSIGN TO GRACEOBX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-OBX-STATUS.
           SELECT GRACE-OBJ-FILE ASSIGN TO GRACEOBJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-OBJ-STATUS.
           SELECT GRACE-PRT-FILE ASSIGN TO ONBPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-PRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

       FD  GRACE-STC-FILE
           RECORDING MODE IS F.
           COPY GRACESTC.

       FD  GRACE-OBF-FILE
           RECORDING MODE IS F.
           COPY GRACEOBF.

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

      *Dormant customers archived off GRACECSK - their IDs stay
      *spoken for, so a comeback never finds its number taken.
       FD  GRACE-CSA-FILE
           RECORDING MODE IS F.
       01 GRACE-CSA-REC.
           05 GRACE-CSA-ID PIC 9(06).
           05 FILLER PIC X(94).

       FD  GRACE-MST-FILE.
       01 GRACE-MST-REC.
           05 GRACE-MST-KEY PIC 9(06).
           05 GRACE-MST-VALUE PIC X(30).
           05 GRACE-MST-UPD-DATE PIC 9(08).
           05 GRACE-MST-BALANCE PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(26).

       FD  GRACE-ACT-FILE.
           COPY GRACEACT.

      *Name index, searched for probable duplicates.
       FD  GRACE-NAME-INDEX.
       01 GRACE-NDX-REC.
           05 GRACE-NDX-CUST-ID PIC 9(06).
           05 GRACE-NDX-FULL-NAME PIC X(30).
           05 GRACE-NDX-PHONETIC PIC X(04).
           05 FILLER PIC X(40).

      *Before/after change log - an A record per customer added.
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

      *Name index delta - an A record per customer added.
       FD  GRACE-NDC-FILE
           RECORDING MODE IS F.
       01 GRACE-NDC-REC.
           05 GRACE-NDC-OP-CODE PIC X(01).
           05 GRACE-NDC-CUST-ID PIC 9(06).
           05 GRACE-NDC-FIRST-NAME PIC X(15).
           05 GRACE-NDC-LAST-NAME PIC X(15).
           05 FILLER PIC X(43).

      *Opening balances, in GRACETXN layout for GRACEMUP.
       FD  GRACE-OBX-FILE
           RECORDING MODE IS F.
       01 GRACE-OBX-REC.
           05 GRACE-OBX-SOURCE PIC 9(6).
           05 GRACE-OBX-S-SOURCE-VALUE PIC X(30).
           05 GRACE-OBX-OP-CODE PIC X(01).
           05 GRACE-OBX-SITE-CODE PIC X(02).
           05 GRACE-OBX-EFF-DATE PIC X(08).
           05 GRACE-OBX-AMT-SIGN PIC X(01).
           05 GRACE-OBX-AMOUNT PIC 9(09).
           05 GRACE-OBX-CURRENCY PIC X(03).
           05 FILLER PIC X(40).

      *Rejected conversion records - the reason, then the record
      *as it arrived.
       FD  GRACE-OBJ-FILE
           RECORDING MODE IS F.
       01 GRACE-OBJ-REC.
           05 GRACE-OBJ-REASON-CODE PIC X(04).
           05 GRACE-OBJ-REASON-TEXT PIC X(30).
           05 GRACE-OBJ-IMAGE PIC X(100).

       FD  GRACE-PRT-FILE
           RECORDING MODE IS F.
       01 GRACE-PRT-REC PIC X(132).

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

           COPY GRACEADRH.

           COPY GRACENMEH.

           COPY GRACESDXH.

       01 GRACE-OBF-STATUS PIC X(02).
           88 GRACE-OBF-OK VALUE '00'.
           88 GRACE-OBF-NOT-FOUND VALUE '35'.

       01 GRACE-CST-STATUS PIC X(02).
           88 GRACE-CST-OK VALUE '00'.
           88 GRACE-CST-NOT-FOUND VALUE '35'.

       01 GRACE-CSA-STATUS PIC X(02).
           88 GRACE-CSA-OK VALUE '00'.
           88 GRACE-CSA-NOT-FOUND VALUE '35'.

       01 GRACE-MST-STATUS PIC X(02).
           88 GRACE-MST-OK VALUE '00'.
           88 GRACE-MST-NOT-FOUND VALUE '35'.

       01 GRACE-ACT-STATUS PIC X(02).
           88 GRACE-ACT-OK VALUE '00'.
           88 GRACE-ACT-NOT-FOUND VALUE '35'.

       01 GRACE-NDX-STATUS PIC X(02).
           88 GRACE-NDX-OK VALUE '00'.

       01 GRACE-CCL-STATUS PIC X(02).
           88 GRACE-CCL-OK VALUE '00'.
           88 GRACE-CCL-NOT-FOUND VALUE '35'.

       01 GRACE-NDC-STATUS PIC X(02).
           88 GRACE-NDC-OK VALUE '00'.
           88 GRACE-NDC-NOT-FOUND VALUE '35'.

       01 GRACE-OBX-STATUS PIC X(02).
           88 GRACE-OBX-OK VALUE '00'.
           88 GRACE-OBX-NOT-FOUND VALUE '35'.

       01 GRACE-OBJ-STATUS PIC X(02).
           88 GRACE-OBJ-OK VALUE '00'.

       01 GRACE-PRT-STATUS PIC X(02).
           88 GRACE-PRT-OK VALUE '00'.

       01 GRACE-OBF-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-OBF-END-OF-FILE VALUE 'Y'.

       01 GRACE-ONB-WALK-SW PIC X(01) VALUE 'N'.
           88 GRACE-ONB-WALK-DONE VALUE 'Y'.

       01 GRACE-NDX-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-NDX-OPEN VALUE 'Y'.

       01 GRACE-ONB-OBF-SW PIC X(01) VALUE 'N'.
           88 GRACE-ONB-OBF-ON-FILE VALUE 'Y'.

       01 GRACE-ONB-TIED-SW PIC X(01) VALUE 'N'.
           88 GRACE-ONB-TIED VALUE 'Y'.

       01 GRACE-ONB-FULL-SW PIC X(01) VALUE 'N'.
           88 GRACE-ONB-TABLE-FULL VALUE 'Y'.

       01 GRACE-ONB-LATE-SW PIC X(01) VALUE 'N'.
           88 GRACE-ONB-DETAIL-AFTER-TRAILER VALUE 'Y'.

      *Opening balances this cycle already wrote to GRACEOBX.
       01 GRACE-ONB-OBX-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-ONB-OBX-END-OF-FILE VALUE 'Y'.
       01 GRACE-ONB-OBX-COUNT PIC 9(06) VALUE ZERO.

      *The trailer as it arrived.
       01 GRACE-ONB-TRAILER.
           05 GRACE-ONB-TRL-SEEN PIC 9(03) VALUE ZERO.
           05 GRACE-ONB-TRL-COUNT PIC X(06) VALUE SPACES.
           05 GRACE-ONB-TRL-COUNT-N REDEFINES GRACE-ONB-TRL-COUNT
               PIC 9(06).
           05 GRACE-ONB-TRL-SIGN PIC X(01) VALUE SPACE.
               88 GRACE-ONB-TRL-VALID-SIGN VALUE SPACE '+' '-'.
           05 GRACE-ONB-TRL-SUM-X PIC X(11) VALUE SPACES.
           05 GRACE-ONB-TRL-SUM-XN REDEFINES GRACE-ONB-TRL-SUM-X
               PIC 9(11).
           05 GRACE-ONB-TRL-SUM PIC S9(13) VALUE ZERO.

      *The highest number in use, and the last customer ID given.
       01 GRACE-ONB-HIGH-ID PIC 9(06) VALUE ZERO.
       01 GRACE-ONB-NEXT-ID PIC 9(07) VALUE ZERO.

      *The record under judgment.
       01 GRACE-ONB-SEQ PIC 9(04) VALUE ZERO.
       01 GRACE-ONB-AMOUNT PIC S9(09) VALUE ZERO.
       01 GRACE-ONB-AMOUNT-SW PIC X(01) VALUE 'N'.
           88 GRACE-ONB-AMOUNT-VALID VALUE 'Y'.
       01 GRACE-ONB-NAME-STAGE PIC X(40) VALUE SPACES.
       01 GRACE-ONB-REASON-CODE PIC X(04) VALUE SPACES.
       01 GRACE-ONB-REASON-TEXT PIC X(30) VALUE SPACES.
       01 GRACE-ONB-REPEAT-HIT PIC 9(04) VALUE ZERO.
       01 GRACE-ONB-TWIN-HIT PIC 9(04) VALUE ZERO.
       01 GRACE-ONB-IDX PIC 9(04) VALUE ZERO.

      *Every D record of the file in the order sent, with how the
      *first pass judged it - L loads, R rejected - and, once
      *loaded, the customer ID it was given.
       01 GRACE-ONB-REC-CTL.
           05 GRACE-ONB-REC-ENTRY OCCURS 5000 TIMES.
               10 GRACE-ONB-T-OLD-ID PIC X(10).
               10 GRACE-ONB-T-RESULT PIC X(01).
                   88 GRACE-ONB-T-LOADS VALUE 'L'.
                   88 GRACE-ONB-T-REJECTED VALUE 'R'.
               10 GRACE-ONB-T-REASON-CODE PIC X(04).
               10 GRACE-ONB-T-REASON-TEXT PIC X(30).
               10 GRACE-ONB-T-NAME PIC X(30).
               10 GRACE-ONB-T-CODE PIC X(04).
               10 GRACE-ONB-T-ZIP PIC X(05).
               10 GRACE-ONB-T-NEW-ID PIC 9(06).

      *Probable duplicates on the master - the first found and
      *how many, up to twenty told apart.
       01 GRACE-ONB-DUP-CTL.
           05 GRACE-ONB-DUP-COUNT PIC 9(02) VALUE ZERO.
           05 GRACE-ONB-DUP-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-ONB-DUP-ON-MASTER-SW PIC X(01) VALUE 'N'.
               88 GRACE-ONB-DUP-ON-MASTER VALUE 'Y'.
           05 GRACE-ONB-DUP-SEEN-SW PIC X(01) VALUE 'N'.
               88 GRACE-ONB-DUP-SEEN VALUE 'Y'.
           05 GRACE-ONB-DUP-DONE-SW PIC X(01) VALUE 'N'.
               88 GRACE-ONB-DUP-DONE VALUE 'Y'.
           05 GRACE-ONB-DUP-ID OCCURS 20 TIMES PIC 9(06).

      *Why a file did not tie - one line per failure.
       01 GRACE-ONB-FAIL-CTL.
           05 GRACE-ONB-FAIL-USED PIC 9(02) VALUE ZERO.
           05 GRACE-ONB-FAIL-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-ONB-FAIL-TEXT OCCURS 10 TIMES PIC X(60).
       01 GRACE-ONB-FAIL-NOTE PIC X(60) VALUE SPACES.

       01 GRACE-ONB-COUNTS.
           05 GRACE-ONB-IN-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-ONB-PASS-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-ONB-LOADED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-ONB-REJECT-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-ONB-IN-SUM PIC S9(13) VALUE ZERO.
           05 GRACE-ONB-PASS-SUM PIC S9(13) VALUE ZERO.
           05 GRACE-ONB-LOADED-SUM PIC S9(13) VALUE ZERO.
           05 GRACE-ONB-REJECT-SUM PIC S9(13) VALUE ZERO.

       01 GRACE-ONB-EDITS.
           05 GRACE-ONB-COUNT-ED PIC Z(05)9.
           05 GRACE-ONB-SUM-ED PIC -(13)9.
           05 GRACE-ONB-AMOUNT-ED PIC -(09)9.
           05 GRACE-ONB-LINE PIC X(132) VALUE SPACES.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEONB" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 0900-CHECK-TONIGHTS-LOAD.
           IF GRACE-ONB-OBX-COUNT > ZERO
               PERFORM 0950-REFUSE-THE-RERUN
               MOVE 8 TO RETURN-CODE
               PERFORM 0600-PRINT-GRACE-RPT-FOOTER
               GOBACK
           END-IF.
           PERFORM 9100-LOAD-STATE-TABLE.
           IF GRACE-ADX-STATE-USED = ZERO
               DISPLAY "*** GRACESTC REFERENCE TABLE MISSING OR "
                   "EMPTY - NO ADDRESS CAN BE EDITED, NOTHING "
                   "LOADED ***"
               MOVE 8 TO RETURN-CODE
               PERFORM 0600-PRINT-GRACE-RPT-FOOTER
               GOBACK
           END-IF.
           OPEN I-O GRACE-CST-FILE.
           IF NOT GRACE-CST-OK
               DISPLAY "*** GRACECSK NOT AVAILABLE - STATUS "
                   GRACE-CST-STATUS " - NOTHING LOADED ***"
               MOVE 8 TO RETURN-CODE
               PERFORM 0600-PRINT-GRACE-RPT-FOOTER
               GOBACK
           END-IF.
           OPEN INPUT GRACE-NAME-INDEX.
           IF GRACE-NDX-OK
               SET GRACE-NDX-OPEN TO TRUE
           ELSE
               DISPLAY "GRACENDX NOT AVAILABLE - CUSTOMERS ARE NOT "
                   "CHECKED AGAINST THE MASTER FOR DUPLICATES"
           END-IF.
           PERFORM 1000-FIND-HIGHEST-NUMBER.
           PERFORM 2000-EDIT-THE-FILE.
           PERFORM 3000-TIE-TO-TRAILER.
           OPEN OUTPUT GRACE-PRT-FILE.
           PERFORM 5000-PRINT-HEADING.
           IF GRACE-ONB-TIED
               PERFORM 4000-LOAD-THE-FILE
           END-IF.
           PERFORM 5200-PRINT-REJECTS.
           PERFORM 5500-PRINT-CONTROL-TOTALS.
           CLOSE GRACE-PRT-FILE.
           CLOSE GRACE-CST-FILE.
           IF GRACE-NDX-OPEN
               CLOSE GRACE-NAME-INDEX
           END-IF.
           DISPLAY "RECORDS IN.........: " GRACE-ONB-IN-COUNT.
           DISPLAY "LOADED.............: " GRACE-ONB-LOADED-COUNT.
           DISPLAY "REJECTED...........: " GRACE-ONB-REJECT-COUNT.
           EVALUATE TRUE
               WHEN NOT GRACE-ONB-TIED
                   DISPLAY "*** FILE DOES NOT TIE TO ITS TRAILER - "
                       "NOTHING LOADED ***"
                   MOVE 8 TO RETURN-CODE
               WHEN GRACE-ONB-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN NOT GRACE-NDX-OPEN
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           MOVE GRACE-ONB-IN-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

      *----------------------------------------------------------
      * 0900-CHECK-TONIGHTS-LOAD counts the opening balances
      * GRACEOBX already holds for this cycle's date - a load has
      * run this cycle when there are any.
      *----------------------------------------------------------
       0900-CHECK-TONIGHTS-LOAD.
           MOVE ZERO TO GRACE-ONB-OBX-COUNT.
           MOVE 'N' TO GRACE-ONB-OBX-EOF-SW.
           OPEN INPUT GRACE-OBX-FILE.
           IF GRACE-OBX-OK
               PERFORM 0910-READ-TONIGHTS-LOAD
                   UNTIL GRACE-ONB-OBX-END-OF-FILE
               CLOSE GRACE-OBX-FILE
           END-IF.

       0910-READ-TONIGHTS-LOAD.
           READ GRACE-OBX-FILE
               AT END
                   SET GRACE-ONB-OBX-END-OF-FILE TO TRUE
               NOT AT END
                   IF GRACE-OBX-EFF-DATE = GRACE-CYC-DATE
                       ADD 1 TO GRACE-ONB-OBX-COUNT
                   END-IF
           END-READ.

       0950-REFUSE-THE-RERUN.
           MOVE GRACE-ONB-OBX-COUNT TO GRACE-ONB-COUNT-ED.
           DISPLAY "*** GRACEOBX ALREADY HOLDS " GRACE-ONB-COUNT-ED
               " CUSTOMER(S) LOADED FOR " GRACE-CYC-DATE
               " - RERUN REFUSED, NOTHING LOADED ***".
           OPEN OUTPUT GRACE-PRT-FILE.
           PERFORM 5000-PRINT-HEADING.
           STRING "RERUN REFUSED - GRACEOBX ALREADY HOLDS "
               DELIMITED BY SIZE
               GRACE-ONB-COUNT-ED DELIMITED BY SIZE
               " CUSTOMER(S) LOADED FOR " DELIMITED BY SIZE
               GRACE-CYC-DATE DELIMITED BY SIZE
               INTO GRACE-ONB-LINE
           END-STRING.
           PERFORM 7900-WRITE-REPORT-LINE.
           MOVE "NOTHING LOADED - THE FIRST RUN'S LOAD STANDS"
               TO GRACE-ONB-LINE.
           PERFORM 7900-WRITE-REPORT-LINE.
           CLOSE GRACE-PRT-FILE.

      *----------------------------------------------------------
      * 1000-FIND-HIGHEST-NUMBER - the highest number any
      * customer or account holds, on the master, the archive,
      * the balances or the accounts. New IDs are given past it.
      *----------------------------------------------------------
       1000-FIND-HIGHEST-NUMBER.
           MOVE ZERO TO GRACE-ONB-HIGH-ID.
           MOVE 'N' TO GRACE-ONB-WALK-SW.
           MOVE ZERO TO GRACE-CST-ID.
           START GRACE-CST-FILE
               KEY IS >= GRACE-CST-ID
               INVALID KEY
                   SET GRACE-ONB-WALK-DONE TO TRUE
           END-START.
           PERFORM 1010-READ-NEXT-CUSTOMER
               UNTIL GRACE-ONB-WALK-DONE.
           OPEN INPUT GRACE-CSA-FILE.
           IF GRACE-CSA-OK
               MOVE 'N' TO GRACE-ONB-WALK-SW
               PERFORM 1020-READ-NEXT-ARCHIVED
                   UNTIL GRACE-ONB-WALK-DONE
               CLOSE GRACE-CSA-FILE
           END-IF.
           OPEN INPUT GRACE-MST-FILE.
           IF GRACE-MST-OK
               MOVE 'N' TO GRACE-ONB-WALK-SW
               PERFORM 1030-READ-NEXT-MASTER
                   UNTIL GRACE-ONB-WALK-DONE
               CLOSE GRACE-MST-FILE
           END-IF.
           OPEN INPUT GRACE-ACT-FILE.
           IF GRACE-ACT-OK
               MOVE 'N' TO GRACE-ONB-WALK-SW
               PERFORM 1040-READ-NEXT-ACCOUNT
                   UNTIL GRACE-ONB-WALK-DONE
               CLOSE GRACE-ACT-FILE
           END-IF.
           MOVE GRACE-ONB-HIGH-ID TO GRACE-ONB-NEXT-ID.
           DISPLAY "HIGHEST CUSTOMER OR ACCOUNT NUMBER IN USE: "
               GRACE-ONB-HIGH-ID.

       1010-READ-NEXT-CUSTOMER.
           READ GRACE-CST-FILE NEXT RECORD
               AT END
                   SET GRACE-ONB-WALK-DONE TO TRUE
               NOT AT END
                   IF GRACE-CST-ID > GRACE-ONB-HIGH-ID
                       MOVE GRACE-CST-ID TO GRACE-ONB-HIGH-ID
                   END-IF
           END-READ.

       1020-READ-NEXT-ARCHIVED.
           READ GRACE-CSA-FILE
               AT END
                   SET GRACE-ONB-WALK-DONE TO TRUE
               NOT AT END
                   IF GRACE-CSA-ID NUMERIC
                           AND GRACE-CSA-ID > GRACE-ONB-HIGH-ID
                       MOVE GRACE-CSA-ID TO GRACE-ONB-HIGH-ID
                   END-IF
           END-READ.

       1030-READ-NEXT-MASTER.
           READ GRACE-MST-FILE NEXT RECORD
               AT END
                   SET GRACE-ONB-WALK-DONE TO TRUE
               NOT AT END
                   IF GRACE-MST-KEY > GRACE-ONB-HIGH-ID
                       MOVE GRACE-MST-KEY TO GRACE-ONB-HIGH-ID
                   END-IF
           END-READ.

       1040-READ-NEXT-ACCOUNT.
           READ GRACE-ACT-FILE NEXT RECORD
               AT END
                   SET GRACE-ONB-WALK-DONE TO TRUE
               NOT AT END
                   IF GRACE-ACT-NUMBER > GRACE-ONB-HIGH-ID
                       MOVE GRACE-ACT-NUMBER TO GRACE-ONB-HIGH-ID
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * 2000-EDIT-THE-FILE is the first pass: every record judged
      * and counted, nothing written.
      *----------------------------------------------------------
       2000-EDIT-THE-FILE.
           OPEN INPUT GRACE-OBF-FILE.
           IF GRACE-OBF-NOT-FOUND
               DISPLAY "GRACEOBF NOT FOUND - NO CONVERSION FILE"
           ELSE
               SET GRACE-ONB-OBF-ON-FILE TO TRUE
               MOVE 'N' TO GRACE-OBF-EOF-SW
               PERFORM 2010-READ-CONVERSION
               PERFORM 2100-EDIT-ONE-RECORD
                   UNTIL GRACE-OBF-END-OF-FILE
               CLOSE GRACE-OBF-FILE
           END-IF.

       2010-READ-CONVERSION.
           READ GRACE-OBF-FILE
               AT END
                   SET GRACE-OBF-END-OF-FILE TO TRUE
           END-READ.

       2100-EDIT-ONE-RECORD.
           IF GRACE-OBF-TRAILER
               PERFORM 2150-TAKE-TRAILER
           ELSE
               IF GRACE-ONB-TRL-SEEN > ZERO
                   SET GRACE-ONB-DETAIL-AFTER-TRAILER TO TRUE
               END-IF
               ADD 1 TO GRACE-ONB-IN-COUNT
               PERFORM 2160-TAKE-BALANCE
               IF GRACE-ONB-AMOUNT-VALID
                   ADD GRACE-ONB-AMOUNT TO GRACE-ONB-IN-SUM
               END-IF
               IF GRACE-ONB-IN-COUNT > 5000
                   SET GRACE-ONB-TABLE-FULL TO TRUE
               ELSE
                   PERFORM 2200-JUDGE-DETAIL
               END-IF
           END-IF.
           PERFORM 2010-READ-CONVERSION.

       2150-TAKE-TRAILER.
           ADD 1 TO GRACE-ONB-TRL-SEEN.
           MOVE GRACE-OBF-T-COUNT TO GRACE-ONB-TRL-COUNT.
           MOVE GRACE-OBF-T-SUM-SIGN TO GRACE-ONB-TRL-SIGN.
           MOVE GRACE-OBF-T-SUM TO GRACE-ONB-TRL-SUM-X.
           MOVE ZERO TO GRACE-ONB-TRL-SUM.
           IF GRACE-ONB-TRL-SUM-X NUMERIC
               MOVE GRACE-ONB-TRL-SUM-XN TO GRACE-ONB-TRL-SUM
               IF GRACE-ONB-TRL-SIGN = '-'
                   COMPUTE GRACE-ONB-TRL-SUM = 0 - GRACE-ONB-TRL-SUM
               END-IF
           END-IF.

      *The opening balance, signed; not valid when the amount is
      *not nine digits or the sign is not blank, + or -.
       2160-TAKE-BALANCE.
           MOVE ZERO TO GRACE-ONB-AMOUNT.
           MOVE 'N' TO GRACE-ONB-AMOUNT-SW.
           IF GRACE-OBF-BALANCE NUMERIC
                   AND GRACE-OBF-VALID-SIGN
               SET GRACE-ONB-AMOUNT-VALID TO TRUE
               MOVE GRACE-OBF-BALANCE-N TO GRACE-ONB-AMOUNT
               IF GRACE-OBF-BAL-SIGN = '-'
                   COMPUTE GRACE-ONB-AMOUNT = 0 - GRACE-ONB-AMOUNT
               END-IF
           END-IF.

      *----------------------------------------------------------
      * 2200-JUDGE-DETAIL applies the edits in order; the first
      * that fails names the reject reason. The record's name,
      * sound-alike code and zip are kept for the duplicate check
      * of the records after it.
      *----------------------------------------------------------
       2200-JUDGE-DETAIL.
           MOVE GRACE-ONB-IN-COUNT TO GRACE-ONB-SEQ.
           MOVE GRACE-OBF-OLD-ID TO GRACE-ONB-T-OLD-ID(GRACE-ONB-SEQ).
           MOVE 'L' TO GRACE-ONB-T-RESULT(GRACE-ONB-SEQ).
           MOVE SPACES TO GRACE-ONB-T-REASON-CODE(GRACE-ONB-SEQ).
           MOVE SPACES TO GRACE-ONB-T-REASON-TEXT(GRACE-ONB-SEQ).
           MOVE ZERO TO GRACE-ONB-T-NEW-ID(GRACE-ONB-SEQ).
           MOVE SPACES TO GRACE-ONB-NAME-STAGE.
           STRING GRACE-OBF-FIRST-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  GRACE-OBF-LAST-NAME DELIMITED BY SPACE
               INTO GRACE-ONB-NAME-STAGE
           END-STRING.
           MOVE GRACE-ONB-NAME-STAGE TO GRACE-ONB-T-NAME(GRACE-ONB-SEQ).
           MOVE GRACE-OBF-LAST-NAME TO GRACE-SDX-NAME.
           PERFORM 6500-COMPUTE-PHONETIC.
           MOVE GRACE-SDX-CODE TO GRACE-ONB-T-CODE(GRACE-ONB-SEQ).
           MOVE GRACE-OBF-ZIP TO GRACE-ONB-T-ZIP(GRACE-ONB-SEQ).
           PERFORM 2300-SCAN-EARLIER-RECORDS.
           EVALUATE TRUE
               WHEN NOT GRACE-OBF-DETAIL
                   MOVE "C001" TO GRACE-ONB-REASON-CODE
                   MOVE "NOT A DETAIL RECORD" TO GRACE-ONB-REASON-TEXT
                   PERFORM 2450-REJECT-DETAIL
               WHEN GRACE-OBF-OLD-ID = SPACES
                   MOVE "C002" TO GRACE-ONB-REASON-CODE
                   MOVE "OLD ID BLANK" TO GRACE-ONB-REASON-TEXT
                   PERFORM 2450-REJECT-DETAIL
               WHEN GRACE-ONB-REPEAT-HIT > ZERO
                   MOVE "C003" TO GRACE-ONB-REASON-CODE
                   MOVE "OLD ID REPEATED IN FILE"
                       TO GRACE-ONB-REASON-TEXT
                   PERFORM 2450-REJECT-DETAIL
               WHEN OTHER
                   PERFORM 2250-EDIT-NAME-AND-ADDRESS
           END-EVALUATE.
           IF GRACE-ONB-T-LOADS(GRACE-ONB-SEQ)
                   AND NOT GRACE-ONB-AMOUNT-VALID
               MOVE "C004" TO GRACE-ONB-REASON-CODE
               MOVE "OPENING BALANCE NOT NUMERIC"
                   TO GRACE-ONB-REASON-TEXT
               PERFORM 2450-REJECT-DETAIL
           END-IF.
           IF GRACE-ONB-T-LOADS(GRACE-ONB-SEQ)
               PERFORM 2400-CHECK-EXISTING-CUSTOMERS
               IF GRACE-ONB-DUP-COUNT > ZERO
                   MOVE "C005" TO GRACE-ONB-REASON-CODE
                   MOVE SPACES TO GRACE-ONB-REASON-TEXT
                   STRING "PROBABLE DUPLICATE OF "
                           DELIMITED BY SIZE
                       GRACE-ONB-DUP-ID(1) DELIMITED BY SIZE
                       INTO GRACE-ONB-REASON-TEXT
                   END-STRING
                   PERFORM 2450-REJECT-DETAIL
               END-IF
           END-IF.
           IF GRACE-ONB-T-LOADS(GRACE-ONB-SEQ)
                   AND GRACE-ONB-TWIN-HIT > ZERO
               MOVE "C006" TO GRACE-ONB-REASON-CODE
               MOVE SPACES TO GRACE-ONB-REASON-TEXT
               STRING "DUPLICATE OF OLD ID " DELIMITED BY SIZE
                   GRACE-ONB-T-OLD-ID(GRACE-ONB-TWIN-HIT)
                       DELIMITED BY SIZE
                   INTO GRACE-ONB-REASON-TEXT
               END-STRING
               PERFORM 2450-REJECT-DETAIL
           END-IF.
           IF GRACE-ONB-T-LOADS(GRACE-ONB-SEQ)
               ADD 1 TO GRACE-ONB-PASS-COUNT
               ADD GRACE-ONB-AMOUNT TO GRACE-ONB-PASS-SUM
           ELSE
               ADD 1 TO GRACE-ONB-REJECT-COUNT
               ADD GRACE-ONB-AMOUNT TO GRACE-ONB-REJECT-SUM
               DISPLAY "*** REJECTED OLD ID " GRACE-OBF-OLD-ID " - "
                   GRACE-ONB-T-REASON-TEXT(GRACE-ONB-SEQ) " ***"
           END-IF.

       2250-EDIT-NAME-AND-ADDRESS.
           MOVE GRACE-OBF-FIRST-NAME TO GRACE-NMX-FIRST-NAME.
           MOVE GRACE-OBF-LAST-NAME TO GRACE-NMX-LAST-NAME.
           PERFORM 9200-EDIT-CUSTOMER-NAME.
           IF NOT GRACE-NMX-VALID
               MOVE GRACE-NMX-REASON-CODE TO GRACE-ONB-REASON-CODE
               MOVE GRACE-NMX-REASON-TEXT TO GRACE-ONB-REASON-TEXT
               PERFORM 2450-REJECT-DETAIL
           ELSE
               MOVE GRACE-OBF-STREET TO GRACE-ADX-STREET
               MOVE GRACE-OBF-CITY TO GRACE-ADX-CITY
               MOVE GRACE-OBF-STATE TO GRACE-ADX-STATE
               MOVE GRACE-OBF-ZIP TO GRACE-ADX-ZIP
               PERFORM 9150-EDIT-ADDRESS
               IF NOT GRACE-ADX-VALID
                   MOVE GRACE-ADX-REASON-CODE TO GRACE-ONB-REASON-CODE
                   MOVE GRACE-ADX-REASON-TEXT TO GRACE-ONB-REASON-TEXT
                   PERFORM 2450-REJECT-DETAIL
               END-IF
           END-IF.

      *----------------------------------------------------------
      * 2300-SCAN-EARLIER-RECORDS looks back over the file for the
      * same old ID, and for a customer already passed at the
      * same zip with the same full name or sound-alike code.
      *----------------------------------------------------------
       2300-SCAN-EARLIER-RECORDS.
           MOVE ZERO TO GRACE-ONB-REPEAT-HIT.
           MOVE ZERO TO GRACE-ONB-TWIN-HIT.
           PERFORM 2350-CHECK-ONE-EARLIER
               VARYING GRACE-ONB-IDX FROM 1 BY 1
               UNTIL GRACE-ONB-IDX >= GRACE-ONB-SEQ.

       2350-CHECK-ONE-EARLIER.
           IF GRACE-ONB-REPEAT-HIT = ZERO
                   AND GRACE-OBF-OLD-ID NOT = SPACES
                   AND GRACE-ONB-T-OLD-ID(GRACE-ONB-IDX)
                       = GRACE-OBF-OLD-ID
               MOVE GRACE-ONB-IDX TO GRACE-ONB-REPEAT-HIT
           END-IF.
           IF GRACE-ONB-TWIN-HIT = ZERO
                   AND GRACE-ONB-T-LOADS(GRACE-ONB-IDX)
                   AND GRACE-ONB-T-ZIP(GRACE-ONB-IDX)
                       = GRACE-ONB-T-ZIP(GRACE-ONB-SEQ)
                   AND (GRACE-ONB-T-NAME(GRACE-ONB-IDX)
                       = GRACE-ONB-T-NAME(GRACE-ONB-SEQ)
                   OR GRACE-ONB-T-CODE(GRACE-ONB-IDX)
                       = GRACE-ONB-T-CODE(GRACE-ONB-SEQ))
               MOVE GRACE-ONB-IDX TO GRACE-ONB-TWIN-HIT
           END-IF.

      *----------------------------------------------------------
      * 2400-CHECK-EXISTING-CUSTOMERS looks the customer up on the
      * name index by the full name, built the way GRACENDX builds
      * it, and by the phonetic code of the last name. A customer
      * found either way who is still on the master at the same
      * zip is a probable duplicate. There is no operator here to
      * confirm a new person over the warning, so the record
      * rejects; a clerk who knows better keys it on GRACECMT.
      *----------------------------------------------------------
       2400-CHECK-EXISTING-CUSTOMERS.
           MOVE ZERO TO GRACE-ONB-DUP-COUNT.
           IF GRACE-NDX-OPEN
               MOVE GRACE-ONB-T-NAME(GRACE-ONB-SEQ)
                   TO GRACE-NDX-FULL-NAME
               MOVE 'N' TO GRACE-ONB-DUP-DONE-SW
               START GRACE-NAME-INDEX
                   KEY IS = GRACE-NDX-FULL-NAME
                   INVALID KEY
                       SET GRACE-ONB-DUP-DONE TO TRUE
               END-START
               PERFORM 2410-READ-NAME-MATCH
                   UNTIL GRACE-ONB-DUP-DONE
               MOVE GRACE-ONB-T-CODE(GRACE-ONB-SEQ)
                   TO GRACE-NDX-PHONETIC
               MOVE 'N' TO GRACE-ONB-DUP-DONE-SW
               START GRACE-NAME-INDEX
                   KEY IS = GRACE-NDX-PHONETIC
                   INVALID KEY
                       SET GRACE-ONB-DUP-DONE TO TRUE
               END-START
               PERFORM 2420-READ-PHONETIC-MATCH
                   UNTIL GRACE-ONB-DUP-DONE
           END-IF.

       2410-READ-NAME-MATCH.
           READ GRACE-NAME-INDEX NEXT RECORD
               AT END
                   SET GRACE-ONB-DUP-DONE TO TRUE
               NOT AT END
                   IF GRACE-NDX-FULL-NAME
                           NOT = GRACE-ONB-T-NAME(GRACE-ONB-SEQ)
                       SET GRACE-ONB-DUP-DONE TO TRUE
                   ELSE
                       PERFORM 2430-CONSIDER-CANDIDATE
                   END-IF
           END-READ.

       2420-READ-PHONETIC-MATCH.
           READ GRACE-NAME-INDEX NEXT RECORD
               AT END
                   SET GRACE-ONB-DUP-DONE TO TRUE
               NOT AT END
                   IF GRACE-NDX-PHONETIC
                           NOT = GRACE-ONB-T-CODE(GRACE-ONB-SEQ)
                       SET GRACE-ONB-DUP-DONE TO TRUE
                   ELSE
                       PERFORM 2430-CONSIDER-CANDIDATE
                   END-IF
           END-READ.

      *An index hit still on the master at the same zip, not
      *already found by the other key.
       2430-CONSIDER-CANDIDATE.
           MOVE 'N' TO GRACE-ONB-DUP-ON-MASTER-SW.
           MOVE GRACE-NDX-CUST-ID TO GRACE-CST-ID.
           READ GRACE-CST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GRACE-CST-ZIP = GRACE-OBF-ZIP
                       SET GRACE-ONB-DUP-ON-MASTER TO TRUE
                   END-IF
           END-READ.
           MOVE 'N' TO GRACE-ONB-DUP-SEEN-SW.
           PERFORM 2440-CHECK-SEEN
               VARYING GRACE-ONB-DUP-IDX FROM 1 BY 1
               UNTIL GRACE-ONB-DUP-IDX > GRACE-ONB-DUP-COUNT.
           IF GRACE-ONB-DUP-ON-MASTER
                   AND NOT GRACE-ONB-DUP-SEEN
                   AND GRACE-ONB-DUP-COUNT < 20
               ADD 1 TO GRACE-ONB-DUP-COUNT
               MOVE GRACE-NDX-CUST-ID
                   TO GRACE-ONB-DUP-ID(GRACE-ONB-DUP-COUNT)
           END-IF.

       2440-CHECK-SEEN.
           IF GRACE-ONB-DUP-ID(GRACE-ONB-DUP-IDX) = GRACE-NDX-CUST-ID
               SET GRACE-ONB-DUP-SEEN TO TRUE
           END-IF.

       2450-REJECT-DETAIL.
           MOVE 'R' TO GRACE-ONB-T-RESULT(GRACE-ONB-SEQ).
           MOVE GRACE-ONB-REASON-CODE
               TO GRACE-ONB-T-REASON-CODE(GRACE-ONB-SEQ).
           MOVE GRACE-ONB-REASON-TEXT
               TO GRACE-ONB-T-REASON-TEXT(GRACE-ONB-SEQ).

      *----------------------------------------------------------
      * 3000-TIE-TO-TRAILER - the first pass's figures against the
      * trailer. Any failure is noted for the listing, and the
      * file loads only when there is none.
      *----------------------------------------------------------
       3000-TIE-TO-TRAILER.
           MOVE ZERO TO GRACE-ONB-FAIL-USED.
           IF NOT GRACE-ONB-OBF-ON-FILE
               MOVE "NO GRACEOBF CONVERSION FILE"
                   TO GRACE-ONB-FAIL-NOTE
               PERFORM 3050-NOTE-FAILURE
           ELSE
               EVALUATE TRUE
                   WHEN GRACE-ONB-TRL-SEEN = ZERO
                       MOVE "NO TRAILER RECORD" TO GRACE-ONB-FAIL-NOTE
                       PERFORM 3050-NOTE-FAILURE
                   WHEN GRACE-ONB-TRL-SEEN > 1
                       MOVE "MORE THAN ONE TRAILER RECORD"
                           TO GRACE-ONB-FAIL-NOTE
                       PERFORM 3050-NOTE-FAILURE
                   WHEN OTHER
                       PERFORM 3100-CHECK-TRAILER-FIGURES
               END-EVALUATE
           END-IF.
           IF GRACE-ONB-DETAIL-AFTER-TRAILER
               MOVE "RECORDS FOLLOW THE TRAILER"
                   TO GRACE-ONB-FAIL-NOTE
               PERFORM 3050-NOTE-FAILURE
           END-IF.
           IF GRACE-ONB-TABLE-FULL
               MOVE "MORE THAN 5000 RECORDS - SEND THE BOOK IN PARTS"
                   TO GRACE-ONB-FAIL-NOTE
               PERFORM 3050-NOTE-FAILURE
           END-IF.
           IF GRACE-ONB-HIGH-ID + GRACE-ONB-PASS-COUNT > 999999
               MOVE "NOT ENOUGH CUSTOMER IDS LEFT FOR THE LOAD"
                   TO GRACE-ONB-FAIL-NOTE
               PERFORM 3050-NOTE-FAILURE
           END-IF.
           IF GRACE-ONB-FAIL-USED = ZERO
               SET GRACE-ONB-TIED TO TRUE
           END-IF.

       3050-NOTE-FAILURE.
           IF GRACE-ONB-FAIL-USED < 10
               ADD 1 TO GRACE-ONB-FAIL-USED
               MOVE GRACE-ONB-FAIL-NOTE
                   TO GRACE-ONB-FAIL-TEXT(GRACE-ONB-FAIL-USED)
           END-IF.
           DISPLAY "*** " GRACE-ONB-FAIL-NOTE " ***".

       3100-CHECK-TRAILER-FIGURES.
           IF GRACE-ONB-TRL-COUNT NOT NUMERIC
               MOVE "TRAILER RECORD COUNT NOT NUMERIC"
                   TO GRACE-ONB-FAIL-NOTE
               PERFORM 3050-NOTE-FAILURE
           ELSE
               IF GRACE-ONB-TRL-COUNT-N NOT = GRACE-ONB-IN-COUNT
                   MOVE "RECORDS IN DO NOT TIE TO THE TRAILER COUNT"
                       TO GRACE-ONB-FAIL-NOTE
                   PERFORM 3050-NOTE-FAILURE
               END-IF
           END-IF.
           IF GRACE-ONB-TRL-SUM-X NOT NUMERIC
                   OR NOT GRACE-ONB-TRL-VALID-SIGN
               MOVE "TRAILER BALANCE SUM NOT NUMERIC"
                   TO GRACE-ONB-FAIL-NOTE
               PERFORM 3050-NOTE-FAILURE
           ELSE
               IF GRACE-ONB-TRL-SUM NOT = GRACE-ONB-IN-SUM
                   MOVE "BALANCES DO NOT TIE TO THE TRAILER SUM"
                       TO GRACE-ONB-FAIL-NOTE
                   PERFORM 3050-NOTE-FAILURE
               END-IF
           END-IF.

      *----------------------------------------------------------
      * 4000-LOAD-THE-FILE is the second pass, run only for a file
      * that tied: each record that passed is added under the
      * next free ID, each that did not goes to GRACEOBJ.
      *----------------------------------------------------------
       4000-LOAD-THE-FILE.
           OPEN INPUT GRACE-OBF-FILE.
           OPEN OUTPUT GRACE-OBX-FILE.
           OPEN OUTPUT GRACE-OBJ-FILE.
           OPEN EXTEND GRACE-CCL-FILE.
           IF GRACE-CCL-NOT-FOUND
               OPEN OUTPUT GRACE-CCL-FILE
           END-IF.
           OPEN EXTEND GRACE-NDC-FILE.
           IF GRACE-NDC-NOT-FOUND
               OPEN OUTPUT GRACE-NDC-FILE
           END-IF.
           MOVE "CROSS-REFERENCE - OLD ID TO NEW CUSTOMER ID"
               TO GRACE-ONB-LINE.
           PERFORM 7900-WRITE-REPORT-LINE.
           MOVE "OLD ID     NEW ID NAME" TO GRACE-ONB-LINE.
           MOVE "OPENING BALANCE" TO GRACE-ONB-LINE(51:15).
           PERFORM 7900-WRITE-REPORT-LINE.
           MOVE ZERO TO GRACE-ONB-SEQ.
           MOVE 'N' TO GRACE-OBF-EOF-SW.
           PERFORM 2010-READ-CONVERSION.
           PERFORM 4100-COMMIT-ONE-RECORD
               UNTIL GRACE-OBF-END-OF-FILE.
           CLOSE GRACE-OBF-FILE.
           CLOSE GRACE-OBX-FILE.
           CLOSE GRACE-OBJ-FILE.
           CLOSE GRACE-CCL-FILE.
           CLOSE GRACE-NDC-FILE.
           IF GRACE-ONB-LOADED-COUNT = ZERO
               MOVE "  NONE" TO GRACE-ONB-LINE
               PERFORM 7900-WRITE-REPORT-LINE
           END-IF.
           PERFORM 7900-WRITE-REPORT-LINE.

       4100-COMMIT-ONE-RECORD.
           IF NOT GRACE-OBF-TRAILER
               ADD 1 TO GRACE-ONB-SEQ
               PERFORM 2160-TAKE-BALANCE
               IF GRACE-ONB-T-LOADS(GRACE-ONB-SEQ)
                   PERFORM 4200-ADD-CUSTOMER
               ELSE
                   PERFORM 4500-WRITE-REJECT
               END-IF
           END-IF.
           PERFORM 2010-READ-CONVERSION.

       4200-ADD-CUSTOMER.
           ADD 1 TO GRACE-ONB-NEXT-ID.
           MOVE SPACES TO GRACE-CST-REC.
           MOVE GRACE-ONB-NEXT-ID TO GRACE-CST-ID.
           MOVE GRACE-OBF-FIRST-NAME TO GRACE-CST-FIRST-NAME.
           MOVE GRACE-OBF-LAST-NAME TO GRACE-CST-LAST-NAME.
           MOVE GRACE-OBF-STREET TO GRACE-CST-STREET.
           MOVE GRACE-OBF-CITY TO GRACE-CST-CITY.
           MOVE GRACE-OBF-STATE TO GRACE-CST-STATE.
           MOVE GRACE-OBF-ZIP TO GRACE-CST-ZIP.
           WRITE GRACE-CST-REC
               INVALID KEY
                   DISPLAY "*** GRACECSK WRITE FAILED FOR "
                       GRACE-CST-ID " - STATUS " GRACE-CST-STATUS
                       " ***"
                   MOVE "C007" TO GRACE-ONB-REASON-CODE
                   MOVE "CUSTOMER MASTER WRITE FAILED"
                       TO GRACE-ONB-REASON-TEXT
                   PERFORM 2450-REJECT-DETAIL
                   SUBTRACT 1 FROM GRACE-ONB-PASS-COUNT
                   SUBTRACT GRACE-ONB-AMOUNT FROM GRACE-ONB-PASS-SUM
                   ADD 1 TO GRACE-ONB-REJECT-COUNT
                   ADD GRACE-ONB-AMOUNT TO GRACE-ONB-REJECT-SUM
                   PERFORM 4500-WRITE-REJECT
               NOT INVALID KEY
                   MOVE GRACE-CST-ID
                       TO GRACE-ONB-T-NEW-ID(GRACE-ONB-SEQ)
                   PERFORM 4300-LOG-NEW-CUSTOMER
           END-WRITE.

      *----------------------------------------------------------
      * 4300-LOG-NEW-CUSTOMER - the change-log and name-index
      * records, the opening balance add and the cross-reference
      * line for a customer just added.
      *----------------------------------------------------------
       4300-LOG-NEW-CUSTOMER.
           MOVE SPACES TO GRACE-CCL-REC.
           MOVE 'A' TO GRACE-CCL-FUNCTION.
           MOVE GRACE-CST-ID TO GRACE-CCL-CUST-ID.
           MOVE GRACE-CST-FIRST-NAME TO GRACE-CCL-NEW-FIRST.
           MOVE GRACE-CST-LAST-NAME TO GRACE-CCL-NEW-LAST.
           MOVE GRACE-CYC-DATE TO GRACE-CCL-DATE.
           WRITE GRACE-CCL-REC.
           MOVE SPACES TO GRACE-NDC-REC.
           MOVE 'A' TO GRACE-NDC-OP-CODE.
           MOVE GRACE-CST-ID TO GRACE-NDC-CUST-ID.
           MOVE GRACE-CST-FIRST-NAME TO GRACE-NDC-FIRST-NAME.
           MOVE GRACE-CST-LAST-NAME TO GRACE-NDC-LAST-NAME.
           WRITE GRACE-NDC-REC.
           MOVE SPACES TO GRACE-OBX-REC.
           MOVE GRACE-CST-ID TO GRACE-OBX-SOURCE.
           STRING "CONVERTED FROM " DELIMITED BY SIZE
               GRACE-OBF-OLD-ID DELIMITED BY SIZE
               INTO GRACE-OBX-S-SOURCE-VALUE
           END-STRING.
           MOVE 'A' TO GRACE-OBX-OP-CODE.
           MOVE "CV" TO GRACE-OBX-SITE-CODE.
           MOVE GRACE-CYC-DATE TO GRACE-OBX-EFF-DATE.
           IF GRACE-ONB-AMOUNT < ZERO
               MOVE '-' TO GRACE-OBX-AMT-SIGN
           ELSE
               MOVE '+' TO GRACE-OBX-AMT-SIGN
           END-IF.
           MOVE GRACE-OBF-BALANCE-N TO GRACE-OBX-AMOUNT.
           WRITE GRACE-OBX-REC.
           ADD 1 TO GRACE-ONB-LOADED-COUNT.
           ADD GRACE-ONB-AMOUNT TO GRACE-ONB-LOADED-SUM.
           MOVE GRACE-ONB-AMOUNT TO GRACE-ONB-AMOUNT-ED.
           MOVE GRACE-OBF-OLD-ID TO GRACE-ONB-LINE(1:10).
           MOVE GRACE-CST-ID TO GRACE-ONB-LINE(12:6).
           MOVE GRACE-ONB-T-NAME(GRACE-ONB-SEQ)
               TO GRACE-ONB-LINE(19:30).
           MOVE GRACE-ONB-AMOUNT-ED TO GRACE-ONB-LINE(55:10).
           PERFORM 7900-WRITE-REPORT-LINE.

       4500-WRITE-REJECT.
           MOVE SPACES TO GRACE-OBJ-REC.
           MOVE GRACE-ONB-T-REASON-CODE(GRACE-ONB-SEQ)
               TO GRACE-OBJ-REASON-CODE.
           MOVE GRACE-ONB-T-REASON-TEXT(GRACE-ONB-SEQ)
               TO GRACE-OBJ-REASON-TEXT.
           MOVE GRACE-OBF-REC TO GRACE-OBJ-IMAGE.
           WRITE GRACE-OBJ-REC.

       5000-PRINT-HEADING.
           STRING "ONBOARDING LOAD - CONVERSION FILE GRACEOBF - RUN "
               DELIMITED BY SIZE
               GRACE-CYC-DATE DELIMITED BY SIZE
               INTO GRACE-ONB-LINE
           END-STRING.
           PERFORM 7900-WRITE-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE.

      *----------------------------------------------------------
      * 5200-PRINT-REJECTS lists every record the first pass or
      * the load turned away, in the order sent.
      *----------------------------------------------------------
       5200-PRINT-REJECTS.
           MOVE "REJECTED RECORDS" TO GRACE-ONB-LINE.
           PERFORM 7900-WRITE-REPORT-LINE.
           IF GRACE-ONB-REJECT-COUNT = ZERO
               MOVE "  NONE" TO GRACE-ONB-LINE
               PERFORM 7900-WRITE-REPORT-LINE
           ELSE
               MOVE "OLD ID     CODE REASON" TO GRACE-ONB-LINE
               MOVE "NAME" TO GRACE-ONB-LINE(49:4)
               PERFORM 7900-WRITE-REPORT-LINE
               MOVE GRACE-ONB-IN-COUNT TO GRACE-ONB-SEQ
               IF GRACE-ONB-SEQ > 5000
                   MOVE 5000 TO GRACE-ONB-SEQ
               END-IF
               PERFORM 5210-PRINT-ONE-REJECT
                   VARYING GRACE-ONB-IDX FROM 1 BY 1
                   UNTIL GRACE-ONB-IDX > GRACE-ONB-SEQ
           END-IF.
           PERFORM 7900-WRITE-REPORT-LINE.

       5210-PRINT-ONE-REJECT.
           IF GRACE-ONB-T-REJECTED(GRACE-ONB-IDX)
               MOVE GRACE-ONB-T-OLD-ID(GRACE-ONB-IDX)
                   TO GRACE-ONB-LINE(1:10)
               MOVE GRACE-ONB-T-REASON-CODE(GRACE-ONB-IDX)
                   TO GRACE-ONB-LINE(12:4)
               MOVE GRACE-ONB-T-REASON-TEXT(GRACE-ONB-IDX)
                   TO GRACE-ONB-LINE(17:30)
               MOVE GRACE-ONB-T-NAME(GRACE-ONB-IDX)
                   TO GRACE-ONB-LINE(49:30)
               PERFORM 7900-WRITE-REPORT-LINE
           END-IF.

      *----------------------------------------------------------
      * 5500-PRINT-CONTROL-TOTALS - the file's figures beside the
      * trailer's, then whether it tied and, if not, why.
      *----------------------------------------------------------
       5500-PRINT-CONTROL-TOTALS.
           MOVE "CONTROL TOTALS" TO GRACE-ONB-LINE.
           MOVE "FILE" TO GRACE-ONB-LINE(38:4).
           MOVE "TRAILER" TO GRACE-ONB-LINE(55:7).
           PERFORM 7900-WRITE-REPORT-LINE.
           MOVE "  RECORDS IN" TO GRACE-ONB-LINE.
           MOVE GRACE-ONB-IN-COUNT TO GRACE-ONB-COUNT-ED.
           MOVE GRACE-ONB-COUNT-ED TO GRACE-ONB-LINE(36:6).
           IF GRACE-ONB-TRL-COUNT NUMERIC
               MOVE GRACE-ONB-TRL-COUNT-N TO GRACE-ONB-COUNT-ED
               MOVE GRACE-ONB-COUNT-ED TO GRACE-ONB-LINE(56:6)
           ELSE
               MOVE GRACE-ONB-TRL-COUNT TO GRACE-ONB-LINE(56:6)
           END-IF.
           PERFORM 7900-WRITE-REPORT-LINE.
           IF GRACE-ONB-TIED
               MOVE "  LOADED" TO GRACE-ONB-LINE
               MOVE GRACE-ONB-LOADED-COUNT TO GRACE-ONB-COUNT-ED
           ELSE
               MOVE "  WOULD HAVE LOADED" TO GRACE-ONB-LINE
               MOVE GRACE-ONB-PASS-COUNT TO GRACE-ONB-COUNT-ED
           END-IF.
           MOVE GRACE-ONB-COUNT-ED TO GRACE-ONB-LINE(36:6).
           PERFORM 7900-WRITE-REPORT-LINE.
           MOVE "  REJECTED" TO GRACE-ONB-LINE.
           MOVE GRACE-ONB-REJECT-COUNT TO GRACE-ONB-COUNT-ED.
           MOVE GRACE-ONB-COUNT-ED TO GRACE-ONB-LINE(36:6).
           PERFORM 7900-WRITE-REPORT-LINE.
           MOVE "  OPENING BALANCE SUM" TO GRACE-ONB-LINE.
           MOVE GRACE-ONB-IN-SUM TO GRACE-ONB-SUM-ED.
           MOVE GRACE-ONB-SUM-ED TO GRACE-ONB-LINE(28:14).
           MOVE GRACE-ONB-TRL-SUM TO GRACE-ONB-SUM-ED.
           MOVE GRACE-ONB-SUM-ED TO GRACE-ONB-LINE(48:14).
           PERFORM 7900-WRITE-REPORT-LINE.
           IF GRACE-ONB-TIED
               MOVE "  BALANCE LOADED" TO GRACE-ONB-LINE
               MOVE GRACE-ONB-LOADED-SUM TO GRACE-ONB-SUM-ED
           ELSE
               MOVE "  BALANCE THAT WOULD HAVE LOADED"
                   TO GRACE-ONB-LINE
               MOVE GRACE-ONB-PASS-SUM TO GRACE-ONB-SUM-ED
           END-IF.
           MOVE GRACE-ONB-SUM-ED TO GRACE-ONB-LINE(28:14).
           PERFORM 7900-WRITE-REPORT-LINE.
           MOVE "  BALANCE REJECTED" TO GRACE-ONB-LINE.
           MOVE GRACE-ONB-REJECT-SUM TO GRACE-ONB-SUM-ED.
           MOVE GRACE-ONB-SUM-ED TO GRACE-ONB-LINE(28:14).
           PERFORM 7900-WRITE-REPORT-LINE.
           PERFORM 7900-WRITE-REPORT-LINE.
           IF GRACE-ONB-TIED
               MOVE "FILE TIES TO ITS TRAILER - LOADED"
                   TO GRACE-ONB-LINE
               PERFORM 7900-WRITE-REPORT-LINE
           ELSE
               MOVE "*** FILE DOES NOT TIE TO ITS TRAILER - NOTHING "
                   TO GRACE-ONB-LINE
               MOVE "LOADED ***" TO GRACE-ONB-LINE(48:10)
               PERFORM 7900-WRITE-REPORT-LINE
               PERFORM 5510-PRINT-ONE-FAILURE
                   VARYING GRACE-ONB-FAIL-IDX FROM 1 BY 1
                   UNTIL GRACE-ONB-FAIL-IDX > GRACE-ONB-FAIL-USED
           END-IF.

       5510-PRINT-ONE-FAILURE.
           MOVE GRACE-ONB-FAIL-TEXT(GRACE-ONB-FAIL-IDX)
               TO GRACE-ONB-LINE(5:60).
           PERFORM 7900-WRITE-REPORT-LINE.

       7900-WRITE-REPORT-LINE.
           WRITE GRACE-PRT-REC FROM GRACE-ONB-LINE.
           MOVE SPACES TO GRACE-ONB-LINE.

           COPY GRACERPTP.

           COPY GRACECYCP.

           COPY GRACEADRP.

           COPY GRACENMEP.

           COPY GRACESDXP.
