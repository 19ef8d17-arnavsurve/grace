       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACERWK.
      *----------------------------------------------------------
      * GRACERWK is the correction-and-reentry screen over the
      * two value-chain reject files: GRACERJC, the amounts
      * TESTCONST rejects (over the category limit, category not
      * on the master or inactive), and GRACERJV, the
      * transactions TESTVARASSIGN rejects (source not numeric,
      * zero, or a duplicate destination key). It walks every
      * reject not yet worked, GRACERJC first, showing the
      * original record, the date it was rejected and the
      * reason, and takes one action per reject:
      *
      *   R = RELEASE   - the corrected fields (blank keeps the
      *       original) are edited again by the same edits the
      *       rejecting program makes; only a record that passes
      *       is written to the re-entry file - GRACERIC, which
      *       TESTCONST edits ahead of GRACEVAL, or GRACERIV,
      *       which TESTVARASSIGN sorts in ahead of GRACETXN - and
      *       a record that fails stays on the screen with the
      *       reason it would be rejected again
      *   W = WRITE OFF - abandoned; a reason is required
      *   S = SKIP      - left open for the next shift
      *   X = END       - stop the walk
      *
      * A released or written-off reject goes to GRACERJD and is
      * never shown again; GRACERAG ages the ones still open.
      * The limits and categories are judged as of today, the
      * nearest the screen can come to the next run's date. A
      * TESTVARASSIGN duplicate can only be judged against the
      * transactions already released, since the next GRACETXN
      * is not yet known - the run itself catches the rest.
      * A released transaction keeps the trace reference it
      * arrived with on GRACETXN.
      *
      * Entry is gated by GRACEOSC: level 1 may walk the rejects
      * but not act on them, level 2 and up may release and
      * write off. An acting operator holds the REJECTS edit lock
      * for the session, so two operators cannot release the
      * same reject and no release lands while the batch suite
      * holds its lock and is reading the re-entry files. Every
      * action also goes to GRACECHG.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-RJC-FILE ASSIGN TO GRACERJC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RJC-STATUS.
           SELECT GRACE-RJV-FILE ASSIGN TO GRACERJV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RJV-STATUS.
           SELECT GRACE-RJD-FILE ASSIGN TO GRACERJD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RJD-STATUS.
           SELECT GRACE-RIC-FILE ASSIGN TO GRACERIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RIC-STATUS.
           SELECT GRACE-RIV-FILE ASSIGN TO GRACERIV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RIV-STATUS.
           SELECT GRACE-PARM-FILE ASSIGN TO GRACEPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-PARM-STATUS.
           SELECT GRACE-CTG-FILE ASSIGN TO GRACECTG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CTG-STATUS.
           SELECT GRACE-OSC-FILE ASSIGN TO GRACEOSC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-OSC-STATUS.
           SELECT GRACE-SSN-FILE ASSIGN TO GRACESSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-SSN-STATUS.
           SELECT GRACE-CHG-FILE ASSIGN TO GRACECHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CHG-STATUS.
           SELECT GRACE-LCK-FILE ASSIGN TO GRACELCK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-LCK-STATUS.
           SELECT GRACE-RUNC-FILE ASSIGN TO GRACERUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *TESTCONST rejects - the GRACEVAL amount and category, the
      *reason, and the processing date it was rejected on (blank
      *on rejects written before the date was carried).
       FD  GRACE-RJC-FILE
           RECORDING MODE IS F.
       01 GRACE-RJC-REC.
           05 GRACE-RJC-AMOUNT PIC 9(6).
           05 GRACE-RJC-REASON-CODE PIC X(04).
           05 GRACE-RJC-REASON-TEXT PIC X(30).
           05 GRACE-RJC-CATEGORY PIC X(02).
           05 GRACE-RJC-REJ-DATE PIC X(08).
           05 FILLER PIC X(26).

      *TESTVARASSIGN rejects - the GRACETXN source and string
      *value, the reason, the processing date, and the trace
      *reference the transaction arrived with.
       FD  GRACE-RJV-FILE
           RECORDING MODE IS F.
       01 GRACE-RJV-REC.
           05 GRACE-RJV-SOURCE PIC X(06).
           05 GRACE-RJV-REASON-CODE PIC X(04).
           05 GRACE-RJV-REASON-TEXT PIC X(30).
           05 GRACE-RJV-S-SOURCE-VALUE PIC X(30).
           05 GRACE-RJV-REJ-DATE PIC X(08).
           05 FILLER PIC X(02).
           05 GRACE-RJV-TRACE-REF PIC X(18).
           05 FILLER PIC X(02).

       FD  GRACE-RJD-FILE
           RECORDING MODE IS F.
           COPY GRACERJD.

      *Re-entry for TESTCONST, in the GRACEVAL layout.
       FD  GRACE-RIC-FILE
           RECORDING MODE IS F.
       01 GRACE-RIC-REC.
           05 GRACE-RIC-AMOUNT PIC 9(6).
           05 GRACE-RIC-CATEGORY PIC X(02).
           05 FILLER PIC X(72).

      *Re-entry for TESTVARASSIGN, in the GRACETXN layout.
       FD  GRACE-RIV-FILE
           RECORDING MODE IS F.
       01 GRACE-RIV-REC.
           05 GRACE-RIV-SOURCE PIC 9(6).
           05 GRACE-RIV-S-SOURCE-VALUE PIC X(30).
           05 FILLER PIC X(44).
           05 GRACE-RIV-TRACE-REF PIC X(18).
           05 FILLER PIC X(02).

       FD  GRACE-PARM-FILE
           RECORDING MODE IS F.
       01 GRACE-PARM-REC.
           05 GRACE-PARM-MAX-VALUE PIC 9(6).
           05 GRACE-PARM-EFF-DATE PIC X(08).
           05 GRACE-PARM-EFF-DATE-N REDEFINES GRACE-PARM-EFF-DATE
               PIC 9(08).
           05 GRACE-PARM-CATEGORY PIC X(02).
           05 FILLER PIC X(64).

       FD  GRACE-CTG-FILE
           RECORDING MODE IS F.
           COPY GRACECTG.

       FD  GRACE-OSC-FILE
           RECORDING MODE IS F.
           COPY GRACEOSC.

       FD  GRACE-SSN-FILE
           RECORDING MODE IS F.
           COPY GRACESSN.

       FD  GRACE-CHG-FILE
           RECORDING MODE IS F.
           COPY GRACECHGR.

       FD  GRACE-LCK-FILE
           RECORDING MODE IS F.
           COPY GRACELCK.

       FD  GRACE-RUNC-FILE
           RECORDING MODE IS F.
           COPY GRACERUNC.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

           COPY GRACELCKH.

       01 GRACE-RUNC-STATUS PIC X(02).
           88 GRACE-RUNC-OK VALUE '00'.
           88 GRACE-RUNC-NOT-FOUND VALUE '35'.

           COPY GRACEOPSH.

           COPY GRACECHGH.

           COPY GRACECTGH.

           COPY GRACERJDH.

       01 GRACE-RJC-STATUS PIC X(02).
           88 GRACE-RJC-NOT-FOUND VALUE '35'.
       01 GRACE-RJC-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-RJC-END-OF-FILE VALUE 'Y'.

       01 GRACE-RJV-STATUS PIC X(02).
           88 GRACE-RJV-NOT-FOUND VALUE '35'.
       01 GRACE-RJV-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-RJV-END-OF-FILE VALUE 'Y'.

       01 GRACE-RIC-STATUS PIC X(02).
           88 GRACE-RIC-NOT-FOUND VALUE '35'.

       01 GRACE-RIV-STATUS PIC X(02).
           88 GRACE-RIV-NOT-FOUND VALUE '35'.
       01 GRACE-RIV-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-RIV-END-OF-FILE VALUE 'Y'.

       01 GRACE-PARM-STATUS PIC X(02).
           88 GRACE-PARM-NOT-FOUND VALUE '35'.
       01 GRACE-PARM-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-PARM-END-OF-FILE VALUE 'Y'.

       01 GRACE-RWK-TODAY PIC 9(08) VALUE ZERO.
       01 GRACE-RWK-SEQ PIC 9(08) VALUE ZERO.

       01 GRACE-RWK-ACTION PIC X(01) VALUE 'S'.
           88 GRACE-RWK-RELEASE VALUE 'R' 'r'.
           88 GRACE-RWK-WRITE-OFF VALUE 'W' 'w'.
           88 GRACE-RWK-END VALUE 'X' 'x'.

       01 GRACE-RWK-SETTLED-SW PIC X(01) VALUE 'N'.
           88 GRACE-RWK-SETTLED VALUE 'Y'.
       01 GRACE-RWK-QUIT-SW PIC X(01) VALUE 'N'.
           88 GRACE-RWK-QUITTING VALUE 'Y'.
       01 GRACE-RWK-PASSED-SW PIC X(01) VALUE 'N'.
           88 GRACE-RWK-PASSED VALUE 'Y'.

      *What the operator keys - blank keeps the original.
       01 GRACE-RWK-KEYED.
           05 GRACE-RWK-NEW-AMOUNT PIC X(06).
           05 GRACE-RWK-NEW-CATEGORY PIC X(02).
           05 GRACE-RWK-NEW-SOURCE PIC X(06).
           05 GRACE-RWK-NEW-S-VALUE PIC X(30).
           05 GRACE-RWK-WO-REASON PIC X(30).

      *The record as it would be re-entered.
       01 GRACE-RWK-CANDIDATE.
           05 GRACE-RWK-CAND-AMOUNT PIC X(06).
           05 GRACE-RWK-CAND-AMOUNT-N REDEFINES
               GRACE-RWK-CAND-AMOUNT PIC 9(06).
           05 GRACE-RWK-CAND-CATEGORY PIC X(02).
           05 GRACE-RWK-CAND-SOURCE PIC X(06).
           05 GRACE-RWK-CAND-SOURCE-N REDEFINES
               GRACE-RWK-CAND-SOURCE PIC 9(06).
           05 GRACE-RWK-CAND-S-VALUE PIC X(30).

       01 GRACE-RWK-EDIT-MSG PIC X(40) VALUE SPACES.

      *Limit in force today per category, picked from GRACEPRM
      *the way TESTCONST picks it for its processing date. The
      *blank-category slot is the default limit.
       01 GRACE-RWK-LIM-CTL.
           05 GRACE-RWK-LIM-USED PIC 9(02) VALUE ZERO.
           05 GRACE-RWK-LIM-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-RWK-LIM-FOUND PIC 9(02) VALUE ZERO.
           05 GRACE-RWK-LIM-TABLE OCCURS 20 TIMES.
               10 GRACE-RWK-LIM-CODE PIC X(02).
               10 GRACE-RWK-LIM-LIMIT PIC 9(06).
               10 GRACE-RWK-LIM-BEST-DATE PIC 9(08).
               10 GRACE-RWK-LIM-HAVE-SW PIC X(01).
       01 GRACE-RWK-LIM-WANTED PIC X(02) VALUE SPACES.
       01 GRACE-RWK-ROW-DATE PIC 9(08) VALUE ZERO.
       01 GRACE-RWK-DEFAULT-LIMIT PIC 9(06) VALUE 999.
       01 GRACE-RWK-USE-LIMIT PIC 9(06) VALUE ZERO.

      *Sources already on GRACERIV - a second release of the same
      *key would only be rejected as a duplicate on the run.
       01 GRACE-RWK-RIV-CTL.
           05 GRACE-RWK-RIV-USED PIC 9(03) VALUE ZERO.
           05 GRACE-RWK-RIV-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-RWK-RIV-FOUND PIC 9(03) VALUE ZERO.
           05 GRACE-RWK-RIV-SOURCE PIC 9(06) OCCURS 500 TIMES.

       01 GRACE-RWK-COUNTS.
           05 GRACE-RWK-OPEN-COUNT PIC 9(05) VALUE ZERO.
           05 GRACE-RWK-RELEASED-COUNT PIC 9(05) VALUE ZERO.
           05 GRACE-RWK-WRITTEN-OFF-COUNT PIC 9(05) VALUE ZERO.

       SCREEN SECTION.
       01 GRACE-RWK-SIGNON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "REJECT CORRECTION AND RE-ENTRY".
           05 LINE 4 COLUMN 10 VALUE "OPERATOR ID........: ".
           05 LINE 4 COLUMN 31 PIC X(08) TO GRACE-OPS-SIGNON-ID.
           05 LINE 5 COLUMN 10 VALUE "PASSWORD............: ".
           05 LINE 5 COLUMN 31 PIC X(08) TO GRACE-OPS-SIGNON-PWD
               SECURE.

       01 GRACE-RWK-RJC-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "TESTCONST REJECT - GRACERJC".
           05 LINE 4 COLUMN 10 VALUE "REJECT NUMBER......: ".
           05 LINE 4 COLUMN 31 PIC 9(08) FROM GRACE-RWK-SEQ.
           05 LINE 5 COLUMN 10 VALUE "REJECTED ON........: ".
           05 LINE 5 COLUMN 31 PIC X(08) FROM GRACE-RJC-REJ-DATE.
           05 LINE 6 COLUMN 10 VALUE "REASON.............: ".
           05 LINE 6 COLUMN 31 PIC X(04) FROM GRACE-RJC-REASON-CODE.
           05 LINE 6 COLUMN 36 PIC X(30) FROM GRACE-RJC-REASON-TEXT.
           05 LINE 7 COLUMN 10 VALUE "AMOUNT / CATEGORY..: ".
           05 LINE 7 COLUMN 31 PIC 9(06) FROM GRACE-RJC-AMOUNT.
           05 LINE 7 COLUMN 38 PIC X(02) FROM GRACE-RJC-CATEGORY.
           05 LINE 9 COLUMN 10
               VALUE "CORRECTED (BLANK=KEEP, CATEGORY --=NONE)".
           05 LINE 10 COLUMN 10 VALUE "AMOUNT.............: ".
           05 LINE 10 COLUMN 31 PIC X(06) TO GRACE-RWK-NEW-AMOUNT.
           05 LINE 11 COLUMN 10 VALUE "CATEGORY...........: ".
           05 LINE 11 COLUMN 31 PIC X(02) TO GRACE-RWK-NEW-CATEGORY.
           05 LINE 12 COLUMN 10 VALUE "WRITE-OFF REASON...: ".
           05 LINE 12 COLUMN 31 PIC X(30) TO GRACE-RWK-WO-REASON.
           05 LINE 14 COLUMN 10 PIC X(40) FROM GRACE-RWK-EDIT-MSG.
           05 LINE 16 COLUMN 10
               VALUE "ACTION (R=RELEASE W=WRITE OFF S=SKIP X=END): ".
           05 LINE 16 COLUMN 56 PIC X(01) TO GRACE-RWK-ACTION.

       01 GRACE-RWK-RJV-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "TESTVARASSIGN REJECT - GRACERJV".
           05 LINE 4 COLUMN 10 VALUE "REJECT NUMBER......: ".
           05 LINE 4 COLUMN 31 PIC 9(08) FROM GRACE-RWK-SEQ.
           05 LINE 5 COLUMN 10 VALUE "REJECTED ON........: ".
           05 LINE 5 COLUMN 31 PIC X(08) FROM GRACE-RJV-REJ-DATE.
           05 LINE 6 COLUMN 10 VALUE "REASON.............: ".
           05 LINE 6 COLUMN 31 PIC X(04) FROM GRACE-RJV-REASON-CODE.
           05 LINE 6 COLUMN 36 PIC X(30) FROM GRACE-RJV-REASON-TEXT.
           05 LINE 7 COLUMN 10 VALUE "SOURCE.............: ".
           05 LINE 7 COLUMN 31 PIC X(06) FROM GRACE-RJV-SOURCE.
           05 LINE 8 COLUMN 10 VALUE "SOURCE VALUE.......: ".
           05 LINE 8 COLUMN 31 PIC X(30)
               FROM GRACE-RJV-S-SOURCE-VALUE.
           05 LINE 9 COLUMN 10 VALUE "CORRECTED (BLANK=KEEP)".
           05 LINE 10 COLUMN 10 VALUE "SOURCE.............: ".
           05 LINE 10 COLUMN 31 PIC X(06) TO GRACE-RWK-NEW-SOURCE.
           05 LINE 11 COLUMN 10 VALUE "SOURCE VALUE.......: ".
           05 LINE 11 COLUMN 31 PIC X(30) TO GRACE-RWK-NEW-S-VALUE.
           05 LINE 12 COLUMN 10 VALUE "WRITE-OFF REASON...: ".
           05 LINE 12 COLUMN 31 PIC X(30) TO GRACE-RWK-WO-REASON.
           05 LINE 14 COLUMN 10 PIC X(40) FROM GRACE-RWK-EDIT-MSG.
           05 LINE 16 COLUMN 10
               VALUE "ACTION (R=RELEASE W=WRITE OFF S=SKIP X=END): ".
           05 LINE 16 COLUMN 56 PIC X(01) TO GRACE-RWK-ACTION.

       PROCEDURE DIVISION.
       MAIN SECTION.
           ACCEPT GRACE-RWK-TODAY FROM DATE YYYYMMDD.
           PERFORM 7070-NOTE-TRAINING-SESSION.
           DISPLAY GRACE-RWK-SIGNON-SCREEN.
           ACCEPT GRACE-RWK-SIGNON-SCREEN.
           PERFORM 7000-VERIFY-OPERATOR.
           IF GRACE-OPS-NO-ACCESS
               DISPLAY "OPERATOR " GRACE-OPS-SIGNON-ID
                   " NOT AUTHORIZED - SESSION ENDED"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF GRACE-OPS-MAY-UPDATE
               MOVE 'E' TO GRACE-LCK-REQ-TYPE
               MOVE "REJECTS" TO GRACE-LCK-REQ-FILE
               MOVE GRACE-OPS-SIGNON-ID TO GRACE-LCK-REQ-HOLDER
               PERFORM 7500-TAKE-LOCK
               IF NOT GRACE-LCK-GRANTED
                   DISPLAY "REJECT FILES LOCKED - " GRACE-LCK-BLOCKER
                       " - SESSION ENDED"
                   MOVE 0 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               DISPLAY "OPERATOR " GRACE-OPS-SIGNON-ID
                   " IS INQUIRY ONLY - REJECTS SHOWN, NOT WORKED"
           END-IF.
           PERFORM 0300-LOAD-CATEGORY-MASTER.
           PERFORM 1000-LOAD-LIMITS-IN-FORCE.
           PERFORM 1100-LOAD-RELEASED-SOURCES.
           PERFORM 0400-LOAD-REJECT-DISPOSITIONS.
           PERFORM 2000-WORK-TESTCONST-REJECTS.
           IF NOT GRACE-RWK-QUITTING
               PERFORM 3000-WORK-TESTVARASSIGN-REJECTS
           END-IF.
           IF GRACE-RWK-OPEN-COUNT = ZERO
               DISPLAY "NO REJECTS WAITING"
           ELSE
               DISPLAY "SHOWN: " GRACE-RWK-OPEN-COUNT
                   "  RELEASED: " GRACE-RWK-RELEASED-COUNT
                   "  WRITTEN OFF: " GRACE-RWK-WRITTEN-OFF-COUNT
           END-IF.
           IF GRACE-OPS-MAY-UPDATE
               PERFORM 7600-RELEASE-LOCK
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------
      * 1000-LOAD-LIMITS-IN-FORCE keeps, per category, the
      * GRACEPRM row with the latest effective date not after
      * today - TESTCONST's own selection - so a corrected amount
      * is held to the limit the run will hold it to.
      *----------------------------------------------------------
       1000-LOAD-LIMITS-IN-FORCE.
           OPEN INPUT GRACE-PARM-FILE.
           IF GRACE-PARM-NOT-FOUND
               DISPLAY "GRACEPRM NOT FOUND - DEFAULT MAX_VALUE OF "
                   "999 APPLIES"
           ELSE
               PERFORM 1010-READ-PARM-ROW
               PERFORM 1020-SELECT-PARM-ROW
                   UNTIL GRACE-PARM-END-OF-FILE
               CLOSE GRACE-PARM-FILE
               MOVE SPACES TO GRACE-RWK-LIM-WANTED
               PERFORM 1050-FIND-CATEGORY-LIMIT
               IF GRACE-RWK-LIM-FOUND > ZERO
                   MOVE GRACE-RWK-LIM-LIMIT(GRACE-RWK-LIM-FOUND)
                       TO GRACE-RWK-DEFAULT-LIMIT
               END-IF
           END-IF.

       1010-READ-PARM-ROW.
           READ GRACE-PARM-FILE
               AT END
                   SET GRACE-PARM-END-OF-FILE TO TRUE
           END-READ.

       1020-SELECT-PARM-ROW.
           IF GRACE-PARM-EFF-DATE NUMERIC
               MOVE GRACE-PARM-EFF-DATE-N TO GRACE-RWK-ROW-DATE
           ELSE
               MOVE ZERO TO GRACE-RWK-ROW-DATE
           END-IF.
           IF GRACE-RWK-ROW-DATE <= GRACE-RWK-TODAY
               MOVE GRACE-PARM-CATEGORY TO GRACE-RWK-LIM-WANTED
               PERFORM 1030-FIND-OR-ADD-CATEGORY
               IF GRACE-RWK-LIM-FOUND > ZERO
                   IF GRACE-RWK-LIM-HAVE-SW(GRACE-RWK-LIM-FOUND) = 'N'
                       OR GRACE-RWK-ROW-DATE >=
                       GRACE-RWK-LIM-BEST-DATE(GRACE-RWK-LIM-FOUND)
                       MOVE 'Y' TO
                           GRACE-RWK-LIM-HAVE-SW(GRACE-RWK-LIM-FOUND)
                       MOVE GRACE-RWK-ROW-DATE TO
                           GRACE-RWK-LIM-BEST-DATE(GRACE-RWK-LIM-FOUND)
                       MOVE GRACE-PARM-MAX-VALUE TO
                           GRACE-RWK-LIM-LIMIT(GRACE-RWK-LIM-FOUND)
                   END-IF
               END-IF
           END-IF.
           PERFORM 1010-READ-PARM-ROW.

       1030-FIND-OR-ADD-CATEGORY.
           PERFORM 1040-MATCH-CATEGORY.
           IF GRACE-RWK-LIM-FOUND = ZERO
                   AND GRACE-RWK-LIM-USED < 20
               ADD 1 TO GRACE-RWK-LIM-USED
               MOVE GRACE-RWK-LIM-WANTED
                   TO GRACE-RWK-LIM-CODE(GRACE-RWK-LIM-USED)
               MOVE ZERO TO GRACE-RWK-LIM-LIMIT(GRACE-RWK-LIM-USED)
               MOVE ZERO
                   TO GRACE-RWK-LIM-BEST-DATE(GRACE-RWK-LIM-USED)
               MOVE 'N' TO GRACE-RWK-LIM-HAVE-SW(GRACE-RWK-LIM-USED)
               MOVE GRACE-RWK-LIM-USED TO GRACE-RWK-LIM-FOUND
           END-IF.

       1040-MATCH-CATEGORY.
           MOVE ZERO TO GRACE-RWK-LIM-FOUND.
           PERFORM 1045-MATCH-ONE-CATEGORY
               VARYING GRACE-RWK-LIM-IDX FROM 1 BY 1
               UNTIL GRACE-RWK-LIM-IDX > GRACE-RWK-LIM-USED.

       1045-MATCH-ONE-CATEGORY.
           IF GRACE-RWK-LIM-CODE(GRACE-RWK-LIM-IDX)
                   = GRACE-RWK-LIM-WANTED
               MOVE GRACE-RWK-LIM-IDX TO GRACE-RWK-LIM-FOUND
           END-IF.

       1050-FIND-CATEGORY-LIMIT.
           PERFORM 1040-MATCH-CATEGORY.
           IF GRACE-RWK-LIM-FOUND > ZERO
                   AND GRACE-RWK-LIM-HAVE-SW(GRACE-RWK-LIM-FOUND) = 'N'
               MOVE ZERO TO GRACE-RWK-LIM-FOUND
           END-IF.

       1100-LOAD-RELEASED-SOURCES.
           MOVE ZERO TO GRACE-RWK-RIV-USED.
           OPEN INPUT GRACE-RIV-FILE.
           IF GRACE-RIV-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1110-READ-RELEASED-SOURCE
               PERFORM 1120-NOTE-RELEASED-SOURCE
                   UNTIL GRACE-RIV-END-OF-FILE
               CLOSE GRACE-RIV-FILE
           END-IF.

       1110-READ-RELEASED-SOURCE.
           READ GRACE-RIV-FILE
               AT END
                   SET GRACE-RIV-END-OF-FILE TO TRUE
           END-READ.

       1120-NOTE-RELEASED-SOURCE.
           MOVE GRACE-RIV-SOURCE TO GRACE-RWK-CAND-SOURCE-N.
           PERFORM 1150-ADD-RELEASED-SOURCE.
           PERFORM 1110-READ-RELEASED-SOURCE.

       1150-ADD-RELEASED-SOURCE.
           IF GRACE-RWK-RIV-USED < 500
               ADD 1 TO GRACE-RWK-RIV-USED
               MOVE GRACE-RWK-CAND-SOURCE-N
                   TO GRACE-RWK-RIV-SOURCE(GRACE-RWK-RIV-USED)
           END-IF.

      *----------------------------------------------------------
      * 2000-WORK-TESTCONST-REJECTS walks GRACERJC. A reject's
      * number is its place on the file, counted from one.
      *----------------------------------------------------------
       2000-WORK-TESTCONST-REJECTS.
           MOVE ZERO TO GRACE-RWK-SEQ.
           OPEN INPUT GRACE-RJC-FILE.
           IF GRACE-RJC-NOT-FOUND
               DISPLAY "GRACERJC NOT FOUND - NO TESTCONST REJECTS"
           ELSE
               PERFORM 2010-READ-RJC-REJECT
               PERFORM 2020-TAKE-ONE-RJC-REJECT
                   UNTIL GRACE-RJC-END-OF-FILE
                   OR GRACE-RWK-QUITTING
               CLOSE GRACE-RJC-FILE
           END-IF.

       2010-READ-RJC-REJECT.
           READ GRACE-RJC-FILE
               AT END
                   SET GRACE-RJC-END-OF-FILE TO TRUE
           END-READ.

       2020-TAKE-ONE-RJC-REJECT.
           ADD 1 TO GRACE-RWK-SEQ.
           MOVE "GRACERJC" TO GRACE-RJD-WANT-FILE.
           MOVE GRACE-RWK-SEQ TO GRACE-RJD-WANT-SEQ.
           PERFORM 0410-FIND-DISPOSITION.
           IF GRACE-RJD-HIT = ZERO
               ADD 1 TO GRACE-RWK-OPEN-COUNT
               MOVE SPACES TO GRACE-RWK-EDIT-MSG
               MOVE 'N' TO GRACE-RWK-SETTLED-SW
               PERFORM 2100-TAKE-RJC-ACTION
                   UNTIL GRACE-RWK-SETTLED
           END-IF.
           PERFORM 2010-READ-RJC-REJECT.

      *----------------------------------------------------------
      * 2100-TAKE-RJC-ACTION shows the reject and takes the
      * action; a release that fails the edits, or a write-off
      * with no reason, shows the reject again with the message.
      *----------------------------------------------------------
       2100-TAKE-RJC-ACTION.
           MOVE SPACES TO GRACE-RWK-KEYED.
           MOVE 'S' TO GRACE-RWK-ACTION.
           DISPLAY GRACE-RWK-RJC-SCREEN.
           ACCEPT GRACE-RWK-RJC-SCREEN.
           SET GRACE-RWK-SETTLED TO TRUE.
           EVALUATE TRUE
               WHEN GRACE-RWK-END
                   SET GRACE-RWK-QUITTING TO TRUE
               WHEN (GRACE-RWK-RELEASE OR GRACE-RWK-WRITE-OFF)
                       AND NOT GRACE-OPS-MAY-UPDATE
                   DISPLAY "INQUIRY ONLY - REJECT LEFT OPEN"
               WHEN GRACE-RWK-RELEASE
                   PERFORM 2200-EDIT-RJC-CORRECTION
                   IF GRACE-RWK-PASSED
                       PERFORM 2300-RELEASE-RJC-REJECT
                   ELSE
                       MOVE 'N' TO GRACE-RWK-SETTLED-SW
                   END-IF
               WHEN GRACE-RWK-WRITE-OFF
                   IF GRACE-RWK-WO-REASON = SPACES
                       MOVE "WRITE-OFF NEEDS A REASON"
                           TO GRACE-RWK-EDIT-MSG
                       MOVE 'N' TO GRACE-RWK-SETTLED-SW
                   ELSE
                       PERFORM 2400-WRITE-OFF-RJC-REJECT
                   END-IF
               WHEN OTHER
                   DISPLAY "REJECT LEFT OPEN"
           END-EVALUATE.

      *----------------------------------------------------------
      * 2200-EDIT-RJC-CORRECTION - TESTCONST's edits, in its
      * order and with its reason texts: the category against
      * the GRACECTG master, then the amount against the limit
      * in force for the category (the default when none).
      *----------------------------------------------------------
       2200-EDIT-RJC-CORRECTION.
           MOVE 'N' TO GRACE-RWK-PASSED-SW.
           MOVE SPACES TO GRACE-RWK-EDIT-MSG.
           IF GRACE-RWK-NEW-AMOUNT = SPACES
               MOVE GRACE-RJC-AMOUNT TO GRACE-RWK-CAND-AMOUNT-N
           ELSE
               MOVE GRACE-RWK-NEW-AMOUNT TO GRACE-RWK-CAND-AMOUNT
           END-IF.
           EVALUATE GRACE-RWK-NEW-CATEGORY
               WHEN SPACES
                   MOVE GRACE-RJC-CATEGORY TO GRACE-RWK-CAND-CATEGORY
               WHEN "--"
                   MOVE SPACES TO GRACE-RWK-CAND-CATEGORY
               WHEN OTHER
                   MOVE GRACE-RWK-NEW-CATEGORY
                       TO GRACE-RWK-CAND-CATEGORY
           END-EVALUATE.
           MOVE GRACE-RWK-CAND-CATEGORY TO GRACE-CTG-WANT-CODE.
           MOVE GRACE-RWK-TODAY TO GRACE-CTG-WANT-DATE.
           PERFORM 0310-JUDGE-CATEGORY.
           MOVE GRACE-RWK-CAND-CATEGORY TO GRACE-RWK-LIM-WANTED.
           PERFORM 1050-FIND-CATEGORY-LIMIT.
           IF GRACE-RWK-LIM-FOUND > ZERO
               MOVE GRACE-RWK-LIM-LIMIT(GRACE-RWK-LIM-FOUND)
                   TO GRACE-RWK-USE-LIMIT
           ELSE
               MOVE GRACE-RWK-DEFAULT-LIMIT TO GRACE-RWK-USE-LIMIT
           END-IF.
           EVALUATE TRUE
               WHEN GRACE-RWK-CAND-AMOUNT NOT NUMERIC
                   MOVE "AMOUNT MUST BE 6 DIGITS"
                       TO GRACE-RWK-EDIT-MSG
               WHEN GRACE-CTG-UNKNOWN
                   STRING "E002 CAT '" DELIMITED BY SIZE
                       GRACE-RWK-CAND-CATEGORY DELIMITED BY SIZE
                       "' NOT ON MASTER" DELIMITED BY SIZE
                       INTO GRACE-RWK-EDIT-MSG
                   END-STRING
               WHEN GRACE-CTG-INACTIVE
                   STRING "E003 CAT '" DELIMITED BY SIZE
                       GRACE-RWK-CAND-CATEGORY DELIMITED BY SIZE
                       "' INACTIVE" DELIMITED BY SIZE
                       INTO GRACE-RWK-EDIT-MSG
                   END-STRING
               WHEN GRACE-RWK-CAND-AMOUNT-N > GRACE-RWK-USE-LIMIT
                   STRING "E001 CAT '" DELIMITED BY SIZE
                       GRACE-RWK-CAND-CATEGORY DELIMITED BY SIZE
                       "' OVER LIMIT " DELIMITED BY SIZE
                       GRACE-RWK-USE-LIMIT DELIMITED BY SIZE
                       INTO GRACE-RWK-EDIT-MSG
                   END-STRING
               WHEN OTHER
                   SET GRACE-RWK-PASSED TO TRUE
           END-EVALUATE.

       2300-RELEASE-RJC-REJECT.
           MOVE SPACES TO GRACE-RIC-REC.
           MOVE GRACE-RWK-CAND-AMOUNT-N TO GRACE-RIC-AMOUNT.
           MOVE GRACE-RWK-CAND-CATEGORY TO GRACE-RIC-CATEGORY.
           OPEN EXTEND GRACE-RIC-FILE.
           IF GRACE-RIC-NOT-FOUND
               OPEN OUTPUT GRACE-RIC-FILE
           END-IF.
           WRITE GRACE-RIC-REC.
           CLOSE GRACE-RIC-FILE.
           MOVE SPACES TO GRACE-RJD-REC.
           MOVE 'R' TO GRACE-RJD-ACTION.
           MOVE GRACE-RWK-CAND-AMOUNT TO GRACE-RJD-CORRECTED.
           MOVE GRACE-RWK-CAND-CATEGORY TO GRACE-RJD-CORRECTED(7:2).
           MOVE GRACE-RJC-REASON-TEXT TO GRACE-RJD-NOTE.
           PERFORM 8000-RECORD-DISPOSITION.
           MOVE SPACES TO GRACE-CHG-REC.
           MOVE "GRACERJC" TO GRACE-CHG-FILE-NAME.
           MOVE "RELEASE" TO GRACE-CHG-FIELD-NAME.
           PERFORM 2500-DESCRIBE-RJC-REJECT.
           MOVE GRACE-RWK-CAND-AMOUNT TO GRACE-CHG-NEW-VALUE.
           MOVE GRACE-RWK-CAND-CATEGORY TO GRACE-CHG-NEW-VALUE(8:2).
           PERFORM 8900-WRITE-CHANGE-RECORD.
           ADD 1 TO GRACE-RWK-RELEASED-COUNT.
           DISPLAY "RELEASED - TESTCONST EDITS IT AHEAD OF GRACEVAL "
               "ON ITS NEXT RUN".

       2400-WRITE-OFF-RJC-REJECT.
           MOVE SPACES TO GRACE-RJD-REC.
           MOVE 'W' TO GRACE-RJD-ACTION.
           MOVE GRACE-RWK-WO-REASON TO GRACE-RJD-NOTE.
           PERFORM 8000-RECORD-DISPOSITION.
           MOVE SPACES TO GRACE-CHG-REC.
           MOVE "GRACERJC" TO GRACE-CHG-FILE-NAME.
           MOVE "WRITE-OFF" TO GRACE-CHG-FIELD-NAME.
           PERFORM 2500-DESCRIBE-RJC-REJECT.
           MOVE GRACE-RWK-WO-REASON TO GRACE-CHG-NEW-VALUE.
           PERFORM 8900-WRITE-CHANGE-RECORD.
           ADD 1 TO GRACE-RWK-WRITTEN-OFF-COUNT.
           DISPLAY "WRITTEN OFF - REJECT CLOSED".

      *The before value: reason code, then amount and category.
       2500-DESCRIBE-RJC-REJECT.
           MOVE SPACES TO GRACE-CHG-OLD-VALUE.
           STRING GRACE-RJC-REASON-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-RJC-AMOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-RJC-CATEGORY DELIMITED BY SIZE
               INTO GRACE-CHG-OLD-VALUE
           END-STRING.

      *----------------------------------------------------------
      * 3000-WORK-TESTVARASSIGN-REJECTS walks GRACERJV the same
      * way.
      *----------------------------------------------------------
       3000-WORK-TESTVARASSIGN-REJECTS.
           MOVE ZERO TO GRACE-RWK-SEQ.
           OPEN INPUT GRACE-RJV-FILE.
           IF GRACE-RJV-NOT-FOUND
               DISPLAY "GRACERJV NOT FOUND - NO TESTVARASSIGN REJECTS"
           ELSE
               PERFORM 3010-READ-RJV-REJECT
               PERFORM 3020-TAKE-ONE-RJV-REJECT
                   UNTIL GRACE-RJV-END-OF-FILE
                   OR GRACE-RWK-QUITTING
               CLOSE GRACE-RJV-FILE
           END-IF.

       3010-READ-RJV-REJECT.
           READ GRACE-RJV-FILE
               AT END
                   SET GRACE-RJV-END-OF-FILE TO TRUE
           END-READ.

       3020-TAKE-ONE-RJV-REJECT.
           ADD 1 TO GRACE-RWK-SEQ.
           MOVE "GRACERJV" TO GRACE-RJD-WANT-FILE.
           MOVE GRACE-RWK-SEQ TO GRACE-RJD-WANT-SEQ.
           PERFORM 0410-FIND-DISPOSITION.
           IF GRACE-RJD-HIT = ZERO
               ADD 1 TO GRACE-RWK-OPEN-COUNT
               MOVE SPACES TO GRACE-RWK-EDIT-MSG
               MOVE 'N' TO GRACE-RWK-SETTLED-SW
               PERFORM 3100-TAKE-RJV-ACTION
                   UNTIL GRACE-RWK-SETTLED
           END-IF.
           PERFORM 3010-READ-RJV-REJECT.

       3100-TAKE-RJV-ACTION.
           MOVE SPACES TO GRACE-RWK-KEYED.
           MOVE 'S' TO GRACE-RWK-ACTION.
           DISPLAY GRACE-RWK-RJV-SCREEN.
           ACCEPT GRACE-RWK-RJV-SCREEN.
           SET GRACE-RWK-SETTLED TO TRUE.
           EVALUATE TRUE
               WHEN GRACE-RWK-END
                   SET GRACE-RWK-QUITTING TO TRUE
               WHEN (GRACE-RWK-RELEASE OR GRACE-RWK-WRITE-OFF)
                       AND NOT GRACE-OPS-MAY-UPDATE
                   DISPLAY "INQUIRY ONLY - REJECT LEFT OPEN"
               WHEN GRACE-RWK-RELEASE
                   PERFORM 3200-EDIT-RJV-CORRECTION
                   IF GRACE-RWK-PASSED
                       PERFORM 3300-RELEASE-RJV-REJECT
                   ELSE
                       MOVE 'N' TO GRACE-RWK-SETTLED-SW
                   END-IF
               WHEN GRACE-RWK-WRITE-OFF
                   IF GRACE-RWK-WO-REASON = SPACES
                       MOVE "WRITE-OFF NEEDS A REASON"
                           TO GRACE-RWK-EDIT-MSG
                       MOVE 'N' TO GRACE-RWK-SETTLED-SW
                   ELSE
                       PERFORM 3400-WRITE-OFF-RJV-REJECT
                   END-IF
               WHEN OTHER
                   DISPLAY "REJECT LEFT OPEN"
           END-EVALUATE.

      *----------------------------------------------------------
      * 3200-EDIT-RJV-CORRECTION - TESTVARASSIGN's edits: the
      * source numeric, then not zero, then not a key already
      * released for re-entry.
      *----------------------------------------------------------
       3200-EDIT-RJV-CORRECTION.
           MOVE 'N' TO GRACE-RWK-PASSED-SW.
           MOVE SPACES TO GRACE-RWK-EDIT-MSG.
           IF GRACE-RWK-NEW-SOURCE = SPACES
               MOVE GRACE-RJV-SOURCE TO GRACE-RWK-CAND-SOURCE
           ELSE
               MOVE GRACE-RWK-NEW-SOURCE TO GRACE-RWK-CAND-SOURCE
           END-IF.
           IF GRACE-RWK-NEW-S-VALUE = SPACES
               MOVE GRACE-RJV-S-SOURCE-VALUE TO GRACE-RWK-CAND-S-VALUE
           ELSE
               MOVE GRACE-RWK-NEW-S-VALUE TO GRACE-RWK-CAND-S-VALUE
           END-IF.
           MOVE ZERO TO GRACE-RWK-RIV-FOUND.
           IF GRACE-RWK-CAND-SOURCE NUMERIC
               PERFORM 3250-MATCH-RELEASED-SOURCE
                   VARYING GRACE-RWK-RIV-IDX FROM 1 BY 1
                   UNTIL GRACE-RWK-RIV-IDX > GRACE-RWK-RIV-USED
           END-IF.
           EVALUATE TRUE
               WHEN GRACE-RWK-CAND-SOURCE NOT NUMERIC
                   MOVE "E001 SOURCE IS NOT NUMERIC"
                       TO GRACE-RWK-EDIT-MSG
               WHEN GRACE-RWK-CAND-SOURCE-N = ZERO
                   MOVE "E002 SOURCE IS ZERO" TO GRACE-RWK-EDIT-MSG
               WHEN GRACE-RWK-RIV-FOUND > ZERO
                   MOVE "E003 DUPLICATE DEST KEY - ALREADY RE-ENTERED"
                       TO GRACE-RWK-EDIT-MSG
               WHEN OTHER
                   SET GRACE-RWK-PASSED TO TRUE
           END-EVALUATE.

       3250-MATCH-RELEASED-SOURCE.
           IF GRACE-RWK-RIV-SOURCE(GRACE-RWK-RIV-IDX)
                   = GRACE-RWK-CAND-SOURCE-N
               MOVE GRACE-RWK-RIV-IDX TO GRACE-RWK-RIV-FOUND
           END-IF.

       3300-RELEASE-RJV-REJECT.
           MOVE SPACES TO GRACE-RIV-REC.
           MOVE GRACE-RWK-CAND-SOURCE-N TO GRACE-RIV-SOURCE.
           MOVE GRACE-RWK-CAND-S-VALUE TO GRACE-RIV-S-SOURCE-VALUE.
           MOVE GRACE-RJV-TRACE-REF TO GRACE-RIV-TRACE-REF.
           OPEN EXTEND GRACE-RIV-FILE.
           IF GRACE-RIV-NOT-FOUND
               OPEN OUTPUT GRACE-RIV-FILE
           END-IF.
           WRITE GRACE-RIV-REC.
           CLOSE GRACE-RIV-FILE.
           PERFORM 1150-ADD-RELEASED-SOURCE.
           MOVE SPACES TO GRACE-RJD-REC.
           MOVE 'R' TO GRACE-RJD-ACTION.
           MOVE GRACE-RWK-CAND-SOURCE TO GRACE-RJD-CORRECTED.
           MOVE GRACE-RWK-CAND-S-VALUE TO GRACE-RJD-NOTE.
           PERFORM 8000-RECORD-DISPOSITION.
           MOVE SPACES TO GRACE-CHG-REC.
           MOVE "GRACERJV" TO GRACE-CHG-FILE-NAME.
           MOVE "RELEASE" TO GRACE-CHG-FIELD-NAME.
           PERFORM 3500-DESCRIBE-RJV-REJECT.
           MOVE GRACE-RWK-CAND-SOURCE TO GRACE-CHG-NEW-VALUE.
           PERFORM 8900-WRITE-CHANGE-RECORD.
           ADD 1 TO GRACE-RWK-RELEASED-COUNT.
           DISPLAY "RELEASED - TESTVARASSIGN SORTS IT IN AHEAD OF "
               "GRACETXN ON ITS NEXT RUN".

       3400-WRITE-OFF-RJV-REJECT.
           MOVE SPACES TO GRACE-RJD-REC.
           MOVE 'W' TO GRACE-RJD-ACTION.
           MOVE GRACE-RWK-WO-REASON TO GRACE-RJD-NOTE.
           PERFORM 8000-RECORD-DISPOSITION.
           MOVE SPACES TO GRACE-CHG-REC.
           MOVE "GRACERJV" TO GRACE-CHG-FILE-NAME.
           MOVE "WRITE-OFF" TO GRACE-CHG-FIELD-NAME.
           PERFORM 3500-DESCRIBE-RJV-REJECT.
           MOVE GRACE-RWK-WO-REASON TO GRACE-CHG-NEW-VALUE.
           PERFORM 8900-WRITE-CHANGE-RECORD.
           ADD 1 TO GRACE-RWK-WRITTEN-OFF-COUNT.
           DISPLAY "WRITTEN OFF - REJECT CLOSED".

       3500-DESCRIBE-RJV-REJECT.
           MOVE SPACES TO GRACE-CHG-OLD-VALUE.
           STRING GRACE-RJV-REASON-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-RJV-SOURCE DELIMITED BY SIZE
               INTO GRACE-CHG-OLD-VALUE
           END-STRING.

      *----------------------------------------------------------
      * 8000-RECORD-DISPOSITION appends the disposition the
      * caller built - action, corrected fields, note - for the
      * reject in hand, and notes it so it is not offered again.
      *----------------------------------------------------------
       8000-RECORD-DISPOSITION.
           MOVE GRACE-RJD-WANT-FILE TO GRACE-RJD-FILE-NAME.
           MOVE GRACE-RWK-SEQ TO GRACE-RJD-SEQ.
           MOVE GRACE-RWK-TODAY TO GRACE-RJD-DATE.
           MOVE GRACE-OPS-SIGNON-ID TO GRACE-RJD-OPERATOR.
           MOVE GRACE-RJD-ACTION TO GRACE-RJD-WANT-ACTION.
           OPEN EXTEND GRACE-RJD-FILE.
           IF GRACE-RJD-NOT-FOUND
               OPEN OUTPUT GRACE-RJD-FILE
           END-IF.
           WRITE GRACE-RJD-REC.
           CLOSE GRACE-RJD-FILE.
           PERFORM 0420-NOTE-DISPOSITION.

           COPY GRACEOPSP.

           COPY GRACECHGP.

           COPY GRACELCKP.

           COPY GRACECTGP.

           COPY GRACERJDP.
