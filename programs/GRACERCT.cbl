       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACERCT.
      *----------------------------------------------------------
      * GRACERCT is the quarterly operator access recertification.
      * GRACEOSC only ever grows: nobody reviewed whether a clerk
      * still needed level 1 or whether a departed night operator
      * still held level 2. Each quarter this run lists every
      * operator with the authority level held, the last console
      * sign-on and the screens actually used - both from the
      * GRACESSN session trail GRACECON stamps to GRACECHG - on a
      * certification worksheet per supervisor, the supervisor
      * being the one named on the operator's GRACERCA card. An
      * operator with no card lands on an unassigned worksheet,
      * RC=4, so the card gets written.
      *
      * The GRACERCQ card gives the quarter's first day, the
      * certification deadline and the dormancy limit in days.
      * With no card the quarter is the calendar quarter holding
      * today, the deadline thirty days into it, the limit 90.
      *
      * Two locks are set here, on the GRACEOSC lock flag the
      * sign-on gate already honours (GRACEPWC reset clears it):
      *   - DORMANT: no console sign-on inside the limit. An
      *     operator never seen signing on is measured from the
      *     last certification instead, so a newly certified
      *     operator is not locked before the first sign-on.
      *   - NOT RECERTIFIED: past the deadline with no card
      *     certification dated in the quarter at the level held.
      * Each lock is stamped to GRACECHG as a LOCKOUT - which is
      * also what lets the pre-flight seal check account for the
      * GRACEOSC rewrite - and listed on the GRACEALM morning
      * review feed. The last open level-3 operator is never
      * locked, since only level 3 can reset a lock; it is listed
      * on the feed as kept open instead.
      *
      * RC=0 when every operator stands certified, RC=4 when any
      * lock was set, a certification is still due or an operator
      * has no supervisor, RC=8 when GRACEOSC cannot be loaded.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-RCQ-FILE ASSIGN TO GRACERCQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RCQ-STATUS.
           SELECT GRACE-OSC-FILE ASSIGN TO GRACEOSC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-OSC-STATUS.
           SELECT GRACE-SSN-FILE ASSIGN TO GRACESSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-SSN-STATUS.
           SELECT GRACE-RCA-FILE ASSIGN TO GRACERCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RCA-STATUS.
           SELECT GRACE-CHG-FILE ASSIGN TO GRACECHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CHG-STATUS.
           SELECT GRACE-ALM-FILE ASSIGN TO GRACEALM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-ALM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Quarter card: first day of the quarter, the certification
      *deadline, and the dormancy limit in days.
       FD  GRACE-RCQ-FILE
           RECORDING MODE IS F.
       01 GRACE-RCQ-REC.
           05 GRACE-RCQ-QUARTER-START PIC 9(08).
           05 GRACE-RCQ-DEADLINE PIC 9(08).
           05 GRACE-RCQ-DORMANT-DAYS PIC 9(03).
           05 FILLER PIC X(61).

       FD  GRACE-OSC-FILE
           RECORDING MODE IS F.
           COPY GRACEOSC.

       FD  GRACE-SSN-FILE
           RECORDING MODE IS F.
           COPY GRACESSN.

       FD  GRACE-RCA-FILE
           RECORDING MODE IS F.
           COPY GRACERCA.

       FD  GRACE-CHG-FILE
           RECORDING MODE IS F.
           COPY GRACECHGR.

       FD  GRACE-ALM-FILE
           RECORDING MODE IS F.
       01 GRACE-ALM-REC PIC X(80).

       WORKING-STORAGE SECTION.
           COPY GRACEOPSH.

           COPY GRACECHGH.

       01 GRACE-RCQ-STATUS PIC X(02).
           88 GRACE-RCQ-NOT-FOUND VALUE '35'.
       01 GRACE-RCA-STATUS PIC X(02).
           88 GRACE-RCA-NOT-FOUND VALUE '35'.
       01 GRACE-ALM-STATUS PIC X(02).
           88 GRACE-ALM-NOT-FOUND VALUE '35'.

       01 GRACE-RCA-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-RCA-END-OF-FILE VALUE 'Y'.
       01 GRACE-CHG-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CHG-END-OF-FILE VALUE 'Y'.

       01 GRACE-RCT-TODAY PIC 9(08) VALUE ZERO.
       01 GRACE-RCT-TODAY-X REDEFINES GRACE-RCT-TODAY.
           05 GRACE-RCT-TODAY-YEAR PIC 9(04).
           05 GRACE-RCT-TODAY-MONTH PIC 9(02).
           05 GRACE-RCT-TODAY-DAY PIC 9(02).
       01 GRACE-RCT-QUARTER-START PIC 9(08) VALUE ZERO.
       01 GRACE-RCT-QUARTER-X REDEFINES GRACE-RCT-QUARTER-START.
           05 GRACE-RCT-QUARTER-YEAR PIC 9(04).
           05 GRACE-RCT-QUARTER-MONTH PIC 9(02).
           05 GRACE-RCT-QUARTER-DAY PIC 9(02).
       01 GRACE-RCT-DEADLINE PIC 9(08) VALUE ZERO.
       01 GRACE-RCT-DORMANT-DAYS PIC 9(03) VALUE 90.
       01 GRACE-RCT-WINDOW-START PIC 9(08) VALUE ZERO.
       01 GRACE-RCT-PAST-DEADLINE-SW PIC X(01) VALUE 'N'.
           88 GRACE-RCT-PAST-DEADLINE VALUE 'Y'.

      *The console functions, in GRACECON's menu order.
       01 GRACE-RCT-SCREEN-VALUES.
           05 FILLER PIC X(08) VALUE "GRACEMNT".
           05 FILLER PIC X(08) VALUE "GRACEPML".
           05 FILLER PIC X(08) VALUE "GRACECMT".
           05 FILLER PIC X(08) VALUE "GRACEHWB".
           05 FILLER PIC X(08) VALUE "GRACENQY".
           05 FILLER PIC X(08) VALUE "GRACERSI".
           05 FILLER PIC X(08) VALUE "GRACERVW".
           05 FILLER PIC X(08) VALUE "GRACESIM".
           05 FILLER PIC X(08) VALUE "GRACEWOM".
           05 FILLER PIC X(08) VALUE "GRACEADE".
           05 FILLER PIC X(08) VALUE "GRACEQAM".
       01 GRACE-RCT-SCREENS REDEFINES GRACE-RCT-SCREEN-VALUES.
           05 GRACE-RCT-SCREEN-NAME PIC X(08) OCCURS 11 TIMES.

      *One entry per operator, parallel to the GRACEOPSH table.
       01 GRACE-RCT-TABLE.
           05 GRACE-RCT-ENTRY OCCURS 50 TIMES.
               10 GRACE-RCT-SUPERVISOR PIC X(08).
               10 GRACE-RCT-CERT-DATE PIC 9(08).
               10 GRACE-RCT-CERT-LEVEL PIC 9(01).
               10 GRACE-RCT-LAST-SIGNON PIC 9(08).
               10 GRACE-RCT-STATE PIC X(20).
               10 GRACE-RCT-USES PIC 9(04) OCCURS 11 TIMES.

      *Supervisors with a worksheet, in order of first appearance.
       01 GRACE-RCT-SUPER-TABLE.
           05 GRACE-RCT-SUPER-USED PIC 9(02) VALUE ZERO.
           05 GRACE-RCT-SUPER-ID PIC X(08) OCCURS 50 TIMES.

       01 GRACE-RCT-IDX PIC 9(02) VALUE ZERO.
       01 GRACE-RCT-SUP-IDX PIC 9(02) VALUE ZERO.
       01 GRACE-RCT-SCR-IDX PIC 9(02) VALUE ZERO.
       01 GRACE-RCT-MATCH-IDX PIC 9(02) VALUE ZERO.
       01 GRACE-RCT-CURRENT-SUPER PIC X(08) VALUE SPACES.
       01 GRACE-RCT-SUPER-NAME PIC X(20) VALUE SPACES.
       01 GRACE-RCT-SINCE-DATE PIC 9(08) VALUE ZERO.
       01 GRACE-RCT-IDLE-DAYS PIC 9(05) VALUE ZERO.
       01 GRACE-RCT-OPEN-LEVEL3 PIC 9(02) VALUE ZERO.
       01 GRACE-RCT-DORMANT-SW PIC X(01) VALUE 'N'.
           88 GRACE-RCT-IS-DORMANT VALUE 'Y'.
       01 GRACE-RCT-CERTIFIED-SW PIC X(01) VALUE 'N'.
           88 GRACE-RCT-IS-CERTIFIED VALUE 'Y'.
       01 GRACE-RCT-LOCK-REASON PIC X(18) VALUE SPACES.
       01 GRACE-RCT-ALERT-TEXT PIC X(50) VALUE SPACES.
       01 GRACE-RCT-ALERT-LINE PIC X(80) VALUE SPACES.
       01 GRACE-RCT-USE-LINE PIC X(100) VALUE SPACES.
       01 GRACE-RCT-USE-POS PIC 9(03) VALUE ZERO.

       01 GRACE-RCT-COUNTS.
           05 GRACE-RCT-CERTIFIED PIC 9(03) VALUE ZERO.
           05 GRACE-RCT-DUE PIC 9(03) VALUE ZERO.
           05 GRACE-RCT-DORMANT-LOCKS PIC 9(03) VALUE ZERO.
           05 GRACE-RCT-RECERT-LOCKS PIC 9(03) VALUE ZERO.
           05 GRACE-RCT-KEPT-OPEN PIC 9(03) VALUE ZERO.
           05 GRACE-RCT-WERE-LOCKED PIC 9(03) VALUE ZERO.
           05 GRACE-RCT-UNASSIGNED PIC 9(03) VALUE ZERO.
           05 GRACE-RCT-STRAY-CARDS PIC 9(03) VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACERCT" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           MOVE "GRACERCT" TO GRACE-OPS-SIGNON-ID.
           ACCEPT GRACE-RCT-TODAY FROM DATE YYYYMMDD.
           PERFORM 1000-READ-QUARTER-CARD.
           PERFORM 7100-LOAD-OPERATOR-FILE.
           IF GRACE-OPS-USED = ZERO
                   OR GRACE-OPS-TABLE-OVERFLOWED
               DISPLAY "*** GRACEOSC NOT LOADED WHOLE - NO "
                   "RECERTIFICATION RUN ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-LOAD-RECERT-CARDS.
           PERFORM 3000-SCAN-SESSION-TRAIL.
           PERFORM 4000-JUDGE-ONE-OPERATOR
               VARYING GRACE-RCT-IDX FROM 1 BY 1
               UNTIL GRACE-RCT-IDX > GRACE-OPS-USED.
           IF GRACE-OPS-FILE-CHANGED
               PERFORM 7400-REWRITE-OPERATOR-FILE
           END-IF.
           PERFORM 6000-PRINT-WORKSHEETS.
           PERFORM 6900-PRINT-TOTALS.
           MOVE GRACE-OPS-USED TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           IF GRACE-RCT-DORMANT-LOCKS > ZERO
                   OR GRACE-RCT-RECERT-LOCKS > ZERO
                   OR GRACE-RCT-KEPT-OPEN > ZERO
                   OR GRACE-RCT-DUE > ZERO
                   OR GRACE-RCT-UNASSIGNED > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------
      * 1000-READ-QUARTER-CARD - the quarter, deadline and
      * dormancy limit, each defaulted when the card leaves it
      * out. Screens used are counted over the dormancy window.
      *----------------------------------------------------------
       1000-READ-QUARTER-CARD.
           MOVE ZERO TO GRACE-RCT-QUARTER-START.
           MOVE ZERO TO GRACE-RCT-DEADLINE.
           OPEN INPUT GRACE-RCQ-FILE.
           IF NOT GRACE-RCQ-NOT-FOUND
               READ GRACE-RCQ-FILE
                   NOT AT END
                       IF GRACE-RCQ-QUARTER-START NUMERIC
                           MOVE GRACE-RCQ-QUARTER-START
                               TO GRACE-RCT-QUARTER-START
                       END-IF
                       IF GRACE-RCQ-DEADLINE NUMERIC
                           MOVE GRACE-RCQ-DEADLINE
                               TO GRACE-RCT-DEADLINE
                       END-IF
                       IF GRACE-RCQ-DORMANT-DAYS NUMERIC
                               AND GRACE-RCQ-DORMANT-DAYS > ZERO
                           MOVE GRACE-RCQ-DORMANT-DAYS
                               TO GRACE-RCT-DORMANT-DAYS
                       END-IF
               END-READ
               CLOSE GRACE-RCQ-FILE
           END-IF.
           IF GRACE-RCT-QUARTER-START = ZERO
               MOVE GRACE-RCT-TODAY-YEAR TO GRACE-RCT-QUARTER-YEAR
               COMPUTE GRACE-RCT-QUARTER-MONTH =
                   ((GRACE-RCT-TODAY-MONTH - 1) / 3) * 3 + 1
               MOVE 1 TO GRACE-RCT-QUARTER-DAY
           END-IF.
           IF GRACE-RCT-DEADLINE = ZERO
               COMPUTE GRACE-RCT-DEADLINE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(GRACE-RCT-QUARTER-START)
                   + 30)
           END-IF.
           COMPUTE GRACE-RCT-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(GRACE-RCT-TODAY)
               - GRACE-RCT-DORMANT-DAYS).
           IF GRACE-RCT-TODAY > GRACE-RCT-DEADLINE
               MOVE 'Y' TO GRACE-RCT-PAST-DEADLINE-SW
           END-IF.
           DISPLAY "RECERTIFICATION - QUARTER FROM "
               GRACE-RCT-QUARTER-START ", DEADLINE "
               GRACE-RCT-DEADLINE ", DORMANT AFTER "
               GRACE-RCT-DORMANT-DAYS " DAYS".

      *----------------------------------------------------------
      * 2000-LOAD-RECERT-CARDS - each card's supervisor and last
      * certification onto the operator's entry. A card for an ID
      * no longer on GRACEOSC is named and otherwise ignored.
      *----------------------------------------------------------
       2000-LOAD-RECERT-CARDS.
           MOVE SPACES TO GRACE-RCT-TABLE.
           PERFORM 2010-CLEAR-ONE-ENTRY
               VARYING GRACE-RCT-IDX FROM 1 BY 1
               UNTIL GRACE-RCT-IDX > 50.
           OPEN INPUT GRACE-RCA-FILE.
           IF GRACE-RCA-NOT-FOUND
               DISPLAY "GRACERCA NOT FOUND - NO OPERATOR HAS A "
                   "SUPERVISOR OR A CERTIFICATION"
           ELSE
               PERFORM 2100-READ-RECERT-CARD
               PERFORM 2200-STORE-RECERT-CARD
                   UNTIL GRACE-RCA-END-OF-FILE
               CLOSE GRACE-RCA-FILE
           END-IF.

       2010-CLEAR-ONE-ENTRY.
           MOVE ZERO TO GRACE-RCT-CERT-DATE(GRACE-RCT-IDX).
           MOVE ZERO TO GRACE-RCT-CERT-LEVEL(GRACE-RCT-IDX).
           MOVE ZERO TO GRACE-RCT-LAST-SIGNON(GRACE-RCT-IDX).
           PERFORM 2020-CLEAR-ONE-USE
               VARYING GRACE-RCT-SCR-IDX FROM 1 BY 1
               UNTIL GRACE-RCT-SCR-IDX > 11.

       2020-CLEAR-ONE-USE.
           MOVE ZERO
               TO GRACE-RCT-USES(GRACE-RCT-IDX, GRACE-RCT-SCR-IDX).

       2100-READ-RECERT-CARD.
           READ GRACE-RCA-FILE
               AT END
                   SET GRACE-RCA-END-OF-FILE TO TRUE
           END-READ.

       2200-STORE-RECERT-CARD.
           MOVE GRACE-RCA-OPERATOR-ID TO GRACE-OPS-SIGNON-ID.
           MOVE ZERO TO GRACE-OPS-FOUND-IDX.
           PERFORM 7200-MATCH-OPERATOR-CARD
               VARYING GRACE-OPS-IDX FROM 1 BY 1
               UNTIL GRACE-OPS-IDX > GRACE-OPS-USED.
           IF GRACE-OPS-FOUND-IDX = ZERO
               ADD 1 TO GRACE-RCT-STRAY-CARDS
               DISPLAY "GRACERCA CARD FOR " GRACE-RCA-OPERATOR-ID
                   " - NOT ON GRACEOSC, IGNORED"
           ELSE
               MOVE GRACE-RCA-SUPERVISOR-ID
                   TO GRACE-RCT-SUPERVISOR(GRACE-OPS-FOUND-IDX)
               IF GRACE-RCA-CERT-DATE NUMERIC
                   MOVE GRACE-RCA-CERT-DATE
                       TO GRACE-RCT-CERT-DATE(GRACE-OPS-FOUND-IDX)
               END-IF
               IF GRACE-RCA-CERT-LEVEL NUMERIC
                   MOVE GRACE-RCA-CERT-LEVEL
                       TO GRACE-RCT-CERT-LEVEL(GRACE-OPS-FOUND-IDX)
               END-IF
           END-IF.
           MOVE "GRACERCT" TO GRACE-OPS-SIGNON-ID.
           PERFORM 2100-READ-RECERT-CARD.

      *----------------------------------------------------------
      * 3000-SCAN-SESSION-TRAIL - GRACECON's GRACESSN records on
      * GRACECHG: a SESSION record reading SIGNED ON is a sign-on,
      * a FUNCTION record is one use of the screen it names.
      *----------------------------------------------------------
       3000-SCAN-SESSION-TRAIL.
           MOVE 'N' TO GRACE-CHG-EOF-SW.
           OPEN INPUT GRACE-CHG-FILE.
           IF GRACE-CHG-NOT-FOUND
               DISPLAY "GRACECHG NOT FOUND - NO SIGN-ON HISTORY"
           ELSE
               PERFORM 3100-READ-CHANGE-RECORD
               PERFORM 3200-NOTE-ONE-SESSION-RECORD
                   UNTIL GRACE-CHG-END-OF-FILE
               CLOSE GRACE-CHG-FILE
           END-IF.

       3100-READ-CHANGE-RECORD.
           READ GRACE-CHG-FILE
               AT END
                   SET GRACE-CHG-END-OF-FILE TO TRUE
           END-READ.

       3200-NOTE-ONE-SESSION-RECORD.
           IF GRACE-CHG-FILE-NAME = "GRACESSN"
                   AND GRACE-CHG-DATE NUMERIC
               MOVE ZERO TO GRACE-RCT-MATCH-IDX
               PERFORM 3300-MATCH-SESSION-OPERATOR
                   VARYING GRACE-RCT-IDX FROM 1 BY 1
                   UNTIL GRACE-RCT-IDX > GRACE-OPS-USED
               IF GRACE-RCT-MATCH-IDX > ZERO
                   PERFORM 3400-POST-SESSION-RECORD
               END-IF
           END-IF.
           PERFORM 3100-READ-CHANGE-RECORD.

       3300-MATCH-SESSION-OPERATOR.
           IF GRACE-OPS-TBL-ID(GRACE-RCT-IDX) = GRACE-CHG-OPERATOR-ID
               MOVE GRACE-RCT-IDX TO GRACE-RCT-MATCH-IDX
           END-IF.

       3400-POST-SESSION-RECORD.
           EVALUATE TRUE
               WHEN GRACE-CHG-FIELD-NAME = "SESSION"
                       AND GRACE-CHG-NEW-VALUE = "SIGNED ON"
                   IF GRACE-CHG-DATE
                           > GRACE-RCT-LAST-SIGNON(GRACE-RCT-MATCH-IDX)
                       MOVE GRACE-CHG-DATE
                           TO GRACE-RCT-LAST-SIGNON(GRACE-RCT-MATCH-IDX)
                   END-IF
               WHEN GRACE-CHG-FIELD-NAME = "FUNCTION"
                       AND GRACE-CHG-DATE >= GRACE-RCT-WINDOW-START
                   PERFORM 3500-COUNT-SCREEN-USE
                       VARYING GRACE-RCT-SCR-IDX FROM 1 BY 1
                       UNTIL GRACE-RCT-SCR-IDX > 11
           END-EVALUATE.

       3500-COUNT-SCREEN-USE.
           IF GRACE-CHG-NEW-VALUE(1:8)
                   = GRACE-RCT-SCREEN-NAME(GRACE-RCT-SCR-IDX)
                   AND GRACE-RCT-USES(GRACE-RCT-MATCH-IDX,
                       GRACE-RCT-SCR-IDX) < 9999
               ADD 1 TO GRACE-RCT-USES(GRACE-RCT-MATCH-IDX,
                   GRACE-RCT-SCR-IDX)
           END-IF.

      *----------------------------------------------------------
      * 4000-JUDGE-ONE-OPERATOR - dormancy first, then the
      * quarter's certification. Either one, past its limit,
      * locks the ID; an ID already locked is left as it is.
      *----------------------------------------------------------
       4000-JUDGE-ONE-OPERATOR.
           IF GRACE-RCT-IDX = 1
               MOVE ZERO TO GRACE-RCT-OPEN-LEVEL3
               PERFORM 4010-COUNT-OPEN-LEVEL3
                   VARYING GRACE-OPS-IDX FROM 1 BY 1
                   UNTIL GRACE-OPS-IDX > GRACE-OPS-USED
           END-IF.
           IF GRACE-RCT-SUPERVISOR(GRACE-RCT-IDX) = SPACES
               ADD 1 TO GRACE-RCT-UNASSIGNED
           END-IF.
           MOVE 'N' TO GRACE-RCT-CERTIFIED-SW.
           IF GRACE-RCT-CERT-DATE(GRACE-RCT-IDX)
                   >= GRACE-RCT-QUARTER-START
                   AND GRACE-RCT-CERT-LEVEL(GRACE-RCT-IDX)
                       = GRACE-OPS-TBL-LEVEL(GRACE-RCT-IDX)
               MOVE 'Y' TO GRACE-RCT-CERTIFIED-SW
           END-IF.
           MOVE GRACE-RCT-LAST-SIGNON(GRACE-RCT-IDX)
               TO GRACE-RCT-SINCE-DATE.
           IF GRACE-RCT-SINCE-DATE = ZERO
               MOVE GRACE-RCT-CERT-DATE(GRACE-RCT-IDX)
                   TO GRACE-RCT-SINCE-DATE
           END-IF.
           MOVE 'Y' TO GRACE-RCT-DORMANT-SW.
           IF GRACE-RCT-SINCE-DATE > ZERO
               COMPUTE GRACE-RCT-IDLE-DAYS =
                   FUNCTION INTEGER-OF-DATE(GRACE-RCT-TODAY)
                   - FUNCTION INTEGER-OF-DATE(GRACE-RCT-SINCE-DATE)
               IF GRACE-RCT-IDLE-DAYS <= GRACE-RCT-DORMANT-DAYS
                   MOVE 'N' TO GRACE-RCT-DORMANT-SW
               END-IF
           END-IF.
           MOVE SPACES TO GRACE-RCT-LOCK-REASON.
           EVALUATE TRUE
               WHEN GRACE-OPS-TBL-LOCK(GRACE-RCT-IDX) = 'L'
                   ADD 1 TO GRACE-RCT-WERE-LOCKED
                   MOVE "ALREADY LOCKED"
                       TO GRACE-RCT-STATE(GRACE-RCT-IDX)
               WHEN GRACE-RCT-IS-DORMANT
                   MOVE "LOCKED - DORMANT" TO GRACE-RCT-LOCK-REASON
               WHEN GRACE-RCT-IS-CERTIFIED
                   ADD 1 TO GRACE-RCT-CERTIFIED
                   MOVE "RECERTIFIED"
                       TO GRACE-RCT-STATE(GRACE-RCT-IDX)
               WHEN GRACE-RCT-PAST-DEADLINE
                   MOVE "LOCKED - NO RECERT" TO GRACE-RCT-LOCK-REASON
               WHEN OTHER
                   ADD 1 TO GRACE-RCT-DUE
                   MOVE "RECERTIFICATION DUE"
                       TO GRACE-RCT-STATE(GRACE-RCT-IDX)
           END-EVALUATE.
           IF GRACE-RCT-LOCK-REASON NOT = SPACES
               PERFORM 5000-LOCK-ONE-OPERATOR
           END-IF.

       4010-COUNT-OPEN-LEVEL3.
           IF GRACE-OPS-TBL-LEVEL(GRACE-OPS-IDX) = 3
                   AND GRACE-OPS-TBL-LOCK(GRACE-OPS-IDX) NOT = 'L'
               ADD 1 TO GRACE-RCT-OPEN-LEVEL3
           END-IF.

      *----------------------------------------------------------
      * 5000-LOCK-ONE-OPERATOR - the lock flag in the table (the
      * file is rewritten once, after every operator is judged),
      * the LOCKOUT change record and the morning-review alert.
      *----------------------------------------------------------
       5000-LOCK-ONE-OPERATOR.
           IF GRACE-OPS-TBL-LEVEL(GRACE-RCT-IDX) = 3
                   AND GRACE-RCT-OPEN-LEVEL3 <= 1
               ADD 1 TO GRACE-RCT-KEPT-OPEN
               MOVE "KEPT - LAST LEVEL 3"
                   TO GRACE-RCT-STATE(GRACE-RCT-IDX)
               MOVE SPACES TO GRACE-RCT-ALERT-TEXT
               STRING GRACE-OPS-TBL-ID(GRACE-RCT-IDX)
                       DELIMITED BY SIZE
                   " DUE FOR LOCK, KEPT - LAST LEVEL 3"
                       DELIMITED BY SIZE
                   INTO GRACE-RCT-ALERT-TEXT
               END-STRING
           ELSE
               IF GRACE-OPS-TBL-LEVEL(GRACE-RCT-IDX) = 3
                   SUBTRACT 1 FROM GRACE-RCT-OPEN-LEVEL3
               END-IF
               MOVE 'L' TO GRACE-OPS-TBL-LOCK(GRACE-RCT-IDX)
               MOVE 'Y' TO GRACE-OPS-CHANGED-SW
               MOVE GRACE-RCT-LOCK-REASON
                   TO GRACE-RCT-STATE(GRACE-RCT-IDX)
               IF GRACE-RCT-IS-DORMANT
                   ADD 1 TO GRACE-RCT-DORMANT-LOCKS
               ELSE
                   ADD 1 TO GRACE-RCT-RECERT-LOCKS
               END-IF
               MOVE SPACES TO GRACE-CHG-REC
               MOVE "GRACEOSC" TO GRACE-CHG-FILE-NAME
               MOVE "LOCKOUT" TO GRACE-CHG-FIELD-NAME
               MOVE GRACE-OPS-TBL-ID(GRACE-RCT-IDX)
                   TO GRACE-CHG-OLD-VALUE
               MOVE GRACE-RCT-LOCK-REASON TO GRACE-CHG-NEW-VALUE
               PERFORM 8900-WRITE-CHANGE-RECORD
               MOVE SPACES TO GRACE-RCT-ALERT-TEXT
               IF GRACE-RCT-IS-DORMANT
                   STRING GRACE-OPS-TBL-ID(GRACE-RCT-IDX)
                           DELIMITED BY SIZE
                       " LOCKED - NO SIGN-ON IN "
                           DELIMITED BY SIZE
                       GRACE-RCT-DORMANT-DAYS DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                       INTO GRACE-RCT-ALERT-TEXT
                   END-STRING
               ELSE
                   STRING GRACE-OPS-TBL-ID(GRACE-RCT-IDX)
                           DELIMITED BY SIZE
                       " LOCKED - NOT RECERTIFIED BY "
                           DELIMITED BY SIZE
                       GRACE-RCT-DEADLINE DELIMITED BY SIZE
                       INTO GRACE-RCT-ALERT-TEXT
                   END-STRING
               END-IF
           END-IF.
           PERFORM 5100-WRITE-REVIEW-ALERT.

      *----------------------------------------------------------
      * 5100-WRITE-REVIEW-ALERT - a morning-review line on the
      * GRACEALM feed, in GRACEALR's layout, appended so the
      * nightly feed's own lines are left alone.
      *----------------------------------------------------------
       5100-WRITE-REVIEW-ALERT.
           MOVE SPACES TO GRACE-RCT-ALERT-LINE.
           STRING "M " DELIMITED BY SIZE
               GRACE-RCT-TODAY DELIMITED BY SIZE
               " GRACERCT " DELIMITED BY SIZE
               GRACE-RCT-ALERT-TEXT DELIMITED BY SIZE
               INTO GRACE-RCT-ALERT-LINE
           END-STRING.
           OPEN EXTEND GRACE-ALM-FILE.
           IF GRACE-ALM-NOT-FOUND
               OPEN OUTPUT GRACE-ALM-FILE
           END-IF.
           WRITE GRACE-ALM-REC FROM GRACE-RCT-ALERT-LINE.
           CLOSE GRACE-ALM-FILE.
           DISPLAY "ALERT: " GRACE-RCT-ALERT-TEXT.

      *----------------------------------------------------------
      * 6000-PRINT-WORKSHEETS - one certification worksheet per
      * supervisor named on the cards, then the unassigned one.
      *----------------------------------------------------------
       6000-PRINT-WORKSHEETS.
           MOVE ZERO TO GRACE-RCT-SUPER-USED.
           PERFORM 6010-NOTE-ONE-SUPERVISOR
               VARYING GRACE-RCT-IDX FROM 1 BY 1
               UNTIL GRACE-RCT-IDX > GRACE-OPS-USED.
           PERFORM 6100-PRINT-ONE-WORKSHEET
               VARYING GRACE-RCT-SUP-IDX FROM 1 BY 1
               UNTIL GRACE-RCT-SUP-IDX > GRACE-RCT-SUPER-USED.
           IF GRACE-RCT-UNASSIGNED > ZERO
               MOVE SPACES TO GRACE-RCT-CURRENT-SUPER
               DISPLAY " "
               DISPLAY "=== NO SUPERVISOR ON GRACERCA - CARD THESE "
                   "OPERATORS ==="
               PERFORM 6200-PRINT-COLUMN-HEADS
               PERFORM 6300-PRINT-ONE-OPERATOR
                   VARYING GRACE-RCT-IDX FROM 1 BY 1
                   UNTIL GRACE-RCT-IDX > GRACE-OPS-USED
           END-IF.

       6010-NOTE-ONE-SUPERVISOR.
           IF GRACE-RCT-SUPERVISOR(GRACE-RCT-IDX) NOT = SPACES
               MOVE ZERO TO GRACE-RCT-MATCH-IDX
               PERFORM 6020-MATCH-ONE-SUPERVISOR
                   VARYING GRACE-RCT-SUP-IDX FROM 1 BY 1
                   UNTIL GRACE-RCT-SUP-IDX > GRACE-RCT-SUPER-USED
               IF GRACE-RCT-MATCH-IDX = ZERO
                   ADD 1 TO GRACE-RCT-SUPER-USED
                   MOVE GRACE-RCT-SUPERVISOR(GRACE-RCT-IDX)
                       TO GRACE-RCT-SUPER-ID(GRACE-RCT-SUPER-USED)
               END-IF
           END-IF.

       6020-MATCH-ONE-SUPERVISOR.
           IF GRACE-RCT-SUPER-ID(GRACE-RCT-SUP-IDX)
                   = GRACE-RCT-SUPERVISOR(GRACE-RCT-IDX)
               MOVE GRACE-RCT-SUP-IDX TO GRACE-RCT-MATCH-IDX
           END-IF.

       6100-PRINT-ONE-WORKSHEET.
           MOVE GRACE-RCT-SUPER-ID(GRACE-RCT-SUP-IDX)
               TO GRACE-RCT-CURRENT-SUPER.
           MOVE "(NOT AN OPERATOR)" TO GRACE-RCT-SUPER-NAME.
           PERFORM 6110-NAME-THE-SUPERVISOR
               VARYING GRACE-OPS-IDX FROM 1 BY 1
               UNTIL GRACE-OPS-IDX > GRACE-OPS-USED.
           DISPLAY " ".
           DISPLAY "=== CERTIFICATION WORKSHEET - SUPERVISOR "
               GRACE-RCT-CURRENT-SUPER " " GRACE-RCT-SUPER-NAME
               " ===".
           DISPLAY "    QUARTER FROM " GRACE-RCT-QUARTER-START
               " - RETURN SIGNED BY " GRACE-RCT-DEADLINE.
           PERFORM 6200-PRINT-COLUMN-HEADS.
           PERFORM 6300-PRINT-ONE-OPERATOR
               VARYING GRACE-RCT-IDX FROM 1 BY 1
               UNTIL GRACE-RCT-IDX > GRACE-OPS-USED.
           DISPLAY " ".
           DISPLAY "    CERTIFIED BY ______________________  "
               "DATE ________".

       6110-NAME-THE-SUPERVISOR.
           IF GRACE-OPS-TBL-ID(GRACE-OPS-IDX)
                   = GRACE-RCT-CURRENT-SUPER
               MOVE GRACE-OPS-TBL-NAME(GRACE-OPS-IDX)
                   TO GRACE-RCT-SUPER-NAME
           END-IF.

       6200-PRINT-COLUMN-HEADS.
           DISPLAY "OPERATOR NAME                 LVL LAST-SIGN "
               "CERTIFIED L STATUS".

      *The KEEP / LEVEL / REMOVE boxes are for the supervisor's
      *pen; the answers come back on the operator's GRACERCA card.
       6300-PRINT-ONE-OPERATOR.
           IF GRACE-RCT-SUPERVISOR(GRACE-RCT-IDX)
                   = GRACE-RCT-CURRENT-SUPER
               DISPLAY GRACE-OPS-TBL-ID(GRACE-RCT-IDX) " "
                   GRACE-OPS-TBL-NAME(GRACE-RCT-IDX) "  "
                   GRACE-OPS-TBL-LEVEL(GRACE-RCT-IDX) " "
                   GRACE-RCT-LAST-SIGNON(GRACE-RCT-IDX) " "
                   GRACE-RCT-CERT-DATE(GRACE-RCT-IDX) " "
                   GRACE-RCT-CERT-LEVEL(GRACE-RCT-IDX) " "
                   GRACE-RCT-STATE(GRACE-RCT-IDX)
               MOVE SPACES TO GRACE-RCT-USE-LINE
               MOVE 1 TO GRACE-RCT-USE-POS
               STRING "    SCREENS USED:" DELIMITED BY SIZE
                   INTO GRACE-RCT-USE-LINE
                   WITH POINTER GRACE-RCT-USE-POS
               END-STRING
               PERFORM 6310-LIST-ONE-SCREEN-USE
                   VARYING GRACE-RCT-SCR-IDX FROM 1 BY 1
                   UNTIL GRACE-RCT-SCR-IDX > 11
               IF GRACE-RCT-USE-POS = 18
                   STRING " NONE IN " DELIMITED BY SIZE
                       GRACE-RCT-DORMANT-DAYS DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                       INTO GRACE-RCT-USE-LINE
                       WITH POINTER GRACE-RCT-USE-POS
                   END-STRING
               END-IF
               DISPLAY GRACE-RCT-USE-LINE
               DISPLAY "    KEEP [ ]  CHANGE LEVEL TO [ ]  "
                   "REMOVE [ ]"
           END-IF.

       6310-LIST-ONE-SCREEN-USE.
           IF GRACE-RCT-USES(GRACE-RCT-IDX, GRACE-RCT-SCR-IDX)
                   > ZERO
               STRING " " DELIMITED BY SIZE
                   GRACE-RCT-SCREEN-NAME(GRACE-RCT-SCR-IDX)
                       DELIMITED BY SIZE
                   "(" DELIMITED BY SIZE
                   GRACE-RCT-USES(GRACE-RCT-IDX, GRACE-RCT-SCR-IDX)
                       DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO GRACE-RCT-USE-LINE
                   WITH POINTER GRACE-RCT-USE-POS
               END-STRING
           END-IF.

       6900-PRINT-TOTALS.
           DISPLAY " ".
           DISPLAY "OPERATORS REVIEWED......: " GRACE-OPS-USED.
           DISPLAY "RECERTIFIED.............: " GRACE-RCT-CERTIFIED.
           DISPLAY "RECERTIFICATION DUE.....: " GRACE-RCT-DUE.
           DISPLAY "LOCKED - DORMANT........: "
               GRACE-RCT-DORMANT-LOCKS.
           DISPLAY "LOCKED - NOT RECERTIFIED: "
               GRACE-RCT-RECERT-LOCKS.
           DISPLAY "KEPT OPEN - LAST LEVEL 3: " GRACE-RCT-KEPT-OPEN.
           DISPLAY "ALREADY LOCKED..........: "
               GRACE-RCT-WERE-LOCKED.
           DISPLAY "NO SUPERVISOR...........: " GRACE-RCT-UNASSIGNED.
           DISPLAY "CARDS FOR UNKNOWN IDS...: "
               GRACE-RCT-STRAY-CARDS.

           COPY GRACEOPSP.

           COPY GRACECHGP.

           COPY GRACERPTP.
