       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACERVW.
      *----------------------------------------------------------
      * GRACERVW is the supervisor screen over the GRACERVQ
      * amount-review queue GRACESCN holds screened transactions
      * on. It walks the entries still held, one at a time,
      * showing the transaction as it arrived and the rule that
      * caught it, and takes one decision per entry:
      *
      *   R = RELEASE - the transaction applies on the next
      *       GRACEMUP run, exactly as the site sent it
      *   X = REJECT  - the next GRACEMUP run writes it to
      *       GRACEMRJ with the review reason instead
      *   S = SKIP    - left held for the next shift
      *
      * Only a GRACEOSC level 3 supervisor gets past the sign-on,
      * the same gate GRACEAPR puts on parameter approvals. Every
      * decision is stamped on the entry with the supervisor and
      * the date, and goes to GRACECHG as well. GRACERVQ is
      * rewritten whole with every entry's state, in the style of
      * GRACEAPR's pending queue; a queue larger than the review
      * table refuses the session before any decision is taken.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-RVQ-FILE ASSIGN TO GRACERVQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RVQ-STATUS.
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
       FD  GRACE-RVQ-FILE
           RECORDING MODE IS F.
           COPY GRACERVQ.

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

       01 GRACE-RVQ-STATUS PIC X(02).
           88 GRACE-RVQ-OK VALUE '00'.
           88 GRACE-RVQ-EOF VALUE '10'.
           88 GRACE-RVQ-NOT-FOUND VALUE '35'.

       01 GRACE-RVQ-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-RVQ-END-OF-FILE VALUE 'Y'.

       01 GRACE-RVW-TODAY PIC 9(08) VALUE ZERO.

      *The queue loaded for the review pass.
       01 GRACE-RVW-TABLE-CTL.
           05 GRACE-RVW-USED PIC 9(03) VALUE ZERO.
           05 GRACE-RVW-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-RVW-TABLE OCCURS 500 TIMES.
               10 GRACE-RVW-ENTRY PIC X(130).

       01 GRACE-RVW-OVERFLOW-SW PIC X(01) VALUE 'N'.
           88 GRACE-RVW-QUEUE-OVERFLOWED VALUE 'Y'.

      *The held transaction, unpacked for the screen.
       01 GRACE-RVW-TXN.
           05 GRACE-RVW-SOURCE PIC 9(6).
           05 GRACE-RVW-S-SOURCE-VALUE PIC X(30).
           05 GRACE-RVW-OP-CODE PIC X(01).
           05 GRACE-RVW-SITE-CODE PIC X(02).
           05 GRACE-RVW-EFF-DATE PIC X(08).
           05 GRACE-RVW-AMT-SIGN PIC X(01).
           05 GRACE-RVW-AMOUNT PIC X(09).
           05 GRACE-RVW-CURRENCY PIC X(03).
           05 FILLER PIC X(40).

       01 GRACE-RVW-REASON-TEXT PIC X(30) VALUE SPACES.
       01 GRACE-RVW-HELD-DATE PIC 9(08) VALUE ZERO.

       01 GRACE-RVW-ACTION PIC X(01) VALUE 'S'.
           88 GRACE-RVW-RELEASE VALUE 'R' 'r'.
           88 GRACE-RVW-REJECT VALUE 'X' 'x'.

       01 GRACE-RVW-COUNTS.
           05 GRACE-RVW-HELD-COUNT PIC 9(03) VALUE ZERO.
           05 GRACE-RVW-RELEASED-COUNT PIC 9(03) VALUE ZERO.
           05 GRACE-RVW-REJECTED-COUNT PIC 9(03) VALUE ZERO.

       SCREEN SECTION.
       01 GRACE-RVW-SIGNON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "AMOUNT REVIEW QUEUE".
           05 LINE 4 COLUMN 10 VALUE "OPERATOR ID........: ".
           05 LINE 4 COLUMN 31 PIC X(08) TO GRACE-OPS-SIGNON-ID.
           05 LINE 5 COLUMN 10 VALUE "PASSWORD............: ".
           05 LINE 5 COLUMN 31 PIC X(08) TO GRACE-OPS-SIGNON-PWD
               SECURE.

       01 GRACE-RVW-REVIEW-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "HELD TRANSACTION".
           05 LINE 4 COLUMN 10 VALUE "CUSTOMER...........: ".
           05 LINE 4 COLUMN 31 PIC 9(06) FROM GRACE-RVW-SOURCE.
           05 LINE 5 COLUMN 10 VALUE "OP CODE / SITE.....: ".
           05 LINE 5 COLUMN 31 PIC X(01) FROM GRACE-RVW-OP-CODE.
           05 LINE 5 COLUMN 33 PIC X(02) FROM GRACE-RVW-SITE-CODE.
           05 LINE 6 COLUMN 10 VALUE "EFFECTIVE DATE.....: ".
           05 LINE 6 COLUMN 31 PIC X(08) FROM GRACE-RVW-EFF-DATE.
           05 LINE 7 COLUMN 10 VALUE "AMOUNT.............: ".
           05 LINE 7 COLUMN 31 PIC X(01) FROM GRACE-RVW-AMT-SIGN.
           05 LINE 7 COLUMN 32 PIC X(09) FROM GRACE-RVW-AMOUNT.
           05 LINE 7 COLUMN 42 PIC X(03) FROM GRACE-RVW-CURRENCY.
           05 LINE 8 COLUMN 10 VALUE "VALUE..............: ".
           05 LINE 8 COLUMN 31 PIC X(30)
               FROM GRACE-RVW-S-SOURCE-VALUE.
           05 LINE 9 COLUMN 10 VALUE "HELD ON............: ".
           05 LINE 9 COLUMN 31 PIC 9(08) FROM GRACE-RVW-HELD-DATE.
           05 LINE 10 COLUMN 10 VALUE "HELD BECAUSE.......: ".
           05 LINE 10 COLUMN 31 PIC X(30) FROM GRACE-RVW-REASON-TEXT.
           05 LINE 12 COLUMN 10
               VALUE "ACTION (R=RELEASE X=REJECT S=SKIP): ".
           05 LINE 12 COLUMN 47 PIC X(01) TO GRACE-RVW-ACTION.

       PROCEDURE DIVISION.
       MAIN SECTION.
           ACCEPT GRACE-RVW-TODAY FROM DATE YYYYMMDD.
           PERFORM 7070-NOTE-TRAINING-SESSION.
           DISPLAY GRACE-RVW-SIGNON-SCREEN.
           ACCEPT GRACE-RVW-SIGNON-SCREEN.
           PERFORM 7000-VERIFY-OPERATOR.
           IF NOT GRACE-OPS-MAY-APPROVE
               DISPLAY "OPERATOR " GRACE-OPS-SIGNON-ID
                   " NOT AUTHORIZED TO REVIEW - SESSION ENDED"
           ELSE
               MOVE 'E' TO GRACE-LCK-REQ-TYPE
               MOVE "GRACERVQ" TO GRACE-LCK-REQ-FILE
               MOVE GRACE-OPS-SIGNON-ID TO GRACE-LCK-REQ-HOLDER
               PERFORM 7500-TAKE-LOCK
               IF NOT GRACE-LCK-GRANTED
                   DISPLAY "REVIEW QUEUE LOCKED - "
                       GRACE-LCK-BLOCKER " - SESSION ENDED"
                   MOVE 0 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 1000-LOAD-REVIEW-QUEUE
               IF GRACE-RVW-QUEUE-OVERFLOWED
                   DISPLAY "*** GRACERVQ EXCEEDS THE REVIEW TABLE "
                       "(500) - SESSION REFUSED, NOTHING CHANGED: "
                       "A PARTIAL REWRITE WOULD DESTROY THE TAIL "
                       "***"
                   PERFORM 7600-RELEASE-LOCK
                   MOVE 0 TO RETURN-CODE
                   GOBACK
               END-IF
               IF GRACE-RVW-HELD-COUNT = ZERO
                   DISPLAY "NO TRANSACTIONS HELD FOR REVIEW"
               ELSE
                   PERFORM 2000-REVIEW-ONE-ENTRY
                       VARYING GRACE-RVW-IDX FROM 1 BY 1
                       UNTIL GRACE-RVW-IDX > GRACE-RVW-USED
                   PERFORM 5000-REWRITE-REVIEW-QUEUE
                   DISPLAY "RELEASED: " GRACE-RVW-RELEASED-COUNT
                       "  REJECTED: " GRACE-RVW-REJECTED-COUNT
               END-IF
               PERFORM 7600-RELEASE-LOCK
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       1000-LOAD-REVIEW-QUEUE.
           OPEN INPUT GRACE-RVQ-FILE.
           IF GRACE-RVQ-NOT-FOUND
               DISPLAY "GRACERVQ NOT FOUND - NOTHING HELD"
           ELSE
               PERFORM 1100-READ-QUEUE-ENTRY
               PERFORM 1200-STORE-QUEUE-ENTRY
                   UNTIL GRACE-RVQ-END-OF-FILE
               CLOSE GRACE-RVQ-FILE
           END-IF.

       1100-READ-QUEUE-ENTRY.
           READ GRACE-RVQ-FILE
               AT END
                   SET GRACE-RVQ-END-OF-FILE TO TRUE
           END-READ.

       1200-STORE-QUEUE-ENTRY.
           IF GRACE-RVW-USED >= 500
               SET GRACE-RVW-QUEUE-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO GRACE-RVW-USED
               MOVE GRACE-RVQ-REC TO GRACE-RVW-ENTRY(GRACE-RVW-USED)
               IF GRACE-RVQ-HELD
                   ADD 1 TO GRACE-RVW-HELD-COUNT
               END-IF
           END-IF.
           PERFORM 1100-READ-QUEUE-ENTRY.

      *----------------------------------------------------------
      * 2000-REVIEW-ONE-ENTRY presents one entry still held and
      * records the supervisor's decision on it.
      *----------------------------------------------------------
       2000-REVIEW-ONE-ENTRY.
           MOVE GRACE-RVW-ENTRY(GRACE-RVW-IDX) TO GRACE-RVQ-REC.
           IF GRACE-RVQ-HELD
               MOVE GRACE-RVQ-TXN-IMAGE TO GRACE-RVW-TXN
               MOVE GRACE-RVQ-HELD-DATE TO GRACE-RVW-HELD-DATE
               EVALUATE GRACE-RVQ-REASON-CODE
                   WHEN "R001"
                       MOVE "AMOUNT OVER SITE/OP THRESHOLD"
                           TO GRACE-RVW-REASON-TEXT
                   WHEN "R002"
                       MOVE "TOO MANY TRANSACTIONS IN CYCLE"
                           TO GRACE-RVW-REASON-TEXT
                   WHEN OTHER
                       MOVE GRACE-RVQ-REASON-CODE
                           TO GRACE-RVW-REASON-TEXT
               END-EVALUATE
               MOVE 'S' TO GRACE-RVW-ACTION
               DISPLAY GRACE-RVW-REVIEW-SCREEN
               ACCEPT GRACE-RVW-REVIEW-SCREEN
               EVALUATE TRUE
                   WHEN GRACE-RVW-RELEASE
                       MOVE 'R' TO GRACE-RVQ-STATE
                       ADD 1 TO GRACE-RVW-RELEASED-COUNT
                       PERFORM 3000-RECORD-DECISION
                       DISPLAY "RELEASED - APPLIES ON THE NEXT "
                           "UPDATE RUN"
                   WHEN GRACE-RVW-REJECT
                       MOVE 'X' TO GRACE-RVQ-STATE
                       ADD 1 TO GRACE-RVW-REJECTED-COUNT
                       PERFORM 3000-RECORD-DECISION
                       DISPLAY "REJECTED - GOES TO GRACEMRJ ON THE "
                           "NEXT UPDATE RUN"
                   WHEN OTHER
                       DISPLAY "ENTRY LEFT HELD"
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------
      * 3000-RECORD-DECISION stamps the supervisor and date on the
      * entry and writes the decision to GRACECHG.
      *----------------------------------------------------------
       3000-RECORD-DECISION.
           MOVE GRACE-OPS-SIGNON-ID TO GRACE-RVQ-DECIDED-BY.
           MOVE GRACE-RVW-TODAY TO GRACE-RVQ-DECIDED-DATE.
           MOVE ZERO TO GRACE-RVQ-FWD-DATE.
           MOVE ZERO TO GRACE-RVQ-FWD-CYCLE.
           MOVE GRACE-RVQ-REC TO GRACE-RVW-ENTRY(GRACE-RVW-IDX).
           MOVE SPACES TO GRACE-CHG-REC.
           MOVE "GRACERVQ" TO GRACE-CHG-FILE-NAME.
           IF GRACE-RVQ-RELEASED
               MOVE "RELEASE" TO GRACE-CHG-FIELD-NAME
           ELSE
               MOVE "REJECT" TO GRACE-CHG-FIELD-NAME
           END-IF.
           MOVE SPACES TO GRACE-CHG-OLD-VALUE.
           STRING GRACE-RVW-OP-CODE DELIMITED BY SIZE
               " ID " DELIMITED BY SIZE
               GRACE-RVW-SOURCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-RVQ-REASON-CODE DELIMITED BY SIZE
               INTO GRACE-CHG-OLD-VALUE
           END-STRING.
           MOVE SPACES TO GRACE-CHG-NEW-VALUE.
           STRING GRACE-RVW-AMT-SIGN DELIMITED BY SIZE
               GRACE-RVW-AMOUNT DELIMITED BY SIZE
               INTO GRACE-CHG-NEW-VALUE
           END-STRING.
           PERFORM 8900-WRITE-CHANGE-RECORD.

      *----------------------------------------------------------
      * 5000-REWRITE-REVIEW-QUEUE recreates GRACERVQ with every
      * entry's state, so held entries survive to the next shift
      * and decided ones wait for GRACESCN to send them on.
      *----------------------------------------------------------
       5000-REWRITE-REVIEW-QUEUE.
           OPEN OUTPUT GRACE-RVQ-FILE.
           PERFORM 5100-WRITE-ONE-ENTRY
               VARYING GRACE-RVW-IDX FROM 1 BY 1
               UNTIL GRACE-RVW-IDX > GRACE-RVW-USED.
           CLOSE GRACE-RVQ-FILE.

       5100-WRITE-ONE-ENTRY.
           MOVE GRACE-RVW-ENTRY(GRACE-RVW-IDX) TO GRACE-RVQ-REC.
           WRITE GRACE-RVQ-REC.

           COPY GRACEOPSP.

           COPY GRACECHGP.

           COPY GRACELCKP.
