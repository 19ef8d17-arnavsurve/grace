       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEADE.
      *----------------------------------------------------------
      * GRACEADE is the monetary adjustment screen. Goodwill
      * credits and error corrections used to go in by asking a
      * site to add a line to the next feed, with nothing to say
      * who asked or why. Here an operator keys the account, the
      * signed amount, a reason code and a comment - both
      * mandatory - and the adjustment goes on GRACEADJ under the
      * operator's ID.
      *
      * The account must be open on GRACEACT and its owner on
      * GRACECSK. A number GRACEACT does not know is taken as the
      * first account of the customer with that number, as
      * GRACEMUP posts it, so it must be a customer on GRACECSK.
      *
      * The GRACEADL card sets how much an operator may adjust on
      * their own, by GRACEOSC level:
      *
      *   cols  1-9  level 2 limit
      *   cols 11-19 level 3 limit
      *
      * An adjustment within the operator's limit is approved as
      * keyed. One over it stays pending until a second operator,
      * a level 3 supervisor other than the one who keyed it,
      * approves or rejects it under the A function. No card
      * means no limit at all - every adjustment waits for a
      * checker. GRACEADG releases the approved ones to the night's
      * feed and prints the register.
      *
      * Functions are E enter (level 2 and up), A approve (level
      * 3) and X exit. Every adjustment keyed and every decision
      * goes to GRACECHG as well.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-ADL-FILE ASSIGN TO GRACEADL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-ADL-STATUS.
           SELECT GRACE-CST-FILE ASSIGN TO GRACECSK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-CST-ID
               FILE STATUS IS GRACE-CST-STATUS.
           SELECT GRACE-ACT-FILE ASSIGN TO GRACEACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-ACT-NUMBER
               ALTERNATE RECORD KEY IS GRACE-ACT-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS GRACE-ACT-STATUS.
           SELECT GRACE-ADJ-FILE ASSIGN TO GRACEADJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-ADJ-KEY
               FILE STATUS IS GRACE-ADJ-STATUS.
           SELECT GRACE-OSC-FILE ASSIGN TO GRACEOSC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-OSC-STATUS.
           SELECT GRACE-SSN-FILE ASSIGN TO GRACESSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-SSN-STATUS.
           SELECT GRACE-CHG-FILE ASSIGN TO GRACECHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Adjustment limits by operator level.
       FD  GRACE-ADL-FILE
           RECORDING MODE IS F.
       01 GRACE-ADL-REC.
           05 GRACE-ADL-LIMIT-2 PIC 9(09).
           05 FILLER PIC X(01).
           05 GRACE-ADL-LIMIT-3 PIC 9(09).
           05 FILLER PIC X(61).

       FD  GRACE-CST-FILE.
       01 GRACE-CST-REC.
           05 GRACE-CST-ID PIC 9(06).
           05 FILLER PIC X(74).

       FD  GRACE-ACT-FILE.
           COPY GRACEACT.

       FD  GRACE-ADJ-FILE.
           COPY GRACEADJ.

       FD  GRACE-OSC-FILE
           RECORDING MODE IS F.
           COPY GRACEOSC.

       FD  GRACE-SSN-FILE
           RECORDING MODE IS F.
           COPY GRACESSN.

       FD  GRACE-CHG-FILE
           RECORDING MODE IS F.
           COPY GRACECHGR.

       WORKING-STORAGE SECTION.
           COPY GRACEOPSH.

           COPY GRACECHGH.

       01 GRACE-ADL-STATUS PIC X(02).
           88 GRACE-ADL-OK VALUE '00'.
           88 GRACE-ADL-NOT-FOUND VALUE '35'.

       01 GRACE-CST-STATUS PIC X(02).
           88 GRACE-CST-OK VALUE '00'.
           88 GRACE-CST-NOT-FOUND VALUE '35'.

       01 GRACE-ACT-STATUS PIC X(02).
           88 GRACE-ACT-OK VALUE '00'.
           88 GRACE-ACT-NOT-FOUND VALUE '35'.

       01 GRACE-ADJ-STATUS PIC X(02).
           88 GRACE-ADJ-OK VALUE '00'.
           88 GRACE-ADJ-NOT-FOUND VALUE '35'.

       01 GRACE-ADJ-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-ADJ-END-OF-FILE VALUE 'Y'.

       01 GRACE-ADE-TODAY PIC 9(08) VALUE ZERO.
       01 GRACE-ADE-TIME-RAW PIC 9(08) VALUE ZERO.

      *The operator's own limit, off the GRACEADL card for their
      *level; zero when there is no card.
       01 GRACE-ADE-LIMITS.
           05 GRACE-ADE-LIMIT-2 PIC 9(09) VALUE ZERO.
           05 GRACE-ADE-LIMIT-3 PIC 9(09) VALUE ZERO.
           05 GRACE-ADE-MY-LIMIT PIC 9(09) VALUE ZERO.

       01 GRACE-ADE-FUNCTION PIC X(01) VALUE SPACE.
           88 GRACE-ADE-ENTER VALUE 'E' 'e'.
           88 GRACE-ADE-APPROVE-FN VALUE 'A' 'a'.
           88 GRACE-ADE-EXIT VALUE 'X' 'x'.

       01 GRACE-ADE-IN-ID PIC X(06) VALUE SPACES.
       01 GRACE-ADE-IN-ID-NUM REDEFINES GRACE-ADE-IN-ID PIC 9(06).
       01 GRACE-ADE-IN-SIGN PIC X(01) VALUE SPACE.
           88 GRACE-ADE-VALID-SIGN VALUE '+' '-'.
       01 GRACE-ADE-IN-AMOUNT PIC X(09) VALUE SPACES.
       01 GRACE-ADE-IN-AMOUNT-NUM REDEFINES GRACE-ADE-IN-AMOUNT
           PIC 9(09).
       01 GRACE-ADE-IN-REASON PIC X(02) VALUE SPACES.
       01 GRACE-ADE-IN-COMMENT PIC X(30) VALUE SPACES.
       01 GRACE-ADE-CONFIRM PIC X(01) VALUE 'N'.
           88 GRACE-ADE-CONFIRMED VALUE 'Y' 'y'.

       01 GRACE-ADE-ACTION PIC X(01) VALUE 'S'.
           88 GRACE-ADE-APPROVE VALUE 'A' 'a'.
           88 GRACE-ADE-REJECT VALUE 'R' 'r'.

       01 GRACE-ADE-EDIT-OK-SW PIC X(01) VALUE 'Y'.
           88 GRACE-ADE-EDIT-OK VALUE 'Y'.

       01 GRACE-ADE-CUSTOMER-SW PIC X(01) VALUE 'N'.
           88 GRACE-ADE-CUSTOMER-FOUND VALUE 'Y'.

      *The keyed account's owner, and whether it is closed.
       01 GRACE-ADE-OWNER-ID PIC 9(06) VALUE ZERO.
       01 GRACE-ADE-CLOSED-SW PIC X(01) VALUE 'N'.
           88 GRACE-ADE-ACCOUNT-CLOSED VALUE 'Y'.

      *The adjustment summarised for the change record.
       01 GRACE-ADE-SUMMARY.
           05 GRACE-ADE-SUM-ID PIC 9(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-ADE-SUM-SIGN PIC X(01).
           05 GRACE-ADE-SUM-AMOUNT PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.

       01 GRACE-ADE-COUNTS.
           05 GRACE-ADE-KEYED-COUNT PIC 9(04) VALUE ZERO.
           05 GRACE-ADE-PENDING-COUNT PIC 9(04) VALUE ZERO.
           05 GRACE-ADE-APPROVED-COUNT PIC 9(04) VALUE ZERO.
           05 GRACE-ADE-REJECTED-COUNT PIC 9(04) VALUE ZERO.

       SCREEN SECTION.
       01 GRACE-ADE-SIGNON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "MONETARY ADJUSTMENTS SIGN-ON".
           05 LINE 4 COLUMN 10 VALUE "OPERATOR ID.........: ".
           05 LINE 4 COLUMN 32 PIC X(08) TO GRACE-OPS-SIGNON-ID.
           05 LINE 5 COLUMN 10 VALUE "PASSWORD............: ".
           05 LINE 5 COLUMN 32 PIC X(08) TO GRACE-OPS-SIGNON-PWD
               SECURE.

       01 GRACE-ADE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "MONETARY ADJUSTMENTS".
           05 LINE 4 COLUMN 10
               VALUE "FUNCTION (E=ENTER A=APPROVE X=EXIT): ".
           05 LINE 4 COLUMN 48 PIC X(01) TO GRACE-ADE-FUNCTION.
           05 LINE 6 COLUMN 10 VALUE "ACCOUNT NUMBER......: ".
           05 LINE 6 COLUMN 32 PIC X(06) TO GRACE-ADE-IN-ID.
           05 LINE 7 COLUMN 10 VALUE "SIGN (+/-)..........: ".
           05 LINE 7 COLUMN 32 PIC X(01) TO GRACE-ADE-IN-SIGN.
           05 LINE 8 COLUMN 10 VALUE "AMOUNT..............: ".
           05 LINE 8 COLUMN 32 PIC X(09) TO GRACE-ADE-IN-AMOUNT.
           05 LINE 9 COLUMN 10 VALUE "REASON (GW/EC/FR/IR/OT): ".
           05 LINE 9 COLUMN 35 PIC X(02) TO GRACE-ADE-IN-REASON.
           05 LINE 10 COLUMN 10 VALUE "COMMENT.............: ".
           05 LINE 10 COLUMN 32 PIC X(30) TO GRACE-ADE-IN-COMMENT.
           05 LINE 11 COLUMN 10 VALUE "CONFIRM (Y/N).......: ".
           05 LINE 11 COLUMN 32 PIC X(01) TO GRACE-ADE-CONFIRM.

       01 GRACE-ADE-REVIEW-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "PENDING ADJUSTMENT".
           05 LINE 4 COLUMN 10 VALUE "KEYED BY...........: ".
           05 LINE 4 COLUMN 31 PIC X(08) FROM GRACE-ADJ-MAKER-ID.
           05 LINE 5 COLUMN 10 VALUE "KEYED ON...........: ".
           05 LINE 5 COLUMN 31 PIC 9(08) FROM GRACE-ADJ-ENTRY-DATE.
           05 LINE 5 COLUMN 40 PIC 9(06) FROM GRACE-ADJ-ENTRY-TIME.
           05 LINE 6 COLUMN 10 VALUE "ACCOUNT............: ".
           05 LINE 6 COLUMN 31 PIC 9(06) FROM GRACE-ADJ-ACCOUNT.
           05 LINE 7 COLUMN 10 VALUE "AMOUNT.............: ".
           05 LINE 7 COLUMN 31 PIC X(01) FROM GRACE-ADJ-AMT-SIGN.
           05 LINE 7 COLUMN 32 PIC Z(08)9 FROM GRACE-ADJ-AMOUNT.
           05 LINE 8 COLUMN 10 VALUE "REASON.............: ".
           05 LINE 8 COLUMN 31 PIC X(02) FROM GRACE-ADJ-REASON.
           05 LINE 9 COLUMN 10 VALUE "COMMENT............: ".
           05 LINE 9 COLUMN 31 PIC X(30) FROM GRACE-ADJ-COMMENT.
           05 LINE 11 COLUMN 10
               VALUE "ACTION (A=APPROVE R=REJECT S=SKIP): ".
           05 LINE 11 COLUMN 47 PIC X(01) TO GRACE-ADE-ACTION.

       PROCEDURE DIVISION.
       MAIN SECTION.
           ACCEPT GRACE-ADE-TODAY FROM DATE YYYYMMDD.
           PERFORM 7070-NOTE-TRAINING-SESSION.
           DISPLAY GRACE-ADE-SIGNON-SCREEN.
           ACCEPT GRACE-ADE-SIGNON-SCREEN.
           PERFORM 7000-VERIFY-OPERATOR.
           IF NOT GRACE-OPS-MAY-UPDATE
               DISPLAY "OPERATOR " GRACE-OPS-SIGNON-ID
                   " NOT AUTHORIZED TO ADJUST - SESSION ENDED"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-LOAD-LIMITS.
           OPEN I-O GRACE-ADJ-FILE.
           IF GRACE-ADJ-NOT-FOUND
               OPEN OUTPUT GRACE-ADJ-FILE
               CLOSE GRACE-ADJ-FILE
               OPEN I-O GRACE-ADJ-FILE
           END-IF.
           PERFORM 2000-TAKE-ONE-FUNCTION
               UNTIL GRACE-ADE-EXIT.
           CLOSE GRACE-ADJ-FILE.
           DISPLAY "ADJUSTMENTS KEYED: " GRACE-ADE-KEYED-COUNT
               "  PENDING: " GRACE-ADE-PENDING-COUNT
               "  APPROVED: " GRACE-ADE-APPROVED-COUNT
               "  REJECTED: " GRACE-ADE-REJECTED-COUNT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *A missing card, or a limit that is not numeric, leaves the
      *limit zero - the adjustment waits for a checker.
       1000-LOAD-LIMITS.
           OPEN INPUT GRACE-ADL-FILE.
           IF GRACE-ADL-NOT-FOUND
               DISPLAY "GRACEADL NOT FOUND - EVERY ADJUSTMENT NEEDS "
                   "APPROVAL"
           ELSE
               READ GRACE-ADL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GRACE-ADL-LIMIT-2 NUMERIC
                           MOVE GRACE-ADL-LIMIT-2
                               TO GRACE-ADE-LIMIT-2
                       END-IF
                       IF GRACE-ADL-LIMIT-3 NUMERIC
                           MOVE GRACE-ADL-LIMIT-3
                               TO GRACE-ADE-LIMIT-3
                       END-IF
               END-READ
               CLOSE GRACE-ADL-FILE
           END-IF.
           IF GRACE-OPS-MAY-APPROVE
               MOVE GRACE-ADE-LIMIT-3 TO GRACE-ADE-MY-LIMIT
           ELSE
               MOVE GRACE-ADE-LIMIT-2 TO GRACE-ADE-MY-LIMIT
           END-IF.

       2000-TAKE-ONE-FUNCTION.
           MOVE SPACE TO GRACE-ADE-FUNCTION.
           MOVE SPACES TO GRACE-ADE-IN-ID.
           MOVE SPACE TO GRACE-ADE-IN-SIGN.
           MOVE SPACES TO GRACE-ADE-IN-AMOUNT.
           MOVE SPACES TO GRACE-ADE-IN-REASON.
           MOVE SPACES TO GRACE-ADE-IN-COMMENT.
           MOVE 'N' TO GRACE-ADE-CONFIRM.
           DISPLAY GRACE-ADE-SCREEN.
           ACCEPT GRACE-ADE-SCREEN.
           EVALUATE TRUE
               WHEN GRACE-ADE-EXIT
                   CONTINUE
               WHEN GRACE-ADE-APPROVE-FN
                   IF GRACE-OPS-MAY-APPROVE
                       PERFORM 4000-REVIEW-PENDING
                   ELSE
                       DISPLAY "APPROVING ADJUSTMENTS NEEDS LEVEL 3"
                   END-IF
               WHEN GRACE-ADE-ENTER
                   IF GRACE-ADE-CONFIRMED
                       PERFORM 3000-ENTER-ADJUSTMENT
                   ELSE
                       DISPLAY "NOT CONFIRMED - NOTHING KEYED"
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN FUNCTION - KEY E, A OR X"
           END-EVALUATE.

       2500-EDIT-KEYED-FIELDS.
           MOVE 'Y' TO GRACE-ADE-EDIT-OK-SW.
           IF GRACE-ADE-IN-ID NOT NUMERIC
               MOVE 'N' TO GRACE-ADE-EDIT-OK-SW
               DISPLAY "ACCOUNT NUMBER MUST BE NUMERIC - KEYED: "
                   GRACE-ADE-IN-ID
           ELSE
               PERFORM 2700-FIND-ACCOUNT
               PERFORM 2800-FIND-CUSTOMER
               EVALUATE TRUE
                   WHEN GRACE-ADE-ACCOUNT-CLOSED
                       MOVE 'N' TO GRACE-ADE-EDIT-OK-SW
                       DISPLAY "ACCOUNT " GRACE-ADE-IN-ID
                           " IS CLOSED"
                   WHEN NOT GRACE-ADE-CUSTOMER-FOUND
                       MOVE 'N' TO GRACE-ADE-EDIT-OK-SW
                       DISPLAY "ACCOUNT " GRACE-ADE-IN-ID
                           " - CUSTOMER " GRACE-ADE-OWNER-ID
                           " NOT ON GRACECSK"
               END-EVALUATE
           END-IF.
           IF NOT GRACE-ADE-VALID-SIGN
               MOVE 'N' TO GRACE-ADE-EDIT-OK-SW
               DISPLAY "SIGN MUST BE + OR -"
           END-IF.
           IF GRACE-ADE-IN-AMOUNT NOT NUMERIC
               MOVE 'N' TO GRACE-ADE-EDIT-OK-SW
               DISPLAY "AMOUNT MUST BE NINE DIGITS - KEYED: "
                   GRACE-ADE-IN-AMOUNT
           ELSE
               IF GRACE-ADE-IN-AMOUNT-NUM = ZERO
                   MOVE 'N' TO GRACE-ADE-EDIT-OK-SW
                   DISPLAY "AMOUNT MUST BE NON-ZERO"
               END-IF
           END-IF.
           MOVE GRACE-ADE-IN-REASON TO GRACE-ADJ-REASON.
           IF NOT GRACE-ADJ-VALID-REASON
               MOVE 'N' TO GRACE-ADE-EDIT-OK-SW
               DISPLAY "REASON MUST BE GW, EC, FR, IR OR OT"
           END-IF.
           IF GRACE-ADE-IN-COMMENT = SPACES
               MOVE 'N' TO GRACE-ADE-EDIT-OK-SW
               DISPLAY "A COMMENT IS REQUIRED"
           END-IF.

      *An account GRACEACT does not know is its own customer's.
       2700-FIND-ACCOUNT.
           MOVE GRACE-ADE-IN-ID-NUM TO GRACE-ADE-OWNER-ID.
           MOVE 'N' TO GRACE-ADE-CLOSED-SW.
           OPEN INPUT GRACE-ACT-FILE.
           IF GRACE-ACT-OK
               MOVE GRACE-ADE-IN-ID-NUM TO GRACE-ACT-NUMBER
               READ GRACE-ACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GRACE-ACT-CUST-ID TO GRACE-ADE-OWNER-ID
                       IF GRACE-ACT-CLOSED
                           SET GRACE-ADE-ACCOUNT-CLOSED TO TRUE
                       END-IF
               END-READ
               CLOSE GRACE-ACT-FILE
           END-IF.

       2800-FIND-CUSTOMER.
           MOVE 'N' TO GRACE-ADE-CUSTOMER-SW.
           OPEN INPUT GRACE-CST-FILE.
           IF GRACE-CST-OK
               MOVE GRACE-ADE-OWNER-ID TO GRACE-CST-ID
               READ GRACE-CST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET GRACE-ADE-CUSTOMER-FOUND TO TRUE
               END-READ
               CLOSE GRACE-CST-FILE
           END-IF.

      *----------------------------------------------------------
      * 3000-ENTER-ADJUSTMENT writes the keyed adjustment -
      * approved when it is within the operator's limit, pending
      * for a checker when it is not.
      *----------------------------------------------------------
       3000-ENTER-ADJUSTMENT.
           PERFORM 2500-EDIT-KEYED-FIELDS.
           IF GRACE-ADE-EDIT-OK
               MOVE SPACES TO GRACE-ADJ-REC
               MOVE GRACE-ADE-TODAY TO GRACE-ADJ-ENTRY-DATE
               ACCEPT GRACE-ADE-TIME-RAW FROM TIME
               COMPUTE GRACE-ADJ-ENTRY-TIME =
                   GRACE-ADE-TIME-RAW / 100
               MOVE GRACE-OPS-SIGNON-ID TO GRACE-ADJ-MAKER-ID
               MOVE GRACE-ADE-IN-ID-NUM TO GRACE-ADJ-ACCOUNT
               MOVE GRACE-ADE-IN-SIGN TO GRACE-ADJ-AMT-SIGN
               MOVE GRACE-ADE-IN-AMOUNT-NUM TO GRACE-ADJ-AMOUNT
               MOVE GRACE-ADE-IN-REASON TO GRACE-ADJ-REASON
               MOVE GRACE-ADE-IN-COMMENT TO GRACE-ADJ-COMMENT
               MOVE ZERO TO GRACE-ADJ-CHECK-DATE
               MOVE ZERO TO GRACE-ADJ-RELEASE-DATE
               IF GRACE-ADJ-AMOUNT > GRACE-ADE-MY-LIMIT
                   MOVE 'P' TO GRACE-ADJ-STATE
               ELSE
                   MOVE 'A' TO GRACE-ADJ-STATE
                   MOVE GRACE-ADE-TODAY TO GRACE-ADJ-CHECK-DATE
               END-IF
               WRITE GRACE-ADJ-REC
                   INVALID KEY
                       DISPLAY "AN ADJUSTMENT WAS KEYED THIS SECOND "
                           "- KEY IT AGAIN"
                   NOT INVALID KEY
                       PERFORM 3100-CONFIRM-ENTRY
               END-WRITE
           END-IF.

       3100-CONFIRM-ENTRY.
           ADD 1 TO GRACE-ADE-KEYED-COUNT.
           MOVE "KEYED" TO GRACE-CHG-FIELD-NAME.
           PERFORM 5000-WRITE-CHANGE-RECORD.
           IF GRACE-ADJ-PENDING
               ADD 1 TO GRACE-ADE-PENDING-COUNT
               DISPLAY "ADJUSTMENT FOR " GRACE-ADJ-ACCOUNT
                   " IS OVER YOUR LIMIT - PENDING APPROVAL BY "
                   "ANOTHER OPERATOR"
           ELSE
               DISPLAY "ADJUSTMENT FOR " GRACE-ADJ-ACCOUNT
                   " APPROVED - RELEASED ON THE NEXT NIGHTLY RUN"
           END-IF.

      *----------------------------------------------------------
      * 4000-REVIEW-PENDING walks the pending adjustments. The
      * maker's own are shown but cannot be decided by them.
      *----------------------------------------------------------
       4000-REVIEW-PENDING.
           MOVE 'N' TO GRACE-ADJ-EOF-SW.
           MOVE LOW-VALUES TO GRACE-ADJ-KEY.
           START GRACE-ADJ-FILE
               KEY IS >= GRACE-ADJ-KEY
               INVALID KEY
                   SET GRACE-ADJ-END-OF-FILE TO TRUE
           END-START.
           PERFORM 4100-READ-ADJUSTMENT.
           PERFORM 4200-REVIEW-ONE-ADJUSTMENT
               UNTIL GRACE-ADJ-END-OF-FILE.

       4100-READ-ADJUSTMENT.
           IF NOT GRACE-ADJ-END-OF-FILE
               READ GRACE-ADJ-FILE NEXT RECORD
                   AT END
                       SET GRACE-ADJ-END-OF-FILE TO TRUE
               END-READ
           END-IF.

       4200-REVIEW-ONE-ADJUSTMENT.
           IF GRACE-ADJ-PENDING
               MOVE 'S' TO GRACE-ADE-ACTION
               DISPLAY GRACE-ADE-REVIEW-SCREEN
               ACCEPT GRACE-ADE-REVIEW-SCREEN
               EVALUATE TRUE
                   WHEN (GRACE-ADE-APPROVE OR GRACE-ADE-REJECT)
                           AND GRACE-ADJ-MAKER-ID
                           = GRACE-OPS-SIGNON-ID
                       DISPLAY "MAKER MAY NOT CHECK THEIR OWN "
                           "ADJUSTMENT - LEFT PENDING"
                   WHEN GRACE-ADE-APPROVE
                       MOVE 'A' TO GRACE-ADJ-STATE
                       ADD 1 TO GRACE-ADE-APPROVED-COUNT
                       PERFORM 4300-RECORD-DECISION
                       DISPLAY "APPROVED - RELEASED ON THE NEXT "
                           "NIGHTLY RUN"
                   WHEN GRACE-ADE-REJECT
                       MOVE 'R' TO GRACE-ADJ-STATE
                       ADD 1 TO GRACE-ADE-REJECTED-COUNT
                       PERFORM 4300-RECORD-DECISION
                       DISPLAY "REJECTED - NOTHING WILL POST"
                   WHEN OTHER
                       DISPLAY "ADJUSTMENT LEFT PENDING"
               END-EVALUATE
           END-IF.
           PERFORM 4100-READ-ADJUSTMENT.

       4300-RECORD-DECISION.
           MOVE GRACE-OPS-SIGNON-ID TO GRACE-ADJ-CHECKER-ID.
           MOVE GRACE-ADE-TODAY TO GRACE-ADJ-CHECK-DATE.
           REWRITE GRACE-ADJ-REC.
           IF GRACE-ADJ-APPROVED
               MOVE "APPROVE" TO GRACE-CHG-FIELD-NAME
           ELSE
               MOVE "REJECT" TO GRACE-CHG-FIELD-NAME
           END-IF.
           PERFORM 5000-WRITE-CHANGE-RECORD.

      *----------------------------------------------------------
      * 5000-WRITE-CHANGE-RECORD stamps the adjustment on
      * GRACECHG: the maker and reason before, the account and
      * signed amount after. The caller sets the field name.
      *----------------------------------------------------------
       5000-WRITE-CHANGE-RECORD.
           MOVE "GRACEADJ" TO GRACE-CHG-FILE-NAME.
           MOVE SPACES TO GRACE-CHG-OLD-VALUE.
           STRING GRACE-ADJ-MAKER-ID DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               GRACE-ADJ-REASON DELIMITED BY SIZE
               INTO GRACE-CHG-OLD-VALUE
           END-STRING.
           MOVE GRACE-ADJ-ACCOUNT TO GRACE-ADE-SUM-ID.
           MOVE GRACE-ADJ-AMT-SIGN TO GRACE-ADE-SUM-SIGN.
           MOVE GRACE-ADJ-AMOUNT TO GRACE-ADE-SUM-AMOUNT.
           MOVE GRACE-ADE-SUMMARY TO GRACE-CHG-NEW-VALUE.
           PERFORM 8900-WRITE-CHANGE-RECORD.

           COPY GRACEOPSP.

           COPY GRACECHGP.
