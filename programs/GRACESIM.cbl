       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACESIM.
      *----------------------------------------------------------
      * GRACESIM is the maintenance screen for the GRACESIN
      * standing-instruction master that GRACESIG generates from
      * each night. An instruction is keyed by the account it
      * posts to and a two-digit instruction number and carries
      * the op code (C change or P posting), site, signed amount,
      * currency, value, frequency (W weekly, M monthly, Q
      * quarterly, A annually), next due date and an optional end
      * date.
      *
      * Functions are A add, C change, D delete and I inquire.
      * An add must name an account GRACEACT does not show closed
      * and whose owning customer is on GRACECSK - an account
      * GRACEACT does not know is the first account of the
      * customer with that number - and key every field but the
      * end date and currency; a change replaces only the fields
      * keyed, so a clerk moving a due date keys just the date.
      * The state field holds an instruction (S) or resumes it
      * (A) - the way back for one GRACESIG suspended when its
      * account closed or its customer went missing. A new next
      * due date sets the due day the schedule returns to, must
      * not be before today, and clears the record's last-run
      * fields, so a rerun of tonight's generator starts from
      * what was keyed rather than from what the first run saw.
      *
      * Entry is gated by GRACEOSC like the other screens: level
      * 1 may inquire, level 2 and up may update. Every accepted
      * update writes a GRACECHG record - the field name is SI
      * with the account and instruction number, the old and new
      * values the op, signed amount, frequency and state.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT GRACE-SIN-FILE ASSIGN TO GRACESIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-SIN-KEY
               FILE STATUS IS GRACE-SIN-STATUS.
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
       FD  GRACE-CST-FILE.
       01 GRACE-CST-REC.
           05 GRACE-CST-ID PIC 9(06).
           05 FILLER PIC X(74).

       FD  GRACE-ACT-FILE.
           COPY GRACEACT.

       FD  GRACE-SIN-FILE.
           COPY GRACESIN.

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

       01 GRACE-CST-STATUS PIC X(02).
           88 GRACE-CST-OK VALUE '00'.
           88 GRACE-CST-NOT-FOUND VALUE '35'.

       01 GRACE-ACT-STATUS PIC X(02).
           88 GRACE-ACT-OK VALUE '00'.
           88 GRACE-ACT-NOT-FOUND VALUE '35'.

       01 GRACE-SIN-STATUS PIC X(02).
           88 GRACE-SIN-OK VALUE '00'.
           88 GRACE-SIN-NOT-FOUND VALUE '35'.

       01 GRACE-SIM-TODAY PIC 9(08) VALUE ZERO.

       01 GRACE-SIM-FUNCTION PIC X(01) VALUE SPACE.
           88 GRACE-SIM-ADD VALUE 'A' 'a'.
           88 GRACE-SIM-CHANGE VALUE 'C' 'c'.
           88 GRACE-SIM-DELETE VALUE 'D' 'd'.
           88 GRACE-SIM-INQUIRE VALUE 'I' 'i'.
           88 GRACE-SIM-EXIT VALUE 'X' 'x'.

      *Keyed fields - blank on a change leaves the field alone.
       01 GRACE-SIM-IN-ID PIC X(06) VALUE SPACES.
       01 GRACE-SIM-IN-ID-NUM REDEFINES GRACE-SIM-IN-ID PIC 9(06).
       01 GRACE-SIM-IN-SEQ PIC X(02) VALUE SPACES.
       01 GRACE-SIM-IN-SEQ-NUM REDEFINES GRACE-SIM-IN-SEQ
           PIC 9(02).
       01 GRACE-SIM-IN-OP PIC X(01) VALUE SPACE.
           88 GRACE-SIM-VALID-OP VALUE 'C' 'P'.
       01 GRACE-SIM-IN-SITE PIC X(02) VALUE SPACES.
       01 GRACE-SIM-IN-SIGN PIC X(01) VALUE SPACE.
           88 GRACE-SIM-VALID-SIGN VALUE '+' '-'.
       01 GRACE-SIM-IN-AMOUNT PIC X(09) VALUE SPACES.
       01 GRACE-SIM-IN-AMOUNT-NUM REDEFINES GRACE-SIM-IN-AMOUNT
           PIC 9(09).
       01 GRACE-SIM-IN-CURRENCY PIC X(03) VALUE SPACES.
       01 GRACE-SIM-IN-VALUE PIC X(30) VALUE SPACES.
       01 GRACE-SIM-IN-FREQUENCY PIC X(01) VALUE SPACE.
           88 GRACE-SIM-VALID-FREQUENCY VALUE 'W' 'M' 'Q' 'A'.
       01 GRACE-SIM-IN-NEXT-DUE PIC X(08) VALUE SPACES.
       01 GRACE-SIM-IN-NEXT-DUE-NUM REDEFINES GRACE-SIM-IN-NEXT-DUE
           PIC 9(08).
       01 GRACE-SIM-IN-END-DATE PIC X(08) VALUE SPACES.
       01 GRACE-SIM-IN-END-DATE-NUM REDEFINES GRACE-SIM-IN-END-DATE
           PIC 9(08).
       01 GRACE-SIM-IN-STATE PIC X(01) VALUE SPACE.
           88 GRACE-SIM-VALID-STATE VALUE 'A' 'S'.
       01 GRACE-SIM-CONFIRM PIC X(01) VALUE 'N'.
           88 GRACE-SIM-CONFIRMED VALUE 'Y' 'y'.

       01 GRACE-SIM-EDIT-OK-SW PIC X(01) VALUE 'Y'.
           88 GRACE-SIM-EDIT-OK VALUE 'Y'.

       01 GRACE-SIM-ON-FILE-SW PIC X(01) VALUE 'N'.
           88 GRACE-SIM-ON-FILE VALUE 'Y'.

       01 GRACE-SIM-CUSTOMER-SW PIC X(01) VALUE 'N'.
           88 GRACE-SIM-CUSTOMER-FOUND VALUE 'Y'.

       01 GRACE-SIM-OWNER-ID PIC 9(06) VALUE ZERO.

       01 GRACE-SIM-CLOSED-SW PIC X(01) VALUE 'N'.
           88 GRACE-SIM-ACCOUNT-CLOSED VALUE 'Y'.

      *A keyed date broken out for the calendar edit.
       01 GRACE-SIM-DATE-CHECK PIC 9(08) VALUE ZERO.
       01 GRACE-SIM-DATE-PARTS REDEFINES GRACE-SIM-DATE-CHECK.
           05 GRACE-SIM-DATE-YEAR PIC 9(04).
           05 GRACE-SIM-DATE-MONTH PIC 9(02).
           05 GRACE-SIM-DATE-DAY PIC 9(02).
       01 GRACE-SIM-DATE-OK-SW PIC X(01) VALUE 'N'.
           88 GRACE-SIM-DATE-VALID VALUE 'Y'.

      *The instruction summarised for the change record.
       01 GRACE-SIM-SUMMARY.
           05 GRACE-SIM-SUM-OP PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-SIM-SUM-SIGN PIC X(01).
           05 GRACE-SIM-SUM-AMOUNT PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-SIM-SUM-FREQUENCY PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-SIM-SUM-STATE PIC X(01).
           05 FILLER PIC X(02) VALUE SPACES.

       01 GRACE-SIM-OLD-SUMMARY PIC X(18) VALUE SPACES.
       01 GRACE-SIM-NEW-SUMMARY PIC X(18) VALUE SPACES.

       01 GRACE-SIM-UPDATE-COUNT PIC 9(04) VALUE ZERO.

       SCREEN SECTION.
       01 GRACE-SIM-SIGNON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10
               VALUE "STANDING INSTRUCTIONS SIGN-ON".
           05 LINE 4 COLUMN 10 VALUE "OPERATOR ID.........: ".
           05 LINE 4 COLUMN 32 PIC X(08) TO GRACE-OPS-SIGNON-ID.
           05 LINE 5 COLUMN 10 VALUE "PASSWORD............: ".
           05 LINE 5 COLUMN 32 PIC X(08) TO GRACE-OPS-SIGNON-PWD
               SECURE.

       01 GRACE-SIM-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10
               VALUE "GRACESIN STANDING INSTRUCTIONS".
           05 LINE 4 COLUMN 10
               VALUE "FUNCTION (A/C/D/I, X=EXIT): ".
           05 LINE 4 COLUMN 38 PIC X(01) TO GRACE-SIM-FUNCTION.
           05 LINE 6 COLUMN 10 VALUE "ACCOUNT NUMBER......: ".
           05 LINE 6 COLUMN 32 PIC X(06) TO GRACE-SIM-IN-ID.
           05 LINE 7 COLUMN 10 VALUE "INSTRUCTION NO......: ".
           05 LINE 7 COLUMN 32 PIC X(02) TO GRACE-SIM-IN-SEQ.
           05 LINE 8 COLUMN 10 VALUE "OP CODE (C/P).......: ".
           05 LINE 8 COLUMN 32 PIC X(01) TO GRACE-SIM-IN-OP.
           05 LINE 9 COLUMN 10 VALUE "SITE................: ".
           05 LINE 9 COLUMN 32 PIC X(02) TO GRACE-SIM-IN-SITE.
           05 LINE 10 COLUMN 10 VALUE "SIGN (+/-)..........: ".
           05 LINE 10 COLUMN 32 PIC X(01) TO GRACE-SIM-IN-SIGN.
           05 LINE 11 COLUMN 10 VALUE "AMOUNT..............: ".
           05 LINE 11 COLUMN 32 PIC X(09) TO GRACE-SIM-IN-AMOUNT.
           05 LINE 12 COLUMN 10 VALUE "CURRENCY............: ".
           05 LINE 12 COLUMN 32 PIC X(03) TO GRACE-SIM-IN-CURRENCY.
           05 LINE 13 COLUMN 10 VALUE "VALUE...............: ".
           05 LINE 13 COLUMN 32 PIC X(30) TO GRACE-SIM-IN-VALUE.
           05 LINE 14 COLUMN 10 VALUE "FREQUENCY (W/M/Q/A).: ".
           05 LINE 14 COLUMN 32 PIC X(01)
               TO GRACE-SIM-IN-FREQUENCY.
           05 LINE 15 COLUMN 10 VALUE "NEXT DUE (YYYYMMDD).: ".
           05 LINE 15 COLUMN 32 PIC X(08) TO GRACE-SIM-IN-NEXT-DUE.
           05 LINE 16 COLUMN 10 VALUE "END DATE (YYYYMMDD).: ".
           05 LINE 16 COLUMN 32 PIC X(08) TO GRACE-SIM-IN-END-DATE.
           05 LINE 17 COLUMN 10 VALUE "STATE (A/S).........: ".
           05 LINE 17 COLUMN 32 PIC X(01) TO GRACE-SIM-IN-STATE.
           05 LINE 18 COLUMN 10 VALUE "CONFIRM (Y/N).......: ".
           05 LINE 18 COLUMN 32 PIC X(01) TO GRACE-SIM-CONFIRM.

       PROCEDURE DIVISION.
       MAIN SECTION.
           ACCEPT GRACE-SIM-TODAY FROM DATE YYYYMMDD.
           PERFORM 7070-NOTE-TRAINING-SESSION.
           DISPLAY GRACE-SIM-SIGNON-SCREEN.
           ACCEPT GRACE-SIM-SIGNON-SCREEN.
           PERFORM 7000-VERIFY-OPERATOR.
           IF GRACE-OPS-NO-ACCESS
               DISPLAY "OPERATOR " GRACE-OPS-SIGNON-ID
                   " NOT AUTHORIZED - SESSION ENDED"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O GRACE-SIN-FILE.
           IF GRACE-SIN-NOT-FOUND
               OPEN OUTPUT GRACE-SIN-FILE
               CLOSE GRACE-SIN-FILE
               OPEN I-O GRACE-SIN-FILE
           END-IF.
           PERFORM 2000-TAKE-ONE-FUNCTION
               UNTIL GRACE-SIM-EXIT.
           CLOSE GRACE-SIN-FILE.
           DISPLAY "STANDING INSTRUCTION UPDATES THIS SESSION: "
               GRACE-SIM-UPDATE-COUNT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------
      * 2000-TAKE-ONE-FUNCTION presents the screen and applies one
      * function. Inquiry needs no confirm and no update level.
      *----------------------------------------------------------
       2000-TAKE-ONE-FUNCTION.
           MOVE SPACE TO GRACE-SIM-FUNCTION.
           MOVE SPACES TO GRACE-SIM-IN-ID.
           MOVE SPACES TO GRACE-SIM-IN-SEQ.
           MOVE SPACE TO GRACE-SIM-IN-OP.
           MOVE SPACES TO GRACE-SIM-IN-SITE.
           MOVE SPACE TO GRACE-SIM-IN-SIGN.
           MOVE SPACES TO GRACE-SIM-IN-AMOUNT.
           MOVE SPACES TO GRACE-SIM-IN-CURRENCY.
           MOVE SPACES TO GRACE-SIM-IN-VALUE.
           MOVE SPACE TO GRACE-SIM-IN-FREQUENCY.
           MOVE SPACES TO GRACE-SIM-IN-NEXT-DUE.
           MOVE SPACES TO GRACE-SIM-IN-END-DATE.
           MOVE SPACE TO GRACE-SIM-IN-STATE.
           MOVE 'N' TO GRACE-SIM-CONFIRM.
           DISPLAY GRACE-SIM-SCREEN.
           ACCEPT GRACE-SIM-SCREEN.
           EVALUATE TRUE
               WHEN GRACE-SIM-EXIT
                   CONTINUE
               WHEN GRACE-SIM-INQUIRE
                   PERFORM 3900-SHOW-INSTRUCTION
               WHEN NOT GRACE-SIM-CONFIRMED
                   DISPLAY "NOT CONFIRMED - NO UPDATE APPLIED"
               WHEN NOT GRACE-OPS-MAY-UPDATE
                   DISPLAY "OPERATOR " GRACE-OPS-SIGNON-ID
                       " IS INQUIRY ONLY - NO UPDATE APPLIED"
               WHEN GRACE-SIM-ADD
                   PERFORM 3000-APPLY-ADD
               WHEN GRACE-SIM-CHANGE
                   PERFORM 3300-APPLY-CHANGE
               WHEN GRACE-SIM-DELETE
                   PERFORM 3600-APPLY-DELETE
               WHEN OTHER
                   DISPLAY "UNKNOWN FUNCTION - KEY A, C, D, I OR X"
           END-EVALUATE.

      *----------------------------------------------------------
      * 2500-EDIT-KEYED-FIELDS checks whatever was keyed; 2550
      * then checks the instruction as it would stand, so a
      * change that keys one field is judged with the rest.
      *----------------------------------------------------------
       2500-EDIT-KEYED-FIELDS.
           MOVE 'Y' TO GRACE-SIM-EDIT-OK-SW.
           IF GRACE-SIM-IN-ID NOT NUMERIC
               MOVE 'N' TO GRACE-SIM-EDIT-OK-SW
               DISPLAY "ACCOUNT NUMBER MUST BE NUMERIC - KEYED: "
                   GRACE-SIM-IN-ID
           ELSE
               IF GRACE-SIM-IN-ID-NUM = ZERO
                   MOVE 'N' TO GRACE-SIM-EDIT-OK-SW
                   DISPLAY "ACCOUNT NUMBER MUST BE NON-ZERO"
               END-IF
           END-IF.
           IF GRACE-SIM-IN-SEQ NOT NUMERIC
               MOVE 'N' TO GRACE-SIM-EDIT-OK-SW
               DISPLAY "INSTRUCTION NO MUST BE TWO DIGITS - KEYED: "
                   GRACE-SIM-IN-SEQ
           END-IF.
           IF GRACE-SIM-IN-OP NOT = SPACE
                   AND NOT GRACE-SIM-VALID-OP
               MOVE 'N' TO GRACE-SIM-EDIT-OK-SW
               DISPLAY "OP CODE MUST BE C OR P"
           END-IF.
           IF GRACE-SIM-IN-SIGN NOT = SPACE
                   AND NOT GRACE-SIM-VALID-SIGN
               MOVE 'N' TO GRACE-SIM-EDIT-OK-SW
               DISPLAY "SIGN MUST BE + OR -"
           END-IF.
           IF GRACE-SIM-IN-AMOUNT NOT = SPACES
                   AND GRACE-SIM-IN-AMOUNT NOT NUMERIC
               MOVE 'N' TO GRACE-SIM-EDIT-OK-SW
               DISPLAY "AMOUNT MUST BE NINE DIGITS - KEYED: "
                   GRACE-SIM-IN-AMOUNT
           END-IF.
           IF GRACE-SIM-IN-FREQUENCY NOT = SPACE
                   AND NOT GRACE-SIM-VALID-FREQUENCY
               MOVE 'N' TO GRACE-SIM-EDIT-OK-SW
               DISPLAY "FREQUENCY MUST BE W, M, Q OR A"
           END-IF.
           IF GRACE-SIM-IN-NEXT-DUE NOT = SPACES
               MOVE 'N' TO GRACE-SIM-DATE-OK-SW
               IF GRACE-SIM-IN-NEXT-DUE NUMERIC
                   MOVE GRACE-SIM-IN-NEXT-DUE-NUM
                       TO GRACE-SIM-DATE-CHECK
                   PERFORM 2600-CHECK-DATE
               END-IF
               IF NOT GRACE-SIM-DATE-VALID
                   MOVE 'N' TO GRACE-SIM-EDIT-OK-SW
                   DISPLAY "NEXT DUE IS NOT A DATE - KEYED: "
                       GRACE-SIM-IN-NEXT-DUE
               ELSE
                   IF GRACE-SIM-IN-NEXT-DUE-NUM < GRACE-SIM-TODAY
                       MOVE 'N' TO GRACE-SIM-EDIT-OK-SW
                       DISPLAY "NEXT DUE MUST NOT BE BEFORE TODAY"
                   END-IF
               END-IF
           END-IF.
           IF GRACE-SIM-IN-END-DATE NOT = SPACES
               MOVE 'N' TO GRACE-SIM-DATE-OK-SW
               IF GRACE-SIM-IN-END-DATE NUMERIC
                   MOVE GRACE-SIM-IN-END-DATE-NUM
                       TO GRACE-SIM-DATE-CHECK
                   IF GRACE-SIM-DATE-CHECK = ZERO
                       SET GRACE-SIM-DATE-VALID TO TRUE
                   ELSE
                       PERFORM 2600-CHECK-DATE
                   END-IF
               END-IF
               IF NOT GRACE-SIM-DATE-VALID
                   MOVE 'N' TO GRACE-SIM-EDIT-OK-SW
                   DISPLAY "END DATE IS NOT A DATE - KEYED: "
                       GRACE-SIM-IN-END-DATE
               END-IF
           END-IF.
           IF GRACE-SIM-IN-STATE NOT = SPACE
                   AND NOT GRACE-SIM-VALID-STATE
               MOVE 'N' TO GRACE-SIM-EDIT-OK-SW
               DISPLAY "STATE MUST BE A (ACTIVE) OR S (SUSPENDED)"
           END-IF.

       2550-EDIT-INSTRUCTION.
           IF GRACE-SIN-SITE-CODE = SPACES
               MOVE 'N' TO GRACE-SIM-EDIT-OK-SW
               DISPLAY "SITE MUST NOT BE BLANK"
           END-IF.
           IF GRACE-SIN-OP-CODE = 'P'
                   AND (GRACE-SIN-AMT-SIGN = SPACE
                    OR GRACE-SIN-AMOUNT = ZERO)
               MOVE 'N' TO GRACE-SIM-EDIT-OK-SW
               DISPLAY "A POSTING NEEDS A SIGN AND A NON-ZERO AMOUNT"
           END-IF.
           IF GRACE-SIN-OP-CODE = 'C'
                   AND GRACE-SIN-VALUE = SPACES
               MOVE 'N' TO GRACE-SIM-EDIT-OK-SW
               DISPLAY "A CHANGE NEEDS THE VALUE IT SETS"
           END-IF.
           IF GRACE-SIN-AMT-SIGN NOT = SPACE
                   AND GRACE-SIN-AMOUNT = ZERO
               MOVE 'N' TO GRACE-SIM-EDIT-OK-SW
               DISPLAY "A SIGN NEEDS A NON-ZERO AMOUNT"
           END-IF.
           IF GRACE-SIN-AMT-SIGN = SPACE
                   AND GRACE-SIN-AMOUNT NOT = ZERO
               MOVE 'N' TO GRACE-SIM-EDIT-OK-SW
               DISPLAY "AN AMOUNT NEEDS A SIGN"
           END-IF.
           IF GRACE-SIN-FREQUENCY = SPACE
               MOVE 'N' TO GRACE-SIM-EDIT-OK-SW
               DISPLAY "FREQUENCY MUST NOT BE BLANK"
           END-IF.
           IF GRACE-SIN-NEXT-DUE = ZERO
               MOVE 'N' TO GRACE-SIM-EDIT-OK-SW
               DISPLAY "NEXT DUE MUST NOT BE BLANK"
           END-IF.
           IF GRACE-SIN-END-DATE NOT = ZERO
                   AND GRACE-SIN-END-DATE < GRACE-SIN-NEXT-DUE
               MOVE 'N' TO GRACE-SIM-EDIT-OK-SW
               DISPLAY "END DATE MUST NOT BE BEFORE NEXT DUE"
           END-IF.

       2600-CHECK-DATE.
           MOVE 'N' TO GRACE-SIM-DATE-OK-SW.
           IF GRACE-SIM-DATE-YEAR >= 1601
                   AND GRACE-SIM-DATE-MONTH >= 1
                   AND GRACE-SIM-DATE-MONTH <= 12
                   AND GRACE-SIM-DATE-DAY >= 1
                   AND GRACE-SIM-DATE-DAY <= 31
               SET GRACE-SIM-DATE-VALID TO TRUE
           END-IF.

       2700-READ-INSTRUCTION.
           MOVE GRACE-SIM-IN-ID-NUM TO GRACE-SIN-ACCOUNT.
           MOVE GRACE-SIM-IN-SEQ-NUM TO GRACE-SIN-SEQ.
           READ GRACE-SIN-FILE
               INVALID KEY
                   MOVE 'N' TO GRACE-SIM-ON-FILE-SW
               NOT INVALID KEY
                   MOVE 'Y' TO GRACE-SIM-ON-FILE-SW
           END-READ.

      *An account GRACEACT does not know is its own customer's.
       2750-FIND-ACCOUNT.
           MOVE GRACE-SIM-IN-ID-NUM TO GRACE-SIM-OWNER-ID.
           MOVE 'N' TO GRACE-SIM-CLOSED-SW.
           OPEN INPUT GRACE-ACT-FILE.
           IF GRACE-ACT-OK
               MOVE GRACE-SIM-IN-ID-NUM TO GRACE-ACT-NUMBER
               READ GRACE-ACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GRACE-ACT-CUST-ID TO GRACE-SIM-OWNER-ID
                       IF GRACE-ACT-CLOSED
                           SET GRACE-SIM-ACCOUNT-CLOSED TO TRUE
                       END-IF
               END-READ
               CLOSE GRACE-ACT-FILE
           END-IF.

       2800-FIND-CUSTOMER.
           MOVE 'N' TO GRACE-SIM-CUSTOMER-SW.
           OPEN INPUT GRACE-CST-FILE.
           IF GRACE-CST-OK
               MOVE GRACE-SIM-OWNER-ID TO GRACE-CST-ID
               READ GRACE-CST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET GRACE-SIM-CUSTOMER-FOUND TO TRUE
               END-READ
               CLOSE GRACE-CST-FILE
           END-IF.

      *----------------------------------------------------------
      * 2900-APPLY-KEYED-FIELDS lays the keyed fields over the
      * record. A new next due date resets the due day and the
      * last-run fields.
      *----------------------------------------------------------
       2900-APPLY-KEYED-FIELDS.
           IF GRACE-SIM-IN-OP NOT = SPACE
               MOVE GRACE-SIM-IN-OP TO GRACE-SIN-OP-CODE
           END-IF.
           IF GRACE-SIM-IN-SITE NOT = SPACES
               MOVE GRACE-SIM-IN-SITE TO GRACE-SIN-SITE-CODE
           END-IF.
           IF GRACE-SIM-IN-SIGN NOT = SPACE
               MOVE GRACE-SIM-IN-SIGN TO GRACE-SIN-AMT-SIGN
           END-IF.
           IF GRACE-SIM-IN-AMOUNT NOT = SPACES
               MOVE GRACE-SIM-IN-AMOUNT-NUM TO GRACE-SIN-AMOUNT
           END-IF.
           IF GRACE-SIM-IN-CURRENCY NOT = SPACES
               MOVE GRACE-SIM-IN-CURRENCY TO GRACE-SIN-CURRENCY
           END-IF.
           IF GRACE-SIM-IN-VALUE NOT = SPACES
               MOVE GRACE-SIM-IN-VALUE TO GRACE-SIN-VALUE
           END-IF.
           IF GRACE-SIM-IN-FREQUENCY NOT = SPACE
               MOVE GRACE-SIM-IN-FREQUENCY TO GRACE-SIN-FREQUENCY
           END-IF.
           IF GRACE-SIM-IN-NEXT-DUE NOT = SPACES
               MOVE GRACE-SIM-IN-NEXT-DUE-NUM TO GRACE-SIN-NEXT-DUE
               MOVE GRACE-SIM-IN-NEXT-DUE-NUM TO GRACE-SIM-DATE-CHECK
               MOVE GRACE-SIM-DATE-DAY TO GRACE-SIN-DUE-DAY
               MOVE ZERO TO GRACE-SIN-LAST-RUN
               MOVE ZERO TO GRACE-SIN-PRIOR-DUE
               MOVE SPACE TO GRACE-SIN-PRIOR-STATE
           END-IF.
           IF GRACE-SIM-IN-END-DATE NOT = SPACES
               MOVE GRACE-SIM-IN-END-DATE-NUM TO GRACE-SIN-END-DATE
           END-IF.
           IF GRACE-SIM-IN-STATE NOT = SPACE
                   AND GRACE-SIM-IN-STATE NOT = GRACE-SIN-STATE
               MOVE GRACE-SIM-IN-STATE TO GRACE-SIN-STATE
               MOVE GRACE-SIM-TODAY TO GRACE-SIN-STATE-DATE
               MOVE ZERO TO GRACE-SIN-LAST-RUN
               MOVE ZERO TO GRACE-SIN-PRIOR-DUE
               MOVE SPACE TO GRACE-SIN-PRIOR-STATE
           END-IF.
           MOVE GRACE-SIM-TODAY TO GRACE-SIN-MAINT-DATE.
           MOVE GRACE-OPS-SIGNON-ID TO GRACE-SIN-MAINT-OPER.

       3000-APPLY-ADD.
           PERFORM 2500-EDIT-KEYED-FIELDS.
           IF GRACE-SIM-EDIT-OK
               PERFORM 2700-READ-INSTRUCTION
               PERFORM 2750-FIND-ACCOUNT
               PERFORM 2800-FIND-CUSTOMER
               EVALUATE TRUE
                   WHEN GRACE-SIM-ON-FILE
                       DISPLAY "INSTRUCTION " GRACE-SIM-IN-ID "-"
                           GRACE-SIM-IN-SEQ
                           " ALREADY ON FILE - ADD REJECTED"
                   WHEN GRACE-SIM-ACCOUNT-CLOSED
                       DISPLAY "ACCOUNT " GRACE-SIM-IN-ID
                           " IS CLOSED - ADD REJECTED"
                   WHEN NOT GRACE-SIM-CUSTOMER-FOUND
                       DISPLAY "ACCOUNT " GRACE-SIM-IN-ID
                           " - CUSTOMER " GRACE-SIM-OWNER-ID
                           " NOT ON GRACECSK - ADD REJECTED"
                   WHEN GRACE-SIM-IN-OP = SPACE
                       DISPLAY "OP CODE MUST BE KEYED ON AN ADD"
                   WHEN GRACE-SIM-IN-NEXT-DUE = SPACES
                       DISPLAY "NEXT DUE MUST BE KEYED ON AN ADD"
                   WHEN OTHER
                       MOVE SPACES TO GRACE-SIN-REC
                       MOVE GRACE-SIM-IN-ID-NUM TO GRACE-SIN-ACCOUNT
                       MOVE GRACE-SIM-IN-SEQ-NUM TO GRACE-SIN-SEQ
                       MOVE ZERO TO GRACE-SIN-AMOUNT
                       MOVE ZERO TO GRACE-SIN-END-DATE
                       MOVE 'A' TO GRACE-SIN-STATE
                       MOVE GRACE-SIM-TODAY TO GRACE-SIN-STATE-DATE
                       PERFORM 2900-APPLY-KEYED-FIELDS
                       PERFORM 2550-EDIT-INSTRUCTION
                       IF GRACE-SIM-EDIT-OK
                           WRITE GRACE-SIN-REC
                           MOVE "ADDED" TO GRACE-SIM-OLD-SUMMARY
                           PERFORM 4000-WRITE-CHANGE-RECORD
                           DISPLAY "ADDED INSTRUCTION " GRACE-SIM-IN-ID
                               "-" GRACE-SIM-IN-SEQ
                       END-IF
               END-EVALUATE
           END-IF.

       3300-APPLY-CHANGE.
           PERFORM 2500-EDIT-KEYED-FIELDS.
           IF GRACE-SIM-EDIT-OK
               PERFORM 2700-READ-INSTRUCTION
               IF NOT GRACE-SIM-ON-FILE
                   DISPLAY "INSTRUCTION " GRACE-SIM-IN-ID "-"
                       GRACE-SIM-IN-SEQ " NOT ON FILE - CHANGE "
                       "REJECTED"
               ELSE
                   PERFORM 3800-SUMMARISE-INSTRUCTION
                   MOVE GRACE-SIM-SUMMARY TO GRACE-SIM-OLD-SUMMARY
                   PERFORM 2900-APPLY-KEYED-FIELDS
                   PERFORM 2550-EDIT-INSTRUCTION
                   IF GRACE-SIM-EDIT-OK
                       REWRITE GRACE-SIN-REC
                       PERFORM 4000-WRITE-CHANGE-RECORD
                       DISPLAY "CHANGED INSTRUCTION " GRACE-SIM-IN-ID
                           "-" GRACE-SIM-IN-SEQ
                   END-IF
               END-IF
           END-IF.

       3600-APPLY-DELETE.
           PERFORM 2500-EDIT-KEYED-FIELDS.
           IF GRACE-SIM-EDIT-OK
               PERFORM 2700-READ-INSTRUCTION
               IF NOT GRACE-SIM-ON-FILE
                   DISPLAY "INSTRUCTION " GRACE-SIM-IN-ID "-"
                       GRACE-SIM-IN-SEQ " NOT ON FILE - DELETE "
                       "REJECTED"
               ELSE
                   PERFORM 3800-SUMMARISE-INSTRUCTION
                   MOVE GRACE-SIM-SUMMARY TO GRACE-SIM-OLD-SUMMARY
                   DELETE GRACE-SIN-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE "DELETED" TO GRACE-SIM-NEW-SUMMARY
                   PERFORM 4100-WRITE-AUDIT-RECORD
                   DISPLAY "DELETED INSTRUCTION " GRACE-SIM-IN-ID
                       "-" GRACE-SIM-IN-SEQ
               END-IF
           END-IF.

       3800-SUMMARISE-INSTRUCTION.
           MOVE GRACE-SIN-OP-CODE TO GRACE-SIM-SUM-OP.
           MOVE GRACE-SIN-AMT-SIGN TO GRACE-SIM-SUM-SIGN.
           MOVE GRACE-SIN-AMOUNT TO GRACE-SIM-SUM-AMOUNT.
           MOVE GRACE-SIN-FREQUENCY TO GRACE-SIM-SUM-FREQUENCY.
           MOVE GRACE-SIN-STATE TO GRACE-SIM-SUM-STATE.

       3900-SHOW-INSTRUCTION.
           IF GRACE-SIM-IN-ID NOT NUMERIC
                   OR GRACE-SIM-IN-SEQ NOT NUMERIC
               DISPLAY "KEY THE ACCOUNT AND INSTRUCTION NO"
           ELSE
               PERFORM 2700-READ-INSTRUCTION
               IF NOT GRACE-SIM-ON-FILE
                   DISPLAY "INSTRUCTION " GRACE-SIM-IN-ID "-"
                       GRACE-SIM-IN-SEQ " NOT ON FILE"
               ELSE
                   DISPLAY "INSTRUCTION " GRACE-SIN-ACCOUNT "-"
                       GRACE-SIN-SEQ " OP " GRACE-SIN-OP-CODE
                       " SITE " GRACE-SIN-SITE-CODE " "
                       GRACE-SIN-AMT-SIGN GRACE-SIN-AMOUNT " "
                       GRACE-SIN-CURRENCY
                   DISPLAY "  VALUE " GRACE-SIN-VALUE
                   DISPLAY "  FREQUENCY " GRACE-SIN-FREQUENCY
                       " DUE DAY " GRACE-SIN-DUE-DAY
                       " NEXT DUE " GRACE-SIN-NEXT-DUE
                       " END " GRACE-SIN-END-DATE
                   DISPLAY "  STATE " GRACE-SIN-STATE
                       " SINCE " GRACE-SIN-STATE-DATE
                       " LAST MAINTAINED " GRACE-SIN-MAINT-DATE
                       " BY " GRACE-SIN-MAINT-OPER
               END-IF
           END-IF.

      *----------------------------------------------------------
      * 4000-WRITE-CHANGE-RECORD stamps the update on GRACECHG:
      * field SI plus account and instruction number, the
      * instruction before and after.
      *----------------------------------------------------------
       4000-WRITE-CHANGE-RECORD.
           PERFORM 3800-SUMMARISE-INSTRUCTION.
           MOVE GRACE-SIM-SUMMARY TO GRACE-SIM-NEW-SUMMARY.
           PERFORM 4100-WRITE-AUDIT-RECORD.

       4100-WRITE-AUDIT-RECORD.
           MOVE SPACES TO GRACE-CHG-REC.
           MOVE "GRACESIN" TO GRACE-CHG-FILE-NAME.
           STRING "SI" DELIMITED BY SIZE
               GRACE-SIM-IN-ID DELIMITED BY SIZE
               GRACE-SIM-IN-SEQ DELIMITED BY SIZE
               INTO GRACE-CHG-FIELD-NAME
           END-STRING.
           MOVE GRACE-SIM-OLD-SUMMARY TO GRACE-CHG-OLD-VALUE.
           MOVE GRACE-SIM-NEW-SUMMARY TO GRACE-CHG-NEW-VALUE.
           PERFORM 8900-WRITE-CHANGE-RECORD.
           ADD 1 TO GRACE-SIM-UPDATE-COUNT.

           COPY GRACEOPSP.

           COPY GRACECHGP.
