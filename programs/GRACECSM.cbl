       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACECSM.
      *----------------------------------------------------------
      * GRACECSM is the customer service case screen. Complaints
      * and service requests used to live on paper and in email,
      * so nobody answering the phone could see that a customer
      * had called three times about the same thing. Each is now
      * a case on GRACECAS, under the customer's GRACE-CST-ID,
      * with its dated notes on GRACECAN; GRACE360 lists a
      * customer's open cases and GRACECAG reports them by
      * category and age each week.
      *
      * Functions are O open, C change, N note, I inquire and X
      * exit:
      *
      *   O  opens a case for a customer on GRACECSK under the
      *      next case number, with a category (see GRACECAS.cpy)
      *      and a subject. The target resolution date is keyed or
      *      left blank for fourteen days from today. The operator
      *      is kept as the case's opener.
      *   C  changes whatever is keyed - category, subject, status
      *      (O open, W waiting on the customer, R resolved) or
      *      target date - and leaves the rest alone.
      *   N  adds a note.
      *   I  shows the case and every note on it, oldest first.
      *
      * A note keyed with O or C is written as well, so a clerk
      * resolving a case says why in the same keystroke. A target
      * date must be a date and not before today.
      *
      * Entry is gated by GRACEOSC like the other screens: level
      * 1 may inquire, level 2 and up may update. Every accepted
      * update writes a GRACECHG record - the field name is CS
      * with the case number, the old and new values the
      * category, status and target date.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CST-FILE ASSIGN TO GRACECSK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-CST-ID
               FILE STATUS IS GRACE-CST-STATUS.
           SELECT GRACE-CAS-FILE ASSIGN TO GRACECAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-CAS-NUMBER
               ALTERNATE RECORD KEY IS GRACE-CAS-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS GRACE-CAS-STATUS-CODE.
           SELECT GRACE-CAN-FILE ASSIGN TO GRACECAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-CAN-KEY
               FILE STATUS IS GRACE-CAN-STATUS.
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
           05 GRACE-CST-FIRST-NAME PIC X(15).
           05 GRACE-CST-LAST-NAME PIC X(15).
           05 FILLER PIC X(44).

       FD  GRACE-CAS-FILE.
           COPY GRACECAS.

       FD  GRACE-CAN-FILE.
           COPY GRACECAN.

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

       01 GRACE-CAS-STATUS-CODE PIC X(02).
           88 GRACE-CAS-OK VALUE '00'.
           88 GRACE-CAS-NOT-FOUND VALUE '35'.

       01 GRACE-CAN-STATUS PIC X(02).
           88 GRACE-CAN-OK VALUE '00'.
           88 GRACE-CAN-NOT-FOUND VALUE '35'.

       01 GRACE-CSM-TODAY PIC 9(08) VALUE ZERO.
       01 GRACE-CSM-TIME-RAW PIC 9(08) VALUE ZERO.

       01 GRACE-CSM-FUNCTION PIC X(01) VALUE SPACE.
           88 GRACE-CSM-OPEN VALUE 'O' 'o'.
           88 GRACE-CSM-CHANGE VALUE 'C' 'c'.
           88 GRACE-CSM-NOTE VALUE 'N' 'n'.
           88 GRACE-CSM-INQUIRE VALUE 'I' 'i'.
           88 GRACE-CSM-EXIT VALUE 'X' 'x'.

      *Keyed fields - blank on a change leaves the field alone.
       01 GRACE-CSM-IN-CASE PIC X(08) VALUE SPACES.
       01 GRACE-CSM-IN-CASE-NUM REDEFINES GRACE-CSM-IN-CASE
           PIC 9(08).
       01 GRACE-CSM-IN-ID PIC X(06) VALUE SPACES.
       01 GRACE-CSM-IN-ID-NUM REDEFINES GRACE-CSM-IN-ID PIC 9(06).
       01 GRACE-CSM-IN-CATEGORY PIC X(02) VALUE SPACES.
           88 GRACE-CSM-VALID-CATEGORY
               VALUE 'BI' 'PA' 'AC' 'SE' 'CO' 'OT'.
       01 GRACE-CSM-IN-SUBJECT PIC X(30) VALUE SPACES.
       01 GRACE-CSM-IN-STATUS PIC X(01) VALUE SPACE.
           88 GRACE-CSM-VALID-STATUS VALUE 'O' 'W' 'R'.
       01 GRACE-CSM-IN-TARGET PIC X(08) VALUE SPACES.
       01 GRACE-CSM-IN-TARGET-NUM REDEFINES GRACE-CSM-IN-TARGET
           PIC 9(08).
       01 GRACE-CSM-IN-NOTE PIC X(60) VALUE SPACES.
       01 GRACE-CSM-CONFIRM PIC X(01) VALUE 'N'.
           88 GRACE-CSM-CONFIRMED VALUE 'Y' 'y'.

       01 GRACE-CSM-EDIT-OK-SW PIC X(01) VALUE 'Y'.
           88 GRACE-CSM-EDIT-OK VALUE 'Y'.

       01 GRACE-CSM-ON-FILE-SW PIC X(01) VALUE 'N'.
           88 GRACE-CSM-ON-FILE VALUE 'Y'.

       01 GRACE-CSM-CUSTOMER-SW PIC X(01) VALUE 'N'.
           88 GRACE-CSM-CUSTOMER-FOUND VALUE 'Y'.

       01 GRACE-CSM-WRITTEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-CSM-WRITTEN VALUE 'Y'.

       01 GRACE-CSM-NOTES-DONE-SW PIC X(01) VALUE 'N'.
           88 GRACE-CSM-NOTES-DONE VALUE 'Y'.

       01 GRACE-CSM-WALK-SW PIC X(01) VALUE 'N'.
           88 GRACE-CSM-WALK-DONE VALUE 'Y'.

      *The last case number given out, and the tries at the next.
       01 GRACE-CSM-LAST-NUMBER PIC 9(08) VALUE ZERO.
       01 GRACE-CSM-TRIES PIC 9(02) VALUE ZERO.

      *Days from opening to the target date when none is keyed.
       01 GRACE-CSM-DEFAULT-DAYS PIC 9(03) VALUE 14.

      *A keyed date broken out for the calendar edit.
       01 GRACE-CSM-DATE-CHECK PIC 9(08) VALUE ZERO.
       01 GRACE-CSM-DATE-PARTS REDEFINES GRACE-CSM-DATE-CHECK.
           05 GRACE-CSM-DATE-YEAR PIC 9(04).
           05 GRACE-CSM-DATE-MONTH PIC 9(02).
           05 GRACE-CSM-DATE-DAY PIC 9(02).
       01 GRACE-CSM-DATE-OK-SW PIC X(01) VALUE 'N'.
           88 GRACE-CSM-DATE-VALID VALUE 'Y'.

      *The case summarised for the change record.
       01 GRACE-CSM-SUMMARY.
           05 GRACE-CSM-SUM-CATEGORY PIC X(02).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-CSM-SUM-STATUS PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-CSM-SUM-TARGET PIC 9(08).
           05 FILLER PIC X(05) VALUE SPACES.

       01 GRACE-CSM-OLD-SUMMARY PIC X(18) VALUE SPACES.
       01 GRACE-CSM-NEW-SUMMARY PIC X(18) VALUE SPACES.

       01 GRACE-CSM-UPDATE-COUNT PIC 9(04) VALUE ZERO.

       SCREEN SECTION.
       01 GRACE-CSM-SIGNON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10
               VALUE "CUSTOMER SERVICE CASES SIGN-ON".
           05 LINE 4 COLUMN 10 VALUE "OPERATOR ID.........: ".
           05 LINE 4 COLUMN 32 PIC X(08) TO GRACE-OPS-SIGNON-ID.
           05 LINE 5 COLUMN 10 VALUE "PASSWORD............: ".
           05 LINE 5 COLUMN 32 PIC X(08) TO GRACE-OPS-SIGNON-PWD
               SECURE.

       01 GRACE-CSM-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10
               VALUE "GRACECAS CUSTOMER SERVICE CASES".
           05 LINE 4 COLUMN 10
               VALUE "FUNCTION (O/C/N/I, X=EXIT): ".
           05 LINE 4 COLUMN 38 PIC X(01) TO GRACE-CSM-FUNCTION.
           05 LINE 6 COLUMN 10 VALUE "CASE NO.............: ".
           05 LINE 6 COLUMN 32 PIC X(08) TO GRACE-CSM-IN-CASE.
           05 LINE 7 COLUMN 10 VALUE "CUSTOMER ID (OPEN)..: ".
           05 LINE 7 COLUMN 32 PIC X(06) TO GRACE-CSM-IN-ID.
           05 LINE 8 COLUMN 10 VALUE "CATEGORY............: ".
           05 LINE 8 COLUMN 32 PIC X(02) TO GRACE-CSM-IN-CATEGORY.
           05 LINE 8 COLUMN 36
               VALUE "BI/PA/AC/SE/CO/OT".
           05 LINE 9 COLUMN 10 VALUE "SUBJECT.............: ".
           05 LINE 9 COLUMN 32 PIC X(30) TO GRACE-CSM-IN-SUBJECT.
           05 LINE 10 COLUMN 10 VALUE "STATUS (O/W/R)......: ".
           05 LINE 10 COLUMN 32 PIC X(01) TO GRACE-CSM-IN-STATUS.
           05 LINE 11 COLUMN 10 VALUE "TARGET (YYYYMMDD)...: ".
           05 LINE 11 COLUMN 32 PIC X(08) TO GRACE-CSM-IN-TARGET.
           05 LINE 12 COLUMN 10 VALUE "NOTE:".
           05 LINE 13 COLUMN 10 PIC X(60) TO GRACE-CSM-IN-NOTE.
           05 LINE 15 COLUMN 10 VALUE "CONFIRM (Y/N).......: ".
           05 LINE 15 COLUMN 32 PIC X(01) TO GRACE-CSM-CONFIRM.

       PROCEDURE DIVISION.
       MAIN SECTION.
           ACCEPT GRACE-CSM-TODAY FROM DATE YYYYMMDD.
           PERFORM 7070-NOTE-TRAINING-SESSION.
           DISPLAY GRACE-CSM-SIGNON-SCREEN.
           ACCEPT GRACE-CSM-SIGNON-SCREEN.
           PERFORM 7000-VERIFY-OPERATOR.
           IF GRACE-OPS-NO-ACCESS
               DISPLAY "OPERATOR " GRACE-OPS-SIGNON-ID
                   " NOT AUTHORIZED - SESSION ENDED"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O GRACE-CAS-FILE.
           IF GRACE-CAS-NOT-FOUND
               OPEN OUTPUT GRACE-CAS-FILE
               CLOSE GRACE-CAS-FILE
               OPEN I-O GRACE-CAS-FILE
           END-IF.
           OPEN I-O GRACE-CAN-FILE.
           IF GRACE-CAN-NOT-FOUND
               OPEN OUTPUT GRACE-CAN-FILE
               CLOSE GRACE-CAN-FILE
               OPEN I-O GRACE-CAN-FILE
           END-IF.
           PERFORM 1000-FIND-LAST-CASE-NUMBER.
           PERFORM 2000-TAKE-ONE-FUNCTION
               UNTIL GRACE-CSM-EXIT.
           CLOSE GRACE-CAS-FILE.
           CLOSE GRACE-CAN-FILE.
           DISPLAY "CASE UPDATES THIS SESSION: "
               GRACE-CSM-UPDATE-COUNT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------
      * 1000-FIND-LAST-CASE-NUMBER walks the case file for the
      * highest number given out. A second clerk opening cases at
      * the same time is met at the write (3050).
      *----------------------------------------------------------
       1000-FIND-LAST-CASE-NUMBER.
           MOVE ZERO TO GRACE-CSM-LAST-NUMBER.
           MOVE 'N' TO GRACE-CSM-WALK-SW.
           MOVE ZERO TO GRACE-CAS-NUMBER.
           START GRACE-CAS-FILE
               KEY IS >= GRACE-CAS-NUMBER
               INVALID KEY
                   SET GRACE-CSM-WALK-DONE TO TRUE
           END-START.
           PERFORM 1010-READ-NEXT-CASE
               UNTIL GRACE-CSM-WALK-DONE.

       1010-READ-NEXT-CASE.
           READ GRACE-CAS-FILE NEXT RECORD
               AT END
                   SET GRACE-CSM-WALK-DONE TO TRUE
               NOT AT END
                   MOVE GRACE-CAS-NUMBER TO GRACE-CSM-LAST-NUMBER
           END-READ.

      *----------------------------------------------------------
      * 2000-TAKE-ONE-FUNCTION presents the screen and applies one
      * function. Inquiry needs no confirm and no update level.
      *----------------------------------------------------------
       2000-TAKE-ONE-FUNCTION.
           MOVE SPACE TO GRACE-CSM-FUNCTION.
           MOVE SPACES TO GRACE-CSM-IN-CASE.
           MOVE SPACES TO GRACE-CSM-IN-ID.
           MOVE SPACES TO GRACE-CSM-IN-CATEGORY.
           MOVE SPACES TO GRACE-CSM-IN-SUBJECT.
           MOVE SPACE TO GRACE-CSM-IN-STATUS.
           MOVE SPACES TO GRACE-CSM-IN-TARGET.
           MOVE SPACES TO GRACE-CSM-IN-NOTE.
           MOVE 'N' TO GRACE-CSM-CONFIRM.
           DISPLAY GRACE-CSM-SCREEN.
           ACCEPT GRACE-CSM-SCREEN.
           EVALUATE TRUE
               WHEN GRACE-CSM-EXIT
                   CONTINUE
               WHEN GRACE-CSM-INQUIRE
                   PERFORM 3900-SHOW-CASE
               WHEN NOT GRACE-CSM-CONFIRMED
                   DISPLAY "NOT CONFIRMED - NO UPDATE APPLIED"
               WHEN NOT GRACE-OPS-MAY-UPDATE
                   DISPLAY "OPERATOR " GRACE-OPS-SIGNON-ID
                       " IS INQUIRY ONLY - NO UPDATE APPLIED"
               WHEN GRACE-CSM-OPEN
                   PERFORM 3000-APPLY-OPEN
               WHEN GRACE-CSM-CHANGE
                   PERFORM 3300-APPLY-CHANGE
               WHEN GRACE-CSM-NOTE
                   PERFORM 3600-APPLY-NOTE
               WHEN OTHER
                   DISPLAY "UNKNOWN FUNCTION - KEY O, C, N, I OR X"
           END-EVALUATE.

      *----------------------------------------------------------
      * 2500-EDIT-KEYED-FIELDS checks whatever was keyed.
      *----------------------------------------------------------
       2500-EDIT-KEYED-FIELDS.
           MOVE 'Y' TO GRACE-CSM-EDIT-OK-SW.
           IF GRACE-CSM-IN-CATEGORY NOT = SPACES
                   AND NOT GRACE-CSM-VALID-CATEGORY
               MOVE 'N' TO GRACE-CSM-EDIT-OK-SW
               DISPLAY "CATEGORY MUST BE BI, PA, AC, SE, CO OR OT"
           END-IF.
           IF GRACE-CSM-IN-STATUS NOT = SPACE
                   AND NOT GRACE-CSM-VALID-STATUS
               MOVE 'N' TO GRACE-CSM-EDIT-OK-SW
               DISPLAY "STATUS MUST BE O (OPEN), W (WAITING) OR "
                   "R (RESOLVED)"
           END-IF.
           IF GRACE-CSM-IN-TARGET NOT = SPACES
               MOVE 'N' TO GRACE-CSM-DATE-OK-SW
               IF GRACE-CSM-IN-TARGET NUMERIC
                   MOVE GRACE-CSM-IN-TARGET-NUM
                       TO GRACE-CSM-DATE-CHECK
                   PERFORM 2600-CHECK-DATE
               END-IF
               IF NOT GRACE-CSM-DATE-VALID
                   MOVE 'N' TO GRACE-CSM-EDIT-OK-SW
                   DISPLAY "TARGET IS NOT A DATE - KEYED: "
                       GRACE-CSM-IN-TARGET
               ELSE
                   IF GRACE-CSM-IN-TARGET-NUM < GRACE-CSM-TODAY
                       MOVE 'N' TO GRACE-CSM-EDIT-OK-SW
                       DISPLAY "TARGET MUST NOT BE BEFORE TODAY"
                   END-IF
               END-IF
           END-IF.

       2550-EDIT-CASE-NUMBER.
           IF GRACE-CSM-IN-CASE NOT NUMERIC
               MOVE 'N' TO GRACE-CSM-EDIT-OK-SW
               DISPLAY "CASE NO MUST BE EIGHT DIGITS - KEYED: "
                   GRACE-CSM-IN-CASE
           END-IF.

       2600-CHECK-DATE.
           MOVE 'N' TO GRACE-CSM-DATE-OK-SW.
           IF GRACE-CSM-DATE-YEAR >= 1601
                   AND GRACE-CSM-DATE-MONTH >= 1
                   AND GRACE-CSM-DATE-MONTH <= 12
                   AND GRACE-CSM-DATE-DAY >= 1
                   AND GRACE-CSM-DATE-DAY <= 31
               SET GRACE-CSM-DATE-VALID TO TRUE
           END-IF.

       2700-READ-CASE.
           MOVE GRACE-CSM-IN-CASE-NUM TO GRACE-CAS-NUMBER.
           READ GRACE-CAS-FILE
               INVALID KEY
                   MOVE 'N' TO GRACE-CSM-ON-FILE-SW
               NOT INVALID KEY
                   MOVE 'Y' TO GRACE-CSM-ON-FILE-SW
           END-READ.

       2800-FIND-CUSTOMER.
           MOVE 'N' TO GRACE-CSM-CUSTOMER-SW.
           OPEN INPUT GRACE-CST-FILE.
           IF GRACE-CST-OK
               MOVE GRACE-CSM-IN-ID-NUM TO GRACE-CST-ID
               READ GRACE-CST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET GRACE-CSM-CUSTOMER-FOUND TO TRUE
               END-READ
               CLOSE GRACE-CST-FILE
           END-IF.

      *----------------------------------------------------------
      * 2900-APPLY-KEYED-FIELDS lays the keyed fields over the
      * case. A new status is dated.
      *----------------------------------------------------------
       2900-APPLY-KEYED-FIELDS.
           IF GRACE-CSM-IN-CATEGORY NOT = SPACES
               MOVE GRACE-CSM-IN-CATEGORY TO GRACE-CAS-CATEGORY
           END-IF.
           IF GRACE-CSM-IN-SUBJECT NOT = SPACES
               MOVE GRACE-CSM-IN-SUBJECT TO GRACE-CAS-SUBJECT
           END-IF.
           IF GRACE-CSM-IN-STATUS NOT = SPACE
                   AND GRACE-CSM-IN-STATUS NOT = GRACE-CAS-STATUS
               MOVE GRACE-CSM-IN-STATUS TO GRACE-CAS-STATUS
               MOVE GRACE-CSM-TODAY TO GRACE-CAS-STATUS-DATE
           END-IF.
           IF GRACE-CSM-IN-TARGET NOT = SPACES
               MOVE GRACE-CSM-IN-TARGET-NUM TO GRACE-CAS-TARGET-DATE
           END-IF.
           MOVE GRACE-CSM-TODAY TO GRACE-CAS-MAINT-DATE.
           MOVE GRACE-OPS-SIGNON-ID TO GRACE-CAS-MAINT-OPER.

       3000-APPLY-OPEN.
           PERFORM 2500-EDIT-KEYED-FIELDS.
           IF GRACE-CSM-IN-ID NOT NUMERIC
               MOVE 'N' TO GRACE-CSM-EDIT-OK-SW
               DISPLAY "CUSTOMER ID MUST BE NUMERIC - KEYED: "
                   GRACE-CSM-IN-ID
           END-IF.
           IF GRACE-CSM-EDIT-OK
               PERFORM 2800-FIND-CUSTOMER
               EVALUATE TRUE
                   WHEN NOT GRACE-CSM-CUSTOMER-FOUND
                       DISPLAY "CUSTOMER " GRACE-CSM-IN-ID
                           " NOT ON GRACECSK - OPEN REJECTED"
                   WHEN GRACE-CSM-IN-CATEGORY = SPACES
                       DISPLAY "CATEGORY MUST BE KEYED TO OPEN A CASE"
                   WHEN GRACE-CSM-IN-SUBJECT = SPACES
                       DISPLAY "SUBJECT MUST BE KEYED TO OPEN A CASE"
                   WHEN OTHER
                       MOVE SPACES TO GRACE-CAS-REC
                       MOVE GRACE-CSM-IN-ID-NUM TO GRACE-CAS-CUST-ID
                       MOVE GRACE-OPS-SIGNON-ID TO GRACE-CAS-OPENED-BY
                       MOVE GRACE-CSM-TODAY TO GRACE-CAS-OPENED-DATE
                       MOVE 'O' TO GRACE-CAS-STATUS
                       MOVE GRACE-CSM-TODAY TO GRACE-CAS-STATUS-DATE
                       COMPUTE GRACE-CAS-TARGET-DATE =
                           FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(GRACE-CSM-TODAY)
                           + GRACE-CSM-DEFAULT-DAYS)
                       MOVE ZERO TO GRACE-CAS-NOTE-COUNT
                       MOVE SPACE TO GRACE-CSM-IN-STATUS
                       PERFORM 2900-APPLY-KEYED-FIELDS
                       PERFORM 3050-WRITE-NEW-CASE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------
      * 3050-WRITE-NEW-CASE takes the next case number. A number
      * another clerk took first since this screen looked is
      * skipped over, up to ten times.
      *----------------------------------------------------------
       3050-WRITE-NEW-CASE.
           MOVE 'N' TO GRACE-CSM-WRITTEN-SW.
           MOVE ZERO TO GRACE-CSM-TRIES.
           PERFORM 3060-TRY-ONE-NUMBER
               UNTIL GRACE-CSM-WRITTEN
                  OR GRACE-CSM-TRIES >= 10.
           IF GRACE-CSM-WRITTEN
               MOVE GRACE-CAS-NUMBER TO GRACE-CSM-IN-CASE-NUM
               MOVE "OPENED" TO GRACE-CSM-OLD-SUMMARY
               PERFORM 4000-WRITE-CHANGE-RECORD
               IF GRACE-CSM-IN-NOTE NOT = SPACES
                   PERFORM 4200-WRITE-NOTE
                   REWRITE GRACE-CAS-REC
               END-IF
               DISPLAY "OPENED CASE " GRACE-CAS-NUMBER
                   " FOR CUSTOMER " GRACE-CAS-CUST-ID
                   " TARGET " GRACE-CAS-TARGET-DATE
           ELSE
               DISPLAY "*** NO CASE NUMBER COULD BE TAKEN - STATUS "
                   GRACE-CAS-STATUS-CODE " - OPEN REJECTED ***"
           END-IF.

       3060-TRY-ONE-NUMBER.
           ADD 1 TO GRACE-CSM-TRIES.
           ADD 1 TO GRACE-CSM-LAST-NUMBER.
           MOVE GRACE-CSM-LAST-NUMBER TO GRACE-CAS-NUMBER.
           WRITE GRACE-CAS-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GRACE-CSM-WRITTEN TO TRUE
           END-WRITE.

       3300-APPLY-CHANGE.
           PERFORM 2500-EDIT-KEYED-FIELDS.
           PERFORM 2550-EDIT-CASE-NUMBER.
           IF GRACE-CSM-EDIT-OK
               PERFORM 2700-READ-CASE
               IF NOT GRACE-CSM-ON-FILE
                   DISPLAY "CASE " GRACE-CSM-IN-CASE
                       " NOT ON FILE - CHANGE REJECTED"
               ELSE
                   PERFORM 3800-SUMMARISE-CASE
                   MOVE GRACE-CSM-SUMMARY TO GRACE-CSM-OLD-SUMMARY
                   PERFORM 2900-APPLY-KEYED-FIELDS
                   IF GRACE-CSM-IN-NOTE NOT = SPACES
                       PERFORM 4200-WRITE-NOTE
                   END-IF
                   REWRITE GRACE-CAS-REC
                   PERFORM 4000-WRITE-CHANGE-RECORD
                   DISPLAY "CHANGED CASE " GRACE-CAS-NUMBER
                       " STATUS " GRACE-CAS-STATUS
                       " TARGET " GRACE-CAS-TARGET-DATE
               END-IF
           END-IF.

       3600-APPLY-NOTE.
           MOVE 'Y' TO GRACE-CSM-EDIT-OK-SW.
           PERFORM 2550-EDIT-CASE-NUMBER.
           IF GRACE-CSM-IN-NOTE = SPACES
               MOVE 'N' TO GRACE-CSM-EDIT-OK-SW
               DISPLAY "NOTE MUST BE KEYED"
           END-IF.
           IF GRACE-CSM-EDIT-OK
               PERFORM 2700-READ-CASE
               IF NOT GRACE-CSM-ON-FILE
                   DISPLAY "CASE " GRACE-CSM-IN-CASE
                       " NOT ON FILE - NOTE REJECTED"
               ELSE
                   PERFORM 4200-WRITE-NOTE
                   MOVE GRACE-CSM-TODAY TO GRACE-CAS-MAINT-DATE
                   MOVE GRACE-OPS-SIGNON-ID TO GRACE-CAS-MAINT-OPER
                   REWRITE GRACE-CAS-REC
                   MOVE "NOTE" TO GRACE-CSM-OLD-SUMMARY
                   MOVE SPACES TO GRACE-CSM-NEW-SUMMARY
                   STRING "NOTE " DELIMITED BY SIZE
                       GRACE-CAS-NOTE-COUNT DELIMITED BY SIZE
                       INTO GRACE-CSM-NEW-SUMMARY
                   END-STRING
                   PERFORM 4100-WRITE-AUDIT-RECORD
                   DISPLAY "NOTE " GRACE-CAS-NOTE-COUNT
                       " ADDED TO CASE " GRACE-CAS-NUMBER
               END-IF
           END-IF.

       3800-SUMMARISE-CASE.
           MOVE GRACE-CAS-CATEGORY TO GRACE-CSM-SUM-CATEGORY.
           MOVE GRACE-CAS-STATUS TO GRACE-CSM-SUM-STATUS.
           MOVE GRACE-CAS-TARGET-DATE TO GRACE-CSM-SUM-TARGET.

      *----------------------------------------------------------
      * 3900-SHOW-CASE - the case, the customer's name and every
      * note in the order written.
      *----------------------------------------------------------
       3900-SHOW-CASE.
           MOVE 'Y' TO GRACE-CSM-EDIT-OK-SW.
           PERFORM 2550-EDIT-CASE-NUMBER.
           IF GRACE-CSM-EDIT-OK
               PERFORM 2700-READ-CASE
               IF NOT GRACE-CSM-ON-FILE
                   DISPLAY "CASE " GRACE-CSM-IN-CASE " NOT ON FILE"
               ELSE
                   MOVE GRACE-CAS-CUST-ID TO GRACE-CSM-IN-ID-NUM
                   PERFORM 2800-FIND-CUSTOMER
                   DISPLAY "CASE " GRACE-CAS-NUMBER " CUSTOMER "
                       GRACE-CAS-CUST-ID " " GRACE-CST-FIRST-NAME
                       " " GRACE-CST-LAST-NAME
                   DISPLAY "  CATEGORY " GRACE-CAS-CATEGORY
                       " SUBJECT " GRACE-CAS-SUBJECT
                   DISPLAY "  OPENED " GRACE-CAS-OPENED-DATE
                       " BY " GRACE-CAS-OPENED-BY
                       " TARGET " GRACE-CAS-TARGET-DATE
                   DISPLAY "  STATUS " GRACE-CAS-STATUS
                       " SINCE " GRACE-CAS-STATUS-DATE
                       " LAST MAINTAINED " GRACE-CAS-MAINT-DATE
                       " BY " GRACE-CAS-MAINT-OPER
                   PERFORM 3950-SHOW-NOTES
               END-IF
           END-IF.

       3950-SHOW-NOTES.
           IF GRACE-CAS-NOTE-COUNT = ZERO
               DISPLAY "  NO NOTES"
           ELSE
               MOVE 'N' TO GRACE-CSM-NOTES-DONE-SW
               MOVE GRACE-CAS-NUMBER TO GRACE-CAN-CASE-NUMBER
               MOVE ZERO TO GRACE-CAN-SEQ
               START GRACE-CAN-FILE
                   KEY IS >= GRACE-CAN-KEY
                   INVALID KEY
                       SET GRACE-CSM-NOTES-DONE TO TRUE
               END-START
               PERFORM 3960-SHOW-ONE-NOTE
                   UNTIL GRACE-CSM-NOTES-DONE
           END-IF.

       3960-SHOW-ONE-NOTE.
           READ GRACE-CAN-FILE NEXT RECORD
               AT END
                   SET GRACE-CSM-NOTES-DONE TO TRUE
               NOT AT END
                   IF GRACE-CAN-CASE-NUMBER NOT = GRACE-CAS-NUMBER
                       SET GRACE-CSM-NOTES-DONE TO TRUE
                   ELSE
                       DISPLAY "  " GRACE-CAN-SEQ " " GRACE-CAN-DATE
                           " " GRACE-CAN-OPERATOR " " GRACE-CAN-TEXT
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * 4000-WRITE-CHANGE-RECORD stamps the update on GRACECHG:
      * field CS plus the case number, the case before and after.
      *----------------------------------------------------------
       4000-WRITE-CHANGE-RECORD.
           PERFORM 3800-SUMMARISE-CASE.
           MOVE GRACE-CSM-SUMMARY TO GRACE-CSM-NEW-SUMMARY.
           PERFORM 4100-WRITE-AUDIT-RECORD.

       4100-WRITE-AUDIT-RECORD.
           MOVE SPACES TO GRACE-CHG-REC.
           MOVE "GRACECAS" TO GRACE-CHG-FILE-NAME.
           STRING "CS" DELIMITED BY SIZE
               GRACE-CAS-NUMBER DELIMITED BY SIZE
               INTO GRACE-CHG-FIELD-NAME
           END-STRING.
           MOVE GRACE-CSM-OLD-SUMMARY TO GRACE-CHG-OLD-VALUE.
           MOVE GRACE-CSM-NEW-SUMMARY TO GRACE-CHG-NEW-VALUE.
           PERFORM 8900-WRITE-CHANGE-RECORD.
           ADD 1 TO GRACE-CSM-UPDATE-COUNT.

      *The keyed note, next in the case's sequence. The caller
      *rewrites the case with the new note count.
       4200-WRITE-NOTE.
           ADD 1 TO GRACE-CAS-NOTE-COUNT.
           MOVE SPACES TO GRACE-CAN-REC.
           MOVE GRACE-CAS-NUMBER TO GRACE-CAN-CASE-NUMBER.
           MOVE GRACE-CAS-NOTE-COUNT TO GRACE-CAN-SEQ.
           MOVE GRACE-CSM-TODAY TO GRACE-CAN-DATE.
           ACCEPT GRACE-CSM-TIME-RAW FROM TIME.
           COMPUTE GRACE-CAN-TIME = GRACE-CSM-TIME-RAW / 100.
           MOVE GRACE-OPS-SIGNON-ID TO GRACE-CAN-OPERATOR.
           MOVE GRACE-CSM-IN-NOTE TO GRACE-CAN-TEXT.
           WRITE GRACE-CAN-REC
               INVALID KEY
                   DISPLAY "*** NOTE " GRACE-CAN-SEQ " ALREADY ON "
                       "FILE FOR CASE " GRACE-CAN-CASE-NUMBER
                       " - NOT WRITTEN ***"
           END-WRITE.

           COPY GRACEOPSP.

           COPY GRACECHGP.
