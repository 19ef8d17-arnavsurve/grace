      * GRACE-CST-ID / first name / last name, with the edits the
      * hand edits never had: the ID must be numeric and non-zero,
      * the last name non-blank, an add must not collide with an
      * existing ID - nor with an account number already on
      * GRACEACT or GRACEMST, since a new customer's first account
      * takes the customer's number - and a change or delete must
      * name one. Every accepted update writes a before/after
      * change record to GRACECCL, plus an operator-stamped record
      * to the shared GRACECHG stream, so who-changed-what stays
      * answerable for customer data the same way it does for
      * MAX_VALUE. Entry is gated by the GRACEOSC operator
      * security file: no card, no access; level 1 is inquiry
      * only; level 2 and up may update. Each confirmed update is
      * written straight to the keyed GRACECSK master - an add, a
      * rewrite or a delete by customer ID - so the session holds
      * no copy of the master and has no size limit. GRACENDX's
      * nightly rebuild then runs against a file humans have
      * stopped editing directly.
      *
      * The screen also carries the customer's credit limit, kept
      * on the GRACECPF customer profile that GRACEMUP reads when
      * it applies a debit. Nine digits set the limit, NONE takes
      * it off, and blank leaves it as it stands; every change to
      * it goes to GRACECHG with the old and new limit. Deleting a
      * customer deletes the profile with it, so a re-used ID does
      * not inherit somebody else's limit.
      *
      * Joint owners, authorized users, guardians and household
      * heads are kept on the GRACEREL relationship file, which
      * links two customer IDs under a relationship type with an
      * effective and an end date. Function L links the related
      * party to the customer - both must be on the master, and a
      * link still in force may not be keyed twice, though one
      * that has ended may be linked again. Function E ends a
      * link, on the end date keyed or else today. Each link and
      * end goes to GRACECCL as an L or E record with the type
      * and party in the first-name columns and the before and
      * after dates in the last-name columns, and to GRACECHG. A
      * customer with a relationship still in force may not be
      * deleted until it has been ended.
      *
      * Function S sets the customer's lifecycle status on the
      * GRACECPF profile - A active, C closed, D deceased, F
      * frozen by legal order, R under fraud review - dated today
      * and stamped with the operator. A reason is required, and
      * only an operator who may approve (level 3) can take a
      * customer out of deceased. Each change goes to the GRACECSH
      * status history, which GRACECSR reports nightly, and to
      * GRACECHG.
      *
      * Function P keeps the customer's contact preferences on the
      * profile: marketing mail, service mail and list sharing,
      * each keyed Y to opt in or N to opt out, blank leaving it
      * as it stands. Each preference changed is dated today and
      * goes to GRACECHG with its old and new setting.
      *
      * A change that alters the street, city, state or zip also
      * writes an M record to GRACECCL in the GRACECCLM layout -
      * the whole old address and the new state and zip - which
      * GRACEACN picks up that night for the notices to the old
      * and new addresses.
      *
      * Before an add is written, the new customer is looked up on
      * the GRACENDX name index by the exact full name and by the
      * phonetic code of the last name. Any customer found that is
      * still on the master at the same zip is a probable
      * duplicate: the matches come up with their IDs and
      * addresses, and the add goes ahead only when the operator
      * confirms a new person and keys a reason. Each such
      * override goes to the GRACEDOV file for data stewardship to
      * review, and to GRACECHG. The index is as of its last
      * nightly build; when it is not there the add goes ahead
      * unchecked, and the session says so at sign-on.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CST-FILE ASSIGN TO GRACECSK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-CST-ID
               FILE STATUS IS GRACE-CST-STATUS.
           SELECT GRACE-CCL-FILE ASSIGN TO GRACECCL
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT GRACE-UNF-FILE ASSIGN TO GRACEUNF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-UNF-STATUS.
           SELECT GRACE-CPF-FILE ASSIGN TO GRACECPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-CPF-CUST-ID
               FILE STATUS IS GRACE-CPF-STATUS.
           SELECT GRACE-REL-FILE ASSIGN TO GRACEREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-REL-KEY
               ALTERNATE RECORD KEY IS GRACE-REL-PARTY-ID
                   WITH DUPLICATES
               FILE STATUS IS GRACE-REL-STATUS.
           SELECT GRACE-CSH-FILE ASSIGN TO GRACECSH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CSH-STATUS.
           SELECT GRACE-NAME-INDEX ASSIGN TO GRACENDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-NDX-CUST-ID
               ALTERNATE RECORD KEY IS GRACE-NDX-FULL-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS GRACE-NDX-PHONETIC
                   WITH DUPLICATES
               FILE STATUS IS GRACE-NDX-STATUS.
           SELECT GRACE-DOV-FILE ASSIGN TO GRACEDOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-DOV-STATUS.
           SELECT GRACE-ACT-FILE ASSIGN TO GRACEACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-ACT-NUMBER
               ALTERNATE RECORD KEY IS GRACE-ACT-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS GRACE-ACT-STATUS.
           SELECT GRACE-MST-FILE ASSIGN TO GRACEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-MST-KEY
               FILE STATUS IS GRACE-MST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CST-FILE.
       01 GRACE-CST-REC.
           05 GRACE-CST-ID PIC 9(06).
           05 GRACE-CST-FIRST-NAME PIC X(15).
           05 GRACE-CCL-NEW-LAST PIC X(15).
           05 GRACE-CCL-DATE PIC 9(08).
           05 FILLER PIC X(05).
           COPY GRACECCLM.

       FD  GRACE-OSC-FILE
           RECORDING MODE IS F.
           05 GRACE-UNF-FLAG-DATE PIC 9(08).
           05 FILLER PIC X(66).

      *Customer profile - the credit limit is maintained here.
       FD  GRACE-CPF-FILE.
           COPY GRACECPF.

       FD  GRACE-REL-FILE.
           COPY GRACEREL.

      *Accounts and masters, read to keep a new ID off a number
      *already in use as an account.
       FD  GRACE-ACT-FILE.
           COPY GRACEACT.

       FD  GRACE-MST-FILE.
       01 GRACE-MST-REC.
           05 GRACE-MST-KEY PIC 9(06).
           05 FILLER PIC X(74).

       FD  GRACE-CSH-FILE
           RECORDING MODE IS F.
           COPY GRACECSH.

      *Name index, searched for probable duplicates on an add.
       FD  GRACE-NAME-INDEX.
       01 GRACE-NDX-REC.
           05 GRACE-NDX-CUST-ID PIC 9(06).
           05 GRACE-NDX-FULL-NAME PIC X(30).
           05 GRACE-NDX-PHONETIC PIC X(04).
           05 FILLER PIC X(40).

       FD  GRACE-DOV-FILE
           RECORDING MODE IS F.
           COPY GRACEDOV.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.


           COPY GRACECHGH.

           COPY GRACERELH.

       01 GRACE-CST-STATUS PIC X(02).
           88 GRACE-CST-OK VALUE '00'.
           88 GRACE-CST-EOF VALUE '10'.
           88 GRACE-CCL-OK VALUE '00'.
           88 GRACE-CCL-NOT-FOUND VALUE '35'.

       01 GRACE-CMT-FOUND-SW PIC X(01) VALUE 'N'.
           88 GRACE-CMT-CUSTOMER-FOUND VALUE 'Y'.

       01 GRACE-CMT-PARTY-FOUND-SW PIC X(01) VALUE 'N'.
           88 GRACE-CMT-PARTY-FOUND VALUE 'Y'.

       01 GRACE-CMT-TODAY PIC 9(08) VALUE ZERO.

      *The customer's address as it stood before a change.
       01 GRACE-CMT-OLD-ADDRESS.
           05 GRACE-CMT-OLD-STREET PIC X(20).
           05 GRACE-CMT-OLD-CITY PIC X(12).
           05 GRACE-CMT-OLD-STATE PIC X(02).
           05 GRACE-CMT-OLD-ZIP PIC X(05).

       01 GRACE-CMT-FUNCTION PIC X(01) VALUE SPACE.
           88 GRACE-CMT-ADD VALUE 'A' 'a'.
           88 GRACE-CMT-CHANGE VALUE 'C' 'c'.
           88 GRACE-CMT-DELETE VALUE 'D' 'd'.
           88 GRACE-CMT-LINK VALUE 'L' 'l'.
           88 GRACE-CMT-END-LINK VALUE 'E' 'e'.
           88 GRACE-CMT-SET-STATUS VALUE 'S' 's'.
           88 GRACE-CMT-SET-PREFS VALUE 'P' 'p'.
           88 GRACE-CMT-EXIT VALUE 'X' 'x'.

       01 GRACE-CMT-IN-ID PIC X(06) VALUE SPACES.
       01 GRACE-CMT-IN-CITY PIC X(12) VALUE SPACES.
       01 GRACE-CMT-IN-STATE PIC X(02) VALUE SPACES.
       01 GRACE-CMT-IN-ZIP PIC X(05) VALUE SPACES.
       01 GRACE-CMT-IN-LIMIT PIC X(09) VALUE SPACES.
           88 GRACE-CMT-LIMIT-REMOVED VALUE "NONE" "none".
       01 GRACE-CMT-IN-LIMIT-NUM REDEFINES GRACE-CMT-IN-LIMIT
           PIC 9(09).
       01 GRACE-CMT-IN-PARTY PIC X(06) VALUE SPACES.
       01 GRACE-CMT-IN-PARTY-NUM REDEFINES GRACE-CMT-IN-PARTY
           PIC 9(06).
       01 GRACE-CMT-IN-REL-TYPE PIC X(02) VALUE SPACES.
       01 GRACE-CMT-IN-EFF PIC X(08) VALUE SPACES.
       01 GRACE-CMT-IN-EFF-NUM REDEFINES GRACE-CMT-IN-EFF
           PIC 9(08).
       01 GRACE-CMT-IN-END PIC X(08) VALUE SPACES.
       01 GRACE-CMT-IN-END-NUM REDEFINES GRACE-CMT-IN-END
           PIC 9(08).
       01 GRACE-CMT-IN-STATUS PIC X(01) VALUE SPACE.
       01 GRACE-CMT-IN-REASON PIC X(30) VALUE SPACES.
       01 GRACE-CMT-OLD-STATUS PIC X(01) VALUE SPACE.
       01 GRACE-CMT-IN-MKT PIC X(01) VALUE SPACE.
           88 GRACE-CMT-VALID-MKT VALUE 'Y' 'N' SPACE.
       01 GRACE-CMT-IN-SVC PIC X(01) VALUE SPACE.
           88 GRACE-CMT-VALID-SVC VALUE 'Y' 'N' SPACE.
       01 GRACE-CMT-IN-LIST PIC X(01) VALUE SPACE.
           88 GRACE-CMT-VALID-LIST VALUE 'Y' 'N' SPACE.

      *Contact preferences as they stood, for the change records.
       01 GRACE-CMT-OLD-PREFS.
           05 GRACE-CMT-OLD-MKT PIC X(01).
           05 GRACE-CMT-OLD-SVC PIC X(01).
           05 GRACE-CMT-OLD-LIST PIC X(01).
       01 GRACE-CMT-PREF-FIELD PIC X(10) VALUE SPACES.
       01 GRACE-CMT-PREF-OLD PIC X(01) VALUE SPACE.
       01 GRACE-CMT-PREF-NEW PIC X(01) VALUE SPACE.
       01 GRACE-CMT-PREF-MOVED-SW PIC X(01) VALUE 'N'.
           88 GRACE-CMT-PREF-MOVED VALUE 'Y'.

      *Date edit for the relationship dates.
       01 GRACE-CMT-DATE-CHECK PIC X(08) VALUE SPACES.
       01 GRACE-CMT-DATE-PARTS REDEFINES GRACE-CMT-DATE-CHECK.
           05 GRACE-CMT-DATE-YYYY PIC 9(04).
           05 GRACE-CMT-DATE-MM PIC 9(02).
               88 GRACE-CMT-VALID-MONTH VALUE 01 THRU 12.
           05 GRACE-CMT-DATE-DD PIC 9(02).
               88 GRACE-CMT-VALID-DAY VALUE 01 THRU 31.

      *Relationship as logged - type and party, then the dates.
       01 GRACE-CMT-REL-WITH.
           05 GRACE-CMT-REL-WITH-TYPE PIC X(02).
           05 FILLER PIC X(06) VALUE " WITH ".
           05 GRACE-CMT-REL-WITH-PARTY PIC 9(06).
       01 GRACE-CMT-REL-STAMP.
           05 GRACE-CMT-REL-STAMP-WORD PIC X(05).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-CMT-REL-STAMP-DATE PIC 9(08).
       01 GRACE-CMT-REL-OLD PIC X(15) VALUE SPACES.

       01 GRACE-CMT-REL-ON-FILE-SW PIC X(01) VALUE 'N'.
           88 GRACE-CMT-REL-ON-FILE VALUE 'Y'.

      *Postal state-code table for the address edit.
       01 GRACE-CMT-STATE-CHECK PIC X(02) VALUE SPACES.

       01 GRACE-CMT-COUNTS.
           05 GRACE-CMT-UPDATE-COUNT PIC 9(04) VALUE ZERO.
           05 GRACE-CMT-REL-UPDATES PIC 9(04) VALUE ZERO.
           05 GRACE-CMT-STATUS-UPDATES PIC 9(04) VALUE ZERO.
           05 GRACE-CMT-PREF-UPDATES PIC 9(04) VALUE ZERO.

       01 GRACE-UNF-STATUS PIC X(02).
           88 GRACE-UNF-OK VALUE '00'.
           88 GRACE-UNF-EOF VALUE '10'.
           88 GRACE-UNF-NOT-FOUND VALUE '35'.

       01 GRACE-CPF-STATUS PIC X(02).
           88 GRACE-CPF-OK VALUE '00'.
           88 GRACE-CPF-NOT-FOUND VALUE '35'.

       01 GRACE-CSH-STATUS PIC X(02).
           88 GRACE-CSH-OK VALUE '00'.
           88 GRACE-CSH-NOT-FOUND VALUE '35'.

       01 GRACE-NDX-STATUS PIC X(02).
           88 GRACE-NDX-OK VALUE '00'.

       01 GRACE-ACT-STATUS PIC X(02).
           88 GRACE-ACT-OK VALUE '00'.
           88 GRACE-ACT-NOT-FOUND VALUE '35'.

       01 GRACE-MST-STATUS PIC X(02).
           88 GRACE-MST-OK VALUE '00'.
           88 GRACE-MST-NOT-FOUND VALUE '35'.

       01 GRACE-DOV-STATUS PIC X(02).
           88 GRACE-DOV-OK VALUE '00'.
           88 GRACE-DOV-NOT-FOUND VALUE '35'.

       01 GRACE-NDX-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-NDX-OPEN VALUE 'Y'.

       01 GRACE-CMT-ACT-TAKEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-CMT-ACT-TAKEN VALUE 'Y'.

       01 GRACE-CMT-MST-TAKEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-CMT-MST-TAKEN VALUE 'Y'.

       01 GRACE-CMT-CST-WRITTEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-CMT-CST-WRITTEN VALUE 'Y'.

       01 GRACE-CPF-FOUND-SW PIC X(01) VALUE 'N'.
           88 GRACE-CPF-ON-FILE VALUE 'Y'.

       01 GRACE-UNF-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-UNF-END-OF-FILE VALUE 'Y'.

               10 GRACE-CMT-UNF-ID PIC 9(06).
               10 GRACE-CMT-UNF-DATE PIC 9(08).

      *Probable duplicates of a customer being added - the name
      *and sound-alike keys searched, the matches at the same zip
      *(up to twenty kept, the first five shown), and the
      *operator's answer.
       01 GRACE-CMT-DUP-NAME-STAGE PIC X(40) VALUE SPACES.
       01 GRACE-CMT-DUP-NAME PIC X(30) VALUE SPACES.
       01 GRACE-CMT-DUP-CODE PIC X(04) VALUE SPACES.
       01 GRACE-CMT-DUP-CTL.
           05 GRACE-CMT-DUP-COUNT PIC 9(02) VALUE ZERO.
           05 GRACE-CMT-DUP-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-CMT-DUP-ON-MASTER-SW PIC X(01) VALUE 'N'.
               88 GRACE-CMT-DUP-ON-MASTER VALUE 'Y'.
           05 GRACE-CMT-DUP-SEEN-SW PIC X(01) VALUE 'N'.
               88 GRACE-CMT-DUP-SEEN VALUE 'Y'.
           05 GRACE-CMT-DUP-DONE-SW PIC X(01) VALUE 'N'.
               88 GRACE-CMT-DUP-DONE VALUE 'Y'.
           05 GRACE-CMT-DUP-ID OCCURS 20 TIMES PIC 9(06).
       01 GRACE-CMT-DUP-LINES.
           05 GRACE-CMT-DUP-LINE OCCURS 5 TIMES PIC X(68).
       01 GRACE-CMT-DUP-ANSWER PIC X(01) VALUE SPACE.
           88 GRACE-CMT-NEW-PERSON VALUE 'Y' 'y'.
       01 GRACE-CMT-DUP-REASON PIC X(30) VALUE SPACES.
       01 GRACE-CMT-DUP-CLEARED-SW PIC X(01) VALUE 'Y'.
           88 GRACE-CMT-DUP-CLEARED VALUE 'Y'.
       01 GRACE-CMT-OVERRIDE-SW PIC X(01) VALUE 'N'.
           88 GRACE-CMT-DUP-OVERRIDDEN VALUE 'Y'.
       01 GRACE-CMT-OVERRIDE-COUNT PIC 9(04) VALUE ZERO.

           COPY GRACESDXH.

       SCREEN SECTION.
       01 GRACE-CMT-SIGNON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10
               VALUE "CUSTOMER MAINTENANCE SIGN-ON".
           05 LINE 4 COLUMN 10 VALUE "OPERATOR ID.........: ".

       01 GRACE-CMT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "GRACECST CUSTOMER MAINTENANCE".
           05 LINE 4 COLUMN 10
               VALUE "FUNCTION (A/C/D/L/E/S/P, X=EXIT): ".
           05 LINE 4 COLUMN 44 PIC X(01) TO GRACE-CMT-FUNCTION.
           05 LINE 6 COLUMN 10 VALUE "CUSTOMER ID.........: ".
           05 LINE 6 COLUMN 32 PIC X(06) TO GRACE-CMT-IN-ID.
           05 LINE 7 COLUMN 10 VALUE "FIRST NAME..........: ".
           05 LINE 11 COLUMN 32 PIC X(02) TO GRACE-CMT-IN-STATE.
           05 LINE 12 COLUMN 10 VALUE "ZIP.................: ".
           05 LINE 12 COLUMN 32 PIC X(05) TO GRACE-CMT-IN-ZIP.
           05 LINE 13 COLUMN 10 VALUE "CREDIT LIMIT........: ".
           05 LINE 13 COLUMN 32 PIC X(09) TO GRACE-CMT-IN-LIMIT.
           05 LINE 14 COLUMN 10 VALUE "RELATED PARTY ID....: ".
           05 LINE 14 COLUMN 32 PIC X(06) TO GRACE-CMT-IN-PARTY.
           05 LINE 15 COLUMN 10 VALUE "RELATION (JO/AU/GD/HH): ".
           05 LINE 15 COLUMN 34 PIC X(02) TO GRACE-CMT-IN-REL-TYPE.
           05 LINE 16 COLUMN 10 VALUE "EFFECTIVE (YYYYMMDD): ".
           05 LINE 16 COLUMN 32 PIC X(08) TO GRACE-CMT-IN-EFF.
           05 LINE 17 COLUMN 10 VALUE "END DATE (YYYYMMDD).: ".
           05 LINE 17 COLUMN 32 PIC X(08) TO GRACE-CMT-IN-END.
           05 LINE 18 COLUMN 10 VALUE "STATUS (A/C/D/F/R)..: ".
           05 LINE 18 COLUMN 32 PIC X(01) TO GRACE-CMT-IN-STATUS.
           05 LINE 19 COLUMN 10 VALUE "STATUS REASON.......: ".
           05 LINE 19 COLUMN 32 PIC X(30) TO GRACE-CMT-IN-REASON.
           05 LINE 20 COLUMN 10 VALUE "MKT/SVC/LIST (Y/N)..: ".
           05 LINE 20 COLUMN 32 PIC X(01) TO GRACE-CMT-IN-MKT.
           05 LINE 20 COLUMN 34 PIC X(01) TO GRACE-CMT-IN-SVC.
           05 LINE 20 COLUMN 36 PIC X(01) TO GRACE-CMT-IN-LIST.
           05 LINE 21 COLUMN 10 VALUE "CONFIRM (Y/N).......: ".
           05 LINE 21 COLUMN 32 PIC X(01) TO GRACE-CMT-CONFIRM.

       01 GRACE-CMT-DUP-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10
               VALUE "PROBABLE DUPLICATE - SAME OR SOUND-ALIKE NAME".
           05 LINE 3 COLUMN 10 VALUE "AT ZIP ".
           05 LINE 3 COLUMN 17 PIC X(05) FROM GRACE-CMT-IN-ZIP.
           05 LINE 3 COLUMN 23 VALUE "- MATCHES: ".
           05 LINE 3 COLUMN 34 PIC Z9 FROM GRACE-CMT-DUP-COUNT.
           05 LINE 5 COLUMN 10 PIC X(68) FROM GRACE-CMT-DUP-LINE(1).
           05 LINE 6 COLUMN 10 PIC X(68) FROM GRACE-CMT-DUP-LINE(2).
           05 LINE 7 COLUMN 10 PIC X(68) FROM GRACE-CMT-DUP-LINE(3).
           05 LINE 8 COLUMN 10 PIC X(68) FROM GRACE-CMT-DUP-LINE(4).
           05 LINE 9 COLUMN 10 PIC X(68) FROM GRACE-CMT-DUP-LINE(5).
           05 LINE 11 COLUMN 10 VALUE "ADD AS A NEW PERSON (Y/N): ".
           05 LINE 11 COLUMN 37 PIC X(01) TO GRACE-CMT-DUP-ANSWER.
           05 LINE 12 COLUMN 10 VALUE "OVERRIDE REASON.....: ".
           05 LINE 12 COLUMN 32 PIC X(30) TO GRACE-CMT-DUP-REASON.

       PROCEDURE DIVISION.
       MAIN SECTION.
           ACCEPT GRACE-CMT-TODAY FROM DATE YYYYMMDD.
           PERFORM 7070-NOTE-TRAINING-SESSION.
           DISPLAY GRACE-CMT-SIGNON-SCREEN.
           ACCEPT GRACE-CMT-SIGNON-SCREEN.
           PERFORM 7000-VERIFY-OPERATOR.
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-OPEN-CUSTOMER-MASTER.
           OPEN EXTEND GRACE-CCL-FILE.
           IF GRACE-CCL-NOT-FOUND
               OPEN OUTPUT GRACE-CCL-FILE
           END-IF.
           OPEN I-O GRACE-CPF-FILE.
           IF GRACE-CPF-NOT-FOUND
               OPEN OUTPUT GRACE-CPF-FILE
               CLOSE GRACE-CPF-FILE
               OPEN I-O GRACE-CPF-FILE
           END-IF.
           OPEN I-O GRACE-REL-FILE.
           IF GRACE-REL-NOT-FOUND
               OPEN OUTPUT GRACE-REL-FILE
               CLOSE GRACE-REL-FILE
               OPEN I-O GRACE-REL-FILE
           END-IF.
           SET GRACE-RLX-FILE-OPEN TO TRUE.
           MOVE GRACE-CMT-TODAY TO GRACE-RLX-TODAY.
           OPEN INPUT GRACE-NAME-INDEX.
           IF GRACE-NDX-OK
               SET GRACE-NDX-OPEN TO TRUE
           ELSE
               DISPLAY "GRACENDX NOT AVAILABLE - ADDS WILL NOT BE "
                   "CHECKED FOR PROBABLE DUPLICATES"
           END-IF.
           PERFORM 2000-TAKE-ONE-FUNCTION
               UNTIL GRACE-CMT-EXIT.
           CLOSE GRACE-CST-FILE.
           CLOSE GRACE-CCL-FILE.
           CLOSE GRACE-CPF-FILE.
           CLOSE GRACE-REL-FILE.
           IF GRACE-NDX-OPEN
               CLOSE GRACE-NAME-INDEX
           END-IF.
           IF GRACE-CMT-OVERRIDE-COUNT > ZERO
               DISPLAY "GRACEDOV - " GRACE-CMT-OVERRIDE-COUNT
                   " DUPLICATE WARNING OVERRIDE(S) THIS SESSION"
           END-IF.
           IF GRACE-CMT-REL-UPDATES > ZERO
               DISPLAY "GRACEREL - " GRACE-CMT-REL-UPDATES
                   " RELATIONSHIP UPDATE(S) THIS SESSION"
           END-IF.
           IF GRACE-CMT-STATUS-UPDATES > ZERO
               DISPLAY "GRACECPF - " GRACE-CMT-STATUS-UPDATES
                   " STATUS CHANGE(S) THIS SESSION"
           END-IF.
           IF GRACE-CMT-PREF-UPDATES > ZERO
               DISPLAY "GRACECPF - " GRACE-CMT-PREF-UPDATES
                   " CONTACT PREFERENCE UPDATE(S) THIS SESSION"
           END-IF.
           IF GRACE-CMT-UPDATE-COUNT > ZERO
               DISPLAY "GRACECSK - " GRACE-CMT-UPDATE-COUNT
                   " UPDATE(S) THIS SESSION"
           ELSE
               DISPLAY "NO UPDATES ACCEPTED - GRACECSK UNCHANGED"
           END-IF.
           IF GRACE-CMT-CLR-USED > ZERO
               PERFORM 6000-CLEAR-UNDELIVERABLE-FLAGS
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *An empty master is created the first time, the way the
      *profile and relationship files are.
       1000-OPEN-CUSTOMER-MASTER.
           OPEN I-O GRACE-CST-FILE.
           IF GRACE-CST-NOT-FOUND
               DISPLAY "GRACECSK NOT FOUND - STARTING AN EMPTY "
                   "MASTER"
               OPEN OUTPUT GRACE-CST-FILE
               CLOSE GRACE-CST-FILE
               OPEN I-O GRACE-CST-FILE
           END-IF.

      *----------------------------------------------------------
      * 2000-TAKE-ONE-FUNCTION presents the screen, edits the
      * keyed fields, and applies the function to the keyed
      * master. Nothing touches disk until a confirmed update.
      *----------------------------------------------------------
       2000-TAKE-ONE-FUNCTION.
           MOVE SPACES TO GRACE-CMT-IN-CITY.
           MOVE SPACES TO GRACE-CMT-IN-STATE.
           MOVE SPACES TO GRACE-CMT-IN-ZIP.
           MOVE SPACES TO GRACE-CMT-IN-LIMIT.
           MOVE SPACES TO GRACE-CMT-IN-PARTY.
           MOVE SPACES TO GRACE-CMT-IN-REL-TYPE.
           MOVE SPACES TO GRACE-CMT-IN-EFF.
           MOVE SPACES TO GRACE-CMT-IN-END.
           MOVE SPACE TO GRACE-CMT-IN-STATUS.
           MOVE SPACES TO GRACE-CMT-IN-REASON.
           MOVE SPACE TO GRACE-CMT-IN-MKT.
           MOVE SPACE TO GRACE-CMT-IN-SVC.
           MOVE SPACE TO GRACE-CMT-IN-LIST.
           MOVE 'N' TO GRACE-CMT-CONFIRM.
           DISPLAY GRACE-CMT-SCREEN.
           ACCEPT GRACE-CMT-SCREEN.
                   PERFORM 3300-APPLY-CHANGE
               WHEN GRACE-CMT-DELETE
                   PERFORM 3600-APPLY-DELETE
               WHEN GRACE-CMT-LINK
                   PERFORM 3800-APPLY-LINK
               WHEN GRACE-CMT-END-LINK
                   PERFORM 3900-APPLY-END-LINK
               WHEN GRACE-CMT-SET-STATUS
                   PERFORM 4600-APPLY-STATUS
               WHEN GRACE-CMT-SET-PREFS
                   PERFORM 4900-APPLY-PREFERENCES
               WHEN OTHER
                   DISPLAY "UNKNOWN FUNCTION - KEY A, C, D, L, E, S, "
                       "P OR X"
           END-EVALUATE.

      *----------------------------------------------------------
      * 2500-EDIT-KEYED-FIELDS enforces the entry edits: numeric
      * non-zero customer ID, and a non-blank last name on add and
      * change. A credit limit, when keyed, is nine digits or NONE.
      * A link or end needs a numeric related party other than the
      * customer and a known relationship type; its dates, when
      * keyed, must be real dates, and a link must end after it
      * takes effect. A link keyed with no effective date takes
      * effect today. A status change needs a known status code
      * and a reason. A preference change needs Y, N or blank for
      * each preference and at least one of them keyed.
      *----------------------------------------------------------
       2500-EDIT-KEYED-FIELDS.
           MOVE 'Y' TO GRACE-CMT-EDIT-OK-SW.
               DISPLAY "ZIP MUST BE NUMERIC - KEYED: "
                   GRACE-CMT-IN-ZIP
           END-IF.
           IF (GRACE-CMT-ADD OR GRACE-CMT-CHANGE)
                   AND GRACE-CMT-IN-LIMIT NOT = SPACES
                   AND NOT GRACE-CMT-LIMIT-REMOVED
                   AND GRACE-CMT-IN-LIMIT NOT NUMERIC
               MOVE 'N' TO GRACE-CMT-EDIT-OK-SW
               DISPLAY "CREDIT LIMIT MUST BE NINE DIGITS OR NONE - "
                   "KEYED: " GRACE-CMT-IN-LIMIT
           END-IF.
           IF GRACE-CMT-LINK OR GRACE-CMT-END-LINK
               PERFORM 2550-EDIT-RELATIONSHIP-FIELDS
           END-IF.
           IF GRACE-CMT-SET-STATUS
               INSPECT GRACE-CMT-IN-STATUS
                   CONVERTING "acdfr" TO "ACDFR"
               MOVE GRACE-CMT-IN-STATUS TO GRACE-CPF-CUST-STATUS
               IF NOT GRACE-CPF-VALID-STATUS
                   MOVE 'N' TO GRACE-CMT-EDIT-OK-SW
                   DISPLAY "STATUS MUST BE A, C, D, F OR R - KEYED: "
                       GRACE-CMT-IN-STATUS
               END-IF
               IF GRACE-CMT-IN-REASON = SPACES
                   MOVE 'N' TO GRACE-CMT-EDIT-OK-SW
                   DISPLAY "A REASON IS REQUIRED FOR A STATUS CHANGE"
               END-IF
           END-IF.
           IF GRACE-CMT-SET-PREFS
               INSPECT GRACE-CMT-IN-MKT CONVERTING "yn" TO "YN"
               INSPECT GRACE-CMT-IN-SVC CONVERTING "yn" TO "YN"
               INSPECT GRACE-CMT-IN-LIST CONVERTING "yn" TO "YN"
               IF NOT GRACE-CMT-VALID-MKT
                       OR NOT GRACE-CMT-VALID-SVC
                       OR NOT GRACE-CMT-VALID-LIST
                   MOVE 'N' TO GRACE-CMT-EDIT-OK-SW
                   DISPLAY "PREFERENCES MUST BE Y, N OR BLANK"
               END-IF
               IF GRACE-CMT-IN-MKT = SPACE
                       AND GRACE-CMT-IN-SVC = SPACE
                       AND GRACE-CMT-IN-LIST = SPACE
                   MOVE 'N' TO GRACE-CMT-EDIT-OK-SW
                   DISPLAY "KEY AT LEAST ONE PREFERENCE"
               END-IF
           END-IF.

       2550-EDIT-RELATIONSHIP-FIELDS.
           IF GRACE-CMT-IN-PARTY NOT NUMERIC
               MOVE 'N' TO GRACE-CMT-EDIT-OK-SW
               DISPLAY "RELATED PARTY ID MUST BE NUMERIC - KEYED: "
                   GRACE-CMT-IN-PARTY
           ELSE
               IF GRACE-CMT-IN-PARTY-NUM = ZERO
                       OR GRACE-CMT-IN-PARTY = GRACE-CMT-IN-ID
                   MOVE 'N' TO GRACE-CMT-EDIT-OK-SW
                   DISPLAY "RELATED PARTY MUST BE NON-ZERO AND NOT "
                       "THE CUSTOMER"
               END-IF
           END-IF.
           MOVE GRACE-CMT-IN-REL-TYPE TO GRACE-REL-TYPE.
           IF NOT GRACE-REL-VALID-TYPE
               MOVE 'N' TO GRACE-CMT-EDIT-OK-SW
               DISPLAY "RELATIONSHIP MUST BE JO, AU, GD OR HH - "
                   "KEYED: " GRACE-CMT-IN-REL-TYPE
           END-IF.
           IF GRACE-CMT-LINK
               IF GRACE-CMT-IN-EFF = SPACES
                   MOVE GRACE-CMT-TODAY TO GRACE-CMT-IN-EFF-NUM
               END-IF
               MOVE GRACE-CMT-IN-EFF TO GRACE-CMT-DATE-CHECK
               PERFORM 2560-EDIT-DATE
           END-IF.
           IF GRACE-CMT-IN-END NOT = SPACES
               MOVE GRACE-CMT-IN-END TO GRACE-CMT-DATE-CHECK
               PERFORM 2560-EDIT-DATE
               IF GRACE-CMT-EDIT-OK AND GRACE-CMT-LINK
                       AND GRACE-CMT-IN-END-NUM
                           NOT > GRACE-CMT-IN-EFF-NUM
                   MOVE 'N' TO GRACE-CMT-EDIT-OK-SW
                   DISPLAY "END DATE MUST BE AFTER THE EFFECTIVE "
                       "DATE"
               END-IF
           END-IF.

       2560-EDIT-DATE.
           IF GRACE-CMT-DATE-CHECK NOT NUMERIC
               MOVE 'N' TO GRACE-CMT-EDIT-OK-SW
               DISPLAY "DATE MUST BE YYYYMMDD"
           ELSE
               IF GRACE-CMT-DATE-YYYY < 1900
                       OR NOT GRACE-CMT-VALID-MONTH
                       OR NOT GRACE-CMT-VALID-DAY
                   MOVE 'N' TO GRACE-CMT-EDIT-OK-SW
                   DISPLAY "DATE " GRACE-CMT-DATE-CHECK
                       " IS NOT A CALENDAR DATE"
               END-IF
           END-IF.

      *The customer found is left in the GRACECST record area.
       2600-FIND-CUSTOMER.
           MOVE 'N' TO GRACE-CMT-FOUND-SW.
           MOVE GRACE-CMT-IN-ID-NUM TO GRACE-CST-ID.
           READ GRACE-CST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GRACE-CMT-CUSTOMER-FOUND TO TRUE
           END-READ.

      *----------------------------------------------------------
      * 2650-FIND-ACCOUNT-NUMBER - a new customer's first account
      * takes the customer's number, so the number must not be an
      * account already, on GRACEACT or GRACEMST. A file not there
      * holds nothing.
      *----------------------------------------------------------
       2650-FIND-ACCOUNT-NUMBER.
           MOVE 'N' TO GRACE-CMT-ACT-TAKEN-SW.
           MOVE 'N' TO GRACE-CMT-MST-TAKEN-SW.
           OPEN INPUT GRACE-ACT-FILE.
           IF GRACE-ACT-OK
               MOVE GRACE-CMT-IN-ID-NUM TO GRACE-ACT-NUMBER
               READ GRACE-ACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET GRACE-CMT-ACT-TAKEN TO TRUE
               END-READ
               CLOSE GRACE-ACT-FILE
           END-IF.
           OPEN INPUT GRACE-MST-FILE.
           IF GRACE-MST-OK
               MOVE GRACE-CMT-IN-ID-NUM TO GRACE-MST-KEY
               READ GRACE-MST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET GRACE-CMT-MST-TAKEN TO TRUE
               END-READ
               CLOSE GRACE-MST-FILE
           END-IF.

       2700-FIND-PARTY.
           MOVE 'N' TO GRACE-CMT-PARTY-FOUND-SW.
           MOVE GRACE-CMT-IN-PARTY-NUM TO GRACE-CST-ID.
           READ GRACE-CST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GRACE-CMT-PARTY-FOUND TO TRUE
           END-READ.

       2800-READ-RELATIONSHIP.
           MOVE GRACE-CMT-IN-ID-NUM TO GRACE-REL-CUST-ID.
           MOVE GRACE-CMT-IN-PARTY-NUM TO GRACE-REL-PARTY-ID.
           MOVE GRACE-CMT-IN-REL-TYPE TO GRACE-REL-TYPE.
           READ GRACE-REL-FILE
               INVALID KEY
                   MOVE 'N' TO GRACE-CMT-REL-ON-FILE-SW
               NOT INVALID KEY
                   MOVE 'Y' TO GRACE-CMT-REL-ON-FILE-SW
           END-READ.
           MOVE 'N' TO GRACE-RLX-ACTIVE-SW.
           IF GRACE-CMT-REL-ON-FILE
               IF GRACE-REL-OPEN-ENDED
                       OR (GRACE-REL-END-DATE > GRACE-CMT-TODAY
                       AND GRACE-REL-END-DATE > GRACE-REL-EFF-DATE)
                   SET GRACE-RLX-ACTIVE TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------
      * 3000-APPLY-ADD adds a customer whose ID is free, once the
      * probable-duplicate check has cleared it or the operator
      * has confirmed a new person over the warning.
      *----------------------------------------------------------
       3000-APPLY-ADD.
           PERFORM 2500-EDIT-KEYED-FIELDS.
           IF GRACE-CMT-EDIT-OK
               PERFORM 2600-FIND-CUSTOMER
               PERFORM 2650-FIND-ACCOUNT-NUMBER
               EVALUATE TRUE
                   WHEN GRACE-CMT-CUSTOMER-FOUND
                       DISPLAY "CUSTOMER ID " GRACE-CMT-IN-ID
                           " ALREADY ON FILE - ADD REJECTED"
                   WHEN GRACE-CMT-ACT-TAKEN
                       DISPLAY "CUSTOMER ID " GRACE-CMT-IN-ID
                           " ALREADY ON GRACEACT AS AN ACCOUNT"
                           " - ADD REJECTED"
                   WHEN GRACE-CMT-MST-TAKEN
                       DISPLAY "CUSTOMER ID " GRACE-CMT-IN-ID
                           " ALREADY ON GRACEMST AS AN ACCOUNT"
                           " - ADD REJECTED"
                   WHEN OTHER
                       PERFORM 3100-CHECK-DUPLICATES
                       IF GRACE-CMT-DUP-CLEARED
                           PERFORM 3050-ADD-CUSTOMER
                       ELSE
                           DISPLAY "ADD CANCELLED - PROBABLE "
                               "DUPLICATE NOT CONFIRMED AS A NEW "
                               "PERSON"
                       END-IF
               END-EVALUATE
           END-IF.

       3050-ADD-CUSTOMER.
           MOVE SPACES TO GRACE-CST-REC.
           MOVE GRACE-CMT-IN-ID-NUM TO GRACE-CST-ID.
           MOVE GRACE-CMT-IN-FIRST TO GRACE-CST-FIRST-NAME.
           MOVE GRACE-CMT-IN-LAST TO GRACE-CST-LAST-NAME.
           MOVE GRACE-CMT-IN-STREET TO GRACE-CST-STREET.
           MOVE GRACE-CMT-IN-CITY TO GRACE-CST-CITY.
           MOVE GRACE-CMT-IN-STATE TO GRACE-CST-STATE.
           MOVE GRACE-CMT-IN-ZIP TO GRACE-CST-ZIP.
           MOVE 'N' TO GRACE-CMT-CST-WRITTEN-SW.
           WRITE GRACE-CST-REC
               INVALID KEY
                   DISPLAY "*** GRACECSK WRITE FAILED FOR "
                       GRACE-CMT-IN-ID " - STATUS " GRACE-CST-STATUS
                       " - NOTHING ADDED ***"
               NOT INVALID KEY
                   SET GRACE-CMT-CST-WRITTEN TO TRUE
           END-WRITE.
           IF GRACE-CMT-CST-WRITTEN
               PERFORM 3060-LOG-NEW-CUSTOMER
           END-IF.

      *Only a customer actually written is logged, limited and
      *reported as an override.
       3060-LOG-NEW-CUSTOMER.
           MOVE SPACES TO GRACE-CCL-REC.
           MOVE 'A' TO GRACE-CCL-FUNCTION.
           MOVE GRACE-CMT-IN-ID-NUM TO GRACE-CCL-CUST-ID.
           MOVE GRACE-CMT-IN-FIRST TO GRACE-CCL-NEW-FIRST.
           MOVE GRACE-CMT-IN-LAST TO GRACE-CCL-NEW-LAST.
           PERFORM 4000-WRITE-CHANGE-RECORD.
           IF GRACE-CMT-IN-LIMIT NOT = SPACES
               PERFORM 4500-MAINTAIN-CREDIT-LIMIT
           END-IF.
           IF GRACE-CMT-DUP-OVERRIDDEN
               PERFORM 3190-LOG-DUPLICATE-OVERRIDE
           END-IF.
           DISPLAY "ADDED CUSTOMER " GRACE-CMT-IN-ID.

      *----------------------------------------------------------
      * 3100-CHECK-DUPLICATES looks the new customer up on the
      * name index by the full name, built the way GRACENDX builds
      * it, and by the phonetic code of the last name. A customer
      * found either way who is still on the master at the zip
      * keyed is a probable duplicate. With none the add is
      * cleared; with any, the operator decides.
      *----------------------------------------------------------
       3100-CHECK-DUPLICATES.
           MOVE 'Y' TO GRACE-CMT-DUP-CLEARED-SW.
           MOVE 'N' TO GRACE-CMT-OVERRIDE-SW.
           MOVE ZERO TO GRACE-CMT-DUP-COUNT.
           MOVE SPACES TO GRACE-CMT-DUP-LINES.
           IF GRACE-NDX-OPEN
               MOVE SPACES TO GRACE-CMT-DUP-NAME-STAGE
               STRING GRACE-CMT-IN-FIRST DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      GRACE-CMT-IN-LAST DELIMITED BY SPACE
                   INTO GRACE-CMT-DUP-NAME-STAGE
               END-STRING
               MOVE GRACE-CMT-DUP-NAME-STAGE TO GRACE-CMT-DUP-NAME
               MOVE GRACE-CMT-DUP-NAME TO GRACE-NDX-FULL-NAME
               MOVE 'N' TO GRACE-CMT-DUP-DONE-SW
               START GRACE-NAME-INDEX
                   KEY IS = GRACE-NDX-FULL-NAME
                   INVALID KEY
                       SET GRACE-CMT-DUP-DONE TO TRUE
               END-START
               PERFORM 3110-READ-NAME-MATCH
                   UNTIL GRACE-CMT-DUP-DONE
               MOVE GRACE-CMT-IN-LAST TO GRACE-SDX-NAME
               PERFORM 6500-COMPUTE-PHONETIC
               MOVE GRACE-SDX-CODE TO GRACE-CMT-DUP-CODE
               MOVE GRACE-CMT-DUP-CODE TO GRACE-NDX-PHONETIC
               MOVE 'N' TO GRACE-CMT-DUP-DONE-SW
               START GRACE-NAME-INDEX
                   KEY IS = GRACE-NDX-PHONETIC
                   INVALID KEY
                       SET GRACE-CMT-DUP-DONE TO TRUE
               END-START
               PERFORM 3120-READ-PHONETIC-MATCH
                   UNTIL GRACE-CMT-DUP-DONE
           END-IF.
           IF GRACE-CMT-DUP-COUNT > ZERO
               PERFORM 3150-CONFIRM-NEW-PERSON
           END-IF.

       3110-READ-NAME-MATCH.
           READ GRACE-NAME-INDEX NEXT RECORD
               AT END
                   SET GRACE-CMT-DUP-DONE TO TRUE
               NOT AT END
                   IF GRACE-NDX-FULL-NAME NOT = GRACE-CMT-DUP-NAME
                       SET GRACE-CMT-DUP-DONE TO TRUE
                   ELSE
                       PERFORM 3130-CONSIDER-CANDIDATE
                   END-IF
           END-READ.

       3120-READ-PHONETIC-MATCH.
           READ GRACE-NAME-INDEX NEXT RECORD
               AT END
                   SET GRACE-CMT-DUP-DONE TO TRUE
               NOT AT END
                   IF GRACE-NDX-PHONETIC NOT = GRACE-CMT-DUP-CODE
                       SET GRACE-CMT-DUP-DONE TO TRUE
                   ELSE
                       PERFORM 3130-CONSIDER-CANDIDATE
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * 3130-CONSIDER-CANDIDATE keeps an index hit that is still
      * on the master at the zip keyed and was not already found
      * by the other key.
      *----------------------------------------------------------
       3130-CONSIDER-CANDIDATE.
           PERFORM 3135-MATCH-CANDIDATE.
           MOVE 'N' TO GRACE-CMT-DUP-SEEN-SW.
           PERFORM 3140-CHECK-SEEN
               VARYING GRACE-CMT-DUP-IDX FROM 1 BY 1
               UNTIL GRACE-CMT-DUP-IDX > GRACE-CMT-DUP-COUNT.
           IF GRACE-CMT-DUP-ON-MASTER
                   AND NOT GRACE-CMT-DUP-SEEN
                   AND GRACE-CMT-DUP-COUNT < 20
               ADD 1 TO GRACE-CMT-DUP-COUNT
               MOVE GRACE-NDX-CUST-ID
                   TO GRACE-CMT-DUP-ID(GRACE-CMT-DUP-COUNT)
               IF GRACE-CMT-DUP-COUNT <= 5
                   PERFORM 3145-STORE-MATCH
               END-IF
           END-IF.

       3135-MATCH-CANDIDATE.
           MOVE 'N' TO GRACE-CMT-DUP-ON-MASTER-SW.
           MOVE GRACE-NDX-CUST-ID TO GRACE-CST-ID.
           READ GRACE-CST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GRACE-CST-ZIP = GRACE-CMT-IN-ZIP
                       SET GRACE-CMT-DUP-ON-MASTER TO TRUE
                   END-IF
           END-READ.

       3140-CHECK-SEEN.
           IF GRACE-CMT-DUP-ID(GRACE-CMT-DUP-IDX) = GRACE-NDX-CUST-ID
               SET GRACE-CMT-DUP-SEEN TO TRUE
           END-IF.

       3145-STORE-MATCH.
           STRING GRACE-NDX-CUST-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GRACE-CST-FIRST-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               GRACE-CST-LAST-NAME DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               GRACE-CST-STREET DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-CST-CITY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-CST-STATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-CST-ZIP DELIMITED BY SIZE
               INTO GRACE-CMT-DUP-LINE(GRACE-CMT-DUP-COUNT)
           END-STRING.

      *----------------------------------------------------------
      * 3150-CONFIRM-NEW-PERSON shows the probable duplicates and
      * lets the add go ahead only when the operator answers Y and
      * keys a reason for the override.
      *----------------------------------------------------------
       3150-CONFIRM-NEW-PERSON.
           MOVE SPACE TO GRACE-CMT-DUP-ANSWER.
           MOVE SPACES TO GRACE-CMT-DUP-REASON.
           DISPLAY GRACE-CMT-DUP-SCREEN.
           ACCEPT GRACE-CMT-DUP-SCREEN.
           IF GRACE-CMT-NEW-PERSON
                   AND GRACE-CMT-DUP-REASON NOT = SPACES
               SET GRACE-CMT-DUP-OVERRIDDEN TO TRUE
           ELSE
               MOVE 'N' TO GRACE-CMT-DUP-CLEARED-SW
               IF GRACE-CMT-NEW-PERSON
                   DISPLAY "A REASON IS REQUIRED TO ADD OVER A "
                       "DUPLICATE WARNING"
               END-IF
           END-IF.

      *----------------------------------------------------------
      * 3190-LOG-DUPLICATE-OVERRIDE records an add made over the
      * warning on GRACEDOV for data stewardship, and on GRACECHG.
      *----------------------------------------------------------
       3190-LOG-DUPLICATE-OVERRIDE.
           MOVE SPACES TO GRACE-CHG-REC.
           MOVE "GRACECST" TO GRACE-CHG-FILE-NAME.
           MOVE "DUP OVRIDE" TO GRACE-CHG-FIELD-NAME.
           STRING "MATCH " DELIMITED BY SIZE
               GRACE-CMT-DUP-ID(1) DELIMITED BY SIZE
               INTO GRACE-CHG-OLD-VALUE
           END-STRING.
           STRING "ADDED " DELIMITED BY SIZE
               GRACE-CMT-IN-ID-NUM DELIMITED BY SIZE
               INTO GRACE-CHG-NEW-VALUE
           END-STRING.
           PERFORM 8900-WRITE-CHANGE-RECORD.
           MOVE SPACES TO GRACE-DOV-REC.
           MOVE GRACE-CMT-IN-ID-NUM TO GRACE-DOV-NEW-ID.
           MOVE GRACE-CMT-DUP-ID(1) TO GRACE-DOV-MATCH-ID.
           MOVE GRACE-CMT-DUP-COUNT TO GRACE-DOV-MATCH-COUNT.
           MOVE GRACE-CHG-DATE TO GRACE-DOV-DATE.
           MOVE GRACE-CHG-TIME TO GRACE-DOV-TIME.
           MOVE GRACE-OPS-SIGNON-ID TO GRACE-DOV-OPER-ID.
           MOVE GRACE-CMT-DUP-REASON TO GRACE-DOV-REASON.
           OPEN EXTEND GRACE-DOV-FILE.
           IF GRACE-DOV-NOT-FOUND
               OPEN OUTPUT GRACE-DOV-FILE
           END-IF.
           WRITE GRACE-DOV-REC.
           CLOSE GRACE-DOV-FILE.
           ADD 1 TO GRACE-CMT-OVERRIDE-COUNT.

       3300-APPLY-CHANGE.
           PERFORM 2500-EDIT-KEYED-FIELDS.
           IF GRACE-CMT-EDIT-OK
               PERFORM 2600-FIND-CUSTOMER
               IF NOT GRACE-CMT-CUSTOMER-FOUND
                   DISPLAY "CUSTOMER ID " GRACE-CMT-IN-ID
                       " NOT ON FILE - CHANGE REJECTED"
               ELSE
                   MOVE SPACES TO GRACE-CCL-REC
                   MOVE 'C' TO GRACE-CCL-FUNCTION
                   MOVE GRACE-CMT-IN-ID-NUM TO GRACE-CCL-CUST-ID
                   MOVE GRACE-CST-FIRST-NAME TO GRACE-CCL-OLD-FIRST
                   MOVE GRACE-CST-LAST-NAME TO GRACE-CCL-OLD-LAST
                   MOVE GRACE-CST-STREET TO GRACE-CMT-OLD-STREET
                   MOVE GRACE-CST-CITY TO GRACE-CMT-OLD-CITY
                   MOVE GRACE-CST-STATE TO GRACE-CMT-OLD-STATE
                   MOVE GRACE-CST-ZIP TO GRACE-CMT-OLD-ZIP
                   MOVE GRACE-CMT-IN-FIRST TO GRACE-CST-FIRST-NAME
                   MOVE GRACE-CMT-IN-LAST TO GRACE-CST-LAST-NAME
                   MOVE GRACE-CMT-IN-STREET TO GRACE-CST-STREET
                   MOVE GRACE-CMT-IN-CITY TO GRACE-CST-CITY
                   MOVE GRACE-CMT-IN-STATE TO GRACE-CST-STATE
                   MOVE GRACE-CMT-IN-ZIP TO GRACE-CST-ZIP
                   REWRITE GRACE-CST-REC
                       INVALID KEY
                           DISPLAY "*** GRACECSK REWRITE FAILED FOR "
                               GRACE-CMT-IN-ID " - STATUS "
                               GRACE-CST-STATUS " ***"
                   END-REWRITE
                   MOVE GRACE-CMT-IN-FIRST TO GRACE-CCL-NEW-FIRST
                   MOVE GRACE-CMT-IN-LAST TO GRACE-CCL-NEW-LAST
                   PERFORM 4000-WRITE-CHANGE-RECORD
                   IF GRACE-CMT-OLD-STREET NOT = GRACE-CMT-IN-STREET
                           OR GRACE-CMT-OLD-CITY NOT = GRACE-CMT-IN-CITY
                           OR GRACE-CMT-OLD-STATE
                           NOT = GRACE-CMT-IN-STATE
                           OR GRACE-CMT-OLD-ZIP NOT = GRACE-CMT-IN-ZIP
                       PERFORM 4100-WRITE-ADDRESS-MOVE
                   END-IF
                   IF GRACE-CMT-IN-LIMIT NOT = SPACES
                       PERFORM 4500-MAINTAIN-CREDIT-LIMIT
                   END-IF
                   IF GRACE-CMT-CLR-USED < 100
                       ADD 1 TO GRACE-CMT-CLR-USED
                       MOVE GRACE-CMT-IN-ID-NUM TO
           PERFORM 2500-EDIT-KEYED-FIELDS.
           IF GRACE-CMT-EDIT-OK
               PERFORM 2600-FIND-CUSTOMER
               MOVE ZERO TO GRACE-RLX-ACTIVE-COUNT
               IF GRACE-CMT-CUSTOMER-FOUND
                   MOVE GRACE-CMT-IN-ID-NUM TO GRACE-RLX-CUST-ID
                   PERFORM 8250-COUNT-ACTIVE-RELATIONS
               END-IF
               EVALUATE TRUE
                   WHEN NOT GRACE-CMT-CUSTOMER-FOUND
                       DISPLAY "CUSTOMER ID " GRACE-CMT-IN-ID
                           " NOT ON FILE - DELETE REJECTED"
                   WHEN GRACE-RLX-ACTIVE-COUNT > ZERO
                       DISPLAY "CUSTOMER ID " GRACE-CMT-IN-ID " HAS "
                           GRACE-RLX-ACTIVE-COUNT " RELATIONSHIP(S) "
                           "IN FORCE - DELETE REJECTED"
                   WHEN OTHER
                       PERFORM 3650-DELETE-CUSTOMER
               END-EVALUATE
           END-IF.

       3650-DELETE-CUSTOMER.
           MOVE SPACES TO GRACE-CCL-REC.
           MOVE 'D' TO GRACE-CCL-FUNCTION.
           MOVE GRACE-CMT-IN-ID-NUM TO GRACE-CCL-CUST-ID.
           MOVE GRACE-CST-FIRST-NAME TO GRACE-CCL-OLD-FIRST.
           MOVE GRACE-CST-LAST-NAME TO GRACE-CCL-OLD-LAST.
           DELETE GRACE-CST-FILE
               INVALID KEY
                   DISPLAY "*** GRACECSK DELETE FAILED FOR "
                       GRACE-CMT-IN-ID " - STATUS " GRACE-CST-STATUS
                       " ***"
           END-DELETE.
           PERFORM 4000-WRITE-CHANGE-RECORD.
           PERFORM 4700-DELETE-PROFILE.
           DISPLAY "DELETED CUSTOMER " GRACE-CMT-IN-ID.

      *----------------------------------------------------------
      * 3800-APPLY-LINK links the related party to the customer.
      * A link that has ended is reopened on the same record; one
      * still in force, or not yet in force, is left alone.
      *----------------------------------------------------------
       3800-APPLY-LINK.
           PERFORM 2500-EDIT-KEYED-FIELDS.
           IF GRACE-CMT-EDIT-OK
               PERFORM 2600-FIND-CUSTOMER
               PERFORM 2700-FIND-PARTY
               EVALUATE TRUE
                   WHEN NOT GRACE-CMT-CUSTOMER-FOUND
                       DISPLAY "CUSTOMER ID " GRACE-CMT-IN-ID
                           " NOT ON FILE - LINK REJECTED"
                   WHEN NOT GRACE-CMT-PARTY-FOUND
                       DISPLAY "RELATED PARTY " GRACE-CMT-IN-PARTY
                           " NOT ON FILE - LINK REJECTED"
                   WHEN OTHER
                       PERFORM 3850-WRITE-LINK
               END-EVALUATE
           END-IF.

       3850-WRITE-LINK.
           PERFORM 2800-READ-RELATIONSHIP.
           IF GRACE-RLX-ACTIVE
               DISPLAY GRACE-CMT-IN-REL-TYPE " " GRACE-CMT-IN-PARTY
                   " ALREADY LINKED TO " GRACE-CMT-IN-ID
                   " - LINK REJECTED"
           ELSE
               IF GRACE-CMT-REL-ON-FILE
                   MOVE "ENDED" TO GRACE-CMT-REL-STAMP-WORD
                   MOVE GRACE-REL-END-DATE TO GRACE-CMT-REL-STAMP-DATE
                   MOVE GRACE-CMT-REL-STAMP TO GRACE-CMT-REL-OLD
               ELSE
                   MOVE "NONE" TO GRACE-CMT-REL-OLD
                   MOVE SPACES TO GRACE-REL-REC
                   MOVE GRACE-CMT-IN-ID-NUM TO GRACE-REL-CUST-ID
                   MOVE GRACE-CMT-IN-PARTY-NUM TO GRACE-REL-PARTY-ID
                   MOVE GRACE-CMT-IN-REL-TYPE TO GRACE-REL-TYPE
               END-IF
               MOVE GRACE-CMT-IN-EFF-NUM TO GRACE-REL-EFF-DATE
               IF GRACE-CMT-IN-END = SPACES
                   MOVE ZERO TO GRACE-REL-END-DATE
               ELSE
                   MOVE GRACE-CMT-IN-END-NUM TO GRACE-REL-END-DATE
               END-IF
               MOVE GRACE-OPS-SIGNON-ID TO GRACE-REL-OPER-ID
               MOVE GRACE-CMT-TODAY TO GRACE-REL-MAINT-DATE
               IF GRACE-CMT-REL-ON-FILE
                   REWRITE GRACE-REL-REC
               ELSE
                   WRITE GRACE-REL-REC
               END-IF
               MOVE "FROM" TO GRACE-CMT-REL-STAMP-WORD
               MOVE GRACE-REL-EFF-DATE TO GRACE-CMT-REL-STAMP-DATE
               PERFORM 4800-WRITE-RELATION-CHANGE
               DISPLAY "LINKED " GRACE-CMT-IN-PARTY " TO "
                   GRACE-CMT-IN-ID " AS " GRACE-CMT-IN-REL-TYPE
           END-IF.

      *----------------------------------------------------------
      * 3900-APPLY-END-LINK ends a link in force on the end date
      * keyed, or today. Ending it on its effective date withdraws
      * a link keyed in error.
      *----------------------------------------------------------
       3900-APPLY-END-LINK.
           PERFORM 2500-EDIT-KEYED-FIELDS.
           IF GRACE-CMT-EDIT-OK
               PERFORM 2800-READ-RELATIONSHIP
               IF GRACE-CMT-IN-END = SPACES
                   MOVE GRACE-CMT-TODAY TO GRACE-CMT-IN-END-NUM
               END-IF
               EVALUATE TRUE
                   WHEN NOT GRACE-CMT-REL-ON-FILE
                       DISPLAY "NO " GRACE-CMT-IN-REL-TYPE " LINK OF "
                           GRACE-CMT-IN-PARTY " TO " GRACE-CMT-IN-ID
                           " - END REJECTED"
                   WHEN NOT GRACE-RLX-ACTIVE
                       DISPLAY "LINK ALREADY ENDED "
                           GRACE-REL-END-DATE " - END REJECTED"
                   WHEN GRACE-CMT-IN-END-NUM < GRACE-REL-EFF-DATE
                       DISPLAY "END DATE BEFORE THE EFFECTIVE DATE "
                           GRACE-REL-EFF-DATE " - END REJECTED"
                   WHEN OTHER
                       PERFORM 3950-WRITE-END-LINK
               END-EVALUATE
           END-IF.

       3950-WRITE-END-LINK.
           IF GRACE-REL-OPEN-ENDED
               MOVE "FROM" TO GRACE-CMT-REL-STAMP-WORD
               MOVE GRACE-REL-EFF-DATE TO GRACE-CMT-REL-STAMP-DATE
           ELSE
               MOVE "UNTIL" TO GRACE-CMT-REL-STAMP-WORD
               MOVE GRACE-REL-END-DATE TO GRACE-CMT-REL-STAMP-DATE
           END-IF.
           MOVE GRACE-CMT-REL-STAMP TO GRACE-CMT-REL-OLD.
           MOVE GRACE-CMT-IN-END-NUM TO GRACE-REL-END-DATE.
           MOVE GRACE-OPS-SIGNON-ID TO GRACE-REL-OPER-ID.
           MOVE GRACE-CMT-TODAY TO GRACE-REL-MAINT-DATE.
           REWRITE GRACE-REL-REC.
           MOVE "ENDED" TO GRACE-CMT-REL-STAMP-WORD.
           MOVE GRACE-REL-END-DATE TO GRACE-CMT-REL-STAMP-DATE.
           PERFORM 4800-WRITE-RELATION-CHANGE.
           DISPLAY "ENDED " GRACE-CMT-IN-REL-TYPE " LINK OF "
               GRACE-CMT-IN-PARTY " TO " GRACE-CMT-IN-ID.

      *----------------------------------------------------------
      * 4000-WRITE-CHANGE-RECORD - the before/after image goes to
      * GRACECCL as always, and an operator-stamped record goes to
           ADD 1 TO GRACE-CMT-UPDATE-COUNT.

      *----------------------------------------------------------
      * 4100-WRITE-ADDRESS-MOVE follows a change that moved the
      * customer with an M record in the GRACECCLM layout, so the
      * nightly GRACEACN notices go to both the old address and
      * the new.
      *----------------------------------------------------------
       4100-WRITE-ADDRESS-MOVE.
           MOVE SPACES TO GRACE-CCL-REC.
           MOVE 'M' TO GRACE-CCL-FUNCTION.
           MOVE GRACE-CMT-IN-ID-NUM TO GRACE-CCL-CUST-ID.
           MOVE GRACE-CMT-OLD-STREET TO GRACE-CCL-OLD-STREET.
           MOVE GRACE-CMT-OLD-CITY TO GRACE-CCL-OLD-CITY.
           MOVE GRACE-CMT-OLD-STATE TO GRACE-CCL-OLD-STATE.
           MOVE GRACE-CMT-OLD-ZIP TO GRACE-CCL-OLD-ZIP.
           MOVE GRACE-CMT-IN-STATE TO GRACE-CCL-NEW-STATE.
           MOVE GRACE-CMT-IN-ZIP TO GRACE-CCL-NEW-ZIP.
           MOVE GRACE-CMT-TODAY TO GRACE-CCL-DATE.
           MOVE "CMT" TO GRACE-CCL-SOURCE.
           WRITE GRACE-CCL-REC.

      *----------------------------------------------------------
      * 4500-MAINTAIN-CREDIT-LIMIT sets or removes the limit on
      * the customer's profile, creating the profile when this is
      * the first thing it carries, and records the old and new
      * limit on GRACECHG.
      *----------------------------------------------------------
       4500-MAINTAIN-CREDIT-LIMIT.
           MOVE GRACE-CMT-IN-ID-NUM TO GRACE-CPF-CUST-ID.
           READ GRACE-CPF-FILE
               INVALID KEY
                   MOVE 'N' TO GRACE-CPF-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO GRACE-CPF-FOUND-SW
           END-READ.
           MOVE SPACES TO GRACE-CHG-REC.
           MOVE "GRACECPF" TO GRACE-CHG-FILE-NAME.
           MOVE "CREDLIMIT" TO GRACE-CHG-FIELD-NAME.
           IF GRACE-CPF-ON-FILE AND GRACE-CPF-LIMIT-SET
               MOVE GRACE-CPF-CREDIT-LIMIT TO GRACE-CHG-OLD-VALUE
           ELSE
               MOVE "NONE" TO GRACE-CHG-OLD-VALUE
           END-IF.
           IF NOT GRACE-CPF-ON-FILE
               MOVE SPACES TO GRACE-CPF-REC
               MOVE GRACE-CMT-IN-ID-NUM TO GRACE-CPF-CUST-ID
           END-IF.
           IF GRACE-CMT-LIMIT-REMOVED
               MOVE 'N' TO GRACE-CPF-LIMIT-SW
               MOVE ZERO TO GRACE-CPF-CREDIT-LIMIT
               MOVE "NONE" TO GRACE-CHG-NEW-VALUE
           ELSE
               MOVE 'Y' TO GRACE-CPF-LIMIT-SW
               MOVE GRACE-CMT-IN-LIMIT-NUM TO GRACE-CPF-CREDIT-LIMIT
               MOVE GRACE-CMT-IN-LIMIT-NUM TO GRACE-CHG-NEW-VALUE
           END-IF.
           MOVE GRACE-CMT-TODAY TO GRACE-CPF-LIMIT-DATE.
           MOVE GRACE-OPS-SIGNON-ID TO GRACE-CPF-LIMIT-OPER.
           IF GRACE-CPF-ON-FILE
               REWRITE GRACE-CPF-REC
           ELSE
               WRITE GRACE-CPF-REC
           END-IF.
           PERFORM 8900-WRITE-CHANGE-RECORD.
           DISPLAY "CREDIT LIMIT FOR " GRACE-CMT-IN-ID " NOW "
               GRACE-CHG-NEW-VALUE.

      *----------------------------------------------------------
      * 4600-APPLY-STATUS sets the customer's lifecycle status on
      * the profile, creating the profile if the customer has
      * none, and records the change on GRACECSH and GRACECHG.
      *----------------------------------------------------------
       4600-APPLY-STATUS.
           PERFORM 2500-EDIT-KEYED-FIELDS.
           IF GRACE-CMT-EDIT-OK
               PERFORM 2600-FIND-CUSTOMER
               MOVE GRACE-CMT-IN-ID-NUM TO GRACE-CPF-CUST-ID
               READ GRACE-CPF-FILE
                   INVALID KEY
                       MOVE 'N' TO GRACE-CPF-FOUND-SW
                       MOVE SPACES TO GRACE-CPF-REC
                       MOVE GRACE-CMT-IN-ID-NUM TO GRACE-CPF-CUST-ID
                       MOVE 'N' TO GRACE-CPF-LIMIT-SW
                       MOVE ZERO TO GRACE-CPF-CREDIT-LIMIT
                   NOT INVALID KEY
                       MOVE 'Y' TO GRACE-CPF-FOUND-SW
               END-READ
               IF GRACE-CPF-CUST-ACTIVE
                   MOVE 'A' TO GRACE-CMT-OLD-STATUS
               ELSE
                   MOVE GRACE-CPF-CUST-STATUS TO GRACE-CMT-OLD-STATUS
               END-IF
               EVALUATE TRUE
                   WHEN NOT GRACE-CMT-CUSTOMER-FOUND
                       DISPLAY "CUSTOMER ID " GRACE-CMT-IN-ID
                           " NOT ON FILE - STATUS REJECTED"
                   WHEN GRACE-CMT-IN-STATUS = GRACE-CMT-OLD-STATUS
                       DISPLAY "CUSTOMER " GRACE-CMT-IN-ID
                           " ALREADY STATUS " GRACE-CMT-OLD-STATUS
                           " - NOTHING CHANGED"
                   WHEN GRACE-CPF-CUST-DECEASED
                           AND NOT GRACE-OPS-MAY-APPROVE
                       DISPLAY "ONLY A LEVEL 3 OPERATOR MAY CHANGE A "
                           "DECEASED CUSTOMER - STATUS REJECTED"
                   WHEN OTHER
                       PERFORM 4650-WRITE-STATUS
               END-EVALUATE
           END-IF.

       4650-WRITE-STATUS.
           MOVE GRACE-CMT-IN-STATUS TO GRACE-CPF-CUST-STATUS.
           MOVE GRACE-CMT-TODAY TO GRACE-CPF-STATUS-DATE.
           MOVE GRACE-OPS-SIGNON-ID TO GRACE-CPF-STATUS-OPER.
           MOVE GRACE-CMT-IN-REASON TO GRACE-CPF-STATUS-REASON.
           IF GRACE-CPF-ON-FILE
               REWRITE GRACE-CPF-REC
           ELSE
               WRITE GRACE-CPF-REC
           END-IF.
           MOVE SPACES TO GRACE-CHG-REC.
           MOVE "GRACECPF" TO GRACE-CHG-FILE-NAME.
           MOVE "STATUS" TO GRACE-CHG-FIELD-NAME.
           STRING GRACE-CMT-IN-ID-NUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-CMT-OLD-STATUS DELIMITED BY SIZE
               INTO GRACE-CHG-OLD-VALUE
           END-STRING.
           STRING GRACE-CMT-IN-ID-NUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-CMT-IN-STATUS DELIMITED BY SIZE
               INTO GRACE-CHG-NEW-VALUE
           END-STRING.
           PERFORM 8900-WRITE-CHANGE-RECORD.
           MOVE SPACES TO GRACE-CSH-REC.
           MOVE GRACE-CMT-IN-ID-NUM TO GRACE-CSH-CUST-ID.
           MOVE GRACE-CMT-OLD-STATUS TO GRACE-CSH-OLD-STATUS.
           MOVE GRACE-CMT-IN-STATUS TO GRACE-CSH-NEW-STATUS.
           MOVE GRACE-CHG-DATE TO GRACE-CSH-DATE.
           MOVE GRACE-CHG-TIME TO GRACE-CSH-TIME.
           MOVE GRACE-OPS-SIGNON-ID TO GRACE-CSH-OPER-ID.
           MOVE GRACE-CMT-IN-REASON TO GRACE-CSH-REASON.
           OPEN EXTEND GRACE-CSH-FILE.
           IF GRACE-CSH-NOT-FOUND
               OPEN OUTPUT GRACE-CSH-FILE
           END-IF.
           WRITE GRACE-CSH-REC.
           CLOSE GRACE-CSH-FILE.
           ADD 1 TO GRACE-CMT-STATUS-UPDATES.
           DISPLAY "CUSTOMER " GRACE-CMT-IN-ID " STATUS NOW "
               GRACE-CMT-IN-STATUS.

       4700-DELETE-PROFILE.
           MOVE GRACE-CMT-IN-ID-NUM TO GRACE-CPF-CUST-ID.
           DELETE GRACE-CPF-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

      *----------------------------------------------------------
      * 4800-WRITE-RELATION-CHANGE logs a link or end to GRACECCL
      * - type and party in both first-name columns, the before
      * and after state in the last-name columns - and to
      * GRACECHG with the link and its new state. GRACECST itself
      * is not changed by it.
      *----------------------------------------------------------
       4800-WRITE-RELATION-CHANGE.
           MOVE GRACE-CMT-IN-REL-TYPE TO GRACE-CMT-REL-WITH-TYPE.
           MOVE GRACE-CMT-IN-PARTY-NUM TO GRACE-CMT-REL-WITH-PARTY.
           MOVE SPACES TO GRACE-CCL-REC.
           IF GRACE-CMT-LINK
               MOVE 'L' TO GRACE-CCL-FUNCTION
           ELSE
               MOVE 'E' TO GRACE-CCL-FUNCTION
           END-IF.
           MOVE GRACE-CMT-IN-ID-NUM TO GRACE-CCL-CUST-ID.
           MOVE GRACE-CMT-REL-WITH TO GRACE-CCL-OLD-FIRST.
           MOVE GRACE-CMT-REL-WITH TO GRACE-CCL-NEW-FIRST.
           MOVE GRACE-CMT-REL-OLD TO GRACE-CCL-OLD-LAST.
           MOVE GRACE-CMT-REL-STAMP TO GRACE-CCL-NEW-LAST.
           MOVE GRACE-CMT-TODAY TO GRACE-CCL-DATE.
           WRITE GRACE-CCL-REC.
           MOVE SPACES TO GRACE-CHG-REC.
           MOVE "GRACEREL" TO GRACE-CHG-FILE-NAME.
           IF GRACE-CMT-LINK
               MOVE "LINK" TO GRACE-CHG-FIELD-NAME
           ELSE
               MOVE "END LINK" TO GRACE-CHG-FIELD-NAME
           END-IF.
           STRING GRACE-CCL-CUST-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-CMT-IN-REL-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-CMT-IN-PARTY-NUM DELIMITED BY SIZE
               INTO GRACE-CHG-OLD-VALUE
           END-STRING.
           MOVE GRACE-CMT-REL-STAMP TO GRACE-CHG-NEW-VALUE.
           PERFORM 8900-WRITE-CHANGE-RECORD.
           ADD 1 TO GRACE-CMT-REL-UPDATES.

      *----------------------------------------------------------
      * 4900-APPLY-PREFERENCES sets the contact preferences keyed
      * on the profile, creating the profile if the customer has
      * none. A preference not on the profile counts as opted in.
      * Only the preferences that actually move are dated and
      * recorded on GRACECHG.
      *----------------------------------------------------------
       4900-APPLY-PREFERENCES.
           PERFORM 2500-EDIT-KEYED-FIELDS.
           IF GRACE-CMT-EDIT-OK
               PERFORM 2600-FIND-CUSTOMER
               IF NOT GRACE-CMT-CUSTOMER-FOUND
                   DISPLAY "CUSTOMER ID " GRACE-CMT-IN-ID
                       " NOT ON FILE - PREFERENCES REJECTED"
               ELSE
                   PERFORM 4910-READ-PREFERENCES
                   PERFORM 4920-SET-PREFERENCES
               END-IF
           END-IF.

       4910-READ-PREFERENCES.
           MOVE GRACE-CMT-IN-ID-NUM TO GRACE-CPF-CUST-ID.
           READ GRACE-CPF-FILE
               INVALID KEY
                   MOVE 'N' TO GRACE-CPF-FOUND-SW
                   MOVE SPACES TO GRACE-CPF-REC
                   MOVE GRACE-CMT-IN-ID-NUM TO GRACE-CPF-CUST-ID
                   MOVE 'N' TO GRACE-CPF-LIMIT-SW
                   MOVE ZERO TO GRACE-CPF-CREDIT-LIMIT
                   MOVE ZERO TO GRACE-CPF-MKT-MAIL-DATE
                   MOVE ZERO TO GRACE-CPF-SVC-MAIL-DATE
                   MOVE ZERO TO GRACE-CPF-LIST-SHARE-DATE
               NOT INVALID KEY
                   MOVE 'Y' TO GRACE-CPF-FOUND-SW
           END-READ.
           MOVE 'Y' TO GRACE-CMT-OLD-MKT.
           MOVE 'Y' TO GRACE-CMT-OLD-SVC.
           MOVE 'Y' TO GRACE-CMT-OLD-LIST.
           IF GRACE-CPF-MKT-OPTED-OUT
               MOVE 'N' TO GRACE-CMT-OLD-MKT
           END-IF.
           IF GRACE-CPF-SVC-OPTED-OUT
               MOVE 'N' TO GRACE-CMT-OLD-SVC
           END-IF.
           IF GRACE-CPF-LIST-OPTED-OUT
               MOVE 'N' TO GRACE-CMT-OLD-LIST
           END-IF.

       4920-SET-PREFERENCES.
           MOVE 'N' TO GRACE-CMT-PREF-MOVED-SW.
           IF GRACE-CMT-IN-MKT NOT = SPACE
                   AND GRACE-CMT-IN-MKT NOT = GRACE-CMT-OLD-MKT
               MOVE GRACE-CMT-IN-MKT TO GRACE-CPF-MKT-MAIL-PREF
               MOVE GRACE-CMT-TODAY TO GRACE-CPF-MKT-MAIL-DATE
               SET GRACE-CMT-PREF-MOVED TO TRUE
           END-IF.
           IF GRACE-CMT-IN-SVC NOT = SPACE
                   AND GRACE-CMT-IN-SVC NOT = GRACE-CMT-OLD-SVC
               MOVE GRACE-CMT-IN-SVC TO GRACE-CPF-SVC-MAIL-PREF
               MOVE GRACE-CMT-TODAY TO GRACE-CPF-SVC-MAIL-DATE
               SET GRACE-CMT-PREF-MOVED TO TRUE
           END-IF.
           IF GRACE-CMT-IN-LIST NOT = SPACE
                   AND GRACE-CMT-IN-LIST NOT = GRACE-CMT-OLD-LIST
               MOVE GRACE-CMT-IN-LIST TO GRACE-CPF-LIST-SHARE-PREF
               MOVE GRACE-CMT-TODAY TO GRACE-CPF-LIST-SHARE-DATE
               SET GRACE-CMT-PREF-MOVED TO TRUE
           END-IF.
           IF NOT GRACE-CMT-PREF-MOVED
               DISPLAY "CUSTOMER " GRACE-CMT-IN-ID
                   " PREFERENCES ALREADY AS KEYED - NOTHING CHANGED"
           ELSE
               IF GRACE-CPF-ON-FILE
                   REWRITE GRACE-CPF-REC
               ELSE
                   WRITE GRACE-CPF-REC
               END-IF
               MOVE "MKT MAIL" TO GRACE-CMT-PREF-FIELD
               MOVE GRACE-CMT-OLD-MKT TO GRACE-CMT-PREF-OLD
               MOVE GRACE-CMT-IN-MKT TO GRACE-CMT-PREF-NEW
               PERFORM 4950-LOG-PREFERENCE
               MOVE "SVC MAIL" TO GRACE-CMT-PREF-FIELD
               MOVE GRACE-CMT-OLD-SVC TO GRACE-CMT-PREF-OLD
               MOVE GRACE-CMT-IN-SVC TO GRACE-CMT-PREF-NEW
               PERFORM 4950-LOG-PREFERENCE
               MOVE "LIST SHARE" TO GRACE-CMT-PREF-FIELD
               MOVE GRACE-CMT-OLD-LIST TO GRACE-CMT-PREF-OLD
               MOVE GRACE-CMT-IN-LIST TO GRACE-CMT-PREF-NEW
               PERFORM 4950-LOG-PREFERENCE
               ADD 1 TO GRACE-CMT-PREF-UPDATES
               DISPLAY "CUSTOMER " GRACE-CMT-IN-ID
                   " PREFERENCES UPDATED"
           END-IF.

       4950-LOG-PREFERENCE.
           IF GRACE-CMT-PREF-NEW NOT = SPACE
                   AND GRACE-CMT-PREF-NEW NOT = GRACE-CMT-PREF-OLD
               MOVE SPACES TO GRACE-CHG-REC
               MOVE "GRACECPF" TO GRACE-CHG-FILE-NAME
               MOVE GRACE-CMT-PREF-FIELD TO GRACE-CHG-FIELD-NAME
               STRING GRACE-CMT-IN-ID-NUM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   GRACE-CMT-PREF-OLD DELIMITED BY SIZE
                   INTO GRACE-CHG-OLD-VALUE
               END-STRING
               STRING GRACE-CMT-IN-ID-NUM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   GRACE-CMT-PREF-NEW DELIMITED BY SIZE
                   INTO GRACE-CHG-NEW-VALUE
               END-STRING
               PERFORM 8900-WRITE-CHANGE-RECORD
           END-IF.

      *----------------------------------------------------------
           COPY GRACECHGP.

           COPY GRACELCKP.

           COPY GRACERELP.

           COPY GRACESDXP.
