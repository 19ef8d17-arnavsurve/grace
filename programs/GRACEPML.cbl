      *                 strictly Y or N - a mistyped letter here
      *                 used to silently skip a SECTION of
      *                 TESTMULTIPLEPROCS)
      *   5 - GRACEFXR  exchange rates (currency and processing
      *                 date keyed first, then the rate against
      *                 the one already on file for that date)
      *   6 - GRACERBK  runbook entries (program and condition
      *                 keyed first - a three-digit return code,
      *                 an exception type, or blank for any - then
      *                 the reference, owning team, escalation
      *                 contact, recovery steps and restart
      *                 instruction; a blank new value keeps the
      *                 one on file, WITHDRAW as the reference
      *                 withdraws the entry)
      *   7 - GRACECTG  category master (category code keyed
      *                 first, then its description, owning
      *                 department, active flag and effective
      *                 dates; a blank new value keeps the one on
      *                 file, a to date of zeros clears it, and a
      *                 category is retired by setting it
      *                 inactive - TESTCONST rejects values
      *                 carrying it from then on)
      *   8 - GRACETER  territory ranges (the range's low zip keyed
      *                 first, then its high zip, territory, rep
      *                 and active flag; a blank new value keeps
      *                 the one on file, an active range may not
      *                 overlap another, and a range is withdrawn
      *                 by setting it inactive - GRACETBK stamps
      *                 customers by these ranges each night)
      *
      * Every card is recreated in place on a confirmed update,
      * the same recreate-the-file pattern GRACEMNT uses - except
      * the dated ones, GRACEPRM and GRACEFXR, the runbook
      * GRACERBK, the category master GRACECTG and the territory
      * ranges GRACETER, which take a new row appended so the old
      * rows stay on file. Entry is
      * gated by the GRACEOSC operator security file (level 1
      * inquiry only, level 2 and up may update) and every accepted
      * update writes an operator-stamped before/after record to
           SELECT GRACE-APC-FILE ASSIGN TO GRACEAPC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-APC-STATUS.
           SELECT GRACE-FXR-FILE ASSIGN TO GRACEFXR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-FXR-STATUS.
           SELECT GRACE-RBK-FILE ASSIGN TO GRACERBK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RBK-STATUS.
           SELECT GRACE-CTG-FILE ASSIGN TO GRACECTG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CTG-STATUS.
           SELECT GRACE-TER-FILE ASSIGN TO GRACETER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 GRACE-APC-PERCENT PIC 9(03).
           05 FILLER PIC X(77).

      *Exchange rates - one row per currency per processing date.
       FD  GRACE-FXR-FILE
           RECORDING MODE IS F.
           COPY GRACEFXR.

      *Runbook - one row per program per condition, appended.
       FD  GRACE-RBK-FILE
           RECORDING MODE IS F.
           COPY GRACERBK.

      *Category master - one row per category code, appended.
       FD  GRACE-CTG-FILE
           RECORDING MODE IS F.
           COPY GRACECTG.

      *Territory ranges - one row per range of zips, appended.
       FD  GRACE-TER-FILE
           RECORDING MODE IS F.
           COPY GRACETER.

       FD  GRACE-LCK-FILE
           RECORDING MODE IS F.
           COPY GRACELCK.
           88 GRACE-PML-PICK-RMX VALUE '2'.
           88 GRACE-PML-PICK-GSL VALUE '3'.
           88 GRACE-PML-PICK-PSL VALUE '4'.
           88 GRACE-PML-PICK-FXR VALUE '5'.
           88 GRACE-PML-PICK-RBK VALUE '6'.
           88 GRACE-PML-PICK-CTG VALUE '7'.
           88 GRACE-PML-PICK-TER VALUE '8'.
           88 GRACE-PML-EXIT VALUE 'X' 'x'.

       01 GRACE-PML-CONFIRM PIC X(01) VALUE 'N'.
       01 GRACE-PML-SW-OK-SW PIC X(01) VALUE 'Y'.
           88 GRACE-PML-SWITCHES-OK VALUE 'Y'.

       01 GRACE-FXR-STATUS PIC X(02).
           88 GRACE-FXR-OK VALUE '00'.
           88 GRACE-FXR-NOT-FOUND VALUE '35'.

       01 GRACE-FXR-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-FXR-END-OF-FILE VALUE 'Y'.

       01 GRACE-PML-FX-CURRENCY PIC X(03) VALUE SPACES.
       01 GRACE-PML-FX-DATE PIC X(08) VALUE SPACES.
       01 GRACE-PML-FX-DATE-NUM REDEFINES GRACE-PML-FX-DATE
           PIC 9(08).
       01 GRACE-PML-FX-BASE PIC X(03) VALUE 'USD'.
       01 GRACE-PML-FX-CUR-SW PIC X(01) VALUE 'N'.
           88 GRACE-PML-FX-RATE-ON-FILE VALUE 'Y'.
       01 GRACE-PML-FX-CUR-RATE PIC 9(04)V9(06) VALUE ZERO.
       01 GRACE-PML-FX-CUR-ED PIC ZZZ9.999999 VALUE ZERO.
       01 GRACE-PML-FX-NEW-RATE PIC X(10) VALUE SPACES.
       01 GRACE-PML-FX-NEW-RATE-NUM REDEFINES GRACE-PML-FX-NEW-RATE
           PIC 9(04)V9(06).
       01 GRACE-PML-FX-CHG-VALUE.
           05 GRACE-PML-FX-CHG-DATE PIC X(08).
           05 GRACE-PML-FX-CHG-RATE PIC 9(04)V9(06).

       01 GRACE-RBK-STATUS PIC X(02).
           88 GRACE-RBK-OK VALUE '00'.
           88 GRACE-RBK-NOT-FOUND VALUE '35'.

       01 GRACE-RBK-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-RBK-END-OF-FILE VALUE 'Y'.

       01 GRACE-PML-RB-PROGRAM PIC X(20) VALUE SPACES.
       01 GRACE-PML-RB-CONDITION PIC X(10) VALUE SPACES.
       01 GRACE-PML-RB-CUR-SW PIC X(01) VALUE 'N'.
           88 GRACE-PML-RB-ON-FILE VALUE 'Y'.
       01 GRACE-PML-RB-CUR.
           05 GRACE-PML-RB-CUR-REFERENCE PIC X(08).
           05 GRACE-PML-RB-CUR-TEAM PIC X(20).
           05 GRACE-PML-RB-CUR-ESCALATION PIC X(30).
           05 GRACE-PML-RB-CUR-RECOVERY PIC X(60).
           05 GRACE-PML-RB-CUR-RESTART PIC X(60).
       01 GRACE-PML-RB-NEW.
           05 GRACE-PML-RB-NEW-REFERENCE PIC X(08).
               88 GRACE-PML-RB-WITHDRAW VALUE 'WITHDRAW'.
           05 GRACE-PML-RB-NEW-TEAM PIC X(20).
           05 GRACE-PML-RB-NEW-ESCALATION PIC X(30).
           05 GRACE-PML-RB-NEW-RECOVERY PIC X(60).
           05 GRACE-PML-RB-NEW-RESTART PIC X(60).

           COPY GRACECTGH.

       01 GRACE-PML-CT-CODE PIC X(02) VALUE SPACES.
       01 GRACE-PML-CT-CUR-SW PIC X(01) VALUE 'N'.
           88 GRACE-PML-CT-ON-FILE VALUE 'Y'.
       01 GRACE-PML-CT-CUR.
           05 GRACE-PML-CT-CUR-DESCRIPTION PIC X(30).
           05 GRACE-PML-CT-CUR-DEPARTMENT PIC X(10).
           05 GRACE-PML-CT-CUR-ACTIVE PIC X(01).
           05 GRACE-PML-CT-CUR-FROM PIC X(08).
           05 GRACE-PML-CT-CUR-FROM-N REDEFINES
               GRACE-PML-CT-CUR-FROM PIC 9(08).
           05 GRACE-PML-CT-CUR-TO PIC X(08).
           05 GRACE-PML-CT-CUR-TO-N REDEFINES
               GRACE-PML-CT-CUR-TO PIC 9(08).
       01 GRACE-PML-CT-NEW.
           05 GRACE-PML-CT-NEW-DESCRIPTION PIC X(30).
           05 GRACE-PML-CT-NEW-DEPARTMENT PIC X(10).
           05 GRACE-PML-CT-NEW-ACTIVE PIC X(01).
           05 GRACE-PML-CT-NEW-FROM PIC X(08).
           05 GRACE-PML-CT-NEW-FROM-N REDEFINES
               GRACE-PML-CT-NEW-FROM PIC 9(08).
           05 GRACE-PML-CT-NEW-TO PIC X(08).
           05 GRACE-PML-CT-NEW-TO-N REDEFINES
               GRACE-PML-CT-NEW-TO PIC 9(08).

           COPY GRACETERH.

       01 GRACE-PML-TR-LOW PIC X(05) VALUE SPACES.
       01 GRACE-PML-TR-CUR-SW PIC X(01) VALUE 'N'.
           88 GRACE-PML-TR-ON-FILE VALUE 'Y'.
       01 GRACE-PML-TR-CUR.
           05 GRACE-PML-TR-CUR-HIGH PIC X(05).
           05 GRACE-PML-TR-CUR-CODE PIC X(04).
           05 GRACE-PML-TR-CUR-REP PIC X(20).
           05 GRACE-PML-TR-CUR-ACTIVE PIC X(01).
       01 GRACE-PML-TR-NEW.
           05 GRACE-PML-TR-NEW-HIGH PIC X(05).
           05 GRACE-PML-TR-NEW-CODE PIC X(04).
           05 GRACE-PML-TR-NEW-REP PIC X(20).
           05 GRACE-PML-TR-NEW-ACTIVE PIC X(01).
      *The other active range the new one would overlap, if any.
       01 GRACE-PML-TR-OVERLAP PIC 9(03) VALUE ZERO.

       SCREEN SECTION.
       01 GRACE-PML-SIGNON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10
               VALUE "PARAMETER MAINTENANCE SIGN-ON".
           05 LINE 4 COLUMN 10 VALUE "OPERATOR ID........: ".

       01 GRACE-PML-MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10
               VALUE "PARAMETER LIBRARY MAINTENANCE".
           05 LINE 4 COLUMN 10 VALUE "1 - GRACEPRM MAX_VALUE".
           05 LINE 5 COLUMN 10 VALUE "2 - GRACERMX RETRY CEILING".
           05 LINE 6 COLUMN 10 VALUE "3 - GRACEGSL SCENARIO SELECT".
           05 LINE 7 COLUMN 10 VALUE "4 - GRACEPSL PROC SWITCHES".
           05 LINE 8 COLUMN 10 VALUE "5 - GRACEFXR EXCHANGE RATES".
           05 LINE 9 COLUMN 10 VALUE "6 - GRACERBK RUNBOOK ENTRIES".
           05 LINE 10 COLUMN 10 VALUE "7 - GRACECTG CATEGORY MASTER".
           05 LINE 11 COLUMN 10 VALUE "8 - GRACETER TERRITORY RANGES".
           05 LINE 12 COLUMN 10 VALUE "CHOICE (1-8, X=EXIT): ".
           05 LINE 12 COLUMN 32 PIC X(01) TO GRACE-PML-CHOICE.

       01 GRACE-PML-PRM-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "GRACEPRM - MAX_VALUE".
           05 LINE 4 COLUMN 10 VALUE "CURRENT MAX_VALUE..: ".
           05 LINE 4 COLUMN 31 PIC 9(06) FROM GRACE-PML-CUR-MAX-VALUE.

       01 GRACE-PML-RMX-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "GRACERMX - RETRY CEILING".
           05 LINE 4 COLUMN 10 VALUE "CURRENT CEILING....: ".
           05 LINE 4 COLUMN 31 PIC 9(02) FROM GRACE-PML-CUR-RETRIES.

       01 GRACE-PML-GSL-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "GRACEGSL - SCENARIO SELECTION".
           05 LINE 4 COLUMN 10 VALUE "CURRENT SCENARIO...: ".
           05 LINE 4 COLUMN 31 PIC X(08) FROM GRACE-PML-CUR-SCENARIO.

       01 GRACE-PML-PSL-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "GRACEPSL - PROC SWITCHES".
           05 LINE 4 COLUMN 10 VALUE "CURRENT (1ST/2ND/3RD): ".
           05 LINE 4 COLUMN 33 PIC X(03) FROM GRACE-PML-CUR-SWITCHES.
           05 LINE 8 COLUMN 10 VALUE "CONFIRM UPDATE (Y/N).: ".
           05 LINE 8 COLUMN 33 PIC X(01) TO GRACE-PML-CONFIRM.

       01 GRACE-PML-FXK-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "GRACEFXR - EXCHANGE RATES".
           05 LINE 4 COLUMN 10 VALUE "CURRENCY CODE......: ".
           05 LINE 4 COLUMN 31 PIC X(03) TO GRACE-PML-FX-CURRENCY.
           05 LINE 5 COLUMN 10 VALUE "RATE DATE (BLANK=TODAY): ".
           05 LINE 5 COLUMN 35 PIC X(08) TO GRACE-PML-FX-DATE.

       01 GRACE-PML-FXR-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "GRACEFXR - EXCHANGE RATES".
           05 LINE 4 COLUMN 10 VALUE "CURRENCY / DATE....: ".
           05 LINE 4 COLUMN 31 PIC X(03) FROM GRACE-PML-FX-CURRENCY.
           05 LINE 4 COLUMN 35 PIC X(08) FROM GRACE-PML-FX-DATE.
           05 LINE 5 COLUMN 10 VALUE "BASE CURRENCY......: ".
           05 LINE 5 COLUMN 31 PIC X(03) FROM GRACE-PML-FX-BASE.
           05 LINE 6 COLUMN 10 VALUE "RATE ON FILE.......: ".
           05 LINE 6 COLUMN 31 PIC ZZZ9.999999
               FROM GRACE-PML-FX-CUR-RATE.
           05 LINE 8 COLUMN 10 VALUE "NEW RATE (4.6 DIGITS): ".
           05 LINE 8 COLUMN 33 PIC X(10) TO GRACE-PML-FX-NEW-RATE.
           05 LINE 10 COLUMN 10 VALUE "CONFIRM UPDATE (Y/N).: ".
           05 LINE 10 COLUMN 33 PIC X(01) TO GRACE-PML-CONFIRM.

       01 GRACE-PML-RBK-KEY-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "GRACERBK - RUNBOOK ENTRIES".
           05 LINE 4 COLUMN 10 VALUE "PROGRAM............: ".
           05 LINE 4 COLUMN 31 PIC X(20) TO GRACE-PML-RB-PROGRAM.
           05 LINE 5 COLUMN 10 VALUE "CONDITION (RC, EXCEPTION ".
           05 LINE 6 COLUMN 10 VALUE "  TYPE, BLANK=ANY).: ".
           05 LINE 6 COLUMN 31 PIC X(10) TO GRACE-PML-RB-CONDITION.

       01 GRACE-PML-RBK-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "GRACERBK - RUNBOOK ENTRIES".
           05 LINE 3 COLUMN 10 VALUE "PROGRAM / CONDITION: ".
           05 LINE 3 COLUMN 31 PIC X(20) FROM GRACE-PML-RB-PROGRAM.
           05 LINE 3 COLUMN 52 PIC X(10) FROM GRACE-PML-RB-CONDITION.
           05 LINE 5 COLUMN 2 VALUE "ON FILE - REFERENCE: ".
           05 LINE 5 COLUMN 23 PIC X(08)
               FROM GRACE-PML-RB-CUR-REFERENCE.
           05 LINE 6 COLUMN 2 VALUE "OWNING TEAM........: ".
           05 LINE 6 COLUMN 23 PIC X(20) FROM GRACE-PML-RB-CUR-TEAM.
           05 LINE 7 COLUMN 2 VALUE "ESCALATE TO........: ".
           05 LINE 7 COLUMN 23 PIC X(30)
               FROM GRACE-PML-RB-CUR-ESCALATION.
           05 LINE 8 COLUMN 2 VALUE "RECOVERY: ".
           05 LINE 8 COLUMN 12 PIC X(60) FROM GRACE-PML-RB-CUR-RECOVERY.
           05 LINE 9 COLUMN 2 VALUE "RESTART.: ".
           05 LINE 9 COLUMN 12 PIC X(60) FROM GRACE-PML-RB-CUR-RESTART.
           05 LINE 11 COLUMN 2
               VALUE "NEW (BLANK=KEEP, WITHDRAW=REMOVE ENTRY)".
           05 LINE 12 COLUMN 2 VALUE "REFERENCE..........: ".
           05 LINE 12 COLUMN 23 PIC X(08)
               TO GRACE-PML-RB-NEW-REFERENCE.
           05 LINE 13 COLUMN 2 VALUE "OWNING TEAM........: ".
           05 LINE 13 COLUMN 23 PIC X(20) TO GRACE-PML-RB-NEW-TEAM.
           05 LINE 14 COLUMN 2 VALUE "ESCALATE TO........: ".
           05 LINE 14 COLUMN 23 PIC X(30)
               TO GRACE-PML-RB-NEW-ESCALATION.
           05 LINE 15 COLUMN 2 VALUE "RECOVERY: ".
           05 LINE 15 COLUMN 12 PIC X(60) TO GRACE-PML-RB-NEW-RECOVERY.
           05 LINE 16 COLUMN 2 VALUE "RESTART.: ".
           05 LINE 16 COLUMN 12 PIC X(60) TO GRACE-PML-RB-NEW-RESTART.
           05 LINE 18 COLUMN 2 VALUE "CONFIRM UPDATE (Y/N): ".
           05 LINE 18 COLUMN 24 PIC X(01) TO GRACE-PML-CONFIRM.

       01 GRACE-PML-CTG-KEY-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "GRACECTG - CATEGORY MASTER".
           05 LINE 4 COLUMN 10 VALUE "CATEGORY CODE......: ".
           05 LINE 4 COLUMN 31 PIC X(02) TO GRACE-PML-CT-CODE.

       01 GRACE-PML-CTG-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "GRACECTG - CATEGORY MASTER".
           05 LINE 3 COLUMN 10 VALUE "CATEGORY CODE......: ".
           05 LINE 3 COLUMN 31 PIC X(02) FROM GRACE-PML-CT-CODE.
           05 LINE 5 COLUMN 2 VALUE "ON FILE - DESCRIPTION: ".
           05 LINE 5 COLUMN 25 PIC X(30)
               FROM GRACE-PML-CT-CUR-DESCRIPTION.
           05 LINE 6 COLUMN 2 VALUE "OWNING DEPARTMENT....: ".
           05 LINE 6 COLUMN 25 PIC X(10)
               FROM GRACE-PML-CT-CUR-DEPARTMENT.
           05 LINE 7 COLUMN 2 VALUE "ACTIVE (Y/N).........: ".
           05 LINE 7 COLUMN 25 PIC X(01) FROM GRACE-PML-CT-CUR-ACTIVE.
           05 LINE 8 COLUMN 2 VALUE "EFFECTIVE FROM / TO..: ".
           05 LINE 8 COLUMN 25 PIC X(08) FROM GRACE-PML-CT-CUR-FROM.
           05 LINE 8 COLUMN 35 PIC X(08) FROM GRACE-PML-CT-CUR-TO.
           05 LINE 10 COLUMN 2
               VALUE "NEW (BLANK=KEEP, TO DATE 00000000=NO END)".
           05 LINE 11 COLUMN 2 VALUE "DESCRIPTION..........: ".
           05 LINE 11 COLUMN 25 PIC X(30)
               TO GRACE-PML-CT-NEW-DESCRIPTION.
           05 LINE 12 COLUMN 2 VALUE "OWNING DEPARTMENT....: ".
           05 LINE 12 COLUMN 25 PIC X(10)
               TO GRACE-PML-CT-NEW-DEPARTMENT.
           05 LINE 13 COLUMN 2 VALUE "ACTIVE (Y/N).........: ".
           05 LINE 13 COLUMN 25 PIC X(01) TO GRACE-PML-CT-NEW-ACTIVE.
           05 LINE 14 COLUMN 2 VALUE "EFFECTIVE FROM.......: ".
           05 LINE 14 COLUMN 25 PIC X(08) TO GRACE-PML-CT-NEW-FROM.
           05 LINE 15 COLUMN 2 VALUE "EFFECTIVE TO.........: ".
           05 LINE 15 COLUMN 25 PIC X(08) TO GRACE-PML-CT-NEW-TO.
           05 LINE 17 COLUMN 2 VALUE "CONFIRM UPDATE (Y/N): ".
           05 LINE 17 COLUMN 24 PIC X(01) TO GRACE-PML-CONFIRM.

       01 GRACE-PML-TER-KEY-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "GRACETER - TERRITORY RANGES".
           05 LINE 4 COLUMN 10 VALUE "RANGE LOW ZIP......: ".
           05 LINE 4 COLUMN 31 PIC X(05) TO GRACE-PML-TR-LOW.

       01 GRACE-PML-TER-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "GRACETER - TERRITORY RANGES".
           05 LINE 3 COLUMN 10 VALUE "RANGE LOW ZIP......: ".
           05 LINE 3 COLUMN 31 PIC X(05) FROM GRACE-PML-TR-LOW.
           05 LINE 5 COLUMN 2 VALUE "ON FILE - HIGH ZIP...: ".
           05 LINE 5 COLUMN 25 PIC X(05) FROM GRACE-PML-TR-CUR-HIGH.
           05 LINE 6 COLUMN 2 VALUE "TERRITORY............: ".
           05 LINE 6 COLUMN 25 PIC X(04) FROM GRACE-PML-TR-CUR-CODE.
           05 LINE 7 COLUMN 2 VALUE "REP..................: ".
           05 LINE 7 COLUMN 25 PIC X(20) FROM GRACE-PML-TR-CUR-REP.
           05 LINE 8 COLUMN 2 VALUE "ACTIVE (Y/N).........: ".
           05 LINE 8 COLUMN 25 PIC X(01) FROM GRACE-PML-TR-CUR-ACTIVE.
           05 LINE 10 COLUMN 2 VALUE "NEW (BLANK=KEEP)".
           05 LINE 11 COLUMN 2 VALUE "HIGH ZIP.............: ".
           05 LINE 11 COLUMN 25 PIC X(05) TO GRACE-PML-TR-NEW-HIGH.
           05 LINE 12 COLUMN 2 VALUE "TERRITORY............: ".
           05 LINE 12 COLUMN 25 PIC X(04) TO GRACE-PML-TR-NEW-CODE.
           05 LINE 13 COLUMN 2 VALUE "REP..................: ".
           05 LINE 13 COLUMN 25 PIC X(20) TO GRACE-PML-TR-NEW-REP.
           05 LINE 14 COLUMN 2 VALUE "ACTIVE (Y/N).........: ".
           05 LINE 14 COLUMN 25 PIC X(01) TO GRACE-PML-TR-NEW-ACTIVE.
           05 LINE 16 COLUMN 2 VALUE "CONFIRM UPDATE (Y/N): ".
           05 LINE 16 COLUMN 24 PIC X(01) TO GRACE-PML-CONFIRM.

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM 7070-NOTE-TRAINING-SESSION.
           DISPLAY GRACE-PML-SIGNON-SCREEN.
           ACCEPT GRACE-PML-SIGNON-SCREEN.
           PERFORM 7000-VERIFY-OPERATOR.
                   PERFORM 4000-MAINTAIN-SCENARIO
               WHEN GRACE-PML-PICK-PSL
                   PERFORM 5000-MAINTAIN-PROC-SWITCHES
               WHEN GRACE-PML-PICK-FXR
                   PERFORM 6000-MAINTAIN-EXCHANGE-RATE
               WHEN GRACE-PML-PICK-RBK
                   PERFORM 6300-MAINTAIN-RUNBOOK-ENTRY
               WHEN GRACE-PML-PICK-CTG
                   PERFORM 6600-MAINTAIN-CATEGORY
               WHEN GRACE-PML-PICK-TER
                   PERFORM 6800-MAINTAIN-TERRITORY-RANGE
               WHEN GRACE-PML-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "KEY 1-8 OR X"
           END-EVALUATE.

      *----------------------------------------------------------
               MOVE 'N' TO GRACE-PML-SW-OK-SW
           END-IF.

      *----------------------------------------------------------
      * 6000-MAINTAIN-EXCHANGE-RATE - GRACEFXR. The currency and
      * the processing date the rate is for are keyed first, so
      * the second screen can show the rate already on file for
      * that date. GRACEMUP converts only at a rate dated for the
      * night it runs, so a rate is always keyed for a date; an
      * update appends a row, and the last row for a currency and
      * date is the one that counts.
      *----------------------------------------------------------
       6000-MAINTAIN-EXCHANGE-RATE.
           ACCEPT GRACE-PML-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO GRACE-PML-FX-CURRENCY.
           MOVE SPACES TO GRACE-PML-FX-DATE.
           DISPLAY GRACE-PML-FXK-SCREEN.
           ACCEPT GRACE-PML-FXK-SCREEN.
           IF GRACE-PML-FX-DATE = SPACES
               MOVE GRACE-PML-TODAY TO GRACE-PML-FX-DATE-NUM
           END-IF.
           EVALUATE TRUE
               WHEN GRACE-PML-FX-CURRENCY = SPACES
                   DISPLAY "CURRENCY CODE REQUIRED - NO CHANGE"
               WHEN GRACE-PML-FX-DATE NOT NUMERIC
                   DISPLAY "RATE DATE MUST BE YYYYMMDD - NO CHANGE"
               WHEN OTHER
                   PERFORM 6100-FIND-CURRENT-RATE
                   PERFORM 6200-TAKE-NEW-RATE
           END-EVALUATE.

       6100-FIND-CURRENT-RATE.
           MOVE 'N' TO GRACE-PML-FX-CUR-SW.
           MOVE ZERO TO GRACE-PML-FX-CUR-RATE.
           MOVE 'N' TO GRACE-FXR-EOF-SW.
           OPEN INPUT GRACE-FXR-FILE.
           IF GRACE-FXR-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 6150-READ-RATE-ROW
               PERFORM 6160-JUDGE-RATE-ROW
                   UNTIL GRACE-FXR-END-OF-FILE
               CLOSE GRACE-FXR-FILE
           END-IF.

       6150-READ-RATE-ROW.
           READ GRACE-FXR-FILE
               AT END
                   SET GRACE-FXR-END-OF-FILE TO TRUE
           END-READ.

       6160-JUDGE-RATE-ROW.
           EVALUATE TRUE
               WHEN GRACE-FXR-BASE-ROW
                   IF GRACE-FXR-CURRENCY NOT = SPACES
                       MOVE GRACE-FXR-CURRENCY TO GRACE-PML-FX-BASE
                   END-IF
               WHEN GRACE-FXR-CURRENCY = GRACE-PML-FX-CURRENCY
                       AND GRACE-FXR-RATE-DATE = GRACE-PML-FX-DATE
                       AND GRACE-FXR-RATE NUMERIC
                   SET GRACE-PML-FX-RATE-ON-FILE TO TRUE
                   MOVE GRACE-FXR-RATE-N TO GRACE-PML-FX-CUR-RATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 6150-READ-RATE-ROW.

       6200-TAKE-NEW-RATE.
           MOVE SPACES TO GRACE-PML-FX-NEW-RATE.
           MOVE 'N' TO GRACE-PML-CONFIRM.
           DISPLAY GRACE-PML-FXR-SCREEN.
           ACCEPT GRACE-PML-FXR-SCREEN.
           EVALUATE TRUE
               WHEN NOT GRACE-PML-CONFIRMED
                   DISPLAY "NOT CONFIRMED - RATE UNCHANGED"
               WHEN GRACE-PML-FX-CURRENCY = GRACE-PML-FX-BASE
                   DISPLAY "BASE CURRENCY TAKES NO RATE - UNCHANGED"
               WHEN GRACE-PML-FX-NEW-RATE NOT NUMERIC
                   DISPLAY "RATE MUST BE 10 DIGITS (4.6) - UNCHANGED"
               WHEN GRACE-PML-FX-NEW-RATE-NUM = ZERO
                   DISPLAY "RATE MAY NOT BE ZERO - UNCHANGED"
               WHEN NOT GRACE-OPS-MAY-UPDATE
                   DISPLAY "INQUIRY ONLY - RATE UNCHANGED"
               WHEN OTHER
                   MOVE SPACES TO GRACE-FXR-REC
                   MOVE GRACE-PML-FX-CURRENCY TO GRACE-FXR-CURRENCY
                   MOVE GRACE-PML-FX-DATE TO GRACE-FXR-RATE-DATE
                   MOVE GRACE-PML-FX-NEW-RATE-NUM TO GRACE-FXR-RATE-N
                   OPEN EXTEND GRACE-FXR-FILE
                   IF GRACE-FXR-NOT-FOUND
                       OPEN OUTPUT GRACE-FXR-FILE
                   END-IF
                   WRITE GRACE-FXR-REC
                   CLOSE GRACE-FXR-FILE
                   MOVE SPACES TO GRACE-CHG-REC
                   MOVE "GRACEFXR" TO GRACE-CHG-FILE-NAME
                   STRING "RATE " GRACE-PML-FX-CURRENCY
                       DELIMITED BY SIZE
                       INTO GRACE-CHG-FIELD-NAME
                   END-STRING
                   MOVE GRACE-PML-FX-DATE TO GRACE-PML-FX-CHG-DATE
                   IF GRACE-PML-FX-RATE-ON-FILE
                       MOVE GRACE-PML-FX-CUR-RATE
                           TO GRACE-PML-FX-CHG-RATE
                       MOVE GRACE-PML-FX-CHG-VALUE
                           TO GRACE-CHG-OLD-VALUE
                   ELSE
                       MOVE "NONE" TO GRACE-CHG-OLD-VALUE
                   END-IF
                   MOVE GRACE-PML-FX-NEW-RATE-NUM
                       TO GRACE-PML-FX-CHG-RATE
                   MOVE GRACE-PML-FX-CHG-VALUE TO GRACE-CHG-NEW-VALUE
                   PERFORM 8900-WRITE-CHANGE-RECORD
                   MOVE GRACE-PML-FX-NEW-RATE-NUM
                       TO GRACE-PML-FX-CUR-ED
                   DISPLAY GRACE-PML-FX-CURRENCY " RATE "
                       GRACE-PML-FX-CUR-ED " IN FORCE FOR "
                       GRACE-PML-FX-DATE
           END-EVALUATE.

      *----------------------------------------------------------
      * 6300-MAINTAIN-RUNBOOK-ENTRY - the recovery instructions
      * GRACEHWB shows with a held entry and GRACEALR quotes the
      * reference of on a page. Program and condition are keyed
      * first; the row on file for that key (the last one) is
      * shown, and a confirmed change appends a row that
      * replaces it. The runbook has to be complete enough to
      * act on at 03:00, so a live entry needs its reference,
      * recovery steps and escalation contact.
      *----------------------------------------------------------
       6300-MAINTAIN-RUNBOOK-ENTRY.
           MOVE SPACES TO GRACE-PML-RB-PROGRAM.
           MOVE SPACES TO GRACE-PML-RB-CONDITION.
           DISPLAY GRACE-PML-RBK-KEY-SCREEN.
           ACCEPT GRACE-PML-RBK-KEY-SCREEN.
           EVALUATE TRUE
               WHEN GRACE-PML-RB-PROGRAM = SPACES
                   DISPLAY "PROGRAM NAME REQUIRED - NO CHANGE"
               WHEN GRACE-PML-RB-CONDITION(1:1) NUMERIC
                       AND (GRACE-PML-RB-CONDITION(1:3) NOT NUMERIC
                         OR GRACE-PML-RB-CONDITION(4:7) NOT = SPACES)
                   DISPLAY "RETURN CODE MUST BE 3 DIGITS - NO CHANGE"
               WHEN OTHER
                   PERFORM 6310-FIND-CURRENT-ENTRY
                   PERFORM 6400-TAKE-NEW-ENTRY
           END-EVALUATE.

       6310-FIND-CURRENT-ENTRY.
           MOVE 'N' TO GRACE-PML-RB-CUR-SW.
           MOVE SPACES TO GRACE-PML-RB-CUR.
           MOVE 'N' TO GRACE-RBK-EOF-SW.
           OPEN INPUT GRACE-RBK-FILE.
           IF GRACE-RBK-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 6315-READ-RUNBOOK-ROW
               PERFORM 6320-JUDGE-RUNBOOK-ROW
                   UNTIL GRACE-RBK-END-OF-FILE
               CLOSE GRACE-RBK-FILE
           END-IF.

       6315-READ-RUNBOOK-ROW.
           READ GRACE-RBK-FILE
               AT END
                   SET GRACE-RBK-END-OF-FILE TO TRUE
           END-READ.

      *A later row for the key replaces an earlier one; a row
      *with a blank reference is a withdrawal.
       6320-JUDGE-RUNBOOK-ROW.
           IF GRACE-RBK-PROGRAM = GRACE-PML-RB-PROGRAM
                   AND GRACE-RBK-CONDITION = GRACE-PML-RB-CONDITION
               IF GRACE-RBK-REFERENCE = SPACES
                   MOVE 'N' TO GRACE-PML-RB-CUR-SW
                   MOVE SPACES TO GRACE-PML-RB-CUR
               ELSE
                   SET GRACE-PML-RB-ON-FILE TO TRUE
                   MOVE GRACE-RBK-REFERENCE
                       TO GRACE-PML-RB-CUR-REFERENCE
                   MOVE GRACE-RBK-OWNER-TEAM TO GRACE-PML-RB-CUR-TEAM
                   MOVE GRACE-RBK-ESCALATION
                       TO GRACE-PML-RB-CUR-ESCALATION
                   MOVE GRACE-RBK-RECOVERY
                       TO GRACE-PML-RB-CUR-RECOVERY
                   MOVE GRACE-RBK-RESTART TO GRACE-PML-RB-CUR-RESTART
               END-IF
           END-IF.
           PERFORM 6315-READ-RUNBOOK-ROW.

       6400-TAKE-NEW-ENTRY.
           MOVE SPACES TO GRACE-PML-RB-NEW.
           MOVE 'N' TO GRACE-PML-CONFIRM.
           DISPLAY GRACE-PML-RBK-SCREEN.
           ACCEPT GRACE-PML-RBK-SCREEN.
           IF NOT GRACE-PML-RB-WITHDRAW
               PERFORM 6450-KEEP-BLANK-FIELDS
           END-IF.
           EVALUATE TRUE
               WHEN NOT GRACE-PML-CONFIRMED
                   DISPLAY "NOT CONFIRMED - RUNBOOK UNCHANGED"
               WHEN GRACE-PML-RB-WITHDRAW
                       AND NOT GRACE-PML-RB-ON-FILE
                   DISPLAY "NO ENTRY ON FILE TO WITHDRAW - UNCHANGED"
               WHEN NOT GRACE-PML-RB-WITHDRAW
                       AND (GRACE-PML-RB-NEW-REFERENCE = SPACES
                         OR GRACE-PML-RB-NEW-RECOVERY = SPACES
                         OR GRACE-PML-RB-NEW-ESCALATION = SPACES)
                   DISPLAY "REFERENCE, RECOVERY AND ESCALATION "
                       "REQUIRED - UNCHANGED"
               WHEN NOT GRACE-OPS-MAY-UPDATE
                   DISPLAY "INQUIRY ONLY - RUNBOOK UNCHANGED"
               WHEN OTHER
                   PERFORM 6500-APPEND-RUNBOOK-ROW
           END-EVALUATE.

       6450-KEEP-BLANK-FIELDS.
           IF GRACE-PML-RB-NEW-REFERENCE = SPACES
               MOVE GRACE-PML-RB-CUR-REFERENCE
                   TO GRACE-PML-RB-NEW-REFERENCE
           END-IF.
           IF GRACE-PML-RB-NEW-TEAM = SPACES
               MOVE GRACE-PML-RB-CUR-TEAM TO GRACE-PML-RB-NEW-TEAM
           END-IF.
           IF GRACE-PML-RB-NEW-ESCALATION = SPACES
               MOVE GRACE-PML-RB-CUR-ESCALATION
                   TO GRACE-PML-RB-NEW-ESCALATION
           END-IF.
           IF GRACE-PML-RB-NEW-RECOVERY = SPACES
               MOVE GRACE-PML-RB-CUR-RECOVERY
                   TO GRACE-PML-RB-NEW-RECOVERY
           END-IF.
           IF GRACE-PML-RB-NEW-RESTART = SPACES
               MOVE GRACE-PML-RB-CUR-RESTART
                   TO GRACE-PML-RB-NEW-RESTART
           END-IF.

       6500-APPEND-RUNBOOK-ROW.
           MOVE SPACES TO GRACE-RBK-REC.
           MOVE GRACE-PML-RB-PROGRAM TO GRACE-RBK-PROGRAM.
           MOVE GRACE-PML-RB-CONDITION TO GRACE-RBK-CONDITION.
           IF NOT GRACE-PML-RB-WITHDRAW
               MOVE GRACE-PML-RB-NEW-REFERENCE TO GRACE-RBK-REFERENCE
               MOVE GRACE-PML-RB-NEW-TEAM TO GRACE-RBK-OWNER-TEAM
               MOVE GRACE-PML-RB-NEW-ESCALATION
                   TO GRACE-RBK-ESCALATION
               MOVE GRACE-PML-RB-NEW-RECOVERY TO GRACE-RBK-RECOVERY
               MOVE GRACE-PML-RB-NEW-RESTART TO GRACE-RBK-RESTART
           END-IF.
           OPEN EXTEND GRACE-RBK-FILE.
           IF GRACE-RBK-NOT-FOUND
               OPEN OUTPUT GRACE-RBK-FILE
           END-IF.
           WRITE GRACE-RBK-REC.
           CLOSE GRACE-RBK-FILE.
           MOVE SPACES TO GRACE-CHG-REC.
           MOVE "GRACERBK" TO GRACE-CHG-FILE-NAME.
           MOVE GRACE-PML-RB-PROGRAM TO GRACE-CHG-FIELD-NAME.
           IF GRACE-PML-RB-ON-FILE
               MOVE GRACE-PML-RB-CUR-REFERENCE TO GRACE-CHG-OLD-VALUE
           ELSE
               MOVE "NONE" TO GRACE-CHG-OLD-VALUE
           END-IF.
           IF GRACE-PML-RB-WITHDRAW
               MOVE "WITHDRAWN" TO GRACE-CHG-NEW-VALUE
           ELSE
               MOVE GRACE-PML-RB-NEW-REFERENCE TO GRACE-CHG-NEW-VALUE
           END-IF.
      *The condition rides behind the reference in both values.
           MOVE GRACE-PML-RB-CONDITION
               TO GRACE-CHG-NEW-VALUE(10:9).
           MOVE GRACE-PML-RB-CONDITION
               TO GRACE-CHG-OLD-VALUE(10:9).
           PERFORM 8900-WRITE-CHANGE-RECORD.
           DISPLAY "RUNBOOK " GRACE-PML-RB-PROGRAM " "
               GRACE-PML-RB-CONDITION " NOW "
               GRACE-CHG-NEW-VALUE(1:9).

      *----------------------------------------------------------
      * 6600-MAINTAIN-CATEGORY - the GRACECTG category master
      * TESTCONST and the pre-flight judge GRACEVAL categories
      * against. The code is keyed first; the row on file for it
      * (the last one) is shown, and a confirmed change appends a
      * row that replaces it. A category is never deleted - the
      * limit rows and rejects that name it stay explainable -
      * it is retired by setting it inactive or ending its dates.
      *----------------------------------------------------------
       6600-MAINTAIN-CATEGORY.
           ACCEPT GRACE-PML-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO GRACE-PML-CT-CODE.
           DISPLAY GRACE-PML-CTG-KEY-SCREEN.
           ACCEPT GRACE-PML-CTG-KEY-SCREEN.
           IF GRACE-PML-CT-CODE = SPACES
               DISPLAY "CATEGORY CODE REQUIRED - NO CHANGE"
           ELSE
               PERFORM 6610-FIND-CURRENT-CATEGORY
               PERFORM 6700-TAKE-NEW-CATEGORY
           END-IF.

       6610-FIND-CURRENT-CATEGORY.
           MOVE 'N' TO GRACE-PML-CT-CUR-SW.
           MOVE SPACES TO GRACE-PML-CT-CUR.
           PERFORM 0300-LOAD-CATEGORY-MASTER.
           MOVE GRACE-PML-CT-CODE TO GRACE-CTG-WANT-CODE.
           PERFORM 0315-LOCATE-CATEGORY.
           IF GRACE-CTG-HIT > ZERO
               SET GRACE-PML-CT-ON-FILE TO TRUE
               MOVE GRACE-CTG-T-DESCRIPTION(GRACE-CTG-HIT)
                   TO GRACE-PML-CT-CUR-DESCRIPTION
               MOVE GRACE-CTG-T-DEPARTMENT(GRACE-CTG-HIT)
                   TO GRACE-PML-CT-CUR-DEPARTMENT
               MOVE GRACE-CTG-T-ACTIVE(GRACE-CTG-HIT)
                   TO GRACE-PML-CT-CUR-ACTIVE
               IF GRACE-CTG-T-EFF-FROM(GRACE-CTG-HIT) > ZERO
                   MOVE GRACE-CTG-T-EFF-FROM(GRACE-CTG-HIT)
                       TO GRACE-PML-CT-CUR-FROM-N
               END-IF
               IF GRACE-CTG-T-EFF-TO(GRACE-CTG-HIT) > ZERO
                   MOVE GRACE-CTG-T-EFF-TO(GRACE-CTG-HIT)
                       TO GRACE-PML-CT-CUR-TO-N
               END-IF
           END-IF.

       6700-TAKE-NEW-CATEGORY.
           MOVE SPACES TO GRACE-PML-CT-NEW.
           MOVE 'N' TO GRACE-PML-CONFIRM.
           DISPLAY GRACE-PML-CTG-SCREEN.
           ACCEPT GRACE-PML-CTG-SCREEN.
           PERFORM 6750-KEEP-BLANK-CATEGORY-FIELDS.
           EVALUATE TRUE
               WHEN NOT GRACE-PML-CONFIRMED
                   DISPLAY "NOT CONFIRMED - CATEGORY MASTER UNCHANGED"
               WHEN GRACE-PML-CT-NEW-DESCRIPTION = SPACES
                       OR GRACE-PML-CT-NEW-DEPARTMENT = SPACES
                   DISPLAY "DESCRIPTION AND OWNING DEPARTMENT "
                       "REQUIRED - UNCHANGED"
               WHEN GRACE-PML-CT-NEW-ACTIVE NOT = 'Y'
                       AND GRACE-PML-CT-NEW-ACTIVE NOT = 'N'
                   DISPLAY "ACTIVE MUST BE Y OR N - UNCHANGED"
               WHEN (GRACE-PML-CT-NEW-FROM NOT = SPACES
                       AND GRACE-PML-CT-NEW-FROM NOT NUMERIC)
                       OR (GRACE-PML-CT-NEW-TO NOT = SPACES
                       AND GRACE-PML-CT-NEW-TO NOT NUMERIC)
                   DISPLAY "EFFECTIVE DATES MUST BE YYYYMMDD - "
                       "UNCHANGED"
               WHEN GRACE-PML-CT-NEW-FROM NUMERIC
                       AND GRACE-PML-CT-NEW-TO NUMERIC
                       AND GRACE-PML-CT-NEW-TO-N
                           < GRACE-PML-CT-NEW-FROM-N
                   DISPLAY "EFFECTIVE TO DATE BEFORE FROM DATE - "
                       "UNCHANGED"
               WHEN NOT GRACE-OPS-MAY-UPDATE
                   DISPLAY "INQUIRY ONLY - CATEGORY MASTER UNCHANGED"
               WHEN OTHER
                   PERFORM 6790-APPEND-CATEGORY-ROW
           END-EVALUATE.

      *A blank new value keeps the one on file. A new category
      *with no dates keyed is active from today with no end; a
      *to date of zeros clears the one on file.
       6750-KEEP-BLANK-CATEGORY-FIELDS.
           IF GRACE-PML-CT-NEW-DESCRIPTION = SPACES
               MOVE GRACE-PML-CT-CUR-DESCRIPTION
                   TO GRACE-PML-CT-NEW-DESCRIPTION
           END-IF.
           IF GRACE-PML-CT-NEW-DEPARTMENT = SPACES
               MOVE GRACE-PML-CT-CUR-DEPARTMENT
                   TO GRACE-PML-CT-NEW-DEPARTMENT
           END-IF.
           IF GRACE-PML-CT-NEW-ACTIVE = SPACE
               IF GRACE-PML-CT-ON-FILE
                   MOVE GRACE-PML-CT-CUR-ACTIVE
                       TO GRACE-PML-CT-NEW-ACTIVE
               ELSE
                   MOVE 'Y' TO GRACE-PML-CT-NEW-ACTIVE
               END-IF
           END-IF.
           IF GRACE-PML-CT-NEW-FROM = SPACES
               IF GRACE-PML-CT-ON-FILE
                   MOVE GRACE-PML-CT-CUR-FROM TO GRACE-PML-CT-NEW-FROM
               ELSE
                   MOVE GRACE-PML-TODAY TO GRACE-PML-CT-NEW-FROM-N
               END-IF
           END-IF.
           IF GRACE-PML-CT-NEW-TO = SPACES
               MOVE GRACE-PML-CT-CUR-TO TO GRACE-PML-CT-NEW-TO
           ELSE
               IF GRACE-PML-CT-NEW-TO = "00000000"
                   MOVE SPACES TO GRACE-PML-CT-NEW-TO
               END-IF
           END-IF.

       6790-APPEND-CATEGORY-ROW.
           MOVE SPACES TO GRACE-CTG-REC.
           MOVE GRACE-PML-CT-CODE TO GRACE-CTG-CODE.
           MOVE GRACE-PML-CT-NEW-DESCRIPTION TO GRACE-CTG-DESCRIPTION.
           MOVE GRACE-PML-CT-NEW-DEPARTMENT TO GRACE-CTG-DEPARTMENT.
           MOVE GRACE-PML-CT-NEW-ACTIVE TO GRACE-CTG-ACTIVE.
           MOVE GRACE-PML-CT-NEW-FROM TO GRACE-CTG-EFF-FROM.
           MOVE GRACE-PML-CT-NEW-TO TO GRACE-CTG-EFF-TO.
           OPEN EXTEND GRACE-CTG-FILE.
           IF GRACE-CTG-NOT-FOUND
               OPEN OUTPUT GRACE-CTG-FILE
           END-IF.
           WRITE GRACE-CTG-REC.
           CLOSE GRACE-CTG-FILE.
           MOVE SPACES TO GRACE-CHG-REC.
           MOVE "GRACECTG" TO GRACE-CHG-FILE-NAME.
           STRING "CATEGORY" GRACE-PML-CT-CODE DELIMITED BY SIZE
               INTO GRACE-CHG-FIELD-NAME
           END-STRING.
      *The active flag leads, the description follows.
           IF GRACE-PML-CT-ON-FILE
               MOVE GRACE-PML-CT-CUR-ACTIVE TO GRACE-CHG-OLD-VALUE
               MOVE GRACE-PML-CT-CUR-DESCRIPTION
                   TO GRACE-CHG-OLD-VALUE(3:16)
           ELSE
               MOVE "NONE" TO GRACE-CHG-OLD-VALUE
           END-IF.
           MOVE GRACE-PML-CT-NEW-ACTIVE TO GRACE-CHG-NEW-VALUE.
           MOVE GRACE-PML-CT-NEW-DESCRIPTION
               TO GRACE-CHG-NEW-VALUE(3:16).
           PERFORM 8900-WRITE-CHANGE-RECORD.
           IF GRACE-PML-CT-NEW-ACTIVE = 'Y'
               DISPLAY "CATEGORY " GRACE-PML-CT-CODE " "
                   GRACE-PML-CT-NEW-DESCRIPTION " NOW ACTIVE"
           ELSE
               DISPLAY "CATEGORY " GRACE-PML-CT-CODE " "
                   GRACE-PML-CT-NEW-DESCRIPTION " NOW INACTIVE"
           END-IF.

      *----------------------------------------------------------
      * 6800-MAINTAIN-TERRITORY-RANGE - GRACETER, one range of
      * zips keyed by its low zip. An active range may not overlap
      * any other active range, so every zip has one territory at
      * most; moving a boundary that would overlap means narrowing
      * or withdrawing the neighbour first.
      *----------------------------------------------------------
       6800-MAINTAIN-TERRITORY-RANGE.
           MOVE SPACES TO GRACE-PML-TR-LOW.
           DISPLAY GRACE-PML-TER-KEY-SCREEN.
           ACCEPT GRACE-PML-TER-KEY-SCREEN.
           IF GRACE-PML-TR-LOW NOT NUMERIC
               DISPLAY "LOW ZIP MUST BE FIVE DIGITS - NO CHANGE"
           ELSE
               PERFORM 6810-FIND-CURRENT-RANGE
               PERFORM 6850-TAKE-NEW-RANGE
           END-IF.

       6810-FIND-CURRENT-RANGE.
           MOVE 'N' TO GRACE-PML-TR-CUR-SW.
           MOVE SPACES TO GRACE-PML-TR-CUR.
           PERFORM 0330-LOAD-TERRITORY-TABLE.
           MOVE GRACE-PML-TR-LOW TO GRACE-TER-WANT-LOW.
           PERFORM 0345-LOCATE-TERRITORY-ROW.
           IF GRACE-TER-HIT > ZERO
               SET GRACE-PML-TR-ON-FILE TO TRUE
               MOVE GRACE-TER-T-ZIP-HIGH(GRACE-TER-HIT)
                   TO GRACE-PML-TR-CUR-HIGH
               MOVE GRACE-TER-T-CODE(GRACE-TER-HIT)
                   TO GRACE-PML-TR-CUR-CODE
               MOVE GRACE-TER-T-REP(GRACE-TER-HIT)
                   TO GRACE-PML-TR-CUR-REP
               MOVE GRACE-TER-T-ACTIVE(GRACE-TER-HIT)
                   TO GRACE-PML-TR-CUR-ACTIVE
           END-IF.

       6850-TAKE-NEW-RANGE.
           MOVE SPACES TO GRACE-PML-TR-NEW.
           MOVE 'N' TO GRACE-PML-CONFIRM.
           DISPLAY GRACE-PML-TER-SCREEN.
           ACCEPT GRACE-PML-TER-SCREEN.
           PERFORM 6860-KEEP-BLANK-RANGE-FIELDS.
           MOVE ZERO TO GRACE-PML-TR-OVERLAP.
           IF GRACE-PML-TR-NEW-ACTIVE = 'Y'
                   AND GRACE-PML-TR-NEW-HIGH NUMERIC
               PERFORM 6870-MATCH-ONE-OVERLAP
                   VARYING GRACE-TER-IDX FROM 1 BY 1
                   UNTIL GRACE-TER-IDX > GRACE-TER-COUNT
                   OR GRACE-PML-TR-OVERLAP > ZERO
           END-IF.
           EVALUATE TRUE
               WHEN NOT GRACE-PML-CONFIRMED
                   DISPLAY "NOT CONFIRMED - TERRITORY RANGES UNCHANGED"
               WHEN GRACE-PML-TR-NEW-HIGH NOT NUMERIC
                       OR GRACE-PML-TR-NEW-HIGH < GRACE-PML-TR-LOW
                   DISPLAY "HIGH ZIP MUST BE FIVE DIGITS, NOT BELOW "
                       "THE LOW ZIP - UNCHANGED"
               WHEN GRACE-PML-TR-NEW-CODE = SPACES
                       OR GRACE-PML-TR-NEW-REP = SPACES
                   DISPLAY "TERRITORY AND REP REQUIRED - UNCHANGED"
               WHEN GRACE-PML-TR-NEW-ACTIVE NOT = 'Y'
                       AND GRACE-PML-TR-NEW-ACTIVE NOT = 'N'
                   DISPLAY "ACTIVE MUST BE Y OR N - UNCHANGED"
               WHEN GRACE-PML-TR-OVERLAP > ZERO
                   DISPLAY "OVERLAPS RANGE "
                       GRACE-TER-T-ZIP-LOW(GRACE-PML-TR-OVERLAP) "-"
                       GRACE-TER-T-ZIP-HIGH(GRACE-PML-TR-OVERLAP)
                       " OF TERRITORY "
                       GRACE-TER-T-CODE(GRACE-PML-TR-OVERLAP)
                       " - UNCHANGED"
               WHEN NOT GRACE-OPS-MAY-UPDATE
                   DISPLAY "INQUIRY ONLY - TERRITORY RANGES UNCHANGED"
               WHEN OTHER
                   PERFORM 6890-APPEND-RANGE-ROW
           END-EVALUATE.

      *A blank new value keeps the one on file; a new range with
      *no flag keyed is active.
       6860-KEEP-BLANK-RANGE-FIELDS.
           IF GRACE-PML-TR-NEW-HIGH = SPACES
               MOVE GRACE-PML-TR-CUR-HIGH TO GRACE-PML-TR-NEW-HIGH
           END-IF.
           IF GRACE-PML-TR-NEW-CODE = SPACES
               MOVE GRACE-PML-TR-CUR-CODE TO GRACE-PML-TR-NEW-CODE
           END-IF.
           IF GRACE-PML-TR-NEW-REP = SPACES
               MOVE GRACE-PML-TR-CUR-REP TO GRACE-PML-TR-NEW-REP
           END-IF.
           IF GRACE-PML-TR-NEW-ACTIVE = SPACE
               IF GRACE-PML-TR-ON-FILE
                   MOVE GRACE-PML-TR-CUR-ACTIVE
                       TO GRACE-PML-TR-NEW-ACTIVE
               ELSE
                   MOVE 'Y' TO GRACE-PML-TR-NEW-ACTIVE
               END-IF
           END-IF.

      *Another active range - any low zip but this one - sharing
      *a zip with the new range.
       6870-MATCH-ONE-OVERLAP.
           IF GRACE-TER-T-ZIP-LOW(GRACE-TER-IDX) NOT = GRACE-PML-TR-LOW
                   AND GRACE-TER-T-ACTIVE(GRACE-TER-IDX) = 'Y'
                   AND GRACE-TER-T-ZIP-LOW(GRACE-TER-IDX)
                       <= GRACE-PML-TR-NEW-HIGH
                   AND GRACE-TER-T-ZIP-HIGH(GRACE-TER-IDX)
                       >= GRACE-PML-TR-LOW
               MOVE GRACE-TER-IDX TO GRACE-PML-TR-OVERLAP
           END-IF.

       6890-APPEND-RANGE-ROW.
           MOVE SPACES TO GRACE-TER-REC.
           MOVE GRACE-PML-TR-LOW TO GRACE-TER-ZIP-LOW.
           MOVE GRACE-PML-TR-NEW-HIGH TO GRACE-TER-ZIP-HIGH.
           MOVE GRACE-PML-TR-NEW-CODE TO GRACE-TER-CODE.
           MOVE GRACE-PML-TR-NEW-REP TO GRACE-TER-REP.
           MOVE GRACE-PML-TR-NEW-ACTIVE TO GRACE-TER-ACTIVE.
           OPEN EXTEND GRACE-TER-FILE.
           IF GRACE-TER-NOT-FOUND
               OPEN OUTPUT GRACE-TER-FILE
           END-IF.
           WRITE GRACE-TER-REC.
           CLOSE GRACE-TER-FILE.
           MOVE SPACES TO GRACE-CHG-REC.
           MOVE "GRACETER" TO GRACE-CHG-FILE-NAME.
           STRING "ZIPS" GRACE-PML-TR-LOW DELIMITED BY SIZE
               INTO GRACE-CHG-FIELD-NAME
           END-STRING.
      *The active flag leads, then the territory and high zip.
           IF GRACE-PML-TR-ON-FILE
               STRING GRACE-PML-TR-CUR-ACTIVE " "
                   GRACE-PML-TR-CUR-CODE " " GRACE-PML-TR-CUR-HIGH
                   DELIMITED BY SIZE
                   INTO GRACE-CHG-OLD-VALUE
               END-STRING
           ELSE
               MOVE "NONE" TO GRACE-CHG-OLD-VALUE
           END-IF.
           STRING GRACE-PML-TR-NEW-ACTIVE " "
               GRACE-PML-TR-NEW-CODE " " GRACE-PML-TR-NEW-HIGH
               DELIMITED BY SIZE
               INTO GRACE-CHG-NEW-VALUE
           END-STRING.
           PERFORM 8900-WRITE-CHANGE-RECORD.
           IF GRACE-PML-TR-NEW-ACTIVE = 'Y'
               DISPLAY "ZIPS " GRACE-PML-TR-LOW "-"
                   GRACE-PML-TR-NEW-HIGH " NOW TERRITORY "
                   GRACE-PML-TR-NEW-CODE " " GRACE-PML-TR-NEW-REP
           ELSE
               DISPLAY "ZIPS " GRACE-PML-TR-LOW "-"
                   GRACE-PML-TR-NEW-HIGH " WITHDRAWN FROM TERRITORY "
                   GRACE-PML-TR-NEW-CODE
           END-IF.

           COPY GRACEOPSP.

      *----------------------------------------------------------
           COPY GRACECHGP.

           COPY GRACELCKP.

           COPY GRACECTGP.

           COPY GRACETERP.
