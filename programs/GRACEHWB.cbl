      * forced to SKIP; level 2 and up may release and cancel.
      * Each release/cancel also writes an operator-stamped change
      * record to GRACECHG alongside the GRACEHDP disposition.
      *
      * Each entry also shows its GRACERBK runbook entry - the
      * reference, owning team, escalation contact, recovery
      * steps and restart instruction the parameter-library menu
      * keeps - so the 03:00 operator is not left guessing. The
      * entry for the program's return code is looked for first,
      * then one for the first exception type logged against it
      * tonight, then the program's any-condition entry.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT GRACE-CHG-FILE ASSIGN TO GRACECHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CHG-STATUS.
           SELECT GRACE-RBK-FILE ASSIGN TO GRACERBK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RBK-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY GRACECHGR.

      *Runbook - recovery instructions by program and condition.
       FD  GRACE-RBK-FILE
           RECORDING MODE IS F.
           COPY GRACERBK.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

           COPY GRACEOPSH.

           COPY GRACERBKH.

           COPY GRACECHGH.

       01 GRACE-HLD-STATUS PIC X(02).
           88 GRACE-HWB-CANCEL VALUE 'C' 'c'.
           88 GRACE-HWB-SKIP VALUE 'S' 's' ' '.
       01 GRACE-HWB-REASON PIC X(04) VALUE SPACES.
       01 GRACE-HWB-CUR-EXC-TYPE PIC X(10) VALUE SPACES.
       01 GRACE-HWB-RC-CONDITION PIC 9(03) VALUE ZERO.

       01 GRACE-HWB-COUNTS.
           05 GRACE-HWB-RELEASED-COUNT PIC 9(03) VALUE ZERO.
       SCREEN SECTION.
       01 GRACE-HWB-SIGNON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "HOLD-QUEUE WORKBENCH SIGN-ON".
           05 LINE 4 COLUMN 10 VALUE "OPERATOR ID........: ".
           05 LINE 4 COLUMN 31 PIC X(08) TO GRACE-OPS-SIGNON-ID.

       01 GRACE-HWB-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "GRACEHLD HOLD-QUEUE WORKBENCH".
           05 LINE 4 COLUMN 10 VALUE "PROGRAM............: ".
           05 LINE 4 COLUMN 31 PIC X(20) FROM GRACE-HWB-CUR-PROGRAM.
           05 LINE 8 COLUMN 47 PIC X(01) TO GRACE-HWB-ACTION.
           05 LINE 10 COLUMN 10 VALUE "CANCEL REASON CODE.: ".
           05 LINE 10 COLUMN 31 PIC X(04) TO GRACE-HWB-REASON.
           05 LINE 12 COLUMN 10 VALUE "RUNBOOK REFERENCE..: ".
           05 LINE 12 COLUMN 31 PIC X(08) FROM GRACE-RBK-F-REFERENCE.
           05 LINE 13 COLUMN 10 VALUE "OWNING TEAM........: ".
           05 LINE 13 COLUMN 31 PIC X(20) FROM GRACE-RBK-F-OWNER-TEAM.
           05 LINE 14 COLUMN 10 VALUE "ESCALATE TO........: ".
           05 LINE 14 COLUMN 31 PIC X(30) FROM GRACE-RBK-F-ESCALATION.
           05 LINE 15 COLUMN 10 VALUE "RECOVERY: ".
           05 LINE 15 COLUMN 20 PIC X(60) FROM GRACE-RBK-F-RECOVERY.
           05 LINE 16 COLUMN 10 VALUE "RESTART.: ".
           05 LINE 16 COLUMN 20 PIC X(60) FROM GRACE-RBK-F-RESTART.

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM 7070-NOTE-TRAINING-SESSION.
           DISPLAY GRACE-HWB-SIGNON-SCREEN.
           ACCEPT GRACE-HWB-SIGNON-SCREEN.
           PERFORM 7000-VERIFY-OPERATOR.
               GOBACK
           END-IF.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 0180-LOAD-RUNBOOK.
           OPEN INPUT GRACE-HLD-FILE.
           IF GRACE-HLD-NOT-FOUND
               DISPLAY "GRACEHLD NOT FOUND - HOLD QUEUE EMPTY"
           DISPLAY "ENTRY " GRACE-HWB-IDX " OF " GRACE-HWB-USED
               ": " GRACE-HWB-CUR-PROGRAM.
           PERFORM 2500-SHOW-EXCEPTION-CONTEXT.
           PERFORM 2700-FIND-RUNBOOK-ENTRY.
           MOVE 'S' TO GRACE-HWB-ACTION.
           MOVE SPACES TO GRACE-HWB-REASON.
           DISPLAY GRACE-HWB-SCREEN.
      *----------------------------------------------------------
       2500-SHOW-EXCEPTION-CONTEXT.
           MOVE ZERO TO GRACE-HWB-EXC-SHOWN.
           MOVE SPACES TO GRACE-HWB-CUR-EXC-TYPE.
           MOVE 'N' TO GRACE-EXC-EOF-SW.
           OPEN INPUT GRACE-EXC-FILE.
           IF GRACE-EXC-NOT-FOUND
                   AND GRACE-EXC-DATE = GRACE-CYC-DATE
                   AND GRACE-EXC-CYCLE = GRACE-CYC-NUMBER
               ADD 1 TO GRACE-HWB-EXC-SHOWN
               IF GRACE-HWB-CUR-EXC-TYPE = SPACES
                   MOVE GRACE-EXC-EVENT-TYPE
                       TO GRACE-HWB-CUR-EXC-TYPE
               END-IF
               DISPLAY "  " GRACE-EXC-EVENT-TYPE " "
                   GRACE-EXC-FIELD-NAME " - " GRACE-EXC-DETAIL
           END-IF.
           PERFORM 2550-READ-EXCEPTION.

      *----------------------------------------------------------
      * 2700-FIND-RUNBOOK-ENTRY puts the held program's runbook
      * entry on the screen: the return-code entry if there is
      * one, else the entry for tonight's first exception type,
      * else the program's any-condition entry. With none the
      * screen says so, so the gap gets written up.
      *----------------------------------------------------------
       2700-FIND-RUNBOOK-ENTRY.
           MOVE GRACE-HWB-CUR-PROGRAM TO GRACE-RBK-WANT-PROGRAM.
           MOVE GRACE-HWB-CUR-RC TO GRACE-HWB-RC-CONDITION.
           MOVE GRACE-HWB-RC-CONDITION TO GRACE-RBK-WANT-CONDITION.
           PERFORM 0190-FIND-RUNBOOK-ENTRY.
           IF GRACE-RBK-F-CONDITION = SPACES
                   AND GRACE-HWB-CUR-EXC-TYPE NOT = SPACES
               MOVE GRACE-HWB-CUR-EXC-TYPE
                   TO GRACE-RBK-WANT-CONDITION
               PERFORM 0190-FIND-RUNBOOK-ENTRY
           END-IF.
           IF GRACE-RBK-ENTRY-FOUND
               DISPLAY "  RUNBOOK " GRACE-RBK-F-REFERENCE
                   " - " GRACE-RBK-F-OWNER-TEAM
           ELSE
               MOVE "NONE" TO GRACE-RBK-F-REFERENCE
               MOVE "NO RUNBOOK ENTRY - ESCALATE TO SHIFT LEAD"
                   TO GRACE-RBK-F-RECOVERY
               DISPLAY "  (NO RUNBOOK ENTRY FOR THIS PROGRAM)"
           END-IF.

      *----------------------------------------------------------
      * 3000-RELEASE-ENTRY queues the program for one more run on
      * GRACERSB and zeroes its GRACERTY attempt count so the

           COPY GRACECYCP.

           COPY GRACERBKP.

           COPY GRACEOPSP.

           COPY GRACECHGP.
