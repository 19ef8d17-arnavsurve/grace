      * are re-alerted every night ON PURPOSE while they sit on
      * the queue - an unresolved hold is still a page - and they
      * leave only through the GRACEHWB workbench.
      *
      * Where the GRACERBK runbook has an entry for the program -
      * by return code for a hold, else its any-condition entry -
      * the alert text ends with the runbook reference (RB=...),
      * so whoever is paged knows which recovery instructions to
      * pull before they log on. A SYSEXC line too long to take
      * the reference gives up its tail for it; the full line is
      * still on SYSEXCD.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT GRACE-ALT-FILE ASSIGN TO GRACEALT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-ALT-STATUS.
           SELECT GRACE-RBK-FILE ASSIGN TO GRACERBK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RBK-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 GRACE-ALT-TEXT PIC X(50).
           05 FILLER PIC X(04).

      *Runbook - recovery instructions by program and condition.
       FD  GRACE-RBK-FILE
           RECORDING MODE IS F.
           COPY GRACERBK.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

           COPY GRACERBKH.

       01 GRACE-SVR-STATUS PIC X(02).
           88 GRACE-SVR-OK VALUE '00'.
           88 GRACE-SVR-EOF VALUE '10'.
           05 GRACE-ALR-HIT-SW PIC X(01) VALUE 'N'.
               88 GRACE-ALR-RULE-HIT VALUE 'Y'.
           05 GRACE-ALR-LINE PIC X(80) VALUE SPACES.
           05 GRACE-ALR-RC-CONDITION PIC 9(03) VALUE ZERO.
           05 GRACE-ALR-REF-POS PIC 9(02) VALUE ZERO.

       01 GRACE-ALR-COUNTS.
           05 GRACE-ALR-PAGE-COUNT PIC 9(04) VALUE ZERO.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 1000-LOAD-SEVERITY-RULES.
           PERFORM 0180-LOAD-RUNBOOK.
           OPEN OUTPUT GRACE-ALP-FILE.
           OPEN OUTPUT GRACE-ALM-FILE.
           PERFORM 0200-PREPARE-PAGE-INDEX.
           END-STRING.
           MOVE 'P' TO GRACE-ALR-SEVERITY.
           PERFORM 5000-CLASSIFY-AGAINST-RULES.
           MOVE GRACE-HLD-PROGRAM TO GRACE-RBK-WANT-PROGRAM.
           MOVE GRACE-HLD-RC TO GRACE-ALR-RC-CONDITION.
           MOVE GRACE-ALR-RC-CONDITION TO GRACE-RBK-WANT-CONDITION.
           PERFORM 5500-ADD-RUNBOOK-REFERENCE.
           PERFORM 6000-WRITE-ALERT.
           PERFORM 2100-READ-HOLD-ENTRY.

           MOVE GRACE-SYSX-TEXT TO GRACE-ALR-MESSAGE.
           MOVE 'M' TO GRACE-ALR-SEVERITY.
           PERFORM 5000-CLASSIFY-AGAINST-RULES.
           MOVE GRACE-SYSX-PROGRAM TO GRACE-RBK-WANT-PROGRAM.
           MOVE SPACES TO GRACE-RBK-WANT-CONDITION.
           PERFORM 5500-ADD-RUNBOOK-REFERENCE.
           PERFORM 6000-WRITE-ALERT.
           PERFORM 3100-READ-SYSX-LINE.

               SET GRACE-ALR-RULE-HIT TO TRUE
           END-IF.

      *----------------------------------------------------------
      * 5500-ADD-RUNBOOK-REFERENCE ends the alert text with the
      * runbook reference, after classification so the severity
      * rules still match the bare message. The reference goes
      * after the last word, or over the last 12 positions when
      * the text runs that far.
      *----------------------------------------------------------
       5500-ADD-RUNBOOK-REFERENCE.
           PERFORM 0190-FIND-RUNBOOK-ENTRY.
           IF GRACE-RBK-ENTRY-FOUND
               MOVE 60 TO GRACE-ALR-REF-POS
               PERFORM 5550-BACK-OVER-SPACE
                   UNTIL GRACE-ALR-REF-POS < 2
                      OR GRACE-ALR-MESSAGE(GRACE-ALR-REF-POS:1)
                         NOT = SPACE
               IF GRACE-ALR-REF-POS > 48
                   MOVE 48 TO GRACE-ALR-REF-POS
               END-IF
               ADD 1 TO GRACE-ALR-REF-POS
               MOVE SPACES TO GRACE-ALR-MESSAGE(GRACE-ALR-REF-POS:)
               STRING " RB=" DELIMITED BY SIZE
                   GRACE-RBK-F-REFERENCE DELIMITED BY SPACE
                   INTO GRACE-ALR-MESSAGE
                   WITH POINTER GRACE-ALR-REF-POS
               END-STRING
           END-IF.

       5550-BACK-OVER-SPACE.
           SUBTRACT 1 FROM GRACE-ALR-REF-POS.

       6000-WRITE-ALERT.
           MOVE SPACES TO GRACE-ALR-LINE.
           STRING GRACE-ALR-SEVERITY DELIMITED BY SIZE
           COPY GRACERPTP.

           COPY GRACECYCP.

           COPY GRACERBKP.
