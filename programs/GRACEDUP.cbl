      * totals the groups by size - the list that drives merge
      * reviews, without anyone dumping and hand-sorting the
      * customer file.
      *
      * GRACECMT warns the operator of a probable duplicate before
      * an add and logs every add made over the warning to
      * GRACEDOV. The report lists the overrides logged in the
      * month of the run cycle - customer added, the match it was
      * warned of, operator and reason - and totals them as the
      * duplicates created despite a warning. A customer in a
      * duplicate-name group who was added over a warning is
      * marked in the group's list.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
               ALTERNATE RECORD KEY IS GRACE-NDX-PHONETIC
                   WITH DUPLICATES
               FILE STATUS IS GRACE-NDX-STATUS.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-DOV-FILE ASSIGN TO GRACEDOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-DOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 GRACE-NDX-PHONETIC PIC X(04).
           05 FILLER PIC X(40).

       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

       FD  GRACE-DOV-FILE
           RECORDING MODE IS F.
           COPY GRACEDOV.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

       01 GRACE-NDX-STATUS PIC X(02).
           88 GRACE-NDX-OK VALUE '00'.
           88 GRACE-NDX-EOF VALUE '10'.
           88 GRACE-NDX-NOT-FOUND VALUE '35'.

       01 GRACE-DOV-STATUS PIC X(02).
           88 GRACE-DOV-OK VALUE '00'.
           88 GRACE-DOV-NOT-FOUND VALUE '35'.

       01 GRACE-DOV-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-DOV-END-OF-FILE VALUE 'Y'.

       01 GRACE-DUP-DONE-SW PIC X(01) VALUE 'N'.
           88 GRACE-DUP-DONE VALUE 'Y'.

           05 GRACE-DUP-READ-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-DUP-GROUP-COUNT PIC 9(04) VALUE ZERO.
           05 GRACE-DUP-ID-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-DUP-OVR-COUNT PIC 9(04) VALUE ZERO.
           05 GRACE-DUP-OVR-IN-GROUP PIC 9(04) VALUE ZERO.

      *The run cycle's month, and a logged override's date.
       01 GRACE-DUP-CYC-MONTH PIC 9(06) VALUE ZERO.
       01 GRACE-DUP-OVR-DATE PIC 9(08) VALUE ZERO.
       01 GRACE-DUP-OVR-DATE-R REDEFINES GRACE-DUP-OVR-DATE.
           05 GRACE-DUP-OVR-MONTH PIC 9(06).
           05 FILLER PIC 9(02).

      *Customers added over a warning in the month, for marking
      *them in the duplicate-name groups.
       01 GRACE-DUP-OVR-CTL.
           05 GRACE-DUP-OVR-USED PIC 9(03) VALUE ZERO.
           05 GRACE-DUP-OVR-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-DUP-OVR-HIT-SW PIC X(01) VALUE 'N'.
               88 GRACE-DUP-OVR-HIT VALUE 'Y'.
           05 GRACE-DUP-OVR-ID OCCURS 500 TIMES PIC 9(06).

       01 GRACE-DUP-OVR-LINE.
           05 GRACE-DUP-OVL-NEW-ID PIC 9(06).
           05 FILLER PIC X(03) VALUE SPACES.
           05 GRACE-DUP-OVL-MATCH-ID PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 GRACE-DUP-OVL-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 GRACE-DUP-OVL-OPER-ID PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 GRACE-DUP-OVL-REASON PIC X(30).

           COPY GRACERPTH.

       MAIN SECTION.
           MOVE "GRACEDUP" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           MOVE GRACE-CYC-DATE TO GRACE-DUP-OVR-DATE.
           MOVE GRACE-DUP-OVR-MONTH TO GRACE-DUP-CYC-MONTH.
           PERFORM 0800-LIST-OVERRIDES.
           PERFORM 0900-ZERO-SIZE-TOTALS
               VARYING GRACE-DUP-SIZE-IDX FROM 1 BY 1
               UNTIL GRACE-DUP-SIZE-IDX > 10.
           MOVE GRACE-DUP-READ-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           IF GRACE-DUP-GROUP-COUNT > ZERO
                   OR GRACE-DUP-OVR-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------
      * 0800-LIST-OVERRIDES lists the adds GRACECMT logged this
      * month over a probable-duplicate warning and keeps their
      * customer IDs for the group listing. No override file is a
      * month without any.
      *----------------------------------------------------------
       0800-LIST-OVERRIDES.
           OPEN INPUT GRACE-DOV-FILE.
           IF GRACE-DOV-NOT-FOUND
               DISPLAY "GRACEDOV NOT FOUND - NO DUPLICATE WARNING "
                   "OVERRIDES"
           ELSE
               DISPLAY "ADDED OVER A DUPLICATE WARNING IN "
                   GRACE-DUP-CYC-MONTH
               DISPLAY "NEW ID   MATCH   DATE      OPERATOR  REASON"
               PERFORM 0810-READ-OVERRIDE
               PERFORM 0820-LIST-ONE-OVERRIDE
                   UNTIL GRACE-DOV-END-OF-FILE
               CLOSE GRACE-DOV-FILE
           END-IF.

       0810-READ-OVERRIDE.
           READ GRACE-DOV-FILE
               AT END
                   SET GRACE-DOV-END-OF-FILE TO TRUE
           END-READ.

       0820-LIST-ONE-OVERRIDE.
           MOVE GRACE-DOV-DATE TO GRACE-DUP-OVR-DATE.
           IF GRACE-DUP-OVR-MONTH = GRACE-DUP-CYC-MONTH
               ADD 1 TO GRACE-DUP-OVR-COUNT
               MOVE GRACE-DOV-NEW-ID TO GRACE-DUP-OVL-NEW-ID
               MOVE GRACE-DOV-MATCH-ID TO GRACE-DUP-OVL-MATCH-ID
               MOVE GRACE-DOV-DATE TO GRACE-DUP-OVL-DATE
               MOVE GRACE-DOV-OPER-ID TO GRACE-DUP-OVL-OPER-ID
               MOVE GRACE-DOV-REASON TO GRACE-DUP-OVL-REASON
               DISPLAY GRACE-DUP-OVR-LINE
               IF GRACE-DUP-OVR-USED < 500
                   ADD 1 TO GRACE-DUP-OVR-USED
                   MOVE GRACE-DOV-NEW-ID
                       TO GRACE-DUP-OVR-ID(GRACE-DUP-OVR-USED)
               END-IF
           END-IF.
           PERFORM 0810-READ-OVERRIDE.

       0900-ZERO-SIZE-TOTALS.
           MOVE ZERO TO GRACE-DUP-SIZE-COUNT(GRACE-DUP-SIZE-IDX).

           MOVE ZERO TO GRACE-DUP-GROUP-IDS.

       3100-LIST-ONE-ID.
           MOVE 'N' TO GRACE-DUP-OVR-HIT-SW.
           PERFORM 3150-MATCH-OVERRIDE
               VARYING GRACE-DUP-OVR-IDX FROM 1 BY 1
               UNTIL GRACE-DUP-OVR-IDX > GRACE-DUP-OVR-USED.
           IF GRACE-DUP-OVR-HIT
               ADD 1 TO GRACE-DUP-OVR-IN-GROUP
               DISPLAY "  CUSTOMER ID "
                   GRACE-DUP-GROUP-ID(GRACE-DUP-ID-IDX)
                   "  ADDED OVER A DUPLICATE WARNING"
           ELSE
               DISPLAY "  CUSTOMER ID "
                   GRACE-DUP-GROUP-ID(GRACE-DUP-ID-IDX)
           END-IF.

       3150-MATCH-OVERRIDE.
           IF GRACE-DUP-OVR-ID(GRACE-DUP-OVR-IDX)
                   = GRACE-DUP-GROUP-ID(GRACE-DUP-ID-IDX)
               SET GRACE-DUP-OVR-HIT TO TRUE
           END-IF.

       4000-PRINT-SIZE-TOTALS.
           DISPLAY "DUPLICATE GROUPS: " GRACE-DUP-GROUP-COUNT.
           PERFORM 4100-PRINT-ONE-SIZE
               VARYING GRACE-DUP-SIZE-IDX FROM 2 BY 1
               UNTIL GRACE-DUP-SIZE-IDX > 10.
           DISPLAY "DUPLICATES CREATED DESPITE A WARNING: "
               GRACE-DUP-OVR-COUNT.
           DISPLAY "  STILL IN A DUPLICATE-NAME GROUP....: "
               GRACE-DUP-OVR-IN-GROUP.

       4100-PRINT-ONE-SIZE.
           IF GRACE-DUP-SIZE-COUNT(GRACE-DUP-SIZE-IDX) > ZERO
           END-IF.

           COPY GRACERPTP.

           COPY GRACECYCP.
