       PROGRAM-ID. GRACENDA.
      *----------------------------------------------------------
      * GRACENDA is the nightly consistency audit between the
      * GRACENDX name index and the GRACECSK customer master. The
      * two drift: a hand-deleted customer leaves an orphan index
      * entry, and the delta maintenance can miss a rename's
      * phonetic key. The audit walks both directions:
      *
      *   - every index entry must name a live GRACECSK customer
      *     (else: orphan index entry)
      *   - every customer must have an index entry (else:
      *     missing from index)
      * Any finding ends RC=4 so the turnover flags the drift
      * before a service rep finds it; the fix is a GRACENFB 'F'
      * full rebuild.
      *
      * The master is the keyed GRACECSK. Each index entry is
      * looked up on it by customer ID, and each customer walked
      * off it is looked up on the index the same way, so the
      * audit holds nothing in a table and has no size limit.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CST-FILE ASSIGN TO GRACECSK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-CST-ID
               FILE STATUS IS GRACE-CST-STATUS.
           SELECT GRACE-NAME-INDEX ASSIGN TO GRACENDX
               ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CST-FILE.
       01 GRACE-CST-REC.
           05 GRACE-CST-ID PIC 9(06).
           05 GRACE-CST-FIRST-NAME PIC X(15).
           88 GRACE-NDX-EOF VALUE '10'.
           88 GRACE-NDX-NOT-FOUND VALUE '35'.

       01 GRACE-CST-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-CST-OPEN VALUE 'Y'.

       01 GRACE-NDX-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-NDX-OPEN VALUE 'Y'.

       01 GRACE-NDA-DONE-SW PIC X(01) VALUE 'N'.
           88 GRACE-NDA-WALK-DONE VALUE 'Y'.

       01 GRACE-NDA-MST-DONE-SW PIC X(01) VALUE 'N'.
           88 GRACE-NDA-MASTER-DONE VALUE 'Y'.

      *The index keys the master's names would build today, the
      *way GRACENDX builds them.
       01 GRACE-NDA-EXPECTED.
           05 GRACE-NDA-EXP-FULL-NAME PIC X(30).
           05 GRACE-NDA-EXP-PHONETIC PIC X(04).

       01 GRACE-NDA-NAME-STAGE PIC X(40) VALUE SPACES.


       01 GRACE-NDA-COUNTS.
           05 GRACE-NDA-NDX-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-NDA-CST-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-NDA-ORPHAN-COUNT PIC 9(04) VALUE ZERO.
           05 GRACE-NDA-MISSING-COUNT PIC 9(04) VALUE ZERO.
           05 GRACE-NDA-STALE-COUNT PIC 9(04) VALUE ZERO.
       MAIN SECTION.
           MOVE "GRACENDA" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-WALK-THE-INDEX.
           PERFORM 3000-WALK-THE-MASTER.
           IF GRACE-CST-OPEN
               CLOSE GRACE-CST-FILE
           END-IF.
           IF GRACE-NDX-OPEN
               CLOSE GRACE-NAME-INDEX
           END-IF.
           COMPUTE GRACE-NDA-FINDING-COUNT =
               GRACE-NDA-ORPHAN-COUNT + GRACE-NDA-MISSING-COUNT
               + GRACE-NDA-STALE-COUNT.
           DISPLAY "AUDIT - INDEX ENTRIES " GRACE-NDA-NDX-COUNT
               "  CUSTOMERS " GRACE-NDA-CST-COUNT.
           DISPLAY "  ORPHAN INDEX ENTRIES:   "
               GRACE-NDA-ORPHAN-COUNT.
           DISPLAY "  MISSING FROM INDEX:     "
           END-IF.
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT GRACE-CST-FILE.
           IF GRACE-CST-OK
               SET GRACE-CST-OPEN TO TRUE
           ELSE
               DISPLAY "GRACECSK NOT AVAILABLE - EVERY INDEX ENTRY "
                   "WILL AUDIT AS AN ORPHAN"
           END-IF.
           OPEN INPUT GRACE-NAME-INDEX.
           IF GRACE-NDX-OK
               SET GRACE-NDX-OPEN TO TRUE
           ELSE
               DISPLAY "GRACENDX NOT FOUND - EVERY CUSTOMER WILL "
                   "AUDIT AS MISSING"
           END-IF.

      *----------------------------------------------------------
      * 1200-BUILD-EXPECTED-KEYS builds the expected full name
      * with the same STRING concatenation GRACENDX uses, and the
      * expected phonetic code off the last name.
      *----------------------------------------------------------
       1200-BUILD-EXPECTED-KEYS.
           MOVE SPACES TO GRACE-NDA-NAME-STAGE.
           STRING GRACE-CST-FIRST-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  GRACE-CST-LAST-NAME DELIMITED BY SPACE
               INTO GRACE-NDA-NAME-STAGE
           END-STRING.
           MOVE GRACE-NDA-NAME-STAGE(1:30)
               TO GRACE-NDA-EXP-FULL-NAME.
           MOVE GRACE-CST-LAST-NAME TO GRACE-SDX-NAME.
           PERFORM 6500-COMPUTE-PHONETIC.
           MOVE GRACE-SDX-CODE TO GRACE-NDA-EXP-PHONETIC.

       2000-WALK-THE-INDEX.
           IF GRACE-NDX-OPEN
               MOVE ZERO TO GRACE-NDX-CUST-ID
               START GRACE-NAME-INDEX
                   KEY IS >= GRACE-NDX-CUST-ID
               END-START
               PERFORM 2100-AUDIT-ONE-ENTRY
                   UNTIL GRACE-NDA-WALK-DONE
           END-IF.

       2100-AUDIT-ONE-ENTRY.

       2200-JUDGE-ONE-ENTRY.
           PERFORM 2300-FIND-CUSTOMER.
           IF NOT GRACE-CST-OK
               ADD 1 TO GRACE-NDA-ORPHAN-COUNT
               DISPLAY "*** ORPHAN INDEX ENTRY " GRACE-NDX-CUST-ID
                   " '" GRACE-NDX-FULL-NAME "' - NO GRACECSK "
                   "ROW ***"
           ELSE
               PERFORM 1200-BUILD-EXPECTED-KEYS
               IF GRACE-NDX-FULL-NAME NOT = GRACE-NDA-EXP-FULL-NAME
                   ADD 1 TO GRACE-NDA-STALE-COUNT
                   DISPLAY "*** STALE NAME FOR " GRACE-NDX-CUST-ID
                       " - INDEX '" GRACE-NDX-FULL-NAME
                       "' MASTER WOULD BUILD '"
                       GRACE-NDA-EXP-FULL-NAME "' ***"
               ELSE
                   IF GRACE-NDX-PHONETIC NOT =
                           GRACE-NDA-EXP-PHONETIC
                       ADD 1 TO GRACE-NDA-STALE-COUNT
                       DISPLAY "*** STALE PHONETIC FOR "
                           GRACE-NDX-CUST-ID " - INDEX '"
                           GRACE-NDX-PHONETIC "' MASTER WOULD "
                           "BUILD '" GRACE-NDA-EXP-PHONETIC "' ***"
                   END-IF
               END-IF
           END-IF.

      *GRACE-CST-STATUS is left '00' only when the entry's customer
      *is on the master.
       2300-FIND-CUSTOMER.
           IF GRACE-CST-OPEN
               MOVE GRACE-NDX-CUST-ID TO GRACE-CST-ID
               READ GRACE-CST-FILE
                   KEY IS GRACE-CST-ID
                   INVALID KEY
                       CONTINUE
               END-READ
           ELSE
               MOVE "35" TO GRACE-CST-STATUS
           END-IF.

       3000-WALK-THE-MASTER.
           IF GRACE-CST-OPEN
               MOVE ZERO TO GRACE-CST-ID
               START GRACE-CST-FILE
                   KEY IS >= GRACE-CST-ID
                   INVALID KEY
                       SET GRACE-NDA-MASTER-DONE TO TRUE
               END-START
               PERFORM 3100-CHECK-ONE-CUSTOMER
                   UNTIL GRACE-NDA-MASTER-DONE
           END-IF.

       3100-CHECK-ONE-CUSTOMER.
           READ GRACE-CST-FILE NEXT RECORD
               AT END
                   SET GRACE-NDA-MASTER-DONE TO TRUE
               NOT AT END
                   ADD 1 TO GRACE-NDA-CST-COUNT
                   PERFORM 3200-FIND-INDEX-ENTRY
           END-READ.

       3200-FIND-INDEX-ENTRY.
           IF GRACE-NDX-OPEN
               MOVE GRACE-CST-ID TO GRACE-NDX-CUST-ID
               READ GRACE-NAME-INDEX
                   KEY IS GRACE-NDX-CUST-ID
                   INVALID KEY
                       PERFORM 3300-REPORT-MISSING-CUSTOMER
               END-READ
           ELSE
               PERFORM 3300-REPORT-MISSING-CUSTOMER
           END-IF.

       3300-REPORT-MISSING-CUSTOMER.
           ADD 1 TO GRACE-NDA-MISSING-COUNT.
           DISPLAY "*** CUSTOMER " GRACE-CST-ID
               " MISSING FROM THE INDEX ***".

           COPY GRACESDXP.

           COPY GRACERPTP.
