      *
      * GRACEDLO is a documented interface, like the GRACEEVT
      * scheduler feed:
      *   detail: OP,KEY,"VALUE",UPDDATE,REF
      *     OP is A, C or D; KEY the six-digit customer key; the
      *     value is quoted (trailing spaces trimmed, empty on a
      *     delete); UPDDATE is YYYYMMDD (the cycle date on a
      *     delete, which has no master record left to ask); REF
      *     is the 18-character transaction reference - site,
      *     date, cycle, sequence - that GRACEMRG or GRACEDLM
      *     assigned, so a DL reference names the line of the
      *     sender's own extract. Empty when the transaction had
      *     none.
      *   trailer: T,COUNT - the detail-line count the receiver
      *     must verify before applying anything.
      *
      * A posting (op P) or write-off (op W) moves only the
      * balance, which the distributed side does not hold, and
      * carries a description rather than the customer's value -
      * it is counted and not published.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 GRACE-MTS-S-SOURCE-VALUE PIC X(30).
           05 GRACE-MTS-OP-CODE PIC X(01).
           05 FILLER PIC X(43).
           05 GRACE-MTS-TRACE-REF PIC X(18).
           05 FILLER PIC X(02).

       FD  GRACE-MRJ-FILE
           RECORDING MODE IS F.
           05 GRACE-MRJ-AMT-SIGN PIC X(01).
           05 GRACE-MRJ-AMOUNT PIC X(09).
           05 FILLER PIC X(09).
           05 GRACE-MRJ-TRACE-REF PIC X(18).
           05 FILLER PIC X(02).

       FD  GRACE-MST-FILE.
       01 GRACE-MST-REC.

       FD  GRACE-DLO-FILE
           RECORDING MODE IS V.
       01 GRACE-DLO-REC PIC X(80).

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.
           05 GRACE-DLP-REJ-TABLE OCCURS 500 TIMES.
               10 GRACE-DLP-REJ-SOURCE PIC 9(06).
               10 GRACE-DLP-REJ-OP PIC X(01).
               10 GRACE-DLP-REJ-REF PIC X(18).

       01 GRACE-DLP-WORK.
           05 GRACE-DLP-LINE PIC X(80) VALUE SPACES.
           05 GRACE-DLP-VALUE-LEN PIC 9(02) VALUE ZERO.
           05 GRACE-DLP-SCAN-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-DLP-UPD-DATE PIC 9(08) VALUE ZERO.
           05 GRACE-DLP-READ-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-DLP-PUB-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-DLP-SKIP-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-DLP-PST-COUNT PIC 9(06) VALUE ZERO.

           COPY GRACERPTH.

           DISPLAY "LISTING RECORDS: " GRACE-DLP-READ-COUNT
               "  PUBLISHED: " GRACE-DLP-PUB-COUNT
               "  REJECTED (NOT PUBLISHED): "
               GRACE-DLP-SKIP-COUNT
               "  POSTINGS (NOT PUBLISHED): " GRACE-DLP-PST-COUNT.
           MOVE GRACE-DLP-PUB-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           MOVE 0 TO RETURN-CODE.
                   TO GRACE-DLP-REJ-SOURCE(GRACE-DLP-REJ-USED)
               MOVE GRACE-MRJ-OP-CODE
                   TO GRACE-DLP-REJ-OP(GRACE-DLP-REJ-USED)
               MOVE GRACE-MRJ-TRACE-REF
                   TO GRACE-DLP-REJ-REF(GRACE-DLP-REJ-USED)
           END-IF.
           PERFORM 1100-READ-REJECT.

                   ADD 1 TO GRACE-DLP-READ-COUNT
           END-READ.

      *A rejected (source, op, reference) publishes nothing - one
      *occurrence on the reject table spends itself per match, so
      *a key applied once and rejected once still publishes once.
      *The reference tells two same-key transactions apart.
       2200-JUDGE-ONE-LISTING.
           PERFORM 2300-CHECK-REJECTED.
           EVALUATE TRUE
               WHEN GRACE-DLP-WAS-REJECTED
                   ADD 1 TO GRACE-DLP-SKIP-COUNT
               WHEN GRACE-MTS-OP-CODE = 'P'
                       OR GRACE-MTS-OP-CODE = 'W'
                   ADD 1 TO GRACE-DLP-PST-COUNT
               WHEN OTHER
                   PERFORM 3000-PUBLISH-ONE-DELTA
           END-EVALUATE.
           PERFORM 2100-READ-LISTING.

       2300-CHECK-REJECTED.
                   = GRACE-MTS-SOURCE
                   AND GRACE-DLP-REJ-OP(GRACE-DLP-REJ-IDX)
                   = GRACE-MTS-OP-CODE
                   AND GRACE-DLP-REJ-REF(GRACE-DLP-REJ-IDX)
                   = GRACE-MTS-TRACE-REF
               SET GRACE-DLP-WAS-REJECTED TO TRUE
               MOVE ZERO
                   TO GRACE-DLP-REJ-SOURCE(GRACE-DLP-REJ-IDX)
                   QUOTE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   GRACE-DLP-UPD-DATE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   GRACE-MTS-TRACE-REF DELIMITED BY SPACE
                   INTO GRACE-DLP-LINE
               END-STRING
           ELSE
                   QUOTE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   GRACE-DLP-UPD-DATE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   GRACE-MTS-TRACE-REF DELIMITED BY SPACE
                   INTO GRACE-DLP-LINE
               END-STRING
           END-IF.
