      * pieces per tray level, and qualified vs residual counts -
      * real presort documentation instead of full rate on a
      * sorted file.
      *
      * A customer GRACECPF shows closed or deceased gets no full
      * label and is counted apart from the undeliverables. The
      * name labels off GRACELBL carry no customer ID and print
      * as written.
      *
      * Nor does a customer who has opted out of the class of mail
      * being run. Full labels are marketing mail unless column 2
      * of the GRACELBM card says S for service mail; the customer
      * opted out of that class on GRACECPF is left off and
      * counted on the totals page. N in column 2 is a required
      * notice - the GRACEACN address-change notices - which goes
      * whatever the customer's mail preferences.
      *
      * The GRACECST a full run reads is GRACECSS, the mailable
      * customers with their streets standardized by GRACEAST, so
      * the labels and the presort zip groups carry the standard
      * street, not each customer's own spelling of it.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT GRACE-UNF-FILE ASSIGN TO GRACEUNF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-UNF-STATUS.
           SELECT GRACE-CPF-FILE ASSIGN TO GRACECPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-CPF-CUST-ID
               FILE STATUS IS GRACE-CPF-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Label-mode card: 'F' prints full three-line address labels
      *off GRACECST in zip sequence; anything else (or no card)
      *prints the GRACELBL name labels as always. Column 2 is the
      *mail class of a full run: 'S' service, 'N' required
      *notice, else marketing.
       FD  GRACE-LBM-FILE
           RECORDING MODE IS F.
       01 GRACE-LBM-REC.
           05 GRACE-LBM-MODE PIC X(01).
           05 GRACE-LBM-MAIL-CLASS PIC X(01).
           05 FILLER PIC X(78).

       FD  GRACE-CST-FILE
           RECORDING MODE IS F.
           05 GRACE-UNF-FLAG-DATE PIC 9(08).
           05 FILLER PIC X(66).

      *Customer profile - closed and deceased get no label.
       FD  GRACE-CPF-FILE.
           COPY GRACECPF.

       WORKING-STORAGE SECTION.
       01 GRACE-CPF-STATUS PIC X(02).
           88 GRACE-CPF-OK VALUE '00'.
           88 GRACE-CPF-NOT-FOUND VALUE '35'.

       01 GRACE-CPF-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-CPF-OPEN VALUE 'Y'.

       01 GRACE-LBL-STATUS PIC X(02).
           88 GRACE-LBL-OK VALUE '00'.
           88 GRACE-LBL-EOF VALUE '10'.

       01 GRACE-LBP-MODE PIC X(01) VALUE 'N'.
           88 GRACE-LBP-FULL-MODE VALUE 'F'.
       01 GRACE-LBP-MAIL-CLASS PIC X(01) VALUE 'M'.
           88 GRACE-LBP-SERVICE-MAIL VALUE 'S'.
           88 GRACE-LBP-NOTICE-MAIL VALUE 'N'.

       01 GRACE-LBP-FULL-COUNT PIC 9(06) VALUE ZERO.
       01 GRACE-LBP-CSZ-LINE PIC X(40) VALUE SPACES.
           05 GRACE-LBP-UNF-TABLE OCCURS 500 TIMES.
               10 GRACE-LBP-UNF-ID PIC 9(06).
       01 GRACE-LBP-SUPPRESS-COUNT PIC 9(06) VALUE ZERO.
       01 GRACE-LBP-GONE-SW PIC X(01) VALUE 'N'.
           88 GRACE-LBP-CUSTOMER-GONE VALUE 'Y'.
       01 GRACE-LBP-GONE-COUNT PIC 9(06) VALUE ZERO.
       01 GRACE-LBP-OPTOUT-SW PIC X(01) VALUE 'N'.
           88 GRACE-LBP-OPTED-OUT VALUE 'Y'.
       01 GRACE-LBP-OPTOUT-COUNT PIC 9(06) VALUE ZERO.

      *Presort qualification work: pieces per 5-digit zip group
      *off the sorted stream, 3-digit buckets for the groups too
           IF GRACE-LBP-FULL-MODE
               PERFORM 0900-LOAD-PRESORT-RULES
               PERFORM 0950-LOAD-UNDELIVERABLE-FLAGS
               OPEN INPUT GRACE-CPF-FILE
               IF GRACE-CPF-OK
                   SET GRACE-CPF-OPEN TO TRUE
               END-IF
               PERFORM 6000-PRINT-FULL-LABELS
               IF GRACE-CPF-OPEN
                   CLOSE GRACE-CPF-FILE
               END-IF
               MOVE GRACE-LBP-FULL-COUNT TO GRACE-RPT-REC-COUNT
               PERFORM 0600-PRINT-GRACE-RPT-FOOTER
               MOVE 0 TO RETURN-CODE
                       CONTINUE
                   NOT AT END
                       MOVE GRACE-LBM-MODE TO GRACE-LBP-MODE
                       IF GRACE-LBM-MAIL-CLASS = 'S' OR 'N'
                           MOVE GRACE-LBM-MAIL-CLASS
                               TO GRACE-LBP-MAIL-CLASS
                       END-IF
               END-READ
               CLOSE GRACE-LBM-FILE
           END-IF.
               INTO GRACE-PRT-REC
           END-STRING.
           WRITE GRACE-PRT-REC.
           MOVE SPACES TO GRACE-PRT-REC.
           STRING "SUPPRESSED CLOSED OR DECEASED: " DELIMITED BY SIZE
               GRACE-LBP-GONE-COUNT DELIMITED BY SIZE
               INTO GRACE-PRT-REC
           END-STRING.
           WRITE GRACE-PRT-REC.
           MOVE SPACES TO GRACE-PRT-REC.
           STRING "SUPPRESSED OPTED OUT: " DELIMITED BY SIZE
               GRACE-LBP-OPTOUT-COUNT DELIMITED BY SIZE
               INTO GRACE-PRT-REC
           END-STRING.
           WRITE GRACE-PRT-REC.
           PERFORM 7000-PRINT-QUALIFICATION-REPORT.
           CLOSE GRACE-PRT-FILE.
           DISPLAY "FULL LABELS PRINTED IN ZIP SEQUENCE: "
               GRACE-LBP-FULL-COUNT.
           DISPLAY "SUPPRESSED UNDELIVERABLE: "
               GRACE-LBP-SUPPRESS-COUNT.
           DISPLAY "SUPPRESSED CLOSED OR DECEASED: "
               GRACE-LBP-GONE-COUNT.
           DISPLAY "SUPPRESSED OPTED OUT: " GRACE-LBP-OPTOUT-COUNT.

       6100-READ-SORTED-CUSTOMER.
           READ GRACE-CSZ-FILE
           END-READ.

      *A flagged customer prints nothing and trays nothing - the
      *piece would only come back again. Nor does a customer who
      *is closed or deceased, or who opted out of this mail.
       6200-PRINT-ONE-FULL-LABEL.
           PERFORM 6250-CHECK-UNDELIVERABLE.
           PERFORM 6270-CHECK-CUSTOMER-STATUS.
           EVALUATE TRUE
               WHEN GRACE-LBP-CUSTOMER-GONE
                   ADD 1 TO GRACE-LBP-GONE-COUNT
                   PERFORM 6100-READ-SORTED-CUSTOMER
               WHEN GRACE-LBP-OPTED-OUT
                   ADD 1 TO GRACE-LBP-OPTOUT-COUNT
                   PERFORM 6100-READ-SORTED-CUSTOMER
               WHEN GRACE-LBP-UNDELIVERABLE
                   ADD 1 TO GRACE-LBP-SUPPRESS-COUNT
                   PERFORM 6100-READ-SORTED-CUSTOMER
               WHEN OTHER
                   PERFORM 6280-PRINT-DELIVERABLE-LABEL
           END-EVALUATE.

       6250-CHECK-UNDELIVERABLE.
           MOVE 'N' TO GRACE-LBP-UNF-HIT-SW.
               SET GRACE-LBP-UNDELIVERABLE TO TRUE
           END-IF.

       6270-CHECK-CUSTOMER-STATUS.
           MOVE 'N' TO GRACE-LBP-GONE-SW.
           MOVE 'N' TO GRACE-LBP-OPTOUT-SW.
           IF GRACE-CPF-OPEN
               MOVE GRACE-CSZ-ID TO GRACE-CPF-CUST-ID
               READ GRACE-CPF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GRACE-CPF-CUST-GONE
                           SET GRACE-LBP-CUSTOMER-GONE TO TRUE
                       END-IF
                       EVALUATE TRUE
                           WHEN GRACE-LBP-NOTICE-MAIL
                               CONTINUE
                           WHEN GRACE-LBP-SERVICE-MAIL
                               IF GRACE-CPF-SVC-OPTED-OUT
                                   SET GRACE-LBP-OPTED-OUT TO TRUE
                               END-IF
                           WHEN OTHER
                               IF GRACE-CPF-MKT-OPTED-OUT
                                   SET GRACE-LBP-OPTED-OUT TO TRUE
                               END-IF
                       END-EVALUATE
               END-READ
           END-IF.

       6280-PRINT-DELIVERABLE-LABEL.
           ADD 1 TO GRACE-LBP-FULL-COUNT.
           PERFORM 6300-TALLY-ZIP-GROUP.
