       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACELTP.
      *----------------------------------------------------------
      * GRACELTP prints the collections letters GRACECOL wrote to
      * GRACELTR tonight. The letters are sorted into zip sequence
      * first, the same presort order GRACELBP's full labels and
      * the GRACESTM statements use, so the print file goes
      * through the same mail-room path.
      *
      * A customer flagged undeliverable on GRACEUNF gets no
      * letter - it would only come back again - and is listed on
      * the run report instead. The stage still counts as sent on
      * GRACEDLQ, so when the address is fixed the customer gets
      * the next letter as it falls due, not the ones missed.
      *
      * Each letter is a heading, the name and address block, the
      * notice for its stage, the date the account went negative,
      * the days past due and the balance owed.
      *
      * The same program prints GRACEUCH's unclaimed-property
      * due-diligence letters (stage 4) with its GRACELTR DD
      * pointed at GRACEUDL: the letter gives the date of the
      * customer's last activity and the balance we hold for them.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-LTR-FILE ASSIGN TO GRACELTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-LTR-STATUS.
           SELECT GRACE-SORT-FILE ASSIGN TO "GRACELSR".
           SELECT GRACE-LTZ-FILE ASSIGN TO GRACELTZ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-LTZ-STATUS.
           SELECT GRACE-UNF-FILE ASSIGN TO GRACEUNF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-UNF-STATUS.
           SELECT GRACE-PRT-FILE ASSIGN TO LTRPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-PRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

       FD  GRACE-LTR-FILE
           RECORDING MODE IS F.
           COPY GRACELTR.

       SD  GRACE-SORT-FILE.
       01 GRACE-SORT-REC.
           05 FILLER PIC X(37).
           05 FILLER PIC X(15).
           05 FILLER PIC X(15).
           05 FILLER PIC X(20).
           05 FILLER PIC X(12).
           05 FILLER PIC X(02).
           05 GRACE-SRT-ZIP PIC X(05).
           05 FILLER PIC X(14).

      *The letters in zip sequence.
       FD  GRACE-LTZ-FILE
           RECORDING MODE IS F.
       01 GRACE-LTZ-REC.
           05 GRACE-LTZ-CUST-ID PIC 9(06).
           05 GRACE-LTZ-STAGE PIC 9(01).
           05 GRACE-LTZ-DAYS PIC 9(04).
           05 GRACE-LTZ-NEG-DATE PIC 9(08).
           05 GRACE-LTZ-LETTER-DATE PIC 9(08).
           05 GRACE-LTZ-BALANCE PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 GRACE-LTZ-FIRST PIC X(15).
           05 GRACE-LTZ-LAST PIC X(15).
           05 GRACE-LTZ-STREET PIC X(20).
           05 GRACE-LTZ-CITY PIC X(12).
           05 GRACE-LTZ-STATE PIC X(02).
           05 GRACE-LTZ-ZIP PIC X(05).
           05 FILLER PIC X(14).

      *Undeliverable flags - customers GRACERML marked off the
      *returned mail; their letters are not printed.
       FD  GRACE-UNF-FILE
           RECORDING MODE IS F.
       01 GRACE-UNF-REC.
           05 GRACE-UNF-CUST-ID PIC 9(06).
           05 GRACE-UNF-FLAG-DATE PIC 9(08).
           05 FILLER PIC X(66).

       FD  GRACE-PRT-FILE
           RECORDING MODE IS F.
       01 GRACE-PRT-REC PIC X(132).

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

       01 GRACE-LTR-STATUS PIC X(02).
           88 GRACE-LTR-OK VALUE '00'.
           88 GRACE-LTR-NOT-FOUND VALUE '35'.

       01 GRACE-LTZ-STATUS PIC X(02).
           88 GRACE-LTZ-OK VALUE '00'.

       01 GRACE-UNF-STATUS PIC X(02).
           88 GRACE-UNF-OK VALUE '00'.
           88 GRACE-UNF-NOT-FOUND VALUE '35'.

       01 GRACE-PRT-STATUS PIC X(02).
           88 GRACE-PRT-OK VALUE '00'.

       01 GRACE-LTZ-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-LTZ-END-OF-FILE VALUE 'Y'.

       01 GRACE-UNF-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-UNF-END-OF-FILE VALUE 'Y'.

      *Flagged customers loaded for the undeliverable check.
       01 GRACE-LTP-UNF-CTL.
           05 GRACE-LTP-UNF-USED PIC 9(03) VALUE ZERO.
           05 GRACE-LTP-UNF-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-LTP-UNF-HIT-SW PIC X(01) VALUE 'N'.
               88 GRACE-LTP-UNDELIVERABLE VALUE 'Y'.
           05 GRACE-LTP-UNF-TABLE OCCURS 500 TIMES.
               10 GRACE-LTP-UNF-ID PIC 9(06).

      *The notice text for each letter stage.
       01 GRACE-LTP-NOTICE-VALUES.
           05 FILLER PIC X(60) VALUE
               "REMINDER - YOUR ACCOUNT IS PAST DUE".
           05 FILLER PIC X(60) VALUE
               "SECOND NOTICE - YOUR ACCOUNT REMAINS PAST DUE".
           05 FILLER PIC X(60) VALUE
               "FINAL NOTICE - PLEASE PAY THE BALANCE NOW".
           05 FILLER PIC X(60) VALUE
               "UNCLAIMED PROPERTY - CONTACT US TO KEEP YOUR FUNDS".
       01 GRACE-LTP-NOTICE-TABLE REDEFINES GRACE-LTP-NOTICE-VALUES.
           05 GRACE-LTP-NOTICE PIC X(60) OCCURS 4 TIMES.

       01 GRACE-LTP-COUNTS.
           05 GRACE-LTP-READ-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-LTP-PRINT-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-LTP-SKIP-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-LTP-BAD-COUNT PIC 9(06) VALUE ZERO.

       01 GRACE-LTP-EDITS.
           05 GRACE-LTP-AMT-ED PIC -(10)9.
           05 GRACE-LTP-DAYS-ED PIC Z(03)9.
           05 GRACE-LTP-LINE PIC X(132) VALUE SPACES.
           05 GRACE-LTP-CSZ-LINE PIC X(40) VALUE SPACES.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACELTP" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           OPEN INPUT GRACE-LTR-FILE.
           IF GRACE-LTR-NOT-FOUND
               DISPLAY "GRACELTR NOT FOUND - NO LETTERS TO PRINT"
           ELSE
               CLOSE GRACE-LTR-FILE
               PERFORM 0950-LOAD-UNDELIVERABLE-FLAGS
               PERFORM 1000-PRINT-LETTERS
           END-IF.
           PERFORM 8000-PRINT-RUN-TOTALS.
           IF GRACE-LTP-BAD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE GRACE-LTP-PRINT-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

       0950-LOAD-UNDELIVERABLE-FLAGS.
           OPEN INPUT GRACE-UNF-FILE.
           IF GRACE-UNF-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 0960-READ-FLAG-RECORD
               PERFORM 0970-STORE-FLAG-RECORD
                   UNTIL GRACE-UNF-END-OF-FILE
               CLOSE GRACE-UNF-FILE
           END-IF.

       0960-READ-FLAG-RECORD.
           READ GRACE-UNF-FILE
               AT END
                   SET GRACE-UNF-END-OF-FILE TO TRUE
           END-READ.

       0970-STORE-FLAG-RECORD.
           IF GRACE-LTP-UNF-USED < 500
               ADD 1 TO GRACE-LTP-UNF-USED
               MOVE GRACE-UNF-CUST-ID
                   TO GRACE-LTP-UNF-ID(GRACE-LTP-UNF-USED)
           END-IF.
           PERFORM 0960-READ-FLAG-RECORD.

      *----------------------------------------------------------
      * 1000-PRINT-LETTERS sorts tonight's letters into zip
      * sequence and prints each one not held back as
      * undeliverable.
      *----------------------------------------------------------
       1000-PRINT-LETTERS.
           SORT GRACE-SORT-FILE
               ON ASCENDING KEY GRACE-SRT-ZIP
               USING GRACE-LTR-FILE
               GIVING GRACE-LTZ-FILE.
           OPEN OUTPUT GRACE-PRT-FILE.
           OPEN INPUT GRACE-LTZ-FILE.
           PERFORM 1100-READ-SORTED-LETTER.
           PERFORM 2000-PRINT-ONE-LETTER
               UNTIL GRACE-LTZ-END-OF-FILE.
           CLOSE GRACE-LTZ-FILE.
           CLOSE GRACE-PRT-FILE.

       1100-READ-SORTED-LETTER.
           READ GRACE-LTZ-FILE
               AT END
                   SET GRACE-LTZ-END-OF-FILE TO TRUE
           END-READ.

       2000-PRINT-ONE-LETTER.
           ADD 1 TO GRACE-LTP-READ-COUNT.
           PERFORM 2050-CHECK-UNDELIVERABLE.
           EVALUATE TRUE
               WHEN GRACE-LTZ-STAGE < 1 OR GRACE-LTZ-STAGE > 4
                   ADD 1 TO GRACE-LTP-BAD-COUNT
                   DISPLAY "*** LETTER FOR " GRACE-LTZ-CUST-ID
                       " HAS NO STAGE " GRACE-LTZ-STAGE
                       " NOTICE - NOT PRINTED ***"
               WHEN GRACE-LTP-UNDELIVERABLE
                   ADD 1 TO GRACE-LTP-SKIP-COUNT
                   DISPLAY "UNDELIVERABLE - LETTER " GRACE-LTZ-STAGE
                       " NOT PRINTED FOR " GRACE-LTZ-CUST-ID
               WHEN OTHER
                   PERFORM 3000-FORMAT-LETTER
                   ADD 1 TO GRACE-LTP-PRINT-COUNT
           END-EVALUATE.
           PERFORM 1100-READ-SORTED-LETTER.

       2050-CHECK-UNDELIVERABLE.
           MOVE 'N' TO GRACE-LTP-UNF-HIT-SW.
           PERFORM 2060-MATCH-FLAGGED-ID
               VARYING GRACE-LTP-UNF-IDX FROM 1 BY 1
               UNTIL GRACE-LTP-UNF-IDX > GRACE-LTP-UNF-USED.

       2060-MATCH-FLAGGED-ID.
           IF GRACE-LTP-UNF-ID(GRACE-LTP-UNF-IDX) = GRACE-LTZ-CUST-ID
               SET GRACE-LTP-UNDELIVERABLE TO TRUE
           END-IF.

       3000-FORMAT-LETTER.
           STRING "ACCOUNT " DELIMITED BY SIZE
               GRACE-LTZ-CUST-ID DELIMITED BY SIZE
               "   DATE " DELIMITED BY SIZE
               GRACE-LTZ-LETTER-DATE DELIMITED BY SIZE
               INTO GRACE-LTP-LINE
           END-STRING.
           PERFORM 5900-WRITE-LETTER-LINE.
           PERFORM 5900-WRITE-LETTER-LINE.
           MOVE SPACES TO GRACE-LTP-CSZ-LINE.
           STRING GRACE-LTZ-FIRST DELIMITED BY "  "
               " " DELIMITED BY SIZE
               GRACE-LTZ-LAST DELIMITED BY "  "
               INTO GRACE-LTP-CSZ-LINE
           END-STRING.
           MOVE GRACE-LTP-CSZ-LINE TO GRACE-LTP-LINE.
           PERFORM 5900-WRITE-LETTER-LINE.
           MOVE GRACE-LTZ-STREET TO GRACE-LTP-LINE.
           PERFORM 5900-WRITE-LETTER-LINE.
           MOVE SPACES TO GRACE-LTP-CSZ-LINE.
           STRING GRACE-LTZ-CITY DELIMITED BY "  "
               " " DELIMITED BY SIZE
               GRACE-LTZ-STATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-LTZ-ZIP DELIMITED BY SIZE
               INTO GRACE-LTP-CSZ-LINE
           END-STRING.
           MOVE GRACE-LTP-CSZ-LINE TO GRACE-LTP-LINE.
           PERFORM 5900-WRITE-LETTER-LINE.
           PERFORM 5900-WRITE-LETTER-LINE.
           MOVE GRACE-LTP-NOTICE(GRACE-LTZ-STAGE) TO GRACE-LTP-LINE.
           PERFORM 5900-WRITE-LETTER-LINE.
           PERFORM 5900-WRITE-LETTER-LINE.
           IF GRACE-LTZ-STAGE = 4
               PERFORM 3100-FORMAT-UNCLAIMED-BODY
           ELSE
               PERFORM 3050-FORMAT-PAST-DUE-BODY
           END-IF.
           MOVE ALL "-" TO GRACE-LTP-LINE(1:72).
           PERFORM 5900-WRITE-LETTER-LINE.

       3050-FORMAT-PAST-DUE-BODY.
           MOVE GRACE-LTZ-DAYS TO GRACE-LTP-DAYS-ED.
           STRING "YOUR BALANCE WENT NEGATIVE ON " DELIMITED BY SIZE
               GRACE-LTZ-NEG-DATE DELIMITED BY SIZE
               " AND IS NOW " DELIMITED BY SIZE
               GRACE-LTP-DAYS-ED DELIMITED BY SIZE
               " DAYS PAST DUE." DELIMITED BY SIZE
               INTO GRACE-LTP-LINE
           END-STRING.
           PERFORM 5900-WRITE-LETTER-LINE.
           MOVE GRACE-LTZ-BALANCE TO GRACE-LTP-AMT-ED.
           STRING "BALANCE OWED             " DELIMITED BY SIZE
               GRACE-LTP-AMT-ED DELIMITED BY SIZE
               INTO GRACE-LTP-LINE
           END-STRING.
           PERFORM 5900-WRITE-LETTER-LINE.

      *On a due-diligence letter the negative-since date carries
      *the date of the customer's last activity.
       3100-FORMAT-UNCLAIMED-BODY.
           STRING "YOUR ACCOUNT HAS HAD NO ACTIVITY SINCE "
               DELIMITED BY SIZE
               GRACE-LTZ-NEG-DATE DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO GRACE-LTP-LINE
           END-STRING.
           PERFORM 5900-WRITE-LETTER-LINE.
           MOVE "UNLESS YOU CONTACT US, THE BALANCE BELOW WILL BE "
               TO GRACE-LTP-LINE.
           PERFORM 5900-WRITE-LETTER-LINE.
           MOVE "TURNED OVER TO YOUR STATE AS UNCLAIMED PROPERTY."
               TO GRACE-LTP-LINE.
           PERFORM 5900-WRITE-LETTER-LINE.
           MOVE GRACE-LTZ-BALANCE TO GRACE-LTP-AMT-ED.
           STRING "BALANCE HELD FOR YOU     " DELIMITED BY SIZE
               GRACE-LTP-AMT-ED DELIMITED BY SIZE
               INTO GRACE-LTP-LINE
           END-STRING.
           PERFORM 5900-WRITE-LETTER-LINE.

       5900-WRITE-LETTER-LINE.
           WRITE GRACE-PRT-REC FROM GRACE-LTP-LINE.
           MOVE SPACES TO GRACE-LTP-LINE.

       8000-PRINT-RUN-TOTALS.
           DISPLAY "LETTERS READ...............: "
               GRACE-LTP-READ-COUNT.
           DISPLAY "LETTERS PRINTED............: "
               GRACE-LTP-PRINT-COUNT.
           DISPLAY "UNDELIVERABLE (SKIPPED)....: "
               GRACE-LTP-SKIP-COUNT.
           DISPLAY "NO STAGE NOTICE (SKIPPED)..: "
               GRACE-LTP-BAD-COUNT.

           COPY GRACERPTP.

           COPY GRACECYCP.
