           SELECT GRACE-WIF-FILE ASSIGN TO GRACEWIF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-WIF-STATUS.
           SELECT GRACE-CTG-FILE ASSIGN TO GRACECTG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CTG-STATUS.
           SELECT GRACE-RIC-FILE ASSIGN TO GRACERIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-RIC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 GRACE-VAL-CATEGORY PIC X(02).
           05 FILLER PIC X(72).

      *Rejects accumulate run over run, each stamped with the
      *processing date it was rejected on, until GRACERWK works
      *it - released corrected to GRACERIC or written off.
       FD  GRACE-REJECT-FILE
           RECORDING MODE IS F.
       01 GRACE-REJECT-REC.
           05 GRACE-RJT-REASON-CODE PIC X(04).
           05 GRACE-RJT-REASON-TEXT PIC X(30).
           05 GRACE-RJT-CATEGORY PIC X(02).
           05 GRACE-RJT-REJ-DATE PIC 9(08).
           05 FILLER PIC X(26).

       FD  GRACE-RUNC-FILE
           RECORDING MODE IS F.
           05 GRACE-WIF-CANDIDATE PIC 9(06).
           05 FILLER PIC X(74).

      *Category master - what each GRACEVAL category code is and
      *whether it is still in force.
       FD  GRACE-CTG-FILE
           RECORDING MODE IS F.
           COPY GRACECTG.

      *Corrected rejects GRACERWK released, in the GRACEVAL layout.
      *They are edited ahead of GRACEVAL and the file is emptied
      *once they have been.
       FD  GRACE-RIC-FILE
           RECORDING MODE IS F.
       01 GRACE-RIC-REC.
           05 GRACE-RIC-AMOUNT PIC 9(6).
           05 GRACE-RIC-CATEGORY PIC X(02).
           05 FILLER PIC X(72).

       WORKING-STORAGE SECTION.
           COPY GRACEMSGH.


           COPY GRACECYCH.

           COPY GRACECTGH.

       01 GREETING PIC X(30).
       01 MAX_VALUE PIC 9(6) VALUE 999.


       01 GRACE-RJT-STATUS PIC X(02).
           88 GRACE-RJT-OK VALUE '00'.
           88 GRACE-RJT-NOT-FOUND VALUE '35'.

       01 GRACE-RIC-STATUS PIC X(02).
           88 GRACE-RIC-OK VALUE '00'.
           88 GRACE-RIC-NOT-FOUND VALUE '35'.

       01 GRACE-RIC-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-RIC-END-OF-FILE VALUE 'Y'.
       01 GRACE-REENTRY-COUNT PIC 9(06) VALUE ZERO.

       01 GRACE-RUNC-STATUS PIC X(02).
           88 GRACE-RUNC-OK VALUE '00'.
           05 GRACE-VAL-EOF-SW PIC X(01) VALUE 'N'.
               88 GRACE-VAL-END-OF-FILE VALUE 'Y'.
       01 GRACE-REJECT-COUNT PIC 9(06) VALUE ZERO.
       01 GRACE-CTG-REJECT-COUNT PIC 9(06) VALUE ZERO.

       01 GRACE-WIF-STATUS PIC X(02).
           88 GRACE-WIF-OK VALUE '00'.
           DISPLAY GREETING.
           PERFORM 1000-LOAD-MAX-VALUE.
           DISPLAY MAX_VALUE.
           PERFORM 0300-LOAD-CATEGORY-MASTER.
           PERFORM 0900-LOAD-WHAT-IF-CANDIDATES.
           IF GRACE-WIF-USED > ZERO
               PERFORM 5000-RUN-WHAT-IF-SIMULATION
      * 2000-CHECK-VALUES-AGAINST-MAX reads each input value and
      * writes any record exceeding MAX_VALUE to the reject file
      * with a reason code, instead of leaving the run with no
      * place to put records that fail the threshold check. The
      * corrected rejects released on GRACERWK are edited first,
      * ahead of GRACEVAL, by exactly the same edits.
      *----------------------------------------------------------
       2000-CHECK-VALUES-AGAINST-MAX.
           OPEN INPUT GRACE-VALUE-FILE.
               MOVE "GRACEVAL" TO GRACE-MSG-SUB1
               PERFORM 8800-DISPLAY-MESSAGE
           ELSE
               OPEN EXTEND GRACE-REJECT-FILE
               IF GRACE-RJT-NOT-FOUND
                   OPEN OUTPUT GRACE-REJECT-FILE
               END-IF
               PERFORM 2050-TAKE-REENTERED-VALUES
               PERFORM 2100-READ-VALUE-RECORD
               PERFORM 2200-EDIT-VALUE-RECORD
                   UNTIL GRACE-VAL-END-OF-FILE
               CLOSE GRACE-VALUE-FILE
               CLOSE GRACE-REJECT-FILE
               IF GRACE-REENTRY-COUNT > ZERO
                   OPEN OUTPUT GRACE-RIC-FILE
                   CLOSE GRACE-RIC-FILE
                   DISPLAY "RE-ENTERED VALUES EDITED: "
                       GRACE-REENTRY-COUNT
               END-IF
               MOVE "GRC3002W" TO GRACE-MSG-ID
               MOVE GRACE-REJECT-COUNT TO GRACE-MSG-SUB1
               PERFORM 8800-DISPLAY-MESSAGE
               IF GRACE-CTG-REJECT-COUNT > ZERO
                   DISPLAY "OF WHICH UNKNOWN OR INACTIVE CATEGORY: "
                       GRACE-CTG-REJECT-COUNT
               END-IF
           END-IF.

      *Each re-entered value is edited as if it were the next
      *GRACEVAL record; one that fails again is rejected again.
       2050-TAKE-REENTERED-VALUES.
           OPEN INPUT GRACE-RIC-FILE.
           IF GRACE-RIC-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 2060-READ-REENTERED-VALUE
               PERFORM 2070-EDIT-REENTERED-VALUE
                   UNTIL GRACE-RIC-END-OF-FILE
               CLOSE GRACE-RIC-FILE
           END-IF.

       2060-READ-REENTERED-VALUE.
           READ GRACE-RIC-FILE
               AT END
                   SET GRACE-RIC-END-OF-FILE TO TRUE
           END-READ.

       2070-EDIT-REENTERED-VALUE.
           ADD 1 TO GRACE-REENTRY-COUNT.
           MOVE GRACE-RIC-REC TO GRACE-VALUE-REC.
           PERFORM 2250-EDIT-ONE-VALUE.
           PERFORM 2060-READ-REENTERED-VALUE.

       2100-READ-VALUE-RECORD.
           READ GRACE-VALUE-FILE
               AT END
           END-READ.

      *----------------------------------------------------------
      * 2250-EDIT-ONE-VALUE, for each GRACEVAL record by way of
      * 2200 and for each re-entered one by way of 2070, first
      * judges the record's category against the GRACECTG master
      * for the processing date: a code not on the master (E002)
      * or one inactive or outside its effective dates (E003) is
      * rejected outright rather than quietly checked against the
      * default MAX_VALUE. A valid record looks its category up
      * for its limit - the default MAX_VALUE when the record
      * carries no category or no row carries it - and over-limit
      * amounts are rejected with the category and the limit that
      * tripped them in the reason text.
      *----------------------------------------------------------
       2200-EDIT-VALUE-RECORD.
           PERFORM 2250-EDIT-ONE-VALUE.
           PERFORM 2100-READ-VALUE-RECORD.

       2250-EDIT-ONE-VALUE.
           MOVE GRACE-VAL-CATEGORY TO GRACE-CTG-WANT-CODE.
           MOVE GRACE-CYC-DATE TO GRACE-CTG-WANT-DATE.
           PERFORM 0310-JUDGE-CATEGORY.
           IF GRACE-CTG-VALID
               PERFORM 2300-EDIT-VALUE-AGAINST-LIMIT
           ELSE
               PERFORM 2400-REJECT-BAD-CATEGORY
           END-IF.

       2300-EDIT-VALUE-AGAINST-LIMIT.
           MOVE GRACE-VAL-CATEGORY TO GRACE-CAT-WANTED.
           PERFORM 1400-FIND-CATEGORY-LIMIT.
           IF GRACE-CAT-FOUND-IDX > ZERO
                   INTO GRACE-RJT-REASON-TEXT
               END-STRING
               MOVE GRACE-VAL-CATEGORY TO GRACE-RJT-CATEGORY
               MOVE GRACE-CYC-DATE TO GRACE-RJT-REJ-DATE
               WRITE GRACE-REJECT-REC
           END-IF.

       2400-REJECT-BAD-CATEGORY.
           ADD 1 TO GRACE-REJECT-COUNT.
           ADD 1 TO GRACE-CTG-REJECT-COUNT.
           MOVE SPACES TO GRACE-REJECT-REC.
           MOVE GRACE-VAL-AMOUNT TO GRACE-RJT-AMOUNT.
           MOVE SPACES TO GRACE-RJT-REASON-TEXT.
           IF GRACE-CTG-UNKNOWN
               MOVE "E002" TO GRACE-RJT-REASON-CODE
               STRING "CAT '" DELIMITED BY SIZE
                   GRACE-VAL-CATEGORY DELIMITED BY SIZE
                   "' NOT ON MASTER" DELIMITED BY SIZE
                   INTO GRACE-RJT-REASON-TEXT
               END-STRING
           ELSE
               MOVE "E003" TO GRACE-RJT-REASON-CODE
               STRING "CAT '" DELIMITED BY SIZE
                   GRACE-VAL-CATEGORY DELIMITED BY SIZE
                   "' INACTIVE" DELIMITED BY SIZE
                   INTO GRACE-RJT-REASON-TEXT
               END-STRING
           END-IF.
           MOVE GRACE-VAL-CATEGORY TO GRACE-RJT-CATEGORY.
           MOVE GRACE-CYC-DATE TO GRACE-RJT-REJ-DATE.
           WRITE GRACE-REJECT-REC.

      *----------------------------------------------------------
      * 0900-LOAD-WHAT-IF-CANDIDATES - any GRACEWIF cards switch
           COPY GRACECYCP.

           COPY GRACEMSGP.

           COPY GRACECTGP.
