       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEQAM.
      *----------------------------------------------------------
      * GRACEQAM is the quality-assurance clerk's screen. It
      * walks the open items GRACEQAS sampled onto GRACEQAW,
      * oldest first, and shows each with its site, operation,
      * amount, transaction reference and why it was picked. The
      * clerk checks the posting against its source and marks it
      * V verified or E in error, with a comment either way, or
      * S to leave it open for later. The clerk, the date and the
      * comment go on the item, and a record of each finding to
      * GRACECHG. Any signed-on operator may review.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-QAW-FILE ASSIGN TO GRACEQAW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-QAW-KEY
               FILE STATUS IS GRACE-QAW-STATUS.
           SELECT GRACE-OSC-FILE ASSIGN TO GRACEOSC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-OSC-STATUS.
           SELECT GRACE-SSN-FILE ASSIGN TO GRACESSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-SSN-STATUS.
           SELECT GRACE-CHG-FILE ASSIGN TO GRACECHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-QAW-FILE.
           COPY GRACEQAW.

       FD  GRACE-OSC-FILE
           RECORDING MODE IS F.
           COPY GRACEOSC.

       FD  GRACE-SSN-FILE
           RECORDING MODE IS F.
           COPY GRACESSN.

       FD  GRACE-CHG-FILE
           RECORDING MODE IS F.
           COPY GRACECHGR.

       WORKING-STORAGE SECTION.
           COPY GRACEOPSH.

           COPY GRACECHGH.

       01 GRACE-QAW-STATUS PIC X(02).
           88 GRACE-QAW-OK VALUE '00'.
           88 GRACE-QAW-NOT-FOUND VALUE '35'.

       01 GRACE-QAW-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-QAW-END-OF-FILE VALUE 'Y'.

       01 GRACE-QAM-TODAY PIC 9(08) VALUE ZERO.

       01 GRACE-QAM-ACTION PIC X(01) VALUE 'S'.
           88 GRACE-QAM-VERIFY VALUE 'V' 'v'.
           88 GRACE-QAM-ERROR VALUE 'E' 'e'.
           88 GRACE-QAM-QUIT VALUE 'X' 'x'.
       01 GRACE-QAM-IN-COMMENT PIC X(30) VALUE SPACES.

       01 GRACE-QAM-QUIT-SW PIC X(01) VALUE 'N'.
           88 GRACE-QAM-QUITTING VALUE 'Y'.

      *The item, for the change record.
       01 GRACE-QAM-ITEM.
           05 GRACE-QAM-ITEM-SOURCE PIC 9(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-QAM-ITEM-DATE PIC 9(08).
           05 FILLER PIC X(03) VALUE SPACES.

       01 GRACE-QAM-COUNTS.
           05 GRACE-QAM-OPEN-COUNT PIC 9(05) VALUE ZERO.
           05 GRACE-QAM-VERIFIED-COUNT PIC 9(05) VALUE ZERO.
           05 GRACE-QAM-ERROR-COUNT PIC 9(05) VALUE ZERO.

       SCREEN SECTION.
       01 GRACE-QAM-SIGNON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "QA SAMPLE REVIEW SIGN-ON".
           05 LINE 4 COLUMN 10 VALUE "OPERATOR ID.........: ".
           05 LINE 4 COLUMN 32 PIC X(08) TO GRACE-OPS-SIGNON-ID.
           05 LINE 5 COLUMN 10 VALUE "PASSWORD............: ".
           05 LINE 5 COLUMN 32 PIC X(08) TO GRACE-OPS-SIGNON-PWD
               SECURE.

       01 GRACE-QAM-REVIEW-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "QA SAMPLE ITEM".
           05 LINE 4 COLUMN 10 VALUE "CUSTOMER...........: ".
           05 LINE 4 COLUMN 31 PIC 9(06) FROM GRACE-QAW-SOURCE.
           05 LINE 5 COLUMN 10 VALUE "POSTED / CYCLE.....: ".
           05 LINE 5 COLUMN 31 PIC 9(08) FROM GRACE-QAW-POST-DATE.
           05 LINE 5 COLUMN 40 PIC 9(02) FROM GRACE-QAW-CYCLE.
           05 LINE 5 COLUMN 43 PIC 9(06) FROM GRACE-QAW-SEQ.
           05 LINE 6 COLUMN 10 VALUE "SITE / OPERATION...: ".
           05 LINE 6 COLUMN 31 PIC X(02) FROM GRACE-QAW-SITE-CODE.
           05 LINE 6 COLUMN 34 PIC X(01) FROM GRACE-QAW-OP-CODE.
           05 LINE 7 COLUMN 10 VALUE "AMOUNT.............: ".
           05 LINE 7 COLUMN 31 PIC -(09)9 FROM GRACE-QAW-AMOUNT.
           05 LINE 8 COLUMN 10 VALUE "REFERENCE..........: ".
           05 LINE 8 COLUMN 31 PIC X(18) FROM GRACE-QAW-TRACE-REF.
           05 LINE 9 COLUMN 10 VALUE "SAMPLED (L=SIZE R=RANDOM): ".
           05 LINE 9 COLUMN 38 PIC X(01) FROM GRACE-QAW-WHY.
           05 LINE 11 COLUMN 10
               VALUE "FINDING (V=VERIFIED E=ERROR S=SKIP X=EXIT): ".
           05 LINE 11 COLUMN 55 PIC X(01) TO GRACE-QAM-ACTION.
           05 LINE 12 COLUMN 10 VALUE "COMMENT............: ".
           05 LINE 12 COLUMN 31 PIC X(30) TO GRACE-QAM-IN-COMMENT.

       PROCEDURE DIVISION.
       MAIN SECTION.
           ACCEPT GRACE-QAM-TODAY FROM DATE YYYYMMDD.
           PERFORM 7070-NOTE-TRAINING-SESSION.
           DISPLAY GRACE-QAM-SIGNON-SCREEN.
           ACCEPT GRACE-QAM-SIGNON-SCREEN.
           PERFORM 7000-VERIFY-OPERATOR.
           IF GRACE-OPS-NO-ACCESS
               DISPLAY "OPERATOR " GRACE-OPS-SIGNON-ID
                   " NOT AUTHORIZED - SESSION ENDED"
           ELSE
               OPEN I-O GRACE-QAW-FILE
               IF GRACE-QAW-NOT-FOUND
                   DISPLAY "GRACEQAW NOT FOUND - NOTHING SAMPLED"
               ELSE
                   PERFORM 1000-REVIEW-OPEN-ITEMS
                   CLOSE GRACE-QAW-FILE
                   IF GRACE-QAM-OPEN-COUNT = ZERO
                       DISPLAY "NO QA ITEMS OPEN"
                   ELSE
                       DISPLAY "VERIFIED: " GRACE-QAM-VERIFIED-COUNT
                           "  IN ERROR: " GRACE-QAM-ERROR-COUNT
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       1000-REVIEW-OPEN-ITEMS.
           MOVE LOW-VALUES TO GRACE-QAW-KEY.
           START GRACE-QAW-FILE
               KEY IS >= GRACE-QAW-KEY
               INVALID KEY
                   SET GRACE-QAW-END-OF-FILE TO TRUE
           END-START.
           PERFORM 1050-READ-ITEM.
           PERFORM 1100-REVIEW-ONE-ITEM
               UNTIL GRACE-QAW-END-OF-FILE
                  OR GRACE-QAM-QUITTING.

       1050-READ-ITEM.
           IF NOT GRACE-QAW-END-OF-FILE
               READ GRACE-QAW-FILE NEXT RECORD
                   AT END
                       SET GRACE-QAW-END-OF-FILE TO TRUE
               END-READ
           END-IF.

      *----------------------------------------------------------
      * 1100-REVIEW-ONE-ITEM takes the clerk's finding on an open
      * item. A finding without a comment is not taken - the item
      * stays open.
      *----------------------------------------------------------
       1100-REVIEW-ONE-ITEM.
           IF GRACE-QAW-OPEN
               ADD 1 TO GRACE-QAM-OPEN-COUNT
               MOVE 'S' TO GRACE-QAM-ACTION
               MOVE SPACES TO GRACE-QAM-IN-COMMENT
               DISPLAY GRACE-QAM-REVIEW-SCREEN
               ACCEPT GRACE-QAM-REVIEW-SCREEN
               EVALUATE TRUE
                   WHEN GRACE-QAM-QUIT
                       SET GRACE-QAM-QUITTING TO TRUE
                   WHEN (GRACE-QAM-VERIFY OR GRACE-QAM-ERROR)
                           AND GRACE-QAM-IN-COMMENT = SPACES
                       DISPLAY "A COMMENT IS REQUIRED - ITEM LEFT "
                           "OPEN"
                   WHEN GRACE-QAM-VERIFY
                       MOVE 'V' TO GRACE-QAW-STATE
                       ADD 1 TO GRACE-QAM-VERIFIED-COUNT
                       PERFORM 1200-RECORD-FINDING
                   WHEN GRACE-QAM-ERROR
                       MOVE 'E' TO GRACE-QAW-STATE
                       ADD 1 TO GRACE-QAM-ERROR-COUNT
                       PERFORM 1200-RECORD-FINDING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 1050-READ-ITEM.

       1200-RECORD-FINDING.
           MOVE GRACE-OPS-SIGNON-ID TO GRACE-QAW-REVIEWER-ID.
           MOVE GRACE-QAM-TODAY TO GRACE-QAW-REVIEW-DATE.
           MOVE GRACE-QAM-IN-COMMENT TO GRACE-QAW-COMMENT.
           REWRITE GRACE-QAW-REC.
           MOVE "GRACEQAW" TO GRACE-CHG-FILE-NAME.
           IF GRACE-QAW-VERIFIED
               MOVE "VERIFIED" TO GRACE-CHG-FIELD-NAME
           ELSE
               MOVE "IN ERROR" TO GRACE-CHG-FIELD-NAME
           END-IF.
           MOVE GRACE-QAW-SOURCE TO GRACE-QAM-ITEM-SOURCE.
           MOVE GRACE-QAW-POST-DATE TO GRACE-QAM-ITEM-DATE.
           MOVE GRACE-QAM-ITEM TO GRACE-CHG-OLD-VALUE.
           MOVE GRACE-QAW-COMMENT TO GRACE-CHG-NEW-VALUE.
           PERFORM 8900-WRITE-CHANGE-RECORD.

           COPY GRACEOPSP.

           COPY GRACECHGP.
