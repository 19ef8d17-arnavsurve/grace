       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEADG.
      *----------------------------------------------------------
      * GRACEADG is the nightly adjustment step. Every adjustment
      * approved on GRACEADE - within the maker's limit, or by a
      * second operator - becomes a posting to its account on
      * GRACEATX in GRACETXN layout (op P, site AJ) for the signed
      * amount, effective the cycle date, concatenated behind the
      * night's GRACETXN like GRACEWOP's GRACEWTX. The adjustment
      * is then marked released with the cycle date so it is
      * written only once. Pending and rejected adjustments never
      * post. GRACEADE checked the account open and its owner on
      * file when it was keyed; GRACEMUP rejects it E015 if the
      * account has closed since.
      *
      * The register lists every adjustment keyed, decided or
      * released on the cycle date, with its maker, its checker
      * (WITHIN LIMIT when it needed none), reason and comment,
      * and totals by state.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-ADJ-FILE ASSIGN TO GRACEADJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-ADJ-KEY
               FILE STATUS IS GRACE-ADJ-STATUS.
           SELECT GRACE-ATX-FILE ASSIGN TO GRACEATX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-ATX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

       FD  GRACE-ADJ-FILE.
           COPY GRACEADJ.

      *Adjustment postings, GRACETXN layout.
       FD  GRACE-ATX-FILE
           RECORDING MODE IS F.
       01 GRACE-ATX-REC.
           05 GRACE-ATX-SOURCE PIC 9(6).
           05 GRACE-ATX-S-SOURCE-VALUE PIC X(30).
           05 GRACE-ATX-OP-CODE PIC X(01).
           05 GRACE-ATX-SITE-CODE PIC X(02).
           05 GRACE-ATX-EFF-DATE PIC X(08).
           05 GRACE-ATX-AMT-SIGN PIC X(01).
           05 GRACE-ATX-AMOUNT PIC 9(09).
           05 GRACE-ATX-CURRENCY PIC X(03).
           05 FILLER PIC X(40).

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

       01 GRACE-ADJ-STATUS PIC X(02).
           88 GRACE-ADJ-OK VALUE '00'.
           88 GRACE-ADJ-NOT-FOUND VALUE '35'.

       01 GRACE-ATX-STATUS PIC X(02).
           88 GRACE-ATX-OK VALUE '00'.

       01 GRACE-ADJ-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-ADJ-END-OF-FILE VALUE 'Y'.

      *Whether the adjustment belongs on tonight's register.
       01 GRACE-ADG-LIST-SW PIC X(01) VALUE 'N'.
           88 GRACE-ADG-LIST-IT VALUE 'Y'.

       01 GRACE-ADG-COUNTS.
           05 GRACE-ADG-ENTERED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-ADG-APPROVED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-ADG-PENDING-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-ADG-REJECTED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-ADG-RELEASED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-ADG-NET-RELEASED PIC S9(11) VALUE ZERO.

      *One register line.
       01 GRACE-ADG-LINE.
           05 GRACE-ADG-L-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-ADG-L-TIME PIC 9(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-ADG-L-ACCOUNT PIC 9(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-ADG-L-SIGN PIC X(01).
           05 GRACE-ADG-L-AMOUNT PIC Z(08)9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-ADG-L-REASON PIC X(02).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-ADG-L-MAKER PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-ADG-L-CHECKER PIC X(12).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-ADG-L-STATE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRACE-ADG-L-COMMENT PIC X(30).

       01 GRACE-ADG-AMOUNT-ED PIC -(11)9 VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEADG" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           OPEN OUTPUT GRACE-ATX-FILE.
           OPEN I-O GRACE-ADJ-FILE.
           IF GRACE-ADJ-NOT-FOUND
               DISPLAY "GRACEADJ NOT FOUND - NO ADJUSTMENTS KEYED"
           ELSE
               DISPLAY "ADJUSTMENT REGISTER FOR " GRACE-CYC-DATE
               DISPLAY "KEYED    TIME   ACCT   "
                   "    AMOUNT RS MAKER    CHECKER      STATE    "
                   "COMMENT"
               PERFORM 1000-WORK-THE-ADJUSTMENTS
               CLOSE GRACE-ADJ-FILE
           END-IF.
           CLOSE GRACE-ATX-FILE.
           PERFORM 6000-PRINT-REGISTER-TOTALS.
           MOVE 0 TO RETURN-CODE.
           MOVE GRACE-ADG-RELEASED-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

       1000-WORK-THE-ADJUSTMENTS.
           MOVE LOW-VALUES TO GRACE-ADJ-KEY.
           START GRACE-ADJ-FILE
               KEY IS >= GRACE-ADJ-KEY
               INVALID KEY
                   SET GRACE-ADJ-END-OF-FILE TO TRUE
           END-START.
           PERFORM 1050-READ-ADJUSTMENT.
           PERFORM 1100-WORK-ONE-ADJUSTMENT
               UNTIL GRACE-ADJ-END-OF-FILE.

       1050-READ-ADJUSTMENT.
           IF NOT GRACE-ADJ-END-OF-FILE
               READ GRACE-ADJ-FILE NEXT RECORD
                   AT END
                       SET GRACE-ADJ-END-OF-FILE TO TRUE
               END-READ
           END-IF.

      *----------------------------------------------------------
      * 1100-WORK-ONE-ADJUSTMENT releases an approved adjustment,
      * then lists it if it was keyed, decided or released on the
      * cycle date. Still-pending ones are listed whenever keyed
      * and counted every night until a checker decides them.
      *----------------------------------------------------------
       1100-WORK-ONE-ADJUSTMENT.
           MOVE 'N' TO GRACE-ADG-LIST-SW.
           IF GRACE-ADJ-APPROVED
               PERFORM 2000-RELEASE-ADJUSTMENT
           END-IF.
           IF GRACE-ADJ-ENTRY-DATE = GRACE-CYC-DATE
               ADD 1 TO GRACE-ADG-ENTERED-COUNT
               SET GRACE-ADG-LIST-IT TO TRUE
           END-IF.
           IF GRACE-ADJ-CHECK-DATE = GRACE-CYC-DATE
               SET GRACE-ADG-LIST-IT TO TRUE
               IF GRACE-ADJ-REJECTED
                   ADD 1 TO GRACE-ADG-REJECTED-COUNT
               ELSE
                   ADD 1 TO GRACE-ADG-APPROVED-COUNT
               END-IF
           END-IF.
           IF GRACE-ADJ-RELEASE-DATE = GRACE-CYC-DATE
               SET GRACE-ADG-LIST-IT TO TRUE
           END-IF.
           IF GRACE-ADJ-PENDING
               ADD 1 TO GRACE-ADG-PENDING-COUNT
           END-IF.
           IF GRACE-ADG-LIST-IT
               PERFORM 3000-PRINT-REGISTER-LINE
           END-IF.
           PERFORM 1050-READ-ADJUSTMENT.

       2000-RELEASE-ADJUSTMENT.
           MOVE SPACES TO GRACE-ATX-REC.
           MOVE GRACE-ADJ-ACCOUNT TO GRACE-ATX-SOURCE.
           STRING "ADJUSTMENT " DELIMITED BY SIZE
               GRACE-ADJ-REASON DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               GRACE-ADJ-MAKER-ID DELIMITED BY SPACE
               INTO GRACE-ATX-S-SOURCE-VALUE
           END-STRING.
           MOVE 'P' TO GRACE-ATX-OP-CODE.
           MOVE "AJ" TO GRACE-ATX-SITE-CODE.
           MOVE GRACE-CYC-DATE TO GRACE-ATX-EFF-DATE.
           MOVE GRACE-ADJ-AMT-SIGN TO GRACE-ATX-AMT-SIGN.
           MOVE GRACE-ADJ-AMOUNT TO GRACE-ATX-AMOUNT.
           WRITE GRACE-ATX-REC.
           MOVE 'G' TO GRACE-ADJ-STATE.
           MOVE GRACE-CYC-DATE TO GRACE-ADJ-RELEASE-DATE.
           REWRITE GRACE-ADJ-REC.
           ADD 1 TO GRACE-ADG-RELEASED-COUNT.
           IF GRACE-ADJ-AMT-SIGN = '-'
               SUBTRACT GRACE-ADJ-AMOUNT FROM GRACE-ADG-NET-RELEASED
           ELSE
               ADD GRACE-ADJ-AMOUNT TO GRACE-ADG-NET-RELEASED
           END-IF.

       3000-PRINT-REGISTER-LINE.
           MOVE GRACE-ADJ-ENTRY-DATE TO GRACE-ADG-L-DATE.
           MOVE GRACE-ADJ-ENTRY-TIME TO GRACE-ADG-L-TIME.
           MOVE GRACE-ADJ-ACCOUNT TO GRACE-ADG-L-ACCOUNT.
           MOVE GRACE-ADJ-AMT-SIGN TO GRACE-ADG-L-SIGN.
           MOVE GRACE-ADJ-AMOUNT TO GRACE-ADG-L-AMOUNT.
           MOVE GRACE-ADJ-REASON TO GRACE-ADG-L-REASON.
           MOVE GRACE-ADJ-MAKER-ID TO GRACE-ADG-L-MAKER.
           IF GRACE-ADJ-CHECKER-ID = SPACES
               MOVE "WITHIN LIMIT" TO GRACE-ADG-L-CHECKER
           ELSE
               MOVE GRACE-ADJ-CHECKER-ID TO GRACE-ADG-L-CHECKER
           END-IF.
           EVALUATE TRUE
               WHEN GRACE-ADJ-PENDING
                   MOVE "PENDING" TO GRACE-ADG-L-STATE
               WHEN GRACE-ADJ-APPROVED
                   MOVE "APPROVED" TO GRACE-ADG-L-STATE
               WHEN GRACE-ADJ-REJECTED
                   MOVE "REJECTED" TO GRACE-ADG-L-STATE
               WHEN GRACE-ADJ-RELEASED
                   MOVE "RELEASED" TO GRACE-ADG-L-STATE
               WHEN OTHER
                   MOVE GRACE-ADJ-STATE TO GRACE-ADG-L-STATE
           END-EVALUATE.
           MOVE GRACE-ADJ-COMMENT TO GRACE-ADG-L-COMMENT.
           DISPLAY GRACE-ADG-LINE.

       6000-PRINT-REGISTER-TOTALS.
           DISPLAY "ADJUSTMENT TOTALS FOR " GRACE-CYC-DATE.
           DISPLAY "  KEYED..................: "
               GRACE-ADG-ENTERED-COUNT.
           DISPLAY "  APPROVED...............: "
               GRACE-ADG-APPROVED-COUNT.
           DISPLAY "  REJECTED...............: "
               GRACE-ADG-REJECTED-COUNT.
           DISPLAY "  AWAITING A CHECKER.....: "
               GRACE-ADG-PENDING-COUNT.
           DISPLAY "  RELEASED TO GRACEATX...: "
               GRACE-ADG-RELEASED-COUNT.
           MOVE GRACE-ADG-NET-RELEASED TO GRACE-ADG-AMOUNT-ED.
           DISPLAY "  NET AMOUNT RELEASED....: " GRACE-ADG-AMOUNT-ED.

           COPY GRACERPTP.

           COPY GRACECYCP.
