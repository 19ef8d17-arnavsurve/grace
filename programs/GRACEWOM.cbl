       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEWOM.
      *----------------------------------------------------------
      * GRACEWOM is the supervisor screen over the write-offs
      * GRACEWOP proposes on GRACEWOF. It walks the proposals
      * still open, one at a time, showing the customer, the date
      * the balance went negative, the days past due and the
      * amount owed as of the last nightly refresh, and takes one
      * decision per proposal:
      *
      *   A = APPROVE - GRACEWOP writes the write-off credit on
      *       its next run and GRACEMUP posts it
      *   D = DECLINE - the balance stays; the customer is not
      *       proposed again for this delinquency
      *   S = SKIP    - left open for the next shift
      *
      * Only a GRACEOSC level 3 supervisor gets past the sign-on,
      * the same gate GRACERVW puts on the amount review queue.
      * Every decision is stamped on the record with the
      * supervisor and the date, and goes to GRACECHG as well.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-WOF-FILE ASSIGN TO GRACEWOF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-WOF-CUST-ID
               FILE STATUS IS GRACE-WOF-STATUS.
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
       FD  GRACE-WOF-FILE.
           COPY GRACEWOF.

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

       01 GRACE-WOF-STATUS PIC X(02).
           88 GRACE-WOF-OK VALUE '00'.
           88 GRACE-WOF-NOT-FOUND VALUE '35'.

       01 GRACE-WOF-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-WOF-END-OF-FILE VALUE 'Y'.

       01 GRACE-WOM-TODAY PIC 9(08) VALUE ZERO.

       01 GRACE-WOM-ACTION PIC X(01) VALUE 'S'.
           88 GRACE-WOM-APPROVE VALUE 'A' 'a'.
           88 GRACE-WOM-DECLINE VALUE 'D' 'd'.

       01 GRACE-WOM-COUNTS.
           05 GRACE-WOM-OPEN-COUNT PIC 9(05) VALUE ZERO.
           05 GRACE-WOM-APPROVED-COUNT PIC 9(05) VALUE ZERO.
           05 GRACE-WOM-DECLINED-COUNT PIC 9(05) VALUE ZERO.

       SCREEN SECTION.
       01 GRACE-WOM-SIGNON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "WRITE-OFF REVIEW".
           05 LINE 4 COLUMN 10 VALUE "OPERATOR ID........: ".
           05 LINE 4 COLUMN 31 PIC X(08) TO GRACE-OPS-SIGNON-ID.
           05 LINE 5 COLUMN 10 VALUE "PASSWORD............: ".
           05 LINE 5 COLUMN 31 PIC X(08) TO GRACE-OPS-SIGNON-PWD
               SECURE.

       01 GRACE-WOM-REVIEW-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 PIC X(40) FROM GRACE-OPS-BANNER.
           05 LINE 2 COLUMN 10 VALUE "PROPOSED WRITE-OFF".
           05 LINE 4 COLUMN 10 VALUE "CUSTOMER...........: ".
           05 LINE 4 COLUMN 31 PIC 9(06) FROM GRACE-WOF-CUST-ID.
           05 LINE 5 COLUMN 10 VALUE "NEGATIVE SINCE.....: ".
           05 LINE 5 COLUMN 31 PIC 9(08) FROM GRACE-WOF-NEG-DATE.
           05 LINE 6 COLUMN 10 VALUE "DAYS PAST DUE......: ".
           05 LINE 6 COLUMN 31 PIC Z(03)9 FROM GRACE-WOF-DAYS.
           05 LINE 7 COLUMN 10 VALUE "AMOUNT OWED........: ".
           05 LINE 7 COLUMN 31 PIC Z(08)9 FROM GRACE-WOF-OWED.
           05 LINE 8 COLUMN 10 VALUE "PROPOSED ON........: ".
           05 LINE 8 COLUMN 31 PIC 9(08)
               FROM GRACE-WOF-PROPOSE-DATE.
           05 LINE 10 COLUMN 10
               VALUE "ACTION (A=APPROVE D=DECLINE S=SKIP): ".
           05 LINE 10 COLUMN 48 PIC X(01) TO GRACE-WOM-ACTION.

       PROCEDURE DIVISION.
       MAIN SECTION.
           ACCEPT GRACE-WOM-TODAY FROM DATE YYYYMMDD.
           PERFORM 7070-NOTE-TRAINING-SESSION.
           DISPLAY GRACE-WOM-SIGNON-SCREEN.
           ACCEPT GRACE-WOM-SIGNON-SCREEN.
           PERFORM 7000-VERIFY-OPERATOR.
           IF NOT GRACE-OPS-MAY-APPROVE
               DISPLAY "OPERATOR " GRACE-OPS-SIGNON-ID
                   " NOT AUTHORIZED TO APPROVE WRITE-OFFS - "
                   "SESSION ENDED"
           ELSE
               OPEN I-O GRACE-WOF-FILE
               IF GRACE-WOF-NOT-FOUND
                   DISPLAY "GRACEWOF NOT FOUND - NOTHING PROPOSED"
               ELSE
                   PERFORM 1000-REVIEW-PROPOSALS
                   CLOSE GRACE-WOF-FILE
                   IF GRACE-WOM-OPEN-COUNT = ZERO
                       DISPLAY "NO WRITE-OFFS PROPOSED"
                   ELSE
                       DISPLAY "APPROVED: " GRACE-WOM-APPROVED-COUNT
                           "  DECLINED: " GRACE-WOM-DECLINED-COUNT
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       1000-REVIEW-PROPOSALS.
           MOVE ZERO TO GRACE-WOF-CUST-ID.
           START GRACE-WOF-FILE
               KEY IS >= GRACE-WOF-CUST-ID
               INVALID KEY
                   SET GRACE-WOF-END-OF-FILE TO TRUE
           END-START.
           PERFORM 1100-READ-WRITE-OFF.
           PERFORM 2000-REVIEW-ONE-PROPOSAL
               UNTIL GRACE-WOF-END-OF-FILE.

       1100-READ-WRITE-OFF.
           IF NOT GRACE-WOF-END-OF-FILE
               READ GRACE-WOF-FILE NEXT RECORD
                   AT END
                       SET GRACE-WOF-END-OF-FILE TO TRUE
               END-READ
           END-IF.

      *----------------------------------------------------------
      * 2000-REVIEW-ONE-PROPOSAL presents one open proposal and
      * records the supervisor's decision on it.
      *----------------------------------------------------------
       2000-REVIEW-ONE-PROPOSAL.
           IF GRACE-WOF-PROPOSED
               ADD 1 TO GRACE-WOM-OPEN-COUNT
               MOVE 'S' TO GRACE-WOM-ACTION
               DISPLAY GRACE-WOM-REVIEW-SCREEN
               ACCEPT GRACE-WOM-REVIEW-SCREEN
               EVALUATE TRUE
                   WHEN GRACE-WOM-APPROVE
                       MOVE 'A' TO GRACE-WOF-STATE
                       ADD 1 TO GRACE-WOM-APPROVED-COUNT
                       PERFORM 3000-RECORD-DECISION
                       DISPLAY "APPROVED - WRITTEN OFF ON THE NEXT "
                           "UPDATE RUN"
                   WHEN GRACE-WOM-DECLINE
                       MOVE 'D' TO GRACE-WOF-STATE
                       ADD 1 TO GRACE-WOM-DECLINED-COUNT
                       PERFORM 3000-RECORD-DECISION
                       DISPLAY "DECLINED - BALANCE STAYS ON THE "
                           "MASTER"
                   WHEN OTHER
                       DISPLAY "PROPOSAL LEFT OPEN"
               END-EVALUATE
           END-IF.
           PERFORM 1100-READ-WRITE-OFF.

      *----------------------------------------------------------
      * 3000-RECORD-DECISION stamps the supervisor and date on the
      * record and writes the decision to GRACECHG.
      *----------------------------------------------------------
       3000-RECORD-DECISION.
           MOVE GRACE-OPS-SIGNON-ID TO GRACE-WOF-DECIDE-OPER.
           MOVE GRACE-WOM-TODAY TO GRACE-WOF-DECIDE-DATE.
           REWRITE GRACE-WOF-REC.
           MOVE SPACES TO GRACE-CHG-REC.
           MOVE "GRACEWOF" TO GRACE-CHG-FILE-NAME.
           IF GRACE-WOF-APPROVED
               MOVE "APPROVE" TO GRACE-CHG-FIELD-NAME
           ELSE
               MOVE "DECLINE" TO GRACE-CHG-FIELD-NAME
           END-IF.
           MOVE SPACES TO GRACE-CHG-OLD-VALUE.
           STRING "ID " DELIMITED BY SIZE
               GRACE-WOF-CUST-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRACE-WOF-NEG-DATE DELIMITED BY SIZE
               INTO GRACE-CHG-OLD-VALUE
           END-STRING.
           MOVE SPACES TO GRACE-CHG-NEW-VALUE.
           STRING "OWED " DELIMITED BY SIZE
               GRACE-WOF-OWED DELIMITED BY SIZE
               INTO GRACE-CHG-NEW-VALUE
           END-STRING.
           PERFORM 8900-WRITE-CHANGE-RECORD.

           COPY GRACEOPSP.

           COPY GRACECHGP.
