       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACETRF.
      *----------------------------------------------------------
      * GRACETRF refreshes the training sandbox on demand - option
      * R on a GRACECON training session. It reloads the sandbox
      * customer, parameter and hold files from the seed copies
      * on the GRACETRN deck, so a class starts from known data
      * and whatever the last trainee keyed is gone:
      *
      *   GRACETMC  masked customers - GRACEMSK's scrubbed
      *             GRACECST, catalogued as the training seed -
      *             loaded by key into the sandbox GRACECSK and
      *             copied flat to the sandbox GRACECST
      *   GRACETMP  seed parameter cards, copied over GRACEPRM
      *   GRACETMH  seed hold queue, copied over GRACEHLD
      *
      * No real customer reaches the sandbox: the only customer
      * source is the masked file.
      *
      * The refresh runs only under an adopted training session.
      * GRACECON writes the session record with mode T only to
      * the sandbox GRACESSN, after its guard has pointed every
      * DD here at the sandbox, so a session in mode T proves
      * the files this step replaces are the sandbox's. Anything
      * else - no session, a production session, a batch run -
      * refreshes nothing at RC=8. The refresh is logged to the
      * sandbox GRACECHG.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-TMC-FILE ASSIGN TO GRACETMC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TMC-STATUS.
           SELECT GRACE-CSK-FILE ASSIGN TO GRACECSK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-CSK-ID
               FILE STATUS IS GRACE-CSK-STATUS.
           SELECT GRACE-CST-FILE ASSIGN TO GRACECST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CST-STATUS.
           SELECT GRACE-TMP-FILE ASSIGN TO GRACETMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TMP-STATUS.
           SELECT GRACE-PARM-FILE ASSIGN TO GRACEPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-PARM-STATUS.
           SELECT GRACE-TMH-FILE ASSIGN TO GRACETMH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TMH-STATUS.
           SELECT GRACE-HLD-FILE ASSIGN TO GRACEHLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-HLD-STATUS.
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
      *Masked customer seed - GRACEMSK's GRACECST layout.
       FD  GRACE-TMC-FILE
           RECORDING MODE IS F.
       01 GRACE-TMC-REC.
           05 GRACE-TMC-ID PIC 9(06).
           05 FILLER PIC X(74).

       FD  GRACE-CSK-FILE.
       01 GRACE-CSK-REC.
           05 GRACE-CSK-ID PIC 9(06).
           05 GRACE-CSK-FIRST-NAME PIC X(15).
           05 GRACE-CSK-LAST-NAME PIC X(15).
           05 GRACE-CSK-STREET PIC X(20).
           05 GRACE-CSK-CITY PIC X(12).
           05 GRACE-CSK-STATE PIC X(02).
           05 GRACE-CSK-ZIP PIC X(05).
           05 FILLER PIC X(05).

       FD  GRACE-CST-FILE
           RECORDING MODE IS F.
       01 GRACE-CST-REC PIC X(80).

       FD  GRACE-TMP-FILE
           RECORDING MODE IS F.
       01 GRACE-TMP-REC PIC X(80).

       FD  GRACE-PARM-FILE
           RECORDING MODE IS F.
       01 GRACE-PARM-REC PIC X(80).

       FD  GRACE-TMH-FILE
           RECORDING MODE IS F.
       01 GRACE-TMH-REC PIC X(80).

       FD  GRACE-HLD-FILE
           RECORDING MODE IS F.
       01 GRACE-HLD-REC PIC X(80).

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

       01 GRACE-TMC-STATUS PIC X(02).
           88 GRACE-TMC-NOT-FOUND VALUE '35'.
       01 GRACE-CSK-STATUS PIC X(02).
           88 GRACE-CSK-OK VALUE '00'.
       01 GRACE-CST-STATUS PIC X(02).
       01 GRACE-TMP-STATUS PIC X(02).
           88 GRACE-TMP-NOT-FOUND VALUE '35'.
       01 GRACE-PARM-STATUS PIC X(02).
       01 GRACE-TMH-STATUS PIC X(02).
           88 GRACE-TMH-NOT-FOUND VALUE '35'.
       01 GRACE-HLD-STATUS PIC X(02).

       01 GRACE-TRF-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-TRF-SEED-DONE VALUE 'Y'.

       01 GRACE-TRF-COUNTS.
           05 GRACE-TRF-CUSTOMERS PIC 9(06) VALUE ZERO.
           05 GRACE-TRF-REJECTED PIC 9(06) VALUE ZERO.
           05 GRACE-TRF-PARMS PIC 9(06) VALUE ZERO.
           05 GRACE-TRF-HOLDS PIC 9(06) VALUE ZERO.

       01 GRACE-TRF-RC PIC 9(02) VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACETRF" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           MOVE SPACES TO GRACE-OPS-SIGNON-ID.
           PERFORM 7000-VERIFY-OPERATOR.
           IF NOT GRACE-OPS-SESSION-ADOPTED
                   OR NOT GRACE-OPS-TRAINING
               DISPLAY "*** NO GRACECON TRAINING SESSION - SANDBOX "
                   "NOT REFRESHED ***"
               MOVE ZERO TO GRACE-RPT-REC-COUNT
               PERFORM 0600-PRINT-GRACE-RPT-FOOTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY GRACE-OPS-BANNER.
           PERFORM 1000-LOAD-CUSTOMERS.
           PERFORM 2000-COPY-PARAMETERS.
           PERFORM 3000-COPY-HOLDS.
           PERFORM 4000-LOG-THE-REFRESH.
           DISPLAY "SANDBOX REFRESHED - CUSTOMERS "
               GRACE-TRF-CUSTOMERS " REJECTED " GRACE-TRF-REJECTED
               " PARAMETERS " GRACE-TRF-PARMS
               " HOLDS " GRACE-TRF-HOLDS.
           MOVE GRACE-TRF-CUSTOMERS TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           MOVE GRACE-TRF-RC TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------
      * 1000-LOAD-CUSTOMERS - the masked seed replaces the keyed
      * sandbox master and its flat copy. The scrambled IDs come
      * in no particular order, so the load is by key; a seed
      * card with a bad or repeated ID is rejected and counted.
      * No seed leaves both files as they stand.
      *----------------------------------------------------------
       1000-LOAD-CUSTOMERS.
           MOVE 'N' TO GRACE-TRF-EOF-SW.
           OPEN INPUT GRACE-TMC-FILE.
           IF GRACE-TMC-NOT-FOUND
               DISPLAY "*** GRACETMC MASKED SEED NOT FOUND - "
                   "SANDBOX CUSTOMERS LEFT AS THEY STAND ***"
               MOVE 8 TO GRACE-TRF-RC
           ELSE
               OPEN OUTPUT GRACE-CSK-FILE
               OPEN OUTPUT GRACE-CST-FILE
               PERFORM 1100-LOAD-ONE-CUSTOMER
                   UNTIL GRACE-TRF-SEED-DONE
               CLOSE GRACE-TMC-FILE
               CLOSE GRACE-CSK-FILE
               CLOSE GRACE-CST-FILE
               IF GRACE-TRF-REJECTED > ZERO
                       AND GRACE-TRF-RC < 4
                   MOVE 4 TO GRACE-TRF-RC
               END-IF
           END-IF.

       1100-LOAD-ONE-CUSTOMER.
           READ GRACE-TMC-FILE
               AT END
                   SET GRACE-TRF-SEED-DONE TO TRUE
               NOT AT END
                   PERFORM 1200-STORE-ONE-CUSTOMER
           END-READ.

       1200-STORE-ONE-CUSTOMER.
           IF GRACE-TMC-ID NOT NUMERIC
               DISPLAY "SEED CARD REJECTED - ID NOT NUMERIC"
               ADD 1 TO GRACE-TRF-REJECTED
           ELSE
               MOVE GRACE-TMC-REC TO GRACE-CSK-REC
               WRITE GRACE-CSK-REC
                   INVALID KEY
                       DISPLAY "SEED CARD REJECTED - CUSTOMER "
                           GRACE-TMC-ID " REPEATED"
                       ADD 1 TO GRACE-TRF-REJECTED
                   NOT INVALID KEY
                       MOVE GRACE-TMC-REC TO GRACE-CST-REC
                       WRITE GRACE-CST-REC
                       ADD 1 TO GRACE-TRF-CUSTOMERS
               END-WRITE
           END-IF.

      *----------------------------------------------------------
      * 2000/3000 - the seed parameter cards and hold queue are
      * copied straight over the sandbox files. A missing seed
      * leaves that file as it stands at RC=4.
      *----------------------------------------------------------
       2000-COPY-PARAMETERS.
           MOVE 'N' TO GRACE-TRF-EOF-SW.
           OPEN INPUT GRACE-TMP-FILE.
           IF GRACE-TMP-NOT-FOUND
               DISPLAY "GRACETMP SEED NOT FOUND - SANDBOX "
                   "PARAMETERS LEFT AS THEY STAND"
               IF GRACE-TRF-RC < 4
                   MOVE 4 TO GRACE-TRF-RC
               END-IF
           ELSE
               OPEN OUTPUT GRACE-PARM-FILE
               PERFORM 2100-COPY-ONE-PARAMETER
                   UNTIL GRACE-TRF-SEED-DONE
               CLOSE GRACE-TMP-FILE
               CLOSE GRACE-PARM-FILE
           END-IF.

       2100-COPY-ONE-PARAMETER.
           READ GRACE-TMP-FILE
               AT END
                   SET GRACE-TRF-SEED-DONE TO TRUE
               NOT AT END
                   MOVE GRACE-TMP-REC TO GRACE-PARM-REC
                   WRITE GRACE-PARM-REC
                   ADD 1 TO GRACE-TRF-PARMS
           END-READ.

       3000-COPY-HOLDS.
           MOVE 'N' TO GRACE-TRF-EOF-SW.
           OPEN INPUT GRACE-TMH-FILE.
           IF GRACE-TMH-NOT-FOUND
               DISPLAY "GRACETMH SEED NOT FOUND - SANDBOX HOLD "
                   "QUEUE LEFT AS IT STANDS"
               IF GRACE-TRF-RC < 4
                   MOVE 4 TO GRACE-TRF-RC
               END-IF
           ELSE
               OPEN OUTPUT GRACE-HLD-FILE
               PERFORM 3100-COPY-ONE-HOLD
                   UNTIL GRACE-TRF-SEED-DONE
               CLOSE GRACE-TMH-FILE
               CLOSE GRACE-HLD-FILE
           END-IF.

       3100-COPY-ONE-HOLD.
           READ GRACE-TMH-FILE
               AT END
                   SET GRACE-TRF-SEED-DONE TO TRUE
               NOT AT END
                   MOVE GRACE-TMH-REC TO GRACE-HLD-REC
                   WRITE GRACE-HLD-REC
                   ADD 1 TO GRACE-TRF-HOLDS
           END-READ.

       4000-LOG-THE-REFRESH.
           MOVE SPACES TO GRACE-CHG-REC.
           MOVE "GRACECSK" TO GRACE-CHG-FILE-NAME.
           MOVE "REFRESH" TO GRACE-CHG-FIELD-NAME.
           MOVE "TRAINING SANDBOX" TO GRACE-CHG-OLD-VALUE.
           STRING GRACE-TRF-CUSTOMERS DELIMITED BY SIZE
               " CUSTOMERS" DELIMITED BY SIZE
               INTO GRACE-CHG-NEW-VALUE
           END-STRING.
           PERFORM 8900-WRITE-CHANGE-RECORD.

           COPY GRACEOPSP.

           COPY GRACECHGP.

           COPY GRACERPTP.
