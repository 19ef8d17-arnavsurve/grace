       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACECSV.
      *----------------------------------------------------------
      * GRACECSV converts the line-sequential GRACECST customer
      * master to the keyed GRACECSK file, indexed on GRACE-CST-ID,
      * and proves the conversion. Every flat record is counted
      * and hashed field by field on the way in (GRACECHKP); the
      * keyed file is then read back end to end and counted and
      * hashed the same way. The step prints the two sets of
      * figures side by side - record count and a hash for each
      * of ID, first name, last name, street, city, state and zip
      * - and passes only when every one agrees. A flat record
      * whose ID is already loaded cannot be keyed; it is listed,
      * and fails the verification, since the keyed master would
      * not hold everything the flat one did.
      *
      * The conversion is run once, and refuses to overwrite a
      * GRACECSK that already holds customers unless the GRACECVC
      * card says REPLACE - the reload a test file set built by
      * GRACEGEN or GRACEMSK needs. RC=8 when the conversion is
      * refused or does not verify.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CVC-FILE ASSIGN TO GRACECVC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CVC-STATUS.
           SELECT GRACE-CST-FILE ASSIGN TO GRACECST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CST-STATUS.
           SELECT GRACE-CSK-FILE ASSIGN TO GRACECSK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-CSK-ID
               FILE STATUS IS GRACE-CSK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Conversion card: REPLACE in columns 1-7 lets the load
      *overwrite a keyed master that already holds customers.
       FD  GRACE-CVC-FILE
           RECORDING MODE IS F.
       01 GRACE-CVC-REC.
           05 GRACE-CVC-OPTION PIC X(07).
               88 GRACE-CVC-REPLACE VALUE "REPLACE".
           05 FILLER PIC X(73).

       FD  GRACE-CST-FILE
           RECORDING MODE IS F.
       01 GRACE-CST-REC.
           05 GRACE-CST-ID PIC 9(06).
           05 GRACE-CST-FIRST-NAME PIC X(15).
           05 GRACE-CST-LAST-NAME PIC X(15).
           05 GRACE-CST-STREET PIC X(20).
           05 GRACE-CST-CITY PIC X(12).
           05 GRACE-CST-STATE PIC X(02).
           05 GRACE-CST-ZIP PIC X(05).
           05 FILLER PIC X(05).

      *The keyed customer master - the GRACECST layout, indexed on
      *the customer ID.
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

       WORKING-STORAGE SECTION.
       01 GRACE-CVC-STATUS PIC X(02).
           88 GRACE-CVC-OK VALUE '00'.
           88 GRACE-CVC-NOT-FOUND VALUE '35'.

       01 GRACE-CST-STATUS PIC X(02).
           88 GRACE-CST-OK VALUE '00'.
           88 GRACE-CST-NOT-FOUND VALUE '35'.

       01 GRACE-CSK-STATUS PIC X(02).
           88 GRACE-CSK-OK VALUE '00'.
           88 GRACE-CSK-NOT-FOUND VALUE '35'.

       01 GRACE-CST-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CST-END-OF-FILE VALUE 'Y'.

       01 GRACE-CSK-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CSK-END-OF-FILE VALUE 'Y'.

       01 GRACE-CSV-OPTION PIC X(07) VALUE SPACES.
           88 GRACE-CSV-REPLACE VALUE "REPLACE".

       01 GRACE-CSV-LOADED-SW PIC X(01) VALUE 'N'.
           88 GRACE-CSV-ALREADY-LOADED VALUE 'Y'.

       01 GRACE-CSV-VERIFY-SW PIC X(01) VALUE 'Y'.
           88 GRACE-CSV-VERIFIED VALUE 'Y'.

       01 GRACE-CSV-COUNTS.
           05 GRACE-CSV-WRITE-COUNT PIC 9(08) VALUE ZERO.
           05 GRACE-CSV-DUP-COUNT PIC 9(08) VALUE ZERO.

      *The flat file's figures, kept while the keyed copy is
      *counted into GRACE-CHK-TOTALS.
       01 GRACE-CSV-BEFORE.
           05 GRACE-CSV-BEFORE-COUNT PIC 9(08) VALUE ZERO.
           05 GRACE-CSV-BEFORE-HASH PIC 9(10) OCCURS 7 TIMES.

       01 GRACE-CSV-CHECK-LINE.
           05 GRACE-CSV-CHK-NAME PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 GRACE-CSV-CHK-BEFORE PIC 9(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 GRACE-CSV-CHK-AFTER PIC 9(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 GRACE-CSV-CHK-RESULT PIC X(08).

           COPY GRACECHKH.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACECSV" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0800-LOAD-OPTION.
           PERFORM 0900-CHECK-KEYED-MASTER.
           EVALUATE TRUE
               WHEN GRACE-CSV-ALREADY-LOADED
                       AND NOT GRACE-CSV-REPLACE
                   DISPLAY "*** GRACECSK ALREADY HOLDS CUSTOMERS - "
                       "CONVERSION REFUSED, NOTHING CHANGED (CARD "
                       "GRACECVC REPLACE TO RELOAD) ***"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   OPEN INPUT GRACE-CST-FILE
                   IF GRACE-CST-NOT-FOUND
                       DISPLAY "*** GRACECST NOT FOUND - NOTHING "
                           "TO CONVERT ***"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 1000-LOAD-KEYED-MASTER
                       PERFORM 2000-READ-BACK-KEYED-MASTER
                       PERFORM 3000-PRINT-VERIFICATION
                       IF GRACE-CSV-VERIFIED
                           MOVE 0 TO RETURN-CODE
                       ELSE
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
           END-EVALUATE.
           MOVE GRACE-CSV-WRITE-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

       0800-LOAD-OPTION.
           OPEN INPUT GRACE-CVC-FILE.
           IF GRACE-CVC-OK
               READ GRACE-CVC-FILE
                   NOT AT END
                       MOVE GRACE-CVC-OPTION TO GRACE-CSV-OPTION
               END-READ
               CLOSE GRACE-CVC-FILE
           END-IF.

      *----------------------------------------------------------
      * 0900-CHECK-KEYED-MASTER looks for a keyed master that
      * already has a customer on it.
      *----------------------------------------------------------
       0900-CHECK-KEYED-MASTER.
           OPEN INPUT GRACE-CSK-FILE.
           IF GRACE-CSK-OK
               READ GRACE-CSK-FILE NEXT RECORD
                   NOT AT END
                       SET GRACE-CSV-ALREADY-LOADED TO TRUE
               END-READ
               CLOSE GRACE-CSK-FILE
           END-IF.

      *----------------------------------------------------------
      * 1000-LOAD-KEYED-MASTER writes every flat record to the
      * keyed master under its ID, counting and hashing it first.
      *----------------------------------------------------------
       1000-LOAD-KEYED-MASTER.
           INITIALIZE GRACE-CHK-TOTALS.
           OPEN OUTPUT GRACE-CSK-FILE.
           PERFORM 1100-READ-FLAT-CUSTOMER.
           PERFORM 1200-LOAD-ONE-CUSTOMER
               UNTIL GRACE-CST-END-OF-FILE.
           CLOSE GRACE-CST-FILE.
           CLOSE GRACE-CSK-FILE.
           MOVE GRACE-CHK-TOTALS TO GRACE-CSV-BEFORE.

       1100-READ-FLAT-CUSTOMER.
           READ GRACE-CST-FILE
               AT END
                   SET GRACE-CST-END-OF-FILE TO TRUE
           END-READ.

       1200-LOAD-ONE-CUSTOMER.
           MOVE GRACE-CST-REC TO GRACE-CHK-REC.
           PERFORM 9300-HASH-CUSTOMER.
           MOVE GRACE-CST-REC TO GRACE-CSK-REC.
           WRITE GRACE-CSK-REC
               INVALID KEY
                   ADD 1 TO GRACE-CSV-DUP-COUNT
                   DISPLAY "*** CUSTOMER ID " GRACE-CST-ID
                       " ON GRACECST MORE THAN ONCE - "
                       GRACE-CST-FIRST-NAME " " GRACE-CST-LAST-NAME
                       " NOT LOADED ***"
               NOT INVALID KEY
                   ADD 1 TO GRACE-CSV-WRITE-COUNT
           END-WRITE.
           PERFORM 1100-READ-FLAT-CUSTOMER.

      *----------------------------------------------------------
      * 2000-READ-BACK-KEYED-MASTER counts and hashes the keyed
      * master as it now stands, in key order.
      *----------------------------------------------------------
       2000-READ-BACK-KEYED-MASTER.
           INITIALIZE GRACE-CHK-TOTALS.
           OPEN INPUT GRACE-CSK-FILE.
           PERFORM 2100-READ-KEYED-CUSTOMER.
           PERFORM 2200-HASH-KEYED-CUSTOMER
               UNTIL GRACE-CSK-END-OF-FILE.
           CLOSE GRACE-CSK-FILE.

       2100-READ-KEYED-CUSTOMER.
           READ GRACE-CSK-FILE NEXT RECORD
               AT END
                   SET GRACE-CSK-END-OF-FILE TO TRUE
           END-READ.

       2200-HASH-KEYED-CUSTOMER.
           MOVE GRACE-CSK-REC TO GRACE-CHK-REC.
           PERFORM 9300-HASH-CUSTOMER.
           PERFORM 2100-READ-KEYED-CUSTOMER.

      *----------------------------------------------------------
      * 3000-PRINT-VERIFICATION sets the flat figures beside the
      * keyed ones. Any difference fails the conversion.
      *----------------------------------------------------------
       3000-PRINT-VERIFICATION.
           DISPLAY "CONVERSION VERIFICATION - GRACECST TO GRACECSK".
           DISPLAY "FIELD       GRACECST    GRACECSK    RESULT".
           MOVE "RECORDS" TO GRACE-CSV-CHK-NAME.
           MOVE GRACE-CSV-BEFORE-COUNT TO GRACE-CSV-CHK-BEFORE.
           MOVE GRACE-CHK-COUNT TO GRACE-CSV-CHK-AFTER.
           PERFORM 3200-JUDGE-ONE-FIGURE.
           PERFORM 3100-CHECK-ONE-FIELD
               VARYING GRACE-CHK-FIELD-IDX FROM 1 BY 1
               UNTIL GRACE-CHK-FIELD-IDX > 7.
           DISPLAY "RECORDS LOADED.............: "
               GRACE-CSV-WRITE-COUNT.
           DISPLAY "DUPLICATE IDS NOT LOADED...: "
               GRACE-CSV-DUP-COUNT.
           IF GRACE-CSV-VERIFIED
               DISPLAY "CONVERSION VERIFIED - EVERY COUNT AND FIELD "
                   "HASH AGREES"
           ELSE
               DISPLAY "*** CONVERSION NOT VERIFIED - GRACECSK "
                   "DOES NOT HOLD WHAT GRACECST HELD ***"
           END-IF.

       3100-CHECK-ONE-FIELD.
           MOVE GRACE-CHK-FIELD-NAME(GRACE-CHK-FIELD-IDX)
               TO GRACE-CSV-CHK-NAME.
           MOVE GRACE-CSV-BEFORE-HASH(GRACE-CHK-FIELD-IDX)
               TO GRACE-CSV-CHK-BEFORE.
           MOVE GRACE-CHK-HASH(GRACE-CHK-FIELD-IDX)
               TO GRACE-CSV-CHK-AFTER.
           PERFORM 3200-JUDGE-ONE-FIGURE.

       3200-JUDGE-ONE-FIGURE.
           IF GRACE-CSV-CHK-BEFORE = GRACE-CSV-CHK-AFTER
               MOVE "MATCH" TO GRACE-CSV-CHK-RESULT
           ELSE
               MOVE "MISMATCH" TO GRACE-CSV-CHK-RESULT
               MOVE 'N' TO GRACE-CSV-VERIFY-SW
           END-IF.
           DISPLAY GRACE-CSV-CHECK-LINE.

           COPY GRACECHKP.

           COPY GRACERPTP.
