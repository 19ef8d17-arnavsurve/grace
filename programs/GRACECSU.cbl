       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACECSU.
      *----------------------------------------------------------
      * GRACECSU is the nightly unload of the keyed GRACECSK
      * customer master to the flat GRACECST. The master itself
      * is kept keyed on GRACE-CST-ID and maintained by key; the
      * programs that take the whole customer base in one pass -
      * the edits, householding, the label and statement runs,
      * the name index build - and the downstream users who want
      * a flat file read this unload, in customer-ID order, in
      * the layout GRACECST always had.
      *
      * The unload is counted and hashed field by field through
      * GRACECHKP, the same figures GRACECSV proves a conversion
      * with, so a question about what the flat copy held on a
      * given night has an answer. No keyed master leaves the
      * flat copy as it stands, at RC=8.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CSK-FILE ASSIGN TO GRACECSK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRACE-CSK-ID
               FILE STATUS IS GRACE-CSK-STATUS.
           SELECT GRACE-CST-FILE ASSIGN TO GRACECST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CST-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01 GRACE-CSK-STATUS PIC X(02).
           88 GRACE-CSK-OK VALUE '00'.
           88 GRACE-CSK-NOT-FOUND VALUE '35'.

       01 GRACE-CST-STATUS PIC X(02).
           88 GRACE-CST-OK VALUE '00'.

       01 GRACE-CSK-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CSK-END-OF-FILE VALUE 'Y'.

       01 GRACE-CSU-FIGURE-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 GRACE-CSU-FIG-NAME PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 GRACE-CSU-FIG-HASH PIC 9(10).

           COPY GRACECHKH.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACECSU" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           OPEN INPUT GRACE-CSK-FILE.
           IF GRACE-CSK-NOT-FOUND
               DISPLAY "*** GRACECSK NOT FOUND - NO UNLOAD, "
                   "GRACECST LEFT AS IT STANDS ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               INITIALIZE GRACE-CHK-TOTALS
               OPEN OUTPUT GRACE-CST-FILE
               PERFORM 1000-READ-KEYED-CUSTOMER
               PERFORM 2000-UNLOAD-ONE-CUSTOMER
                   UNTIL GRACE-CSK-END-OF-FILE
               CLOSE GRACE-CSK-FILE
               CLOSE GRACE-CST-FILE
               PERFORM 3000-PRINT-UNLOAD-FIGURES
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE GRACE-CHK-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

       1000-READ-KEYED-CUSTOMER.
           READ GRACE-CSK-FILE NEXT RECORD
               AT END
                   SET GRACE-CSK-END-OF-FILE TO TRUE
           END-READ.

       2000-UNLOAD-ONE-CUSTOMER.
           MOVE GRACE-CSK-REC TO GRACE-CHK-REC.
           PERFORM 9300-HASH-CUSTOMER.
           WRITE GRACE-CST-REC FROM GRACE-CSK-REC.
           PERFORM 1000-READ-KEYED-CUSTOMER.

       3000-PRINT-UNLOAD-FIGURES.
           DISPLAY "GRACECST UNLOADED - " GRACE-CHK-COUNT
               " CUSTOMER(S)".
           DISPLAY "FIELD HASHES:".
           PERFORM 3100-PRINT-ONE-FIGURE
               VARYING GRACE-CHK-FIELD-IDX FROM 1 BY 1
               UNTIL GRACE-CHK-FIELD-IDX > 7.

       3100-PRINT-ONE-FIGURE.
           MOVE GRACE-CHK-FIELD-NAME(GRACE-CHK-FIELD-IDX)
               TO GRACE-CSU-FIG-NAME.
           MOVE GRACE-CHK-HASH(GRACE-CHK-FIELD-IDX)
               TO GRACE-CSU-FIG-HASH.
           DISPLAY GRACE-CSU-FIGURE-LINE.

           COPY GRACECHKP.

           COPY GRACERPTP.
