      * run's GRACECST DD points at; failures route to the
      * GRACEARJ reject file with reason codes the way GRACECRJ
      * carries them. RC=4 when anything rejected.
      *
      * The edits themselves live in GRACEADRP, so the change-of-
      * address load holds a vendor's address to exactly the same
      * rules.
      *
      * GRACEAST follows this step, standardizing the streets of
      * GRACECSM into GRACECSS, and it is GRACECSS the label runs
      * and GRACEHHG take as their GRACECST.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
      *to the state, and the state name for the reject listing.
       FD  GRACE-STC-FILE
           RECORDING MODE IS F.
           COPY GRACESTC.

       FD  GRACE-CSM-FILE
           RECORDING MODE IS F.
           05 FILLER PIC X(13).

       WORKING-STORAGE SECTION.
           COPY GRACEADRH.

       01 GRACE-CST-STATUS PIC X(02).
           88 GRACE-CST-OK VALUE '00'.
           88 GRACE-CST-EOF VALUE '10'.
           88 GRACE-CST-NOT-FOUND VALUE '35'.

       01 GRACE-CSM-STATUS PIC X(02).
           88 GRACE-CSM-OK VALUE '00'.

       01 GRACE-CST-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CST-END-OF-FILE VALUE 'Y'.

       01 GRACE-AED-COUNTS.
           05 GRACE-AED-READ-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-AED-CLEAN-COUNT PIC 9(06) VALUE ZERO.
       MAIN SECTION.
           MOVE "GRACEAED" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 9100-LOAD-STATE-TABLE.
           IF GRACE-ADX-STATE-USED = ZERO
               DISPLAY "*** GRACESTC REFERENCE TABLE MISSING OR "
                   "EMPTY - EDIT REFUSED, NOTHING PASSED ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-READ-CUSTOMER.
           READ GRACE-CST-FILE
               AT END
      * per record, GRACECED's convention.
      *----------------------------------------------------------
       2000-EDIT-ONE-ADDRESS.
           MOVE SPACES TO GRACE-ARJ-REC.
           MOVE GRACE-CST-STREET TO GRACE-ADX-STREET.
           MOVE GRACE-CST-CITY TO GRACE-ADX-CITY.
           MOVE GRACE-CST-STATE TO GRACE-ADX-STATE.
           MOVE GRACE-CST-ZIP TO GRACE-ADX-ZIP.
           PERFORM 9150-EDIT-ADDRESS.
           IF GRACE-ADX-VALID
               WRITE GRACE-CSM-REC FROM GRACE-CST-REC
               ADD 1 TO GRACE-AED-CLEAN-COUNT
           ELSE
               MOVE GRACE-ADX-REASON-CODE TO GRACE-ARJ-REASON-CODE
               MOVE GRACE-ADX-REASON-TEXT TO GRACE-ARJ-REASON-TEXT
               PERFORM 3500-WRITE-REJECT-RECORD
           END-IF.
           PERFORM 1000-READ-CUSTOMER.

       3500-WRITE-REJECT-RECORD.
           MOVE GRACE-CST-ID TO GRACE-ARJ-ID.
           MOVE GRACE-CST-STATE TO GRACE-ARJ-STATE.
               GRACE-ARJ-REASON-TEXT " ***".

           COPY GRACERPTP.

           COPY GRACEADRP.
