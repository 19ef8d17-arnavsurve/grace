      * TESTCONST's GRACERJC carries them; only clean records pass
      * through to GRACECSE, which the build step then reads, so
      * GRACENDX's RETURN-CODE stops absorbing data-quality noise.
      *
      * The name edits live in GRACENMEP, so the onboarding load
      * holds an acquired customer's names to exactly the same
      * rules.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       01 GRACE-CED-VALID-SW PIC X(01) VALUE 'Y'.
           88 GRACE-CED-VALID VALUE 'Y'.

      *Postal state-code table for the address edit. A record with
      *no address at all (all four fields blank) predates the
      *address fields and passes; a partial or bad address rejects.
           05 GRACE-CED-CLEAN-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-CED-REJECT-COUNT PIC 9(06) VALUE ZERO.

           COPY GRACENMEH.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
               END-IF
           END-IF.
           IF GRACE-CED-VALID
               MOVE GRACE-CST-FIRST-NAME TO GRACE-NMX-FIRST-NAME
               MOVE GRACE-CST-LAST-NAME TO GRACE-NMX-LAST-NAME
               PERFORM 9200-EDIT-CUSTOMER-NAME
               IF NOT GRACE-NMX-VALID
                   PERFORM 2900-SET-INVALID
                   MOVE GRACE-NMX-REASON-CODE TO GRACE-CRJ-REASON-CODE
                   MOVE GRACE-NMX-REASON-TEXT TO GRACE-CRJ-REASON-TEXT
               END-IF
           END-IF.
           IF GRACE-CED-VALID
               SET GRACE-CED-ID-SEEN TO TRUE
           END-IF.

       2900-SET-INVALID.
           MOVE 'N' TO GRACE-CED-VALID-SW.

               GRACE-CRJ-REASON-TEXT " ***".

           COPY GRACERPTP.

           COPY GRACENMEP.
