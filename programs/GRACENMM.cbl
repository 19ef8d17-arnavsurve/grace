      *
      * Run counts and the match rate print at the end so coverage
      * can go back to the requester.
      *
      * A matched customer who has opted out of marketing mail or
      * of list sharing on the GRACECPF profile is not written to
      * GRACENMO - the name still counts as matched, but the ID
      * does not go back to marketing. The suppressions are counted
      * with the run counts.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
               ALTERNATE RECORD KEY IS GRACE-NDX-PHONETIC
                   WITH DUPLICATES
               FILE STATUS IS GRACE-NDX-STATUS.
           SELECT GRACE-CPF-FILE ASSIGN TO GRACECPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-CPF-CUST-ID
               FILE STATUS IS GRACE-CPF-STATUS.
           SELECT GRACE-NMO-FILE ASSIGN TO GRACENMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-NMO-STATUS.
           05 GRACE-NDX-PHONETIC PIC X(04).
           05 FILLER PIC X(40).

      *Customer profile - the contact preferences.
       FD  GRACE-CPF-FILE.
           COPY GRACECPF.

       FD  GRACE-NMO-FILE
           RECORDING MODE IS F.
       01 GRACE-NMO-REC.
           88 GRACE-NDX-OK VALUE '00'.
           88 GRACE-NDX-NOT-FOUND VALUE '35'.

       01 GRACE-CPF-STATUS PIC X(02).
           88 GRACE-CPF-OK VALUE '00'.
           88 GRACE-CPF-NOT-FOUND VALUE '35'.

       01 GRACE-CPF-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-CPF-OPEN VALUE 'Y'.

       01 GRACE-NMM-OPTOUT-SW PIC X(01) VALUE 'N'.
           88 GRACE-NMM-OPTED-OUT VALUE 'Y'.

       01 GRACE-NMO-STATUS PIC X(02).
           88 GRACE-NMO-OK VALUE '00'.

           05 GRACE-NMM-MATCHED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-NMM-UNMATCHED-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-NMM-MATCH-RATE PIC 9(03) VALUE ZERO.
           05 GRACE-NMM-OPTOUT-COUNT PIC 9(06) VALUE ZERO.

           COPY GRACERPTH.

               DISPLAY "GRACENDX NOT FOUND - RUN THE INDEX BUILD "
                   "FIRST"
           ELSE
               OPEN INPUT GRACE-CPF-FILE
               IF GRACE-CPF-OK
                   SET GRACE-CPF-OPEN TO TRUE
               END-IF
               PERFORM 1000-MATCH-REQUEST-FILE
               CLOSE GRACE-NAME-INDEX
               IF GRACE-CPF-OPEN
                   CLOSE GRACE-CPF-FILE
               END-IF
           END-IF.
           MOVE GRACE-NMM-REQUEST-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
               "  MATCHED: " GRACE-NMM-MATCHED-COUNT
               "  UNMATCHED: " GRACE-NMM-UNMATCHED-COUNT
               "  MATCH RATE: " GRACE-NMM-MATCH-RATE " PCT".
           DISPLAY "MATCHED IDS SUPPRESSED - OPTED OUT: "
               GRACE-NMM-OPTOUT-COUNT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

                   END-IF
           END-READ.

      *----------------------------------------------------------
      * 3000-WRITE-ONE-MATCH hands back a matched ID unless the
      * customer has opted out of marketing or list sharing.
      *----------------------------------------------------------
       3000-WRITE-ONE-MATCH.
           PERFORM 3100-CHECK-PREFERENCES.
           IF GRACE-NMM-OPTED-OUT
               ADD 1 TO GRACE-NMM-OPTOUT-COUNT
           ELSE
               PERFORM 3200-WRITE-MATCH-RECORD
           END-IF.

       3100-CHECK-PREFERENCES.
           MOVE 'N' TO GRACE-NMM-OPTOUT-SW.
           IF GRACE-CPF-OPEN
               MOVE GRACE-NMM-HIT-ID(GRACE-NMM-HIT-IDX)
                   TO GRACE-CPF-CUST-ID
               READ GRACE-CPF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GRACE-CPF-MKT-OPTED-OUT
                               OR GRACE-CPF-LIST-OPTED-OUT
                           SET GRACE-NMM-OPTED-OUT TO TRUE
                       END-IF
               END-READ
           END-IF.

       3200-WRITE-MATCH-RECORD.
           MOVE SPACES TO GRACE-NMO-REC.
           MOVE GRACE-NMR-FIRST-NAME TO GRACE-NMO-FIRST-NAME.
           MOVE GRACE-NMR-LAST-NAME TO GRACE-NMO-LAST-NAME.
