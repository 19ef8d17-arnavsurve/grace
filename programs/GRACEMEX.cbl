      *
      *   - the operator is verified against GRACEOSC and must
      *     hold update authority, or the card is refused
      *   - both IDs must be live GRACECSK records, and distinct
      *   - the retired ID may have no relationship on GRACEREL
      *     still in force, either kept on it or naming it as the
      *     related party; stewardship ends those in GRACECMT
      *     and links them again to the survivor before the card
      *     is keyed again
      *   - the retired customer's GRACEMST record is re-keyed
      *     onto the survivor when the survivor has none; when
      *     the survivor already holds a master record that one
      *     stands and the retired value is reported as dropped
      *   - the retired customer is deleted from GRACECSK by key
      *     (the flat GRACECST follows at the nightly unload)
      *   - an operator-stamped GRACECHG audit record is written
      *     per accepted merge.
      *
           SELECT GRACE-MDC-FILE ASSIGN TO GRACEMDC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-MDC-STATUS.
           SELECT GRACE-CST-FILE ASSIGN TO GRACECSK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-CST-ID
               FILE STATUS IS GRACE-CST-STATUS.
           SELECT GRACE-MST-FILE ASSIGN TO GRACEMST
               ORGANIZATION IS INDEXED
           SELECT GRACE-CHG-FILE ASSIGN TO GRACECHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CHG-STATUS.
           SELECT GRACE-REL-FILE ASSIGN TO GRACEREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-REL-KEY
               ALTERNATE RECORD KEY IS GRACE-REL-PARTY-ID
                   WITH DUPLICATES
               FILE STATUS IS GRACE-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 GRACE-MDC-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(60).

       FD  GRACE-CST-FILE.
       01 GRACE-CST-REC.
           05 GRACE-CST-ID PIC 9(06).
           05 GRACE-CST-FIRST-NAME PIC X(15).
           RECORDING MODE IS F.
           COPY GRACECHGR.

       FD  GRACE-REL-FILE.
           COPY GRACEREL.

       WORKING-STORAGE SECTION.
           COPY GRACEOPSH.

           COPY GRACECHGH.

           COPY GRACERELH.

       01 GRACE-MDC-STATUS PIC X(02).
           88 GRACE-MDC-OK VALUE '00'.
           88 GRACE-MDC-EOF VALUE '10'.
       01 GRACE-MDC-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-MDC-END-OF-FILE VALUE 'Y'.

       01 GRACE-CST-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-CST-OPEN VALUE 'Y'.

       01 GRACE-MEX-FOUND-SW PIC X(01) VALUE 'N'.
           88 GRACE-MEX-CUSTOMER-FOUND VALUE 'Y'.

       01 GRACE-MEX-REFUSE-REASON PIC X(40) VALUE SPACES.
           88 GRACE-MEX-CARD-ACCEPTED VALUE SPACES.
           05 GRACE-MEX-REFUSE-COUNT PIC 9(04) VALUE ZERO.
           05 GRACE-MEX-REKEY-COUNT PIC 9(04) VALUE ZERO.
           05 GRACE-MEX-DROP-COUNT PIC 9(04) VALUE ZERO.

           COPY GRACERPTH.

           MOVE "GRACEMEX" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           ACCEPT GRACE-MEX-TODAY FROM DATE YYYYMMDD.
           PERFORM 1000-OPEN-CUSTOMER-MASTER.
           PERFORM 1500-OPEN-MASTER.
           PERFORM 1600-OPEN-RELATIONSHIPS.
           PERFORM 2000-PROCESS-DECISION-CARDS.
           CLOSE GRACE-MST-FILE.
           IF GRACE-CST-OPEN
               CLOSE GRACE-CST-FILE
           END-IF.
           IF GRACE-RLX-FILE-OPEN
               CLOSE GRACE-REL-FILE
           END-IF.
           IF GRACE-MEX-MERGE-COUNT > ZERO
               DISPLAY "GRACECSK - " GRACE-MEX-MERGE-COUNT
                   " RETIRED CUSTOMER(S) DELETED"
           ELSE
               DISPLAY "NO MERGES ACCEPTED - GRACECSK UNCHANGED"
           END-IF.
           PERFORM 6000-PRINT-SUMMARY.
           MOVE GRACE-MEX-CARD-COUNT TO GRACE-RPT-REC-COUNT.
           END-IF.
           GOBACK.

      *No keyed master means no live IDs - every card refuses.
       1000-OPEN-CUSTOMER-MASTER.
           OPEN I-O GRACE-CST-FILE.
           IF GRACE-CST-OK
               SET GRACE-CST-OPEN TO TRUE
           ELSE
               DISPLAY "GRACECSK NOT FOUND - NOTHING TO MERGE"
           END-IF.

       1500-OPEN-MASTER.
           OPEN I-O GRACE-MST-FILE.
               OPEN I-O GRACE-MST-FILE
           END-IF.

      *No GRACEREL yet means nobody has any relationships.
       1600-OPEN-RELATIONSHIPS.
           MOVE GRACE-MEX-TODAY TO GRACE-RLX-TODAY.
           OPEN INPUT GRACE-REL-FILE.
           IF GRACE-REL-OK
               SET GRACE-RLX-FILE-OPEN TO TRUE
           END-IF.

       2000-PROCESS-DECISION-CARDS.
           OPEN INPUT GRACE-MDC-FILE.
           IF GRACE-MDC-NOT-FOUND

      *----------------------------------------------------------
      * 2200-ACT-ON-ONE-CARD edits the card fully before touching
      * anything: operator authority, distinct IDs, both records
      * live on GRACECSK. Only a card that passes every edit merges.
      *----------------------------------------------------------
       2200-ACT-ON-ONE-CARD.
           ADD 1 TO GRACE-MEX-CARD-COUNT.
                   TO GRACE-MEX-REFUSE-REASON
           END-IF.
           IF GRACE-MEX-CARD-ACCEPTED
               MOVE GRACE-MDC-SURVIVOR-ID TO GRACE-CST-ID
               PERFORM 2600-FIND-CUSTOMER
               IF NOT GRACE-MEX-CUSTOMER-FOUND
                   MOVE "SURVIVOR ID NOT ON GRACECSK"
                       TO GRACE-MEX-REFUSE-REASON
               END-IF
           END-IF.
           IF GRACE-MEX-CARD-ACCEPTED
               MOVE GRACE-MDC-RETIRED-ID TO GRACE-CST-ID
               PERFORM 2600-FIND-CUSTOMER
               IF NOT GRACE-MEX-CUSTOMER-FOUND
                   MOVE "RETIRED ID NOT ON GRACECSK"
                       TO GRACE-MEX-REFUSE-REASON
               END-IF
           END-IF.
           IF GRACE-MEX-CARD-ACCEPTED
               MOVE GRACE-MDC-RETIRED-ID TO GRACE-RLX-CUST-ID
               PERFORM 8250-COUNT-ACTIVE-RELATIONS
               IF GRACE-RLX-ACTIVE-COUNT > ZERO
                   MOVE "RETIRED ID HAS RELATIONSHIPS IN FORCE"
                       TO GRACE-MEX-REFUSE-REASON
               END-IF
           END-IF.

       2600-FIND-CUSTOMER.
           MOVE 'N' TO GRACE-MEX-FOUND-SW.
           IF GRACE-CST-OPEN
               READ GRACE-CST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET GRACE-MEX-CUSTOMER-FOUND TO TRUE
               END-READ
           END-IF.

      *----------------------------------------------------------
      * 3000-EXECUTE-MERGE re-keys the retired GRACEMST record
      * onto the survivor (the survivor's own record stands when
      * one exists), deletes the retired GRACECSK record, and
      * writes the operator-stamped audit record.
      *----------------------------------------------------------
       3000-EXECUTE-MERGE.
           ADD 1 TO GRACE-MEX-MERGE-COUNT.
           PERFORM 3200-REKEY-MASTER-RECORD.
           PERFORM 3100-DELETE-RETIRED-CUSTOMER.
           PERFORM 3500-WRITE-MERGE-AUDIT.
           DISPLAY "MERGED " GRACE-MDC-RETIRED-ID " INTO "
               GRACE-MDC-SURVIVOR-ID.

       3100-DELETE-RETIRED-CUSTOMER.
           MOVE GRACE-MDC-RETIRED-ID TO GRACE-CST-ID.
           DELETE GRACE-CST-FILE
               INVALID KEY
                   DISPLAY "*** GRACECSK DELETE FAILED FOR "
                       GRACE-MDC-RETIRED-ID " STATUS "
                       GRACE-CST-STATUS " ***"
           END-DELETE.

       3200-REKEY-MASTER-RECORD.
           MOVE GRACE-MDC-RETIRED-ID TO GRACE-MST-KEY.
           READ GRACE-MST-FILE
           END-STRING.
           PERFORM 8900-WRITE-CHANGE-RECORD.

       6000-PRINT-SUMMARY.
           DISPLAY "DECISION CARDS READ:  " GRACE-MEX-CARD-COUNT.
           DISPLAY "MERGES EXECUTED:      " GRACE-MEX-MERGE-COUNT.
           COPY GRACECHGP.

           COPY GRACERPTP.

           COPY GRACERELP.
