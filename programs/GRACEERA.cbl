       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEERA.
      *----------------------------------------------------------
      * GRACEERA carries out privacy erasure requests. A former
      * customer who exercises a deletion right lives on in every
      * file that ever held the name or address; this step finds
      * each occurrence of the customer ID and anonymizes the
      * personal fields, leaving the record - and so the record
      * counts, keys, balances and every control total built on
      * them - where it was. The files searched are:
      *
      *   GRACECSK  customer master    - name and address blanked,
      *                                  last name ERASED; the flat
      *                                  GRACECST follows at the
      *                                  nightly unload
      *   GRACENDX  name index         - full name ERASED, the
      *                                  phonetic key blanked
      *   GRACECCL  change log         - name images ERASED on the
      *                                  A/C/D records, address
      *                                  images blanked on M; the
      *                                  L/E links hold only IDs
      *   GRACEMST  account master     - the value on each of the
      *                                  customer's accounts
      *                                  ERASED; balance and dates
      *                                  kept
      *   GRACECSA  GRACECIA archive   - as GRACECSK
      *   GRACEXCA  GRACEARC exception - a detail quoting the
      *             archive              customer ID is replaced
      *   BKPNDX    GRACEBKP name index
      *             generation         - as GRACENDX
      *   GRACECPF  customer profile   - a customer not already
      *                                  closed or deceased is
      *                                  closed, with a GRACECSH
      *                                  history record, so no
      *                                  mail run picks the
      *                                  blanked address up
      *
      * The JCL points GRACEXCA and BKPNDX at one archive or
      * generation per step; the step is run once for each. A
      * file not allocated is reported as not present.
      *
      * The GRACEERQ request file is one record per customer:
      * the ID, the date the request was received and the
      * privacy office reference. A request is refused while any
      * of the customer's accounts on GRACEMST carries a balance,
      * and for a missing or repeated ID. The certificate lists,
      * for each request, every file searched and the records
      * changed in it - a rerun finds nothing left to change and
      * certifies zeros. Sequential files are recreated through
      * the GRACEERW workspace only when something in them
      * changed. RC=4 when any request was refused.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-ERQ-FILE ASSIGN TO GRACEERQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-ERQ-STATUS.
           SELECT GRACE-CST-FILE ASSIGN TO GRACECSK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-CST-ID
               FILE STATUS IS GRACE-CST-STATUS.
           SELECT GRACE-CCL-FILE ASSIGN TO GRACECCL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CCL-STATUS.
           SELECT GRACE-CSA-FILE ASSIGN TO GRACECSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CSA-STATUS.
           SELECT GRACE-XCA-FILE ASSIGN TO GRACEXCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-XCA-STATUS.
           SELECT GRACE-BKN-FILE ASSIGN TO BKPNDX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-BKN-STATUS.
           SELECT GRACE-ERW-FILE ASSIGN TO GRACEERW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-ERW-STATUS.
           SELECT GRACE-NAME-INDEX ASSIGN TO GRACENDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-NDX-CUST-ID
               ALTERNATE RECORD KEY IS GRACE-NDX-FULL-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS GRACE-NDX-PHONETIC
                   WITH DUPLICATES
               FILE STATUS IS GRACE-NDX-STATUS.
           SELECT GRACE-MST-FILE ASSIGN TO GRACEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-MST-KEY
               FILE STATUS IS GRACE-MST-STATUS.
           SELECT GRACE-ACT-FILE ASSIGN TO GRACEACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-ACT-NUMBER
               ALTERNATE RECORD KEY IS GRACE-ACT-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS GRACE-ACT-STATUS.
           SELECT GRACE-CPF-FILE ASSIGN TO GRACECPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-CPF-CUST-ID
               FILE STATUS IS GRACE-CPF-STATUS.
           SELECT GRACE-CSH-FILE ASSIGN TO GRACECSH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CSH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

      *Erasure requests: customer, date received, reference.
       FD  GRACE-ERQ-FILE
           RECORDING MODE IS F.
       01 GRACE-ERQ-REC.
           05 GRACE-ERQ-CUST-ID PIC X(06).
           05 GRACE-ERQ-CUST-ID-N REDEFINES GRACE-ERQ-CUST-ID
               PIC 9(06).
           05 FILLER PIC X(01).
           05 GRACE-ERQ-RECEIVED PIC 9(08).
           05 FILLER PIC X(01).
           05 GRACE-ERQ-REFERENCE PIC X(12).
           05 FILLER PIC X(52).

       FD  GRACE-CST-FILE.
       01 GRACE-CST-REC.
           05 GRACE-CST-ID PIC 9(06).
           05 GRACE-CST-FIRST-NAME PIC X(15).
           05 GRACE-CST-LAST-NAME PIC X(15).
           05 GRACE-CST-STREET PIC X(20).
           05 GRACE-CST-CITY PIC X(12).
           05 GRACE-CST-STATE PIC X(02).
           05 GRACE-CST-ZIP PIC X(05).
           05 FILLER PIC X(05).

       FD  GRACE-CCL-FILE
           RECORDING MODE IS F.
       01 GRACE-CCL-REC.
           05 GRACE-CCL-FUNCTION PIC X(01).
               88 GRACE-CCL-NAME-IMAGE VALUE 'A' 'C' 'D'.
               88 GRACE-CCL-ADDRESS-MOVE VALUE 'M'.
           05 GRACE-CCL-CUST-ID PIC 9(06).
           05 GRACE-CCL-OLD-FIRST PIC X(15).
           05 GRACE-CCL-OLD-LAST PIC X(15).
           05 GRACE-CCL-NEW-FIRST PIC X(15).
           05 GRACE-CCL-NEW-LAST PIC X(15).
           05 GRACE-CCL-DATE PIC 9(08).
           05 FILLER PIC X(05).
           COPY GRACECCLM.

       FD  GRACE-CSA-FILE
           RECORDING MODE IS F.
       01 GRACE-CSA-REC.
           05 GRACE-CSA-ID PIC 9(06).
           05 GRACE-CSA-FIRST-NAME PIC X(15).
           05 GRACE-CSA-LAST-NAME PIC X(15).
           05 GRACE-CSA-STREET PIC X(20).
           05 GRACE-CSA-CITY PIC X(12).
           05 GRACE-CSA-STATE PIC X(02).
           05 GRACE-CSA-ZIP PIC X(05).
           05 GRACE-CSA-ARCHIVE-DATE PIC 9(08).
           05 GRACE-CSA-LAST-UPD-DATE PIC 9(08).
           05 FILLER PIC X(09).

      *A GRACEARC archive of GRACEEXC, in GRACEEXC layout.
       FD  GRACE-XCA-FILE
           RECORDING MODE IS F.
       01 GRACE-XCA-REC.
           05 GRACE-XCA-PROGRAM PIC X(15).
           05 GRACE-XCA-EVENT-TYPE PIC X(10).
           05 GRACE-XCA-FIELD-NAME PIC X(15).
           05 GRACE-XCA-DETAIL PIC X(40).
           05 GRACE-XCA-DATE PIC 9(08).
           05 GRACE-XCA-CYCLE PIC 9(02).

      *A GRACEBKP generation of the name index, unloaded flat.
       FD  GRACE-BKN-FILE
           RECORDING MODE IS F.
       01 GRACE-BKN-REC.
           05 GRACE-BKN-CUST-ID PIC 9(06).
           05 GRACE-BKN-FULL-NAME PIC X(30).
           05 GRACE-BKN-PHONETIC PIC X(04).
           05 FILLER PIC X(40).

      *Workspace a changed sequential file is recreated through.
       FD  GRACE-ERW-FILE
           RECORDING MODE IS F.
       01 GRACE-ERW-REC PIC X(100).

       FD  GRACE-NAME-INDEX.
       01 GRACE-NDX-REC.
           05 GRACE-NDX-CUST-ID PIC 9(06).
           05 GRACE-NDX-FULL-NAME PIC X(30).
           05 GRACE-NDX-PHONETIC PIC X(04).
           05 FILLER PIC X(40).

       FD  GRACE-MST-FILE.
       01 GRACE-MST-REC.
           05 GRACE-MST-KEY PIC 9(06).
           05 GRACE-MST-VALUE PIC X(30).
           05 GRACE-MST-UPD-DATE PIC 9(08).
           05 GRACE-MST-BALANCE PIC S9(09)
               SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(26).

       FD  GRACE-ACT-FILE.
           COPY GRACEACT.

       FD  GRACE-CPF-FILE.
           COPY GRACECPF.

       FD  GRACE-CSH-FILE
           RECORDING MODE IS F.
           COPY GRACECSH.

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

           COPY GRACEACTH.

       01 GRACE-ERQ-STATUS PIC X(02).
           88 GRACE-ERQ-OK VALUE '00'.
           88 GRACE-ERQ-NOT-FOUND VALUE '35'.

       01 GRACE-CST-STATUS PIC X(02).
           88 GRACE-CST-OK VALUE '00'.
           88 GRACE-CST-NOT-FOUND VALUE '35'.

       01 GRACE-CCL-STATUS PIC X(02).
           88 GRACE-CCL-OK VALUE '00'.
           88 GRACE-CCL-NOT-FOUND VALUE '35'.

       01 GRACE-CSA-STATUS PIC X(02).
           88 GRACE-CSA-OK VALUE '00'.
           88 GRACE-CSA-NOT-FOUND VALUE '35'.

       01 GRACE-XCA-STATUS PIC X(02).
           88 GRACE-XCA-OK VALUE '00'.
           88 GRACE-XCA-NOT-FOUND VALUE '35'.

       01 GRACE-BKN-STATUS PIC X(02).
           88 GRACE-BKN-OK VALUE '00'.
           88 GRACE-BKN-NOT-FOUND VALUE '35'.

       01 GRACE-ERW-STATUS PIC X(02).
           88 GRACE-ERW-OK VALUE '00'.

       01 GRACE-NDX-STATUS PIC X(02).
           88 GRACE-NDX-OK VALUE '00'.
           88 GRACE-NDX-NOT-FOUND VALUE '35'.

       01 GRACE-MST-STATUS PIC X(02).
           88 GRACE-MST-OK VALUE '00'.
           88 GRACE-MST-NOT-FOUND VALUE '35'.

       01 GRACE-CPF-STATUS PIC X(02).
           88 GRACE-CPF-OK VALUE '00'.
           88 GRACE-CPF-NOT-FOUND VALUE '35'.

       01 GRACE-CSH-STATUS PIC X(02).
           88 GRACE-CSH-OK VALUE '00'.
           88 GRACE-CSH-NOT-FOUND VALUE '35'.

       01 GRACE-ERA-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-ERA-END-OF-FILE VALUE 'Y'.

       01 GRACE-MST-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-MST-OPEN VALUE 'Y'.

       01 GRACE-CSH-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-CSH-OPEN VALUE 'Y'.

      *The files searched, in certificate order.
       01 GRACE-ERA-FILE-NAMES.
           05 FILLER PIC X(08) VALUE "GRACECSK".
           05 FILLER PIC X(08) VALUE "GRACENDX".
           05 FILLER PIC X(08) VALUE "GRACECCL".
           05 FILLER PIC X(08) VALUE "GRACEMST".
           05 FILLER PIC X(08) VALUE "GRACECSA".
           05 FILLER PIC X(08) VALUE "GRACEXCA".
           05 FILLER PIC X(08) VALUE "BKPNDX".
           05 FILLER PIC X(08) VALUE "GRACECPF".
       01 GRACE-ERA-FILE-NAME-TBL REDEFINES GRACE-ERA-FILE-NAMES.
           05 GRACE-ERA-FILE-NAME PIC X(08) OCCURS 8 TIMES.

      *Per file: present or not, and records changed in all.
       01 GRACE-ERA-FILE-CTL.
           05 GRACE-ERA-FILE-IDX PIC 9(02) VALUE ZERO.
           05 GRACE-ERA-FILE-ENTRY OCCURS 8 TIMES.
               10 GRACE-ERA-FILE-PRESENT PIC X(01) VALUE 'N'.
                   88 GRACE-ERA-FILE-IS-PRESENT VALUE 'Y'.
               10 GRACE-ERA-FILE-CHANGED PIC 9(06) VALUE ZERO.

      *The requests, with each one's fate and its changes by file.
       01 GRACE-ERA-TABLE-CTL.
           05 GRACE-ERA-USED PIC 9(03) VALUE ZERO.
           05 GRACE-ERA-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-ERA-FOUND-IDX PIC 9(03) VALUE ZERO.
           05 GRACE-ERA-TABLE OCCURS 100 TIMES.
               10 GRACE-ERA-TBL-ID PIC 9(06).
               10 GRACE-ERA-TBL-RECEIVED PIC 9(08).
               10 GRACE-ERA-TBL-REFERENCE PIC X(12).
               10 GRACE-ERA-TBL-STATE PIC X(01).
                   88 GRACE-ERA-TBL-TO-ERASE VALUE 'E'.
                   88 GRACE-ERA-TBL-REFUSED VALUE 'R'.
               10 GRACE-ERA-TBL-REASON PIC X(30).
               10 GRACE-ERA-TBL-BALANCE PIC S9(11).
               10 GRACE-ERA-TBL-CHANGED PIC 9(06) OCCURS 8 TIMES.

       01 GRACE-ERA-LOOK-ID PIC 9(06) VALUE ZERO.
       01 GRACE-ERA-LOOK-TEXT REDEFINES GRACE-ERA-LOOK-ID
           PIC X(06).
       01 GRACE-ERA-TALLY PIC 9(04) VALUE ZERO.

      *Before and after images, to count only real changes.
       01 GRACE-ERA-BEFORE PIC X(100) VALUE SPACES.
       01 GRACE-ERA-AFTER PIC X(100) VALUE SPACES.

       01 GRACE-ERA-COUNTS.
           05 GRACE-ERA-READ-COUNT PIC 9(04) VALUE ZERO.
           05 GRACE-ERA-ERASE-COUNT PIC 9(04) VALUE ZERO.
           05 GRACE-ERA-REFUSED-COUNT PIC 9(04) VALUE ZERO.
           05 GRACE-ERA-OVERFLOW-COUNT PIC 9(04) VALUE ZERO.

       01 GRACE-ERA-TIME PIC 9(08) VALUE ZERO.
       01 GRACE-ERA-BALANCE-ED PIC -(10)9 VALUE ZERO.

       01 GRACE-ERA-CERT-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 GRACE-ERA-CRT-FILE PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 GRACE-ERA-CRT-TEXT PIC X(24).
           05 GRACE-ERA-CRT-COUNT PIC Z(05)9.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACEERA" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 1000-LOAD-REQUESTS.
           IF GRACE-ERA-USED = ZERO
               DISPLAY "NO ERASURE REQUESTS - NOTHING DONE"
           ELSE
               PERFORM 8100-OPEN-ACCOUNTS
               OPEN I-O GRACE-MST-FILE
               IF GRACE-MST-OK
                   SET GRACE-MST-OPEN TO TRUE
               END-IF
               PERFORM 2000-CHECK-BALANCES
                   VARYING GRACE-ERA-IDX FROM 1 BY 1
                   UNTIL GRACE-ERA-IDX > GRACE-ERA-USED
               IF GRACE-ERA-ERASE-COUNT > ZERO
                   PERFORM 3000-ERASE-CUSTOMER-MASTER
                   PERFORM 3500-ERASE-NAME-INDEX
                   PERFORM 4000-ERASE-CHANGE-LOG
                   PERFORM 4500-ERASE-ACCOUNT-MASTER
                   PERFORM 5000-ERASE-CUSTOMER-ARCHIVE
                   PERFORM 5500-ERASE-EXCEPTION-ARCHIVE
                   PERFORM 6000-ERASE-INDEX-BACKUP
                   PERFORM 6500-CLOSE-PROFILES
               END-IF
               IF GRACE-MST-OPEN
                   CLOSE GRACE-MST-FILE
               END-IF
               PERFORM 8130-CLOSE-ACCOUNTS
           END-IF.
           PERFORM 7000-PRINT-CERTIFICATE.
           IF GRACE-ERA-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE GRACE-ERA-ERASE-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           GOBACK.

      *----------------------------------------------------------
      * 1000-LOAD-REQUESTS tables the requests. A request with no
      * usable customer ID, or for a customer already asked for,
      * is refused on the spot.
      *----------------------------------------------------------
       1000-LOAD-REQUESTS.
           OPEN INPUT GRACE-ERQ-FILE.
           IF GRACE-ERQ-NOT-FOUND
               DISPLAY "GRACEERQ NOT FOUND - NO ERASURE REQUESTS"
           ELSE
               MOVE 'N' TO GRACE-ERA-EOF-SW
               PERFORM 1100-READ-REQUEST
               PERFORM 1200-STORE-REQUEST
                   UNTIL GRACE-ERA-END-OF-FILE
               CLOSE GRACE-ERQ-FILE
           END-IF.

       1100-READ-REQUEST.
           READ GRACE-ERQ-FILE
               AT END
                   SET GRACE-ERA-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO GRACE-ERA-READ-COUNT
           END-READ.

       1200-STORE-REQUEST.
           MOVE ZERO TO GRACE-ERA-FOUND-IDX.
           IF GRACE-ERQ-CUST-ID NUMERIC
               MOVE GRACE-ERQ-CUST-ID-N TO GRACE-ERA-LOOK-ID
               PERFORM 2900-FIND-REQUEST
           END-IF.
           IF GRACE-ERA-USED < 100
               ADD 1 TO GRACE-ERA-USED
               MOVE GRACE-ERA-USED TO GRACE-ERA-IDX
               INITIALIZE GRACE-ERA-TABLE(GRACE-ERA-IDX)
               MOVE GRACE-ERQ-REFERENCE
                   TO GRACE-ERA-TBL-REFERENCE(GRACE-ERA-IDX)
               IF GRACE-ERQ-RECEIVED NUMERIC
                   MOVE GRACE-ERQ-RECEIVED
                       TO GRACE-ERA-TBL-RECEIVED(GRACE-ERA-IDX)
               END-IF
               EVALUATE TRUE
                   WHEN GRACE-ERQ-CUST-ID NOT NUMERIC
                       OR GRACE-ERQ-CUST-ID-N = ZERO
                       MOVE "CUSTOMER ID NOT VALID"
                           TO GRACE-ERA-TBL-REASON(GRACE-ERA-IDX)
                       PERFORM 1300-REFUSE-REQUEST
                   WHEN GRACE-ERA-FOUND-IDX > ZERO
                       MOVE GRACE-ERQ-CUST-ID-N
                           TO GRACE-ERA-TBL-ID(GRACE-ERA-IDX)
                       MOVE "CUSTOMER ALREADY REQUESTED"
                           TO GRACE-ERA-TBL-REASON(GRACE-ERA-IDX)
                       PERFORM 1300-REFUSE-REQUEST
                   WHEN OTHER
                       MOVE GRACE-ERQ-CUST-ID-N
                           TO GRACE-ERA-TBL-ID(GRACE-ERA-IDX)
                       SET GRACE-ERA-TBL-TO-ERASE(GRACE-ERA-IDX)
                           TO TRUE
                       ADD 1 TO GRACE-ERA-ERASE-COUNT
               END-EVALUATE
           ELSE
               ADD 1 TO GRACE-ERA-OVERFLOW-COUNT
               ADD 1 TO GRACE-ERA-REFUSED-COUNT
           END-IF.
           PERFORM 1100-READ-REQUEST.

       1300-REFUSE-REQUEST.
           SET GRACE-ERA-TBL-REFUSED(GRACE-ERA-IDX) TO TRUE.
           ADD 1 TO GRACE-ERA-REFUSED-COUNT.

      *----------------------------------------------------------
      * 2000-CHECK-BALANCES adds up the balances on every account
      * the customer holds; anything but zero refuses the
      * erasure - the money has to be settled first.
      *----------------------------------------------------------
       2000-CHECK-BALANCES.
           IF GRACE-ERA-TBL-TO-ERASE(GRACE-ERA-IDX)
               MOVE ZERO TO GRACE-ERA-TBL-BALANCE(GRACE-ERA-IDX)
               IF GRACE-MST-OPEN
                   MOVE GRACE-ERA-TBL-ID(GRACE-ERA-IDX)
                       TO GRACE-ACX-CUST-ID
                   PERFORM 8110-FIRST-ACCOUNT
                   PERFORM 2100-ADD-ONE-BALANCE
                       UNTIL GRACE-ACX-DONE
               END-IF
               IF GRACE-ERA-TBL-BALANCE(GRACE-ERA-IDX) NOT = ZERO
                   MOVE "BALANCE NOT ZERO"
                       TO GRACE-ERA-TBL-REASON(GRACE-ERA-IDX)
                   PERFORM 1300-REFUSE-REQUEST
                   SUBTRACT 1 FROM GRACE-ERA-ERASE-COUNT
               END-IF
           END-IF.

       2100-ADD-ONE-BALANCE.
           MOVE GRACE-ACX-ACCOUNT TO GRACE-MST-KEY.
           READ GRACE-MST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GRACE-MST-BALANCE NUMERIC
                       ADD GRACE-MST-BALANCE
                           TO GRACE-ERA-TBL-BALANCE(GRACE-ERA-IDX)
                   END-IF
           END-READ.
           PERFORM 8120-NEXT-ACCOUNT.

      *----------------------------------------------------------
      * 2900-FIND-REQUEST looks GRACE-ERA-LOOK-ID up among the
      * requests being erased.
      *----------------------------------------------------------
       2900-FIND-REQUEST.
           MOVE ZERO TO GRACE-ERA-FOUND-IDX.
           PERFORM 2950-MATCH-REQUEST
               VARYING GRACE-ERA-IDX FROM 1 BY 1
               UNTIL GRACE-ERA-IDX > GRACE-ERA-USED
                   OR GRACE-ERA-FOUND-IDX > ZERO.

       2950-MATCH-REQUEST.
           IF GRACE-ERA-TBL-ID(GRACE-ERA-IDX) = GRACE-ERA-LOOK-ID
                   AND GRACE-ERA-TBL-TO-ERASE(GRACE-ERA-IDX)
               MOVE GRACE-ERA-IDX TO GRACE-ERA-FOUND-IDX
           END-IF.

      *----------------------------------------------------------
      * 2990-COUNT-CHANGE counts a record against the request and
      * the file when its after image differs from its before.
      *----------------------------------------------------------
       2990-COUNT-CHANGE.
           IF GRACE-ERA-AFTER NOT = GRACE-ERA-BEFORE
               ADD 1 TO GRACE-ERA-TBL-CHANGED(GRACE-ERA-FOUND-IDX,
                   GRACE-ERA-FILE-IDX)
               ADD 1 TO GRACE-ERA-FILE-CHANGED(GRACE-ERA-FILE-IDX)
           END-IF.

      *----------------------------------------------------------
      * 3000-ERASE-CUSTOMER-MASTER rewrites each customer's
      * GRACECSK record in place.
      *----------------------------------------------------------
       3000-ERASE-CUSTOMER-MASTER.
           MOVE 1 TO GRACE-ERA-FILE-IDX.
           OPEN I-O GRACE-CST-FILE.
           IF GRACE-CST-OK
               MOVE 'Y' TO GRACE-ERA-FILE-PRESENT(GRACE-ERA-FILE-IDX)
               PERFORM 3200-ERASE-ONE-CUSTOMER
                   VARYING GRACE-ERA-FOUND-IDX FROM 1 BY 1
                   UNTIL GRACE-ERA-FOUND-IDX > GRACE-ERA-USED
               CLOSE GRACE-CST-FILE
           END-IF.

       3200-ERASE-ONE-CUSTOMER.
           IF GRACE-ERA-TBL-TO-ERASE(GRACE-ERA-FOUND-IDX)
               MOVE GRACE-ERA-TBL-ID(GRACE-ERA-FOUND-IDX)
                   TO GRACE-CST-ID
               READ GRACE-CST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GRACE-CST-REC TO GRACE-ERA-BEFORE
                       MOVE SPACES TO GRACE-CST-FIRST-NAME
                       MOVE "ERASED" TO GRACE-CST-LAST-NAME
                       MOVE SPACES TO GRACE-CST-STREET
                       MOVE SPACES TO GRACE-CST-CITY
                       MOVE SPACES TO GRACE-CST-STATE
                       MOVE SPACES TO GRACE-CST-ZIP
                       MOVE GRACE-CST-REC TO GRACE-ERA-AFTER
                       IF GRACE-ERA-AFTER NOT = GRACE-ERA-BEFORE
                           REWRITE GRACE-CST-REC
                           PERFORM 2990-COUNT-CHANGE
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------
      * 3500-ERASE-NAME-INDEX rewrites each customer's GRACENDX
      * entry in place.
      *----------------------------------------------------------
       3500-ERASE-NAME-INDEX.
           MOVE 2 TO GRACE-ERA-FILE-IDX.
           OPEN I-O GRACE-NAME-INDEX.
           IF GRACE-NDX-OK
               MOVE 'Y' TO GRACE-ERA-FILE-PRESENT(GRACE-ERA-FILE-IDX)
               PERFORM 3600-ERASE-ONE-INDEX-ENTRY
                   VARYING GRACE-ERA-FOUND-IDX FROM 1 BY 1
                   UNTIL GRACE-ERA-FOUND-IDX > GRACE-ERA-USED
               CLOSE GRACE-NAME-INDEX
           END-IF.

       3600-ERASE-ONE-INDEX-ENTRY.
           IF GRACE-ERA-TBL-TO-ERASE(GRACE-ERA-FOUND-IDX)
               MOVE GRACE-ERA-TBL-ID(GRACE-ERA-FOUND-IDX)
                   TO GRACE-NDX-CUST-ID
               READ GRACE-NAME-INDEX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GRACE-NDX-REC TO GRACE-ERA-BEFORE
                       MOVE "ERASED" TO GRACE-NDX-FULL-NAME
                       MOVE SPACES TO GRACE-NDX-PHONETIC
                       MOVE GRACE-NDX-REC TO GRACE-ERA-AFTER
                       IF GRACE-ERA-AFTER NOT = GRACE-ERA-BEFORE
                           REWRITE GRACE-NDX-REC
                           PERFORM 2990-COUNT-CHANGE
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------
      * 4000-ERASE-CHANGE-LOG - GRACECCL through GRACEERW. A name
      * image is ERASED where there was a name; an address move
      * loses both addresses. The link records carry no names.
      *----------------------------------------------------------
       4000-ERASE-CHANGE-LOG.
           MOVE 3 TO GRACE-ERA-FILE-IDX.
           OPEN INPUT GRACE-CCL-FILE.
           IF GRACE-CCL-OK
               MOVE 'Y' TO GRACE-ERA-FILE-PRESENT(GRACE-ERA-FILE-IDX)
               OPEN OUTPUT GRACE-ERW-FILE
               MOVE 'N' TO GRACE-ERA-EOF-SW
               PERFORM 4100-READ-CHANGE-LOG
               PERFORM 4200-ERASE-ONE-CHANGE
                   UNTIL GRACE-ERA-END-OF-FILE
               CLOSE GRACE-ERW-FILE
               CLOSE GRACE-CCL-FILE
               IF GRACE-ERA-FILE-CHANGED(GRACE-ERA-FILE-IDX) > ZERO
                   OPEN INPUT GRACE-ERW-FILE
                   OPEN OUTPUT GRACE-CCL-FILE
                   MOVE 'N' TO GRACE-ERA-EOF-SW
                   PERFORM 9000-READ-WORKSPACE
                   PERFORM 4300-COPY-BACK-CHANGE
                       UNTIL GRACE-ERA-END-OF-FILE
                   CLOSE GRACE-CCL-FILE
                   CLOSE GRACE-ERW-FILE
               END-IF
           END-IF.

       4100-READ-CHANGE-LOG.
           READ GRACE-CCL-FILE
               AT END
                   SET GRACE-ERA-END-OF-FILE TO TRUE
           END-READ.

       4200-ERASE-ONE-CHANGE.
           MOVE GRACE-CCL-CUST-ID TO GRACE-ERA-LOOK-ID.
           PERFORM 2900-FIND-REQUEST.
           IF GRACE-ERA-FOUND-IDX > ZERO
               MOVE GRACE-CCL-REC TO GRACE-ERA-BEFORE
               EVALUATE TRUE
                   WHEN GRACE-CCL-NAME-IMAGE
                       PERFORM 4250-ERASE-NAME-IMAGES
                   WHEN GRACE-CCL-ADDRESS-MOVE
                       MOVE SPACES TO GRACE-CCL-OLD-STREET
                       MOVE SPACES TO GRACE-CCL-OLD-CITY
                       MOVE SPACES TO GRACE-CCL-OLD-STATE
                       MOVE SPACES TO GRACE-CCL-OLD-ZIP
                       MOVE SPACES TO GRACE-CCL-NEW-STATE
                       MOVE SPACES TO GRACE-CCL-NEW-ZIP
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE GRACE-CCL-REC TO GRACE-ERA-AFTER
               PERFORM 2990-COUNT-CHANGE
           END-IF.
           MOVE GRACE-CCL-REC TO GRACE-ERW-REC.
           WRITE GRACE-ERW-REC.
           PERFORM 4100-READ-CHANGE-LOG.

       4250-ERASE-NAME-IMAGES.
           IF GRACE-CCL-OLD-FIRST NOT = SPACES
                   OR GRACE-CCL-OLD-LAST NOT = SPACES
               MOVE SPACES TO GRACE-CCL-OLD-FIRST
               MOVE "ERASED" TO GRACE-CCL-OLD-LAST
           END-IF.
           IF GRACE-CCL-NEW-FIRST NOT = SPACES
                   OR GRACE-CCL-NEW-LAST NOT = SPACES
               MOVE SPACES TO GRACE-CCL-NEW-FIRST
               MOVE "ERASED" TO GRACE-CCL-NEW-LAST
           END-IF.

       4300-COPY-BACK-CHANGE.
           MOVE GRACE-ERW-REC TO GRACE-CCL-REC.
           WRITE GRACE-CCL-REC.
           PERFORM 9000-READ-WORKSPACE.

      *----------------------------------------------------------
      * 4500-ERASE-ACCOUNT-MASTER rewrites the value on each of
      * the customer's accounts; the balance, already proved zero,
      * and the dates stay as they are.
      *----------------------------------------------------------
       4500-ERASE-ACCOUNT-MASTER.
           MOVE 4 TO GRACE-ERA-FILE-IDX.
           IF GRACE-MST-OPEN
               MOVE 'Y' TO GRACE-ERA-FILE-PRESENT(GRACE-ERA-FILE-IDX)
               PERFORM 4600-ERASE-ONE-CUSTOMERS-ACCTS
                   VARYING GRACE-ERA-FOUND-IDX FROM 1 BY 1
                   UNTIL GRACE-ERA-FOUND-IDX > GRACE-ERA-USED
           END-IF.

       4600-ERASE-ONE-CUSTOMERS-ACCTS.
           IF GRACE-ERA-TBL-TO-ERASE(GRACE-ERA-FOUND-IDX)
               MOVE GRACE-ERA-TBL-ID(GRACE-ERA-FOUND-IDX)
                   TO GRACE-ACX-CUST-ID
               PERFORM 8110-FIRST-ACCOUNT
               PERFORM 4700-ERASE-ONE-ACCOUNT
                   UNTIL GRACE-ACX-DONE
           END-IF.

       4700-ERASE-ONE-ACCOUNT.
           MOVE GRACE-ACX-ACCOUNT TO GRACE-MST-KEY.
           READ GRACE-MST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GRACE-MST-REC TO GRACE-ERA-BEFORE
                   MOVE "ERASED" TO GRACE-MST-VALUE
                   MOVE GRACE-MST-REC TO GRACE-ERA-AFTER
                   IF GRACE-ERA-AFTER NOT = GRACE-ERA-BEFORE
                       REWRITE GRACE-MST-REC
                       PERFORM 2990-COUNT-CHANGE
                   END-IF
           END-READ.
           PERFORM 8120-NEXT-ACCOUNT.

      *----------------------------------------------------------
      * 5000-ERASE-CUSTOMER-ARCHIVE - GRACECSA through GRACEERW;
      * the archive and last-update dates stay.
      *----------------------------------------------------------
       5000-ERASE-CUSTOMER-ARCHIVE.
           MOVE 5 TO GRACE-ERA-FILE-IDX.
           OPEN INPUT GRACE-CSA-FILE.
           IF GRACE-CSA-OK
               MOVE 'Y' TO GRACE-ERA-FILE-PRESENT(GRACE-ERA-FILE-IDX)
               OPEN OUTPUT GRACE-ERW-FILE
               MOVE 'N' TO GRACE-ERA-EOF-SW
               PERFORM 5100-READ-ARCHIVE
               PERFORM 5200-ERASE-ONE-ARCHIVE-ROW
                   UNTIL GRACE-ERA-END-OF-FILE
               CLOSE GRACE-ERW-FILE
               CLOSE GRACE-CSA-FILE
               IF GRACE-ERA-FILE-CHANGED(GRACE-ERA-FILE-IDX) > ZERO
                   OPEN INPUT GRACE-ERW-FILE
                   OPEN OUTPUT GRACE-CSA-FILE
                   MOVE 'N' TO GRACE-ERA-EOF-SW
                   PERFORM 9000-READ-WORKSPACE
                   PERFORM 5300-COPY-BACK-ARCHIVE
                       UNTIL GRACE-ERA-END-OF-FILE
                   CLOSE GRACE-CSA-FILE
                   CLOSE GRACE-ERW-FILE
               END-IF
           END-IF.

       5100-READ-ARCHIVE.
           READ GRACE-CSA-FILE
               AT END
                   SET GRACE-ERA-END-OF-FILE TO TRUE
           END-READ.

       5200-ERASE-ONE-ARCHIVE-ROW.
           MOVE GRACE-CSA-ID TO GRACE-ERA-LOOK-ID.
           PERFORM 2900-FIND-REQUEST.
           IF GRACE-ERA-FOUND-IDX > ZERO
               MOVE GRACE-CSA-REC TO GRACE-ERA-BEFORE
               MOVE SPACES TO GRACE-CSA-FIRST-NAME
               MOVE "ERASED" TO GRACE-CSA-LAST-NAME
               MOVE SPACES TO GRACE-CSA-STREET
               MOVE SPACES TO GRACE-CSA-CITY
               MOVE SPACES TO GRACE-CSA-STATE
               MOVE SPACES TO GRACE-CSA-ZIP
               MOVE GRACE-CSA-REC TO GRACE-ERA-AFTER
               PERFORM 2990-COUNT-CHANGE
           END-IF.
           MOVE GRACE-CSA-REC TO GRACE-ERW-REC.
           WRITE GRACE-ERW-REC.
           PERFORM 5100-READ-ARCHIVE.

       5300-COPY-BACK-ARCHIVE.
           MOVE GRACE-ERW-REC TO GRACE-CSA-REC.
           WRITE GRACE-CSA-REC.
           PERFORM 9000-READ-WORKSPACE.

      *----------------------------------------------------------
      * 5500-ERASE-EXCEPTION-ARCHIVE - an archived GRACEEXC
      * record whose detail quotes an erased customer's ID loses
      * the detail; the rest of the record, the count and the
      * date stay for the archive's own summaries.
      *----------------------------------------------------------
       5500-ERASE-EXCEPTION-ARCHIVE.
           MOVE 6 TO GRACE-ERA-FILE-IDX.
           OPEN INPUT GRACE-XCA-FILE.
           IF GRACE-XCA-OK
               MOVE 'Y' TO GRACE-ERA-FILE-PRESENT(GRACE-ERA-FILE-IDX)
               OPEN OUTPUT GRACE-ERW-FILE
               MOVE 'N' TO GRACE-ERA-EOF-SW
               PERFORM 5600-READ-EXCEPTION
               PERFORM 5700-ERASE-ONE-EXCEPTION
                   UNTIL GRACE-ERA-END-OF-FILE
               CLOSE GRACE-ERW-FILE
               CLOSE GRACE-XCA-FILE
               IF GRACE-ERA-FILE-CHANGED(GRACE-ERA-FILE-IDX) > ZERO
                   OPEN INPUT GRACE-ERW-FILE
                   OPEN OUTPUT GRACE-XCA-FILE
                   MOVE 'N' TO GRACE-ERA-EOF-SW
                   PERFORM 9000-READ-WORKSPACE
                   PERFORM 5900-COPY-BACK-EXCEPTION
                       UNTIL GRACE-ERA-END-OF-FILE
                   CLOSE GRACE-XCA-FILE
                   CLOSE GRACE-ERW-FILE
               END-IF
           END-IF.

       5600-READ-EXCEPTION.
           READ GRACE-XCA-FILE
               AT END
                   SET GRACE-ERA-END-OF-FILE TO TRUE
           END-READ.

       5700-ERASE-ONE-EXCEPTION.
           MOVE ZERO TO GRACE-ERA-FOUND-IDX.
           PERFORM 5800-SCAN-FOR-CUSTOMER
               VARYING GRACE-ERA-IDX FROM 1 BY 1
               UNTIL GRACE-ERA-IDX > GRACE-ERA-USED
                   OR GRACE-ERA-FOUND-IDX > ZERO.
           IF GRACE-ERA-FOUND-IDX > ZERO
               MOVE GRACE-XCA-REC TO GRACE-ERA-BEFORE
               MOVE "DETAIL ERASED - PRIVACY REQUEST"
                   TO GRACE-XCA-DETAIL
               MOVE GRACE-XCA-REC TO GRACE-ERA-AFTER
               PERFORM 2990-COUNT-CHANGE
           END-IF.
           MOVE GRACE-XCA-REC TO GRACE-ERW-REC.
           WRITE GRACE-ERW-REC.
           PERFORM 5600-READ-EXCEPTION.

       5800-SCAN-FOR-CUSTOMER.
           IF GRACE-ERA-TBL-TO-ERASE(GRACE-ERA-IDX)
               MOVE GRACE-ERA-TBL-ID(GRACE-ERA-IDX)
                   TO GRACE-ERA-LOOK-ID
               MOVE ZERO TO GRACE-ERA-TALLY
               INSPECT GRACE-XCA-DETAIL TALLYING GRACE-ERA-TALLY
                   FOR ALL GRACE-ERA-LOOK-TEXT
               IF GRACE-ERA-TALLY > ZERO
                   MOVE GRACE-ERA-IDX TO GRACE-ERA-FOUND-IDX
               END-IF
           END-IF.

       5900-COPY-BACK-EXCEPTION.
           MOVE GRACE-ERW-REC TO GRACE-XCA-REC.
           WRITE GRACE-XCA-REC.
           PERFORM 9000-READ-WORKSPACE.

      *----------------------------------------------------------
      * 6000-ERASE-INDEX-BACKUP - a GRACEBKP generation of the
      * name index, through GRACEERW.
      *----------------------------------------------------------
       6000-ERASE-INDEX-BACKUP.
           MOVE 7 TO GRACE-ERA-FILE-IDX.
           OPEN INPUT GRACE-BKN-FILE.
           IF GRACE-BKN-OK
               MOVE 'Y' TO GRACE-ERA-FILE-PRESENT(GRACE-ERA-FILE-IDX)
               OPEN OUTPUT GRACE-ERW-FILE
               MOVE 'N' TO GRACE-ERA-EOF-SW
               PERFORM 6100-READ-BACKUP
               PERFORM 6200-ERASE-ONE-BACKUP-ENTRY
                   UNTIL GRACE-ERA-END-OF-FILE
               CLOSE GRACE-ERW-FILE
               CLOSE GRACE-BKN-FILE
               IF GRACE-ERA-FILE-CHANGED(GRACE-ERA-FILE-IDX) > ZERO
                   OPEN INPUT GRACE-ERW-FILE
                   OPEN OUTPUT GRACE-BKN-FILE
                   MOVE 'N' TO GRACE-ERA-EOF-SW
                   PERFORM 9000-READ-WORKSPACE
                   PERFORM 6300-COPY-BACK-BACKUP
                       UNTIL GRACE-ERA-END-OF-FILE
                   CLOSE GRACE-BKN-FILE
                   CLOSE GRACE-ERW-FILE
               END-IF
           END-IF.

       6100-READ-BACKUP.
           READ GRACE-BKN-FILE
               AT END
                   SET GRACE-ERA-END-OF-FILE TO TRUE
           END-READ.

       6200-ERASE-ONE-BACKUP-ENTRY.
           MOVE GRACE-BKN-CUST-ID TO GRACE-ERA-LOOK-ID.
           PERFORM 2900-FIND-REQUEST.
           IF GRACE-ERA-FOUND-IDX > ZERO
               MOVE GRACE-BKN-REC TO GRACE-ERA-BEFORE
               MOVE "ERASED" TO GRACE-BKN-FULL-NAME
               MOVE SPACES TO GRACE-BKN-PHONETIC
               MOVE GRACE-BKN-REC TO GRACE-ERA-AFTER
               PERFORM 2990-COUNT-CHANGE
           END-IF.
           MOVE GRACE-BKN-REC TO GRACE-ERW-REC.
           WRITE GRACE-ERW-REC.
           PERFORM 6100-READ-BACKUP.

       6300-COPY-BACK-BACKUP.
           MOVE GRACE-ERW-REC TO GRACE-BKN-REC.
           WRITE GRACE-BKN-REC.
           PERFORM 9000-READ-WORKSPACE.

      *----------------------------------------------------------
      * 6500-CLOSE-PROFILES closes an erased customer still open
      * on GRACECPF and records the change on GRACECSH the way
      * GRACECMT does.
      *----------------------------------------------------------
       6500-CLOSE-PROFILES.
           MOVE 8 TO GRACE-ERA-FILE-IDX.
           OPEN I-O GRACE-CPF-FILE.
           IF GRACE-CPF-OK
               MOVE 'Y' TO GRACE-ERA-FILE-PRESENT(GRACE-ERA-FILE-IDX)
               ACCEPT GRACE-ERA-TIME FROM TIME
               PERFORM 6600-CLOSE-ONE-PROFILE
                   VARYING GRACE-ERA-FOUND-IDX FROM 1 BY 1
                   UNTIL GRACE-ERA-FOUND-IDX > GRACE-ERA-USED
               CLOSE GRACE-CPF-FILE
               IF GRACE-CSH-OPEN
                   CLOSE GRACE-CSH-FILE
               END-IF
           END-IF.

       6600-CLOSE-ONE-PROFILE.
           IF GRACE-ERA-TBL-TO-ERASE(GRACE-ERA-FOUND-IDX)
               MOVE GRACE-ERA-TBL-ID(GRACE-ERA-FOUND-IDX)
                   TO GRACE-CPF-CUST-ID
               READ GRACE-CPF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT GRACE-CPF-CUST-GONE
                           PERFORM 6700-WRITE-CLOSURE
                       END-IF
               END-READ
           END-IF.

       6700-WRITE-CLOSURE.
           MOVE SPACES TO GRACE-CSH-REC.
           MOVE GRACE-CPF-CUST-ID TO GRACE-CSH-CUST-ID.
           MOVE GRACE-CPF-CUST-STATUS TO GRACE-CSH-OLD-STATUS.
           MOVE 'C' TO GRACE-CPF-CUST-STATUS.
           MOVE GRACE-CYC-DATE TO GRACE-CPF-STATUS-DATE.
           MOVE "GRACEERA" TO GRACE-CPF-STATUS-OPER.
           MOVE "PRIVACY ERASURE" TO GRACE-CPF-STATUS-REASON.
           REWRITE GRACE-CPF-REC.
           ADD 1 TO GRACE-ERA-TBL-CHANGED(GRACE-ERA-FOUND-IDX,
               GRACE-ERA-FILE-IDX).
           ADD 1 TO GRACE-ERA-FILE-CHANGED(GRACE-ERA-FILE-IDX).
           MOVE 'C' TO GRACE-CSH-NEW-STATUS.
           MOVE GRACE-CYC-DATE TO GRACE-CSH-DATE.
           MOVE GRACE-ERA-TIME(1:6) TO GRACE-CSH-TIME.
           MOVE "GRACEERA" TO GRACE-CSH-OPER-ID.
           MOVE "PRIVACY ERASURE" TO GRACE-CSH-REASON.
           IF NOT GRACE-CSH-OPEN
               OPEN EXTEND GRACE-CSH-FILE
               IF GRACE-CSH-NOT-FOUND
                   OPEN OUTPUT GRACE-CSH-FILE
               END-IF
               SET GRACE-CSH-OPEN TO TRUE
           END-IF.
           WRITE GRACE-CSH-REC.

      *----------------------------------------------------------
      * 7000-PRINT-CERTIFICATE - one block per request: erased,
      * with every file searched and the records changed in it,
      * or refused with the reason.
      *----------------------------------------------------------
       7000-PRINT-CERTIFICATE.
           DISPLAY "PRIVACY ERASURE CERTIFICATE FOR " GRACE-CYC-DATE.
           PERFORM 7100-CERTIFY-ONE-REQUEST
               VARYING GRACE-ERA-FOUND-IDX FROM 1 BY 1
               UNTIL GRACE-ERA-FOUND-IDX > GRACE-ERA-USED.
           DISPLAY "FILES SEARCHED - RECORDS CHANGED IN ALL".
           PERFORM 7300-CERTIFY-ONE-FILE-TOTAL
               VARYING GRACE-ERA-FILE-IDX FROM 1 BY 1
               UNTIL GRACE-ERA-FILE-IDX > 8.
           DISPLAY "REQUESTS READ..............: "
               GRACE-ERA-READ-COUNT.
           DISPLAY "CUSTOMERS ERASED...........: "
               GRACE-ERA-ERASE-COUNT.
           DISPLAY "REQUESTS REFUSED...........: "
               GRACE-ERA-REFUSED-COUNT.
           IF GRACE-ERA-OVERFLOW-COUNT > ZERO
               DISPLAY "  OVER 100 REQUESTS - REFUSED, RESUBMIT: "
                   GRACE-ERA-OVERFLOW-COUNT
           END-IF.

       7100-CERTIFY-ONE-REQUEST.
           IF GRACE-ERA-TBL-TO-ERASE(GRACE-ERA-FOUND-IDX)
               DISPLAY "CUSTOMER " GRACE-ERA-TBL-ID(GRACE-ERA-FOUND-IDX)
                   " REF " GRACE-ERA-TBL-REFERENCE(GRACE-ERA-FOUND-IDX)
                   " RECEIVED "
                   GRACE-ERA-TBL-RECEIVED(GRACE-ERA-FOUND-IDX)
                   " - ERASED"
               PERFORM 7200-CERTIFY-ONE-FILE
                   VARYING GRACE-ERA-FILE-IDX FROM 1 BY 1
                   UNTIL GRACE-ERA-FILE-IDX > 8
           ELSE
               MOVE GRACE-ERA-TBL-BALANCE(GRACE-ERA-FOUND-IDX)
                   TO GRACE-ERA-BALANCE-ED
               DISPLAY "CUSTOMER " GRACE-ERA-TBL-ID(GRACE-ERA-FOUND-IDX)
                   " REF " GRACE-ERA-TBL-REFERENCE(GRACE-ERA-FOUND-IDX)
                   " RECEIVED "
                   GRACE-ERA-TBL-RECEIVED(GRACE-ERA-FOUND-IDX)
                   " - REFUSED: "
                   GRACE-ERA-TBL-REASON(GRACE-ERA-FOUND-IDX)
               IF GRACE-ERA-TBL-BALANCE(GRACE-ERA-FOUND-IDX)
                       NOT = ZERO
                   DISPLAY "    BALANCE ON ACCOUNTS.....: "
                       GRACE-ERA-BALANCE-ED
               END-IF
           END-IF.

       7200-CERTIFY-ONE-FILE.
           MOVE GRACE-ERA-FILE-NAME(GRACE-ERA-FILE-IDX)
               TO GRACE-ERA-CRT-FILE.
           IF GRACE-ERA-FILE-IS-PRESENT(GRACE-ERA-FILE-IDX)
               MOVE "RECORDS CHANGED........:"
                   TO GRACE-ERA-CRT-TEXT
               MOVE GRACE-ERA-TBL-CHANGED(GRACE-ERA-FOUND-IDX,
                   GRACE-ERA-FILE-IDX) TO GRACE-ERA-CRT-COUNT
           ELSE
               MOVE "NOT PRESENT - SKIPPED..:"
                   TO GRACE-ERA-CRT-TEXT
               MOVE ZERO TO GRACE-ERA-CRT-COUNT
           END-IF.
           DISPLAY GRACE-ERA-CERT-LINE.

       7300-CERTIFY-ONE-FILE-TOTAL.
           MOVE GRACE-ERA-FILE-NAME(GRACE-ERA-FILE-IDX)
               TO GRACE-ERA-CRT-FILE.
           IF GRACE-ERA-FILE-IS-PRESENT(GRACE-ERA-FILE-IDX)
               MOVE "RECORDS CHANGED........:"
                   TO GRACE-ERA-CRT-TEXT
           ELSE
               MOVE "NOT PRESENT - SKIPPED..:"
                   TO GRACE-ERA-CRT-TEXT
           END-IF.
           MOVE GRACE-ERA-FILE-CHANGED(GRACE-ERA-FILE-IDX)
               TO GRACE-ERA-CRT-COUNT.
           DISPLAY GRACE-ERA-CERT-LINE.

       9000-READ-WORKSPACE.
           READ GRACE-ERW-FILE
               AT END
                   SET GRACE-ERA-END-OF-FILE TO TRUE
           END-READ.

           COPY GRACERPTP.

           COPY GRACECYCP.

           COPY GRACEACTP.
