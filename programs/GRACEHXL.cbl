       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACEHXL.
      *----------------------------------------------------------
      * GRACEHXL keeps the keyed history companions in step with
      * the accumulating logs. GRACERUNCP's 9700-LOG-RUN-CONTROL
      * and GRACEEXCP's 8540-WRITE-EXCEPTION-RECORD CALL it with
      * each record they have just written, GRACETMG with each
      * record it merges in off the parallel tracks, and GRACEHXB
      * with every record of the histories when it builds the
      * companions afresh:
      *
      *   kind R  the GRACERUN record is entered on GRACERNX
      *   kind E  the GRACEEXC record is entered on GRACEEXX
      *   kind C  both companions are closed (reopened on the next
      *           record)
      *
      * Each entry is keyed on the record's run date, cycle and
      * program plus a sequence number one past the highest that
      * key already holds, so reruns and repeated events stay
      * separate entries in the order they were logged. The
      * result byte comes back Y when the record was entered.
      *
      * The companions are created only by GRACEHXB: a run whose
      * GRACERNX or GRACEEXX will not open says so once and logs
      * on unindexed - the sequential history is the record of
      * truth, and GRACEHXC's nightly count check reports the gap
      * until GRACEHXB is rerun. RETURN-CODE is left at zero so a
      * logging CALL never disturbs its caller's.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-RNX-FILE ASSIGN TO GRACERNX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-RNX-KEY
               FILE STATUS IS GRACE-RNX-STATUS.
           SELECT GRACE-EXX-FILE ASSIGN TO GRACEEXX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRACE-EXX-KEY
               FILE STATUS IS GRACE-EXX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-RNX-FILE.
           COPY GRACERNX.

       FD  GRACE-EXX-FILE.
           COPY GRACEEXX.

       WORKING-STORAGE SECTION.
           COPY GRACEHXH.

      *The records being entered, in their logged layouts.
           COPY GRACERUNC.

           COPY GRACEEXC.

       01 GRACE-HXL-RNX-SW PIC X(01) VALUE 'C'.
           88 GRACE-HXL-RNX-CLOSED VALUE 'C'.
           88 GRACE-HXL-RNX-OPEN VALUE 'O'.
           88 GRACE-HXL-RNX-DOWN VALUE 'D'.

       01 GRACE-HXL-EXX-SW PIC X(01) VALUE 'C'.
           88 GRACE-HXL-EXX-CLOSED VALUE 'C'.
           88 GRACE-HXL-EXX-OPEN VALUE 'O'.
           88 GRACE-HXL-EXX-DOWN VALUE 'D'.

      *The last key prefix entered on each companion and the
      *highest sequence it holds, so a run logging one program's
      *events back to back looks the sequence up once.
       01 GRACE-HXL-RNX-WANT.
           05 GRACE-HXL-RNX-WANT-DATE PIC 9(08).
           05 GRACE-HXL-RNX-WANT-CYCLE PIC 9(02).
           05 GRACE-HXL-RNX-WANT-PROGRAM PIC X(20).
       01 GRACE-HXL-RNX-LAST-PREFIX PIC X(30) VALUE SPACES.
       01 GRACE-HXL-RNX-LAST-SEQ PIC 9(04) VALUE ZERO.

       01 GRACE-HXL-EXX-WANT.
           05 GRACE-HXL-EXX-WANT-DATE PIC 9(08).
           05 GRACE-HXL-EXX-WANT-CYCLE PIC 9(02).
           05 GRACE-HXL-EXX-WANT-PROGRAM PIC X(15).
       01 GRACE-HXL-EXX-LAST-PREFIX PIC X(25) VALUE SPACES.
       01 GRACE-HXL-EXX-LAST-SEQ PIC 9(06) VALUE ZERO.

       01 GRACE-HXL-SCAN-SW PIC X(01) VALUE 'N'.
           88 GRACE-HXL-SCAN-DONE VALUE 'Y'.

       01 GRACE-HXL-WRITE-SW PIC X(01) VALUE 'N'.
           88 GRACE-HXL-WRITE-DONE VALUE 'Y'.

       01 GRACE-HXL-TRIES PIC 9(02) VALUE ZERO.

       LINKAGE SECTION.
       01 GRACE-HXP-KIND PIC X(01).
           88 GRACE-HXP-RUN VALUE 'R'.
           88 GRACE-HXP-EXC VALUE 'E'.
           88 GRACE-HXP-CLOSE VALUE 'C'.
       01 GRACE-HXP-RECORD PIC X(90).
       01 GRACE-HXP-RESULT PIC X(01).
           88 GRACE-HXP-INDEXED VALUE 'Y'.
           88 GRACE-HXP-NOT-INDEXED VALUE 'N'.

       PROCEDURE DIVISION USING GRACE-HXP-KIND GRACE-HXP-RECORD
           GRACE-HXP-RESULT.
       MAIN SECTION.
           SET GRACE-HXP-NOT-INDEXED TO TRUE.
           EVALUATE TRUE
               WHEN GRACE-HXP-RUN
                   PERFORM 1000-INDEX-RUN-RECORD
               WHEN GRACE-HXP-EXC
                   PERFORM 2000-INDEX-EXC-RECORD
               WHEN GRACE-HXP-CLOSE
                   PERFORM 3000-CLOSE-COMPANIONS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------
      * 1000-INDEX-RUN-RECORD enters one GRACERUN record on
      * GRACERNX under the next free sequence for its key.
      *----------------------------------------------------------
       1000-INDEX-RUN-RECORD.
           IF GRACE-HXL-RNX-CLOSED
               PERFORM 1100-OPEN-RUN-COMPANION
           END-IF.
           IF GRACE-HXL-RNX-OPEN
               MOVE GRACE-HXP-RECORD(1:59) TO GRACE-RUNC-REC
               MOVE GRACE-RUNC-DATE TO GRACE-HXL-RNX-WANT-DATE
               MOVE GRACE-RUNC-CYCLE TO GRACE-HXL-RNX-WANT-CYCLE
               MOVE GRACE-RUNC-PROGRAM
                   TO GRACE-HXL-RNX-WANT-PROGRAM
               IF GRACE-HXL-RNX-WANT
                       NOT = GRACE-HXL-RNX-LAST-PREFIX
                   PERFORM 1200-FIND-LAST-RUN-SEQ
               END-IF
               MOVE 'N' TO GRACE-HXL-WRITE-SW
               MOVE ZERO TO GRACE-HXL-TRIES
               PERFORM 1300-WRITE-RUN-ENTRY
                   UNTIL GRACE-HXL-WRITE-DONE
           END-IF.

       1100-OPEN-RUN-COMPANION.
           OPEN I-O GRACE-RNX-FILE.
           IF GRACE-RNX-OK
               SET GRACE-HXL-RNX-OPEN TO TRUE
               MOVE SPACES TO GRACE-HXL-RNX-LAST-PREFIX
           ELSE
               SET GRACE-HXL-RNX-DOWN TO TRUE
               DISPLAY "GRACERNX NOT AVAILABLE (STATUS "
                   GRACE-RNX-STATUS ") - RUN-CONTROL RECORDS "
                   "LOGGED UNINDEXED"
           END-IF.

      *The highest sequence already on file for the key: START at
      *sequence zero and read forward while the prefix holds.
       1200-FIND-LAST-RUN-SEQ.
           MOVE GRACE-HXL-RNX-WANT TO GRACE-HXL-RNX-LAST-PREFIX.
           MOVE ZERO TO GRACE-HXL-RNX-LAST-SEQ.
           MOVE GRACE-HXL-RNX-WANT TO GRACE-RNX-PREFIX.
           MOVE ZERO TO GRACE-RNX-SEQ.
           MOVE 'N' TO GRACE-HXL-SCAN-SW.
           START GRACE-RNX-FILE
               KEY IS NOT LESS THAN GRACE-RNX-KEY
               INVALID KEY
                   SET GRACE-HXL-SCAN-DONE TO TRUE
           END-START.
           PERFORM 1250-SCAN-RUN-SEQ
               UNTIL GRACE-HXL-SCAN-DONE.

       1250-SCAN-RUN-SEQ.
           READ GRACE-RNX-FILE NEXT RECORD
               AT END
                   SET GRACE-HXL-SCAN-DONE TO TRUE
               NOT AT END
                   IF GRACE-RNX-PREFIX = GRACE-HXL-RNX-WANT
                       MOVE GRACE-RNX-SEQ TO GRACE-HXL-RNX-LAST-SEQ
                   ELSE
                       SET GRACE-HXL-SCAN-DONE TO TRUE
                   END-IF
           END-READ.

      *A duplicate key means another writer took the sequence
      *first - step past it and try again, a few times at most.
       1300-WRITE-RUN-ENTRY.
           ADD 1 TO GRACE-HXL-RNX-LAST-SEQ.
           ADD 1 TO GRACE-HXL-TRIES.
           MOVE SPACES TO GRACE-RNX-REC.
           MOVE GRACE-HXL-RNX-WANT TO GRACE-RNX-PREFIX.
           MOVE GRACE-HXL-RNX-LAST-SEQ TO GRACE-RNX-SEQ.
           MOVE GRACE-RUNC-REC TO GRACE-RNX-RUN-IMAGE.
           WRITE GRACE-RNX-REC
               INVALID KEY
                   IF GRACE-RNX-STATUS NOT = '22'
                           OR GRACE-HXL-TRIES >= 10
                       SET GRACE-HXL-WRITE-DONE TO TRUE
                       DISPLAY "GRACERNX ENTRY NOT WRITTEN (STATUS "
                           GRACE-RNX-STATUS ") FOR "
                           GRACE-HXL-RNX-WANT
                   END-IF
               NOT INVALID KEY
                   SET GRACE-HXL-WRITE-DONE TO TRUE
                   SET GRACE-HXP-INDEXED TO TRUE
           END-WRITE.

      *----------------------------------------------------------
      * 2000-INDEX-EXC-RECORD enters one GRACEEXC record on
      * GRACEEXX under the next free sequence for its key.
      *----------------------------------------------------------
       2000-INDEX-EXC-RECORD.
           IF GRACE-HXL-EXX-CLOSED
               PERFORM 2100-OPEN-EXC-COMPANION
           END-IF.
           IF GRACE-HXL-EXX-OPEN
               MOVE GRACE-HXP-RECORD TO GRACE-EXC-REC
               MOVE GRACE-EXC-DATE TO GRACE-HXL-EXX-WANT-DATE
               MOVE GRACE-EXC-CYCLE TO GRACE-HXL-EXX-WANT-CYCLE
               MOVE GRACE-EXC-PROGRAM
                   TO GRACE-HXL-EXX-WANT-PROGRAM
               IF GRACE-HXL-EXX-WANT
                       NOT = GRACE-HXL-EXX-LAST-PREFIX
                   PERFORM 2200-FIND-LAST-EXC-SEQ
               END-IF
               MOVE 'N' TO GRACE-HXL-WRITE-SW
               MOVE ZERO TO GRACE-HXL-TRIES
               PERFORM 2300-WRITE-EXC-ENTRY
                   UNTIL GRACE-HXL-WRITE-DONE
           END-IF.

       2100-OPEN-EXC-COMPANION.
           OPEN I-O GRACE-EXX-FILE.
           IF GRACE-EXX-OK
               SET GRACE-HXL-EXX-OPEN TO TRUE
               MOVE SPACES TO GRACE-HXL-EXX-LAST-PREFIX
           ELSE
               SET GRACE-HXL-EXX-DOWN TO TRUE
               DISPLAY "GRACEEXX NOT AVAILABLE (STATUS "
                   GRACE-EXX-STATUS ") - EXCEPTION RECORDS "
                   "LOGGED UNINDEXED"
           END-IF.

       2200-FIND-LAST-EXC-SEQ.
           MOVE GRACE-HXL-EXX-WANT TO GRACE-HXL-EXX-LAST-PREFIX.
           MOVE ZERO TO GRACE-HXL-EXX-LAST-SEQ.
           MOVE GRACE-HXL-EXX-WANT TO GRACE-EXX-PREFIX.
           MOVE ZERO TO GRACE-EXX-SEQ.
           MOVE 'N' TO GRACE-HXL-SCAN-SW.
           START GRACE-EXX-FILE
               KEY IS NOT LESS THAN GRACE-EXX-KEY
               INVALID KEY
                   SET GRACE-HXL-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2250-SCAN-EXC-SEQ
               UNTIL GRACE-HXL-SCAN-DONE.

       2250-SCAN-EXC-SEQ.
           READ GRACE-EXX-FILE NEXT RECORD
               AT END
                   SET GRACE-HXL-SCAN-DONE TO TRUE
               NOT AT END
                   IF GRACE-EXX-PREFIX = GRACE-HXL-EXX-WANT
                       MOVE GRACE-EXX-SEQ TO GRACE-HXL-EXX-LAST-SEQ
                   ELSE
                       SET GRACE-HXL-SCAN-DONE TO TRUE
                   END-IF
           END-READ.

       2300-WRITE-EXC-ENTRY.
           ADD 1 TO GRACE-HXL-EXX-LAST-SEQ.
           ADD 1 TO GRACE-HXL-TRIES.
           MOVE SPACES TO GRACE-EXX-REC.
           MOVE GRACE-HXL-EXX-WANT TO GRACE-EXX-PREFIX.
           MOVE GRACE-HXL-EXX-LAST-SEQ TO GRACE-EXX-SEQ.
           MOVE GRACE-EXC-REC TO GRACE-EXX-EXC-IMAGE.
           WRITE GRACE-EXX-REC
               INVALID KEY
                   IF GRACE-EXX-STATUS NOT = '22'
                           OR GRACE-HXL-TRIES >= 10
                       SET GRACE-HXL-WRITE-DONE TO TRUE
                       DISPLAY "GRACEEXX ENTRY NOT WRITTEN (STATUS "
                           GRACE-EXX-STATUS ") FOR "
                           GRACE-HXL-EXX-WANT
                   END-IF
               NOT INVALID KEY
                   SET GRACE-HXL-WRITE-DONE TO TRUE
                   SET GRACE-HXP-INDEXED TO TRUE
           END-WRITE.

      *----------------------------------------------------------
      * 3000-CLOSE-COMPANIONS - a companion that would not open
      * stays down for the rest of the run unit rather than
      * repeating its message on every record.
      *----------------------------------------------------------
       3000-CLOSE-COMPANIONS.
           IF GRACE-HXL-RNX-OPEN
               CLOSE GRACE-RNX-FILE
               SET GRACE-HXL-RNX-CLOSED TO TRUE
           END-IF.
           IF GRACE-HXL-EXX-OPEN
               CLOSE GRACE-EXX-FILE
               SET GRACE-HXL-EXX-CLOSED TO TRUE
           END-IF.
