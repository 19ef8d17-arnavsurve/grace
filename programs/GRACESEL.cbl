       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACESEL.
      *----------------------------------------------------------
      * GRACESEL seals the control files at suite end. Anyone
      * with dataset access could edit GRACEPRM, GRACEOSC,
      * GRACEDEP or GRACECAL between runs and nothing would
      * notice - the maker/checker flow and GRACECHG only see
      * edits made through the screens. This step records, per
      * file, the record count and a content hash of every byte
      * (GRACEHSHP.cpy), stamped with the date and time of
      * sealing, to GRACESLF. A file that is not there is sealed
      * as absent, so its later appearance is a change too.
      *
      * At the next suite start the GRACEPFL pre-flight re-hashes
      * the files before GRACEATT snapshots them; a file whose
      * seal no longer matches, with no screen change logged
      * against it since the seal, fails the pre-flight and pages
      * the supervisor.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-PARM-FILE ASSIGN TO GRACEPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-PARM-STATUS.
           SELECT GRACE-OSC-FILE ASSIGN TO GRACEOSC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-OSC-STATUS.
           SELECT GRACE-DEP-FILE ASSIGN TO GRACEDEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-DEP-STATUS.
           SELECT GRACE-CAL-FILE ASSIGN TO GRACECAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CAL-STATUS.
           SELECT GRACE-SLF-FILE ASSIGN TO GRACESLF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-SLF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-PARM-FILE
           RECORDING MODE IS F.
       01 GRACE-PARM-REC PIC X(80).

       FD  GRACE-OSC-FILE
           RECORDING MODE IS F.
           COPY GRACEOSC.

       FD  GRACE-DEP-FILE
           RECORDING MODE IS F.
       01 GRACE-DEP-REC PIC X(80).

       FD  GRACE-CAL-FILE
           RECORDING MODE IS F.
       01 GRACE-CAL-REC PIC X(80).

       FD  GRACE-SLF-FILE
           RECORDING MODE IS F.
           COPY GRACESLF.

       WORKING-STORAGE SECTION.
       01 GRACE-PARM-STATUS PIC X(02).
           88 GRACE-PARM-NOT-FOUND VALUE '35'.
       01 GRACE-OSC-STATUS PIC X(02).
           88 GRACE-OSC-NOT-FOUND VALUE '35'.
       01 GRACE-DEP-STATUS PIC X(02).
           88 GRACE-DEP-NOT-FOUND VALUE '35'.
       01 GRACE-CAL-STATUS PIC X(02).
           88 GRACE-CAL-NOT-FOUND VALUE '35'.
       01 GRACE-SLF-STATUS PIC X(02).

       01 GRACE-SEL-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-SEL-FILE-DONE VALUE 'Y'.

       01 GRACE-SEL-TODAY PIC 9(08) VALUE ZERO.
       01 GRACE-SEL-TIME-RAW PIC 9(08) VALUE ZERO.
       01 GRACE-SEL-NOW PIC 9(06) VALUE ZERO.
       01 GRACE-SEL-FILE-NAME PIC X(08) VALUE SPACES.
       01 GRACE-SEL-PRESENT PIC X(01) VALUE 'N'.
       01 GRACE-SEL-SEALED PIC 9(01) VALUE ZERO.

           COPY GRACEHSHH.
           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACESEL" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           ACCEPT GRACE-SEL-TODAY FROM DATE YYYYMMDD.
           ACCEPT GRACE-SEL-TIME-RAW FROM TIME.
           COMPUTE GRACE-SEL-NOW = GRACE-SEL-TIME-RAW / 100.
           OPEN OUTPUT GRACE-SLF-FILE.
           PERFORM 1000-SEAL-GRACEPRM.
           PERFORM 2000-SEAL-GRACEOSC.
           PERFORM 3000-SEAL-GRACEDEP.
           PERFORM 4000-SEAL-GRACECAL.
           CLOSE GRACE-SLF-FILE.
           MOVE GRACE-SEL-SEALED TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           DISPLAY "CONTROL FILES SEALED " GRACE-SEL-TODAY " AT "
               GRACE-SEL-NOW.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       1000-SEAL-GRACEPRM.
           MOVE "GRACEPRM" TO GRACE-SEL-FILE-NAME.
           PERFORM 7000-START-ONE-SEAL.
           OPEN INPUT GRACE-PARM-FILE.
           IF NOT GRACE-PARM-NOT-FOUND
               MOVE 'Y' TO GRACE-SEL-PRESENT
               PERFORM 1100-HASH-ONE-PRM
                   UNTIL GRACE-SEL-FILE-DONE
               CLOSE GRACE-PARM-FILE
           END-IF.
           PERFORM 8000-WRITE-ONE-SEAL.

       1100-HASH-ONE-PRM.
           READ GRACE-PARM-FILE
               AT END
                   SET GRACE-SEL-FILE-DONE TO TRUE
               NOT AT END
                   MOVE GRACE-PARM-REC TO GRACE-HSH-REC
                   PERFORM 9400-HASH-STATE-RECORD
           END-READ.

       2000-SEAL-GRACEOSC.
           MOVE "GRACEOSC" TO GRACE-SEL-FILE-NAME.
           PERFORM 7000-START-ONE-SEAL.
           OPEN INPUT GRACE-OSC-FILE.
           IF NOT GRACE-OSC-NOT-FOUND
               MOVE 'Y' TO GRACE-SEL-PRESENT
               PERFORM 2100-HASH-ONE-OSC
                   UNTIL GRACE-SEL-FILE-DONE
               CLOSE GRACE-OSC-FILE
           END-IF.
           PERFORM 8000-WRITE-ONE-SEAL.

      *The fail count is left out of the seal - see GRACESLF.cpy.
       2100-HASH-ONE-OSC.
           READ GRACE-OSC-FILE
               AT END
                   SET GRACE-SEL-FILE-DONE TO TRUE
               NOT AT END
                   MOVE GRACE-OSC-REC TO GRACE-HSH-REC
                   MOVE SPACE TO GRACE-HSH-REC(46:1)
                   PERFORM 9400-HASH-STATE-RECORD
           END-READ.

       3000-SEAL-GRACEDEP.
           MOVE "GRACEDEP" TO GRACE-SEL-FILE-NAME.
           PERFORM 7000-START-ONE-SEAL.
           OPEN INPUT GRACE-DEP-FILE.
           IF NOT GRACE-DEP-NOT-FOUND
               MOVE 'Y' TO GRACE-SEL-PRESENT
               PERFORM 3100-HASH-ONE-DEP
                   UNTIL GRACE-SEL-FILE-DONE
               CLOSE GRACE-DEP-FILE
           END-IF.
           PERFORM 8000-WRITE-ONE-SEAL.

       3100-HASH-ONE-DEP.
           READ GRACE-DEP-FILE
               AT END
                   SET GRACE-SEL-FILE-DONE TO TRUE
               NOT AT END
                   MOVE GRACE-DEP-REC TO GRACE-HSH-REC
                   PERFORM 9400-HASH-STATE-RECORD
           END-READ.

       4000-SEAL-GRACECAL.
           MOVE "GRACECAL" TO GRACE-SEL-FILE-NAME.
           PERFORM 7000-START-ONE-SEAL.
           OPEN INPUT GRACE-CAL-FILE.
           IF NOT GRACE-CAL-NOT-FOUND
               MOVE 'Y' TO GRACE-SEL-PRESENT
               PERFORM 4100-HASH-ONE-CAL
                   UNTIL GRACE-SEL-FILE-DONE
               CLOSE GRACE-CAL-FILE
           END-IF.
           PERFORM 8000-WRITE-ONE-SEAL.

       4100-HASH-ONE-CAL.
           READ GRACE-CAL-FILE
               AT END
                   SET GRACE-SEL-FILE-DONE TO TRUE
               NOT AT END
                   MOVE GRACE-CAL-REC TO GRACE-HSH-REC
                   PERFORM 9400-HASH-STATE-RECORD
           END-READ.

       7000-START-ONE-SEAL.
           MOVE 'N' TO GRACE-SEL-EOF-SW.
           MOVE 'N' TO GRACE-SEL-PRESENT.
           MOVE ZERO TO GRACE-HSH-TOTALS.

       8000-WRITE-ONE-SEAL.
           MOVE SPACES TO GRACE-SLF-REC.
           MOVE GRACE-SEL-FILE-NAME TO GRACE-SLF-FILE-NAME.
           MOVE GRACE-SEL-PRESENT TO GRACE-SLF-PRESENT.
           MOVE GRACE-SEL-TODAY TO GRACE-SLF-SEAL-DATE.
           MOVE GRACE-SEL-NOW TO GRACE-SLF-SEAL-TIME.
           MOVE GRACE-HSH-COUNT TO GRACE-SLF-REC-COUNT.
           MOVE GRACE-HSH-TOTAL TO GRACE-SLF-CONTENT-HASH.
           WRITE GRACE-SLF-REC.
           ADD 1 TO GRACE-SEL-SEALED.
           IF GRACE-SLF-FILE-PRESENT
               DISPLAY GRACE-SEL-FILE-NAME " SEALED - "
                   GRACE-HSH-COUNT " RECORD(S), HASH "
                   GRACE-HSH-TOTAL
           ELSE
               DISPLAY GRACE-SEL-FILE-NAME " ABSENT - SEALED AS "
                   "ABSENT"
           END-IF.

           COPY GRACEHSHP.
           COPY GRACERPTP.
