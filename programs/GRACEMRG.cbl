      * message and RC=8 - lost and duplicated feeds announce
      * themselves at merge time. Accepted sequences are written
      * back to GRACESQC.
      *
      * Every merged record also leaves here with its transaction
      * reference in the area behind GRACETXN's first 80 bytes:
      * the site, the GRACECYC processing date and cycle, and the
      * record's sequence within its site's feed (headers and
      * trailers not counted) - so "record 42 of site 02's feed"
      * is the same transaction the site has in hand. Every step
      * downstream carries the reference unchanged, and GRACETRQ
      * traces one through the pipeline.
      *
      * The feeds are watched in by GRACEFAW against each site's
      * arrival window and cutoff, and its GRACEFAS state is read
      * here first: while a watched feed is still pending before
      * its cutoff the merge is held - nothing merges and the step
      * ends RC=8 with a GRC3012E per site. A site that missed its
      * cutoff and still has no feed at merge time is recorded
      * late on GRACEFAS (GRC3011W), its carry outstanding, and
      * when that feed does land GRACEFAW sets it aside on the
      * site's GRACETC1/2/3 carry file ahead of the next night's
      * delivery. The next merge takes the carried feed alongside
      * the night's own: it is fingerprinted and framed like any
      * feed (its header sequence is the one the site still owes,
      * the night's own feed the one after), its records carry the
      * date and cycle of the night they were meant for in the
      * transaction reference, and once merged the carry file is
      * emptied and the carry cleared. A site file that is present
      * but empty - one emptied by the set-aside - is no feed.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CYC-FILE ASSIGN TO GRACECYC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CYC-STATUS.
           SELECT GRACE-TX1-FILE ASSIGN TO GRACETX1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TX1-STATUS.
           SELECT GRACE-SQC-FILE ASSIGN TO GRACESQC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-SQC-STATUS.
           SELECT GRACE-FAS-FILE ASSIGN TO GRACEFAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-FAS-STATUS.
           SELECT GRACE-TC1-FILE ASSIGN TO GRACETC1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TC1-STATUS.
           SELECT GRACE-TC2-FILE ASSIGN TO GRACETC2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TC2-STATUS.
           SELECT GRACE-TC3-FILE ASSIGN TO GRACETC3
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-TC3-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CYC-FILE
           RECORDING MODE IS F.
           COPY GRACECYC.

       FD  GRACE-TX1-FILE
           RECORDING MODE IS F.
       01 GRACE-TX1-REC PIC X(80).
           05 GRACE-SRT-OP-CODE PIC X(01).
           05 GRACE-SRT-SITE-CODE PIC X(02).
           05 FILLER PIC X(41).
           05 GRACE-SRT-TRACE-REF.
               10 GRACE-SRT-REF-SITE PIC X(02).
               10 GRACE-SRT-REF-DATE PIC 9(08).
               10 GRACE-SRT-REF-CYCLE PIC 9(02).
               10 GRACE-SRT-REF-SEQ PIC 9(06).
           05 FILLER PIC X(02).

       FD  GRACE-TXN-FILE
           RECORDING MODE IS F.
           05 GRACE-TXN-OP-CODE PIC X(01).
           05 GRACE-TXN-SITE-CODE PIC X(02).
           05 FILLER PIC X(41).
           05 GRACE-TXN-TRACE-REF PIC X(18).
           05 FILLER PIC X(02).

      *Rolling fingerprint history - one record per site per
      *night: record count plus the key-content hash.
           05 GRACE-SQC-LAST-SEQ PIC 9(06).
           05 FILLER PIC X(72).

      *Per-site arrival state off the arrival watch GRACEFAW.
       FD  GRACE-FAS-FILE
           RECORDING MODE IS F.
           COPY GRACEFAS.

      *Carry files - a late feed GRACEFAW set aside for tonight.
       FD  GRACE-TC1-FILE
           RECORDING MODE IS F.
       01 GRACE-TC1-REC PIC X(80).

       FD  GRACE-TC2-FILE
           RECORDING MODE IS F.
       01 GRACE-TC2-REC PIC X(80).

       FD  GRACE-TC3-FILE
           RECORDING MODE IS F.
       01 GRACE-TC3-REC PIC X(80).

       WORKING-STORAGE SECTION.
           COPY GRACECYCH.

           COPY GRACEMSGH.

       01 GRACE-TX1-STATUS PIC X(02).
           05 GRACE-MRG-FRAME-SEQ PIC 9(06).
           05 FILLER PIC X(70).
       01 GRACE-MRG-SITE-CODE PIC X(02) VALUE SPACES.
       01 GRACE-MRG-REF-SEQ PIC 9(06) VALUE ZERO.
       01 GRACE-MRG-REF-DATE PIC 9(08) VALUE ZERO.
       01 GRACE-MRG-REF-CYCLE PIC 9(02) VALUE ZERO.
       01 GRACE-MRG-CARRY-SEQ PIC 9(06) VALUE ZERO.

       01 GRACE-MRG-TODAY PIC 9(08) VALUE ZERO.

      *Tonight's fingerprint per site, the refuse switches, and
      *each site's recent history window off GRACEFPH. Entries
      *1-3 are the site files, 4-6 the same sites' carry files.
       01 GRACE-MRG-FP-CTL.
           05 GRACE-MRG-FP-IDX PIC 9(01) VALUE ZERO.
           05 GRACE-MRG-FP-WIN-IDX PIC 9(01) VALUE ZERO.
           05 GRACE-MRG-FP-CARRY-IDX PIC 9(01) VALUE ZERO.
           05 GRACE-MRG-FP-TABLE OCCURS 6 TIMES.
               10 GRACE-MRG-FP-SITE PIC X(02).
               10 GRACE-MRG-FP-PRESENT PIC X(01).
               10 GRACE-MRG-FP-COUNT PIC 9(08).
       01 GRACE-SQC-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-SQC-END-OF-FILE VALUE 'Y'.

       01 GRACE-FAS-STATUS PIC X(02).
           88 GRACE-FAS-OK VALUE '00'.
           88 GRACE-FAS-EOF VALUE '10'.
           88 GRACE-FAS-NOT-FOUND VALUE '35'.

       01 GRACE-FAS-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-FAS-END-OF-FILE VALUE 'Y'.

       01 GRACE-TC1-STATUS PIC X(02).
           88 GRACE-TC1-NOT-FOUND VALUE '35'.
       01 GRACE-TC2-STATUS PIC X(02).
           88 GRACE-TC2-NOT-FOUND VALUE '35'.
       01 GRACE-TC3-STATUS PIC X(02).
           88 GRACE-TC3-NOT-FOUND VALUE '35'.

      *Each site's GRACEFAS record as it stood, rewritten after
      *the merge with the late site recorded and the carry
      *cleared.
       01 GRACE-MRG-AR-CTL.
           05 GRACE-MRG-AR-FOUND-SW PIC X(01) VALUE 'N'.
               88 GRACE-MRG-AR-ON-FILE VALUE 'Y'.
           05 GRACE-MRG-AR-HOLD-COUNT PIC 9(01) VALUE ZERO.
           05 GRACE-MRG-AR-TABLE OCCURS 3 TIMES.
               10 GRACE-MRG-AR-SEEN PIC X(01).
               10 GRACE-MRG-AR-CARRY-DATE PIC 9(08).
               10 GRACE-MRG-AR-CARRY-CYCLE PIC 9(02).
               10 GRACE-MRG-AR-REC PIC X(80).

      *Per-site framing state off the fingerprint pass, and the
      *expected sequence off the control record.
       01 GRACE-MRG-HT-CTL.
           05 GRACE-MRG-HT-IDX PIC 9(01) VALUE ZERO.
           05 GRACE-MRG-HT-TABLE OCCURS 6 TIMES.
               10 GRACE-MRG-HT-HDR-SEEN PIC X(01).
               10 GRACE-MRG-HT-TRL-SEEN PIC X(01).
               10 GRACE-MRG-HT-HDR-SEQ PIC 9(06).
           05 GRACE-MRG-IN-1 PIC 9(06) VALUE ZERO.
           05 GRACE-MRG-IN-2 PIC 9(06) VALUE ZERO.
           05 GRACE-MRG-IN-3 PIC 9(06) VALUE ZERO.
           05 GRACE-MRG-IN-CARRIED PIC 9(06) VALUE ZERO.
           05 GRACE-MRG-IN-TOTAL PIC 9(06) VALUE ZERO.
           05 GRACE-MRG-OUT-TOTAL PIC 9(06) VALUE ZERO.

           MOVE "GRACEMRG" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           ACCEPT GRACE-MRG-TODAY FROM DATE YYYYMMDD.
           PERFORM 0150-LOAD-RUN-CYCLE.
           PERFORM 0600-SET-UP-FINGERPRINTS.
           PERFORM 0850-LOAD-ARRIVAL-STATE.
           IF GRACE-MRG-AR-HOLD-COUNT > ZERO
               MOVE ZERO TO GRACE-RPT-REC-COUNT
               PERFORM 0600-PRINT-GRACE-RPT-FOOTER
               DISPLAY "*** MERGE HELD - " GRACE-MRG-AR-HOLD-COUNT
                   " SITE FEED(S) PENDING, NOTHING MERGED ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0200-MERGE-THE-FEEDS
           END-IF.
           GOBACK.

       0200-MERGE-THE-FEEDS.
           PERFORM 0650-LOAD-FINGERPRINT-HISTORY.
           PERFORM 0800-LOAD-SEQUENCE-CONTROL.
           PERFORM 0700-FINGERPRINT-THE-FEEDS.
           PERFORM 0840-ALLOW-FOR-CARRIED-FEED
               VARYING GRACE-MRG-FP-IDX FROM 1 BY 1
               UNTIL GRACE-MRG-FP-IDX > 3.
           PERFORM 0900-JUDGE-ONE-FINGERPRINT
               VARYING GRACE-MRG-FP-IDX FROM 1 BY 1
               UNTIL GRACE-MRG-FP-IDX > 6.
           SORT GRACE-SORT-FILE
               ON ASCENDING KEY GRACE-SRT-SOURCE
               INPUT PROCEDURE IS 1000-RELEASE-SITE-FEEDS
               OUTPUT PROCEDURE IS 3000-WRITE-MERGED-FILE.
           COMPUTE GRACE-MRG-IN-TOTAL = GRACE-MRG-IN-1
               + GRACE-MRG-IN-2 + GRACE-MRG-IN-3
               + GRACE-MRG-IN-CARRIED.
           MOVE GRACE-MRG-OUT-TOTAL TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           DISPLAY "SITE 01 IN: " GRACE-MRG-IN-1
               "  SITE 02 IN: " GRACE-MRG-IN-2
               "  SITE 03 IN: " GRACE-MRG-IN-3.
           DISPLAY "CARRIED LATE FEEDS IN: " GRACE-MRG-IN-CARRIED.
           DISPLAY "TOTAL IN: " GRACE-MRG-IN-TOTAL
               "  MERGED OUT: " GRACE-MRG-OUT-TOTAL.
           IF GRACE-MRG-IN-TOTAL = GRACE-MRG-OUT-TOTAL
           END-IF.
           PERFORM 3500-RECORD-FINGERPRINTS.
           PERFORM 3800-RECORD-SEQUENCE-CONTROL.
           IF GRACE-MRG-AR-ON-FILE
               PERFORM 3900-RECORD-ARRIVAL-STATE
           END-IF.
           IF GRACE-MRG-REFUSE-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       0600-SET-UP-FINGERPRINTS.
           MOVE "01" TO GRACE-MRG-FP-SITE(1).
           MOVE "02" TO GRACE-MRG-FP-SITE(2).
           MOVE "03" TO GRACE-MRG-FP-SITE(3).
           MOVE "01" TO GRACE-MRG-FP-SITE(4).
           MOVE "02" TO GRACE-MRG-FP-SITE(5).
           MOVE "03" TO GRACE-MRG-FP-SITE(6).
           PERFORM 0620-ZERO-ONE-FINGERPRINT
               VARYING GRACE-MRG-FP-IDX FROM 1 BY 1
               UNTIL GRACE-MRG-FP-IDX > 6.

       0620-ZERO-ONE-FINGERPRINT.
           MOVE 'N' TO GRACE-MRG-HT-HDR-SEEN(GRACE-MRG-FP-IDX).
      * 0650-LOAD-FINGERPRINT-HISTORY replays GRACEFPH
      * oldest-first, keeping each site's most recent seven
      * fingerprints in its window - GRACEFGM's sliding pattern.
      * A carry entry keeps its site's window too, so a carried
      * feed is judged a replay exactly as the site file is.
      *----------------------------------------------------------
       0650-LOAD-FINGERPRINT-HISTORY.
           OPEN INPUT GRACE-FPH-FILE.
       0670-SLIDE-ONE-FINGERPRINT.
           PERFORM 0680-SLIDE-ONE-SLOT
               VARYING GRACE-MRG-FP-IDX FROM 1 BY 1
               UNTIL GRACE-MRG-FP-IDX > 6.
           PERFORM 0660-READ-FINGERPRINT-RECORD.

       0680-SLIDE-ONE-SLOT.
      * 0700-FINGERPRINT-THE-FEEDS makes a counting pass over each
      * site file ahead of the merge: record count plus a rolling
      * hash of the transaction keys. Two identical files land on
      * the same pair; a genuinely new night's file does not. A
      * site file is present only if it holds a record - an
      * emptied file is no feed.
      *----------------------------------------------------------
       0700-FINGERPRINT-THE-FEEDS.
           MOVE 1 TO GRACE-MRG-FP-IDX.
           IF GRACE-TX1-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 0710-FINGERPRINT-SITE-1
                   UNTIL GRACE-MRG-SITE-DONE
               CLOSE GRACE-TX1-FILE
           IF GRACE-TX2-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 0720-FINGERPRINT-SITE-2
                   UNTIL GRACE-MRG-SITE-DONE
               CLOSE GRACE-TX2-FILE
           IF GRACE-TX3-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 0730-FINGERPRINT-SITE-3
                   UNTIL GRACE-MRG-SITE-DONE
               CLOSE GRACE-TX3-FILE
           END-IF.
           PERFORM 0760-FINGERPRINT-CARRIED-FEEDS.

       0710-FINGERPRINT-SITE-1.
           READ GRACE-TX1-FILE
               AT END
                   SET GRACE-MRG-SITE-DONE TO TRUE
               NOT AT END
                   MOVE 'Y' TO GRACE-MRG-FP-PRESENT(1)
                   MOVE GRACE-TX1-REC TO GRACE-MRG-SITE-REC
                   PERFORM 0750-HASH-ONE-RECORD
           END-READ.
               AT END
                   SET GRACE-MRG-SITE-DONE TO TRUE
               NOT AT END
                   MOVE 'Y' TO GRACE-MRG-FP-PRESENT(2)
                   MOVE GRACE-TX2-REC TO GRACE-MRG-SITE-REC
                   PERFORM 0750-HASH-ONE-RECORD
           END-READ.
               AT END
                   SET GRACE-MRG-SITE-DONE TO TRUE
               NOT AT END
                   MOVE 'Y' TO GRACE-MRG-FP-PRESENT(3)
                   MOVE GRACE-TX3-REC TO GRACE-MRG-SITE-REC
                   PERFORM 0750-HASH-ONE-RECORD
           END-READ.
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------
      * 0760-FINGERPRINT-CARRIED-FEEDS - the same counting pass
      * over any late feed GRACEFAW set aside on a carry file.
      *----------------------------------------------------------
       0760-FINGERPRINT-CARRIED-FEEDS.
           MOVE 4 TO GRACE-MRG-FP-IDX.
           MOVE 'N' TO GRACE-MRG-EOF-SW.
           OPEN INPUT GRACE-TC1-FILE.
           IF GRACE-TC1-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 0770-FINGERPRINT-CARRY-1
                   UNTIL GRACE-MRG-SITE-DONE
               CLOSE GRACE-TC1-FILE
           END-IF.
           MOVE 5 TO GRACE-MRG-FP-IDX.
           MOVE 'N' TO GRACE-MRG-EOF-SW.
           OPEN INPUT GRACE-TC2-FILE.
           IF GRACE-TC2-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 0780-FINGERPRINT-CARRY-2
                   UNTIL GRACE-MRG-SITE-DONE
               CLOSE GRACE-TC2-FILE
           END-IF.
           MOVE 6 TO GRACE-MRG-FP-IDX.
           MOVE 'N' TO GRACE-MRG-EOF-SW.
           OPEN INPUT GRACE-TC3-FILE.
           IF GRACE-TC3-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 0790-FINGERPRINT-CARRY-3
                   UNTIL GRACE-MRG-SITE-DONE
               CLOSE GRACE-TC3-FILE
           END-IF.

       0770-FINGERPRINT-CARRY-1.
           READ GRACE-TC1-FILE
               AT END
                   SET GRACE-MRG-SITE-DONE TO TRUE
               NOT AT END
                   MOVE 'Y' TO GRACE-MRG-FP-PRESENT(4)
                   MOVE GRACE-TC1-REC TO GRACE-MRG-SITE-REC
                   PERFORM 0750-HASH-ONE-RECORD
           END-READ.

       0780-FINGERPRINT-CARRY-2.
           READ GRACE-TC2-FILE
               AT END
                   SET GRACE-MRG-SITE-DONE TO TRUE
               NOT AT END
                   MOVE 'Y' TO GRACE-MRG-FP-PRESENT(5)
                   MOVE GRACE-TC2-REC TO GRACE-MRG-SITE-REC
                   PERFORM 0750-HASH-ONE-RECORD
           END-READ.

       0790-FINGERPRINT-CARRY-3.
           READ GRACE-TC3-FILE
               AT END
                   SET GRACE-MRG-SITE-DONE TO TRUE
               NOT AT END
                   MOVE 'Y' TO GRACE-MRG-FP-PRESENT(6)
                   MOVE GRACE-TC3-REC TO GRACE-MRG-SITE-REC
                   PERFORM 0750-HASH-ONE-RECORD
           END-READ.

       0800-LOAD-SEQUENCE-CONTROL.
           OPEN INPUT GRACE-SQC-FILE.
           IF GRACE-SQC-NOT-FOUND
                   GRACE-SQC-LAST-SEQ + 1
           END-IF.

      *----------------------------------------------------------
      * 0840-ALLOW-FOR-CARRIED-FEED - a carried feed bears the
      * sequence the site still owes, so with one on hand the
      * site file's own feed is expected one further on.
      *----------------------------------------------------------
       0840-ALLOW-FOR-CARRIED-FEED.
           COMPUTE GRACE-MRG-FP-CARRY-IDX = GRACE-MRG-FP-IDX + 3.
           MOVE GRACE-MRG-HT-LAST-SEQ(GRACE-MRG-FP-IDX)
               TO GRACE-MRG-HT-LAST-SEQ(GRACE-MRG-FP-CARRY-IDX).
           MOVE GRACE-MRG-HT-EXPECTED(GRACE-MRG-FP-IDX)
               TO GRACE-MRG-HT-EXPECTED(GRACE-MRG-FP-CARRY-IDX).
           IF GRACE-MRG-FP-PRESENT(GRACE-MRG-FP-CARRY-IDX) = 'Y'
               ADD 1 TO GRACE-MRG-HT-EXPECTED(GRACE-MRG-FP-IDX)
           END-IF.

      *----------------------------------------------------------
      * 0850-LOAD-ARRIVAL-STATE keeps each site's GRACEFAS record
      * for the rewrite and counts the sites whose feed GRACEFAW
      * still has pending tonight - any one holds the merge. No
      * GRACEFAS means no watch runs ahead of the merge.
      *----------------------------------------------------------
       0850-LOAD-ARRIVAL-STATE.
           INITIALIZE GRACE-MRG-AR-CTL.
           OPEN INPUT GRACE-FAS-FILE.
           IF GRACE-FAS-NOT-FOUND
               CONTINUE
           ELSE
               SET GRACE-MRG-AR-ON-FILE TO TRUE
               PERFORM 0860-READ-ARRIVAL-STATE
               PERFORM 0870-STORE-ARRIVAL-STATE
                   UNTIL GRACE-FAS-END-OF-FILE
               CLOSE GRACE-FAS-FILE
           END-IF.

       0860-READ-ARRIVAL-STATE.
           READ GRACE-FAS-FILE
               AT END
                   SET GRACE-FAS-END-OF-FILE TO TRUE
           END-READ.

       0870-STORE-ARRIVAL-STATE.
           PERFORM 0880-MATCH-ARRIVAL-SITE
               VARYING GRACE-MRG-FP-IDX FROM 1 BY 1
               UNTIL GRACE-MRG-FP-IDX > 3.
           PERFORM 0860-READ-ARRIVAL-STATE.

       0880-MATCH-ARRIVAL-SITE.
           IF GRACE-MRG-FP-SITE(GRACE-MRG-FP-IDX)
                   = GRACE-FAS-SITE-CODE
               MOVE 'Y' TO GRACE-MRG-AR-SEEN(GRACE-MRG-FP-IDX)
               MOVE GRACE-FAS-REC
                   TO GRACE-MRG-AR-REC(GRACE-MRG-FP-IDX)
               MOVE GRACE-FAS-CARRY-DATE
                   TO GRACE-MRG-AR-CARRY-DATE(GRACE-MRG-FP-IDX)
               MOVE GRACE-FAS-CARRY-CYCLE
                   TO GRACE-MRG-AR-CARRY-CYCLE(GRACE-MRG-FP-IDX)
               IF GRACE-FAS-PENDING
                       AND GRACE-FAS-DATE = GRACE-CYC-DATE
                       AND GRACE-FAS-CYCLE = GRACE-CYC-NUMBER
                   ADD 1 TO GRACE-MRG-AR-HOLD-COUNT
                   MOVE "GRC3012E" TO GRACE-MSG-ID
                   MOVE GRACE-FAS-SITE-CODE TO GRACE-MSG-SUB1
                   PERFORM 8800-DISPLAY-MESSAGE
               END-IF
           END-IF.

       0900-JUDGE-ONE-FINGERPRINT.
           IF GRACE-MRG-FP-PRESENT(GRACE-MRG-FP-IDX) = 'Y'
               PERFORM 0920-JUDGE-THE-FRAMING
           END-IF.
           PERFORM 3600-RECORD-ONE-FINGERPRINT
               VARYING GRACE-MRG-FP-IDX FROM 1 BY 1
               UNTIL GRACE-MRG-FP-IDX > 6.
           CLOSE GRACE-FPH-FILE.

       3600-RECORD-ONE-FINGERPRINT.
      * 1000-RELEASE-SITE-FEEDS reads each site file in turn,
      * stamping every record with its site code on the way into
      * the sort. A site with no file tonight is reported - the
      * merge still balances on what actually arrived. Any carried
      * late feeds follow the site files.
      *----------------------------------------------------------
       1000-RELEASE-SITE-FEEDS.
           MOVE GRACE-CYC-DATE TO GRACE-MRG-REF-DATE.
           MOVE GRACE-CYC-NUMBER TO GRACE-MRG-REF-CYCLE.
           MOVE "01" TO GRACE-MRG-SITE-CODE.
           MOVE 'N' TO GRACE-MRG-EOF-SW.
           IF GRACE-MRG-FP-REFUSED(1) = 'Y'
               DISPLAY "SITE 01 FEED REFUSED AS A REPLAY - "
                   "NOTHING RELEASED"
           ELSE
               IF GRACE-MRG-FP-PRESENT(1) = 'N'
                   DISPLAY "GRACETX1 NOT FOUND OR EMPTY - NO FEED "
                       "FROM SITE 01"
               ELSE
                   OPEN INPUT GRACE-TX1-FILE
                   PERFORM 1100-RELEASE-FROM-SITE-1
                       UNTIL GRACE-MRG-SITE-DONE
                   CLOSE GRACE-TX1-FILE
               DISPLAY "SITE 02 FEED REFUSED AS A REPLAY - "
                   "NOTHING RELEASED"
           ELSE
               IF GRACE-MRG-FP-PRESENT(2) = 'N'
                   DISPLAY "GRACETX2 NOT FOUND OR EMPTY - NO FEED "
                       "FROM SITE 02"
               ELSE
                   OPEN INPUT GRACE-TX2-FILE
                   PERFORM 1200-RELEASE-FROM-SITE-2
                       UNTIL GRACE-MRG-SITE-DONE
                   CLOSE GRACE-TX2-FILE
               DISPLAY "SITE 03 FEED REFUSED AS A REPLAY - "
                   "NOTHING RELEASED"
           ELSE
               IF GRACE-MRG-FP-PRESENT(3) = 'N'
                   DISPLAY "GRACETX3 NOT FOUND OR EMPTY - NO FEED "
                       "FROM SITE 03"
               ELSE
                   OPEN INPUT GRACE-TX3-FILE
                   PERFORM 1300-RELEASE-FROM-SITE-3
                       UNTIL GRACE-MRG-SITE-DONE
                   CLOSE GRACE-TX3-FILE
               END-IF
           END-IF.
           PERFORM 1400-RELEASE-ONE-CARRIED-FEED
               VARYING GRACE-MRG-FP-IDX FROM 1 BY 1
               UNTIL GRACE-MRG-FP-IDX > 3.

       1100-RELEASE-FROM-SITE-1.
           READ GRACE-TX1-FILE
                       CONTINUE
                   ELSE
                       ADD 1 TO GRACE-MRG-IN-1
                       MOVE GRACE-MRG-IN-1 TO GRACE-MRG-REF-SEQ
                       PERFORM 2000-STAMP-AND-RELEASE
                   END-IF
           END-READ.
                       CONTINUE
                   ELSE
                       ADD 1 TO GRACE-MRG-IN-2
                       MOVE GRACE-MRG-IN-2 TO GRACE-MRG-REF-SEQ
                       PERFORM 2000-STAMP-AND-RELEASE
                   END-IF
           END-READ.
                       CONTINUE
                   ELSE
                       ADD 1 TO GRACE-MRG-IN-3
                       MOVE GRACE-MRG-IN-3 TO GRACE-MRG-REF-SEQ
                       PERFORM 2000-STAMP-AND-RELEASE
                   END-IF
           END-READ.

      *----------------------------------------------------------
      * 1400-RELEASE-ONE-CARRIED-FEED - a carried feed is stamped
      * with the date and cycle of the night it was meant for, its
      * records numbered within their own feed, so the reference
      * names the transaction the site has in hand.
      *----------------------------------------------------------
       1400-RELEASE-ONE-CARRIED-FEED.
           COMPUTE GRACE-MRG-FP-CARRY-IDX = GRACE-MRG-FP-IDX + 3.
           IF GRACE-MRG-FP-PRESENT(GRACE-MRG-FP-CARRY-IDX) = 'Y'
               IF GRACE-MRG-FP-REFUSED(GRACE-MRG-FP-CARRY-IDX) = 'Y'
                   DISPLAY "SITE " GRACE-MRG-FP-SITE(GRACE-MRG-FP-IDX)
                       " CARRIED FEED REFUSED - NOTHING RELEASED"
               ELSE
                   PERFORM 1450-RELEASE-FROM-CARRY
               END-IF
           END-IF.

       1450-RELEASE-FROM-CARRY.
           MOVE GRACE-MRG-FP-SITE(GRACE-MRG-FP-IDX)
               TO GRACE-MRG-SITE-CODE.
           IF GRACE-MRG-AR-CARRY-DATE(GRACE-MRG-FP-IDX) > ZERO
               MOVE GRACE-MRG-AR-CARRY-DATE(GRACE-MRG-FP-IDX)
                   TO GRACE-MRG-REF-DATE
               MOVE GRACE-MRG-AR-CARRY-CYCLE(GRACE-MRG-FP-IDX)
                   TO GRACE-MRG-REF-CYCLE
           ELSE
               MOVE GRACE-CYC-DATE TO GRACE-MRG-REF-DATE
               MOVE GRACE-CYC-NUMBER TO GRACE-MRG-REF-CYCLE
           END-IF.
           MOVE ZERO TO GRACE-MRG-CARRY-SEQ.
           MOVE 'N' TO GRACE-MRG-EOF-SW.
           EVALUATE GRACE-MRG-FP-IDX
               WHEN 1
                   OPEN INPUT GRACE-TC1-FILE
                   PERFORM 1500-RELEASE-FROM-CARRY-1
                       UNTIL GRACE-MRG-SITE-DONE
                   CLOSE GRACE-TC1-FILE
               WHEN 2
                   OPEN INPUT GRACE-TC2-FILE
                   PERFORM 1600-RELEASE-FROM-CARRY-2
                       UNTIL GRACE-MRG-SITE-DONE
                   CLOSE GRACE-TC2-FILE
               WHEN 3
                   OPEN INPUT GRACE-TC3-FILE
                   PERFORM 1700-RELEASE-FROM-CARRY-3
                       UNTIL GRACE-MRG-SITE-DONE
                   CLOSE GRACE-TC3-FILE
           END-EVALUATE.
           DISPLAY "SITE " GRACE-MRG-SITE-CODE " LATE FEED OF "
               GRACE-MRG-REF-DATE " CYCLE " GRACE-MRG-REF-CYCLE
               " RELEASED - " GRACE-MRG-CARRY-SEQ " RECORD(S)".

       1500-RELEASE-FROM-CARRY-1.
           READ GRACE-TC1-FILE
               AT END
                   SET GRACE-MRG-SITE-DONE TO TRUE
               NOT AT END
                   MOVE GRACE-TC1-REC TO GRACE-MRG-SITE-REC
                   PERFORM 1800-RELEASE-CARRIED-RECORD
           END-READ.

       1600-RELEASE-FROM-CARRY-2.
           READ GRACE-TC2-FILE
               AT END
                   SET GRACE-MRG-SITE-DONE TO TRUE
               NOT AT END
                   MOVE GRACE-TC2-REC TO GRACE-MRG-SITE-REC
                   PERFORM 1800-RELEASE-CARRIED-RECORD
           END-READ.

       1700-RELEASE-FROM-CARRY-3.
           READ GRACE-TC3-FILE
               AT END
                   SET GRACE-MRG-SITE-DONE TO TRUE
               NOT AT END
                   MOVE GRACE-TC3-REC TO GRACE-MRG-SITE-REC
                   PERFORM 1800-RELEASE-CARRIED-RECORD
           END-READ.

       1800-RELEASE-CARRIED-RECORD.
           IF GRACE-MRG-FRAME-ID = "HD"
                   OR GRACE-MRG-FRAME-ID = "TL"
               CONTINUE
           ELSE
               ADD 1 TO GRACE-MRG-IN-CARRIED
               ADD 1 TO GRACE-MRG-CARRY-SEQ
               MOVE GRACE-MRG-CARRY-SEQ TO GRACE-MRG-REF-SEQ
               PERFORM 2000-STAMP-AND-RELEASE
           END-IF.

       2000-STAMP-AND-RELEASE.
           MOVE GRACE-MRG-SITE-REC TO GRACE-SORT-REC.
           MOVE GRACE-MRG-SITE-CODE TO GRACE-SRT-SITE-CODE.
           MOVE GRACE-MRG-SITE-CODE TO GRACE-SRT-REF-SITE.
           MOVE GRACE-MRG-REF-DATE TO GRACE-SRT-REF-DATE.
           MOVE GRACE-MRG-REF-CYCLE TO GRACE-SRT-REF-CYCLE.
           MOVE GRACE-MRG-REF-SEQ TO GRACE-SRT-REF-SEQ.
           RELEASE GRACE-SORT-REC.

       3000-WRITE-MERGED-FILE.
      * 3800-RECORD-SEQUENCE-CONTROL rewrites GRACESQC: an
      * accepted feed advances its site to the sequence just
      * taken; a refused or absent feed keeps its old number, so
      * the same expectation stands tomorrow. With a carried feed
      * on hand the site advances to the furthest feed accepted.
      *----------------------------------------------------------
       3800-RECORD-SEQUENCE-CONTROL.
           OPEN OUTPUT GRACE-SQC-FILE.
           CLOSE GRACE-SQC-FILE.

       3850-RECORD-ONE-SEQUENCE.
           COMPUTE GRACE-MRG-FP-CARRY-IDX = GRACE-MRG-FP-IDX + 3.
           MOVE SPACES TO GRACE-SQC-REC.
           MOVE GRACE-MRG-FP-SITE(GRACE-MRG-FP-IDX)
               TO GRACE-SQC-SITE-CODE.
           EVALUATE TRUE
               WHEN GRACE-MRG-FP-PRESENT(GRACE-MRG-FP-IDX) = 'Y'
                   AND GRACE-MRG-FP-REFUSED(GRACE-MRG-FP-IDX) = 'N'
                   AND GRACE-MRG-HT-HDR-SEEN(GRACE-MRG-FP-IDX)
                   = 'Y'
                   MOVE GRACE-MRG-HT-HDR-SEQ(GRACE-MRG-FP-IDX)
                       TO GRACE-SQC-LAST-SEQ
               WHEN GRACE-MRG-FP-PRESENT(GRACE-MRG-FP-CARRY-IDX)
                   = 'Y'
                   AND GRACE-MRG-FP-REFUSED(GRACE-MRG-FP-CARRY-IDX)
                   = 'N'
                   AND GRACE-MRG-HT-HDR-SEEN(GRACE-MRG-FP-CARRY-IDX)
                   = 'Y'
                   MOVE GRACE-MRG-HT-HDR-SEQ(GRACE-MRG-FP-CARRY-IDX)
                       TO GRACE-SQC-LAST-SEQ
               WHEN OTHER
                   MOVE GRACE-MRG-HT-LAST-SEQ(GRACE-MRG-FP-IDX)
                       TO GRACE-SQC-LAST-SEQ
           END-EVALUATE.
           WRITE GRACE-SQC-REC.

      *----------------------------------------------------------
      * 3900-RECORD-ARRIVAL-STATE rewrites GRACEFAS after the
      * merge. A carried feed merged tonight has its carry file
      * emptied and its carry cleared; a site GRACEFAW gave up on
      * at cutoff that still sent nothing is recorded late, its
      * carry outstanding under tonight's date and cycle so the
      * watch sets the feed aside when it lands. An older carry
      * still outstanding is kept - that is the feed the site's
      * sequence still owes.
      *----------------------------------------------------------
       3900-RECORD-ARRIVAL-STATE.
           OPEN OUTPUT GRACE-FAS-FILE.
           PERFORM 3950-RECORD-ONE-ARRIVAL
               VARYING GRACE-MRG-FP-IDX FROM 1 BY 1
               UNTIL GRACE-MRG-FP-IDX > 3.
           CLOSE GRACE-FAS-FILE.

       3950-RECORD-ONE-ARRIVAL.
           COMPUTE GRACE-MRG-FP-CARRY-IDX = GRACE-MRG-FP-IDX + 3.
           IF GRACE-MRG-AR-SEEN(GRACE-MRG-FP-IDX) = 'Y'
               MOVE GRACE-MRG-AR-REC(GRACE-MRG-FP-IDX)
                   TO GRACE-FAS-REC
           ELSE
               INITIALIZE GRACE-FAS-REC
               MOVE GRACE-MRG-FP-SITE(GRACE-MRG-FP-IDX)
                   TO GRACE-FAS-SITE-CODE
               MOVE GRACE-CYC-DATE TO GRACE-FAS-DATE
               MOVE GRACE-CYC-NUMBER TO GRACE-FAS-CYCLE
               SET GRACE-FAS-UNWATCHED TO TRUE
               SET GRACE-FAS-NO-CARRY TO TRUE
           END-IF.
           IF GRACE-MRG-FP-PRESENT(GRACE-MRG-FP-CARRY-IDX) = 'Y'
                   AND GRACE-MRG-FP-REFUSED(GRACE-MRG-FP-CARRY-IDX)
                   = 'N'
               PERFORM 3960-EMPTY-CARRY-FILE
               SET GRACE-FAS-NO-CARRY TO TRUE
               MOVE ZERO TO GRACE-FAS-CARRY-DATE
               MOVE ZERO TO GRACE-FAS-CARRY-CYCLE
               DISPLAY "SITE " GRACE-FAS-SITE-CODE
                   " CARRIED FEED MERGED - CARRY CLEARED"
           END-IF.
           IF GRACE-FAS-LATE
                   AND GRACE-FAS-DATE = GRACE-CYC-DATE
                   AND GRACE-FAS-CYCLE = GRACE-CYC-NUMBER
                   AND GRACE-MRG-FP-PRESENT(GRACE-MRG-FP-IDX) = 'N'
               IF GRACE-FAS-NO-CARRY
                   SET GRACE-FAS-CARRY-OUTSTANDING TO TRUE
                   MOVE GRACE-CYC-DATE TO GRACE-FAS-CARRY-DATE
                   MOVE GRACE-CYC-NUMBER TO GRACE-FAS-CARRY-CYCLE
               END-IF
               MOVE "GRC3011W" TO GRACE-MSG-ID
               MOVE GRACE-FAS-SITE-CODE TO GRACE-MSG-SUB1
               PERFORM 8800-DISPLAY-MESSAGE
           END-IF.
           WRITE GRACE-FAS-REC.

       3960-EMPTY-CARRY-FILE.
           EVALUATE GRACE-MRG-FP-IDX
               WHEN 1
                   OPEN OUTPUT GRACE-TC1-FILE
                   CLOSE GRACE-TC1-FILE
               WHEN 2
                   OPEN OUTPUT GRACE-TC2-FILE
                   CLOSE GRACE-TC2-FILE
               WHEN 3
                   OPEN OUTPUT GRACE-TC3-FILE
                   CLOSE GRACE-TC3-FILE
           END-EVALUATE.

           COPY GRACERPTP.

           COPY GRACEMSGP.

           COPY GRACECYCP.
